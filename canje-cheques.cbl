      *          con su numero en Trans-Cheque-No, numerado con
      *          control-secuencia.dat, y el estado de cuenta lo
      *          muestra. Los demas se devuelven en
      *          canje-cheques.rpt con la causal de devolucion, y
      *          los de una cuenta valida quedan ademas en
      *          novedades-cliente.dat para avisarle al cliente. Cada
      *          cheque pagado paga ademas el GMF (4x1000), que se
      *          graba como cargo 'G' aparte y entra en la regla de
      *          fondos junto con el valor del cheque.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *saldo disponible para el pago, igual que en Withdraw-Money.
           SELECT OPTIONAL RetencionFile ASSIGN TO "retenciones.dat"
               ORGANIZATION IS SEQUENTIAL.
      *Maestro de clientes: la cuenta que cada cliente marco exenta
      *del GMF (Cliente-Cuenta-Exenta).
           SELECT OPTIONAL ClienteFile ASSIGN TO "clientes.dat"
               ORGANIZATION IS SEQUENTIAL.
      *Totales de control del cierre diario; se verifican al abrir.
           SELECT OPTIONAL ControlFile ASSIGN TO "control-archivos.dat"
               ORGANIZATION IS SEQUENTIAL.
      *Cheques devueltos, para el aviso al cliente.
           SELECT OPTIONAL NovedadFile
               ASSIGN TO "novedades-cliente.dat"
               ORGANIZATION IS SEQUENTIAL.
           SELECT ReportFile ASSIGN TO "canje-cheques.rpt"
               ORGANIZATION IS LINE SEQUENTIAL.
      ******************************************************************
           COPY ACCTREC.
       FD  TransactionFile.
           COPY TRANREC.
      *Calco byte a byte de TransactionRecord (75 bytes); se copia
      *con MOVE de grupo a TransactionRecord para interpretarlo.
       FD  HistoryFile.
       01  HistoryRecord            PIC X(75).
       FD  SeqControlFile.
           COPY SEQCTL.
       FD  ChequeraFile.
           COPY PARAMREC.
       FD  RetencionFile.
           COPY RETREC.
       FD  ClienteFile.
           COPY CLIREC.
       FD  ControlFile.
           COPY CTLREC.
       FD  NovedadFile.
           COPY NOVREC.
       FD  ReportFile.
       01  Report-Line              PIC X(80).
      *Aqui encontramos las variables que se usan durante la ejecucion.
       01  Ws-Ya-Pagado             PIC X.
       01  Ws-Robado                PIC X.
       01  Ws-Saldo-Despues         PIC S9(7)V99.
      *Sucursal de la cuenta movida; los movimientos del batch se
      *registran en la oficina de la cuenta.
       01  Ws-Sucursal-Cuenta       PIC 9(3) VALUE 0.

      *Totales de la corrida.
       01  Ws-Pagados               PIC 9(5) VALUE 0.
       01  Ws-Ret-Total             PIC S9(9)V99.
       01  Ws-Saldo-Disponible      PIC S9(9)V99.

      *Gravamen a los movimientos financieros (4x1000) sobre los
      *cargos, igual que en sistema-bancario.cbl. Tarifa y tope
      *mensual exento salen de parametros.dat (TASA-GMF / TOPE-GMF).
       01  Ws-Tasa-Gmf              PIC S9(1)V9999 VALUE 0.0040.
       01  Ws-Tope-Gmf              PIC S9(7)V99 VALUE 0.
       01  Ws-Gmf-Cuenta            PIC 9(5).
       01  Ws-Gmf-Cliente           PIC 9(5).
       01  Ws-Gmf-Base              PIC 9(7)V99.
       01  Ws-Gmf-Gravable          PIC S9(9)V99.
       01  Ws-Gmf-Exento-Usado      PIC S9(9)V99.
       01  Ws-Gmf-Valor             PIC 9(7)V99.
       01  Ws-Gmf-Exenta            PIC X VALUE 'N'.
       01  Ws-Gmf-Saldo-Despues     PIC S9(7)V99.
       01  Ws-Gmf-Referencia        PIC 9(9).
       01  Ws-Gmf-Cobrados          PIC 9(5) VALUE 0.
       01  Ws-Tot-Gmf               PIC S9(9)V99 VALUE 0.
       01  Ws-EOF-Clientes          PIC X VALUE 'N'.
           88 End-Of-Clientes       VALUE 'Y'.
       01  Ws-EOF-Gmf               PIC X VALUE 'N'.
           88 End-Of-Gmf            VALUE 'Y'.

      *Numeracion de transacciones, igual que en los demas programas.
       01  Ws-Max-Seq               PIC 9(9) VALUE 0.
       01  Ws-EOF-Seq               PIC X VALUE 'N'.
           PERFORM Sumar-Retenciones-Cuenta
           COMPUTE Ws-Saldo-Disponible =
               Account-Balance - Ws-Ret-Total
           MOVE Account-ID TO Ws-Gmf-Cuenta
           MOVE Account-Customer-No TO Ws-Gmf-Cliente
           MOVE Ws-Chq-Monto TO Ws-Gmf-Base
           PERFORM Calcular-Gmf
           IF (Ws-Saldo-Disponible - Ws-Chq-Monto - Ws-Gmf-Valor)
               < Ws-Saldo-Minimo
               MOVE "FONDOS INSUFICIENTES" TO Ws-Causal
               CLOSE AccountFile
               PERFORM Devolver-Cheque
           END-IF

           SUBTRACT Ws-Chq-Monto FROM Account-Balance
           MOVE Account-Balance TO Ws-Saldo-Despues
           SUBTRACT Ws-Gmf-Valor FROM Account-Balance
           MOVE Account-Balance TO Ws-Gmf-Saldo-Despues
           MOVE Account-Sucursal TO Ws-Sucursal-Cuenta
           REWRITE AccountRecord
           CLOSE AccountFile
           PERFORM Record-Check-Transaction
           IF Ws-Gmf-Valor > 0
               MOVE Ws-Max-Seq TO Ws-Gmf-Referencia
               PERFORM Record-Gmf-Transaction
           END-IF
           ADD 1 TO Ws-Pagados
           ADD Ws-Chq-Monto TO Ws-Tot-Pagado.

           MOVE Ws-Campo-Cheque TO Dev-Cheque
           MOVE Ws-Causal TO Dev-Causal
           MOVE Ws-Linea-Devuelto TO Report-Line
           WRITE Report-Line
      *Una linea que no se pudo desarmar no tiene cuenta confiable a
      *quien avisar; solo queda en el reporte.
           IF Ws-Linea-Valida = 'Y'
               PERFORM Grabar-Novedad
           END-IF.

       Grabar-Novedad.
           OPEN EXTEND NovedadFile
           MOVE Ws-Fecha-Hoy TO Nov-Fecha
           MOVE 'C' TO Nov-Tipo
           MOVE Ws-Chq-Cuenta TO Nov-Account-ID
           MOVE Ws-Chq-Monto TO Nov-Monto
           MOVE Ws-Chq-Numero TO Nov-Referencia
           MOVE Ws-Causal TO Nov-Detalle
           WRITE NovedadRecord
           CLOSE NovedadFile.

       Imprimir-Resumen.
           MOVE SPACES TO Report-Line
           MOVE Ws-Devueltos TO Tot-Cuenta
           MOVE Ws-Tot-Devuelto TO Tot-Monto
           MOVE Ws-Linea-Total TO Report-Line
           WRITE Report-Line
           MOVE "GMF 4X1000 COBRADO    " TO Tot-Rotulo
           MOVE Ws-Gmf-Cobrados TO Tot-Cuenta
           MOVE Ws-Tot-Gmf TO Tot-Monto
           MOVE Ws-Linea-Total TO Report-Line
           WRITE Report-Line.

      *Suma las retenciones judiciales vigentes de la cuenta
           END-PERFORM
           CLOSE RetencionFile.

      *GMF (4x1000) del cargo Ws-Gmf-Base sobre la cuenta
      *Ws-Gmf-Cuenta del cliente Ws-Gmf-Cliente, igual que en
      *sistema-bancario.cbl: en la cuenta que el cliente marco exenta
      *solo grava lo que pase del cupo TOPE-GMF que le queda del mes.
       Calcular-Gmf.
           MOVE Ws-Gmf-Base TO Ws-Gmf-Gravable
           MOVE 'N' TO Ws-Gmf-Exenta
           IF Ws-Tope-Gmf > 0
               PERFORM Buscar-Cuenta-Exenta
           END-IF
           IF Ws-Gmf-Exenta = 'Y'
               PERFORM Sumar-Debitos-Del-Mes
               IF Ws-Gmf-Exento-Usado < Ws-Tope-Gmf
                   COMPUTE Ws-Gmf-Gravable = Ws-Gmf-Base
                       - (Ws-Tope-Gmf - Ws-Gmf-Exento-Usado)
                   IF Ws-Gmf-Gravable < 0
                       MOVE 0 TO Ws-Gmf-Gravable
                   END-IF
               END-IF
           END-IF
           COMPUTE Ws-Gmf-Valor ROUNDED =
               Ws-Gmf-Gravable * Ws-Tasa-Gmf.

       Buscar-Cuenta-Exenta.
           OPEN INPUT ClienteFile
           MOVE 'N' TO Ws-EOF-Clientes
           PERFORM UNTIL End-Of-Clientes OR Ws-Gmf-Exenta = 'Y'
               READ ClienteFile
                   AT END
                       MOVE 'Y' TO Ws-EOF-Clientes
                   NOT AT END
                       IF Cliente-No = Ws-Gmf-Cliente
                           AND Cliente-Cuenta-Exenta = Ws-Gmf-Cuenta
                           MOVE 'Y' TO Ws-Gmf-Exenta
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ClienteFile.

      *Retiros y transferencias enviadas del mes de la cuenta exenta,
      *en el vivo y en el historico; una reversa no devuelve cupo.
       Sumar-Debitos-Del-Mes.
           MOVE 0 TO Ws-Gmf-Exento-Usado
           OPEN INPUT TransactionFile
           MOVE 'N' TO Ws-EOF-Gmf
           PERFORM UNTIL End-Of-Gmf
               READ TransactionFile
                   AT END
                       MOVE 'Y' TO Ws-EOF-Gmf
                   NOT AT END
                       IF Trans-Account-ID = Ws-Gmf-Cuenta
                           AND Trans-Date(1:6) = Ws-Fecha-Hoy(1:6)
                           AND (Withdraw OR Transfer-Out
                               OR Ach-Envio)
                           ADD Trans-Amount TO Ws-Gmf-Exento-Usado
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TransactionFile
           OPEN INPUT HistoryFile
           MOVE 'N' TO Ws-EOF-Gmf
           PERFORM UNTIL End-Of-Gmf
               READ HistoryFile
                   AT END
                       MOVE 'Y' TO Ws-EOF-Gmf
                   NOT AT END
                       MOVE HistoryRecord TO TransactionRecord
                       IF Trans-Account-ID = Ws-Gmf-Cuenta
                           AND Trans-Date(1:6) = Ws-Fecha-Hoy(1:6)
                           AND (Withdraw OR Transfer-Out
                               OR Ach-Envio)
                           ADD Trans-Amount TO Ws-Gmf-Exento-Usado
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HistoryFile.

      *El cargo 'G' va justo despues del cargo que lo causo
      *(Ws-Gmf-Referencia), con el saldo ya descontado.
       Record-Gmf-Transaction.
           PERFORM Get-Next-Trans-Seq
           OPEN EXTEND TransactionFile
           MOVE Ws-Max-Seq TO Trans-Seq-No
           MOVE Ws-Gmf-Cuenta TO Trans-Account-ID
           MOVE 'G' TO Trans-Type
           MOVE Ws-Gmf-Valor TO Trans-Amount
           MOVE FUNCTION CURRENT-DATE(1:8) TO Trans-Date
           MOVE FUNCTION CURRENT-DATE(9:6) TO Trans-Time
           MOVE Ws-Gmf-Saldo-Despues TO Trans-Balance-After
           MOVE Ws-Gmf-Referencia TO Trans-Reference
           MOVE SPACE TO Trans-Reversed-Type
           MOVE 0 TO Trans-Counterpart-ID
           MOVE 0 TO Trans-Cajero
           MOVE Ws-Sucursal-Cuenta TO Trans-Sucursal
           MOVE 0 TO Trans-Cheque-No
           WRITE TransactionRecord
           CLOSE TransactionFile
           PERFORM Actualizar-Control-Secuencia
           ADD 1 TO Ws-Gmf-Cobrados
           ADD Ws-Gmf-Valor TO Ws-Tot-Gmf.

       Record-Check-Transaction.
           PERFORM Get-Next-Trans-Seq
           OPEN EXTEND TransactionFile
      *cuenta y para que el canje no pague dos veces.
           MOVE 0 TO Trans-Counterpart-ID
           MOVE 0 TO Trans-Cajero
           MOVE Ws-Sucursal-Cuenta TO Trans-Sucursal
           MOVE Ws-Chq-Numero TO Trans-Cheque-No
           WRITE TransactionRecord
           CLOSE TransactionFile
           PERFORM Buscar-Parametro
           IF Ws-Param-Hallado = 'Y'
               MOVE Ws-Param-Valor TO Ws-Overdraft-Corriente
           END-IF
           MOVE 'TASA-GMF' TO Ws-Param-Codigo
           MOVE 'G' TO Ws-Param-Tipo
           MOVE 9999999.99 TO Ws-Param-Saldo
           PERFORM Buscar-Parametro
           IF Ws-Param-Hallado = 'Y'
               MOVE Ws-Param-Valor TO Ws-Tasa-Gmf
           END-IF
           MOVE 'TOPE-GMF' TO Ws-Param-Codigo
           MOVE 'G' TO Ws-Param-Tipo
           MOVE 9999999.99 TO Ws-Param-Saldo
           PERFORM Buscar-Parametro
           IF Ws-Param-Hallado = 'Y'
               MOVE Ws-Param-Valor TO Ws-Tope-Gmf
           END-IF.

      *Mismo criterio de seleccion que en sistema-bancario.cbl: manda
