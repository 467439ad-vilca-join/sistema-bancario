      *          que no pudieron ejecutarse (cuenta inexistente,
      *          fondos por debajo del minimo) se informan y quedan
      *          vencidas para reintentarse en la corrida siguiente.
      *          Los cargos pagan ademas el GMF (4x1000), grabado
      *          como cargo 'G' aparte; la regla de fondos exige que
      *          alcance para el cargo mas el gravamen.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *saldo disponible para los cargos, igual que en Withdraw-Money.
           SELECT OPTIONAL RetencionFile ASSIGN TO "retenciones.dat"
               ORGANIZATION IS SEQUENTIAL.
      *Maestro de clientes: la cuenta que cada cliente marco exenta
      *del GMF (Cliente-Cuenta-Exenta).
           SELECT OPTIONAL ClienteFile ASSIGN TO "clientes.dat"
               ORGANIZATION IS SEQUENTIAL.
      *Totales de control del cierre diario; se verifican al abrir.
           SELECT OPTIONAL ControlFile ASSIGN TO "control-archivos.dat"
               ORGANIZATION IS SEQUENTIAL.
      *Historico archivado, para contar en la verificacion y para
      *sumar los cargos del mes de una cuenta exenta de GMF.
           SELECT OPTIONAL HistoryFile
               ASSIGN TO "historico-transacciones.dat"
               ORGANIZATION IS SEQUENTIAL.
           COPY PARAMREC.
       FD  RetencionFile.
           COPY RETREC.
       FD  ClienteFile.
           COPY CLIREC.
       FD  ControlFile.
           COPY CTLREC.
       FD  HistoryFile.
       01  HistoryRecord            PIC X(75).
      *Aqui encontramos las variables que se usan durante la ejecucion.
       WORKING-STORAGE SECTION.
       01  Ws-Fecha-Hoy             PIC 9(8).
      *'E' ejecutada, 'C' cuenta no existe, 'F' fondos insuficientes.
       01  Ws-Orden-Resultado       PIC X.
       01  Ws-Saldo-Despues         PIC S9(7)V99.
      *Sucursal de la cuenta movida; los movimientos del batch se
      *registran en la oficina de la cuenta.
       01  Ws-Sucursal-Cuenta       PIC 9(3) VALUE 0.

      *Retenciones judiciales vigentes de la cuenta en proceso; el
      *disponible para el cargo es el saldo menos este total.
       01  Ws-EOF-Ret               PIC X VALUE 'N'.
           88 End-Of-Ret            VALUE 'Y'.

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
       01  Ws-Tot-Gmf-Edit          PIC -Z(8)9.99.
       01  Ws-EOF-Clientes          PIC X VALUE 'N'.
           88 End-Of-Clientes       VALUE 'Y'.
       01  Ws-EOF-Gmf               PIC X VALUE 'N'.
           88 End-Of-Gmf            VALUE 'Y'.

      *Reglas de retiro por tipo de cuenta, las mismas que aplica
      *Withdraw-Money en sistema-bancario.cbl. Los VALUE son los
      *valores compilados de siempre; Cargar-Parametros los reemplaza
           DISPLAY "-----------------------------------"
           DISPLAY "Ordenes ejecutadas: ", Ws-Ordenes-Ejecutadas
           DISPLAY "Ordenes no ejecutadas: ", Ws-Ordenes-Rechazadas
           DISPLAY "Cargos de GMF 4x1000: ", Ws-Gmf-Cobrados
           MOVE Ws-Tot-Gmf TO Ws-Tot-Gmf-Edit
           DISPLAY "Total GMF 4x1000 cobrado: ", Ws-Tot-Gmf-Edit
           STOP RUN.

      *Una orden rechazada conserva su fecha vencida: la corrida de
           PERFORM Aplicar-Orden-En-Cuenta
           IF Ws-Orden-Resultado = 'E'
               PERFORM Record-Order-Transaction
               IF Ws-Gmf-Valor > 0
                   MOVE Ws-Max-Seq TO Ws-Gmf-Referencia
                   PERFORM Record-Gmf-Transaction
               END-IF
               PERFORM Avanzar-Proxima-Fecha
               REWRITE OrdenRecord
               ADD 1 TO Ws-Ordenes-Ejecutadas
               PERFORM Sumar-Retenciones-Cuenta
               COMPUTE Ws-Saldo-Disponible =
                   Account-Balance - Ws-Ret-Total
               MOVE Account-ID TO Ws-Gmf-Cuenta
               MOVE Account-Customer-No TO Ws-Gmf-Cliente
               MOVE Orden-Monto TO Ws-Gmf-Base
               PERFORM Calcular-Gmf
               IF (Ws-Saldo-Disponible - Orden-Monto - Ws-Gmf-Valor)
                   < Ws-Saldo-Minimo
                   MOVE 'F' TO Ws-Orden-Resultado
                   CLOSE AccountFile
                   EXIT PARAGRAPH
               END-IF
               SUBTRACT Orden-Monto FROM Account-Balance
               MOVE Account-Balance TO Ws-Saldo-Despues
               SUBTRACT Ws-Gmf-Valor FROM Account-Balance
               MOVE Account-Balance TO Ws-Gmf-Saldo-Despues
           ELSE
               MOVE 0 TO Ws-Gmf-Valor
               ADD Orden-Monto TO Account-Balance
               MOVE Account-Balance TO Ws-Saldo-Despues
           END-IF
           MOVE Account-Sucursal TO Ws-Sucursal-Cuenta
           REWRITE AccountRecord
           MOVE 'E' TO Ws-Orden-Resultado
           CLOSE AccountFile.

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

       Record-Order-Transaction.
           PERFORM Get-Next-Trans-Seq
           OPEN EXTEND TransactionFile
           MOVE Ws-Saldo-Despues TO Trans-Balance-After
           MOVE 0 TO Trans-Reference
           MOVE SPACE TO Trans-Reversed-Type
      *Movimiento generado por el batch, sin cajero de ventanilla;
      *queda en la sucursal de la cuenta.
           MOVE 0 TO Trans-Counterpart-ID
           MOVE 0 TO Trans-Cajero
           MOVE Ws-Sucursal-Cuenta TO Trans-Sucursal
           MOVE 0 TO Trans-Cheque-No
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
