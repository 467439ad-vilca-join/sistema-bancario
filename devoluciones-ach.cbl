      ******************************************************************
      * Author:
      * Date:
      * Purpose: Batch diario que procesa la respuesta del operador
      *          ACH (ach-respuesta.txt) a los lotes enviados por
      *          envia-ach.cbl. Cada detalle '6' trae el numero de
      *          traza (Ach-No) y el resultado: aceptada ('A') deja
      *          la transferencia confirmada ('C'); devuelta ('D')
      *          por el banco destino abona el monto de vuelta a la
      *          cuenta de origen con un movimiento 'V' (numero de la
      *          transferencia en Trans-Reference) y guarda en
      *          transferencias-ach.dat la causal y su descripcion.
      *          Solo se procesan transferencias en estado enviada
      *          ('E'), asi que correrlo de nuevo con el mismo
      *          archivo no abona dos veces. El abono se hace aunque
      *          la cuenta este bloqueada o inactiva (el dinero es
      *          del cliente y no puede quedar en el aire), pero se
      *          senala en el reporte para revisarla. El registro de
      *          control '9' trae la cantidad de detalles: una
      *          primera pasada de solo lectura la cuadra contra los
      *          detalles del archivo y, si falta o no cuadra, no se
      *          aplica nada y la corrida termina con RC 8, igual que
      *          carga-movimientos.cbl. Todo queda en
      *          devoluciones-ach.rpt. El GMF cobrado en el envio no
      *          se devuelve aqui.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. devoluciones-ach.
      *Aca se Describe el entorno: Archivos, Dispositivos, etc.
       ENVIRONMENT DIVISION.
      ******************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL RespuestaFile ASSIGN TO "ach-respuesta.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL AchFile ASSIGN TO "transferencias-ach.dat"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL AccountFile ASSIGN TO "cuentas.dat"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL TransactionFile ASSIGN TO "transacciones.dat"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL SeqControlFile
               ASSIGN TO "control-secuencia.dat"
               ORGANIZATION IS SEQUENTIAL.
      *Totales de control del cierre diario; se verifican al abrir.
           SELECT OPTIONAL ControlFile ASSIGN TO "control-archivos.dat"
               ORGANIZATION IS SEQUENTIAL.
      *Historico archivado, solo para contar en la verificacion.
           SELECT OPTIONAL HistoryFile
               ASSIGN TO "historico-transacciones.dat"
               ORGANIZATION IS SEQUENTIAL.
           SELECT ReportFile ASSIGN TO "devoluciones-ach.rpt"
               ORGANIZATION IS LINE SEQUENTIAL.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
      *Respuesta del operador: '1' encabezado (se ignora), '6'
      *detalle por transferencia, '9' control con la cantidad de
      *detalles del archivo.
       FD  RespuestaFile.
       01  RespuestaRecord.
           05  Resp-Tipo            PIC X(1).
               88 Resp-Detalle      VALUE '6'.
               88 Resp-Control      VALUE '9'.
           05  Resp-Traza           PIC 9(7).
           05  Resp-Resultado       PIC X(1).
               88 Resp-Aceptada     VALUE 'A'.
               88 Resp-Devuelta     VALUE 'D'.
           05  Resp-Causal          PIC X(3).
           05  Resp-Descripcion     PIC X(40).
       01  RespuestaControl.
           05  FILLER               PIC X(1).
           05  Resp-Cant-Control    PIC 9(7).
           05  FILLER               PIC X(44).
       FD  AchFile.
           COPY ACHREC.
       FD  AccountFile.
           COPY ACCTREC.
       FD  TransactionFile.
           COPY TRANREC.
       FD  SeqControlFile.
           COPY SEQCTL.
       FD  ControlFile.
           COPY CTLREC.
       FD  HistoryFile.
       01  HistoryRecord            PIC X(75).
       FD  ReportFile.
       01  Report-Line              PIC X(80).
      *Aqui encontramos las variables que se usan durante la ejecucion.
       WORKING-STORAGE SECTION.
       01  Ws-Fecha-Hoy             PIC 9(8).
       01  Ws-EOF-Resp              PIC X VALUE 'N'.
           88 End-Of-Resp           VALUE 'Y'.
       01  Ws-EOF-Ach               PIC X VALUE 'N'.
           88 End-Of-Ach            VALUE 'Y'.
       01  Ws-EOF-Cuentas           PIC X VALUE 'N'.
           88 End-Of-Cuentas        VALUE 'Y'.
       01  Ws-Ach-Encontrada        PIC X VALUE 'N'.
       01  Ws-Cuenta-Encontrada     PIC X VALUE 'N'.
       01  Ws-Saldo-Despues         PIC S9(7)V99.
      *Sucursal de la cuenta movida; los movimientos del batch se
      *registran en la oficina de la cuenta.
       01  Ws-Sucursal-Cuenta       PIC 9(3) VALUE 0.

      *Resultado de cada detalle: 'C' confirmada, 'D' devuelta y
      *abonada, 'X' traza inexistente, 'Y' ya procesada antes,
      *'P' nunca enviada, 'N' cuenta de origen inexistente,
      *'R' resultado no reconocido.
       01  Ws-Resultado             PIC X.
       01  Ws-Cuenta-Revisar        PIC X.

      *Totales de la corrida.
       01  Ws-Detalles-Leidos       PIC 9(7) VALUE 0.
       01  Ws-Cant-Control          PIC 9(7) VALUE 0.
       01  Ws-Control-Leido         PIC X VALUE 'N'.
       01  Ws-Cnt-Confirmadas       PIC 9(5) VALUE 0.
       01  Ws-Tot-Confirmadas       PIC S9(9)V99 VALUE 0.
       01  Ws-Cnt-Devueltas         PIC 9(5) VALUE 0.
       01  Ws-Tot-Devueltas         PIC S9(9)V99 VALUE 0.
       01  Ws-Cnt-Rechazadas        PIC 9(5) VALUE 0.

      *Numeracion de transacciones, igual que en los demas programas.
       01  Ws-Max-Seq               PIC 9(9) VALUE 0.
       01  Ws-EOF-Seq               PIC X VALUE 'N'.
           88 End-Of-Seq-Scan       VALUE 'Y'.
       01  Ws-Seq-Ctl-Encontrado    PIC X VALUE 'N'.

      *Verificacion de integridad contra los controles del cierre.
       01  Ws-Ctl-Encontrado        PIC X VALUE 'N'.
       01  Ws-Integridad-Mal        PIC X VALUE 'N'.
       01  Ws-Ver-Cuentas           PIC 9(7).
       01  Ws-Ver-Saldo-Tot         PIC S9(11)V99.
       01  Ws-Ver-Trans             PIC 9(9).
       01  Ws-Ver-Max-Seq           PIC 9(9).
       01  Ws-Continuar             PIC X(2).

      *Armado del reporte.
       01  Ws-Encabezado-1.
           05  FILLER               PIC X(42) VALUE
               "RESPUESTA DEL OPERADOR ACH                ".
           05  FILLER               PIC X(7)  VALUE "FECHA: ".
           05  Enc-Fecha            PIC 9(8).
       01  Ws-Encabezado-2.
           05  FILLER               PIC X(40) VALUE
               "  TRAZA   CUENTA        MONTO  RESULTADO".
       01  Ws-Linea-Guiones         PIC X(76) VALUE ALL "-".
       01  Ws-Linea-Detalle.
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  Det-Traza            PIC 9(7).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  Det-Cuenta           PIC 9(5).
           05  FILLER               PIC X(1)  VALUE SPACES.
           05  Det-Monto            PIC Z(7)9.99.
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  Det-Resultado        PIC X(45).
       01  Ws-Linea-Causal.
           05  FILLER               PIC X(19) VALUE SPACES.
           05  FILLER               PIC X(8)  VALUE "CAUSAL: ".
           05  Det-Causal           PIC X(3).
           05  FILLER               PIC X(1)  VALUE SPACES.
           05  Det-Causal-Desc      PIC X(40).
       01  Ws-Linea-Total.
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  Tot-Rotulo           PIC X(26).
           05  Tot-Cuenta           PIC ZZZZZZ9.
           05  FILLER               PIC X(3)  VALUE SPACES.
           05  Tot-Monto            PIC -Z(9)9.99.

      *Aqui empezamos a desarrollar la logica del programa.
       PROCEDURE DIVISION.
       Main-Devoluciones-Ach.
           DISPLAY "======RESPUESTA ACH: CONFIRMACIONES Y "
               "DEVOLUCIONES======"
           MOVE FUNCTION CURRENT-DATE(1:8) TO Ws-Fecha-Hoy
           PERFORM Verificar-Integridad
           PERFORM Verificar-Control-Respuesta
           MOVE Ws-Fecha-Hoy TO Enc-Fecha
           OPEN OUTPUT ReportFile
           MOVE Ws-Encabezado-1 TO Report-Line
           WRITE Report-Line
           MOVE Ws-Encabezado-2 TO Report-Line
           WRITE Report-Line
           MOVE Ws-Linea-Guiones TO Report-Line
           WRITE Report-Line

           OPEN INPUT RespuestaFile
           MOVE 'N' TO Ws-EOF-Resp
           PERFORM UNTIL End-Of-Resp
               READ RespuestaFile
                   AT END
                       MOVE 'Y' TO Ws-EOF-Resp
                   NOT AT END
                       IF Resp-Detalle
                           PERFORM Procesar-Respuesta
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RespuestaFile

           PERFORM Imprimir-Totales
           CLOSE ReportFile
           PERFORM Actualizar-Control-Archivos
           DISPLAY "-----------------------------------"
           DISPLAY "Confirmadas: ", Ws-Cnt-Confirmadas
           DISPLAY "Devueltas y abonadas: ", Ws-Cnt-Devueltas
           DISPLAY "No procesadas: ", Ws-Cnt-Rechazadas
           DISPLAY "Reporte generado: devoluciones-ach.rpt"
           STOP RUN.

      *Primera pasada, solo lectura: cuenta los detalles y los cuadra
      *contra el registro de control del operador. Si el control
      *falta o no cuadra, el archivo llego incompleto o repetido y no
      *se aplica nada.
       Verificar-Control-Respuesta.
           OPEN INPUT RespuestaFile
           MOVE 'N' TO Ws-EOF-Resp
           PERFORM UNTIL End-Of-Resp
               READ RespuestaFile
                   AT END
                       MOVE 'Y' TO Ws-EOF-Resp
                   NOT AT END
                       IF Resp-Detalle
                           ADD 1 TO Ws-Detalles-Leidos
                       END-IF
                       IF Resp-Control
                           MOVE 'Y' TO Ws-Control-Leido
                           MOVE Resp-Cant-Control TO Ws-Cant-Control
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RespuestaFile

           IF Ws-Detalles-Leidos = 0 AND Ws-Control-Leido = 'N'
               DISPLAY "No hay archivo de respuesta o esta vacio; "
                   "corrida cancelada."
               MOVE 8 TO Return-Code
               STOP RUN
           END-IF
           IF Ws-Control-Leido = 'N'
               DISPLAY "El archivo no trae registro de control; no se "
                   "aplica nada. Corrida cancelada."
               MOVE 8 TO Return-Code
               STOP RUN
           END-IF
           IF Ws-Cant-Control NOT = Ws-Detalles-Leidos
               DISPLAY "El control del archivo dice ",
                   Ws-Cant-Control, " detalles y se leyeron ",
                   Ws-Detalles-Leidos, "; no se aplica nada. "
                   "Corrida cancelada."
               MOVE 8 TO Return-Code
               STOP RUN
           END-IF.

      *Ubica la transferencia por su traza y aplica el resultado;
      *AchRecord queda leido para el REWRITE.
       Procesar-Respuesta.
           MOVE 'N' TO Ws-Cuenta-Revisar
           MOVE 'N' TO Ws-Ach-Encontrada
           OPEN I-O AchFile
           MOVE 'N' TO Ws-EOF-Ach
           PERFORM UNTIL End-Of-Ach OR Ws-Ach-Encontrada = 'Y'
               READ AchFile
                   AT END
                       MOVE 'Y' TO Ws-EOF-Ach
                   NOT AT END
                       IF Ach-No = Resp-Traza
                           MOVE 'Y' TO Ws-Ach-Encontrada
                       END-IF
               END-READ
           END-PERFORM
           EVALUATE TRUE
               WHEN Ws-Ach-Encontrada = 'N'
                   MOVE 'X' TO Ws-Resultado
                   MOVE 0 TO Ach-Account-ID
                   MOVE 0 TO Ach-Monto
               WHEN Ach-Confirmada OR Ach-Devuelta
                   MOVE 'Y' TO Ws-Resultado
               WHEN Ach-Pendiente
                   MOVE 'P' TO Ws-Resultado
               WHEN Resp-Aceptada
                   MOVE 'C' TO Ach-Estado
                   MOVE Ws-Fecha-Hoy TO Ach-Fecha-Respuesta
                   REWRITE AchRecord
                   MOVE 'C' TO Ws-Resultado
               WHEN Resp-Devuelta
                   PERFORM Abonar-Devolucion
                   IF Ws-Cuenta-Encontrada = 'Y'
                       MOVE 'D' TO Ach-Estado
                       MOVE Ws-Fecha-Hoy TO Ach-Fecha-Respuesta
                       MOVE Resp-Causal TO Ach-Causal
                       MOVE Resp-Descripcion TO Ach-Causal-Desc
                       REWRITE AchRecord
                       MOVE 'D' TO Ws-Resultado
                   ELSE
                       MOVE 'N' TO Ws-Resultado
                   END-IF
               WHEN OTHER
                   MOVE 'R' TO Ws-Resultado
           END-EVALUATE
           CLOSE AchFile
           PERFORM Reportar-Respuesta.

      *Abona el monto de la transferencia devuelta a su cuenta de
      *origen y graba el movimiento 'V'.
       Abonar-Devolucion.
           MOVE 'N' TO Ws-Cuenta-Encontrada
           OPEN I-O AccountFile
           MOVE 'N' TO Ws-EOF-Cuentas
           PERFORM UNTIL End-Of-Cuentas OR Ws-Cuenta-Encontrada = 'Y'
               READ AccountFile
                   AT END
                       MOVE 'Y' TO Ws-EOF-Cuentas
                   NOT AT END
                       IF Account-ID = Ach-Account-ID
                           MOVE 'Y' TO Ws-Cuenta-Encontrada
                       END-IF
               END-READ
           END-PERFORM
           IF Ws-Cuenta-Encontrada = 'N'
               CLOSE AccountFile
               EXIT PARAGRAPH
           END-IF
           IF NOT Cuenta-Activa
               MOVE 'Y' TO Ws-Cuenta-Revisar
           END-IF
           ADD Ach-Monto TO Account-Balance
           MOVE Account-Balance TO Ws-Saldo-Despues
           MOVE Account-Sucursal TO Ws-Sucursal-Cuenta
           REWRITE AccountRecord
           CLOSE AccountFile
           PERFORM Record-Ach-Return.

       Record-Ach-Return.
           PERFORM Get-Next-Trans-Seq
           OPEN EXTEND TransactionFile
           MOVE Ws-Max-Seq TO Trans-Seq-No
           MOVE Ach-Account-ID TO Trans-Account-ID
           MOVE 'V' TO Trans-Type
           MOVE Ach-Monto TO Trans-Amount
           MOVE FUNCTION CURRENT-DATE(1:8) TO Trans-Date
           MOVE FUNCTION CURRENT-DATE(9:6) TO Trans-Time
           MOVE Ws-Saldo-Despues TO Trans-Balance-After
           MOVE Ach-No TO Trans-Reference
           MOVE SPACE TO Trans-Reversed-Type
      *Movimiento generado por el batch, sin cajero de ventanilla;
      *queda en la sucursal de la cuenta.
           MOVE 0 TO Trans-Counterpart-ID
           MOVE 0 TO Trans-Cajero
           MOVE Ws-Sucursal-Cuenta TO Trans-Sucursal
           MOVE 0 TO Trans-Cheque-No
           WRITE TransactionRecord
           CLOSE TransactionFile
           PERFORM Actualizar-Control-Secuencia.

       Reportar-Respuesta.
           MOVE Resp-Traza TO Det-Traza
           MOVE Ach-Account-ID TO Det-Cuenta
           MOVE Ach-Monto TO Det-Monto
           EVALUATE Ws-Resultado
               WHEN 'C'
                   MOVE "CONFIRMADA" TO Det-Resultado
                   ADD 1 TO Ws-Cnt-Confirmadas
                   ADD Ach-Monto TO Ws-Tot-Confirmadas
               WHEN 'D'
                   IF Ws-Cuenta-Revisar = 'Y'
                       MOVE "DEVUELTA Y ABONADA (CUENTA NO ACTIVA)"
                           TO Det-Resultado
                   ELSE
                       MOVE "DEVUELTA Y ABONADA" TO Det-Resultado
                   END-IF
                   ADD 1 TO Ws-Cnt-Devueltas
                   ADD Ach-Monto TO Ws-Tot-Devueltas
               WHEN 'X'
                   MOVE "NO PROCESADA: TRAZA INEXISTENTE"
                       TO Det-Resultado
                   ADD 1 TO Ws-Cnt-Rechazadas
               WHEN 'Y'
                   MOVE "NO PROCESADA: YA TENIA RESPUESTA"
                       TO Det-Resultado
                   ADD 1 TO Ws-Cnt-Rechazadas
               WHEN 'P'
                   MOVE "NO PROCESADA: NO HA SIDO ENVIADA"
                       TO Det-Resultado
                   ADD 1 TO Ws-Cnt-Rechazadas
               WHEN 'N'
                   MOVE "NO PROCESADA: LA CUENTA DE ORIGEN NO EXISTE"
                       TO Det-Resultado
                   ADD 1 TO Ws-Cnt-Rechazadas
               WHEN OTHER
                   MOVE "NO PROCESADA: RESULTADO NO RECONOCIDO"
                       TO Det-Resultado
                   ADD 1 TO Ws-Cnt-Rechazadas
           END-EVALUATE
           MOVE Ws-Linea-Detalle TO Report-Line
           WRITE Report-Line
           IF Resp-Devuelta
               MOVE Resp-Causal TO Det-Causal
               MOVE Resp-Descripcion TO Det-Causal-Desc
               MOVE Ws-Linea-Causal TO Report-Line
               WRITE Report-Line
           END-IF.

       Imprimir-Totales.
           MOVE Ws-Linea-Guiones TO Report-Line
           WRITE Report-Line
           MOVE "DETALLES LEIDOS" TO Tot-Rotulo
           MOVE Ws-Detalles-Leidos TO Tot-Cuenta
           MOVE 0 TO Tot-Monto
           MOVE Ws-Linea-Total TO Report-Line
           WRITE Report-Line
           MOVE "CONFIRMADAS" TO Tot-Rotulo
           MOVE Ws-Cnt-Confirmadas TO Tot-Cuenta
           MOVE Ws-Tot-Confirmadas TO Tot-Monto
           MOVE Ws-Linea-Total TO Report-Line
           WRITE Report-Line
           MOVE "DEVUELTAS Y ABONADAS" TO Tot-Rotulo
           MOVE Ws-Cnt-Devueltas TO Tot-Cuenta
           MOVE Ws-Tot-Devueltas TO Tot-Monto
           MOVE Ws-Linea-Total TO Report-Line
           WRITE Report-Line
           MOVE "NO PROCESADAS" TO Tot-Rotulo
           MOVE Ws-Cnt-Rechazadas TO Tot-Cuenta
           MOVE 0 TO Tot-Monto
           MOVE Ws-Linea-Total TO Report-Line
           WRITE Report-Line
           IF Ws-Control-Leido = 'Y'
               MOVE "CONTROL DEL OPERADOR" TO Tot-Rotulo
               MOVE Ws-Cant-Control TO Tot-Cuenta
               MOVE 0 TO Tot-Monto
               MOVE Ws-Linea-Total TO Report-Line
               WRITE Report-Line
           END-IF.

      *El numero siguiente sale del control de secuencia; solo si ese
      *control no existe todavia se recurre al barrido completo de
      *transacciones.dat de siempre.
       Get-Next-Trans-Seq.
           MOVE 0 TO Ws-Max-Seq
           MOVE 'N' TO Ws-Seq-Ctl-Encontrado
           OPEN INPUT SeqControlFile
           READ SeqControlFile
               AT END
                   CONTINUE
               NOT AT END
                   MOVE 'Y' TO Ws-Seq-Ctl-Encontrado
                   MOVE Seq-Ultimo-Usado TO Ws-Max-Seq
           END-READ
           CLOSE SeqControlFile
           IF Ws-Seq-Ctl-Encontrado = 'N'
               PERFORM Barrer-Max-Trans-Seq
           END-IF
           ADD 1 TO Ws-Max-Seq.

       Barrer-Max-Trans-Seq.
           OPEN INPUT TransactionFile
           MOVE 'N' TO Ws-EOF-Seq
           PERFORM UNTIL End-Of-Seq-Scan
               READ TransactionFile
                   AT END
                       MOVE 'Y' TO Ws-EOF-Seq
                   NOT AT END
                       IF Trans-Seq-No > Ws-Max-Seq
                           MOVE Trans-Seq-No TO Ws-Max-Seq
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TransactionFile.

       Actualizar-Control-Secuencia.
           OPEN OUTPUT SeqControlFile
           MOVE Ws-Max-Seq TO Seq-Ultimo-Usado
           WRITE SeqControlRecord
           CLOSE SeqControlFile.

      *Verificacion al abrir contra los controles que dejo
      *cierre-diario.cbl, igual que en sistema-bancario.cbl: cuentas
      *exactas contra el cierre; las transacciones (vivo + historico)
      *solo pueden crecer y el mayor numero de secuencia nunca
      *retrocede. Ante una alerta la corrida pide confirmacion.
       Verificar-Integridad.
           MOVE 'N' TO Ws-Ctl-Encontrado
           OPEN INPUT ControlFile
           READ ControlFile
               AT END
                   CONTINUE
               NOT AT END
                   MOVE 'Y' TO Ws-Ctl-Encontrado
           END-READ
           CLOSE ControlFile
           IF Ws-Ctl-Encontrado = 'N'
               EXIT PARAGRAPH
           END-IF

           PERFORM Contar-Archivos-Actuales
           MOVE 'N' TO Ws-Integridad-Mal
           IF Ws-Ver-Cuentas NOT = Ctl-Cuentas-Registros
               OR Ws-Ver-Saldo-Tot NOT = Ctl-Cuentas-Saldo-Tot
               MOVE 'Y' TO Ws-Integridad-Mal
               DISPLAY "ALERTA: cuentas.dat no cuadra con el cierre."
           END-IF
           IF Ws-Ver-Trans < Ctl-Trans-Registros
               MOVE 'Y' TO Ws-Integridad-Mal
               DISPLAY "ALERTA: faltan transacciones respecto al "
                   "cierre."
           END-IF
           IF Ws-Ver-Max-Seq < Ctl-Trans-Max-Seq
               MOVE 'Y' TO Ws-Integridad-Mal
               DISPLAY "ALERTA: la numeracion de transacciones "
                   "retrocedio respecto al cierre."
           END-IF

           IF Ws-Integridad-Mal = 'Y'
               DISPLAY "Los archivos no cuadran con el cierre del ",
                   Ctl-Fecha-Cierre, "; verifique o restaure el "
                   "respaldo antes de abonar devoluciones."
               DISPLAY "Continuar de todos modos? SI/NO"
               ACCEPT Ws-Continuar
               IF Ws-Continuar NOT = 'SI' AND Ws-Continuar NOT = 'si'
                   DISPLAY "Corrida cancelada."
                   MOVE 8 TO Return-Code
                   STOP RUN
               END-IF
           END-IF.

       Contar-Archivos-Actuales.
           MOVE 0 TO Ws-Ver-Cuentas
           MOVE 0 TO Ws-Ver-Saldo-Tot
           OPEN INPUT AccountFile
           MOVE 'N' TO Ws-EOF-Cuentas
           PERFORM UNTIL End-Of-Cuentas
               READ AccountFile
                   AT END
                       MOVE 'Y' TO Ws-EOF-Cuentas
                   NOT AT END
                       ADD 1 TO Ws-Ver-Cuentas
                       ADD Account-Balance TO Ws-Ver-Saldo-Tot
               END-READ
           END-PERFORM
           CLOSE AccountFile

           MOVE 0 TO Ws-Ver-Trans
           MOVE 0 TO Ws-Ver-Max-Seq
           OPEN INPUT TransactionFile
           MOVE 'N' TO Ws-EOF-Seq
           PERFORM UNTIL End-Of-Seq-Scan
               READ TransactionFile
                   AT END
                       MOVE 'Y' TO Ws-EOF-Seq
                   NOT AT END
                       ADD 1 TO Ws-Ver-Trans
                       IF Trans-Seq-No > Ws-Ver-Max-Seq
                           MOVE Trans-Seq-No TO Ws-Ver-Max-Seq
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TransactionFile
           OPEN INPUT HistoryFile
           MOVE 'N' TO Ws-EOF-Seq
           PERFORM UNTIL End-Of-Seq-Scan
               READ HistoryFile
                   AT END
                       MOVE 'Y' TO Ws-EOF-Seq
                   NOT AT END
                       ADD 1 TO Ws-Ver-Trans
               END-READ
           END-PERFORM
           CLOSE HistoryFile
           OPEN INPUT SeqControlFile
           READ SeqControlFile
               AT END
                   CONTINUE
               NOT AT END
                   IF Seq-Ultimo-Usado > Ws-Ver-Max-Seq
                       MOVE Seq-Ultimo-Usado TO Ws-Ver-Max-Seq
                   END-IF
           END-READ
           CLOSE SeqControlFile.

      *Tras una corrida limpia los saldos ya no son los del cierre de
      *anoche; se regraba control-archivos.dat con los totales nuevos
      *para que la apertura siguiente no dispare una falsa alarma.
      *Solo se regraba si el regimen de controles ya existe.
       Actualizar-Control-Archivos.
           IF Ws-Ctl-Encontrado = 'N'
               EXIT PARAGRAPH
           END-IF
           PERFORM Contar-Archivos-Actuales
           OPEN OUTPUT ControlFile
           MOVE FUNCTION CURRENT-DATE(1:8) TO Ctl-Fecha-Cierre
           MOVE FUNCTION CURRENT-DATE(9:6) TO Ctl-Hora-Cierre
           MOVE Ws-Ver-Cuentas TO Ctl-Cuentas-Registros
           MOVE Ws-Ver-Saldo-Tot TO Ctl-Cuentas-Saldo-Tot
           MOVE Ws-Ver-Trans TO Ctl-Trans-Registros
           MOVE Ws-Ver-Max-Seq TO Ctl-Trans-Max-Seq
           WRITE FileControlRecord
           CLOSE ControlFile.
