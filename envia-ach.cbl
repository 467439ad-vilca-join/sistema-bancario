      ******************************************************************
      * Author:
      * Date:
      * Purpose: Batch diario que arma el archivo de envio al
      *          operador ACH (ach-envio.txt) con las transferencias
      *          a otros bancos registradas en ventanilla y todavia
      *          pendientes ('P') en transferencias-ach.dat. Cada
      *          corrida es un lote nuevo (mayor Ach-Lote + 1): un
      *          registro de encabezado '1' con el codigo de este
      *          banco, la fecha y el lote; un registro de detalle
      *          '6' por transferencia, con el Ach-No como numero de
      *          traza para casar la respuesta del operador; y un
      *          registro de control '9' con la cantidad de detalles,
      *          la suma de los montos y la suma de los codigos de
      *          banco destino, que el operador valida antes de
      *          aceptar el lote. Las transferencias enviadas quedan
      *          en estado 'E' con la fecha y el lote. El debito ya
      *          se hizo en ventanilla ('H'), asi que este programa
      *          no toca cuentas ni transacciones. Si un archivo se
      *          pierde antes de transmitirlo, indicar el numero de
      *          lote lo regenera con las mismas transferencias.
      *          Sin transferencias pendientes no se arma lote ni
      *          queda archivo.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. envia-ach.
      *Aca se Describe el entorno: Archivos, Dispositivos, etc.
       ENVIRONMENT DIVISION.
      ******************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL AchFile ASSIGN TO "transferencias-ach.dat"
               ORGANIZATION IS SEQUENTIAL.
           SELECT EnvioFile ASSIGN TO "ach-envio.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  AchFile.
           COPY ACHREC.
       FD  EnvioFile.
       01  Envio-Line               PIC X(100).
      *Aqui encontramos las variables que se usan durante la ejecucion.
       WORKING-STORAGE SECTION.
      *Codigo de este banco ante el operador ACH.
       01  Ws-Banco-Origen          PIC 9(4) VALUE 0051.
       01  Ws-Fecha-Hoy             PIC 9(8).
       01  Ws-Hora-Hoy              PIC 9(6).
       01  Ws-EOF-Ach               PIC X VALUE 'N'.
           88 End-Of-Ach            VALUE 'Y'.

      *Lote de la corrida: nuevo (mayor lote + 1) o uno anterior que
      *se regenera.
       01  Ws-Lote-Pedido           PIC 9(5).
       01  Ws-Lote                  PIC 9(5).
       01  Ws-Lote-Max              PIC 9(5).
       01  Ws-Regenerar             PIC X VALUE 'N'.

      *Totales de control del lote.
       01  Ws-Cant-Detalles         PIC 9(6) VALUE 0.
       01  Ws-Total-Montos          PIC 9(12)V99 VALUE 0.
       01  Ws-Hash-Bancos           PIC 9(10) VALUE 0.
       01  Ws-Monto-Edit            PIC Z(11)9.99.

      *Registros del archivo de envio.
       01  Ws-Env-Encabezado.
           05  FILLER               PIC X(1)  VALUE '1'.
           05  Enc-Banco-Origen     PIC 9(4).
           05  Enc-Fecha            PIC 9(8).
           05  Enc-Hora             PIC 9(6).
           05  Enc-Lote             PIC 9(5).
           05  FILLER               PIC X(76) VALUE SPACES.
       01  Ws-Env-Detalle.
           05  FILLER               PIC X(1)  VALUE '6'.
           05  Det-Traza            PIC 9(7).
           05  Det-Banco            PIC 9(4).
           05  Det-Cuenta           PIC X(17).
           05  Det-Tipo-Cuenta      PIC X(1).
           05  Det-Documento        PIC X(15).
           05  Det-Nombre           PIC X(30).
           05  Det-Monto            PIC 9(10)V99.
           05  Det-Cuenta-Origen    PIC 9(5).
           05  FILLER               PIC X(8)  VALUE SPACES.
       01  Ws-Env-Control.
           05  FILLER               PIC X(1)  VALUE '9'.
           05  Ctl-Lote             PIC 9(5).
           05  Ctl-Cantidad         PIC 9(6).
           05  Ctl-Total            PIC 9(12)V99.
           05  Ctl-Hash             PIC 9(10).
           05  FILLER               PIC X(64) VALUE SPACES.

      *Aqui empezamos a desarrollar la logica del programa.
       PROCEDURE DIVISION.
       Main-Envio-Ach.
           DISPLAY "======ENVIO DE TRANSFERENCIAS ACH======"
           MOVE FUNCTION CURRENT-DATE(1:8) TO Ws-Fecha-Hoy
           MOVE FUNCTION CURRENT-DATE(9:6) TO Ws-Hora-Hoy
           DISPLAY "Lote a regenerar (0 = lote nuevo): "
           ACCEPT Ws-Lote-Pedido
           PERFORM Buscar-Ultimo-Lote
           IF Ws-Lote-Pedido = 0
               COMPUTE Ws-Lote = Ws-Lote-Max + 1
           ELSE
               IF Ws-Lote-Pedido > Ws-Lote-Max
                   DISPLAY "El lote ", Ws-Lote-Pedido,
                       " no existe; corrida cancelada."
                   MOVE 8 TO Return-Code
                   STOP RUN
               END-IF
               MOVE Ws-Lote-Pedido TO Ws-Lote
               MOVE 'Y' TO Ws-Regenerar
           END-IF

           OPEN OUTPUT EnvioFile
           MOVE Ws-Banco-Origen TO Enc-Banco-Origen
           MOVE Ws-Fecha-Hoy TO Enc-Fecha
           MOVE Ws-Hora-Hoy TO Enc-Hora
           MOVE Ws-Lote TO Enc-Lote
           MOVE Ws-Env-Encabezado TO Envio-Line
           WRITE Envio-Line

           OPEN I-O AchFile
           MOVE 'N' TO Ws-EOF-Ach
           PERFORM UNTIL End-Of-Ach
               READ AchFile
                   AT END
                       MOVE 'Y' TO Ws-EOF-Ach
                   NOT AT END
                       PERFORM Evaluar-Transferencia
               END-READ
           END-PERFORM
           CLOSE AchFile

           MOVE Ws-Lote TO Ctl-Lote
           MOVE Ws-Cant-Detalles TO Ctl-Cantidad
           MOVE Ws-Total-Montos TO Ctl-Total
           MOVE Ws-Hash-Bancos TO Ctl-Hash
           MOVE Ws-Env-Control TO Envio-Line
           WRITE Envio-Line
           CLOSE EnvioFile

      *Un lote nuevo sin detalles no se envia: ninguna transferencia
      *queda con ese numero y la corrida siguiente lo volveria a usar.
           IF Ws-Cant-Detalles = 0 AND Ws-Regenerar = 'N'
               CALL "CBL_DELETE_FILE" USING "ach-envio.txt"
               DISPLAY "No hay transferencias pendientes; no se "
                   "genera lote ni archivo."
               STOP RUN
           END-IF

           DISPLAY "-----------------------------------"
           DISPLAY "Lote: ", Ws-Lote
           DISPLAY "Transferencias en el archivo: ", Ws-Cant-Detalles
           MOVE Ws-Total-Montos TO Ws-Monto-Edit
           DISPLAY "Total del lote: ", Ws-Monto-Edit
           DISPLAY "Control de bancos destino: ", Ws-Hash-Bancos
           IF Ws-Cant-Detalles = 0
               DISPLAY "No hay transferencias para enviar."
           END-IF
           DISPLAY "Archivo generado: ach-envio.txt"
           STOP RUN.

      *El lote nuevo toma las pendientes; la regeneracion toma las
      *que ya salieron en ese lote, sin cambiarles el estado.
       Evaluar-Transferencia.
           IF Ws-Regenerar = 'Y'
               IF Ach-Lote = Ws-Lote AND NOT Ach-Pendiente
                   PERFORM Escribir-Detalle
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF Ach-Pendiente
               PERFORM Escribir-Detalle
               MOVE 'E' TO Ach-Estado
               MOVE Ws-Fecha-Hoy TO Ach-Fecha-Envio
               MOVE Ws-Lote TO Ach-Lote
               REWRITE AchRecord
           END-IF.

       Escribir-Detalle.
           MOVE Ach-No TO Det-Traza
           MOVE Ach-Banco-Destino TO Det-Banco
           MOVE Ach-Cuenta-Destino TO Det-Cuenta
           MOVE Ach-Tipo-Cuenta-Destino TO Det-Tipo-Cuenta
           MOVE Ach-Documento-Benef TO Det-Documento
           MOVE Ach-Nombre-Benef TO Det-Nombre
           MOVE Ach-Monto TO Det-Monto
           MOVE Ach-Account-ID TO Det-Cuenta-Origen
           MOVE Ws-Env-Detalle TO Envio-Line
           WRITE Envio-Line
           ADD 1 TO Ws-Cant-Detalles
           ADD Ach-Monto TO Ws-Total-Montos
           ADD Ach-Banco-Destino TO Ws-Hash-Bancos.

       Buscar-Ultimo-Lote.
           MOVE 0 TO Ws-Lote-Max
           OPEN INPUT AchFile
           MOVE 'N' TO Ws-EOF-Ach
           PERFORM UNTIL End-Of-Ach
               READ AchFile
                   AT END
                       MOVE 'Y' TO Ws-EOF-Ach
                   NOT AT END
                       IF Ach-Lote > Ws-Lote-Max
                           MOVE Ach-Lote TO Ws-Lote-Max
                       END-IF
               END-READ
           END-PERFORM
           CLOSE AchFile.
