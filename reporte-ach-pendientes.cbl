      ******************************************************************
      * Author:
      * Date:
      * Purpose: Reporte de transferencias ACH sin confirmar: lista
      *          toda transferencia de transferencias-ach.dat
      *          registrada hasta la fecha de corte (por omision
      *          ayer, porque las del dia todavia estan en curso) que
      *          siga pendiente de envio ('P') o enviada sin
      *          respuesta del operador ('E'), con los dias que lleva
      *          abierta. El dinero de esas transferencias ya salio
      *          de la cuenta del cliente y no ha llegado al banco
      *          destino, asi que operaciones las persigue con el
      *          operador a partir de este reporte. Al final, totales
      *          por estado.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. reporte-ach-pendientes.
      *Aca se Describe el entorno: Archivos, Dispositivos, etc.
       ENVIRONMENT DIVISION.
      ******************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL AchFile ASSIGN TO "transferencias-ach.dat"
               ORGANIZATION IS SEQUENTIAL.
           SELECT ReportFile ASSIGN TO "reporte-ach-pendientes.rpt"
               ORGANIZATION IS LINE SEQUENTIAL.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  AchFile.
           COPY ACHREC.
       FD  ReportFile.
       01  Report-Line              PIC X(80).
      *Aqui encontramos las variables que se usan durante la ejecucion.
       WORKING-STORAGE SECTION.
       01  Ws-Fecha-Hoy             PIC 9(8).
       01  Ws-Fecha-Corte           PIC 9(8).
       01  Ws-Dias-Abierta          PIC 9(5).
       01  Ws-EOF-Ach               PIC X VALUE 'N'.
           88 End-Of-Ach            VALUE 'Y'.

      *Totales por estado.
       01  Ws-Cnt-Sin-Enviar        PIC 9(5) VALUE 0.
       01  Ws-Tot-Sin-Enviar        PIC S9(9)V99 VALUE 0.
       01  Ws-Cnt-Sin-Respuesta     PIC 9(5) VALUE 0.
       01  Ws-Tot-Sin-Respuesta     PIC S9(9)V99 VALUE 0.

      *Armado del reporte, al estilo de reporte-efectivo.cbl.
       01  Ws-Encabezado-1.
           05  FILLER               PIC X(42) VALUE
               "TRANSFERENCIAS ACH SIN CONFIRMAR          ".
           05  FILLER               PIC X(7)  VALUE "CORTE: ".
           05  Enc-Corte            PIC 9(8).
       01  Ws-Encabezado-2.
           05  FILLER               PIC X(40) VALUE
               "  ACH-NO CUENTA REGISTRO DIAS ESTADO    ".
           05  FILLER               PIC X(36) VALUE
               " BANCO CUENTA DESTINO          MONTO".
       01  Ws-Linea-Guiones         PIC X(76) VALUE ALL "-".
       01  Ws-Linea-Detalle.
           05  FILLER               PIC X(1)  VALUE SPACES.
           05  Det-Ach-No           PIC 9(7).
           05  FILLER               PIC X(1)  VALUE SPACES.
           05  Det-Cuenta           PIC 9(5).
           05  FILLER               PIC X(1)  VALUE SPACES.
           05  Det-Fecha            PIC 9(8).
           05  FILLER               PIC X(1)  VALUE SPACES.
           05  Det-Dias             PIC ZZZ9.
           05  FILLER               PIC X(1)  VALUE SPACES.
           05  Det-Estado           PIC X(10).
           05  FILLER               PIC X(1)  VALUE SPACES.
           05  Det-Banco            PIC 9(4).
           05  FILLER               PIC X(1)  VALUE SPACES.
           05  Det-Cuenta-Destino   PIC X(17).
           05  FILLER               PIC X(1)  VALUE SPACES.
           05  Det-Monto            PIC Z(7)9.99.
       01  Ws-Linea-Total.
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  Tot-Rotulo           PIC X(26).
           05  Tot-Cuenta           PIC ZZZZ9.
           05  FILLER               PIC X(3)  VALUE SPACES.
           05  Tot-Monto            PIC -Z(9)9.99.

      *Aqui empezamos a desarrollar la logica del programa.
       PROCEDURE DIVISION.
       Main-Reporte.
           DISPLAY "======TRANSFERENCIAS ACH SIN CONFIRMAR======"
           MOVE FUNCTION CURRENT-DATE(1:8) TO Ws-Fecha-Hoy
           DISPLAY "Fecha de corte (AAAAMMDD, 0 = ayer): "
           ACCEPT Ws-Fecha-Corte
           IF Ws-Fecha-Corte = 0
               COMPUTE Ws-Fecha-Corte = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(Ws-Fecha-Hoy) - 1)
           END-IF
           MOVE Ws-Fecha-Corte TO Enc-Corte

           OPEN OUTPUT ReportFile
           MOVE Ws-Encabezado-1 TO Report-Line
           WRITE Report-Line
           MOVE Ws-Encabezado-2 TO Report-Line
           WRITE Report-Line
           MOVE Ws-Linea-Guiones TO Report-Line
           WRITE Report-Line

           OPEN INPUT AchFile
           PERFORM UNTIL End-Of-Ach
               READ AchFile
                   AT END
                       MOVE 'Y' TO Ws-EOF-Ach
                   NOT AT END
                       IF (Ach-Pendiente OR Ach-Enviada)
                           AND Ach-Fecha-Registro <= Ws-Fecha-Corte
                           PERFORM Reportar-Transferencia
                       END-IF
               END-READ
           END-PERFORM
           CLOSE AchFile

           PERFORM Imprimir-Totales
           CLOSE ReportFile
           DISPLAY "Sin enviar: ", Ws-Cnt-Sin-Enviar,
               " | Enviadas sin respuesta: ", Ws-Cnt-Sin-Respuesta
           DISPLAY "Reporte generado: reporte-ach-pendientes.rpt"
           STOP RUN.

       Reportar-Transferencia.
           COMPUTE Ws-Dias-Abierta =
               FUNCTION INTEGER-OF-DATE(Ws-Fecha-Hoy)
               - FUNCTION INTEGER-OF-DATE(Ach-Fecha-Registro)
           MOVE Ach-No TO Det-Ach-No
           MOVE Ach-Account-ID TO Det-Cuenta
           MOVE Ach-Fecha-Registro TO Det-Fecha
           MOVE Ws-Dias-Abierta TO Det-Dias
           IF Ach-Pendiente
               MOVE "SIN ENVIAR" TO Det-Estado
               ADD 1 TO Ws-Cnt-Sin-Enviar
               ADD Ach-Monto TO Ws-Tot-Sin-Enviar
           ELSE
               MOVE "ENVIADA" TO Det-Estado
               ADD 1 TO Ws-Cnt-Sin-Respuesta
               ADD Ach-Monto TO Ws-Tot-Sin-Respuesta
           END-IF
           MOVE Ach-Banco-Destino TO Det-Banco
           MOVE Ach-Cuenta-Destino TO Det-Cuenta-Destino
           MOVE Ach-Monto TO Det-Monto
           MOVE Ws-Linea-Detalle TO Report-Line
           WRITE Report-Line.

       Imprimir-Totales.
           MOVE Ws-Linea-Guiones TO Report-Line
           WRITE Report-Line
           IF Ws-Cnt-Sin-Enviar = 0 AND Ws-Cnt-Sin-Respuesta = 0
               MOVE "  SIN TRANSFERENCIAS PENDIENTES AL CORTE"
                   TO Report-Line
               WRITE Report-Line
           END-IF
           MOVE "SIN ENVIAR AL OPERADOR" TO Tot-Rotulo
           MOVE Ws-Cnt-Sin-Enviar TO Tot-Cuenta
           MOVE Ws-Tot-Sin-Enviar TO Tot-Monto
           MOVE Ws-Linea-Total TO Report-Line
           WRITE Report-Line
           MOVE "ENVIADAS SIN RESPUESTA" TO Tot-Rotulo
           MOVE Ws-Cnt-Sin-Respuesta TO Tot-Cuenta
           MOVE Ws-Tot-Sin-Respuesta TO Tot-Monto
           MOVE Ws-Linea-Total TO Report-Line
           WRITE Report-Line.
