      *          diario-operaciones.rpt. Las cuentas sin cliente
      *          asociado (cliente cero) salen en una seccion aparte
      *          para que ninguna operacion grande quede por fuera.
      *          Las cuentas de las que el cliente es cotitular en
      *          cotitulares.dat salen tambien bajo el cliente,
      *          marcadas COTITULAR; esas operaciones ya estan
      *          contadas bajo el titular principal, asi que el total
      *          de control no las vuelve a sumar.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL TransactionFile ASSIGN TO "transacciones.dat"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL CotitularFile ASSIGN TO "cotitulares.dat"
               ORGANIZATION IS SEQUENTIAL.
           SELECT ReportFile ASSIGN TO "reporte-efectivo.rpt"
               ORGANIZATION IS LINE SEQUENTIAL.
      ******************************************************************
           COPY ACCTREC.
       FD  TransactionFile.
           COPY TRANREC.
       FD  CotitularFile.
           COPY COTREC.
       FD  ReportFile.
       01  Report-Line              PIC X(80).
      *Aqui encontramos las variables que se usan durante la ejecucion.
           88 End-Of-Cuentas        VALUE 'Y'.
       01  Ws-EOF-Trans             PIC X VALUE 'N'.
           88 End-Of-Trans          VALUE 'Y'.
       01  Ws-EOF-Cot               PIC X VALUE 'N'.
           88 End-Of-Cot            VALUE 'Y'.

      *Cliente y cuenta en proceso; el encabezado del cliente solo se
      *imprime si tiene al menos una operacion sobre el umbral.
       01  Ws-Cliente-Proceso       PIC 9(5).
       01  Ws-Cliente-Impreso       PIC X.
       01  Ws-Cuenta-Proceso        PIC 9(5).
       01  Ws-Es-Cotitular          PIC X VALUE 'N'.

       01  Ws-Operaciones-Listadas  PIC 9(5) VALUE 0.
       01  Ws-Total-Listado         PIC S9(11)V99 VALUE 0.
       01  Ws-Operaciones-Cotitular PIC 9(5) VALUE 0.
       01  Ws-Total-Cotitular       PIC S9(11)V99 VALUE 0.

      *Armado del reporte, al estilo de diario-operaciones.cbl.
       01  Ws-Encabezado-1.
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  FILLER               PIC X(7)  VALUE "CAJERO ".
           05  Det-Cajero           PIC 9(4).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  Det-Marca            PIC X(9).

       01  Ws-Linea-Total.
           05  FILLER               PIC X(2)  VALUE SPACES.
                       END-IF
               END-READ
           END-PERFORM
           CLOSE AccountFile
           IF Ws-Cliente-Proceso > 0
               PERFORM Reportar-Cuentas-Cotitular
           END-IF.

      *Cuentas de las que el cliente es cotitular activo; los
      *autorizados firman pero no son duenios del dinero.
       Reportar-Cuentas-Cotitular.
           MOVE 'Y' TO Ws-Es-Cotitular
           OPEN INPUT CotitularFile
           MOVE 'N' TO Ws-EOF-Cot
           PERFORM UNTIL End-Of-Cot
               READ CotitularFile
                   AT END
                       MOVE 'Y' TO Ws-EOF-Cot
                   NOT AT END
                       IF Cot-Cliente-No = Ws-Cliente-Proceso
                           AND Cot-Activo AND Rol-Cotitular
                           MOVE Cot-Account-ID TO Ws-Cuenta-Proceso
                           PERFORM Reportar-Cuenta
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CotitularFile
           MOVE 'N' TO Ws-Es-Cotitular.

      *Solo los movimientos en efectivo (depositos y retiros) entran
      *al reporte; las transferencias entre cuentas no mueven
           MOVE Trans-Amount TO Det-Monto
           MOVE Trans-Time TO Det-Hora
           MOVE Trans-Cajero TO Det-Cajero
           IF Ws-Es-Cotitular = 'Y'
               MOVE "COTITULAR" TO Det-Marca
           ELSE
               MOVE SPACES TO Det-Marca
           END-IF
           MOVE Ws-Linea-Detalle TO Report-Line
           WRITE Report-Line
           IF Ws-Es-Cotitular = 'Y'
               ADD 1 TO Ws-Operaciones-Cotitular
               ADD Trans-Amount TO Ws-Total-Cotitular
           ELSE
               ADD 1 TO Ws-Operaciones-Listadas
               ADD Trans-Amount TO Ws-Total-Listado
           END-IF.

       Imprimir-Totales.
           MOVE SPACES TO Report-Line
           MOVE Ws-Operaciones-Listadas TO Tot-Cuenta
           MOVE Ws-Total-Listado TO Tot-Monto
           MOVE Ws-Linea-Total TO Report-Line
           WRITE Report-Line
           IF Ws-Operaciones-Cotitular > 0
               MOVE "REPETIDAS A COTITULAR" TO Tot-Rotulo
               MOVE Ws-Operaciones-Cotitular TO Tot-Cuenta
               MOVE Ws-Total-Cotitular TO Tot-Monto
               MOVE Ws-Linea-Total TO Report-Line
               WRITE Report-Line
           END-IF.
