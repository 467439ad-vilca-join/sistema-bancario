      ******************************************************************
      * Author:
      * Date:
      * Purpose: Batch mensual que produce el reporte del gravamen a
      *          los movimientos financieros (GMF, 4x1000) retenido
      *          a cada cliente en el mes, para la declaracion ante
      *          la DIAN (reporte-gmf.rpt). Recorre transacciones.dat
      *          y el historico archivado (archiva-transacciones.cbl
      *          puede haberse llevado buena parte del mes) sumando
      *          por cuenta los cargos 'G' del periodo, netos de sus
      *          reversas del mismo periodo; ubica el cliente de cada
      *          cuenta en cuentas.dat (Account-Customer-No) y lista
      *          por cliente de clientes.dat, con su documento, el
      *          detalle por cuenta y el total retenido. Las cuentas
      *          sin cliente (cliente cero, o cerradas y ya fuera de
      *          cuentas.dat) van aparte para que contabilidad las
      *          resuelva a mano. Al final un resumen de control con
      *          los totales generales para cuadrar contra la
      *          interfase contable de extracto-contable.cbl. Si
      *          hay mas cuentas con GMF de las que caben en la tabla
      *          el reporte queda incompleto y la corrida termina con
      *          RC 8.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. reporte-gmf.
      *Aca se Describe el entorno: Archivos, Dispositivos, etc.
       ENVIRONMENT DIVISION.
      ******************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL AccountFile ASSIGN TO "cuentas.dat"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL TransactionFile ASSIGN TO "transacciones.dat"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL HistoryFile
               ASSIGN TO "historico-transacciones.dat"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL ClienteFile ASSIGN TO "clientes.dat"
               ORGANIZATION IS SEQUENTIAL.
           SELECT ReportFile ASSIGN TO "reporte-gmf.rpt"
               ORGANIZATION IS LINE SEQUENTIAL.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  AccountFile.
           COPY ACCTREC.
       FD  TransactionFile.
           COPY TRANREC.
      *Calco byte a byte de TransactionRecord (75 bytes); se copia
      *con MOVE de grupo a TransactionRecord para interpretarlo.
       FD  HistoryFile.
       01  HistoryRecord            PIC X(75).
       FD  ClienteFile.
           COPY CLIREC.
       FD  ReportFile.
       01  Report-Line              PIC X(80).
      *Aqui encontramos las variables que se usan durante la ejecucion.
       WORKING-STORAGE SECTION.
       01  Ws-Periodo               PIC 9(6).
       01  Ws-Periodo-R REDEFINES Ws-Periodo.
           05  Ws-Periodo-AAAA      PIC 9(4).
           05  Ws-Periodo-MM        PIC 9(2).
       01  Ws-EOF-Trans             PIC X VALUE 'N'.
           88 End-Of-Trans          VALUE 'Y'.
       01  Ws-EOF-Cuentas           PIC X VALUE 'N'.
           88 End-Of-Cuentas        VALUE 'Y'.
       01  Ws-EOF-Clientes          PIC X VALUE 'N'.
           88 End-Of-Clientes       VALUE 'Y'.

       01  Ws-Fecha-Mov.
           05  Ws-Fecha-Mov-Per     PIC 9(6).
           05  Ws-Fecha-Mov-DD      PIC 9(2).

      *Cuentas con GMF en el periodo: cargos, neto retenido y
      *cliente dueno. Si la tabla se llena las demas cuentas no
      *entran al reporte y se avisa al final de la corrida.
       01  Ws-Cta-Cant              PIC 9(3) VALUE 0.
       01  Ws-Tabla-Cuentas.
           05  Ws-Cta-Ent OCCURS 500.
               10  Ws-Cta-No        PIC 9(5).
               10  Ws-Cta-Cargos    PIC 9(5).
               10  Ws-Cta-Gmf       PIC S9(9)V99.
               10  Ws-Cta-Cliente   PIC 9(5).
               10  Ws-Cta-Listada   PIC X.
       01  Ws-Cta-Idx               PIC 9(3).
       01  Ws-Cta-Hallada           PIC X.
       01  Ws-Tabla-Llena           PIC X VALUE 'N'.

      *Acumulados del cliente en proceso y generales de control.
       01  Ws-Cli-Tiene-Ctas        PIC X.
       01  Ws-Cli-Cargos            PIC 9(5).
       01  Ws-Cli-Gmf               PIC S9(9)V99.
       01  Ws-Clientes-Reportados   PIC 9(5) VALUE 0.
       01  Ws-Cargos-General        PIC 9(7) VALUE 0.
       01  Ws-Gmf-General           PIC S9(11)V99 VALUE 0.
       01  Ws-Sin-Cliente-Ctas      PIC 9(5) VALUE 0.
       01  Ws-Sin-Cliente-Gmf       PIC S9(11)V99 VALUE 0.

      *Armado del reporte: 55 lineas de detalle por pagina, igual
      *que informe-gerencial.cbl.
       01  Ws-Linea-Num             PIC 9(2) VALUE 99.
       01  Ws-Pagina                PIC 9(3) VALUE 0.
       01  Ws-Encabezado-1.
           05  FILLER               PIC X(32)
               VALUE "GMF 4X1000 RETENIDO     PERIODO ".
           05  Enc-Periodo          PIC 9(6).
           05  FILLER               PIC X(33) VALUE SPACES.
           05  FILLER               PIC X(5)  VALUE "PAG: ".
           05  Enc-Pagina           PIC ZZ9.
       01  Ws-Linea-Guiones         PIC X(76) VALUE ALL "-".
       01  Ws-Linea-Cliente.
           05  FILLER               PIC X(9)  VALUE "CLIENTE: ".
           05  Gmf-Cliente-No       PIC 9(5).
           05  FILLER               PIC X(3)  VALUE " - ".
           05  Gmf-Nombre           PIC X(30).
           05  FILLER               PIC X(7)  VALUE "  DOC: ".
           05  Gmf-Documento        PIC X(15).
       01  Ws-Linea-Cuenta.
           05  FILLER               PIC X(4)  VALUE SPACES.
           05  FILLER               PIC X(8)  VALUE "CUENTA: ".
           05  Gmf-Cuenta           PIC 9(5).
           05  FILLER               PIC X(4)  VALUE SPACES.
           05  FILLER               PIC X(8)  VALUE "CARGOS: ".
           05  Gmf-Cargos           PIC ZZZZ9.
           05  FILLER               PIC X(4)  VALUE SPACES.
           05  FILLER               PIC X(10) VALUE "RETENIDO: ".
           05  Gmf-Monto            PIC -Z(9)9.99.
       01  Ws-Linea-Resumen.
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  Res-Rotulo           PIC X(26).
           05  Res-Cnt              PIC ZZZZZZ9.
           05  FILLER               PIC X(3)  VALUE SPACES.
           05  Res-Tot              PIC -Z(10)9.99.

      *Aqui empezamos a desarrollar la logica del programa.
       PROCEDURE DIVISION.
       Main-Reporte-Gmf.
           DISPLAY "======REPORTE GMF 4X1000======"
           DISPLAY "Periodo (AAAAMM, 0 = mes anterior): "
           ACCEPT Ws-Periodo
           IF Ws-Periodo = 0
               MOVE FUNCTION CURRENT-DATE(1:6) TO Ws-Periodo
               IF Ws-Periodo-MM = 1
                   MOVE 12 TO Ws-Periodo-MM
                   SUBTRACT 1 FROM Ws-Periodo-AAAA
               ELSE
                   SUBTRACT 1 FROM Ws-Periodo-MM
               END-IF
           END-IF
           MOVE Ws-Periodo TO Enc-Periodo

           OPEN OUTPUT ReportFile
           PERFORM Acumular-Gmf-Periodo
           PERFORM Asignar-Clientes
           PERFORM Imprimir-Por-Cliente
           PERFORM Imprimir-Sin-Cliente
           PERFORM Imprimir-Resumen-Control
           CLOSE ReportFile
           DISPLAY "Clientes reportados: ", Ws-Clientes-Reportados
           DISPLAY "Reporte generado: reporte-gmf.rpt"
           IF Ws-Tabla-Llena = 'Y'
               DISPLAY "AVISO: mas de 500 cuentas con GMF; el "
                   "reporte quedo incompleto y no debe usarse para "
                   "la declaracion."
               MOVE 8 TO Return-Code
           ELSE
               MOVE 0 TO Return-Code
           END-IF
           STOP RUN.

       Escribir-Linea.
           IF Ws-Linea-Num > 55
               PERFORM Imprimir-Encabezado
           END-IF
           WRITE Report-Line
           ADD 1 TO Ws-Linea-Num.

       Imprimir-Encabezado.
           ADD 1 TO Ws-Pagina
           MOVE Ws-Pagina TO Enc-Pagina
           IF Ws-Pagina > 1
               MOVE SPACES TO Report-Line
               WRITE Report-Line
           END-IF
           MOVE Ws-Encabezado-1 TO Report-Line
           WRITE Report-Line
           MOVE Ws-Linea-Guiones TO Report-Line
           WRITE Report-Line
           MOVE 1 TO Ws-Linea-Num.

      *Una pasada por el vivo y otra por el historico dejan en la
      *tabla cada cuenta con GMF del periodo y su neto retenido.
       Acumular-Gmf-Periodo.
           OPEN INPUT TransactionFile
           MOVE 'N' TO Ws-EOF-Trans
           PERFORM UNTIL End-Of-Trans
               READ TransactionFile
                   AT END
                       MOVE 'Y' TO Ws-EOF-Trans
                   NOT AT END
                       PERFORM Acumular-Movimiento-Gmf
               END-READ
           END-PERFORM
           CLOSE TransactionFile
           OPEN INPUT HistoryFile
           MOVE 'N' TO Ws-EOF-Trans
           PERFORM UNTIL End-Of-Trans
               READ HistoryFile
                   AT END
                       MOVE 'Y' TO Ws-EOF-Trans
                   NOT AT END
                       MOVE HistoryRecord TO TransactionRecord
                       PERFORM Acumular-Movimiento-Gmf
               END-READ
           END-PERFORM
           CLOSE HistoryFile.

      *Un cargo 'G' suma al retenido de la cuenta y su reversa del
      *mismo periodo lo devuelve; una reversa de otro mes corrige el
      *mes en que se hizo, que es cuando se devolvio el impuesto.
       Acumular-Movimiento-Gmf.
           MOVE Trans-Date TO Ws-Fecha-Mov
           IF Ws-Fecha-Mov-Per NOT = Ws-Periodo
               EXIT PARAGRAPH
           END-IF
           IF NOT Gmf
               AND NOT (Reversal AND Trans-Reversed-Type = 'G')
               EXIT PARAGRAPH
           END-IF
           PERFORM Ubicar-Cuenta
           IF Ws-Cta-Hallada = 'N'
               EXIT PARAGRAPH
           END-IF
           IF Gmf
               ADD 1 TO Ws-Cta-Cargos(Ws-Cta-Idx)
               ADD Trans-Amount TO Ws-Cta-Gmf(Ws-Cta-Idx)
           ELSE
               SUBTRACT Trans-Amount FROM Ws-Cta-Gmf(Ws-Cta-Idx)
           END-IF.

      *Deja en Ws-Cta-Idx la entrada de Trans-Account-ID, creandola
      *si es nueva; si la tabla esta llena no la crea.
       Ubicar-Cuenta.
           MOVE 'N' TO Ws-Cta-Hallada
           PERFORM VARYING Ws-Cta-Idx FROM 1 BY 1
               UNTIL Ws-Cta-Idx > Ws-Cta-Cant OR Ws-Cta-Hallada = 'Y'
               IF Ws-Cta-No(Ws-Cta-Idx) = Trans-Account-ID
                   MOVE 'Y' TO Ws-Cta-Hallada
               END-IF
           END-PERFORM
           IF Ws-Cta-Hallada = 'Y'
               SUBTRACT 1 FROM Ws-Cta-Idx
               EXIT PARAGRAPH
           END-IF
           IF Ws-Cta-Cant >= 500
               MOVE 'Y' TO Ws-Tabla-Llena
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO Ws-Cta-Cant
           MOVE Ws-Cta-Cant TO Ws-Cta-Idx
           MOVE Trans-Account-ID TO Ws-Cta-No(Ws-Cta-Idx)
           MOVE 0 TO Ws-Cta-Cargos(Ws-Cta-Idx)
           MOVE 0 TO Ws-Cta-Gmf(Ws-Cta-Idx)
           MOVE 0 TO Ws-Cta-Cliente(Ws-Cta-Idx)
           MOVE 'N' TO Ws-Cta-Listada(Ws-Cta-Idx)
           MOVE 'Y' TO Ws-Cta-Hallada.

      *El cliente de cada cuenta sale de cuentas.dat; una cuenta
      *cerrada ya no esta alli y queda con cliente cero.
       Asignar-Clientes.
           OPEN INPUT AccountFile
           MOVE 'N' TO Ws-EOF-Cuentas
           PERFORM UNTIL End-Of-Cuentas
               READ AccountFile
                   AT END
                       MOVE 'Y' TO Ws-EOF-Cuentas
                   NOT AT END
                       PERFORM VARYING Ws-Cta-Idx FROM 1 BY 1
                           UNTIL Ws-Cta-Idx > Ws-Cta-Cant
                           IF Ws-Cta-No(Ws-Cta-Idx) = Account-ID
                               MOVE Account-Customer-No
                                   TO Ws-Cta-Cliente(Ws-Cta-Idx)
                           END-IF
                       END-PERFORM
               END-READ
           END-PERFORM
           CLOSE AccountFile.

       Imprimir-Por-Cliente.
           PERFORM Imprimir-Encabezado
           OPEN INPUT ClienteFile
           MOVE 'N' TO Ws-EOF-Clientes
           PERFORM UNTIL End-Of-Clientes
               READ ClienteFile
                   AT END
                       MOVE 'Y' TO Ws-EOF-Clientes
                   NOT AT END
                       PERFORM Imprimir-Cliente
               END-READ
           END-PERFORM
           CLOSE ClienteFile.

      *El encabezado del cliente solo sale con su primera cuenta con
      *GMF en el periodo; un cliente sin cargos no aparece.
       Imprimir-Cliente.
           MOVE 'N' TO Ws-Cli-Tiene-Ctas
           MOVE 0 TO Ws-Cli-Cargos
           MOVE 0 TO Ws-Cli-Gmf
           PERFORM VARYING Ws-Cta-Idx FROM 1 BY 1
               UNTIL Ws-Cta-Idx > Ws-Cta-Cant
               IF Ws-Cta-Cliente(Ws-Cta-Idx) = Cliente-No
                   AND Cliente-No NOT = 0
                   IF Ws-Cli-Tiene-Ctas = 'N'
                       MOVE SPACES TO Report-Line
                       PERFORM Escribir-Linea
                       MOVE Cliente-No TO Gmf-Cliente-No
                       MOVE Cliente-Nombre TO Gmf-Nombre
                       MOVE Cliente-Documento TO Gmf-Documento
                       MOVE Ws-Linea-Cliente TO Report-Line
                       PERFORM Escribir-Linea
                       MOVE 'Y' TO Ws-Cli-Tiene-Ctas
                   END-IF
                   PERFORM Imprimir-Cuenta
                   ADD Ws-Cta-Cargos(Ws-Cta-Idx) TO Ws-Cli-Cargos
                   ADD Ws-Cta-Gmf(Ws-Cta-Idx) TO Ws-Cli-Gmf
               END-IF
           END-PERFORM
           IF Ws-Cli-Tiene-Ctas = 'Y'
               MOVE "  TOTAL RETENIDO CLIENTE  " TO Res-Rotulo
               MOVE Ws-Cli-Cargos TO Res-Cnt
               MOVE Ws-Cli-Gmf TO Res-Tot
               MOVE Ws-Linea-Resumen TO Report-Line
               PERFORM Escribir-Linea
               ADD 1 TO Ws-Clientes-Reportados
               ADD Ws-Cli-Cargos TO Ws-Cargos-General
               ADD Ws-Cli-Gmf TO Ws-Gmf-General
           END-IF.

       Imprimir-Cuenta.
           MOVE Ws-Cta-No(Ws-Cta-Idx) TO Gmf-Cuenta
           MOVE Ws-Cta-Cargos(Ws-Cta-Idx) TO Gmf-Cargos
           MOVE Ws-Cta-Gmf(Ws-Cta-Idx) TO Gmf-Monto
           MOVE Ws-Linea-Cuenta TO Report-Line
           PERFORM Escribir-Linea
           MOVE 'Y' TO Ws-Cta-Listada(Ws-Cta-Idx).

      *Lo que no quedo bajo ningun cliente del maestro: cuentas con
      *cliente cero, cerradas, o de un cliente que ya no existe.
       Imprimir-Sin-Cliente.
           MOVE SPACES TO Report-Line
           PERFORM Escribir-Linea
           MOVE Ws-Linea-Guiones TO Report-Line
           PERFORM Escribir-Linea
           MOVE "  CUENTAS SIN CLIENTE IDENTIFICADO" TO Report-Line
           PERFORM Escribir-Linea
           PERFORM VARYING Ws-Cta-Idx FROM 1 BY 1
               UNTIL Ws-Cta-Idx > Ws-Cta-Cant
               IF Ws-Cta-Listada(Ws-Cta-Idx) = 'N'
                   PERFORM Imprimir-Cuenta
                   ADD 1 TO Ws-Sin-Cliente-Ctas
                   ADD Ws-Cta-Cargos(Ws-Cta-Idx) TO Ws-Cargos-General
                   ADD Ws-Cta-Gmf(Ws-Cta-Idx) TO Ws-Sin-Cliente-Gmf
               END-IF
           END-PERFORM
           IF Ws-Sin-Cliente-Ctas = 0
               MOVE "    (ninguna)" TO Report-Line
               PERFORM Escribir-Linea
           END-IF
           ADD Ws-Sin-Cliente-Gmf TO Ws-Gmf-General.

       Imprimir-Resumen-Control.
           MOVE SPACES TO Report-Line
           PERFORM Escribir-Linea
           MOVE Ws-Linea-Guiones TO Report-Line
           PERFORM Escribir-Linea
           MOVE "  RESUMEN DE CONTROL" TO Report-Line
           PERFORM Escribir-Linea
           MOVE "CLIENTES REPORTADOS       " TO Res-Rotulo
           MOVE Ws-Clientes-Reportados TO Res-Cnt
           MOVE 0 TO Res-Tot
           MOVE Ws-Linea-Resumen TO Report-Line
           PERFORM Escribir-Linea
           MOVE "CUENTAS SIN CLIENTE       " TO Res-Rotulo
           MOVE Ws-Sin-Cliente-Ctas TO Res-Cnt
           MOVE Ws-Sin-Cliente-Gmf TO Res-Tot
           MOVE Ws-Linea-Resumen TO Report-Line
           PERFORM Escribir-Linea
           MOVE "TOTAL GMF DEL PERIODO     " TO Res-Rotulo
           MOVE Ws-Cargos-General TO Res-Cnt
           MOVE Ws-Gmf-General TO Res-Tot
           MOVE Ws-Linea-Resumen TO Report-Line
           PERFORM Escribir-Linea.
