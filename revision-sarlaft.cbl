      ******************************************************************
      * Author:
      * Date:
      * Purpose: Revision nocturna de todo el maestro de clientes
      *          contra la lista restrictiva vigente
      *          (lista-restrictiva.dat, cargada por
      *          carga-lista-sarlaft.cbl). Un cliente coincide si su
      *          Cliente-Documento es igual al documento de una
      *          entrada o si su Cliente-Nombre, en mayusculas, es
      *          igual al nombre de la entrada; es la misma regla de
      *          la ventanilla al crear o modificar un cliente. Son
      *          coincidencias nuevas las de un cliente sin
      *          coincidencia previa y las de un cliente que
      *          cumplimiento ya despejo pero que aparece en una
      *          entrada incluida en la lista despues del despeje.
      *          Cada coincidencia nueva deja al cliente retenido
      *          ('R', con la fecha y la lista), lo que bloquea la
      *          apertura de cuentas hasta que cumplimiento lo
      *          revise, y sale en revision-sarlaft.rpt como NUEVA.
      *          Los clientes que siguen retenidos sin revisar salen
      *          como PENDIENTE para que no se pierdan de vista.
      *          Corre como paso de la cadena nocturna.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. revision-sarlaft.
      *Aca se Describe el entorno: Archivos, Dispositivos, etc.
       ENVIRONMENT DIVISION.
      ******************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ClienteFile ASSIGN TO "clientes.dat"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL ListaFile ASSIGN TO "lista-restrictiva.dat"
               ORGANIZATION IS SEQUENTIAL.
           SELECT ReportFile ASSIGN TO "revision-sarlaft.rpt"
               ORGANIZATION IS LINE SEQUENTIAL.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  ClienteFile.
           COPY CLIREC.
       FD  ListaFile.
           COPY LISTREC.
       FD  ReportFile.
       01  Report-Line              PIC X(80).
      *Aqui encontramos las variables que se usan durante la ejecucion.
       WORKING-STORAGE SECTION.
       01  Ws-Fecha-Hoy             PIC 9(8).
       01  Ws-EOF-Cliente           PIC X VALUE 'N'.
           88 End-Of-Cliente        VALUE 'Y'.
       01  Ws-EOF-Lista             PIC X VALUE 'N'.
           88 End-Of-Lista          VALUE 'Y'.
       01  Ws-Cant-Lista            PIC 9(7) VALUE 0.
       01  Ws-Lista-Carga           PIC 9(8) VALUE 0.

      *Resultado de buscar un cliente en la lista: si coincide, la
      *lista y el tipo de coincidencia de la entrada incluida mas
      *recientemente.
       01  Ws-Nombre-Mayus          PIC X(30).
       01  Ws-Coincide              PIC X VALUE 'N'.
       01  Ws-Coin-Fuente           PIC X(10).
       01  Ws-Coin-Por              PIC X(3).
       01  Ws-Coin-Inclusion        PIC 9(8).

      *Totales de la revision.
       01  Ws-Cant-Clientes         PIC 9(7) VALUE 0.
       01  Ws-Cant-Nuevas           PIC 9(7) VALUE 0.
       01  Ws-Cant-Pendientes       PIC 9(7) VALUE 0.
       01  Ws-Cant-Despejadas       PIC 9(7) VALUE 0.

      *Armado del reporte, al estilo de reporte-efectivo.cbl.
       01  Ws-Encabezado-1.
           05  FILLER               PIC X(42) VALUE
               "REVISION DE CLIENTES CONTRA LISTAS        ".
           05  FILLER               PIC X(7)  VALUE "FECHA: ".
           05  Enc-Fecha            PIC 9(8).
           05  FILLER               PIC X(8)  VALUE " LISTA: ".
           05  Enc-Carga            PIC 9(8).
       01  Ws-Encabezado-2.
           05  FILLER               PIC X(38) VALUE
               " CLIEN NOMBRE                         ".
           05  FILLER               PIC X(40) VALUE
               "DOCUMENTO       LISTA      POR ESTADO   ".
       01  Ws-Linea-Guiones         PIC X(78) VALUE ALL "-".
       01  Ws-Linea-Detalle.
           05  FILLER               PIC X(1)  VALUE SPACES.
           05  Det-Cliente          PIC 9(5).
           05  FILLER               PIC X(1)  VALUE SPACES.
           05  Det-Nombre           PIC X(30).
           05  FILLER               PIC X(1)  VALUE SPACES.
           05  Det-Documento        PIC X(15).
           05  FILLER               PIC X(1)  VALUE SPACES.
           05  Det-Fuente           PIC X(10).
           05  FILLER               PIC X(1)  VALUE SPACES.
           05  Det-Por              PIC X(3).
           05  FILLER               PIC X(1)  VALUE SPACES.
           05  Det-Estado           PIC X(9).
       01  Ws-Linea-Total.
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  Tot-Rotulo           PIC X(36).
           05  Tot-Cuenta           PIC Z(6)9.

      *Aqui empezamos a desarrollar la logica del programa.
       PROCEDURE DIVISION.
       Main-Revision.
           DISPLAY "======REVISION SARLAFT DE CLIENTES======"
           MOVE FUNCTION CURRENT-DATE(1:8) TO Ws-Fecha-Hoy
           PERFORM Contar-Lista

           OPEN OUTPUT ReportFile
           MOVE Ws-Fecha-Hoy TO Enc-Fecha
           MOVE Ws-Lista-Carga TO Enc-Carga
           MOVE Ws-Encabezado-1 TO Report-Line
           WRITE Report-Line
           MOVE Ws-Encabezado-2 TO Report-Line
           WRITE Report-Line
           MOVE Ws-Linea-Guiones TO Report-Line
           WRITE Report-Line

      *Sin lista cargada no hay contra que revisar; se deja
      *constancia en el reporte y la cadena sigue.
           IF Ws-Cant-Lista = 0
               MOVE "  LISTA RESTRICTIVA VACIA O NO CARGADA; NO SE "
                   TO Report-Line
               WRITE Report-Line
               MOVE "  REVISARON CLIENTES" TO Report-Line
               WRITE Report-Line
               CLOSE ReportFile
               DISPLAY "ATENCION: lista-restrictiva.dat vacia; "
                   "no se revisaron clientes."
               MOVE 0 TO Return-Code
               STOP RUN
           END-IF

           OPEN I-O ClienteFile
           PERFORM UNTIL End-Of-Cliente
               READ ClienteFile
                   AT END
                       MOVE 'Y' TO Ws-EOF-Cliente
                   NOT AT END
                       ADD 1 TO Ws-Cant-Clientes
                       PERFORM Revisar-Cliente
               END-READ
           END-PERFORM
           CLOSE ClienteFile

           PERFORM Imprimir-Totales
           CLOSE ReportFile
           DISPLAY "Clientes revisados: ", Ws-Cant-Clientes
           DISPLAY "Coincidencias nuevas: ", Ws-Cant-Nuevas,
               " | Pendientes de cumplimiento: ", Ws-Cant-Pendientes
           DISPLAY "Reporte generado: revision-sarlaft.rpt"
           MOVE 0 TO Return-Code
           STOP RUN.

       Contar-Lista.
           OPEN INPUT ListaFile
           MOVE 'N' TO Ws-EOF-Lista
           PERFORM UNTIL End-Of-Lista
               READ ListaFile
                   AT END
                       MOVE 'Y' TO Ws-EOF-Lista
                   NOT AT END
                       ADD 1 TO Ws-Cant-Lista
                       MOVE Lst-Fecha-Carga TO Ws-Lista-Carga
               END-READ
           END-PERFORM
           CLOSE ListaFile.

      *Un retenido ya esta en manos de cumplimiento; un despejado
      *solo vuelve a retenerse si la entrada que coincide se incluyo
      *en la lista despues del despeje.
       Revisar-Cliente.
           IF Sarlaft-Retenido
               ADD 1 TO Ws-Cant-Pendientes
               MOVE Cliente-Sarlaft-Fuente TO Ws-Coin-Fuente
               MOVE SPACES TO Ws-Coin-Por
               MOVE "PENDIENTE" TO Det-Estado
               PERFORM Escribir-Detalle
               EXIT PARAGRAPH
           END-IF
           PERFORM Buscar-En-Lista
           IF Ws-Coincide = 'N'
               EXIT PARAGRAPH
           END-IF
           IF Sarlaft-Despejado
               AND Ws-Coin-Inclusion <= Cliente-Sarlaft-Fecha
               ADD 1 TO Ws-Cant-Despejadas
               EXIT PARAGRAPH
           END-IF
           MOVE 'R' TO Cliente-Sarlaft
           MOVE Ws-Fecha-Hoy TO Cliente-Sarlaft-Fecha
           MOVE Ws-Coin-Fuente TO Cliente-Sarlaft-Fuente
           MOVE 0 TO Cliente-Sarlaft-Supervisor
           REWRITE ClienteRecord
           ADD 1 TO Ws-Cant-Nuevas
           MOVE "NUEVA" TO Det-Estado
           PERFORM Escribir-Detalle.

       Buscar-En-Lista.
           MOVE 'N' TO Ws-Coincide
           MOVE 0 TO Ws-Coin-Inclusion
           MOVE FUNCTION UPPER-CASE(Cliente-Nombre) TO Ws-Nombre-Mayus
           OPEN INPUT ListaFile
           MOVE 'N' TO Ws-EOF-Lista
           PERFORM UNTIL End-Of-Lista
               READ ListaFile
                   AT END
                       MOVE 'Y' TO Ws-EOF-Lista
                   NOT AT END
                       IF Lst-Fecha-Inclusion > Ws-Coin-Inclusion
                           PERFORM Comparar-Entrada
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ListaFile.

       Comparar-Entrada.
           IF Lst-Documento NOT = SPACES
               AND Lst-Documento = Cliente-Documento
               MOVE 'Y' TO Ws-Coincide
               MOVE Lst-Fuente TO Ws-Coin-Fuente
               MOVE "DOC" TO Ws-Coin-Por
               MOVE Lst-Fecha-Inclusion TO Ws-Coin-Inclusion
               EXIT PARAGRAPH
           END-IF
           IF Lst-Nombre NOT = SPACES
               AND Lst-Nombre = Ws-Nombre-Mayus
               MOVE 'Y' TO Ws-Coincide
               MOVE Lst-Fuente TO Ws-Coin-Fuente
               MOVE "NOM" TO Ws-Coin-Por
               MOVE Lst-Fecha-Inclusion TO Ws-Coin-Inclusion
           END-IF.

       Escribir-Detalle.
           MOVE Cliente-No TO Det-Cliente
           MOVE Cliente-Nombre TO Det-Nombre
           MOVE Cliente-Documento TO Det-Documento
           MOVE Ws-Coin-Fuente TO Det-Fuente
           MOVE Ws-Coin-Por TO Det-Por
           MOVE Ws-Linea-Detalle TO Report-Line
           WRITE Report-Line.

       Imprimir-Totales.
           MOVE Ws-Linea-Guiones TO Report-Line
           WRITE Report-Line
           IF Ws-Cant-Nuevas = 0
               MOVE "  SIN COINCIDENCIAS NUEVAS" TO Report-Line
               WRITE Report-Line
           END-IF
           MOVE "CLIENTES REVISADOS" TO Tot-Rotulo
           MOVE Ws-Cant-Clientes TO Tot-Cuenta
           MOVE Ws-Linea-Total TO Report-Line
           WRITE Report-Line
           MOVE "ENTRADAS EN LA LISTA VIGENTE" TO Tot-Rotulo
           MOVE Ws-Cant-Lista TO Tot-Cuenta
           MOVE Ws-Linea-Total TO Report-Line
           WRITE Report-Line
           MOVE "COINCIDENCIAS NUEVAS (RETENIDOS)" TO Tot-Rotulo
           MOVE Ws-Cant-Nuevas TO Tot-Cuenta
           MOVE Ws-Linea-Total TO Report-Line
           WRITE Report-Line
           MOVE "PENDIENTES DE CUMPLIMIENTO" TO Tot-Rotulo
           MOVE Ws-Cant-Pendientes TO Tot-Cuenta
           MOVE Ws-Linea-Total TO Report-Line
           WRITE Report-Line
           MOVE "DESPEJADOS QUE SIGUEN COINCIDIENDO" TO Tot-Rotulo
           MOVE Ws-Cant-Despejadas TO Tot-Cuenta
           MOVE Ws-Linea-Total TO Report-Line
           WRITE Report-Line.
