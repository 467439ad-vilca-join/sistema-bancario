      ******************************************************************
      * Author:
      * Date:
      * Purpose: Reporte de mora de la cartera de prestamos por
      *          edades, base de la gestion de cobranza y del calculo
      *          de provisiones (reporte-mora.rpt). A una fecha de
      *          corte recorre el plan de pagos (plan-pagos.dat) y
      *          toma como vencida toda cuota no pagada cuyo
      *          vencimiento ya paso, este o no marcada en mora por
      *          cobra-prestamos.cbl. Los dias de mora de un prestamo
      *          se cuentan desde su cuota vencida mas antigua y lo
      *          ubican en una franja: 1 a 30, 31 a 60, 61 a 90 o mas
      *          de 90 dias. Por franja lista cada prestamo (cliente,
      *          cuotas vencidas, valor vencido y saldo de capital) y
      *          su subtotal; al final un resumen por franja con el
      *          total de la cartera en mora frente a la cartera
      *          vigente al dia.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. reporte-mora.
      *Aca se Describe el entorno: Archivos, Dispositivos, etc.
       ENVIRONMENT DIVISION.
      ******************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PlanPagoFile ASSIGN TO "plan-pagos.dat"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL PrestamoFile ASSIGN TO "prestamos.dat"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL ClienteFile ASSIGN TO "clientes.dat"
               ORGANIZATION IS SEQUENTIAL.
           SELECT ReportFile ASSIGN TO "reporte-mora.rpt"
               ORGANIZATION IS LINE SEQUENTIAL.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  PlanPagoFile.
           COPY PLANREC.
       FD  PrestamoFile.
           COPY PRESREC.
       FD  ClienteFile.
           COPY CLIREC.
       FD  ReportFile.
       01  Report-Line              PIC X(80).
      *Aqui encontramos las variables que se usan durante la ejecucion.
       WORKING-STORAGE SECTION.
       01  Ws-Fecha-Corte           PIC 9(8).
       01  Ws-Corte-Entera          PIC 9(7).
       01  Ws-EOF-Plan              PIC X VALUE 'N'.
           88 End-Of-Plan           VALUE 'Y'.
       01  Ws-EOF-Prestamos         PIC X VALUE 'N'.
           88 End-Of-Prestamos      VALUE 'Y'.
       01  Ws-EOF-Clientes          PIC X VALUE 'N'.
           88 End-Of-Clientes       VALUE 'Y'.

      *Prestamos con cuotas vencidas a la fecha de corte. Si la tabla
      *se llena los demas no entran al reporte y se avisa al final.
       01  Ws-Mora-Cant             PIC 9(3) VALUE 0.
       01  Ws-Tabla-Mora.
           05  Ws-Mora-Ent OCCURS 500.
               10  Ws-Mora-Prestamo PIC 9(5).
               10  Ws-Mora-Cliente  PIC 9(5).
               10  Ws-Mora-Cuotas   PIC 9(3).
               10  Ws-Mora-Vencido  PIC 9(9)V99.
               10  Ws-Mora-Saldo    PIC 9(7)V99.
               10  Ws-Mora-Antigua  PIC 9(8).
               10  Ws-Mora-Dias     PIC 9(5).
               10  Ws-Mora-Franja   PIC 9.
       01  Ws-Mora-Idx              PIC 9(3).
       01  Ws-Mora-Hallada          PIC X.
       01  Ws-Tabla-Llena           PIC X VALUE 'N'.

      *Franjas de mora: 1 = 1-30, 2 = 31-60, 3 = 61-90, 4 = mas de
      *90 dias.
       01  Ws-Franja                PIC 9.
       01  Ws-Tabla-Franjas.
           05  Ws-Franja-Ent OCCURS 4.
               10  Ws-Franja-Cnt    PIC 9(5).
               10  Ws-Franja-Vencido PIC S9(11)V99.
               10  Ws-Franja-Saldo  PIC S9(11)V99.
       01  Ws-Nombres-Franja.
           05  FILLER               PIC X(26)
               VALUE "MORA DE 1 A 30 DIAS       ".
           05  FILLER               PIC X(26)
               VALUE "MORA DE 31 A 60 DIAS      ".
           05  FILLER               PIC X(26)
               VALUE "MORA DE 61 A 90 DIAS      ".
           05  FILLER               PIC X(26)
               VALUE "MORA DE MAS DE 90 DIAS    ".
       01  Ws-Nombres-Franja-R REDEFINES Ws-Nombres-Franja.
           05  Ws-Nombre-Franja OCCURS 4 PIC X(26).

      *Cartera vigente total y la que esta al dia.
       01  Ws-Cartera-Cnt           PIC 9(5) VALUE 0.
       01  Ws-Cartera-Saldo         PIC S9(11)V99 VALUE 0.
       01  Ws-Mora-Tot-Cnt          PIC 9(5) VALUE 0.
       01  Ws-Mora-Tot-Vencido      PIC S9(11)V99 VALUE 0.
       01  Ws-Mora-Tot-Saldo        PIC S9(11)V99 VALUE 0.
       01  Ws-Al-Dia-Cnt            PIC 9(5).
       01  Ws-Al-Dia-Saldo          PIC S9(11)V99.

      *Armado del reporte: 55 lineas de detalle por pagina, igual
      *que informe-gerencial.cbl.
       01  Ws-Linea-Num             PIC 9(2) VALUE 99.
       01  Ws-Pagina                PIC 9(3) VALUE 0.
       01  Ws-Encabezado-1.
           05  FILLER               PIC X(36)
               VALUE "MORA DE CARTERA POR EDADES   CORTE: ".
           05  Enc-Fecha            PIC 9(8).
           05  FILLER               PIC X(27) VALUE SPACES.
           05  FILLER               PIC X(5)  VALUE "PAG: ".
           05  Enc-Pagina           PIC ZZ9.
       01  Ws-Encabezado-2.
           05  FILLER               PIC X(40) VALUE
               "  PREST. CLTE. NOMBRE              CUOT ".
           05  FILLER               PIC X(35) VALUE
               " DIAS     VENCIDO SALDO-CAPITAL".
       01  Ws-Linea-Guiones         PIC X(76) VALUE ALL "-".
       01  Ws-Linea-Detalle.
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  Det-Prestamo         PIC 9(5).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  Det-Cliente          PIC 9(5).
           05  FILLER               PIC X(1)  VALUE SPACES.
           05  Det-Nombre           PIC X(20).
           05  FILLER               PIC X(1)  VALUE SPACES.
           05  Det-Cuotas           PIC ZZ9.
           05  FILLER               PIC X(1)  VALUE SPACES.
           05  Det-Dias             PIC ZZZZ9.
           05  FILLER               PIC X(1)  VALUE SPACES.
           05  Det-Vencido          PIC Z(7)9.99.
           05  FILLER               PIC X(3)  VALUE SPACES.
           05  Det-Saldo            PIC Z(7)9.99.
       01  Ws-Linea-Resumen.
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  Res-Rotulo           PIC X(26).
           05  Res-Cnt              PIC ZZZZ9.
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  Res-Vencido          PIC -Z(10)9.99.
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  Res-Saldo            PIC -Z(10)9.99.

      *Aqui empezamos a desarrollar la logica del programa.
       PROCEDURE DIVISION.
       Main-Reporte-Mora.
           DISPLAY "======REPORTE DE MORA DE CARTERA======"
           DISPLAY "Fecha de corte (AAAAMMDD, 0 = hoy): "
           ACCEPT Ws-Fecha-Corte
           IF Ws-Fecha-Corte = 0
               MOVE FUNCTION CURRENT-DATE(1:8) TO Ws-Fecha-Corte
           END-IF
           MOVE Ws-Fecha-Corte TO Enc-Fecha
           COMPUTE Ws-Corte-Entera =
               FUNCTION INTEGER-OF-DATE(Ws-Fecha-Corte)

           PERFORM Acumular-Cuotas-Vencidas
           PERFORM Completar-Prestamos
           OPEN OUTPUT ReportFile
           PERFORM Imprimir-Encabezado
           PERFORM VARYING Ws-Franja FROM 1 BY 1 UNTIL Ws-Franja > 4
               PERFORM Imprimir-Franja
           END-PERFORM
           PERFORM Imprimir-Resumen
           CLOSE ReportFile
           IF Ws-Tabla-Llena = 'Y'
               DISPLAY "AVISO: mas de 500 prestamos en mora; el "
                   "reporte quedo incompleto."
           END-IF
           DISPLAY "Prestamos en mora: ", Ws-Mora-Tot-Cnt
           DISPLAY "Reporte generado: reporte-mora.rpt"
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
           MOVE Ws-Encabezado-2 TO Report-Line
           WRITE Report-Line
           MOVE Ws-Linea-Guiones TO Report-Line
           WRITE Report-Line
           MOVE 1 TO Ws-Linea-Num.

      *Toda cuota no pagada con vencimiento anterior al corte esta
      *vencida, la haya marcado o no el cobro: si el batch aun no
      *corrio, la mora existe igual. Con un corte pasado tambien lo
      *estaba la que vencio antes del corte y se pago ese dia o
      *despues.
       Acumular-Cuotas-Vencidas.
           OPEN INPUT PlanPagoFile
           MOVE 'N' TO Ws-EOF-Plan
           PERFORM UNTIL End-Of-Plan
               READ PlanPagoFile
                   AT END
                       MOVE 'Y' TO Ws-EOF-Plan
                   NOT AT END
                       IF (NOT Cuota-Pagada
                           OR Plan-Fecha-Pago NOT < Ws-Fecha-Corte)
                           AND Plan-Fecha-Vence < Ws-Fecha-Corte
                           PERFORM Anotar-Cuota-Vencida
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PlanPagoFile.

       Anotar-Cuota-Vencida.
           MOVE 'N' TO Ws-Mora-Hallada
           PERFORM VARYING Ws-Mora-Idx FROM 1 BY 1
               UNTIL Ws-Mora-Idx > Ws-Mora-Cant
               OR Ws-Mora-Hallada = 'Y'
               IF Ws-Mora-Prestamo(Ws-Mora-Idx) = Plan-Prestamo-No
                   MOVE 'Y' TO Ws-Mora-Hallada
               END-IF
           END-PERFORM
           IF Ws-Mora-Hallada = 'Y'
               SUBTRACT 1 FROM Ws-Mora-Idx
           ELSE
               IF Ws-Mora-Cant >= 500
                   MOVE 'Y' TO Ws-Tabla-Llena
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO Ws-Mora-Cant
               MOVE Ws-Mora-Cant TO Ws-Mora-Idx
               MOVE Plan-Prestamo-No TO Ws-Mora-Prestamo(Ws-Mora-Idx)
               MOVE 0 TO Ws-Mora-Cliente(Ws-Mora-Idx)
               MOVE 0 TO Ws-Mora-Cuotas(Ws-Mora-Idx)
               MOVE 0 TO Ws-Mora-Vencido(Ws-Mora-Idx)
               MOVE 0 TO Ws-Mora-Saldo(Ws-Mora-Idx)
               MOVE Plan-Fecha-Vence TO Ws-Mora-Antigua(Ws-Mora-Idx)
               MOVE 0 TO Ws-Mora-Franja(Ws-Mora-Idx)
           END-IF
           ADD 1 TO Ws-Mora-Cuotas(Ws-Mora-Idx)
           ADD Plan-Valor-Cuota TO Ws-Mora-Vencido(Ws-Mora-Idx)
           IF Plan-Fecha-Vence < Ws-Mora-Antigua(Ws-Mora-Idx)
               MOVE Plan-Fecha-Vence TO Ws-Mora-Antigua(Ws-Mora-Idx)
           END-IF.

      *Del maestro de prestamos salen el cliente y el saldo de
      *capital, y el total de la cartera vigente. Un prestamo en mora
      *que ya no esta vigente no se clasifica (franja cero).
       Completar-Prestamos.
           OPEN INPUT PrestamoFile
           MOVE 'N' TO Ws-EOF-Prestamos
           PERFORM UNTIL End-Of-Prestamos
               READ PrestamoFile
                   AT END
                       MOVE 'Y' TO Ws-EOF-Prestamos
                   NOT AT END
                       IF Prestamo-Vigente
                           ADD 1 TO Ws-Cartera-Cnt
                           ADD Prestamo-Saldo-Capital
                               TO Ws-Cartera-Saldo
                           PERFORM Clasificar-Prestamo
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PrestamoFile.

       Clasificar-Prestamo.
           PERFORM VARYING Ws-Mora-Idx FROM 1 BY 1
               UNTIL Ws-Mora-Idx > Ws-Mora-Cant
               IF Ws-Mora-Prestamo(Ws-Mora-Idx) = Prestamo-No
                   MOVE Prestamo-Cliente-No
                       TO Ws-Mora-Cliente(Ws-Mora-Idx)
                   MOVE Prestamo-Saldo-Capital
                       TO Ws-Mora-Saldo(Ws-Mora-Idx)
                   COMPUTE Ws-Mora-Dias(Ws-Mora-Idx) =
                       Ws-Corte-Entera - FUNCTION INTEGER-OF-DATE
                       (Ws-Mora-Antigua(Ws-Mora-Idx))
                   EVALUATE TRUE
                       WHEN Ws-Mora-Dias(Ws-Mora-Idx) <= 30
                           MOVE 1 TO Ws-Mora-Franja(Ws-Mora-Idx)
                       WHEN Ws-Mora-Dias(Ws-Mora-Idx) <= 60
                           MOVE 2 TO Ws-Mora-Franja(Ws-Mora-Idx)
                       WHEN Ws-Mora-Dias(Ws-Mora-Idx) <= 90
                           MOVE 3 TO Ws-Mora-Franja(Ws-Mora-Idx)
                       WHEN OTHER
                           MOVE 4 TO Ws-Mora-Franja(Ws-Mora-Idx)
                   END-EVALUATE
               END-IF
           END-PERFORM.

       Imprimir-Franja.
           MOVE 0 TO Ws-Franja-Cnt(Ws-Franja)
           MOVE 0 TO Ws-Franja-Vencido(Ws-Franja)
           MOVE 0 TO Ws-Franja-Saldo(Ws-Franja)
           MOVE SPACES TO Report-Line
           PERFORM Escribir-Linea
           MOVE SPACES TO Report-Line
           STRING "  " Ws-Nombre-Franja(Ws-Franja)
               DELIMITED BY SIZE INTO Report-Line
           PERFORM Escribir-Linea
           PERFORM VARYING Ws-Mora-Idx FROM 1 BY 1
               UNTIL Ws-Mora-Idx > Ws-Mora-Cant
               IF Ws-Mora-Franja(Ws-Mora-Idx) = Ws-Franja
                   PERFORM Imprimir-Prestamo
               END-IF
           END-PERFORM
           MOVE "  SUBTOTAL DE LA FRANJA   " TO Res-Rotulo
           MOVE Ws-Franja-Cnt(Ws-Franja) TO Res-Cnt
           MOVE Ws-Franja-Vencido(Ws-Franja) TO Res-Vencido
           MOVE Ws-Franja-Saldo(Ws-Franja) TO Res-Saldo
           MOVE Ws-Linea-Resumen TO Report-Line
           PERFORM Escribir-Linea
           ADD Ws-Franja-Cnt(Ws-Franja) TO Ws-Mora-Tot-Cnt
           ADD Ws-Franja-Vencido(Ws-Franja) TO Ws-Mora-Tot-Vencido
           ADD Ws-Franja-Saldo(Ws-Franja) TO Ws-Mora-Tot-Saldo.

       Imprimir-Prestamo.
           PERFORM Buscar-Nombre-Cliente
           MOVE Ws-Mora-Prestamo(Ws-Mora-Idx) TO Det-Prestamo
           MOVE Ws-Mora-Cliente(Ws-Mora-Idx) TO Det-Cliente
           MOVE Ws-Mora-Cuotas(Ws-Mora-Idx) TO Det-Cuotas
           MOVE Ws-Mora-Dias(Ws-Mora-Idx) TO Det-Dias
           MOVE Ws-Mora-Vencido(Ws-Mora-Idx) TO Det-Vencido
           MOVE Ws-Mora-Saldo(Ws-Mora-Idx) TO Det-Saldo
           MOVE Ws-Linea-Detalle TO Report-Line
           PERFORM Escribir-Linea
           ADD 1 TO Ws-Franja-Cnt(Ws-Franja)
           ADD Ws-Mora-Vencido(Ws-Mora-Idx)
               TO Ws-Franja-Vencido(Ws-Franja)
           ADD Ws-Mora-Saldo(Ws-Mora-Idx)
               TO Ws-Franja-Saldo(Ws-Franja).

       Buscar-Nombre-Cliente.
           MOVE SPACES TO Det-Nombre
           OPEN INPUT ClienteFile
           MOVE 'N' TO Ws-EOF-Clientes
           PERFORM UNTIL End-Of-Clientes
               READ ClienteFile
                   AT END
                       MOVE 'Y' TO Ws-EOF-Clientes
                   NOT AT END
                       IF Cliente-No = Ws-Mora-Cliente(Ws-Mora-Idx)
                           MOVE Cliente-Nombre TO Det-Nombre
                           MOVE 'Y' TO Ws-EOF-Clientes
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ClienteFile.

      *Resumen por franja y cartera al dia: la vigente menos la que
      *tiene alguna cuota vencida.
       Imprimir-Resumen.
           MOVE SPACES TO Report-Line
           PERFORM Escribir-Linea
           MOVE Ws-Linea-Guiones TO Report-Line
           PERFORM Escribir-Linea
           MOVE "  RESUMEN POR FRANJA" TO Report-Line
           PERFORM Escribir-Linea
           PERFORM VARYING Ws-Franja FROM 1 BY 1 UNTIL Ws-Franja > 4
               MOVE Ws-Nombre-Franja(Ws-Franja) TO Res-Rotulo
               MOVE Ws-Franja-Cnt(Ws-Franja) TO Res-Cnt
               MOVE Ws-Franja-Vencido(Ws-Franja) TO Res-Vencido
               MOVE Ws-Franja-Saldo(Ws-Franja) TO Res-Saldo
               MOVE Ws-Linea-Resumen TO Report-Line
               PERFORM Escribir-Linea
           END-PERFORM
           MOVE "TOTAL CARTERA EN MORA     " TO Res-Rotulo
           MOVE Ws-Mora-Tot-Cnt TO Res-Cnt
           MOVE Ws-Mora-Tot-Vencido TO Res-Vencido
           MOVE Ws-Mora-Tot-Saldo TO Res-Saldo
           MOVE Ws-Linea-Resumen TO Report-Line
           PERFORM Escribir-Linea
           COMPUTE Ws-Al-Dia-Cnt = Ws-Cartera-Cnt - Ws-Mora-Tot-Cnt
           COMPUTE Ws-Al-Dia-Saldo =
               Ws-Cartera-Saldo - Ws-Mora-Tot-Saldo
           MOVE "CARTERA AL DIA            " TO Res-Rotulo
           MOVE Ws-Al-Dia-Cnt TO Res-Cnt
           MOVE 0 TO Res-Vencido
           MOVE Ws-Al-Dia-Saldo TO Res-Saldo
           MOVE Ws-Linea-Resumen TO Report-Line
           PERFORM Escribir-Linea
           MOVE "CARTERA VIGENTE TOTAL     " TO Res-Rotulo
           MOVE Ws-Cartera-Cnt TO Res-Cnt
           MOVE Ws-Mora-Tot-Vencido TO Res-Vencido
           MOVE Ws-Cartera-Saldo TO Res-Saldo
           MOVE Ws-Linea-Resumen TO Report-Line
           PERFORM Escribir-Linea.
