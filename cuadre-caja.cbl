      *          bloque aparte los movimientos con cajero cero (los
      *          generados por los batch o anteriores al control de
      *          cajeros) y los totales generales del dia.
      *          El cuadre va por sucursal, en orden de codigo: en
      *          cada una los cajeros de esa oficina
      *          (Cajero-Sucursal), el bloque sin cajero de esa
      *          oficina y el subtotal de la sucursal; cada
      *          movimiento cuenta en la sucursal donde ocurrio
      *          (Trans-Sucursal).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       01  Ws-EOF-Trans             PIC X VALUE 'N'.
           88 End-Of-Trans          VALUE 'Y'.

      *Sucursales con cajeros o con movimientos del dia, en orden de
      *codigo (se insertan en su lugar a medida que aparecen).
       01  Ws-Suc-Cant              PIC 9(2) VALUE 0.
       01  Ws-Tabla-Sucursales.
           05  Ws-Suc-Codigo OCCURS 99 PIC 9(3).
       01  Ws-Suc-Idx               PIC 9(3).
       01  Ws-Suc-Pos               PIC 9(3).
       01  Ws-Suc-Nueva             PIC 9(3).
       01  Ws-Suc-Hallada           PIC X.
       01  Ws-Suc-Llena             PIC X VALUE 'N'.
       01  Ws-Sucursal-Proceso      PIC 9(3).

      *Cajero en proceso: cero totaliza los movimientos de batch.
       01  Ws-Cajero-Proceso        PIC 9(4).
       01  Ws-Cajero-Nombre         PIC X(30).
       01  Ws-Tot-Entregado         PIC S9(9)V99.
       01  Ws-Neto-Cajero           PIC S9(9)V99.

      *Subtotales de la sucursal en proceso.
       01  Ws-Cnt-Recibido-Suc      PIC 9(5).
       01  Ws-Tot-Recibido-Suc      PIC S9(9)V99.
       01  Ws-Cnt-Entregado-Suc     PIC 9(5).
       01  Ws-Tot-Entregado-Suc     PIC S9(9)V99.

      *Totales generales del dia.
       01  Ws-Cnt-Recibido-Gral     PIC 9(5) VALUE 0.
       01  Ws-Tot-Recibido-Gral     PIC S9(9)V99 VALUE 0.
           05  Enc-Fecha            PIC 9(8).
       01  Ws-Linea-Guiones         PIC X(76) VALUE ALL "-".

       01  Ws-Linea-Sucursal.
           05  FILLER               PIC X(9)  VALUE "SUCURSAL ".
           05  Suc-Codigo           PIC 9(3).

       01  Ws-Linea-Cajero.
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  FILLER               PIC X(7)  VALUE "CAJERO ".
           MOVE Ws-Linea-Guiones TO Report-Line
           WRITE Report-Line

           PERFORM Cargar-Sucursales
           PERFORM VARYING Ws-Suc-Idx FROM 1 BY 1
               UNTIL Ws-Suc-Idx > Ws-Suc-Cant
               MOVE Ws-Suc-Codigo(Ws-Suc-Idx) TO Ws-Sucursal-Proceso
               PERFORM Cuadrar-Sucursal
           END-PERFORM

           PERFORM Imprimir-Totales-Generales
           CLOSE ReportFile
           IF Ws-Suc-Llena = 'Y'
               DISPLAY "AVISO: mas de 99 sucursales; el cuadre quedo "
                   "incompleto."
           END-IF
           DISPLAY "Cajeros cuadrados: ", Ws-Cajeros-Cuadrados
           DISPLAY "Reporte generado: cuadre-caja.rpt"
           STOP RUN.

      *Las sucursales salen de los cajeros del maestro y de los
      *movimientos del dia (una oficina sin cajeros registrados
      *tambien tiene movimientos de batch que cuadrar).
       Cargar-Sucursales.
           OPEN INPUT CajeroFile
           MOVE 'N' TO Ws-EOF-Cajeros
           PERFORM UNTIL End-Of-Cajeros
                   AT END
                       MOVE 'Y' TO Ws-EOF-Cajeros
                   NOT AT END
                       MOVE Cajero-Sucursal TO Ws-Suc-Nueva
                       PERFORM Registrar-Sucursal
               END-READ
           END-PERFORM
           CLOSE CajeroFile
           OPEN INPUT TransactionFile
           MOVE 'N' TO Ws-EOF-Trans
           PERFORM UNTIL End-Of-Trans
               READ TransactionFile
                   AT END
                       MOVE 'Y' TO Ws-EOF-Trans
                   NOT AT END
                       IF Trans-Date = Ws-Fecha-Cuadre
                           MOVE Trans-Sucursal TO Ws-Suc-Nueva
                           PERFORM Registrar-Sucursal
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TransactionFile.

      *Inserta Ws-Suc-Nueva en la tabla en su lugar por codigo, si
      *no estaba ya.
       Registrar-Sucursal.
           MOVE 'N' TO Ws-Suc-Hallada
           MOVE 1 TO Ws-Suc-Pos
           PERFORM UNTIL Ws-Suc-Pos > Ws-Suc-Cant
               OR Ws-Suc-Hallada = 'Y'
               OR Ws-Suc-Codigo(Ws-Suc-Pos) > Ws-Suc-Nueva
               IF Ws-Suc-Codigo(Ws-Suc-Pos) = Ws-Suc-Nueva
                   MOVE 'Y' TO Ws-Suc-Hallada
               ELSE
                   ADD 1 TO Ws-Suc-Pos
               END-IF
           END-PERFORM
           IF Ws-Suc-Hallada = 'Y'
               EXIT PARAGRAPH
           END-IF
           IF Ws-Suc-Cant >= 99
               MOVE 'Y' TO Ws-Suc-Llena
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING Ws-Suc-Idx FROM Ws-Suc-Cant BY -1
               UNTIL Ws-Suc-Idx < Ws-Suc-Pos
               MOVE Ws-Suc-Codigo(Ws-Suc-Idx)
                   TO Ws-Suc-Codigo(Ws-Suc-Idx + 1)
           END-PERFORM
           MOVE Ws-Suc-Nueva TO Ws-Suc-Codigo(Ws-Suc-Pos)
           ADD 1 TO Ws-Suc-Cant.

       Cuadrar-Sucursal.
           MOVE 0 TO Ws-Cnt-Recibido-Suc
           MOVE 0 TO Ws-Tot-Recibido-Suc
           MOVE 0 TO Ws-Cnt-Entregado-Suc
           MOVE 0 TO Ws-Tot-Entregado-Suc
           MOVE SPACES TO Report-Line
           WRITE Report-Line
           MOVE Ws-Sucursal-Proceso TO Suc-Codigo
           MOVE Ws-Linea-Sucursal TO Report-Line
           WRITE Report-Line

           OPEN INPUT CajeroFile
           MOVE 'N' TO Ws-EOF-Cajeros
           PERFORM UNTIL End-Of-Cajeros
               READ CajeroFile
                   AT END
                       MOVE 'Y' TO Ws-EOF-Cajeros
                   NOT AT END
                       IF Cajero-Sucursal = Ws-Sucursal-Proceso
                           MOVE Cajero-Codigo TO Ws-Cajero-Proceso
                           MOVE Cajero-Nombre TO Ws-Cajero-Nombre
                           PERFORM Cuadrar-Cajero
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CajeroFile
           MOVE 0 TO Ws-Cajero-Proceso
           MOVE "MOVIMIENTOS DE BATCH O SIN CAJERO" TO Ws-Cajero-Nombre
           PERFORM Cuadrar-Cajero
           PERFORM Imprimir-Subtotal-Sucursal.

      *Solo depositos y retiros mueven efectivo por el cajon; las
      *transferencias, intereses y reversas no entran al cuadre.
                   NOT AT END
                       IF Trans-Date = Ws-Fecha-Cuadre
                           AND Trans-Cajero = Ws-Cajero-Proceso
                           AND Trans-Sucursal = Ws-Sucursal-Proceso
                           PERFORM Acumular-Efectivo
                       END-IF
               END-READ
           CLOSE TransactionFile
           PERFORM Imprimir-Bloque-Cajero
           ADD 1 TO Ws-Cajeros-Cuadrados
           ADD Ws-Cnt-Recibido TO Ws-Cnt-Recibido-Suc
           ADD Ws-Tot-Recibido TO Ws-Tot-Recibido-Suc
           ADD Ws-Cnt-Entregado TO Ws-Cnt-Entregado-Suc
           ADD Ws-Tot-Entregado TO Ws-Tot-Entregado-Suc
           ADD Ws-Cnt-Recibido TO Ws-Cnt-Recibido-Gral
           ADD Ws-Tot-Recibido TO Ws-Tot-Recibido-Gral
           ADD Ws-Cnt-Entregado TO Ws-Cnt-Entregado-Gral
           MOVE Ws-Linea-Total TO Report-Line
           WRITE Report-Line.

       Imprimir-Subtotal-Sucursal.
           MOVE SPACES TO Report-Line
           WRITE Report-Line
           MOVE "  SUBTOTAL SUCURSAL " TO Report-Line
           MOVE Ws-Sucursal-Proceso TO Report-Line(21:3)
           WRITE Report-Line
           MOVE "EFECTIVO RECIBIDO (DEP) " TO Tot-Rotulo
           MOVE Ws-Cnt-Recibido-Suc TO Tot-Cuenta
           MOVE Ws-Tot-Recibido-Suc TO Tot-Monto
           MOVE Ws-Linea-Total TO Report-Line
           WRITE Report-Line
           MOVE "EFECTIVO ENTREGADO (RET)" TO Tot-Rotulo
           MOVE Ws-Cnt-Entregado-Suc TO Tot-Cuenta
           MOVE Ws-Tot-Entregado-Suc TO Tot-Monto
           MOVE Ws-Linea-Total TO Report-Line
           WRITE Report-Line
           COMPUTE Ws-Neto-Cajero =
               Ws-Tot-Recibido-Suc - Ws-Tot-Entregado-Suc
           MOVE "NETO DE LA SUCURSAL     " TO Tot-Rotulo
           MOVE 0 TO Tot-Cuenta
           MOVE Ws-Neto-Cajero TO Tot-Monto
           MOVE Ws-Linea-Total TO Report-Line
           WRITE Report-Line
           MOVE Ws-Linea-Guiones TO Report-Line
           WRITE Report-Line.

       Imprimir-Totales-Generales.
           MOVE SPACES TO Report-Line
           WRITE Report-Line
