      * Date:
      * Purpose: Batch de cierre que produce el diario de operaciones
      *          del dia: lee transacciones.dat filtrando por
      *          Trans-Date, lista cada movimiento en orden de secuencia
      *          en un archivo de reporte con encabezados y salto de
      *          pagina, y al final imprime totales y conteos por tipo
      *          (depositos, retiros, intereses, transferencias, GMF
      *          4x1000, prestamos, ACH, reversas) y el movimiento neto
      *          del dia, para que el supervisor lo firme y archive como
      *          registro diario. Las reversas se listan con su
      *          Trans-Reference para ver que corrigieron. El diario va
      *          por sucursal (Trans-Sucursal), en orden de codigo: cada
      *          oficina empieza pagina con sus movimientos y cierra con
      *          su propio resumen por tipo; al final va el resumen
      *          general del dia de todas las sucursales.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       01  Ws-EOF-Trans             PIC X VALUE 'N'.
           88 End-Of-Trans          VALUE 'Y'.

      *Sucursales con movimientos en la fecha, en orden de codigo
      *(se insertan en su lugar a medida que aparecen).
       01  Ws-Suc-Cant              PIC 9(2) VALUE 0.
       01  Ws-Tabla-Sucursales.
           05  Ws-Suc-Codigo OCCURS 99 PIC 9(3).
       01  Ws-Suc-Idx               PIC 9(3).
       01  Ws-Suc-Pos               PIC 9(3).
       01  Ws-Suc-Nueva             PIC 9(3).
       01  Ws-Suc-Hallada           PIC X.
       01  Ws-Suc-Llena             PIC X VALUE 'N'.
       01  Ws-Sucursal-Proceso      PIC 9(3).
       01  Ws-Rotulo-Resumen        PIC X(50).

      *Armado del reporte: 55 lineas de detalle por pagina.
       01  Ws-Linea-Num             PIC 9(2) VALUE 99.
       01  Ws-Pagina                PIC 9(3) VALUE 0.
           05  FILLER               PIC X(31)
               VALUE "DIARIO DE OPERACIONES   FECHA: ".
           05  Enc-Fecha            PIC 9(8).
           05  FILLER               PIC X(4)  VALUE SPACES.
           05  FILLER               PIC X(10) VALUE "SUCURSAL: ".
           05  Enc-Sucursal         PIC 9(3).
           05  FILLER               PIC X(14) VALUE SPACES.
           05  FILLER               PIC X(5)  VALUE "PAG: ".
           05  Enc-Pagina           PIC ZZ9.
       01  Ws-Encabezado-2.
           05  FILLER               PIC X(3)  VALUE SPACES.
           05  Tot-Monto            PIC -Z(9)9.99.

      *Conteos y totales por tipo de movimiento, de la sucursal en
      *proceso o del dia completo en el resumen general.
       01  Ws-Totales-Tipo.
           05  Ws-Cnt-Depositos         PIC 9(5) VALUE 0.
           05  Ws-Tot-Depositos         PIC S9(9)V99 VALUE 0.
           05  Ws-Cnt-Retiros           PIC 9(5) VALUE 0.
           05  Ws-Tot-Retiros           PIC S9(9)V99 VALUE 0.
           05  Ws-Cnt-Intereses         PIC 9(5) VALUE 0.
           05  Ws-Tot-Intereses         PIC S9(9)V99 VALUE 0.
           05  Ws-Cnt-Transf-Env        PIC 9(5) VALUE 0.
           05  Ws-Tot-Transf-Env        PIC S9(9)V99 VALUE 0.
           05  Ws-Cnt-Transf-Rec        PIC 9(5) VALUE 0.
           05  Ws-Tot-Transf-Rec        PIC S9(9)V99 VALUE 0.
           05  Ws-Cnt-Reversas          PIC 9(5) VALUE 0.
           05  Ws-Tot-Reversas          PIC S9(9)V99 VALUE 0.
           05  Ws-Cnt-Cuotas            PIC 9(5) VALUE 0.
           05  Ws-Tot-Cuotas            PIC S9(9)V99 VALUE 0.
           05  Ws-Cnt-Cdts              PIC 9(5) VALUE 0.
           05  Ws-Tot-Cdts              PIC S9(9)V99 VALUE 0.
           05  Ws-Cnt-Gmf               PIC 9(5) VALUE 0.
           05  Ws-Tot-Gmf               PIC S9(9)V99 VALUE 0.
           05  Ws-Cnt-Desembolsos       PIC 9(5) VALUE 0.
           05  Ws-Tot-Desembolsos       PIC S9(9)V99 VALUE 0.
           05  Ws-Cnt-Cuotas-Prest      PIC 9(5) VALUE 0.
           05  Ws-Tot-Cuotas-Prest      PIC S9(9)V99 VALUE 0.
           05  Ws-Cnt-Ach-Env           PIC 9(5) VALUE 0.
           05  Ws-Tot-Ach-Env           PIC S9(9)V99 VALUE 0.
           05  Ws-Cnt-Ach-Dev           PIC 9(5) VALUE 0.
           05  Ws-Tot-Ach-Dev           PIC S9(9)V99 VALUE 0.
           05  Ws-Movimiento-Neto       PIC S9(9)V99 VALUE 0.
           05  Ws-Movimientos-Dia       PIC 9(5) VALUE 0.

      *Aqui empezamos a desarrollar la logica del programa.
       PROCEDURE DIVISION.
           MOVE Ws-Fecha-Reporte TO Enc-Fecha

           OPEN OUTPUT ReportFile
           PERFORM Cargar-Sucursales
           PERFORM VARYING Ws-Suc-Idx FROM 1 BY 1
               UNTIL Ws-Suc-Idx > Ws-Suc-Cant
               MOVE Ws-Suc-Codigo(Ws-Suc-Idx) TO Ws-Sucursal-Proceso
               PERFORM Diario-Sucursal
           END-PERFORM
           PERFORM Resumen-General
           CLOSE ReportFile
           IF Ws-Suc-Llena = 'Y'
               DISPLAY "AVISO: mas de 99 sucursales; el detalle "
                   "quedo incompleto."
           END-IF
           DISPLAY "Movimientos reportados: ", Ws-Movimientos-Dia
           DISPLAY "Reporte generado: diario-operaciones.rpt"
           STOP RUN.

       Cargar-Sucursales.
           OPEN INPUT TransactionFile
           MOVE 'N' TO Ws-EOF-Trans
           PERFORM UNTIL End-Of-Trans
               READ TransactionFile
                   AT END
                       MOVE 'Y' TO Ws-EOF-Trans
                   NOT AT END
                       IF Trans-Date = Ws-Fecha-Reporte
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

      *Cada sucursal empieza pagina y cierra con su resumen.
       Diario-Sucursal.
           MOVE ZEROS TO Ws-Totales-Tipo
           MOVE Ws-Sucursal-Proceso TO Enc-Sucursal
           MOVE 99 TO Ws-Linea-Num
           OPEN INPUT TransactionFile
           MOVE 'N' TO Ws-EOF-Trans
           PERFORM UNTIL End-Of-Trans
                       MOVE 'Y' TO Ws-EOF-Trans
                   NOT AT END
                       IF Trans-Date = Ws-Fecha-Reporte
                           AND Trans-Sucursal = Ws-Sucursal-Proceso
                           PERFORM Reportar-Movimiento
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TransactionFile
           MOVE "  RESUMEN DE LA SUCURSAL" TO Ws-Rotulo-Resumen
           PERFORM Imprimir-Resumen.

      *El resumen general vuelve a recorrer el dia completo sin
      *listar el detalle, que ya salio por sucursal.
       Resumen-General.
           MOVE ZEROS TO Ws-Totales-Tipo
           OPEN INPUT TransactionFile
           MOVE 'N' TO Ws-EOF-Trans
           PERFORM UNTIL End-Of-Trans
               READ TransactionFile
                   AT END
                       MOVE 'Y' TO Ws-EOF-Trans
                   NOT AT END
                       IF Trans-Date = Ws-Fecha-Reporte
                           ADD 1 TO Ws-Movimientos-Dia
                           PERFORM Acumular-Totales
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TransactionFile
      *La pagina del resumen general lleva sucursal 000 (todas).
           MOVE 0 TO Enc-Sucursal
           IF Ws-Movimientos-Dia > 0
               PERFORM Imprimir-Encabezado
           END-IF
           MOVE "  RESUMEN GENERAL DEL DIA (TODAS LAS SUCURSALES)"
               TO Ws-Rotulo-Resumen
           PERFORM Imprimir-Resumen.

       Reportar-Movimiento.
           IF Ws-Linea-Num > 55
           MOVE Trans-Amount TO Det-Monto
           MOVE Trans-Balance-After TO Det-Saldo
           MOVE Trans-Time TO Det-Hora
           IF Reversal OR Desembolso-Prestamo OR Cuota-Prestamo
               OR Ach-Envio OR Ach-Devolucion
               MOVE Trans-Reference TO Det-Referencia
           ELSE
               MOVE SPACES TO Det-Referencia
                   ADD 1 TO Ws-Cnt-Cdts
                   ADD Trans-Amount TO Ws-Tot-Cdts
                   SUBTRACT Trans-Amount FROM Ws-Movimiento-Neto
               WHEN Gmf
                   ADD 1 TO Ws-Cnt-Gmf
                   ADD Trans-Amount TO Ws-Tot-Gmf
                   SUBTRACT Trans-Amount FROM Ws-Movimiento-Neto
               WHEN Desembolso-Prestamo
                   ADD 1 TO Ws-Cnt-Desembolsos
                   ADD Trans-Amount TO Ws-Tot-Desembolsos
                   ADD Trans-Amount TO Ws-Movimiento-Neto
               WHEN Cuota-Prestamo
                   ADD 1 TO Ws-Cnt-Cuotas-Prest
                   ADD Trans-Amount TO Ws-Tot-Cuotas-Prest
                   SUBTRACT Trans-Amount FROM Ws-Movimiento-Neto
               WHEN Ach-Envio
                   ADD 1 TO Ws-Cnt-Ach-Env
                   ADD Trans-Amount TO Ws-Tot-Ach-Env
                   SUBTRACT Trans-Amount FROM Ws-Movimiento-Neto
               WHEN Ach-Devolucion
                   ADD 1 TO Ws-Cnt-Ach-Dev
                   ADD Trans-Amount TO Ws-Tot-Ach-Dev
                   ADD Trans-Amount TO Ws-Movimiento-Neto
               WHEN Reversal
                   ADD 1 TO Ws-Cnt-Reversas
                   ADD Trans-Amount TO Ws-Tot-Reversas

      *Una reversa deshace la transaccion original: si la original
      *sumo (Deposito/Interes) la reversa resta del neto, y si la
      *original resto (Retiro/Cuota/GMF) la reversa suma, igual que en
      *conciliacion-saldos.cbl.
       Acumular-Neto-Reversa.
           EVALUATE Trans-Reversed-Type
                   ADD Trans-Amount TO Ws-Movimiento-Neto
               WHEN 'Q'
                   ADD Trans-Amount TO Ws-Movimiento-Neto
               WHEN 'G'
                   ADD Trans-Amount TO Ws-Movimiento-Neto
           END-EVALUATE.

       Imprimir-Resumen.
           END-IF
           MOVE SPACES TO Report-Line
           WRITE Report-Line
           MOVE Ws-Rotulo-Resumen TO Report-Line
           WRITE Report-Line
           MOVE Ws-Linea-Guiones TO Report-Line
           WRITE Report-Line
           MOVE Ws-Tot-Cdts TO Tot-Monto
           MOVE Ws-Linea-Total TO Report-Line
           WRITE Report-Line
           MOVE "GMF 4X1000        " TO Tot-Rotulo
           MOVE Ws-Cnt-Gmf TO Tot-Cuenta
           MOVE Ws-Tot-Gmf TO Tot-Monto
           MOVE Ws-Linea-Total TO Report-Line
           WRITE Report-Line
           MOVE "DESEMBOLSOS PREST." TO Tot-Rotulo
           MOVE Ws-Cnt-Desembolsos TO Tot-Cuenta
           MOVE Ws-Tot-Desembolsos TO Tot-Monto
           MOVE Ws-Linea-Total TO Report-Line
           WRITE Report-Line
           MOVE "CUOTAS PRESTAMOS  " TO Tot-Rotulo
           MOVE Ws-Cnt-Cuotas-Prest TO Tot-Cuenta
           MOVE Ws-Tot-Cuotas-Prest TO Tot-Monto
           MOVE Ws-Linea-Total TO Report-Line
           WRITE Report-Line
           MOVE "ENVIOS ACH        " TO Tot-Rotulo
           MOVE Ws-Cnt-Ach-Env TO Tot-Cuenta
           MOVE Ws-Tot-Ach-Env TO Tot-Monto
           MOVE Ws-Linea-Total TO Report-Line
           WRITE Report-Line
           MOVE "DEVOLUCIONES ACH  " TO Tot-Rotulo
           MOVE Ws-Cnt-Ach-Dev TO Tot-Cuenta
           MOVE Ws-Tot-Ach-Dev TO Tot-Monto
           MOVE Ws-Linea-Total TO Report-Line
           WRITE Report-Line
           MOVE "REVERSAS          " TO Tot-Rotulo
           MOVE Ws-Cnt-Reversas TO Tot-Cuenta
           MOVE Ws-Tot-Reversas TO Tot-Monto
