      *          archivo de interfase delimitado por punto y coma que
      *          el sistema contable puede ingerir: una linea por
      *          movimiento (Trans-Seq-No;cuenta;tipo;monto con
      *          signo;fecha;hora;sucursal), una linea de control
      *          "S;..." por sucursal (en orden de codigo) con su
      *          conteo y totales, para que el contable cuadre lo que
      *          lleva al centro de costo de cada oficina, y una
      *          linea final de control "T;..." con el conteo y los
      *          totales de debitos, creditos y neto del envio
      *          completo para que el receptor los verifique.
      *          Genera ademas un reporte de lo enviado
      *          (extracto-contable.rpt) para probar la entrega
      *          cuando los dos sistemas no cuadren. El signo sigue
      *          el efecto sobre el saldo: depositos, intereses y
      *          transferencias recibidas, desembolsos de prestamo
      *          ('L') y devoluciones ACH ('V') suman; retiros,
      *          transferencias enviadas, envios ACH ('H'), cuotas
      *          de manejo, constituciones de CDT, cuotas de
      *          prestamo ('K') y cargos de GMF (4x1000, tipo 'G',
      *          que el contable lleva a su propia cuenta de
      *          impuesto por pagar) restan; las reversas llevan
      *          el signo contrario al del tipo reversado.
      * Tectonics: cobc
      ******************************************************************
           05  Gl-Fecha             PIC 9(8).
           05  FILLER               PIC X VALUE ";".
           05  Gl-Hora              PIC 9(6).
           05  FILLER               PIC X VALUE ";".
           05  Gl-Sucursal          PIC 9(3).

      *Linea de control por sucursal: mismos campos que la final.
       01  Ws-Gl-Sucursal.
           05  FILLER               PIC X(2) VALUE "S;".
           05  Gl-Suc-Codigo        PIC 9(3).
           05  FILLER               PIC X VALUE ";".
           05  Gl-Suc-Cantidad      PIC 9(9).
           05  FILLER               PIC X VALUE ";".
           05  Gl-Suc-Debitos       PIC +9(9).99.
           05  FILLER               PIC X VALUE ";".
           05  Gl-Suc-Creditos      PIC +9(9).99.
           05  FILLER               PIC X VALUE ";".
           05  Gl-Suc-Neto          PIC +9(9).99.

      *Linea de control final: conteo y totales para el receptor.
       01  Ws-Gl-Trailer.
       01  Ws-Total-Neto            PIC S9(9)V99 VALUE 0.
       01  Ws-Total-Edit            PIC -Z(9)9.99.

      *Totales por sucursal, en orden de codigo (cada sucursal nueva
      *se inserta en su lugar).
       01  Ws-Suc-Cant              PIC 9(2) VALUE 0.
       01  Ws-Tabla-Sucursales.
           05  Ws-Suc-Ent OCCURS 99.
               10  Ws-Suc-Codigo    PIC 9(3).
               10  Ws-Suc-Cantidad  PIC 9(9).
               10  Ws-Suc-Debitos   PIC S9(9)V99.
               10  Ws-Suc-Creditos  PIC S9(9)V99.
               10  Ws-Suc-Neto      PIC S9(9)V99.
       01  Ws-Suc-Idx               PIC 9(3).
       01  Ws-Suc-Pos               PIC 9(3).
       01  Ws-Suc-Hallada           PIC X.
       01  Ws-Suc-Llena             PIC X VALUE 'N'.

      *Aqui empezamos a desarrollar la logica del programa.
       PROCEDURE DIVISION.
       Main-Extracto.
           CLOSE GlFile
           CLOSE ReportFile
           DISPLAY "Movimientos enviados: ", Ws-Cantidad-Enviada
           IF Ws-Suc-Llena = 'Y'
               DISPLAY "ERROR: mas de 99 sucursales en el dia; las "
                   "lineas S; de la interfase quedaron incompletas."
               MOVE 8 TO Return-Code
           END-IF
           DISPLAY "Interfase generada: interfase-gl.dat"
           DISPLAY "Reporte de envio:   extracto-contable.rpt"
           STOP RUN.
                   COMPUTE Ws-Monto-Con-Signo = 0 - Trans-Amount
               WHEN Cdt-Constitucion
                   COMPUTE Ws-Monto-Con-Signo = 0 - Trans-Amount
               WHEN Gmf
                   COMPUTE Ws-Monto-Con-Signo = 0 - Trans-Amount
               WHEN Desembolso-Prestamo
                   MOVE Trans-Amount TO Ws-Monto-Con-Signo
               WHEN Cuota-Prestamo
                   COMPUTE Ws-Monto-Con-Signo = 0 - Trans-Amount
               WHEN Ach-Envio
                   COMPUTE Ws-Monto-Con-Signo = 0 - Trans-Amount
               WHEN Ach-Devolucion
                   MOVE Trans-Amount TO Ws-Monto-Con-Signo
               WHEN Reversal
                   IF Trans-Reversed-Type = 'W'
                       OR Trans-Reversed-Type = 'Q'
                       OR Trans-Reversed-Type = 'G'
                       MOVE Trans-Amount TO Ws-Monto-Con-Signo
                   ELSE
                       COMPUTE Ws-Monto-Con-Signo = 0 - Trans-Amount
           MOVE Ws-Monto-Con-Signo TO Gl-Monto
           MOVE Trans-Date TO Gl-Fecha
           MOVE Trans-Time TO Gl-Hora
           MOVE Trans-Sucursal TO Gl-Sucursal
           MOVE Ws-Gl-Detalle TO Gl-Line
           WRITE Gl-Line

           ELSE
               ADD Ws-Monto-Con-Signo TO Ws-Total-Creditos
           END-IF
           PERFORM Ubicar-Sucursal
           IF Ws-Suc-Hallada = 'Y'
               ADD 1 TO Ws-Suc-Cantidad(Ws-Suc-Pos)
               ADD Ws-Monto-Con-Signo TO Ws-Suc-Neto(Ws-Suc-Pos)
               IF Ws-Monto-Con-Signo < 0
                   SUBTRACT Ws-Monto-Con-Signo
                       FROM Ws-Suc-Debitos(Ws-Suc-Pos)
               ELSE
                   ADD Ws-Monto-Con-Signo
                       TO Ws-Suc-Creditos(Ws-Suc-Pos)
               END-IF
           END-IF
           PERFORM Reportar-Linea-Enviada.

      *Deja en Ws-Suc-Pos la entrada de Trans-Sucursal, insertandola
      *en su lugar por codigo si es nueva; si la tabla esta llena no
      *la crea y Ws-Suc-Hallada queda en 'N'.
       Ubicar-Sucursal.
           MOVE 'N' TO Ws-Suc-Hallada
           MOVE 1 TO Ws-Suc-Pos
           PERFORM UNTIL Ws-Suc-Pos > Ws-Suc-Cant
               OR Ws-Suc-Hallada = 'Y'
               OR Ws-Suc-Codigo(Ws-Suc-Pos) > Trans-Sucursal
               IF Ws-Suc-Codigo(Ws-Suc-Pos) = Trans-Sucursal
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
               MOVE Ws-Suc-Ent(Ws-Suc-Idx)
                   TO Ws-Suc-Ent(Ws-Suc-Idx + 1)
           END-PERFORM
           MOVE ZEROS TO Ws-Suc-Ent(Ws-Suc-Pos)
           MOVE Trans-Sucursal TO Ws-Suc-Codigo(Ws-Suc-Pos)
           ADD 1 TO Ws-Suc-Cant
           MOVE 'Y' TO Ws-Suc-Hallada.

      *Una linea S; por sucursal y despues la T; del envio completo.
       Grabar-Linea-Control.
           PERFORM VARYING Ws-Suc-Idx FROM 1 BY 1
               UNTIL Ws-Suc-Idx > Ws-Suc-Cant
               MOVE Ws-Suc-Codigo(Ws-Suc-Idx) TO Gl-Suc-Codigo
               MOVE Ws-Suc-Cantidad(Ws-Suc-Idx) TO Gl-Suc-Cantidad
               MOVE Ws-Suc-Debitos(Ws-Suc-Idx) TO Gl-Suc-Debitos
               MOVE Ws-Suc-Creditos(Ws-Suc-Idx) TO Gl-Suc-Creditos
               MOVE Ws-Suc-Neto(Ws-Suc-Idx) TO Gl-Suc-Neto
               MOVE Ws-Gl-Sucursal TO Gl-Line
               WRITE Gl-Line
           END-PERFORM
           MOVE Ws-Cantidad-Enviada TO Gl-Trl-Cantidad
           MOVE Ws-Total-Debitos TO Gl-Trl-Debitos
           MOVE Ws-Total-Creditos TO Gl-Trl-Creditos
               PERFORM Imprimir-Encabezado
           END-IF
           MOVE SPACES TO Report-Line
           MOVE Ws-Gl-Detalle TO Report-Line (3:49)
           WRITE Report-Line
           ADD 1 TO Ws-Linea-Num.

           MOVE SPACES TO Report-Line
           STRING "  NETO DEL DIA:   " Ws-Total-Edit
               DELIMITED BY SIZE INTO Report-Line
           WRITE Report-Line
           PERFORM VARYING Ws-Suc-Idx FROM 1 BY 1
               UNTIL Ws-Suc-Idx > Ws-Suc-Cant
               MOVE Ws-Suc-Neto(Ws-Suc-Idx) TO Ws-Total-Edit
               MOVE SPACES TO Report-Line
               STRING "  SUCURSAL " Ws-Suc-Codigo(Ws-Suc-Idx)
                   "  REGISTROS: " Ws-Suc-Cantidad(Ws-Suc-Idx)
                   "  NETO: " Ws-Total-Edit
                   DELIMITED BY SIZE INTO Report-Line
               WRITE Report-Line
           END-PERFORM.
