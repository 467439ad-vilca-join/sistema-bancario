      *             Account-Status (alli se ven las marcadas
      *             inactivas por marca-inactivas.cbl);
      *          4) los 10 clientes con mayor posicion consolidada
      *             via Account-Customer-No;
      *          5) resumen por sucursal, en orden de codigo: los
      *             movimientos del mes por tipo y el crecimiento del
      *             saldo segun la oficina donde ocurrieron
      *             (Trans-Sucursal), y la cartera (cuentas y saldo)
      *             segun la oficina de cada cuenta
      *             (Account-Sucursal), con el total de todas las
      *             sucursales que cuadra con las secciones 1 y 3.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
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

      *Seccion 1: acumulados por dia del mes y por tipo de
      *movimiento. Indices de tipo:
      *1=D 2=W 3=I 4=T 5=E 6=R 7=Q 8=C 9=G 10=L 11=K 12=H 13=V.
       01  Ws-Tabla-Dias.
           05  Ws-Dia-Ent OCCURS 31.
               10  Ws-Dia-Tipo OCCURS 13.
                   15  Ws-Dia-Cnt   PIC 9(5).
                   15  Ws-Dia-Tot   PIC S9(9)V99.
       01  Ws-Tot-Mes-Tipo.
           05  Ws-Mes-Tipo OCCURS 13.
               10  Ws-Mes-Cnt       PIC 9(5).
               10  Ws-Mes-Tot       PIC S9(9)V99.
       01  Ws-Nombres-Tipo.
           05  FILLER               PIC X(16) VALUE "REVERSAS        ".
           05  FILLER               PIC X(16) VALUE "CUOTAS MANEJO   ".
           05  FILLER               PIC X(16) VALUE "CONSTITUCION CDT".
           05  FILLER               PIC X(16) VALUE "GMF 4X1000      ".
           05  FILLER               PIC X(16) VALUE "DESEMBOLSOS PRES".
           05  FILLER               PIC X(16) VALUE "CUOTAS PRESTAMO ".
           05  FILLER               PIC X(16) VALUE "ENVIOS ACH      ".
           05  FILLER               PIC X(16) VALUE "DEVOLUCIONES ACH".
       01  Ws-Nombres-Tipo-R REDEFINES Ws-Nombres-Tipo.
           05  Ws-Nombre-Tipo OCCURS 13 PIC X(16).
       01  Ws-Tipo-Idx              PIC 9(2).
       01  Ws-Dia-Idx               PIC 9(2).
       01  Ws-Movimiento-Neto       PIC S9(11)V99 VALUE 0.
       01  Ws-Cli-Mejor             PIC 9(3).
       01  Ws-Top-Num               PIC 9(2).

      *Seccion 5: acumulados por sucursal, en orden de codigo (cada
      *sucursal nueva se inserta en su lugar). Mismos indices de tipo
      *que la seccion 1.
       01  Ws-Suc-Cant              PIC 9(2) VALUE 0.
       01  Ws-Tabla-Sucursales.
           05  Ws-Suc-Ent OCCURS 99.
               10  Ws-Suc-Codigo    PIC 9(3).
               10  Ws-Suc-Tipo OCCURS 13.
                   15  Ws-Suc-Tipo-Cnt PIC 9(5).
                   15  Ws-Suc-Tipo-Tot PIC S9(9)V99.
               10  Ws-Suc-Movimientos PIC 9(7).
               10  Ws-Suc-Neto      PIC S9(11)V99.
               10  Ws-Suc-Cuentas   PIC 9(5).
               10  Ws-Suc-Saldo     PIC S9(11)V99.
       01  Ws-Suc-Idx               PIC 9(3).
       01  Ws-Suc-Pos               PIC 9(3).
       01  Ws-Suc-Nueva             PIC 9(3).
       01  Ws-Suc-Hallada           PIC X.
       01  Ws-Suc-Llena             PIC X VALUE 'N'.
       01  Ws-Neto-Antes            PIC S9(11)V99.
       01  Ws-Cartera-Cnt           PIC 9(5) VALUE 0.
       01  Ws-Cartera-Tot           PIC S9(11)V99 VALUE 0.

      *Armado del reporte: 55 lineas de detalle por pagina, igual
      *que diario-operaciones.cbl.
       01  Ws-Linea-Num             PIC 9(2) VALUE 99.
           PERFORM Imprimir-Cartera
           PERFORM Cargar-Posiciones-Clientes
           PERFORM Imprimir-Top-Clientes
           PERFORM Imprimir-Sucursales
           CLOSE ReportFile
           IF Ws-Suc-Llena = 'Y'
               DISPLAY "AVISO: mas de 99 sucursales; el resumen por "
                   "sucursal quedo incompleto."
           END-IF
           DISPLAY "Movimientos del mes: ", Ws-Movimientos-Mes
           DISPLAY "Reporte generado: informe-gerencial.rpt"
           STOP RUN.
           ADD 1 TO Ws-Mes-Cnt(Ws-Tipo-Idx)
           ADD Trans-Amount TO Ws-Mes-Tot(Ws-Tipo-Idx)
           ADD 1 TO Ws-Movimientos-Mes
           MOVE Ws-Movimiento-Neto TO Ws-Neto-Antes
           PERFORM Acumular-Neto-Mes
           PERFORM Anotar-Cuenta-Candidata
           MOVE Trans-Sucursal TO Ws-Suc-Nueva
           PERFORM Ubicar-Sucursal
           IF Ws-Suc-Hallada = 'Y'
               ADD 1 TO Ws-Suc-Tipo-Cnt(Ws-Suc-Pos, Ws-Tipo-Idx)
               ADD Trans-Amount
                   TO Ws-Suc-Tipo-Tot(Ws-Suc-Pos, Ws-Tipo-Idx)
               ADD 1 TO Ws-Suc-Movimientos(Ws-Suc-Pos)
               COMPUTE Ws-Suc-Neto(Ws-Suc-Pos) =
                   Ws-Suc-Neto(Ws-Suc-Pos)
                   + Ws-Movimiento-Neto - Ws-Neto-Antes
           END-IF.

      *Deja en Ws-Suc-Pos la entrada de la sucursal Ws-Suc-Nueva,
      *insertandola en su lugar por codigo si es nueva; si la tabla
      *esta llena no la crea y Ws-Suc-Hallada queda en 'N'.
       Ubicar-Sucursal.
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
               MOVE Ws-Suc-Ent(Ws-Suc-Idx)
                   TO Ws-Suc-Ent(Ws-Suc-Idx + 1)
           END-PERFORM
           MOVE ZEROS TO Ws-Suc-Ent(Ws-Suc-Pos)
           MOVE Ws-Suc-Nueva TO Ws-Suc-Codigo(Ws-Suc-Pos)
           ADD 1 TO Ws-Suc-Cant
           MOVE 'Y' TO Ws-Suc-Hallada.

       Determinar-Indice-Tipo.
           EVALUATE TRUE
                   MOVE 7 TO Ws-Tipo-Idx
               WHEN Cdt-Constitucion
                   MOVE 8 TO Ws-Tipo-Idx
               WHEN Gmf
                   MOVE 9 TO Ws-Tipo-Idx
               WHEN Desembolso-Prestamo
                   MOVE 10 TO Ws-Tipo-Idx
               WHEN Cuota-Prestamo
                   MOVE 11 TO Ws-Tipo-Idx
               WHEN Ach-Envio
                   MOVE 12 TO Ws-Tipo-Idx
               WHEN Ach-Devolucion
                   MOVE 13 TO Ws-Tipo-Idx
               WHEN OTHER
                   MOVE 0 TO Ws-Tipo-Idx
           END-EVALUATE.
                   SUBTRACT Trans-Amount FROM Ws-Movimiento-Neto
               WHEN Cdt-Constitucion
                   SUBTRACT Trans-Amount FROM Ws-Movimiento-Neto
               WHEN Gmf
                   SUBTRACT Trans-Amount FROM Ws-Movimiento-Neto
               WHEN Desembolso-Prestamo
                   ADD Trans-Amount TO Ws-Movimiento-Neto
               WHEN Cuota-Prestamo
                   SUBTRACT Trans-Amount FROM Ws-Movimiento-Neto
               WHEN Ach-Envio
                   SUBTRACT Trans-Amount FROM Ws-Movimiento-Neto
               WHEN Ach-Devolucion
                   ADD Trans-Amount TO Ws-Movimiento-Neto
               WHEN Reversal
                   EVALUATE Trans-Reversed-Type
                       WHEN 'D'
                           ADD Trans-Amount TO Ws-Movimiento-Neto
                       WHEN 'Q'
                           ADD Trans-Amount TO Ws-Movimiento-Neto
                       WHEN 'G'
                           ADD Trans-Amount TO Ws-Movimiento-Neto
                   END-EVALUATE
           END-EVALUATE.

           MOVE "  TOTALES DEL MES POR TIPO" TO Report-Line
           PERFORM Escribir-Linea
           PERFORM VARYING Ws-Tipo-Idx FROM 1 BY 1
               UNTIL Ws-Tipo-Idx > 13
               MOVE Ws-Nombre-Tipo(Ws-Tipo-Idx) TO Res-Rotulo
               MOVE Ws-Mes-Cnt(Ws-Tipo-Idx) TO Res-Cnt
               MOVE Ws-Mes-Tot(Ws-Tipo-Idx) TO Res-Tot

       Imprimir-Dia.
           PERFORM VARYING Ws-Tipo-Idx FROM 1 BY 1
               UNTIL Ws-Tipo-Idx > 13
               IF Ws-Dia-Cnt(Ws-Dia-Idx, Ws-Tipo-Idx) > 0
                   MOVE Ws-Dia-Idx TO Dia-Fecha
                   MOVE Ws-Nombre-Tipo(Ws-Tipo-Idx) TO Dia-Tipo
               WHEN OTHER
                   ADD 1 TO Ws-Cnt-Activas
                   ADD Account-Balance TO Ws-Tot-Activas
           END-EVALUATE
           ADD 1 TO Ws-Cartera-Cnt
           ADD Account-Balance TO Ws-Cartera-Tot
           MOVE Account-Sucursal TO Ws-Suc-Nueva
           PERFORM Ubicar-Sucursal
           IF Ws-Suc-Hallada = 'Y'
               ADD 1 TO Ws-Suc-Cuentas(Ws-Suc-Pos)
               ADD Account-Balance TO Ws-Suc-Saldo(Ws-Suc-Pos)
           END-IF.

       Imprimir-Cartera.
           MOVE SPACES TO Report-Line
                   END-IF
               END-IF
           END-PERFORM.

       Imprimir-Sucursales.
           MOVE SPACES TO Report-Line
           PERFORM Escribir-Linea
           MOVE "  SECCION 5 - RESUMEN POR SUCURSAL" TO Report-Line
           PERFORM Escribir-Linea
           MOVE Ws-Linea-Guiones TO Report-Line
           PERFORM Escribir-Linea
           PERFORM VARYING Ws-Suc-Idx FROM 1 BY 1
               UNTIL Ws-Suc-Idx > Ws-Suc-Cant
               PERFORM Imprimir-Sucursal
           END-PERFORM
           MOVE SPACES TO Report-Line
           PERFORM Escribir-Linea
           MOVE "  TOTAL TODAS LAS SUCURSALES" TO Report-Line
           PERFORM Escribir-Linea
           MOVE "CRECIMIENTO DEL SALDO     " TO Res-Rotulo
           MOVE Ws-Movimientos-Mes TO Res-Cnt
           MOVE Ws-Movimiento-Neto TO Res-Tot
           MOVE Ws-Linea-Resumen TO Report-Line
           PERFORM Escribir-Linea
           MOVE "CARTERA (CUENTAS Y SALDO) " TO Res-Rotulo
           MOVE Ws-Cartera-Cnt TO Res-Cnt
           MOVE Ws-Cartera-Tot TO Res-Tot
           MOVE Ws-Linea-Resumen TO Report-Line
           PERFORM Escribir-Linea.

      *Solo salen los tipos con movimiento en la sucursal.
       Imprimir-Sucursal.
           MOVE SPACES TO Report-Line
           PERFORM Escribir-Linea
           MOVE "  SUCURSAL " TO Report-Line
           MOVE Ws-Suc-Codigo(Ws-Suc-Idx) TO Report-Line(12:3)
           PERFORM Escribir-Linea
           PERFORM VARYING Ws-Tipo-Idx FROM 1 BY 1
               UNTIL Ws-Tipo-Idx > 13
               IF Ws-Suc-Tipo-Cnt(Ws-Suc-Idx, Ws-Tipo-Idx) > 0
                   MOVE Ws-Nombre-Tipo(Ws-Tipo-Idx) TO Res-Rotulo
                   MOVE Ws-Suc-Tipo-Cnt(Ws-Suc-Idx, Ws-Tipo-Idx)
                       TO Res-Cnt
                   MOVE Ws-Suc-Tipo-Tot(Ws-Suc-Idx, Ws-Tipo-Idx)
                       TO Res-Tot
                   MOVE Ws-Linea-Resumen TO Report-Line
                   PERFORM Escribir-Linea
               END-IF
           END-PERFORM
           MOVE "CRECIMIENTO DEL SALDO     " TO Res-Rotulo
           MOVE Ws-Suc-Movimientos(Ws-Suc-Idx) TO Res-Cnt
           MOVE Ws-Suc-Neto(Ws-Suc-Idx) TO Res-Tot
           MOVE Ws-Linea-Resumen TO Report-Line
           PERFORM Escribir-Linea
           MOVE "CARTERA (CUENTAS Y SALDO) " TO Res-Rotulo
           MOVE Ws-Suc-Cuentas(Ws-Suc-Idx) TO Res-Cnt
           MOVE Ws-Suc-Saldo(Ws-Suc-Idx) TO Res-Tot
           MOVE Ws-Linea-Resumen TO Report-Line
           PERFORM Escribir-Linea.
