      ******************************************************************
      * Author:
      * Date:
      * Purpose: Batch periodico que arma el reporte de depositos
      *          asegurados para el seguro de depositos (Fogafin).
      *          Consolida por depositante, es decir por documento de
      *          identidad (Cliente-Documento): todos los clientes de
      *          clientes.dat con el mismo documento son un solo
      *          depositante. A cada uno le suma, a la fecha de
      *          corte, los saldos positivos de sus cuentas de
      *          cuentas.dat (Account-Customer-No) y el capital de sus
      *          CDTs vigentes de cdts.dat con los intereses causados
      *          hasta el corte (monto por tasa pactada por dias
      *          corridos sobre 360, sin pasar del plazo, igual que
      *          vence-cdts.cbl). Sobre ese total aplica el tope
      *          asegurado por depositante, parametro TOPE-SEGURO de
      *          parametros.dat (tipo 'F', tramo 0), y separa lo
      *          asegurado de lo no asegurado. Escribe el archivo para
      *          Fogafin (fogafin-depositos.txt) con un registro de
      *          encabezado '1' (fecha de corte y tope), uno de
      *          detalle '6' por depositante con saldo y uno de
      *          control '9' con la cantidad y las sumas, al estilo
      *          de envia-ach.cbl, y un reporte impreso
      *          (reporte-fogafin.rpt) con el mismo detalle. Las
      *          cuentas y CDTs sin cliente (cliente cero, o de un
      *          cliente que ya no esta en el maestro) no tienen
      *          documento que reportar: van aparte en el reporte
      *          impreso y no entran al archivo. Un cliente sin
      *          documento se reporta solo, sin consolidar.
      *          El corte es siempre el dia en que corre: los saldos
      *          de cuentas.dat y el estado de los CDTs son los de
      *          hoy, y un corte pasado mostraria saldos que no
      *          corresponden a esa fecha.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. reporte-fogafin.
      *Aca se Describe el entorno: Archivos, Dispositivos, etc.
       ENVIRONMENT DIVISION.
      ******************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL AccountFile ASSIGN TO "cuentas.dat"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL ClienteFile ASSIGN TO "clientes.dat"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL CdtFile ASSIGN TO "cdts.dat"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL ParamFile ASSIGN TO "parametros.dat"
               ORGANIZATION IS SEQUENTIAL.
           SELECT FogafinFile ASSIGN TO "fogafin-depositos.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ReportFile ASSIGN TO "reporte-fogafin.rpt"
               ORGANIZATION IS LINE SEQUENTIAL.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  AccountFile.
           COPY ACCTREC.
       FD  ClienteFile.
           COPY CLIREC.
       FD  CdtFile.
           COPY CDTREC.
       FD  ParamFile.
           COPY PARAMREC.
       FD  FogafinFile.
       01  Fogafin-Line             PIC X(120).
       FD  ReportFile.
       01  Report-Line              PIC X(80).
      *Aqui encontramos las variables que se usan durante la ejecucion.
       WORKING-STORAGE SECTION.
       01  Ws-Fecha-Hoy             PIC 9(8).
       01  Ws-Fecha-Corte           PIC 9(8).
       01  Ws-EOF-Cuentas           PIC X VALUE 'N'.
           88 End-Of-Cuentas        VALUE 'Y'.
       01  Ws-EOF-Clientes          PIC X VALUE 'N'.
           88 End-Of-Clientes       VALUE 'Y'.
       01  Ws-EOF-Cdts              PIC X VALUE 'N'.
           88 End-Of-Cdts           VALUE 'Y'.

      *Tope asegurado por depositante. Si TOPE-SEGURO no esta en
      *parametros.dat rige el valor compilado.
       01  Ws-Tope-Seguro           PIC S9(7)V99 VALUE 50000.00.

      *Parametros (mismo esquema que los demas batch).
       01  Ws-Param-Codigo          PIC X(12).
       01  Ws-Param-Tipo            PIC X.
       01  Ws-Param-Saldo           PIC 9(7)V99.
       01  Ws-Param-Valor           PIC S9(5)V9999.
       01  Ws-Param-Hallado         PIC X VALUE 'N'.
       01  Ws-Param-Mejor-Fecha     PIC 9(8).
       01  Ws-Param-Mejor-Tramo     PIC 9(7)V99.
       01  Ws-EOF-Params            PIC X VALUE 'N'.
           88 End-Of-Params         VALUE 'Y'.

      *Depositantes: uno por documento, con lo que suman sus cuentas
      *y sus CDTs al corte.
       01  Ws-Dep-Cant              PIC 9(3) VALUE 0.
       01  Ws-Tabla-Depositantes.
           05  Ws-Dep-Ent OCCURS 500.
               10  Ws-Dep-Documento PIC X(15).
               10  Ws-Dep-Nombre    PIC X(30).
               10  Ws-Dep-Cuentas   PIC S9(9)V99.
               10  Ws-Dep-Cdts      PIC S9(9)V99.
       01  Ws-Dep-Idx               PIC 9(3).
       01  Ws-Dep-Hallado           PIC X.

      *Clientes del maestro y el depositante al que pertenecen.
       01  Ws-Cli-Cant              PIC 9(3) VALUE 0.
       01  Ws-Tabla-Clientes.
           05  Ws-Cli-Ent OCCURS 500.
               10  Ws-Cli-No        PIC 9(5).
               10  Ws-Cli-Dep       PIC 9(3).
       01  Ws-Cli-Idx               PIC 9(3).
       01  Ws-Cli-Buscado           PIC 9(5).
       01  Ws-Cli-Hallado           PIC X.
       01  Ws-Tabla-Llena           PIC X VALUE 'N'.

      *Calculo por depositante y por CDT.
       01  Ws-Dias-Corridos         PIC S9(5).
       01  Ws-Interes-Causado       PIC S9(7)V99.
       01  Ws-Saldo-Cdt             PIC S9(9)V99.
       01  Ws-Total-Dep             PIC S9(11)V99.
       01  Ws-Asegurado             PIC S9(11)V99.
       01  Ws-No-Asegurado          PIC S9(11)V99.

      *Totales de control.
       01  Ws-Cant-Depositantes     PIC 9(6) VALUE 0.
       01  Ws-Suma-Total            PIC S9(12)V99 VALUE 0.
       01  Ws-Suma-Asegurado        PIC S9(12)V99 VALUE 0.
       01  Ws-Suma-No-Asegurado     PIC S9(12)V99 VALUE 0.
       01  Ws-Sin-Cliente-Cnt       PIC 9(5) VALUE 0.
       01  Ws-Sin-Cliente-Tot       PIC S9(11)V99 VALUE 0.

      *Registros del archivo para Fogafin.
       01  Ws-Fog-Encabezado.
           05  FILLER               PIC X(1)  VALUE '1'.
           05  Fog-Enc-Corte        PIC 9(8).
           05  Fog-Enc-Tope         PIC 9(10)V99.
           05  Fog-Enc-Fecha        PIC 9(8).
           05  FILLER               PIC X(91) VALUE SPACES.
       01  Ws-Fog-Detalle.
           05  FILLER               PIC X(1)  VALUE '6'.
           05  Fog-Documento        PIC X(15).
           05  Fog-Nombre           PIC X(30).
           05  Fog-Cuentas          PIC 9(10)V99.
           05  Fog-Cdts             PIC 9(10)V99.
           05  Fog-Total            PIC 9(10)V99.
           05  Fog-Asegurado        PIC 9(10)V99.
           05  Fog-No-Asegurado     PIC 9(10)V99.
           05  FILLER               PIC X(14) VALUE SPACES.
       01  Ws-Fog-Control.
           05  FILLER               PIC X(1)  VALUE '9'.
           05  Fog-Ctl-Cantidad     PIC 9(6).
           05  Fog-Ctl-Total        PIC 9(12)V99.
           05  Fog-Ctl-Asegurado    PIC 9(12)V99.
           05  Fog-Ctl-No-Asegurado PIC 9(12)V99.
           05  FILLER               PIC X(71) VALUE SPACES.

      *Armado del reporte: 55 lineas de detalle por pagina, igual
      *que reporte-gmf.cbl.
       01  Ws-Linea-Num             PIC 9(2) VALUE 99.
       01  Ws-Pagina                PIC 9(3) VALUE 0.
       01  Ws-Encabezado-1.
           05  FILLER               PIC X(32)
               VALUE "DEPOSITOS ASEGURADOS    CORTE: ".
           05  Enc-Corte            PIC 9(8).
           05  FILLER               PIC X(8)  VALUE "  TOPE: ".
           05  Enc-Tope             PIC Z(6)9.99.
           05  FILLER               PIC X(14) VALUE SPACES.
           05  FILLER               PIC X(5)  VALUE "PAG: ".
           05  Enc-Pagina           PIC ZZ9.
       01  Ws-Encabezado-2.
           05  FILLER               PIC X(38) VALUE
               " DOCUMENTO       DEPOSITANTE          ".
           05  FILLER               PIC X(38) VALUE
               "       TOTAL    ASEGURADO NO ASEGURADO".
       01  Ws-Linea-Guiones         PIC X(76) VALUE ALL "-".
       01  Ws-Linea-Detalle.
           05  FILLER               PIC X(1)  VALUE SPACES.
           05  Det-Documento        PIC X(15).
           05  FILLER               PIC X(1)  VALUE SPACES.
           05  Det-Nombre           PIC X(20).
           05  FILLER               PIC X(1)  VALUE SPACES.
           05  Det-Total            PIC Z(8)9.99.
           05  FILLER               PIC X(1)  VALUE SPACES.
           05  Det-Asegurado        PIC Z(8)9.99.
           05  FILLER               PIC X(1)  VALUE SPACES.
           05  Det-No-Asegurado     PIC Z(8)9.99.
       01  Ws-Linea-Sin-Cliente.
           05  FILLER               PIC X(4)  VALUE SPACES.
           05  Sin-Producto         PIC X(7).
           05  Sin-Numero           PIC 9(5).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  Sin-Cliente          PIC 9(5).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  Sin-Titular          PIC X(30).
           05  FILLER               PIC X(1)  VALUE SPACES.
           05  Sin-Saldo            PIC Z(7)9.99.
       01  Ws-Linea-Resumen.
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  Res-Rotulo           PIC X(26).
           05  Res-Cnt              PIC ZZZZZZ9.
           05  FILLER               PIC X(3)  VALUE SPACES.
           05  Res-Tot              PIC -Z(10)9.99.

      *Aqui empezamos a desarrollar la logica del programa.
       PROCEDURE DIVISION.
       Main-Reporte-Fogafin.
           DISPLAY "======DEPOSITOS ASEGURADOS (FOGAFIN)======"
           MOVE FUNCTION CURRENT-DATE(1:8) TO Ws-Fecha-Hoy
           MOVE Ws-Fecha-Hoy TO Ws-Fecha-Corte
           PERFORM Cargar-Parametros
           MOVE Ws-Fecha-Corte TO Enc-Corte
           MOVE Ws-Tope-Seguro TO Enc-Tope

           PERFORM Cargar-Depositantes
           PERFORM Acumular-Cuentas
           PERFORM Acumular-Cdts

           OPEN OUTPUT FogafinFile
           OPEN OUTPUT ReportFile
           MOVE Ws-Fecha-Corte TO Fog-Enc-Corte
           MOVE Ws-Tope-Seguro TO Fog-Enc-Tope
           MOVE Ws-Fecha-Hoy TO Fog-Enc-Fecha
           MOVE Ws-Fog-Encabezado TO Fogafin-Line
           WRITE Fogafin-Line
           PERFORM Imprimir-Encabezado
           PERFORM VARYING Ws-Dep-Idx FROM 1 BY 1
               UNTIL Ws-Dep-Idx > Ws-Dep-Cant
               PERFORM Reportar-Depositante
           END-PERFORM
           MOVE Ws-Cant-Depositantes TO Fog-Ctl-Cantidad
           MOVE Ws-Suma-Total TO Fog-Ctl-Total
           MOVE Ws-Suma-Asegurado TO Fog-Ctl-Asegurado
           MOVE Ws-Suma-No-Asegurado TO Fog-Ctl-No-Asegurado
           MOVE Ws-Fog-Control TO Fogafin-Line
           WRITE Fogafin-Line
           CLOSE FogafinFile

           PERFORM Imprimir-Sin-Cliente
           PERFORM Imprimir-Resumen-Control
           CLOSE ReportFile
           DISPLAY "Depositantes reportados: ", Ws-Cant-Depositantes
           DISPLAY "Archivo generado: fogafin-depositos.txt"
           DISPLAY "Reporte generado: reporte-fogafin.rpt"
           IF Ws-Tabla-Llena = 'Y'
               DISPLAY "AVISO: mas de 500 clientes o depositantes; el "
                   "archivo quedo incompleto y no debe enviarse."
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
           MOVE Ws-Encabezado-2 TO Report-Line
           WRITE Report-Line
           MOVE Ws-Linea-Guiones TO Report-Line
           WRITE Report-Line
           MOVE 1 TO Ws-Linea-Num.

      *Cada cliente del maestro se asigna al depositante de su
      *documento, creandolo con el nombre del primer cliente que
      *lo trae.
       Cargar-Depositantes.
           OPEN INPUT ClienteFile
           MOVE 'N' TO Ws-EOF-Clientes
           PERFORM UNTIL End-Of-Clientes
               READ ClienteFile
                   AT END
                       MOVE 'Y' TO Ws-EOF-Clientes
                   NOT AT END
                       PERFORM Asignar-Depositante
               END-READ
           END-PERFORM
           CLOSE ClienteFile.

       Asignar-Depositante.
           IF Ws-Cli-Cant >= 500
               MOVE 'Y' TO Ws-Tabla-Llena
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO Ws-Dep-Hallado
           IF Cliente-Documento NOT = SPACES
               PERFORM VARYING Ws-Dep-Idx FROM 1 BY 1
                   UNTIL Ws-Dep-Idx > Ws-Dep-Cant
                       OR Ws-Dep-Hallado = 'Y'
                   IF Ws-Dep-Documento(Ws-Dep-Idx) = Cliente-Documento
                       MOVE 'Y' TO Ws-Dep-Hallado
                   END-IF
               END-PERFORM
           END-IF
           IF Ws-Dep-Hallado = 'Y'
               SUBTRACT 1 FROM Ws-Dep-Idx
           ELSE
               IF Ws-Dep-Cant >= 500
                   MOVE 'Y' TO Ws-Tabla-Llena
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO Ws-Dep-Cant
               MOVE Ws-Dep-Cant TO Ws-Dep-Idx
               MOVE Cliente-Documento TO Ws-Dep-Documento(Ws-Dep-Idx)
               MOVE Cliente-Nombre TO Ws-Dep-Nombre(Ws-Dep-Idx)
               MOVE 0 TO Ws-Dep-Cuentas(Ws-Dep-Idx)
               MOVE 0 TO Ws-Dep-Cdts(Ws-Dep-Idx)
           END-IF
           ADD 1 TO Ws-Cli-Cant
           MOVE Cliente-No TO Ws-Cli-No(Ws-Cli-Cant)
           MOVE Ws-Dep-Idx TO Ws-Cli-Dep(Ws-Cli-Cant).

      *Deja en Ws-Dep-Idx el depositante de Ws-Cli-Buscado; el
      *cliente cero o uno que no esta en el maestro no tiene.
       Ubicar-Depositante.
           MOVE 'N' TO Ws-Cli-Hallado
           IF Ws-Cli-Buscado = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING Ws-Cli-Idx FROM 1 BY 1
               UNTIL Ws-Cli-Idx > Ws-Cli-Cant OR Ws-Cli-Hallado = 'Y'
               IF Ws-Cli-No(Ws-Cli-Idx) = Ws-Cli-Buscado
                   MOVE 'Y' TO Ws-Cli-Hallado
                   MOVE Ws-Cli-Dep(Ws-Cli-Idx) TO Ws-Dep-Idx
               END-IF
           END-PERFORM.

      *Solo los saldos positivos son deposito; un sobregiro no
      *descuenta de lo que el depositante tiene en otras cuentas.
       Acumular-Cuentas.
           OPEN INPUT AccountFile
           MOVE 'N' TO Ws-EOF-Cuentas
           PERFORM UNTIL End-Of-Cuentas
               READ AccountFile
                   AT END
                       MOVE 'Y' TO Ws-EOF-Cuentas
                   NOT AT END
                       IF Account-Balance > 0
                           MOVE Account-Customer-No TO Ws-Cli-Buscado
                           PERFORM Ubicar-Depositante
                           IF Ws-Cli-Hallado = 'Y'
                               ADD Account-Balance
                                   TO Ws-Dep-Cuentas(Ws-Dep-Idx)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE AccountFile.

       Acumular-Cdts.
           OPEN INPUT CdtFile
           MOVE 'N' TO Ws-EOF-Cdts
           PERFORM UNTIL End-Of-Cdts
               READ CdtFile
                   AT END
                       MOVE 'Y' TO Ws-EOF-Cdts
                   NOT AT END
                       IF Cdt-Vigente
                           AND Cdt-Fecha-Constitucion <= Ws-Fecha-Corte
                           PERFORM Calcular-Saldo-Cdt
                           MOVE Cdt-Cliente-No TO Ws-Cli-Buscado
                           PERFORM Ubicar-Depositante
                           IF Ws-Cli-Hallado = 'Y'
                               ADD Ws-Saldo-Cdt
                                   TO Ws-Dep-Cdts(Ws-Dep-Idx)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CdtFile.

      *Capital mas el interes causado al corte: la misma formula de
      *vence-cdts.cbl con los dias corridos en lugar del plazo, sin
      *pasar del plazo si el CDT ya vencio y no se ha pagado.
       Calcular-Saldo-Cdt.
           COMPUTE Ws-Dias-Corridos =
               FUNCTION INTEGER-OF-DATE(Ws-Fecha-Corte)
               - FUNCTION INTEGER-OF-DATE(Cdt-Fecha-Constitucion)
           IF Ws-Dias-Corridos > Cdt-Plazo-Dias
               MOVE Cdt-Plazo-Dias TO Ws-Dias-Corridos
           END-IF
           COMPUTE Ws-Interes-Causado ROUNDED =
               Cdt-Monto * Cdt-Tasa-Pactada * Ws-Dias-Corridos / 360
           COMPUTE Ws-Saldo-Cdt = Cdt-Monto + Ws-Interes-Causado.

      *Un depositante sin saldo al corte no se reporta.
       Reportar-Depositante.
           COMPUTE Ws-Total-Dep = Ws-Dep-Cuentas(Ws-Dep-Idx)
               + Ws-Dep-Cdts(Ws-Dep-Idx)
           IF Ws-Total-Dep = 0
               EXIT PARAGRAPH
           END-IF
           IF Ws-Total-Dep > Ws-Tope-Seguro
               MOVE Ws-Tope-Seguro TO Ws-Asegurado
           ELSE
               MOVE Ws-Total-Dep TO Ws-Asegurado
           END-IF
           COMPUTE Ws-No-Asegurado = Ws-Total-Dep - Ws-Asegurado
           ADD 1 TO Ws-Cant-Depositantes
           ADD Ws-Total-Dep TO Ws-Suma-Total
           ADD Ws-Asegurado TO Ws-Suma-Asegurado
           ADD Ws-No-Asegurado TO Ws-Suma-No-Asegurado

           MOVE Ws-Dep-Documento(Ws-Dep-Idx) TO Fog-Documento
           MOVE Ws-Dep-Nombre(Ws-Dep-Idx) TO Fog-Nombre
           MOVE Ws-Dep-Cuentas(Ws-Dep-Idx) TO Fog-Cuentas
           MOVE Ws-Dep-Cdts(Ws-Dep-Idx) TO Fog-Cdts
           MOVE Ws-Total-Dep TO Fog-Total
           MOVE Ws-Asegurado TO Fog-Asegurado
           MOVE Ws-No-Asegurado TO Fog-No-Asegurado
           MOVE Ws-Fog-Detalle TO Fogafin-Line
           WRITE Fogafin-Line

           MOVE Ws-Dep-Documento(Ws-Dep-Idx) TO Det-Documento
           MOVE Ws-Dep-Nombre(Ws-Dep-Idx) TO Det-Nombre
           MOVE Ws-Total-Dep TO Det-Total
           MOVE Ws-Asegurado TO Det-Asegurado
           MOVE Ws-No-Asegurado TO Det-No-Asegurado
           MOVE Ws-Linea-Detalle TO Report-Line
           PERFORM Escribir-Linea.

      *Cuentas y CDTs con saldo que no quedaron bajo ningun
      *depositante: cliente cero o cliente que no esta en el maestro.
       Imprimir-Sin-Cliente.
           MOVE SPACES TO Report-Line
           PERFORM Escribir-Linea
           MOVE Ws-Linea-Guiones TO Report-Line
           PERFORM Escribir-Linea
           MOVE "  CUENTAS Y CDTS SIN CLIENTE (NO VAN AL ARCHIVO)"
               TO Report-Line
           PERFORM Escribir-Linea
           OPEN INPUT AccountFile
           MOVE 'N' TO Ws-EOF-Cuentas
           PERFORM UNTIL End-Of-Cuentas
               READ AccountFile
                   AT END
                       MOVE 'Y' TO Ws-EOF-Cuentas
                   NOT AT END
                       IF Account-Balance > 0
                           MOVE Account-Customer-No TO Ws-Cli-Buscado
                           PERFORM Ubicar-Depositante
                           IF Ws-Cli-Hallado = 'N'
                               MOVE "CUENTA " TO Sin-Producto
                               MOVE Account-ID TO Sin-Numero
                               MOVE Account-Customer-No TO Sin-Cliente
                               MOVE Account-Holder TO Sin-Titular
                               MOVE Account-Balance TO Sin-Saldo
                               PERFORM Imprimir-Linea-Sin-Cliente
                               ADD Account-Balance TO Ws-Sin-Cliente-Tot
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE AccountFile
           OPEN INPUT CdtFile
           MOVE 'N' TO Ws-EOF-Cdts
           PERFORM UNTIL End-Of-Cdts
               READ CdtFile
                   AT END
                       MOVE 'Y' TO Ws-EOF-Cdts
                   NOT AT END
                       IF Cdt-Vigente
                           AND Cdt-Fecha-Constitucion <= Ws-Fecha-Corte
                           MOVE Cdt-Cliente-No TO Ws-Cli-Buscado
                           PERFORM Ubicar-Depositante
                           IF Ws-Cli-Hallado = 'N'
                               PERFORM Calcular-Saldo-Cdt
                               MOVE "CDT    " TO Sin-Producto
                               MOVE Cdt-No TO Sin-Numero
                               MOVE Cdt-Cliente-No TO Sin-Cliente
                               MOVE SPACES TO Sin-Titular
                               MOVE Ws-Saldo-Cdt TO Sin-Saldo
                               PERFORM Imprimir-Linea-Sin-Cliente
                               ADD Ws-Saldo-Cdt TO Ws-Sin-Cliente-Tot
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CdtFile
           IF Ws-Sin-Cliente-Cnt = 0
               MOVE "    (ninguna)" TO Report-Line
               PERFORM Escribir-Linea
           END-IF.

       Imprimir-Linea-Sin-Cliente.
           MOVE Ws-Linea-Sin-Cliente TO Report-Line
           PERFORM Escribir-Linea
           ADD 1 TO Ws-Sin-Cliente-Cnt.

       Imprimir-Resumen-Control.
           MOVE SPACES TO Report-Line
           PERFORM Escribir-Linea
           MOVE Ws-Linea-Guiones TO Report-Line
           PERFORM Escribir-Linea
           MOVE "  RESUMEN DE CONTROL (REGISTRO 9 DEL ARCHIVO)"
               TO Report-Line
           PERFORM Escribir-Linea
           MOVE "DEPOSITANTES / TOTAL      " TO Res-Rotulo
           MOVE Ws-Cant-Depositantes TO Res-Cnt
           MOVE Ws-Suma-Total TO Res-Tot
           MOVE Ws-Linea-Resumen TO Report-Line
           PERFORM Escribir-Linea
           MOVE "TOTAL ASEGURADO           " TO Res-Rotulo
           MOVE Ws-Cant-Depositantes TO Res-Cnt
           MOVE Ws-Suma-Asegurado TO Res-Tot
           MOVE Ws-Linea-Resumen TO Report-Line
           PERFORM Escribir-Linea
           MOVE "TOTAL NO ASEGURADO        " TO Res-Rotulo
           MOVE Ws-Cant-Depositantes TO Res-Cnt
           MOVE Ws-Suma-No-Asegurado TO Res-Tot
           MOVE Ws-Linea-Resumen TO Report-Line
           PERFORM Escribir-Linea
           MOVE "SIN CLIENTE (FUERA)       " TO Res-Rotulo
           MOVE Ws-Sin-Cliente-Cnt TO Res-Cnt
           MOVE Ws-Sin-Cliente-Tot TO Res-Tot
           MOVE Ws-Linea-Resumen TO Report-Line
           PERFORM Escribir-Linea.

      *El tope vigente es el de la fecha de corte, no el de hoy.
       Cargar-Parametros.
           MOVE 'TOPE-SEGURO' TO Ws-Param-Codigo
           MOVE 'F' TO Ws-Param-Tipo
           MOVE 0 TO Ws-Param-Saldo
           PERFORM Buscar-Parametro
           IF Ws-Param-Hallado = 'Y'
               MOVE Ws-Param-Valor TO Ws-Tope-Seguro
           END-IF.

      *Mismo criterio de seleccion que en sistema-bancario.cbl: manda
      *el tramo mas alto que no supere el saldo y, dentro de ese
      *tramo, la vigencia mas reciente no futura.
       Buscar-Parametro.
           MOVE 'N' TO Ws-Param-Hallado
           MOVE 0 TO Ws-Param-Mejor-Fecha
           MOVE 0 TO Ws-Param-Mejor-Tramo
           OPEN INPUT ParamFile
           MOVE 'N' TO Ws-EOF-Params
           PERFORM UNTIL End-Of-Params
               READ ParamFile
                   AT END
                       MOVE 'Y' TO Ws-EOF-Params
                   NOT AT END
                       PERFORM Evaluar-Parametro
               END-READ
           END-PERFORM
           CLOSE ParamFile.

       Evaluar-Parametro.
           IF Param-Codigo = Ws-Param-Codigo
               AND Param-Tipo-Cuenta = Ws-Param-Tipo
               AND Param-Fecha-Vigencia <= Ws-Fecha-Corte
               AND Param-Tramo-Desde <= Ws-Param-Saldo
               IF Param-Tramo-Desde > Ws-Param-Mejor-Tramo
                   OR (Param-Tramo-Desde = Ws-Param-Mejor-Tramo
                       AND Param-Fecha-Vigencia >= Ws-Param-Mejor-Fecha)
                   MOVE 'Y' TO Ws-Param-Hallado
                   MOVE Param-Valor TO Ws-Param-Valor
                   MOVE Param-Fecha-Vigencia TO Ws-Param-Mejor-Fecha
                   MOVE Param-Tramo-Desde TO Ws-Param-Mejor-Tramo
               END-IF
           END-IF.
