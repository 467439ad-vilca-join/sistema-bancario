      *          certificado por cliente con su nombre y documento y
      *          al final un resumen de control con los totales
      *          generales para cuadrar contra la contabilidad.
      *          Las cuentas de las que el cliente es cotitular en
      *          cotitulares.dat entran en su certificado marcadas
      *          COTITULAR; el resumen de control las cuenta aparte
      *          para no sumar dos veces la misma cuenta.
      *          Los movimientos (vivo + historico) se leen una sola
      *          vez y se ordenan por cuenta con un SORT; en una
      *          pasada por el resultado queda una tabla con el
      *          interes y el saldo al cierre de cada cuenta. Las
      *          cuentas a certificar (titulares de cuentas.dat y
      *          cotitulares de cotitulares.dat) se ordenan con otro
      *          SORT por cliente y se aparean en una sola pasada con
      *          clientes.dat, que esta en orden ascendente de
      *          Cliente-No porque sistema-bancario.cbl numera cada
      *          cliente nuevo con el mayor mas uno y lo agrega al
      *          final; si el maestro llega fuera de orden la
      *          corrida termina con codigo de retorno 8.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT OPTIONAL HistoryFile
               ASSIGN TO "historico-transacciones.dat"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL CotitularFile ASSIGN TO "cotitulares.dat"
               ORGANIZATION IS SEQUENTIAL.
           SELECT ReportFile ASSIGN TO "certificados-tributarios.rpt"
               ORGANIZATION IS LINE SEQUENTIAL.
      *Archivos de trabajo de los dos SORT.
           SELECT SortMovFile ASSIGN TO "certificado-movimientos.srt".
           SELECT SortCtaFile ASSIGN TO "certificado-cuentas.srt".
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
           COPY ACCTREC.
       FD  TransactionFile.
           COPY TRANREC.
      *Calco byte a byte de TransactionRecord (75 bytes); se copia
      *con MOVE de grupo a TransactionRecord para interpretarlo.
       FD  HistoryFile.
       01  HistoryRecord            PIC X(75).
       FD  CotitularFile.
           COPY COTREC.
       FD  ReportFile.
       01  Report-Line              PIC X(80).
      *SortMovRecord es un calco de TransactionRecord: solo se nombran
      *las llaves (Trans-Seq-No y Trans-Account-ID).
       SD  SortMovFile.
       01  SortMovRecord.
           05  Smv-Seq-No           PIC 9(9).
           05  Smv-Account-ID       PIC 9(5).
           05  FILLER               PIC X(61).
      *Una cuenta a certificar a un cliente: grupo 1 las que tiene
      *como titular (en el orden de cuentas.dat), grupo 2 las que
      *tiene como cotitular (en el orden de cotitulares.dat).
       SD  SortCtaFile.
       01  SortCtaRecord.
           05  Sct-Cliente-No       PIC 9(5).
           05  Sct-Grupo            PIC 9(1).
           05  Sct-Posicion         PIC 9(9).
           05  Sct-Account-ID       PIC 9(5).
      *Aqui encontramos las variables que se usan durante la ejecucion.
       WORKING-STORAGE SECTION.
       01  Ws-Anio                  PIC 9(4).
           88 End-Of-Cuentas        VALUE 'Y'.
       01  Ws-EOF-Trans             PIC X VALUE 'N'.
           88 End-Of-Trans          VALUE 'Y'.
       01  Ws-EOF-Cot               PIC X VALUE 'N'.
           88 End-Of-Cot            VALUE 'Y'.
       01  Ws-EOF-Sort              PIC X VALUE 'N'.
           88 End-Of-Sort           VALUE 'Y'.
       01  Ws-EOF-Lineas            PIC X VALUE 'N'.
           88 End-Of-Lineas         VALUE 'Y'.
       01  Ws-Posicion              PIC 9(9).

      *Interes del anio y saldo al cierre por cuenta, en orden
      *ascendente de cuenta tal como salen del SORT. Account-ID es
      *9(5), asi que no puede haber mas de 100000 cuentas distintas.
       01  Ws-Anu-Cant              PIC 9(6) VALUE 0.
       01  Ws-Tabla-Anual.
           05  Ws-Anu-Ent OCCURS 1 TO 100000
                   DEPENDING ON Ws-Anu-Cant
                   ASCENDING KEY Ws-Anu-Cuenta
                   INDEXED BY Ws-Anu-Ix.
               10  Ws-Anu-Cuenta    PIC 9(5).
               10  Ws-Anu-Interes   PIC S9(9)V99.
               10  Ws-Anu-Saldo     PIC S9(7)V99.
       01  Ws-Hay-Cuenta            PIC X VALUE 'N'.

      *Control de orden de clientes.dat.
       01  Ws-Cliente-Anterior      PIC 9(5) VALUE 0.
       01  Ws-Hay-Anterior          PIC X VALUE 'N'.
       01  Ws-Orden-Mal             PIC X VALUE 'N'.

       01  Ws-Fecha-Mov.
           05  Ws-Fecha-Mov-AAAA    PIC 9(4).
       01  Ws-Cliente-Proceso       PIC 9(5).
       01  Ws-Cuenta-Proceso        PIC 9(5).
       01  Ws-Cliente-Tiene-Ctas    PIC X.
       01  Ws-Es-Cotitular          PIC X VALUE 'N'.

      *Acumulados de la cuenta en proceso: interes neto del anio y
      *ultimo saldo conocido al cierre del anio.
       01  Ws-Int-General           PIC S9(11)V99 VALUE 0.
       01  Ws-Saldo-General         PIC S9(11)V99 VALUE 0.
       01  Ws-Clientes-Certificados PIC 9(5) VALUE 0.
      *Cuentas certificadas a un cotitular: ya estan en los totales
      *generales por su titular principal.
       01  Ws-Ctas-Cotitular        PIC 9(5) VALUE 0.
       01  Ws-Int-Cotitular         PIC S9(11)V99 VALUE 0.
       01  Ws-Saldo-Cotitular       PIC S9(11)V99 VALUE 0.

      *Armado del certificado.
       01  Ws-Linea-Gruesa          PIC X(76) VALUE ALL "=".
           05  Cert-Interes         PIC -Z(9)9.99.
           05  FILLER               PIC X(10) VALUE SPACES.
           05  Cert-Saldo           PIC -Z(9)9.99.
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  Cert-Marca           PIC X(9).
       01  Ws-Linea-Total-Cli.
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  FILLER               PIC X(5)  VALUE "TOTAL".
           COMPUTE Ws-Fecha-Fin = Ws-Anio * 10000 + 1231
           MOVE Ws-Anio TO Tit-Anio

           SORT SortMovFile
               ON ASCENDING KEY Smv-Account-ID Smv-Seq-No
               INPUT PROCEDURE Liberar-Movimientos-Cert
               OUTPUT PROCEDURE Resumir-Movimientos-Cert
           IF Sort-Return NOT = 0
               DISPLAY "ERROR: el ordenamiento de los movimientos "
                   "fallo; no se generan certificados."
               MOVE 8 TO Return-Code
               STOP RUN
           END-IF

           OPEN OUTPUT ReportFile
           SORT SortCtaFile
               ON ASCENDING KEY Sct-Cliente-No Sct-Grupo Sct-Posicion
               INPUT PROCEDURE Liberar-Cuentas-Cliente
               OUTPUT PROCEDURE Certificar-Clientes
           IF Sort-Return NOT = 0
               DISPLAY "ERROR: el ordenamiento de las cuentas por "
                   "cliente fallo; el reporte queda incompleto."
               CLOSE ReportFile
               MOVE 8 TO Return-Code
               STOP RUN
           END-IF
           IF Ws-Orden-Mal = 'Y'
               DISPLAY "ERROR: clientes.dat no esta en orden "
                   "ascendente despues del cliente ",
                   Ws-Cliente-Anterior, "; el reporte queda "
                   "incompleto."
               CLOSE ReportFile
               MOVE 8 TO Return-Code
               STOP RUN
           END-IF
           PERFORM Imprimir-Resumen-Control
           CLOSE ReportFile
           DISPLAY "Clientes certificados: ",
               Ws-Clientes-Certificados
           DISPLAY "Reporte generado: certificados-tributarios.rpt"
           STOP RUN.

      *Al SORT solo entran los movimientos hasta el 31 de diciembre:
      *los posteriores no cambian ni el interes del anio ni el saldo
      *al cierre.
       Liberar-Movimientos-Cert.
           OPEN INPUT TransactionFile
           MOVE 'N' TO Ws-EOF-Trans
           PERFORM UNTIL End-Of-Trans
               READ TransactionFile
                   AT END
                       MOVE 'Y' TO Ws-EOF-Trans
                   NOT AT END
                       IF Trans-Date <= Ws-Fecha-Fin
                           RELEASE SortMovRecord
                               FROM TransactionRecord
                       END-IF
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
                       IF Trans-Date <= Ws-Fecha-Fin
                           RELEASE SortMovRecord
                               FROM TransactionRecord
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HistoryFile.

      *Corte de control por Trans-Account-ID: cada cuenta deja una
      *entrada en la tabla anual.
       Resumir-Movimientos-Cert.
           MOVE 0 TO Ws-Anu-Cant
           MOVE 'N' TO Ws-Hay-Cuenta
           MOVE 'N' TO Ws-EOF-Sort
           PERFORM UNTIL End-Of-Sort
               RETURN SortMovFile INTO TransactionRecord
                   AT END
                       MOVE 'Y' TO Ws-EOF-Sort
                   NOT AT END
                       PERFORM Resumir-Movimiento-Cert
               END-RETURN
           END-PERFORM
           IF Ws-Hay-Cuenta = 'Y'
               PERFORM Guardar-Cuenta-Anual
           END-IF.

       Resumir-Movimiento-Cert.
           IF Ws-Hay-Cuenta = 'Y'
               AND Trans-Account-ID NOT = Ws-Cuenta-Proceso
               PERFORM Guardar-Cuenta-Anual
               MOVE 'N' TO Ws-Hay-Cuenta
           END-IF
           IF Ws-Hay-Cuenta = 'N'
               MOVE Trans-Account-ID TO Ws-Cuenta-Proceso
               MOVE 0 TO Ws-Int-Cuenta
               MOVE 0 TO Ws-Saldo-Cierre
               MOVE 0 TO Ws-Mejor-Fecha
               MOVE 0 TO Ws-Mejor-Seq
               MOVE 'Y' TO Ws-Hay-Cuenta
           END-IF
           PERFORM Evaluar-Movimiento-Cert.

       Guardar-Cuenta-Anual.
           ADD 1 TO Ws-Anu-Cant
           MOVE Ws-Cuenta-Proceso TO Ws-Anu-Cuenta(Ws-Anu-Cant)
           MOVE Ws-Int-Cuenta TO Ws-Anu-Interes(Ws-Anu-Cant)
           MOVE Ws-Saldo-Cierre TO Ws-Anu-Saldo(Ws-Anu-Cant).

      *Cada cuenta de cuentas.dat va a su titular y cada cotitular
      *activo a su cliente; los autorizados firman pero no son
      *duenios de la cuenta. La posicion en el archivo conserva el
      *orden en que se listaban las cuentas de cada cliente.
       Liberar-Cuentas-Cliente.
           MOVE 0 TO Ws-Posicion
           OPEN INPUT AccountFile
           MOVE 'N' TO Ws-EOF-Cuentas
           PERFORM UNTIL End-Of-Cuentas
               READ AccountFile
                   AT END
                       MOVE 'Y' TO Ws-EOF-Cuentas
                   NOT AT END
                       ADD 1 TO Ws-Posicion
                       MOVE Account-Customer-No TO Sct-Cliente-No
                       MOVE 1 TO Sct-Grupo
                       MOVE Ws-Posicion TO Sct-Posicion
                       MOVE Account-ID TO Sct-Account-ID
                       RELEASE SortCtaRecord
               END-READ
           END-PERFORM
           CLOSE AccountFile
           MOVE 0 TO Ws-Posicion
           OPEN INPUT CotitularFile
           MOVE 'N' TO Ws-EOF-Cot
           PERFORM UNTIL End-Of-Cot
               READ CotitularFile
                   AT END
                       MOVE 'Y' TO Ws-EOF-Cot
                   NOT AT END
                       ADD 1 TO Ws-Posicion
                       IF Cot-Activo AND Rol-Cotitular
                           MOVE Cot-Cliente-No TO Sct-Cliente-No
                           MOVE 2 TO Sct-Grupo
                           MOVE Ws-Posicion TO Sct-Posicion
                           MOVE Cot-Account-ID TO Sct-Account-ID
                           RELEASE SortCtaRecord
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CotitularFile.

      *Apareo de clientes.dat con las cuentas ordenadas por cliente.
      *Las cuentas de un numero de cliente que no esta en el maestro
      *no tienen a quien certificarse y se saltan.
       Certificar-Clientes.
           MOVE 'N' TO Ws-EOF-Lineas
           PERFORM Leer-Linea-Cuenta
           OPEN INPUT ClienteFile
           MOVE 'N' TO Ws-EOF-Clientes
           PERFORM UNTIL End-Of-Clientes
                       PERFORM Certificar-Cliente
               END-READ
           END-PERFORM
           CLOSE ClienteFile.

       Leer-Linea-Cuenta.
           RETURN SortCtaFile
               AT END
                   MOVE 'Y' TO Ws-EOF-Lineas
           END-RETURN.

      *Un certificado por cliente con cuentas; el encabezado solo se
      *imprime al encontrar la primera cuenta del cliente. Primero
      *van las cuentas de las que es titular y despues las que tiene
      *como cotitular, marcadas COTITULAR.
       Certificar-Cliente.
           IF Ws-Hay-Anterior = 'Y'
               AND Cliente-No NOT > Ws-Cliente-Anterior
               MOVE 'Y' TO Ws-Orden-Mal
               MOVE 'Y' TO Ws-EOF-Clientes
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO Ws-Hay-Anterior
           MOVE Cliente-No TO Ws-Cliente-Anterior
           MOVE Cliente-No TO Ws-Cliente-Proceso
           MOVE 'N' TO Ws-Cliente-Tiene-Ctas
           MOVE 0 TO Ws-Int-Cliente
           MOVE 0 TO Ws-Saldo-Cliente
           PERFORM UNTIL End-Of-Lineas
               OR Sct-Cliente-No NOT < Ws-Cliente-Proceso
               PERFORM Leer-Linea-Cuenta
           END-PERFORM
           PERFORM UNTIL End-Of-Lineas
               OR Sct-Cliente-No NOT = Ws-Cliente-Proceso
               IF Ws-Cliente-Tiene-Ctas = 'N'
                   PERFORM Imprimir-Encabezado-Cliente
                   MOVE 'Y' TO Ws-Cliente-Tiene-Ctas
               END-IF
               IF Sct-Grupo = 2
                   MOVE 'Y' TO Ws-Es-Cotitular
               ELSE
                   MOVE 'N' TO Ws-Es-Cotitular
               END-IF
               MOVE Sct-Account-ID TO Ws-Cuenta-Proceso
               PERFORM Certificar-Cuenta
               PERFORM Leer-Linea-Cuenta
           END-PERFORM
           MOVE 'N' TO Ws-Es-Cotitular
           IF Ws-Cliente-Tiene-Ctas = 'Y'
               MOVE Ws-Linea-Guiones TO Report-Line
               WRITE Report-Line
               MOVE Ws-Linea-Total-Cli TO Report-Line
               WRITE Report-Line
               ADD 1 TO Ws-Clientes-Certificados
           END-IF.

       Imprimir-Encabezado-Cliente.
           MOVE Ws-Linea-Guiones TO Report-Line
           WRITE Report-Line.

      *El interes neto del anio y el ultimo saldo conocido al cierre
      *salen de la tabla anual; una cuenta que no esta en ella no
      *tuvo movimientos hasta el 31 de diciembre.
       Certificar-Cuenta.
           MOVE 0 TO Ws-Int-Cuenta
           MOVE 0 TO Ws-Saldo-Cierre
           IF Ws-Anu-Cant > 0
               SEARCH ALL Ws-Anu-Ent
                   AT END
                       CONTINUE
                   WHEN Ws-Anu-Cuenta(Ws-Anu-Ix) = Ws-Cuenta-Proceso
                       MOVE Ws-Anu-Interes(Ws-Anu-Ix) TO Ws-Int-Cuenta
                       MOVE Ws-Anu-Saldo(Ws-Anu-Ix) TO Ws-Saldo-Cierre
               END-SEARCH
           END-IF

           MOVE Ws-Cuenta-Proceso TO Cert-Cuenta
           MOVE Ws-Int-Cuenta TO Cert-Interes
           MOVE Ws-Saldo-Cierre TO Cert-Saldo
           IF Ws-Es-Cotitular = 'Y'
               MOVE "COTITULAR" TO Cert-Marca
           ELSE
               MOVE SPACES TO Cert-Marca
           END-IF
           MOVE Ws-Linea-Cuenta TO Report-Line
           WRITE Report-Line
           ADD Ws-Int-Cuenta TO Ws-Int-Cliente
           ADD Ws-Saldo-Cierre TO Ws-Saldo-Cliente
           IF Ws-Es-Cotitular = 'Y'
               ADD 1 TO Ws-Ctas-Cotitular
               ADD Ws-Int-Cuenta TO Ws-Int-Cotitular
               ADD Ws-Saldo-Cierre TO Ws-Saldo-Cotitular
           ELSE
               ADD Ws-Int-Cuenta TO Ws-Int-General
               ADD Ws-Saldo-Cierre TO Ws-Saldo-General
           END-IF.

      *El interes del anio es la suma de los abonos 'I' del anio
      *menos sus reversas del mismo anio. El saldo al cierre es el
      *igual fecha, mayor Trans-Seq-No, que solo crece en el
      *tiempo) no posterior al 31 de diciembre.
       Evaluar-Movimiento-Cert.
           MOVE Trans-Date TO Ws-Fecha-Mov
           IF Ws-Fecha-Mov-AAAA = Ws-Anio
               IF Interest
           MOVE 0 TO Ctl-Cuenta
           MOVE Ws-Saldo-General TO Ctl-Monto
           MOVE Ws-Linea-Control TO Report-Line
           WRITE Report-Line
           IF Ws-Ctas-Cotitular > 0
               MOVE "CTAS REPETIDAS A COTITULAR" TO Ctl-Rotulo
               MOVE Ws-Ctas-Cotitular TO Ctl-Cuenta
               MOVE 0 TO Ctl-Monto
               MOVE Ws-Linea-Control TO Report-Line
               WRITE Report-Line
               MOVE "  INTERESES (NO SUMADOS)  " TO Ctl-Rotulo
               MOVE 0 TO Ctl-Cuenta
               MOVE Ws-Int-Cotitular TO Ctl-Monto
               MOVE Ws-Linea-Control TO Report-Line
               WRITE Report-Line
               MOVE "  SALDOS (NO SUMADOS)     " TO Ctl-Rotulo
               MOVE 0 TO Ctl-Cuenta
               MOVE Ws-Saldo-Cotitular TO Ctl-Monto
               MOVE Ws-Linea-Control TO Report-Line
               WRITE Report-Line
           END-IF.
