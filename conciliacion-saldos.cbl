      * Author:
      * Date:
      * Purpose: Batch nocturno de conciliacion. Por cada cuenta en
      *          cuentas.dat toma el saldo que suman sus movimientos
      *          (vivo + historico) y lo compara contra el
      *          Account-Balance real, imprimiendo toda cuenta donde
      *          no coincidan (saldo corrupto o transaccion huerfana).
      *          La suma por cuenta la deja resumen-movimientos.cbl
      *          en resumen-movimientos.dat, armado en una sola
      *          pasada por los movimientos ordenados por cuenta;
      *          aqui se carga en una tabla y cuentas.dat se recorre
      *          una sola vez. Antes de usarlo se verifica que el
      *          resumen corresponda a los movimientos actuales; si
      *          falta o no corresponde la corrida termina con codigo
      *          de retorno 8 (hay que correr resumen-movimientos).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT OPTIONAL TransactionFile ASSIGN TO "transacciones.dat"
               ORGANIZATION IS SEQUENTIAL.
      *Historico producido por archiva-transacciones.cbl: el saldo de
      *una cuenta incluye sus movimientos archivados, asi que el
      *resumen los incluye tambien. Vivo e historico solo se leen
      *para verificar el resumen.
           SELECT OPTIONAL HistoryFile
               ASSIGN TO "historico-transacciones.dat"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL ResumenFile
               ASSIGN TO "resumen-movimientos.dat"
               ORGANIZATION IS SEQUENTIAL.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
           COPY ACCTREC.
       FD  TransactionFile.
           COPY TRANREC.
      *Calco byte a byte de TransactionRecord (75 bytes); se copia
      *con MOVE de grupo a TransactionRecord para interpretarlo.
       FD  HistoryFile.
       01  HistoryRecord          PIC X(75).
       FD  ResumenFile.
           COPY RESREC.
      *Aqui encontramos las variables que se usan durante la ejecucion.
       WORKING-STORAGE SECTION.
       01  Ws-EOF-Cuentas           PIC X VALUE 'N'.
           88 End-Of-Cuentas        VALUE 'Y'.
       01  Ws-EOF-Trans             PIC X VALUE 'N'.
           88 End-Of-Trans          VALUE 'Y'.
       01  Ws-EOF-Resumen           PIC X VALUE 'N'.
           88 End-Of-Resumen        VALUE 'Y'.

      *Saldo por cuenta cargado de resumen-movimientos.dat, que viene
      *en orden ascendente de cuenta. Account-ID es 9(5), asi que no
      *puede haber mas de 100000 cuentas distintas.
       01  Ws-Res-Cant              PIC 9(6) VALUE 0.
       01  Ws-Tabla-Resumen.
           05  Ws-Res-Ent OCCURS 1 TO 100000
                   DEPENDING ON Ws-Res-Cant
                   ASCENDING KEY Ws-Res-Cuenta
                   INDEXED BY Ws-Res-Ix.
               10  Ws-Res-Cuenta    PIC 9(5).
               10  Ws-Res-Saldo     PIC S9(7)V99.

      *Conteo de los movimientos actuales contra el control del
      *resumen.
       01  Ws-Ver-Trans             PIC 9(9).
       01  Ws-Ver-Max-Seq           PIC 9(9).

       01  Ws-Trans-Total           PIC S9(7)V99 VALUE 0.
       01  Ws-Saldo-Edit            PIC -Z(7)9.99.
       PROCEDURE DIVISION.
       Main-Conciliacion.
           DISPLAY "======CONCILIACION DE SALDOS======"
           PERFORM Cargar-Resumen
           OPEN INPUT AccountFile
           MOVE 'N' TO Ws-EOF-Cuentas
           PERFORM UNTIL End-Of-Cuentas
               Ws-Cuentas-Con-Error
           STOP RUN.

      *El registro de control debe coincidir con los movimientos
      *que hay hoy: si se grabo algo despues de armar el resumen, la
      *conciliacion daria diferencias falsas.
       Cargar-Resumen.
           OPEN INPUT ResumenFile
           MOVE 'N' TO Ws-EOF-Resumen
           READ ResumenFile
               AT END
                   MOVE 'Y' TO Ws-EOF-Resumen
           END-READ
           IF End-Of-Resumen OR NOT Res-Control
               CLOSE ResumenFile
               DISPLAY "ERROR: no hay resumen-movimientos.dat; corra "
                   "resumen-movimientos antes de conciliar."
               MOVE 8 TO Return-Code
               STOP RUN
           END-IF
           PERFORM Contar-Movimientos
           IF Ws-Ver-Trans NOT = Res-Trans-Registros
               OR Ws-Ver-Max-Seq NOT = Res-Trans-Max-Seq
               CLOSE ResumenFile
               DISPLAY "ERROR: resumen-movimientos.dat (armado el ",
                   Res-Fecha, ") no corresponde a los movimientos "
                   "actuales; corra resumen-movimientos antes de "
                   "conciliar."
               MOVE 8 TO Return-Code
               STOP RUN
           END-IF

           MOVE 0 TO Ws-Res-Cant
           PERFORM UNTIL End-Of-Resumen
               READ ResumenFile
                   AT END
                       MOVE 'Y' TO Ws-EOF-Resumen
                   NOT AT END
                       PERFORM Cargar-Cuenta-Resumen
               END-READ
           END-PERFORM
           CLOSE ResumenFile.

      *Fuera de orden solo puede estar un resumen danado; ademas el
      *orden estricto garantiza que la tabla no se desborde.
       Cargar-Cuenta-Resumen.
           IF Ws-Res-Cant > 0
               IF Res-Account-ID NOT > Ws-Res-Cuenta(Ws-Res-Cant)
                   CLOSE ResumenFile
                   DISPLAY "ERROR: resumen-movimientos.dat fuera de "
                       "orden en la cuenta ", Res-Account-ID,
                       "; corra resumen-movimientos de nuevo."
                   MOVE 8 TO Return-Code
                   STOP RUN
               END-IF
           END-IF
           ADD 1 TO Ws-Res-Cant
           MOVE Res-Account-ID TO Ws-Res-Cuenta(Ws-Res-Cant)
           MOVE Res-Saldo-Movimientos TO Ws-Res-Saldo(Ws-Res-Cant).

       Contar-Movimientos.
           MOVE 0 TO Ws-Ver-Trans
           MOVE 0 TO Ws-Ver-Max-Seq
           OPEN INPUT TransactionFile
           MOVE 'N' TO Ws-EOF-Trans
           PERFORM UNTIL End-Of-Trans
               READ TransactionFile
                   AT END
                       MOVE 'Y' TO Ws-EOF-Trans
                   NOT AT END
                       PERFORM Contar-Movimiento
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
                       PERFORM Contar-Movimiento
               END-READ
           END-PERFORM
           CLOSE HistoryFile.

       Contar-Movimiento.
           ADD 1 TO Ws-Ver-Trans
           IF Trans-Seq-No > Ws-Ver-Max-Seq
               MOVE Trans-Seq-No TO Ws-Ver-Max-Seq
           END-IF.

       Conciliar-Cuenta.
           ADD 1 TO Ws-Cuentas-Revisadas
           PERFORM Sumar-Transacciones-Cuenta
           IF Ws-Trans-Total NOT = Account-Balance
               ADD 1 TO Ws-Cuentas-Con-Error
               MOVE Account-Balance TO Ws-Saldo-Edit
               MOVE Ws-Trans-Total TO Ws-Total-Edit
               DISPLAY "DIFERENCIA -> Cuenta: ", Account-ID
               DISPLAY "   Saldo en cuentas.dat:       ",
                   Ws-Saldo-Edit
               DISPLAY "   Total en transacciones.dat: ",
                   Ws-Total-Edit
           END-IF.

      *Una cuenta sin registro en el resumen no tiene movimientos y
      *sus movimientos suman cero.
       Sumar-Transacciones-Cuenta.
           MOVE 0 TO Ws-Trans-Total
           IF Ws-Res-Cant = 0
               EXIT PARAGRAPH
           END-IF
           SEARCH ALL Ws-Res-Ent
               AT END
                   CONTINUE
               WHEN Ws-Res-Cuenta(Ws-Res-Ix) = Account-ID
                   MOVE Ws-Res-Saldo(Ws-Res-Ix) TO Ws-Trans-Total
           END-SEARCH.
