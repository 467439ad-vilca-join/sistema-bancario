      * Author:
      * Date:
      * Purpose: Batch nocturno de cumplimiento. Por cada cuenta
      *          activa en cuentas.dat toma su ultimo Trans-Date en
      *          transacciones.dat y en el historico archivado (del
      *          resumen por cuenta que arma resumen-movimientos.cbl
      *          en una sola pasada por los movimientos ordenados; se
      *          carga en una tabla y cuentas.dat se recorre una sola
      *          vez; si el resumen falta o no corresponde a los
      *          movimientos actuales la corrida termina con codigo
      *          de retorno 8 sin marcar nada); si el
      *          ultimo movimiento tiene mas de un anio, marca la
      *          cuenta como inactiva ('I' en Account-Status) y la
      *          informa. Una cuenta inactiva exige reactivacion del
      *          operar. Las cuentas bloqueadas no se tocan y una
      *          cuenta sin movimiento alguno registrado no se marca
      *          (no hay fecha de apertura contra la cual medirla).
      *          Cada cuenta marcada queda ademas en
      *          novedades-cliente.dat para avisarle al cliente.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT OPTIONAL SeqControlFile
               ASSIGN TO "control-secuencia.dat"
               ORGANIZATION IS SEQUENTIAL.
      *Resumen de movimientos por cuenta.
           SELECT OPTIONAL ResumenFile
               ASSIGN TO "resumen-movimientos.dat"
               ORGANIZATION IS SEQUENTIAL.
      *Cuentas marcadas, para el aviso al cliente.
           SELECT OPTIONAL NovedadFile
               ASSIGN TO "novedades-cliente.dat"
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
       FD  ControlFile.
           COPY CTLREC.
       FD  SeqControlFile.
           COPY SEQCTL.
       FD  NovedadFile.
           COPY NOVREC.
       FD  ResumenFile.
           COPY RESREC.
      *Aqui encontramos las variables que se usan durante la ejecucion.
       WORKING-STORAGE SECTION.
       01  Ws-EOF-Cuentas           PIC X VALUE 'N'.
       01  Ws-Cuentas-Revisadas     PIC 9(5) VALUE 0.
       01  Ws-Cuentas-Marcadas      PIC 9(5) VALUE 0.

      *Ultimo movimiento del cliente por cuenta, cargado de
      *resumen-movimientos.dat, que viene en orden ascendente de
      *cuenta. Account-ID es 9(5), asi que no puede haber mas de
      *100000 cuentas distintas.
       01  Ws-EOF-Resumen           PIC X VALUE 'N'.
           88 End-Of-Resumen        VALUE 'Y'.
       01  Ws-Res-Cant              PIC 9(6) VALUE 0.
       01  Ws-Tabla-Resumen.
           05  Ws-Res-Ent OCCURS 1 TO 100000
                   DEPENDING ON Ws-Res-Cant
                   ASCENDING KEY Ws-Res-Cuenta
                   INDEXED BY Ws-Res-Ix.
               10  Ws-Res-Cuenta    PIC 9(5).
               10  Ws-Res-Ultima-Fecha PIC 9(8).
      *Conteo de los movimientos actuales contra el control del
      *resumen.
       01  Ws-Mov-Trans             PIC 9(9).
       01  Ws-Mov-Max-Seq           PIC 9(9).

      *Verificacion de integridad contra los controles del cierre.
       01  Ws-Ctl-Encontrado        PIC X VALUE 'N'.
       01  Ws-Integridad-Mal        PIC X VALUE 'N'.
               TO Ws-Fecha-Limite
           DISPLAY "Sin movimiento desde antes de: ", Ws-Fecha-Limite
           PERFORM Verificar-Integridad
           PERFORM Cargar-Resumen

           OPEN I-O AccountFile
           PERFORM UNTIL End-Of-Cuentas
           END-READ
           CLOSE SeqControlFile.

      *El registro de control debe coincidir con los movimientos
      *que hay hoy: con un resumen viejo se marcarian cuentas que ya
      *volvieron a moverse.
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
                   "resumen-movimientos antes de marcar cuentas."
               MOVE 8 TO Return-Code
               STOP RUN
           END-IF
           PERFORM Contar-Movimientos
           IF Ws-Mov-Trans NOT = Res-Trans-Registros
               OR Ws-Mov-Max-Seq NOT = Res-Trans-Max-Seq
               CLOSE ResumenFile
               DISPLAY "ERROR: resumen-movimientos.dat (armado el ",
                   Res-Fecha, ") no corresponde a los movimientos "
                   "actuales; corra resumen-movimientos antes de "
                   "marcar cuentas."
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
           MOVE Res-Ultimo-Mov-Cliente
               TO Ws-Res-Ultima-Fecha(Ws-Res-Cant).

       Contar-Movimientos.
           MOVE 0 TO Ws-Mov-Trans
           MOVE 0 TO Ws-Mov-Max-Seq
           OPEN INPUT TransactionFile
           MOVE 'N' TO Ws-EOF-Trans
           PERFORM UNTIL End-Of-Trans
                   AT END
                       MOVE 'Y' TO Ws-EOF-Trans
                   NOT AT END
                       PERFORM Contar-Movimiento
               END-READ
           END-PERFORM
           CLOSE TransactionFile
                       MOVE 'Y' TO Ws-EOF-Trans
                   NOT AT END
                       MOVE HistoryRecord TO TransactionRecord
                       PERFORM Contar-Movimiento
               END-READ
           END-PERFORM
           CLOSE HistoryFile.

       Contar-Movimiento.
           ADD 1 TO Ws-Mov-Trans
           IF Trans-Seq-No > Ws-Mov-Max-Seq
               MOVE Trans-Seq-No TO Ws-Mov-Max-Seq
           END-IF.

       Revisar-Cuenta.
           ADD 1 TO Ws-Cuentas-Revisadas
           PERFORM Buscar-Ultimo-Movimiento
           IF Ws-Ultima-Fecha > 0
               AND Ws-Ultima-Fecha < Ws-Fecha-Limite
               MOVE 'I' TO Account-Status
               REWRITE AccountRecord
               ADD 1 TO Ws-Cuentas-Marcadas
               DISPLAY "CUENTA ", Account-ID, " INACTIVA: ultimo "
                   "movimiento ", Ws-Ultima-Fecha
               PERFORM Grabar-Novedad
           END-IF.

       Grabar-Novedad.
           OPEN EXTEND NovedadFile
           MOVE Ws-Fecha-Hoy TO Nov-Fecha
           MOVE 'I' TO Nov-Tipo
           MOVE Account-ID TO Nov-Account-ID
           MOVE 0 TO Nov-Monto
           MOVE Ws-Ultima-Fecha TO Nov-Referencia
           MOVE "SIN MOVIMIENTO EN UN ANIO" TO Nov-Detalle
           WRITE NovedadRecord
           CLOSE NovedadFile.

      *El ultimo movimiento puede estar en el archivo vivo o ya en el
      *historico archivado; el resumen cubre ambos y ya excluye los
      *movimientos que genera el banco por su cuenta (intereses,
      *cuota de manejo, GMF, cuota de prestamo, devolucion ACH y las
      *reversas de los tres primeros; ver Evaluar-Movimiento-Cliente
      *en resumen-movimientos.cbl). Una cuenta sin registro en el
      *resumen no tiene movimiento alguno.
       Buscar-Ultimo-Movimiento.
           MOVE 0 TO Ws-Ultima-Fecha
           IF Ws-Res-Cant = 0
               EXIT PARAGRAPH
           END-IF
           SEARCH ALL Ws-Res-Ent
               AT END
                   CONTINUE
               WHEN Ws-Res-Cuenta(Ws-Res-Ix) = Account-ID
                   MOVE Ws-Res-Ultima-Fecha(Ws-Res-Ix)
                       TO Ws-Ultima-Fecha
           END-SEARCH.
