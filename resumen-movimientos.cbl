      ******************************************************************
      * Author:
      * Date:
      * Purpose: Batch nocturno que arma el resumen de movimientos
      *          por cuenta (resumen-movimientos.dat, ver RESREC):
      *          lee una sola vez transacciones.dat y el historico
      *          archivado, los ordena por cuenta con un SORT y en
      *          una sola pasada por el resultado deja, por cada
      *          cuenta con movimientos, el saldo que suman sus
      *          movimientos y la fecha del ultimo movimiento hecho
      *          por el cliente. marca-inactivas.cbl y
      *          conciliacion-saldos.cbl trabajan sobre este resumen
      *          en vez de releer los movimientos por cada cuenta de
      *          cuentas.dat, que con el historico creciendo hacia
      *          crecer la ventana nocturna con cuentas por
      *          movimientos. Corre en la cadena nocturna despues de
      *          ejecuta-ordenes.cbl, que es el ultimo paso que
      *          agrega movimientos antes de los que lo usan.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. resumen-movimientos.
      *Aca se Describe el entorno: Archivos, Dispositivos, etc.
       ENVIRONMENT DIVISION.
      ******************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL TransactionFile ASSIGN TO "transacciones.dat"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL HistoryFile
               ASSIGN TO "historico-transacciones.dat"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL ResumenFile
               ASSIGN TO "resumen-movimientos.dat"
               ORGANIZATION IS SEQUENTIAL.
      *Archivo de trabajo del SORT.
           SELECT SortFile ASSIGN TO "resumen-movimientos.srt".
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  TransactionFile.
           COPY TRANREC.
      *Calco byte a byte de TransactionRecord (75 bytes); se copia
      *con MOVE de grupo a TransactionRecord para interpretarlo.
       FD  HistoryFile.
       01  HistoryRecord            PIC X(75).
       FD  ResumenFile.
           COPY RESREC.
      *SortRecord tambien es un calco de TransactionRecord: solo se
      *nombran las llaves (Trans-Seq-No y Trans-Account-ID).
       SD  SortFile.
       01  SortRecord.
           05  Srt-Seq-No           PIC 9(9).
           05  Srt-Account-ID       PIC 9(5).
           05  FILLER               PIC X(61).
      *Aqui encontramos las variables que se usan durante la ejecucion.
       WORKING-STORAGE SECTION.
       01  Ws-EOF-Trans             PIC X VALUE 'N'.
           88 End-Of-Trans          VALUE 'Y'.
       01  Ws-EOF-Sort              PIC X VALUE 'N'.
           88 End-Of-Sort           VALUE 'Y'.

      *Totales de control del resumen (van en el registro 'C').
       01  Ws-Trans-Registros       PIC 9(9) VALUE 0.
       01  Ws-Trans-Max-Seq         PIC 9(9) VALUE 0.
       01  Ws-Cuentas-Resumidas     PIC 9(6) VALUE 0.

      *Cuenta en proceso durante la pasada por los movimientos
      *ordenados.
       01  Ws-Hay-Cuenta            PIC X VALUE 'N'.
       01  Ws-Cuenta-Actual         PIC 9(5).
       01  Ws-Saldo-Cuenta          PIC S9(7)V99.
       01  Ws-Ultima-Fecha          PIC 9(8).
       01  Ws-Movs-Cuenta           PIC 9(9).

      *Aqui empezamos a desarrollar la logica del programa.
       PROCEDURE DIVISION.
       Main-Resumen.
           DISPLAY "======RESUMEN DE MOVIMIENTOS POR CUENTA======"
           SORT SortFile
               ON ASCENDING KEY Srt-Account-ID Srt-Seq-No
               INPUT PROCEDURE Liberar-Movimientos
               OUTPUT PROCEDURE Grabar-Resumen
           IF Sort-Return NOT = 0
               DISPLAY "ERROR: el ordenamiento de los movimientos "
                   "fallo; resumen-movimientos.dat no es valido."
               MOVE 8 TO Return-Code
               STOP RUN
           END-IF
           DISPLAY "Movimientos resumidos: ", Ws-Trans-Registros
           DISPLAY "Cuentas con movimientos: ", Ws-Cuentas-Resumidas
           DISPLAY "Resumen generado: resumen-movimientos.dat"
           MOVE 0 TO Return-Code
           STOP RUN.

      *Vivo e historico entran juntos al SORT; de paso se cuentan
      *para el registro de control.
       Liberar-Movimientos.
           OPEN INPUT TransactionFile
           MOVE 'N' TO Ws-EOF-Trans
           PERFORM UNTIL End-Of-Trans
               READ TransactionFile
                   AT END
                       MOVE 'Y' TO Ws-EOF-Trans
                   NOT AT END
                       PERFORM Liberar-Movimiento
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
                       PERFORM Liberar-Movimiento
               END-READ
           END-PERFORM
           CLOSE HistoryFile.

       Liberar-Movimiento.
           ADD 1 TO Ws-Trans-Registros
           IF Trans-Seq-No > Ws-Trans-Max-Seq
               MOVE Trans-Seq-No TO Ws-Trans-Max-Seq
           END-IF
           RELEASE SortRecord FROM TransactionRecord.

      *Registro de control primero y despues un registro por cuenta,
      *en el orden en que salen del SORT (ascendente por cuenta).
       Grabar-Resumen.
           OPEN OUTPUT ResumenFile
           MOVE SPACES TO ResumenRecord
           MOVE 'C' TO Res-Tipo
           MOVE FUNCTION CURRENT-DATE(1:8) TO Res-Fecha
           MOVE FUNCTION CURRENT-DATE(9:6) TO Res-Hora
           MOVE Ws-Trans-Registros TO Res-Trans-Registros
           MOVE Ws-Trans-Max-Seq TO Res-Trans-Max-Seq
           WRITE ResumenRecord

           MOVE 'N' TO Ws-Hay-Cuenta
           MOVE 'N' TO Ws-EOF-Sort
           PERFORM UNTIL End-Of-Sort
               RETURN SortFile INTO TransactionRecord
                   AT END
                       MOVE 'Y' TO Ws-EOF-Sort
                   NOT AT END
                       PERFORM Resumir-Movimiento
               END-RETURN
           END-PERFORM
           IF Ws-Hay-Cuenta = 'Y'
               PERFORM Grabar-Cuenta
           END-IF
           CLOSE ResumenFile.

      *Corte de control por Trans-Account-ID.
       Resumir-Movimiento.
           IF Ws-Hay-Cuenta = 'Y'
               AND Trans-Account-ID NOT = Ws-Cuenta-Actual
               PERFORM Grabar-Cuenta
               MOVE 'N' TO Ws-Hay-Cuenta
           END-IF
           IF Ws-Hay-Cuenta = 'N'
               MOVE Trans-Account-ID TO Ws-Cuenta-Actual
               MOVE 0 TO Ws-Saldo-Cuenta
               MOVE 0 TO Ws-Ultima-Fecha
               MOVE 0 TO Ws-Movs-Cuenta
               MOVE 'Y' TO Ws-Hay-Cuenta
           END-IF
           ADD 1 TO Ws-Movs-Cuenta
           PERFORM Acumular-Transaccion
           PERFORM Evaluar-Movimiento-Cliente.

       Grabar-Cuenta.
           MOVE SPACES TO ResumenRecord
           MOVE 'D' TO Res-Tipo
           MOVE Ws-Cuenta-Actual TO Res-Account-ID
           MOVE Ws-Saldo-Cuenta TO Res-Saldo-Movimientos
           MOVE Ws-Ultima-Fecha TO Res-Ultimo-Mov-Cliente
           MOVE Ws-Movs-Cuenta TO Res-Movimientos
           WRITE ResumenRecord
           ADD 1 TO Ws-Cuentas-Resumidas.

      *Saldo que suman los movimientos, el que conciliacion-saldos.cbl
      *compara contra Account-Balance.
       Acumular-Transaccion.
           EVALUATE TRUE
               WHEN Deposit
                   ADD Trans-Amount TO Ws-Saldo-Cuenta
               WHEN Interest
                   ADD Trans-Amount TO Ws-Saldo-Cuenta
               WHEN Withdraw
                   SUBTRACT Trans-Amount FROM Ws-Saldo-Cuenta
               WHEN Transfer-In
                   ADD Trans-Amount TO Ws-Saldo-Cuenta
               WHEN Transfer-Out
                   SUBTRACT Trans-Amount FROM Ws-Saldo-Cuenta
               WHEN Cuota-Manejo
                   SUBTRACT Trans-Amount FROM Ws-Saldo-Cuenta
               WHEN Cdt-Constitucion
                   SUBTRACT Trans-Amount FROM Ws-Saldo-Cuenta
               WHEN Gmf
                   SUBTRACT Trans-Amount FROM Ws-Saldo-Cuenta
               WHEN Desembolso-Prestamo
                   ADD Trans-Amount TO Ws-Saldo-Cuenta
               WHEN Cuota-Prestamo
                   SUBTRACT Trans-Amount FROM Ws-Saldo-Cuenta
               WHEN Ach-Envio
                   SUBTRACT Trans-Amount FROM Ws-Saldo-Cuenta
               WHEN Ach-Devolucion
                   ADD Trans-Amount TO Ws-Saldo-Cuenta
               WHEN Reversal
                   PERFORM Acumular-Reversa
           END-EVALUATE.

      *Una reversa deshace el efecto de la transaccion original: si
      *esa original sumo (Deposito/Interes) la reversa resta, y si
      *esa original resto (Retiro) la reversa suma. Trans-Reversed-Type
      *evita tener que volver a buscar la transaccion original.
       Acumular-Reversa.
           EVALUATE Trans-Reversed-Type
               WHEN 'D'
                   SUBTRACT Trans-Amount FROM Ws-Saldo-Cuenta
               WHEN 'I'
                   SUBTRACT Trans-Amount FROM Ws-Saldo-Cuenta
               WHEN 'W'
                   ADD Trans-Amount TO Ws-Saldo-Cuenta
               WHEN 'Q'
                   ADD Trans-Amount TO Ws-Saldo-Cuenta
               WHEN 'G'
                   ADD Trans-Amount TO Ws-Saldo-Cuenta
           END-EVALUATE.

      *Ultimo movimiento del cliente, el que mide marca-inactivas.cbl.
      *Los abonos de interes ('I'), los cargos de cuota de manejo
      *('Q') y sus reversas no cuentan como movimiento: los genera el
      *propio banco cada mes sobre toda cuenta, y si contaran,
      *ninguna cuenta podria cumplir un anio sin movimiento del
      *cliente. El GMF ('G') lo genera el banco sobre un debito que
      *ya cuenta por si mismo, y la cuota de prestamo ('K') la
      *debita cobra-prestamos.cbl cada mes sin que el cliente haga
      *nada. La devolucion ACH ('V') la abona devoluciones-ach.cbl
      *sobre un envio ('H') que ya cuenta.
       Evaluar-Movimiento-Cliente.
           IF NOT Interest
               AND NOT Cuota-Manejo
               AND NOT Gmf
               AND NOT Cuota-Prestamo
               AND NOT Ach-Devolucion
               AND NOT (Reversal AND
                   (Trans-Reversed-Type = 'I' OR
                    Trans-Reversed-Type = 'Q' OR
                    Trans-Reversed-Type = 'G'))
               AND Trans-Date > Ws-Ultima-Fecha
               MOVE Trans-Date TO Ws-Ultima-Fecha
           END-IF.
