       FD  ControlFile.
           COPY CTLREC.
       FD  HistoryFile.
       01  HistoryRecord            PIC X(75).
      *Aqui encontramos las variables que se usan durante la ejecucion.
       WORKING-STORAGE SECTION.
       01  Ws-Fecha-Hoy             PIC 9(8).
      *para grabar los dos movimientos con su Trans-Balance-After.
       01  Ws-Interes-Cdt           PIC S9(7)V99.
       01  Ws-Saldo-Tras-Capital    PIC S9(7)V99.
      *Sucursal de la cuenta movida; los movimientos del batch se
      *registran en la oficina de la cuenta.
       01  Ws-Sucursal-Cuenta       PIC 9(3) VALUE 0.
       01  Ws-Saldo-Tras-Interes    PIC S9(7)V99.
       01  Ws-Saldo-Edit            PIC -Z(7)9.99.

           MOVE Account-Balance TO Ws-Saldo-Tras-Capital
           ADD Ws-Interes-Cdt TO Account-Balance
           MOVE Account-Balance TO Ws-Saldo-Tras-Interes
           MOVE Account-Sucursal TO Ws-Sucursal-Cuenta
           REWRITE AccountRecord
           CLOSE AccountFile.

           MOVE Ws-Saldo-Tras-Capital TO Trans-Balance-After
           MOVE 0 TO Trans-Reference
           MOVE SPACE TO Trans-Reversed-Type
      *Movimiento generado por el batch, sin cajero de ventanilla;
      *queda en la sucursal de la cuenta.
           MOVE 0 TO Trans-Counterpart-ID
           MOVE 0 TO Trans-Cajero
           MOVE Ws-Sucursal-Cuenta TO Trans-Sucursal
           MOVE 0 TO Trans-Cheque-No
           WRITE TransactionRecord
           IF Ws-Interes-Cdt > 0
               MOVE SPACE TO Trans-Reversed-Type
               MOVE 0 TO Trans-Counterpart-ID
               MOVE 0 TO Trans-Cajero
               MOVE Ws-Sucursal-Cuenta TO Trans-Sucursal
               MOVE 0 TO Trans-Cheque-No
               WRITE TransactionRecord
           END-IF
