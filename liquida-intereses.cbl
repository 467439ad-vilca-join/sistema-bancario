       FD  ControlFile.
           COPY CTLREC.
       FD  HistoryFile.
       01  HistoryRecord            PIC X(75).
      *Un solo registro. Liq-Ctl-Procesadas cuenta posiciones leidas
      *de cuentas.dat (no solo cuentas con interes abonado) para que
      *la reanudacion pueda saltar exactamente las ya procesadas.
           MOVE Account-Balance TO Trans-Balance-After
           MOVE 0 TO Trans-Reference
           MOVE SPACE TO Trans-Reversed-Type
      *Movimiento generado por el batch, sin cajero de ventanilla;
      *queda en la sucursal de la cuenta.
           MOVE 0 TO Trans-Counterpart-ID
           MOVE 0 TO Trans-Cajero
           MOVE Account-Sucursal TO Trans-Sucursal
           MOVE 0 TO Trans-Cheque-No
           WRITE TransactionRecord
           CLOSE TransactionFile
