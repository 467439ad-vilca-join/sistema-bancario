      *          corrida: las que se cobraron salen del archivo y las
      *          que no, vuelven acumuladas con el periodo corriente
      *          (una pendiente de una cuenta que ya no existe en
      *          cuentas.dat se da de baja con la cuenta). La
      *          cuota que queda pendiente por falta de fondos se
      *          anota en novedades-cliente.dat para avisarle al
      *          cliente.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *reanudada conserve las pendientes grabadas antes de la caida.
           SELECT OPTIONAL PendTmpFile ASSIGN TO "cuotas-pendientes.tmp"
               ORGANIZATION IS SEQUENTIAL.
      *Cuotas que quedaron pendientes por falta de fondos, para el
      *aviso al cliente.
           SELECT OPTIONAL NovedadFile
               ASSIGN TO "novedades-cliente.dat"
               ORGANIZATION IS SEQUENTIAL.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  ControlFile.
           COPY CTLREC.
       FD  HistoryFile.
       01  HistoryRecord            PIC X(75).
      *Un solo registro, igual que el control de liquidacion.
       FD  CuotaControlFile.
       01  CuotaControlRecord.
           05  Pend-Account-ID      PIC 9(5).
           05  Pend-Periodo         PIC 9(6).
           05  Pend-Monto           PIC 9(7)V99.
       FD  NovedadFile.
           COPY NOVREC.
       FD  PendTmpFile.
       01  PendTmpRecord.
           05  Pend-Tmp-Account-ID  PIC 9(5).
           IF (Ws-Saldo-Disponible - Ws-Cobro-Total)
               < Ws-Saldo-Minimo
               PERFORM Grabar-Pendiente
               PERFORM Grabar-Novedad
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Cuenta ", Account-ID, " cuota pendiente: ",
               Ws-Saldo-Edit.

      *Solo la cuota que queda pendiente por falta de fondos se le
      *avisa al cliente; la de una cuenta bloqueada o inactiva
      *espera a que la cuenta vuelva a operar.
       Grabar-Novedad.
           OPEN EXTEND NovedadFile
           MOVE Ws-Fecha-Hoy TO Nov-Fecha
           MOVE 'Q' TO Nov-Tipo
           MOVE Account-ID TO Nov-Account-ID
           MOVE Ws-Cobro-Total TO Nov-Monto
           MOVE Ws-Periodo-Actual TO Nov-Referencia
           MOVE "FONDOS INSUFICIENTES" TO Nov-Detalle
           WRITE NovedadRecord
           CLOSE NovedadFile.

      *cuotas-pendientes.dat se reemplaza por lo grabado en la
      *corrida, igual que hace archiva-transacciones.cbl con el
      *archivo vivo: lo cobrado sale y lo incobrable vuelve.
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
