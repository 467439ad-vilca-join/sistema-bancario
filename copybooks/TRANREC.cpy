      * deposito a termino; resta del saldo igual que un retiro pero
      * NO mueve efectivo por el cajon, por eso el cuadre de caja no
      * lo cuenta como efectivo entregado por el cajero)
      * Gmf Value = 'G' (gravamen a los movimientos financieros, el
      * 4x1000 sobre los debitos; resta del saldo igual que un retiro
      * y va siempre justo despues del debito que lo causo, cuyo
      * Trans-Seq-No queda en Trans-Reference)
      * Desembolso-Prestamo Value = 'L' (abono del capital de un
      * prestamo a la cuenta del cliente; suma al saldo pero NO es
      * efectivo recibido en el cajon)
      * Cuota-Prestamo Value = 'K' (debito de una cuota del plan de
      * pagos, cobra-prestamos.cbl; resta del saldo igual que un
      * retiro). En 'L' y 'K' Trans-Reference lleva el Prestamo-No.
      * Ach-Envio Value = 'H' (debito de una transferencia a otro
      * banco por ACH registrada en ventanilla; resta del saldo igual
      * que un retiro pero NO es efectivo entregado por el cajon)
      * Ach-Devolucion Value = 'V' (abono de una transferencia ACH
      * devuelta por el banco destino, devoluciones-ach.cbl; suma al
      * saldo). En 'H' y 'V' Trans-Reference lleva el Ach-No de
      * transferencias-ach.dat (ACHREC).
      * Trans-Date/Trans-Time y Trans-Balance-After dejan a cada
      * registro como pista de auditoria autosuficiente, sin tener
      * que reproducir cuentas.dat para saber cuando ocurrio el
      * movimiento ni que saldo dejo.
      * Trans-Seq-No identifica cada registro de forma unica para que
      * una reversa (Trans-Type 'R') pueda apuntar a la transaccion
      * original via Trans-Reference (y el cargo 'G' al debito que lo
      * causo). Trans-Reversed-Type copia el
      * Trans-Type original para que un batch como
      * conciliacion-saldos.cbl sepa si la reversa sumo o resto sin
      * tener que volver a buscar la transaccion original.
      * es un cheque pagado por canje-cheques.cbl, para que el
      * estado de cuenta lo muestre; vale cero en todo otro
      * movimiento.
      * Trans-Sucursal es la oficina donde ocurrio el movimiento: la
      * de la terminal de ventanilla que lo registro o, en los
      * generados por los batch, la sucursal de la cuenta
      * (Account-Sucursal). cuadre-caja.cbl, diario-operaciones.cbl,
      * informe-gerencial.cbl y extracto-contable.cbl separan por
      * este campo.
      ******************************************************************
       01  TransactionRecord.
           05  Trans-Seq-No        PIC 9(9).
               88 Transfer-In      VALUE 'E'.
               88 Cuota-Manejo     VALUE 'Q'.
               88 Cdt-Constitucion VALUE 'C'.
               88 Gmf              VALUE 'G'.
               88 Desembolso-Prestamo VALUE 'L'.
               88 Cuota-Prestamo   VALUE 'K'.
               88 Ach-Envio        VALUE 'H'.
               88 Ach-Devolucion   VALUE 'V'.
           05  Trans-Amount        PIC 9(7)V99.
           05  Trans-Date          PIC 9(8).
           05  Trans-Time          PIC 9(6).
           05  Trans-Counterpart-ID PIC 9(5).
           05  Trans-Cajero        PIC 9(4).
           05  Trans-Cheque-No     PIC 9(6).
           05  Trans-Sucursal      PIC 9(3).
