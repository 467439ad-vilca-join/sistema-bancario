      ******************************************************************
      * ResumenRecord - layout compartido de resumen-movimientos.dat.
      * Resumen por cuenta de todos los movimientos (transacciones.dat
      * mas el historico archivado) que arma una vez por noche
      * resumen-movimientos.cbl, ordenando los movimientos por cuenta
      * una sola vez; marca-inactivas.cbl y conciliacion-saldos.cbl lo
      * leen en vez de recorrer los movimientos por cada cuenta.
      * El primer registro es de control ('C'): fecha y hora en que
      * se armo, cantidad de movimientos resumidos (vivo + historico)
      * y mayor Trans-Seq-No visto. Quien lo lee vuelve a contar los
      * movimientos y, si no coinciden, el resumen no corresponde a
      * los archivos actuales y no se usa. Archivar no lo invalida:
      * archiva-transacciones.cbl solo pasa movimientos del vivo al
      * historico. Despues viene un registro por cuenta con
      * movimientos ('D'), en orden ascendente de Account-ID:
      *   Res-Saldo-Movimientos  - saldo que resulta de sumar todos
      *                            sus movimientos (las reversas con
      *                            el signo contrario al del tipo
      *                            reversado);
      *   Res-Ultimo-Mov-Cliente - Trans-Date del ultimo movimiento
      *                            hecho por el cliente (sin los que
      *                            genera el banco por su cuenta),
      *                            cero si no tiene ninguno;
      *   Res-Movimientos        - cantidad de movimientos.
      ******************************************************************
       01  ResumenRecord.
           05  Res-Tipo             PIC X(1).
               88 Res-Control       VALUE 'C'.
               88 Res-Cuenta        VALUE 'D'.
           05  Res-Datos            PIC X(36).
           05  Res-Datos-Control REDEFINES Res-Datos.
               10  Res-Fecha        PIC 9(8).
               10  Res-Hora         PIC 9(6).
               10  Res-Trans-Registros PIC 9(9).
               10  Res-Trans-Max-Seq PIC 9(9).
               10  FILLER           PIC X(4).
           05  Res-Datos-Cuenta REDEFINES Res-Datos.
               10  Res-Account-ID   PIC 9(5).
               10  Res-Saldo-Movimientos PIC S9(7)V99.
               10  Res-Ultimo-Mov-Cliente PIC 9(8).
               10  Res-Movimientos  PIC 9(9).
               10  FILLER           PIC X(5).
