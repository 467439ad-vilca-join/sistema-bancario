      ******************************************************************
      * AchRecord - layout compartido de transferencias-ach.dat.
      * Transferencias salientes a cuentas de otros bancos por ACH.
      * Cada registro nace en ventanilla (sistema-bancario.cbl) al
      * debitar la cuenta de origen con un movimiento 'H' cuyo
      * Trans-Seq-No queda en Ach-Seq-Debito; desde ese momento el
      * dinero ya salio de la cuenta y la transferencia queda
      * pendiente ('P') hasta que envia-ach.cbl la incluye en el
      * archivo de envio al operador ACH ('E', con la fecha y el
      * numero de lote). devoluciones-ach.cbl lee la respuesta del
      * operador: las aceptadas quedan confirmadas ('C') y las
      * devueltas por el banco destino ('D') se abonan de vuelta a
      * la cuenta con un movimiento 'V', guardando la causal de
      * devolucion que informa el operador. reporte-ach-pendientes
      * lista las que siguen sin confirmar despues del corte.
      * Ach-Banco-Destino es el codigo de la entidad destino en ACH;
      * Ach-Tipo-Cuenta-Destino usa los mismos valores que
      * Account-Type ('A' ahorros, 'C' corriente).
      ******************************************************************
       01  AchRecord.
           05  Ach-No                   PIC 9(7).
           05  Ach-Account-ID           PIC 9(5).
           05  Ach-Monto                PIC 9(7)V99.
           05  Ach-Banco-Destino        PIC 9(4).
           05  Ach-Cuenta-Destino       PIC X(17).
           05  Ach-Tipo-Cuenta-Destino  PIC X(1).
           05  Ach-Documento-Benef      PIC X(15).
           05  Ach-Nombre-Benef         PIC X(30).
           05  Ach-Fecha-Registro       PIC 9(8).
           05  Ach-Hora-Registro        PIC 9(6).
           05  Ach-Seq-Debito           PIC 9(9).
           05  Ach-Cajero               PIC 9(4).
           05  Ach-Estado               PIC X(1).
               88 Ach-Pendiente         VALUE 'P'.
               88 Ach-Enviada           VALUE 'E'.
               88 Ach-Confirmada        VALUE 'C'.
               88 Ach-Devuelta          VALUE 'D'.
           05  Ach-Fecha-Envio          PIC 9(8).
           05  Ach-Lote                 PIC 9(5).
           05  Ach-Fecha-Respuesta      PIC 9(8).
           05  Ach-Causal               PIC X(3).
           05  Ach-Causal-Desc          PIC X(40).
