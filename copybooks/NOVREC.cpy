      ******************************************************************
      * NovedadRecord - layout compartido de novedades-cliente.dat.
      * Hechos sobre una cuenta que el cliente debe conocer y que no
      * quedan en ningun otro archivo con su fecha: el cheque
      * devuelto por canje-cheques.cbl (con el numero de cheque y la
      * causal), la cuota de manejo que cobra-cuota-manejo.cbl dejo
      * pendiente por falta de fondos (con el periodo y lo adeudado)
      * y la cuenta que marca-inactivas.cbl marco inactiva (con la
      * fecha del ultimo movimiento). Cada programa agrega aqui su
      * novedad con la fecha de la corrida; genera-alertas.cbl toma
      * las de la fecha que procesa y las convierte en avisos al
      * cliente. El archivo es de solo agregar, como el diario de
      * transacciones, asi que una noche se puede volver a generar.
      ******************************************************************
       01  NovedadRecord.
           05  Nov-Fecha            PIC 9(8).
           05  Nov-Tipo             PIC X(1).
               88 Nov-Cheque-Devuelto VALUE 'C'.
               88 Nov-Cuota-Pendiente VALUE 'Q'.
               88 Nov-Cuenta-Inactiva VALUE 'I'.
           05  Nov-Account-ID       PIC 9(5).
           05  Nov-Monto            PIC 9(7)V99.
           05  Nov-Referencia       PIC 9(9).
           05  Nov-Detalle          PIC X(32).
