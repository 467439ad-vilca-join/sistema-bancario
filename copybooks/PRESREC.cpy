      ******************************************************************
      * PrestamoRecord - layout compartido de prestamos.dat.
      * Prestamos de consumo: cada registro es un credito otorgado a
      * un cliente de clientes.dat y desembolsado a una de sus
      * cuentas de cuentas.dat, que es tambien la cuenta de la que
      * cobra-prestamos.cbl debita las cuotas. El desembolso se hace
      * en sistema-bancario.cbl, que genera a la vez el plan de pagos
      * en plan-pagos.dat (PLANREC). Prestamo-Tasa-Anual es la tasa
      * ANUAL del parametro TASA-CREDITO de parametros.dat EN LA
      * FECHA DEL DESEMBOLSO y queda congelada aqui, igual que la de
      * los CDTs. Prestamo-Saldo-Capital es el capital que falta por
      * pagar: baja con el capital de cada cuota cobrada y al llegar
      * a cero el prestamo queda cancelado ('C').
      * Prestamo-Supervisor es el supervisor que autorizo el
      * desembolso.
      ******************************************************************
       01  PrestamoRecord.
           05  Prestamo-No              PIC 9(5).
           05  Prestamo-Cliente-No      PIC 9(5).
           05  Prestamo-Account-ID      PIC 9(5).
           05  Prestamo-Capital         PIC 9(7)V99.
           05  Prestamo-Tasa-Anual      PIC 9(2)V9999.
           05  Prestamo-Plazo-Meses     PIC 9(3).
           05  Prestamo-Valor-Cuota     PIC 9(7)V99.
           05  Prestamo-Saldo-Capital   PIC 9(7)V99.
           05  Prestamo-Fecha-Desembolso PIC 9(8).
           05  Prestamo-Estado          PIC X(1).
               88 Prestamo-Vigente      VALUE 'V'.
               88 Prestamo-Cancelado    VALUE 'C'.
           05  Prestamo-Supervisor      PIC 9(4).
