      ******************************************************************
      * PlanPagoRecord - layout compartido de plan-pagos.dat.
      * Plan de amortizacion de los prestamos de prestamos.dat
      * (PRESREC): una linea por cuota mensual, grabadas juntas y en
      * orden de cuota al desembolsar en sistema-bancario.cbl. Cuota
      * fija (sistema frances) sobre la tasa mensual, que es la tasa
      * anual del prestamo entre 12; el interes de cada cuota es el
      * saldo de capital por la tasa mensual y el resto de la cuota
      * amortiza capital. La ultima cuota se ajusta para cerrar el
      * capital exacto. Plan-Fecha-Vence cae el mismo dia del
      * desembolso en los meses siguientes (o el ultimo dia de un mes
      * mas corto). cobra-prestamos.cbl debita las cuotas vencidas:
      * una cuota pendiente ('P') que no alcanza a cobrarse pasa a
      * mora ('M') y se reintenta en cada corrida; la cobrada queda
      * pagada ('C') con su fecha de pago. reporte-mora.cbl clasifica
      * por antiguedad la mora a partir de estas cuotas.
      ******************************************************************
       01  PlanPagoRecord.
           05  Plan-Prestamo-No         PIC 9(5).
           05  Plan-Cuota-No            PIC 9(3).
           05  Plan-Fecha-Vence         PIC 9(8).
           05  Plan-Capital             PIC 9(7)V99.
           05  Plan-Interes             PIC 9(7)V99.
           05  Plan-Valor-Cuota         PIC 9(7)V99.
           05  Plan-Saldo-Despues       PIC 9(7)V99.
           05  Plan-Fecha-Pago          PIC 9(8).
           05  Plan-Estado              PIC X(1).
               88 Cuota-Pendiente       VALUE 'P'.
               88 Cuota-En-Mora         VALUE 'M'.
               88 Cuota-Pagada          VALUE 'C'.
