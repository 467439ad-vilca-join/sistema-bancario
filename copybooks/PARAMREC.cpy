      * tipo de cuenta 'T' y tramo por monto constituido; al
      * constituir un CDT la tasa vigente se congela en el registro
      * del CDT (CDTREC) y los cambios posteriores no lo afectan.
      * TASA-GMF es la tarifa del gravamen a los movimientos
      * financieros (0.0040 = 4 por mil) y TOPE-GMF el monto mensual
      * de debitos exento en la cuenta que el cliente marco como
      * exenta (Cliente-Cuenta-Exenta, CLIREC); ambos van con tipo de
      * cuenta 'G' y tramo 0. Si TASA-GMF no existe rige el 4 por mil
      * compilado; sin TOPE-GMF ninguna cuenta queda exenta.
      * TASA-CREDITO es la tasa ANUAL de los prestamos de consumo,
      * con tipo 'P' y tramo por monto desembolsado; se congela en el
      * prestamo (PRESREC) al desembolsar, igual que TASA-CDT.
      * TOPE-REVERSA (tipo 'S', tramo 0) es el monto por encima del
      * cual una reversa de ventanilla necesita doble control de
      * supervisores (AUTREC).
      * TOPE-SEGURO (tipo 'F', tramo 0) es el monto asegurado por
      * depositante en el seguro de depositos (reporte-fogafin.cbl).
      * Param-Supervisor es el supervisor que solicito el cambio y
      * Param-Autoriza el que lo aprobo: un parametro solo se graba
      * cuando un segundo supervisor aprueba la solicitud.
      ******************************************************************
       01  ParamRecord.
           05  Param-Codigo         PIC X(12).
               88 Param-Cuota-Manejo  VALUE 'CUOTA-MANEJO'.
               88 Param-Umbral-Cuota  VALUE 'UMBRAL-CUOTA'.
               88 Param-Tasa-Cdt      VALUE 'TASA-CDT'.
               88 Param-Tasa-Gmf      VALUE 'TASA-GMF'.
               88 Param-Tope-Gmf      VALUE 'TOPE-GMF'.
               88 Param-Tasa-Credito VALUE 'TASA-CREDITO'.
               88 Param-Tope-Reversa VALUE 'TOPE-REVERSA'.
               88 Param-Tope-Seguro  VALUE 'TOPE-SEGURO'.
           05  Param-Tipo-Cuenta    PIC X(1).
           05  Param-Tramo-Desde    PIC 9(7)V99.
           05  Param-Valor          PIC S9(5)V9999.
           05  Param-Fecha-Vigencia PIC 9(8).
           05  Param-Supervisor     PIC 9(4).
           05  Param-Autoriza       PIC 9(4).
