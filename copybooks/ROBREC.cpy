      * presentado que aparezca aqui, cualquiera sea su estado de
      * fondos. El archivo es de solo agregar: un reporte no se
      * levanta, porque un cheque robado no vuelve a ser pagadero.
      * Rob-Supervisor es el supervisor que registro el reporte.
      ******************************************************************
       01  RobadoRecord.
           05  Rob-Account-ID       PIC 9(5).
           05  Rob-Cheque-No        PIC 9(6).
           05  Rob-Fecha-Reporte    PIC 9(8).
           05  Rob-Supervisor       PIC 9(4).
