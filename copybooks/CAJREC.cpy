      * supervisor de sistema-bancario.cbl. Un cajero retirado ('R')
      * conserva su registro para que el diario viejo siga teniendo
      * a quien atribuir cada movimiento, pero ya no puede ingresar.
      * Cajero-Supervisor es el supervisor que lo creo o, si ya esta
      * retirado, el que lo retiro.
      * Cajero-Sucursal es la oficina del cajero: solo puede iniciar
      * sesion en una terminal de esa sucursal.
      ******************************************************************
       01  CajeroRecord.
           05  Cajero-Codigo       PIC 9(4).
           05  Cajero-Estado       PIC X(1).
               88 Cajero-Activo    VALUE 'A'.
               88 Cajero-Retirado  VALUE 'R'.
           05  Cajero-Supervisor   PIC 9(4).
           05  Cajero-Sucursal     PIC 9(3).
