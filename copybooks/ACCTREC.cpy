      * marcada por marca-inactivas.cbl) exige reactivacion en la
      * pantalla de supervisor antes de volver a operar. El espacio
      * cuenta como activa para registros anteriores a este campo.
      * Account-Sucursal es la oficina donde se abrio la cuenta (001
      * la oficina principal); los movimientos que generan los batch
      * sobre la cuenta se registran en esa sucursal.
      ******************************************************************
       01  AccountRecord.
           05  Account-ID       PIC 9(5).
               88 Cuenta-Activa     VALUE 'A' SPACE.
               88 Cuenta-Bloqueada  VALUE 'B'.
               88 Cuenta-Inactiva   VALUE 'I'.
           05  Account-Sucursal PIC 9(3).
