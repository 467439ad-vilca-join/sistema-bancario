      * (todas sus cuentas y el saldo total) se arma por numero de
      * cliente y no adivinando sobre el nombre libre de
      * Account-Holder.
      * Cliente-Cuenta-Exenta es la unica cuenta del cliente marcada
      * como exenta del GMF (4x1000) hasta el TOPE-GMF mensual de
      * parametros.dat; cero si el cliente no marco ninguna.
      * Cliente-Sarlaft es el resultado de la verificacion contra las
      * listas restrictivas (lista-restrictiva.dat): sin coincidencia
      * ('N', o espacio en los clientes anteriores a la
      * verificacion), retenido ('R') mientras cumplimiento no revise
      * la coincidencia, y despejado ('D') cuando cumplimiento la
      * descarto. Un cliente retenido no puede abrir cuentas ni
      * quedar como titular de una. Cliente-Sarlaft-Fecha es la fecha
      * de la coincidencia o del despeje, y Cliente-Sarlaft-Fuente la
      * lista donde aparecio. Cliente-Sarlaft-Supervisor es el
      * supervisor de cumplimiento que lo despejo.
      * Cliente-Alerta-Debito es el monto desde el cual el cliente
      * pidio aviso (SMS/correo, al telefono Cliente-Telefono) de
      * cada debito en sus cuentas; cero si no pidio aviso. Lo usa
      * genera-alertas.cbl.
      ******************************************************************
       01  ClienteRecord.
           05  Cliente-No          PIC 9(5).
           05  Cliente-Documento   PIC X(15).
           05  Cliente-Telefono    PIC X(15).
           05  Cliente-Direccion   PIC X(30).
           05  Cliente-Cuenta-Exenta PIC 9(5).
           05  Cliente-Sarlaft     PIC X(1).
               88 Sarlaft-Sin-Coincidencia VALUE 'N' SPACE.
               88 Sarlaft-Retenido VALUE 'R'.
               88 Sarlaft-Despejado VALUE 'D'.
           05  Cliente-Sarlaft-Fecha PIC 9(8).
           05  Cliente-Sarlaft-Fuente PIC X(10).
           05  Cliente-Sarlaft-Supervisor PIC 9(4).
           05  Cliente-Alerta-Debito PIC 9(7)V99.
