      ******************************************************************
      * AutorizacionRecord - layout compartido de autorizaciones.dat.
      * Doble control de las operaciones sensibles de ventanilla: el
      * supervisor que la solicita (Aut-Sup-Solicita) la deja aqui
      * pendiente ('P') y el cambio no se aplica hasta que otro
      * supervisor, distinto del que la solicito, la aprueba desde la
      * pantalla de supervisores de sistema-bancario.cbl; solo
      * entonces se aplica y queda aprobada ('A') con el codigo de
      * quien la aprobo (Aut-Sup-Resuelve), o rechazada ('X') sin
      * aplicarse. Tipos con doble control: cambio de parametro
      * ('P'), levantamiento de retencion judicial ('L'), desbloqueo
      * de cuenta ('E'), reversa por encima del parametro
      * TOPE-REVERSA ('R'), alta de supervisor ('S') y retiro de
      * supervisor ('B'). Solo los dos primeros supervisores se dan de
      * alta directo, con la clave general, mientras haya menos de
      * dos activos. Ademas queda aqui, ya resuelta como
      * directa ('D'), la decision de un solo supervisor de seguir
      * operando ante la alerta de integridad del arranque ('I').
      * Los datos propios de cada tipo van en Aut-Datos, con una
      * vista por tipo.
      ******************************************************************
       01  AutorizacionRecord.
           05  Aut-No               PIC 9(7).
           05  Aut-Tipo             PIC X(1).
               88 Aut-Parametro     VALUE 'P'.
               88 Aut-Levanta-Ret   VALUE 'L'.
               88 Aut-Desbloqueo    VALUE 'E'.
               88 Aut-Reversa       VALUE 'R'.
               88 Aut-Integridad    VALUE 'I'.
               88 Aut-Alta-Supervisor VALUE 'S'.
               88 Aut-Baja-Supervisor VALUE 'B'.
           05  Aut-Estado           PIC X(1).
               88 Aut-Pendiente     VALUE 'P'.
               88 Aut-Aprobada      VALUE 'A'.
               88 Aut-Rechazada     VALUE 'X'.
               88 Aut-Directa       VALUE 'D'.
           05  Aut-Fecha            PIC 9(8).
           05  Aut-Hora             PIC 9(6).
           05  Aut-Sup-Solicita     PIC 9(4).
           05  Aut-Cajero           PIC 9(4).
           05  Aut-Sup-Resuelve     PIC 9(4).
           05  Aut-Fecha-Resuelve   PIC 9(8).
           05  Aut-Hora-Resuelve    PIC 9(6).
           05  Aut-Account-ID       PIC 9(5).
           05  Aut-Monto            PIC 9(7)V99.
           05  Aut-Datos            PIC X(40).
           05  Aut-Datos-Param REDEFINES Aut-Datos.
               10  Aut-Param-Codigo PIC X(12).
               10  Aut-Param-Tipo   PIC X(1).
               10  Aut-Param-Tramo  PIC 9(7)V99.
               10  Aut-Param-Valor  PIC S9(5)V9999.
               10  Aut-Param-Fecha  PIC 9(8).
               10  FILLER           PIC X(1).
           05  Aut-Datos-Retencion REDEFINES Aut-Datos.
               10  Aut-Ret-Oficio   PIC X(12).
               10  FILLER           PIC X(28).
           05  Aut-Datos-Estado REDEFINES Aut-Datos.
               10  Aut-Estado-Anterior PIC X(1).
               10  Aut-Estado-Nuevo PIC X(1).
               10  FILLER           PIC X(38).
           05  Aut-Datos-Reversa REDEFINES Aut-Datos.
               10  Aut-Rev-Seq      PIC 9(9).
               10  Aut-Rev-Tipo     PIC X(1).
               10  FILLER           PIC X(30).
      *La clave del supervisor nuevo no viaja en la solicitud: la
      *digita el mismo al aprobarse el alta.
           05  Aut-Datos-Supervisor REDEFINES Aut-Datos.
               10  Aut-Sup-Nombre   PIC X(30).
               10  FILLER           PIC X(10).
           05  Aut-Datos-Baja REDEFINES Aut-Datos.
               10  Aut-Baja-Codigo  PIC 9(4).
               10  FILLER           PIC X(36).
