      ******************************************************************
      * ListaRecord - layout compartido de lista-restrictiva.dat.
      * Listas restrictivas y de sanciones (SARLAFT) que cumplimiento
      * recibe cada semana (OFAC, ONU y las demas que indique) y
      * entrega en lista-cumplimiento.txt. carga-lista-sarlaft.cbl
      * reemplaza este archivo completo con cada entrega, de modo
      * que aqui solo esta la lista vigente. Lst-Nombre se guarda en
      * mayusculas para compararlo con Cliente-Nombre sin importar
      * como se digito; un registro puede traer solo documento o
      * solo nombre. Lst-Fecha-Inclusion es la fecha de la primera
      * carga en que aparecio la entrada (se conserva entre cargas)
      * y Lst-Fecha-Carga la de la carga vigente. La consultan la
      * creacion y modificacion de clientes en sistema-bancario.cbl
      * y la revision nocturna revision-sarlaft.cbl, que con
      * Lst-Fecha-Inclusion distingue las coincidencias nuevas de
      * las que cumplimiento ya reviso.
      ******************************************************************
       01  ListaRecord.
           05  Lst-Fuente           PIC X(10).
           05  Lst-Documento        PIC X(15).
           05  Lst-Nombre           PIC X(30).
           05  Lst-Fecha-Inclusion  PIC 9(8).
           05  Lst-Fecha-Carga      PIC 9(8).
