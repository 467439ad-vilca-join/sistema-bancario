      ******************************************************************
      * SupervisorRecord - layout compartido de supervisores.dat.
      * Maestro de supervisores: cada uno con su codigo y su clave
      * individual, en lugar de la clave unica compilada que
      * compartian todos. sistema-bancario.cbl pide codigo y clave
      * en toda funcion de supervisor y graba el codigo en el
      * registro que cambia, para que la auditoria diga quien hizo
      * que; las operaciones sensibles quedan ademas pendientes en
      * autorizaciones.dat hasta que las apruebe otro supervisor.
      * Mantenido desde la pantalla de supervisores de
      * sistema-bancario.cbl; igual que un cajero, un supervisor
      * retirado ('R') conserva su registro para que las
      * autorizaciones viejas sigan teniendo a quien atribuirse.
      * Sup-Cambio-Por es el supervisor que pidio su alta (cero para
      * los dos primeros, dados de alta con la clave general) o, si
      * ya esta retirado, el que pidio su retiro. Alta y retiro
      * tienen doble control como cualquier operacion sensible; la
      * clave la digita el supervisor nuevo, no quien pide el alta,
      * y ningun supervisor aprueba solicitudes de quien pidio su
      * alta ni de alguien cuya alta pidio el: de lo contrario
      * bastaria con crearse un segundo codigo para aprobarse a si
      * mismo. Nunca quedan menos de dos activos, para que el
      * control no vuelva a la clave general.
      ******************************************************************
       01  SupervisorRecord.
           05  Sup-Codigo           PIC 9(4).
           05  Sup-Nombre           PIC X(30).
           05  Sup-Clave            PIC 9(4).
           05  Sup-Estado           PIC X(1).
               88 Sup-Activo        VALUE 'A'.
               88 Sup-Retirado      VALUE 'R'.
           05  Sup-Fecha-Cambio     PIC 9(8).
           05  Sup-Cambio-Por       PIC 9(4).
