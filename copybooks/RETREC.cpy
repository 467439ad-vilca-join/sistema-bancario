      * de sistema-bancario.cbl; un oficio levantado ('L') conserva
      * su registro como historial. Lo consultan Withdraw-Money y
      * Transfer-Money en linea y ejecuta-ordenes.cbl en batch.
      * Retencion-Sup-Registra es el supervisor que registro el
      * oficio. Levantarlo exige doble control: Retencion-Sup-Levanta
      * lo solicito y Retencion-Sup-Autoriza lo aprobo, en la fecha
      * Retencion-Fecha-Levanta.
      ******************************************************************
       01  RetencionRecord.
           05  Retencion-Oficio     PIC X(12).
           05  Retencion-Estado     PIC X(1).
               88 Retencion-Vigente   VALUE 'V'.
               88 Retencion-Levantada VALUE 'L'.
           05  Retencion-Sup-Registra PIC 9(4).
           05  Retencion-Sup-Levanta  PIC 9(4).
           05  Retencion-Sup-Autoriza PIC 9(4).
           05  Retencion-Fecha-Levanta PIC 9(8).
