      ******************************************************************
      * CotitularRecord - layout compartido de cotitulares.dat.
      * Titulares y firmas de una cuenta: cada registro vincula una
      * cuenta de cuentas.dat con un cliente de clientes.dat en un
      * rol: principal ('P', el mismo Account-Customer-No de la
      * cuenta), cotitular ('C', duenio de la cuenta junto con el
      * principal) o autorizado ('A', firma pero no es duenio). Una
      * cuenta sin registros aqui tiene un solo titular (su
      * Account-Customer-No) y firma individual. Al vincular el
      * primer cotitular o autorizado se graba tambien el registro
      * del principal, de modo que todos los titulares de la cuenta
      * quedan aqui. Cot-Firma es el regimen de firmas de la cuenta
      * y se mantiene igual en todos sus registros: conjunta ('Y',
      * "cuenta y": retiros y transferencias exigen la firma de
      * todos los titulares) o individual ('O', "cuenta o": basta
      * cualquiera). Mantenido desde la pantalla de clientes de
      * sistema-bancario.cbl; un vinculo retirado ('R') conserva su
      * registro como historial. Los cotitulares entran en la
      * posicion consolidada, en reporte-efectivo.cbl y en
      * certificado-tributario.cbl; los autorizados no.
      ******************************************************************
       01  CotitularRecord.
           05  Cot-Account-ID       PIC 9(5).
           05  Cot-Cliente-No       PIC 9(5).
           05  Cot-Rol              PIC X(1).
               88 Rol-Principal     VALUE 'P'.
               88 Rol-Cotitular     VALUE 'C'.
               88 Rol-Autorizado    VALUE 'A'.
           05  Cot-Firma            PIC X(1).
               88 Firma-Conjunta    VALUE 'Y'.
               88 Firma-Individual  VALUE 'O'.
           05  Cot-Fecha            PIC 9(8).
           05  Cot-Estado           PIC X(1).
               88 Cot-Activo        VALUE 'A'.
               88 Cot-Retirado      VALUE 'R'.
