      ******************************************************************
      * Author:
      * Date:
      * Purpose: Batch nocturno que arma el archivo de avisos al
      *          cliente para el proveedor de mensajeria (SMS/correo),
      *          alertas-clientes.txt, con una linea por aviso:
      *          cliente, telefono de Cliente-Telefono, tipo de aviso
      *          y texto. Los avisos salen de lo que el sistema ya
      *          registra en la fecha procesada (por omision hoy):
      *            - cada debito de transacciones.dat (retiro,
      *              cheque pagado, transferencia, cuota de manejo,
      *              CDT, cuota de prestamo, ACH) desde el monto que
      *              el cliente pidio en Cliente-Alerta-Debito;
      *            - cada retencion judicial registrada ese dia en
      *              retenciones.dat;
      *            - cada CDT vigente de cdts.dat que vence en 5
      *              dias (o menos, si se constituyo ese dia);
      *            - los cheques devueltos por canje-cheques.cbl, las
      *              cuotas de manejo que cobra-cuota-manejo.cbl dejo
      *              pendientes por falta de fondos y las cuentas que
      *              marca-inactivas.cbl marco inactivas, que esos
      *              programas anotan en novedades-cliente.dat.
      *          El aviso va al cliente de la cuenta
      *          (Account-Customer-No); una cuenta sin cliente no
      *          tiene a quien avisar y solo se cuenta. Un aviso a un
      *          cliente sin telefono no se envia: queda en
      *          alertas-sin-telefono.rpt, que ademas lista todos los
      *          clientes sin telefono registrado para que la oficina
      *          los actualice. El archivo se regenera completo en
      *          cada corrida, asi que relanzar la noche no duplica
      *          avisos.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. genera-alertas.
      *Aca se Describe el entorno: Archivos, Dispositivos, etc.
       ENVIRONMENT DIVISION.
      ******************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ClienteFile ASSIGN TO "clientes.dat"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL AccountFile ASSIGN TO "cuentas.dat"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL TransactionFile ASSIGN TO "transacciones.dat"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL RetencionFile ASSIGN TO "retenciones.dat"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL CdtFile ASSIGN TO "cdts.dat"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL NovedadFile
               ASSIGN TO "novedades-cliente.dat"
               ORGANIZATION IS SEQUENTIAL.
           SELECT AlertaFile ASSIGN TO "alertas-clientes.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ReportFile ASSIGN TO "alertas-sin-telefono.rpt"
               ORGANIZATION IS LINE SEQUENTIAL.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  ClienteFile.
           COPY CLIREC.
       FD  AccountFile.
           COPY ACCTREC.
       FD  TransactionFile.
           COPY TRANREC.
       FD  RetencionFile.
           COPY RETREC.
       FD  CdtFile.
           COPY CDTREC.
       FD  NovedadFile.
           COPY NOVREC.
      *Una linea por aviso, en el formato que recibe el proveedor.
       FD  AlertaFile.
       01  Alerta-Line              PIC X(100).
       FD  ReportFile.
       01  Report-Line              PIC X(80).
      *Aqui encontramos las variables que se usan durante la ejecucion.
       WORKING-STORAGE SECTION.
       01  Ws-Fecha-Proceso         PIC 9(8).
      *Un CDT se avisa la noche en que le faltan 5 dias para vencer.
       01  Ws-Fecha-Aviso-Cdt       PIC 9(8).
       01  Ws-EOF-Trans             PIC X VALUE 'N'.
           88 End-Of-Trans          VALUE 'Y'.
       01  Ws-EOF-Ret               PIC X VALUE 'N'.
           88 End-Of-Ret            VALUE 'Y'.
       01  Ws-EOF-Cdt               PIC X VALUE 'N'.
           88 End-Of-Cdt            VALUE 'Y'.
       01  Ws-EOF-Nov               PIC X VALUE 'N'.
           88 End-Of-Nov            VALUE 'Y'.
       01  Ws-EOF-Cuentas           PIC X VALUE 'N'.
           88 End-Of-Cuentas        VALUE 'Y'.
       01  Ws-EOF-Clientes          PIC X VALUE 'N'.
           88 End-Of-Clientes       VALUE 'Y'.

      *Cuenta y cliente del aviso en preparacion.
       01  Ws-Cuenta-Buscada        PIC 9(5).
       01  Ws-Cuenta-Encontrada     PIC X.
       01  Ws-Cliente-Buscado       PIC 9(5).
       01  Ws-Cliente-Encontrado    PIC X.
       01  Ws-Alr-Tipo              PIC X(12).
       01  Ws-Alr-Texto             PIC X(60).
       01  Ws-Alr-Debito            PIC X(18).
       01  Ws-Monto-Edit            PIC Z,ZZZ,ZZ9.99.

      *Totales de la corrida.
       01  Ws-Cant-Avisos           PIC 9(7) VALUE 0.
       01  Ws-Cant-Sin-Telefono     PIC 9(7) VALUE 0.
       01  Ws-Cant-Sin-Cliente      PIC 9(7) VALUE 0.
       01  Ws-Cant-Clientes-Sin-Tel PIC 9(5) VALUE 0.
       01  Ws-Cnt-Debitos           PIC 9(5) VALUE 0.
       01  Ws-Cnt-Retenciones       PIC 9(5) VALUE 0.
       01  Ws-Cnt-Cdts              PIC 9(5) VALUE 0.
       01  Ws-Cnt-Cheques           PIC 9(5) VALUE 0.
       01  Ws-Cnt-Cuotas            PIC 9(5) VALUE 0.
       01  Ws-Cnt-Inactivas         PIC 9(5) VALUE 0.

      *Linea del archivo de avisos.
       01  Ws-Linea-Alerta.
           05  Alr-Fecha            PIC 9(8).
           05  Alr-Cliente          PIC 9(5).
           05  Alr-Telefono         PIC X(15).
           05  Alr-Tipo             PIC X(12).
           05  Alr-Texto            PIC X(60).

      *Armado del reporte, al estilo de reporte-ach-pendientes.cbl.
       01  Ws-Encabezado-1.
           05  FILLER               PIC X(42) VALUE
               "AVISOS A CLIENTES SIN TELEFONO            ".
           05  FILLER               PIC X(7)  VALUE "FECHA: ".
           05  Enc-Fecha            PIC 9(8).
       01  Ws-Encabezado-2.
           05  FILLER               PIC X(40) VALUE
               "CLIENTE TIPO         AVISO NO ENVIADO   ".
       01  Ws-Encabezado-3.
           05  FILLER               PIC X(40) VALUE
               "CLIENTES SIN TELEFONO REGISTRADO        ".
       01  Ws-Encabezado-4.
           05  FILLER               PIC X(48) VALUE
               "CLIENTE NOMBRE                         DOCUMENTO".
       01  Ws-Linea-Guiones         PIC X(76) VALUE ALL "-".
       01  Ws-Linea-Aviso.
           05  Det-Cliente          PIC 9(5).
           05  FILLER               PIC X(3)  VALUE SPACES.
           05  Det-Tipo             PIC X(12).
           05  FILLER               PIC X(1)  VALUE SPACES.
           05  Det-Texto            PIC X(59).
       01  Ws-Linea-Cliente.
           05  Cli-No               PIC 9(5).
           05  FILLER               PIC X(3)  VALUE SPACES.
           05  Cli-Nombre           PIC X(30).
           05  FILLER               PIC X(1)  VALUE SPACES.
           05  Cli-Documento        PIC X(15).
       01  Ws-Linea-Total.
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  Tot-Rotulo           PIC X(34).
           05  Tot-Cuenta           PIC ZZZZZZ9.

      *Aqui empezamos a desarrollar la logica del programa.
       PROCEDURE DIVISION.
       Main-Alertas.
           DISPLAY "======AVISOS A CLIENTES======"
           DISPLAY "Fecha a procesar (AAAAMMDD, 0 = hoy): "
           ACCEPT Ws-Fecha-Proceso
           IF Ws-Fecha-Proceso = 0
               MOVE FUNCTION CURRENT-DATE(1:8) TO Ws-Fecha-Proceso
           END-IF
           COMPUTE Ws-Fecha-Aviso-Cdt = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(Ws-Fecha-Proceso) + 5)
           MOVE Ws-Fecha-Proceso TO Enc-Fecha

           OPEN OUTPUT AlertaFile
           OPEN OUTPUT ReportFile
           MOVE Ws-Encabezado-1 TO Report-Line
           WRITE Report-Line
           MOVE Ws-Encabezado-2 TO Report-Line
           WRITE Report-Line
           MOVE Ws-Linea-Guiones TO Report-Line
           WRITE Report-Line

           PERFORM Avisar-Debitos
           PERFORM Avisar-Retenciones
           PERFORM Avisar-Cdts
           PERFORM Avisar-Novedades
           CLOSE AlertaFile

           IF Ws-Cant-Sin-Telefono = 0
               MOVE "  NINGUN AVISO QUEDO SIN ENVIAR" TO Report-Line
               WRITE Report-Line
           END-IF
           PERFORM Listar-Clientes-Sin-Telefono
           PERFORM Imprimir-Totales
           CLOSE ReportFile

           DISPLAY "Avisos generados: ", Ws-Cant-Avisos
           DISPLAY "Avisos sin telefono: ", Ws-Cant-Sin-Telefono
           DISPLAY "Eventos de cuentas sin cliente: ",
               Ws-Cant-Sin-Cliente
           DISPLAY "Clientes sin telefono: ", Ws-Cant-Clientes-Sin-Tel
           DISPLAY "Archivo generado: alertas-clientes.txt"
           DISPLAY "Reporte generado: alertas-sin-telefono.rpt"
           MOVE 0 TO Return-Code
           STOP RUN.

      *Los debitos del dia: los tipos que restan del saldo igual que
      *un retiro. El GMF ('G') no se avisa aparte: es el impuesto del
      *debito que ya se aviso.
       Avisar-Debitos.
           OPEN INPUT TransactionFile
           MOVE 'N' TO Ws-EOF-Trans
           PERFORM UNTIL End-Of-Trans
               READ TransactionFile
                   AT END
                       MOVE 'Y' TO Ws-EOF-Trans
                   NOT AT END
                       IF Trans-Date = Ws-Fecha-Proceso
                           AND (Withdraw OR Transfer-Out
                               OR Cuota-Manejo OR Cdt-Constitucion
                               OR Cuota-Prestamo OR Ach-Envio)
                           PERFORM Evaluar-Debito
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TransactionFile.

       Evaluar-Debito.
           MOVE Trans-Account-ID TO Ws-Cuenta-Buscada
           PERFORM Buscar-Cliente-De-Cuenta
           IF Ws-Cliente-Encontrado = 'N'
               EXIT PARAGRAPH
           END-IF
           IF Cliente-Alerta-Debito = 0
               OR Trans-Amount < Cliente-Alerta-Debito
               EXIT PARAGRAPH
           END-IF
           EVALUATE TRUE
               WHEN Withdraw AND Trans-Cheque-No > 0
                   MOVE "CHEQUE PAGADO" TO Ws-Alr-Debito
               WHEN Withdraw
                   MOVE "RETIRO" TO Ws-Alr-Debito
               WHEN Transfer-Out
                   MOVE "TRANSFERENCIA" TO Ws-Alr-Debito
               WHEN Cuota-Manejo
                   MOVE "CUOTA DE MANEJO" TO Ws-Alr-Debito
               WHEN Cdt-Constitucion
                   MOVE "CONSTITUCION CDT" TO Ws-Alr-Debito
               WHEN Cuota-Prestamo
                   MOVE "CUOTA DE PRESTAMO" TO Ws-Alr-Debito
               WHEN Ach-Envio
                   MOVE "TRANSFERENCIA ACH" TO Ws-Alr-Debito
           END-EVALUATE
           MOVE Trans-Amount TO Ws-Monto-Edit
           MOVE SPACES TO Ws-Alr-Texto
           STRING Ws-Alr-Debito DELIMITED BY "  "
               " POR $" Ws-Monto-Edit " EN LA CUENTA "
               Trans-Account-ID
               DELIMITED BY SIZE INTO Ws-Alr-Texto
           MOVE "DEBITO" TO Ws-Alr-Tipo
           ADD 1 TO Ws-Cnt-Debitos
           PERFORM Emitir-Aviso.

       Avisar-Retenciones.
           OPEN INPUT RetencionFile
           MOVE 'N' TO Ws-EOF-Ret
           PERFORM UNTIL End-Of-Ret
               READ RetencionFile
                   AT END
                       MOVE 'Y' TO Ws-EOF-Ret
                   NOT AT END
                       IF Retencion-Fecha = Ws-Fecha-Proceso
                           PERFORM Evaluar-Retencion
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RetencionFile.

       Evaluar-Retencion.
           MOVE Retencion-Account-ID TO Ws-Cuenta-Buscada
           PERFORM Buscar-Cliente-De-Cuenta
           IF Ws-Cliente-Encontrado = 'N'
               EXIT PARAGRAPH
           END-IF
           MOVE Retencion-Monto TO Ws-Monto-Edit
           MOVE SPACES TO Ws-Alr-Texto
           STRING "RETENCION JUDICIAL DE $" Ws-Monto-Edit
               " EN LA CUENTA " Retencion-Account-ID
               DELIMITED BY SIZE INTO Ws-Alr-Texto
           MOVE "RETENCION" TO Ws-Alr-Tipo
           ADD 1 TO Ws-Cnt-Retenciones
           PERFORM Emitir-Aviso.

      *El CDT se avisa una sola vez: la noche en que le faltan 5
      *dias, o la de su constitucion si se constituyo a menos plazo.
       Avisar-Cdts.
           OPEN INPUT CdtFile
           MOVE 'N' TO Ws-EOF-Cdt
           PERFORM UNTIL End-Of-Cdt
               READ CdtFile
                   AT END
                       MOVE 'Y' TO Ws-EOF-Cdt
                   NOT AT END
                       IF Cdt-Vigente
                           AND (Cdt-Fecha-Vencimiento =
                               Ws-Fecha-Aviso-Cdt
                           OR (Cdt-Fecha-Constitucion =
                               Ws-Fecha-Proceso
                           AND Cdt-Fecha-Vencimiento <
                               Ws-Fecha-Aviso-Cdt))
                           PERFORM Evaluar-Cdt
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CdtFile.

       Evaluar-Cdt.
           MOVE Cdt-Cliente-No TO Ws-Cliente-Buscado
           PERFORM Buscar-Cliente
           IF Ws-Cliente-Encontrado = 'N'
               ADD 1 TO Ws-Cant-Sin-Cliente
               EXIT PARAGRAPH
           END-IF
           MOVE Cdt-Monto TO Ws-Monto-Edit
           MOVE SPACES TO Ws-Alr-Texto
           STRING "SU CDT " Cdt-No " DE $" Ws-Monto-Edit
               " VENCE EL " Cdt-Fecha-Vencimiento
               DELIMITED BY SIZE INTO Ws-Alr-Texto
           MOVE "CDT-VENCE" TO Ws-Alr-Tipo
           ADD 1 TO Ws-Cnt-Cdts
           PERFORM Emitir-Aviso.

       Avisar-Novedades.
           OPEN INPUT NovedadFile
           MOVE 'N' TO Ws-EOF-Nov
           PERFORM UNTIL End-Of-Nov
               READ NovedadFile
                   AT END
                       MOVE 'Y' TO Ws-EOF-Nov
                   NOT AT END
                       IF Nov-Fecha = Ws-Fecha-Proceso
                           PERFORM Evaluar-Novedad
                       END-IF
               END-READ
           END-PERFORM
           CLOSE NovedadFile.

       Evaluar-Novedad.
           MOVE Nov-Account-ID TO Ws-Cuenta-Buscada
           PERFORM Buscar-Cliente-De-Cuenta
           IF Ws-Cliente-Encontrado = 'N'
               EXIT PARAGRAPH
           END-IF
           MOVE Nov-Monto TO Ws-Monto-Edit
           MOVE SPACES TO Ws-Alr-Texto
           EVALUATE TRUE
               WHEN Nov-Cheque-Devuelto
                   STRING "CHEQUE " Nov-Referencia(4:6)
                       " DEVUELTO: " DELIMITED BY SIZE
                       Nov-Detalle DELIMITED BY "  "
                       INTO Ws-Alr-Texto
                   MOVE "CHEQUE-DEV" TO Ws-Alr-Tipo
                   ADD 1 TO Ws-Cnt-Cheques
               WHEN Nov-Cuota-Pendiente
                   STRING "CUOTA DE MANEJO PENDIENTE $"
                       Ws-Monto-Edit " CUENTA "
                       Nov-Account-ID
                       DELIMITED BY SIZE INTO Ws-Alr-Texto
                   MOVE "CUOTA-PEND" TO Ws-Alr-Tipo
                   ADD 1 TO Ws-Cnt-Cuotas
               WHEN Nov-Cuenta-Inactiva
                   STRING "SU CUENTA " Nov-Account-ID
                       " QUEDO INACTIVA; ACERQUESE A LA OFICINA"
                       DELIMITED BY SIZE INTO Ws-Alr-Texto
                   MOVE "INACTIVA" TO Ws-Alr-Tipo
                   ADD 1 TO Ws-Cnt-Inactivas
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE
           PERFORM Emitir-Aviso.

      *El aviso va al cliente que quedo en ClienteRecord; sin
      *telefono no hay a donde enviarlo y queda en el reporte.
       Emitir-Aviso.
           IF Cliente-Telefono = SPACES
               ADD 1 TO Ws-Cant-Sin-Telefono
               MOVE Cliente-No TO Det-Cliente
               MOVE Ws-Alr-Tipo TO Det-Tipo
               MOVE Ws-Alr-Texto TO Det-Texto
               MOVE Ws-Linea-Aviso TO Report-Line
               WRITE Report-Line
               EXIT PARAGRAPH
           END-IF
           MOVE Ws-Fecha-Proceso TO Alr-Fecha
           MOVE Cliente-No TO Alr-Cliente
           MOVE Cliente-Telefono TO Alr-Telefono
           MOVE Ws-Alr-Tipo TO Alr-Tipo
           MOVE Ws-Alr-Texto TO Alr-Texto
           MOVE Ws-Linea-Alerta TO Alerta-Line
           WRITE Alerta-Line
           ADD 1 TO Ws-Cant-Avisos.

      *Cuenta Ws-Cuenta-Buscada y su cliente; deja el cliente en
      *ClienteRecord. Una cuenta que no existe o sin cliente
      *asociado no tiene a quien avisar.
       Buscar-Cliente-De-Cuenta.
           MOVE 'N' TO Ws-Cliente-Encontrado
           MOVE 'N' TO Ws-Cuenta-Encontrada
           OPEN INPUT AccountFile
           MOVE 'N' TO Ws-EOF-Cuentas
           PERFORM UNTIL End-Of-Cuentas OR Ws-Cuenta-Encontrada = 'Y'
               READ AccountFile
                   AT END
                       MOVE 'Y' TO Ws-EOF-Cuentas
                   NOT AT END
                       IF Account-ID = Ws-Cuenta-Buscada
                           MOVE 'Y' TO Ws-Cuenta-Encontrada
                           MOVE Account-Customer-No
                               TO Ws-Cliente-Buscado
                       END-IF
               END-READ
           END-PERFORM
           CLOSE AccountFile
           IF Ws-Cuenta-Encontrada = 'N' OR Ws-Cliente-Buscado = 0
               ADD 1 TO Ws-Cant-Sin-Cliente
               EXIT PARAGRAPH
           END-IF
           PERFORM Buscar-Cliente
           IF Ws-Cliente-Encontrado = 'N'
               ADD 1 TO Ws-Cant-Sin-Cliente
           END-IF.

       Buscar-Cliente.
           MOVE 'N' TO Ws-Cliente-Encontrado
           OPEN INPUT ClienteFile
           MOVE 'N' TO Ws-EOF-Clientes
           PERFORM UNTIL End-Of-Clientes
               OR Ws-Cliente-Encontrado = 'Y'
               READ ClienteFile
                   AT END
                       MOVE 'Y' TO Ws-EOF-Clientes
                   NOT AT END
                       IF Cliente-No = Ws-Cliente-Buscado
                           MOVE 'Y' TO Ws-Cliente-Encontrado
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ClienteFile.

       Listar-Clientes-Sin-Telefono.
           MOVE SPACES TO Report-Line
           WRITE Report-Line
           MOVE Ws-Encabezado-3 TO Report-Line
           WRITE Report-Line
           MOVE Ws-Encabezado-4 TO Report-Line
           WRITE Report-Line
           MOVE Ws-Linea-Guiones TO Report-Line
           WRITE Report-Line
           OPEN INPUT ClienteFile
           MOVE 'N' TO Ws-EOF-Clientes
           PERFORM UNTIL End-Of-Clientes
               READ ClienteFile
                   AT END
                       MOVE 'Y' TO Ws-EOF-Clientes
                   NOT AT END
                       IF Cliente-Telefono = SPACES
                           ADD 1 TO Ws-Cant-Clientes-Sin-Tel
                           MOVE Cliente-No TO Cli-No
                           MOVE Cliente-Nombre TO Cli-Nombre
                           MOVE Cliente-Documento TO Cli-Documento
                           MOVE Ws-Linea-Cliente TO Report-Line
                           WRITE Report-Line
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ClienteFile
           IF Ws-Cant-Clientes-Sin-Tel = 0
               MOVE "  TODOS LOS CLIENTES TIENEN TELEFONO"
                   TO Report-Line
               WRITE Report-Line
           END-IF.

       Imprimir-Totales.
           MOVE Ws-Linea-Guiones TO Report-Line
           WRITE Report-Line
           MOVE "DEBITOS AVISADOS" TO Tot-Rotulo
           MOVE Ws-Cnt-Debitos TO Tot-Cuenta
           PERFORM Escribir-Total
           MOVE "RETENCIONES AVISADAS" TO Tot-Rotulo
           MOVE Ws-Cnt-Retenciones TO Tot-Cuenta
           PERFORM Escribir-Total
           MOVE "CDTS POR VENCER AVISADOS" TO Tot-Rotulo
           MOVE Ws-Cnt-Cdts TO Tot-Cuenta
           PERFORM Escribir-Total
           MOVE "CHEQUES DEVUELTOS AVISADOS" TO Tot-Rotulo
           MOVE Ws-Cnt-Cheques TO Tot-Cuenta
           PERFORM Escribir-Total
           MOVE "CUOTAS PENDIENTES AVISADAS" TO Tot-Rotulo
           MOVE Ws-Cnt-Cuotas TO Tot-Cuenta
           PERFORM Escribir-Total
           MOVE "CUENTAS INACTIVAS AVISADAS" TO Tot-Rotulo
           MOVE Ws-Cnt-Inactivas TO Tot-Cuenta
           PERFORM Escribir-Total
           MOVE "AVISOS ENVIADOS AL PROVEEDOR" TO Tot-Rotulo
           MOVE Ws-Cant-Avisos TO Tot-Cuenta
           PERFORM Escribir-Total
           MOVE "AVISOS SIN TELEFONO" TO Tot-Rotulo
           MOVE Ws-Cant-Sin-Telefono TO Tot-Cuenta
           PERFORM Escribir-Total
           MOVE "EVENTOS DE CUENTAS SIN CLIENTE" TO Tot-Rotulo
           MOVE Ws-Cant-Sin-Cliente TO Tot-Cuenta
           PERFORM Escribir-Total.

       Escribir-Total.
           MOVE Ws-Linea-Total TO Report-Line
           WRITE Report-Line.
