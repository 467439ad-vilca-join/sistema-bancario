               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL RobadoFile ASSIGN TO "cheques-robados.dat"
               ORGANIZATION IS SEQUENTIAL.
      *Prestamos de consumo y su plan de pagos; las cuotas las cobra
      *cobra-prestamos.cbl.
           SELECT OPTIONAL PrestamoFile ASSIGN TO "prestamos.dat"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL PlanPagoFile ASSIGN TO "plan-pagos.dat"
               ORGANIZATION IS SEQUENTIAL.
      *Titulares de cada cuenta (principal, cotitulares y
      *autorizados) y su regimen de firmas.
           SELECT OPTIONAL CotitularFile ASSIGN TO "cotitulares.dat"
               ORGANIZATION IS SEQUENTIAL.
      *Transferencias salientes a otros bancos; las envia
      *envia-ach.cbl y las devoluciones las abona devoluciones-ach.cbl.
           SELECT OPTIONAL AchFile ASSIGN TO "transferencias-ach.dat"
               ORGANIZATION IS SEQUENTIAL.
      *Maestro de supervisores (codigo y clave individuales) y
      *solicitudes de doble control pendientes de un segundo
      *supervisor.
           SELECT OPTIONAL SupervisorFile ASSIGN TO "supervisores.dat"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL AutorizacionFile
               ASSIGN TO "autorizaciones.dat"
               ORGANIZATION IS SEQUENTIAL.
      *Lista restrictiva vigente (SARLAFT), cargada cada semana por
      *carga-lista-sarlaft.cbl; los clientes se verifican contra ella.
           SELECT OPTIONAL ListaFile ASSIGN TO "lista-restrictiva.dat"
               ORGANIZATION IS SEQUENTIAL.
      ******************************************************************
      *Aqui declaramos toda la estructura de datos del programa.
       DATA DIVISION.
      *para reconstruir cuentas.dat sin la cuenta eliminada (un archivo
      *SEQUENTIAL no soporta DELETE; hay que copiar todo menos esa
      *cuenta a un archivo nuevo y luego reemplazar). AccountRecordTmp
      *es un calco byte a byte de AccountRecord (58 bytes:
      *5+30+9+1+4+5+1+3) para poder copiarlo con un simple MOVE de
      *grupo.
       FD  AccountFileTmp.
       01  AccountRecordTmp       PIC X(58).
      *Aqui se declaro un campo de un caracter y este tiene niveles
      *Los niveles 88 son condiciones de nivel 88(condition names):
      *Deposit Value = 'D'
       FD  TransactionFile.
           COPY TRANREC.
      *HistoryRecord es un calco byte a byte de TransactionRecord
      *(75 bytes); para interpretarlo se copia con MOVE de grupo a
      *TransactionRecord, igual que AccountRecordTmp con AccountRecord.
       FD  HistoryFile.
       01  HistoryRecord          PIC X(75).
       FD  SeqControlFile.
           COPY SEQCTL.
       FD  OrdenFile.
           05  Aud-Estado-Nuevo    PIC X(1).
           05  Aud-Fecha           PIC 9(8).
           05  Aud-Hora            PIC 9(6).
           05  Aud-Supervisor      PIC 9(4).
           05  Aud-Autoriza        PIC 9(4).
       FD  ControlFile.
           COPY CTLREC.
       FD  CajeroFile.
           COPY CHQREC.
       FD  RobadoFile.
           COPY ROBREC.
       FD  PrestamoFile.
           COPY PRESREC.
       FD  PlanPagoFile.
           COPY PLANREC.
       FD  CotitularFile.
           COPY COTREC.
       FD  AchFile.
           COPY ACHREC.
       FD  ListaFile.
           COPY LISTREC.
       FD  SupervisorFile.
           COPY SUPREC.
       FD  AutorizacionFile.
           COPY AUTREC.
      *Aqui encontramos las variables que se usan durante la ejecucion.
       WORKING-STORAGE SECTION.
       01  Prompt-Account-ID       PIC X(25)
       01  Ws-Tope-Cuenta          PIC 9(5).
       01  Ws-Retirado-Hoy         PIC S9(9)V99.

      *Gravamen a los movimientos financieros (4x1000) sobre los
      *retiros y transferencias enviadas. La tarifa y el tope mensual
      *exento salen de parametros.dat (TASA-GMF / TOPE-GMF, tipo
      *'G'); sin parametro rige el 4 por mil compilado y ninguna
      *cuenta queda exenta.
       01  Ws-Tasa-Gmf             PIC S9(1)V9999 VALUE 0.0040.
       01  Ws-Tope-Gmf             PIC S9(7)V99 VALUE 0.
       01  Ws-Gmf-Cuenta           PIC 9(5).
       01  Ws-Gmf-Cliente          PIC 9(5).
       01  Ws-Gmf-Base             PIC 9(7)V99.
       01  Ws-Gmf-Gravable         PIC S9(9)V99.
       01  Ws-Gmf-Exento-Usado     PIC S9(9)V99.
       01  Ws-Gmf-Valor            PIC 9(7)V99.
       01  Ws-Gmf-Exenta           PIC X VALUE 'N'.
       01  Ws-Gmf-Saldo-Despues    PIC S9(7)V99.
       01  Ws-Gmf-Referencia       PIC 9(9).

      *Busqueda en parametros.dat: entradas (codigo, tipo, saldo de
      *referencia) y salida (valor hallado o no).
       01  Ws-Param-Codigo         PIC X(12).
       01  Ws-Param-Mejor-Tramo    PIC 9(7)V99.
       01  Ws-Fecha-Hoy            PIC 9(8).

      *Mantenimiento de parametros (pantalla de supervisor). La
      *clave compilada solo rige mientras supervisores.dat no tenga
      *supervisores activos (ver Validate-Supervisor).
       01  Ws-Clave-Supervisor     PIC 9(4) VALUE 9999.
       01  Ws-Clave-Entrada        PIC 9(4).
       01  Ws-Param-Option         PIC X.
       01  Ws-Transfer-To-Bal      PIC S9(7)V99.
       01  Ws-Transfer-From-Type   PIC X.
       01  Ws-Transfer-From-PIN    PIC 9(4).
       01  Ws-Transfer-From-Cliente PIC 9(5).

      *Mantenimiento de ordenes permanentes.
       01  Ws-Orden-Option         PIC X.
       01  Ws-Cajero-Option        PIC X.
       01  Ws-Cajero-Max-No        PIC 9(4).
       01  Ws-Cajeros-Listados     PIC 9(3).
       01  Ws-Cajero-Sucursal-Act  PIC 9(3).

      *Sucursal de la terminal: la toma del ambiente (variable
      *SUCURSAL, que se fija al instalar cada terminal) y queda en
      *Ws-Sucursal-Actual; cada movimiento y cada cuenta abierta en
      *esta terminal quedan en esa sucursal. Sin la variable rige la
      *oficina principal 001, como operaba el sistema de una sola
      *oficina.
       01  Ws-Sucursal-Actual      PIC 9(3) VALUE 1.
       01  Ws-Sucursal-Ambiente    PIC X(3).
       01  Ws-Sucursal-Entrada     PIC 9(3).

      *Retenciones judiciales por monto: suma de las vigentes de una
      *cuenta y saldo disponible resultante para las reglas de
       01  Ws-Cdts-Listados        PIC 9(3).
       01  Ws-Cdt-Tasa-Edit        PIC Z9.9999.

      *Desembolso y consulta de prestamos de consumo. La cuota fija
      *sale de la tasa mensual (anual / 12) y del factor
      *(1 + tasa mensual) elevado al plazo; cada fecha de vencimiento
      *se arma sumando meses a la fecha del desembolso.
       01  Ws-Pre-Option           PIC X.
       01  Ws-Pre-Max-No           PIC 9(5).
       01  Ws-Pre-Cuenta           PIC 9(5).
       01  Ws-Pre-Capital          PIC 9(7)V99.
       01  Ws-Pre-Plazo            PIC 9(3).
       01  Ws-Pre-Tasa             PIC 9(2)V9999.
       01  Ws-Pre-Tasa-Mes         PIC 9V9(8).
       01  Ws-Pre-Factor           PIC 9(7)V9(8).
       01  Ws-Pre-Cuota            PIC 9(7)V99.
       01  Ws-Pre-Saldo            PIC 9(7)V99.
       01  Ws-Pre-Cuota-No         PIC 9(3).
       01  Ws-Pre-Interes          PIC 9(7)V99.
       01  Ws-Pre-Amortiza         PIC 9(7)V99.
       01  Ws-Pre-Confirma         PIC X(2).
       01  Ws-Pre-Listados         PIC 9(3).
       01  Ws-Pre-Vigentes         PIC 9(3).
       01  Ws-Pre-Fecha-Base       PIC 9(8).
       01  Ws-Pre-Base-R REDEFINES Ws-Pre-Fecha-Base.
           05  Ws-Pre-Base-AAAA    PIC 9(4).
           05  Ws-Pre-Base-MM      PIC 9(2).
           05  Ws-Pre-Base-DD      PIC 9(2).
       01  Ws-Pre-Fecha-Vence      PIC 9(8).
       01  Ws-Pre-Vence-R REDEFINES Ws-Pre-Fecha-Vence.
           05  Ws-Pre-Vence-AAAA   PIC 9(4).
           05  Ws-Pre-Vence-MM     PIC 9(2).
           05  Ws-Pre-Vence-DD     PIC 9(2).
       01  Ws-Pre-Meses            PIC 9(4).
       01  Ws-Pre-Anios            PIC 9(4).
       01  Ws-Pre-Mes-Resto        PIC 9(2).
       01  Ws-Pre-Dias-Mes         PIC 9(2).
       01  Ws-Pre-Bis-Coc          PIC 9(4).
       01  Ws-Pre-Bis-Resto        PIC 9(1).
       01  Ws-Pre-Estado-Desc      PIC X(9).

      *Chequeras de cuentas Corriente y reporte de cheques robados.
       01  Ws-Chq-Option           PIC X.
       01  Ws-Chq-Cuenta           PIC 9(5).
       01  Ws-Cliente-No           PIC 9(5).
       01  Ws-Cliente-Max-No       PIC 9(5).
       01  Ws-Cliente-Found        PIC X VALUE 'N'.
      *Monto desde el cual se avisa al cliente de cada debito.
       01  Ws-Alerta-Monto         PIC 9(7)V99.
       01  Ws-Clientes-Listados    PIC 9(3).
       01  Ws-Posicion-Cuentas     PIC 9(3).
       01  Ws-Posicion-Total       PIC S9(9)V99.
       01  Ws-Posicion-Edit        PIC -Z(9)9.99.
       01  Ws-Posicion-Cotitular   PIC 9(3).

      *Titulares y firmas de una cuenta (cotitulares.dat).
       01  Ws-Cot-Option           PIC X.
       01  Ws-Cot-Cuenta           PIC 9(5).
       01  Ws-Cot-Principal        PIC 9(5).
       01  Ws-Cot-Rol              PIC X.
       01  Ws-Cot-Firma            PIC X.
       01  Ws-Cot-Vinculos         PIC 9(3).
       01  Ws-Cot-Ya-Vinculado     PIC X.
       01  Ws-Cot-Found            PIC X.
       01  Ws-Cot-Confirma         PIC X(2).
       01  Ws-Cot-Firmas-OK        PIC X.
       01  Ws-Cot-Rol-Desc         PIC X(10).
       01  Ws-EOF-Cot              PIC X VALUE 'N'.
           88 End-Of-Cot           VALUE 'Y'.

      *Transferencia a otro banco por ACH.
       01  Ws-Ach-Max-No           PIC 9(7).
       01  Ws-Ach-Banco            PIC 9(4).
       01  Ws-Ach-Cuenta           PIC X(17).
       01  Ws-Ach-Tipo-Cuenta      PIC X(1).
       01  Ws-Ach-Documento        PIC X(15).
       01  Ws-Ach-Nombre           PIC X(30).
       01  Ws-Ach-Seq-Debito       PIC 9(9).
       01  Ws-Ach-Confirma         PIC X(2).
       01  Ws-Ach-Abiertas         PIC 9(3).

      *Verificacion SARLAFT contra la lista restrictiva: resultado de
      *la busqueda y revision de cumplimiento.
       01  Ws-Lst-Coincide         PIC X VALUE 'N'.
       01  Ws-Lst-Fuente           PIC X(10).
       01  Ws-Lst-Nombre-Mayus     PIC X(30).
       01  Ws-Lst-Nombre-Ant       PIC X(30).
       01  Ws-Lst-Documento-Ant    PIC X(15).
       01  Ws-Lst-Option           PIC X.
       01  Ws-Lst-Confirma         PIC X(2).
       01  Ws-Lst-Retenidos        PIC 9(3).
       01  Ws-EOF-Lst              PIC X VALUE 'N'.
           88 End-Of-Lst           VALUE 'Y'.

      *Supervisores: el que se identifico en la funcion en curso
      *queda en Ws-Sup-Actual y su codigo se graba en lo que cambie.
       01  Ws-Sup-Codigo-Ent       PIC 9(4).
       01  Ws-Sup-Actual           PIC 9(4) VALUE 0.
       01  Ws-Sup-OK               PIC X VALUE 'N'.
       01  Ws-Sup-Nombre-Act       PIC X(30).
       01  Ws-Sups-Activos         PIC 9(3).
       01  Ws-Sup-Option           PIC X.
       01  Ws-Sup-Max-No           PIC 9(4).
       01  Ws-Sups-Listados        PIC 9(3).
       01  Ws-Sup-Found            PIC X.
      *Quien pidio el alta del supervisor en curso (Sup-Cambio-Por).
       01  Ws-Sup-Alta-Por         PIC 9(4) VALUE 0.
      *Quien pidio el alta del supervisor que registro la solicitud.
       01  Ws-Sup-Alta-Solicita    PIC 9(4) VALUE 0.
      *Alta de supervisor en preparacion, hasta que otro la apruebe.
       01  Ws-Sup-Nombre-Ent       PIC X(30).
       01  Ws-Sup-Clave-Ent        PIC 9(4).

      *Doble control: solicitud en preparacion, solicitud que se
      *aprueba o rechaza y resultado de aplicarla. Ws-Aut-Copia es
      *un calco byte a byte de AutorizacionRecord (103 bytes).
       01  Ws-Aut-No               PIC 9(7).
       01  Ws-Aut-Max-No           PIC 9(7).
       01  Ws-Aut-Tipo             PIC X.
       01  Ws-Aut-Cuenta           PIC 9(5).
       01  Ws-Aut-Monto            PIC 9(7)V99.
       01  Ws-Aut-Found            PIC X.
       01  Ws-Aut-Duplicada        PIC X.
       01  Ws-Aut-Aplicada         PIC X.
       01  Ws-Aut-Resultado        PIC X.
       01  Ws-Aut-Solicita         PIC 9(4).
       01  Ws-Aut-Listadas         PIC 9(3).
       01  Ws-Aut-Tipo-Desc        PIC X(22).
       01  Ws-Aut-Copia            PIC X(103).
       01  Ws-EOF-Aut              PIC X VALUE 'N'.
           88 End-Of-Aut           VALUE 'Y'.
      *Supervisores grabados en auditoria-estados.dat: el que hizo
      *el cambio y, si tuvo doble control, el que lo aprobo.
       01  Ws-Aud-Supervisor       PIC 9(4).
       01  Ws-Aud-Autoriza         PIC 9(4).
      *Reversas: por encima de TOPE-REVERSA (tipo 'S') necesitan
      *doble control de supervisores.
       01  Ws-Tope-Reversa         PIC S9(7)V99 VALUE 5000.00.
       01  Ws-Rev-OK               PIC X.


      *Aqui empezamos a desarrollar la logica del programa.
       PROCEDURE DIVISION.
       Main-Login.
           PERFORM Verificar-Integridad
           PERFORM Identificar-Sucursal
           PERFORM Cajero-Login
           PERFORM Load-Parameters
           PERFORM Display-Menu
           PERFORM UNTIL User-Option = '23'
           PERFORM Process-Option
           PERFORM Display-Menu
           END-PERFORM.
      *pueden crecer (vivo + historico) y el mayor numero de
      *secuencia nunca retrocede. Si el programa se reinicia a mitad
      *de jornada los saldos ya difieren del cierre de anoche y la
      *alerta exige un supervisor para seguir, y su decision queda
      *registrada en autorizaciones.dat.
       Verificar-Integridad.
           MOVE 'N' TO Ws-Ctl-Encontrado
           OPEN INPUT ControlFile
               DISPLAY "Los archivos no cuadran con el cierre del ",
                   Ctl-Fecha-Cierre, "; verifique o restaure el "
                   "respaldo antes de operar."
               DISPLAY "Se requiere un supervisor para continuar."
               PERFORM Validate-Supervisor
               IF Ws-Sup-OK = 'N'
                   DISPLAY "Programa detenido."
                   STOP RUN
               END-IF
               PERFORM Record-Integrity-Override
           END-IF.

       Contar-Archivos-Actuales.
           END-READ
           CLOSE SeqControlFile.

       Identificar-Sucursal.
           MOVE SPACES TO Ws-Sucursal-Ambiente
           ACCEPT Ws-Sucursal-Ambiente FROM ENVIRONMENT "SUCURSAL"
           IF Ws-Sucursal-Ambiente = SPACES
               MOVE 1 TO Ws-Sucursal-Actual
           ELSE
               IF Ws-Sucursal-Ambiente IS NUMERIC
                   AND Ws-Sucursal-Ambiente NOT = '000'
                   MOVE Ws-Sucursal-Ambiente TO Ws-Sucursal-Actual
               ELSE
                   DISPLAY "Sucursal de la terminal no valida ("
                       Ws-Sucursal-Ambiente "); programa detenido."
                   STOP RUN
               END-IF
           END-IF
           DISPLAY "Sucursal de la terminal: ", Ws-Sucursal-Actual.

      *Inicio de sesion de cajero: el codigo y la clave se validan
      *contra el maestro de cajeros y el codigo queda en
      *Ws-Cajero-Actual para que Record-Transaction atribuya cada
      *movimiento al cajero que lo atendio. Si el maestro no tiene
      *cajeros activos todavia (la sucursal recien estrena el
      *control) el programa opera como siempre con cajero cero, para
      *no dejar la ventanilla cerrada el dia del estreno. Un cajero
      *solo ingresa en una terminal de su propia sucursal.
       Cajero-Login.
           PERFORM Contar-Cajeros-Activos
           IF Ws-Cajeros-Activos = 0
               PERFORM Validar-Cajero
               IF Ws-Cajero-Found = 'N'
                   DISPLAY "Codigo o clave incorrectos."
               ELSE
                   IF Ws-Cajero-Sucursal-Act NOT = Ws-Sucursal-Actual
                       DISPLAY "El cajero pertenece a la sucursal ",
                           Ws-Cajero-Sucursal-Act, "; no puede "
                           "ingresar en esta terminal."
                       MOVE 'N' TO Ws-Cajero-Found
                   END-IF
               END-IF
           END-PERFORM
           IF Ws-Cajero-Found = 'N'
                           AND Cajero-Activo
                           MOVE 'Y' TO Ws-Cajero-Found
                           MOVE Cajero-Nombre TO Ws-Cajero-Nombre-Act
                           MOVE Cajero-Sucursal
                               TO Ws-Cajero-Sucursal-Act
                       END-IF
               END-READ
           END-PERFORM
           DISPLAY "17. Retenciones judiciales (supervisor)"
           DISPLAY "18. Depositos a termino (CDT)"
           DISPLAY "19. Chequeras y cheques"
           DISPLAY "20. Prestamos"
           DISPLAY "21. Transferir a otro banco (ACH)"
           DISPLAY "22. Supervisores y autorizaciones (supervisor)"
           DISPLAY "23. Salir"
           DISPLAY "Seleccione una opcion: "
           ACCEPT User-Option.
       Process-Option.
                   PERFORM Manage-CDTs
               WHEN '19'
                   PERFORM Manage-Checkbooks
               WHEN '20'
                   PERFORM Manage-Loans
               WHEN '21'
                   PERFORM Send-Ach-Transfer
               WHEN '22'
                   PERFORM Manage-Supervisors
               WHEN OTHER
                   DISPLAY "Opcion no valida, intente de nuevo."
           END-EVALUATE.
                   "pantalla de clientes."
               EXIT PARAGRAPH
           END-IF
           IF Sarlaft-Retenido
               PERFORM Display-Sarlaft-Block
               EXIT PARAGRAPH
           END-IF

           OPEN EXTEND AccountFile
           MOVE Ws-Search-ID TO Account-ID
           ACCEPT Account-PIN
           MOVE Ws-Cliente-No TO Account-Customer-No
           MOVE 'A' TO Account-Status
           MOVE Ws-Sucursal-Actual TO Account-Sucursal
           WRITE AccountRecord
           DISPLAY "Cuenta creada exitosamente.", Account-ID.
           CLOSE AccountFile.
           IF Found-Account = 'Y'
               PERFORM Verify-PIN
               IF Ws-PIN-OK = 'Y'
                   MOVE Account-ID TO Ws-Cot-Cuenta
                   PERFORM Check-Joint-Signature
                   IF Ws-Cot-Firmas-OK = 'N'
                       CLOSE AccountFile
                       EXIT PARAGRAPH
                   END-IF
                   DISPLAY Prompt-Amount
                   ACCEPT Transaction-Amount
      *Tope diario: lo ya retirado o transferido hoy por la cuenta
                   PERFORM Sumar-Retenciones-Cuenta
                   COMPUTE Ws-Saldo-Disponible =
                       Account-Balance - Ws-Ret-Total
      *El GMF del retiro tambien sale del disponible: el retiro
      *solo procede si alcanza para el monto mas el gravamen.
                   MOVE Account-ID TO Ws-Gmf-Cuenta
                   MOVE Account-Customer-No TO Ws-Gmf-Cliente
                   MOVE Transaction-Amount TO Ws-Gmf-Base
                   PERFORM Calcular-Gmf
                   IF Transaction-Amount > 0
                   AND (Ws-Saldo-Disponible - Transaction-Amount
                       - Ws-Gmf-Valor) >= Ws-Saldo-Minimo
                       SUBTRACT Transaction-Amount FROM
                           Account-Balance
                       MOVE 'W' TO Trans-Type
                       MOVE 0 TO Ws-Trans-Reference
                       MOVE SPACE TO Ws-Trans-Reversed-Type
                       PERFORM Record-Transaction
                       IF Ws-Gmf-Valor > 0
                           MOVE Ws-Max-Seq TO Ws-Gmf-Referencia
                           SUBTRACT Ws-Gmf-Valor FROM Account-Balance
                           MOVE Account-Balance TO Ws-Gmf-Saldo-Despues
                           PERFORM Record-Gmf-Transaction
                       END-IF
                       REWRITE AccountRecord
                       DISPLAY "Retiro exitoso."
                       IF Ws-Gmf-Valor > 0
                           MOVE Ws-Gmf-Valor TO Ws-Saldo-Edit
                           DISPLAY "GMF 4x1000 cobrado: ",
                               Ws-Saldo-Edit
                       END-IF
                   ELSE IF Transaction-Amount > 0
                       DISPLAY Insufficient-Funds
                       IF Ws-Ret-Total > 0
           DISPLAY "ID: ", Account-ID
           DISPLAY "Titular: ", Account-Holder
           DISPLAY "Saldo: ", Ws-Saldo-Edit
           DISPLAY "Sucursal: ", Account-Sucursal
               READ AccountFile
                   AT END
                       MOVE 'Y' TO Eof-Accounts
               EXIT PARAGRAPH
           END-IF

      *Tampoco la cuenta de la que se cobran las cuotas de un
      *prestamo vigente: el prestamo quedaria sin cuenta de cobro.
           MOVE 0 TO Ws-Pre-Vigentes
           OPEN INPUT PrestamoFile
           MOVE 'N' TO Ws-EOF
           PERFORM UNTIL End-File
               READ PrestamoFile
                   AT END
                       MOVE 'Y' TO Ws-EOF
                   NOT AT END
                       IF Prestamo-Account-ID = Ws-Search-ID
                           AND Prestamo-Vigente
                           ADD 1 TO Ws-Pre-Vigentes
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PrestamoFile
           IF Ws-Pre-Vigentes > 0
               DISPLAY "La cuenta respalda un prestamo vigente; no "
                   "puede cerrarse."
               CLOSE AccountFile
               EXIT PARAGRAPH
           END-IF

      *Ni la que tiene transferencias ACH sin confirmar: una
      *devolucion del banco destino no tendria donde abonarse.
           MOVE 0 TO Ws-Ach-Abiertas
           OPEN INPUT AchFile
           MOVE 'N' TO Ws-EOF
           PERFORM UNTIL End-File
               READ AchFile
                   AT END
                       MOVE 'Y' TO Ws-EOF
                   NOT AT END
                       IF Ach-Account-ID = Ws-Search-ID
                           AND (Ach-Pendiente OR Ach-Enviada)
                           ADD 1 TO Ws-Ach-Abiertas
                       END-IF
               END-READ
           END-PERFORM
           CLOSE AchFile
           IF Ws-Ach-Abiertas > 0
               DISPLAY "La cuenta tiene transferencias ACH sin "
                   "confirmar; no puede cerrarse."
               CLOSE AccountFile
               EXIT PARAGRAPH
           END-IF

           PERFORM Verify-PIN
           IF Ws-PIN-OK = 'N'
               CLOSE AccountFile
      *graban en Record-Transfer-Pair, no aqui.
           MOVE 0 TO Trans-Counterpart-ID
           MOVE Ws-Cajero-Actual TO Trans-Cajero
           MOVE Ws-Sucursal-Actual TO Trans-Sucursal
           MOVE 0 TO Trans-Cheque-No
           WRITE TransactionRecord
           CLOSE TransactionFile
           WRITE SeqControlRecord
           CLOSE SeqControlFile.

      *Reversa de ventanilla. Por encima de TOPE-REVERSA la reversa
      *no se aplica aqui: un supervisor la solicita y queda pendiente
      *hasta que otro supervisor la apruebe; al aprobarla
      *(Apply-Reversal-Authorization) se vuelven a validar la cuenta
      *y el saldo.
       Reverse-Transaction.
           DISPLAY "Ingrese el numero de transaccion a reversar: "
           ACCEPT Ws-Reversal-Seq
           PERFORM Find-Reversal-Original

           IF Ws-Original-Found = 'N'
               DISPLAY "No se encontro esa transaccion."
               EXIT PARAGRAPH
           END-IF

      *El desembolso y las cuotas de un prestamo estan atados al
      *plan de pagos; reversar el movimiento solo descuadraria el
      *saldo del prestamo contra la cuenta.
           IF Ws-Original-Type = 'L' OR Ws-Original-Type = 'K'
               DISPLAY "Un movimiento de prestamo no se reversa por "
                   "este medio."
               EXIT PARAGRAPH
           END-IF

      *Una transferencia ACH ya salio (o va a salir) en el archivo
      *de envio; si el banco destino la rechaza, la devuelve
      *devoluciones-ach.cbl con su causal.
           IF Ws-Original-Type = 'H' OR Ws-Original-Type = 'V'
               DISPLAY "Un movimiento ACH no se reversa por "
                   "este medio."
               EXIT PARAGRAPH
           END-IF

           OPEN I-O AccountFile
           MOVE 'N' TO Ws-Found
           MOVE 'N' TO Ws-EOF
               EXIT PARAGRAPH
           END-IF

           PERFORM Compute-Reversal-Balance
           IF Ws-Rev-OK = 'N'
               CLOSE AccountFile
               EXIT PARAGRAPH
           END-IF

           IF Ws-Original-Amount > Ws-Tope-Reversa
               CLOSE AccountFile
               DISPLAY "La reversa supera el tope de una sola firma; "
                   "requiere doble control de supervisores."
               PERFORM Validate-Supervisor
               IF Ws-Sup-OK = 'N'
                   DISPLAY "Supervisor o clave incorrectos, operacion "
                       "cancelada."
                   EXIT PARAGRAPH
               END-IF
               MOVE 'R' TO Ws-Aut-Tipo
               MOVE Ws-Original-Account-ID TO Ws-Aut-Cuenta
               MOVE Ws-Original-Amount TO Ws-Aut-Monto
               PERFORM Request-Authorization
               EXIT PARAGRAPH
           END-IF

           PERFORM Post-Reversal
           CLOSE AccountFile
           DISPLAY "Transaccion reversada exitosamente.".

      *Ubica la transaccion Ws-Reversal-Seq y averigua si ya fue
      *reversada.
       Find-Reversal-Original.
           MOVE 'N' TO Ws-Original-Found
           MOVE 'N' TO Ws-Already-Reversed
           OPEN INPUT TransactionFile
           MOVE 'N' TO Ws-EOF
      *Hay que barrer todo el archivo (sin salir apenas se encuentre
      *la transaccion original) porque una reversa anterior de ese
      *mismo numero, si existe, fue escrita despues en
      *transacciones.dat (es append-only) y quedaria sin revisar.
           PERFORM UNTIL End-File
               READ TransactionFile
                   AT END
                       MOVE 'Y' TO Ws-EOF
                   NOT AT END
                       IF Trans-Seq-No = Ws-Reversal-Seq
                           MOVE 'Y' TO Ws-Original-Found
                           MOVE Trans-Account-ID TO
                               Ws-Original-Account-ID
                           MOVE Trans-Type TO Ws-Original-Type
                           MOVE Trans-Amount TO Ws-Original-Amount
                       END-IF
                       IF Reversal AND
                           Trans-Reference = Ws-Reversal-Seq
                           MOVE 'Y' TO Ws-Already-Reversed
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TransactionFile.

      *Saldo que dejaria la reversa y regla de saldo minimo de la
      *cuenta que esta en AccountRecord.
       Compute-Reversal-Balance.
           MOVE 'Y' TO Ws-Rev-OK
           IF Corriente
               COMPUTE Ws-Saldo-Minimo = 0 - Ws-Overdraft-Corriente
           ELSE
               WHEN 'Q'
                   COMPUTE Ws-Reversal-New-Balance =
                       Account-Balance + Ws-Original-Amount
               WHEN 'G'
                   COMPUTE Ws-Reversal-New-Balance =
                       Account-Balance + Ws-Original-Amount
           END-EVALUATE

           IF Ws-Reversal-New-Balance < Ws-Saldo-Minimo
               DISPLAY "La reversa dejaria la cuenta por debajo "
                   "del minimo permitido."
               MOVE 'N' TO Ws-Rev-OK
           END-IF.

      *Aplica la reversa sobre la cuenta que esta en AccountRecord
      *(AccountFile abierto en I-O).
       Post-Reversal.
           MOVE Ws-Reversal-New-Balance TO Account-Balance
           REWRITE AccountRecord

           MOVE 'R' TO Trans-Type
           MOVE Ws-Reversal-Seq TO Ws-Trans-Reference
           MOVE Ws-Original-Type TO Ws-Trans-Reversed-Type
           PERFORM Record-Transaction.

      *Transferencia entre cuentas en una sola operacion. Primera
      *pasada: solo lectura, se validan ambas cuentas, el PIN del
                           MOVE Account-Balance TO Ws-Transfer-From-Bal
                           MOVE Account-Type TO Ws-Transfer-From-Type
                           MOVE Account-PIN TO Ws-Transfer-From-PIN
                           MOVE Account-Customer-No TO
                               Ws-Transfer-From-Cliente
                           MOVE Account-Status TO
                               Ws-Transfer-From-Status
                       END-IF
               DISPLAY Invalid-PIN
               EXIT PARAGRAPH
           END-IF
           MOVE Ws-Transfer-From-ID TO Ws-Cot-Cuenta
           PERFORM Check-Joint-Signature
           IF Ws-Cot-Firmas-OK = 'N'
               EXIT PARAGRAPH
           END-IF

           DISPLAY Prompt-Amount
           ACCEPT Transaction-Amount
           PERFORM Sumar-Retenciones-Cuenta
           COMPUTE Ws-Saldo-Disponible =
               Ws-Transfer-From-Bal - Ws-Ret-Total
      *El GMF de la transferencia lo paga la cuenta de origen.
           MOVE Ws-Transfer-From-ID TO Ws-Gmf-Cuenta
           MOVE Ws-Transfer-From-Cliente TO Ws-Gmf-Cliente
           MOVE Transaction-Amount TO Ws-Gmf-Base
           PERFORM Calcular-Gmf
           IF (Ws-Saldo-Disponible - Transaction-Amount - Ws-Gmf-Valor)
               < Ws-Saldo-Minimo
               DISPLAY Insufficient-Funds
               IF Ws-Ret-Total > 0

           PERFORM Apply-Transfer
           PERFORM Record-Transfer-Pair
           DISPLAY "Transferencia exitosa."
           IF Ws-Gmf-Valor > 0
               MOVE Ws-Gmf-Valor TO Ws-Saldo-Edit
               DISPLAY "GMF 4x1000 cobrado: ", Ws-Saldo-Edit
           END-IF.

      *Reescribe los dos saldos en una sola pasada sobre cuentas.dat.
      *Los saldos resultantes quedan en Ws-Transfer-From-Bal y
      *Ws-Transfer-To-Bal para grabarlos como Trans-Balance-After.
      *El origen queda ya descontado del GMF de la transferencia.
       Apply-Transfer.
           COMPUTE Ws-Transfer-From-Bal =
               Ws-Transfer-From-Bal - Transaction-Amount - Ws-Gmf-Valor
           COMPUTE Ws-Transfer-To-Bal =
               Ws-Transfer-To-Bal + Transaction-Amount
           OPEN I-O AccountFile
      *Graba los dos lados de la transferencia ('T' debito en el
      *origen, 'E' credito en el destino) en un solo OPEN EXTEND,
      *cada uno con la cuenta contraparte en Trans-Counterpart-ID.
      *Si hubo GMF, el 'T' deja el saldo antes del gravamen y el
      *cargo 'G' va a continuacion apuntando al 'T'.
       Record-Transfer-Pair.
           PERFORM Get-Next-Trans-Seq
           OPEN EXTEND TransactionFile
           MOVE Ws-Max-Seq TO Trans-Seq-No
           MOVE Ws-Max-Seq TO Ws-Gmf-Referencia
           MOVE Ws-Transfer-From-ID TO Trans-Account-ID
           MOVE 'T' TO Trans-Type
           MOVE Transaction-Amount TO Trans-Amount
           MOVE FUNCTION CURRENT-DATE(1:8) TO Trans-Date
           MOVE FUNCTION CURRENT-DATE(9:6) TO Trans-Time
           COMPUTE Trans-Balance-After =
               Ws-Transfer-From-Bal + Ws-Gmf-Valor
           MOVE 0 TO Trans-Reference
           MOVE SPACE TO Trans-Reversed-Type
           MOVE Ws-Transfer-To-ID TO Trans-Counterpart-ID
           MOVE Ws-Cajero-Actual TO Trans-Cajero
           MOVE Ws-Sucursal-Actual TO Trans-Sucursal
           MOVE 0 TO Trans-Cheque-No
           WRITE TransactionRecord
           ADD 1 TO Ws-Max-Seq
           MOVE SPACE TO Trans-Reversed-Type
           MOVE Ws-Transfer-From-ID TO Trans-Counterpart-ID
           MOVE Ws-Cajero-Actual TO Trans-Cajero
           MOVE Ws-Sucursal-Actual TO Trans-Sucursal
           MOVE 0 TO Trans-Cheque-No
           WRITE TransactionRecord
           IF Ws-Gmf-Valor > 0
               ADD 1 TO Ws-Max-Seq
               MOVE Ws-Max-Seq TO Trans-Seq-No
               MOVE Ws-Transfer-From-ID TO Trans-Account-ID
               MOVE 'G' TO Trans-Type
               MOVE Ws-Gmf-Valor TO Trans-Amount
               MOVE FUNCTION CURRENT-DATE(1:8) TO Trans-Date
               MOVE FUNCTION CURRENT-DATE(9:6) TO Trans-Time
               MOVE Ws-Transfer-From-Bal TO Trans-Balance-After
               MOVE Ws-Gmf-Referencia TO Trans-Reference
               MOVE SPACE TO Trans-Reversed-Type
               MOVE 0 TO Trans-Counterpart-ID
               MOVE Ws-Cajero-Actual TO Trans-Cajero
               MOVE Ws-Sucursal-Actual TO Trans-Sucursal
               MOVE 0 TO Trans-Cheque-No
               WRITE TransactionRecord
           END-IF
           CLOSE TransactionFile
           PERFORM Update-Trans-Seq-Control.

           DISPLAY "3. Posicion consolidada"
           DISPLAY "4. Modificar datos del cliente"
           DISPLAY "5. Asociar cuenta a cliente"
           DISPLAY "6. Marcar cuenta exenta de GMF"
           DISPLAY "7. Titulares y firmas de una cuenta"
           DISPLAY "8. Revision SARLAFT (cumplimiento)"
           DISPLAY "9. Aviso de debitos por monto"
           DISPLAY "Seleccione una opcion: "
           ACCEPT Ws-Cliente-Option
           EVALUATE Ws-Cliente-Option
                   PERFORM Modify-Customer
               WHEN '5'
                   PERFORM Assign-Account-Customer
               WHEN '6'
                   PERFORM Mark-Gmf-Exempt-Account
               WHEN '7'
                   PERFORM Manage-Account-Holders
               WHEN '8'
                   PERFORM Review-Sarlaft-Hits
               WHEN '9'
                   PERFORM Set-Debit-Alert
               WHEN OTHER
                   DISPLAY "Opcion no valida, intente de nuevo."
           END-EVALUATE.
           ACCEPT Cliente-Telefono
           DISPLAY "Direccion: "
           ACCEPT Cliente-Direccion
           MOVE 0 TO Cliente-Cuenta-Exenta
           MOVE 0 TO Cliente-Alerta-Debito
           MOVE 'N' TO Cliente-Sarlaft
           MOVE 0 TO Cliente-Sarlaft-Fecha
           MOVE SPACES TO Cliente-Sarlaft-Fuente
           MOVE 0 TO Cliente-Sarlaft-Supervisor
           PERFORM Screen-Customer-Watchlist
           IF Ws-Lst-Coincide = 'Y'
               PERFORM Hold-Customer-Sarlaft
           END-IF
           WRITE ClienteRecord
           CLOSE ClienteFile
           DISPLAY "Cliente creado. No. ", Cliente-No
           IF Ws-Lst-Coincide = 'Y'
               PERFORM Display-Sarlaft-Hold
           END-IF.

       Get-Next-Cliente-No.
           MOVE 0 TO Ws-Cliente-Max-No
                           Cliente-Nombre
                       DISPLAY "Documento: ", Cliente-Documento,
                           " | Tel: ", Cliente-Telefono
                       IF Sarlaft-Retenido
                           DISPLAY "RETENIDO SARLAFT desde ",
                               Cliente-Sarlaft-Fecha, " (",
                               Cliente-Sarlaft-Fuente, ")"
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ClienteFile
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Cliente No. ", Cliente-No, " | ", Cliente-Nombre
           MOVE Cliente-Nombre TO Ws-Lst-Nombre-Ant
           MOVE Cliente-Documento TO Ws-Lst-Documento-Ant
           DISPLAY "Nombre completo del cliente: "
           ACCEPT Cliente-Nombre
           DISPLAY "Documento de identidad: "
           ACCEPT Cliente-Telefono
           DISPLAY "Direccion: "
           ACCEPT Cliente-Direccion
      *Un cambio de nombre o documento se vuelve a verificar; si el
      *cliente ya estaba retenido sigue retenido aunque el dato nuevo
      *no coincida, porque eso lo decide cumplimiento.
           MOVE 'N' TO Ws-Lst-Coincide
           IF Cliente-Nombre NOT = Ws-Lst-Nombre-Ant
               OR Cliente-Documento NOT = Ws-Lst-Documento-Ant
               PERFORM Screen-Customer-Watchlist
           END-IF
           IF Ws-Lst-Coincide = 'Y'
               PERFORM Hold-Customer-Sarlaft
           END-IF
           REWRITE ClienteRecord
           CLOSE ClienteFile
           DISPLAY "Datos del cliente actualizados."
           IF Ws-Lst-Coincide = 'Y'
               PERFORM Display-Sarlaft-Hold
           END-IF.

      *Busca el cliente que esta en ClienteRecord en la lista
      *restrictiva: coincide si el documento es igual al de una
      *entrada o si el nombre, en mayusculas, es igual al de la
      *entrada. Es la misma regla de revision-sarlaft.cbl.
       Screen-Customer-Watchlist.
           MOVE 'N' TO Ws-Lst-Coincide
           MOVE FUNCTION UPPER-CASE(Cliente-Nombre)
               TO Ws-Lst-Nombre-Mayus
           OPEN INPUT ListaFile
           MOVE 'N' TO Ws-EOF-Lst
           PERFORM UNTIL End-Of-Lst OR Ws-Lst-Coincide = 'Y'
               READ ListaFile
                   AT END
                       MOVE 'Y' TO Ws-EOF-Lst
                   NOT AT END
                       IF (Lst-Documento NOT = SPACES
                           AND Lst-Documento = Cliente-Documento)
                           OR (Lst-Nombre NOT = SPACES
                           AND Lst-Nombre = Ws-Lst-Nombre-Mayus)
                           MOVE 'Y' TO Ws-Lst-Coincide
                           MOVE Lst-Fuente TO Ws-Lst-Fuente
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ListaFile.

       Hold-Customer-Sarlaft.
           MOVE 'R' TO Cliente-Sarlaft
           MOVE FUNCTION CURRENT-DATE(1:8) TO Cliente-Sarlaft-Fecha
           MOVE Ws-Lst-Fuente TO Cliente-Sarlaft-Fuente
           MOVE 0 TO Cliente-Sarlaft-Supervisor.

       Display-Sarlaft-Hold.
           DISPLAY "ATENCION: el cliente coincide con la lista "
               "restrictiva ", Ws-Lst-Fuente, "."
           DISPLAY "Queda retenido: no puede abrir cuentas hasta que "
               "cumplimiento lo revise.".

       Display-Sarlaft-Block.
           DISPLAY "El cliente ", Cliente-No, " esta retenido por "
               "coincidencia en listas restrictivas (",
               Cliente-Sarlaft-Fuente, ")."
           DISPLAY "No se puede vincular a una cuenta hasta que "
               "cumplimiento lo despeje.".

      *Pantalla de cumplimiento: lista los clientes retenidos y
      *despeja una coincidencia descartada. El despeje queda con su
      *fecha; la revision nocturna solo vuelve a retener al cliente
      *si aparece en una entrada incluida despues.
       Review-Sarlaft-Hits.
           PERFORM Validate-Supervisor
           IF Ws-Sup-OK = 'N'
               DISPLAY "Supervisor o clave incorrectos, operacion "
                   "cancelada."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "-----REVISION SARLAFT-----"
           DISPLAY "1. Listar clientes retenidos"
           DISPLAY "2. Despejar cliente retenido"
           DISPLAY "Seleccione una opcion: "
           ACCEPT Ws-Lst-Option
           EVALUATE Ws-Lst-Option
               WHEN '1'
                   PERFORM List-Sarlaft-Holds
               WHEN '2'
                   PERFORM Clear-Sarlaft-Hold
               WHEN OTHER
                   DISPLAY "Opcion no valida, intente de nuevo."
           END-EVALUATE.

       List-Sarlaft-Holds.
           MOVE 0 TO Ws-Lst-Retenidos
           OPEN INPUT ClienteFile
           MOVE 'N' TO Ws-EOF
           PERFORM UNTIL End-File
               READ ClienteFile
                   AT END
                       MOVE 'Y' TO Ws-EOF
                   NOT AT END
                       IF Sarlaft-Retenido
                           ADD 1 TO Ws-Lst-Retenidos
                           DISPLAY "Cliente No. ", Cliente-No, " | ",
                               Cliente-Nombre
                           DISPLAY "   Documento: ",
                               Cliente-Documento, " | Lista: ",
                               Cliente-Sarlaft-Fuente, " | Desde: ",
                               Cliente-Sarlaft-Fecha
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ClienteFile
           IF Ws-Lst-Retenidos = 0
               DISPLAY "No hay clientes retenidos."
           END-IF.

       Clear-Sarlaft-Hold.
           DISPLAY "Ingrese numero de cliente: "
           ACCEPT Ws-Cliente-No
           MOVE 'N' TO Ws-Cliente-Found
           OPEN I-O ClienteFile
           MOVE 'N' TO Ws-EOF
           PERFORM UNTIL End-File OR Ws-Cliente-Found = 'Y'
               READ ClienteFile
                   AT END
                       MOVE 'Y' TO Ws-EOF
                   NOT AT END
                       IF Cliente-No = Ws-Cliente-No
                           MOVE 'Y' TO Ws-Cliente-Found
                       END-IF
               END-READ
           END-PERFORM
           IF Ws-Cliente-Found = 'N'
               DISPLAY "Ese cliente no existe."
               CLOSE ClienteFile
               EXIT PARAGRAPH
           END-IF
           IF NOT Sarlaft-Retenido
               DISPLAY "Ese cliente no esta retenido."
               CLOSE ClienteFile
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Cliente No. ", Cliente-No, " | ", Cliente-Nombre
           DISPLAY "Documento: ", Cliente-Documento, " | Lista: ",
               Cliente-Sarlaft-Fuente, " | Desde: ",
               Cliente-Sarlaft-Fecha
           DISPLAY "Confirma que la coincidencia fue descartada "
               "(SI/NO): "
           ACCEPT Ws-Lst-Confirma
           MOVE FUNCTION UPPER-CASE(Ws-Lst-Confirma) TO Ws-Lst-Confirma
           IF Ws-Lst-Confirma NOT = "SI"
               DISPLAY "El cliente sigue retenido."
               CLOSE ClienteFile
               EXIT PARAGRAPH
           END-IF
           MOVE 'D' TO Cliente-Sarlaft
           MOVE FUNCTION CURRENT-DATE(1:8) TO Cliente-Sarlaft-Fecha
           MOVE Ws-Sup-Actual TO Cliente-Sarlaft-Supervisor
           REWRITE ClienteRecord
           CLOSE ClienteFile
           DISPLAY "Cliente ", Ws-Cliente-No, " despejado.".

      *Asocia (o reasocia) una cuenta existente a un cliente del
      *maestro; es el camino para las cuentas abiertas antes del
               CLOSE AccountFile
               EXIT PARAGRAPH
           END-IF
           IF Sarlaft-Retenido
               PERFORM Display-Sarlaft-Block
               CLOSE AccountFile
               EXIT PARAGRAPH
           END-IF
           MOVE Ws-Cliente-No TO Account-Customer-No
           REWRITE AccountRecord
           CLOSE AccountFile
           PERFORM Update-Principal-Holder
           DISPLAY "Cuenta ", Ws-Search-ID, " asociada al cliente ",
               Ws-Cliente-No, ".".

      *Si la cuenta tiene titulares en cotitulares.dat, el registro
      *del principal sigue a Account-Customer-No. Si el nuevo
      *principal ya era cotitular o autorizado de la cuenta, ese
      *vinculo se retira para que no figure dos veces.
       Update-Principal-Holder.
           OPEN I-O CotitularFile
           MOVE 'N' TO Ws-EOF-Cot
           PERFORM UNTIL End-Of-Cot
               READ CotitularFile
                   AT END
                       MOVE 'Y' TO Ws-EOF-Cot
                   NOT AT END
                       IF Cot-Account-ID = Ws-Search-ID
                           AND Cot-Activo
                           IF Rol-Principal
                               MOVE Ws-Cliente-No TO Cot-Cliente-No
                               REWRITE CotitularRecord
                           ELSE IF Cot-Cliente-No = Ws-Cliente-No
                               MOVE 'R' TO Cot-Estado
                               REWRITE CotitularRecord
                           END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CotitularFile.

      *Marca la unica cuenta del cliente exenta de GMF hasta el
      *TOPE-GMF mensual (cero la desmarca). La cuenta debe ser del
      *propio cliente; marcar otra reemplaza la anterior.
       Mark-Gmf-Exempt-Account.
           DISPLAY "Ingrese numero de cliente: "
           ACCEPT Ws-Cliente-No
           PERFORM Find-Customer
               DISPLAY "Ese cliente no existe."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Cuenta exenta actual: ", Cliente-Cuenta-Exenta
           DISPLAY "Cuenta a marcar como exenta (0 = ninguna): "
           ACCEPT Ws-Search-ID
           IF Ws-Search-ID NOT = 0
               OPEN INPUT AccountFile
               MOVE 'N' TO Ws-Found
               MOVE 'N' TO Ws-EOF
               PERFORM UNTIL End-File OR Id-Exists
                   READ AccountFile
                       AT END
                           MOVE 'Y' TO Ws-EOF
                       NOT AT END
                           IF Account-ID = Ws-Search-ID
                               AND Account-Customer-No = Ws-Cliente-No
                               MOVE 'Y' TO Ws-Found
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AccountFile
               IF Ws-Found = 'N'
                   DISPLAY "Esa cuenta no existe o no es del cliente."
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE 'N' TO Ws-Cliente-Found
           OPEN I-O ClienteFile
           MOVE 'N' TO Ws-EOF
           PERFORM UNTIL End-File OR Ws-Cliente-Found = 'Y'
               READ ClienteFile
                   AT END
                       MOVE 'Y' TO Ws-EOF
                   NOT AT END
                       IF Cliente-No = Ws-Cliente-No
                           MOVE 'Y' TO Ws-Cliente-Found
                       END-IF
               END-READ
           END-PERFORM
           MOVE Ws-Search-ID TO Cliente-Cuenta-Exenta
           REWRITE ClienteRecord
           CLOSE ClienteFile
           IF Ws-Search-ID = 0
               DISPLAY "El cliente queda sin cuenta exenta de GMF."
           ELSE
               DISPLAY "Cuenta ", Ws-Search-ID, " exenta de GMF."
           END-IF.

      *Monto desde el cual el cliente quiere que se le avise por
      *SMS o correo de cada debito en sus cuentas (cero = sin aviso).
      *El aviso lo arma genera-alertas.cbl en el proceso nocturno.
       Set-Debit-Alert.
           DISPLAY "Ingrese numero de cliente: "
           ACCEPT Ws-Cliente-No
           PERFORM Find-Customer
           IF Ws-Cliente-Found = 'N'
               DISPLAY "Ese cliente no existe."
               EXIT PARAGRAPH
           END-IF
           MOVE Cliente-Alerta-Debito TO Ws-Saldo-Edit
           DISPLAY "Aviso actual desde: ", Ws-Saldo-Edit
           DISPLAY "Avisar debitos desde el monto (0 = sin aviso): "
           ACCEPT Ws-Alerta-Monto
           MOVE 'N' TO Ws-Cliente-Found
           OPEN I-O ClienteFile
           MOVE 'N' TO Ws-EOF
           PERFORM UNTIL End-File OR Ws-Cliente-Found = 'Y'
               READ ClienteFile
                   AT END
                       MOVE 'Y' TO Ws-EOF
                   NOT AT END
                       IF Cliente-No = Ws-Cliente-No
                           MOVE 'Y' TO Ws-Cliente-Found
                       END-IF
               END-READ
           END-PERFORM
           MOVE Ws-Alerta-Monto TO Cliente-Alerta-Debito
           REWRITE ClienteRecord
           CLOSE ClienteFile
           IF Ws-Alerta-Monto = 0
               DISPLAY "El cliente queda sin aviso de debitos."
           ELSE
               IF Cliente-Telefono = SPACES
                   DISPLAY "AVISO: el cliente no tiene telefono "
                       "registrado; actualicelo para recibir avisos."
               END-IF
               DISPLAY "Aviso de debitos registrado."
           END-IF.

      *Posicion total del cliente: todas sus cuentas en cuentas.dat
      *(por Account-Customer-No) y el saldo consolidado, que es lo
      *que pide el regulador. Las cuentas de las que el cliente es
      *cotitular en cotitulares.dat entran tambien, marcadas como
      *tales; las que solo firma como autorizado no son suyas.
       Show-Customer-Position.
           DISPLAY "Ingrese numero de cliente: "
           ACCEPT Ws-Cliente-No
           PERFORM Find-Customer
           IF Ws-Cliente-Found = 'N'
               DISPLAY "Ese cliente no existe."
               EXIT PARAGRAPH
           END-IF

           DISPLAY "======POSICION CONSOLIDADA======"
           DISPLAY "Cliente No. ", Cliente-No, " | ", Cliente-Nombre
           DISPLAY "Documento: ", Cliente-Documento
           MOVE 0 TO Ws-Posicion-Cuentas
           MOVE 0 TO Ws-Posicion-Total
           OPEN INPUT AccountFile
           MOVE 'N' TO Ws-EOF
           PERFORM UNTIL End-File
               READ AccountFile
                   AT END
                       MOVE 'Y' TO Ws-EOF
                   NOT AT END
                       IF Account-Customer-No = Ws-Cliente-No
                           ADD 1 TO Ws-Posicion-Cuentas
                           ADD Account-Balance TO Ws-Posicion-Total
                           MOVE Account-Balance TO Ws-Saldo-Edit
                           DISPLAY "Cuenta: ", Account-ID, " | Tipo: ",
                               Account-Type, " | Saldo: ", Ws-Saldo-Edit
                       END-IF
               END-READ
           END-PERFORM
           CLOSE AccountFile
           MOVE 0 TO Ws-Posicion-Cotitular
           OPEN INPUT CotitularFile
           MOVE 'N' TO Ws-EOF-Cot
           PERFORM UNTIL End-Of-Cot
               READ CotitularFile
                   AT END
                       MOVE 'Y' TO Ws-EOF-Cot
                   NOT AT END
                       IF Cot-Cliente-No = Ws-Cliente-No
                           AND Cot-Activo AND Rol-Cotitular
                           PERFORM Show-Cotitular-Account
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CotitularFile
           IF Ws-Posicion-Cuentas = 0
               DISPLAY "El cliente no tiene cuentas asociadas."
           ELSE
               MOVE Ws-Posicion-Total TO Ws-Posicion-Edit
               DISPLAY "Cuentas: ", Ws-Posicion-Cuentas,
                   " | Saldo consolidado: ", Ws-Posicion-Edit
               IF Ws-Posicion-Cotitular > 0
                   DISPLAY "De ellas como cotitular: ",
                       Ws-Posicion-Cotitular
               END-IF
           END-IF.

       Show-Cotitular-Account.
           OPEN INPUT AccountFile
           MOVE 'N' TO Ws-EOF
           PERFORM UNTIL End-File
               READ AccountFile
                   AT END
                       MOVE 'Y' TO Ws-EOF
                   NOT AT END
                       IF Account-ID = Cot-Account-ID
                           ADD 1 TO Ws-Posicion-Cuentas
                           ADD 1 TO Ws-Posicion-Cotitular
                           ADD Account-Balance TO Ws-Posicion-Total
                           MOVE Account-Balance TO Ws-Saldo-Edit
                           DISPLAY "Cuenta: ", Account-ID, " | Tipo: ",
                               Account-Type, " | Saldo: ",
                               Ws-Saldo-Edit, " | COTITULAR"
                           MOVE 'Y' TO Ws-EOF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE AccountFile.

      *Titulares y firmas de una cuenta. La cuenta debe tener ya su
      *cliente principal (Account-Customer-No); los cotitulares y
      *autorizados se vinculan en cotitulares.dat.
       Manage-Account-Holders.
           DISPLAY Prompt-Account-ID
           ACCEPT Ws-Cot-Cuenta
           MOVE 'N' TO Ws-Found
           OPEN INPUT AccountFile
           MOVE 'N' TO Ws-EOF
           PERFORM UNTIL End-File OR Id-Exists
               READ AccountFile
                   AT END
                       MOVE 'Y' TO Ws-EOF
                   NOT AT END
                       IF Account-ID = Ws-Cot-Cuenta
                           MOVE 'Y' TO Ws-Found
                           MOVE Account-Customer-No TO Ws-Cot-Principal
                       END-IF
               END-READ
           END-PERFORM
           CLOSE AccountFile
           IF Ws-Found = 'N'
               DISPLAY "Cuenta no encontrada."
               EXIT PARAGRAPH
           END-IF
           IF Ws-Cot-Principal = 0
               DISPLAY "La cuenta no tiene cliente principal; "
                   "asociela primero a un cliente."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "-----TITULARES DE LA CUENTA-----"
           DISPLAY "1. Vincular cotitular o autorizado"
           DISPLAY "2. Retirar un vinculo"
           DISPLAY "3. Cambiar regimen de firmas"
           DISPLAY "4. Listar titulares"
           DISPLAY "Seleccione una opcion: "
           ACCEPT Ws-Cot-Option
           EVALUATE Ws-Cot-Option
               WHEN '1'
                   PERFORM Add-Account-Holder
               WHEN '2'
                   PERFORM Retire-Account-Holder
               WHEN '3'
                   PERFORM Change-Signature-Rule
               WHEN '4'
                   PERFORM List-Account-Holders
               WHEN OTHER
                   DISPLAY "Opcion no valida, intente de nuevo."
           END-EVALUATE.

      *Cuenta los vinculos activos de Ws-Cot-Cuenta, deja su regimen
      *de firmas en Ws-Cot-Firma y marca si Ws-Cliente-No ya esta
      *vinculado a la cuenta.
       Scan-Account-Holders.
           MOVE 0 TO Ws-Cot-Vinculos
           MOVE 'O' TO Ws-Cot-Firma
           MOVE 'N' TO Ws-Cot-Ya-Vinculado
           OPEN INPUT CotitularFile
           MOVE 'N' TO Ws-EOF-Cot
           PERFORM UNTIL End-Of-Cot
               READ CotitularFile
                   AT END
                       MOVE 'Y' TO Ws-EOF-Cot
                   NOT AT END
                       IF Cot-Account-ID = Ws-Cot-Cuenta
                           AND Cot-Activo
                           ADD 1 TO Ws-Cot-Vinculos
                           MOVE Cot-Firma TO Ws-Cot-Firma
                           IF Cot-Cliente-No = Ws-Cliente-No
                               MOVE 'Y' TO Ws-Cot-Ya-Vinculado
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CotitularFile.

      *Al primer vinculo de la cuenta se graba tambien el registro
      *del principal y se define el regimen de firmas; los
      *siguientes heredan el regimen vigente.
       Add-Account-Holder.
           DISPLAY "Ingrese numero de cliente: "
           ACCEPT Ws-Cliente-No
           PERFORM Find-Customer
           IF Ws-Cliente-Found = 'N'
               DISPLAY "Ese cliente no existe; creelo primero en la "
                   "pantalla de clientes."
               EXIT PARAGRAPH
           END-IF
           IF Ws-Cliente-No = Ws-Cot-Principal
               DISPLAY "Ese cliente ya es el titular principal."
               EXIT PARAGRAPH
           END-IF
           IF Sarlaft-Retenido
               PERFORM Display-Sarlaft-Block
               EXIT PARAGRAPH
           END-IF
           PERFORM Scan-Account-Holders
           IF Ws-Cot-Ya-Vinculado = 'Y'
               DISPLAY "Ese cliente ya esta vinculado a la cuenta."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Rol (C=Cotitular/A=Autorizado): "
           ACCEPT Ws-Cot-Rol
           MOVE FUNCTION UPPER-CASE(Ws-Cot-Rol) TO Ws-Cot-Rol
           IF Ws-Cot-Rol NOT = 'C' AND Ws-Cot-Rol NOT = 'A'
               DISPLAY "Rol no valido, operacion cancelada."
               EXIT PARAGRAPH
           END-IF
           IF Ws-Cot-Vinculos = 0
               DISPLAY "Firma (Y=Conjunta/O=Individual): "
               ACCEPT Ws-Cot-Firma
               MOVE FUNCTION UPPER-CASE(Ws-Cot-Firma) TO Ws-Cot-Firma
               IF Ws-Cot-Firma NOT = 'Y' AND Ws-Cot-Firma NOT = 'O'
                   DISPLAY "Regimen no valido, operacion cancelada."
                   EXIT PARAGRAPH
               END-IF
           END-IF
           OPEN EXTEND CotitularFile
           IF Ws-Cot-Vinculos = 0
               MOVE Ws-Cot-Cuenta TO Cot-Account-ID
               MOVE Ws-Cot-Principal TO Cot-Cliente-No
               MOVE 'P' TO Cot-Rol
               MOVE Ws-Cot-Firma TO Cot-Firma
               MOVE FUNCTION CURRENT-DATE(1:8) TO Cot-Fecha
               MOVE 'A' TO Cot-Estado
               WRITE CotitularRecord
           END-IF
           MOVE Ws-Cot-Cuenta TO Cot-Account-ID
           MOVE Ws-Cliente-No TO Cot-Cliente-No
           MOVE Ws-Cot-Rol TO Cot-Rol
           MOVE Ws-Cot-Firma TO Cot-Firma
           MOVE FUNCTION CURRENT-DATE(1:8) TO Cot-Fecha
           MOVE 'A' TO Cot-Estado
           WRITE CotitularRecord
           CLOSE CotitularFile
           DISPLAY "Cliente ", Ws-Cliente-No, " vinculado a la cuenta ",
               Ws-Cot-Cuenta, ".".

      *El principal no se retira aqui: se cambia con "Asociar cuenta
      *a cliente". El registro retirado queda como historial.
       Retire-Account-Holder.
           DISPLAY "Ingrese numero de cliente: "
           ACCEPT Ws-Cliente-No
           IF Ws-Cliente-No = Ws-Cot-Principal
               DISPLAY "El titular principal se cambia con la opcion "
                   "Asociar cuenta a cliente."
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO Ws-Cot-Found
           OPEN I-O CotitularFile
           MOVE 'N' TO Ws-EOF-Cot
           PERFORM UNTIL End-Of-Cot OR Ws-Cot-Found = 'Y'
               READ CotitularFile
                   AT END
                       MOVE 'Y' TO Ws-EOF-Cot
                   NOT AT END
                       IF Cot-Account-ID = Ws-Cot-Cuenta
                           AND Cot-Cliente-No = Ws-Cliente-No
                           AND Cot-Activo AND NOT Rol-Principal
                           MOVE 'Y' TO Ws-Cot-Found
                       END-IF
               END-READ
           END-PERFORM
           IF Ws-Cot-Found = 'N'
               DISPLAY "Ese cliente no esta vinculado a la cuenta."
               CLOSE CotitularFile
               EXIT PARAGRAPH
           END-IF
           MOVE 'R' TO Cot-Estado
           REWRITE CotitularRecord
           CLOSE CotitularFile
           DISPLAY "Vinculo del cliente ", Ws-Cliente-No,
               " retirado.".

      *El regimen es de la cuenta: se reescribe en todos sus
      *vinculos activos para que ninguno quede desalineado.
       Change-Signature-Rule.
           MOVE 0 TO Ws-Cliente-No
           PERFORM Scan-Account-Holders
           IF Ws-Cot-Vinculos = 0
               DISPLAY "La cuenta tiene un solo titular; su firma "
                   "es individual."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Firma actual: ", Ws-Cot-Firma
           DISPLAY "Firma (Y=Conjunta/O=Individual): "
           ACCEPT Ws-Cot-Firma
           MOVE FUNCTION UPPER-CASE(Ws-Cot-Firma) TO Ws-Cot-Firma
           IF Ws-Cot-Firma NOT = 'Y' AND Ws-Cot-Firma NOT = 'O'
               DISPLAY "Regimen no valido, operacion cancelada."
               EXIT PARAGRAPH
           END-IF
           OPEN I-O CotitularFile
           MOVE 'N' TO Ws-EOF-Cot
           PERFORM UNTIL End-Of-Cot
               READ CotitularFile
                   AT END
                       MOVE 'Y' TO Ws-EOF-Cot
                   NOT AT END
                       IF Cot-Account-ID = Ws-Cot-Cuenta
                           AND Cot-Activo
                           MOVE Ws-Cot-Firma TO Cot-Firma
                           REWRITE CotitularRecord
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CotitularFile
           DISPLAY "Regimen de firmas actualizado.".

       List-Account-Holders.
           MOVE 0 TO Ws-Cot-Vinculos
           OPEN INPUT CotitularFile
           MOVE 'N' TO Ws-EOF-Cot
           PERFORM UNTIL End-Of-Cot
               READ CotitularFile
                   AT END
                       MOVE 'Y' TO Ws-EOF-Cot
                   NOT AT END
                       IF Cot-Account-ID = Ws-Cot-Cuenta
                           AND Cot-Activo
                           IF Ws-Cot-Vinculos = 0
                               IF Firma-Conjunta
                                   DISPLAY "Firma: CONJUNTA (cuenta y)"
                               ELSE
                                   DISPLAY "Firma: INDIVIDUAL "
                                       "(cuenta o)"
                               END-IF
                           END-IF
                           ADD 1 TO Ws-Cot-Vinculos
                           PERFORM Display-Account-Holder
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CotitularFile
           IF Ws-Cot-Vinculos = 0
               DISPLAY "Titular unico: cliente ", Ws-Cot-Principal,
                   " | Firma: INDIVIDUAL"
           END-IF.

      *Muestra el vinculo leido en CotitularRecord con el nombre del
      *cliente tomado del maestro.
       Display-Account-Holder.
           EVALUATE TRUE
               WHEN Rol-Principal
                   MOVE "PRINCIPAL" TO Ws-Cot-Rol-Desc
               WHEN Rol-Cotitular
                   MOVE "COTITULAR" TO Ws-Cot-Rol-Desc
               WHEN OTHER
                   MOVE "AUTORIZADO" TO Ws-Cot-Rol-Desc
           END-EVALUATE
           MOVE Cot-Cliente-No TO Ws-Cliente-No
           PERFORM Find-Customer
           IF Ws-Cliente-Found = 'N'
               MOVE SPACES TO Cliente-Nombre
           END-IF
           DISPLAY "  Cliente ", Cot-Cliente-No, " | ",
               Ws-Cot-Rol-Desc, " | ", Cliente-Nombre.

      *Antes de un debito por ventanilla (retiro o transferencia) de
      *Ws-Cot-Cuenta: si la cuenta es de firma conjunta avisa al
      *cajero, lista los titulares que deben firmar y pide que
      *confirme las firmas; deja el resultado en Ws-Cot-Firmas-OK.
       Check-Joint-Signature.
           MOVE 'Y' TO Ws-Cot-Firmas-OK
           MOVE 0 TO Ws-Cliente-No
           PERFORM Scan-Account-Holders
           IF Ws-Cot-Vinculos = 0 OR Ws-Cot-Firma NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           DISPLAY "ATENCION: la cuenta exige firma conjunta de "
               "todos sus titulares:"
           OPEN INPUT CotitularFile
           MOVE 'N' TO Ws-EOF-Cot
           PERFORM UNTIL End-Of-Cot
               READ CotitularFile
                   AT END
                       MOVE 'Y' TO Ws-EOF-Cot
                   NOT AT END
                       IF Cot-Account-ID = Ws-Cot-Cuenta
                           AND Cot-Activo AND NOT Rol-Autorizado
                           PERFORM Display-Account-Holder
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CotitularFile
           DISPLAY "Confirma que firmaron todos (SI/NO): "
           ACCEPT Ws-Cot-Confirma
           MOVE FUNCTION UPPER-CASE(Ws-Cot-Confirma) TO Ws-Cot-Confirma
           IF Ws-Cot-Confirma NOT = 'SI'
               MOVE 'N' TO Ws-Cot-Firmas-OK
               DISPLAY "Faltan firmas, operacion cancelada."
           END-IF.

      *Carga al arrancar las reglas vigentes desde parametros.dat;
           PERFORM Buscar-Parametro
           IF Ws-Param-Hallado = 'Y'
               MOVE Ws-Param-Valor TO Ws-Tope-Corriente
           END-IF
           MOVE 'TASA-GMF' TO Ws-Param-Codigo
           MOVE 'G' TO Ws-Param-Tipo
           MOVE 9999999.99 TO Ws-Param-Saldo
           PERFORM Buscar-Parametro
           IF Ws-Param-Hallado = 'Y'
               MOVE Ws-Param-Valor TO Ws-Tasa-Gmf
           END-IF
           MOVE 'TOPE-GMF' TO Ws-Param-Codigo
           MOVE 'G' TO Ws-Param-Tipo
           MOVE 9999999.99 TO Ws-Param-Saldo
           PERFORM Buscar-Parametro
           IF Ws-Param-Hallado = 'Y'
               MOVE Ws-Param-Valor TO Ws-Tope-Gmf
           END-IF
           MOVE 'TOPE-REVERSA' TO Ws-Param-Codigo
           MOVE 'S' TO Ws-Param-Tipo
           MOVE 9999999.99 TO Ws-Param-Saldo
           PERFORM Buscar-Parametro
           IF Ws-Param-Hallado = 'Y'
               MOVE Ws-Param-Valor TO Ws-Tope-Reversa
           END-IF.

      *Recorre parametros.dat buscando el registro del codigo y tipo

      *Pantalla de parametros, solo para el supervisor. El archivo es
      *de solo agregar: un cambio de regla es un registro nuevo con su
      *fecha de vigencia, y el historial queda completo con el
      *supervisor que lo solicito y el que lo aprobo.
       Manage-Parameters.
           PERFORM Validate-Supervisor
           IF Ws-Sup-OK = 'N'
               DISPLAY "Supervisor o clave incorrectos, operacion "
                   "cancelada."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "-----PARAMETROS-----"

       Add-Parameter.
           DISPLAY "Codigo (TASA-INTERES/SALDO-MINIMO/SOBREGIRO/"
               "TOPE-RETIRO/CUOTA-MANEJO/UMBRAL-CUOTA/TASA-CDT/"
               "TASA-GMF/TOPE-GMF/TASA-CREDITO/TOPE-REVERSA/"
               "TOPE-SEGURO): "
           ACCEPT Ws-Param-Codigo
           MOVE FUNCTION UPPER-CASE(Ws-Param-Codigo)
               TO Ws-Param-Codigo
               AND Ws-Param-Codigo NOT = 'CUOTA-MANEJO'
               AND Ws-Param-Codigo NOT = 'UMBRAL-CUOTA'
               AND Ws-Param-Codigo NOT = 'TASA-CDT'
               AND Ws-Param-Codigo NOT = 'TASA-GMF'
               AND Ws-Param-Codigo NOT = 'TOPE-GMF'
               AND Ws-Param-Codigo NOT = 'TASA-CREDITO'
               AND Ws-Param-Codigo NOT = 'TOPE-REVERSA'
               AND Ws-Param-Codigo NOT = 'TOPE-SEGURO'
               DISPLAY "Codigo no valido, operacion cancelada."
               EXIT PARAGRAPH
           END-IF
      *La tasa de CDT no es de un tipo de cuenta: lleva siempre el
      *tipo 'T' de deposito a termino. Los del GMF tampoco: van
      *con el tipo 'G', la tasa de los prestamos con el 'P', el
      *tope de reversas con el 'S' (supervision) y el tope del
      *seguro de depositos con el 'F' (Fogafin).
           IF Ws-Param-Codigo = 'TASA-CDT'
               MOVE 'T' TO Ws-Param-Tipo
           ELSE IF Ws-Param-Codigo = 'TASA-GMF'
               OR Ws-Param-Codigo = 'TOPE-GMF'
               MOVE 'G' TO Ws-Param-Tipo
           ELSE IF Ws-Param-Codigo = 'TASA-CREDITO'
               MOVE 'P' TO Ws-Param-Tipo
           ELSE IF Ws-Param-Codigo = 'TOPE-REVERSA'
               MOVE 'S' TO Ws-Param-Tipo
           ELSE IF Ws-Param-Codigo = 'TOPE-SEGURO'
               MOVE 'F' TO Ws-Param-Tipo
           ELSE
               DISPLAY Prompt-Account-Type
               ACCEPT Ws-Param-Tipo
                   EXIT PARAGRAPH
               END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           DISPLAY "Tramo de saldo desde (0 si no aplica): "
           ACCEPT Ws-Param-Saldo
           DISPLAY "Valor del parametro: "
               DISPLAY "Fecha no valida, operacion cancelada."
               EXIT PARAGRAPH
           END-IF
      *El parametro no se graba aqui: queda como solicitud y lo
      *graba Apply-Parameter-Authorization cuando otro supervisor
      *la aprueba.
           MOVE 'P' TO Ws-Aut-Tipo
           MOVE 0 TO Ws-Aut-Cuenta
           MOVE 0 TO Ws-Aut-Monto
           PERFORM Request-Authorization.

      *Cambio de estado de cuenta, solo para el supervisor: bloquear
      *por orden judicial, reactivar una inactiva o devolver a activa
      *una bloqueada. Cada cambio queda en auditoria-estados.dat con
      *fecha y hora y con el supervisor que lo hizo (y el que lo
      *aprobo, si tuvo doble control).
       Change-Account-Status.
           PERFORM Validate-Supervisor
           IF Ws-Sup-OK = 'N'
               DISPLAY "Supervisor o clave incorrectos, operacion "
                   "cancelada."
               EXIT PARAGRAPH
           END-IF

               EXIT PARAGRAPH
           END-IF

      *Sacar una cuenta de bloqueo tiene doble control: queda la
      *solicitud y lo aplica Apply-Unblock-Authorization cuando otro
      *supervisor la aprueba. Bloquear o cambiar entre activa e
      *inactiva sigue siendo inmediato.
           IF Ws-Estado-Anterior = 'B'
               CLOSE AccountFile
               MOVE 'E' TO Ws-Aut-Tipo
               MOVE Ws-Search-ID TO Ws-Aut-Cuenta
               MOVE 0 TO Ws-Aut-Monto
               PERFORM Request-Authorization
               EXIT PARAGRAPH
           END-IF

           MOVE Ws-Estado-Nuevo TO Account-Status
           REWRITE AccountRecord
           CLOSE AccountFile
           MOVE Ws-Sup-Actual TO Ws-Aud-Supervisor
           MOVE 0 TO Ws-Aud-Autoriza
           PERFORM Record-Status-Audit
           DISPLAY "Estado de la cuenta actualizado.".

           MOVE Ws-Estado-Nuevo TO Aud-Estado-Nuevo
           MOVE FUNCTION CURRENT-DATE(1:8) TO Aud-Fecha
           MOVE FUNCTION CURRENT-DATE(9:6) TO Aud-Hora
           MOVE Ws-Aud-Supervisor TO Aud-Supervisor
           MOVE Ws-Aud-Autoriza TO Aud-Autoriza
           WRITE AuditRecord
           CLOSE AuditFile.

      *cajero no se elimina: se retira ('R'), porque el diario viejo
      *sigue atribuyendole movimientos por su codigo.
       Manage-Tellers.
           PERFORM Validate-Supervisor
           IF Ws-Sup-OK = 'N'
               DISPLAY "Supervisor o clave incorrectos, operacion "
                   "cancelada."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "-----CAJEROS-----"
           ACCEPT Cajero-Nombre
           DISPLAY "Clave del cajero (4 digitos): "
           ACCEPT Cajero-Clave
           DISPLAY "Sucursal del cajero (0 = esta sucursal): "
           ACCEPT Ws-Sucursal-Entrada
           IF Ws-Sucursal-Entrada = 0
               MOVE Ws-Sucursal-Actual TO Ws-Sucursal-Entrada
           END-IF
           MOVE Ws-Sucursal-Entrada TO Cajero-Sucursal
           MOVE 'A' TO Cajero-Estado
           MOVE Ws-Sup-Actual TO Cajero-Supervisor
           WRITE CajeroRecord
           CLOSE CajeroFile
           DISPLAY "Cajero creado. Codigo ", Cajero-Codigo.
                   NOT AT END
                       ADD 1 TO Ws-Cajeros-Listados
                       DISPLAY "Cajero ", Cajero-Codigo, " | ",
                           Cajero-Nombre, " | Estado: ", Cajero-Estado,
                           " | Sucursal: ", Cajero-Sucursal
               END-READ
           END-PERFORM
           CLOSE CajeroFile
               EXIT PARAGRAPH
           END-IF
           MOVE 'R' TO Cajero-Estado
           MOVE Ws-Sup-Actual TO Cajero-Supervisor
           REWRITE CajeroRecord
           CLOSE CajeroFile
           DISPLAY "Cajero retirado.".

      *Identifica al supervisor de la funcion en curso por su codigo
      *y su clave individual en supervisores.dat y lo deja en
      *Ws-Sup-Actual. Mientras el maestro no tenga supervisores
      *activos (el dia del estreno del control) rige la clave general
      *compilada, con supervisor cero, igual que la ventanilla opera
      *sin cajero hasta que hay cajeros registrados.
       Validate-Supervisor.
           MOVE 'N' TO Ws-Sup-OK
           MOVE 0 TO Ws-Sup-Actual
           MOVE 0 TO Ws-Sup-Alta-Por
           MOVE SPACES TO Ws-Sup-Nombre-Act
           PERFORM Count-Active-Supervisors
           IF Ws-Sups-Activos = 0
               DISPLAY "AVISO: no hay supervisores registrados; "
                   "rige la clave general."
               DISPLAY "Clave de supervisor: "
               ACCEPT Ws-Clave-Entrada
               IF Ws-Clave-Entrada = Ws-Clave-Supervisor
                   MOVE 'Y' TO Ws-Sup-OK
               END-IF
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Codigo de supervisor: "
           ACCEPT Ws-Sup-Codigo-Ent
           DISPLAY "Clave de supervisor: "
           ACCEPT Ws-Clave-Entrada
           OPEN INPUT SupervisorFile
           MOVE 'N' TO Ws-EOF
           PERFORM UNTIL End-File OR Ws-Sup-OK = 'Y'
               READ SupervisorFile
                   AT END
                       MOVE 'Y' TO Ws-EOF
                   NOT AT END
                       IF Sup-Codigo = Ws-Sup-Codigo-Ent
                           AND Sup-Clave = Ws-Clave-Entrada
                           AND Sup-Activo
                           MOVE 'Y' TO Ws-Sup-OK
                           MOVE Sup-Codigo TO Ws-Sup-Actual
                           MOVE Sup-Nombre TO Ws-Sup-Nombre-Act
                           MOVE Sup-Cambio-Por TO Ws-Sup-Alta-Por
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SupervisorFile.

       Count-Active-Supervisors.
           MOVE 0 TO Ws-Sups-Activos
           OPEN INPUT SupervisorFile
           MOVE 'N' TO Ws-EOF
           PERFORM UNTIL End-File
               READ SupervisorFile
                   AT END
                       MOVE 'Y' TO Ws-EOF
                   NOT AT END
                       IF Sup-Activo
                           ADD 1 TO Ws-Sups-Activos
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SupervisorFile.

      *Seguir operando con los archivos descuadrados contra el cierre
      *es decision de un solo supervisor (no puede esperar a otro con
      *la ventanilla detenida), pero queda en autorizaciones.dat
      *como directa para que auditoria sepa quien la tomo.
       Record-Integrity-Override.
           PERFORM Get-Next-Aut-No
           OPEN EXTEND AutorizacionFile
           MOVE Ws-Aut-No TO Aut-No
           MOVE 'I' TO Aut-Tipo
           MOVE 'D' TO Aut-Estado
           MOVE FUNCTION CURRENT-DATE(1:8) TO Aut-Fecha
           MOVE FUNCTION CURRENT-DATE(9:6) TO Aut-Hora
           MOVE Ws-Sup-Actual TO Aut-Sup-Solicita
           MOVE Ws-Cajero-Actual TO Aut-Cajero
           MOVE Ws-Sup-Actual TO Aut-Sup-Resuelve
           MOVE Aut-Fecha TO Aut-Fecha-Resuelve
           MOVE Aut-Hora TO Aut-Hora-Resuelve
           MOVE 0 TO Aut-Account-ID
           MOVE 0 TO Aut-Monto
           MOVE SPACES TO Aut-Datos
           WRITE AutorizacionRecord
           CLOSE AutorizacionFile
           DISPLAY "Continuacion autorizada por el supervisor ",
               Ws-Sup-Actual, " (registro No. ", Ws-Aut-No, ").".

      *Deja pendiente en autorizaciones.dat la operacion sensible
      *preparada por el supervisor Ws-Sup-Actual: tipo en
      *Ws-Aut-Tipo, cuenta y monto en Ws-Aut-Cuenta y Ws-Aut-Monto,
      *y los datos propios del tipo en los campos de trabajo de la
      *pantalla que la origino. No se registra dos veces la misma
      *operacion mientras la primera siga pendiente.
       Request-Authorization.
           PERFORM Check-Pending-Authorization
           IF Ws-Aut-Duplicada = 'Y'
               DISPLAY "Ya hay una solicitud pendiente No. ",
                   Ws-Aut-No, " para esta operacion."
               EXIT PARAGRAPH
           END-IF
           PERFORM Get-Next-Aut-No
           OPEN EXTEND AutorizacionFile
           MOVE Ws-Aut-No TO Aut-No
           MOVE Ws-Aut-Tipo TO Aut-Tipo
           MOVE 'P' TO Aut-Estado
           MOVE FUNCTION CURRENT-DATE(1:8) TO Aut-Fecha
           MOVE FUNCTION CURRENT-DATE(9:6) TO Aut-Hora
           MOVE Ws-Sup-Actual TO Aut-Sup-Solicita
           MOVE Ws-Cajero-Actual TO Aut-Cajero
           MOVE 0 TO Aut-Sup-Resuelve
           MOVE 0 TO Aut-Fecha-Resuelve
           MOVE 0 TO Aut-Hora-Resuelve
           MOVE Ws-Aut-Cuenta TO Aut-Account-ID
           MOVE Ws-Aut-Monto TO Aut-Monto
           MOVE SPACES TO Aut-Datos
           EVALUATE Ws-Aut-Tipo
               WHEN 'P'
                   MOVE Ws-Param-Codigo TO Aut-Param-Codigo
                   MOVE Ws-Param-Tipo TO Aut-Param-Tipo
                   MOVE Ws-Param-Saldo TO Aut-Param-Tramo
                   MOVE Ws-Param-Valor TO Aut-Param-Valor
                   MOVE Ws-Param-Fecha TO Aut-Param-Fecha
               WHEN 'L'
                   MOVE Ws-Ret-Oficio TO Aut-Ret-Oficio
               WHEN 'E'
                   MOVE Ws-Estado-Anterior TO Aut-Estado-Anterior
                   MOVE Ws-Estado-Nuevo TO Aut-Estado-Nuevo
               WHEN 'R'
                   MOVE Ws-Reversal-Seq TO Aut-Rev-Seq
                   MOVE Ws-Original-Type TO Aut-Rev-Tipo
               WHEN 'S'
                   MOVE Ws-Sup-Nombre-Ent TO Aut-Sup-Nombre
               WHEN 'B'
                   MOVE Ws-Sup-Codigo-Ent TO Aut-Baja-Codigo
           END-EVALUATE
           WRITE AutorizacionRecord
           CLOSE AutorizacionFile
           DISPLAY "Solicitud No. ", Ws-Aut-No, " registrada; queda "
               "pendiente de aprobacion por otro supervisor.".

      *Busca una solicitud pendiente del mismo tipo sobre lo mismo:
      *el mismo parametro, tramo y vigencia, el mismo oficio, la
      *misma cuenta o la misma transaccion; si la hay deja su numero
      *en Ws-Aut-No.
       Check-Pending-Authorization.
           MOVE 'N' TO Ws-Aut-Duplicada
           OPEN INPUT AutorizacionFile
           MOVE 'N' TO Ws-EOF-Aut
           PERFORM UNTIL End-Of-Aut OR Ws-Aut-Duplicada = 'Y'
               READ AutorizacionFile
                   AT END
                       MOVE 'Y' TO Ws-EOF-Aut
                   NOT AT END
                       IF Aut-Pendiente AND Aut-Tipo = Ws-Aut-Tipo
                           PERFORM Compare-Pending-Authorization
                       END-IF
               END-READ
           END-PERFORM
           CLOSE AutorizacionFile.

       Compare-Pending-Authorization.
           EVALUATE Ws-Aut-Tipo
               WHEN 'P'
                   IF Aut-Param-Codigo = Ws-Param-Codigo
                       AND Aut-Param-Tipo = Ws-Param-Tipo
                       AND Aut-Param-Tramo = Ws-Param-Saldo
                       AND Aut-Param-Fecha = Ws-Param-Fecha
                       MOVE 'Y' TO Ws-Aut-Duplicada
                   END-IF
               WHEN 'L'
                   IF Aut-Ret-Oficio = Ws-Ret-Oficio
                       MOVE 'Y' TO Ws-Aut-Duplicada
                   END-IF
               WHEN 'E'
                   IF Aut-Account-ID = Ws-Aut-Cuenta
                       MOVE 'Y' TO Ws-Aut-Duplicada
                   END-IF
               WHEN 'R'
                   IF Aut-Rev-Seq = Ws-Reversal-Seq
                       MOVE 'Y' TO Ws-Aut-Duplicada
                   END-IF
               WHEN 'S'
                   IF Aut-Sup-Nombre = Ws-Sup-Nombre-Ent
                       MOVE 'Y' TO Ws-Aut-Duplicada
                   END-IF
               WHEN 'B'
                   IF Aut-Baja-Codigo = Ws-Sup-Codigo-Ent
                       MOVE 'Y' TO Ws-Aut-Duplicada
                   END-IF
           END-EVALUATE
           IF Ws-Aut-Duplicada = 'Y'
               MOVE Aut-No TO Ws-Aut-No
           END-IF.

      *El numero de autorizacion es el maximo existente mas uno,
      *igual que el codigo de cajero.
       Get-Next-Aut-No.
           MOVE 0 TO Ws-Aut-Max-No
           OPEN INPUT AutorizacionFile
           MOVE 'N' TO Ws-EOF-Aut
           PERFORM UNTIL End-Of-Aut
               READ AutorizacionFile
                   AT END
                       MOVE 'Y' TO Ws-EOF-Aut
                   NOT AT END
                       IF Aut-No > Ws-Aut-Max-No
                           MOVE Aut-No TO Ws-Aut-Max-No
                       END-IF
               END-READ
           END-PERFORM
           CLOSE AutorizacionFile
           COMPUTE Ws-Aut-No = Ws-Aut-Max-No + 1.

      *Pantalla de supervisores: solicitudes de doble control y
      *maestro de supervisores. Aprobar aplica el cambio en ese
      *momento y solo puede hacerlo un supervisor distinto del que
      *lo solicito; rechazar (o retirar la propia solicitud) la
      *cierra sin aplicar nada.
       Manage-Supervisors.
           PERFORM Validate-Supervisor
           IF Ws-Sup-OK = 'N'
               DISPLAY "Supervisor o clave incorrectos, operacion "
                   "cancelada."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "-----SUPERVISORES Y AUTORIZACIONES-----"
           DISPLAY "1. Listar solicitudes pendientes"
           DISPLAY "2. Aprobar solicitud"
           DISPLAY "3. Rechazar solicitud"
           DISPLAY "4. Crear supervisor"
           DISPLAY "5. Listar supervisores"
           DISPLAY "6. Retirar supervisor"
           DISPLAY "Seleccione una opcion: "
           ACCEPT Ws-Sup-Option
           EVALUATE Ws-Sup-Option
               WHEN '1'
                   PERFORM List-Pending-Authorizations
               WHEN '2'
                   PERFORM Approve-Authorization
               WHEN '3'
                   PERFORM Reject-Authorization
               WHEN '4'
                   PERFORM Create-Supervisor
               WHEN '5'
                   PERFORM List-Supervisors
               WHEN '6'
                   PERFORM Request-Retire-Supervisor
               WHEN OTHER
                   DISPLAY "Opcion no valida, intente de nuevo."
           END-EVALUATE.

       List-Pending-Authorizations.
           MOVE 0 TO Ws-Aut-Listadas
           OPEN INPUT AutorizacionFile
           MOVE 'N' TO Ws-EOF-Aut
           PERFORM UNTIL End-Of-Aut
               READ AutorizacionFile
                   AT END
                       MOVE 'Y' TO Ws-EOF-Aut
                   NOT AT END
                       IF Aut-Pendiente
                           ADD 1 TO Ws-Aut-Listadas
                           PERFORM Display-Authorization
                       END-IF
               END-READ
           END-PERFORM
           CLOSE AutorizacionFile
           IF Ws-Aut-Listadas = 0
               DISPLAY "No hay solicitudes pendientes."
           END-IF.

       Display-Authorization.
           EVALUATE TRUE
               WHEN Aut-Parametro
                   MOVE "CAMBIO DE PARAMETRO" TO Ws-Aut-Tipo-Desc
               WHEN Aut-Levanta-Ret
                   MOVE "LEVANTA RETENCION" TO Ws-Aut-Tipo-Desc
               WHEN Aut-Desbloqueo
                   MOVE "DESBLOQUEO DE CUENTA" TO Ws-Aut-Tipo-Desc
               WHEN Aut-Reversa
                   MOVE "REVERSA SOBRE TOPE" TO Ws-Aut-Tipo-Desc
               WHEN Aut-Alta-Supervisor
                   MOVE "ALTA DE SUPERVISOR" TO Ws-Aut-Tipo-Desc
               WHEN Aut-Baja-Supervisor
                   MOVE "RETIRO DE SUPERVISOR" TO Ws-Aut-Tipo-Desc
               WHEN OTHER
                   MOVE "OTRO" TO Ws-Aut-Tipo-Desc
           END-EVALUATE
           MOVE Aut-Monto TO Ws-Saldo-Edit
           DISPLAY "Solicitud ", Aut-No, " | ", Ws-Aut-Tipo-Desc,
               " | Cuenta: ", Aut-Account-ID, " | Monto: ",
               Ws-Saldo-Edit
           DISPLAY "    Solicita supervisor ", Aut-Sup-Solicita,
               " el ", Aut-Fecha, " ", Aut-Hora
           EVALUATE TRUE
               WHEN Aut-Parametro
                   MOVE Aut-Param-Valor TO Ws-Param-Valor-Edit
                   DISPLAY "    ", Aut-Param-Codigo, " | Tipo: ",
                       Aut-Param-Tipo, " | Valor: ",
                       Ws-Param-Valor-Edit, " | Vigencia: ",
                       Aut-Param-Fecha, " | Tramo: ",
                       Aut-Param-Tramo
               WHEN Aut-Levanta-Ret
                   DISPLAY "    Oficio: ", Aut-Ret-Oficio
               WHEN Aut-Desbloqueo
                   DISPLAY "    Estado: ", Aut-Estado-Anterior,
                       " -> ", Aut-Estado-Nuevo
               WHEN Aut-Reversa
                   DISPLAY "    Transaccion: ", Aut-Rev-Seq,
                       " | Tipo: ", Aut-Rev-Tipo
               WHEN Aut-Alta-Supervisor
                   DISPLAY "    Nombre: ", Aut-Sup-Nombre
               WHEN Aut-Baja-Supervisor
                   DISPLAY "    Supervisor: ", Aut-Baja-Codigo
           END-EVALUATE.

      *Ubica la solicitud pendiente que pide el supervisor y deja su
      *copia en Ws-Aut-Copia.
       Find-Pending-Authorization.
           DISPLAY "Numero de solicitud: "
           ACCEPT Ws-Aut-No
           MOVE 'N' TO Ws-Aut-Found
           OPEN INPUT AutorizacionFile
           MOVE 'N' TO Ws-EOF-Aut
           PERFORM UNTIL End-Of-Aut OR Ws-Aut-Found = 'Y'
               READ AutorizacionFile
                   AT END
                       MOVE 'Y' TO Ws-EOF-Aut
                   NOT AT END
                       IF Aut-No = Ws-Aut-No AND Aut-Pendiente
                           MOVE 'Y' TO Ws-Aut-Found
                           MOVE AutorizacionRecord TO Ws-Aut-Copia
                       END-IF
               END-READ
           END-PERFORM
           CLOSE AutorizacionFile
           IF Ws-Aut-Found = 'N'
               DISPLAY "No se encontro esa solicitud pendiente."
           END-IF.

      *Aprobar aplica el cambio con los datos guardados en la
      *solicitud, volviendo a validar lo que pudo cambiar desde que
      *se registro. Si ya no se puede aplicar, la solicitud queda
      *pendiente y se rechaza aparte. La clave general nunca aprueba,
      *y tampoco aprueba el supervisor cuya alta pidio el que
      *registro la solicitud, ni aquel que pidio el alta de quien la
      *registro: seria otro codigo de la misma persona.
       Approve-Authorization.
           PERFORM Find-Pending-Authorization
           IF Ws-Aut-Found = 'N'
               EXIT PARAGRAPH
           END-IF
           IF Ws-Sup-Actual = 0
               DISPLAY "La solicitud debe aprobarla un supervisor "
                   "registrado, no la clave general."
               EXIT PARAGRAPH
           END-IF
           MOVE Ws-Aut-Copia TO AutorizacionRecord
           PERFORM Find-Requester-Creator
           IF Aut-Sup-Solicita = Ws-Sup-Actual
               DISPLAY "La solicitud debe aprobarla un supervisor "
                   "distinto del que la registro."
               EXIT PARAGRAPH
           END-IF
           IF Aut-Sup-Solicita = Ws-Sup-Alta-Por
               DISPLAY "La solicitud no puede aprobarla un supervisor "
                   "dado de alta por el que la registro."
               EXIT PARAGRAPH
           END-IF
           IF Ws-Sup-Alta-Solicita = Ws-Sup-Actual
               DISPLAY "La solicitud no puede aprobarla quien dio de "
                   "alta al supervisor que la registro."
               EXIT PARAGRAPH
           END-IF
           MOVE Aut-Sup-Solicita TO Ws-Aut-Solicita
           MOVE 'N' TO Ws-Aut-Aplicada
           EVALUATE TRUE
               WHEN Aut-Parametro
                   PERFORM Apply-Parameter-Authorization
               WHEN Aut-Levanta-Ret
                   PERFORM Apply-Retention-Authorization
               WHEN Aut-Desbloqueo
                   PERFORM Apply-Unblock-Authorization
               WHEN Aut-Reversa
                   PERFORM Apply-Reversal-Authorization
               WHEN Aut-Alta-Supervisor
                   PERFORM Apply-Supervisor-Authorization
               WHEN Aut-Baja-Supervisor
                   PERFORM Apply-Retire-Authorization
           END-EVALUATE
           IF Ws-Aut-Aplicada = 'N'
               DISPLAY "La solicitud no se aplico y sigue pendiente."
               EXIT PARAGRAPH
           END-IF
           MOVE 'A' TO Ws-Aut-Resultado
           PERFORM Resolve-Authorization
           DISPLAY "Solicitud No. ", Ws-Aut-No, " aprobada.".

      *Deja en Ws-Sup-Alta-Solicita quien pidio el alta del
      *supervisor que registro la solicitud (cero si no esta en el
      *maestro).
       Find-Requester-Creator.
           MOVE 0 TO Ws-Sup-Alta-Solicita
           MOVE 'N' TO Ws-Sup-Found
           OPEN INPUT SupervisorFile
           MOVE 'N' TO Ws-EOF
           PERFORM UNTIL End-File OR Ws-Sup-Found = 'Y'
               READ SupervisorFile
                   AT END
                       MOVE 'Y' TO Ws-EOF
                   NOT AT END
                       IF Sup-Codigo = Aut-Sup-Solicita
                           MOVE 'Y' TO Ws-Sup-Found
                           MOVE Sup-Cambio-Por TO Ws-Sup-Alta-Solicita
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SupervisorFile.

       Reject-Authorization.
           PERFORM Find-Pending-Authorization
           IF Ws-Aut-Found = 'N'
               EXIT PARAGRAPH
           END-IF
           MOVE 'X' TO Ws-Aut-Resultado
           PERFORM Resolve-Authorization
           DISPLAY "Solicitud No. ", Ws-Aut-No, " rechazada; no se "
               "aplico ningun cambio.".

       Resolve-Authorization.
           MOVE 'N' TO Ws-Aut-Found
           OPEN I-O AutorizacionFile
           MOVE 'N' TO Ws-EOF-Aut
           PERFORM UNTIL End-Of-Aut OR Ws-Aut-Found = 'Y'
               READ AutorizacionFile
                   AT END
                       MOVE 'Y' TO Ws-EOF-Aut
                   NOT AT END
                       IF Aut-No = Ws-Aut-No
                           MOVE 'Y' TO Ws-Aut-Found
                       END-IF
               END-READ
           END-PERFORM
           IF Ws-Aut-Found = 'Y'
               MOVE Ws-Aut-Resultado TO Aut-Estado
               MOVE Ws-Sup-Actual TO Aut-Sup-Resuelve
               MOVE FUNCTION CURRENT-DATE(1:8) TO Aut-Fecha-Resuelve
               MOVE FUNCTION CURRENT-DATE(9:6) TO Aut-Hora-Resuelve
               REWRITE AutorizacionRecord
           END-IF
           CLOSE AutorizacionFile.

      *El parametro aprobado se graba con el supervisor que lo
      *solicito y el que lo aprobo.
       Apply-Parameter-Authorization.
           OPEN EXTEND ParamFile
           MOVE Aut-Param-Codigo TO Param-Codigo
           MOVE Aut-Param-Tipo TO Param-Tipo-Cuenta
           MOVE Aut-Param-Tramo TO Param-Tramo-Desde
           MOVE Aut-Param-Valor TO Param-Valor
           MOVE Aut-Param-Fecha TO Param-Fecha-Vigencia
           MOVE Ws-Aut-Solicita TO Param-Supervisor
           MOVE Ws-Sup-Actual TO Param-Autoriza
           WRITE ParamRecord
           CLOSE ParamFile
           MOVE 'Y' TO Ws-Aut-Aplicada
           DISPLAY "Parametro agregado."
      *Recarga las reglas por si el parametro nuevo ya esta vigente.
           PERFORM Load-Parameters.

       Apply-Retention-Authorization.
           MOVE Aut-Ret-Oficio TO Ws-Ret-Oficio
           MOVE 'N' TO Ws-Ret-Found
           OPEN I-O RetencionFile
           MOVE 'N' TO Ws-EOF
           PERFORM UNTIL End-File OR Ws-Ret-Found = 'Y'
               READ RetencionFile
                   AT END
                       MOVE 'Y' TO Ws-EOF
                   NOT AT END
                       IF Retencion-Oficio = Ws-Ret-Oficio
                           AND Retencion-Vigente
                           MOVE 'Y' TO Ws-Ret-Found
                       END-IF
               END-READ
           END-PERFORM
           IF Ws-Ret-Found = 'N'
               DISPLAY "Ese oficio ya no esta vigente."
               CLOSE RetencionFile
               EXIT PARAGRAPH
           END-IF
           MOVE 'L' TO Retencion-Estado
           MOVE Ws-Aut-Solicita TO Retencion-Sup-Levanta
           MOVE Ws-Sup-Actual TO Retencion-Sup-Autoriza
           MOVE FUNCTION CURRENT-DATE(1:8) TO Retencion-Fecha-Levanta
           REWRITE RetencionRecord
           CLOSE RetencionFile
           MOVE 'Y' TO Ws-Aut-Aplicada
           DISPLAY "Retencion levantada.".

      *La cuenta tiene que seguir en el estado que tenia cuando se
      *solicito el cambio; si otro supervisor la movio entre tanto,
      *la solicitud ya no aplica.
       Apply-Unblock-Authorization.
           MOVE Aut-Account-ID TO Ws-Search-ID
           MOVE Aut-Estado-Anterior TO Ws-Estado-Anterior
           MOVE Aut-Estado-Nuevo TO Ws-Estado-Nuevo
           OPEN I-O AccountFile
           MOVE 'N' TO Ws-Found
           MOVE 'N' TO Ws-EOF
           PERFORM UNTIL End-File OR Id-Exists
               READ AccountFile
                   AT END
                       MOVE 'Y' TO Ws-EOF
                   NOT AT END
                       IF Account-ID = Ws-Search-ID
                           MOVE 'Y' TO Ws-Found
                       END-IF
               END-READ
           END-PERFORM
           IF Ws-Found = 'N'
               DISPLAY "Cuenta no encontrada."
               CLOSE AccountFile
               EXIT PARAGRAPH
           END-IF
           IF Account-Status NOT = Ws-Estado-Anterior
               DISPLAY "La cuenta ya no esta en el estado de la "
                   "solicitud."
               CLOSE AccountFile
               EXIT PARAGRAPH
           END-IF
           MOVE Ws-Estado-Nuevo TO Account-Status
           REWRITE AccountRecord
           CLOSE AccountFile
           MOVE Ws-Aut-Solicita TO Ws-Aud-Supervisor
           MOVE Ws-Sup-Actual TO Ws-Aud-Autoriza
           PERFORM Record-Status-Audit
           MOVE 'Y' TO Ws-Aut-Aplicada
           DISPLAY "Estado de la cuenta actualizado.".

      *La reversa aprobada se vuelve a validar contra el diario y la
      *cuenta como en Reverse-Transaction (salvo el PIN, que ya se
      *verifico en ventanilla al solicitarla).
       Apply-Reversal-Authorization.
           MOVE Aut-Rev-Seq TO Ws-Reversal-Seq
           PERFORM Find-Reversal-Original
           IF Ws-Original-Found = 'N'
               DISPLAY "No se encontro esa transaccion."
               EXIT PARAGRAPH
           END-IF
           IF Ws-Already-Reversed = 'Y'
               DISPLAY "Esa transaccion ya fue reversada antes."
               EXIT PARAGRAPH
           END-IF

           OPEN I-O AccountFile
           MOVE 'N' TO Ws-Found
           MOVE 'N' TO Ws-EOF
           PERFORM UNTIL End-File OR Id-Exists
               READ AccountFile
                   AT END
                       MOVE 'Y' TO Ws-EOF
                   NOT AT END
                       IF Account-ID = Ws-Original-Account-ID
                           MOVE 'Y' TO Ws-Found
                       END-IF
               END-READ
           END-PERFORM
           IF Ws-Found = 'N'
               DISPLAY "La cuenta de esa transaccion ya no existe."
               CLOSE AccountFile
               EXIT PARAGRAPH
           END-IF
           IF NOT Cuenta-Activa
               PERFORM Display-Status-Rejection
               CLOSE AccountFile
               EXIT PARAGRAPH
           END-IF

           PERFORM Compute-Reversal-Balance
           IF Ws-Rev-OK = 'N'
               CLOSE AccountFile
               EXIT PARAGRAPH
           END-IF
           PERFORM Post-Reversal
           CLOSE AccountFile
           MOVE 'Y' TO Ws-Aut-Aplicada
           DISPLAY "Transaccion reversada exitosamente.".

      *El alta de un supervisor tiene doble control: queda pendiente
      *hasta que la apruebe otro supervisor. Mientras haya menos de
      *dos activos no hay quien apruebe, y los dos primeros se dan
      *de alta directo con la clave general, sin supervisor que los
      *pida (cero).
       Create-Supervisor.
           PERFORM Count-Active-Supervisors
           IF Ws-Sups-Activos < 2 AND Ws-Sup-Actual NOT = 0
               DISPLAY "Hay menos de dos supervisores activos: el "
                   "alta se hace con la clave general."
               DISPLAY "Clave general: "
               ACCEPT Ws-Clave-Entrada
               IF Ws-Clave-Entrada NOT = Ws-Clave-Supervisor
                   DISPLAY "Clave incorrecta, operacion cancelada."
                   EXIT PARAGRAPH
               END-IF
           END-IF
           DISPLAY "Nombre del supervisor: "
           ACCEPT Ws-Sup-Nombre-Ent
           IF Ws-Sups-Activos > 1
               MOVE 'S' TO Ws-Aut-Tipo
               MOVE 0 TO Ws-Aut-Cuenta
               MOVE 0 TO Ws-Aut-Monto
               PERFORM Request-Authorization
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO Ws-Aut-Solicita
           PERFORM Write-Supervisor.

      *La clave la digita el supervisor nuevo en el momento del alta;
      *si no la da, el alta no se aplica.
       Apply-Supervisor-Authorization.
           MOVE Aut-Sup-Nombre TO Ws-Sup-Nombre-Ent
           PERFORM Write-Supervisor.

      *Graba el supervisor nuevo con Ws-Aut-Solicita como quien pidio
      *su alta y la clave que digita el mismo.
       Write-Supervisor.
           DISPLAY "Clave del supervisor nuevo (4 digitos, la digita "
               "el): "
           ACCEPT Ws-Sup-Clave-Ent
           IF Ws-Sup-Clave-Ent = 0
               DISPLAY "La clave no puede ser cero; no se dio de alta."
               EXIT PARAGRAPH
           END-IF
           PERFORM Get-Next-Sup-No
           OPEN EXTEND SupervisorFile
           MOVE Ws-Sup-Max-No TO Sup-Codigo
           MOVE Ws-Sup-Nombre-Ent TO Sup-Nombre
           MOVE Ws-Sup-Clave-Ent TO Sup-Clave
           MOVE 'A' TO Sup-Estado
           MOVE FUNCTION CURRENT-DATE(1:8) TO Sup-Fecha-Cambio
           MOVE Ws-Aut-Solicita TO Sup-Cambio-Por
           WRITE SupervisorRecord
           CLOSE SupervisorFile
           MOVE 'Y' TO Ws-Aut-Aplicada
           DISPLAY "Supervisor creado. Codigo ", Sup-Codigo.

       Get-Next-Sup-No.
           MOVE 0 TO Ws-Sup-Max-No
           OPEN INPUT SupervisorFile
           MOVE 'N' TO Ws-EOF
           PERFORM UNTIL End-File
               READ SupervisorFile
                   AT END
                       MOVE 'Y' TO Ws-EOF
                   NOT AT END
                       IF Sup-Codigo > Ws-Sup-Max-No
                           MOVE Sup-Codigo TO Ws-Sup-Max-No
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SupervisorFile
           ADD 1 TO Ws-Sup-Max-No.

       List-Supervisors.
           MOVE 0 TO Ws-Sups-Listados
           OPEN INPUT SupervisorFile
           MOVE 'N' TO Ws-EOF
           PERFORM UNTIL End-File
               READ SupervisorFile
                   AT END
                       MOVE 'Y' TO Ws-EOF
                   NOT AT END
                       ADD 1 TO Ws-Sups-Listados
                       DISPLAY "Supervisor ", Sup-Codigo, " | ",
                           Sup-Nombre, " | Estado: ", Sup-Estado,
                           " | Desde: ", Sup-Fecha-Cambio,
                           " | Por: ", Sup-Cambio-Por
               END-READ
           END-PERFORM
           CLOSE SupervisorFile
           IF Ws-Sups-Listados = 0
               DISPLAY "No hay supervisores registrados."
           END-IF.

      *El retiro de un supervisor tiene doble control. Un supervisor
      *no pide su propio retiro, y no se retira a nadie si quedarian
      *menos de dos activos: el control volveria a la clave general.
       Request-Retire-Supervisor.
           DISPLAY "Codigo del supervisor a retirar: "
           ACCEPT Ws-Sup-Codigo-Ent
           IF Ws-Sup-Codigo-Ent = Ws-Sup-Actual
               DISPLAY "Un supervisor no puede retirarse a si mismo."
               EXIT PARAGRAPH
           END-IF
           PERFORM Find-Supervisor-To-Retire
           IF Ws-Sup-Found = 'N'
               EXIT PARAGRAPH
           END-IF
           MOVE 'B' TO Ws-Aut-Tipo
           MOVE 0 TO Ws-Aut-Cuenta
           MOVE 0 TO Ws-Aut-Monto
           PERFORM Request-Authorization.

      *Al aprobarse se vuelve a validar: el supervisor pudo retirarse
      *por otra solicitud, o pudo bajar la cantidad de activos.
       Apply-Retire-Authorization.
           MOVE Aut-Baja-Codigo TO Ws-Sup-Codigo-Ent
           PERFORM Find-Supervisor-To-Retire
           IF Ws-Sup-Found = 'N'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO Ws-Sup-Found
           OPEN I-O SupervisorFile
           MOVE 'N' TO Ws-EOF
           PERFORM UNTIL End-File OR Ws-Sup-Found = 'Y'
               READ SupervisorFile
                   AT END
                       MOVE 'Y' TO Ws-EOF
                   NOT AT END
                       IF Sup-Codigo = Ws-Sup-Codigo-Ent
                           MOVE 'Y' TO Ws-Sup-Found
                       END-IF
               END-READ
           END-PERFORM
           IF Ws-Sup-Found = 'Y'
               MOVE 'R' TO Sup-Estado
               MOVE FUNCTION CURRENT-DATE(1:8) TO Sup-Fecha-Cambio
               MOVE Ws-Aut-Solicita TO Sup-Cambio-Por
               REWRITE SupervisorRecord
               MOVE 'Y' TO Ws-Aut-Aplicada
               DISPLAY "Supervisor retirado."
           END-IF
           CLOSE SupervisorFile.

      *Verifica que Ws-Sup-Codigo-Ent exista, siga activo y que al
      *retirarlo queden al menos dos activos; deja Ws-Sup-Found en
      *'N' si no se puede retirar.
       Find-Supervisor-To-Retire.
           PERFORM Count-Active-Supervisors
           MOVE 'N' TO Ws-Sup-Found
           OPEN INPUT SupervisorFile
           MOVE 'N' TO Ws-EOF
           PERFORM UNTIL End-File OR Ws-Sup-Found = 'Y'
               READ SupervisorFile
                   AT END
                       MOVE 'Y' TO Ws-EOF
                   NOT AT END
                       IF Sup-Codigo = Ws-Sup-Codigo-Ent
                           MOVE 'Y' TO Ws-Sup-Found
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SupervisorFile
           IF Ws-Sup-Found = 'N'
               DISPLAY "No se encontro ese supervisor."
               EXIT PARAGRAPH
           END-IF
           IF Sup-Retirado
               DISPLAY "Ese supervisor ya estaba retirado."
               MOVE 'N' TO Ws-Sup-Found
               EXIT PARAGRAPH
           END-IF
           IF Ws-Sups-Activos < 3
               DISPLAY "No se puede retirar: quedarian menos de dos "
                   "supervisores activos."
               MOVE 'N' TO Ws-Sup-Found
           END-IF.

      *Suma las retenciones judiciales vigentes de la cuenta
      *Ws-Ret-Cuenta y deja el total en Ws-Ret-Total. El saldo
      *disponible para retiros es el saldo contable menos ese total.
       Sumar-Retenciones-Cuenta.
           MOVE 0 TO Ws-Ret-Total
           OPEN INPUT RetencionFile
           MOVE 'N' TO Ws-EOF
           PERFORM UNTIL End-File
               READ RetencionFile
                   AT END
                       MOVE 'Y' TO Ws-EOF
                   NOT AT END
                       IF Retencion-Account-ID = Ws-Ret-Cuenta
                           AND Retencion-Vigente
                           ADD Retencion-Monto TO Ws-Ret-Total
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RetencionFile.

      *Suma los retiros ('W'), transferencias enviadas ('T') y
      *transferencias ACH ('H') del dia de la cuenta Ws-Tope-Cuenta
      *para el control del tope diario; deja el total en
      *Ws-Retirado-Hoy. Los movimientos del
      *dia siempre estan en el archivo vivo (el archivado corta por
      *fechas anteriores). Una reversa del dia no libera cupo: el
      *tope es prudencial y se mide sobre lo efectivamente girado.
       Sumar-Retiros-Del-Dia.
           MOVE FUNCTION CURRENT-DATE(1:8) TO Ws-Fecha-Hoy
           MOVE 0 TO Ws-Retirado-Hoy
           OPEN INPUT TransactionFile
           MOVE 'N' TO Ws-EOF
           PERFORM UNTIL End-File
               READ TransactionFile
                   AT END
                       MOVE 'Y' TO Ws-EOF
                   NOT AT END
                       IF Trans-Account-ID = Ws-Tope-Cuenta
                           AND Trans-Date = Ws-Fecha-Hoy
                           AND (Withdraw OR Transfer-Out
                               OR Ach-Envio)
                           ADD Trans-Amount TO Ws-Retirado-Hoy
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TransactionFile.

      *GMF (4x1000) del debito Ws-Gmf-Base sobre la cuenta
      *Ws-Gmf-Cuenta del cliente Ws-Gmf-Cliente; deja el gravamen en
      *Ws-Gmf-Valor. Si es la cuenta que el cliente marco exenta, los
      *debitos del mes hasta el TOPE-GMF no pagan: solo grava la
      *parte de este debito que pase el cupo exento que le queda.
       Calcular-Gmf.
           MOVE Ws-Gmf-Base TO Ws-Gmf-Gravable
           MOVE 'N' TO Ws-Gmf-Exenta
           IF Ws-Tope-Gmf > 0
               PERFORM Buscar-Cuenta-Exenta
           END-IF
           IF Ws-Gmf-Exenta = 'Y'
               PERFORM Sumar-Debitos-Del-Mes
               IF Ws-Gmf-Exento-Usado < Ws-Tope-Gmf
                   COMPUTE Ws-Gmf-Gravable = Ws-Gmf-Base
                       - (Ws-Tope-Gmf - Ws-Gmf-Exento-Usado)
                   IF Ws-Gmf-Gravable < 0
                       MOVE 0 TO Ws-Gmf-Gravable
                   END-IF
               END-IF
           END-IF
           COMPUTE Ws-Gmf-Valor ROUNDED =
               Ws-Gmf-Gravable * Ws-Tasa-Gmf.

       Buscar-Cuenta-Exenta.
           OPEN INPUT ClienteFile
           MOVE 'N' TO Ws-EOF
           PERFORM UNTIL End-File OR Ws-Gmf-Exenta = 'Y'
               READ ClienteFile
                   AT END
                       MOVE 'Y' TO Ws-EOF
                   NOT AT END
                       IF Cliente-No = Ws-Gmf-Cliente
                           AND Cliente-Cuenta-Exenta = Ws-Gmf-Cuenta
                           MOVE 'Y' TO Ws-Gmf-Exenta
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ClienteFile.

      *Retiros y transferencias enviadas del mes en curso de la
      *cuenta exenta, en el vivo y en el historico (el archivado
      *puede haberse llevado los primeros dias del mes). Como en el
      *tope diario, una reversa no devuelve cupo exento.
       Sumar-Debitos-Del-Mes.
           MOVE FUNCTION CURRENT-DATE(1:8) TO Ws-Fecha-Hoy
           MOVE 0 TO Ws-Gmf-Exento-Usado
           OPEN INPUT TransactionFile
           MOVE 'N' TO Ws-EOF
           PERFORM UNTIL End-File
                   AT END
                       MOVE 'Y' TO Ws-EOF
                   NOT AT END
                       IF Trans-Account-ID = Ws-Gmf-Cuenta
                           AND Trans-Date(1:6) = Ws-Fecha-Hoy(1:6)
                           AND (Withdraw OR Transfer-Out
                               OR Ach-Envio)
                           ADD Trans-Amount TO Ws-Gmf-Exento-Usado
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TransactionFile
           OPEN INPUT HistoryFile
           MOVE 'N' TO Ws-EOF
           PERFORM UNTIL End-File
               READ HistoryFile
                   AT END
                       MOVE 'Y' TO Ws-EOF
                   NOT AT END
                       MOVE HistoryRecord TO TransactionRecord
                       IF Trans-Account-ID = Ws-Gmf-Cuenta
                           AND Trans-Date(1:6) = Ws-Fecha-Hoy(1:6)
                           AND (Withdraw OR Transfer-Out
                               OR Ach-Envio)
                           ADD Trans-Amount TO Ws-Gmf-Exento-Usado
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HistoryFile.

      *Graba el cargo 'G' justo despues del debito que lo causo
      *(Ws-Gmf-Referencia), con el saldo ya descontado.
       Record-Gmf-Transaction.
           PERFORM Get-Next-Trans-Seq
           OPEN EXTEND TransactionFile
           MOVE Ws-Max-Seq TO Trans-Seq-No
           MOVE Ws-Gmf-Cuenta TO Trans-Account-ID
           MOVE 'G' TO Trans-Type
           MOVE Ws-Gmf-Valor TO Trans-Amount
           MOVE FUNCTION CURRENT-DATE(1:8) TO Trans-Date
           MOVE FUNCTION CURRENT-DATE(9:6) TO Trans-Time
           MOVE Ws-Gmf-Saldo-Despues TO Trans-Balance-After
           MOVE Ws-Gmf-Referencia TO Trans-Reference
           MOVE SPACE TO Trans-Reversed-Type
           MOVE 0 TO Trans-Counterpart-ID
           MOVE Ws-Cajero-Actual TO Trans-Cajero
           MOVE Ws-Sucursal-Actual TO Trans-Sucursal
           MOVE 0 TO Trans-Cheque-No
           WRITE TransactionRecord
           CLOSE TransactionFile
           PERFORM Update-Trans-Seq-Control.

      *Pantalla de retenciones judiciales, solo para el supervisor.
      *Un oficio levantado conserva su registro como historial; el
      *archivo nunca se depura.
       Manage-Retentions.
           PERFORM Validate-Supervisor
           IF Ws-Sup-OK = 'N'
               DISPLAY "Supervisor o clave incorrectos, operacion "
                   "cancelada."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "-----RETENCIONES JUDICIALES-----"
           MOVE Ws-Ret-Monto TO Retencion-Monto
           MOVE FUNCTION CURRENT-DATE(1:8) TO Retencion-Fecha
           MOVE 'V' TO Retencion-Estado
           MOVE Ws-Sup-Actual TO Retencion-Sup-Registra
           MOVE 0 TO Retencion-Sup-Levanta
           MOVE 0 TO Retencion-Sup-Autoriza
           MOVE 0 TO Retencion-Fecha-Levanta
           WRITE RetencionRecord
           CLOSE RetencionFile
           DISPLAY "Retencion registrada. Oficio ", Ws-Ret-Oficio.
               DISPLAY "Total vigente retenido: ", Ws-Saldo-Edit
           END-IF.

      *Levantar un oficio tiene doble control: aqui solo se valida y
      *queda la solicitud; lo aplica Apply-Retention-Authorization
      *cuando otro supervisor la aprueba.
       Lift-Retention.
           DISPLAY "Numero de oficio a levantar: "
           ACCEPT Ws-Ret-Oficio
           MOVE 'N' TO Ws-Ret-Found
           OPEN INPUT RetencionFile
           MOVE 'N' TO Ws-EOF
           PERFORM UNTIL End-File OR Ws-Ret-Found = 'Y'
               READ RetencionFile
               CLOSE RetencionFile
               EXIT PARAGRAPH
           END-IF
           MOVE 'L' TO Ws-Aut-Tipo
           MOVE Retencion-Account-ID TO Ws-Aut-Cuenta
           MOVE Retencion-Monto TO Ws-Aut-Monto
           CLOSE RetencionFile
           PERFORM Request-Authorization.

      *Pantalla de depositos a termino: la constitucion debita la
      *cuenta de origen como un retiro (PIN, tope diario y reglas de
      *agregar) y exige clave de supervisor: desde aqui el canje
      *devuelve ese cheque aunque la cuenta tenga fondos.
       Report-Stolen-Check.
           PERFORM Validate-Supervisor
           IF Ws-Sup-OK = 'N'
               DISPLAY "Supervisor o clave incorrectos, operacion "
                   "cancelada."
               EXIT PARAGRAPH
           END-IF
           DISPLAY Prompt-Account-ID
           MOVE Ws-Chq-Cuenta TO Rob-Account-ID
           MOVE Ws-Rob-Cheque TO Rob-Cheque-No
           MOVE FUNCTION CURRENT-DATE(1:8) TO Rob-Fecha-Reporte
           MOVE Ws-Sup-Actual TO Rob-Supervisor
           WRITE RobadoRecord
           CLOSE RobadoFile
           DISPLAY "Cheque ", Ws-Rob-Cheque, " reportado como "
               "robado.".

      *Pantalla de prestamos de consumo: el desembolso abona el
      *capital a una cuenta del propio cliente y deja grabado el plan
      *de pagos completo; las cuotas las debita cobra-prestamos.cbl.
      *Otorgar un credito es decision del supervisor, por eso el
      *desembolso pide su clave.
       Manage-Loans.
           DISPLAY "-----PRESTAMOS-----"
           DISPLAY "1. Desembolsar prestamo (supervisor)"
           DISPLAY "2. Consultar prestamos de un cliente"
           DISPLAY "Seleccione una opcion: "
           ACCEPT Ws-Pre-Option
           EVALUATE Ws-Pre-Option
               WHEN '1'
                   PERFORM Disburse-Loan
               WHEN '2'
                   PERFORM List-Client-Loans
               WHEN OTHER
                   DISPLAY "Opcion no valida, intente de nuevo."
           END-EVALUATE.

       Disburse-Loan.
           PERFORM Validate-Supervisor
           IF Ws-Sup-OK = 'N'
               DISPLAY "Supervisor o clave incorrectos, operacion "
                   "cancelada."
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO Ws-Fecha-Hoy
           DISPLAY "Ingrese numero de cliente: "
           ACCEPT Ws-Cliente-No
           PERFORM Find-Customer
           IF Ws-Cliente-Found = 'N'
               DISPLAY "Ese cliente no existe."
               EXIT PARAGRAPH
           END-IF

      *La cuenta de desembolso es tambien la de cobro de las cuotas:
      *tiene que ser del mismo cliente y estar activa.
           OPEN I-O AccountFile
           PERFORM Find-Account
           IF Found-Account = 'N'
               CLOSE AccountFile
               EXIT PARAGRAPH
           END-IF
           IF Account-Customer-No NOT = Ws-Cliente-No
               DISPLAY "La cuenta no pertenece a ese cliente."
               CLOSE AccountFile
               EXIT PARAGRAPH
           END-IF
           IF NOT Cuenta-Activa
               PERFORM Display-Status-Rejection
               CLOSE AccountFile
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Monto a desembolsar: "
           ACCEPT Ws-Pre-Capital
           IF Ws-Pre-Capital = 0
               DISPLAY Invalid-Amount
               CLOSE AccountFile
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Plazo en meses (1 a 120): "
           ACCEPT Ws-Pre-Plazo
           IF Ws-Pre-Plazo = 0 OR Ws-Pre-Plazo > 120
               DISPLAY "Plazo no valido, operacion cancelada."
               CLOSE AccountFile
               EXIT PARAGRAPH
           END-IF

      *La tasa es la TASA-CREDITO vigente hoy para el monto; sin tasa
      *cargada no se desembolsa, igual que el CDT sin TASA-CDT.
           MOVE 'TASA-CREDITO' TO Ws-Param-Codigo
           MOVE 'P' TO Ws-Param-Tipo
           MOVE Ws-Pre-Capital TO Ws-Param-Saldo
           PERFORM Buscar-Parametro
           IF Ws-Param-Hallado = 'N' OR Ws-Param-Valor <= 0
               DISPLAY "No hay tasa de credito vigente en "
                   "parametros; operacion cancelada."
               CLOSE AccountFile
               EXIT PARAGRAPH
           END-IF
           MOVE Ws-Param-Valor TO Ws-Pre-Tasa
           PERFORM Calcular-Cuota-Prestamo

           MOVE Ws-Pre-Capital TO Ws-Saldo-Edit
           DISPLAY "Capital: ", Ws-Saldo-Edit
           MOVE Ws-Pre-Tasa TO Ws-Cdt-Tasa-Edit
           DISPLAY "Tasa anual: ", Ws-Cdt-Tasa-Edit,
               " | Plazo: ", Ws-Pre-Plazo, " meses"
           MOVE Ws-Pre-Cuota TO Ws-Saldo-Edit
           DISPLAY "Cuota mensual: ", Ws-Saldo-Edit
           DISPLAY "Confirma el desembolso? SI/NO"
           ACCEPT Ws-Pre-Confirma
           IF Ws-Pre-Confirma NOT = 'SI' AND Ws-Pre-Confirma NOT = 'si'
               DISPLAY "Operacion cancelada."
               CLOSE AccountFile
               EXIT PARAGRAPH
           END-IF

      *El abono se graba con tipo propio 'L' y el numero del
      *prestamo en Trans-Reference: no es efectivo recibido en el
      *cajon y el cuadre de caja no debe contarlo como deposito.
           PERFORM Get-Next-Prestamo-No
           MOVE Account-ID TO Ws-Pre-Cuenta
           ADD Ws-Pre-Capital TO Account-Balance
           MOVE Ws-Pre-Capital TO Transaction-Amount
           MOVE 'L' TO Trans-Type
           MOVE Ws-Pre-Max-No TO Ws-Trans-Reference
           MOVE SPACE TO Ws-Trans-Reversed-Type
           PERFORM Record-Transaction
           REWRITE AccountRecord
           CLOSE AccountFile

           OPEN EXTEND PrestamoFile
           MOVE Ws-Pre-Max-No TO Prestamo-No
           MOVE Ws-Cliente-No TO Prestamo-Cliente-No
           MOVE Ws-Pre-Cuenta TO Prestamo-Account-ID
           MOVE Ws-Pre-Capital TO Prestamo-Capital
           MOVE Ws-Pre-Tasa TO Prestamo-Tasa-Anual
           MOVE Ws-Pre-Plazo TO Prestamo-Plazo-Meses
           MOVE Ws-Pre-Cuota TO Prestamo-Valor-Cuota
           MOVE Ws-Pre-Capital TO Prestamo-Saldo-Capital
           MOVE Ws-Fecha-Hoy TO Prestamo-Fecha-Desembolso
           MOVE 'V' TO Prestamo-Estado
           MOVE Ws-Sup-Actual TO Prestamo-Supervisor
           WRITE PrestamoRecord
           CLOSE PrestamoFile
           PERFORM Generate-Loan-Schedule
           DISPLAY "Prestamo desembolsado. No. ", Ws-Pre-Max-No,
               " | Primera cuota: ", Ws-Pre-Fecha-Vence.

      *Cuota fija: capital * i * (1+i)^n / ((1+i)^n - 1), con i la
      *tasa mensual. El factor se calcula una vez para todo el plan.
       Calcular-Cuota-Prestamo.
           COMPUTE Ws-Pre-Tasa-Mes ROUNDED = Ws-Pre-Tasa / 12
           COMPUTE Ws-Pre-Factor ROUNDED =
               (1 + Ws-Pre-Tasa-Mes) ** Ws-Pre-Plazo
           COMPUTE Ws-Pre-Cuota ROUNDED =
               Ws-Pre-Capital * Ws-Pre-Tasa-Mes * Ws-Pre-Factor
               / (Ws-Pre-Factor - 1).

      *Graba las cuotas del prestamo Ws-Pre-Max-No en orden. El
      *interes de cada cuota es el saldo de capital por la tasa
      *mensual; la ultima cuota lleva todo el capital que quede para
      *que el redondeo no deje centavos sin pagar. Al terminar
      *Ws-Pre-Fecha-Vence queda con el vencimiento de la primera.
       Generate-Loan-Schedule.
           MOVE Ws-Fecha-Hoy TO Ws-Pre-Fecha-Base
           MOVE Ws-Pre-Capital TO Ws-Pre-Saldo
           OPEN EXTEND PlanPagoFile
           PERFORM VARYING Ws-Pre-Cuota-No FROM 1 BY 1
               UNTIL Ws-Pre-Cuota-No > Ws-Pre-Plazo
               COMPUTE Ws-Pre-Interes ROUNDED =
                   Ws-Pre-Saldo * Ws-Pre-Tasa-Mes
               IF Ws-Pre-Cuota-No = Ws-Pre-Plazo
                   OR Ws-Pre-Cuota - Ws-Pre-Interes > Ws-Pre-Saldo
                   MOVE Ws-Pre-Saldo TO Ws-Pre-Amortiza
               ELSE
                   COMPUTE Ws-Pre-Amortiza =
                       Ws-Pre-Cuota - Ws-Pre-Interes
               END-IF
               SUBTRACT Ws-Pre-Amortiza FROM Ws-Pre-Saldo
               PERFORM Calcular-Vencimiento-Cuota
               MOVE Ws-Pre-Max-No TO Plan-Prestamo-No
               MOVE Ws-Pre-Cuota-No TO Plan-Cuota-No
               MOVE Ws-Pre-Fecha-Vence TO Plan-Fecha-Vence
               MOVE Ws-Pre-Amortiza TO Plan-Capital
               MOVE Ws-Pre-Interes TO Plan-Interes
               COMPUTE Plan-Valor-Cuota =
                   Ws-Pre-Amortiza + Ws-Pre-Interes
               MOVE Ws-Pre-Saldo TO Plan-Saldo-Despues
               MOVE 0 TO Plan-Fecha-Pago
               MOVE 'P' TO Plan-Estado
               WRITE PlanPagoRecord
           END-PERFORM
           CLOSE PlanPagoFile
           MOVE 1 TO Ws-Pre-Cuota-No
           PERFORM Calcular-Vencimiento-Cuota.

      *Vencimiento de la cuota Ws-Pre-Cuota-No: el mismo dia del
      *desembolso tantos meses despues, corrido al ultimo dia del
      *mes si ese mes es mas corto. Siempre se cuenta desde la fecha
      *del desembolso para que un 31 no vaya quedando en 28. Basta
      *dividir el anio entre 4 para el bisiesto, como en
      *ejecuta-ordenes.cbl.
       Calcular-Vencimiento-Cuota.
           COMPUTE Ws-Pre-Meses = Ws-Pre-Base-MM - 1 + Ws-Pre-Cuota-No
           DIVIDE Ws-Pre-Meses BY 12 GIVING Ws-Pre-Anios
               REMAINDER Ws-Pre-Mes-Resto
           COMPUTE Ws-Pre-Vence-AAAA = Ws-Pre-Base-AAAA + Ws-Pre-Anios
           COMPUTE Ws-Pre-Vence-MM = Ws-Pre-Mes-Resto + 1
           EVALUATE Ws-Pre-Vence-MM
               WHEN 2
                   DIVIDE Ws-Pre-Vence-AAAA BY 4
                       GIVING Ws-Pre-Bis-Coc
                       REMAINDER Ws-Pre-Bis-Resto
                   IF Ws-Pre-Bis-Resto = 0
                       MOVE 29 TO Ws-Pre-Dias-Mes
                   ELSE
                       MOVE 28 TO Ws-Pre-Dias-Mes
                   END-IF
               WHEN 4
               WHEN 6
               WHEN 9
               WHEN 11
                   MOVE 30 TO Ws-Pre-Dias-Mes
               WHEN OTHER
                   MOVE 31 TO Ws-Pre-Dias-Mes
           END-EVALUATE
           IF Ws-Pre-Base-DD > Ws-Pre-Dias-Mes
               MOVE Ws-Pre-Dias-Mes TO Ws-Pre-Vence-DD
           ELSE
               MOVE Ws-Pre-Base-DD TO Ws-Pre-Vence-DD
           END-IF.

      *El numero de prestamo es el maximo existente mas uno, igual
      *que la numeracion de CDTs.
       Get-Next-Prestamo-No.
           MOVE 0 TO Ws-Pre-Max-No
           OPEN INPUT PrestamoFile
           MOVE 'N' TO Ws-EOF
           PERFORM UNTIL End-File
               READ PrestamoFile
                   AT END
                       MOVE 'Y' TO Ws-EOF
                   NOT AT END
                       IF Prestamo-No > Ws-Pre-Max-No
                           MOVE Prestamo-No TO Ws-Pre-Max-No
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PrestamoFile
           ADD 1 TO Ws-Pre-Max-No.

       List-Client-Loans.
           DISPLAY "Ingrese numero de cliente: "
           ACCEPT Ws-Cliente-No
           PERFORM Find-Customer
           IF Ws-Cliente-Found = 'N'
               DISPLAY "Ese cliente no existe."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "======PRESTAMOS======"
           DISPLAY "Cliente No. ", Cliente-No, " | ", Cliente-Nombre
           MOVE 0 TO Ws-Pre-Listados
           OPEN INPUT PrestamoFile
           MOVE 'N' TO Ws-EOF
           PERFORM UNTIL End-File
               READ PrestamoFile
                   AT END
                       MOVE 'Y' TO Ws-EOF
                   NOT AT END
                       IF Prestamo-Cliente-No = Ws-Cliente-No
                           ADD 1 TO Ws-Pre-Listados
                           PERFORM Display-Loan
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PrestamoFile
           IF Ws-Pre-Listados = 0
               DISPLAY "El cliente no tiene prestamos."
           END-IF.

      *Un prestamo vigente se muestra con su plan de pagos; uno
      *cancelado solo con su encabezado.
       Display-Loan.
           DISPLAY "-----------------------"
           MOVE Prestamo-Capital TO Ws-Saldo-Edit
           DISPLAY "Prestamo No. ", Prestamo-No, " | Cuenta: ",
               Prestamo-Account-ID, " | Capital: ", Ws-Saldo-Edit
           MOVE Prestamo-Tasa-Anual TO Ws-Cdt-Tasa-Edit
           MOVE Prestamo-Saldo-Capital TO Ws-Saldo-Edit
           DISPLAY "   Desembolso: ", Prestamo-Fecha-Desembolso,
               " | Tasa anual: ", Ws-Cdt-Tasa-Edit,
               " | Saldo capital: ", Ws-Saldo-Edit
           IF Prestamo-Cancelado
               DISPLAY "   Prestamo cancelado."
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT PlanPagoFile
           MOVE 'N' TO Ws-EOF-Seq
           PERFORM UNTIL End-Of-Seq-Scan
               READ PlanPagoFile
                   AT END
                       MOVE 'Y' TO Ws-EOF-Seq
                   NOT AT END
                       IF Plan-Prestamo-No = Prestamo-No
                           PERFORM Display-Loan-Installment
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PlanPagoFile.

       Display-Loan-Installment.
           EVALUATE TRUE
               WHEN Cuota-Pagada
                   MOVE "Pagada" TO Ws-Pre-Estado-Desc
               WHEN Cuota-En-Mora
                   MOVE "En mora" TO Ws-Pre-Estado-Desc
               WHEN OTHER
                   MOVE "Pendiente" TO Ws-Pre-Estado-Desc
           END-EVALUATE
           MOVE Plan-Valor-Cuota TO Ws-Saldo-Edit
           DISPLAY "   Cuota ", Plan-Cuota-No, " | Vence: ",
               Plan-Fecha-Vence, " | Valor: ", Ws-Saldo-Edit,
               " | ", Ws-Pre-Estado-Desc.

      *Transferencia a una cuenta de otro banco por ACH. Se debita
      *en linea con las mismas reglas de un retiro (estado, PIN,
      *firma conjunta, tope diario, retenciones, minimo / sobregiro
      *y GMF) y la transferencia queda pendiente en
      *transferencias-ach.dat hasta que envia-ach.cbl la incluya en
      *el archivo de envio del dia.
       Send-Ach-Transfer.
           OPEN I-O AccountFile
           PERFORM Find-Account
           IF Found-Account = 'N'
               CLOSE AccountFile
               EXIT PARAGRAPH
           END-IF
           IF NOT Cuenta-Activa
               PERFORM Display-Status-Rejection
               CLOSE AccountFile
               EXIT PARAGRAPH
           END-IF
           PERFORM Verify-PIN
           IF Ws-PIN-OK = 'N'
               CLOSE AccountFile
               EXIT PARAGRAPH
           END-IF
           MOVE Account-ID TO Ws-Cot-Cuenta
           PERFORM Check-Joint-Signature
           IF Ws-Cot-Firmas-OK = 'N'
               CLOSE AccountFile
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Codigo del banco destino: "
           ACCEPT Ws-Ach-Banco
           DISPLAY "Cuenta destino: "
           ACCEPT Ws-Ach-Cuenta
           DISPLAY "Tipo de cuenta destino (A=Ahorros/C=Corriente): "
           ACCEPT Ws-Ach-Tipo-Cuenta
           MOVE FUNCTION UPPER-CASE(Ws-Ach-Tipo-Cuenta)
               TO Ws-Ach-Tipo-Cuenta
           DISPLAY "Documento del beneficiario: "
           ACCEPT Ws-Ach-Documento
           DISPLAY "Nombre del beneficiario: "
           ACCEPT Ws-Ach-Nombre
           IF Ws-Ach-Banco = 0 OR Ws-Ach-Cuenta = SPACES
               OR Ws-Ach-Documento = SPACES
               DISPLAY "Datos del destino incompletos, operacion "
                   "cancelada."
               CLOSE AccountFile
               EXIT PARAGRAPH
           END-IF
           IF Ws-Ach-Tipo-Cuenta NOT = 'A'
               AND Ws-Ach-Tipo-Cuenta NOT = 'C'
               DISPLAY "Tipo de cuenta destino no valido, operacion "
                   "cancelada."
               CLOSE AccountFile
               EXIT PARAGRAPH
           END-IF

           DISPLAY Prompt-Amount
           ACCEPT Transaction-Amount
           IF Transaction-Amount = 0
               DISPLAY Invalid-Amount
               CLOSE AccountFile
               EXIT PARAGRAPH
           END-IF
      *Tope diario compartido con retiros y transferencias.
           IF Corriente
               MOVE Ws-Tope-Corriente TO Ws-Tope-Retiro
           ELSE
               MOVE Ws-Tope-Ahorros TO Ws-Tope-Retiro
           END-IF
           IF Ws-Tope-Retiro > 0
               MOVE Account-ID TO Ws-Tope-Cuenta
               PERFORM Sumar-Retiros-Del-Dia
               IF (Ws-Retirado-Hoy + Transaction-Amount)
                   > Ws-Tope-Retiro
                   MOVE Ws-Tope-Retiro TO Ws-Saldo-Edit
                   DISPLAY "Transferencia rechazada: supera el "
                       "limite diario del tipo de cuenta: ",
                       Ws-Saldo-Edit
                   CLOSE AccountFile
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF Corriente
               COMPUTE Ws-Saldo-Minimo = 0 - Ws-Overdraft-Corriente
           ELSE
               MOVE Ws-Min-Balance-Ahorros TO Ws-Saldo-Minimo
           END-IF
           MOVE Account-ID TO Ws-Ret-Cuenta
           PERFORM Sumar-Retenciones-Cuenta
           COMPUTE Ws-Saldo-Disponible =
               Account-Balance - Ws-Ret-Total
           MOVE Account-ID TO Ws-Gmf-Cuenta
           MOVE Account-Customer-No TO Ws-Gmf-Cliente
           MOVE Transaction-Amount TO Ws-Gmf-Base
           PERFORM Calcular-Gmf
           IF (Ws-Saldo-Disponible - Transaction-Amount - Ws-Gmf-Valor)
               < Ws-Saldo-Minimo
               DISPLAY Insufficient-Funds
               IF Ws-Ret-Total > 0
                   MOVE Ws-Ret-Total TO Ws-Saldo-Edit
                   DISPLAY "La cuenta tiene retenciones "
                       "judiciales vigentes por: ", Ws-Saldo-Edit
               END-IF
               CLOSE AccountFile
               EXIT PARAGRAPH
           END-IF

           MOVE Transaction-Amount TO Ws-Saldo-Edit
           DISPLAY "Transferir ", Ws-Saldo-Edit, " al banco ",
               Ws-Ach-Banco, " cuenta ", Ws-Ach-Cuenta
           DISPLAY "Confirma la transferencia (SI/NO): "
           ACCEPT Ws-Ach-Confirma
           MOVE FUNCTION UPPER-CASE(Ws-Ach-Confirma) TO Ws-Ach-Confirma
           IF Ws-Ach-Confirma NOT = 'SI'
               DISPLAY "Transferencia cancelada."
               CLOSE AccountFile
               EXIT PARAGRAPH
           END-IF

      *El debito lleva el numero de la transferencia; el GMF va
      *justo despues, igual que en un retiro.
           PERFORM Get-Next-Ach-No
           SUBTRACT Transaction-Amount FROM Account-Balance
           MOVE 'H' TO Trans-Type
           MOVE Ws-Ach-Max-No TO Ws-Trans-Reference
           MOVE SPACE TO Ws-Trans-Reversed-Type
           PERFORM Record-Transaction
           MOVE Ws-Max-Seq TO Ws-Ach-Seq-Debito
           IF Ws-Gmf-Valor > 0
               MOVE Ws-Max-Seq TO Ws-Gmf-Referencia
               SUBTRACT Ws-Gmf-Valor FROM Account-Balance
               MOVE Account-Balance TO Ws-Gmf-Saldo-Despues
               PERFORM Record-Gmf-Transaction
           END-IF
           REWRITE AccountRecord
           CLOSE AccountFile

           OPEN EXTEND AchFile
           MOVE Ws-Ach-Max-No TO Ach-No
           MOVE Account-ID TO Ach-Account-ID
           MOVE Transaction-Amount TO Ach-Monto
           MOVE Ws-Ach-Banco TO Ach-Banco-Destino
           MOVE Ws-Ach-Cuenta TO Ach-Cuenta-Destino
           MOVE Ws-Ach-Tipo-Cuenta TO Ach-Tipo-Cuenta-Destino
           MOVE Ws-Ach-Documento TO Ach-Documento-Benef
           MOVE Ws-Ach-Nombre TO Ach-Nombre-Benef
           MOVE FUNCTION CURRENT-DATE(1:8) TO Ach-Fecha-Registro
           MOVE FUNCTION CURRENT-DATE(9:6) TO Ach-Hora-Registro
           MOVE Ws-Ach-Seq-Debito TO Ach-Seq-Debito
           MOVE Ws-Cajero-Actual TO Ach-Cajero
           MOVE 'P' TO Ach-Estado
           MOVE 0 TO Ach-Fecha-Envio
           MOVE 0 TO Ach-Lote
           MOVE 0 TO Ach-Fecha-Respuesta
           MOVE SPACES TO Ach-Causal
           MOVE SPACES TO Ach-Causal-Desc
           WRITE AchRecord
           CLOSE AchFile
           DISPLAY "Transferencia ACH No. ", Ws-Ach-Max-No,
               " registrada; queda pendiente de envio."
           IF Ws-Gmf-Valor > 0
               MOVE Ws-Gmf-Valor TO Ws-Saldo-Edit
               DISPLAY "GMF 4x1000 cobrado: ", Ws-Saldo-Edit
           END-IF.

       Get-Next-Ach-No.
           MOVE 0 TO Ws-Ach-Max-No
           OPEN INPUT AchFile
           MOVE 'N' TO Ws-EOF
           PERFORM UNTIL End-File
               READ AchFile
                   AT END
                       MOVE 'Y' TO Ws-EOF
                   NOT AT END
                       IF Ach-No > Ws-Ach-Max-No
                           MOVE Ach-No TO Ws-Ach-Max-No
                       END-IF
               END-READ
           END-PERFORM
           CLOSE AchFile
           ADD 1 TO Ws-Ach-Max-No.

       Print-Account-Statement.
           MOVE 'N' TO Ws-Statement-Found
           DISPLAY Prompt-Account-ID
                   MOVE "Cuota manejo" TO Ws-Trans-Tipo-Desc
               WHEN Cdt-Constitucion
                   MOVE "Const. CDT" TO Ws-Trans-Tipo-Desc
               WHEN Gmf
                   MOVE "GMF 4x1000" TO Ws-Trans-Tipo-Desc
               WHEN Desembolso-Prestamo
                   MOVE "Desemb.prest" TO Ws-Trans-Tipo-Desc
               WHEN Cuota-Prestamo
                   MOVE "Cuota prest." TO Ws-Trans-Tipo-Desc
               WHEN Ach-Envio
                   MOVE "Envio ACH" TO Ws-Trans-Tipo-Desc
               WHEN Ach-Devolucion
                   MOVE "Devol. ACH" TO Ws-Trans-Tipo-Desc
               WHEN OTHER
                   MOVE "Desconocido" TO Ws-Trans-Tipo-Desc
           END-EVALUATE
               DISPLAY "   Reversa de la transaccion No. ",
                   Trans-Reference
           END-IF
           IF Gmf
               DISPLAY "   Gravamen de la transaccion No. ",
                   Trans-Reference
           END-IF
           IF Desembolso-Prestamo OR Cuota-Prestamo
               DISPLAY "   Prestamo No. ", Trans-Reference
           END-IF
           IF Ach-Envio OR Ach-Devolucion
               DISPLAY "   Transferencia ACH No. ", Trans-Reference
           END-IF
           IF Transfer-Out OR Transfer-In
               DISPLAY "   Cuenta contraparte: ",
                   Trans-Counterpart-ID
