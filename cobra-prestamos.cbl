      ******************************************************************
      * Author:
      * Date:
      * Purpose: Batch mensual de cobro de los prestamos de consumo:
      *          recorre el plan de pagos (plan-pagos.dat) y debita
      *          de la cuenta de cobro de cada prestamo
      *          (Prestamo-Account-ID) toda cuota vencida a la fecha
      *          y no pagada, con las mismas reglas de saldo de los
      *          cargos de ejecuta-ordenes.cbl: la cuenta debe estar
      *          activa y el disponible (saldo menos retenciones
      *          judiciales vigentes) menos la cuota no puede quedar
      *          por debajo del saldo minimo / sobregiro del tipo de
      *          cuenta. La cuota cobrada se graba en
      *          transacciones.dat con Trans-Type 'K' y el numero del
      *          prestamo en Trans-Reference, queda pagada con su
      *          fecha y baja el saldo de capital del prestamo, que
      *          se cancela al llegar a cero. La cuota que no alcanza
      *          a cobrarse queda en mora y se reintenta en cada
      *          corrida, primero las mas viejas; nunca se cobra a
      *          medias. Como solo toca cuotas no pagadas, correrlo
      *          de nuevo no cobra dos veces.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. cobra-prestamos.
      *Aca se Describe el entorno: Archivos, Dispositivos, etc.
       ENVIRONMENT DIVISION.
      ******************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PlanPagoFile ASSIGN TO "plan-pagos.dat"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL PrestamoFile ASSIGN TO "prestamos.dat"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL AccountFile ASSIGN TO "cuentas.dat"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL TransactionFile ASSIGN TO "transacciones.dat"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL SeqControlFile
               ASSIGN TO "control-secuencia.dat"
               ORGANIZATION IS SEQUENTIAL.
      *Reglas de saldo minimo / sobregiro vigentes.
           SELECT OPTIONAL ParamFile ASSIGN TO "parametros.dat"
               ORGANIZATION IS SEQUENTIAL.
      *Retenciones judiciales por monto; las vigentes reducen el
      *saldo disponible para el cobro, igual que en Withdraw-Money.
           SELECT OPTIONAL RetencionFile ASSIGN TO "retenciones.dat"
               ORGANIZATION IS SEQUENTIAL.
      *Totales de control del cierre diario; se verifican al abrir.
           SELECT OPTIONAL ControlFile ASSIGN TO "control-archivos.dat"
               ORGANIZATION IS SEQUENTIAL.
      *Historico archivado, solo para contar en la verificacion.
           SELECT OPTIONAL HistoryFile
               ASSIGN TO "historico-transacciones.dat"
               ORGANIZATION IS SEQUENTIAL.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  PlanPagoFile.
           COPY PLANREC.
       FD  PrestamoFile.
           COPY PRESREC.
       FD  AccountFile.
           COPY ACCTREC.
       FD  TransactionFile.
           COPY TRANREC.
       FD  SeqControlFile.
           COPY SEQCTL.
       FD  ParamFile.
           COPY PARAMREC.
       FD  RetencionFile.
           COPY RETREC.
       FD  ControlFile.
           COPY CTLREC.
       FD  HistoryFile.
       01  HistoryRecord            PIC X(75).
      *Aqui encontramos las variables que se usan durante la ejecucion.
       WORKING-STORAGE SECTION.
       01  Ws-Fecha-Hoy             PIC 9(8).
       01  Ws-EOF-Plan              PIC X VALUE 'N'.
           88 End-Of-Plan           VALUE 'Y'.
       01  Ws-EOF-Prestamos         PIC X VALUE 'N'.
           88 End-Of-Prestamos      VALUE 'Y'.
       01  Ws-EOF-Cuentas           PIC X VALUE 'N'.
           88 End-Of-Cuentas        VALUE 'Y'.
       01  Ws-Cuenta-Encontrada     PIC X VALUE 'N'.
       01  Ws-Prestamo-Encontrado   PIC X VALUE 'N'.

      *Prestamo de la cuota en proceso.
       01  Ws-Cobro-Cuenta          PIC 9(5).
       01  Ws-Saldo-Despues         PIC S9(7)V99.
      *Sucursal de la cuenta movida; los movimientos del batch se
      *registran en la oficina de la cuenta.
       01  Ws-Sucursal-Cuenta       PIC 9(3) VALUE 0.

      *Resultado de aplicar la cuota sobre la cuenta: 'E' cobrada,
      *'P' prestamo no existe o ya cancelado, 'C' cuenta no existe,
      *'B' cuenta bloqueada o inactiva, 'F' fondos insuficientes.
       01  Ws-Cuota-Resultado       PIC X.

      *Totales de la corrida.
       01  Ws-Cuotas-Cobradas       PIC 9(5) VALUE 0.
       01  Ws-Total-Cobrado         PIC S9(9)V99 VALUE 0.
       01  Ws-Cuotas-No-Cobradas    PIC 9(5) VALUE 0.
       01  Ws-Cuotas-Nuevas-Mora    PIC 9(5) VALUE 0.
       01  Ws-Prestamos-Cancelados  PIC 9(5) VALUE 0.
       01  Ws-Monto-Edit            PIC -Z(9)9.99.

      *Retenciones judiciales vigentes de la cuenta en proceso; el
      *disponible para el cobro es el saldo menos este total.
       01  Ws-Ret-Cuenta            PIC 9(5).
       01  Ws-Ret-Total             PIC S9(9)V99.
       01  Ws-Saldo-Disponible      PIC S9(9)V99.
       01  Ws-EOF-Ret               PIC X VALUE 'N'.
           88 End-Of-Ret            VALUE 'Y'.

      *Reglas de retiro por tipo de cuenta, las mismas que aplica
      *Withdraw-Money en sistema-bancario.cbl. Los VALUE son los
      *valores compilados de siempre; Cargar-Parametros los reemplaza
      *al arrancar con lo vigente en parametros.dat.
       01  Ws-Min-Balance-Ahorros   PIC S9(7)V99 VALUE 50.00.
       01  Ws-Overdraft-Corriente   PIC S9(7)V99 VALUE 100.00.
       01  Ws-Saldo-Minimo          PIC S9(7)V99.

      *Busqueda en parametros.dat, igual que en sistema-bancario.cbl.
       01  Ws-Param-Codigo          PIC X(12).
       01  Ws-Param-Tipo            PIC X.
       01  Ws-Param-Saldo           PIC 9(7)V99.
       01  Ws-Param-Valor           PIC S9(5)V9999.
       01  Ws-Param-Hallado         PIC X VALUE 'N'.
       01  Ws-Param-Mejor-Fecha     PIC 9(8).
       01  Ws-Param-Mejor-Tramo     PIC 9(7)V99.
       01  Ws-EOF-Params            PIC X VALUE 'N'.
           88 End-Of-Params         VALUE 'Y'.

      *Numeracion de transacciones, igual que en los demas programas.
       01  Ws-Max-Seq               PIC 9(9) VALUE 0.
       01  Ws-EOF-Seq               PIC X VALUE 'N'.
           88 End-Of-Seq-Scan       VALUE 'Y'.
       01  Ws-Seq-Ctl-Encontrado    PIC X VALUE 'N'.

      *Verificacion de integridad contra los controles del cierre.
       01  Ws-Ctl-Encontrado        PIC X VALUE 'N'.
       01  Ws-Integridad-Mal        PIC X VALUE 'N'.
       01  Ws-Ver-Cuentas           PIC 9(7).
       01  Ws-Ver-Saldo-Tot         PIC S9(11)V99.
       01  Ws-Ver-Trans             PIC 9(9).
       01  Ws-Ver-Max-Seq           PIC 9(9).
       01  Ws-Continuar             PIC X(2).

      *Aqui empezamos a desarrollar la logica del programa.
       PROCEDURE DIVISION.
       Main-Cobro-Prestamos.
           DISPLAY "======COBRO DE CUOTAS DE PRESTAMOS======"
           MOVE FUNCTION CURRENT-DATE(1:8) TO Ws-Fecha-Hoy
           PERFORM Verificar-Integridad
           PERFORM Cargar-Parametros
           OPEN I-O PlanPagoFile
           PERFORM UNTIL End-Of-Plan
               READ PlanPagoFile
                   AT END
                       MOVE 'Y' TO Ws-EOF-Plan
                   NOT AT END
                       IF (Cuota-Pendiente OR Cuota-En-Mora)
                           AND Plan-Fecha-Vence <= Ws-Fecha-Hoy
                           PERFORM Cobrar-Cuota
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PlanPagoFile
           PERFORM Actualizar-Control-Archivos
           DISPLAY "-----------------------------------"
           DISPLAY "Cuotas cobradas: ", Ws-Cuotas-Cobradas
           MOVE Ws-Total-Cobrado TO Ws-Monto-Edit
           DISPLAY "Total cobrado: ", Ws-Monto-Edit
           DISPLAY "Cuotas no cobradas: ", Ws-Cuotas-No-Cobradas,
               " (nuevas en mora: ", Ws-Cuotas-Nuevas-Mora, ")"
           DISPLAY "Prestamos cancelados: ", Ws-Prestamos-Cancelados
           STOP RUN.

      *La cuota cobrada queda pagada y baja el capital del prestamo;
      *la que no, queda (o sigue) en mora para la corrida siguiente y
      *para el reporte de mora.
       Cobrar-Cuota.
           PERFORM Buscar-Prestamo
           IF Ws-Prestamo-Encontrado = 'N'
               MOVE 'P' TO Ws-Cuota-Resultado
           ELSE
               PERFORM Aplicar-Cuota-En-Cuenta
           END-IF
           IF Ws-Cuota-Resultado = 'E'
               PERFORM Record-Loan-Transaction
               MOVE 'C' TO Plan-Estado
               MOVE Ws-Fecha-Hoy TO Plan-Fecha-Pago
               REWRITE PlanPagoRecord
               PERFORM Actualizar-Saldo-Prestamo
               ADD 1 TO Ws-Cuotas-Cobradas
               ADD Plan-Valor-Cuota TO Ws-Total-Cobrado
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO Ws-Cuotas-No-Cobradas
           IF Cuota-Pendiente
               MOVE 'M' TO Plan-Estado
               REWRITE PlanPagoRecord
               ADD 1 TO Ws-Cuotas-Nuevas-Mora
           END-IF
           EVALUATE Ws-Cuota-Resultado
               WHEN 'P'
                   DISPLAY "PRESTAMO ", Plan-Prestamo-No, " CUOTA ",
                       Plan-Cuota-No, " NO COBRADA: el prestamo no "
                       "existe o ya esta cancelado."
               WHEN 'C'
                   DISPLAY "PRESTAMO ", Plan-Prestamo-No, " CUOTA ",
                       Plan-Cuota-No, " NO COBRADA: la cuenta ",
                       Ws-Cobro-Cuenta, " no existe."
               WHEN 'B'
                   DISPLAY "PRESTAMO ", Plan-Prestamo-No, " CUOTA ",
                       Plan-Cuota-No, " NO COBRADA: la cuenta ",
                       Ws-Cobro-Cuenta, " esta bloqueada o inactiva."
               WHEN OTHER
                   DISPLAY "PRESTAMO ", Plan-Prestamo-No, " CUOTA ",
                       Plan-Cuota-No, " NO COBRADA: fondos por "
                       "debajo del minimo en la cuenta ",
                       Ws-Cobro-Cuenta, "."
           END-EVALUATE.

       Buscar-Prestamo.
           MOVE 'N' TO Ws-Prestamo-Encontrado
           OPEN INPUT PrestamoFile
           MOVE 'N' TO Ws-EOF-Prestamos
           PERFORM UNTIL End-Of-Prestamos
               OR Ws-Prestamo-Encontrado = 'Y'
               READ PrestamoFile
                   AT END
                       MOVE 'Y' TO Ws-EOF-Prestamos
                   NOT AT END
                       IF Prestamo-No = Plan-Prestamo-No
                           AND Prestamo-Vigente
                           MOVE 'Y' TO Ws-Prestamo-Encontrado
                           MOVE Prestamo-Account-ID TO Ws-Cobro-Cuenta
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PrestamoFile.

       Aplicar-Cuota-En-Cuenta.
           MOVE 'N' TO Ws-Cuenta-Encontrada
           OPEN I-O AccountFile
           MOVE 'N' TO Ws-EOF-Cuentas
           PERFORM UNTIL End-Of-Cuentas OR Ws-Cuenta-Encontrada = 'Y'
               READ AccountFile
                   AT END
                       MOVE 'Y' TO Ws-EOF-Cuentas
                   NOT AT END
                       IF Account-ID = Ws-Cobro-Cuenta
                           MOVE 'Y' TO Ws-Cuenta-Encontrada
                       END-IF
               END-READ
           END-PERFORM
           IF Ws-Cuenta-Encontrada = 'N'
               MOVE 'C' TO Ws-Cuota-Resultado
               CLOSE AccountFile
               EXIT PARAGRAPH
           END-IF

      *Una cuenta bloqueada o inactiva no admite movimientos, ni
      *siquiera el cobro de una cuota.
           IF NOT Cuenta-Activa
               MOVE 'B' TO Ws-Cuota-Resultado
               CLOSE AccountFile
               EXIT PARAGRAPH
           END-IF

           IF Corriente
               COMPUTE Ws-Saldo-Minimo = 0 - Ws-Overdraft-Corriente
           ELSE
               MOVE Ws-Min-Balance-Ahorros TO Ws-Saldo-Minimo
           END-IF
      *El disponible es el saldo menos las retenciones judiciales
      *vigentes, igual que en ejecuta-ordenes.cbl.
           MOVE Account-ID TO Ws-Ret-Cuenta
           PERFORM Sumar-Retenciones-Cuenta
           COMPUTE Ws-Saldo-Disponible =
               Account-Balance - Ws-Ret-Total
           IF (Ws-Saldo-Disponible - Plan-Valor-Cuota)
               < Ws-Saldo-Minimo
               MOVE 'F' TO Ws-Cuota-Resultado
               CLOSE AccountFile
               EXIT PARAGRAPH
           END-IF
           SUBTRACT Plan-Valor-Cuota FROM Account-Balance
           MOVE Account-Balance TO Ws-Saldo-Despues
           MOVE Account-Sucursal TO Ws-Sucursal-Cuenta
           REWRITE AccountRecord
           MOVE 'E' TO Ws-Cuota-Resultado
           CLOSE AccountFile.

      *El capital de la cuota cobrada sale del saldo del prestamo;
      *en cero el prestamo queda cancelado.
       Actualizar-Saldo-Prestamo.
           MOVE 'N' TO Ws-Prestamo-Encontrado
           OPEN I-O PrestamoFile
           MOVE 'N' TO Ws-EOF-Prestamos
           PERFORM UNTIL End-Of-Prestamos
               OR Ws-Prestamo-Encontrado = 'Y'
               READ PrestamoFile
                   AT END
                       MOVE 'Y' TO Ws-EOF-Prestamos
                   NOT AT END
                       IF Prestamo-No = Plan-Prestamo-No
                           MOVE 'Y' TO Ws-Prestamo-Encontrado
                       END-IF
               END-READ
           END-PERFORM
           IF Ws-Prestamo-Encontrado = 'Y'
               IF Plan-Capital >= Prestamo-Saldo-Capital
                   MOVE 0 TO Prestamo-Saldo-Capital
               ELSE
                   SUBTRACT Plan-Capital FROM Prestamo-Saldo-Capital
               END-IF
               IF Prestamo-Saldo-Capital = 0
                   MOVE 'C' TO Prestamo-Estado
                   ADD 1 TO Ws-Prestamos-Cancelados
               END-IF
               REWRITE PrestamoRecord
           END-IF
           CLOSE PrestamoFile.

      *Suma las retenciones judiciales vigentes de la cuenta
      *Ws-Ret-Cuenta y deja el total en Ws-Ret-Total, igual que en
      *sistema-bancario.cbl.
       Sumar-Retenciones-Cuenta.
           MOVE 0 TO Ws-Ret-Total
           OPEN INPUT RetencionFile
           MOVE 'N' TO Ws-EOF-Ret
           PERFORM UNTIL End-Of-Ret
               READ RetencionFile
                   AT END
                       MOVE 'Y' TO Ws-EOF-Ret
                   NOT AT END
                       IF Retencion-Account-ID = Ws-Ret-Cuenta
                           AND Retencion-Vigente
                           ADD Retencion-Monto TO Ws-Ret-Total
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RetencionFile.

       Record-Loan-Transaction.
           PERFORM Get-Next-Trans-Seq
           OPEN EXTEND TransactionFile
           MOVE Ws-Max-Seq TO Trans-Seq-No
           MOVE Ws-Cobro-Cuenta TO Trans-Account-ID
           MOVE 'K' TO Trans-Type
           MOVE Plan-Valor-Cuota TO Trans-Amount
           MOVE FUNCTION CURRENT-DATE(1:8) TO Trans-Date
           MOVE FUNCTION CURRENT-DATE(9:6) TO Trans-Time
           MOVE Ws-Saldo-Despues TO Trans-Balance-After
           MOVE Plan-Prestamo-No TO Trans-Reference
           MOVE SPACE TO Trans-Reversed-Type
      *Movimiento generado por el batch, sin cajero de ventanilla;
      *queda en la sucursal de la cuenta.
           MOVE 0 TO Trans-Counterpart-ID
           MOVE 0 TO Trans-Cajero
           MOVE Ws-Sucursal-Cuenta TO Trans-Sucursal
           MOVE 0 TO Trans-Cheque-No
           WRITE TransactionRecord
           CLOSE TransactionFile
           PERFORM Actualizar-Control-Secuencia.

      *El numero siguiente sale del control de secuencia; solo si ese
      *control no existe todavia se recurre al barrido completo de
      *transacciones.dat de siempre.
       Get-Next-Trans-Seq.
           MOVE 0 TO Ws-Max-Seq
           MOVE 'N' TO Ws-Seq-Ctl-Encontrado
           OPEN INPUT SeqControlFile
           READ SeqControlFile
               AT END
                   CONTINUE
               NOT AT END
                   MOVE 'Y' TO Ws-Seq-Ctl-Encontrado
                   MOVE Seq-Ultimo-Usado TO Ws-Max-Seq
           END-READ
           CLOSE SeqControlFile
           IF Ws-Seq-Ctl-Encontrado = 'N'
               PERFORM Barrer-Max-Trans-Seq
           END-IF
           ADD 1 TO Ws-Max-Seq.

       Barrer-Max-Trans-Seq.
           OPEN INPUT TransactionFile
           MOVE 'N' TO Ws-EOF-Seq
           PERFORM UNTIL End-Of-Seq-Scan
               READ TransactionFile
                   AT END
                       MOVE 'Y' TO Ws-EOF-Seq
                   NOT AT END
                       IF Trans-Seq-No > Ws-Max-Seq
                           MOVE Trans-Seq-No TO Ws-Max-Seq
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TransactionFile.

       Actualizar-Control-Secuencia.
           OPEN OUTPUT SeqControlFile
           MOVE Ws-Max-Seq TO Seq-Ultimo-Usado
           WRITE SeqControlRecord
           CLOSE SeqControlFile.

      *Verificacion al abrir contra los controles que dejo
      *cierre-diario.cbl, igual que en sistema-bancario.cbl: cuentas
      *exactas contra el cierre; las transacciones (vivo + historico)
      *solo pueden crecer y el mayor numero de secuencia nunca
      *retrocede. Ante una alerta la corrida pide confirmacion.
       Verificar-Integridad.
           MOVE 'N' TO Ws-Ctl-Encontrado
           OPEN INPUT ControlFile
           READ ControlFile
               AT END
                   CONTINUE
               NOT AT END
                   MOVE 'Y' TO Ws-Ctl-Encontrado
           END-READ
           CLOSE ControlFile
           IF Ws-Ctl-Encontrado = 'N'
               EXIT PARAGRAPH
           END-IF

           PERFORM Contar-Archivos-Actuales
           MOVE 'N' TO Ws-Integridad-Mal
           IF Ws-Ver-Cuentas NOT = Ctl-Cuentas-Registros
               OR Ws-Ver-Saldo-Tot NOT = Ctl-Cuentas-Saldo-Tot
               MOVE 'Y' TO Ws-Integridad-Mal
               DISPLAY "ALERTA: cuentas.dat no cuadra con el cierre."
           END-IF
           IF Ws-Ver-Trans < Ctl-Trans-Registros
               MOVE 'Y' TO Ws-Integridad-Mal
               DISPLAY "ALERTA: faltan transacciones respecto al "
                   "cierre."
           END-IF
           IF Ws-Ver-Max-Seq < Ctl-Trans-Max-Seq
               MOVE 'Y' TO Ws-Integridad-Mal
               DISPLAY "ALERTA: la numeracion de transacciones "
                   "retrocedio respecto al cierre."
           END-IF

           IF Ws-Integridad-Mal = 'Y'
               DISPLAY "Los archivos no cuadran con el cierre del ",
                   Ctl-Fecha-Cierre, "; verifique o restaure el "
                   "respaldo antes de cobrar las cuotas."
               DISPLAY "Continuar de todos modos? SI/NO"
               ACCEPT Ws-Continuar
               IF Ws-Continuar NOT = 'SI' AND Ws-Continuar NOT = 'si'
                   DISPLAY "Corrida cancelada."
                   MOVE 8 TO Return-Code
                   STOP RUN
               END-IF
           END-IF.

       Contar-Archivos-Actuales.
           MOVE 0 TO Ws-Ver-Cuentas
           MOVE 0 TO Ws-Ver-Saldo-Tot
           OPEN INPUT AccountFile
           MOVE 'N' TO Ws-EOF-Cuentas
           PERFORM UNTIL End-Of-Cuentas
               READ AccountFile
                   AT END
                       MOVE 'Y' TO Ws-EOF-Cuentas
                   NOT AT END
                       ADD 1 TO Ws-Ver-Cuentas
                       ADD Account-Balance TO Ws-Ver-Saldo-Tot
               END-READ
           END-PERFORM
           CLOSE AccountFile

           MOVE 0 TO Ws-Ver-Trans
           MOVE 0 TO Ws-Ver-Max-Seq
           OPEN INPUT TransactionFile
           MOVE 'N' TO Ws-EOF-Seq
           PERFORM UNTIL End-Of-Seq-Scan
               READ TransactionFile
                   AT END
                       MOVE 'Y' TO Ws-EOF-Seq
                   NOT AT END
                       ADD 1 TO Ws-Ver-Trans
                       IF Trans-Seq-No > Ws-Ver-Max-Seq
                           MOVE Trans-Seq-No TO Ws-Ver-Max-Seq
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TransactionFile
           OPEN INPUT HistoryFile
           MOVE 'N' TO Ws-EOF-Seq
           PERFORM UNTIL End-Of-Seq-Scan
               READ HistoryFile
                   AT END
                       MOVE 'Y' TO Ws-EOF-Seq
                   NOT AT END
                       ADD 1 TO Ws-Ver-Trans
               END-READ
           END-PERFORM
           CLOSE HistoryFile
           OPEN INPUT SeqControlFile
           READ SeqControlFile
               AT END
                   CONTINUE
               NOT AT END
                   IF Seq-Ultimo-Usado > Ws-Ver-Max-Seq
                       MOVE Seq-Ultimo-Usado TO Ws-Ver-Max-Seq
                   END-IF
           END-READ
           CLOSE SeqControlFile.

      *Tras una corrida limpia los saldos ya no son los del cierre de
      *anoche; se regraba control-archivos.dat con los totales nuevos
      *para que la apertura siguiente no dispare una falsa alarma
      *diaria que acostumbre a todos a saltarse el control. Solo se
      *regraba si el regimen de controles ya existe (hubo un cierre).
       Actualizar-Control-Archivos.
           IF Ws-Ctl-Encontrado = 'N'
               EXIT PARAGRAPH
           END-IF
           PERFORM Contar-Archivos-Actuales
           OPEN OUTPUT ControlFile
           MOVE FUNCTION CURRENT-DATE(1:8) TO Ctl-Fecha-Cierre
           MOVE FUNCTION CURRENT-DATE(9:6) TO Ctl-Hora-Cierre
           MOVE Ws-Ver-Cuentas TO Ctl-Cuentas-Registros
           MOVE Ws-Ver-Saldo-Tot TO Ctl-Cuentas-Saldo-Tot
           MOVE Ws-Ver-Trans TO Ctl-Trans-Registros
           MOVE Ws-Ver-Max-Seq TO Ctl-Trans-Max-Seq
           WRITE FileControlRecord
           CLOSE ControlFile.

      *Carga al arrancar las reglas vigentes desde parametros.dat;
      *si un parametro no esta, queda el valor compilado de siempre.
       Cargar-Parametros.
           MOVE 'SALDO-MINIMO' TO Ws-Param-Codigo
           MOVE 'A' TO Ws-Param-Tipo
           MOVE 9999999.99 TO Ws-Param-Saldo
           PERFORM Buscar-Parametro
           IF Ws-Param-Hallado = 'Y'
               MOVE Ws-Param-Valor TO Ws-Min-Balance-Ahorros
           END-IF
           MOVE 'SOBREGIRO' TO Ws-Param-Codigo
           MOVE 'C' TO Ws-Param-Tipo
           MOVE 9999999.99 TO Ws-Param-Saldo
           PERFORM Buscar-Parametro
           IF Ws-Param-Hallado = 'Y'
               MOVE Ws-Param-Valor TO Ws-Overdraft-Corriente
           END-IF.

      *Mismo criterio de seleccion que en sistema-bancario.cbl: manda
      *el tramo mas alto que no supere el saldo y, dentro de ese
      *tramo, la vigencia mas reciente no futura.
       Buscar-Parametro.
           MOVE 'N' TO Ws-Param-Hallado
           MOVE 0 TO Ws-Param-Mejor-Fecha
           MOVE 0 TO Ws-Param-Mejor-Tramo
           OPEN INPUT ParamFile
           MOVE 'N' TO Ws-EOF-Params
           PERFORM UNTIL End-Of-Params
               READ ParamFile
                   AT END
                       MOVE 'Y' TO Ws-EOF-Params
                   NOT AT END
                       PERFORM Evaluar-Parametro
               END-READ
           END-PERFORM
           CLOSE ParamFile.

       Evaluar-Parametro.
           IF Param-Codigo = Ws-Param-Codigo
               AND Param-Tipo-Cuenta = Ws-Param-Tipo
               AND Param-Fecha-Vigencia <= Ws-Fecha-Hoy
               AND Param-Tramo-Desde <= Ws-Param-Saldo
               IF Param-Tramo-Desde > Ws-Param-Mejor-Tramo
                   OR (Param-Tramo-Desde = Ws-Param-Mejor-Tramo
                       AND Param-Fecha-Vigencia >= Ws-Param-Mejor-Fecha)
                   MOVE 'Y' TO Ws-Param-Hallado
                   MOVE Param-Valor TO Ws-Param-Valor
                   MOVE Param-Fecha-Vigencia TO Ws-Param-Mejor-Fecha
                   MOVE Param-Tramo-Desde TO Ws-Param-Mejor-Tramo
               END-IF
           END-IF.
