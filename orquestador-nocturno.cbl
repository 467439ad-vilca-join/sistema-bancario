      * Author:
      * Date:
      * Purpose: Orquestador del proceso nocturno. Ejecuta la cadena
      *          completa en el orden correcto, que hasta ahora dependia
      *          de la memoria del operador:
      *            1 ejecuta-ordenes      2 resumen-movimientos
      *            3 marca-inactivas      4 conciliacion-saldos
      *            5 diario-operaciones   6 extracto-contable
      *            7 archiva-transacciones 8 revision-sarlaft
      *            9 genera-alertas      10 cierre-diario
      *          resumen-movimientos arma una vez el resumen por cuenta
      *          que usan marca-inactivas y conciliacion-saldos; va
      *          despues de ejecuta-ordenes, que es el ultimo paso que
      *          agrega movimientos antes de ellos. Cada paso corre como
      *          proceso aparte via CALL "SYSTEM" con los ejecutables en
      *          el directorio de trabajo; las respuestas que cada
      *          programa pide por pantalla se alimentan por la tuberia
      *          (fecha 0 = hoy para diario, extracto y avisos, corte de
      *          30 dias para el archivado, y "SI" a la pregunta de
      *          continuar ante la alerta de integridad, que al final de
      *          un dia normal salta de forma rutinaria porque los
      *          saldos ya no son los del cierre de anoche; es la misma
      *          respuesta que daba el operador a mano). Cada paso queda
      *          en la bitacora bitacora-nocturna.dat con fecha, hora de
      *          inicio y fin y resultado; ante un paso fallido (codigo
      *          de retorno distinto de cero) la cadena se detiene
      *          dejando registrado donde quedo, y al relanzarse el
      *          mismo dia retoma desde el primer paso sin completar en
      *          vez de repetir los ya corridos.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               TO Ws-Fecha-Corte

           PERFORM Leer-Bitacora-Del-Dia
           IF Ws-Ultimo-OK >= 10
               DISPLAY "La cadena nocturna de hoy ya se completo; "
                   "nada que hacer."
               STOP RUN
           END-IF

           PERFORM VARYING Ws-Paso FROM Ws-Paso-Inicial BY 1
               UNTIL Ws-Paso > 10 OR Ws-Fallo = 'Y'
               PERFORM Ejecutar-Paso
           END-PERFORM

                   MOVE "echo SI | ./ejecuta-ordenes"
                       TO Ws-Comando
               WHEN 2
                   MOVE "resumen-movimientos" TO Ws-Programa
                   MOVE "./resumen-movimientos" TO Ws-Comando
               WHEN 3
                   MOVE "marca-inactivas" TO Ws-Programa
                   MOVE "echo SI | ./marca-inactivas"
                       TO Ws-Comando
               WHEN 4
                   MOVE "conciliacion-saldos" TO Ws-Programa
                   MOVE "./conciliacion-saldos" TO Ws-Comando
               WHEN 5
                   MOVE "diario-operaciones" TO Ws-Programa
                   MOVE "echo 0 | ./diario-operaciones"
                       TO Ws-Comando
               WHEN 6
                   MOVE "extracto-contable" TO Ws-Programa
                   MOVE "echo 0 | ./extracto-contable"
                       TO Ws-Comando
               WHEN 7
                   MOVE "archiva-transacciones" TO Ws-Programa
                   STRING 'printf "' Ws-Fecha-Corte '\nSI\n"'
                       ' | ./archiva-transacciones'
                       DELIMITED BY SIZE INTO Ws-Comando
               WHEN 8
                   MOVE "revision-sarlaft" TO Ws-Programa
                   MOVE "./revision-sarlaft" TO Ws-Comando
               WHEN 9
                   MOVE "genera-alertas" TO Ws-Programa
                   MOVE "echo 0 | ./genera-alertas"
                       TO Ws-Comando
               WHEN 10
                   MOVE "cierre-diario" TO Ws-Programa
                   MOVE "./cierre-diario" TO Ws-Comando
           END-EVALUATE.
