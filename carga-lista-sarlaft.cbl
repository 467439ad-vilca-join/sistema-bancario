      ******************************************************************
      * Author:
      * Date:
      * Purpose: Carga semanal de las listas restrictivas (SARLAFT).
      *          Lee el archivo que entrega cumplimiento,
      *          lista-cumplimiento.txt (una linea por persona
      *          listada: lista de origen, documento y nombre), y
      *          reemplaza con el lista-restrictiva.dat, que es el
      *          que consultan la ventanilla y la revision nocturna.
      *          Los nombres quedan en mayusculas. Cada entrada
      *          conserva la fecha en que aparecio por primera vez
      *          (si ya estaba en la lista anterior con la misma
      *          lista, documento y nombre) o toma la fecha de hoy si
      *          es nueva; asi revision-sarlaft.cbl sabe que
      *          coincidencias son posteriores a un despeje. Una
      *          linea sin documento ni nombre se descarta. Si la
      *          entrega no trae ninguna entrada valida la lista
      *          vigente no se toca y la corrida termina con codigo
      *          de retorno 8, para no dejar la ventanilla sin lista
      *          por un archivo vacio o mal transmitido.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. carga-lista-sarlaft.
      *Aca se Describe el entorno: Archivos, Dispositivos, etc.
       ENVIRONMENT DIVISION.
      ******************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL EntregaFile
               ASSIGN TO "lista-cumplimiento.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ListaFile ASSIGN TO "lista-restrictiva.dat"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL ListaFileTmp
               ASSIGN TO "lista-restrictiva.tmp"
               ORGANIZATION IS SEQUENTIAL.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
      *Archivo de cumplimiento: lista de origen (OFAC, ONU, ...),
      *documento y nombre tal como vienen en la publicacion.
       FD  EntregaFile.
       01  EntregaRecord.
           05  Ent-Fuente           PIC X(10).
           05  Ent-Documento        PIC X(15).
           05  Ent-Nombre           PIC X(60).
       FD  ListaFile.
           COPY LISTREC.
      *ListaRecordTmp es un calco byte a byte de ListaRecord
      *(71 bytes: 10+15+30+8+8), igual que AccountRecordTmp.
       FD  ListaFileTmp.
       01  ListaRecordTmp           PIC X(71).
      *Aqui encontramos las variables que se usan durante la ejecucion.
       WORKING-STORAGE SECTION.
       01  Ws-Fecha-Hoy             PIC 9(8).
       01  Ws-EOF-Entrega           PIC X VALUE 'N'.
           88 End-Of-Entrega        VALUE 'Y'.
       01  Ws-EOF-Lista             PIC X VALUE 'N'.
           88 End-Of-Lista          VALUE 'Y'.

      *Entrada en preparacion: ListaRecord se pisa al buscarla en la
      *lista anterior, asi que se arma aparte.
       01  Ws-Nueva-Fuente          PIC X(10).
       01  Ws-Nueva-Documento       PIC X(15).
       01  Ws-Nueva-Nombre          PIC X(30).
       01  Ws-Nueva-Inclusion       PIC 9(8).
       01  Ws-Ya-Estaba             PIC X VALUE 'N'.

      *Totales de la carga.
       01  Ws-Cant-Anterior         PIC 9(7) VALUE 0.
       01  Ws-Cant-Leidas           PIC 9(7) VALUE 0.
       01  Ws-Cant-Cargadas         PIC 9(7) VALUE 0.
       01  Ws-Cant-Nuevas           PIC 9(7) VALUE 0.
       01  Ws-Cant-Descartadas      PIC 9(7) VALUE 0.

      *Aqui empezamos a desarrollar la logica del programa.
       PROCEDURE DIVISION.
       Main-Carga-Lista.
           DISPLAY "======CARGA DE LISTAS RESTRICTIVAS======"
           MOVE FUNCTION CURRENT-DATE(1:8) TO Ws-Fecha-Hoy
           PERFORM Contar-Lista-Anterior

           OPEN INPUT EntregaFile
           OPEN OUTPUT ListaFileTmp
           PERFORM UNTIL End-Of-Entrega
               READ EntregaFile
                   AT END
                       MOVE 'Y' TO Ws-EOF-Entrega
                   NOT AT END
                       ADD 1 TO Ws-Cant-Leidas
                       PERFORM Cargar-Entrada
               END-READ
           END-PERFORM
           CLOSE EntregaFile
           CLOSE ListaFileTmp

           DISPLAY "Lineas recibidas de cumplimiento: ", Ws-Cant-Leidas
           DISPLAY "Descartadas sin documento ni nombre: ",
               Ws-Cant-Descartadas
           IF Ws-Cant-Cargadas = 0
               CALL "CBL_DELETE_FILE" USING "lista-restrictiva.tmp"
               DISPLAY "La entrega no trae entradas validas; la lista "
                   "vigente queda sin cambios."
               MOVE 8 TO Return-Code
               STOP RUN
           END-IF

           PERFORM Reemplazar-Lista
           DISPLAY "-----------------------------------"
           DISPLAY "Entradas en la lista anterior: ", Ws-Cant-Anterior
           DISPLAY "Entradas en la lista vigente:  ", Ws-Cant-Cargadas
           DISPLAY "De ellas nuevas en esta carga: ", Ws-Cant-Nuevas
           DISPLAY "Lista cargada: lista-restrictiva.dat"
           MOVE 0 TO Return-Code
           STOP RUN.

       Contar-Lista-Anterior.
           OPEN INPUT ListaFile
           MOVE 'N' TO Ws-EOF-Lista
           PERFORM UNTIL End-Of-Lista
               READ ListaFile
                   AT END
                       MOVE 'Y' TO Ws-EOF-Lista
                   NOT AT END
                       ADD 1 TO Ws-Cant-Anterior
               END-READ
           END-PERFORM
           CLOSE ListaFile.

       Cargar-Entrada.
           IF Ent-Documento = SPACES AND Ent-Nombre = SPACES
               ADD 1 TO Ws-Cant-Descartadas
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION UPPER-CASE(Ent-Fuente) TO Ws-Nueva-Fuente
           MOVE Ent-Documento TO Ws-Nueva-Documento
           MOVE FUNCTION UPPER-CASE(Ent-Nombre) TO Ws-Nueva-Nombre
           PERFORM Buscar-Inclusion-Anterior
           IF Ws-Ya-Estaba = 'N'
               MOVE Ws-Fecha-Hoy TO Ws-Nueva-Inclusion
               ADD 1 TO Ws-Cant-Nuevas
           END-IF
           MOVE Ws-Nueva-Fuente TO Lst-Fuente
           MOVE Ws-Nueva-Documento TO Lst-Documento
           MOVE Ws-Nueva-Nombre TO Lst-Nombre
           MOVE Ws-Nueva-Inclusion TO Lst-Fecha-Inclusion
           MOVE Ws-Fecha-Hoy TO Lst-Fecha-Carga
           MOVE ListaRecord TO ListaRecordTmp
           WRITE ListaRecordTmp
           ADD 1 TO Ws-Cant-Cargadas.

      *Una entrada ya estaba si la lista anterior tiene la misma
      *lista de origen, documento y nombre; conserva su fecha de
      *inclusion original.
       Buscar-Inclusion-Anterior.
           MOVE 'N' TO Ws-Ya-Estaba
           OPEN INPUT ListaFile
           MOVE 'N' TO Ws-EOF-Lista
           PERFORM UNTIL End-Of-Lista OR Ws-Ya-Estaba = 'Y'
               READ ListaFile
                   AT END
                       MOVE 'Y' TO Ws-EOF-Lista
                   NOT AT END
                       IF Lst-Fuente = Ws-Nueva-Fuente
                           AND Lst-Documento = Ws-Nueva-Documento
                           AND Lst-Nombre = Ws-Nueva-Nombre
                           MOVE 'Y' TO Ws-Ya-Estaba
                           MOVE Lst-Fecha-Inclusion
                               TO Ws-Nueva-Inclusion
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ListaFile.

      *lista-restrictiva.dat es SEQUENTIAL: se reemplaza por el
      *archivo reconstruido, igual que hace Delete-Account con
      *cuentas.tmp.
       Reemplazar-Lista.
           CALL "CBL_DELETE_FILE" USING "lista-restrictiva.dat"
           CALL "CBL_RENAME_FILE" USING "lista-restrictiva.tmp"
               "lista-restrictiva.dat".
