      *MODIFICACIONES
      *22/08/2026 - ALTA INICIAL, SUSTITUYE AL IEFBR14 RESERVADO DEL
      *             PASO NOTIFICA DE FICHPROC.
      *15/10/2026 - RESULTADO DE LA VALIDACION DEL SOBRE DE LA
      *             ENTREGA: SE LEE EL REGISTRO DE ENTREGAS QUE ANOTA
      *             CARGA (RUTA-REGISTRO-ENTREGAS). UNA ENTREGA
      *             RECHAZADA HOY SALE COMO ALERTA AL PRINCIPIO DEL
      *             BOLETIN CON SU MOTIVO; UNA ACEPTADA, COMO LINEA
      *             ENTREGA CON EMISOR, SECUENCIA Y REGISTROS.
      *15/10/2026 - EJECUCION POR PARTICIONES: SI EXISTE EL FICHERO
      *             DE CONTROL (RUTA-PARTICIONES) SE MIRA TAMBIEN EL
      *             CHECKPOINT PROPIO DE CADA PARTICION (RUTA-
      *             CHECKPOINT + "." + PARTICION) Y SE DA UNA ALERTA
      *             POR CADA PARTICION A MEDIAS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS LETRAS-IDX
           FILE STATUS IS WS-INIDX-STATUS.
      *Registro de entregas que anota CARGA, aceptadas y rechazadas.
           SELECT ENTREGASFILE ASSIGN TO DYNAMIC WS-RUTA-ENTREGAS
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ENTREGAS-STATUS.
      *Fichero de control de particiones, para localizar el
      *checkpoint propio de cada particion.
           SELECT PARTICIONESFILE ASSIGN TO DYNAMIC WS-RUTA-PARTICIONES
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PARTIC-STATUS.
      *Boletin fechado de salida.
           SELECT BOLETINFILE ASSIGN TO DYNAMIC WS-RUTA-BOLETIN
           ORGANIZATION IS LINE SEQUENTIAL
           02  RES-FILTRADOS        PIC 9(07).
           02  RES-REINICIO         PIC A(01).
           02  RES-ESTADO           PIC X(10).
           02  RES-HORA-INICIO      PIC 9(08).
           02  RES-HORA-FIN         PIC 9(08).

       FD EXCFILE.
       01  REG-EXCEPCION.
       01  REG-INIDX.
           02  LETRAS-IDX           PIC A(10).

       FD ENTREGASFILE.
       01  REG-ENTREGA.
           02  ENT-EMISOR           PIC X(10).
           02  ENT-FECHA-ENTREGA    PIC 9(08).
           02  ENT-SECUENCIA        PIC 9(06).
           02  ENT-FECHA-PROCESO    PIC 9(08).
           02  ENT-HORA-PROCESO     PIC 9(08).
           02  ENT-REGISTROS        PIC 9(07).
           02  ENT-TOTAL-CONTROL    PIC 9(09).
           02  ENT-ESTADO           PIC X(01).
               88  ENT-ACEPTADA     VALUE "A".
               88  ENT-RECHAZADA    VALUE "R".
           02  ENT-MOTIVO           PIC X(40).

       FD PARTICIONESFILE.
       01  REG-PARTICION.
           02  PAR-ID               PIC X(02).
           02  FILLER               PIC X(01).
           02  PAR-DESDE            PIC X(01).
           02  FILLER               PIC X(01).
           02  PAR-HASTA            PIC X(01).
           02  FILLER               PIC X(74).

       FD BOLETINFILE.
       01  LINEA-BOLETIN            PIC X(80).

           FS-FICHERO-NO-EXISTE BY WS-BOLETIN-STATUS-NOEXISTE
           FS-REGISTRO-BLOQUEADO BY WS-BOLETIN-STATUS-BLOQUEADO
           FS-DATOS-INVALIDOS BY WS-BOLETIN-STATUS-INVALIDOS.
       COPY FILESTAT REPLACING NIVEL-FS BY 01
           FS-CAMPO BY WS-ENTREGAS-STATUS
           FS-OK BY WS-ENTREGAS-STATUS-OK
           FS-FIN-FICHERO BY WS-ENTREGAS-STATUS-FIN
           FS-CLAVE-DUPLICADA BY WS-ENTREGAS-STATUS-DUP
           FS-REGISTRO-NO-ENCONTRADO BY WS-ENTREGAS-STATUS-NOTFOUND
           FS-FICHERO-NO-EXISTE BY WS-ENTREGAS-STATUS-NOEXISTE
           FS-REGISTRO-BLOQUEADO BY WS-ENTREGAS-STATUS-BLOQUEADO
           FS-DATOS-INVALIDOS BY WS-ENTREGAS-STATUS-INVALIDOS.
       COPY FILESTAT REPLACING NIVEL-FS BY 01
           FS-CAMPO BY WS-PARTIC-STATUS
           FS-OK BY WS-PARTIC-STATUS-OK
           FS-FIN-FICHERO BY WS-PARTIC-STATUS-FIN
           FS-CLAVE-DUPLICADA BY WS-PARTIC-STATUS-DUP
           FS-REGISTRO-NO-ENCONTRADO BY WS-PARTIC-STATUS-NOTFOUND
           FS-FICHERO-NO-EXISTE BY WS-PARTIC-STATUS-NOEXISTE
           FS-REGISTRO-BLOQUEADO BY WS-PARTIC-STATUS-BLOQUEADO
           FS-DATOS-INVALIDOS BY WS-PARTIC-STATUS-INVALIDOS.

       01  WS-RUTA-RESUMEN PIC X(80) VALUE "FicherosResumen.txt".
       01  WS-RUTA-EXCEPCIONES PIC X(80)
       01  WS-RES-FILTRADOS PIC 9(07) VALUE 0.
       01  WS-RES-REINICIO PIC A(01) VALUE 'N'.
       01  WS-RES-ESTADO PIC X(10) VALUE SPACES.
       01  WS-RUTA-ENTREGAS PIC X(80) VALUE "RegistroEntregas.txt".
       01  WS-HAY-ENTREGA PIC A(1) VALUE 'N'.
           88  WS-ENTREGA-DE-HOY VALUE 'S'.
      *Ultima anotacion de hoy en el registro de entregas (si el job
      *se resometio, la del ultimo intento es la que vale).
       01  WS-ULTIMA-ENTREGA PIC X(97) VALUE SPACES.
       01  WS-RUTA-PARTICIONES PIC X(80)
           VALUE "FicherosParticiones.txt".
       01  WS-RUTA-CHECKPOINT-BASE PIC X(80) VALUE SPACES.
      *Particiones que han quedado a medias, con su checkpoint.
       01  WS-TABLA-PENDIENTES.
           02  WS-NUM-PENDIENTES    PIC 9(02) VALUE 0.
           02  WS-PENDIENTE OCCURS 26 TIMES.
               03  WS-PEND-PARTICION PIC X(02).
               03  WS-PEND-LETRAS   PIC A(10).
       01  WS-IND-PENDIENTE PIC 9(02) COMP VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           IF WS-RUTA-INIDX = SPACES
               MOVE "Fichero.idx" TO WS-RUTA-INIDX
           END-IF
           ACCEPT WS-RUTA-PARTICIONES
               FROM ENVIRONMENT "RUTA-PARTICIONES"
           IF WS-RUTA-PARTICIONES = SPACES
               MOVE "FicherosParticiones.txt" TO WS-RUTA-PARTICIONES
           END-IF
           ACCEPT WS-RUTA-ENTREGAS
               FROM ENVIRONMENT "RUTA-REGISTRO-ENTREGAS"
           IF WS-RUTA-ENTREGAS = SPACES
               MOVE "RegistroEntregas.txt" TO WS-RUTA-ENTREGAS
           END-IF
      *    EL BOLETIN VA FECHADO: PREFIJO (RUTA-BOLETIN) + FECHA.
           ACCEPT WS-PREFIJO-BOLETIN FROM ENVIRONMENT "RUTA-BOLETIN"
           IF WS-PREFIJO-BOLETIN = SPACES
               DELIMITED BY SIZE INTO WS-RUTA-BOLETIN

           PERFORM LEER-RESUMEN
           PERFORM LEER-ENTREGAS
           PERFORM LEER-CHECKPOINT-PENDIENTE
           PERFORM LEER-CHECKPOINTS-PARTICION
           PERFORM CONTAR-INDEXADO
           PERFORM CONTAR-EXCEPCIONES
           PERFORM ESCRIBIR-BOLETIN
               CLOSE RESUMENFILE
           END-IF.

       LEER-ENTREGAS.
           OPEN INPUT ENTREGASFILE.
           IF WS-ENTREGAS-STATUS-OK
               MOVE 'N' TO WS-EOF
               PERFORM LEER-SIGUIENTE-ENTREGA UNTIL WS-EOF = 'Y'
               CLOSE ENTREGASFILE
           END-IF
           IF WS-ENTREGA-DE-HOY
               MOVE WS-ULTIMA-ENTREGA TO REG-ENTREGA
           END-IF.

       LEER-SIGUIENTE-ENTREGA.
           READ ENTREGASFILE
               AT END MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF ENT-FECHA-PROCESO = WS-FECHA-HOY
                       MOVE 'S' TO WS-HAY-ENTREGA
                       MOVE REG-ENTREGA TO WS-ULTIMA-ENTREGA
                   END-IF
           END-READ.

       LEER-CHECKPOINT-PENDIENTE.
           OPEN INPUT CHECKPOINTFILE.
           IF WS-CHECKPOINT-STATUS-OK
               CLOSE CHECKPOINTFILE
           END-IF.

      *Con ejecucion por particiones cada paso de particion lleva su
      *propio checkpoint; sin fichero de control no hay nada que
      *mirar.
       LEER-CHECKPOINTS-PARTICION.
           MOVE WS-RUTA-CHECKPOINT TO WS-RUTA-CHECKPOINT-BASE
           OPEN INPUT PARTICIONESFILE.
           IF WS-PARTIC-STATUS-OK
               PERFORM LEER-SIGUIENTE-PARTICION
                   UNTIL WS-PARTIC-STATUS-FIN
               CLOSE PARTICIONESFILE
           END-IF
           MOVE WS-RUTA-CHECKPOINT-BASE TO WS-RUTA-CHECKPOINT.

       LEER-SIGUIENTE-PARTICION.
           READ PARTICIONESFILE
               AT END CONTINUE
               NOT AT END
                   IF PAR-ID(1:1) NOT = "*" AND PAR-ID NOT = SPACES
                       PERFORM LEER-CHECKPOINT-PARTICION
                   END-IF
           END-READ.

       LEER-CHECKPOINT-PARTICION.
           MOVE SPACES TO WS-RUTA-CHECKPOINT
           STRING FUNCTION TRIM(WS-RUTA-CHECKPOINT-BASE) "." PAR-ID
               DELIMITED BY SIZE INTO WS-RUTA-CHECKPOINT
           OPEN INPUT CHECKPOINTFILE.
           IF WS-CHECKPOINT-STATUS-OK
               READ CHECKPOINTFILE
                   AT END CONTINUE
                   NOT AT END
                       IF CKP-LETRAS NOT = SPACES
                           AND WS-NUM-PENDIENTES < 26
                           ADD 1 TO WS-NUM-PENDIENTES
                           MOVE PAR-ID
                             TO WS-PEND-PARTICION(WS-NUM-PENDIENTES)
                           MOVE CKP-LETRAS
                             TO WS-PEND-LETRAS(WS-NUM-PENDIENTES)
                       END-IF
               END-READ
               CLOSE CHECKPOINTFILE
           END-IF.

       CONTAR-INDEXADO.
           OPEN INPUT INIDX.
           IF WS-INIDX-STATUS-OK

      *Una sola pagina con el resultado de la noche. La ALERTA de
      *checkpoint pendiente va al principio, que es lo primero que
      *tiene que ver el turno de manana, igual que la de entrega
      *rechazada por CARGA.
       ESCRIBIR-BOLETIN.
           OPEN OUTPUT BOLETINFILE.
           IF NOT WS-BOLETIN-STATUS-OK
                   DELIMITED BY SIZE INTO LINEA-BOLETIN
               WRITE LINEA-BOLETIN

               IF WS-ENTREGA-DE-HOY AND ENT-RECHAZADA
                   MOVE SPACES TO LINEA-BOLETIN
                   STRING "*** ALERTA: ENTREGA RECHAZADA - "
                          ENT-MOTIVO
                       DELIMITED BY SIZE INTO LINEA-BOLETIN
                   WRITE LINEA-BOLETIN
                   MOVE SPACES TO LINEA-BOLETIN
                   STRING "*** EMISOR " ENT-EMISOR
                          " SECUENCIA " ENT-SECUENCIA
                          " FECHA DE ENTREGA " ENT-FECHA-ENTREGA
                       DELIMITED BY SIZE INTO LINEA-BOLETIN
                   WRITE LINEA-BOLETIN
                   MOVE "*** PEDIR AL ORIGEN LA ENTREGA CORRECTA ANTES "
                       TO LINEA-BOLETIN
                   WRITE LINEA-BOLETIN
                   MOVE "*** DE RESOMETER FICHPROC"
                       TO LINEA-BOLETIN
                   WRITE LINEA-BOLETIN
                   DISPLAY "ALERTA: ENTREGA RECHAZADA - " ENT-MOTIVO
               END-IF

               IF WS-CHECKPOINT-PENDIENTE
                   MOVE SPACES TO LINEA-BOLETIN
                   STRING "*** ALERTA: JOB A MEDIAS, CHECKPOINT "
                       WS-LETRAS-PENDIENTE
               END-IF

               IF WS-NUM-PENDIENTES > 0
                   PERFORM ESCRIBIR-ALERTA-PARTICION
                       VARYING WS-IND-PENDIENTE FROM 1 BY 1
                       UNTIL WS-IND-PENDIENTE > WS-NUM-PENDIENTES
                   MOVE "*** RESOMETER FICHPROC: SOLO SE REPITEN LAS "
                       TO LINEA-BOLETIN
                   WRITE LINEA-BOLETIN
                   MOVE "*** PARTICIONES PENDIENTES Y LA FUSION"
                       TO LINEA-BOLETIN
                   WRITE LINEA-BOLETIN
               END-IF

               IF WS-ENTREGA-DE-HOY
                   IF ENT-ACEPTADA
                       MOVE SPACES TO LINEA-BOLETIN
                       STRING "ENTREGA: EMISOR " ENT-EMISOR
                              " SECUENCIA " ENT-SECUENCIA
                              " FECHA " ENT-FECHA-ENTREGA
                              " REGISTROS " ENT-REGISTROS
                           DELIMITED BY SIZE INTO LINEA-BOLETIN
                       WRITE LINEA-BOLETIN
                   END-IF
               ELSE
                   MOVE "ENTREGA: SIN ANOTACION DE HOY EN EL REGISTRO "
                       TO LINEA-BOLETIN
                   WRITE LINEA-BOLETIN
                   MOVE "DE ENTREGAS (PASO CARGA NO EJECUTADO)"
                       TO LINEA-BOLETIN
                   WRITE LINEA-BOLETIN
               END-IF

               IF WS-ENTREGA-DE-HOY AND ENT-RECHAZADA
                   MOVE "CARGA: NO EJECUTADA, Fichero.idx SIGUE SIENDO"
                       TO LINEA-BOLETIN
                   WRITE LINEA-BOLETIN
                   MOVE "EL DE LA ENTREGA ANTERIOR" TO LINEA-BOLETIN
                   WRITE LINEA-BOLETIN
               ELSE
                   MOVE SPACES TO LINEA-BOLETIN
                   STRING "CARGA: CONVERTIDOS AL INDEXADO "
                          WS-TOTAL-INDEXADO
                          " RECHAZADOS " WS-TOTAL-EXCEPCIONES
                       DELIMITED BY SIZE INTO LINEA-BOLETIN
                   WRITE LINEA-BOLETIN
               END-IF

               IF WS-RESUMEN-DE-HOY
                   MOVE SPACES TO LINEA-BOLETIN
               DISPLAY "BOLETIN GENERADO EN " WS-RUTA-BOLETIN
           END-IF.

       ESCRIBIR-ALERTA-PARTICION.
           MOVE SPACES TO LINEA-BOLETIN
           STRING "*** ALERTA: PARTICION "
                  WS-PEND-PARTICION(WS-IND-PENDIENTE)
                  " A MEDIAS, CHECKPOINT PENDIENTE EN "
                  WS-PEND-LETRAS(WS-IND-PENDIENTE) " ***"
               DELIMITED BY SIZE INTO LINEA-BOLETIN
           WRITE LINEA-BOLETIN
           DISPLAY "ALERTA: PARTICION "
               WS-PEND-PARTICION(WS-IND-PENDIENTE)
               " CHECKPOINT PENDIENTE EN "
               WS-PEND-LETRAS(WS-IND-PENDIENTE).

       END PROGRAM FicherosNotifica.
