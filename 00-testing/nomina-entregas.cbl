       ID DIVISION.
       PROGRAM-ID. NOMINA-ENTREGAS.
       AUTHOR. DAVID HERNANDEZ MARTIN.
      *MODIFICACIONES
      *15/10/2026 - ALTA INICIAL. RECOGIDA DEL FICHERO DE RESULTADOS
      *             DE LA PASARELA DE CORREO (RESULTADO_ENVIOS.TXT):
      *             CADA RECIBO ELECTRONICO QUEDA EN
      *             ENVIOS_RECIBOS.DAT COMO ENTREGADO O NO
      *             ENTREGADO, CON LA FECHA Y EL MOTIVO DEVUELTO. LOS
      *             NO ENTREGADOS SE LISTAN EN
      *             RECIBOS_NO_ENTREGADOS.TXT PARA REEMITIRLOS POR LA
      *             OPCION X DEL MENU. TERMINA CON RETURN-CODE 4 SI
      *             HAY RECIBOS NO ENTREGADOS Y 8 SI FALTA ALGUNO DE
      *             LOS FICHEROS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RESULFILE ASSIGN TO "RESULTADO_ENVIOS.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS resulfile-status.

           SELECT ENVFILE ASSIGN TO "ENVIOS_RECIBOS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS env-clave
           SHARING WITH ALL OTHER
           FILE STATUS IS envfile-status.

           SELECT LISTAFILE ASSIGN TO "RECIBOS_NO_ENTREGADOS.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS listafile-status.

       DATA DIVISION.
       FILE SECTION.
      *    UNA LINEA POR RECIBO TRATADO, EN LAS MISMAS POSICIONES QUE
      *    EL MANIFIESTO: TRABAJADOR, PERIODO, FICHERO, RESULTADO
      *    ('E' = ENTREGADO, CUALQUIER OTRO = NO ENTREGADO) Y MOTIVO.
       FD  RESULFILE
           LABEL RECORDS ARE STANDARD.
       01  REG-RESULTADO.
           05 res-id-trabajador        PIC 9(05).
           05 FILLER                   PIC X(01).
           05 res-periodo              PIC 9(06).
           05 FILLER                   PIC X(01).
           05 res-fichero              PIC X(30).
           05 FILLER                   PIC X(01).
           05 res-estado               PIC X(01).
              88 res-entregado             VALUE 'E'.
           05 FILLER                   PIC X(01).
           05 res-motivo               PIC X(40).

       FD  ENVFILE
           LABEL RECORDS ARE STANDARD.
       01  REG-ENVIO.
           COPY ENVREG.

       FD  LISTAFILE
           LABEL RECORDS ARE STANDARD.
       01  LINEA-LISTA                 PIC X(130).

       WORKING-STORAGE SECTION.

         >>SOURCE FORMAT IS FREE
         COPY FILESTAT REPLACING NIVEL-FS BY 77
             FS-CAMPO BY resulfile-status
             FS-OK BY resulfile-ok
             FS-FIN-FICHERO BY resulfile-fin
             FS-CLAVE-DUPLICADA BY resulfile-dup
             FS-REGISTRO-NO-ENCONTRADO BY resulfile-no-encontrado
             FS-FICHERO-NO-EXISTE BY resulfile-no-existe
             FS-REGISTRO-BLOQUEADO BY resulfile-bloqueado
             FS-DATOS-INVALIDOS BY resulfile-datos-invalidos.
         COPY FILESTAT REPLACING NIVEL-FS BY 77
             FS-CAMPO BY envfile-status
             FS-OK BY envfile-ok
             FS-FIN-FICHERO BY envfile-fin
             FS-CLAVE-DUPLICADA BY envfile-dup
             FS-REGISTRO-NO-ENCONTRADO BY envfile-no-encontrado
             FS-FICHERO-NO-EXISTE BY envfile-no-existe
             FS-REGISTRO-BLOQUEADO BY envfile-bloqueado
             FS-DATOS-INVALIDOS BY envfile-datos-invalidos.
         COPY FILESTAT REPLACING NIVEL-FS BY 77
             FS-CAMPO BY listafile-status
             FS-OK BY listafile-ok
             FS-FIN-FICHERO BY listafile-fin
             FS-CLAVE-DUPLICADA BY listafile-dup
             FS-REGISTRO-NO-ENCONTRADO BY listafile-no-encontrado
             FS-FICHERO-NO-EXISTE BY listafile-no-existe
             FS-REGISTRO-BLOQUEADO BY listafile-bloqueado
             FS-DATOS-INVALIDOS BY listafile-datos-invalidos.

         77 ws-fecha-hoy         PIC 9(08) VALUE 0.
         77 ws-leidos            PIC 9(05) VALUE 0.
         77 ws-entregados        PIC 9(05) VALUE 0.
         77 ws-no-entregados     PIC 9(05) VALUE 0.
         77 ws-desconocidos      PIC 9(05) VALUE 0.

         *> LINEA DEL LISTADO DE NO ENTREGADOS.
         01 ws-linea-no-entregado.
            05 lne-id-trabajador PIC 9(05).
            05 FILLER            PIC X(01) VALUE SPACE.
            05 lne-periodo       PIC 9(06).
            05 FILLER            PIC X(01) VALUE SPACE.
            05 lne-email         PIC X(60).
            05 FILLER            PIC X(01) VALUE SPACE.
            05 lne-motivo        PIC X(40).
            05 FILLER            PIC X(01) VALUE SPACE.
            05 lne-reemisiones   PIC Z9.

       PROCEDURE DIVISION.
       0000-MAIN SECTION.
       0000-PRINCIPAL.
           DISPLAY "=== RESULTADO DEL ENVIO DE RECIBOS ===".
           ACCEPT ws-fecha-hoy FROM DATE YYYYMMDD.
           OPEN INPUT RESULFILE.
           IF NOT resulfile-ok
               DISPLAY "ERROR: NO SE PUDO ABRIR RESULTADO_ENVIOS.TXT - "
                   "FILE STATUS " resulfile-status
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O ENVFILE.
           IF NOT envfile-ok
               DISPLAY "ERROR: NO SE PUDO ABRIR ENVIOS_RECIBOS.DAT - "
                   "FILE STATUS " envfile-status
               CLOSE RESULFILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT LISTAFILE.
           MOVE SPACES TO LINEA-LISTA.
           STRING "RECIBOS NO ENTREGADOS A " ws-fecha-hoy
                  " - REEMITIR POR LA OPCION X DEL MENU"
               DELIMITED BY SIZE INTO LINEA-LISTA.
           WRITE LINEA-LISTA.

           PERFORM 0001-LEER-RESULTADO.
           PERFORM 0002-ANOTAR-RESULTADO UNTIL resulfile-fin.

           CLOSE RESULFILE.
           CLOSE ENVFILE.
           CLOSE LISTAFILE.
           DISPLAY "RESULTADOS LEIDOS: " ws-leidos
               ", ENTREGADOS: " ws-entregados
               ", NO ENTREGADOS: " ws-no-entregados.
           IF ws-desconocidos > 0
               DISPLAY "AVISO: " ws-desconocidos " RESULTADOS SIN "
                   "RECIBO EN ENVIOS_RECIBOS.DAT, NO SE ANOTAN"
           END-IF.
           IF ws-no-entregados > 0
               DISPLAY "LISTADO EN RECIBOS_NO_ENTREGADOS.TXT"
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

       0001-LEER-RESULTADO.

           READ RESULFILE
               AT END CONTINUE
               NOT AT END ADD 1 TO ws-leidos
           END-READ.

       0002-ANOTAR-RESULTADO.
           *> SOLO SE ANOTA SOBRE EL RECIBO QUE SE ENVIO: SI DESDE
           *> ENTONCES SE REEMITIO CON OTRO FICHERO, O EL RECIBO
           *> SALIO A IMPRESION, EL RESULTADO YA NO LE CORRESPONDE.
           MOVE res-id-trabajador TO env-id-trabajador.
           MOVE res-periodo TO env-periodo.
           READ ENVFILE WITH LOCK
               INVALID KEY
                   ADD 1 TO ws-desconocidos
                   DISPLAY "AVISO: RECIBO " res-id-trabajador " "
                       res-periodo " NO CONSTA EN ENVIOS_RECIBOS.DAT"
               NOT INVALID KEY
                   IF envio-impresion OR env-fichero NOT = res-fichero
                       ADD 1 TO ws-desconocidos
                       UNLOCK ENVFILE
                   ELSE
                       PERFORM 0003-ACTUALIZAR-ENVIO
                   END-IF
           END-READ.
           PERFORM 0001-LEER-RESULTADO.

       0003-ACTUALIZAR-ENVIO.

           MOVE ws-fecha-hoy TO env-fecha-estado.
           IF res-entregado
               SET envio-entregado TO TRUE
               MOVE SPACES TO env-motivo
               ADD 1 TO ws-entregados
           ELSE
               SET envio-no-entregado TO TRUE
               MOVE res-motivo TO env-motivo
               IF env-motivo = SPACES
                   MOVE "SIN MOTIVO DEVUELTO POR LA PASARELA"
                       TO env-motivo
               END-IF
               ADD 1 TO ws-no-entregados
               MOVE env-id-trabajador TO lne-id-trabajador
               MOVE env-periodo TO lne-periodo
               MOVE env-email TO lne-email
               MOVE env-motivo TO lne-motivo
               MOVE env-reemisiones TO lne-reemisiones
               MOVE ws-linea-no-entregado TO LINEA-LISTA
               WRITE LINEA-LISTA
           END-IF.
           REWRITE REG-ENVIO.

       END PROGRAM NOMINA-ENTREGAS.
