       ID DIVISION.
       PROGRAM-ID. NOMINA-ENVIO.
       AUTHOR. DAVID HERNANDEZ MARTIN.
      *MODIFICACIONES
      *15/10/2026 - ALTA INICIAL. EMISOR UNICO DE RECIBOS
      *             ELECTRONICOS: EL CIERRE, LA EXTRA Y LA REEMISION
      *             DE LA OPCION X LE ENTREGAN EL RECIBO LINEA A
      *             LINEA (AREA ENVCOM) Y ESTE SUBPROGRAMA LO DEJA EN
      *             UN FICHERO POR TRABAJADOR Y PERIODO
      *             (RECIBO_IIIII_PPPPPP.TXT), LO APUNTA EN EL
      *             MANIFIESTO DISTRIBUCION_RECIBOS.TXT QUE RECOGE LA
      *             PASARELA DE CORREO Y ABRE SU CONTROL DE ENTREGA
      *             EN ENVIOS_RECIBOS.DAT. LOS TRABAJADORES SIN
      *             CORREO VAN A LA LISTA RECIBOS_IMPRESION.TXT, COMO
      *             SE HACIA A MANO CORTANDO NOMINA.TXT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    FICHERO DEL RECIBO: SU NOMBRE SE COMPONE PARA CADA
      *    TRABAJADOR Y PERIODO.
           SELECT RECIBOFILE ASSIGN USING ws-fichero-recibo
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS recibofile-status.

           SELECT MANIFILE ASSIGN TO "DISTRIBUCION_RECIBOS.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS manifile-status.

           SELECT IMPRFILE ASSIGN TO "RECIBOS_IMPRESION.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS imprfile-status.

           SELECT ENVFILE ASSIGN TO "ENVIOS_RECIBOS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS env-clave
           SHARING WITH ALL OTHER
           FILE STATUS IS envfile-status.

       DATA DIVISION.
       FILE SECTION.
       FD  RECIBOFILE
           LABEL RECORDS ARE STANDARD.
       01  LINEA-RECIBO                PIC X(80).

       FD  MANIFILE
           LABEL RECORDS ARE STANDARD.
       01  LINEA-MANIFIESTO            PIC X(130).

       FD  IMPRFILE
           LABEL RECORDS ARE STANDARD.
       01  LINEA-IMPRESION             PIC X(100).

       FD  ENVFILE
           LABEL RECORDS ARE STANDARD.
       01  REG-ENVIO.
           COPY ENVREG.

       WORKING-STORAGE SECTION.

         >>SOURCE FORMAT IS FREE
         COPY FILESTAT REPLACING NIVEL-FS BY 77
             FS-CAMPO BY recibofile-status
             FS-OK BY recibofile-ok
             FS-FIN-FICHERO BY recibofile-fin
             FS-CLAVE-DUPLICADA BY recibofile-dup
             FS-REGISTRO-NO-ENCONTRADO BY recibofile-no-encontrado
             FS-FICHERO-NO-EXISTE BY recibofile-no-existe
             FS-REGISTRO-BLOQUEADO BY recibofile-bloqueado
             FS-DATOS-INVALIDOS BY recibofile-datos-invalidos.
         COPY FILESTAT REPLACING NIVEL-FS BY 77
             FS-CAMPO BY manifile-status
             FS-OK BY manifile-ok
             FS-FIN-FICHERO BY manifile-fin
             FS-CLAVE-DUPLICADA BY manifile-dup
             FS-REGISTRO-NO-ENCONTRADO BY manifile-no-encontrado
             FS-FICHERO-NO-EXISTE BY manifile-no-existe
             FS-REGISTRO-BLOQUEADO BY manifile-bloqueado
             FS-DATOS-INVALIDOS BY manifile-datos-invalidos.
         COPY FILESTAT REPLACING NIVEL-FS BY 77
             FS-CAMPO BY imprfile-status
             FS-OK BY imprfile-ok
             FS-FIN-FICHERO BY imprfile-fin
             FS-CLAVE-DUPLICADA BY imprfile-dup
             FS-REGISTRO-NO-ENCONTRADO BY imprfile-no-encontrado
             FS-FICHERO-NO-EXISTE BY imprfile-no-existe
             FS-REGISTRO-BLOQUEADO BY imprfile-bloqueado
             FS-DATOS-INVALIDOS BY imprfile-datos-invalidos.
         COPY FILESTAT REPLACING NIVEL-FS BY 77
             FS-CAMPO BY envfile-status
             FS-OK BY envfile-ok
             FS-FIN-FICHERO BY envfile-fin
             FS-CLAVE-DUPLICADA BY envfile-dup
             FS-REGISTRO-NO-ENCONTRADO BY envfile-no-encontrado
             FS-FICHERO-NO-EXISTE BY envfile-no-existe
             FS-REGISTRO-BLOQUEADO BY envfile-bloqueado
             FS-DATOS-INVALIDOS BY envfile-datos-invalidos.

         77 ws-fichero-recibo    PIC X(30) VALUE SPACES.
         77 ws-fecha-hoy         PIC 9(08) VALUE 0.
         77 ws-recibo-abierto    PIC 9(01) VALUE 0.
            88 recibo-abierto        VALUE 1.
            88 recibo-cerrado        VALUE 0.
         77 ws-motivo-impresion  PIC X(40) VALUE SPACES.

         *> DATOS DEL CONTROL DE ENTREGA A GRABAR.
         77 ws-estado-envio      PIC X(01).
         77 ws-fichero-envio     PIC X(30).
         77 ws-motivo-envio      PIC X(40).

         *> LINEA DEL MANIFIESTO DE LA PASARELA: TRABAJADOR,
         *> PERIODO, FICHERO, DIRECCION, ESTADO Y FECHA, EN
         *> POSICIONES FIJAS.
         01 ws-linea-manifiesto.
            05 man-id-trabajador PIC 9(05).
            05 FILLER            PIC X(01) VALUE SPACE.
            05 man-periodo       PIC 9(06).
            05 FILLER            PIC X(01) VALUE SPACE.
            05 man-fichero       PIC X(30).
            05 FILLER            PIC X(01) VALUE SPACE.
            05 man-email         PIC X(60).
            05 FILLER            PIC X(01) VALUE SPACE.
            05 man-estado        PIC X(10).
            05 FILLER            PIC X(01) VALUE SPACE.
            05 man-fecha         PIC 9(08).

         *> LINEA DE LA LISTA DE IMPRESION.
         01 ws-linea-impresion.
            05 imp-id-trabajador PIC 9(05).
            05 FILLER            PIC X(01) VALUE SPACE.
            05 imp-periodo       PIC 9(06).
            05 FILLER            PIC X(01) VALUE SPACE.
            05 imp-nombre        PIC X(46).
            05 FILLER            PIC X(01) VALUE SPACE.
            05 imp-motivo        PIC X(40).

       LINKAGE SECTION.
         COPY ENVCOM.

       PROCEDURE DIVISION USING envio-com.
       0000-MAIN SECTION.
       0000-EMITIR.
           ACCEPT ws-fecha-hoy FROM DATE YYYYMMDD.
           IF evc-abrir
               PERFORM 0001-ABRIR-RECIBO
           ELSE IF evc-escribir-linea
               IF recibo-abierto
                   MOVE evc-linea TO LINEA-RECIBO
                   WRITE LINEA-RECIBO
               END-IF
           ELSE IF evc-cerrar
               IF recibo-abierto
                   PERFORM 0002-CERRAR-RECIBO
               END-IF
           END-IF.
           GOBACK.

       0001-ABRIR-RECIBO.
           *> UN RECIBO QUE EL LLAMADOR DEJO SIN CERRAR (PASADA
           *> INTERRUMPIDA) SE CIERRA SIN APUNTARLO: INCOMPLETO NO SE
           *> ENVIA. SIN CORREO, O SI EL FICHERO NO SE PUEDE CREAR,
           *> EL RECIBO VA A LA LISTA DE IMPRESION Y SUS LINEAS SE
           *> DESCARTAN.
           IF recibo-abierto
               CLOSE RECIBOFILE
               SET recibo-cerrado TO TRUE
           END-IF.
           MOVE SPACES TO evc-fichero.
           IF evc-email = SPACES
               MOVE "SIN CORREO ELECTRONICO INFORMADO"
                   TO ws-motivo-impresion
               PERFORM 0003-ENVIAR-A-IMPRESION
           ELSE
               MOVE SPACES TO ws-fichero-recibo
               STRING "RECIBO_" evc-id-trabajador "_" evc-periodo
                      ".TXT"
                   DELIMITED BY SIZE INTO ws-fichero-recibo
               OPEN OUTPUT RECIBOFILE
               IF recibofile-ok
                   SET recibo-abierto TO TRUE
                   MOVE ws-fichero-recibo TO evc-fichero
                   SET evc-por-correo TO TRUE
               ELSE
                   DISPLAY "AVISO: NO SE PUDO CREAR "
                       ws-fichero-recibo " - FILE STATUS "
                       recibofile-status ", RECIBO A IMPRESION"
                   MOVE "FICHERO DE RECIBO NO CREADO"
                       TO ws-motivo-impresion
                   PERFORM 0003-ENVIAR-A-IMPRESION
               END-IF
           END-IF.

       0002-CERRAR-RECIBO.
           *> RECIBO COMPLETO: SE APUNTA EN EL MANIFIESTO (EL
           *> FICHERO YA ESTA CERRADO CUANDO LA PASARELA LO LEE) Y
           *> SU CONTROL DE ENTREGA QUEDA PENDIENTE.
           CLOSE RECIBOFILE.
           SET recibo-cerrado TO TRUE.
           MOVE evc-id-trabajador TO man-id-trabajador.
           MOVE evc-periodo TO man-periodo.
           MOVE ws-fichero-recibo TO man-fichero.
           MOVE evc-email TO man-email.
           IF evc-es-reemision
               MOVE "REEMISION" TO man-estado
           ELSE
               MOVE "PENDIENTE" TO man-estado
           END-IF.
           MOVE ws-fecha-hoy TO man-fecha.
           OPEN EXTEND MANIFILE.
           IF NOT manifile-status = "00" AND NOT manifile-status = "05"
               CLOSE MANIFILE
               OPEN OUTPUT MANIFILE
           END-IF.
           MOVE ws-linea-manifiesto TO LINEA-MANIFIESTO.
           WRITE LINEA-MANIFIESTO.
           CLOSE MANIFILE.
           MOVE 'P' TO ws-estado-envio.
           MOVE ws-fichero-recibo TO ws-fichero-envio.
           MOVE SPACES TO ws-motivo-envio.
           PERFORM 0004-GRABAR-CONTROL-ENTREGA.

       0003-ENVIAR-A-IMPRESION.

           MOVE evc-id-trabajador TO imp-id-trabajador.
           MOVE evc-periodo TO imp-periodo.
           MOVE evc-nombre TO imp-nombre.
           MOVE ws-motivo-impresion TO imp-motivo.
           OPEN EXTEND IMPRFILE.
           IF NOT imprfile-status = "00" AND NOT imprfile-status = "05"
               CLOSE IMPRFILE
               OPEN OUTPUT IMPRFILE
           END-IF.
           MOVE ws-linea-impresion TO LINEA-IMPRESION.
           WRITE LINEA-IMPRESION.
           CLOSE IMPRFILE.
           MOVE 'I' TO ws-estado-envio.
           MOVE SPACES TO ws-fichero-envio.
           MOVE ws-motivo-impresion TO ws-motivo-envio.
           PERFORM 0004-GRABAR-CONTROL-ENTREGA.
           SET evc-a-impresion TO TRUE.

       0004-GRABAR-CONTROL-ENTREGA.
           *> UNA LINEA POR TRABAJADOR Y PERIODO: UNA REEMISION (O
           *> UN CIERRE REANUDADO) PISA EL ESTADO ANTERIOR Y LAS
           *> REEMISIONES SE CUENTAN. SOLO SE CREA VACIO CON STATUS
           *> 35 (NO EXISTE).
           OPEN I-O ENVFILE.
           IF envfile-no-existe
               OPEN OUTPUT ENVFILE
               CLOSE ENVFILE
               OPEN I-O ENVFILE
           END-IF.
           IF NOT envfile-ok
               DISPLAY "AVISO: NO SE PUDO ABRIR ENVIOS_RECIBOS.DAT - "
                   "FILE STATUS " envfile-status
           ELSE
               MOVE evc-id-trabajador TO env-id-trabajador
               MOVE evc-periodo TO env-periodo
               READ ENVFILE WITH LOCK
                   INVALID KEY
                       MOVE 0 TO env-reemisiones
                       PERFORM 0004-COMPLETAR-ENVIO
                       WRITE REG-ENVIO
                   NOT INVALID KEY
                       IF evc-es-reemision
                           ADD 1 TO env-reemisiones
                       END-IF
                       PERFORM 0004-COMPLETAR-ENVIO
                       REWRITE REG-ENVIO
               END-READ
               CLOSE ENVFILE
           END-IF.

       0004-COMPLETAR-ENVIO.

           MOVE evc-id-trabajador TO env-id-trabajador.
           MOVE evc-periodo TO env-periodo.
           MOVE ws-fichero-envio TO env-fichero.
           MOVE evc-email TO env-email.
           MOVE ws-estado-envio TO env-estado.
           MOVE ws-fecha-hoy TO env-fecha-estado.
           MOVE ws-motivo-envio TO env-motivo.

       END PROGRAM NOMINA-ENVIO.
