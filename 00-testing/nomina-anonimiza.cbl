      *             BUENA Y LA RECONSTRUCCION QUEDA RESENADA EN EL
      *             CERTIFICADO. ES EL UNICO PROCESO AUTORIZADO A
      *             VACIAR AUDITORIA.TXT, Y SOLO PARA RESELLARLO.
      *15/10/2026 - EL CORREO ELECTRONICO DEL TRABAJADOR SE BORRA CON
      *             EL RESTO DE DATOS IDENTIFICATIVOS, TAMBIEN EN LOS
      *             CONTROLES DE ENTREGA DE SUS RECIBOS
      *             (ENVIOS_RECIBOS.DAT), Y SE RESENA EN EL
      *             CERTIFICADO.
      *15/10/2026 - ROTACION MENSUAL DE AUDITORIA: EL RESELLADO DE
      *             AUDITORIA.TXT SIGUE LA CADENA DESDE EL ULTIMO
      *             SEGMENTO CERRADO (YA NO DESDE SEC=1). LOS
      *             SEGMENTOS AUDITORIA_AAAAMM.TXT NO SE REESCRIBEN;
      *             EL CERTIFICADO DICE CUANTOS HAY SIN LIMPIAR.
      *15/10/2026 - LAS VERSIONES FECHADAS DE LA FICHA
      *             (TRABAJADORES_VERSIONES.TXT) DE LOS ANONIMIZADOS
      *             SE LIMPIAN CON EL MISMO TOKEN, VIA FICHERO
      *             TEMPORAL, CONSERVANDO FECHAS E IMPORTES; EL
      *             CERTIFICADO DICE CUANTAS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS audittmp-status.

           SELECT INDICEFILE ASSIGN TO "AUDITORIA_SEGMENTOS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS indicefile-status.

           SELECT VERSIONFILE ASSIGN TO "TRABAJADORES_VERSIONES.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS versionfile-status.

           SELECT VERSIONTMP ASSIGN TO "TRABAJADORES_VERSIONES_TMP.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS versiontmp-status.

           SELECT CERTFILE ASSIGN TO "ANONIMIZACION_CERT.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS certfile-status.

           SELECT ENVFILE ASSIGN TO "ENVIOS_RECIBOS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS env-clave
           SHARING WITH ALL OTHER
           FILE STATUS IS envfile-status.

       DATA DIVISION.
       FILE SECTION.
       FD  TRABFILE
      *    MISMO LAYOUT QUE TRABREG, VEASE TRABAJADORES-ARCHIVO.
       01  REG-ARCHIVO.
           05 arch-id-trabajador   PIC 9(05).
           05 arch-resto-registro  PIC X(317).

      *    MISMO ANCHO DE LINEA QUE ESCRIBE AUDITORIA-SELLO (HASTA
      *    200 DE CONTENIDO MAS 26 DE SELLO SEC/ENC): LEER A MENOS
           LABEL RECORDS ARE STANDARD.
       01  LINEA-AUDITTMP              PIC X(226).

       FD  INDICEFILE
           LABEL RECORDS ARE STANDARD.
       01  REG-SEGMENTO.
           COPY AUDSEG.

       FD  VERSIONFILE
           LABEL RECORDS ARE STANDARD.
       01  REG-VERSION.
           COPY VERREG.

       FD  VERSIONTMP
           LABEL RECORDS ARE STANDARD.
       01  LINEA-VERSIONTMP            PIC X(390).

       FD  CERTFILE
           LABEL RECORDS ARE STANDARD.
       01  LINEA-CERT                  PIC X(80).

       FD  ENVFILE
           LABEL RECORDS ARE STANDARD.
       01  REG-ENVIO.
           COPY ENVREG.

       WORKING-STORAGE SECTION.

         >>SOURCE FORMAT IS FREE
             FS-FICHERO-NO-EXISTE BY audittmp-no-existe
             FS-REGISTRO-BLOQUEADO BY audittmp-bloqueado
             FS-DATOS-INVALIDOS BY audittmp-datos-invalidos.
         COPY FILESTAT REPLACING NIVEL-FS BY 77
             FS-CAMPO BY indicefile-status
             FS-OK BY indicefile-ok
             FS-FIN-FICHERO BY indicefile-fin
             FS-CLAVE-DUPLICADA BY indicefile-dup
             FS-REGISTRO-NO-ENCONTRADO BY indicefile-no-encontrado
             FS-FICHERO-NO-EXISTE BY indicefile-no-existe
             FS-REGISTRO-BLOQUEADO BY indicefile-bloqueado
             FS-DATOS-INVALIDOS BY indicefile-datos-invalidos.
         COPY FILESTAT REPLACING NIVEL-FS BY 77
             FS-CAMPO BY versionfile-status
             FS-OK BY versionfile-ok
             FS-FIN-FICHERO BY versionfile-fin
             FS-CLAVE-DUPLICADA BY versionfile-dup
             FS-REGISTRO-NO-ENCONTRADO BY versionfile-no-encontrado
             FS-FICHERO-NO-EXISTE BY versionfile-no-existe
             FS-REGISTRO-BLOQUEADO BY versionfile-bloqueado
             FS-DATOS-INVALIDOS BY versionfile-datos-invalidos.
         COPY FILESTAT REPLACING NIVEL-FS BY 77
             FS-CAMPO BY versiontmp-status
             FS-OK BY versiontmp-ok
             FS-FIN-FICHERO BY versiontmp-fin
             FS-CLAVE-DUPLICADA BY versiontmp-dup
             FS-REGISTRO-NO-ENCONTRADO BY versiontmp-no-encontrado
             FS-FICHERO-NO-EXISTE BY versiontmp-no-existe
             FS-REGISTRO-BLOQUEADO BY versiontmp-bloqueado
             FS-DATOS-INVALIDOS BY versiontmp-datos-invalidos.
         COPY FILESTAT REPLACING NIVEL-FS BY 77
             FS-CAMPO BY certfile-status
             FS-OK BY certfile-ok
             FS-FICHERO-NO-EXISTE BY certfile-no-existe
             FS-REGISTRO-BLOQUEADO BY certfile-bloqueado
             FS-DATOS-INVALIDOS BY certfile-datos-invalidos.
         COPY FILESTAT REPLACING NIVEL-FS BY 77
             FS-CAMPO BY envfile-status
             FS-OK BY envfile-ok
             FS-FIN-FICHERO BY envfile-fin
             FS-CLAVE-DUPLICADA BY envfile-dup
             FS-REGISTRO-NO-ENCONTRADO BY envfile-no-encontrado
             FS-FICHERO-NO-EXISTE BY envfile-no-existe
             FS-REGISTRO-BLOQUEADO BY envfile-bloqueado
             FS-DATOS-INVALIDOS BY envfile-datos-invalidos.

         77 ws-anios-entorno     PIC X(02) VALUE SPACES.
         77 ws-anios-retencion   PIC 9(02) VALUE 0.
         77 ws-pendientes-limpiar PIC 9(01) VALUE 0.
         77 ws-anonimizados-maestro PIC 9(05) VALUE 0.
         77 ws-anonimizados-archivo PIC 9(05) VALUE 0.
         77 ws-correos-envio-borrados PIC 9(05) VALUE 0.
         77 ws-versiones-limpiadas PIC 9(07) VALUE 0.

         *> RESELLADO DE LA CADENA DE AUDITORIA: EL SELLO DE CADA
         *> LINEA SE RETIRA ANTES DE EDITARLA Y EL FICHERO LIMPIO
         COPY AUDCOM.
         77 ws-longitud-linea    PIC 9(03).
         77 ws-lineas-reselladas PIC 9(07) VALUE 0.
         *> SEGMENTOS MENSUALES YA CERRADOS POR AUDITORIA-ROTACION,
         *> QUE ESTE PROCESO NO REESCRIBE.
         77 ws-segmentos-cerrados PIC 9(03) VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN SECTION.
           PERFORM 0003-ANONIMIZAR-ARCHIVO.
           IF num-anonimizados > 0
               PERFORM 0004-LIMPIAR-AUDITORIA
               PERFORM 0006-LIMPIAR-ENVIOS
               PERFORM 0007-LIMPIAR-VERSIONES
           END-IF.
           PERFORM 0005-EMITIR-CERTIFICADO.
           CLOSE CERTFILE.
           MOVE SPACES TO ws-token-anonimo.
           STRING "ANONIMO-" id-trabajador
               DELIMITED BY SIZE INTO ws-token-anonimo.
           PERFORM 0002-BORRAR-IDENTIFICATIVOS.
           PERFORM 0002-ANOTAR-ANONIMIZADO.

       0002-BORRAR-IDENTIFICATIVOS.

           MOVE ws-token-anonimo TO nombre-trabajador.
           MOVE ws-token-anonimo TO apellido-pat.
           MOVE ws-token-anonimo TO apellido-mat.
           MOVE SPACES TO nif-trabajador.
           MOVE SPACES TO iban-trabajador.
           MOVE SPACES TO email-trabajador.

       0002-ANOTAR-ANONIMIZADO.
           IF num-anonimizados < 500
           *> SEGUNDA PASADA: AUDITORIA.TXT SE VACIA Y CADA LINEA
           *> DEL TEMPORAL (YA SIN SELLO) SE ENTREGA A
           *> AUDITORIA-SELLO, QUE AL ENCONTRAR EL FICHERO VACIO
           *> RECONSTRUYE LA CADENA A CONTINUACION DEL ULTIMO
           *> SEGMENTO CERRADO (DESDE LA SECUENCIA 1 SI NO HAY
           *> NINGUNO). FUERA DE LA ROTACION MENSUAL, QUE SOLO
           *> TRASLADA LINEAS YA SELLADAS, ES EL UNICO PUNTO DEL
           *> SISTEMA QUE VACIA AUDITORIA.TXT, Y SOLO PARA
           *> RESELLARLO ENTERO; LA RECONSTRUCCION QUEDA RESENADA
           *> EN EL CERTIFICADO.
           OPEN OUTPUT AUDITFILE.
           IF NOT auditfile-ok
               DISPLAY "AVISO: NO SE PUDO VACIAR AUDITORIA.TXT "
                  ws-lineas-limpiadas
               DELIMITED BY SIZE INTO LINEA-CERT.
           WRITE LINEA-CERT.
           MOVE SPACES TO LINEA-CERT.
           STRING "CORREOS BORRADOS EN ENVIOS_RECIBOS.DAT:   "
                  ws-correos-envio-borrados
               DELIMITED BY SIZE INTO LINEA-CERT.
           WRITE LINEA-CERT.
           MOVE SPACES TO LINEA-CERT.
           STRING "VERSIONES LIMPIADAS EN TRABAJADORES_VERSIONES.TXT: "
                  ws-versiones-limpiadas
               DELIMITED BY SIZE INTO LINEA-CERT.
           WRITE LINEA-CERT.
           IF ws-lineas-reselladas NOT = 0
               MOVE SPACES TO LINEA-CERT
               STRING "CADENA DE SELLADO RECONSTRUIDA: "
                      ws-lineas-reselladas
                      " LINEAS RESELLADAS EN AUDITORIA.TXT"
                   DELIMITED BY SIZE INTO LINEA-CERT
               WRITE LINEA-CERT
           END-IF.
           PERFORM 0005-CONTAR-SEGMENTOS.
           IF ws-segmentos-cerrados NOT = 0
               MOVE SPACES TO LINEA-CERT
               STRING "SEGMENTOS CERRADOS DE AUDITORIA NO LIMPIADOS: "
                      ws-segmentos-cerrados
                      " (AUDITORIA_SEGMENTOS.DAT)"
                   DELIMITED BY SIZE INTO LINEA-CERT
               WRITE LINEA-CERT
           END-IF.
               DELIMITED BY SIZE INTO LINEA-CERT.
           WRITE LINEA-CERT.

       0005-CONTAR-SEGMENTOS.

           OPEN INPUT INDICEFILE.
           IF indicefile-ok
               PERFORM 0005-LEER-SEGMENTO UNTIL indicefile-fin
               CLOSE INDICEFILE
           END-IF.

       0005-LEER-SEGMENTO.
           READ INDICEFILE
               AT END SET indicefile-fin TO TRUE
               NOT AT END ADD 1 TO ws-segmentos-cerrados
           END-READ.

       0006-LIMPIAR-ENVIOS.
           *> EL CONTROL DE ENTREGA GUARDA LA DIRECCION A LA QUE SE
           *> ENVIO CADA RECIBO: SE BORRA EN TODOS LOS PERIODOS DE
           *> LOS ANONIMIZADOS, CONSERVANDO ESTADO Y FECHAS.
           OPEN I-O ENVFILE.
           IF envfile-ok
               MOVE 0 TO ws-indice-anonimo
               PERFORM 0006-LIMPIAR-ENVIOS-TRABAJADOR
                   UNTIL ws-indice-anonimo = num-anonimizados
               CLOSE ENVFILE
           END-IF.

       0006-LIMPIAR-ENVIOS-TRABAJADOR.

           ADD 1 TO ws-indice-anonimo.
           MOVE anonimizado-id(ws-indice-anonimo) TO env-id-trabajador.
           MOVE 0 TO env-periodo.
           START ENVFILE KEY IS NOT LESS THAN env-clave
               INVALID KEY SET envfile-fin TO TRUE
           END-START.
           PERFORM 0006-LIMPIAR-SIGUIENTE-ENVIO UNTIL envfile-fin.

       0006-LIMPIAR-SIGUIENTE-ENVIO.
           READ ENVFILE NEXT RECORD
               AT END SET envfile-fin TO TRUE
               NOT AT END
                   IF env-id-trabajador NOT =
                       anonimizado-id(ws-indice-anonimo)
                       SET envfile-fin TO TRUE
                   ELSE IF env-email NOT = SPACES
                       MOVE SPACES TO env-email
                       REWRITE REG-ENVIO
                       ADD 1 TO ws-correos-envio-borrados
                   END-IF
           END-READ.

       0007-LIMPIAR-VERSIONES.
           *> LAS VERSIONES FECHADAS LLEVAN LA FICHA COMPLETA: LAS DE
           *> LOS ANONIMIZADOS PIERDEN LOS MISMOS CAMPOS QUE EL
           *> MAESTRO, USANDO EL AREA DE TRABREG COMO ZONA DE
           *> TRABAJO. EL FICHERO SE REESCRIBE EN DOS PASADAS VIA
           *> TEMPORAL, COMO AUDITORIA.TXT, PERO SIN SELLO QUE
           *> RECONSTRUIR.
           OPEN INPUT VERSIONFILE.
           IF versionfile-ok
               OPEN OUTPUT VERSIONTMP
               PERFORM 0007-TRATAR-VERSION UNTIL versionfile-fin
               CLOSE VERSIONFILE
               CLOSE VERSIONTMP
               IF ws-versiones-limpiadas > 0
                   PERFORM 0007-REESCRIBIR-VERSIONES
               END-IF
           END-IF.

       0007-TRATAR-VERSION.
           READ VERSIONFILE
               AT END SET versionfile-fin TO TRUE
               NOT AT END
                   MOVE ver-id-trabajador TO ws-id-linea-audit
                   PERFORM 0004-BUSCAR-EN-LISTA
                   IF id-en-lista
                       MOVE ver-datos TO REG-TRABAJADOR
                       MOVE SPACES TO ws-token-anonimo
                       STRING "ANONIMO-" ver-id-trabajador
                           DELIMITED BY SIZE INTO ws-token-anonimo
                       PERFORM 0002-BORRAR-IDENTIFICATIVOS
                       MOVE REG-TRABAJADOR TO ver-datos
                       ADD 1 TO ws-versiones-limpiadas
                   END-IF
                   MOVE REG-VERSION TO LINEA-VERSIONTMP
                   WRITE LINEA-VERSIONTMP
           END-READ.

       0007-REESCRIBIR-VERSIONES.

           OPEN OUTPUT VERSIONFILE.
           IF NOT versionfile-ok
               DISPLAY "AVISO: NO SE PUDO REESCRIBIR "
                   "TRABAJADORES_VERSIONES.TXT - FILE STATUS "
                   versionfile-status
           ELSE
               OPEN INPUT VERSIONTMP
               PERFORM 0007-COPIAR-VERSION UNTIL versiontmp-fin
               CLOSE VERSIONTMP
               CLOSE VERSIONFILE
           END-IF.

       0007-COPIAR-VERSION.
           READ VERSIONTMP
               AT END SET versiontmp-fin TO TRUE
               NOT AT END
                   MOVE LINEA-VERSIONTMP TO REG-VERSION
                   WRITE REG-VERSION
           END-READ.

       END PROGRAM NOMINA-ANONIMIZA.
