      *             DEL TRAZADO ANTIGUO SIN SELLO SE RESPETAN.
      *             AUDITORIA-VERIFICA RECORRE EL FICHERO Y CANTA LA
      *             LINEA EXACTA DONDE LA CADENA SE ROMPE.
      *15/10/2026 - ROTACION MENSUAL (AUDITORIA-ROTACION): AL RETOMAR
      *             LA CADENA SE PARTE DEL ULTIMO SEGMENTO CERRADO EN
      *             AUDITORIA_SEGMENTOS.DAT, Y SOLO SE RELEE EL
      *             FICHERO ACTIVO DEL MES, NO TODO EL HISTORICO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS auditfile-status.

           SELECT INDICEFILE ASSIGN TO "AUDITORIA_SEGMENTOS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS indicefile-status.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDITFILE
           LABEL RECORDS ARE STANDARD.
       01  LINEA-AUDITORIA             PIC X(226).

       FD  INDICEFILE
           LABEL RECORDS ARE STANDARD.
       01  REG-SEGMENTO.
           COPY AUDSEG.

       WORKING-STORAGE SECTION.

         >>SOURCE FORMAT IS FREE
             FS-FICHERO-NO-EXISTE BY auditfile-no-existe
             FS-REGISTRO-BLOQUEADO BY auditfile-bloqueado
             FS-DATOS-INVALIDOS BY auditfile-datos-invalidos.
         COPY FILESTAT REPLACING NIVEL-FS BY 77
             FS-CAMPO BY indicefile-status
             FS-OK BY indicefile-ok
             FS-FIN-FICHERO BY indicefile-fin
             FS-CLAVE-DUPLICADA BY indicefile-dup
             FS-REGISTRO-NO-ENCONTRADO BY indicefile-no-encontrado
             FS-FICHERO-NO-EXISTE BY indicefile-no-existe
             FS-REGISTRO-BLOQUEADO BY indicefile-bloqueado
             FS-DATOS-INVALIDOS BY indicefile-datos-invalidos.

         *> ESTADO DE LA CADENA, CACHEADO UNA VEZ POR EJECUCION
         *> COMO HACE NOMINA-CALCULO CON SU TABLA DE TIPOS.
           GOBACK.

       0001-RETOMAR-CADENA.
           *> LA CADENA ENTRA DESDE EL ULTIMO SEGMENTO CERRADO (SI LO
           *> HAY) Y SE RECORRE EL FICHERO ACTIVO QUEDANDOSE CON EL
           *> ULTIMO SELLO; SIN SEGMENTOS NI FICHERO (O SOLO LINEAS
           *> DEL TRAZADO ANTIGUO) LA CADENA ARRANCA EN CERO.
           OPEN INPUT INDICEFILE.
           IF indicefile-ok
               PERFORM 0001-LEER-INDICE UNTIL indicefile-fin
               CLOSE INDICEFILE
           END-IF.
           OPEN INPUT AUDITFILE.
           IF auditfile-ok
               PERFORM 0001-EXAMINAR-LINEA UNTIL auditfile-fin
           END-IF.
           SET cadena-cargada TO TRUE.

       0001-LEER-INDICE.
           READ INDICEFILE
               AT END SET indicefile-fin TO TRUE
               NOT AT END
                   MOVE seg-ultimo-sec TO ws-ultimo-sec
                   MOVE seg-enc-final TO ws-ultimo-enc
           END-READ.

       0001-EXAMINAR-LINEA.
           READ AUDITFILE
               AT END SET auditfile-fin TO TRUE
