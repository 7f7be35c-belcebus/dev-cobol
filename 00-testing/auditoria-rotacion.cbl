       ID DIVISION.
       PROGRAM-ID. AUDITORIA-ROTACION.
       AUTHOR. DAVID HERNANDEZ MARTIN.
      *MODIFICACIONES
      *15/10/2026 - ALTA INICIAL. ROTACION MENSUAL DEL RASTRO DE
      *             AUDITORIA: AUDITORIA.TXT SOLO CRECIA, Y CON EL
      *             AUDITORIA-SELLO (QUE LO RELEE ENTERO EN LA
      *             PRIMERA LLAMADA DE CADA EJECUCION), LA CONSULTA Y
      *             LA VERIFICACION. ESTE PROCESO CIERRA UN MES
      *             (MES-ROTACION-AUDITORIA, AAAAMM; POR OMISION EL
      *             MES ANTERIOR A LA FECHA DEL SISTEMA): LAS LINEAS
      *             HASTA LA ULTIMA CABECERA DE ESE MES PASAN TAL
      *             CUAL, CON SUS SELLOS, AL SEGMENTO
      *             AUDITORIA_AAAAMM.TXT, SE ANOTA EL SEGMENTO EN EL
      *             INDICE AUDITORIA_SEGMENTOS.DAT (FICHERO, FECHAS,
      *             PRIMERA Y ULTIMA SECUENCIA, ENC DE ENTRADA Y
      *             FINAL) Y AUDITORIA.TXT SE QUEDA SOLO CON LO
      *             POSTERIOR. LA CADENA NO SE CORTA: EL FICHERO
      *             ACTIVO SIGUE DESDE EL ULTIMO SELLO DEL SEGMENTO.
      *             NO SOBREESCRIBE UN SEGMENTO QUE YA EXISTA NI
      *             ROTA UN MES ANTERIOR AL ULTIMO ROTADO. SE LANZA
      *             SIN USUARIOS TRABAJANDO (LO QUE SE SELLE ENTRE
      *             LA LECTURA Y LA REESCRITURA DE AUDITORIA.TXT SE
      *             PERDERIA). RETURN-CODE 8 SI NO PUEDE ROTAR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDITFILE ASSIGN TO "AUDITORIA.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS auditfile-status.

           SELECT SEGMENTOFILE ASSIGN TO DYNAMIC ws-ruta-segmento
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS segmentofile-status.

           SELECT RESTOFILE ASSIGN TO "AUDITORIA_RESTO.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS restofile-status.

           SELECT INDICEFILE ASSIGN TO "AUDITORIA_SEGMENTOS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS indicefile-status.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDITFILE
           LABEL RECORDS ARE STANDARD.
       01  LINEA-AUDITORIA             PIC X(226).

       FD  SEGMENTOFILE
           LABEL RECORDS ARE STANDARD.
       01  LINEA-SEGMENTO              PIC X(226).

      *    LO POSTERIOR AL MES ROTADO, QUE VUELVE A AUDITORIA.TXT.
       FD  RESTOFILE
           LABEL RECORDS ARE STANDARD.
       01  LINEA-RESTO                 PIC X(226).

       FD  INDICEFILE
           LABEL RECORDS ARE STANDARD.
       01  REG-SEGMENTO.
           COPY AUDSEG.

       WORKING-STORAGE SECTION.

         >>SOURCE FORMAT IS FREE
         COPY FILESTAT REPLACING NIVEL-FS BY 77
             FS-CAMPO BY auditfile-status
             FS-OK BY auditfile-ok
             FS-FIN-FICHERO BY auditfile-fin
             FS-CLAVE-DUPLICADA BY auditfile-dup
             FS-REGISTRO-NO-ENCONTRADO BY auditfile-no-encontrado
             FS-FICHERO-NO-EXISTE BY auditfile-no-existe
             FS-REGISTRO-BLOQUEADO BY auditfile-bloqueado
             FS-DATOS-INVALIDOS BY auditfile-datos-invalidos.
         COPY FILESTAT REPLACING NIVEL-FS BY 77
             FS-CAMPO BY segmentofile-status
             FS-OK BY segmentofile-ok
             FS-FIN-FICHERO BY segmentofile-fin
             FS-CLAVE-DUPLICADA BY segmentofile-dup
             FS-REGISTRO-NO-ENCONTRADO BY segmentofile-no-encontrado
             FS-FICHERO-NO-EXISTE BY segmentofile-no-existe
             FS-REGISTRO-BLOQUEADO BY segmentofile-bloqueado
             FS-DATOS-INVALIDOS BY segmentofile-datos-invalidos.
         COPY FILESTAT REPLACING NIVEL-FS BY 77
             FS-CAMPO BY restofile-status
             FS-OK BY restofile-ok
             FS-FIN-FICHERO BY restofile-fin
             FS-CLAVE-DUPLICADA BY restofile-dup
             FS-REGISTRO-NO-ENCONTRADO BY restofile-no-encontrado
             FS-FICHERO-NO-EXISTE BY restofile-no-existe
             FS-REGISTRO-BLOQUEADO BY restofile-bloqueado
             FS-DATOS-INVALIDOS BY restofile-datos-invalidos.
         COPY FILESTAT REPLACING NIVEL-FS BY 77
             FS-CAMPO BY indicefile-status
             FS-OK BY indicefile-ok
             FS-FIN-FICHERO BY indicefile-fin
             FS-CLAVE-DUPLICADA BY indicefile-dup
             FS-REGISTRO-NO-ENCONTRADO BY indicefile-no-encontrado
             FS-FICHERO-NO-EXISTE BY indicefile-no-existe
             FS-REGISTRO-BLOQUEADO BY indicefile-bloqueado
             FS-DATOS-INVALIDOS BY indicefile-datos-invalidos.

         77 ws-ruta-segmento     PIC X(40) VALUE SPACES.
         77 ws-mes-entorno       PIC X(06) VALUE SPACES.
         77 ws-mes-rotacion      PIC 9(06) VALUE 0.
         77 ws-anio-mes          PIC 9(04).
         77 ws-mes-del-anio      PIC 9(02).
         77 ws-fecha-hoy         PIC 9(08).
         *> PRIMER DIA DEL MES SIGUIENTE AL ROTADO: LA PRIMERA
         *> CABECERA CON ESA FECHA O POSTERIOR SE QUEDA EN ACTIVO.
         77 ws-fecha-limite      PIC 9(08).
         77 ws-fecha-linea       PIC 9(08).

         *> ULTIMO SEGMENTO YA CERRADO (CERO SI NO HAY NINGUNO): DE
         *> EL VIENE LA CADENA QUE ENTRA EN EL NUEVO.
         77 ws-ant-mes           PIC 9(06) VALUE 0.
         77 ws-ant-sec           PIC 9(08) VALUE 0.
         77 ws-ant-enc           PIC 9(08) VALUE 0.

         *> DATOS DEL SEGMENTO QUE SE ESTA CERRANDO.
         77 ws-seg-lineas        PIC 9(07) VALUE 0.
         77 ws-seg-fecha-desde   PIC 9(08) VALUE 0.
         77 ws-seg-fecha-hasta   PIC 9(08) VALUE 0.
         77 ws-seg-primer-sec    PIC 9(08) VALUE 0.
         77 ws-seg-ultimo-sec    PIC 9(08) VALUE 0.
         77 ws-seg-enc-final     PIC 9(08) VALUE 0.
         77 ws-lineas-resto      PIC 9(07) VALUE 0.

         77 ws-fase              PIC 9(01) VALUE 0.
            88 fase-segmento        VALUE 0.
            88 fase-resto           VALUE 1.
         77 ws-segmento-estado   PIC 9(01) VALUE 0.
            88 segmento-sin-abrir   VALUE 0.
            88 segmento-abierto     VALUE 1.
         77 ws-resto-estado      PIC 9(01) VALUE 0.
            88 resto-sin-abrir      VALUE 0.
            88 resto-abierto        VALUE 1.
         77 ws-rotacion-error    PIC 9(01) VALUE 0.
            88 rotacion-con-error   VALUE 1.
            88 rotacion-sin-error   VALUE 0.

         *> SELLO " SEC=NNNNNNNN ENC=NNNNNNNN" AL FINAL DE LA LINEA,
         *> MISMO TRAZADO QUE ESCRIBE AUDITORIA-SELLO.
         77 ws-linea-trabajo     PIC X(226).
         77 ws-longitud          PIC 9(03).
         77 ws-sec-leido         PIC 9(08).
         77 ws-enc-leido         PIC 9(08).
         77 ws-con-sello         PIC 9(01).
            88 linea-sellada         VALUE 1.
            88 linea-sin-sello       VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN SECTION.
       0000-PRINCIPAL.
           DISPLAY "=== ROTACION MENSUAL DE AUDITORIA ===".
           PERFORM 0001-DETERMINAR-MES.
           IF rotacion-sin-error
               PERFORM 0002-LEER-INDICE
           END-IF.
           IF rotacion-sin-error
               PERFORM 0003-COMPROBAR-SEGMENTO
           END-IF.
           IF rotacion-sin-error
               PERFORM 0004-REPARTIR-AUDITORIA
           END-IF.
           *> EL SEGMENTO SE ANOTA EN EL INDICE ANTES DE VACIAR NADA:
           *> SI FALLA, AUDITORIA.TXT SE QUEDA COMO ESTABA.
           IF rotacion-sin-error AND ws-seg-lineas > 0
               PERFORM 0005-ANOTAR-INDICE
           END-IF.
           IF rotacion-sin-error AND ws-seg-lineas > 0
               PERFORM 0006-REHACER-ACTIVO
           END-IF.
           IF rotacion-con-error
               MOVE 8 TO RETURN-CODE
           END-IF.
           STOP RUN.

       0001-DETERMINAR-MES.

           ACCEPT ws-fecha-hoy FROM DATE YYYYMMDD.
           ACCEPT ws-mes-entorno
               FROM ENVIRONMENT "MES-ROTACION-AUDITORIA".
           IF ws-mes-entorno = SPACES
               DIVIDE ws-fecha-hoy BY 10000 GIVING ws-anio-mes
               COMPUTE ws-mes-del-anio =
                   ws-fecha-hoy / 100 - ws-anio-mes * 100
               IF ws-mes-del-anio = 1
                   COMPUTE ws-mes-rotacion =
                       (ws-anio-mes - 1) * 100 + 12
               ELSE
                   COMPUTE ws-mes-rotacion = ws-anio-mes * 100
                       + ws-mes-del-anio - 1
               END-IF
           ELSE IF ws-mes-entorno IS NUMERIC
               MOVE ws-mes-entorno TO ws-mes-rotacion
           ELSE
               DISPLAY "MES-ROTACION-AUDITORIA NO VALIDO: "
                   ws-mes-entorno " (AAAAMM)"
               SET rotacion-con-error TO TRUE
           END-IF.

           IF rotacion-sin-error
               DIVIDE ws-mes-rotacion BY 100
                   GIVING ws-anio-mes REMAINDER ws-mes-del-anio
               IF ws-mes-del-anio < 1 OR ws-mes-del-anio > 12
                   OR ws-mes-rotacion > ws-fecha-hoy / 100
                   DISPLAY "MES A ROTAR NO VALIDO: " ws-mes-rotacion
                   SET rotacion-con-error TO TRUE
               END-IF
           END-IF.
           IF rotacion-sin-error
               IF ws-mes-del-anio = 12
                   COMPUTE ws-fecha-limite =
                       (ws-anio-mes + 1) * 10000 + 0101
               ELSE
                   COMPUTE ws-fecha-limite = ws-anio-mes * 10000
                       + (ws-mes-del-anio + 1) * 100 + 1
               END-IF
               DISPLAY "MES A ROTAR: " ws-mes-rotacion
           END-IF.

       0002-LEER-INDICE.
           *> SE QUEDA CON LA ULTIMA ENTRADA DEL INDICE: SU MES
           *> IMPIDE ROTAR HACIA ATRAS Y SU SELLO FINAL ES EL ENC
           *> CON QUE LA CADENA ENTRA EN EL NUEVO SEGMENTO.
           OPEN INPUT INDICEFILE.
           IF indicefile-ok
               PERFORM 0002-LEER-SEGMENTO UNTIL indicefile-fin
               CLOSE INDICEFILE
           ELSE IF NOT indicefile-no-existe
               DISPLAY "NO SE PUDO LEER AUDITORIA_SEGMENTOS.DAT "
                   "- FILE STATUS " indicefile-status
               SET rotacion-con-error TO TRUE
           END-IF.
           IF rotacion-sin-error AND ws-ant-mes >= ws-mes-rotacion
               DISPLAY "EL MES " ws-mes-rotacion " YA ESTA ROTADO "
                   "(ULTIMO SEGMENTO: " ws-ant-mes ")"
               SET rotacion-con-error TO TRUE
           END-IF.

       0002-LEER-SEGMENTO.
           READ INDICEFILE
               AT END SET indicefile-fin TO TRUE
               NOT AT END
                   MOVE seg-mes TO ws-ant-mes
                   MOVE seg-ultimo-sec TO ws-ant-sec
                   MOVE seg-enc-final TO ws-ant-enc
           END-READ.

       0003-COMPROBAR-SEGMENTO.
           *> UN SEGMENTO YA ESCRITO NO SE SOBREESCRIBE NUNCA: SOLO
           *> SE CREA SI EL FICHERO NO EXISTE (FILE STATUS 35).
           MOVE SPACES TO ws-ruta-segmento.
           STRING "AUDITORIA_" ws-mes-rotacion ".TXT"
               DELIMITED BY SIZE INTO ws-ruta-segmento.
           OPEN INPUT SEGMENTOFILE.
           IF segmentofile-ok
               CLOSE SEGMENTOFILE
               DISPLAY ws-ruta-segmento(1:20) " YA EXISTE, "
                   "NO SE SOBREESCRIBE"
               SET rotacion-con-error TO TRUE
           ELSE IF NOT segmentofile-no-existe
               DISPLAY "NO SE PUDO EXAMINAR " ws-ruta-segmento(1:20)
                   " - FILE STATUS " segmentofile-status
               SET rotacion-con-error TO TRUE
           END-IF.

       0004-REPARTIR-AUDITORIA.
           *> EL FICHERO ES CRONOLOGICO: TODO LO QUE HAY HASTA LA
           *> PRIMERA CABECERA DEL MES SIGUIENTE VA AL SEGMENTO Y
           *> DESDE ELLA AL FICHERO DE RESTO. LAS LINEAS ANTES/
           *> DESPUES VAN SIEMPRE CON SU CABECERA.
           MOVE ws-ant-sec TO ws-seg-ultimo-sec.
           MOVE ws-ant-enc TO ws-seg-enc-final.
           SET fase-segmento TO TRUE.
           OPEN INPUT AUDITFILE.
           IF auditfile-ok
               PERFORM 0004-REPARTIR-LINEA UNTIL auditfile-fin
               CLOSE AUDITFILE
               IF segmento-abierto
                   CLOSE SEGMENTOFILE
               END-IF
               IF resto-abierto
                   CLOSE RESTOFILE
               END-IF
               IF rotacion-sin-error AND ws-seg-lineas = 0
                   DISPLAY "AUDITORIA.TXT NO TIENE LINEAS DEL MES "
                       ws-mes-rotacion " NI ANTERIORES, NADA QUE "
                       "ROTAR"
               END-IF
           ELSE IF auditfile-no-existe
               DISPLAY "SIN AUDITORIA.TXT, NADA QUE ROTAR"
           ELSE
               DISPLAY "NO SE PUDO ABRIR AUDITORIA.TXT "
                   "- FILE STATUS " auditfile-status
               SET rotacion-con-error TO TRUE
           END-IF.

       0004-REPARTIR-LINEA.
           READ AUDITFILE
               AT END SET auditfile-fin TO TRUE
               NOT AT END
                   IF fase-segmento
                       AND LINEA-AUDITORIA(1:8) IS NUMERIC
                       MOVE LINEA-AUDITORIA(1:8) TO ws-fecha-linea
                       IF ws-fecha-linea >= ws-fecha-limite
                           SET fase-resto TO TRUE
                       END-IF
                   END-IF
                   IF fase-segmento
                       PERFORM 0004-PASAR-A-SEGMENTO
                   ELSE
                       PERFORM 0004-PASAR-A-RESTO
                   END-IF
           END-READ.

       0004-PASAR-A-SEGMENTO.

           IF segmento-sin-abrir
               OPEN OUTPUT SEGMENTOFILE
               IF segmentofile-ok
                   SET segmento-abierto TO TRUE
               ELSE
                   DISPLAY "ERROR AL CREAR " ws-ruta-segmento(1:20)
                       " - FILE STATUS " segmentofile-status
                   SET rotacion-con-error TO TRUE
                   SET auditfile-fin TO TRUE
               END-IF
           END-IF.
           IF segmento-abierto
               MOVE LINEA-AUDITORIA TO LINEA-SEGMENTO
               WRITE LINEA-SEGMENTO
               ADD 1 TO ws-seg-lineas
               IF LINEA-AUDITORIA(1:8) IS NUMERIC
                   IF ws-seg-fecha-desde = 0
                       MOVE ws-fecha-linea TO ws-seg-fecha-desde
                   END-IF
                   MOVE ws-fecha-linea TO ws-seg-fecha-hasta
               END-IF
               PERFORM 0007-LOCALIZAR-SELLO
               IF linea-sellada
                   IF ws-seg-primer-sec = 0
                       MOVE ws-sec-leido TO ws-seg-primer-sec
                   END-IF
                   MOVE ws-sec-leido TO ws-seg-ultimo-sec
                   MOVE ws-enc-leido TO ws-seg-enc-final
               END-IF
           END-IF.

       0004-PASAR-A-RESTO.

           IF resto-sin-abrir
               OPEN OUTPUT RESTOFILE
               IF restofile-ok
                   SET resto-abierto TO TRUE
               ELSE
                   DISPLAY "ERROR AL CREAR AUDITORIA_RESTO.TXT "
                       "- FILE STATUS " restofile-status
                   SET rotacion-con-error TO TRUE
                   SET auditfile-fin TO TRUE
               END-IF
           END-IF.
           IF resto-abierto
               MOVE LINEA-AUDITORIA TO LINEA-RESTO
               WRITE LINEA-RESTO
               ADD 1 TO ws-lineas-resto
           END-IF.

       0005-ANOTAR-INDICE.

           OPEN EXTEND INDICEFILE.
           IF NOT indicefile-status = "00"
               AND NOT indicefile-status = "05"
               CLOSE INDICEFILE
               OPEN OUTPUT INDICEFILE
           END-IF.
           IF indicefile-ok OR indicefile-status = "05"
               MOVE SPACES TO REG-SEGMENTO
               MOVE ws-mes-rotacion TO seg-mes
               MOVE ws-ruta-segmento TO seg-fichero
               MOVE ws-seg-fecha-desde TO seg-fecha-desde
               MOVE ws-seg-fecha-hasta TO seg-fecha-hasta
               MOVE ws-seg-primer-sec TO seg-primer-sec
               MOVE ws-seg-ultimo-sec TO seg-ultimo-sec
               MOVE ws-ant-enc TO seg-enc-inicial
               MOVE ws-seg-enc-final TO seg-enc-final
               MOVE ws-seg-lineas TO seg-lineas
               MOVE ws-fecha-hoy TO seg-fecha-rotacion
               WRITE REG-SEGMENTO
               CLOSE INDICEFILE
               DISPLAY ws-ruta-segmento(1:20) " CERRADO: "
                   ws-seg-lineas " LINEAS, SEC " ws-seg-primer-sec
                   " A " ws-seg-ultimo-sec " ENC FINAL "
                   ws-seg-enc-final
           ELSE
               DISPLAY "NO SE PUDO ANOTAR EL SEGMENTO EN "
                   "AUDITORIA_SEGMENTOS.DAT - FILE STATUS "
                   indicefile-status
               DISPLAY "AUDITORIA.TXT NO SE TOCA; BORRE "
                   ws-ruta-segmento(1:20) " ANTES DE REPETIR"
               SET rotacion-con-error TO TRUE
           END-IF.

       0006-REHACER-ACTIVO.
           *> AUDITORIA.TXT SE REESCRIBE SOLO CON LO POSTERIOR AL MES
           *> ROTADO; EL TEMPORAL SE VACIA DESPUES PARA NO DEJAR UNA
           *> SEGUNDA COPIA DEL RASTRO.
           OPEN OUTPUT AUDITFILE.
           IF NOT auditfile-ok
               DISPLAY "AVISO: NO SE PUDO REESCRIBIR AUDITORIA.TXT "
                   "- FILE STATUS " auditfile-status
               DISPLAY "LAS LINEAS ROTADAS SIGUEN TAMBIEN EN "
                   "AUDITORIA.TXT; EL RESTO ESTA EN "
                   "AUDITORIA_RESTO.TXT"
               SET rotacion-con-error TO TRUE
           ELSE
               IF ws-lineas-resto > 0
                   OPEN INPUT RESTOFILE
                   PERFORM 0006-COPIAR-RESTO UNTIL restofile-fin
                   CLOSE RESTOFILE
                   OPEN OUTPUT RESTOFILE
                   CLOSE RESTOFILE
               END-IF
               CLOSE AUDITFILE
               DISPLAY "AUDITORIA.TXT QUEDA CON " ws-lineas-resto
                   " LINEAS POSTERIORES AL MES ROTADO"
           END-IF.

       0006-COPIAR-RESTO.
           READ RESTOFILE
               AT END SET restofile-fin TO TRUE
               NOT AT END
                   MOVE LINEA-RESTO TO LINEA-AUDITORIA
                   WRITE LINEA-AUDITORIA
           END-READ.

       0007-LOCALIZAR-SELLO.

           SET linea-sin-sello TO TRUE.
           MOVE LINEA-AUDITORIA TO ws-linea-trabajo.
           MOVE 226 TO ws-longitud.
           PERFORM 0007-RETROCEDER-BLANCO
               UNTIL ws-longitud = 0
                  OR ws-linea-trabajo(ws-longitud:1) NOT = SPACE.
           IF ws-longitud > 26
               AND ws-linea-trabajo(ws-longitud - 25:5) = " SEC="
               AND ws-linea-trabajo(ws-longitud - 12:5) = " ENC="
               AND ws-linea-trabajo(ws-longitud - 20:8) IS NUMERIC
               AND ws-linea-trabajo(ws-longitud - 7:8) IS NUMERIC
               SET linea-sellada TO TRUE
               MOVE ws-linea-trabajo(ws-longitud - 20:8)
                   TO ws-sec-leido
               MOVE ws-linea-trabajo(ws-longitud - 7:8)
                   TO ws-enc-leido
           END-IF.

       0007-RETROCEDER-BLANCO.
           SUBTRACT 1 FROM ws-longitud.

       END PROGRAM AUDITORIA-ROTACION.
