       ID DIVISION.
       PROGRAM-ID. CONTRATOS-ENCADENAMIENTO.
       AUTHOR. DAVID HERNANDEZ MARTIN.
      *MODIFICACIONES
      *15/10/2026 - ALTA INICIAL. CONTROL MENSUAL DEL ENCADENAMIENTO
      *             DE CONTRATOS TEMPORALES SOBRE LOS TRAMOS DE
      *             CONTRATOS_HISTORICO.DAT: SUMA LOS DIAS DE CONTRATO
      *             TEMPORAL ('T') DE CADA TRABAJADOR DENTRO DE LA
      *             VENTANA DE REFERENCIA (MESES-VENTANA-ENCADENAMIENTO,
      *             24 POR DEFECTO, HASTA FECHA-ENCADENAMIENTO O HOY)
      *             Y LISTA A LOS QUE SIGUEN ACTIVOS CON CONTRATO
      *             TEMPORAL Y, CON DOS O MAS CONTRATOS, PASAN DEL
      *             LIMITE LEGAL (MESES-LIMITE-ENCADENAMIENTO, 18 POR
      *             DEFECTO), QUE YA SON FIJOS POR LEY AUNQUE LA FICHA
      *             DIGA OTRA COSA. TAMBIEN AVISA DE LOS QUE LLEGARAN
      *             AL LIMITE EN LOS PROXIMOS DIAS-AVISO-ENCADENAMIENTO
      *             (60 POR DEFECTO), CON LA FECHA EN QUE LO HARAN SI
      *             SIGUEN. LOS CONTRATOS DE PRACTICAS NO COMPUTAN.
      *             SALIDA EN CONTRATOS_ENCADENADOS.TXT. RETURN-CODE 4
      *             SI HAY LIMITES SUPERADOS O FALTA EL HISTORICO, 8
      *             SI NO PUEDE LEER TRABAJADORES.DAT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTFILE ASSIGN TO "CONTRATOS_HISTORICO.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS con-clave
           FILE STATUS IS contfile-status.

           SELECT TRABFILE ASSIGN TO "TRABAJADORES.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS id-trabajador
           ALTERNATE RECORD KEY IS apellido-pat WITH DUPLICATES
           ALTERNATE RECORD KEY IS apellido-mat WITH DUPLICATES
           SHARING WITH ALL OTHER
           FILE STATUS IS trabfile-status.

           SELECT LISTFILE ASSIGN TO "CONTRATOS_ENCADENADOS.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS listfile-status.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTFILE
           LABEL RECORDS ARE STANDARD.
       01  REG-CONTRATO.
           COPY CONREG.

       FD  TRABFILE
           LABEL RECORDS ARE STANDARD.
       01  REG-TRABAJADOR.
           COPY TRABREG.

       FD  LISTFILE
           LABEL RECORDS ARE STANDARD.
       01  LINEA-LISTADO               PIC X(132).

       WORKING-STORAGE SECTION.

         >>SOURCE FORMAT IS FREE
         COPY FILESTAT REPLACING NIVEL-FS BY 77
             FS-CAMPO BY contfile-status
             FS-OK BY contfile-ok
             FS-FIN-FICHERO BY contfile-fin
             FS-CLAVE-DUPLICADA BY contfile-dup
             FS-REGISTRO-NO-ENCONTRADO BY contfile-no-encontrado
             FS-FICHERO-NO-EXISTE BY contfile-no-existe
             FS-REGISTRO-BLOQUEADO BY contfile-bloqueado
             FS-DATOS-INVALIDOS BY contfile-datos-invalidos.
         COPY FILESTAT REPLACING NIVEL-FS BY 77
             FS-CAMPO BY trabfile-status
             FS-OK BY trabfile-ok
             FS-FIN-FICHERO BY trabfile-fin
             FS-CLAVE-DUPLICADA BY trabfile-dup
             FS-REGISTRO-NO-ENCONTRADO BY trabfile-no-encontrado
             FS-FICHERO-NO-EXISTE BY trabfile-no-existe
             FS-REGISTRO-BLOQUEADO BY trabfile-bloqueado
             FS-DATOS-INVALIDOS BY trabfile-datos-invalidos.
         COPY FILESTAT REPLACING NIVEL-FS BY 77
             FS-CAMPO BY listfile-status
             FS-OK BY listfile-ok
             FS-FIN-FICHERO BY listfile-fin
             FS-CLAVE-DUPLICADA BY listfile-dup
             FS-REGISTRO-NO-ENCONTRADO BY listfile-no-encontrado
             FS-FICHERO-NO-EXISTE BY listfile-no-existe
             FS-REGISTRO-BLOQUEADO BY listfile-bloqueado
             FS-DATOS-INVALIDOS BY listfile-datos-invalidos.

         77 ws-fecha-hoy         PIC 9(08) VALUE 0.
         77 ws-parametro-entorno PIC X(08) VALUE SPACES.
         77 ws-fecha-referencia  PIC 9(08) VALUE 0.
         77 ws-meses-limite      PIC 9(03) VALUE 18.
         77 ws-meses-ventana     PIC 9(03) VALUE 24.
         77 ws-dias-aviso        PIC 9(03) VALUE 60.
         77 ws-ventana-desde     PIC 9(08).
         77 ws-dias-limite       PIC 9(05).

         *> RESTA DE MESES A UNA FECHA AAAAMMDD: EL DIA SE AJUSTA AL
         *> ULTIMO DEL MES CUANDO NO EXISTE (31 DE MARZO MENOS UN MES
         *> ES EL 28 O 29 DE FEBRERO).
         77 ws-fecha-base        PIC 9(08).
         77 ws-meses-restar      PIC 9(03).
         77 ws-meses-absolutos   PIC 9(06).
         01 ws-fecha-resultado.
            05 ws-res-ano        PIC 9(04).
            05 ws-res-mes        PIC 9(02).
            05 ws-res-dia        PIC 9(02).
         01 ws-fecha-resultado-n REDEFINES ws-fecha-resultado
                                 PIC 9(08).

         *> CORTE POR TRABAJADOR SOBRE LOS TRAMOS (CLAVE TRABAJADOR +
         *> FECHA DE INICIO).
         77 ws-id-en-curso       PIC 9(05) VALUE 0.
         77 ws-hay-trabajador    PIC 9(01) VALUE 0.
            88 hay-trabajador-en-curso VALUE 1.
            88 sin-trabajador-en-curso VALUE 0.
         77 ws-dias-temporales   PIC 9(05).
         77 ws-contratos-ventana PIC 9(03).
         77 ws-primer-dia-ventana PIC 9(08).
         77 ws-tramo-desde       PIC 9(08).
         77 ws-tramo-hasta       PIC 9(08).
         77 ws-fecha-superacion  PIC 9(08).
         77 ws-situacion         PIC X(20).

         77 ws-tramos-leidos     PIC 9(07) VALUE 0.
         77 ws-trabajadores-vistos PIC 9(05) VALUE 0.
         77 ws-total-superados   PIC 9(05) VALUE 0.
         77 ws-total-proximos    PIC 9(05) VALUE 0.
         77 ws-historico-abierto PIC 9(01) VALUE 0.
            88 historico-disponible   VALUE 1.

         01 ws-linea-trabajador.
            05 lt-id-trabajador  PIC 9(05).
            05 FILLER            PIC X(02) VALUE SPACES.
            05 lt-nombre         PIC X(40).
            05 FILLER            PIC X(02) VALUE SPACES.
            05 lt-contratos      PIC ZZ9.
            05 FILLER            PIC X(02) VALUE SPACES.
            05 lt-dias           PIC ZZZZ9.
            05 FILLER            PIC X(02) VALUE SPACES.
            05 lt-primer-dia     PIC 9(08).
            05 FILLER            PIC X(02) VALUE SPACES.
            05 lt-fin-previsto   PIC 9(08).
            05 FILLER            PIC X(02) VALUE SPACES.
            05 lt-situacion      PIC X(20).
            05 FILLER            PIC X(02) VALUE SPACES.
            05 lt-fecha-limite   PIC X(08).
            05 FILLER            PIC X(21) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN SECTION.
       0000-PRINCIPAL.
           DISPLAY "=== ENCADENAMIENTO DE CONTRATOS TEMPORALES ===".
           PERFORM 0001-LEER-PARAMETROS.
           OPEN INPUT TRABFILE.
           IF NOT trabfile-ok
               DISPLAY "NO SE PUDO ABRIR TRABAJADORES.DAT - FILE "
                   "STATUS " trabfile-status
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN OUTPUT LISTFILE
               PERFORM 0004-ESCRIBIR-CABECERA
               OPEN INPUT CONTFILE
               IF contfile-ok
                   SET historico-disponible TO TRUE
                   PERFORM 0005-RECORRER-TRAMOS
                   CLOSE CONTFILE
               ELSE
                   DISPLAY "AVISO: NO SE PUDO ABRIR "
                       "CONTRATOS_HISTORICO.DAT - FILE STATUS "
                       contfile-status
               END-IF
               PERFORM 0008-ESCRIBIR-PIE
               CLOSE LISTFILE
               CLOSE TRABFILE
               DISPLAY "LIMITE SUPERADO: " ws-total-superados
                   " PROXIMOS AL LIMITE: " ws-total-proximos
                   " EN CONTRATOS_ENCADENADOS.TXT"
               IF ws-total-superados > 0 OR NOT historico-disponible
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           STOP RUN.

       0001-LEER-PARAMETROS.
           *> EN BLANCO, CADA PARAMETRO TOMA SU VALOR POR DEFECTO.
           ACCEPT ws-fecha-hoy FROM DATE YYYYMMDD.
           MOVE ws-fecha-hoy TO ws-fecha-referencia.
           MOVE SPACES TO ws-parametro-entorno.
           ACCEPT ws-parametro-entorno
               FROM ENVIRONMENT "FECHA-ENCADENAMIENTO".
           IF ws-parametro-entorno NOT = SPACES
               MOVE ws-parametro-entorno TO ws-fecha-referencia
           END-IF.
           MOVE SPACES TO ws-parametro-entorno.
           ACCEPT ws-parametro-entorno
               FROM ENVIRONMENT "MESES-LIMITE-ENCADENAMIENTO".
           IF ws-parametro-entorno NOT = SPACES
               COMPUTE ws-meses-limite =
                   FUNCTION NUMVAL(ws-parametro-entorno)
           END-IF.
           MOVE SPACES TO ws-parametro-entorno.
           ACCEPT ws-parametro-entorno
               FROM ENVIRONMENT "MESES-VENTANA-ENCADENAMIENTO".
           IF ws-parametro-entorno NOT = SPACES
               COMPUTE ws-meses-ventana =
                   FUNCTION NUMVAL(ws-parametro-entorno)
           END-IF.
           MOVE SPACES TO ws-parametro-entorno.
           ACCEPT ws-parametro-entorno
               FROM ENVIRONMENT "DIAS-AVISO-ENCADENAMIENTO".
           IF ws-parametro-entorno NOT = SPACES
               COMPUTE ws-dias-aviso =
                   FUNCTION NUMVAL(ws-parametro-entorno)
           END-IF.
           PERFORM 0002-CALCULAR-VENTANA.
           DISPLAY "FECHA DE REFERENCIA: " ws-fecha-referencia
               " VENTANA DESDE " ws-ventana-desde
               " LIMITE " ws-dias-limite " DIAS".

       0002-CALCULAR-VENTANA.
           *> LA VENTANA SON LOS ULTIMOS MESES-VENTANA HASTA LA FECHA
           *> DE REFERENCIA, AMBAS INCLUIDAS. EL LIMITE EN DIAS ES LO
           *> QUE VA DE LA FECHA DE REFERENCIA MENOS MESES-LIMITE A
           *> ELLA, ASI QUE RESPETA LA DURACION REAL DE CADA MES.
           MOVE ws-fecha-referencia TO ws-fecha-base.
           MOVE ws-meses-ventana TO ws-meses-restar.
           PERFORM 0003-RESTAR-MESES.
           COMPUTE ws-ventana-desde = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(ws-fecha-resultado-n) + 1).
           MOVE ws-meses-limite TO ws-meses-restar.
           PERFORM 0003-RESTAR-MESES.
           COMPUTE ws-dias-limite =
               FUNCTION INTEGER-OF-DATE(ws-fecha-referencia)
             - FUNCTION INTEGER-OF-DATE(ws-fecha-resultado-n).

       0003-RESTAR-MESES.

           MOVE ws-fecha-base TO ws-fecha-resultado-n.
           COMPUTE ws-meses-absolutos =
               ws-res-ano * 12 + ws-res-mes - 1 - ws-meses-restar.
           DIVIDE ws-meses-absolutos BY 12 GIVING ws-res-ano
               REMAINDER ws-res-mes.
           ADD 1 TO ws-res-mes.
           PERFORM 0003-AJUSTAR-DIA
               UNTIL FUNCTION TEST-DATE-YYYYMMDD(ws-fecha-resultado-n)
                   = 0.

       0003-AJUSTAR-DIA.

           SUBTRACT 1 FROM ws-res-dia.

       0004-ESCRIBIR-CABECERA.

           MOVE SPACES TO LINEA-LISTADO.
           STRING "ENCADENAMIENTO DE CONTRATOS TEMPORALES  FECHA: "
                  ws-fecha-hoy
                  "  REFERENCIA: " ws-fecha-referencia
                  "  VENTANA: " ws-ventana-desde " A "
                  ws-fecha-referencia
               DELIMITED BY SIZE INTO LINEA-LISTADO.
           WRITE LINEA-LISTADO.
           MOVE SPACES TO LINEA-LISTADO.
           STRING "LIMITE: " ws-meses-limite " MESES (" ws-dias-limite
                  " DIAS) DE CONTRATO TEMPORAL DENTRO DE LA VENTANA,"
                  " CON DOS O MAS CONTRATOS.  AVISO PREVIO: "
                  ws-dias-aviso " DIAS"
               DELIMITED BY SIZE INTO LINEA-LISTADO.
           WRITE LINEA-LISTADO.
           MOVE SPACES TO LINEA-LISTADO.
           WRITE LINEA-LISTADO.
           MOVE SPACES TO LINEA-LISTADO.
           STRING "ID     NOMBRE                                    "
                  "CTR   DIAS  DESDE     FIN PREV  SITUACION       "
                  "      FECHA LIMITE"
               DELIMITED BY SIZE INTO LINEA-LISTADO.
           WRITE LINEA-LISTADO.
           MOVE ALL "=" TO LINEA-LISTADO.
           WRITE LINEA-LISTADO.

       0005-RECORRER-TRAMOS.

           MOVE LOW-VALUES TO con-clave.
           START CONTFILE KEY IS NOT LESS THAN con-clave
               INVALID KEY SET contfile-fin TO TRUE
           END-START.
           PERFORM 0005-PROCESAR-SIGUIENTE-TRAMO UNTIL contfile-fin.
           IF hay-trabajador-en-curso
               PERFORM 0007-CERRAR-TRABAJADOR
           END-IF.

       0005-PROCESAR-SIGUIENTE-TRAMO.
           READ CONTFILE NEXT RECORD
               AT END SET contfile-fin TO TRUE
               NOT AT END
                   ADD 1 TO ws-tramos-leidos
                   IF hay-trabajador-en-curso
                       AND con-id-trabajador NOT = ws-id-en-curso
                       PERFORM 0007-CERRAR-TRABAJADOR
                   END-IF
                   IF sin-trabajador-en-curso
                       SET hay-trabajador-en-curso TO TRUE
                       MOVE con-id-trabajador TO ws-id-en-curso
                       MOVE 0 TO ws-dias-temporales
                       MOVE 0 TO ws-contratos-ventana
                       MOVE 0 TO ws-primer-dia-ventana
                   END-IF
                   IF con-temporal
                       PERFORM 0006-SUMAR-TRAMO
                   END-IF
           END-READ.

       0006-SUMAR-TRAMO.
           *> PARTE DEL TRAMO QUE CAE DENTRO DE LA VENTANA; EL TRAMO
           *> EN VIGOR CUENTA HASTA LA FECHA DE REFERENCIA.
           IF con-fecha-inicio > ws-ventana-desde
               MOVE con-fecha-inicio TO ws-tramo-desde
           ELSE
               MOVE ws-ventana-desde TO ws-tramo-desde
           END-IF.
           IF con-fecha-fin = 0 OR con-fecha-fin > ws-fecha-referencia
               MOVE ws-fecha-referencia TO ws-tramo-hasta
           ELSE
               MOVE con-fecha-fin TO ws-tramo-hasta
           END-IF.
           IF ws-tramo-desde <= ws-tramo-hasta
               COMPUTE ws-dias-temporales = ws-dias-temporales
                   + FUNCTION INTEGER-OF-DATE(ws-tramo-hasta)
                   - FUNCTION INTEGER-OF-DATE(ws-tramo-desde) + 1
               ADD 1 TO ws-contratos-ventana
               IF ws-primer-dia-ventana = 0
                   MOVE ws-tramo-desde TO ws-primer-dia-ventana
               END-IF
           END-IF.

       0007-CERRAR-TRABAJADOR.
           *> SOLO INTERESA QUIEN SIGUE ACTIVO Y TEMPORAL: UNA BAJA O
           *> UNA CONVERSION A INDEFINIDO YA NO SE PUEDEN ENCADENAR.
           SET sin-trabajador-en-curso TO TRUE.
           ADD 1 TO ws-trabajadores-vistos.
           MOVE SPACES TO ws-situacion.
           MOVE ws-id-en-curso TO id-trabajador.
           READ TRABFILE IGNORING LOCK
               INVALID KEY
                   MOVE "23" TO trabfile-status
           END-READ.
           IF trabfile-ok AND trabajador-activo AND contrato-temporal
               AND ws-dias-temporales > 0
               IF ws-dias-temporales > ws-dias-limite
                   AND ws-contratos-ventana >= 2
                   MOVE "LIMITE SUPERADO" TO ws-situacion
                   ADD 1 TO ws-total-superados
               ELSE IF ws-dias-temporales > ws-dias-limite
                   MOVE "EXCEDE, 1 CONTRATO" TO ws-situacion
                   ADD 1 TO ws-total-proximos
               ELSE IF ws-dias-temporales + ws-dias-aviso
                   > ws-dias-limite
                   MOVE "PROXIMO AL LIMITE" TO ws-situacion
                   ADD 1 TO ws-total-proximos
               END-IF
           END-IF.
           IF ws-situacion NOT = SPACES
               PERFORM 0007-ESCRIBIR-TRABAJADOR
           END-IF.

       0007-ESCRIBIR-TRABAJADOR.
           *> LA FECHA LIMITE SOLO SE DA A LOS QUE AUN NO LO HAN
           *> PASADO: EL DIA EN QUE LO PASARAN SI SIGUEN CONTRATADOS.
           MOVE ws-id-en-curso TO lt-id-trabajador.
           MOVE SPACES TO lt-nombre.
           STRING nombre-trabajador DELIMITED BY "  "
                  " " apellido-pat DELIMITED BY "  "
                  " " apellido-mat DELIMITED BY "  "
               INTO lt-nombre.
           MOVE ws-contratos-ventana TO lt-contratos.
           MOVE ws-dias-temporales TO lt-dias.
           MOVE ws-primer-dia-ventana TO lt-primer-dia.
           MOVE fecha-fin-contrato TO lt-fin-previsto.
           MOVE ws-situacion TO lt-situacion.
           MOVE SPACES TO lt-fecha-limite.
           IF ws-dias-temporales <= ws-dias-limite
               COMPUTE ws-fecha-superacion = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(ws-fecha-referencia)
                 + ws-dias-limite - ws-dias-temporales + 1)
               MOVE ws-fecha-superacion TO lt-fecha-limite
           END-IF.
           MOVE ws-linea-trabajador TO LINEA-LISTADO.
           WRITE LINEA-LISTADO.

       0008-ESCRIBIR-PIE.

           MOVE ALL "=" TO LINEA-LISTADO.
           WRITE LINEA-LISTADO.
           IF NOT historico-disponible
               MOVE "ATENCION: SIN CONTRATOS_HISTORICO.DAT NO SE HA "
                   & "PODIDO HACER EL CONTROL" TO LINEA-LISTADO
               WRITE LINEA-LISTADO
           END-IF.
           MOVE SPACES TO LINEA-LISTADO.
           STRING "TRAMOS LEIDOS: " ws-tramos-leidos
                  "  TRABAJADORES: " ws-trabajadores-vistos
                  "  LIMITE SUPERADO: " ws-total-superados
                  "  PROXIMOS O CON UN SOLO CONTRATO: "
                  ws-total-proximos
               DELIMITED BY SIZE INTO LINEA-LISTADO.
           WRITE LINEA-LISTADO.
           MOVE "LIMITE SUPERADO = CONTRATO INDEFINIDO POR LEY: "
               & "REGULARIZAR LA FICHA (CONVERSION A INDEFINIDO)."
               TO LINEA-LISTADO.
           WRITE LINEA-LISTADO.

       END PROGRAM CONTRATOS-ENCADENAMIENTO.
