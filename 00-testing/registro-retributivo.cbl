       ID DIVISION.
       PROGRAM-ID. REGISTRO-RETRIBUTIVO.
       AUTHOR. DAVID HERNANDEZ MARTIN.
      *MODIFICACIONES
      *15/10/2026 - ALTA INICIAL. REGISTRO RETRIBUTIVO ANUAL QUE
      *             EXIGE LA LEY: MEDIA Y MEDIANA DE LO PERCIBIDO POR
      *             MUJERES Y HOMBRES EN CADA CATEGORIA PROFESIONAL
      *             (CATEGORIAS.DAT), SEPARANDO SALARIO BASE,
      *             COMPLEMENTOS SALARIALES Y PERCEPCIONES
      *             EXTRASALARIALES, CON LA BRECHA DE CADA CONCEPTO.
      *             LAS CIFRAS SALEN DE NOMINAS.DAT (PERIODOS 01 A 14
      *             DEL EJERCICIO, EJERCICIO-REGISTRO O, SIN EL, EL
      *             ANO ANTERIOR AL EN CURSO) Y DE LAS LINEAS DE
      *             NOMINAS_DETALLE.DAT, Y SE ANUALIZAN A JORNADA
      *             COMPLETA CON jornada-pct PARA QUE LOS TIEMPOS
      *             PARCIALES SEAN COMPARABLES. SE SENALA CADA
      *             CATEGORIA EN LA QUE LA MEDIA TOTAL DE UN SEXO
      *             SUPERA A LA DEL OTRO EN UN 25% O MAS, QUE ES
      *             CUANDO HAY QUE ADJUNTAR JUSTIFICACION ESCRITA.
      *             LOS TRABAJADORES CON EL SEXO PENDIENTE DE
      *             INFORMAR SE LISTAN APARTE Y NO ENTRAN EN LAS
      *             CIFRAS. SALIDA EN REGISTRO_RETRIBUTIVO.TXT, 132
      *             COLUMNAS. RETURN-CODE 4 SI QUEDAN PENDIENTES O
      *             FALTA EL DETALLE DE NOMINA, 8 SI NO PUEDE LEER
      *             NOMINAS.DAT O TRABAJADORES.DAT.
      *15/10/2026 - TRABAJADORES_ARCHIVO.DAT QUE EXISTE PERO NO ABRE
      *             (P. EJ. SIN MIGRAR) SE AVISA CON SU FILE STATUS Y
      *             DEJA RETURN-CODE 4, EN VEZ DE PERDER SIN DECIR
      *             NADA LAS BAJAS ARCHIVADAS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NOMMAESTRO ASSIGN TO "NOMINAS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS nom-clave
           FILE STATUS IS nommaestro-status.

           SELECT NOMDETFILE ASSIGN TO "NOMINAS_DETALLE.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS det-clave
           FILE STATUS IS nomdetfile-status.

           SELECT TRABFILE ASSIGN TO "TRABAJADORES.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS id-trabajador
           ALTERNATE RECORD KEY IS apellido-pat WITH DUPLICATES
           ALTERNATE RECORD KEY IS apellido-mat WITH DUPLICATES
           SHARING WITH ALL OTHER
           FILE STATUS IS trabfile-status.

           SELECT ARCHFILE ASSIGN TO "TRABAJADORES_ARCHIVO.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS arch-id-trabajador
           FILE STATUS IS archfile-status.

           SELECT CATFILE ASSIGN TO "CATEGORIAS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS catfile-status.

           SELECT LISTFILE ASSIGN TO "REGISTRO_RETRIBUTIVO.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS listfile-status.

       DATA DIVISION.
       FILE SECTION.
       FD  NOMMAESTRO
           LABEL RECORDS ARE STANDARD.
       01  REG-NOMINA.
           COPY NOMREG.

       FD  NOMDETFILE
           LABEL RECORDS ARE STANDARD.
       01  REG-NOMINA-DETALLE.
           COPY NOMDET.

       FD  TRABFILE
           LABEL RECORDS ARE STANDARD.
       01  REG-TRABAJADOR.
           COPY TRABREG.

       FD  ARCHFILE
           LABEL RECORDS ARE STANDARD.
      *    MISMO LAYOUT QUE TRABREG, VEASE TRABAJADORES-ARCHIVO.
       01  REG-ARCHIVO.
           05 arch-id-trabajador   PIC 9(05).
           05 arch-resto-registro  PIC X(317).

       FD  CATFILE
           LABEL RECORDS ARE STANDARD.
       01  REG-CATEGORIA.
           05 id-categoria-cat          PIC X(04).
           05 nombre-categoria-cat      PIC X(30).
           05 salario-min-categoria-cat PIC 9(05)V99.
           05 salario-max-categoria-cat PIC 9(05)V99.

       FD  LISTFILE
           LABEL RECORDS ARE STANDARD.
       01  LINEA-LISTADO               PIC X(132).

       WORKING-STORAGE SECTION.

         >>SOURCE FORMAT IS FREE
         COPY FILESTAT REPLACING NIVEL-FS BY 77
             FS-CAMPO BY nommaestro-status
             FS-OK BY nommaestro-ok
             FS-FIN-FICHERO BY nommaestro-fin
             FS-CLAVE-DUPLICADA BY nommaestro-dup
             FS-REGISTRO-NO-ENCONTRADO BY nommaestro-no-encontrado
             FS-FICHERO-NO-EXISTE BY nommaestro-no-existe
             FS-REGISTRO-BLOQUEADO BY nommaestro-bloqueado
             FS-DATOS-INVALIDOS BY nommaestro-datos-invalidos.
         COPY FILESTAT REPLACING NIVEL-FS BY 77
             FS-CAMPO BY nomdetfile-status
             FS-OK BY nomdetfile-ok
             FS-FIN-FICHERO BY nomdetfile-fin
             FS-CLAVE-DUPLICADA BY nomdetfile-dup
             FS-REGISTRO-NO-ENCONTRADO BY nomdetfile-no-encontrado
             FS-FICHERO-NO-EXISTE BY nomdetfile-no-existe
             FS-REGISTRO-BLOQUEADO BY nomdetfile-bloqueado
             FS-DATOS-INVALIDOS BY nomdetfile-datos-invalidos.
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
             FS-CAMPO BY archfile-status
             FS-OK BY archfile-ok
             FS-FIN-FICHERO BY archfile-fin
             FS-CLAVE-DUPLICADA BY archfile-dup
             FS-REGISTRO-NO-ENCONTRADO BY archfile-no-encontrado
             FS-FICHERO-NO-EXISTE BY archfile-no-existe
             FS-REGISTRO-BLOQUEADO BY archfile-bloqueado
             FS-DATOS-INVALIDOS BY archfile-datos-invalidos.
         COPY FILESTAT REPLACING NIVEL-FS BY 77
             FS-CAMPO BY catfile-status
             FS-OK BY catfile-ok
             FS-FIN-FICHERO BY catfile-fin
             FS-CLAVE-DUPLICADA BY catfile-dup
             FS-REGISTRO-NO-ENCONTRADO BY catfile-no-encontrado
             FS-FICHERO-NO-EXISTE BY catfile-no-existe
             FS-REGISTRO-BLOQUEADO BY catfile-bloqueado
             FS-DATOS-INVALIDOS BY catfile-datos-invalidos.
         COPY FILESTAT REPLACING NIVEL-FS BY 77
             FS-CAMPO BY listfile-status
             FS-OK BY listfile-ok
             FS-FIN-FICHERO BY listfile-fin
             FS-CLAVE-DUPLICADA BY listfile-dup
             FS-REGISTRO-NO-ENCONTRADO BY listfile-no-encontrado
             FS-FICHERO-NO-EXISTE BY listfile-no-existe
             FS-REGISTRO-BLOQUEADO BY listfile-bloqueado
             FS-DATOS-INVALIDOS BY listfile-datos-invalidos.

         COPY CATEGCAT.

         77 ws-fecha-hoy         PIC 9(08) VALUE 0.
         77 ws-nombre-empresa    PIC X(40) VALUE SPACES.
         77 ws-ejercicio-entorno PIC X(04) VALUE SPACES.
         77 ws-ejercicio         PIC 9(04) VALUE 0.
         77 ws-periodo-desde     PIC 9(06).
         77 ws-periodo-hasta     PIC 9(06).
         77 ws-detalle-abierto   PIC 9(01) VALUE 0.
            88 detalle-disponible     VALUE 1.
         77 ws-archivo-abierto   PIC 9(01) VALUE 0.
            88 archivo-disponible     VALUE 1.

         *> CORTE POR TRABAJADOR SOBRE NOMINAS.DAT (CLAVE
         *> TRABAJADOR + PERIODO): IMPORTES DEL EJERCICIO POR
         *> CONCEPTO, 1 = SALARIO BASE, 2 = COMPLEMENTOS SALARIALES,
         *> 3 = PERCEPCIONES EXTRASALARIALES.
         77 ws-id-en-curso       PIC 9(05) VALUE 0.
         77 ws-hay-trabajador    PIC 9(01) VALUE 0.
            88 hay-trabajador-en-curso VALUE 1.
            88 sin-trabajador-en-curso VALUE 0.
         01 ws-importes-trabajador.
            05 ws-trab-importe   PIC S9(09)V99 OCCURS 3 TIMES.
         77 ws-lineas-detalle    PIC 9(02).
         77 ws-jornada-trabajador PIC 9(03).
         77 ws-fila-categoria    PIC 9(02).

         *> CLASIFICACION DE LAS LINEAS DEL RECIBO. SALARIO BASE: EL
         *> BASE Y LAS AUSENCIAS QUE LO MINORAN. EXTRASALARIALES:
         *> DIETAS Y KILOMETRAJE (EXENTOS O NO) Y EL COMPLEMENTO DE
         *> IT A CARGO DE LA EMPRESA. FUERA DEL REGISTRO: EL PAGO
         *> DELEGADO DE IT (LO PAGA LA MUTUA), LAS DEDUCCIONES Y EL
         *> LIQUIDO. CUALQUIER OTRO CONCEPTO (ANTIGUEDAD, HORAS
         *> EXTRA, BONOS, ATRASOS, ESPECIE...) ES COMPLEMENTO.
         77 ws-concepto-linea    PIC X(02).
            88 concepto-salario-base  VALUE "SB" "AU".
            88 concepto-extrasalarial VALUE "GE" "GS" "DI" "IE".
            88 concepto-fuera-registro
                VALUE "IM" "SS" "IR" "EI" "AN" "DV" "EB" "LQ".

         *> UNA ENTRADA POR TRABAJADOR DEL REGISTRO, YA ANUALIZADA:
         *> FILA (CATEGORIA DEL CATALOGO, 51 = SIN CATEGORIA), SEXO
         *> E IMPORTES 1-3 MAS EL TOTAL EN LA 4.
         01 ws-tabla-retribuciones.
            05 ws-num-retribuciones PIC 9(04) VALUE 0.
            05 ws-retribucion OCCURS 3000 TIMES.
               10 ret-fila          PIC 9(02).
               10 ret-sexo          PIC X(01).
               10 ret-importe       PIC S9(09)V99 OCCURS 4 TIMES.
         77 ws-max-retribuciones PIC 9(04) VALUE 3000.
         77 ws-indice-ret        PIC 9(04).

         *> TRABAJADORES CON NOMINAS EN EL EJERCICIO Y EL SEXO
         *> PENDIENTE, PARA EL ANEXO.
         01 ws-tabla-pendientes.
            05 ws-num-pendientes PIC 9(04) VALUE 0.
            05 ws-pendiente OCCURS 500 TIMES.
               10 pen-id-trabajador PIC 9(05).
               10 pen-nombre        PIC X(60).
         77 ws-indice-pen        PIC 9(04).

         77 ws-total-pendientes  PIC 9(05) VALUE 0.
         77 ws-sin-ficha         PIC 9(05) VALUE 0.
         77 ws-fuera-de-tabla    PIC 9(05) VALUE 0.
         77 ws-nominas-sin-detalle PIC 9(07) VALUE 0.
         77 ws-nominas-leidas    PIC 9(07) VALUE 0.
         77 ws-categorias-brecha PIC 9(03) VALUE 0.

         *> ESTADISTICAS DEL GRUPO QUE SE IMPRIME (FILA 1-51 UNA
         *> CATEGORIA, 52 = TODA LA EMPRESA), SEXO 1 = MUJERES,
         *> 2 = HOMBRES, CONCEPTO 1-4.
         77 ws-fila-total        PIC 9(02) VALUE 52.
         77 ws-fila-grupo        PIC 9(02).
         77 ws-indice-sexo       PIC 9(01).
         77 ws-indice-concepto   PIC 9(01).
         77 ws-sexo-grupo        PIC X(01).
         01 ws-estadisticas-grupo.
            05 ws-grp-sexo OCCURS 2 TIMES.
               10 ws-grp-numero     PIC 9(04).
               10 ws-grp-media      PIC S9(09)V99 OCCURS 4 TIMES.
               10 ws-grp-mediana    PIC S9(09)V99 OCCURS 4 TIMES.
         01 ws-brechas-grupo.
            05 ws-brecha-media   PIC S9(05)V99 OCCURS 4 TIMES.
            05 ws-brecha-mediana PIC S9(05)V99 OCCURS 4 TIMES.
         77 ws-suma-valores      PIC S9(13)V99.
         77 ws-media-mayor       PIC S9(09)V99.
         77 ws-media-menor       PIC S9(09)V99.
         77 ws-grupo-con-brecha  PIC 9(01).
            88 grupo-con-brecha       VALUE 1.
            88 grupo-sin-brecha       VALUE 0.

         *> VALORES DE UN GRUPO Y CONCEPTO, ORDENADOS POR INSERCION
         *> PARA SACAR LA MEDIANA.
         01 ws-tabla-valores.
            05 ws-valor          PIC S9(09)V99 OCCURS 3000 TIMES.
         77 ws-num-valores       PIC 9(04).
         77 ws-ord-i             PIC 9(04).
         77 ws-ord-j             PIC 9(04).
         77 ws-ord-clave         PIC S9(09)V99.
         77 ws-ord-estado        PIC 9(01).
            88 ord-colocado           VALUE 1.
            88 ord-buscando           VALUE 0.
         77 ws-mitad             PIC 9(04).
         77 ws-resto-mitad       PIC 9(01).

         77 ws-pagina            PIC 9(04) VALUE 0.
         77 ws-lineas-pagina     PIC 9(02) VALUE 99.
         77 ws-lineas-por-pagina PIC 9(02) VALUE 55.
         77 ws-nombre-grupo      PIC X(60) VALUE SPACES.

         *> LINEA DE UN SEXO (Y DE LA BRECHA) DE UNA CATEGORIA:
         *> MEDIA Y MEDIANA DE CADA CONCEPTO, 132 COLUMNAS.
         01 ws-linea-sexo.
            05 FILLER            PIC X(04) VALUE SPACES.
            05 ls-etiqueta       PIC X(12).
            05 FILLER            PIC X(02) VALUE SPACES.
            05 ls-numero         PIC ZZZZ9.
            05 ls-columna OCCURS 8 TIMES.
               10 FILLER         PIC X(02).
               10 ls-importe     PIC -ZZZZZZ9.99.
            05 FILLER            PIC X(05) VALUE SPACES.
         01 ws-linea-brecha.
            05 FILLER            PIC X(04) VALUE SPACES.
            05 lb-etiqueta       PIC X(12).
            05 FILLER            PIC X(07) VALUE SPACES.
            05 lb-columna OCCURS 8 TIMES.
               10 FILLER         PIC X(05).
               10 lb-porcentaje  PIC ----9.99.
            05 FILLER            PIC X(05) VALUE SPACES.
         77 ws-indice-columna    PIC 9(01).

       PROCEDURE DIVISION.
       0000-MAIN SECTION.
       0000-PRINCIPAL.
           DISPLAY "=== REGISTRO RETRIBUTIVO ===".
           PERFORM 0001-DETERMINAR-EJERCICIO.
           PERFORM 0002-CARGAR-CATEGORIAS.
           OPEN INPUT NOMMAESTRO.
           IF NOT nommaestro-ok
               DISPLAY "NO SE PUDO ABRIR NOMINAS.DAT - FILE STATUS "
                   nommaestro-status
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN INPUT TRABFILE
               IF NOT trabfile-ok
                   DISPLAY "NO SE PUDO ABRIR TRABAJADORES.DAT - FILE "
                       "STATUS " trabfile-status
                   CLOSE NOMMAESTRO
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM 0003-RECORRER-NOMINAS-EJERCICIO
                   CLOSE TRABFILE
                   CLOSE NOMMAESTRO
                   PERFORM 0006-ESCRIBIR-REGISTRO
                   DISPLAY "TRABAJADORES EN EL REGISTRO: "
                       ws-num-retribuciones
                       " EN REGISTRO_RETRIBUTIVO.TXT"
                   DISPLAY "CATEGORIAS CON BRECHA DEL 25% O MAS: "
                       ws-categorias-brecha
                   IF ws-total-pendientes > 0
                       OR NOT detalle-disponible
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF.
           STOP RUN.

       0001-DETERMINAR-EJERCICIO.
           *> EL REGISTRO SE HACE SOBRE UN EJERCICIO CERRADO: SIN
           *> EJERCICIO-REGISTRO, EL ANTERIOR AL DE LA FECHA DEL
           *> SISTEMA. LOS PERIODOS 13 Y 14 SON LAS PAGAS EXTRA.
           ACCEPT ws-fecha-hoy FROM DATE YYYYMMDD.
           ACCEPT ws-nombre-empresa FROM ENVIRONMENT "NOMBRE-EMPRESA".
           IF ws-nombre-empresa = SPACES
               MOVE "NOMINAS - REGISTRO RETRIBUTIVO"
                   TO ws-nombre-empresa
           END-IF.
           ACCEPT ws-ejercicio-entorno
               FROM ENVIRONMENT "EJERCICIO-REGISTRO".
           IF ws-ejercicio-entorno = SPACES
               COMPUTE ws-ejercicio = ws-fecha-hoy / 10000 - 1
           ELSE
               MOVE ws-ejercicio-entorno TO ws-ejercicio
           END-IF.
           COMPUTE ws-periodo-desde = ws-ejercicio * 100 + 1.
           COMPUTE ws-periodo-hasta = ws-ejercicio * 100 + 14.
           DISPLAY "EJERCICIO DEL REGISTRO: " ws-ejercicio.

       0002-CARGAR-CATEGORIAS.

           MOVE 0 TO num-categorias-cat.
           OPEN INPUT CATFILE.
           IF catfile-ok
               PERFORM 0002-LEER-CATEGORIA UNTIL catfile-fin
               CLOSE CATFILE
           ELSE
               DISPLAY "AVISO: NO SE PUDO ABRIR CATEGORIAS.DAT, TODO "
                   "EL PERSONAL SALE SIN CATEGORIA"
           END-IF.

       0002-LEER-CATEGORIA.
           READ CATFILE
               AT END SET catfile-fin TO TRUE
               NOT AT END
                   IF num-categorias-cat < 50
                       ADD 1 TO num-categorias-cat
                       MOVE id-categoria-cat
                           TO id-cat-cat(num-categorias-cat)
                       MOVE nombre-categoria-cat
                           TO nombre-cat-cat(num-categorias-cat)
                   END-IF
           END-READ.

       0003-RECORRER-NOMINAS-EJERCICIO.
           *> SIN DETALLE DE NOMINA O SIN ARCHIVO DE BAJAS SE SIGUE:
           *> EL BRUTO VA ENTERO A SALARIO BASE Y LAS BAJAS YA
           *> ARCHIVADAS SE CUENTAN COMO SIN FICHA.
           OPEN INPUT NOMDETFILE.
           IF nomdetfile-ok
               SET detalle-disponible TO TRUE
           ELSE
               DISPLAY "AVISO: NO SE PUDO ABRIR NOMINAS_DETALLE.DAT - "
                   "FILE STATUS " nomdetfile-status
           END-IF.
           OPEN INPUT ARCHFILE.
           IF archfile-ok
               SET archivo-disponible TO TRUE
           ELSE IF NOT archfile-no-existe
               DISPLAY "AVISO: NO SE PUDO ABRIR "
                   "TRABAJADORES_ARCHIVO.DAT - FILE STATUS "
                   archfile-status
               MOVE 4 TO RETURN-CODE
           END-IF.
           MOVE LOW-VALUES TO nom-clave.
           START NOMMAESTRO KEY IS NOT LESS THAN nom-clave
               INVALID KEY SET nommaestro-fin TO TRUE
           END-START.
           PERFORM 0003-PROCESAR-SIGUIENTE-NOMINA UNTIL nommaestro-fin.
           IF hay-trabajador-en-curso
               PERFORM 0005-CERRAR-TRABAJADOR
           END-IF.
           IF detalle-disponible
               CLOSE NOMDETFILE
           END-IF.
           IF archivo-disponible
               CLOSE ARCHFILE
           END-IF.

       0003-PROCESAR-SIGUIENTE-NOMINA.
           READ NOMMAESTRO NEXT RECORD
               AT END SET nommaestro-fin TO TRUE
               NOT AT END
                   IF nom-periodo >= ws-periodo-desde
                       AND nom-periodo <= ws-periodo-hasta
                       IF hay-trabajador-en-curso
                           AND nom-id-trabajador NOT = ws-id-en-curso
                           PERFORM 0005-CERRAR-TRABAJADOR
                       END-IF
                       IF sin-trabajador-en-curso
                           SET hay-trabajador-en-curso TO TRUE
                           MOVE nom-id-trabajador TO ws-id-en-curso
                           MOVE ZEROS TO ws-importes-trabajador
                       END-IF
                       ADD 1 TO ws-nominas-leidas
                       PERFORM 0004-CLASIFICAR-NOMINA
                   END-IF
           END-READ.

       0004-CLASIFICAR-NOMINA.
           *> LAS PAGAS EXTRA (13 Y 14) NO TIENEN LINEAS DE DETALLE Y
           *> SE CALCULAN SOBRE EL SALARIO: VAN A SALARIO BASE. UNA
           *> NOMINA SIN DETALLE (ANTERIOR A EL) REPARTE SU BRUTO
           *> IGUAL, CON LOS GASTOS EXENTOS COMO EXTRASALARIALES.
           MOVE 0 TO ws-lineas-detalle.
           IF nom-periodo(5:2) NOT > "12" AND detalle-disponible
               MOVE nom-id-trabajador TO det-id-trabajador
               MOVE nom-periodo TO det-periodo
               MOVE 0 TO det-linea
               START NOMDETFILE KEY IS NOT LESS THAN det-clave
                   INVALID KEY SET nomdetfile-fin TO TRUE
               END-START
               PERFORM 0004-LEER-DETALLE UNTIL nomdetfile-fin
           END-IF.
           IF ws-lineas-detalle = 0
               ADD nom-bruto TO ws-trab-importe(1)
               ADD nom-gastos-exentos TO ws-trab-importe(3)
               IF nom-periodo(5:2) NOT > "12"
                   ADD 1 TO ws-nominas-sin-detalle
               END-IF
           END-IF.

       0004-LEER-DETALLE.
           READ NOMDETFILE NEXT RECORD
               AT END SET nomdetfile-fin TO TRUE
               NOT AT END
                   IF det-id-trabajador NOT = nom-id-trabajador
                       OR det-periodo NOT = nom-periodo
                       SET nomdetfile-fin TO TRUE
                   ELSE
                       ADD 1 TO ws-lineas-detalle
                       PERFORM 0004-SUMAR-LINEA
                   END-IF
           END-READ.

       0004-SUMAR-LINEA.

           MOVE det-concepto TO ws-concepto-linea.
           IF concepto-salario-base
               ADD det-importe TO ws-trab-importe(1)
           ELSE IF concepto-extrasalarial
               ADD det-importe TO ws-trab-importe(3)
           ELSE IF NOT concepto-fuera-registro
               ADD det-importe TO ws-trab-importe(2)
           END-IF.

       0005-CERRAR-TRABAJADOR.
           *> CIERRA EL CORTE: SITUA AL TRABAJADOR (MAESTRO O, SI YA
           *> SE ARCHIVO SU BAJA, ARCHIVO), LO APARTA SI TIENE EL
           *> SEXO PENDIENTE Y SI NO GUARDA SUS IMPORTES ANUALIZADOS.
           SET sin-trabajador-en-curso TO TRUE.
           MOVE ws-id-en-curso TO id-trabajador.
           READ TRABFILE IGNORING LOCK
               INVALID KEY
                   MOVE "23" TO trabfile-status
           END-READ.
           IF NOT trabfile-ok AND archivo-disponible
               MOVE ws-id-en-curso TO arch-id-trabajador
               READ ARCHFILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE REG-ARCHIVO TO REG-TRABAJADOR
                       MOVE "00" TO trabfile-status
               END-READ
           END-IF.
           IF NOT trabfile-ok
               ADD 1 TO ws-sin-ficha
               DISPLAY "AVISO: TRABAJADOR " ws-id-en-curso
                   " CON NOMINAS PERO SIN FICHA, FUERA DEL REGISTRO"
           ELSE IF NOT sexo-valido
               PERFORM 0005-ANOTAR-PENDIENTE
           ELSE IF ws-num-retribuciones = ws-max-retribuciones
               ADD 1 TO ws-fuera-de-tabla
               DISPLAY "AVISO: TABLA DEL REGISTRO LLENA, TRABAJADOR "
                   ws-id-en-curso " NO INCLUIDO"
           ELSE
               PERFORM 0005-GUARDAR-RETRIBUCION
           END-IF.

       0005-ANOTAR-PENDIENTE.

           ADD 1 TO ws-total-pendientes.
           IF ws-num-pendientes < 500
               ADD 1 TO ws-num-pendientes
               MOVE id-trabajador
                   TO pen-id-trabajador(ws-num-pendientes)
               MOVE SPACES TO pen-nombre(ws-num-pendientes)
               STRING nombre-trabajador DELIMITED BY "  "
                      " " apellido-pat DELIMITED BY "  "
                      " " apellido-mat DELIMITED BY "  "
                   INTO pen-nombre(ws-num-pendientes)
           END-IF.

       0005-GUARDAR-RETRIBUCION.
           *> ANUALIZACION A JORNADA COMPLETA: IMPORTE * 100 /
           *> JORNADA (0 EN REGISTROS ANTIGUOS = COMPLETA).
           IF jornada-pct = 0 OR jornada-pct > 100
               MOVE 100 TO ws-jornada-trabajador
           ELSE
               MOVE jornada-pct TO ws-jornada-trabajador
           END-IF.
           MOVE 51 TO ws-fila-categoria.
           IF num-categorias-cat > 0
               AND categoria-trabajador NOT = SPACES
               SET INDX-CAT-CAT TO 1
               SEARCH categoria-cat
                   AT END CONTINUE
                   WHEN id-cat-cat(INDX-CAT-CAT) = categoria-trabajador
                       SET ws-fila-categoria TO INDX-CAT-CAT
               END-SEARCH
           END-IF.
           ADD 1 TO ws-num-retribuciones.
           MOVE ws-fila-categoria TO ret-fila(ws-num-retribuciones).
           MOVE sexo-trabajador TO ret-sexo(ws-num-retribuciones).
           COMPUTE ret-importe(ws-num-retribuciones, 1) ROUNDED =
               ws-trab-importe(1) * 100 / ws-jornada-trabajador.
           COMPUTE ret-importe(ws-num-retribuciones, 2) ROUNDED =
               ws-trab-importe(2) * 100 / ws-jornada-trabajador.
           COMPUTE ret-importe(ws-num-retribuciones, 3) ROUNDED =
               ws-trab-importe(3) * 100 / ws-jornada-trabajador.
           COMPUTE ret-importe(ws-num-retribuciones, 4) =
               ret-importe(ws-num-retribuciones, 1)
             + ret-importe(ws-num-retribuciones, 2)
             + ret-importe(ws-num-retribuciones, 3).

       0006-ESCRIBIR-REGISTRO.
           *> UN BLOQUE POR CATEGORIA CON PERSONAL EN EL REGISTRO, EL
           *> DE SIN CATEGORIA Y EL DE TODA LA EMPRESA.
           OPEN OUTPUT LISTFILE.
           MOVE 0 TO ws-fila-grupo.
           PERFORM 0006-ESCRIBIR-GRUPO
               UNTIL ws-fila-grupo = ws-fila-total.
           PERFORM 0009-ESCRIBIR-PIE.
           PERFORM 0009-ESCRIBIR-PENDIENTES.
           CLOSE LISTFILE.

       0006-ESCRIBIR-GRUPO.

           ADD 1 TO ws-fila-grupo.
           PERFORM 0007-CALCULAR-GRUPO.
           IF ws-grp-numero(1) + ws-grp-numero(2) > 0
               PERFORM 0006-NOMBRE-GRUPO
               IF ws-lineas-pagina + 6 > ws-lineas-por-pagina
                   MOVE 99 TO ws-lineas-pagina
               END-IF
               PERFORM 0010-CONTROLAR-SALTO-PAGINA
               MOVE ws-nombre-grupo TO LINEA-LISTADO
               WRITE LINEA-LISTADO
               MOVE 1 TO ws-indice-sexo
               PERFORM 0006-LINEA-SEXO
               MOVE 2 TO ws-indice-sexo
               PERFORM 0006-LINEA-SEXO
               PERFORM 0006-LINEA-BRECHA
               ADD 4 TO ws-lineas-pagina
               IF grupo-con-brecha
                   MOVE "    *** BRECHA DEL 25% O MAS EN LA MEDIA TOTAL"
                       & ": REQUIERE JUSTIFICACION ESCRITA ***"
                       TO LINEA-LISTADO
                   WRITE LINEA-LISTADO
                   ADD 1 TO ws-lineas-pagina
                   IF ws-fila-grupo < ws-fila-total
                       ADD 1 TO ws-categorias-brecha
                   END-IF
               END-IF
               MOVE SPACES TO LINEA-LISTADO
               WRITE LINEA-LISTADO
               ADD 1 TO ws-lineas-pagina
           END-IF.

       0006-NOMBRE-GRUPO.

           MOVE SPACES TO ws-nombre-grupo.
           IF ws-fila-grupo = ws-fila-total
               MOVE "TOTAL EMPRESA (TODAS LAS CATEGORIAS)"
                   TO ws-nombre-grupo
           ELSE IF ws-fila-grupo = 51
               MOVE "SIN CATEGORIA CATALOGADA" TO ws-nombre-grupo
           ELSE
               STRING "CATEGORIA " id-cat-cat(ws-fila-grupo) " "
                      nombre-cat-cat(ws-fila-grupo)
                   DELIMITED BY SIZE INTO ws-nombre-grupo
           END-IF.

       0006-LINEA-SEXO.

           MOVE SPACES TO ws-linea-sexo.
           IF ws-indice-sexo = 1
               MOVE "MUJERES" TO ls-etiqueta
           ELSE
               MOVE "HOMBRES" TO ls-etiqueta
           END-IF.
           MOVE ws-grp-numero(ws-indice-sexo) TO ls-numero.
           IF ws-grp-numero(ws-indice-sexo) > 0
               MOVE 0 TO ws-indice-concepto
               PERFORM 0006-COLUMNAS-SEXO
                   UNTIL ws-indice-concepto = 4
           END-IF.
           MOVE ws-linea-sexo TO LINEA-LISTADO.
           WRITE LINEA-LISTADO.

       0006-COLUMNAS-SEXO.
           *> COLUMNAS IMPARES LA MEDIA, PARES LA MEDIANA.
           ADD 1 TO ws-indice-concepto.
           COMPUTE ws-indice-columna = ws-indice-concepto * 2 - 1.
           MOVE ws-grp-media(ws-indice-sexo, ws-indice-concepto)
               TO ls-importe(ws-indice-columna).
           ADD 1 TO ws-indice-columna.
           MOVE ws-grp-mediana(ws-indice-sexo, ws-indice-concepto)
               TO ls-importe(ws-indice-columna).

       0006-LINEA-BRECHA.

           MOVE SPACES TO ws-linea-brecha.
           MOVE "BRECHA %" TO lb-etiqueta.
           IF ws-grp-numero(1) = 0 OR ws-grp-numero(2) = 0
               MOVE "    BRECHA %     SOLO HAY PERSONAL DE UN SEXO"
                   TO LINEA-LISTADO
           ELSE
               MOVE 0 TO ws-indice-concepto
               PERFORM 0006-COLUMNAS-BRECHA
                   UNTIL ws-indice-concepto = 4
               MOVE ws-linea-brecha TO LINEA-LISTADO
           END-IF.
           WRITE LINEA-LISTADO.

       0006-COLUMNAS-BRECHA.

           ADD 1 TO ws-indice-concepto.
           COMPUTE ws-indice-columna = ws-indice-concepto * 2 - 1.
           MOVE ws-brecha-media(ws-indice-concepto)
               TO lb-porcentaje(ws-indice-columna).
           ADD 1 TO ws-indice-columna.
           MOVE ws-brecha-mediana(ws-indice-concepto)
               TO lb-porcentaje(ws-indice-columna).

       0007-CALCULAR-GRUPO.
           *> MEDIA Y MEDIANA POR SEXO Y CONCEPTO DEL GRUPO, Y LAS
           *> BRECHAS: (HOMBRES - MUJERES) / HOMBRES, EN PORCENTAJE.
           *> LA ALERTA LEGAL ES QUE LA MEDIA TOTAL DE UN SEXO SUPERE
           *> A LA DEL OTRO EN UN 25% O MAS, EN CUALQUIER SENTIDO.
           MOVE ZEROS TO ws-estadisticas-grupo.
           MOVE ZEROS TO ws-brechas-grupo.
           SET grupo-sin-brecha TO TRUE.
           MOVE 0 TO ws-indice-sexo.
           PERFORM 0007-CALCULAR-SEXO UNTIL ws-indice-sexo = 2.
           IF ws-grp-numero(1) > 0 AND ws-grp-numero(2) > 0
               MOVE 0 TO ws-indice-concepto
               PERFORM 0007-CALCULAR-BRECHA
                   UNTIL ws-indice-concepto = 4
               IF ws-grp-media(1, 4) > ws-grp-media(2, 4)
                   MOVE ws-grp-media(1, 4) TO ws-media-mayor
                   MOVE ws-grp-media(2, 4) TO ws-media-menor
               ELSE
                   MOVE ws-grp-media(2, 4) TO ws-media-mayor
                   MOVE ws-grp-media(1, 4) TO ws-media-menor
               END-IF
               IF ws-media-menor > 0
                   AND ws-media-mayor >= ws-media-menor * 1.25
                   SET grupo-con-brecha TO TRUE
               END-IF
           END-IF.

       0007-CALCULAR-SEXO.

           ADD 1 TO ws-indice-sexo.
           IF ws-indice-sexo = 1
               MOVE 'M' TO ws-sexo-grupo
           ELSE
               MOVE 'H' TO ws-sexo-grupo
           END-IF.
           MOVE 0 TO ws-indice-concepto.
           PERFORM 0007-CALCULAR-CONCEPTO UNTIL ws-indice-concepto = 4.

       0007-CALCULAR-CONCEPTO.

           ADD 1 TO ws-indice-concepto.
           MOVE 0 TO ws-num-valores.
           MOVE 0 TO ws-suma-valores.
           MOVE 0 TO ws-indice-ret.
           PERFORM 0007-RECOGER-VALOR
               UNTIL ws-indice-ret = ws-num-retribuciones.
           MOVE ws-num-valores TO ws-grp-numero(ws-indice-sexo).
           IF ws-num-valores > 0
               COMPUTE ws-grp-media(ws-indice-sexo, ws-indice-concepto)
                   ROUNDED = ws-suma-valores / ws-num-valores
               PERFORM 0008-ORDENAR-VALORES
               DIVIDE ws-num-valores BY 2
                   GIVING ws-mitad REMAINDER ws-resto-mitad
               IF ws-resto-mitad = 1
                   MOVE ws-valor(ws-mitad + 1) TO ws-grp-mediana
                       (ws-indice-sexo, ws-indice-concepto)
               ELSE
                   COMPUTE ws-grp-mediana
                       (ws-indice-sexo, ws-indice-concepto) ROUNDED =
                       (ws-valor(ws-mitad) + ws-valor(ws-mitad + 1)) / 2
               END-IF
           END-IF.

       0007-RECOGER-VALOR.

           ADD 1 TO ws-indice-ret.
           IF ret-sexo(ws-indice-ret) = ws-sexo-grupo
               AND (ws-fila-grupo = ws-fila-total
                    OR ret-fila(ws-indice-ret) = ws-fila-grupo)
               ADD 1 TO ws-num-valores
               MOVE ret-importe(ws-indice-ret, ws-indice-concepto)
                   TO ws-valor(ws-num-valores)
               ADD ret-importe(ws-indice-ret, ws-indice-concepto)
                   TO ws-suma-valores
           END-IF.

       0007-CALCULAR-BRECHA.

           ADD 1 TO ws-indice-concepto.
           IF ws-grp-media(2, ws-indice-concepto) NOT = 0
               COMPUTE ws-brecha-media(ws-indice-concepto) ROUNDED =
                   (ws-grp-media(2, ws-indice-concepto)
                  - ws-grp-media(1, ws-indice-concepto)) * 100
                  / ws-grp-media(2, ws-indice-concepto)
                   ON SIZE ERROR
                       MOVE -9999.99
                           TO ws-brecha-media(ws-indice-concepto)
               END-COMPUTE
           END-IF.
           IF ws-grp-mediana(2, ws-indice-concepto) NOT = 0
               COMPUTE ws-brecha-mediana(ws-indice-concepto) ROUNDED =
                   (ws-grp-mediana(2, ws-indice-concepto)
                  - ws-grp-mediana(1, ws-indice-concepto)) * 100
                  / ws-grp-mediana(2, ws-indice-concepto)
                   ON SIZE ERROR
                       MOVE -9999.99
                           TO ws-brecha-mediana(ws-indice-concepto)
               END-COMPUTE
           END-IF.

       0008-ORDENAR-VALORES.
           *> INSERCION DIRECTA SOBRE ws-valor(1..ws-num-valores).
           MOVE 2 TO ws-ord-i.
           PERFORM 0008-INSERTAR-VALOR UNTIL ws-ord-i > ws-num-valores.

       0008-INSERTAR-VALOR.

           MOVE ws-valor(ws-ord-i) TO ws-ord-clave.
           MOVE ws-ord-i TO ws-ord-j.
           SET ord-buscando TO TRUE.
           PERFORM 0008-DESPLAZAR-VALOR
               UNTIL ws-ord-j = 1 OR ord-colocado.
           MOVE ws-ord-clave TO ws-valor(ws-ord-j).
           ADD 1 TO ws-ord-i.

       0008-DESPLAZAR-VALOR.

           IF ws-valor(ws-ord-j - 1) > ws-ord-clave
               MOVE ws-valor(ws-ord-j - 1) TO ws-valor(ws-ord-j)
               SUBTRACT 1 FROM ws-ord-j
           ELSE
               SET ord-colocado TO TRUE
           END-IF.

       0009-ESCRIBIR-PIE.

           MOVE ALL "=" TO LINEA-LISTADO.
           WRITE LINEA-LISTADO.
           MOVE SPACES TO LINEA-LISTADO.
           STRING "NOMINAS DEL EJERCICIO: " ws-nominas-leidas
                  "  TRABAJADORES EN EL REGISTRO: "
                  ws-num-retribuciones
                  "  CATEGORIAS CON BRECHA DEL 25% O MAS: "
                  ws-categorias-brecha
               DELIMITED BY SIZE INTO LINEA-LISTADO.
           WRITE LINEA-LISTADO.
           MOVE SPACES TO LINEA-LISTADO.
           STRING "FUERA DEL REGISTRO: SEXO PENDIENTE "
                  ws-total-pendientes "  SIN FICHA " ws-sin-ficha
                  "  TABLA LLENA " ws-fuera-de-tabla
                  "  NOMINAS SIN DETALLE (BRUTO A SALARIO BASE): "
                  ws-nominas-sin-detalle
               DELIMITED BY SIZE INTO LINEA-LISTADO.
           WRITE LINEA-LISTADO.
           MOVE "IMPORTES ANUALES DEL EJERCICIO (PAGAS EXTRA "
               & "INCLUIDAS EN SALARIO BASE) ANUALIZADOS A JORNADA "
               & "COMPLETA: IMPORTE X 100 / JORNADA."
               TO LINEA-LISTADO.
           WRITE LINEA-LISTADO.
           MOVE "BRECHA % = (HOMBRES - MUJERES) / HOMBRES.  ALERTA "
               & "CUANDO LA MEDIA TOTAL DE UN SEXO SUPERA A LA DEL "
               & "OTRO EN UN 25% O MAS."
               TO LINEA-LISTADO.
           WRITE LINEA-LISTADO.
           IF NOT detalle-disponible
               MOVE "ATENCION: SIN NOMINAS_DETALLE.DAT, TODO EL BRUTO "
                   & "FIGURA COMO SALARIO BASE" TO LINEA-LISTADO
               WRITE LINEA-LISTADO
           END-IF.

       0009-ESCRIBIR-PENDIENTES.
           *> ANEXO PARA COMPLETAR LAS FICHAS POR LA OPCION
           *> M=MODIFICAR Y REPETIR EL REGISTRO.
           IF ws-total-pendientes > 0
               MOVE SPACES TO LINEA-LISTADO
               WRITE LINEA-LISTADO
               MOVE SPACES TO LINEA-LISTADO
               STRING "TRABAJADORES CON NOMINAS EN EL EJERCICIO Y EL "
                      "SEXO PENDIENTE DE INFORMAR: " ws-total-pendientes
                   DELIMITED BY SIZE INTO LINEA-LISTADO
               WRITE LINEA-LISTADO
               MOVE 0 TO ws-indice-pen
               PERFORM 0009-LINEA-PENDIENTE
                   UNTIL ws-indice-pen = ws-num-pendientes
           END-IF.

       0009-LINEA-PENDIENTE.

           ADD 1 TO ws-indice-pen.
           MOVE SPACES TO LINEA-LISTADO.
           STRING "    " pen-id-trabajador(ws-indice-pen) "  "
                  pen-nombre(ws-indice-pen)
               DELIMITED BY SIZE INTO LINEA-LISTADO.
           WRITE LINEA-LISTADO.

       0010-CONTROLAR-SALTO-PAGINA.
           *> CABECERA DE PAGINA CON EMPRESA, EJERCICIO, FECHA DE
           *> PROCESO, NUMERO DE PAGINA Y TITULOS DE LAS COLUMNAS.
           IF ws-lineas-pagina >= ws-lineas-por-pagina
               ADD 1 TO ws-pagina
               MOVE SPACES TO LINEA-LISTADO
               STRING ws-nombre-empresa
                      "  REGISTRO RETRIBUTIVO EJERCICIO " ws-ejercicio
                      "  FECHA: " ws-fecha-hoy
                      "  PAGINA: " ws-pagina
                   DELIMITED BY SIZE INTO LINEA-LISTADO
               WRITE LINEA-LISTADO
               MOVE SPACES TO LINEA-LISTADO
               WRITE LINEA-LISTADO
               MOVE SPACES TO LINEA-LISTADO
               STRING "                              SALARIO BASE"
                      "        COMPLEMENTOS SALARIALES"
                      "   PERCEP. EXTRASALARIALES"
                      "            TOTAL"
                   DELIMITED BY SIZE INTO LINEA-LISTADO
               WRITE LINEA-LISTADO
               MOVE SPACES TO LINEA-LISTADO
               STRING "    SEXO              N"
                      "        MEDIA      MEDIANA"
                      "        MEDIA      MEDIANA"
                      "        MEDIA      MEDIANA"
                      "        MEDIA      MEDIANA"
                   DELIMITED BY SIZE INTO LINEA-LISTADO
               WRITE LINEA-LISTADO
               MOVE ALL "=" TO LINEA-LISTADO
               WRITE LINEA-LISTADO
               MOVE 5 TO ws-lineas-pagina
           END-IF.

       END PROGRAM REGISTRO-RETRIBUTIVO.
