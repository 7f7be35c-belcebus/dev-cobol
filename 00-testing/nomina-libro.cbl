       ID DIVISION.
       PROGRAM-ID. NOMINA-LIBRO.
       AUTHOR. DAVID HERNANDEZ MARTIN.
      *MODIFICACIONES
      *15/10/2026 - ALTA INICIAL. LIBRO DE NOMINAS OFICIAL DE UN
      *             PERIODO CERRADO O DE UN RANGO DE PERIODOS
      *             (PERIODO-DESDE-LIBRO / PERIODO-HASTA-LIBRO), EN
      *             FORMATO DE IMPRESORA DE 132 COLUMNAS
      *             (LIBRO_NOMINAS.TXT) PARA LA INSPECCION: UN BLOQUE
      *             POR TRABAJADOR CON LOS CONCEPTOS DE
      *             NOMINAS_DETALLE.DAT EN DOS COLUMNAS (DEVENGOS Y
      *             DEDUCCIONES), TOTALES POR CONCEPTO Y POR
      *             DEPARTAMENTO, Y TOTAL POR EMPRESA CUADRADO CONTRA
      *             CIERRES_NOMINA.DAT. LOS PERIODOS YA ARCHIVADOS SE
      *             LEEN DE NOMINAS_HIST.DAT. LAS PAGAS EXTRA (AAAA13
      *             Y AAAA14) SALEN TRAS JUNIO Y DICIEMBRE CUANDO EL
      *             MES ENTRA EN EL RANGO. TERMINA CON RETURN-CODE 4
      *             SI ALGUN PERIODO NO CUADRA CON SU CIERRE Y 8 SI NO
      *             PUEDE EMITIR EL LIBRO.
      *15/10/2026 - NOMINAS_HIST.DAT QUE EXISTE PERO NO ABRE (P. EJ.
      *             SIN MIGRAR) SE AVISA CON SU FILE STATUS Y DEJA
      *             RETURN-CODE 4, EN VEZ DE DAR LOS PERIODOS
      *             ARCHIVADOS POR VACIOS SIN DECIR NADA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NOMMAESTRO ASSIGN TO "NOMINAS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS nom-clave
           FILE STATUS IS nommaestro-status.

      *    HISTORICO ANUAL (NOMINAS-ARCHIVO): SOLO SE CONSULTA PARA
      *    LOS PERIODOS QUE YA NO ESTAN EN NOMINAS.DAT.
           SELECT NOMHIST ASSIGN TO "NOMINAS_HIST.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS nomh-clave
           FILE STATUS IS nomhist-status.

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

           SELECT DEPTOFILE ASSIGN TO "DEPARTAMENTOS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS deptofile-status.

           SELECT EMPRFILE ASSIGN TO "EMPRESAS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS emprfile-status.

      *    REGISTRO DE CIERRES, SOLO LECTURA: ES CONTRA LO QUE SE
      *    CUADRA EL TOTAL DE CADA EMPRESA Y PERIODO DEL LIBRO.
           SELECT CIERREFILE ASSIGN TO "CIERRES_NOMINA.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS cierrefile-status.

           SELECT LIBROFILE ASSIGN TO "LIBRO_NOMINAS.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS librofile-status.

       DATA DIVISION.
       FILE SECTION.
       FD  NOMMAESTRO
           LABEL RECORDS ARE STANDARD.
       01  REG-NOMINA.
           COPY NOMREG.

       FD  NOMHIST
           LABEL RECORDS ARE STANDARD.
      *    MISMO LAYOUT QUE REG-NOMINA; AQUI SOLO SE NOMBRA LA CLAVE
      *    Y EL RESTO VA COMO RELLENO PORQUE LOS NOMBRES DE NOMREG
      *    YA LOS USA EL FD DE NOMMAESTRO.
       01  REG-NOMHIST.
           05 nomh-clave.
              10 nomh-id-trabajador PIC 9(05).
              10 nomh-periodo       PIC 9(06).
           05 nomh-resto-registro   PIC X(121).

       FD  NOMDETFILE
           LABEL RECORDS ARE STANDARD.
       01  REG-DETALLE.
           COPY NOMDET.

       FD  TRABFILE
           LABEL RECORDS ARE STANDARD.
       01  REG-TRABAJADOR.
           COPY TRABREG.

       FD  DEPTOFILE
           LABEL RECORDS ARE STANDARD.
       01  REG-DEPARTAMENTO.
           05 id-departamento-cat       PIC 9(02).
           05 nombre-departamento-cat   PIC X(30).
           05 responsable-departamento-cat PIC X(30).
           05 presupuesto-departamento-cat PIC 9(07)V99.
           05 empresa-departamento-cat  PIC 9(02).

       FD  EMPRFILE
           LABEL RECORDS ARE STANDARD.
       01  REG-EMPRESA.
           05 id-empresa-cat            PIC 9(02).
           05 razon-social-empresa-cat  PIC X(40).
           05 nif-empresa-cat           PIC X(09).
           05 iban-ordenante-empresa-cat PIC X(24).
           05 entidad-contable-empresa-cat PIC X(04).

       FD  CIERREFILE
           LABEL RECORDS ARE STANDARD.
       01  REG-CIERRE.
           05 cie-periodo          PIC 9(06).
           05 cie-fecha-cierre     PIC 9(08).
           05 cie-trabajadores     PIC 9(05).
           05 cie-total-bruto      PIC S9(09)V99 SIGN TRAILING SEPARATE.
           05 cie-total-deduccion  PIC S9(09)V99 SIGN TRAILING SEPARATE.
           05 cie-total-liquido    PIC S9(09)V99 SIGN TRAILING SEPARATE.
      *    EMPRESA DEL GRUPO CERRADA EN ESTA LINEA: EL CIERRE SE
      *    REGISTRA EMPRESA A EMPRESA (00 = LINEA COMUN A TODAS).
           05 cie-empresa          PIC 9(02).

       FD  LIBROFILE
           LABEL RECORDS ARE STANDARD.
       01  LINEA-LIBRO                 PIC X(132).

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
             FS-CAMPO BY nomhist-status
             FS-OK BY nomhist-ok
             FS-FIN-FICHERO BY nomhist-fin
             FS-CLAVE-DUPLICADA BY nomhist-dup
             FS-REGISTRO-NO-ENCONTRADO BY nomhist-no-encontrado
             FS-FICHERO-NO-EXISTE BY nomhist-no-existe
             FS-REGISTRO-BLOQUEADO BY nomhist-bloqueado
             FS-DATOS-INVALIDOS BY nomhist-datos-invalidos.
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
             FS-CAMPO BY deptofile-status
             FS-OK BY deptofile-ok
             FS-FIN-FICHERO BY deptofile-fin
             FS-CLAVE-DUPLICADA BY deptofile-dup
             FS-REGISTRO-NO-ENCONTRADO BY deptofile-no-encontrado
             FS-FICHERO-NO-EXISTE BY deptofile-no-existe
             FS-REGISTRO-BLOQUEADO BY deptofile-bloqueado
             FS-DATOS-INVALIDOS BY deptofile-datos-invalidos.
         COPY FILESTAT REPLACING NIVEL-FS BY 77
             FS-CAMPO BY emprfile-status
             FS-OK BY emprfile-ok
             FS-FIN-FICHERO BY emprfile-fin
             FS-CLAVE-DUPLICADA BY emprfile-dup
             FS-REGISTRO-NO-ENCONTRADO BY emprfile-no-encontrado
             FS-FICHERO-NO-EXISTE BY emprfile-no-existe
             FS-REGISTRO-BLOQUEADO BY emprfile-bloqueado
             FS-DATOS-INVALIDOS BY emprfile-datos-invalidos.
         COPY FILESTAT REPLACING NIVEL-FS BY 77
             FS-CAMPO BY cierrefile-status
             FS-OK BY cierrefile-ok
             FS-FIN-FICHERO BY cierrefile-fin
             FS-CLAVE-DUPLICADA BY cierrefile-dup
             FS-REGISTRO-NO-ENCONTRADO BY cierrefile-no-encontrado
             FS-FICHERO-NO-EXISTE BY cierrefile-no-existe
             FS-REGISTRO-BLOQUEADO BY cierrefile-bloqueado
             FS-DATOS-INVALIDOS BY cierrefile-datos-invalidos.
         COPY FILESTAT REPLACING NIVEL-FS BY 77
             FS-CAMPO BY librofile-status
             FS-OK BY librofile-ok
             FS-FIN-FICHERO BY librofile-fin
             FS-CLAVE-DUPLICADA BY librofile-dup
             FS-REGISTRO-NO-ENCONTRADO BY librofile-no-encontrado
             FS-FICHERO-NO-EXISTE BY librofile-no-existe
             FS-REGISTRO-BLOQUEADO BY librofile-bloqueado
             FS-DATOS-INVALIDOS BY librofile-datos-invalidos.

         COPY DEPTOCAT.
         COPY EMPRCAT.
         COPY REPCOM.

         *> EL NOMBRE DE EMPRESA DE LA CABECERA SE PUEDE FIJAR CON
         *> LA VARIABLE DE ENTORNO NOMBRE-EMPRESA.
         77 ws-nombre-empresa    PIC X(40) VALUE SPACES.
         77 ws-fecha-proceso     PIC 9(08).

         *> PARAMETROS: PERIODO-DESDE-LIBRO (POR OMISION EL
         *> PERIODO-NOMINA DE LA CADENA, Y SI TAMPOCO ESTA EL MES EN
         *> CURSO) Y PERIODO-HASTA-LIBRO (POR OMISION EL MISMO). UN
         *> RANGO VA DE MES 01-12 A MES 01-12; UNA PAGA EXTRA SUELTA
         *> SE PIDE CON DESDE = HASTA = AAAA13 O AAAA14.
         *> EMPRESA-NOMINA EN BLANCO O 00 SACA TODAS LAS EMPRESAS.
         77 ws-param-desde       PIC X(06) VALUE SPACES.
         77 ws-param-hasta       PIC X(06) VALUE SPACES.
         77 ws-empresa-entorno   PIC X(02) VALUE SPACES.
         77 ws-empresa-seleccion PIC 9(02) VALUE 0.
         77 ws-alcance-empresas  PIC 9(01) VALUE 0.
            88 todas-las-empresas   VALUE 0.
            88 una-empresa          VALUE 1.
         77 ws-estado-parametros PIC 9(01) VALUE 0.
            88 parametros-validos   VALUE 0.
            88 parametros-erroneos  VALUE 1.
         77 ws-tipo-rango        PIC 9(01) VALUE 0.
            88 rango-de-meses       VALUE 0.
            88 solo-paga-extra      VALUE 1.

         01 ws-periodo-desde     PIC 9(06) VALUE 0.
         01 ws-periodo-desde-r REDEFINES ws-periodo-desde.
            05 ws-desde-ano      PIC 9(04).
            05 ws-desde-mes      PIC 9(02).
         01 ws-periodo-hasta     PIC 9(06) VALUE 0.
         01 ws-periodo-hasta-r REDEFINES ws-periodo-hasta.
            05 ws-hasta-ano      PIC 9(04).
            05 ws-hasta-mes      PIC 9(02).
         01 ws-mes-actual        PIC 9(06) VALUE 0.
         01 ws-mes-actual-r REDEFINES ws-mes-actual.
            05 ws-actual-ano     PIC 9(04).
            05 ws-actual-mes     PIC 9(02).
         01 ws-periodo-libro     PIC 9(06) VALUE 0.
         01 ws-periodo-libro-r REDEFINES ws-periodo-libro.
            05 ws-libro-ano      PIC 9(04).
            05 ws-libro-mes      PIC 9(02).

         *> DISPONIBILIDAD DE LOS FICHEROS OPCIONALES: SIN MAESTRO DE
         *> TRABAJADORES EL BLOQUE SALE SIN NOMBRE, SIN DETALLE CADA
         *> NOMINA SE DESGLOSA CON LAS PARTIDAS DE NOMINAS.DAT Y SIN
         *> HISTORICO NO SE PUEDEN LISTAR PERIODOS YA ARCHIVADOS.
         77 ws-maestro-abierto   PIC 9(01) VALUE 0.
            88 maestro-disponible   VALUE 1.
         77 ws-detalle-abierto   PIC 9(01) VALUE 0.
            88 detalle-disponible   VALUE 1.
         77 ws-historico-abierto PIC 9(01) VALUE 0.
            88 historico-disponible VALUE 1.

         77 ws-pagina            PIC 9(04) VALUE 0.
         77 ws-lineas-pagina     PIC 9(02) VALUE 99.
         77 ws-lineas-por-pagina PIC 9(02) VALUE 55.
         77 ws-lineas-bloque     PIC 9(02) VALUE 0.
         77 ws-origen-periodo    PIC X(20) VALUE SPACES.
         77 ws-texto-empresas    PIC X(05) VALUE SPACES.

         *> DATOS DEL TRABAJADOR DEL BLOQUE EN CURSO.
         77 ws-nombre-completo   PIC X(60) VALUE SPACES.
         77 ws-nombre-dep-bloque PIC X(30) VALUE SPACES.
         77 ws-estado-trabajador PIC 9(01) VALUE 0.
            88 trabajador-conocido    VALUE 1.
            88 trabajador-desconocido VALUE 0.

         *> CONCEPTOS DE LA NOMINA EN CURSO, SEPARADOS EN LAS DOS
         *> COLUMNAS DEL BLOQUE. EL LIQUIDO (LQ) NO VA EN COLUMNA:
         *> SALE EN LA LINEA DE TOTALES DEL TRABAJADOR.
         01 ws-tabla-devengos.
            05 ws-devengo OCCURS 40 TIMES.
               10 ws-dev-concepto     PIC X(02).
               10 ws-dev-descripcion  PIC X(30).
               10 ws-dev-importe      PIC S9(07)V99.
         01 ws-tabla-deducciones.
            05 ws-deduccion OCCURS 40 TIMES.
               10 ws-ded-concepto     PIC X(02).
               10 ws-ded-descripcion  PIC X(30).
               10 ws-ded-importe      PIC S9(07)V99.
         77 ws-num-devengos      PIC 9(02) VALUE 0.
         77 ws-num-deducciones   PIC 9(02) VALUE 0.
         77 ws-num-filas         PIC 9(02) VALUE 0.
         77 ws-indice-fila       PIC 9(02) VALUE 0.
         77 ws-desglose-nomina   PIC 9(01) VALUE 0.
            88 nomina-con-desglose  VALUE 0.
            88 nomina-sin-desglose  VALUE 1.
         77 ws-informativos      PIC 9(01) VALUE 0.
            88 sin-informativos     VALUE 0.
            88 con-informativos     VALUE 1.

         *> CONCEPTO QUE SE ESTA ANOTANDO (DEL DETALLE O SINTETIZADO
         *> A PARTIR DE NOMINAS.DAT) Y SU CLASE: DEVENGO, DEDUCCION,
         *> INFORMATIVO (ESPECIE E INGRESO A CUENTA, QUE NO SUMAN EN
         *> EL DEVENGADO NI EN EL DEDUCIDO) O LIQUIDO.
         77 ws-linea-concepto    PIC X(02).
         77 ws-linea-descripcion PIC X(30).
         77 ws-linea-importe     PIC S9(07)V99.
         77 ws-clase-concepto    PIC X(01).
            88 concepto-devengo      VALUE 'D'.
            88 concepto-deduccion    VALUE 'R'.
            88 concepto-informativo  VALUE 'I'.
            88 concepto-liquido      VALUE 'L'.
         77 ws-columna-concepto  PIC X(01).
            88 columna-devengos      VALUE 'D'.
            88 columna-deducciones   VALUE 'R'.

         *> TOTALES POR CONCEPTO DEL PERIODO, EN EL ORDEN EN QUE
         *> APARECE CADA CODIGO.
         01 ws-tabla-conceptos.
            05 ws-concepto-tot OCCURS 1 TO 80 TIMES
                               DEPENDING ON ws-num-conceptos
                               INDEXED BY INDX-CON.
               10 ws-ct-concepto      PIC X(02).
               10 ws-ct-descripcion   PIC X(30).
               10 ws-ct-clase         PIC X(01).
               10 ws-ct-lineas        PIC 9(05).
               10 ws-ct-importe       PIC S9(11)V99.
         77 ws-num-conceptos     PIC 9(02) VALUE 0.
         77 ws-indice-concepto   PIC 9(02) VALUE 0.
         77 ws-concepto-hallado  PIC 9(01) VALUE 0.
            88 concepto-hallado     VALUE 1.
            88 concepto-nuevo       VALUE 0.

         *> TOTALES POR DEPARTAMENTO DEL PERIODO: UNA POSICION POR
         *> DEPARTAMENTO DEL CATALOGO, EN SU ORDEN, Y LA 51 PARA LO
         *> IMPUTADO A DEPARTAMENTOS SIN CATALOGAR. LA NOMINA SE
         *> REPARTE CON NOMINA-REPARTO ENTRE LOS DEPARTAMENTOS QUE
         *> TIENE HOY EL TRABAJADOR EN SU FICHA (NOMINAS.DAT NO
         *> GUARDA EL DEPARTAMENTO); LOS TRABAJADORES SE CUENTAN EN
         *> SU DEPARTAMENTO PRINCIPAL.
         01 ws-tabla-deptos-libro.
            05 ws-dep-libro OCCURS 51 TIMES.
               10 ws-dl-trabajadores  PIC 9(05).
               10 ws-dl-devengado     PIC S9(11)V99.
               10 ws-dl-deducido      PIC S9(11)V99.
               10 ws-dl-liquido       PIC S9(11)V99.
         77 ws-indice-dep        PIC 9(02) VALUE 0.
         77 ws-posicion-dep      PIC 9(02) VALUE 0.
         77 ws-indice-reparto    PIC 9(01) VALUE 0.

         *> CUADRE POR EMPRESA DEL PERIODO: POSICION = CODIGO DE
         *> EMPRESA + 1 (LA 1 ES LA LINEA COMUN 00 DEL CIERRE). LO
         *> DEL LIBRO SALE DE NOMINAS.DAT Y LO DEL CIERRE DE LAS
         *> LINEAS DE CIERRES_NOMINA.DAT DEL PERIODO.
         01 ws-tabla-cuadre.
            05 ws-cuadre OCCURS 100 TIMES.
               10 ws-cu-trab-libro    PIC 9(05).
               10 ws-cu-bruto-libro   PIC S9(11)V99.
               10 ws-cu-deduc-libro   PIC S9(11)V99.
               10 ws-cu-liquido-libro PIC S9(11)V99.
               10 ws-cu-lineas-cierre PIC 9(03).
               10 ws-cu-trab-cierre   PIC 9(07).
               10 ws-cu-bruto-cierre  PIC S9(11)V99.
               10 ws-cu-deduc-cierre  PIC S9(11)V99.
               10 ws-cu-liquido-cierre PIC S9(11)V99.
         77 ws-indice-empresa    PIC 9(03) VALUE 0.
         77 ws-codigo-empresa    PIC 9(02) VALUE 0.
         77 ws-estado-periodo    PIC 9(01) VALUE 0.
            88 periodo-cuadrado     VALUE 0.
            88 periodo-descuadrado  VALUE 1.
         77 ws-resultado-cuadre  PIC X(22) VALUE SPACES.

         *> TOTALES DEL CIERRE DEL PERIODO (TODAS SUS LINEAS).
         77 ws-cie-lineas        PIC 9(03) VALUE 0.
         77 ws-cie-trabajadores  PIC 9(07) VALUE 0.
         77 ws-cie-bruto         PIC S9(11)V99 VALUE 0.
         77 ws-cie-deduccion     PIC S9(11)V99 VALUE 0.
         77 ws-cie-liquido       PIC S9(11)V99 VALUE 0.

         *> IMPORTES DE LA NOMINA EN CURSO: DEVENGADO = BRUTO MAS
         *> GASTOS EXENTOS (LO QUE SE ABONA), DEDUCIDO = DEVENGADO
         *> MENOS LIQUIDO, QUE ES LO QUE EL CIERRE REGISTRA COMO
         *> DEDUCCION (SEGURIDAD SOCIAL, IRPF, ANTICIPO, DEDUCCIONES
         *> VOLUNTARIAS Y EMBARGO).
         77 ws-devengado         PIC S9(07)V99 VALUE 0.
         77 ws-deducido          PIC S9(07)V99 VALUE 0.
         77 ws-anticipo-nomina   PIC S9(07)V99 VALUE 0.

         *> TOTALES DEL PERIODO Y DEL LIBRO COMPLETO.
         77 ws-nominas-periodo   PIC 9(05) VALUE 0.
         77 ws-bruto-periodo     PIC S9(11)V99 VALUE 0.
         77 ws-devengado-periodo PIC S9(11)V99 VALUE 0.
         77 ws-deducido-periodo  PIC S9(11)V99 VALUE 0.
         77 ws-liquido-periodo   PIC S9(11)V99 VALUE 0.
         77 ws-periodos-libro    PIC 9(03) VALUE 0.
         77 ws-periodos-descuadrados PIC 9(03) VALUE 0.
         77 ws-nominas-libro     PIC 9(07) VALUE 0.
         77 ws-devengado-libro   PIC S9(11)V99 VALUE 0.
         77 ws-deducido-libro    PIC S9(11)V99 VALUE 0.
         77 ws-liquido-libro     PIC S9(11)V99 VALUE 0.

         77 ws-importe-format    PIC -ZZZZZZZZZ9.99.
         77 ws-importe-format-2  PIC -ZZZZZZZZZ9.99.
         77 ws-importe-format-3  PIC -ZZZZZZZZZ9.99.
         77 ws-cuenta-format     PIC ZZZZZZ9.

         *> FILA DE CONCEPTOS DEL BLOQUE (132 COLUMNAS): DEVENGO A
         *> LA IZQUIERDA, DEDUCCION A LA DERECHA.
         01 ws-linea-fila.
            05 FILLER            PIC X(02) VALUE SPACES.
            05 lf-dev-concepto   PIC X(02).
            05 FILLER            PIC X(01) VALUE SPACE.
            05 lf-dev-descripcion PIC X(30).
            05 FILLER            PIC X(01) VALUE SPACE.
            05 lf-dev-importe    PIC -ZZZZZZ9.99.
            05 FILLER            PIC X(08) VALUE SPACES.
            05 lf-ded-concepto   PIC X(02).
            05 FILLER            PIC X(01) VALUE SPACE.
            05 lf-ded-descripcion PIC X(30).
            05 FILLER            PIC X(01) VALUE SPACE.
            05 lf-ded-importe    PIC -ZZZZZZ9.99.
            05 FILLER            PIC X(32) VALUE SPACES.
         01 ws-linea-fila-r REDEFINES ws-linea-fila.
            05 lf-mitad-devengo  PIC X(47).
            05 FILLER            PIC X(08).
            05 lf-mitad-deduccion PIC X(47).
            05 FILLER            PIC X(30).

         *> LINEA DE CUADRE CONTRA CIERRES_NOMINA.DAT.
         01 ws-linea-cuadre.
            05 FILLER            PIC X(02) VALUE SPACES.
            05 lc-empresa        PIC X(02).
            05 FILLER            PIC X(01) VALUE SPACE.
            05 lc-razon-social   PIC X(30).
            05 FILLER            PIC X(02) VALUE SPACES.
            05 lc-origen         PIC X(06).
            05 FILLER            PIC X(02) VALUE SPACES.
            05 lc-trabajadores   PIC ZZZZZZ9.
            05 FILLER            PIC X(02) VALUE SPACES.
            05 lc-bruto          PIC -ZZZZZZZZZ9.99.
            05 FILLER            PIC X(02) VALUE SPACES.
            05 lc-deduccion      PIC -ZZZZZZZZZ9.99.
            05 FILLER            PIC X(02) VALUE SPACES.
            05 lc-liquido        PIC -ZZZZZZZZZ9.99.
            05 FILLER            PIC X(02) VALUE SPACES.
            05 lc-resultado      PIC X(22).
            05 FILLER            PIC X(04) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN SECTION.
       0000-PRINCIPAL.
           DISPLAY "=== LIBRO DE NOMINAS ===".
           ACCEPT ws-fecha-proceso FROM DATE YYYYMMDD.
           ACCEPT ws-nombre-empresa FROM ENVIRONMENT "NOMBRE-EMPRESA".
           IF ws-nombre-empresa = SPACES
               MOVE "NOMINAS - LIBRO DE NOMINAS" TO ws-nombre-empresa
           END-IF.
           PERFORM 0001-LEER-PARAMETROS.
           IF parametros-erroneos
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 0001-CARGAR-DEPARTAMENTOS
               PERFORM 0001-CARGAR-EMPRESAS
               OPEN INPUT NOMMAESTRO
               IF NOT nommaestro-ok
                   DISPLAY "NO SE PUDO ABRIR NOMINAS.DAT - FILE "
                       "STATUS " nommaestro-status
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM 0001-ABRIR-OPCIONALES
                   OPEN OUTPUT LIBROFILE
                   IF solo-paga-extra
                       MOVE ws-periodo-desde TO ws-periodo-libro
                       PERFORM 0003-PROCESAR-PERIODO
                   ELSE
                       MOVE ws-periodo-desde TO ws-mes-actual
                       PERFORM 0002-PROCESAR-MES
                           UNTIL ws-mes-actual > ws-periodo-hasta
                   END-IF
                   PERFORM 0009-ESCRIBIR-TOTAL-LIBRO
                   CLOSE LIBROFILE
                   PERFORM 0001-CERRAR-FICHEROS
                   DISPLAY "LIBRO EN LIBRO_NOMINAS.TXT, PERIODOS: "
                       ws-periodos-libro " NOMINAS: " ws-nominas-libro
                   IF ws-periodos-descuadrados > 0
                       DISPLAY "ATENCION: " ws-periodos-descuadrados
                           " PERIODO(S) NO CUADRAN CON "
                           "CIERRES_NOMINA.DAT"
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF.
           STOP RUN.

       0001-LEER-PARAMETROS.

           SET parametros-validos TO TRUE.
           ACCEPT ws-param-desde FROM ENVIRONMENT "PERIODO-DESDE-LIBRO".
           IF ws-param-desde = SPACES
               ACCEPT ws-param-desde FROM ENVIRONMENT "PERIODO-NOMINA"
           END-IF.
           IF ws-param-desde = SPACES
               MOVE ws-fecha-proceso(1:6) TO ws-param-desde
           END-IF.
           ACCEPT ws-param-hasta FROM ENVIRONMENT "PERIODO-HASTA-LIBRO".
           IF ws-param-hasta = SPACES
               MOVE ws-param-desde TO ws-param-hasta
           END-IF.
           IF ws-param-desde IS NOT NUMERIC
                   OR ws-param-hasta IS NOT NUMERIC
               DISPLAY "LIBRO ABORTADO: PERIODO NO NUMERICO (DESDE "
                   ws-param-desde " HASTA " ws-param-hasta ")"
               SET parametros-erroneos TO TRUE
           ELSE
               MOVE ws-param-desde TO ws-periodo-desde
               MOVE ws-param-hasta TO ws-periodo-hasta
               PERFORM 0001-VALIDAR-RANGO
           END-IF.
           IF parametros-validos
               PERFORM 0001-LEER-EMPRESA-ENTORNO
           END-IF.

       0001-VALIDAR-RANGO.
           *> UNA PAGA EXTRA SUELTA (AAAA13 O AAAA14) SOLO SE PIDE
           *> SOLA; EN UN RANGO DE MESES LAS EXTRAS ENTRAN SOLAS TRAS
           *> JUNIO Y DICIEMBRE.
           IF ws-desde-mes < 1 OR ws-desde-mes > 14
                   OR ws-hasta-mes < 1 OR ws-hasta-mes > 14
               DISPLAY "LIBRO ABORTADO: MES FUERA DE RANGO (DESDE "
                   ws-periodo-desde " HASTA " ws-periodo-hasta ")"
               SET parametros-erroneos TO TRUE
           ELSE IF ws-periodo-desde > ws-periodo-hasta
               DISPLAY "LIBRO ABORTADO: EL PERIODO DESDE "
                   ws-periodo-desde " ES POSTERIOR AL HASTA "
                   ws-periodo-hasta
               SET parametros-erroneos TO TRUE
           ELSE IF ws-periodo-desde = ws-periodo-hasta
                   AND ws-desde-mes > 12
               SET solo-paga-extra TO TRUE
               DISPLAY "LIBRO DE LA PAGA EXTRA " ws-periodo-desde
           ELSE IF ws-desde-mes > 12 OR ws-hasta-mes > 12
               DISPLAY "LIBRO ABORTADO: UN RANGO VA DE MES 01-12 A "
                   "MES 01-12; LAS EXTRAS ENTRAN TRAS JUNIO Y "
                   "DICIEMBRE"
               SET parametros-erroneos TO TRUE
           ELSE
               SET rango-de-meses TO TRUE
               DISPLAY "LIBRO DE NOMINAS DE " ws-periodo-desde
                   " A " ws-periodo-hasta
           END-IF.

       0001-LEER-EMPRESA-ENTORNO.

           ACCEPT ws-empresa-entorno FROM ENVIRONMENT "EMPRESA-NOMINA".
           IF ws-empresa-entorno = SPACES OR ws-empresa-entorno = "00"
               SET todas-las-empresas TO TRUE
               MOVE "TODAS" TO ws-texto-empresas
           ELSE IF ws-empresa-entorno IS NOT NUMERIC
               DISPLAY "LIBRO ABORTADO: EMPRESA-NOMINA NO NUMERICA ("
                   ws-empresa-entorno ")"
               SET parametros-erroneos TO TRUE
           ELSE
               SET una-empresa TO TRUE
               MOVE ws-empresa-entorno TO ws-empresa-seleccion
               MOVE ws-empresa-entorno TO ws-texto-empresas
               DISPLAY "EMPRESA: " ws-empresa-seleccion
           END-IF.

       0001-CARGAR-DEPARTAMENTOS.

           MOVE 0 TO num-departamentos-cat.
           OPEN INPUT DEPTOFILE.
           IF deptofile-ok
               PERFORM 0001-LEER-DEPARTAMENTO UNTIL deptofile-fin
               CLOSE DEPTOFILE
           ELSE
               DISPLAY "AVISO: NO SE PUDO ABRIR DEPARTAMENTOS.DAT"
           END-IF.

       0001-LEER-DEPARTAMENTO.
           READ DEPTOFILE
               AT END SET deptofile-fin TO TRUE
               NOT AT END
                   ADD 1 TO num-departamentos-cat
                   MOVE id-departamento-cat
                       TO id-dep-cat(num-departamentos-cat)
                   MOVE nombre-departamento-cat
                       TO nombre-dep-cat(num-departamentos-cat)
                   MOVE responsable-departamento-cat
                       TO responsable-dep-cat(num-departamentos-cat)
                   MOVE presupuesto-departamento-cat
                       TO presupuesto-dep-cat(num-departamentos-cat)
                   MOVE empresa-departamento-cat
                       TO empresa-dep-cat(num-departamentos-cat)
           END-READ.

       0001-CARGAR-EMPRESAS.

           MOVE 0 TO num-empresas-cat.
           OPEN INPUT EMPRFILE.
           IF emprfile-ok
               PERFORM 0001-LEER-EMPRESA UNTIL emprfile-fin
               CLOSE EMPRFILE
           END-IF.

       0001-LEER-EMPRESA.
           READ EMPRFILE
               AT END SET emprfile-fin TO TRUE
               NOT AT END
                   ADD 1 TO num-empresas-cat
                   MOVE id-empresa-cat
                       TO id-emp-cat(num-empresas-cat)
                   MOVE razon-social-empresa-cat
                       TO razon-social-emp-cat(num-empresas-cat)
                   MOVE nif-empresa-cat
                       TO nif-emp-cat(num-empresas-cat)
                   MOVE iban-ordenante-empresa-cat
                       TO iban-ordenante-emp-cat(num-empresas-cat)
                   MOVE entidad-contable-empresa-cat
                       TO entidad-contable-emp-cat(num-empresas-cat)
           END-READ.

       0001-ABRIR-OPCIONALES.

           OPEN INPUT TRABFILE.
           IF trabfile-ok
               SET maestro-disponible TO TRUE
           ELSE
               DISPLAY "AVISO: NO SE PUDO ABRIR TRABAJADORES.DAT, EL "
                   "LIBRO SALE SIN NOMBRES NI DEPARTAMENTOS"
           END-IF.
           OPEN INPUT NOMDETFILE.
           IF nomdetfile-ok
               SET detalle-disponible TO TRUE
           ELSE
               DISPLAY "AVISO: SIN NOMINAS_DETALLE.DAT, LAS NOMINAS "
                   "SALEN CON LAS PARTIDAS DE NOMINAS.DAT"
           END-IF.
           OPEN INPUT NOMHIST.
           IF nomhist-ok
               SET historico-disponible TO TRUE
           ELSE IF NOT nomhist-no-existe
               DISPLAY "AVISO: NO SE PUDO ABRIR NOMINAS_HIST.DAT - "
                   "FILE STATUS " nomhist-status
               MOVE 4 TO RETURN-CODE
           END-IF.

       0001-CERRAR-FICHEROS.

           CLOSE NOMMAESTRO.
           IF maestro-disponible
               CLOSE TRABFILE
           END-IF.
           IF detalle-disponible
               CLOSE NOMDETFILE
           END-IF.
           IF historico-disponible
               CLOSE NOMHIST
           END-IF.

       0002-PROCESAR-MES.
           *> EL MES ORDINARIO Y, TRAS JUNIO Y DICIEMBRE, LA PAGA
           *> EXTRA DEL SEMESTRE (AAAA13 Y AAAA14).
           MOVE ws-mes-actual TO ws-periodo-libro.
           PERFORM 0003-PROCESAR-PERIODO.
           IF ws-actual-mes = 6
               MOVE ws-actual-ano TO ws-libro-ano
               MOVE 13 TO ws-libro-mes
               PERFORM 0003-PROCESAR-PERIODO
           END-IF.
           IF ws-actual-mes = 12
               MOVE ws-actual-ano TO ws-libro-ano
               MOVE 14 TO ws-libro-mes
               PERFORM 0003-PROCESAR-PERIODO
           END-IF.
           IF ws-actual-mes = 12
               ADD 1 TO ws-actual-ano
               MOVE 1 TO ws-actual-mes
           ELSE
               ADD 1 TO ws-actual-mes
           END-IF.

       0003-PROCESAR-PERIODO.
           *> CADA PERIODO EMPIEZA EN PAGINA NUEVA. LAS NOMINAS SALEN
           *> DE NOMINAS.DAT; SI EL PERIODO YA NO ESTA (EJERCICIO
           *> ARCHIVADO) SE BUSCA EN NOMINAS_HIST.DAT.
           ADD 1 TO ws-periodos-libro.
           MOVE 0 TO ws-nominas-periodo.
           MOVE 0 TO ws-bruto-periodo.
           MOVE 0 TO ws-devengado-periodo.
           MOVE 0 TO ws-deducido-periodo.
           MOVE 0 TO ws-liquido-periodo.
           MOVE 0 TO ws-num-conceptos.
           MOVE 0 TO ws-indice-dep.
           PERFORM 0003-LIMPIAR-DEPARTAMENTO UNTIL ws-indice-dep = 51.
           MOVE 0 TO ws-indice-empresa.
           PERFORM 0003-LIMPIAR-EMPRESA UNTIL ws-indice-empresa = 100.
           MOVE 99 TO ws-lineas-pagina.

           MOVE "NOMINAS.DAT" TO ws-origen-periodo.
           MOVE LOW-VALUES TO nom-clave.
           START NOMMAESTRO KEY IS NOT LESS THAN nom-clave
               INVALID KEY SET nommaestro-fin TO TRUE
           END-START.
           PERFORM 0003-LEER-NOMINA UNTIL nommaestro-fin.
           IF ws-nominas-periodo = 0 AND historico-disponible
               MOVE "NOMINAS_HIST.DAT" TO ws-origen-periodo
               MOVE LOW-VALUES TO nomh-clave
               START NOMHIST KEY IS NOT LESS THAN nomh-clave
                   INVALID KEY SET nomhist-fin TO TRUE
               END-START
               PERFORM 0003-LEER-NOMINA-HISTORICO UNTIL nomhist-fin
           END-IF.
           IF ws-nominas-periodo = 0
               MOVE "(SIN NOMINAS)" TO ws-origen-periodo
           ELSE
               PERFORM 0006-ESCRIBIR-TOTALES-CONCEPTO
               PERFORM 0007-ESCRIBIR-TOTALES-DEPARTAMENTO
           END-IF.
           PERFORM 0008-CUADRAR-CON-CIERRES.

           ADD ws-nominas-periodo TO ws-nominas-libro.
           ADD ws-devengado-periodo TO ws-devengado-libro.
           ADD ws-deducido-periodo TO ws-deducido-libro.
           ADD ws-liquido-periodo TO ws-liquido-libro.

       0003-LIMPIAR-DEPARTAMENTO.

           ADD 1 TO ws-indice-dep.
           MOVE 0 TO ws-dl-trabajadores(ws-indice-dep).
           MOVE 0 TO ws-dl-devengado(ws-indice-dep).
           MOVE 0 TO ws-dl-deducido(ws-indice-dep).
           MOVE 0 TO ws-dl-liquido(ws-indice-dep).

       0003-LIMPIAR-EMPRESA.

           ADD 1 TO ws-indice-empresa.
           MOVE 0 TO ws-cu-trab-libro(ws-indice-empresa).
           MOVE 0 TO ws-cu-bruto-libro(ws-indice-empresa).
           MOVE 0 TO ws-cu-deduc-libro(ws-indice-empresa).
           MOVE 0 TO ws-cu-liquido-libro(ws-indice-empresa).
           MOVE 0 TO ws-cu-lineas-cierre(ws-indice-empresa).
           MOVE 0 TO ws-cu-trab-cierre(ws-indice-empresa).
           MOVE 0 TO ws-cu-bruto-cierre(ws-indice-empresa).
           MOVE 0 TO ws-cu-deduc-cierre(ws-indice-empresa).
           MOVE 0 TO ws-cu-liquido-cierre(ws-indice-empresa).

       0003-LEER-NOMINA.
           READ NOMMAESTRO NEXT RECORD
               AT END SET nommaestro-fin TO TRUE
               NOT AT END
                   IF nom-periodo = ws-periodo-libro
                       IF todas-las-empresas
                               OR nom-empresa = ws-empresa-seleccion
                           PERFORM 0004-LISTAR-NOMINA
                       END-IF
                   END-IF
           END-READ.

       0003-LEER-NOMINA-HISTORICO.
           READ NOMHIST NEXT RECORD
               AT END SET nomhist-fin TO TRUE
               NOT AT END
                   IF nomh-periodo = ws-periodo-libro
                       MOVE REG-NOMHIST TO REG-NOMINA
                       IF todas-las-empresas
                               OR nom-empresa = ws-empresa-seleccion
                           PERFORM 0004-LISTAR-NOMINA
                       END-IF
                   END-IF
           END-READ.

       0004-LISTAR-NOMINA.

           ADD 1 TO ws-nominas-periodo.
           COMPUTE ws-devengado = nom-bruto + nom-gastos-exentos.
           COMPUTE ws-deducido = ws-devengado - nom-liquido.
           PERFORM 0004-BUSCAR-TRABAJADOR.
           PERFORM 0005-CARGAR-CONCEPTOS.
           PERFORM 0004-ESCRIBIR-BLOQUE.
           PERFORM 0004-ACUMULAR-EMPRESA.
           PERFORM 0004-REPARTIR-DEPARTAMENTOS.
           ADD nom-bruto TO ws-bruto-periodo.
           ADD ws-devengado TO ws-devengado-periodo.
           ADD ws-deducido TO ws-deducido-periodo.
           ADD nom-liquido TO ws-liquido-periodo.

       0004-BUSCAR-TRABAJADOR.
           *> FICHA ACTUAL DEL TRABAJADOR PARA NOMBRE, NIF,
           *> AFILIACION Y DEPARTAMENTOS; UN TRABAJADOR QUE YA NO
           *> ESTA EN EL MAESTRO SALE CON SU CODIGO Y SIN DEPARTAMENTO.
           SET trabajador-desconocido TO TRUE.
           IF maestro-disponible
               MOVE nom-id-trabajador TO id-trabajador
               READ TRABFILE IGNORING LOCK
                   INVALID KEY CONTINUE
                   NOT INVALID KEY SET trabajador-conocido TO TRUE
               END-READ
           END-IF.
           MOVE SPACES TO ws-nombre-completo.
           MOVE SPACES TO ws-nombre-dep-bloque.
           IF trabajador-conocido
               STRING FUNCTION TRIM(apellido-pat) " "
                      FUNCTION TRIM(apellido-mat) ", "
                      FUNCTION TRIM(nombre-trabajador)
                   DELIMITED BY SIZE INTO ws-nombre-completo
               MOVE "(SIN CATALOGAR)" TO ws-nombre-dep-bloque
               IF num-departamentos-cat > 0
                   SET INDX-DEP-CAT TO 1
                   SEARCH departamento-cat
                       AT END CONTINUE
                       WHEN id-dep-cat(INDX-DEP-CAT) =
                            id-departamento(1)
                           MOVE nombre-dep-cat(INDX-DEP-CAT)
                               TO ws-nombre-dep-bloque
                   END-SEARCH
               END-IF
           ELSE
               MOVE "(NO ESTA EN TRABAJADORES.DAT)"
                   TO ws-nombre-completo
               MOVE SPACES TO nif-trabajador
               MOVE SPACES TO num-seg-social
               MOVE 0 TO id-departamento(1)
               MOVE 0 TO id-departamento(2)
               MOVE 0 TO id-departamento(3)
               MOVE 0 TO pct-departamento(1)
               MOVE 0 TO pct-departamento(2)
               MOVE 0 TO pct-departamento(3)
           END-IF.

       0004-ESCRIBIR-BLOQUE.
           *> EL BLOQUE DE UN TRABAJADOR NO SE PARTE ENTRE PAGINAS:
           *> CABECERA DE DOS LINEAS, LAS FILAS DE CONCEPTOS, LA
           *> LINEA DE TOTALES Y LAS NOTAS QUE CORRESPONDAN.
           IF ws-num-devengos > ws-num-deducciones
               MOVE ws-num-devengos TO ws-num-filas
           ELSE
               MOVE ws-num-deducciones TO ws-num-filas
           END-IF.
           COMPUTE ws-lineas-bloque = ws-num-filas + 4.
           IF con-informativos
               ADD 1 TO ws-lineas-bloque
           END-IF.
           IF nomina-sin-desglose
               ADD 1 TO ws-lineas-bloque
           END-IF.
           IF ws-lineas-pagina + ws-lineas-bloque > ws-lineas-por-pagina
               MOVE 99 TO ws-lineas-pagina
           END-IF.
           PERFORM 0009-CONTROLAR-SALTO-PAGINA.

           MOVE SPACES TO LINEA-LIBRO.
           WRITE LINEA-LIBRO.
           MOVE SPACES TO LINEA-LIBRO.
           STRING "TRABAJADOR " nom-id-trabajador "  "
                  ws-nombre-completo
                  "  NIF " nif-trabajador
                  "  N.AFIL. " num-seg-social
                  "  EMPRESA " nom-empresa
               DELIMITED BY SIZE INTO LINEA-LIBRO.
           WRITE LINEA-LIBRO.
           MOVE SPACES TO LINEA-LIBRO.
           STRING "           DEPARTAMENTO " id-departamento(1) " "
                  ws-nombre-dep-bloque
                  "  REPARTO " id-departamento(1) ":"
                  pct-departamento(1) "% "
                  id-departamento(2) ":" pct-departamento(2) "% "
                  id-departamento(3) ":" pct-departamento(3) "%"
                  "  CALCULADA " nom-fecha-calculo
               DELIMITED BY SIZE INTO LINEA-LIBRO.
           WRITE LINEA-LIBRO.
           ADD 3 TO ws-lineas-pagina.

           MOVE 0 TO ws-indice-fila.
           PERFORM 0004-ESCRIBIR-FILA
               UNTIL ws-indice-fila = ws-num-filas.

           MOVE ws-devengado TO ws-importe-format.
           MOVE ws-deducido TO ws-importe-format-2.
           MOVE nom-liquido TO ws-importe-format-3.
           MOVE SPACES TO LINEA-LIBRO.
           STRING "  TOTAL DEVENGADO " ws-importe-format
                  "   TOTAL DEDUCIDO " ws-importe-format-2
                  "   LIQUIDO A PERCIBIR " ws-importe-format-3
               DELIMITED BY SIZE INTO LINEA-LIBRO.
           IF nomina-devuelta
               MOVE "(TRANSFERENCIA DEVUELTA)" TO LINEA-LIBRO(101:)
           ELSE IF nomina-reemitida
               MOVE "(REEMITIDA)" TO LINEA-LIBRO(101:)
           ELSE IF nomina-pago-caja
               MOVE "(PAGADA POR CAJA)" TO LINEA-LIBRO(101:)
           END-IF.
           WRITE LINEA-LIBRO.
           ADD 1 TO ws-lineas-pagina.
           IF con-informativos
               MOVE SPACES TO LINEA-LIBRO
               STRING "  EV Y EI SON INFORMATIVOS: LA ESPECIE NO SE "
                      "ABONA Y SU INGRESO A CUENTA YA VA EN EL IRPF"
                   DELIMITED BY SIZE INTO LINEA-LIBRO
               WRITE LINEA-LIBRO
               ADD 1 TO ws-lineas-pagina
           END-IF.
           IF nomina-sin-desglose
               MOVE SPACES TO LINEA-LIBRO
               STRING "  SIN DESGLOSE EN NOMINAS_DETALLE.DAT: "
                      "PARTIDAS TOMADAS DE " ws-origen-periodo
                   DELIMITED BY SIZE INTO LINEA-LIBRO
               WRITE LINEA-LIBRO
               ADD 1 TO ws-lineas-pagina
           END-IF.

       0004-ESCRIBIR-FILA.

           ADD 1 TO ws-indice-fila.
           MOVE SPACES TO ws-linea-fila.
           IF ws-indice-fila <= ws-num-devengos
               MOVE ws-dev-concepto(ws-indice-fila) TO lf-dev-concepto
               MOVE ws-dev-descripcion(ws-indice-fila)
                   TO lf-dev-descripcion
               MOVE ws-dev-importe(ws-indice-fila) TO lf-dev-importe
           END-IF.
           IF ws-indice-fila <= ws-num-deducciones
               MOVE ws-ded-concepto(ws-indice-fila) TO lf-ded-concepto
               MOVE ws-ded-descripcion(ws-indice-fila)
                   TO lf-ded-descripcion
               MOVE ws-ded-importe(ws-indice-fila) TO lf-ded-importe
           END-IF.
           MOVE ws-linea-fila TO LINEA-LIBRO.
           WRITE LINEA-LIBRO.
           ADD 1 TO ws-lineas-pagina.

       0004-ACUMULAR-EMPRESA.
           *> LO QUE EL CIERRE REGISTRA DE LA EMPRESA: BRUTO SIN LOS
           *> GASTOS EXENTOS, DEDUCCION Y LIQUIDO.
           COMPUTE ws-indice-empresa = nom-empresa + 1.
           ADD 1 TO ws-cu-trab-libro(ws-indice-empresa).
           ADD nom-bruto TO ws-cu-bruto-libro(ws-indice-empresa).
           ADD ws-deducido TO ws-cu-deduc-libro(ws-indice-empresa).
           ADD nom-liquido TO ws-cu-liquido-libro(ws-indice-empresa).

       0004-REPARTIR-DEPARTAMENTOS.
           *> MISMO REPARTO Y REDONDEO QUE EL CIERRE. SIN FICHA TODO
           *> VA A UNA POSICION SIN DEPARTAMENTO (SIN CATALOGAR).
           MOVE id-departamento(1) TO rep-departamento(1).
           MOVE id-departamento(2) TO rep-departamento(2).
           MOVE id-departamento(3) TO rep-departamento(3).
           MOVE pct-departamento(1) TO rep-pct-entrada(1).
           MOVE pct-departamento(2) TO rep-pct-entrada(2).
           MOVE pct-departamento(3) TO rep-pct-entrada(3).
           MOVE ws-devengado TO rep-bruto.
           MOVE ws-deducido TO rep-seg-social.
           MOVE 0 TO rep-irpf.
           MOVE 0 TO rep-anticipo.
           MOVE 0 TO rep-embargo.
           MOVE 0 TO rep-deduccion.
           MOVE nom-liquido TO rep-liquido.
           MOVE 0 TO rep-patronal.
           CALL "NOMINA-REPARTO" USING reparto-com.
           MOVE 0 TO ws-indice-reparto.
           PERFORM 0004-SUMAR-PARTE-DEPARTAMENTO
               UNTIL ws-indice-reparto = 3.

       0004-SUMAR-PARTE-DEPARTAMENTO.

           ADD 1 TO ws-indice-reparto.
           IF rep-pct-aplicado(ws-indice-reparto) > 0
               MOVE 51 TO ws-posicion-dep
               IF num-departamentos-cat > 0
                   SET INDX-DEP-CAT TO 1
                   SEARCH departamento-cat
                       AT END CONTINUE
                       WHEN id-dep-cat(INDX-DEP-CAT) =
                            rep-departamento(ws-indice-reparto)
                           SET ws-posicion-dep TO INDX-DEP-CAT
                   END-SEARCH
               END-IF
               IF ws-indice-reparto = 1
                   ADD 1 TO ws-dl-trabajadores(ws-posicion-dep)
               END-IF
               ADD rep-parte-bruto(ws-indice-reparto)
                   TO ws-dl-devengado(ws-posicion-dep)
               ADD rep-parte-seg-social(ws-indice-reparto)
                   TO ws-dl-deducido(ws-posicion-dep)
               ADD rep-parte-liquido(ws-indice-reparto)
                   TO ws-dl-liquido(ws-posicion-dep)
           END-IF.

       0005-CARGAR-CONCEPTOS.
           *> LINEAS DEL RECIBO TAL COMO SE GRABARON EN EL CIERRE. LAS
           *> PAGAS EXTRA Y LAS NOMINAS ANTERIORES AL DETALLE NO TIENEN
           *> LINEAS: SE DESGLOSAN CON LAS PARTIDAS DE NOMINAS.DAT.
           MOVE 0 TO ws-num-devengos.
           MOVE 0 TO ws-num-deducciones.
           SET nomina-con-desglose TO TRUE.
           SET sin-informativos TO TRUE.
           IF detalle-disponible
               MOVE nom-id-trabajador TO det-id-trabajador
               MOVE nom-periodo TO det-periodo
               MOVE 0 TO det-linea
               START NOMDETFILE KEY IS NOT LESS THAN det-clave
                   INVALID KEY SET nomdetfile-fin TO TRUE
               END-START
               PERFORM 0005-LEER-DETALLE UNTIL nomdetfile-fin
           END-IF.
           IF ws-num-devengos = 0 AND ws-num-deducciones = 0
               SET nomina-sin-desglose TO TRUE
               PERFORM 0005-SINTETIZAR-CONCEPTOS
           END-IF.

       0005-LEER-DETALLE.
           READ NOMDETFILE NEXT RECORD
               AT END SET nomdetfile-fin TO TRUE
               NOT AT END
                   IF det-id-trabajador NOT = nom-id-trabajador
                           OR det-periodo NOT = nom-periodo
                       SET nomdetfile-fin TO TRUE
                   ELSE
                       MOVE det-concepto TO ws-linea-concepto
                       MOVE det-descripcion TO ws-linea-descripcion
                       MOVE det-importe TO ws-linea-importe
                       PERFORM 0005-ANOTAR-CONCEPTO
                   END-IF
           END-READ.

       0005-SINTETIZAR-CONCEPTOS.
           *> EL ANTICIPO NO SE GUARDA EN NOMINAS.DAT: ES LO QUE FALTA
           *> PARA LLEGAR DEL DEVENGADO AL LIQUIDO UNA VEZ RESTADAS LAS
           *> DEMAS DEDUCCIONES.
           IF ws-libro-mes > 12
               MOVE "PX" TO ws-linea-concepto
               MOVE "PAGA EXTRAORDINARIA" TO ws-linea-descripcion
           ELSE
               MOVE "BR" TO ws-linea-concepto
               MOVE "DEVENGOS (SIN DESGLOSE)" TO ws-linea-descripcion
           END-IF.
           COMPUTE ws-linea-importe = nom-bruto - nom-gastos-sujetos.
           PERFORM 0005-ANOTAR-CONCEPTO.
           IF nom-gastos-sujetos NOT = 0
               MOVE "GS" TO ws-linea-concepto
               MOVE "EXCESO DIETAS/KM SUJETO" TO ws-linea-descripcion
               MOVE nom-gastos-sujetos TO ws-linea-importe
               PERFORM 0005-ANOTAR-CONCEPTO
           END-IF.
           IF nom-especie NOT = 0
               MOVE "EV" TO ws-linea-concepto
               MOVE "RETRIBUCION EN ESPECIE" TO ws-linea-descripcion
               MOVE nom-especie TO ws-linea-importe
               PERFORM 0005-ANOTAR-CONCEPTO
           END-IF.
           IF nom-gastos-exentos NOT = 0
               MOVE "GE" TO ws-linea-concepto
               MOVE "DIETAS/KM EXENTOS" TO ws-linea-descripcion
               MOVE nom-gastos-exentos TO ws-linea-importe
               PERFORM 0005-ANOTAR-CONCEPTO
           END-IF.
           MOVE "SS" TO ws-linea-concepto.
           MOVE "SEGURIDAD SOCIAL" TO ws-linea-descripcion.
           MOVE nom-seg-social TO ws-linea-importe.
           PERFORM 0005-ANOTAR-CONCEPTO.
           MOVE "IR" TO ws-linea-concepto.
           MOVE "IRPF" TO ws-linea-descripcion.
           MOVE nom-irpf TO ws-linea-importe.
           PERFORM 0005-ANOTAR-CONCEPTO.
           IF nom-ingreso-cuenta NOT = 0
               MOVE "EI" TO ws-linea-concepto
               MOVE "INGRESO A CUENTA ESPECIE" TO ws-linea-descripcion
               MOVE nom-ingreso-cuenta TO ws-linea-importe
               PERFORM 0005-ANOTAR-CONCEPTO
           END-IF.
           COMPUTE ws-anticipo-nomina = ws-deducido - nom-seg-social
               - nom-irpf - nom-deducciones - nom-embargo.
           IF ws-anticipo-nomina NOT = 0
               MOVE "AN" TO ws-linea-concepto
               MOVE "ANTICIPO (PLAZO)" TO ws-linea-descripcion
               MOVE ws-anticipo-nomina TO ws-linea-importe
               PERFORM 0005-ANOTAR-CONCEPTO
           END-IF.
           IF nom-deducciones NOT = 0
               MOVE "DV" TO ws-linea-concepto
               MOVE "DEDUCCIONES VOLUNTARIAS" TO ws-linea-descripcion
               MOVE nom-deducciones TO ws-linea-importe
               PERFORM 0005-ANOTAR-CONCEPTO
           END-IF.
           IF nom-embargo NOT = 0
               MOVE "EB" TO ws-linea-concepto
               MOVE "EMBARGO JUDICIAL" TO ws-linea-descripcion
               MOVE nom-embargo TO ws-linea-importe
               PERFORM 0005-ANOTAR-CONCEPTO
           END-IF.

       0005-ANOTAR-CONCEPTO.
           *> CADA CONCEPTO VA A SU COLUMNA Y A LOS TOTALES DEL
           *> PERIODO. UN RECIBO CON MAS LINEAS DE LAS QUE CABEN EN EL
           *> BLOQUE SE AVISA, PERO SUMA IGUAL EN LOS TOTALES.
           PERFORM 0005-CLASIFICAR-CONCEPTO.
           IF NOT concepto-liquido
               IF concepto-informativo
                   SET con-informativos TO TRUE
               END-IF
               IF columna-devengos
                   IF ws-num-devengos < 40
                       ADD 1 TO ws-num-devengos
                       MOVE ws-linea-concepto
                           TO ws-dev-concepto(ws-num-devengos)
                       MOVE ws-linea-descripcion
                           TO ws-dev-descripcion(ws-num-devengos)
                       MOVE ws-linea-importe
                           TO ws-dev-importe(ws-num-devengos)
                   ELSE
                       DISPLAY "AVISO: NOMINA " nom-clave
                           " CON MAS DE 40 DEVENGOS"
                   END-IF
               ELSE
                   IF ws-num-deducciones < 40
                       ADD 1 TO ws-num-deducciones
                       MOVE ws-linea-concepto
                           TO ws-ded-concepto(ws-num-deducciones)
                       MOVE ws-linea-descripcion
                           TO ws-ded-descripcion(ws-num-deducciones)
                       MOVE ws-linea-importe
                           TO ws-ded-importe(ws-num-deducciones)
                   ELSE
                       DISPLAY "AVISO: NOMINA " nom-clave
                           " CON MAS DE 40 DEDUCCIONES"
                   END-IF
               END-IF
               PERFORM 0006-ACUMULAR-CONCEPTO
           END-IF.

       0005-CLASIFICAR-CONCEPTO.
           *> TODO LO QUE NO ES DEDUCCION, INFORMATIVO O LIQUIDO ES
           *> DEVENGO (BASE, ANTIGUEDAD, IT, INCIDENCIAS, GASTOS).
           SET concepto-devengo TO TRUE.
           SET columna-devengos TO TRUE.
           IF ws-linea-concepto = "SS" OR "IR" OR "AN" OR "DV" OR "EB"
               SET concepto-deduccion TO TRUE
               SET columna-deducciones TO TRUE
           ELSE IF ws-linea-concepto = "EI"
               SET concepto-informativo TO TRUE
               SET columna-deducciones TO TRUE
           ELSE IF ws-linea-concepto = "EV"
               SET concepto-informativo TO TRUE
           ELSE IF ws-linea-concepto = "LQ"
               SET concepto-liquido TO TRUE
           END-IF.

       0006-ACUMULAR-CONCEPTO.
           *> EL IRPF Y LAS DEDUCCIONES VOLUNTARIAS LLEVAN EN CADA
           *> RECIBO SU TIPO O SU ACREEDOR: EN EL TOTAL SE AGRUPAN
           *> CON UNA DESCRIPCION FIJA. EL RESTO TOMA LA PRIMERA
           *> DESCRIPCION QUE APARECE.
           SET concepto-nuevo TO TRUE.
           IF ws-num-conceptos > 0
               SET INDX-CON TO 1
               SEARCH ws-concepto-tot
                   AT END CONTINUE
                   WHEN ws-ct-concepto(INDX-CON) = ws-linea-concepto
                       SET concepto-hallado TO TRUE
               END-SEARCH
           END-IF.
           IF concepto-nuevo
               IF ws-num-conceptos < 80
                   ADD 1 TO ws-num-conceptos
                   SET INDX-CON TO ws-num-conceptos
                   MOVE ws-linea-concepto TO ws-ct-concepto(INDX-CON)
                   MOVE ws-clase-concepto TO ws-ct-clase(INDX-CON)
                   MOVE 0 TO ws-ct-lineas(INDX-CON)
                   MOVE 0 TO ws-ct-importe(INDX-CON)
                   MOVE ws-linea-descripcion
                       TO ws-ct-descripcion(INDX-CON)
                   IF ws-linea-concepto = "IR"
                       MOVE "RETENCION IRPF"
                           TO ws-ct-descripcion(INDX-CON)
                   END-IF
                   IF ws-linea-concepto = "DV"
                       MOVE "DEDUCCIONES VOLUNTARIAS"
                           TO ws-ct-descripcion(INDX-CON)
                   END-IF
                   SET concepto-hallado TO TRUE
               ELSE
                   DISPLAY "AVISO: MAS DE 80 CONCEPTOS EN EL PERIODO "
                       ws-periodo-libro ", " ws-linea-concepto
                       " NO SALE EN LOS TOTALES"
               END-IF
           END-IF.
           IF concepto-hallado
               ADD 1 TO ws-ct-lineas(INDX-CON)
               ADD ws-linea-importe TO ws-ct-importe(INDX-CON)
           END-IF.

       0006-ESCRIBIR-TOTALES-CONCEPTO.

           PERFORM 0009-CONTROLAR-SALTO-PAGINA.
           MOVE SPACES TO LINEA-LIBRO.
           WRITE LINEA-LIBRO.
           MOVE SPACES TO LINEA-LIBRO.
           STRING "TOTALES POR CONCEPTO - PERIODO " ws-periodo-libro
               DELIMITED BY SIZE INTO LINEA-LIBRO.
           WRITE LINEA-LIBRO.
           MOVE ALL "-" TO LINEA-LIBRO.
           WRITE LINEA-LIBRO.
           ADD 3 TO ws-lineas-pagina.
           MOVE 0 TO ws-indice-concepto.
           PERFORM 0006-ESCRIBIR-CONCEPTO
               UNTIL ws-indice-concepto = ws-num-conceptos.
           PERFORM 0009-CONTROLAR-SALTO-PAGINA.
           MOVE ws-devengado-periodo TO ws-importe-format.
           MOVE ws-deducido-periodo TO ws-importe-format-2.
           MOVE ws-liquido-periodo TO ws-importe-format-3.
           MOVE ws-nominas-periodo TO ws-cuenta-format.
           MOVE SPACES TO LINEA-LIBRO.
           STRING "  TOTAL PERIODO: NOMINAS " ws-cuenta-format
                  "  DEVENGADO " ws-importe-format
                  "  DEDUCIDO " ws-importe-format-2
                  "  LIQUIDO " ws-importe-format-3
               DELIMITED BY SIZE INTO LINEA-LIBRO.
           WRITE LINEA-LIBRO.
           ADD 1 TO ws-lineas-pagina.

       0006-ESCRIBIR-CONCEPTO.

           ADD 1 TO ws-indice-concepto.
           PERFORM 0009-CONTROLAR-SALTO-PAGINA.
           MOVE ws-ct-importe(ws-indice-concepto) TO ws-importe-format.
           MOVE ws-ct-lineas(ws-indice-concepto) TO ws-cuenta-format.
           MOVE SPACES TO LINEA-LIBRO.
           STRING "  " ws-ct-concepto(ws-indice-concepto)
                  " " ws-ct-descripcion(ws-indice-concepto)
               DELIMITED BY SIZE INTO LINEA-LIBRO.
           IF ws-ct-clase(ws-indice-concepto) = 'R'
               MOVE "DEDUCCION" TO LINEA-LIBRO(38:)
           ELSE IF ws-ct-clase(ws-indice-concepto) = 'I'
               MOVE "INFORMATIVO" TO LINEA-LIBRO(38:)
           ELSE
               MOVE "DEVENGO" TO LINEA-LIBRO(38:)
           END-IF.
           STRING "LINEAS " ws-cuenta-format
                  "  IMPORTE " ws-importe-format
               DELIMITED BY SIZE INTO LINEA-LIBRO(52:).
           WRITE LINEA-LIBRO.
           ADD 1 TO ws-lineas-pagina.

       0007-ESCRIBIR-TOTALES-DEPARTAMENTO.

           PERFORM 0009-CONTROLAR-SALTO-PAGINA.
           MOVE SPACES TO LINEA-LIBRO.
           WRITE LINEA-LIBRO.
           MOVE SPACES TO LINEA-LIBRO.
           STRING "TOTALES POR DEPARTAMENTO - PERIODO "
                  ws-periodo-libro
                  " (REPARTO SEGUN LA FICHA ACTUAL DEL TRABAJADOR)"
               DELIMITED BY SIZE INTO LINEA-LIBRO.
           WRITE LINEA-LIBRO.
           MOVE ALL "-" TO LINEA-LIBRO.
           WRITE LINEA-LIBRO.
           ADD 3 TO ws-lineas-pagina.
           MOVE 0 TO ws-indice-dep.
           PERFORM 0007-ESCRIBIR-DEPARTAMENTO
               UNTIL ws-indice-dep >= num-departamentos-cat.
           MOVE 51 TO ws-indice-dep.
           IF ws-dl-trabajadores(51) > 0 OR ws-dl-devengado(51) NOT = 0
               PERFORM 0007-ESCRIBIR-LINEA-DEPARTAMENTO
           END-IF.

       0007-ESCRIBIR-DEPARTAMENTO.

           ADD 1 TO ws-indice-dep.
           IF ws-dl-trabajadores(ws-indice-dep) > 0
                   OR ws-dl-devengado(ws-indice-dep) NOT = 0
               PERFORM 0007-ESCRIBIR-LINEA-DEPARTAMENTO
           END-IF.

       0007-ESCRIBIR-LINEA-DEPARTAMENTO.

           PERFORM 0009-CONTROLAR-SALTO-PAGINA.
           MOVE ws-dl-devengado(ws-indice-dep) TO ws-importe-format.
           MOVE ws-dl-deducido(ws-indice-dep) TO ws-importe-format-2.
           MOVE ws-dl-liquido(ws-indice-dep) TO ws-importe-format-3.
           MOVE ws-dl-trabajadores(ws-indice-dep) TO ws-cuenta-format.
           MOVE SPACES TO LINEA-LIBRO.
           IF ws-indice-dep = 51
               STRING "  -- (SIN DEPARTAMENTO CATALOGADO)"
                   DELIMITED BY SIZE INTO LINEA-LIBRO
           ELSE
               STRING "  " id-dep-cat(ws-indice-dep)
                      " " nombre-dep-cat(ws-indice-dep)
                   DELIMITED BY SIZE INTO LINEA-LIBRO
           END-IF.
           STRING "TRAB. " ws-cuenta-format
                  "  DEVENGADO " ws-importe-format
                  "  DEDUCIDO " ws-importe-format-2
                  "  LIQUIDO " ws-importe-format-3
               DELIMITED BY SIZE INTO LINEA-LIBRO(38:).
           WRITE LINEA-LIBRO.
           ADD 1 TO ws-lineas-pagina.

       0008-CUADRAR-CON-CIERRES.
           *> CADA EMPRESA DEL PERIODO SE COMPARA CON SUS LINEAS DE
           *> CIERRES_NOMINA.DAT: TRABAJADORES, BRUTO, DEDUCCION Y
           *> LIQUIDO. UNA LINEA COMUN (EMPRESA 00, CIERRES ANTERIORES
           *> AL CIERRE POR EMPRESA) CUBRE A TODAS: ENTONCES MANDA EL
           *> CUADRE DEL TOTAL DEL PERIODO.
           SET periodo-cuadrado TO TRUE.
           MOVE 0 TO ws-cie-lineas.
           MOVE 0 TO ws-cie-trabajadores.
           MOVE 0 TO ws-cie-bruto.
           MOVE 0 TO ws-cie-deduccion.
           MOVE 0 TO ws-cie-liquido.
           OPEN INPUT CIERREFILE.
           IF cierrefile-ok
               PERFORM 0008-LEER-CIERRE UNTIL cierrefile-fin
               CLOSE CIERREFILE
           END-IF.

           PERFORM 0009-CONTROLAR-SALTO-PAGINA.
           MOVE SPACES TO LINEA-LIBRO.
           WRITE LINEA-LIBRO.
           MOVE SPACES TO LINEA-LIBRO.
           STRING "CUADRE CON CIERRES_NOMINA.DAT - PERIODO "
                  ws-periodo-libro
               DELIMITED BY SIZE INTO LINEA-LIBRO.
           WRITE LINEA-LIBRO.
           MOVE SPACES TO LINEA-LIBRO.
           STRING "  EMPRESA                            ORIGEN    "
                  "TRAB.           BRUTO     DEDUCCIONES"
                  "         LIQUIDO  RESULTADO"
               DELIMITED BY SIZE INTO LINEA-LIBRO.
           WRITE LINEA-LIBRO.
           MOVE ALL "-" TO LINEA-LIBRO.
           WRITE LINEA-LIBRO.
           ADD 4 TO ws-lineas-pagina.

           MOVE 1 TO ws-indice-empresa.
           PERFORM 0008-CUADRAR-EMPRESA
               UNTIL ws-indice-empresa = 100.
           IF ws-cu-lineas-cierre(1) > 0
               PERFORM 0009-CONTROLAR-SALTO-PAGINA
               MOVE SPACES TO ws-linea-cuadre
               MOVE "00" TO lc-empresa
               MOVE "(LINEA COMUN A TODAS)" TO lc-razon-social
               MOVE "CIERRE" TO lc-origen
               MOVE ws-cu-trab-cierre(1) TO lc-trabajadores
               MOVE ws-cu-bruto-cierre(1) TO lc-bruto
               MOVE ws-cu-deduc-cierre(1) TO lc-deduccion
               MOVE ws-cu-liquido-cierre(1) TO lc-liquido
               MOVE "VER TOTAL DEL PERIODO" TO lc-resultado
               MOVE ws-linea-cuadre TO LINEA-LIBRO
               WRITE LINEA-LIBRO
               ADD 1 TO ws-lineas-pagina
           END-IF.
           PERFORM 0008-CUADRAR-TOTAL-PERIODO.
           IF periodo-descuadrado
               ADD 1 TO ws-periodos-descuadrados
               DISPLAY "PERIODO " ws-periodo-libro
                   " NO CUADRA CON CIERRES_NOMINA.DAT"
           END-IF.

       0008-LEER-CIERRE.
           READ CIERREFILE
               AT END SET cierrefile-fin TO TRUE
               NOT AT END
                   IF cie-periodo = ws-periodo-libro
                       IF todas-las-empresas
                               OR cie-empresa = ws-empresa-seleccion
                           PERFORM 0008-ANOTAR-CIERRE
                       END-IF
                   END-IF
           END-READ.

       0008-ANOTAR-CIERRE.

           COMPUTE ws-indice-empresa = cie-empresa + 1.
           ADD 1 TO ws-cu-lineas-cierre(ws-indice-empresa).
           ADD cie-trabajadores TO ws-cu-trab-cierre(ws-indice-empresa).
           ADD cie-total-bruto TO ws-cu-bruto-cierre(ws-indice-empresa).
           ADD cie-total-deduccion
               TO ws-cu-deduc-cierre(ws-indice-empresa).
           ADD cie-total-liquido
               TO ws-cu-liquido-cierre(ws-indice-empresa).
           ADD 1 TO ws-cie-lineas.
           ADD cie-trabajadores TO ws-cie-trabajadores.
           ADD cie-total-bruto TO ws-cie-bruto.
           ADD cie-total-deduccion TO ws-cie-deduccion.
           ADD cie-total-liquido TO ws-cie-liquido.

       0008-CUADRAR-EMPRESA.

           ADD 1 TO ws-indice-empresa.
           IF ws-cu-trab-libro(ws-indice-empresa) > 0
                   OR ws-cu-lineas-cierre(ws-indice-empresa) > 0
               PERFORM 0008-ESCRIBIR-CUADRE-EMPRESA
           END-IF.

       0008-ESCRIBIR-CUADRE-EMPRESA.

           COMPUTE ws-codigo-empresa = ws-indice-empresa - 1.
           IF ws-cu-lineas-cierre(ws-indice-empresa) = 0
               IF ws-cu-lineas-cierre(1) > 0
                   MOVE "EN LINEA COMUN" TO ws-resultado-cuadre
               ELSE
                   MOVE "SIN CIERRE REGISTRADO" TO ws-resultado-cuadre
                   SET periodo-descuadrado TO TRUE
               END-IF
           ELSE IF ws-cu-trab-libro(ws-indice-empresa) =
                       ws-cu-trab-cierre(ws-indice-empresa)
                   AND ws-cu-bruto-libro(ws-indice-empresa) =
                       ws-cu-bruto-cierre(ws-indice-empresa)
                   AND ws-cu-deduc-libro(ws-indice-empresa) =
                       ws-cu-deduc-cierre(ws-indice-empresa)
                   AND ws-cu-liquido-libro(ws-indice-empresa) =
                       ws-cu-liquido-cierre(ws-indice-empresa)
               MOVE "CUADRA" TO ws-resultado-cuadre
           ELSE
               MOVE "NO CUADRA" TO ws-resultado-cuadre
               SET periodo-descuadrado TO TRUE
           END-IF.

           PERFORM 0009-CONTROLAR-SALTO-PAGINA.
           MOVE SPACES TO ws-linea-cuadre.
           MOVE ws-codigo-empresa TO lc-empresa.
           MOVE "(SIN CATALOGAR)" TO lc-razon-social.
           IF num-empresas-cat > 0
               SET INDX-EMP-CAT TO 1
               SEARCH empresa-cat
                   AT END CONTINUE
                   WHEN id-emp-cat(INDX-EMP-CAT) = ws-codigo-empresa
                       MOVE razon-social-emp-cat(INDX-EMP-CAT)
                           TO lc-razon-social
               END-SEARCH
           END-IF.
           MOVE "LIBRO" TO lc-origen.
           MOVE ws-cu-trab-libro(ws-indice-empresa) TO lc-trabajadores.
           MOVE ws-cu-bruto-libro(ws-indice-empresa) TO lc-bruto.
           MOVE ws-cu-deduc-libro(ws-indice-empresa) TO lc-deduccion.
           MOVE ws-cu-liquido-libro(ws-indice-empresa) TO lc-liquido.
           MOVE SPACES TO lc-resultado.
           MOVE ws-linea-cuadre TO LINEA-LIBRO.
           WRITE LINEA-LIBRO.
           MOVE SPACES TO ws-linea-cuadre.
           MOVE "CIERRE" TO lc-origen.
           MOVE ws-cu-trab-cierre(ws-indice-empresa) TO lc-trabajadores.
           MOVE ws-cu-bruto-cierre(ws-indice-empresa) TO lc-bruto.
           MOVE ws-cu-deduc-cierre(ws-indice-empresa) TO lc-deduccion.
           MOVE ws-cu-liquido-cierre(ws-indice-empresa) TO lc-liquido.
           MOVE ws-resultado-cuadre TO lc-resultado.
           MOVE ws-linea-cuadre TO LINEA-LIBRO.
           WRITE LINEA-LIBRO.
           ADD 2 TO ws-lineas-pagina.

       0008-CUADRAR-TOTAL-PERIODO.

           IF ws-nominas-periodo = 0 AND ws-cie-lineas = 0
               MOVE "SIN NOMINAS NI CIERRE" TO ws-resultado-cuadre
           ELSE IF ws-cie-lineas = 0
               MOVE "PERIODO SIN CIERRE" TO ws-resultado-cuadre
               SET periodo-descuadrado TO TRUE
           ELSE IF ws-nominas-periodo = ws-cie-trabajadores
                   AND ws-bruto-periodo = ws-cie-bruto
                   AND ws-deducido-periodo = ws-cie-deduccion
                   AND ws-liquido-periodo = ws-cie-liquido
               MOVE "CUADRA" TO ws-resultado-cuadre
           ELSE
               MOVE "NO CUADRA" TO ws-resultado-cuadre
               SET periodo-descuadrado TO TRUE
           END-IF.

           PERFORM 0009-CONTROLAR-SALTO-PAGINA.
           MOVE ALL "-" TO LINEA-LIBRO.
           WRITE LINEA-LIBRO.
           MOVE SPACES TO ws-linea-cuadre.
           MOVE "TOTAL PERIODO" TO lc-razon-social.
           MOVE "LIBRO" TO lc-origen.
           MOVE ws-nominas-periodo TO lc-trabajadores.
           MOVE ws-bruto-periodo TO lc-bruto.
           MOVE ws-deducido-periodo TO lc-deduccion.
           MOVE ws-liquido-periodo TO lc-liquido.
           MOVE ws-linea-cuadre TO LINEA-LIBRO.
           WRITE LINEA-LIBRO.
           MOVE SPACES TO ws-linea-cuadre.
           MOVE "CIERRE" TO lc-origen.
           MOVE ws-cie-trabajadores TO lc-trabajadores.
           MOVE ws-cie-bruto TO lc-bruto.
           MOVE ws-cie-deduccion TO lc-deduccion.
           MOVE ws-cie-liquido TO lc-liquido.
           MOVE ws-resultado-cuadre TO lc-resultado.
           MOVE ws-linea-cuadre TO LINEA-LIBRO.
           WRITE LINEA-LIBRO.
           ADD 3 TO ws-lineas-pagina.

       0009-ESCRIBIR-TOTAL-LIBRO.

           PERFORM 0009-CONTROLAR-SALTO-PAGINA.
           MOVE SPACES TO LINEA-LIBRO.
           WRITE LINEA-LIBRO.
           MOVE ALL "=" TO LINEA-LIBRO.
           WRITE LINEA-LIBRO.
           MOVE ws-devengado-libro TO ws-importe-format.
           MOVE ws-deducido-libro TO ws-importe-format-2.
           MOVE ws-liquido-libro TO ws-importe-format-3.
           MOVE ws-nominas-libro TO ws-cuenta-format.
           MOVE SPACES TO LINEA-LIBRO.
           STRING "TOTAL DEL LIBRO: PERIODOS " ws-periodos-libro
                  "  NOMINAS " ws-cuenta-format
                  "  DEVENGADO " ws-importe-format
                  "  DEDUCIDO " ws-importe-format-2
                  "  LIQUIDO " ws-importe-format-3
               DELIMITED BY SIZE INTO LINEA-LIBRO.
           WRITE LINEA-LIBRO.
           MOVE SPACES TO LINEA-LIBRO.
           STRING "PERIODOS QUE NO CUADRAN CON CIERRES_NOMINA.DAT: "
                  ws-periodos-descuadrados
               DELIMITED BY SIZE INTO LINEA-LIBRO.
           WRITE LINEA-LIBRO.
           ADD 4 TO ws-lineas-pagina.

       0009-CONTROLAR-SALTO-PAGINA.
           *> CABECERA DE PAGINA CON EMPRESA, FECHA DE PROCESO, NUMERO
           *> DE PAGINA, PERIODO Y FICHERO DEL QUE SALEN SUS NOMINAS,
           *> Y LA LINEA DE TITULOS DE LAS DOS COLUMNAS DEL BLOQUE.
           IF ws-lineas-pagina >= ws-lineas-por-pagina
               ADD 1 TO ws-pagina
               MOVE SPACES TO LINEA-LIBRO
               STRING ws-nombre-empresa
                      "  LIBRO DE NOMINAS"
                      "  FECHA: " ws-fecha-proceso
                      "  PAGINA: " ws-pagina
                   DELIMITED BY SIZE INTO LINEA-LIBRO
               WRITE LINEA-LIBRO
               MOVE SPACES TO LINEA-LIBRO
               STRING "PERIODO: " ws-periodo-libro
                      "  ORIGEN: " ws-origen-periodo
                      "  EMPRESAS: " ws-texto-empresas
                   DELIMITED BY SIZE INTO LINEA-LIBRO
               WRITE LINEA-LIBRO
               MOVE SPACES TO LINEA-LIBRO
               STRING "  CC DEVENGOS                       "
                      "     IMPORTE       "
                      "CC DEDUCCIONES                        IMPORTE"
                   DELIMITED BY SIZE INTO LINEA-LIBRO
               WRITE LINEA-LIBRO
               MOVE ALL "=" TO LINEA-LIBRO
               WRITE LINEA-LIBRO
               MOVE 4 TO ws-lineas-pagina
           END-IF.

       END PROGRAM NOMINA-LIBRO.
