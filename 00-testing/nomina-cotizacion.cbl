       ID DIVISION.
       PROGRAM-ID. NOMINA-COTIZACION.
       AUTHOR. DAVID HERNANDEZ MARTIN.
      *MODIFICACIONES
      *15/10/2026 - ALTA INICIAL. LIQUIDACION MENSUAL DE COTIZACIONES
      *             A LA SEGURIDAD SOCIAL DEL PERIODO YA CERRADO
      *             (VARIABLE DE ENTORNO PERIODO-NOMINA; SIN ELLA, EL
      *             MES DE LA FECHA DEL SISTEMA, COMO EL CIERRE). POR
      *             CADA TRABAJADOR CON NOMINA EN NOMINAS.DAT SACA SU
      *             NUMERO DE AFILIACION Y GRUPO DE COTIZACION, LA
      *             BASE DE COTIZACION (BRUTO DEL MES MAS LA PAGA
      *             EXTRA EN JUNIO Y DICIEMBRE), LA BASE TOPADA POR
      *             LAS BASES MINIMA Y MAXIMA DEL GRUPO Y LAS CUOTAS
      *             DE TRABAJADOR Y EMPRESA POR CONTINGENCIA
      *             (COMUNES, DESEMPLEO, FORMACION PROFESIONAL Y
      *             FOGASA) SEGUN LOS TIPOS DE COTIZACION.DAT. LOS
      *             TOTALES DE EMPRESA SE CUADRAN CONTRA LA SEGURIDAD
      *             SOCIAL Y LA CUOTA PATRONAL YA GRABADAS EN
      *             NOMINAS.DAT, Y LA PRESTACION IT EN PAGO DELEGADO
      *             (CONCEPTO "IM" DE NOMINAS_DETALLE.DAT) SE RESTA
      *             DEL IMPORTE A INGRESAR. SALIDA EN
      *             LIQUIDACION_SS.TXT. TERMINA CON RETURN-CODE 4 SI
      *             HAY TRABAJADORES QUE NO CUADRAN O SIN DATOS DE
      *             AFILIACION, Y CON 8 SI EL PERIODO NO ESTA CERRADO
      *             O FALTAN LOS TIPOS DE COTIZACION.
      *15/10/2026 - LA RETRIBUCION EN ESPECIE (nom-especie) COTIZA:
      *             SE SUMA A LA BASE DE COTIZACION DEL TRABAJADOR.
      *15/10/2026 - CIERRE Y LIQUIDACION EMPRESA A EMPRESA: EL PERIODO
      *             SE DA POR CERRADO PARA CADA EMPRESA CON SU LINEA
      *             DE CIERRES_NOMINA.DAT (O LA COMUN 00), Y SE SACA
      *             UN BLOQUE POR nom-empresa CON LA RAZON SOCIAL Y EL
      *             NIF DE EMPRESAS.DAT Y SUS PROPIOS TOTALES Y
      *             CUADRE. LAS NOMINAS DE UNA EMPRESA SIN CIERRE DEL
      *             PERIODO NO SE LIQUIDAN (AVISO Y RETURN-CODE 4).
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

      *    TIPOS Y BASES DE COTIZACION, MANTENIDOS A MANO CADA
      *    EJERCICIO CON LA ORDEN DE COTIZACION DEL ANO.
           SELECT COTFILE ASSIGN TO "COTIZACION.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS cotfile-status.

           SELECT CIERREFILE ASSIGN TO "CIERRES_NOMINA.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS cierrefile-status.

      *    CATALOGO DE EMPRESAS: RAZON SOCIAL Y NIF DE LA CABECERA DE
      *    CADA LIQUIDACION (CADA EMPRESA PRESENTA LA SUYA).
           SELECT EMPRFILE ASSIGN TO "EMPRESAS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS emprfile-status.

           SELECT LIQFILE ASSIGN TO "LIQUIDACION_SS.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS liqfile-status.

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

      *    DOS CLASES DE REGISTRO, ORDENADOS POR FECHA DE VIGENCIA:
      *    'C' = TIPOS DE UNA CONTINGENCIA (PORCENTAJE A CARGO DEL
      *    TRABAJADOR Y DE LA EMPRESA); 'G' = BASES MINIMA Y MAXIMA
      *    MENSUALES DE UN GRUPO DE COTIZACION. PARA CADA CLAVE VALE
      *    EL ULTIMO REGISTRO CON FECHA NO POSTERIOR AL PERIODO.
       FD  COTFILE
           LABEL RECORDS ARE STANDARD.
       01  REG-COTIZACION.
           05 cot-tipo             PIC X(01).
              88 cot-contingencia-reg  VALUE 'C'.
              88 cot-grupo-reg         VALUE 'G'.
           05 cot-fecha-desde      PIC 9(08).
           05 cot-datos            PIC X(16).
           05 cot-datos-contingencia REDEFINES cot-datos.
              10 cot-contingencia  PIC X(02).
              10 cot-pct-trabajador PIC 9(02)V9(04).
              10 cot-pct-empresa   PIC 9(02)V9(04).
              10 FILLER            PIC X(02).
           05 cot-datos-grupo REDEFINES cot-datos.
              10 cot-grupo         PIC 9(02).
              10 cot-base-minima   PIC 9(05)V99.
              10 cot-base-maxima   PIC 9(05)V99.

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

       FD  EMPRFILE
           LABEL RECORDS ARE STANDARD.
       01  REG-EMPRESA.
           05 id-empresa-cat            PIC 9(02).
           05 razon-social-empresa-cat  PIC X(40).
           05 nif-empresa-cat           PIC X(09).
           05 iban-ordenante-empresa-cat PIC X(24).
           05 entidad-contable-empresa-cat PIC X(04).

       FD  LIQFILE
           LABEL RECORDS ARE STANDARD.
       01  LINEA-LIQUIDACION           PIC X(132).

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
             FS-CAMPO BY cotfile-status
             FS-OK BY cotfile-ok
             FS-FIN-FICHERO BY cotfile-fin
             FS-CLAVE-DUPLICADA BY cotfile-dup
             FS-REGISTRO-NO-ENCONTRADO BY cotfile-no-encontrado
             FS-FICHERO-NO-EXISTE BY cotfile-no-existe
             FS-REGISTRO-BLOQUEADO BY cotfile-bloqueado
             FS-DATOS-INVALIDOS BY cotfile-datos-invalidos.
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
             FS-CAMPO BY emprfile-status
             FS-OK BY emprfile-ok
             FS-FIN-FICHERO BY emprfile-fin
             FS-CLAVE-DUPLICADA BY emprfile-dup
             FS-REGISTRO-NO-ENCONTRADO BY emprfile-no-encontrado
             FS-FICHERO-NO-EXISTE BY emprfile-no-existe
             FS-REGISTRO-BLOQUEADO BY emprfile-bloqueado
             FS-DATOS-INVALIDOS BY emprfile-datos-invalidos.
         COPY FILESTAT REPLACING NIVEL-FS BY 77
             FS-CAMPO BY liqfile-status
             FS-OK BY liqfile-ok
             FS-FIN-FICHERO BY liqfile-fin
             FS-CLAVE-DUPLICADA BY liqfile-dup
             FS-REGISTRO-NO-ENCONTRADO BY liqfile-no-encontrado
             FS-FICHERO-NO-EXISTE BY liqfile-no-existe
             FS-REGISTRO-BLOQUEADO BY liqfile-bloqueado
             FS-DATOS-INVALIDOS BY liqfile-datos-invalidos.

         77 ws-periodo-entorno   PIC X(06) VALUE SPACES.
         77 ws-periodo           PIC 9(06) VALUE 0.
         77 ws-anio-periodo      PIC 9(04) VALUE 0.
         77 ws-mes-periodo       PIC 9(02) VALUE 0.
         77 ws-fecha-hoy         PIC 9(08) VALUE 0.
         *> PRIMER Y ULTIMO DIA DEL PERIODO: LA VIGENCIA DE LOS
         *> TIPOS SE MIDE CONTRA EL PRIMERO Y LAS ALTAS Y BAJAS
         *> DENTRO DEL MES CONTRA AMBOS.
         77 ws-primer-dia        PIC 9(08) VALUE 0.
         77 ws-ultimo-dia        PIC 9(08) VALUE 0.
         *> PAGA EXTRA QUE COTIZA CON EL PERIODO (AAAA13 EN JUNIO,
         *> AAAA14 EN DICIEMBRE; 0 EL RESTO DE MESES).
         77 ws-periodo-extra     PIC 9(06) VALUE 0.

         *> MAESTROS AUXILIARES ABIERTOS (SIN ELLOS SE LIQUIDA
         *> IGUAL, SIN AFILIACION O SIN DEDUCIR EL PAGO DELEGADO).
         77 ws-trabfile-abierto  PIC 9(01) VALUE 0.
            88 trabfile-abierto      VALUE 1.
         77 ws-nomdet-abierto    PIC 9(01) VALUE 0.
            88 nomdetfile-abierto    VALUE 1.

         *> PERIODO CERRADO PARA ALGUNA EMPRESA (SIN NINGUNA LINEA
         *> DE CIERRE DEL PERIODO NO SE LIQUIDA NADA).
         77 ws-periodo-cerrado   PIC 9(01) VALUE 0.
            88 periodo-cerrado       VALUE 1.
            88 periodo-sin-cerrar    VALUE 0.
         *> LINEA COMUN 00 DEL CIERRE: CIERRA EL PERIODO PARA TODAS
         *> LAS EMPRESAS (CIERRES ANTERIORES AL CIERRE POR EMPRESA).
         77 ws-cierre-comun      PIC 9(01) VALUE 0.
            88 cierre-comun          VALUE 1.

         COPY EMPRCAT.
         *> EMPRESAS DEL PERIODO: POSICION = CODIGO DE EMPRESA + 1,
         *> COMO EL CUADRE DEL LIBRO DE NOMINAS. NOMINAS DEL PERIODO
         *> (Y PAGA EXTRA) Y SI LA EMPRESA TIENE SU LINEA DE CIERRE.
         01 ws-tabla-empresas-liq.
            05 ws-empresa-liq OCCURS 100 TIMES.
               10 ws-el-nominas      PIC 9(05).
               10 ws-el-cierre       PIC 9(01).
                  88 empresa-con-cierre  VALUE 1.
         77 ws-indice-empresa    PIC 9(03) VALUE 0.
         77 ws-empresa-liquidar  PIC 9(02) VALUE 0.
         77 ws-razon-social-liq  PIC X(40) VALUE SPACES.
         77 ws-nif-liq           PIC X(09) VALUE SPACES.
         77 ws-empresas-liquidadas PIC 9(03) VALUE 0.
         77 ws-empresas-sin-cierre PIC 9(03) VALUE 0.

         *> TIPOS VIGENTES POR CONTINGENCIA, EN ORDEN FIJO: 1 = CC
         *> CONTINGENCIAS COMUNES, 2 = DE DESEMPLEO, 3 = FP
         *> FORMACION PROFESIONAL, 4 = FG FOGASA. LA CUOTA PATRONAL
         *> Y LA SEGURIDAD SOCIAL DEL MOTOR SON LA SUMA DE ESTOS
         *> TIPOS (CLASES "CP" Y "SS" DE TIPOS_RETENCION.DAT).
         01 tabla-contingencias.
            05 contingencia-tab OCCURS 4 TIMES.
               10 con-codigo     PIC X(02).
               10 con-descripcion PIC X(22).
               10 con-cargada    PIC 9(01).
                  88 contingencia-cargada VALUE 1.
               10 con-pct-trabajador PIC 9(02)V9(04).
               10 con-pct-empresa PIC 9(02)V9(04).
               10 con-cuota-trabajador PIC S9(07)V99.
               10 con-cuota-empresa PIC S9(07)V99.
               10 con-total-trabajador PIC S9(09)V99.
               10 con-total-empresa PIC S9(09)V99.
         77 ws-indice-con        PIC 9(01).
         77 ws-contingencias-faltan PIC 9(01) VALUE 0.

         *> BASES MINIMA Y MAXIMA VIGENTES POR GRUPO (1 A 11).
         01 tabla-grupos.
            05 grupo-tab OCCURS 11 TIMES.
               10 gru-cargado    PIC 9(01).
                  88 grupo-cargado      VALUE 1.
               10 gru-base-minima PIC 9(05)V99.
               10 gru-base-maxima PIC 9(05)V99.
         77 ws-indice-grupo      PIC 9(02).

         *> ACUMULADOS DEL TRABAJADOR EN CURSO (NOMINA DEL MES Y,
         *> EN SU CASO, PAGA EXTRA).
         77 ws-id-en-curso       PIC 9(05) VALUE 0.
         77 ws-trabajador-abierto PIC 9(01) VALUE 0.
            88 hay-trabajador        VALUE 1.
            88 sin-trabajador        VALUE 0.
         77 ws-base-cotizacion   PIC S9(07)V99.
         77 ws-base-topada       PIC S9(07)V99.
         77 ws-base-minima       PIC S9(07)V99.
         77 ws-jornada-cot       PIC 9(03).
         77 ws-ss-grabada        PIC S9(07)V99.
         77 ws-cp-grabada        PIC S9(07)V99.
         77 ws-suma-trabajador   PIC S9(07)V99.
         77 ws-suma-empresa      PIC S9(07)V99.
         77 ws-dif-trabajador    PIC S9(07)V99.
         77 ws-dif-empresa       PIC S9(07)V99.
         77 ws-it-delegada       PIC S9(07)V99.
         77 ws-num-seg-social    PIC X(12).
         77 ws-grupo-cotizacion  PIC 9(02).
         77 ws-marca-trabajador  PIC X(30).
         *> TOLERANCIA DE REDONDEO: CADA UNA DE LAS CUATRO CUOTAS SE
         *> REDONDEA AL CENTIMO, ASI QUE LA SUMA PUEDE DIFERIR DE LA
         *> DEDUCCION GRABADA (UN SOLO REDONDEO) EN HASTA 2
         *> CENTIMOS; ESA DIFERENCIA SE ABSORBE EN COMUNES.
         77 ws-tolerancia        PIC S9(01)V99 VALUE 0.02.

         *> TOTALES DE LA EMPRESA QUE SE LIQUIDA.
         77 ws-trabajadores      PIC 9(05) VALUE 0.
         77 ws-no-cuadran        PIC 9(05) VALUE 0.
         77 ws-sin-afiliacion    PIC 9(05) VALUE 0.
         77 ws-total-base        PIC S9(09)V99 VALUE 0.
         77 ws-total-base-topada PIC S9(09)V99 VALUE 0.
         77 ws-total-trabajador  PIC S9(09)V99 VALUE 0.
         77 ws-total-empresa     PIC S9(09)V99 VALUE 0.
         77 ws-total-ss-grabada  PIC S9(09)V99 VALUE 0.
         77 ws-total-cp-grabada  PIC S9(09)V99 VALUE 0.
         77 ws-total-it-delegada PIC S9(09)V99 VALUE 0.
         77 ws-total-a-ingresar  PIC S9(09)V99 VALUE 0.
         *> TOTALES DE LA EJECUCION (TODAS LAS EMPRESAS).
         77 ws-trabajadores-ejec PIC 9(05) VALUE 0.
         77 ws-no-cuadran-ejec   PIC 9(05) VALUE 0.
         77 ws-sin-afiliacion-ejec PIC 9(05) VALUE 0.

         77 ws-importe-format    PIC -ZZZZZZZZ9.99.
         77 ws-importe-format-2  PIC -ZZZZZZZZ9.99.
         77 ws-importe-format-3  PIC -ZZZZZZZZ9.99.
         77 ws-pct-format        PIC Z9.9999.
         77 ws-pct-format-2      PIC Z9.9999.

       PROCEDURE DIVISION.
       0000-MAIN SECTION.
       0000-PRINCIPAL.
           DISPLAY "=== LIQUIDACION DE COTIZACIONES SEGURIDAD SOCIAL ===".
           PERFORM 0001-DETERMINAR-PERIODO.
           PERFORM 0002-COMPROBAR-CIERRE.
           PERFORM 0003-CARGAR-COTIZACION.
           IF periodo-sin-cerrar
               DISPLAY "EL PERIODO " ws-periodo " NO FIGURA CERRADO EN "
                   "CIERRES_NOMINA.DAT: NO SE LIQUIDA"
               MOVE 8 TO RETURN-CODE
           ELSE IF ws-contingencias-faltan > 0
               DISPLAY "FALTAN TIPOS DE COTIZACION VIGENTES EN "
                   "COTIZACION.DAT PARA EL PERIODO " ws-periodo
                   ": NO SE LIQUIDA"
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN INPUT NOMMAESTRO
               IF NOT nommaestro-ok
                   DISPLAY "NO SE PUDO ABRIR NOMINAS.DAT - FILE STATUS "
                       nommaestro-status
                   MOVE 8 TO RETURN-CODE
               ELSE
                   OPEN INPUT TRABFILE
                   IF trabfile-ok
                       SET trabfile-abierto TO TRUE
                   ELSE
                       DISPLAY "AVISO: NO SE PUDO ABRIR TRABAJADORES.DAT "
                           "- FILE STATUS " trabfile-status
                           ", SIN DATOS DE AFILIACION"
                   END-IF
                   OPEN INPUT NOMDETFILE
                   IF nomdetfile-ok
                       SET nomdetfile-abierto TO TRUE
                   ELSE
                       DISPLAY "AVISO: SIN NOMINAS_DETALLE.DAT, NO SE "
                           "DEDUCE EL PAGO DELEGADO IT"
                   END-IF
                   PERFORM 0003-CARGAR-EMPRESAS
                   OPEN OUTPUT LIQFILE
                   PERFORM 0004-ESCRIBIR-CABECERA
                   PERFORM 0005-CONTAR-NOMINAS-EMPRESA
                   MOVE 0 TO ws-indice-empresa
                   PERFORM 0009-LIQUIDAR-EMPRESA
                       UNTIL ws-indice-empresa = 100
                   MOVE ALL "=" TO LINEA-LIQUIDACION
                   WRITE LINEA-LIQUIDACION
                   CLOSE LIQFILE
                   IF nomdetfile-abierto
                       CLOSE NOMDETFILE
                   END-IF
                   IF trabfile-abierto
                       CLOSE TRABFILE
                   END-IF
                   CLOSE NOMMAESTRO
                   DISPLAY "LIQUIDACION EN LIQUIDACION_SS.TXT - "
                       "EMPRESAS: " ws-empresas-liquidadas
                       " TRABAJADORES: " ws-trabajadores-ejec
                       " NO CUADRAN: " ws-no-cuadran-ejec
                       " SIN AFILIACION: " ws-sin-afiliacion-ejec
                   IF ws-no-cuadran-ejec > 0
                       OR ws-sin-afiliacion-ejec > 0
                       OR ws-empresas-sin-cierre > 0
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF.
           STOP RUN.

       0001-DETERMINAR-PERIODO.
           *> MISMO CRITERIO QUE EL CIERRE: PERIODO-NOMINA O, SIN
           *> ELLA, EL MES DE LA FECHA DEL SISTEMA. EN JUNIO Y
           *> DICIEMBRE COTIZA TAMBIEN LA PAGA EXTRA DEL SEMESTRE.
           ACCEPT ws-fecha-hoy FROM DATE YYYYMMDD.
           ACCEPT ws-periodo-entorno FROM ENVIRONMENT "PERIODO-NOMINA".
           IF ws-periodo-entorno = SPACES
               COMPUTE ws-periodo = ws-fecha-hoy / 100
           ELSE
               MOVE ws-periodo-entorno TO ws-periodo
           END-IF.
           DIVIDE ws-periodo BY 100
               GIVING ws-anio-periodo REMAINDER ws-mes-periodo.
           COMPUTE ws-primer-dia = ws-periodo * 100 + 1.
           IF ws-mes-periodo = 12
               COMPUTE ws-ultimo-dia = ws-periodo * 100 + 31
           ELSE
               COMPUTE ws-ultimo-dia = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(ws-primer-dia + 100) - 1)
           END-IF.
           MOVE 0 TO ws-periodo-extra.
           IF ws-mes-periodo = 6
               COMPUTE ws-periodo-extra = ws-anio-periodo * 100 + 13
           ELSE IF ws-mes-periodo = 12
               COMPUTE ws-periodo-extra = ws-anio-periodo * 100 + 14
           END-IF.
           DISPLAY "PERIODO " ws-periodo.

       0002-COMPROBAR-CIERRE.
           *> SOLO SE LIQUIDA UN PERIODO CERRADO: ANTES DEL CIERRE
           *> NOMINAS.DAT PUEDE TENER NOMINAS SUELTAS DE SIMULACION.
           *> EL CIERRE VA EMPRESA A EMPRESA, ASI QUE SE ANOTA QUE
           *> EMPRESAS LO TIENEN; LA LINEA COMUN 00 VALE PARA TODAS.
           SET periodo-sin-cerrar TO TRUE.
           MOVE 0 TO ws-cierre-comun.
           MOVE 0 TO ws-indice-empresa.
           PERFORM 0002-LIMPIAR-EMPRESA UNTIL ws-indice-empresa = 100.
           OPEN INPUT CIERREFILE.
           IF cierrefile-ok
               PERFORM 0002-LEER-CIERRE UNTIL cierrefile-fin
               CLOSE CIERREFILE
           END-IF.

       0002-LEER-CIERRE.
           READ CIERREFILE
               AT END SET cierrefile-fin TO TRUE
               NOT AT END
                   IF cie-periodo = ws-periodo
                       SET periodo-cerrado TO TRUE
                       IF cie-empresa IS NOT NUMERIC
                           OR cie-empresa = 0
                           SET cierre-comun TO TRUE
                       ELSE
                           COMPUTE ws-indice-empresa = cie-empresa + 1
                           MOVE 1 TO ws-el-cierre(ws-indice-empresa)
                       END-IF
                   END-IF
           END-READ.

       0002-LIMPIAR-EMPRESA.

           ADD 1 TO ws-indice-empresa.
           MOVE 0 TO ws-el-nominas(ws-indice-empresa).
           MOVE 0 TO ws-el-cierre(ws-indice-empresa).

       0003-CARGAR-EMPRESAS.

           MOVE 0 TO num-empresas-cat.
           OPEN INPUT EMPRFILE.
           IF emprfile-ok
               PERFORM 0003-LEER-EMPRESA UNTIL emprfile-fin
               CLOSE EMPRFILE
           ELSE
               DISPLAY "AVISO: SIN EMPRESAS.DAT, LAS LIQUIDACIONES "
                   "SALEN SIN RAZON SOCIAL NI NIF"
           END-IF.

       0003-LEER-EMPRESA.
           READ EMPRFILE
               AT END SET emprfile-fin TO TRUE
               NOT AT END
                   IF num-empresas-cat < 20
                       ADD 1 TO num-empresas-cat
                       MOVE id-empresa-cat
                           TO id-emp-cat(num-empresas-cat)
                       MOVE razon-social-empresa-cat
                           TO razon-social-emp-cat(num-empresas-cat)
                       MOVE nif-empresa-cat
                           TO nif-emp-cat(num-empresas-cat)
                   END-IF
           END-READ.

       0003-CARGAR-COTIZACION.
           *> EL FICHERO VA ORDENADO POR FECHA: CADA REGISTRO
           *> VIGENTE PISA AL ANTERIOR DE LA MISMA CLAVE, ASI QUE AL
           *> TERMINAR LA TABLA TIENE LOS ULTIMOS TIPOS NO
           *> POSTERIORES AL PRIMER DIA DEL PERIODO.
           MOVE "CC" TO con-codigo(1).
           MOVE "CONTINGENCIAS COMUNES" TO con-descripcion(1).
           MOVE "DE" TO con-codigo(2).
           MOVE "DESEMPLEO" TO con-descripcion(2).
           MOVE "FP" TO con-codigo(3).
           MOVE "FORMACION PROFESIONAL" TO con-descripcion(3).
           MOVE "FG" TO con-codigo(4).
           MOVE "FOGASA" TO con-descripcion(4).
           MOVE 0 TO ws-indice-con.
           PERFORM 0003-INICIALIZAR-CONTINGENCIA
               UNTIL ws-indice-con = 4.
           MOVE 0 TO ws-indice-grupo.
           PERFORM 0003-INICIALIZAR-GRUPO UNTIL ws-indice-grupo = 11.
           OPEN INPUT COTFILE.
           IF cotfile-ok
               PERFORM 0003-LEER-COTIZACION UNTIL cotfile-fin
               CLOSE COTFILE
           ELSE
               DISPLAY "NO SE PUDO ABRIR COTIZACION.DAT - FILE STATUS "
                   cotfile-status
           END-IF.
           MOVE 0 TO ws-contingencias-faltan.
           MOVE 0 TO ws-indice-con.
           PERFORM 0003-CONTAR-SIN-TIPO UNTIL ws-indice-con = 4.

       0003-INICIALIZAR-CONTINGENCIA.

           ADD 1 TO ws-indice-con.
           MOVE 0 TO con-cargada(ws-indice-con).
           MOVE 0 TO con-pct-trabajador(ws-indice-con).
           MOVE 0 TO con-pct-empresa(ws-indice-con).
           MOVE 0 TO con-total-trabajador(ws-indice-con).
           MOVE 0 TO con-total-empresa(ws-indice-con).

       0003-INICIALIZAR-GRUPO.

           ADD 1 TO ws-indice-grupo.
           MOVE 0 TO gru-cargado(ws-indice-grupo).
           MOVE 0 TO gru-base-minima(ws-indice-grupo).
           MOVE 0 TO gru-base-maxima(ws-indice-grupo).

       0003-LEER-COTIZACION.
           READ COTFILE
               AT END SET cotfile-fin TO TRUE
               NOT AT END
                   IF cot-fecha-desde <= ws-primer-dia
                       IF cot-contingencia-reg
                           PERFORM 0003-ANOTAR-CONTINGENCIA
                       ELSE IF cot-grupo-reg
                           PERFORM 0003-ANOTAR-GRUPO
                       END-IF
                   END-IF
           END-READ.

       0003-ANOTAR-CONTINGENCIA.

           MOVE 0 TO ws-indice-con.
           PERFORM 0003-COMPARAR-CONTINGENCIA
               UNTIL ws-indice-con = 4.

       0003-COMPARAR-CONTINGENCIA.

           ADD 1 TO ws-indice-con.
           IF con-codigo(ws-indice-con) = cot-contingencia
               MOVE 1 TO con-cargada(ws-indice-con)
               MOVE cot-pct-trabajador
                   TO con-pct-trabajador(ws-indice-con)
               MOVE cot-pct-empresa TO con-pct-empresa(ws-indice-con)
           END-IF.

       0003-ANOTAR-GRUPO.

           IF cot-grupo >= 1 AND cot-grupo <= 11
               MOVE 1 TO gru-cargado(cot-grupo)
               MOVE cot-base-minima TO gru-base-minima(cot-grupo)
               MOVE cot-base-maxima TO gru-base-maxima(cot-grupo)
           END-IF.

       0003-CONTAR-SIN-TIPO.

           ADD 1 TO ws-indice-con.
           IF NOT contingencia-cargada(ws-indice-con)
               ADD 1 TO ws-contingencias-faltan
           END-IF.

       0004-ESCRIBIR-CABECERA.

           MOVE ALL "=" TO LINEA-LIQUIDACION.
           WRITE LINEA-LIQUIDACION.
           MOVE SPACES TO LINEA-LIQUIDACION.
           STRING "LIQUIDACION DE COTIZACIONES A LA SEGURIDAD SOCIAL - "
                  "PERIODO " ws-periodo
               DELIMITED BY SIZE INTO LINEA-LIQUIDACION.
           WRITE LINEA-LIQUIDACION.
           IF ws-periodo-extra NOT = 0
               MOVE SPACES TO LINEA-LIQUIDACION
               STRING "INCLUYE LA PAGA EXTRA DEL PERIODO "
                      ws-periodo-extra
                   DELIMITED BY SIZE INTO LINEA-LIQUIDACION
               WRITE LINEA-LIQUIDACION
           END-IF.
           MOVE SPACES TO LINEA-LIQUIDACION.
           WRITE LINEA-LIQUIDACION.
           MOVE 0 TO ws-indice-con.
           PERFORM 0004-ESCRIBIR-TIPO UNTIL ws-indice-con = 4.
           MOVE ALL "-" TO LINEA-LIQUIDACION.
           WRITE LINEA-LIQUIDACION.

       0004-ESCRIBIR-TIPO.

           ADD 1 TO ws-indice-con.
           MOVE con-pct-trabajador(ws-indice-con) TO ws-pct-format.
           MOVE con-pct-empresa(ws-indice-con) TO ws-pct-format-2.
           MOVE SPACES TO LINEA-LIQUIDACION.
           STRING "TIPO " con-codigo(ws-indice-con) " "
                  con-descripcion(ws-indice-con)
                  " TRABAJADOR " ws-pct-format
                  "%  EMPRESA " ws-pct-format-2 "%"
               DELIMITED BY SIZE INTO LINEA-LIQUIDACION.
           WRITE LINEA-LIQUIDACION.

       0005-CONTAR-NOMINAS-EMPRESA.
           *> PRIMERA PASADA: QUE EMPRESAS TIENEN NOMINAS DEL PERIODO
           *> (O DE SU PAGA EXTRA) QUE LIQUIDAR.
           MOVE LOW-VALUES TO nom-clave.
           START NOMMAESTRO KEY IS NOT LESS THAN nom-clave
               INVALID KEY SET nommaestro-fin TO TRUE
           END-START.
           PERFORM 0005-CONTAR-SIGUIENTE-NOMINA UNTIL nommaestro-fin.

       0005-CONTAR-SIGUIENTE-NOMINA.
           READ NOMMAESTRO NEXT RECORD
               AT END SET nommaestro-fin TO TRUE
               NOT AT END
                   IF nom-periodo = ws-periodo
                       OR (ws-periodo-extra NOT = 0
                           AND nom-periodo = ws-periodo-extra)
                       COMPUTE ws-indice-empresa = nom-empresa + 1
                       ADD 1 TO ws-el-nominas(ws-indice-empresa)
                   END-IF
           END-READ.

       0005-RECORRER-NOMINAS.
           *> NOMINAS.DAT VA POR TRABAJADOR + PERIODO: LA NOMINA DEL
           *> MES Y LA PAGA EXTRA DEL MISMO TRABAJADOR LLEGAN
           *> SEGUIDAS, Y SE LIQUIDAN JUNTAS POR CORTE DE CONTROL.
           *> CADA PASADA LIQUIDA SOLO LA EMPRESA ws-empresa-liquidar.
           SET sin-trabajador TO TRUE.
           MOVE LOW-VALUES TO nom-clave.
           START NOMMAESTRO KEY IS NOT LESS THAN nom-clave
               INVALID KEY SET nommaestro-fin TO TRUE
           END-START.
           PERFORM 0005-LEER-SIGUIENTE-NOMINA UNTIL nommaestro-fin.
           IF hay-trabajador
               PERFORM 0006-LIQUIDAR-TRABAJADOR
           END-IF.

       0005-LEER-SIGUIENTE-NOMINA.
           READ NOMMAESTRO NEXT RECORD
               AT END SET nommaestro-fin TO TRUE
               NOT AT END
                   IF (nom-periodo = ws-periodo
                       OR (ws-periodo-extra NOT = 0
                           AND nom-periodo = ws-periodo-extra))
                       AND nom-empresa = ws-empresa-liquidar
                       PERFORM 0005-ACUMULAR-NOMINA
                   END-IF
           END-READ.

       0005-ACUMULAR-NOMINA.

           IF hay-trabajador AND nom-id-trabajador NOT = ws-id-en-curso
               PERFORM 0006-LIQUIDAR-TRABAJADOR
           END-IF.
           IF sin-trabajador
               SET hay-trabajador TO TRUE
               MOVE nom-id-trabajador TO ws-id-en-curso
               MOVE 0 TO ws-base-cotizacion ws-ss-grabada ws-cp-grabada
           END-IF.
           ADD nom-bruto TO ws-base-cotizacion.
           ADD nom-especie TO ws-base-cotizacion.
           ADD nom-seg-social TO ws-ss-grabada.
           ADD nom-cuota-patronal TO ws-cp-grabada.

       0006-LIQUIDAR-TRABAJADOR.
           *> BASE TOPADA POR LAS BASES DEL GRUPO (LA MINIMA EN
           *> PROPORCION A LA JORNADA, Y SIN MINIMO CUANDO EL ALTA O
           *> LA BAJA CAEN DENTRO DEL MES); CUOTAS POR CONTINGENCIA
           *> SOBRE LA BASE TOPADA, CUADRADAS CONTRA LO GRABADO.
           ADD 1 TO ws-trabajadores.
           MOVE SPACES TO ws-marca-trabajador.
           PERFORM 0006-LEER-AFILIACION.
           MOVE ws-base-cotizacion TO ws-base-topada.
           IF ws-grupo-cotizacion >= 1 AND ws-grupo-cotizacion <= 11
               AND grupo-cargado(ws-grupo-cotizacion)
               IF ws-base-topada > gru-base-maxima(ws-grupo-cotizacion)
                   MOVE gru-base-maxima(ws-grupo-cotizacion)
                       TO ws-base-topada
               END-IF
               IF NOT (fecha-alta-trabajador > ws-primer-dia
                       AND fecha-alta-trabajador <= ws-ultimo-dia)
                   AND NOT (fecha-baja-trabajador >= ws-primer-dia
                       AND fecha-baja-trabajador < ws-ultimo-dia)
                   COMPUTE ws-base-minima ROUNDED =
                       gru-base-minima(ws-grupo-cotizacion)
                       * ws-jornada-cot / 100
                   IF ws-base-topada < ws-base-minima
                       MOVE ws-base-minima TO ws-base-topada
                   END-IF
               END-IF
           END-IF.

           MOVE 0 TO ws-suma-trabajador ws-suma-empresa.
           MOVE 0 TO ws-indice-con.
           PERFORM 0006-CALCULAR-CUOTA UNTIL ws-indice-con = 4.

           *> CUADRE CONTRA LO GRABADO EN EL CIERRE: CON LA BASE SIN
           *> TOPAR, LA DIFERENCIA DE REDONDEO SE ABSORBE EN
           *> COMUNES; CON LA BASE TOPADA, O MAS ALLA DE LA
           *> TOLERANCIA, EL TRABAJADOR NO CUADRA Y SE SENALA PARA
           *> REGULARIZAR.
           COMPUTE ws-dif-trabajador = ws-ss-grabada - ws-suma-trabajador.
           COMPUTE ws-dif-empresa = ws-cp-grabada - ws-suma-empresa.
           IF ws-base-topada NOT = ws-base-cotizacion
               MOVE "*** NO CUADRA: BASE TOPADA" TO ws-marca-trabajador
           ELSE IF ws-dif-trabajador > ws-tolerancia
               OR ws-dif-trabajador < 0 - ws-tolerancia
               OR ws-dif-empresa > ws-tolerancia
               OR ws-dif-empresa < 0 - ws-tolerancia
               MOVE "*** NO CUADRA CON LO GRABADO" TO ws-marca-trabajador
           ELSE
               ADD ws-dif-trabajador TO con-cuota-trabajador(1)
               ADD ws-dif-empresa TO con-cuota-empresa(1)
               ADD ws-dif-trabajador TO ws-suma-trabajador
               ADD ws-dif-empresa TO ws-suma-empresa
           END-IF.
           IF ws-marca-trabajador NOT = SPACES
               ADD 1 TO ws-no-cuadran
           END-IF.
           IF ws-num-seg-social = SPACES OR ws-grupo-cotizacion = 0
               ADD 1 TO ws-sin-afiliacion
               IF ws-marca-trabajador = SPACES
                   MOVE "*** AFILIACION PENDIENTE"
                       TO ws-marca-trabajador
               END-IF
           END-IF.

           MOVE 0 TO ws-indice-con.
           PERFORM 0006-ACUMULAR-CUOTA UNTIL ws-indice-con = 4.
           ADD ws-base-cotizacion TO ws-total-base.
           ADD ws-base-topada TO ws-total-base-topada.
           ADD ws-suma-trabajador TO ws-total-trabajador.
           ADD ws-suma-empresa TO ws-total-empresa.
           ADD ws-ss-grabada TO ws-total-ss-grabada.
           ADD ws-cp-grabada TO ws-total-cp-grabada.

           PERFORM 0007-SUMAR-PAGO-DELEGADO.
           ADD ws-it-delegada TO ws-total-it-delegada.
           PERFORM 0006-ESCRIBIR-TRABAJADOR.
           SET sin-trabajador TO TRUE.

       0006-LEER-AFILIACION.
           *> SIN FICHA (O SIN MAESTRO) EL TRABAJADOR SE LIQUIDA SIN
           *> TOPES Y QUEDA SENALADO COMO AFILIACION PENDIENTE.
           MOVE SPACES TO ws-num-seg-social.
           MOVE 0 TO ws-grupo-cotizacion.
           MOVE 100 TO ws-jornada-cot.
           MOVE 0 TO fecha-alta-trabajador fecha-baja-trabajador.
           IF trabfile-abierto
               MOVE ws-id-en-curso TO id-trabajador
               READ TRABFILE
                   INVALID KEY
                       MOVE 0 TO fecha-alta-trabajador
                       MOVE 0 TO fecha-baja-trabajador
                   NOT INVALID KEY
                       MOVE num-seg-social TO ws-num-seg-social
                       MOVE grupo-cotizacion TO ws-grupo-cotizacion
                       IF jornada-pct > 0 AND jornada-pct <= 100
                           MOVE jornada-pct TO ws-jornada-cot
                       END-IF
               END-READ
           END-IF.

       0006-CALCULAR-CUOTA.

           ADD 1 TO ws-indice-con.
           COMPUTE con-cuota-trabajador(ws-indice-con) ROUNDED =
               ws-base-topada * con-pct-trabajador(ws-indice-con) / 100.
           COMPUTE con-cuota-empresa(ws-indice-con) ROUNDED =
               ws-base-topada * con-pct-empresa(ws-indice-con) / 100.
           ADD con-cuota-trabajador(ws-indice-con) TO ws-suma-trabajador.
           ADD con-cuota-empresa(ws-indice-con) TO ws-suma-empresa.

       0006-ACUMULAR-CUOTA.

           ADD 1 TO ws-indice-con.
           ADD con-cuota-trabajador(ws-indice-con)
               TO con-total-trabajador(ws-indice-con).
           ADD con-cuota-empresa(ws-indice-con)
               TO con-total-empresa(ws-indice-con).

       0006-ESCRIBIR-TRABAJADOR.

           MOVE ws-base-cotizacion TO ws-importe-format.
           MOVE ws-base-topada TO ws-importe-format-2.
           MOVE SPACES TO LINEA-LIQUIDACION.
           STRING "TRABAJADOR " ws-id-en-curso
                  " NAF " ws-num-seg-social
                  " GRUPO " ws-grupo-cotizacion
                  " BASE " ws-importe-format
                  " BASE TOPADA " ws-importe-format-2
                  " " ws-marca-trabajador
               DELIMITED BY SIZE INTO LINEA-LIQUIDACION.
           WRITE LINEA-LIQUIDACION.
           MOVE 0 TO ws-indice-con.
           PERFORM 0006-ESCRIBIR-CUOTA UNTIL ws-indice-con = 4.
           MOVE ws-suma-trabajador TO ws-importe-format.
           MOVE ws-suma-empresa TO ws-importe-format-2.
           MOVE SPACES TO LINEA-LIQUIDACION.
           STRING "    TOTAL                       TRABAJADOR "
                  ws-importe-format " EMPRESA " ws-importe-format-2
               DELIMITED BY SIZE INTO LINEA-LIQUIDACION.
           WRITE LINEA-LIQUIDACION.
           IF ws-marca-trabajador NOT = SPACES
               MOVE ws-ss-grabada TO ws-importe-format
               MOVE ws-cp-grabada TO ws-importe-format-2
               MOVE SPACES TO LINEA-LIQUIDACION
               STRING "    GRABADO EN NOMINAS.DAT      TRABAJADOR "
                      ws-importe-format " EMPRESA " ws-importe-format-2
                   DELIMITED BY SIZE INTO LINEA-LIQUIDACION
               WRITE LINEA-LIQUIDACION
           END-IF.
           IF ws-it-delegada NOT = 0
               MOVE ws-it-delegada TO ws-importe-format
               MOVE SPACES TO LINEA-LIQUIDACION
               STRING "    PRESTACION IT PAGO DELEGADO "
                      ws-importe-format
                   DELIMITED BY SIZE INTO LINEA-LIQUIDACION
               WRITE LINEA-LIQUIDACION
           END-IF.

       0006-ESCRIBIR-CUOTA.

           ADD 1 TO ws-indice-con.
           MOVE con-cuota-trabajador(ws-indice-con) TO ws-importe-format.
           MOVE con-cuota-empresa(ws-indice-con) TO ws-importe-format-2.
           MOVE SPACES TO LINEA-LIQUIDACION.
           STRING "    " con-codigo(ws-indice-con) " "
                  con-descripcion(ws-indice-con)
                  " TRABAJADOR " ws-importe-format
                  " EMPRESA " ws-importe-format-2
               DELIMITED BY SIZE INTO LINEA-LIQUIDACION.
           WRITE LINEA-LIQUIDACION.

       0007-SUMAR-PAGO-DELEGADO.
           *> PRESTACION IT QUE LA EMPRESA ADELANTA POR CUENTA DE LA
           *> MUTUA (CONCEPTO "IM" DEL RECIBO DEL MES): SE COMPENSA
           *> EN LA LIQUIDACION, RESTANDOLA DE LO QUE HAY QUE
           *> INGRESAR.
           MOVE 0 TO ws-it-delegada.
           IF nomdetfile-abierto
               MOVE ws-id-en-curso TO det-id-trabajador
               MOVE ws-periodo TO det-periodo
               MOVE 0 TO det-linea
               START NOMDETFILE KEY IS NOT LESS THAN det-clave
                   INVALID KEY SET nomdetfile-fin TO TRUE
               END-START
               IF NOT nomdetfile-fin
                   PERFORM 0007-LEER-SIGUIENTE-DETALLE
                       UNTIL nomdetfile-fin
               END-IF
           END-IF.

       0007-LEER-SIGUIENTE-DETALLE.
           READ NOMDETFILE NEXT RECORD
               AT END SET nomdetfile-fin TO TRUE
               NOT AT END
                   IF det-id-trabajador NOT = ws-id-en-curso
                       OR det-periodo NOT = ws-periodo
                       SET nomdetfile-fin TO TRUE
                   ELSE IF det-concepto = "IM"
                       ADD det-importe TO ws-it-delegada
                   END-IF
           END-READ.

       0008-ESCRIBIR-TOTALES.

           MOVE ALL "-" TO LINEA-LIQUIDACION.
           WRITE LINEA-LIQUIDACION.
           MOVE SPACES TO LINEA-LIQUIDACION.
           STRING "TOTALES DE EMPRESA " ws-empresa-liquidar
                  " NIF " ws-nif-liq
                  " - TRABAJADORES LIQUIDADOS: " ws-trabajadores
               DELIMITED BY SIZE INTO LINEA-LIQUIDACION.
           WRITE LINEA-LIQUIDACION.
           MOVE ws-total-base TO ws-importe-format.
           MOVE ws-total-base-topada TO ws-importe-format-2.
           MOVE SPACES TO LINEA-LIQUIDACION.
           STRING "BASE DE COTIZACION " ws-importe-format
                  "  BASE TOPADA " ws-importe-format-2
               DELIMITED BY SIZE INTO LINEA-LIQUIDACION.
           WRITE LINEA-LIQUIDACION.
           MOVE 0 TO ws-indice-con.
           PERFORM 0008-ESCRIBIR-TOTAL-CONTINGENCIA
               UNTIL ws-indice-con = 4.

           MOVE ws-total-trabajador TO ws-importe-format.
           MOVE ws-total-ss-grabada TO ws-importe-format-2.
           MOVE SPACES TO LINEA-LIQUIDACION.
           STRING "CUOTA OBRERA       " ws-importe-format
                  "  SEG. SOCIAL GRABADA  " ws-importe-format-2
               DELIMITED BY SIZE INTO LINEA-LIQUIDACION.
           WRITE LINEA-LIQUIDACION.
           MOVE ws-total-empresa TO ws-importe-format.
           MOVE ws-total-cp-grabada TO ws-importe-format-2.
           MOVE SPACES TO LINEA-LIQUIDACION.
           STRING "CUOTA PATRONAL     " ws-importe-format
                  "  CUOTA PATRONAL GRAB. " ws-importe-format-2
               DELIMITED BY SIZE INTO LINEA-LIQUIDACION.
           WRITE LINEA-LIQUIDACION.
           MOVE ws-total-it-delegada TO ws-importe-format.
           MOVE SPACES TO LINEA-LIQUIDACION.
           STRING "A DEDUCIR PAGO DELEGADO IT          " ws-importe-format
               DELIMITED BY SIZE INTO LINEA-LIQUIDACION.
           WRITE LINEA-LIQUIDACION.
           COMPUTE ws-total-a-ingresar = ws-total-trabajador
               + ws-total-empresa - ws-total-it-delegada.
           MOVE ws-total-a-ingresar TO ws-importe-format.
           MOVE SPACES TO LINEA-LIQUIDACION.
           STRING "TOTAL A INGRESAR                    " ws-importe-format
               DELIMITED BY SIZE INTO LINEA-LIQUIDACION.
           WRITE LINEA-LIQUIDACION.

           IF ws-no-cuadran = 0 AND ws-sin-afiliacion = 0
               MOVE "CUADRE: LAS CUOTAS TIENEN EL MISMO TOTAL QUE LO "
                   TO LINEA-LIQUIDACION
               WRITE LINEA-LIQUIDACION
               MOVE SPACES TO LINEA-LIQUIDACION
               STRING "GRABADO EN NOMINAS.DAT EN EL CIERRE DE LA "
                      "EMPRESA " ws-empresa-liquidar
                   DELIMITED BY SIZE INTO LINEA-LIQUIDACION
               WRITE LINEA-LIQUIDACION
           ELSE
               MOVE SPACES TO LINEA-LIQUIDACION
               STRING "*** " ws-no-cuadran " TRABAJADOR(ES) NO CUADRAN "
                      "CON LO GRABADO Y " ws-sin-afiliacion
                      " SIN DATOS DE AFILIACION: REVISAR ANTES DE "
                      "PRESENTAR ***"
                   DELIMITED BY SIZE INTO LINEA-LIQUIDACION
               WRITE LINEA-LIQUIDACION
               DISPLAY "AVISO: EMPRESA " ws-empresa-liquidar
                   " CON TRABAJADORES QUE NO CUADRAN O SIN "
                   "DATOS DE AFILIACION"
           END-IF.
           ADD ws-trabajadores TO ws-trabajadores-ejec.
           ADD ws-no-cuadran TO ws-no-cuadran-ejec.
           ADD ws-sin-afiliacion TO ws-sin-afiliacion-ejec.

       0008-ESCRIBIR-TOTAL-CONTINGENCIA.

           ADD 1 TO ws-indice-con.
           MOVE con-total-trabajador(ws-indice-con) TO ws-importe-format.
           MOVE con-total-empresa(ws-indice-con) TO ws-importe-format-2.
           COMPUTE ws-total-a-ingresar =
               con-total-trabajador(ws-indice-con)
               + con-total-empresa(ws-indice-con).
           MOVE ws-total-a-ingresar TO ws-importe-format-3.
           MOVE SPACES TO LINEA-LIQUIDACION.
           STRING con-codigo(ws-indice-con) " "
                  con-descripcion(ws-indice-con)
                  " TRABAJADOR " ws-importe-format
                  " EMPRESA " ws-importe-format-2
                  " TOTAL " ws-importe-format-3
               DELIMITED BY SIZE INTO LINEA-LIQUIDACION.
           WRITE LINEA-LIQUIDACION.

       0009-LIQUIDAR-EMPRESA.
           *> UNA LIQUIDACION POR EMPRESA CON NOMINAS EN EL PERIODO,
           *> CADA UNA CON SU CABECERA, SUS TOTALES Y SU CUADRE. LAS
           *> DE UNA EMPRESA SIN CIERRE DEL PERIODO NO SE LIQUIDAN.
           ADD 1 TO ws-indice-empresa.
           IF ws-el-nominas(ws-indice-empresa) > 0
               COMPUTE ws-empresa-liquidar = ws-indice-empresa - 1
               IF cierre-comun
                   OR empresa-con-cierre(ws-indice-empresa)
                   PERFORM 0009-INICIAR-EMPRESA
                   PERFORM 0005-RECORRER-NOMINAS
                   PERFORM 0008-ESCRIBIR-TOTALES
                   ADD 1 TO ws-empresas-liquidadas
               ELSE
                   PERFORM 0009-AVISAR-SIN-CIERRE
               END-IF
           END-IF.

       0009-INICIAR-EMPRESA.

           MOVE 0 TO ws-trabajadores ws-no-cuadran ws-sin-afiliacion.
           MOVE 0 TO ws-total-base ws-total-base-topada.
           MOVE 0 TO ws-total-trabajador ws-total-empresa.
           MOVE 0 TO ws-total-ss-grabada ws-total-cp-grabada.
           MOVE 0 TO ws-total-it-delegada.
           MOVE 0 TO ws-indice-con.
           PERFORM 0009-LIMPIAR-TOTAL-CONTINGENCIA
               UNTIL ws-indice-con = 4.
           MOVE "(SIN CATALOGAR)" TO ws-razon-social-liq.
           MOVE SPACES TO ws-nif-liq.
           IF num-empresas-cat > 0
               SET INDX-EMP-CAT TO 1
               SEARCH empresa-cat
                   AT END CONTINUE
                   WHEN id-emp-cat(INDX-EMP-CAT) = ws-empresa-liquidar
                       MOVE razon-social-emp-cat(INDX-EMP-CAT)
                           TO ws-razon-social-liq
                       MOVE nif-emp-cat(INDX-EMP-CAT) TO ws-nif-liq
               END-SEARCH
           END-IF.
           MOVE ALL "=" TO LINEA-LIQUIDACION.
           WRITE LINEA-LIQUIDACION.
           MOVE SPACES TO LINEA-LIQUIDACION.
           STRING "EMPRESA " ws-empresa-liquidar " "
                  ws-razon-social-liq " NIF " ws-nif-liq
               DELIMITED BY SIZE INTO LINEA-LIQUIDACION.
           WRITE LINEA-LIQUIDACION.
           MOVE ALL "-" TO LINEA-LIQUIDACION.
           WRITE LINEA-LIQUIDACION.

       0009-LIMPIAR-TOTAL-CONTINGENCIA.

           ADD 1 TO ws-indice-con.
           MOVE 0 TO con-total-trabajador(ws-indice-con).
           MOVE 0 TO con-total-empresa(ws-indice-con).

       0009-AVISAR-SIN-CIERRE.

           ADD 1 TO ws-empresas-sin-cierre.
           MOVE ALL "=" TO LINEA-LIQUIDACION.
           WRITE LINEA-LIQUIDACION.
           MOVE SPACES TO LINEA-LIQUIDACION.
           STRING "*** EMPRESA " ws-empresa-liquidar
                  " SIN CIERRE DEL PERIODO: NO SE LIQUIDAN SUS "
                  ws-el-nominas(ws-indice-empresa) " NOMINAS ***"
               DELIMITED BY SIZE INTO LINEA-LIQUIDACION.
           WRITE LINEA-LIQUIDACION.
           DISPLAY "AVISO: EMPRESA " ws-empresa-liquidar
               " SIN CIERRE DEL PERIODO " ws-periodo
               ", NO SE LIQUIDAN SUS NOMINAS".

       END PROGRAM NOMINA-COTIZACION.
