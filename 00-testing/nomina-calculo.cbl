      *             DEL CATALOGO SE DEVUELVE PARA EL RECIBO. LOS
      *             CONCEPTOS DE IMPORTE LIBRE Y LOS NO CATALOGADOS
      *             SIGUEN COMO HASTA AHORA.
      *15/10/2026 - INCAPACIDAD TEMPORAL (BAJAS_IT.DAT): LOS DIAS
      *             LABORABLES DE BAJA SE DESCUENTAN DEL SALARIO POR
      *             EL PRORRATEO DE DIAS CONTRA FESTIVOS.DAT, Y POR
      *             CADA DIA NATURAL DE BAJA DEL MES SE PAGA LA
      *             PRESTACION SOBRE LA BASE REGULADORA DIARIA CON
      *             EL PORCENTAJE DEL TRAMO DE DIAS QUE TOCA (CLASES
      *             "IC" ENFERMEDAD COMUN E "IA" ACCIDENTE DE
      *             TRABAJO DE TIPOS_RETENCION.DAT), SEPARANDO LO
      *             QUE PAGA LA EMPRESA DE LO QUE SE ADELANTA EN
      *             PAGO DELEGADO POR CUENTA DE LA MUTUA. SE ACABAN
      *             LAS AUSENCIAS Y BONOS TECLEADOS PARA SIMULARLA.
      *15/10/2026 - TIPO INDIVIDUAL DE RETENCION DE IRPF: CON LOS
      *             DATOS FAMILIARES COMUNICADOS POR EL TRABAJADOR
      *             (DATOS_IRPF.DAT) SE CALCULA SU TIPO ANUAL SOBRE
      *             LA RETRIBUCION PREVISTA DEL EJERCICIO, CON LA
      *             ESCALA ANUAL "EA", LOS MINIMOS PERSONAL Y
      *             FAMILIAR ("MP", "MD", "MT", "MI") Y LAS
      *             REDUCCIONES ("GD", "RC", "VH") DEL FICHERO DE
      *             TIPOS. EL TIPO SE RECALCULA AL EMPEZAR EL
      *             EJERCICIO, AL COMUNICAR DATOS NUEVOS, AL CAMBIAR
      *             EL SALARIO O LA JORNADA Y EN EL MES QUE SE PAGAN
      *             ATRASOS, REGULARIZANDO EN LOS MESES QUE QUEDAN
      *             LO RETENIDO DE MAS O DE MENOS. EL CIERRE
      *             ACUMULA BRUTO Y RETENCION DEL EJERCICIO EN EL
      *             PROPIO FICHERO. TIPO, PERIODO DESDE EL QUE RIGE
      *             Y MOTIVO SE DEVUELVEN PARA EL RECIBO. SIN DATOS
      *             COMUNICADOS SE SIGUEN APLICANDO LOS TRAMOS
      *             MENSUALES "IR". LA TABLA DE TIPOS EN MEMORIA
      *             PASA DE 40 A 80 LINEAS.
      *15/10/2026 - GASTOS DE VIAJE (GASTOS.DAT): LAS DIETAS Y EL
      *             KILOMETRAJE APROBADOS DEL PERIODO SE PAGAN EN LA
      *             NOMINA MENSUAL SEPARANDO LA PARTE EXENTA, HASTA
      *             LOS LIMITES DIARIOS Y POR KM FECHADOS EN
      *             TIPOS_RETENCION.DAT (CLASES "DS", "DP" Y "KM"),
      *             QUE VA DIRECTA AL LIQUIDO SIN COTIZAR NI
      *             TRIBUTAR, DEL EXCESO, QUE SE SUMA AL BRUTO ANTES
      *             DE SEGURIDAD SOCIAL E IRPF. AMBAS PARTES SE
      *             DEVUELVEN PARA EL RECIBO Y LOS ASIENTOS. DEJAN
      *             DE PASARSE COMO INCIDENCIAS "BO" U "OT".
      *15/10/2026 - RETRIBUCION EN ESPECIE (ESPECIE.DAT): LA
      *             VALORACION MENSUAL DEL COCHE DE EMPRESA, SEGURO
      *             MEDICO, PRESTAMO... VIGENTE EN EL PERIODO SE SUMA
      *             A LAS BASES DE SEGURIDAD SOCIAL, CUOTA PATRONAL E
      *             IRPF SIN PAGARSE EN EL LIQUIDO, Y LA PARTE DE LA
      *             RETENCION QUE LE CORRESPONDE SE DEVUELVE COMO
      *             INGRESO A CUENTA (YA INCLUIDO EN ncm-irpf). LOS
      *             ACUMULADOS DE DATOS_IRPF.DAT LA INCLUYEN.
      *15/10/2026 - DEDUCCIONES VOLUNTARIAS (DEDUCCIONES.DAT): CUOTA
      *             SINDICAL, SEGURO DE VIDA COLECTIVO, GIMNASIO...
      *             VIGENTES EN EL PERIODO Y CON AUTORIZACION FIRMADA
      *             SE DESCUENTAN, POR IMPORTE FIJO O PORCENTAJE DEL
      *             BRUTO, DESPUES DEL ANTICIPO Y ANTES DE LOS
      *             EMBARGOS, Y SE DEVUELVEN DESGLOSADAS CON SU
      *             ACREEDOR PARA EL RECIBO. EN CIERRE CADA LINEA
      *             QUEDA SELLADA CON EL PERIODO Y EL IMPORTE, BASE
      *             DE LA LIQUIDACION A LOS ACREEDORES. DEJAN DE
      *             TECLEARSE COMO INCIDENCIAS NEGATIVAS.
      *15/10/2026 - SUSPENSIONES DE CONTRATO (SUSPENSIONES.DAT): LOS
      *             DIAS LABORABLES EN ERTE SE DESCUENTAN DEL SALARIO
      *             POR EL PORCENTAJE DE REDUCCION Y LOS DE
      *             EXCEDENCIA ENTEROS, EN EL MISMO PRORRATEO DE DIAS
      *             QUE LAS ALTAS, BAJAS E IT. SI TODO EL MES EN ALTA
      *             ESTA SUSPENDIDO AL 100 % SE DEVUELVE
      *             ncm-suspension-total SIN CALCULAR NI CONSUMIR
      *             NADA. LA EXCEDENCIA VOLUNTARIA NO COMPUTA PARA
      *             LOS TRIENIOS; ERTE Y EXCEDENCIA FORZOSA SI.
      *15/10/2026 - INCIDENCIAS.DAT PASA A SER UN MAESTRO INDEXADO
      *             (INCREG, TRABAJADOR + PERIODO + SECUENCIA): EL
      *             MOTOR YA NO RECORRE EL FICHERO ENTERO EN CADA
      *             LLAMADA, SOLO EL TRAMO DE CLAVE DEL TRABAJADOR Y
      *             PERIODO QUE CALCULA.
      *15/10/2026 - GASTOS.DAT PASA A SER UN MAESTRO INDEXADO (GASREG,
      *             TRABAJADOR + PERIODO + SECUENCIA), COMO
      *             INCIDENCIAS.DAT: EL MOTOR LEE SOLO EL TRAMO DE
      *             CLAVE DEL TRABAJADOR Y PERIODO QUE CALCULA.
      *15/10/2026 - ncm-tipo-fijado: EL LLAMADOR PUEDE FIJAR EL TIPO
      *             DE IRPF (COMPLEMENTARIA DE UN PERIODO PASADO, AL
      *             TIPO DE SU NOMINA ORIGINAL); SE APLICA TAL CUAL,
      *             SIN CALCULAR EL TIPO NI TOCAR DATOS_IRPF.DAT.
      *15/10/2026 - ncm-tipo-fijado SE RECOGE Y SE DEJA EN BLANCO AL
      *             ENTRAR, ANTES DE CUALQUIER SALIDA ANTICIPADA
      *             (SUSPENSION TOTAL, SIN TABLA, SIN TIPO), PARA QUE
      *             NO QUEDE FIJADO PARA LA LLAMADA SIGUIENTE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           FILE STATUS IS tiposfile-status.

           SELECT INCFILE ASSIGN TO "INCIDENCIAS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS inc-clave
           ALTERNATE RECORD KEY IS inc-periodo WITH DUPLICATES
           FILE STATUS IS incfile-status.

      *    GASTOS DE VIAJE (DIETAS Y KILOMETRAJE) CAPTURADOS Y
      *    APROBADOS DESDE EL MENU DE 08-ARRAYS-BI (OPCION E).
           SELECT GASFILE ASSIGN TO "GASTOS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS gas-clave
           ALTERNATE RECORD KEY IS gas-periodo WITH DUPLICATES
           FILE STATUS IS gasfile-status.

           SELECT ANTFILE ASSIGN TO "ANTICIPOS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS confile-status.

      *    PROCESOS DE BAJA POR INCAPACIDAD TEMPORAL, MANTENIDOS
      *    DESDE EL MENU DE 08-ARRAYS-BI (OPCION K).
           SELECT ITFILE ASSIGN TO "BAJAS_IT.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS it-clave
           FILE STATUS IS itfile-status.

      *    DATOS DEL TRABAJADOR PARA LA RETENCION DE IRPF, TIPO EN
      *    VIGOR Y ACUMULADOS DEL EJERCICIO; LOS DATOS SE MANTIENEN
      *    DESDE EL MENU DE 08-ARRAYS-BI (OPCION H).
           SELECT IRPFFILE ASSIGN TO "DATOS_IRPF.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS irp-id-trabajador
           FILE STATUS IS irpffile-status.

      *    RETRIBUCION EN ESPECIE DEL TRABAJADOR, MANTENIDA DESDE EL
      *    MENU DE 08-ARRAYS-BI (OPCION W).
           SELECT ESPFILE ASSIGN TO "ESPECIE.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS esp-clave
           FILE STATUS IS espfile-status.

      *    DEDUCCIONES VOLUNTARIAS DEL TRABAJADOR, MANTENIDAS DESDE
      *    EL MENU DE 08-ARRAYS-BI (OPCION Q).
           SELECT DEDFILE ASSIGN TO "DEDUCCIONES.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ded-clave
           FILE STATUS IS dedfile-status.

      *    PERIODOS DE ERTE Y EXCEDENCIA DEL TRABAJADOR, MANTENIDOS
      *    DESDE EL MENU DE 08-ARRAYS-BI (OPCION U).
           SELECT SUSFILE ASSIGN TO "SUSPENSIONES.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS sus-clave
           FILE STATUS IS susfile-status.

       DATA DIVISION.
       FILE SECTION.
       FD  TIPOSFILE
      *    SALTAN. EN BLANCO = LINEAS ANTERIORES AL CAMPO, QUE SE
      *    TRATAN COMO APROBADAS.
       01  REG-INCIDENCIA.
           COPY INCREG.

       FD  GASFILE
           LABEL RECORDS ARE STANDARD.
       01  REG-GASTO.
           COPY GASREG.

       FD  ANTFILE
           LABEL RECORDS ARE STANDARD.
           05 con-modo             PIC X(01).
           05 con-tarifa           PIC 9(05)V99.

       FD  ITFILE
           LABEL RECORDS ARE STANDARD.
       01  REG-BAJA-IT.
           COPY ITREG.

       FD  IRPFFILE
           LABEL RECORDS ARE STANDARD.
       01  REG-DATOS-IRPF.
           COPY IRPFREG.

       FD  ESPFILE
           LABEL RECORDS ARE STANDARD.
       01  REG-ESPECIE.
           COPY ESPREG.

       FD  DEDFILE
           LABEL RECORDS ARE STANDARD.
       01  REG-DEDUCCION.
           COPY DEDREG.

       FD  SUSFILE
           LABEL RECORDS ARE STANDARD.
       01  REG-SUSPENSION.
           COPY SUSREG.

       WORKING-STORAGE SECTION.

         >>SOURCE FORMAT IS FREE
            88 tabla-sin-cargar     VALUE 0.
         01 tabla-tipos.
            05 num-tipos-cat     PIC 9(02) VALUE 0.
            05 tipo-cat OCCURS 80 TIMES INDEXED BY INDX-TIPO.
               10 cat-fecha-desde     PIC 9(08).
               10 cat-clase           PIC X(02).
               10 cat-limite-inferior PIC 9(07)V99.
         77 ws-dias-laborables   PIC 9(02).
         77 ws-dias-trabajados   PIC 9(02).

         COPY FILESTAT REPLACING NIVEL-FS BY 77
             FS-CAMPO BY itfile-status
             FS-OK BY itfile-ok
             FS-FIN-FICHERO BY itfile-fin
             FS-CLAVE-DUPLICADA BY itfile-dup
             FS-REGISTRO-NO-ENCONTRADO BY itfile-no-encontrado
             FS-FICHERO-NO-EXISTE BY itfile-no-existe
             FS-REGISTRO-BLOQUEADO BY itfile-bloqueado
             FS-DATOS-INVALIDOS BY itfile-datos-invalidos.

         *> BAJAS IT DEL TRABAJADOR QUE TOCAN EL MES DEL PERIODO.
         *> EN ACCIDENTE DE TRABAJO EL DIA DE LA BAJA SE PAGA COMO
         *> TRABAJADO, ASI QUE LOS DIAS SIN SALARIO EMPIEZAN AL
         *> DIA SIGUIENTE (bit-desde); bit-inicio ES EL DIA 1 DEL
         *> PROCESO PARA CONTAR EL TRAMO Y bit-hasta EL ULTIMO DIA
         *> DE BAJA DENTRO DEL MES.
         01 tabla-bajas-it.
            05 num-bajas-mes     PIC 9(02) VALUE 0.
            05 baja-it-mes OCCURS 10 TIMES.
               10 bit-inicio     PIC 9(08).
               10 bit-desde      PIC 9(08).
               10 bit-hasta      PIC 9(08).
               10 bit-contingencia PIC X(01).
         77 ws-indice-baja       PIC 9(02).
         77 ws-dia-en-baja       PIC 9(01).
            88 dia-en-baja          VALUE 1.
            88 dia-sin-baja         VALUE 0.
         *> LA EMPRESA PAGA DE SU CARGO LA ENFERMEDAD COMUN HASTA EL
         *> DIA 15 DE BAJA; DESDE EL 16 (Y EN ACCIDENTE DE TRABAJO
         *> DESDE EL PRIMER DIA CON PRESTACION) LA ADELANTA EN PAGO
         *> DELEGADO POR CUENTA DE LA MUTUA.
         77 ws-ultimo-dia-empresa PIC 9(02) VALUE 15.
         77 ws-fecha-vigente-ic  PIC 9(08).
         77 ws-fecha-vigente-ia  PIC 9(08).
         77 ws-fecha-vigente-it  PIC 9(08).
         77 ws-clase-it          PIC X(02).
         77 ws-base-mensual-it   PIC S9(07)V99.
         77 ws-base-diaria-it    PIC S9(05)V9(04).
         77 ws-pct-dia-it        PIC 9(02)V9(04).
         77 ws-dia-proceso-it    PIC 9(05).
         77 ws-entero-inicio-it  PIC 9(08).
         77 ws-entero-hasta-it   PIC 9(08).
         77 ws-acum-it-empresa   PIC S9(07)V9(04).
         77 ws-acum-it-mutua     PIC S9(07)V9(04).

         77 ws-liquido-disponible PIC S9(07)V99.

         COPY FILESTAT REPLACING NIVEL-FS BY 77
             FS-CAMPO BY susfile-status
             FS-OK BY susfile-ok
             FS-FIN-FICHERO BY susfile-fin
             FS-CLAVE-DUPLICADA BY susfile-dup
             FS-REGISTRO-NO-ENCONTRADO BY susfile-no-encontrado
             FS-FICHERO-NO-EXISTE BY susfile-no-existe
             FS-REGISTRO-BLOQUEADO BY susfile-bloqueado
             FS-DATOS-INVALIDOS BY susfile-datos-invalidos.
         *> SUSPENSIONES DEL TRABAJADOR QUE TOCAN EL MES DEL PERIODO,
         *> CON SU ULTIMO DIA DENTRO DEL MES, Y DIAS NATURALES DE
         *> EXCEDENCIA VOLUNTARIA DESDE EL ALTA HASTA FIN DE MES, QUE
         *> SE RESTAN DE LA ANTIGUEDAD (30 DIAS POR MES).
         01 tabla-suspensiones.
            05 num-suspensiones-mes PIC 9(02) VALUE 0.
            05 suspension-mes OCCURS 10 TIMES.
               10 smes-desde     PIC 9(08).
               10 smes-hasta     PIC 9(08).
               10 smes-tipo      PIC X(01).
               10 smes-pct       PIC 9(03).
         77 ws-indice-suspension PIC 9(02).
         77 ws-pct-suspension-dia PIC 9(03).
         77 ws-dias-reduccion    PIC 9(02)V99.
         77 ws-dias-sin-antiguedad PIC 9(07).
         77 ws-hasta-excedencia  PIC 9(08).
         77 ws-meses-excedencia  PIC 9(05).

         COPY FILESTAT REPLACING NIVEL-FS BY 77
             FS-CAMPO BY gasfile-status
             FS-OK BY gasfile-ok
             FS-FIN-FICHERO BY gasfile-fin
             FS-CLAVE-DUPLICADA BY gasfile-dup
             FS-REGISTRO-NO-ENCONTRADO BY gasfile-no-encontrado
             FS-FICHERO-NO-EXISTE BY gasfile-no-existe
             FS-REGISTRO-BLOQUEADO BY gasfile-bloqueado
             FS-DATOS-INVALIDOS BY gasfile-datos-invalidos.
         *> LIMITES EXENTOS DE GASTOS DE VIAJE: DIETA DIARIA SIN
         *> PERNOCTA ("DS"), CON PERNOCTA ("DP") Y PRECIO POR KM
         *> ("KM"), IMPORTES GRABADOS EN EL LIMITE INFERIOR. SIN
         *> LINEA VIGENTE EL LIMITE ES CERO Y EL GASTO TRIBUTA ENTERO.
         77 ws-fecha-vigente-ds  PIC 9(08).
         77 ws-fecha-vigente-dp  PIC 9(08).
         77 ws-fecha-vigente-km  PIC 9(08).
         77 ws-limite-dieta-ds   PIC 9(07)V99.
         77 ws-limite-dieta-dp   PIC 9(07)V99.
         77 ws-limite-km         PIC 9(07)V99.
         77 ws-limite-gasto      PIC S9(07)V99.
         COPY FILESTAT REPLACING NIVEL-FS BY 77
             FS-CAMPO BY espfile-status
             FS-OK BY espfile-ok
             FS-FIN-FICHERO BY espfile-fin
             FS-CLAVE-DUPLICADA BY espfile-dup
             FS-REGISTRO-NO-ENCONTRADO BY espfile-no-encontrado
             FS-FICHERO-NO-EXISTE BY espfile-no-existe
             FS-REGISTRO-BLOQUEADO BY espfile-bloqueado
             FS-DATOS-INVALIDOS BY espfile-datos-invalidos.
         COPY FILESTAT REPLACING NIVEL-FS BY 77
             FS-CAMPO BY dedfile-status
             FS-OK BY dedfile-ok
             FS-FIN-FICHERO BY dedfile-fin
             FS-CLAVE-DUPLICADA BY dedfile-dup
             FS-REGISTRO-NO-ENCONTRADO BY dedfile-no-encontrado
             FS-FICHERO-NO-EXISTE BY dedfile-no-existe
             FS-REGISTRO-BLOQUEADO BY dedfile-bloqueado
             FS-DATOS-INVALIDOS BY dedfile-datos-invalidos.
         77 ws-disponible-deduccion PIC S9(07)V99.
         77 ws-importe-deduccion PIC S9(07)V99.
         77 ws-importe-gasto     PIC S9(07)V99.
         77 ws-unidades-gasto    PIC 9(05)V99.
         77 ws-anio-periodo      PIC 9(04).
         77 ws-mes-periodo       PIC 9(02).
         77 ws-alta-aaaamm       PIC 9(06).
         77 ws-tope-tramo        PIC 9(07)V99.
         77 ws-base-tramo        PIC S9(07)V99.

         COPY FILESTAT REPLACING NIVEL-FS BY 77
             FS-CAMPO BY irpffile-status
             FS-OK BY irpffile-ok
             FS-FIN-FICHERO BY irpffile-fin
             FS-CLAVE-DUPLICADA BY irpffile-dup
             FS-REGISTRO-NO-ENCONTRADO BY irpffile-no-encontrado
             FS-FICHERO-NO-EXISTE BY irpffile-no-existe
             FS-REGISTRO-BLOQUEADO BY irpffile-bloqueado
             FS-DATOS-INVALIDOS BY irpffile-datos-invalidos.

         *> TIPO INDIVIDUAL DE IRPF. LAS CLASES DE UN SOLO DATO
         *> (MINIMO PERSONAL, INCREMENTO POR HIJO MENOR DE 3 ANOS,
         *> GASTOS GENERALES, REDUCCION POR CONYUGE A CARGO Y
         *> VIVIENDA) SE GUARDAN AQUI AL BUSCAR LAS FECHAS
         *> VIGENTES; LAS DE VARIAS LINEAS (ESCALA, HIJOS Y
         *> DISCAPACIDAD) SE RECORREN EN LA TABLA POR SU FECHA.
         77 ws-datos-irpf        PIC 9(01).
            88 con-datos-irpf       VALUE 1.
            88 sin-datos-irpf       VALUE 0.
         77 ws-fecha-vigente-ea  PIC 9(08).
         77 ws-fecha-vigente-md  PIC 9(08).
         77 ws-fecha-vigente-mi  PIC 9(08).
         77 ws-fecha-vigente-mp  PIC 9(08).
         77 ws-fecha-vigente-mt  PIC 9(08).
         77 ws-fecha-vigente-gd  PIC 9(08).
         77 ws-fecha-vigente-rc  PIC 9(08).
         77 ws-fecha-vigente-vh  PIC 9(08).
         77 ws-minimo-personal   PIC 9(07)V99.
         77 ws-minimo-menor-3    PIC 9(07)V99.
         77 ws-gastos-generales  PIC 9(07)V99.
         77 ws-reduccion-conyuge PIC 9(07)V99.
         77 ws-limite-vivienda   PIC 9(07)V99.
         77 ws-puntos-vivienda   PIC 9(02)V9(04).
         77 ws-motivo-recalculo  PIC X(01).
         77 ws-bruto-previo      PIC S9(07)V99.
         77 ws-irpf-previo       PIC S9(07)V99.
         77 ws-base-mensual-irpf PIC S9(07)V99.
         77 ws-extras-pendientes PIC 9(01).
         77 ws-retribucion-anual PIC S9(09)V99.
         77 ws-pendiente-anual   PIC S9(09)V99.
         77 ws-rendimiento-neto  PIC S9(09)V99.
         77 ws-minimo-familiar   PIC S9(09)V99.
         77 ws-importe-hijo      PIC 9(07)V99.
         77 ws-importe-discapacidad PIC 9(07)V99.
         77 ws-hijo              PIC 9(02).
         77 ws-ordinal-hijo      PIC 9(02).
         77 ws-base-escala       PIC S9(09)V99.
         77 ws-cuota-escala      PIC S9(09)V99.
         77 ws-cuota-rendimiento PIC S9(09)V99.
         77 ws-cuota-anual       PIC S9(09)V99.
         77 ws-tramo-escala      PIC S9(09)V99.
         77 ws-tipo-calculado    PIC S9(03)V99.
         77 ws-indice-inc-irpf   PIC 9(02).
         *> ncm-tipo-fijado DE ESTA LLAMADA (EL DE NOMCOM SE BORRA AL
         *> ENTRAR).
         77 ws-tipo-fijado-llamada PIC X(01).
            88 tipo-fijado-en-llamada VALUE 'S'.

       LINKAGE SECTION.
         COPY NOMCOM.

       PROCEDURE DIVISION USING nomcalc-com.
       0000-MAIN SECTION.
       0000-CALCULAR.
           *> EL TIPO FIJADO VALE SOLO PARA ESTA LLAMADA: SE RECOGE Y
           *> SE BORRA AQUI, ANTES DE CUALQUIER SALIDA ANTICIPADA.
           MOVE ncm-tipo-fijado TO ws-tipo-fijado-llamada.
           MOVE SPACE TO ncm-tipo-fijado.
           *> EL WHAT-IF DE TIPOS-MANTENIMIENTO PIDE RELEER LOS
           *> PARAMETROS A MITAD DE EJECUCION; EN EL RESTO DE CASOS
           *> LA CACHE POR EJECUCION SIGUE VALIENDO.
                   ncm-salario-base * ncm-jornada / 100
           END-IF.
           MOVE 0 TO ncm-dias-periodo ncm-dias-trabajados.
           MOVE 0 TO ncm-dias-baja-it ncm-it-dias-empresa
                     ncm-it-dias-mutua.
           MOVE 0 TO ncm-it-empresa ncm-it-mutua.
           MOVE 0 TO num-bajas-mes.
           MOVE 0 TO ncm-dias-suspension ncm-meses-antiguedad.
           MOVE SPACE TO ncm-tipo-suspension.
           SET ncm-sin-suspension TO TRUE.
           *> LA PRESTACION IT SE CALCULA SOBRE LA BASE MENSUAL DE
           *> JORNADA, ANTES DE QUITARLE LOS DIAS DE BAJA.
           MOVE ncm-base-efectiva TO ws-base-mensual-it.
           *> LAS SUSPENSIONES SE CARGAN EN TODOS LOS MODOS: LA
           *> EXCEDENCIA VOLUNTARIA TAMBIEN PARA LOS TRIENIOS DE LA
           *> PAGA EXTRA.
           PERFORM 0010-DELIMITAR-MES.
           PERFORM 0017-CARGAR-SUSPENSIONES.
           *> LA PAGA EXTRA YA LLEGA PRORRATEADA POR MESES; EL
           *> PRORRATEO POR DIAS (Y CON EL LAS BAJAS IT) ES DE LA
           *> NOMINA MENSUAL.
           IF NOT ncm-modo-extra
               PERFORM 0010-PRORRATEAR-POR-DIAS
           END-IF.
           MOVE 0 TO ncm-seg-social ncm-irpf ncm-liquido.
           MOVE 0 TO ncm-trienios ncm-imp-trienios.
           MOVE 0 TO ncm-num-incidencias ncm-total-incidencias.
           MOVE 0 TO ncm-gastos-exentos ncm-gastos-sujetos.
           MOVE 0 TO ncm-especie ncm-ingreso-cuenta.
           MOVE 0 TO ncm-anticipo.
           MOVE 0 TO ncm-deducciones ncm-num-deducciones.
           MOVE 0 TO ncm-cuota-patronal.
           MOVE 0 TO ncm-embargo.
           MOVE 0 TO ncm-tipo-irpf ncm-periodo-tipo-irpf.
           MOVE SPACES TO ncm-motivo-irpf.

           *> TODO EL MES SUSPENDIDO (EXCEDENCIA O ERTE AL 100 %): NO
           *> HAY NOMINA, ASI QUE NO SE CALCULA NI SE CONSUME NINGUN
           *> PLAZO, CUOTA NI ACUMULADO.
           IF ncm-suspension-total
               CONTINUE
           ELSE IF num-tipos-cat = 0
               SET ncm-sin-tabla-tipos TO TRUE
           ELSE
               *> LOS TIPOS VIGENTES SON LOS DE FECHA DE EFECTO MAS
                   SET ncm-sin-tipo-periodo TO TRUE
               ELSE
                   PERFORM 0005-CALCULAR-ANTIGUEDAD
                   IF num-bajas-mes > 0
                       PERFORM 0012-CALCULAR-PRESTACION-IT
                   END-IF
                   *> LA PAGA EXTRA (MODO 'X') NO LLEVA INCIDENCIAS
                   *> NI PLAZO DE ANTICIPO: AMBOS SON DE LA NOMINA
                   *> MENSUAL ORDINARIA.
                   IF NOT ncm-modo-extra
                       PERFORM 0006-APLICAR-INCIDENCIAS
                       PERFORM 0014-APLICAR-GASTOS
                       PERFORM 0015-APLICAR-ESPECIE
                   END-IF
                   *> LA ESPECIE COTIZA Y TRIBUTA PERO NO SE PAGA:
                   *> ENTRA EN EL BRUTO SOLO MIENTRAS SE CALCULAN LAS
                   *> BASES Y SALE ANTES DE DESCONTAR ANTICIPO Y
                   *> EMBARGOS, QUE SON SOBRE LO QUE SE COBRA.
                   ADD ncm-especie TO ncm-bruto
                   PERFORM 0003-CALCULAR-SEGURIDAD-SOCIAL
                   PERFORM 0008-CALCULAR-CUOTA-PATRONAL
                   PERFORM 0013-CALCULAR-RETENCION-IRPF
                   IF ncm-especie > 0
                       PERFORM 0015-CALCULAR-INGRESO-CUENTA
                   END-IF
                   IF NOT ncm-modo-extra
                       PERFORM 0007-DESCONTAR-ANTICIPO
                       PERFORM 0016-APLICAR-DEDUCCIONES
                       PERFORM 0009-DESCONTAR-EMBARGOS
                   END-IF
                   COMPUTE ncm-liquido = ncm-bruto - ncm-seg-social
                       - ncm-irpf - ncm-anticipo - ncm-deducciones
                       - ncm-embargo + ncm-gastos-exentos
               END-IF
           END-IF.
           GOBACK.
           READ TIPOSFILE
               AT END SET tiposfile-fin TO TRUE
               NOT AT END
                   IF num-tipos-cat < 80
                       ADD 1 TO num-tipos-cat
                       MOVE tip-fecha-desde
                           TO cat-fecha-desde(num-tipos-cat)
           MOVE 0 TO ws-fecha-vigente-ss ws-fecha-vigente-ir
                     ws-fecha-vigente-tr ws-fecha-vigente-cp
                     ws-fecha-vigente-em.
           MOVE 0 TO ws-fecha-vigente-ic ws-fecha-vigente-ia.
           MOVE 0 TO ws-pct-tr.
           MOVE 0 TO ws-pct-cp.
           MOVE 0 TO ws-minimo-inembargable.
           MOVE 0 TO ws-fecha-vigente-ds ws-fecha-vigente-dp
                     ws-fecha-vigente-km.
           MOVE 0 TO ws-limite-dieta-ds ws-limite-dieta-dp
                     ws-limite-km.
           MOVE 0 TO ws-fecha-vigente-ea ws-fecha-vigente-md
                     ws-fecha-vigente-mi ws-fecha-vigente-mp
                     ws-fecha-vigente-mt ws-fecha-vigente-gd
                     ws-fecha-vigente-rc ws-fecha-vigente-vh.
           MOVE 0 TO ws-minimo-personal ws-minimo-menor-3
                     ws-gastos-generales ws-reduccion-conyuge
                     ws-limite-vivienda ws-puntos-vivienda.
           MOVE 0 TO ws-indice-tipo.
           PERFORM 0002-EXAMINAR-TIPO
               UNTIL ws-indice-tipo = num-tipos-cat.
                   MOVE cat-limite-inferior(ws-indice-tipo)
                       TO ws-minimo-inembargable
               END-IF
               *> LIMITES EXENTOS DE DIETAS Y KILOMETRAJE: UN SOLO
               *> IMPORTE POR CLASE EN EL LIMITE INFERIOR, COMO "EM".
               IF cat-clase(ws-indice-tipo) = "DS"
                   AND cat-fecha-desde(ws-indice-tipo)
                       >= ws-fecha-vigente-ds
                   MOVE cat-fecha-desde(ws-indice-tipo)
                       TO ws-fecha-vigente-ds
                   MOVE cat-limite-inferior(ws-indice-tipo)
                       TO ws-limite-dieta-ds
               END-IF
               IF cat-clase(ws-indice-tipo) = "DP"
                   AND cat-fecha-desde(ws-indice-tipo)
                       >= ws-fecha-vigente-dp
                   MOVE cat-fecha-desde(ws-indice-tipo)
                       TO ws-fecha-vigente-dp
                   MOVE cat-limite-inferior(ws-indice-tipo)
                       TO ws-limite-dieta-dp
               END-IF
               IF cat-clase(ws-indice-tipo) = "KM"
                   AND cat-fecha-desde(ws-indice-tipo)
                       >= ws-fecha-vigente-km
                   MOVE cat-fecha-desde(ws-indice-tipo)
                       TO ws-fecha-vigente-km
                   MOVE cat-limite-inferior(ws-indice-tipo)
                       TO ws-limite-km
               END-IF
               *> EN LAS CLASES "IC" E "IA" CADA LINEA ES UN TRAMO
               *> DE DIAS DE BAJA (EL LIMITE INFERIOR ES EL PRIMER
               *> DIA DEL TRAMO) CON SU PORCENTAJE DE LA BASE
               *> REGULADORA, COMO LOS TRAMOS IR.
               IF cat-clase(ws-indice-tipo) = "IC"
                   AND cat-fecha-desde(ws-indice-tipo)
                       >= ws-fecha-vigente-ic
                   MOVE cat-fecha-desde(ws-indice-tipo)
                       TO ws-fecha-vigente-ic
               END-IF
               IF cat-clase(ws-indice-tipo) = "IA"
                   AND cat-fecha-desde(ws-indice-tipo)
                       >= ws-fecha-vigente-ia
                   MOVE cat-fecha-desde(ws-indice-tipo)
                       TO ws-fecha-vigente-ia
               END-IF
               PERFORM 0002-EXAMINAR-TIPO-IRPF
           END-IF.

       0002-EXAMINAR-TIPO-IRPF.
           *> PARAMETROS DEL TIPO INDIVIDUAL DE IRPF. "EA" ES LA
           *> ESCALA ANUAL POR TRAMOS, COMO "IR"; EN "MD" CADA LINEA
           *> ES EL MINIMO DE UN HIJO, EN ORDEN (PRIMERO, SEGUNDO...)
           *> Y EN "MI" EL MINIMO POR DISCAPACIDAD CON EL GRADO
           *> DESDE EL QUE APLICA EN EL PORCENTAJE. EN "MP", "MT",
           *> "GD" Y "RC" EL DATO ES UN IMPORTE ANUAL GRABADO EN EL
           *> LIMITE INFERIOR, COMO EN "EM"; EN "VH" EL LIMITE ES LA
           *> RETRIBUCION HASTA LA QUE SE REBAJA EL TIPO Y EL
           *> PORCENTAJE LOS PUNTOS DE REBAJA.
           IF cat-clase(ws-indice-tipo) = "EA"
               AND cat-fecha-desde(ws-indice-tipo)
                   >= ws-fecha-vigente-ea
               MOVE cat-fecha-desde(ws-indice-tipo)
                   TO ws-fecha-vigente-ea
           END-IF.
           IF cat-clase(ws-indice-tipo) = "MD"
               AND cat-fecha-desde(ws-indice-tipo)
                   >= ws-fecha-vigente-md
               MOVE cat-fecha-desde(ws-indice-tipo)
                   TO ws-fecha-vigente-md
           END-IF.
           IF cat-clase(ws-indice-tipo) = "MI"
               AND cat-fecha-desde(ws-indice-tipo)
                   >= ws-fecha-vigente-mi
               MOVE cat-fecha-desde(ws-indice-tipo)
                   TO ws-fecha-vigente-mi
           END-IF.
           IF cat-clase(ws-indice-tipo) = "MP"
               AND cat-fecha-desde(ws-indice-tipo)
                   >= ws-fecha-vigente-mp
               MOVE cat-fecha-desde(ws-indice-tipo)
                   TO ws-fecha-vigente-mp
               MOVE cat-limite-inferior(ws-indice-tipo)
                   TO ws-minimo-personal
           END-IF.
           IF cat-clase(ws-indice-tipo) = "MT"
               AND cat-fecha-desde(ws-indice-tipo)
                   >= ws-fecha-vigente-mt
               MOVE cat-fecha-desde(ws-indice-tipo)
                   TO ws-fecha-vigente-mt
               MOVE cat-limite-inferior(ws-indice-tipo)
                   TO ws-minimo-menor-3
           END-IF.
           IF cat-clase(ws-indice-tipo) = "GD"
               AND cat-fecha-desde(ws-indice-tipo)
                   >= ws-fecha-vigente-gd
               MOVE cat-fecha-desde(ws-indice-tipo)
                   TO ws-fecha-vigente-gd
               MOVE cat-limite-inferior(ws-indice-tipo)
                   TO ws-gastos-generales
           END-IF.
           IF cat-clase(ws-indice-tipo) = "RC"
               AND cat-fecha-desde(ws-indice-tipo)
                   >= ws-fecha-vigente-rc
               MOVE cat-fecha-desde(ws-indice-tipo)
                   TO ws-fecha-vigente-rc
               MOVE cat-limite-inferior(ws-indice-tipo)
                   TO ws-reduccion-conyuge
           END-IF.
           IF cat-clase(ws-indice-tipo) = "VH"
               AND cat-fecha-desde(ws-indice-tipo)
                   >= ws-fecha-vigente-vh
               MOVE cat-fecha-desde(ws-indice-tipo)
                   TO ws-fecha-vigente-vh
               MOVE cat-limite-inferior(ws-indice-tipo)
                   TO ws-limite-vivienda
               MOVE cat-porcentaje(ws-indice-tipo)
                   TO ws-puntos-vivienda
           END-IF.

       0005-CALCULAR-ANTIGUEDAD.
           *> LA FECHA DE ALTA Y EL PERIODO, DIVIDIDOS POR 36. EL
           *> COMPLEMENTO ES UN PORCENTAJE DEL SALARIO BASE (CLASE
           *> "TR" DEL FICHERO DE TIPOS) POR CADA TRIENIO, Y SE SUMA
           *> AL BRUTO ANTES DE APLICAR LAS DEDUCCIONES. LOS DIAS DE
           *> EXCEDENCIA VOLUNTARIA NO SON SERVICIO: SE RESTAN A
           *> RAZON DE 30 POR MES, Y EL TRIENIO SE CUMPLE MAS TARDE.
           IF ncm-fecha-alta NOT = 0
               DIVIDE ncm-periodo BY 100
                   GIVING ws-anio-periodo REMAINDER ws-mes-periodo
               COMPUTE ws-alta-aaaamm = ncm-fecha-alta / 100
               DIVIDE ws-alta-aaaamm BY 100
                   GIVING ws-anio-alta REMAINDER ws-mes-alta
               DIVIDE ws-dias-sin-antiguedad BY 30
                   GIVING ws-meses-excedencia
               COMPUTE ws-meses-servicio =
                   (ws-anio-periodo * 12 + ws-mes-periodo)
                   - (ws-anio-alta * 12 + ws-mes-alta)
                   - ws-meses-excedencia
               MOVE ws-meses-servicio TO ncm-meses-antiguedad
           END-IF.
           IF ncm-fecha-alta NOT = 0 AND ws-pct-tr NOT = 0
               IF ws-meses-servicio >= 36
                   COMPUTE ncm-trienios = ws-meses-servicio / 36
                   COMPUTE ncm-imp-trienios ROUNDED =
           *> FICHERO DE INCIDENCIAS LA NOMINA ES EL SALARIO DE
           *> SIEMPRE. SI TRAS LAS AUSENCIAS EL BRUTO QUEDARA
           *> NEGATIVO SE DEJA A CERO: NO SE FACTURA AL TRABAJADOR.
           *> SOLO SE LEE EL TRAMO DE CLAVE TRABAJADOR + PERIODO.
           OPEN INPUT INCFILE.
           IF incfile-ok
               MOVE ncm-id-trabajador TO inc-id-trabajador
               MOVE ncm-periodo TO inc-periodo
               MOVE 0 TO inc-secuencia
               START INCFILE KEY IS NOT LESS THAN inc-clave
                   INVALID KEY SET incfile-fin TO TRUE
               END-START
               PERFORM 0006-LEER-INCIDENCIA UNTIL incfile-fin
               CLOSE INCFILE
           END-IF.
           END-IF.

       0006-LEER-INCIDENCIA.
           READ INCFILE NEXT RECORD
               AT END SET incfile-fin TO TRUE
               NOT AT END
                   IF inc-id-trabajador NOT = ncm-id-trabajador
                       OR inc-periodo NOT = ncm-periodo
                       SET incfile-fin TO TRUE
                   END-IF
                   IF NOT incfile-fin
                       AND incidencia-aplicable
                       PERFORM 0011-VALORAR-INCIDENCIA
                       ADD ws-importe-valorado TO ncm-bruto
                   END-IF
           END-READ.

       0014-APLICAR-GASTOS.
           *> GASTOS DE VIAJE APROBADOS DEL TRABAJADOR QUE SE PAGAN
           *> EN EL PERIODO. CADA GASTO ES EXENTO HASTA SU LIMITE
           *> (DIETA DIARIA POR DIAS O PRECIO POR KM POR KM) Y EL
           *> EXCESO SE SUMA AL BRUTO, QUE ES LA BASE DE SEGURIDAD
           *> SOCIAL E IRPF. SIN FICHERO NO HAY GASTOS QUE PAGAR.
           *> SOLO SE LEE EL TRAMO DE CLAVE TRABAJADOR + PERIODO.
           OPEN INPUT GASFILE.
           IF gasfile-ok
               MOVE ncm-id-trabajador TO gas-id-trabajador
               MOVE ncm-periodo TO gas-periodo
               MOVE 0 TO gas-secuencia
               START GASFILE KEY IS NOT LESS THAN gas-clave
                   INVALID KEY SET gasfile-fin TO TRUE
               END-START
               PERFORM 0014-LEER-GASTO UNTIL gasfile-fin
               CLOSE GASFILE
           END-IF.
           ADD ncm-gastos-sujetos TO ncm-bruto.

       0014-LEER-GASTO.
           READ GASFILE NEXT RECORD
               AT END SET gasfile-fin TO TRUE
               NOT AT END
                   IF gas-id-trabajador NOT = ncm-id-trabajador
                       OR gas-periodo NOT = ncm-periodo
                       SET gasfile-fin TO TRUE
                   END-IF
                   IF NOT gasfile-fin AND gasto-aprobado
                       PERFORM 0014-VALORAR-GASTO
                   END-IF
           END-READ.

       0014-VALORAR-GASTO.
           *> UNA DIETA SIN DIAS INFORMADOS CUENTA COMO UN DIA.
           MOVE gas-unidades TO ws-unidades-gasto.
           IF ws-unidades-gasto = 0
               AND (gasto-dieta-sin-pernocta OR gasto-dieta-pernocta)
               MOVE 1 TO ws-unidades-gasto
           END-IF.
           MOVE gas-importe TO ws-importe-gasto.
           IF gasto-dieta-sin-pernocta
               COMPUTE ws-limite-gasto ROUNDED =
                   ws-unidades-gasto * ws-limite-dieta-ds
           ELSE IF gasto-dieta-pernocta
               COMPUTE ws-limite-gasto ROUNDED =
                   ws-unidades-gasto * ws-limite-dieta-dp
           ELSE IF gasto-kilometraje
               COMPUTE ws-limite-gasto ROUNDED =
                   ws-unidades-gasto * ws-limite-km
               IF ws-importe-gasto = 0
                   MOVE ws-limite-gasto TO ws-importe-gasto
               END-IF
           ELSE
               MOVE 0 TO ws-limite-gasto
           END-IF.
           IF ws-importe-gasto > ws-limite-gasto
               ADD ws-limite-gasto TO ncm-gastos-exentos
               COMPUTE ncm-gastos-sujetos = ncm-gastos-sujetos
                   + ws-importe-gasto - ws-limite-gasto
           ELSE
               ADD ws-importe-gasto TO ncm-gastos-exentos
           END-IF.

       0015-APLICAR-ESPECIE.
           *> LINEAS DE RETRIBUCION EN ESPECIE DEL TRABAJADOR CUYA
           *> VIGENCIA PISA EL MES: CADA UNA ENTRA CON SU VALORACION
           *> MENSUAL ENTERA. SIN FICHERO NO HAY ESPECIE.
           OPEN INPUT ESPFILE.
           IF espfile-ok
               MOVE ncm-id-trabajador TO esp-id-trabajador
               MOVE 0 TO esp-numero
               START ESPFILE KEY IS NOT LESS THAN esp-clave
                   INVALID KEY SET espfile-fin TO TRUE
               END-START
               PERFORM 0015-LEER-ESPECIE UNTIL espfile-fin
               CLOSE ESPFILE
           END-IF.

       0015-LEER-ESPECIE.
           READ ESPFILE NEXT RECORD
               AT END SET espfile-fin TO TRUE
               NOT AT END
                   IF esp-id-trabajador NOT = ncm-id-trabajador
                       SET espfile-fin TO TRUE
                   ELSE IF esp-fecha-desde > ws-ultimo-dia-mes
                       CONTINUE
                   ELSE IF esp-fecha-hasta NOT = 0
                       AND esp-fecha-hasta < ws-primer-dia-mes
                       CONTINUE
                   ELSE
                       ADD esp-valoracion-mensual TO ncm-especie
                   END-IF
           END-READ.

       0015-CALCULAR-INGRESO-CUENTA.
           *> LA RETENCION SE REPARTE A PRORRATA ENTRE LO DINERARIO Y
           *> LA ESPECIE: LA PARTE DE LA ESPECIE ES EL INGRESO A
           *> CUENTA, QUE SIGUE DENTRO DE ncm-irpf PORQUE TAMBIEN SE
           *> DESCUENTA DEL LIQUIDO Y SE INGRESA CON LAS RETENCIONES.
           IF ncm-bruto > 0
               COMPUTE ncm-ingreso-cuenta ROUNDED =
                   ncm-irpf * ncm-especie / ncm-bruto
           END-IF.
           SUBTRACT ncm-especie FROM ncm-bruto.

       0011-CARGAR-CONCEPTOS.

           OPEN INPUT CONFILE.

       0009-DESCONTAR-EMBARGOS.
           *> CUOTAS DE EMBARGO JUDICIAL POR ORDEN DE PRIORIDAD,
           *> DESPUES DE SEGURIDAD SOCIAL, IRPF, ANTICIPO Y
           *> DEDUCCIONES VOLUNTARIAS. SOLO ES
           *> EMBARGABLE LO QUE EXCEDE DEL MINIMO INEMBARGABLE
           *> MENSUAL (CLASE "EM"); EL LIQUIDO NUNCA BAJA DE ESE
           *> MINIMO POR UN EMBARGO, IGUAL QUE NUNCA SALE NEGATIVO
           *> POR UN ANTICIPO. SIN FICHERO DE EMBARGOS NO HAY NADA
           *> QUE DESCONTAR.
           COMPUTE ws-embargable = ncm-bruto - ncm-seg-social
               - ncm-irpf - ncm-anticipo - ncm-deducciones
               - ws-minimo-inembargable.
           IF ws-embargable <= 0
               CONTINUE
           ELSE
               END-IF
           END-IF.

       0016-APLICAR-DEDUCCIONES.
           *> DEDUCCIONES VOLUNTARIAS DEL TRABAJADOR VIGENTES EN EL
           *> PERIODO, EN ORDEN DE NUMERO DE LINEA, SOBRE EL LIQUIDO
           *> QUE QUEDA TRAS SEGURIDAD SOCIAL, IRPF Y ANTICIPO. SIN
           *> FICHERO NO HAY DEDUCCIONES.
           COMPUTE ws-disponible-deduccion = ncm-bruto
               - ncm-seg-social - ncm-irpf - ncm-anticipo.
           OPEN I-O DEDFILE.
           IF dedfile-ok
               MOVE ncm-id-trabajador TO ded-id-trabajador
               MOVE 0 TO ded-numero
               START DEDFILE KEY IS NOT LESS THAN ded-clave
                   INVALID KEY SET dedfile-fin TO TRUE
               END-START
               PERFORM 0016-LEER-DEDUCCION UNTIL dedfile-fin
               CLOSE DEDFILE
           END-IF.

       0016-LEER-DEDUCCION.
           READ DEDFILE NEXT RECORD
               AT END SET dedfile-fin TO TRUE
               NOT AT END
                   IF ded-id-trabajador NOT = ncm-id-trabajador
                       SET dedfile-fin TO TRUE
                   ELSE IF ded-periodo-desde > ncm-periodo
                       CONTINUE
                   ELSE IF ded-periodo-hasta NOT = 0
                       AND ded-periodo-hasta < ncm-periodo
                       CONTINUE
                   ELSE IF ded-fecha-autorizacion = 0
                       DISPLAY "AVISO: DEDUCCION " ded-numero
                           " DEL TRABAJADOR " ncm-id-trabajador
                           " SIN AUTORIZACION FIRMADA, NO SE "
                           "DESCUENTA"
                   ELSE
                       PERFORM 0016-DESCONTAR-DEDUCCION
                   END-IF
           END-READ.

       0016-DESCONTAR-DEDUCCION.
           *> UNA DEDUCCION QUE NO CABE ENTERA EN EL LIQUIDO
           *> DISPONIBLE NO SE DESCUENTA ESE MES (NO SE PAGA A MEDIAS
           *> AL ACREEDOR). SI EL CIERRE DE ESTE PERIODO YA LA
           *> DESCONTO (REPETICION TRAS QUEDARSE A MEDIAS) SE VUELVE
           *> A MOSTRAR EL MISMO IMPORTE SIN RECALCULARLO.
           IF ded-periodo-aplicado = ncm-periodo
               MOVE ded-ultimo-importe TO ws-importe-deduccion
           ELSE IF deduccion-porcentaje
               COMPUTE ws-importe-deduccion ROUNDED =
                   ncm-bruto * ded-porcentaje / 100
           ELSE
               MOVE ded-importe TO ws-importe-deduccion
           END-IF.
           IF ws-importe-deduccion <= 0
               CONTINUE
           ELSE IF ncm-num-deducciones = 10
               DISPLAY "AVISO: MAS DE 10 DEDUCCIONES DEL "
                   "TRABAJADOR " ncm-id-trabajador " EN EL PERIODO "
                   ncm-periodo ", LA " ded-numero " NO SE DESCUENTA"
           ELSE IF ws-importe-deduccion > ws-disponible-deduccion
               AND ded-periodo-aplicado NOT = ncm-periodo
               DISPLAY "AVISO: LA DEDUCCION " ded-numero
                   " DEL TRABAJADOR " ncm-id-trabajador
                   " NO CABE EN SU LIQUIDO DEL PERIODO "
                   ncm-periodo ", NO SE DESCUENTA"
           ELSE
               ADD ws-importe-deduccion TO ncm-deducciones
               SUBTRACT ws-importe-deduccion
                   FROM ws-disponible-deduccion
               ADD 1 TO ncm-num-deducciones
               MOVE ded-numero
                   TO ncm-ded-numero(ncm-num-deducciones)
               MOVE ded-acreedor
                   TO ncm-ded-acreedor(ncm-num-deducciones)
               MOVE ws-importe-deduccion
                   TO ncm-ded-importe(ncm-num-deducciones)
               MOVE ded-descripcion
                   TO ncm-ded-descripcion(ncm-num-deducciones)
               IF ncm-modo-cierre
                   AND ded-periodo-aplicado NOT = ncm-periodo
                   MOVE ncm-periodo TO ded-periodo-aplicado
                   MOVE ws-importe-deduccion TO ded-ultimo-importe
                   REWRITE REG-DEDUCCION
               END-IF
           END-IF.

       0010-CARGAR-FESTIVOS.

           OPEN INPUT FESTFILE.
           *> TRABAJADOS (LUNES A VIERNES MENOS FESTIVOS). FUERA DE
           *> ESOS CASOS NO SE TOCA NADA Y LOS CONTADORES QUEDAN A
           *> CERO (MES COMPLETO).
           IF ncm-fecha-alta > ws-ultimo-dia-mes
               OR (ncm-fecha-baja NOT = 0
                   AND ncm-fecha-baja < ws-primer-dia-mes)
               *> NI UN DIA DEL MES TRABAJADO: NADA QUE PAGAR.
               MOVE 0 TO ncm-base-efectiva
           ELSE
               *> UNA BAJA IT EN EL MES TAMBIEN OBLIGA A CONTAR LOS
               *> DIAS: LOS LABORABLES DE BAJA NO SE PAGAN COMO
               *> SALARIO SINO COMO PRESTACION.
               PERFORM 0012-CARGAR-BAJAS-IT
               IF (ncm-fecha-alta > ws-primer-dia-mes
                   AND ncm-fecha-alta <= ws-ultimo-dia-mes)
                   OR (ncm-fecha-baja NOT = 0
                       AND ncm-fecha-baja >= ws-primer-dia-mes
                       AND ncm-fecha-baja < ws-ultimo-dia-mes)
                   OR num-bajas-mes > 0
                   OR num-suspensiones-mes > 0
                   PERFORM 0010-APLICAR-PRORRATEO
               END-IF
           END-IF.

       0010-DELIMITAR-MES.
           *> PRIMER Y ULTIMO DIA DEL MES DEL PERIODO.
           COMPUTE ws-primer-dia-mes = ncm-periodo * 100 + 1.
           DIVIDE ncm-periodo BY 100
               GIVING ws-anio-periodo REMAINDER ws-mes-periodo.
           IF ws-mes-periodo = 12
               COMPUTE ws-entero-fin = FUNCTION INTEGER-OF-DATE(
                   (ws-anio-periodo + 1) * 10000 + 0101) - 1
           ELSE
               COMPUTE ws-entero-fin = FUNCTION INTEGER-OF-DATE(
                   ws-anio-periodo * 10000
                   + (ws-mes-periodo + 1) * 100 + 1) - 1
           END-IF.
           COMPUTE ws-ultimo-dia-mes =
               FUNCTION DATE-OF-INTEGER(ws-entero-fin).

       0010-APLICAR-PRORRATEO.
           *> LOS DIAS DE SUSPENSION CUENTAN COMO TRABAJADOS MENOS SU
           *> PORCENTAJE DE REDUCCION. SI TODOS LOS DIAS EN ALTA ESTAN
           *> SUSPENDIDOS AL 100 % (Y NO HAY IT QUE PAGAR) EL MES
           *> ENTERO QUEDA SUSPENDIDO.
           MOVE ws-primer-dia-mes TO ws-desde-trabajado.
           MOVE ws-ultimo-dia-mes TO ws-hasta-trabajado.
           IF ncm-fecha-alta > ws-primer-dia-mes
           PERFORM 0010-CONTAR-DIAS-MES.
           IF ws-dias-laborables NOT = 0
               COMPUTE ncm-base-efectiva ROUNDED =
                   ncm-base-efectiva
                   * (ws-dias-trabajados - ws-dias-reduccion)
                   / ws-dias-laborables
               MOVE ws-dias-laborables TO ncm-dias-periodo
               MOVE ws-dias-trabajados TO ncm-dias-trabajados
               MOVE ws-dias-reduccion TO ncm-dias-suspension
               IF ws-dias-reduccion > 0
                   IF ws-dias-reduccion = ws-dias-trabajados
                       AND num-bajas-mes = 0
                       SET ncm-suspension-total TO TRUE
                   ELSE
                       SET ncm-suspension-parcial TO TRUE
                   END-IF
               END-IF
           END-IF.

       0010-CONTAR-DIAS-MES.

           MOVE 0 TO ws-dias-laborables ws-dias-trabajados.
           MOVE 0 TO ws-dias-reduccion.
           COMPUTE ws-entero-dia =
               FUNCTION INTEGER-OF-DATE(ws-primer-dia-mes).
           PERFORM 0010-EXAMINAR-DIA
               ADD 1 TO ws-dias-laborables
               IF ws-dia-examen >= ws-desde-trabajado
                   AND ws-dia-examen <= ws-hasta-trabajado
                   PERFORM 0012-COMPROBAR-DIA-EN-BAJA
                   IF dia-sin-baja
                       ADD 1 TO ws-dias-trabajados
                       IF num-suspensiones-mes > 0
                           PERFORM 0017-COMPROBAR-DIA-SUSPENDIDO
                           COMPUTE ws-dias-reduccion =
                               ws-dias-reduccion
                               + ws-pct-suspension-dia / 100
                       END-IF
                   END-IF
               END-IF
           END-IF.
           ADD 1 TO ws-entero-dia.
               END-IF
           END-IF.

       0012-CARGAR-BAJAS-IT.
           *> PROCESOS DE BAJA DEL TRABAJADOR QUE PISAN EL MES: LOS
           *> QUE EMPIEZAN ANTES DE FIN DE MES Y NO TERMINARON
           *> ANTES DEL DIA 1. SIN FICHERO NO HAY BAJAS.
           OPEN INPUT ITFILE.
           IF itfile-ok
               MOVE ncm-id-trabajador TO it-id-trabajador
               MOVE 0 TO it-fecha-inicio
               START ITFILE KEY IS NOT LESS THAN it-clave
                   INVALID KEY SET itfile-fin TO TRUE
               END-START
               PERFORM 0012-LEER-BAJA-IT UNTIL itfile-fin
               CLOSE ITFILE
           END-IF.

       0012-LEER-BAJA-IT.
           READ ITFILE NEXT RECORD
               AT END SET itfile-fin TO TRUE
               NOT AT END
                   IF it-id-trabajador NOT = ncm-id-trabajador
                       OR it-fecha-inicio > ws-ultimo-dia-mes
                       SET itfile-fin TO TRUE
                   ELSE IF it-fecha-fin NOT = 0
                       AND it-fecha-fin < ws-primer-dia-mes
                       CONTINUE
                   ELSE
                       PERFORM 0012-ANOTAR-BAJA-IT
                   END-IF
           END-READ.

       0012-ANOTAR-BAJA-IT.
           *> EN ACCIDENTE DE TRABAJO EL DIA DE LA BAJA LO PAGA LA
           *> EMPRESA COMO TRABAJADO: LA BAJA SIN SALARIO EMPIEZA
           *> AL DIA SIGUIENTE. UNA BAJA ABIERTA LLEGA HASTA FIN DE
           *> MES.
           IF num-bajas-mes < 10
               ADD 1 TO num-bajas-mes
               MOVE it-fecha-inicio TO bit-inicio(num-bajas-mes)
               MOVE it-contingencia TO bit-contingencia(num-bajas-mes)
               IF it-accidente-trabajo
                   COMPUTE bit-desde(num-bajas-mes) =
                       FUNCTION DATE-OF-INTEGER(
                           FUNCTION INTEGER-OF-DATE(it-fecha-inicio)
                           + 1)
               ELSE
                   MOVE it-fecha-inicio TO bit-desde(num-bajas-mes)
               END-IF
               IF it-fecha-fin = 0 OR it-fecha-fin > ws-ultimo-dia-mes
                   MOVE ws-ultimo-dia-mes TO bit-hasta(num-bajas-mes)
               ELSE
                   MOVE it-fecha-fin TO bit-hasta(num-bajas-mes)
               END-IF
           ELSE
               DISPLAY "AVISO: MAS DE 10 BAJAS IT DEL TRABAJADOR "
                   ncm-id-trabajador " EN EL PERIODO " ncm-periodo
                   ", SE DESCARTA LA DE " it-fecha-inicio
           END-IF.

       0012-COMPROBAR-DIA-EN-BAJA.

           SET dia-sin-baja TO TRUE.
           MOVE 0 TO ws-indice-baja.
           PERFORM 0012-COMPARAR-BAJA
               UNTIL ws-indice-baja = num-bajas-mes
                  OR dia-en-baja.

       0012-COMPARAR-BAJA.

           ADD 1 TO ws-indice-baja.
           IF ws-dia-examen >= bit-desde(ws-indice-baja)
               AND ws-dia-examen <= bit-hasta(ws-indice-baja)
               SET dia-en-baja TO TRUE
           END-IF.

       0012-CALCULAR-PRESTACION-IT.
           *> BASE REGULADORA DIARIA: LA BASE MENSUAL DE JORNADA CON
           *> LA PRORRATA DE LAS DOS PAGAS EXTRAORDINARIAS (14 PAGAS
           *> EN 12 MESES), ENTRE 30. CADA DIA NATURAL DE BAJA DEL
           *> MES DENTRO DEL TIEMPO DE ALTA DEL TRABAJADOR COBRA EL
           *> PORCENTAJE DEL TRAMO QUE LE TOCA POR SU NUMERO DE DIA
           *> DENTRO DEL PROCESO; SIN TRAMOS VIGENTES DE LA CLASE NO
           *> HAY PRESTACION. LO PAGADO SE SUMA AL BRUTO, QUE COTIZA
           *> Y TRIBUTA COMO EL SALARIO.
           COMPUTE ws-base-diaria-it ROUNDED =
               ws-base-mensual-it * 14 / 12 / 30.
           MOVE 0 TO ws-acum-it-empresa ws-acum-it-mutua.
           MOVE 0 TO ws-indice-baja.
           PERFORM 0012-PRESTACION-BAJA
               UNTIL ws-indice-baja = num-bajas-mes.
           COMPUTE ncm-it-empresa ROUNDED = ws-acum-it-empresa.
           COMPUTE ncm-it-mutua ROUNDED = ws-acum-it-mutua.
           ADD ncm-it-empresa TO ncm-bruto.
           ADD ncm-it-mutua TO ncm-bruto.

       0012-PRESTACION-BAJA.

           ADD 1 TO ws-indice-baja.
           IF bit-contingencia(ws-indice-baja) = 'A'
               MOVE "IA" TO ws-clase-it
               MOVE ws-fecha-vigente-ia TO ws-fecha-vigente-it
           ELSE
               MOVE "IC" TO ws-clase-it
               MOVE ws-fecha-vigente-ic TO ws-fecha-vigente-it
           END-IF.
           COMPUTE ws-entero-inicio-it =
               FUNCTION INTEGER-OF-DATE(bit-inicio(ws-indice-baja)).
           IF bit-desde(ws-indice-baja) > ws-desde-trabajado
               COMPUTE ws-entero-dia = FUNCTION INTEGER-OF-DATE(
                   bit-desde(ws-indice-baja))
           ELSE
               COMPUTE ws-entero-dia =
                   FUNCTION INTEGER-OF-DATE(ws-desde-trabajado)
           END-IF.
           IF bit-hasta(ws-indice-baja) < ws-hasta-trabajado
               COMPUTE ws-entero-hasta-it = FUNCTION INTEGER-OF-DATE(
                   bit-hasta(ws-indice-baja))
           ELSE
               COMPUTE ws-entero-hasta-it =
                   FUNCTION INTEGER-OF-DATE(ws-hasta-trabajado)
           END-IF.
           PERFORM 0012-PRESTACION-DIA
               UNTIL ws-entero-dia > ws-entero-hasta-it.

       0012-PRESTACION-DIA.
           *> EN ENFERMEDAD COMUN LOS DIAS HASTA EL 15 SON A CARGO
           *> DE LA EMPRESA; EL RESTO, Y TODO EL ACCIDENTE DE
           *> TRABAJO, VA EN PAGO DELEGADO POR CUENTA DE LA MUTUA.
           *> LOS DIAS SIN PORCENTAJE (CARENCIA) CUENTAN COMO BAJA
           *> PERO NO LOS PAGA NADIE.
           COMPUTE ws-dia-proceso-it =
               ws-entero-dia - ws-entero-inicio-it + 1.
           ADD 1 TO ncm-dias-baja-it.
           PERFORM 0012-BUSCAR-PORCENTAJE-IT.
           IF ws-pct-dia-it > 0
               IF bit-contingencia(ws-indice-baja) = 'C'
                   AND ws-dia-proceso-it <= ws-ultimo-dia-empresa
                   ADD 1 TO ncm-it-dias-empresa
                   COMPUTE ws-acum-it-empresa = ws-acum-it-empresa
                       + ws-base-diaria-it * ws-pct-dia-it / 100
               ELSE
                   ADD 1 TO ncm-it-dias-mutua
                   COMPUTE ws-acum-it-mutua = ws-acum-it-mutua
                       + ws-base-diaria-it * ws-pct-dia-it / 100
               END-IF
           END-IF.
           ADD 1 TO ws-entero-dia.

       0012-BUSCAR-PORCENTAJE-IT.
           *> LOS TRAMOS DE LA FECHA VIGENTE ESTAN EN ORDEN
           *> ASCENDENTE DE PRIMER DIA: GANA EL ULTIMO QUE YA HA
           *> EMPEZADO.
           MOVE 0 TO ws-pct-dia-it.
           MOVE 0 TO ws-indice-tipo.
           PERFORM 0012-EXAMINAR-TRAMO-IT
               UNTIL ws-indice-tipo = num-tipos-cat.

       0012-EXAMINAR-TRAMO-IT.

           ADD 1 TO ws-indice-tipo.
           IF cat-clase(ws-indice-tipo) = ws-clase-it
               AND cat-fecha-desde(ws-indice-tipo) = ws-fecha-vigente-it
               AND cat-limite-inferior(ws-indice-tipo)
                   <= ws-dia-proceso-it
               MOVE cat-porcentaje(ws-indice-tipo) TO ws-pct-dia-it
           END-IF.

       0017-CARGAR-SUSPENSIONES.
           *> SUSPENSIONES DEL TRABAJADOR QUE PISAN EL MES (LAS QUE
           *> EMPIEZAN ANTES DE FIN DE MES Y NO TERMINARON ANTES DEL
           *> DIA 1) Y, DE TODAS LAS ANTERIORES, LOS DIAS DE
           *> EXCEDENCIA VOLUNTARIA HASTA EL MES ANTERIOR, QUE NO
           *> COMPUTAN PARA LA ANTIGUEDAD. SIN FICHERO NO HAY
           *> SUSPENSIONES.
           MOVE 0 TO num-suspensiones-mes.
           MOVE 0 TO ws-dias-sin-antiguedad.
           OPEN INPUT SUSFILE.
           IF susfile-ok
               MOVE ncm-id-trabajador TO sus-id-trabajador
               MOVE 0 TO sus-fecha-inicio
               START SUSFILE KEY IS NOT LESS THAN sus-clave
                   INVALID KEY SET susfile-fin TO TRUE
               END-START
               PERFORM 0017-LEER-SUSPENSION UNTIL susfile-fin
               CLOSE SUSFILE
           END-IF.

       0017-LEER-SUSPENSION.
           READ SUSFILE NEXT RECORD
               AT END SET susfile-fin TO TRUE
               NOT AT END
                   IF sus-id-trabajador NOT = ncm-id-trabajador
                       OR sus-fecha-inicio > ws-ultimo-dia-mes
                       SET susfile-fin TO TRUE
                   ELSE
                       IF excedencia-voluntaria
                           AND sus-fecha-inicio < ws-primer-dia-mes
                           PERFORM 0017-DESCONTAR-ANTIGUEDAD
                       END-IF
                       IF sus-fecha-fin = 0
                           OR sus-fecha-fin >= ws-primer-dia-mes
                           PERFORM 0017-ANOTAR-SUSPENSION
                       END-IF
                   END-IF
           END-READ.

       0017-DESCONTAR-ANTIGUEDAD.
           *> DIAS NATURALES DE LA EXCEDENCIA HASTA EL ULTIMO DIA DEL
           *> MES ANTERIOR, QUE ES HASTA DONDE CUENTA LOS MESES DE
           *> SERVICIO 0005.
           IF sus-fecha-fin = 0 OR sus-fecha-fin >= ws-primer-dia-mes
               COMPUTE ws-hasta-excedencia = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(ws-primer-dia-mes) - 1)
           ELSE
               MOVE sus-fecha-fin TO ws-hasta-excedencia
           END-IF.
           COMPUTE ws-dias-sin-antiguedad = ws-dias-sin-antiguedad
               + FUNCTION INTEGER-OF-DATE(ws-hasta-excedencia)
               - FUNCTION INTEGER-OF-DATE(sus-fecha-inicio) + 1.

       0017-ANOTAR-SUSPENSION.
           *> UNA SUSPENSION ABIERTA LLEGA HASTA FIN DE MES. LAS
           *> EXCEDENCIAS SUSPENDEN SIEMPRE LA JORNADA ENTERA.
           IF num-suspensiones-mes < 10
               ADD 1 TO num-suspensiones-mes
               MOVE sus-fecha-inicio
                   TO smes-desde(num-suspensiones-mes)
               IF sus-fecha-fin = 0 OR sus-fecha-fin > ws-ultimo-dia-mes
                   MOVE ws-ultimo-dia-mes
                       TO smes-hasta(num-suspensiones-mes)
               ELSE
                   MOVE sus-fecha-fin
                       TO smes-hasta(num-suspensiones-mes)
               END-IF
               MOVE sus-tipo TO smes-tipo(num-suspensiones-mes)
               IF suspension-erte
                   MOVE sus-pct-reduccion
                       TO smes-pct(num-suspensiones-mes)
               ELSE
                   MOVE 100 TO smes-pct(num-suspensiones-mes)
               END-IF
               MOVE sus-tipo TO ncm-tipo-suspension
           ELSE
               DISPLAY "AVISO: MAS DE 10 SUSPENSIONES DEL TRABAJADOR "
                   ncm-id-trabajador " EN EL PERIODO " ncm-periodo
                   ", SE DESCARTA LA DE " sus-fecha-inicio
           END-IF.

       0017-COMPROBAR-DIA-SUSPENDIDO.
           *> PORCENTAJE DE JORNADA SUSPENDIDO EN EL DIA EXAMINADO
           *> (0 FUERA DE TODA SUSPENSION; NO HAY SOLAPES).
           MOVE 0 TO ws-pct-suspension-dia.
           MOVE 0 TO ws-indice-suspension.
           PERFORM 0017-COMPARAR-SUSPENSION
               UNTIL ws-indice-suspension = num-suspensiones-mes
                  OR ws-pct-suspension-dia NOT = 0.

       0017-COMPARAR-SUSPENSION.

           ADD 1 TO ws-indice-suspension.
           IF ws-dia-examen >= smes-desde(ws-indice-suspension)
               AND ws-dia-examen <= smes-hasta(ws-indice-suspension)
               MOVE smes-pct(ws-indice-suspension)
                   TO ws-pct-suspension-dia
           END-IF.

       0013-CALCULAR-RETENCION-IRPF.
           *> CON DATOS COMUNICADOS POR EL TRABAJADOR Y ESCALA ANUAL
           *> "EA" VIGENTE SE APLICA SU TIPO INDIVIDUAL; SIN ELLOS
           *> (O EN UNA PAGA EXTRA DE UN EJERCICIO SIN TIPO TODAVIA)
           *> SE SIGUEN APLICANDO LOS TRAMOS MENSUALES "IR", Y EL
           *> RECIBO MUESTRA EL TIPO EFECTIVO QUE RESULTA. UN TIPO
           *> FIJADO POR EL LLAMADOR SE APLICA SIN MAS.
           SET sin-datos-irpf TO TRUE.
           IF tipo-fijado-en-llamada
               PERFORM 0013-APLICAR-TIPO-FIJADO
           ELSE
               IF ws-fecha-vigente-ea NOT = 0
                   OPEN I-O IRPFFILE
                   IF irpffile-ok
                       MOVE ncm-id-trabajador TO irp-id-trabajador
                       READ IRPFFILE
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               SET con-datos-irpf TO TRUE
                               PERFORM 0013-APLICAR-TIPO-INDIVIDUAL
                       END-READ
                       CLOSE IRPFFILE
                   END-IF
               END-IF
               IF sin-datos-irpf
                   PERFORM 0004-CALCULAR-IRPF-POR-TRAMOS
                   MOVE 0 TO ncm-periodo-tipo-irpf
                   MOVE "TABLA GENERAL" TO ncm-motivo-irpf
                   IF ncm-bruto > 0
                       COMPUTE ncm-tipo-irpf ROUNDED =
                           ncm-irpf * 100 / ncm-bruto
                   END-IF
               END-IF
           END-IF.

       0013-APLICAR-TIPO-FIJADO.
           *> EL TIPO LO TRAE EL LLAMADOR (EL DE LA NOMINA ORIGINAL DE
           *> UN PERIODO QUE SE RECALCULA): NI SE CALCULA NI SE LEEN O
           *> ACUMULAN LOS DATOS DEL EJERCICIO EN DATOS_IRPF.DAT.
           COMPUTE ncm-irpf ROUNDED =
               ncm-bruto * ncm-tipo-irpf-fijo / 100.
           MOVE ncm-tipo-irpf-fijo TO ncm-tipo-irpf.
           MOVE ncm-periodo TO ncm-periodo-tipo-irpf.
           MOVE "NOMINA ORIGINAL" TO ncm-motivo-irpf.

       0013-APLICAR-TIPO-INDIVIDUAL.
           *> EL TIPO SE RECALCULA, POR ESTE ORDEN DE MOTIVO, SI HAY
           *> DATOS NUEVOS COMUNICADOS, SI EMPIEZA EJERCICIO, SI HA
           *> CAMBIADO LA BASE MENSUAL (REVISION SALARIAL,
           *> MODIFICACION DEL SALARIO O DE LA JORNADA) O SI EN EL MES
           *> SE PAGAN ATRASOS (INCIDENCIA "AT"). LA PAGA EXTRA NO
           *> RECALCULA: APLICA EL TIPO EN VIGOR DEL EJERCICIO. SOLO
           *> EL CIERRE Y LA PAGA EXTRA GRABAN EL TIPO Y LOS
           *> ACUMULADOS; LA SIMULACION LOS CALCULA SIN TOCARLOS.
           DIVIDE ncm-periodo BY 100
               GIVING ws-anio-periodo REMAINDER ws-mes-periodo.
           MOVE SPACE TO ws-motivo-recalculo.
           IF irp-datos-cambiados
               MOVE 'F' TO ws-motivo-recalculo
           ELSE IF irp-ejercicio NOT = ws-anio-periodo
               MOVE 'I' TO ws-motivo-recalculo
           ELSE IF ws-base-mensual-it NOT = irp-base-calculo
               MOVE 'S' TO ws-motivo-recalculo
           ELSE
               MOVE 0 TO ws-indice-inc-irpf
               PERFORM 0013-BUSCAR-ATRASOS
                   UNTIL ws-indice-inc-irpf = ncm-num-incidencias
                      OR ws-motivo-recalculo NOT = SPACE
           END-IF.

           IF ncm-modo-extra
               IF irp-ejercicio NOT = ws-anio-periodo
                   SET sin-datos-irpf TO TRUE
               ELSE
                   PERFORM 0013-TOMAR-ACUMULADOS-PREVIOS
                   COMPUTE ncm-irpf ROUNDED =
                       ncm-bruto * irp-tipo-vigente / 100
                   PERFORM 0013-ACUMULAR-EJERCICIO
               END-IF
           ELSE
               IF irp-ejercicio NOT = ws-anio-periodo
                   PERFORM 0013-INICIAR-EJERCICIO
               END-IF
               PERFORM 0013-TOMAR-ACUMULADOS-PREVIOS
               IF ws-motivo-recalculo NOT = SPACE
                   PERFORM 0013-CALCULAR-TIPO-ANUAL
                   MOVE ws-tipo-calculado TO irp-tipo-vigente
                   MOVE ncm-periodo TO irp-periodo-tipo
                   MOVE ws-motivo-recalculo TO irp-motivo-tipo
                   MOVE ws-base-mensual-it TO irp-base-calculo
                   MOVE 'N' TO irp-recalculo-pendiente
               END-IF
               COMPUTE ncm-irpf ROUNDED =
                   ncm-bruto * irp-tipo-vigente / 100
               IF ncm-modo-cierre
                   PERFORM 0013-ACUMULAR-EJERCICIO
               END-IF
           END-IF.

           IF con-datos-irpf
               MOVE irp-tipo-vigente TO ncm-tipo-irpf
               MOVE irp-periodo-tipo TO ncm-periodo-tipo-irpf
               IF irp-motivo-datos
                   MOVE "DATOS FAMILIARES" TO ncm-motivo-irpf
               ELSE IF irp-motivo-inicio
                   MOVE "INICIO EJERCICIO" TO ncm-motivo-irpf
               ELSE IF irp-motivo-salario
                   MOVE "CAMBIO DE SALARIO" TO ncm-motivo-irpf
               ELSE IF irp-motivo-atrasos
                   MOVE "ATRASOS" TO ncm-motivo-irpf
               END-IF
           END-IF.

       0013-BUSCAR-ATRASOS.

           ADD 1 TO ws-indice-inc-irpf.
           IF ncm-inc-concepto(ws-indice-inc-irpf) = "AT"
               MOVE 'A' TO ws-motivo-recalculo
           END-IF.

       0013-INICIAR-EJERCICIO.
           *> LOS ACUMULADOS SON DEL EJERCICIO: AL EMPEZAR OTRO SE
           *> PONEN A CERO, CON SUS GUARDAS DE REPETICION.
           MOVE ws-anio-periodo TO irp-ejercicio.
           MOVE 0 TO irp-bruto-acumulado irp-irpf-acumulado.
           MOVE 0 TO irp-ultimo-periodo irp-ultimo-bruto
                     irp-ultimo-irpf.
           MOVE 0 TO irp-ultima-extra irp-extra-bruto irp-extra-irpf.

       0013-TOMAR-ACUMULADOS-PREVIOS.
           *> LO COBRADO ANTES DE ESTE PAGO. SI EL PERIODO YA SE
           *> ACUMULO (REPETICION DEL CIERRE O DE LA EXTRA) SE
           *> DESCUENTA LO QUE SUMO LA PASADA ANTERIOR.
           MOVE irp-bruto-acumulado TO ws-bruto-previo.
           MOVE irp-irpf-acumulado TO ws-irpf-previo.
           IF ncm-modo-extra
               IF irp-ultima-extra = ncm-periodo
                   SUBTRACT irp-extra-bruto FROM ws-bruto-previo
                   SUBTRACT irp-extra-irpf FROM ws-irpf-previo
               END-IF
           ELSE
               IF irp-ultimo-periodo = ncm-periodo
                   SUBTRACT irp-ultimo-bruto FROM ws-bruto-previo
                   SUBTRACT irp-ultimo-irpf FROM ws-irpf-previo
               END-IF
           END-IF.

       0013-ACUMULAR-EJERCICIO.

           COMPUTE irp-bruto-acumulado = ws-bruto-previo + ncm-bruto.
           COMPUTE irp-irpf-acumulado = ws-irpf-previo + ncm-irpf.
           IF ncm-modo-extra
               MOVE ncm-periodo TO irp-ultima-extra
               MOVE ncm-bruto TO irp-extra-bruto
               MOVE ncm-irpf TO irp-extra-irpf
           ELSE
               MOVE ncm-periodo TO irp-ultimo-periodo
               MOVE ncm-bruto TO irp-ultimo-bruto
               MOVE ncm-irpf TO irp-ultimo-irpf
           END-IF.
           REWRITE REG-DATOS-IRPF
               INVALID KEY
                   DISPLAY "AVISO: NO SE PUDO ACTUALIZAR "
                       "DATOS_IRPF.DAT DEL TRABAJADOR "
                       ncm-id-trabajador " - FILE STATUS "
                       irpffile-status
           END-REWRITE.

       0013-CALCULAR-TIPO-ANUAL.
           *> PROCEDIMIENTO GENERAL DEL TIPO DE RETENCION:
           *> 1. RETRIBUCION ANUAL PREVISTA = LO COBRADO EN EL
           *>    EJERCICIO + EL BRUTO DE ESTE MES + LA BASE MENSUAL
           *>    (CON ANTIGUEDAD) DE LOS MESES QUE QUEDAN + UNA BASE
           *>    POR CADA PAGA EXTRA AUN NO PAGADA.
           *> 2. RENDIMIENTO NETO = RETRIBUCION - SEGURIDAD SOCIAL -
           *>    GASTOS GENERALES ("GD") - REDUCCION POR CONYUGE A
           *>    CARGO ("RC") - OTRAS REDUCCIONES COMUNICADAS.
           *> 3. CUOTA = ESCALA "EA" DEL RENDIMIENTO - ESCALA DEL
           *>    MINIMO PERSONAL Y FAMILIAR (SIN PASAR DEL
           *>    RENDIMIENTO), MENOS LOS PUNTOS DE VIVIENDA ("VH")
           *>    SI LA RETRIBUCION NO SUPERA SU LIMITE.
           *> 4. TIPO = (CUOTA - RETENIDO EN EL EJERCICIO) /
           *>    (RETRIBUCION - COBRADO EN EL EJERCICIO): LOS MESES
           *>    QUE QUEDAN REGULARIZAN LO RETENIDO DE MAS O DE
           *>    MENOS. NUNCA NEGATIVO.
           COMPUTE ws-base-mensual-irpf ROUNDED = ws-base-mensual-it
               + ws-base-mensual-it * ws-pct-tr / 100 * ncm-trienios.
           MOVE 0 TO ws-extras-pendientes.
           IF ws-mes-periodo <= 6
               AND irp-ultima-extra < ws-anio-periodo * 100 + 6
               ADD 1 TO ws-extras-pendientes
           END-IF.
           IF irp-ultima-extra < ws-anio-periodo * 100 + 12
               ADD 1 TO ws-extras-pendientes
           END-IF.
           COMPUTE ws-pendiente-anual = ncm-bruto
               + ws-base-mensual-irpf
                 * (12 - ws-mes-periodo + ws-extras-pendientes)
               + ncm-especie * (12 - ws-mes-periodo).
           COMPUTE ws-retribucion-anual =
               ws-bruto-previo + ws-pendiente-anual.

           COMPUTE ws-rendimiento-neto ROUNDED = ws-retribucion-anual
               - ws-retribucion-anual * ws-pct-ss / 100
               - ws-gastos-generales - irp-otras-reducciones.
           IF irp-casado AND irp-con-conyuge-a-cargo
               SUBTRACT ws-reduccion-conyuge FROM ws-rendimiento-neto
           END-IF.
           IF ws-rendimiento-neto < 0
               MOVE 0 TO ws-rendimiento-neto
           END-IF.

           PERFORM 0013-CALCULAR-MINIMO-FAMILIAR.
           IF ws-minimo-familiar > ws-rendimiento-neto
               MOVE ws-rendimiento-neto TO ws-minimo-familiar
           END-IF.
           MOVE ws-rendimiento-neto TO ws-base-escala.
           PERFORM 0013-APLICAR-ESCALA.
           MOVE ws-cuota-escala TO ws-cuota-rendimiento.
           MOVE ws-minimo-familiar TO ws-base-escala.
           PERFORM 0013-APLICAR-ESCALA.
           COMPUTE ws-cuota-anual =
               ws-cuota-rendimiento - ws-cuota-escala.
           IF irp-con-vivienda
               AND ws-retribucion-anual < ws-limite-vivienda
               COMPUTE ws-cuota-anual ROUNDED = ws-cuota-anual
                   - ws-retribucion-anual * ws-puntos-vivienda / 100
           END-IF.
           IF ws-cuota-anual < 0
               MOVE 0 TO ws-cuota-anual
           END-IF.

           MOVE 0 TO ws-tipo-calculado.
           IF ws-pendiente-anual > 0
               COMPUTE ws-tipo-calculado ROUNDED =
                   (ws-cuota-anual - ws-irpf-previo) * 100
                   / ws-pendiente-anual
           END-IF.
           IF ws-tipo-calculado < 0
               MOVE 0 TO ws-tipo-calculado
           END-IF.
           IF ws-tipo-calculado > 99.99
               MOVE 99.99 TO ws-tipo-calculado
           END-IF.

       0013-CALCULAR-MINIMO-FAMILIAR.
           *> MINIMO PERSONAL + EL DE CADA HIJO (LA LINEA "MD" DE SU
           *> ORDEN; DEL ULTIMO EN ADELANTE VALEN TODOS COMO EL
           *> ULTIMO) + EL INCREMENTO POR HIJO MENOR DE 3 ANOS + EL
           *> DE DISCAPACIDAD DEL MAYOR GRADO ALCANZADO.
           MOVE ws-minimo-personal TO ws-minimo-familiar.
           MOVE 0 TO ws-hijo.
           PERFORM 0013-SUMAR-MINIMO-HIJO
               UNTIL ws-hijo >= irp-hijos.
           COMPUTE ws-minimo-familiar = ws-minimo-familiar
               + ws-minimo-menor-3 * irp-hijos-menores-3.
           MOVE 0 TO ws-importe-discapacidad.
           IF irp-grado-discapacidad > 0
               MOVE 0 TO ws-indice-tipo
               PERFORM 0013-EXAMINAR-DISCAPACIDAD
                   UNTIL ws-indice-tipo = num-tipos-cat
           END-IF.
           ADD ws-importe-discapacidad TO ws-minimo-familiar.

       0013-SUMAR-MINIMO-HIJO.

           ADD 1 TO ws-hijo.
           MOVE 0 TO ws-importe-hijo.
           MOVE 0 TO ws-ordinal-hijo.
           MOVE 0 TO ws-indice-tipo.
           PERFORM 0013-EXAMINAR-MINIMO-HIJO
               UNTIL ws-indice-tipo = num-tipos-cat.
           ADD ws-importe-hijo TO ws-minimo-familiar.

       0013-EXAMINAR-MINIMO-HIJO.

           ADD 1 TO ws-indice-tipo.
           IF cat-clase(ws-indice-tipo) = "MD"
               AND cat-fecha-desde(ws-indice-tipo) = ws-fecha-vigente-md
               ADD 1 TO ws-ordinal-hijo
               IF ws-ordinal-hijo <= ws-hijo
                   MOVE cat-limite-inferior(ws-indice-tipo)
                       TO ws-importe-hijo
               END-IF
           END-IF.

       0013-EXAMINAR-DISCAPACIDAD.

           ADD 1 TO ws-indice-tipo.
           IF cat-clase(ws-indice-tipo) = "MI"
               AND cat-fecha-desde(ws-indice-tipo) = ws-fecha-vigente-mi
               AND irp-grado-discapacidad
                   >= cat-porcentaje(ws-indice-tipo)
               MOVE cat-limite-inferior(ws-indice-tipo)
                   TO ws-importe-discapacidad
           END-IF.

       0013-APLICAR-ESCALA.
           *> CUOTA DE LA ESCALA ANUAL "EA" SOBRE ws-base-escala,
           *> TRAMO A TRAMO COMO LOS TRAMOS MENSUALES "IR".
           MOVE 0 TO ws-cuota-escala.
           MOVE 0 TO ws-indice-tipo.
           PERFORM 0013-ACUMULAR-TRAMO-ESCALA
               UNTIL ws-indice-tipo = num-tipos-cat.

       0013-ACUMULAR-TRAMO-ESCALA.

           ADD 1 TO ws-indice-tipo.
           IF cat-clase(ws-indice-tipo) = "EA"
               AND cat-fecha-desde(ws-indice-tipo) = ws-fecha-vigente-ea
               MOVE cat-limite-inferior(ws-indice-tipo)
                   TO ws-limite-tramo
               MOVE 9999999.99 TO ws-tope-tramo
               IF ws-indice-tipo < num-tipos-cat
                   IF cat-clase(ws-indice-tipo + 1) = "EA"
                       AND cat-fecha-desde(ws-indice-tipo + 1)
                           = ws-fecha-vigente-ea
                       MOVE cat-limite-inferior(ws-indice-tipo + 1)
                           TO ws-tope-tramo
                   END-IF
               END-IF
               IF ws-base-escala > ws-limite-tramo
                   IF ws-base-escala < ws-tope-tramo
                       COMPUTE ws-tramo-escala =
                           ws-base-escala - ws-limite-tramo
                   ELSE
                       COMPUTE ws-tramo-escala =
                           ws-tope-tramo - ws-limite-tramo
                   END-IF
                   COMPUTE ws-cuota-escala ROUNDED = ws-cuota-escala
                       + ws-tramo-escala
                       * cat-porcentaje(ws-indice-tipo) / 100
               END-IF
           END-IF.

       END PROGRAM NOMINA-CALCULO.
