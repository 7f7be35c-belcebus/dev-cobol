       ID DIVISION.
       PROGRAM-ID. NOMINA-COMPLEMENTARIA.
       AUTHOR. DAVID HERNANDEZ MARTIN.
      *MODIFICACIONES
      *15/10/2026 - ALTA INICIAL. NOMINA COMPLEMENTARIA DE UN SOLO
      *             TRABAJADOR Y UN MES YA CERRADO (INCIDENCIA
      *             OLVIDADA, DATOS CORREGIDOS...), SIN TENER QUE
      *             EXTORNAR CON NOMINA-REVERSION EL PERIODO DE TODA
      *             LA EMPRESA. TRABAJADOR Y PERIODO SE PIDEN
      *             EXPLICITOS EN TRABAJADOR-COMPLEMENTARIA Y
      *             PERIODO-COMPLEMENTARIA; EL MES DE PAGO ES EL DE
      *             PERIODO-NOMINA. EL MOTOR RECALCULA EL PERIODO EN
      *             MODO 'S' CON LOS DATOS CORREGIDOS (SIN VOLVER A
      *             CONSUMIR ANTICIPOS, EMBARGOS NI DEDUCCIONES, QUE
      *             YA SE DESCONTARON) Y EL RESULTADO SE COMPARA
      *             CONCEPTO A CONCEPTO CON LO GRABADO EN NOMINAS.DAT
      *             Y NOMINAS_DETALLE.DAT. LA DIFERENCIA SE GRABA EN
      *             NOMINAS.DAT CON PERIODO AAAA(MM+20), DISTINGUIBLE
      *             DEL MES ORDINARIO Y DE LAS EXTRAS, Y SE PAGA CON
      *             SU REMESA SEPA (REMESA_COMPLEMENTARIA.TXT) O, SI
      *             SALE A FAVOR DE LA EMPRESA, SE RECUPERA COMO
      *             ANTICIPO DE UN PLAZO EN ANTICIPOS.DAT. EL JUEGO DE
      *             APUNTES CUADRADO DE LA DIFERENCIA VA A
      *             ASIENTOS_COMPLEMENTARIA.TXT.
      *15/10/2026 - EL RECALCULO DEL PERIODO RETIENE EL IRPF AL TIPO
      *             DE LA NOMINA ORIGINAL (ncm-tipo-fijado) Y NO AL
      *             TIPO Y ACUMULADOS DE HOY EN DATOS_IRPF.DAT, QUE
      *             DABAN DIFERENCIAS DE IRPF QUE NO LO ERAN.
      *15/10/2026 - LA DIFERENCIA DE IT EN PAGO DELEGADO (CONCEPTO
      *             "IM") SE ASIENTA EN SU PARTIDA IM (471000), FUERA
      *             DE LOS SUELDOS, COMO EN EL CIERRE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRABFILE ASSIGN TO "TRABAJADORES.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS id-trabajador
           ALTERNATE RECORD KEY IS apellido-pat WITH DUPLICATES
           ALTERNATE RECORD KEY IS apellido-mat WITH DUPLICATES
           SHARING WITH ALL OTHER
           FILE STATUS IS trabfile-status.

           SELECT NOMINAFILE ASSIGN TO "NOMINA.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS nominafile-status.

           SELECT CIERREFILE ASSIGN TO "CIERRES_NOMINA.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS cierrefile-status.

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

           SELECT HISTSALFILE ASSIGN TO "HIST_SALARIOS.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS histsalfile-status.

           SELECT ANTFILE ASSIGN TO "ANTICIPOS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ant-id-trabajador
           FILE STATUS IS antfile-status.

           SELECT IRPFFILE ASSIGN TO "DATOS_IRPF.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS irp-id-trabajador
           FILE STATUS IS irpffile-status.

           SELECT REMESAFILE ASSIGN TO "REMESA_COMPLEMENTARIA.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS remesafile-status.

           SELECT EMPRFILE ASSIGN TO "EMPRESAS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS emprfile-status.

           SELECT ASIENTOFILE ASSIGN TO "ASIENTOS_COMPLEMENTARIA.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS asientofile-status.

      *    CERROJO DE VENTANA DE CIERRE, COMPARTIDO CON
      *    NOMINA-CIERRE: MIENTRAS ESTE OCUPADO EL MENU DE NOMINAS
      *    BLOQUEA LAS MODIFICACIONES.
           SELECT BLOQUEOFILE ASSIGN TO "CIERRE_EN_CURSO.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS bloqueofile-status.

       DATA DIVISION.
       FILE SECTION.
       FD  TRABFILE
           LABEL RECORDS ARE STANDARD.
       01  REG-TRABAJADOR.
           COPY TRABREG.

       FD  NOMINAFILE
           LABEL RECORDS ARE STANDARD.
       01  LINEA-NOMINA               PIC X(80).

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

       FD  NOMMAESTRO
           LABEL RECORDS ARE STANDARD.
       01  REG-NOMINA.
           COPY NOMREG.

       FD  NOMDETFILE
           LABEL RECORDS ARE STANDARD.
       01  REG-DETALLE.
           COPY NOMDET.

       FD  HISTSALFILE
           LABEL RECORDS ARE STANDARD.
       01  REG-HIST-SALARIO.
           COPY HISTREG.

       FD  ANTFILE
           LABEL RECORDS ARE STANDARD.
       01  REG-ANTICIPO.
           COPY ANTREG.

       FD  IRPFFILE
           LABEL RECORDS ARE STANDARD.
       01  REG-DATOS-IRPF.
           COPY IRPFREG.

       FD  REMESAFILE
           LABEL RECORDS ARE STANDARD.
       01  LINEA-REMESA               PIC X(120).

       FD  EMPRFILE
           LABEL RECORDS ARE STANDARD.
       01  REG-EMPRESA.
           05 id-empresa-cat            PIC 9(02).
           05 razon-social-empresa-cat  PIC X(40).
           05 nif-empresa-cat           PIC X(09).
           05 iban-ordenante-empresa-cat PIC X(24).
           05 entidad-contable-empresa-cat PIC X(04).

       FD  ASIENTOFILE
           LABEL RECORDS ARE STANDARD.
       01  LINEA-ASIENTO              PIC X(100).

       FD  BLOQUEOFILE
           LABEL RECORDS ARE STANDARD.
       01  REG-BLOQUEO.
           05 blq-periodo          PIC 9(06).
           05 blq-fecha            PIC 9(08).
           05 blq-hora             PIC 9(08).
           05 blq-programa         PIC X(20).

       WORKING-STORAGE SECTION.

         >>SOURCE FORMAT IS FREE
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
             FS-CAMPO BY nominafile-status
             FS-OK BY nominafile-ok
             FS-FIN-FICHERO BY nominafile-fin
             FS-CLAVE-DUPLICADA BY nominafile-dup
             FS-REGISTRO-NO-ENCONTRADO BY nominafile-no-encontrado
             FS-FICHERO-NO-EXISTE BY nominafile-no-existe
             FS-REGISTRO-BLOQUEADO BY nominafile-bloqueado
             FS-DATOS-INVALIDOS BY nominafile-datos-invalidos.
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
             FS-CAMPO BY histsalfile-status
             FS-OK BY histsalfile-ok
             FS-FIN-FICHERO BY histsalfile-fin
             FS-CLAVE-DUPLICADA BY histsalfile-dup
             FS-REGISTRO-NO-ENCONTRADO BY histsalfile-no-encontrado
             FS-FICHERO-NO-EXISTE BY histsalfile-no-existe
             FS-REGISTRO-BLOQUEADO BY histsalfile-bloqueado
             FS-DATOS-INVALIDOS BY histsalfile-datos-invalidos.
         COPY FILESTAT REPLACING NIVEL-FS BY 77
             FS-CAMPO BY antfile-status
             FS-OK BY antfile-ok
             FS-FIN-FICHERO BY antfile-fin
             FS-CLAVE-DUPLICADA BY antfile-dup
             FS-REGISTRO-NO-ENCONTRADO BY antfile-no-encontrado
             FS-FICHERO-NO-EXISTE BY antfile-no-existe
             FS-REGISTRO-BLOQUEADO BY antfile-bloqueado
             FS-DATOS-INVALIDOS BY antfile-datos-invalidos.
         COPY FILESTAT REPLACING NIVEL-FS BY 77
             FS-CAMPO BY irpffile-status
             FS-OK BY irpffile-ok
             FS-FIN-FICHERO BY irpffile-fin
             FS-CLAVE-DUPLICADA BY irpffile-dup
             FS-REGISTRO-NO-ENCONTRADO BY irpffile-no-encontrado
             FS-FICHERO-NO-EXISTE BY irpffile-no-existe
             FS-REGISTRO-BLOQUEADO BY irpffile-bloqueado
             FS-DATOS-INVALIDOS BY irpffile-datos-invalidos.
         COPY FILESTAT REPLACING NIVEL-FS BY 77
             FS-CAMPO BY remesafile-status
             FS-OK BY remesafile-ok
             FS-FIN-FICHERO BY remesafile-fin
             FS-CLAVE-DUPLICADA BY remesafile-dup
             FS-REGISTRO-NO-ENCONTRADO BY remesafile-no-encontrado
             FS-FICHERO-NO-EXISTE BY remesafile-no-existe
             FS-REGISTRO-BLOQUEADO BY remesafile-bloqueado
             FS-DATOS-INVALIDOS BY remesafile-datos-invalidos.
         COPY FILESTAT REPLACING NIVEL-FS BY 77
             FS-CAMPO BY asientofile-status
             FS-OK BY asientofile-ok
             FS-FIN-FICHERO BY asientofile-fin
             FS-CLAVE-DUPLICADA BY asientofile-dup
             FS-REGISTRO-NO-ENCONTRADO BY asientofile-no-encontrado
             FS-FICHERO-NO-EXISTE BY asientofile-no-existe
             FS-REGISTRO-BLOQUEADO BY asientofile-bloqueado
             FS-DATOS-INVALIDOS BY asientofile-datos-invalidos.
         COPY FILESTAT REPLACING NIVEL-FS BY 77
             FS-CAMPO BY emprfile-status
             FS-OK BY emprfile-ok
             FS-FIN-FICHERO BY emprfile-fin
             FS-CLAVE-DUPLICADA BY emprfile-dup
             FS-REGISTRO-NO-ENCONTRADO BY emprfile-no-encontrado
             FS-FICHERO-NO-EXISTE BY emprfile-no-existe
             FS-REGISTRO-BLOQUEADO BY emprfile-bloqueado
             FS-DATOS-INVALIDOS BY emprfile-datos-invalidos.

         *> TRABAJADOR Y PERIODO A COMPLEMENTAR (SIN VALOR POR
         *> OMISION, COMO LA REVERSION) Y MES DE PAGO.
         77 ws-trabajador-entorno PIC X(05) VALUE SPACES.
         77 ws-periodo-entorno   PIC X(06) VALUE SPACES.
         77 ws-pago-entorno      PIC X(06) VALUE SPACES.
         77 ws-id-complementaria PIC 9(05) VALUE 0.
         77 ws-periodo-original  PIC 9(06) VALUE 0.
         77 ws-anio-original     PIC 9(04).
         77 ws-mes-original      PIC 9(02).
         *> CLAVE DE LA COMPLEMENTARIA EN LOS MAESTROS: AAAA(MM+20),
         *> DE 21 (ENERO) A 32 (DICIEMBRE).
         77 ws-periodo-compl     PIC 9(06) VALUE 0.
         77 ws-periodo-mes       PIC 9(06) VALUE 0.
         77 ws-fecha-hoy         PIC 9(08) VALUE 0.
         77 ws-fecha-fin-periodo PIC 9(08) VALUE 0.
         77 ws-operador          PIC X(20) VALUE SPACES.
         77 ws-empresa-nomina    PIC 9(02) VALUE 0.
         77 ws-iban-ordenante    PIC X(24) VALUE SPACES.
         77 ws-entidad-contable  PIC X(04) VALUE SPACES.
         77 ws-razon-social      PIC X(40) VALUE SPACES.

         77 ws-error-compl       PIC 9(01) VALUE 0.
            88 compl-con-error       VALUE 1.
            88 compl-sin-error       VALUE 0.
         77 ws-periodo-cerrado   PIC 9(01) VALUE 0.
            88 periodo-ya-cerrado    VALUE 1.
            88 periodo-no-cerrado    VALUE 0.
         77 ws-hay-previa        PIC 9(01) VALUE 0.
            88 hay-complementaria-previa VALUE 1.
            88 sin-complementaria-previa VALUE 0.
         77 ws-hay-diferencias   PIC 9(01) VALUE 0.
            88 hay-diferencias       VALUE 1.
            88 sin-diferencias       VALUE 0.
         77 ws-salario-encontrado PIC 9(01) VALUE 0.
            88 salario-historico     VALUE 1.
            88 salario-actual        VALUE 0.
         77 ws-salario-periodo   PIC S9(05)V99.
         *> TIPO DE IRPF DE LA NOMINA ORIGINAL: SU RETENCION SOBRE SU
         *> BASE (BRUTO MAS ESPECIE), COMO LA CALCULO EL MOTOR.
         77 ws-tipo-irpf-original PIC 9(02)V99 VALUE 0.

         *> IMPORTES DE LA NOMINA ORIGINAL (NOMINAS.DAT), DEL
         *> RECALCULO, DE LA DIFERENCIA ACUMULADA (RECALCULO MENOS
         *> ORIGINAL, LO QUE QUEDA GRABADO EN LA COMPLEMENTARIA), DE
         *> LAS COMPLEMENTARIAS ANTERIORES DEL MISMO PERIODO Y DE LO
         *> QUE SE PAGA O RECUPERA EN ESTA PASADA (DIFERENCIA MENOS
         *> LO YA COMPLEMENTADO).
         01 ws-importes-original.
            05 ws-ori-bruto      PIC S9(07)V99.
            05 ws-ori-seg-social PIC S9(07)V99.
            05 ws-ori-irpf       PIC S9(07)V99.
            05 ws-ori-patronal   PIC S9(07)V99.
            05 ws-ori-exentos    PIC S9(07)V99.
            05 ws-ori-sujetos    PIC S9(07)V99.
            05 ws-ori-especie    PIC S9(07)V99.
            05 ws-ori-ingreso-cuenta PIC S9(07)V99.
            05 ws-ori-liquido    PIC S9(07)V99.
         01 ws-importes-recalculo.
            05 ws-nue-bruto      PIC S9(07)V99.
            05 ws-nue-seg-social PIC S9(07)V99.
            05 ws-nue-irpf       PIC S9(07)V99.
            05 ws-nue-patronal   PIC S9(07)V99.
            05 ws-nue-exentos    PIC S9(07)V99.
            05 ws-nue-sujetos    PIC S9(07)V99.
            05 ws-nue-especie    PIC S9(07)V99.
            05 ws-nue-ingreso-cuenta PIC S9(07)V99.
         01 ws-importes-diferencia.
            05 ws-dif-bruto      PIC S9(07)V99.
            05 ws-dif-seg-social PIC S9(07)V99.
            05 ws-dif-irpf       PIC S9(07)V99.
            05 ws-dif-patronal   PIC S9(07)V99.
            05 ws-dif-exentos    PIC S9(07)V99.
            05 ws-dif-sujetos    PIC S9(07)V99.
            05 ws-dif-especie    PIC S9(07)V99.
            05 ws-dif-ingreso-cuenta PIC S9(07)V99.
            05 ws-dif-liquido    PIC S9(07)V99.
            05 ws-dif-itmutua    PIC S9(07)V99.
         01 ws-importes-previa.
            05 ws-pre-bruto      PIC S9(07)V99.
            05 ws-pre-seg-social PIC S9(07)V99.
            05 ws-pre-irpf       PIC S9(07)V99.
            05 ws-pre-patronal   PIC S9(07)V99.
            05 ws-pre-exentos    PIC S9(07)V99.
            05 ws-pre-sujetos    PIC S9(07)V99.
            05 ws-pre-especie    PIC S9(07)V99.
            05 ws-pre-ingreso-cuenta PIC S9(07)V99.
            05 ws-pre-liquido    PIC S9(07)V99.
            05 ws-pre-itmutua    PIC S9(07)V99.
         01 ws-importes-pago.
            05 ws-pag-bruto      PIC S9(07)V99.
            05 ws-pag-seg-social PIC S9(07)V99.
            05 ws-pag-irpf       PIC S9(07)V99.
            05 ws-pag-patronal   PIC S9(07)V99.
            05 ws-pag-exentos    PIC S9(07)V99.
            05 ws-pag-sujetos    PIC S9(07)V99.
            05 ws-pag-especie    PIC S9(07)V99.
            05 ws-pag-ingreso-cuenta PIC S9(07)V99.
            05 ws-pag-liquido    PIC S9(07)V99.
            05 ws-pag-itmutua    PIC S9(07)V99.
         77 ws-importe-recuperar PIC S9(07)V99 VALUE 0.

         *> COMPARACION CONCEPTO A CONCEPTO: LO QUE DICE EL DETALLE
         *> GRABADO (ANTES) Y LO QUE DA EL RECALCULO (AHORA). LOS
         *> DESCUENTOS DEL LIQUIDO (ANTICIPO, EMBARGO, DEDUCCIONES)
         *> NO SE COMPARAN: NO SE VUELVEN A APLICAR.
         01 tabla-comparacion.
            05 num-conceptos     PIC 9(02) VALUE 0.
            05 concepto-cmp OCCURS 30 TIMES.
               10 cmp-concepto   PIC X(02).
               10 cmp-descripcion PIC X(30).
               10 cmp-antes      PIC S9(07)V99.
               10 cmp-ahora      PIC S9(07)V99.
         77 ws-indice-cmp        PIC 9(02).
         77 ws-concepto-linea    PIC X(02).
         77 ws-descripcion-linea PIC X(30).
         77 ws-importe-linea     PIC S9(07)V99.
         77 ws-lado-linea        PIC X(01).
            88 linea-antes           VALUE 'A'.
            88 linea-ahora           VALUE 'N'.
         77 ws-concepto-hallado  PIC 9(01) VALUE 0.
            88 concepto-hallado      VALUE 1.
            88 concepto-nuevo        VALUE 0.
         77 ws-conceptos-perdidos PIC 9(02) VALUE 0.
         77 ws-lineas-originales PIC 9(02) VALUE 0.
         77 ws-indice-incidencia PIC 9(02).
         77 ws-linea-detalle     PIC 9(02).
         77 ws-diferencia-cmp    PIC S9(07)V99.

         77 ws-importe-format    PIC -ZZZZZZ9.99.
         77 ws-antes-format      PIC -ZZZZZZ9.99.
         77 ws-ahora-format      PIC -ZZZZZZ9.99.
         77 ws-tipo-irpf-format  PIC Z9.99.

         COPY NOMCOM.
         *> RECIBO ELECTRONICO (NOMINA-ENVIO).
         COPY ENVCOM.

         *> MISMO TRAZADO SEPA DE REMESA QUE EL CIERRE MENSUAL:
         *> CABECERA 01 CON EL IBAN ORDENANTE, REGISTRO 02 POR
         *> TRANSFERENCIA Y TOTALES 03 CON SUMA DE CONTROL.
         01 ws-remesa-cabecera.
            05 rem-cab-tipo      PIC X(02) VALUE "01".
            05 rem-cab-iban-ordenante PIC X(24).
            05 rem-cab-fecha     PIC 9(08).
            05 rem-cab-periodo   PIC 9(06).
            05 rem-cab-referencia PIC X(16).
            05 rem-cab-empresa   PIC 9(02).
         01 ws-remesa-detalle.
            05 rem-det-tipo      PIC X(02) VALUE "02".
            05 rem-det-secuencia PIC 9(06).
            05 rem-det-iban      PIC X(24).
            05 rem-det-nombre    PIC X(40).
            05 rem-det-importe   PIC 9(09)V99.
            05 rem-det-concepto  PIC X(20).
         01 ws-remesa-totales.
            05 rem-tot-tipo      PIC X(02) VALUE "03".
            05 rem-tot-numero    PIC 9(06).
            05 rem-tot-importe   PIC 9(13)V99.
            05 rem-tot-control   PIC 9(10).
         77 ws-remesa-control    PIC 9(10) VALUE 0.

         *> APUNTES CONTABLES A NIVEL DE EMPRESA, MISMO TRAZADO DE
         *> LINEA QUE LOS ASIENTOS DEL CIERRE MENSUAL.
         01 ws-linea-apunte.
            05 apu-lote          PIC 9(06).
            05 FILLER            PIC X(01) VALUE SPACE.
            05 apu-fecha         PIC 9(08).
            05 FILLER            PIC X(01) VALUE SPACE.
            05 apu-departamento  PIC 9(02).
            05 FILLER            PIC X(01) VALUE SPACE.
            05 apu-cuenta        PIC X(06).
            05 FILLER            PIC X(01) VALUE SPACE.
            05 apu-debe-haber    PIC X(01).
            05 FILLER            PIC X(01) VALUE SPACE.
            05 apu-importe       PIC 9(09)V99.
            05 FILLER            PIC X(01) VALUE SPACE.
            05 apu-concepto      PIC X(44).
            05 FILLER            PIC X(01) VALUE SPACE.
            05 apu-empresa       PIC 9(02).
            05 FILLER            PIC X(01) VALUE SPACE.
            05 apu-entidad       PIC X(04).
         77 ws-apunte-importe    PIC S9(09)V99.
         *> PARTIDA DEL APUNTE EN CURSO (CTAPART) Y SU LADO NATURAL:
         *> UNA DIFERENCIA NEGATIVA SE APUNTA AL LADO CONTRARIO CON
         *> LA MISMA CUENTA, COMO EL CONTRA-LOTE DE LA REVERSION.
         77 ws-partida-apunte    PIC X(02).
         77 ws-lado-partida      PIC X(01).
         77 ws-total-debe        PIC S9(09)V99 VALUE 0.
         77 ws-total-haber       PIC S9(09)V99 VALUE 0.
         COPY CTACOM.
         COPY CTAPART.
         77 ws-partidas-sin-cuenta PIC 9(04) VALUE 0.
         77 ws-indice-partida    PIC 9(02).

         *> CERROJO DE VENTANA DE CIERRE (CIERRE_EN_CURSO.DAT).
         COPY FILESTAT REPLACING NIVEL-FS BY 77
             FS-CAMPO BY bloqueofile-status
             FS-OK BY bloqueofile-ok
             FS-FIN-FICHERO BY bloqueofile-fin
             FS-CLAVE-DUPLICADA BY bloqueofile-dup
             FS-REGISTRO-NO-ENCONTRADO BY bloqueofile-no-encontrado
             FS-FICHERO-NO-EXISTE BY bloqueofile-no-existe
             FS-REGISTRO-BLOQUEADO BY bloqueofile-bloqueado
             FS-DATOS-INVALIDOS BY bloqueofile-datos-invalidos.
         77 ws-nombre-programa   PIC X(20) VALUE "NOMINA-COMPLEMENT".
         77 ws-bloqueo-tomado    PIC 9(01) VALUE 0.
            88 bloqueo-tomado        VALUE 1.
            88 bloqueo-sin-tomar     VALUE 0.
         77 ws-bloqueo-ocupado   PIC 9(01) VALUE 0.
            88 ventana-ocupada       VALUE 1.
            88 ventana-libre         VALUE 0.
         77 ws-hora-bloqueo      PIC 9(08).
         77 ws-fecha-bloqueo     PIC 9(08).

         *> LAS LINEAS DE AUDITORIA SE COMPONEN AQUI PERO LAS
         *> ESCRIBE (SELLADAS Y ENCADENADAS) AUDITORIA-SELLO.
         01 LINEA-AUDITORIA      PIC X(200).
         COPY AUDCOM.
         77 ws-fecha-auditoria   PIC 9(08).
         77 ws-hora-auditoria    PIC 9(08).

       PROCEDURE DIVISION.
       0000-MAIN SECTION.
       0000-PRINCIPAL.
           DISPLAY "=== NOMINA COMPLEMENTARIA ===".
           ACCEPT ws-fecha-hoy FROM DATE YYYYMMDD.
           ACCEPT ws-operador FROM ENVIRONMENT "USER".
           PERFORM 0001-DETERMINAR-PARAMETROS.
           IF compl-sin-error
               PERFORM 0014-TOMAR-BLOQUEO-CIERRE
               IF ventana-ocupada
                   SET compl-con-error TO TRUE
               END-IF
           END-IF.
           IF compl-sin-error
               PERFORM 0003-LEER-NOMINA-ORIGINAL
           END-IF.
           IF compl-sin-error
               PERFORM 0002-COMPROBAR-PERIODO-CERRADO
               IF periodo-no-cerrado
                   DISPLAY "COMPLEMENTARIA RECHAZADA: EL PERIODO "
                       ws-periodo-original " NO FIGURA CERRADO PARA "
                       "LA EMPRESA " ws-empresa-nomina
                       " EN CIERRES_NOMINA.DAT"
                   SET compl-con-error TO TRUE
               END-IF
           END-IF.
           IF compl-sin-error
               PERFORM 0004-RECALCULAR-PERIODO
           END-IF.
           IF compl-sin-error
               PERFORM 0005-COMPARAR-CONCEPTOS
               PERFORM 0006-CALCULAR-DIFERENCIAS
               IF sin-diferencias
                   DISPLAY "EL RECALCULO DEL PERIODO "
                       ws-periodo-original " NO DA DIFERENCIAS CON "
                       "LO YA PAGADO: NO HAY NADA QUE COMPLEMENTAR"
               END-IF
           END-IF.
           IF compl-sin-error AND hay-diferencias
               PERFORM 0016-COMPROBAR-CUENTAS-CONTABLES
               IF ws-partidas-sin-cuenta > 0
                   DISPLAY "COMPLEMENTARIA RECHAZADA: "
                       ws-partidas-sin-cuenta
                       " PARTIDAS DEL ASIENTO SIN CUENTA CONTABLE "
                       "VIGENTE EN CUENTAS_NOMINA.DAT"
                   SET compl-con-error TO TRUE
               END-IF
           END-IF.
           IF compl-sin-error AND hay-diferencias
               AND ws-pag-liquido < 0
               PERFORM 0011-COMPROBAR-RECUPERACION
           END-IF.
           IF compl-sin-error AND hay-diferencias
               PERFORM 0017-BUSCAR-EMPRESA
               PERFORM 0007-ESCRIBIR-RECIBO
               PERFORM 0008-GRABAR-COMPLEMENTARIA
               PERFORM 0008-GRABAR-DETALLE
               IF ws-pag-liquido > 0
                   IF pago-transferencia
                       PERFORM 0009-ESCRIBIR-REMESA
                   ELSE
                       DISPLAY "EL TRABAJADOR COBRA POR CAJA: "
                           "SIN TRANSFERENCIA EN LA REMESA"
                   END-IF
               END-IF
               IF ws-pag-liquido < 0
                   PERFORM 0011-ANOTAR-RECUPERACION
               END-IF
               PERFORM 0010-GENERAR-ASIENTOS
               PERFORM 0012-ACUMULAR-RETENCIONES
               PERFORM 0013-AUDITAR-COMPLEMENTARIA
               MOVE ws-pag-liquido TO ws-importe-format
               DISPLAY "COMPLEMENTARIA " ws-periodo-compl
                   " DEL TRABAJADOR " ws-id-complementaria
                   " GRABADA, LIQUIDO " ws-importe-format
           END-IF.
           IF bloqueo-tomado
               PERFORM 0014-SOLTAR-BLOQUEO-CIERRE
           END-IF.
           STOP RUN.

       0001-DETERMINAR-PARAMETROS.
           *> TRABAJADOR Y PERIODO SE EXIGEN EXPLICITOS: UNA
           *> COMPLEMENTARIA NUNCA DEBE COGER UN VALOR POR OMISION.
           *> EL PERIODO ES UN MES ORDINARIO (LAS EXTRAS 13/14 NO SE
           *> COMPLEMENTAN AQUI) ANTERIOR AL MES DE PAGO, QUE SE TOMA
           *> DE PERIODO-NOMINA (SIN VARIABLE, EL MES DEL SISTEMA).
           ACCEPT ws-trabajador-entorno
               FROM ENVIRONMENT "TRABAJADOR-COMPLEMENTARIA".
           ACCEPT ws-periodo-entorno
               FROM ENVIRONMENT "PERIODO-COMPLEMENTARIA".
           ACCEPT ws-pago-entorno FROM ENVIRONMENT "PERIODO-NOMINA".
           IF ws-pago-entorno = SPACES
               COMPUTE ws-periodo-mes = ws-fecha-hoy / 100
           ELSE
               MOVE ws-pago-entorno TO ws-periodo-mes
           END-IF.
           IF ws-trabajador-entorno = SPACES
               OR ws-periodo-entorno = SPACES
               DISPLAY "TRABAJADOR-COMPLEMENTARIA Y "
                   "PERIODO-COMPLEMENTARIA SIN DEFINIR: INDIQUE "
                   "EXPLICITAMENTE EL TRABAJADOR Y EL PERIODO"
               SET compl-con-error TO TRUE
           ELSE
               MOVE ws-trabajador-entorno TO ws-id-complementaria
               MOVE ws-periodo-entorno TO ws-periodo-original
               DIVIDE ws-periodo-original BY 100
                   GIVING ws-anio-original REMAINDER ws-mes-original
               IF ws-mes-original < 1 OR ws-mes-original > 12
                   DISPLAY "PERIODO-COMPLEMENTARIA DEBE SER UN MES "
                       "ORDINARIO AAAAMM (PEDIDO: "
                       ws-periodo-original ")"
                   SET compl-con-error TO TRUE
               END-IF
               IF ws-periodo-original NOT < ws-periodo-mes
                   DISPLAY "EL PERIODO A COMPLEMENTAR "
                       ws-periodo-original " DEBE SER ANTERIOR AL MES "
                       "DE PAGO " ws-periodo-mes
                   SET compl-con-error TO TRUE
               END-IF
           END-IF.
           IF compl-sin-error
               COMPUTE ws-periodo-compl = ws-periodo-original + 20
               COMPUTE ws-fecha-fin-periodo =
                   ws-periodo-original * 100 + 31
               DISPLAY "TRABAJADOR " ws-id-complementaria
                   " PERIODO " ws-periodo-original
                   " (COMPLEMENTARIA " ws-periodo-compl
                   ") PAGO EN " ws-periodo-mes
           END-IF.

       0002-COMPROBAR-PERIODO-CERRADO.
           *> SOLO SE COMPLEMENTA UN MES CERRADO PARA LA EMPRESA QUE
           *> PAGO LA NOMINA ORIGINAL.
           SET periodo-no-cerrado TO TRUE.
           OPEN INPUT CIERREFILE.
           IF cierrefile-ok
               PERFORM 0002-LEER-CIERRE UNTIL cierrefile-fin
               CLOSE CIERREFILE
           END-IF.

       0002-LEER-CIERRE.
           READ CIERREFILE
               AT END SET cierrefile-fin TO TRUE
               NOT AT END
                   IF cie-periodo = ws-periodo-original
                       AND (cie-empresa = ws-empresa-nomina
                            OR cie-empresa = 0)
                       SET periodo-ya-cerrado TO TRUE
                   END-IF
           END-READ.

       0003-LEER-NOMINA-ORIGINAL.
           *> LA NOMINA QUE SE COMPLEMENTA TIENE QUE ESTAR GRABADA;
           *> SI YA HUBO UNA COMPLEMENTARIA DEL MISMO PERIODO, SUS
           *> IMPORTES (ACUMULADOS) SE DESCUENTAN DE LA DIFERENCIA
           *> PARA NO PAGAR DOS VECES LO MISMO.
           INITIALIZE ws-importes-original ws-importes-previa.
           OPEN INPUT NOMMAESTRO.
           IF NOT nommaestro-ok
               DISPLAY "NO SE PUDO ABRIR NOMINAS.DAT - FILE STATUS "
                   nommaestro-status
               SET compl-con-error TO TRUE
           ELSE
               MOVE ws-id-complementaria TO nom-id-trabajador
               MOVE ws-periodo-original TO nom-periodo
               READ NOMMAESTRO
                   INVALID KEY
                       DISPLAY "COMPLEMENTARIA RECHAZADA: EL "
                           "TRABAJADOR " ws-id-complementaria
                           " NO TIENE NOMINA DEL PERIODO "
                           ws-periodo-original " EN NOMINAS.DAT"
                       SET compl-con-error TO TRUE
                   NOT INVALID KEY
                       MOVE nom-bruto TO ws-ori-bruto
                       MOVE nom-seg-social TO ws-ori-seg-social
                       MOVE nom-irpf TO ws-ori-irpf
                       MOVE nom-cuota-patronal TO ws-ori-patronal
                       MOVE nom-gastos-exentos TO ws-ori-exentos
                       MOVE nom-gastos-sujetos TO ws-ori-sujetos
                       MOVE nom-especie TO ws-ori-especie
                       MOVE nom-ingreso-cuenta
                           TO ws-ori-ingreso-cuenta
                       MOVE nom-liquido TO ws-ori-liquido
                       MOVE nom-empresa TO ws-empresa-nomina
                       IF nom-bruto + nom-especie > 0
                           COMPUTE ws-tipo-irpf-original ROUNDED =
                               nom-irpf * 100
                               / (nom-bruto + nom-especie)
                       END-IF
               END-READ
               IF compl-sin-error
                   PERFORM 0003-LEER-COMPLEMENTARIA-PREVIA
               END-IF
               CLOSE NOMMAESTRO
           END-IF.

       0003-LEER-COMPLEMENTARIA-PREVIA.

           SET sin-complementaria-previa TO TRUE.
           MOVE ws-id-complementaria TO nom-id-trabajador.
           MOVE ws-periodo-compl TO nom-periodo.
           READ NOMMAESTRO
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   SET hay-complementaria-previa TO TRUE
                   MOVE nom-bruto TO ws-pre-bruto
                   MOVE nom-seg-social TO ws-pre-seg-social
                   MOVE nom-irpf TO ws-pre-irpf
                   MOVE nom-cuota-patronal TO ws-pre-patronal
                   MOVE nom-gastos-exentos TO ws-pre-exentos
                   MOVE nom-gastos-sujetos TO ws-pre-sujetos
                   MOVE nom-especie TO ws-pre-especie
                   MOVE nom-ingreso-cuenta TO ws-pre-ingreso-cuenta
                   MOVE nom-liquido TO ws-pre-liquido
                   DISPLAY "YA HAY UNA COMPLEMENTARIA DEL PERIODO "
                       "(CALCULADA EL " nom-fecha-calculo "): SE "
                       "PAGA SOLO LO QUE FALTE SOBRE ELLA"
           END-READ.

       0004-RECALCULAR-PERIODO.
           *> EL MOTOR RECALCULA EL PERIODO ORIGINAL EN MODO 'S' CON
           *> LOS DATOS CORREGIDOS DEL TRABAJADOR, LAS INCIDENCIAS,
           *> GASTOS Y TIPOS DE ESE PERIODO. EL SALARIO ES EL VIGENTE
           *> EN EL PERIODO SEGUN HIST_SALARIOS.TXT (0004-BUSCAR-...).
           *> EL IRPF SE RETIENE AL TIPO DE LA NOMINA ORIGINAL: EL DE
           *> DATOS_IRPF.DAT ES EL DE HOY, CON LOS ACUMULADOS DE HOY.
           OPEN INPUT TRABFILE.
           IF NOT trabfile-ok
               DISPLAY "NO SE PUDO ABRIR TRABAJADORES.DAT - FILE "
                   "STATUS " trabfile-status
               SET compl-con-error TO TRUE
           ELSE
               MOVE ws-id-complementaria TO id-trabajador
               READ TRABFILE IGNORING LOCK
                   INVALID KEY
                       DISPLAY "EL TRABAJADOR " ws-id-complementaria
                           " NO FIGURA EN TRABAJADORES.DAT"
                       SET compl-con-error TO TRUE
               END-READ
               CLOSE TRABFILE
           END-IF.
           IF compl-sin-error
               PERFORM 0004-BUSCAR-SALARIO-PERIODO
               SET ncm-modo-simulacion TO TRUE
               MOVE SPACE TO ncm-recargar-tabla
               MOVE ws-periodo-original TO ncm-periodo
               MOVE id-trabajador TO ncm-id-trabajador
               MOVE ws-salario-periodo TO ncm-salario-base
               MOVE fecha-alta-trabajador TO ncm-fecha-alta
               MOVE jornada-pct TO ncm-jornada
               MOVE fecha-baja-trabajador TO ncm-fecha-baja
               MOVE SPACE TO ncm-tipo-fijado
               IF ws-ori-bruto + ws-ori-especie > 0
                   SET ncm-con-tipo-fijado TO TRUE
                   MOVE ws-tipo-irpf-original TO ncm-tipo-irpf-fijo
               END-IF
               CALL "NOMINA-CALCULO" USING nomcalc-com
               IF NOT ncm-ok
                   DISPLAY "COMPLEMENTARIA ABORTADA: SIN TIPOS DE "
                       "RETENCION VIGENTES EN TIPOS_RETENCION.DAT "
                       "PARA EL PERIODO " ws-periodo-original
                   SET compl-con-error TO TRUE
               ELSE
                   MOVE ncm-bruto TO ws-nue-bruto
                   MOVE ncm-seg-social TO ws-nue-seg-social
                   MOVE ncm-irpf TO ws-nue-irpf
                   MOVE ncm-cuota-patronal TO ws-nue-patronal
                   MOVE ncm-gastos-exentos TO ws-nue-exentos
                   MOVE ncm-gastos-sujetos TO ws-nue-sujetos
                   MOVE ncm-especie TO ws-nue-especie
                   MOVE ncm-ingreso-cuenta TO ws-nue-ingreso-cuenta
               END-IF
           END-IF.

       0004-BUSCAR-SALARIO-PERIODO.
           *> EL SALARIO DEL MAESTRO ES EL DE HOY. SE DESHACEN LOS
           *> CAMBIOS QUE NO ERAN DEL PERIODO: LOS EFECTIVOS DESPUES
           *> DE EL Y LOS RETROACTIVOS REGISTRADOS DESPUES DE EL, QUE
           *> YA PAGA (O PAGARA) NOMINA-ATRASOS COMO INCIDENCIA "AT"
           *> Y NO DEBEN PAGARSE DOS VECES. EL HISTORICO ESTA EN
           *> ORDEN DE REGISTRO: EL PRIMER CAMBIO A DESHACER DA, EN
           *> SU SALARIO ANTERIOR, EL QUE REGIA EN EL PERIODO.
           MOVE salario TO ws-salario-periodo.
           SET salario-actual TO TRUE.
           OPEN INPUT HISTSALFILE.
           IF histsalfile-ok
               PERFORM 0004-LEER-HISTORICO
                   UNTIL histsalfile-fin OR salario-historico
               CLOSE HISTSALFILE
           END-IF.
           IF salario-historico
               MOVE ws-salario-periodo TO ws-importe-format
               DISPLAY "SALARIO VIGENTE EN EL PERIODO (HISTORICO): "
                   ws-importe-format
           END-IF.

       0004-LEER-HISTORICO.
           READ HISTSALFILE
               AT END SET histsalfile-fin TO TRUE
               NOT AT END
                   IF hist-id-trabajador = ws-id-complementaria
                       AND (hist-fecha-efectiva
                               > ws-fecha-fin-periodo
                         OR (hist-fecha-registro IS NUMERIC
                         AND hist-fecha-registro
                               > ws-fecha-fin-periodo))
                       MOVE hist-salario-antes TO ws-salario-periodo
                       SET salario-historico TO TRUE
                   END-IF
           END-READ.

       0005-COMPARAR-CONCEPTOS.
           *> TABLA DE CONCEPTOS: PRIMERO LAS LINEAS GRABADAS DEL
           *> PERIODO (ANTES), LUEGO LAS DEL RECALCULO (AHORA), CON
           *> LOS MISMOS CODIGOS Y EL MISMO ORDEN QUE EL RECIBO. UN
           *> CONCEPTO REPETIDO (DOS INCIDENCIAS IGUALES) SE SUMA.
           MOVE 0 TO num-conceptos.
           MOVE 0 TO ws-conceptos-perdidos.
           MOVE 0 TO ws-lineas-originales.
           SET linea-antes TO TRUE.
           OPEN INPUT NOMDETFILE.
           IF nomdetfile-ok
               MOVE ws-id-complementaria TO det-id-trabajador
               MOVE ws-periodo-original TO det-periodo
               MOVE 0 TO det-linea
               START NOMDETFILE KEY IS NOT LESS THAN det-clave
                   INVALID KEY SET nomdetfile-fin TO TRUE
               END-START
               PERFORM 0005-LEER-DETALLE-ORIGINAL
                   UNTIL nomdetfile-fin
               IF hay-complementaria-previa
                   PERFORM 0005-LEER-IT-MUTUA-PREVIA
               END-IF
               CLOSE NOMDETFILE
           END-IF.
           IF ws-lineas-originales = 0
               DISPLAY "AVISO: LA NOMINA ORIGINAL NO TIENE DETALLE "
                   "EN NOMINAS_DETALLE.DAT; SE COMPARA SOLO CONTRA "
                   "LOS TOTALES DE NOMINAS.DAT"
           END-IF.
           SET linea-ahora TO TRUE.
           PERFORM 0005-ANOTAR-RECALCULO.
           IF ws-conceptos-perdidos > 0
               DISPLAY "AVISO: " ws-conceptos-perdidos " CONCEPTOS "
                   "NO CABEN EN LA COMPARACION (SOLO AFECTA AL "
                   "DESGLOSE, NO A LOS IMPORTES)"
           END-IF.

       0005-LEER-DETALLE-ORIGINAL.
           READ NOMDETFILE NEXT RECORD
               AT END SET nomdetfile-fin TO TRUE
               NOT AT END
                   IF det-id-trabajador NOT = ws-id-complementaria
                       OR det-periodo NOT = ws-periodo-original
                       SET nomdetfile-fin TO TRUE
                   ELSE
                       ADD 1 TO ws-lineas-originales
                       IF det-concepto NOT = "AN" AND NOT = "EB"
                           AND NOT = "DV" AND NOT = "LQ"
                           MOVE det-concepto TO ws-concepto-linea
                           MOVE det-descripcion
                               TO ws-descripcion-linea
                           MOVE det-importe TO ws-importe-linea
                           PERFORM 0005-ANOTAR-CONCEPTO
                       END-IF
                   END-IF
           END-READ.

       0005-LEER-IT-MUTUA-PREVIA.
           *> LA IT EN PAGO DELEGADO YA COMPLEMENTADA ES LA LINEA
           *> "IM" (DIFERENCIA ACUMULADA) DEL DETALLE DE LA
           *> COMPLEMENTARIA ANTERIOR.
           MOVE ws-id-complementaria TO det-id-trabajador.
           MOVE ws-periodo-compl TO det-periodo.
           MOVE 0 TO det-linea.
           START NOMDETFILE KEY IS NOT LESS THAN det-clave
               INVALID KEY SET nomdetfile-fin TO TRUE
           END-START.
           PERFORM 0005-SUMAR-IT-MUTUA-PREVIA
               UNTIL nomdetfile-fin.

       0005-SUMAR-IT-MUTUA-PREVIA.
           READ NOMDETFILE NEXT RECORD
               AT END SET nomdetfile-fin TO TRUE
               NOT AT END
                   IF det-id-trabajador NOT = ws-id-complementaria
                       OR det-periodo NOT = ws-periodo-compl
                       SET nomdetfile-fin TO TRUE
                   ELSE IF det-concepto = "IM"
                       ADD det-importe TO ws-pre-itmutua
                   END-IF
                   END-IF
           END-READ.

       0005-ANOTAR-RECALCULO.
           *> MISMAS LINEAS QUE GRABA EL CIERRE EN EL DETALLE, SIN LOS
           *> DESCUENTOS DEL LIQUIDO NI EL PROPIO LIQUIDO.
           MOVE "SB" TO ws-concepto-linea.
           MOVE "SALARIO BASE" TO ws-descripcion-linea.
           MOVE ncm-base-efectiva TO ws-importe-linea.
           PERFORM 0005-ANOTAR-CONCEPTO.
           IF ncm-trienios > 0
               MOVE "TR" TO ws-concepto-linea
               MOVE "ANTIGUEDAD (TRIENIOS)" TO ws-descripcion-linea
               MOVE ncm-imp-trienios TO ws-importe-linea
               PERFORM 0005-ANOTAR-CONCEPTO
           END-IF.
           IF ncm-it-empresa NOT = 0
               MOVE "IE" TO ws-concepto-linea
               MOVE "PRESTACION IT CARGO EMPRESA"
                   TO ws-descripcion-linea
               MOVE ncm-it-empresa TO ws-importe-linea
               PERFORM 0005-ANOTAR-CONCEPTO
           END-IF.
           IF ncm-it-mutua NOT = 0
               MOVE "IM" TO ws-concepto-linea
               MOVE "PRESTACION IT PAGO DELEGADO"
                   TO ws-descripcion-linea
               MOVE ncm-it-mutua TO ws-importe-linea
               PERFORM 0005-ANOTAR-CONCEPTO
           END-IF.
           MOVE 0 TO ws-indice-incidencia.
           PERFORM 0005-ANOTAR-INCIDENCIA
               UNTIL ws-indice-incidencia = ncm-num-incidencias.
           IF ncm-gastos-sujetos NOT = 0
               MOVE "GS" TO ws-concepto-linea
               MOVE "EXCESO DIETAS/KM SUJETO" TO ws-descripcion-linea
               MOVE ncm-gastos-sujetos TO ws-importe-linea
               PERFORM 0005-ANOTAR-CONCEPTO
           END-IF.
           IF ncm-especie NOT = 0
               MOVE "EV" TO ws-concepto-linea
               MOVE "RETRIBUCION EN ESPECIE" TO ws-descripcion-linea
               MOVE ncm-especie TO ws-importe-linea
               PERFORM 0005-ANOTAR-CONCEPTO
           END-IF.
           MOVE "SS" TO ws-concepto-linea.
           MOVE "SEGURIDAD SOCIAL" TO ws-descripcion-linea.
           MOVE ncm-seg-social TO ws-importe-linea.
           PERFORM 0005-ANOTAR-CONCEPTO.
           MOVE "IR" TO ws-concepto-linea.
           MOVE ncm-tipo-irpf TO ws-tipo-irpf-format.
           MOVE SPACES TO ws-descripcion-linea.
           STRING "IRPF " ws-tipo-irpf-format "% " ncm-motivo-irpf
               DELIMITED BY SIZE INTO ws-descripcion-linea.
           MOVE ncm-irpf TO ws-importe-linea.
           PERFORM 0005-ANOTAR-CONCEPTO.
           IF ncm-ingreso-cuenta NOT = 0
               MOVE "EI" TO ws-concepto-linea
               MOVE "INGRESO A CUENTA ESPECIE" TO ws-descripcion-linea
               MOVE ncm-ingreso-cuenta TO ws-importe-linea
               PERFORM 0005-ANOTAR-CONCEPTO
           END-IF.
           IF ncm-gastos-exentos NOT = 0
               MOVE "GE" TO ws-concepto-linea
               MOVE "DIETAS/KM EXENTOS" TO ws-descripcion-linea
               MOVE ncm-gastos-exentos TO ws-importe-linea
               PERFORM 0005-ANOTAR-CONCEPTO
           END-IF.

       0005-ANOTAR-INCIDENCIA.

           ADD 1 TO ws-indice-incidencia.
           MOVE ncm-inc-concepto(ws-indice-incidencia)
               TO ws-concepto-linea.
           IF ncm-inc-descripcion(ws-indice-incidencia) NOT = SPACES
               MOVE ncm-inc-descripcion(ws-indice-incidencia)
                   TO ws-descripcion-linea
           ELSE
               MOVE SPACES TO ws-descripcion-linea
               STRING "INCIDENCIA "
                      ncm-inc-concepto(ws-indice-incidencia)
                   DELIMITED BY SIZE INTO ws-descripcion-linea
           END-IF.
           MOVE ncm-inc-importe(ws-indice-incidencia)
               TO ws-importe-linea.
           PERFORM 0005-ANOTAR-CONCEPTO.

       0005-ANOTAR-CONCEPTO.
           *> EL LLAMADOR DEJA CONCEPTO, DESCRIPCION, IMPORTE Y LADO
           *> (ANTES / AHORA); AQUI SE BUSCA EL CONCEPTO EN LA TABLA
           *> Y SE SUMA, O SE DA DE ALTA SI ES NUEVO.
           SET concepto-nuevo TO TRUE.
           MOVE 0 TO ws-indice-cmp.
           PERFORM 0005-BUSCAR-CONCEPTO
               UNTIL ws-indice-cmp = num-conceptos
                  OR concepto-hallado.
           IF concepto-nuevo
               IF num-conceptos = 30
                   ADD 1 TO ws-conceptos-perdidos
               ELSE
                   ADD 1 TO num-conceptos
                   MOVE num-conceptos TO ws-indice-cmp
                   MOVE ws-concepto-linea
                       TO cmp-concepto(ws-indice-cmp)
                   MOVE ws-descripcion-linea
                       TO cmp-descripcion(ws-indice-cmp)
                   MOVE 0 TO cmp-antes(ws-indice-cmp)
                   MOVE 0 TO cmp-ahora(ws-indice-cmp)
                   SET concepto-hallado TO TRUE
               END-IF
           END-IF.
           IF concepto-hallado
               IF linea-antes
                   ADD ws-importe-linea TO cmp-antes(ws-indice-cmp)
               ELSE
                   ADD ws-importe-linea TO cmp-ahora(ws-indice-cmp)
                   *> LA DESCRIPCION QUE QUEDA ES LA DEL RECALCULO
                   *> (EL TIPO DE IRPF PUEDE HABER CAMBIADO).
                   MOVE ws-descripcion-linea
                       TO cmp-descripcion(ws-indice-cmp)
               END-IF
           END-IF.

       0005-BUSCAR-CONCEPTO.

           ADD 1 TO ws-indice-cmp.
           IF cmp-concepto(ws-indice-cmp) = ws-concepto-linea
               SET concepto-hallado TO TRUE
           END-IF.

       0006-CALCULAR-DIFERENCIAS.
           *> DIFERENCIA ACUMULADA = RECALCULO - ORIGINAL; LO QUE SE
           *> PAGA AHORA ES ESA DIFERENCIA MENOS LO QUE YA PAGARON
           *> COMPLEMENTARIAS ANTERIORES DEL PERIODO. EL LIQUIDO DE LA
           *> COMPLEMENTARIA ES BRUTO - SEGURIDAD SOCIAL - IRPF +
           *> GASTOS EXENTOS: ANTICIPOS, EMBARGOS Y DEDUCCIONES YA SE
           *> DESCONTARON EN LA NOMINA ORIGINAL.
           COMPUTE ws-dif-bruto = ws-nue-bruto - ws-ori-bruto.
           COMPUTE ws-dif-seg-social =
               ws-nue-seg-social - ws-ori-seg-social.
           COMPUTE ws-dif-irpf = ws-nue-irpf - ws-ori-irpf.
           COMPUTE ws-dif-patronal = ws-nue-patronal - ws-ori-patronal.
           COMPUTE ws-dif-exentos = ws-nue-exentos - ws-ori-exentos.
           COMPUTE ws-dif-sujetos = ws-nue-sujetos - ws-ori-sujetos.
           COMPUTE ws-dif-especie = ws-nue-especie - ws-ori-especie.
           COMPUTE ws-dif-ingreso-cuenta =
               ws-nue-ingreso-cuenta - ws-ori-ingreso-cuenta.
           COMPUTE ws-dif-liquido = ws-dif-bruto - ws-dif-seg-social
               - ws-dif-irpf + ws-dif-exentos.

           COMPUTE ws-pag-bruto = ws-dif-bruto - ws-pre-bruto.
           COMPUTE ws-pag-seg-social =
               ws-dif-seg-social - ws-pre-seg-social.
           COMPUTE ws-pag-irpf = ws-dif-irpf - ws-pre-irpf.
           COMPUTE ws-pag-patronal = ws-dif-patronal - ws-pre-patronal.
           COMPUTE ws-pag-exentos = ws-dif-exentos - ws-pre-exentos.
           COMPUTE ws-pag-sujetos = ws-dif-sujetos - ws-pre-sujetos.
           COMPUTE ws-pag-especie = ws-dif-especie - ws-pre-especie.
           COMPUTE ws-pag-ingreso-cuenta =
               ws-dif-ingreso-cuenta - ws-pre-ingreso-cuenta.
           COMPUTE ws-pag-liquido = ws-dif-liquido - ws-pre-liquido.
           *> LA IT EN PAGO DELEGADO VA DENTRO DEL BRUTO; SU
           *> DIFERENCIA SALE DE LA COMPARACION DE CONCEPTOS PARA
           *> ASENTARLA APARTE.
           MOVE 0 TO ws-dif-itmutua.
           MOVE "IM" TO ws-concepto-linea.
           SET concepto-nuevo TO TRUE.
           MOVE 0 TO ws-indice-cmp.
           PERFORM 0005-BUSCAR-CONCEPTO
               UNTIL ws-indice-cmp = num-conceptos
                  OR concepto-hallado.
           IF concepto-hallado
               COMPUTE ws-dif-itmutua = cmp-ahora(ws-indice-cmp)
                   - cmp-antes(ws-indice-cmp)
           END-IF.
           COMPUTE ws-pag-itmutua = ws-dif-itmutua - ws-pre-itmutua.

           SET sin-diferencias TO TRUE.
           IF ws-pag-bruto NOT = 0 OR ws-pag-seg-social NOT = 0
               OR ws-pag-irpf NOT = 0 OR ws-pag-patronal NOT = 0
               OR ws-pag-exentos NOT = 0 OR ws-pag-sujetos NOT = 0
               OR ws-pag-especie NOT = 0
               OR ws-pag-ingreso-cuenta NOT = 0
               OR ws-pag-liquido NOT = 0
               SET hay-diferencias TO TRUE
           END-IF.

       0007-ESCRIBIR-RECIBO.
           *> CADA LINEA DEL RECIBO VA A NOMINA.TXT Y AL RECIBO
           *> ELECTRONICO DEL TRABAJADOR (0015).
           OPEN EXTEND NOMINAFILE.
           IF NOT nominafile-status = "00"
               AND NOT nominafile-status = "05"
               CLOSE NOMINAFILE
               OPEN OUTPUT NOMINAFILE
           END-IF.
           PERFORM 0015-ABRIR-RECIBO-ELECTRONICO.
           MOVE ALL "-" TO LINEA-NOMINA.
           PERFORM 0015-ESCRIBIR-LINEA-RECIBO.
           MOVE SPACES TO LINEA-NOMINA.
           STRING "NOMINA COMPLEMENTARIA DEL TRABAJADOR "
                  ws-id-complementaria
                  " PERIODO " ws-periodo-original
               DELIMITED BY SIZE INTO LINEA-NOMINA.
           PERFORM 0015-ESCRIBIR-LINEA-RECIBO.
           MOVE SPACES TO LINEA-NOMINA.
           STRING nombre-trabajador DELIMITED BY SIZE
                  " " apellido-pat DELIMITED BY SIZE
                  " " apellido-mat DELIMITED BY SIZE
               INTO LINEA-NOMINA.
           PERFORM 0015-ESCRIBIR-LINEA-RECIBO.
           MOVE SPACES TO LINEA-NOMINA.
           STRING "CONCEPTO                           "
                  "    PAGADO   CORRECTO  DIFERENCIA"
               DELIMITED BY SIZE INTO LINEA-NOMINA.
           PERFORM 0015-ESCRIBIR-LINEA-RECIBO.
           MOVE 0 TO ws-indice-cmp.
           PERFORM 0007-ESCRIBIR-LINEA-CONCEPTO
               UNTIL ws-indice-cmp = num-conceptos.

           MOVE ws-pag-bruto TO ws-importe-format.
           MOVE SPACES TO LINEA-NOMINA.
           STRING "DIFERENCIA DE BRUTO:      " ws-importe-format
               DELIMITED BY SIZE INTO LINEA-NOMINA.
           PERFORM 0015-ESCRIBIR-LINEA-RECIBO.
           MOVE ws-pag-seg-social TO ws-importe-format.
           MOVE SPACES TO LINEA-NOMINA.
           STRING "DIFERENCIA SEG. SOCIAL:   " ws-importe-format
               DELIMITED BY SIZE INTO LINEA-NOMINA.
           PERFORM 0015-ESCRIBIR-LINEA-RECIBO.
           MOVE ws-pag-irpf TO ws-importe-format.
           MOVE SPACES TO LINEA-NOMINA.
           STRING "DIFERENCIA DE IRPF:       " ws-importe-format
               DELIMITED BY SIZE INTO LINEA-NOMINA.
           PERFORM 0015-ESCRIBIR-LINEA-RECIBO.
           IF ws-pag-exentos NOT = 0
               MOVE ws-pag-exentos TO ws-importe-format
               MOVE SPACES TO LINEA-NOMINA
               STRING "DIFERENCIA GASTOS EXENTOS:" ws-importe-format
                   DELIMITED BY SIZE INTO LINEA-NOMINA
               PERFORM 0015-ESCRIBIR-LINEA-RECIBO
           END-IF.
           IF hay-complementaria-previa
               MOVE ws-pre-liquido TO ws-importe-format
               MOVE SPACES TO LINEA-NOMINA
               STRING "YA COMPLEMENTADO ANTES:   " ws-importe-format
                   DELIMITED BY SIZE INTO LINEA-NOMINA
               PERFORM 0015-ESCRIBIR-LINEA-RECIBO
           END-IF.
           MOVE SPACES TO LINEA-NOMINA.
           IF ws-pag-liquido < 0
               COMPUTE ws-importe-format = 0 - ws-pag-liquido
               STRING "IMPORTE A REINTEGRAR:     " ws-importe-format
                      " (SE DESCUENTA EN LA PROXIMA NOMINA)"
                   DELIMITED BY SIZE INTO LINEA-NOMINA
           ELSE
               MOVE ws-pag-liquido TO ws-importe-format
               STRING "LIQUIDO A PERCIBIR:       " ws-importe-format
                   DELIMITED BY SIZE INTO LINEA-NOMINA
           END-IF.
           PERFORM 0015-ESCRIBIR-LINEA-RECIBO.
           PERFORM 0015-CERRAR-RECIBO-ELECTRONICO.
           CLOSE NOMINAFILE.

       0007-ESCRIBIR-LINEA-CONCEPTO.

           ADD 1 TO ws-indice-cmp.
           MOVE cmp-antes(ws-indice-cmp) TO ws-antes-format.
           MOVE cmp-ahora(ws-indice-cmp) TO ws-ahora-format.
           COMPUTE ws-importe-format =
               cmp-ahora(ws-indice-cmp) - cmp-antes(ws-indice-cmp).
           MOVE SPACES TO LINEA-NOMINA.
           STRING cmp-concepto(ws-indice-cmp) " "
                  cmp-descripcion(ws-indice-cmp) " "
                  ws-antes-format ws-ahora-format " "
                  ws-importe-format
               DELIMITED BY SIZE INTO LINEA-NOMINA.
           PERFORM 0015-ESCRIBIR-LINEA-RECIBO.

       0008-GRABAR-COMPLEMENTARIA.
           *> LA COMPLEMENTARIA QUEDA EN NOMINAS.DAT CON PERIODO
           *> AAAA(MM+20) Y LOS IMPORTES ACUMULADOS DE TODAS LAS
           *> COMPLEMENTARIAS DEL PERIODO (RECALCULO - ORIGINAL), QUE
           *> ES LO QUE CERTIFICADOS Y MODELO 111 SUMAN AL MES
           *> CORREGIDO. LA EMPRESA ES LA DE LA NOMINA ORIGINAL.
           PERFORM 0008-ABRIR-MAESTRO-NOMINAS.
           IF nommaestro-ok
               MOVE ws-id-complementaria TO nom-id-trabajador
               MOVE ws-periodo-compl TO nom-periodo
               MOVE ws-dif-bruto TO nom-bruto
               MOVE ws-dif-seg-social TO nom-seg-social
               MOVE ws-dif-irpf TO nom-irpf
               MOVE ws-dif-liquido TO nom-liquido
               MOVE ws-fecha-hoy TO nom-fecha-calculo
               MOVE ws-dif-patronal TO nom-cuota-patronal
               MOVE 0 TO nom-embargo
               MOVE SPACE TO nom-estado-pago
               MOVE ws-empresa-nomina TO nom-empresa
               MOVE ws-dif-exentos TO nom-gastos-exentos
               MOVE ws-dif-sujetos TO nom-gastos-sujetos
               MOVE ws-dif-especie TO nom-especie
               MOVE ws-dif-ingreso-cuenta TO nom-ingreso-cuenta
               MOVE 0 TO nom-deducciones
               WRITE REG-NOMINA
                   INVALID KEY
                       REWRITE REG-NOMINA
               END-WRITE
               CLOSE NOMMAESTRO
           END-IF.

       0008-ABRIR-MAESTRO-NOMINAS.
           *> SOLO SE CREA VACIO CON STATUS 35 (NO EXISTE), NUNCA
           *> ANTE OTRO FALLO DE APERTURA.
           OPEN I-O NOMMAESTRO.
           IF nommaestro-no-existe
               OPEN OUTPUT NOMMAESTRO
               CLOSE NOMMAESTRO
               OPEN I-O NOMMAESTRO
           END-IF.
           IF NOT nommaestro-ok
               DISPLAY "NO SE PUDO ABRIR NOMINAS.DAT - FILE STATUS "
                   nommaestro-status
           END-IF.

       0008-GRABAR-DETALLE.
           *> DETALLE DE LA COMPLEMENTARIA: UNA LINEA POR CONCEPTO
           *> CON DIFERENCIA (ACUMULADA) Y EL LIQUIDO. UNA NUEVA
           *> COMPLEMENTARIA DEL MISMO PERIODO BORRA ANTES LAS LINEAS
           *> DE LA ANTERIOR.
           OPEN I-O NOMDETFILE.
           IF nomdetfile-no-existe
               OPEN OUTPUT NOMDETFILE
               CLOSE NOMDETFILE
               OPEN I-O NOMDETFILE
           END-IF.
           IF NOT nomdetfile-ok
               DISPLAY "AVISO: NO SE PUDO GRABAR EL DETALLE EN "
                   "NOMINAS_DETALLE.DAT - FILE STATUS "
                   nomdetfile-status
           ELSE
               MOVE ws-id-complementaria TO det-id-trabajador
               MOVE ws-periodo-compl TO det-periodo
               MOVE 0 TO det-linea
               START NOMDETFILE KEY IS NOT LESS THAN det-clave
                   INVALID KEY SET nomdetfile-fin TO TRUE
               END-START
               PERFORM 0008-BORRAR-DETALLE-ANTERIOR
                   UNTIL nomdetfile-fin
               MOVE 0 TO ws-linea-detalle
               MOVE 0 TO ws-indice-cmp
               PERFORM 0008-ESCRIBIR-DIFERENCIA-CONCEPTO
                   UNTIL ws-indice-cmp = num-conceptos
               MOVE "LQ" TO det-concepto
               MOVE "LIQUIDO COMPLEMENTARIA" TO det-descripcion
               MOVE ws-dif-liquido TO det-importe
               PERFORM 0008-ESCRIBIR-LINEA-DETALLE
               CLOSE NOMDETFILE
           END-IF.

       0008-BORRAR-DETALLE-ANTERIOR.
           READ NOMDETFILE NEXT RECORD
               AT END SET nomdetfile-fin TO TRUE
               NOT AT END
                   IF det-id-trabajador NOT = ws-id-complementaria
                       OR det-periodo NOT = ws-periodo-compl
                       SET nomdetfile-fin TO TRUE
                   ELSE
                       DELETE NOMDETFILE RECORD
                           INVALID KEY CONTINUE
                       END-DELETE
                   END-IF
           END-READ.

       0008-ESCRIBIR-DIFERENCIA-CONCEPTO.

           ADD 1 TO ws-indice-cmp.
           COMPUTE ws-diferencia-cmp =
               cmp-ahora(ws-indice-cmp) - cmp-antes(ws-indice-cmp).
           IF ws-diferencia-cmp NOT = 0
               MOVE cmp-concepto(ws-indice-cmp) TO det-concepto
               MOVE cmp-descripcion(ws-indice-cmp) TO det-descripcion
               MOVE ws-diferencia-cmp TO det-importe
               PERFORM 0008-ESCRIBIR-LINEA-DETALLE
           END-IF.

       0008-ESCRIBIR-LINEA-DETALLE.
           *> EL LLAMADOR DEJA CONCEPTO, DESCRIPCION E IMPORTE
           *> PUESTOS; AQUI SE NUMERA LA LINEA Y SE GRABA.
           ADD 1 TO ws-linea-detalle.
           MOVE ws-id-complementaria TO det-id-trabajador.
           MOVE ws-periodo-compl TO det-periodo.
           MOVE ws-linea-detalle TO det-linea.
           WRITE REG-DETALLE
               INVALID KEY
                   REWRITE REG-DETALLE
           END-WRITE.

       0009-ESCRIBIR-REMESA.
           *> REMESA PROPIA DE LA COMPLEMENTARIA, CON EL TRAZADO SEPA
           *> DE LA MENSUAL: CABECERA CON EL IBAN DE LA EMPRESA QUE
           *> PAGO LA NOMINA ORIGINAL, UNA TRANSFERENCIA Y TOTALES.
           OPEN OUTPUT REMESAFILE.
           MOVE ws-iban-ordenante TO rem-cab-iban-ordenante.
           IF rem-cab-iban-ordenante = SPACES
               DISPLAY "AVISO: EMPRESA " ws-empresa-nomina " SIN IBAN "
                   "ORDENANTE, LA CABECERA DE REMESA SALE SIN IBAN"
           END-IF.
           MOVE ws-fecha-hoy TO rem-cab-fecha.
           MOVE ws-periodo-compl TO rem-cab-periodo.
           MOVE SPACES TO rem-cab-referencia.
           STRING "COMPL " ws-periodo-original "-" ws-empresa-nomina
               DELIMITED BY SIZE INTO rem-cab-referencia.
           MOVE ws-empresa-nomina TO rem-cab-empresa.
           MOVE SPACES TO LINEA-REMESA.
           MOVE ws-remesa-cabecera TO LINEA-REMESA.
           WRITE LINEA-REMESA.

           MOVE 1 TO rem-det-secuencia.
           MOVE iban-trabajador TO rem-det-iban.
           MOVE SPACES TO rem-det-nombre.
           STRING apellido-pat(1:20) " " nombre-trabajador(1:19)
               DELIMITED BY SIZE INTO rem-det-nombre.
           MOVE ws-pag-liquido TO rem-det-importe.
           MOVE SPACES TO rem-det-concepto.
           STRING "COMPLEM. " ws-periodo-original
               DELIMITED BY SIZE INTO rem-det-concepto.
           MOVE SPACES TO LINEA-REMESA.
           MOVE ws-remesa-detalle TO LINEA-REMESA.
           WRITE LINEA-REMESA.

           COMPUTE ws-remesa-control = FUNCTION MOD(
               ws-pag-liquido * 100, 9999999999).
           MOVE 1 TO rem-tot-numero.
           MOVE ws-pag-liquido TO rem-tot-importe.
           MOVE ws-remesa-control TO rem-tot-control.
           MOVE SPACES TO LINEA-REMESA.
           MOVE ws-remesa-totales TO LINEA-REMESA.
           WRITE LINEA-REMESA.
           CLOSE REMESAFILE.
           DISPLAY "REMESA_COMPLEMENTARIA.TXT, EMPRESA "
               ws-empresa-nomina " (TRAZADO SEPA), 1 TRANSFERENCIA".

       0010-GENERAR-ASIENTOS.
           *> JUEGO CUADRADO DE LA DIFERENCIA A NIVEL DE EMPRESA
           *> (DEPARTAMENTO 00), CON LAS PARTIDAS DEL CIERRE: AL DEBE
           *> SUELDOS (SB), EXCESO DE DIETAS (GS), DIETAS EXENTAS
           *> (GE), IT EN PAGO DELEGADO (IM, FUERA DE LOS SUELDOS) Y
           *> COSTE PATRONAL (CP); AL HABER CUOTA PATRONAL A
           *> INGRESAR (CP), SEGURIDAD SOCIAL (SS), IRPF (IR) Y EL
           *> LIQUIDO A PAGAR (LQ). UN LIQUIDO A FAVOR DE LA EMPRESA
           *> NO SE PAGA: QUEDA COMO ANTICIPO A DESCONTAR (AN AL
           *> DEBE), QUE EL CIERRE SALDA AL DESCONTAR EL PLAZO. EL
           *> LOTE ES LA CLAVE DE LA COMPLEMENTARIA.
           OPEN OUTPUT ASIENTOFILE.
           MOVE 0 TO ws-total-debe ws-total-haber.
           MOVE ws-periodo-compl TO apu-lote.
           MOVE ws-empresa-nomina TO apu-empresa.
           MOVE ws-entidad-contable TO apu-entidad.
           MOVE ws-fecha-hoy TO apu-fecha.
           MOVE 0 TO apu-departamento.

           COMPUTE ws-apunte-importe = ws-pag-bruto - ws-pag-sujetos
               - ws-pag-itmutua.
           MOVE "SB" TO ws-partida-apunte.
           MOVE "D" TO ws-lado-partida.
           PERFORM 0010-ESCRIBIR-PARTIDA.

           MOVE ws-pag-itmutua TO ws-apunte-importe.
           MOVE "IM" TO ws-partida-apunte.
           MOVE "D" TO ws-lado-partida.
           PERFORM 0010-ESCRIBIR-PARTIDA.

           MOVE ws-pag-sujetos TO ws-apunte-importe.
           MOVE "GS" TO ws-partida-apunte.
           MOVE "D" TO ws-lado-partida.
           PERFORM 0010-ESCRIBIR-PARTIDA.

           MOVE ws-pag-exentos TO ws-apunte-importe.
           MOVE "GE" TO ws-partida-apunte.
           MOVE "D" TO ws-lado-partida.
           PERFORM 0010-ESCRIBIR-PARTIDA.

           MOVE ws-pag-patronal TO ws-apunte-importe.
           MOVE "CP" TO ws-partida-apunte.
           MOVE "D" TO ws-lado-partida.
           PERFORM 0010-ESCRIBIR-PARTIDA.
           MOVE ws-pag-patronal TO ws-apunte-importe.
           MOVE "CP" TO ws-partida-apunte.
           MOVE "H" TO ws-lado-partida.
           PERFORM 0010-ESCRIBIR-PARTIDA.

           MOVE ws-pag-seg-social TO ws-apunte-importe.
           MOVE "SS" TO ws-partida-apunte.
           MOVE "H" TO ws-lado-partida.
           PERFORM 0010-ESCRIBIR-PARTIDA.

           MOVE ws-pag-irpf TO ws-apunte-importe.
           MOVE "IR" TO ws-partida-apunte.
           MOVE "H" TO ws-lado-partida.
           PERFORM 0010-ESCRIBIR-PARTIDA.

           MOVE ws-pag-liquido TO ws-apunte-importe.
           IF ws-pag-liquido < 0
               MOVE "AN" TO ws-partida-apunte
           ELSE
               MOVE "LQ" TO ws-partida-apunte
           END-IF.
           MOVE "H" TO ws-lado-partida.
           PERFORM 0010-ESCRIBIR-PARTIDA.
           CLOSE ASIENTOFILE.

           IF ws-total-debe NOT = ws-total-haber
               DISPLAY "AVISO: EL JUEGO DE APUNTES DE LA "
                   "COMPLEMENTARIA NO CUADRA, REVISE "
                   "ASIENTOS_COMPLEMENTARIA.TXT"
           END-IF.
           DISPLAY "ASIENTOS_COMPLEMENTARIA.TXT, LOTE "
               ws-periodo-compl " EMPRESA " ws-empresa-nomina.

       0010-ESCRIBIR-PARTIDA.
           *> UNA DIFERENCIA NEGATIVA VA AL LADO CONTRARIO POR SU
           *> VALOR ABSOLUTO; LA CUENTA ES LA DEL LADO NATURAL DE LA
           *> PARTIDA. SIN DIFERENCIA NO HAY APUNTE.
           IF ws-apunte-importe NOT = 0
               IF ws-apunte-importe < 0
                   COMPUTE ws-apunte-importe = 0 - ws-apunte-importe
                   IF ws-lado-partida = "D"
                       MOVE "H" TO apu-debe-haber
                   ELSE
                       MOVE "D" TO apu-debe-haber
                   END-IF
               ELSE
                   MOVE ws-lado-partida TO apu-debe-haber
               END-IF
               IF apu-debe-haber = "D"
                   ADD ws-apunte-importe TO ws-total-debe
               ELSE
                   ADD ws-apunte-importe TO ws-total-haber
               END-IF
               PERFORM 0010-ESCRIBIR-LINEA-APUNTE
           END-IF.

       0010-ESCRIBIR-LINEA-APUNTE.
           *> LA CUENTA SALE DEL MAPA VIGENTE EN EL MES DE PAGO; YA
           *> SE COMPROBO AL ARRANCAR QUE TODAS LAS PARTIDAS TIENEN
           *> CUENTA.
           MOVE ws-periodo-mes TO cct-periodo.
           MOVE ws-partida-apunte TO cct-partida.
           MOVE apu-departamento TO cct-departamento.
           MOVE ws-lado-partida TO cct-debe-haber.
           CALL "NOMINA-CUENTAS" USING cuentas-com.
           IF cct-ok
               MOVE cct-cuenta TO apu-cuenta
           ELSE
               MOVE SPACES TO apu-cuenta
               DISPLAY "AVISO: PARTIDA " ws-partida-apunte " "
                   ws-lado-partida " SIN CUENTA EN CUENTAS_NOMINA.DAT"
           END-IF.
           MOVE ws-apunte-importe TO apu-importe.
           MOVE SPACES TO apu-concepto.
           STRING "COMPLEMENTARIA " ws-periodo-original
                  " TRABAJADOR " ws-id-complementaria
               DELIMITED BY SIZE INTO apu-concepto.
           MOVE SPACES TO LINEA-ASIENTO.
           MOVE ws-linea-apunte TO LINEA-ASIENTO.
           WRITE LINEA-ASIENTO.

       0011-COMPROBAR-RECUPERACION.
           *> LO COBRADO DE MAS SE RECUPERA COMO UN ANTICIPO DE UN
           *> PLAZO; COMO SOLO CABE UN ANTICIPO VIVO POR TRABAJADOR,
           *> CON OTRO PENDIENTE LA COMPLEMENTARIA SE RECHAZA ANTES
           *> DE GRABAR NADA.
           COMPUTE ws-importe-recuperar = 0 - ws-pag-liquido.
           OPEN INPUT ANTFILE.
           IF antfile-ok
               MOVE ws-id-complementaria TO ant-id-trabajador
               READ ANTFILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF ant-plazos-pagados < ant-num-plazos
                           DISPLAY "COMPLEMENTARIA RECHAZADA: SALE "
                               "A FAVOR DE LA EMPRESA Y EL "
                               "TRABAJADOR YA TIENE UN ANTICIPO CON "
                               "PLAZOS PENDIENTES EN ANTICIPOS.DAT"
                           SET compl-con-error TO TRUE
                       END-IF
               END-READ
               CLOSE ANTFILE
           END-IF.

       0011-ANOTAR-RECUPERACION.

           OPEN I-O ANTFILE.
           IF antfile-no-existe
               OPEN OUTPUT ANTFILE
               CLOSE ANTFILE
               OPEN I-O ANTFILE
           END-IF.
           IF NOT antfile-ok
               DISPLAY "AVISO: NO SE PUDO ANOTAR LA RECUPERACION EN "
                   "ANTICIPOS.DAT - FILE STATUS " antfile-status
           ELSE
               MOVE ws-id-complementaria TO ant-id-trabajador
               READ ANTFILE
                   INVALID KEY
                       PERFORM 0011-RELLENAR-RECUPERACION
                       WRITE REG-ANTICIPO
                   NOT INVALID KEY
                       PERFORM 0011-RELLENAR-RECUPERACION
                       REWRITE REG-ANTICIPO
               END-READ
               CLOSE ANTFILE
               MOVE ws-importe-recuperar TO ws-importe-format
               DISPLAY "A RECUPERAR " ws-importe-format " EN LA "
                   "PROXIMA NOMINA (ANTICIPOS.DAT, UN PLAZO)"
           END-IF.

       0011-RELLENAR-RECUPERACION.

           MOVE ws-id-complementaria TO ant-id-trabajador.
           MOVE ws-importe-recuperar TO ant-importe-total.
           MOVE 1 TO ant-num-plazos.
           MOVE 0 TO ant-plazos-pagados.
           MOVE ws-importe-recuperar TO ant-importe-plazo.
           MOVE ws-fecha-hoy TO ant-fecha-concesion.
           MOVE 0 TO ant-periodo-cobrado.

       0012-ACUMULAR-RETENCIONES.
           *> LA DIFERENCIA DE BRUTO Y DE RETENCION SE SUMA A LOS
           *> ACUMULADOS DEL EJERCICIO DEL MES CORREGIDO, PARA QUE EL
           *> TIPO INDIVIDUAL REGULARICE CON ELLA. SI DATOS_IRPF.DAT
           *> YA ESTA EN OTRO EJERCICIO NO SE TOCA.
           OPEN I-O IRPFFILE.
           IF irpffile-ok
               MOVE ws-id-complementaria TO irp-id-trabajador
               READ IRPFFILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF irp-ejercicio = ws-anio-original
                           ADD ws-pag-bruto TO irp-bruto-acumulado
                           ADD ws-pag-irpf TO irp-irpf-acumulado
                           REWRITE REG-DATOS-IRPF
                               INVALID KEY
                                   DISPLAY "AVISO: NO SE PUDO "
                                       "ACTUALIZAR DATOS_IRPF.DAT - "
                                       "FILE STATUS " irpffile-status
                           END-REWRITE
                       END-IF
               END-READ
               CLOSE IRPFFILE
           END-IF.

       0013-AUDITAR-COMPLEMENTARIA.
           *> UNA LINEA DE CABECERA EN AUDITORIA.TXT, COMO EL RESTO
           *> DE OPERACIONES SENSIBLES.
           ACCEPT ws-fecha-auditoria FROM DATE YYYYMMDD.
           ACCEPT ws-hora-auditoria FROM TIME.
           MOVE ws-pag-liquido TO ws-importe-format.
           MOVE SPACES TO LINEA-AUDITORIA.
           STRING ws-fecha-auditoria DELIMITED BY SIZE
                  " " ws-hora-auditoria DELIMITED BY SIZE
                  " OPERADOR=" ws-operador DELIMITED BY SIZE
                  " OPERACION=COMPLEMENTARIA" DELIMITED BY SIZE
                  " TRABAJADOR=" ws-id-complementaria
                      DELIMITED BY SIZE
                  " PERIODO=" ws-periodo-original DELIMITED BY SIZE
                  " LIQUIDO=" ws-importe-format DELIMITED BY SIZE
               INTO LINEA-AUDITORIA.
           MOVE LINEA-AUDITORIA TO aud-linea.
           CALL "AUDITORIA-SELLO" USING audsello-com.

       0014-TOMAR-BLOQUEO-CIERRE.
           *> CERROJO DE VENTANA DE CIERRE, COMO EL DE
           *> NOMINA-CIERRE: OCUPADO POR OTRO PROCESO, ESTA PASADA
           *> NO ARRANCA; OCUPADO POR ESTE MISMO PROGRAMA (PASADA
           *> ANTERIOR MUERTA) SE RETOMA.
           SET ventana-libre TO TRUE.
           OPEN INPUT BLOQUEOFILE.
           IF bloqueofile-ok
               READ BLOQUEOFILE
                   AT END CONTINUE
                   NOT AT END
                       IF blq-programa NOT = ws-nombre-programa
                           DISPLAY "PROCESO ABORTADO: VENTANA DE "
                               "CIERRE OCUPADA POR " blq-programa
                               " (PERIODO " blq-periodo ")"
                           SET ventana-ocupada TO TRUE
                       ELSE
                           DISPLAY "SE RETOMA EL CERROJO PROPIO DE "
                               "LA PASADA ANTERIOR"
                       END-IF
               END-READ
               CLOSE BLOQUEOFILE
           END-IF.
           IF ventana-libre
               OPEN OUTPUT BLOQUEOFILE
               IF bloqueofile-ok
                   MOVE ws-periodo-mes TO blq-periodo
                   ACCEPT ws-fecha-bloqueo FROM DATE YYYYMMDD
                   MOVE ws-fecha-bloqueo TO blq-fecha
                   ACCEPT ws-hora-bloqueo FROM TIME
                   MOVE ws-hora-bloqueo TO blq-hora
                   MOVE ws-nombre-programa TO blq-programa
                   WRITE REG-BLOQUEO
                   CLOSE BLOQUEOFILE
                   SET bloqueo-tomado TO TRUE
               ELSE
                   DISPLAY "PROCESO ABORTADO: NO SE PUDO TOMAR EL "
                       "CERROJO - FILE STATUS " bloqueofile-status
                   SET ventana-ocupada TO TRUE
               END-IF
           END-IF.

       0014-SOLTAR-BLOQUEO-CIERRE.
           *> EL CERROJO SE SUELTA EN TODO FIN CONTROLADO; SI EL
           *> PROCESO ABENDA QUEDA TOMADO Y EL BOLETIN LO DELATA.
           OPEN OUTPUT BLOQUEOFILE.
           IF bloqueofile-ok
               CLOSE BLOQUEOFILE
           END-IF.
           SET bloqueo-sin-tomar TO TRUE.

       0015-ABRIR-RECIBO-ELECTRONICO.
           *> CON CORREO EL RECIBO SALE EN SU PROPIO FICHERO PARA LA
           *> PASARELA; SIN CORREO, A LA LISTA DE IMPRESION.
           SET evc-abrir TO TRUE.
           MOVE ws-id-complementaria TO evc-id-trabajador.
           MOVE ws-periodo-compl TO evc-periodo.
           MOVE SPACES TO evc-nombre.
           STRING nombre-trabajador DELIMITED BY "  "
                  " " apellido-pat DELIMITED BY "  "
                  " " apellido-mat DELIMITED BY "  "
               INTO evc-nombre.
           MOVE email-trabajador TO evc-email.
           MOVE SPACE TO evc-reemision.
           CALL "NOMINA-ENVIO" USING envio-com.

       0015-ESCRIBIR-LINEA-RECIBO.

           WRITE LINEA-NOMINA.
           IF evc-por-correo
               SET evc-escribir-linea TO TRUE
               MOVE LINEA-NOMINA TO evc-linea
               CALL "NOMINA-ENVIO" USING envio-com
           END-IF.

       0015-CERRAR-RECIBO-ELECTRONICO.

           SET evc-cerrar TO TRUE.
           CALL "NOMINA-ENVIO" USING envio-com.

       0016-COMPROBAR-CUENTAS-CONTABLES.
           *> ANTES DE GRABAR NADA: LAS PARTIDAS QUE PUEDE
           *> CONTABILIZAR LA COMPLEMENTARIA (SUELDOS, DIETAS, CUOTA
           *> PATRONAL AL DEBE Y AL HABER, SEGURIDAD SOCIAL, IRPF,
           *> LIQUIDO Y ANTICIPOS; NO LLEVA EMBARGOS NI DEDUCCIONES)
           *> TIENEN QUE TENER CUENTA GENERAL EN EL MAPA VIGENTE.
           MOVE 0 TO ws-partidas-sin-cuenta.
           MOVE 0 TO ws-indice-partida.
           PERFORM 0016-COMPROBAR-PARTIDA
               UNTIL ws-indice-partida = num-partidas-asiento.

       0016-COMPROBAR-PARTIDA.

           ADD 1 TO ws-indice-partida.
           IF codigo-partida(ws-indice-partida) NOT = "EB"
               AND NOT = "DV"
               MOVE ws-periodo-mes TO cct-periodo
               MOVE codigo-partida(ws-indice-partida) TO cct-partida
               MOVE debe-haber-partida(ws-indice-partida)
                   TO cct-debe-haber
               MOVE 0 TO cct-departamento
               CALL "NOMINA-CUENTAS" USING cuentas-com
               IF NOT cct-ok
                   ADD 1 TO ws-partidas-sin-cuenta
                   DISPLAY "SIN CUENTA CONTABLE: PARTIDA " cct-partida
                       " " cct-debe-haber " ("
                       descripcion-partida(ws-indice-partida) ")"
               END-IF
           END-IF.

       0017-BUSCAR-EMPRESA.
           *> IBAN ORDENANTE Y ENTIDAD CONTABLE DE LA EMPRESA QUE
           *> PAGO LA NOMINA ORIGINAL; SIN EMPRESAS.DAT (O SIN IBAN
           *> EN EL CATALOGO) VALE EL IBAN DE IBAN-ORDENANTE.
           ACCEPT ws-iban-ordenante FROM ENVIRONMENT "IBAN-ORDENANTE".
           OPEN INPUT EMPRFILE.
           IF emprfile-ok
               PERFORM 0017-LEER-EMPRESA UNTIL emprfile-fin
               CLOSE EMPRFILE
           END-IF.

       0017-LEER-EMPRESA.
           READ EMPRFILE
               AT END SET emprfile-fin TO TRUE
               NOT AT END
                   IF id-empresa-cat = ws-empresa-nomina
                       MOVE razon-social-empresa-cat TO ws-razon-social
                       MOVE entidad-contable-empresa-cat
                           TO ws-entidad-contable
                       IF iban-ordenante-empresa-cat NOT = SPACES
                           MOVE iban-ordenante-empresa-cat
                               TO ws-iban-ordenante
                       END-IF
                   END-IF
           END-READ.

       END PROGRAM NOMINA-COMPLEMENTARIA.
