      *             CONTROL. EL IBAN SE VALIDA CON MODULO 97 EN LA
      *             CAPTURA (08-ARRAYS-BI Y NOMINA-MOVIMIENTOS), ASI
      *             QUE AQUI YA LLEGA BUENO.
      *15/10/2026 - BAJAS POR INCAPACIDAD TEMPORAL: EL MOTOR
      *             DESCUENTA LOS DIAS DE BAJA DEL SALARIO Y PAGA LA
      *             PRESTACION; EL RECIBO IMPRIME LOS DIAS DE BAJA Y
      *             LA PRESTACION A CARGO DE LA EMPRESA Y EN PAGO
      *             DELEGADO, Y NOMINAS_DETALLE.DAT LAS GRABA COMO
      *             CONCEPTOS "IE" E "IM".
      *15/10/2026 - EL RECIBO IMPRIME EL TIPO DE IRPF APLICADO, EL
      *             PERIODO DESDE EL QUE RIGE Y EL MOTIVO DEL ULTIMO
      *             CAMBIO (TIPO INDIVIDUAL DE DATOS_IRPF.DAT O TRAMOS
      *             GENERALES); EL CONCEPTO "IR" DEL DETALLE LLEVA EL
      *             TIPO Y EL MOTIVO EN LA DESCRIPCION.
      *15/10/2026 - CIERRE POR EMPRESA DEL GRUPO (EMPRESAS.DAT). LA
      *             VARIABLE DE ENTORNO EMPRESA-NOMINA ELIGE UNA
      *             EMPRESA; EN BLANCO O 00 SE CIERRAN TODAS LAS DEL
      *             CATALOGO EN LA MISMA PASADA, SALTANDO LAS QUE YA
      *             TENGAN EL PERIODO CERRADO. CADA EMPRESA LLEVA SU
      *             PROPIO BLOQUE 01/03 EN LA REMESA, CON SU IBAN
      *             ORDENANTE DEL CATALOGO (IBAN-ORDENANTE QUEDA COMO
      *             RESERVA), SU LOTE DE ASIENTOS CON LA EMPRESA Y LA
      *             ENTIDAD CONTABLE EN CADA APUNTE, SU PAGINA DE
      *             CONTROL Y SU LINEA EN CIERRES_NOMINA.DAT. EL
      *             CHECKPOINT GUARDA LA EMPRESA EN CURSO PARA QUE LA
      *             REANUDACION SIGA EN ELLA.
      *15/10/2026 - EL COSTE DE CADA NOMINA (BRUTO, DEDUCCIONES,
      *             LIQUIDO Y CUOTA PATRONAL) SE REPARTE ENTRE LOS
      *             TRES DEPARTAMENTOS DEL TRABAJADOR SEGUN SUS
      *             PORCENTAJES (NOMINA-REPARTO), EN VEZ DE IR ENTERO
      *             AL PRIMERO. CADA PARTE SUMA EN EL JUEGO DE
      *             APUNTES DE SU DEPARTAMENTO.
      *15/10/2026 - RECIBO ELECTRONICO: ADEMAS DE NOMINA.TXT, CADA
      *             RECIBO SE ENTREGA A NOMINA-ENVIO, QUE LO DEJA EN
      *             UN FICHERO PROPIO DEL TRABAJADOR Y PERIODO Y LO
      *             APUNTA EN EL MANIFIESTO DE LA PASARELA DE CORREO
      *             (DISTRIBUCION_RECIBOS.TXT); LOS TRABAJADORES SIN
      *             CORREO VAN A LA LISTA RECIBOS_IMPRESION.TXT.
      *15/10/2026 - DIETAS Y KILOMETRAJE (GASTOS.DAT): LA PARTE EXENTA
      *             SE PAGA EN EL LIQUIDO FUERA DEL BRUTO Y EL EXCESO
      *             VA DENTRO DEL BRUTO. EN RECIBO, DETALLE (GS/GE),
      *             MAESTRO Y ASIENTOS: EXENTO A LA 629100, EXCESO A
      *             LA 640100 Y EL RESTO DEL BRUTO A LA 640000. UN
      *             GASTO DEL PERIODO AUN PENDIENTE DE APROBAR FRENA
      *             EL CIERRE, COMO LAS INCIDENCIAS.
      *15/10/2026 - RETRIBUCION EN ESPECIE: EL RECIBO INFORMA LA
      *             VALORACION DEL MES Y EL INGRESO A CUENTA INCLUIDO
      *             EN EL IRPF, EL DETALLE LOS GUARDA COMO EV/EI Y EL
      *             MAESTRO EN nom-especie/nom-ingreso-cuenta. NO SE
      *             PAGAN NI VAN A LA REMESA.
      *15/10/2026 - DEDUCCIONES VOLUNTARIAS: EL RECIBO LAS DESGLOSA
      *             (DETALLE DV) Y EL MAESTRO LAS GUARDA EN
      *             nom-deducciones. TRAS LAS NOMINAS DE CADA EMPRESA
      *             SE LIQUIDA A CADA ACREEDOR DE ACREEDORES.DAT LO
      *             DESCONTADO EN EL PERIODO: LISTADO
      *             LIQUIDACION_ACREEDORES.TXT Y UNA TRANSFERENCIA POR
      *             ACREEDOR EN LA REMESA. EN LOS ASIENTOS VAN AL
      *             HABER DE LA 465100.
      *15/10/2026 - SUSPENSIONES (ERTE Y EXCEDENCIAS): EL TRABAJADOR
      *             SUSPENDIDO TODO EL MES NO COBRA NI EMITE NOMINA;
      *             SE AVISA Y SE CUENTA APARTE EN LA PAGINA DE
      *             CONTROL. EL ERTE PARCIAL SALE PRORRATEADO DEL
      *             MOTOR Y EL RECIBO MUESTRA LOS DIAS SUSPENDIDOS.
      *             EL ANIVERSARIO DE TRIENIO USA LOS MESES DE
      *             SERVICIO DEL MOTOR, SIN LA EXCEDENCIA VOLUNTARIA.
      *15/10/2026 - LAS CUENTAS DE LOS ASIENTOS YA NO VAN GRABADAS EN
      *             EL PROGRAMA: CADA PARTIDA (CTAPART) TOMA SU CUENTA
      *             DEL MAPA CUENTAS_NOMINA.DAT VIGENTE EN EL PERIODO,
      *             POR DEPARTAMENTO, A TRAVES DE NOMINA-CUENTAS. ANTES
      *             DE CERRAR SE COMPRUEBA QUE TODAS LAS PARTIDAS
      *             TIENEN CUENTA PARA TODOS LOS DEPARTAMENTOS; SI
      *             FALTA ALGUNA EL CIERRE SE RECHAZA SIN GRABAR NADA.
      *15/10/2026 - INCIDENCIAS.DAT PASA A SER UN MAESTRO INDEXADO
      *             (INCREG): LA GUARDA DE PENDIENTES RECORRE SOLO EL
      *             PERIODO POR SU CLAVE ALTERNATIVA. UN INCIDENCIAS.DAT
      *             QUE EXISTE PERO NO ABRE (SIN MIGRAR CON
      *             NOMINA-MIGRACION) RECHAZA EL CIERRE: SIN EL, LAS
      *             NOMINAS SALDRIAN SIN INCIDENCIAS.
      *15/10/2026 - AVISO DE LOS TRABAJADORES CON UN CAMBIO DE FORMA
      *             DE PAGO O DE IBAN AUN PENDIENTE DE FIRMA EN
      *             CAMBIOS_PENDIENTES.DAT: EL CIERRE LES PAGA CON LOS
      *             DATOS QUE TIENE EL MAESTRO.
      *15/10/2026 - GASTOS.DAT PASA A SER UN MAESTRO INDEXADO (GASREG),
      *             COMO INCIDENCIAS.DAT: LA GUARDA DE GASTOS PENDIENTES
      *             RECORRE SOLO EL PERIODO POR SU CLAVE ALTERNATIVA Y
      *             UN GASTOS.DAT QUE EXISTE PERO NO ABRE (SIN MIGRAR)
      *             RECHAZA EL CIERRE.
      *15/10/2026 - LA PRESTACION IT EN PAGO DELEGADO (ncm-it-mutua,
      *             CONCEPTO "IM") NO ES COSTE SALARIAL: LA EMPRESA LA
      *             ADELANTA POR CUENTA DE LA MUTUA Y LA RECUPERA EN
      *             LA LIQUIDACION DE SEGUROS SOCIALES. SALE DE LA
      *             PARTIDA SB A SU PROPIA PARTIDA IM AL DEBE
      *             (471000) Y NO CUENTA COMO COSTE DEL DEPARTAMENTO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS deptofile-status.

           SELECT EMPRFILE ASSIGN TO "EMPRESAS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS emprfile-status.

           SELECT ASIENTOFILE ASSIGN TO "ASIENTOS_NOMINA.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS asientofile-status.
           FILE STATUS IS vacfile-status.

           SELECT INCFILE ASSIGN TO "INCIDENCIAS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS inc-clave
           ALTERNATE RECORD KEY IS inc-periodo WITH DUPLICATES
           FILE STATUS IS incfile-status.

           SELECT GASFILE ASSIGN TO "GASTOS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS gas-clave
           ALTERNATE RECORD KEY IS gas-periodo WITH DUPLICATES
           FILE STATUS IS gasfile-status.

      *    DEDUCCIONES VOLUNTARIAS SELLADAS CON EL PERIODO POR EL
      *    MOTOR (Y POR LOS FINIQUITOS DEL MENU): BASE DE LA
      *    LIQUIDACION A LOS ACREEDORES.
           SELECT DEDFILE ASSIGN TO "DEDUCCIONES.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ded-clave
           FILE STATUS IS dedfile-status.

           SELECT ACREFILE ASSIGN TO "ACREEDORES.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS acrefile-status.

           SELECT LIQACRFILE ASSIGN TO "LIQUIDACION_ACREEDORES.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS liqacrfile-status.

           SELECT NOMDETFILE ASSIGN TO "NOMINAS_DETALLE.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS bloqueofile-status.

      *    CAMBIOS DE IBAN Y DE SALARIO PENDIENTES DE FIRMA, SOLO
      *    LECTURA, PARA AVISAR DE LOS IBAN AUN NO APROBADOS.
           SELECT CAMFILE ASSIGN TO "CAMBIOS_PENDIENTES.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS cam-clave
           FILE STATUS IS camfile-status.

       DATA DIVISION.
       FILE SECTION.
       FD  TRABFILE
           05 cie-total-bruto      PIC S9(09)V99 SIGN TRAILING SEPARATE.
           05 cie-total-deduccion  PIC S9(09)V99 SIGN TRAILING SEPARATE.
           05 cie-total-liquido    PIC S9(09)V99 SIGN TRAILING SEPARATE.
      *    EMPRESA DEL GRUPO CERRADA EN ESTA LINEA: EL CIERRE SE
      *    REGISTRA EMPRESA A EMPRESA (00 = LINEA COMUN A TODAS).
           05 cie-empresa          PIC 9(02).

       FD  NOMMAESTRO
           LABEL RECORDS ARE STANDARD.
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

       FD  ASIENTOFILE
           LABEL RECORDS ARE STANDARD.
       01  LINEA-ASIENTO              PIC X(100).

       FD  TRIENIOFILE
           LABEL RECORDS ARE STANDARD.
       01  REG-VACACIONES.
           COPY VACREG.

       FD  GASFILE
           LABEL RECORDS ARE STANDARD.
       01  REG-GASTO.
           COPY GASREG.

       FD  INCFILE
           LABEL RECORDS ARE STANDARD.
       01  REG-INCIDENCIA.
           COPY INCREG.

       FD  NOMDETFILE
           LABEL RECORDS ARE STANDARD.
       01  REG-DETALLE.
           COPY NOMDET.

       FD  DEDFILE
           LABEL RECORDS ARE STANDARD.
       01  REG-DEDUCCION.
           COPY DEDREG.

       FD  ACREFILE
           LABEL RECORDS ARE STANDARD.
       01  REG-ACREEDOR.
           05 id-acreedor-cat           PIC 9(03).
           05 nombre-acreedor-cat       PIC X(40).
           05 nif-acreedor-cat          PIC X(09).
           05 iban-acreedor-cat         PIC X(24).

       FD  LIQACRFILE
           LABEL RECORDS ARE STANDARD.
       01  LINEA-LIQUIDACION          PIC X(100).

       FD  CKPFILE
           LABEL RECORDS ARE STANDARD.
       01  REG-CKP-CIERRE.
                                   SEPARATE.
           05 ckp-total-patronal   PIC S9(09)V99 SIGN TRAILING
                                   SEPARATE.
           05 ckp-total-exentos    PIC S9(09)V99 SIGN TRAILING
                                   SEPARATE.
           05 ckp-remesa-numero    PIC 9(06).
           05 ckp-remesa-importe   PIC 9(13)V99.
           05 ckp-remesa-control   PIC 9(10).
      *    DEPARTAMENTO Y DEL CAJON SIN CATALOGAR, TAL CUAL ESTAN
      *    EN MEMORIA, PARA QUE EL CONTRA DE ASIENTOS DEL FINAL
      *    SALGA COMPLETO TRAS UNA REANUDACION.
           05 ckp-acumulados-dep   PIC X(6050).
           05 ckp-acumulados-sin   PIC X(121).
      *    EMPRESA EN CURSO: LA REANUDACION SIGUE EN ELLA; LAS
      *    ANTERIORES YA FIGURAN COMO CERRADAS EN CIERRES_NOMINA.DAT.
           05 ckp-empresa          PIC 9(02).
           05 ckp-suspendidos      PIC 9(05).

       FD  BLOQUEOFILE
           LABEL RECORDS ARE STANDARD.
           05 blq-hora             PIC 9(08).
           05 blq-programa         PIC X(20).

       FD  CAMFILE
           LABEL RECORDS ARE STANDARD.
       01  REG-CAMBIO.
           COPY CAMREG.

       WORKING-STORAGE SECTION.

         >>SOURCE FORMAT IS FREE
         77 ws-anticipo-nomina   PIC S9(07)V99.
         77 ws-cuota-patronal    PIC S9(07)V99.
         77 ws-embargo-nomina    PIC S9(07)V99.
         77 ws-gastos-exentos    PIC S9(07)V99.
         77 ws-gastos-sujetos    PIC S9(07)V99.
         77 ws-especie           PIC S9(07)V99.
         77 ws-ingreso-cuenta    PIC S9(07)V99.
         77 ws-deducciones       PIC S9(07)V99.
         *> PRESTACION IT EN PAGO DELEGADO DE LA NOMINA (DENTRO DEL
         *> BRUTO, PERO A CARGO DE LA MUTUA).
         77 ws-it-mutua          PIC S9(07)V99.
         77 ws-indice-deduccion  PIC 9(02).
         77 ws-importe-format    PIC -ZZZZ9.99.
         77 ws-tipo-irpf-format  PIC Z9.99.

         COPY NOMCOM.
         COPY REPCOM.
         77 ws-indice-reparto    PIC 9(01) VALUE 0.
         77 ws-tipo-parte-gasto  PIC X(01) VALUE SPACE.
            88 parte-gasto-exento    VALUE 'E'.
            88 parte-gasto-sujeto    VALUE 'S'.
            88 parte-it-mutua        VALUE 'M'.
         *> RECIBO ELECTRONICO (NOMINA-ENVIO).
         COPY ENVCOM.
         77 ws-recibos-correo    PIC 9(05) VALUE 0.
         77 ws-recibos-impresion PIC 9(05) VALUE 0.

         COPY FILESTAT REPLACING NIVEL-FS BY 77
             FS-CAMPO BY trieniofile-status
             FS-REGISTRO-BLOQUEADO BY incfile-bloqueado
             FS-DATOS-INVALIDOS BY incfile-datos-invalidos.
         77 ws-inc-pendientes    PIC 9(05) VALUE 0.
         COPY FILESTAT REPLACING NIVEL-FS BY 77
             FS-CAMPO BY gasfile-status
             FS-OK BY gasfile-ok
             FS-FIN-FICHERO BY gasfile-fin
             FS-CLAVE-DUPLICADA BY gasfile-dup
             FS-REGISTRO-NO-ENCONTRADO BY gasfile-no-encontrado
             FS-FICHERO-NO-EXISTE BY gasfile-no-existe
             FS-REGISTRO-BLOQUEADO BY gasfile-bloqueado
             FS-DATOS-INVALIDOS BY gasfile-datos-invalidos.
         77 ws-gas-pendientes    PIC 9(05) VALUE 0.
         *> CAMBIOS DE IBAN PENDIENTES DE FIRMA: SOLO AVISAN.
         COPY FILESTAT REPLACING NIVEL-FS BY 77
             FS-CAMPO BY camfile-status
             FS-OK BY camfile-ok
             FS-FIN-FICHERO BY camfile-fin
             FS-CLAVE-DUPLICADA BY camfile-dup
             FS-REGISTRO-NO-ENCONTRADO BY camfile-no-encontrado
             FS-FICHERO-NO-EXISTE BY camfile-no-existe
             FS-REGISTRO-BLOQUEADO BY camfile-bloqueado
             FS-DATOS-INVALIDOS BY camfile-datos-invalidos.
         77 ws-iban-pendientes   PIC 9(05) VALUE 0.

         *> DETALLE DE CONCEPTOS DEL RECIBO (NOMINAS_DETALLE.DAT).
         COPY FILESTAT REPLACING NIVEL-FS BY 77
         77 ws-hora-bloqueo      PIC 9(08).

         *> CONTROL DE ANIVERSARIOS DE TRIENIO DENTRO DEL PERIODO.
         77 ws-meses-servicio    PIC S9(05).
         77 ws-trienios-cumple   PIC 9(02).
         77 ws-resto-trienio     PIC 9(02).
            05 rem-cab-fecha     PIC 9(08).
            05 rem-cab-periodo   PIC 9(06).
            05 rem-cab-referencia PIC X(16).
            05 rem-cab-empresa   PIC 9(02).
         01 ws-remesa-detalle.
            05 rem-det-tipo      PIC X(02) VALUE "02".
            05 rem-det-secuencia PIC 9(06).

         COPY DEPTOCAT.

         *> EMPRESAS DEL GRUPO A CERRAR.
         COPY FILESTAT REPLACING NIVEL-FS BY 77
             FS-CAMPO BY emprfile-status
             FS-OK BY emprfile-ok
             FS-FIN-FICHERO BY emprfile-fin
             FS-CLAVE-DUPLICADA BY emprfile-dup
             FS-REGISTRO-NO-ENCONTRADO BY emprfile-no-encontrado
             FS-FICHERO-NO-EXISTE BY emprfile-no-existe
             FS-REGISTRO-BLOQUEADO BY emprfile-bloqueado
             FS-DATOS-INVALIDOS BY emprfile-datos-invalidos.
         COPY EMPRCAT.
         77 ws-empresa-entorno   PIC X(02) VALUE SPACES.
         77 ws-empresa-seleccion PIC 9(02) VALUE 0.
            88 todas-las-empresas    VALUE 0.
         77 ws-empresa-cierre    PIC 9(02) VALUE 0.
         77 ws-entidad-cierre    PIC X(04) VALUE SPACES.
         77 ws-razon-cierre      PIC X(40) VALUE SPACES.
         77 ws-indice-empresa    PIC 9(02) VALUE 0.
         77 ws-empresas-cerradas PIC 9(02) VALUE 0.
         77 ws-empresa-ckp       PIC 9(02) VALUE 0.
         77 ws-empresa-reanudada PIC 9(01) VALUE 0.
            88 empresa-reanudada     VALUE 1.
            88 empresa-nueva         VALUE 0.

         *> ACUMULADOS CONTABLES DEL CIERRE POR DEPARTAMENTO (MISMO
         *> INDICE QUE LA TABLA DEL CATALOGO). EL COSTE DE CADA
         *> TRABAJADOR SE REPARTE ENTRE SUS DEPARTAMENTOS SEGUN SUS
         *> PORCENTAJES; LA PARTE DE UN DEPARTAMENTO SIN CATALOGAR VA
         *> AL CAJON "SIN CATALOGAR" PARA QUE EL LOTE SIGA CUADRANDO.
         01 ws-acumulados-contables.
            05 ws-asi-bruto-dep      PIC S9(09)V99 OCCURS 50 TIMES.
            05 ws-asi-ss-dep         PIC S9(09)V99 OCCURS 50 TIMES.
            05 ws-asi-liquido-dep    PIC S9(09)V99 OCCURS 50 TIMES.
            05 ws-asi-patronal-dep   PIC S9(09)V99 OCCURS 50 TIMES.
            05 ws-asi-embargo-dep    PIC S9(09)V99 OCCURS 50 TIMES.
            *> PARTE DEL BRUTO PAGADO QUE SON DIETAS Y KILOMETRAJE:
            *> EXENTA (629100) Y EXCESO SUJETO (640100).
            05 ws-asi-exento-dep     PIC S9(09)V99 OCCURS 50 TIMES.
            05 ws-asi-sujeto-dep     PIC S9(09)V99 OCCURS 50 TIMES.
            *> DEDUCCIONES VOLUNTARIAS A PAGAR A LOS ACREEDORES.
            05 ws-asi-deduccion-dep  PIC S9(09)V99 OCCURS 50 TIMES.
            *> PARTE DEL BRUTO QUE ES IT EN PAGO DELEGADO: A COBRAR
            *> DE LA SEGURIDAD SOCIAL (471000), NO COSTE.
            05 ws-asi-itmutua-dep    PIC S9(09)V99 OCCURS 50 TIMES.
         *> EL CAJON "SIN CATALOGAR" VA AGRUPADO PARA PODER
         *> GUARDARLO Y RESTAURARLO EN BLOQUE CON EL CHECKPOINT.
         01 ws-acumulados-sin-catalogar.
            05 ws-asi-liquido-sin   PIC S9(09)V99 VALUE 0.
            05 ws-asi-patronal-sin  PIC S9(09)V99 VALUE 0.
            05 ws-asi-embargo-sin   PIC S9(09)V99 VALUE 0.
            05 ws-asi-exento-sin    PIC S9(09)V99 VALUE 0.
            05 ws-asi-sujeto-sin    PIC S9(09)V99 VALUE 0.
            05 ws-asi-deduccion-sin PIC S9(09)V99 VALUE 0.
            05 ws-asi-itmutua-sin   PIC S9(09)V99 VALUE 0.
         77 ws-indice-asiento    PIC 9(02) VALUE 0.

         *> LINEA DE APUNTE DE LA INTERFASE CONTABLE: LOTE (PERIODO),
         *> FECHA, DEPARTAMENTO, CUENTA, D/H, IMPORTE Y CONCEPTO, Y
         *> AL FINAL LA EMPRESA Y SU ENTIDAD CONTABLE, QUE SEPARAN EL
         *> LOTE DE CADA EMPRESA DEL GRUPO.
         01 ws-linea-apunte.
            05 apu-lote          PIC 9(06).
            05 FILLER            PIC X(01) VALUE SPACE.
            05 apu-importe       PIC 9(09)V99.
            05 FILLER            PIC X(01) VALUE SPACE.
            05 apu-concepto      PIC X(44).
            05 FILLER            PIC X(01) VALUE SPACE.
            05 apu-empresa       PIC 9(02).
            05 FILLER            PIC X(01) VALUE SPACE.
            05 apu-entidad       PIC X(04).
         77 ws-apunte-importe    PIC S9(09)V99.
         77 ws-nombre-dep-asiento PIC X(30).
         *> PARTIDA DEL APUNTE EN CURSO (CTAPART): SU CUENTA LA
         *> RESUELVE NOMINA-CUENTAS CONTRA EL MAPA DEL PERIODO.
         77 ws-partida-apunte    PIC X(02).
         COPY CTACOM.
         COPY CTAPART.
         77 ws-partidas-sin-cuenta PIC 9(04) VALUE 0.
         77 ws-indice-partida    PIC 9(02).
         77 ws-indice-dep-cuenta PIC 9(02).

         77 ws-pagados           PIC 9(05) VALUE 0.
         *> TRABAJADORES EN ALTA SUSPENDIDOS TODO EL MES (ERTE AL
         *> 100 % O EXCEDENCIA), SIN NOMINA EN EL PERIODO.
         77 ws-suspendidos       PIC 9(05) VALUE 0.
         77 ws-dias-susp-format  PIC Z9.99.
         77 ws-total-bruto       PIC S9(09)V99 VALUE 0.
         77 ws-total-deduccion   PIC S9(09)V99 VALUE 0.
         77 ws-total-liquido     PIC S9(09)V99 VALUE 0.
         77 ws-total-patronal    PIC S9(09)V99 VALUE 0.
         77 ws-total-exentos     PIC S9(09)V99 VALUE 0.
         77 ws-total-format      PIC -ZZZZZZZZ9.99.

         *> LIQUIDACION A ACREEDORES DE LA EMPRESA EN CURSO.
         COPY FILESTAT REPLACING NIVEL-FS BY 77
             FS-CAMPO BY dedfile-status
             FS-OK BY dedfile-ok
             FS-FIN-FICHERO BY dedfile-fin
             FS-CLAVE-DUPLICADA BY dedfile-dup
             FS-REGISTRO-NO-ENCONTRADO BY dedfile-no-encontrado
             FS-FICHERO-NO-EXISTE BY dedfile-no-existe
             FS-REGISTRO-BLOQUEADO BY dedfile-bloqueado
             FS-DATOS-INVALIDOS BY dedfile-datos-invalidos.
         COPY FILESTAT REPLACING NIVEL-FS BY 77
             FS-CAMPO BY acrefile-status
             FS-OK BY acrefile-ok
             FS-FIN-FICHERO BY acrefile-fin
             FS-CLAVE-DUPLICADA BY acrefile-dup
             FS-REGISTRO-NO-ENCONTRADO BY acrefile-no-encontrado
             FS-FICHERO-NO-EXISTE BY acrefile-no-existe
             FS-REGISTRO-BLOQUEADO BY acrefile-bloqueado
             FS-DATOS-INVALIDOS BY acrefile-datos-invalidos.
         COPY FILESTAT REPLACING NIVEL-FS BY 77
             FS-CAMPO BY liqacrfile-status
             FS-OK BY liqacrfile-ok
             FS-FIN-FICHERO BY liqacrfile-fin
             FS-CLAVE-DUPLICADA BY liqacrfile-dup
             FS-REGISTRO-NO-ENCONTRADO BY liqacrfile-no-encontrado
             FS-FICHERO-NO-EXISTE BY liqacrfile-no-existe
             FS-REGISTRO-BLOQUEADO BY liqacrfile-bloqueado
             FS-DATOS-INVALIDOS BY liqacrfile-datos-invalidos.
         COPY ACRECAT.
         *> TOTAL Y NUMERO DE DEDUCCIONES POR ACREEDOR, CON EL MISMO
         *> INDICE QUE LA TABLA DEL CATALOGO. LO DE UN ACREEDOR SIN
         *> CATALOGAR NO TIENE IBAN: SE QUEDA EN LA 465100 PARA
         *> PAGARLO A MANO.
         01 ws-liquidacion-acreedores.
            05 ws-liq-importe-acr  PIC S9(09)V99 OCCURS 50 TIMES.
            05 ws-liq-lineas-acr   PIC 9(05) OCCURS 50 TIMES.
         77 ws-liq-total         PIC S9(09)V99 VALUE 0.
         77 ws-liq-sin-catalogo  PIC S9(09)V99 VALUE 0.
         77 ws-liq-transferencias PIC 9(03) VALUE 0.
         77 ws-indice-acreedor   PIC 9(02) VALUE 0.
         01 ws-linea-liquidacion.
            05 liq-id-trabajador PIC 9(05).
            05 FILLER            PIC X(01) VALUE SPACE.
            05 liq-numero        PIC 9(02).
            05 FILLER            PIC X(01) VALUE SPACE.
            05 liq-acreedor      PIC 9(03).
            05 FILLER            PIC X(01) VALUE SPACE.
            05 liq-nombre        PIC X(30).
            05 FILLER            PIC X(01) VALUE SPACE.
            05 liq-descripcion   PIC X(30).
            05 FILLER            PIC X(01) VALUE SPACE.
            05 liq-importe       PIC -ZZZZZZZZ9.99.

       PROCEDURE DIVISION.
       0000-MAIN SECTION.
       0000-PRINCIPAL.
           DISPLAY "=== CIERRE MENSUAL DE NOMINA ===".
           PERFORM 0001-DETERMINAR-PERIODO.
           PERFORM 0009-CARGAR-DEPARTAMENTOS.
           PERFORM 0028-CARGAR-ACREEDORES.
           PERFORM 0024-SELECCIONAR-EMPRESAS.
           IF cierre-sin-error
               PERFORM 0019-LEER-CHECKPOINT
           END-IF.
           IF cierre-sin-error
               PERFORM 0021-TOMAR-BLOQUEO-CIERRE
           END-IF.
           IF cierre-sin-error
               PERFORM 0016-COMPROBAR-INCIDENCIAS-PENDIENTES
               PERFORM 0030-COMPROBAR-CUENTAS-CONTABLES
               PERFORM 0031-AVISAR-IBAN-PENDIENTES
               IF ws-inc-pendientes > 0
                   DISPLAY "CIERRE RECHAZADO: "
                       ws-inc-pendientes
                       " INCIDENCIAS DEL PERIODO " ws-periodo
                       " SIGUEN PENDIENTES DE APROBACION"
                   SET cierre-con-error TO TRUE
               ELSE IF ws-gas-pendientes > 0
                   DISPLAY "CIERRE RECHAZADO: "
                       ws-gas-pendientes
                       " GASTOS DE VIAJE DEL PERIODO " ws-periodo
                       " SIGUEN PENDIENTES DE APROBACION"
                   SET cierre-con-error TO TRUE
               ELSE IF ws-partidas-sin-cuenta > 0
                   DISPLAY "CIERRE RECHAZADO: "
                       ws-partidas-sin-cuenta
                       " PARTIDAS DEL ASIENTO SIN CUENTA CONTABLE "
                       "VIGENTE EN CUENTAS_NOMINA.DAT PARA EL PERIODO "
                       ws-periodo
                   SET cierre-con-error TO TRUE
               ELSE
                   PERFORM 0025-CERRAR-EMPRESAS
               END-IF
           END-IF.
           IF cierre-sin-error
               PERFORM 0019-BORRAR-CHECKPOINT
               DISPLAY "CIERRE DEL PERIODO " ws-periodo " COMPLETADO, "
                   "EMPRESAS CERRADAS: " ws-empresas-cerradas
               DISPLAY "RECIBOS POR CORREO: " ws-recibos-correo
                   " (DISTRIBUCION_RECIBOS.TXT), A IMPRESION: "
                   ws-recibos-impresion " (RECIBOS_IMPRESION.TXT)"
           END-IF.
           IF bloqueo-tomado
               PERFORM 0021-SOLTAR-BLOQUEO-CIERRE

       0002-COMPROBAR-PERIODO-CERRADO.
           *> RECORRE EL REGISTRO DE CIERRES YA REALIZADOS; SI EL
           *> PERIODO PEDIDO YA FIGURA PARA LA EMPRESA (O EN UNA LINEA
           *> COMUN, EMPRESA 00), NO SE GENERA (NI SE PAGA) DOS VECES
           *> EL MISMO MES. UN FICHERO DE CIERRES INEXISTENTE EQUIVALE
           *> A "NINGUN PERIODO CERRADO".
           SET periodo-no-cerrado TO TRUE.
           OPEN INPUT CIERREFILE.
           IF cierrefile-ok
               AT END SET cierrefile-fin TO TRUE
               NOT AT END
                   IF cie-periodo = ws-periodo
                       AND (cie-empresa = ws-empresa-cierre
                            OR cie-empresa = 0)
                       SET periodo-ya-cerrado TO TRUE
                   END-IF
           END-READ.
           *> APROBAR; CON ALGUNA PENDIENTE EL CIERRE SE NIEGA A
           *> ARRANCAR PARA QUE NADA A MEDIO REVISAR LLEGUE A LA
           *> REMESA.
           *> CERRANDO UNA SOLA EMPRESA SOLO CUENTAN LAS INCIDENCIAS
           *> DE SUS TRABAJADORES. LOS GASTOS DE VIAJE DEL PERIODO
           *> SIN APROBAR SE CUENTAN IGUAL (ws-gas-pendientes).
           MOVE 0 TO ws-inc-pendientes.
           MOVE 0 TO ws-gas-pendientes.
           IF NOT todas-las-empresas
               OPEN INPUT TRABFILE
           END-IF.
           OPEN INPUT INCFILE.
           IF incfile-ok
               MOVE ws-periodo TO inc-periodo
               START INCFILE KEY IS EQUAL TO inc-periodo
                   INVALID KEY SET incfile-fin TO TRUE
               END-START
               PERFORM 0016-CONTAR-PENDIENTE UNTIL incfile-fin
               CLOSE INCFILE
           ELSE IF NOT incfile-no-existe
               *> SIN FICHERO NO HAY INCIDENCIAS; UNO QUE NO ABRE
               *> (TRAZADO ANTIGUO SIN MIGRAR) NO SE PUEDE SALTAR.
               DISPLAY "INCIDENCIAS.DAT NO SE PUDO ABRIR - FILE "
                   "STATUS " incfile-status ". SI ES EL FICHERO "
                   "ANTIGUO, MIGRELO CON NOMINA-MIGRACION"
               ADD 1 TO ws-inc-pendientes
           END-IF.
           OPEN INPUT GASFILE.
           IF gasfile-ok
               MOVE ws-periodo TO gas-periodo
               START GASFILE KEY IS EQUAL TO gas-periodo
                   INVALID KEY SET gasfile-fin TO TRUE
               END-START
               PERFORM 0016-CONTAR-GASTO-PENDIENTE UNTIL gasfile-fin
               CLOSE GASFILE
           ELSE IF NOT gasfile-no-existe
               DISPLAY "GASTOS.DAT NO SE PUDO ABRIR - FILE STATUS "
                   gasfile-status ". SI ES EL FICHERO ANTIGUO, "
                   "MIGRELO CON NOMINA-MIGRACION"
               ADD 1 TO ws-gas-pendientes
           END-IF.
           IF NOT todas-las-empresas
               CLOSE TRABFILE
           END-IF.

       0016-CONTAR-PENDIENTE.
           READ INCFILE NEXT RECORD
               AT END SET incfile-fin TO TRUE
               NOT AT END
                   IF inc-periodo NOT = ws-periodo
                       SET incfile-fin TO TRUE
                   END-IF
                   IF NOT incfile-fin AND incidencia-pendiente
                       IF todas-las-empresas
                           ADD 1 TO ws-inc-pendientes
                       ELSE
                           PERFORM 0016-COMPROBAR-EMPRESA-INCIDENCIA
                       END-IF
                   END-IF
           END-READ.

       0016-CONTAR-GASTO-PENDIENTE.
           READ GASFILE NEXT RECORD
               AT END SET gasfile-fin TO TRUE
               NOT AT END
                   IF gas-periodo NOT = ws-periodo
                       SET gasfile-fin TO TRUE
                   END-IF
                   IF NOT gasfile-fin AND gasto-pendiente
                       IF todas-las-empresas
                           ADD 1 TO ws-gas-pendientes
                       ELSE
                           PERFORM 0016-COMPROBAR-EMPRESA-GASTO
                       END-IF
                   END-IF
           END-READ.

       0016-COMPROBAR-EMPRESA-GASTO.

           MOVE gas-id-trabajador TO id-trabajador.
           READ TRABFILE IGNORING LOCK
               INVALID KEY
                   ADD 1 TO ws-gas-pendientes
               NOT INVALID KEY
                   IF empresa-trabajador = ws-empresa-seleccion
                       ADD 1 TO ws-gas-pendientes
                   END-IF
           END-READ.

       0016-COMPROBAR-EMPRESA-INCIDENCIA.
           *> UNA INCIDENCIA DE UN TRABAJADOR QUE NO ESTA EN EL
           *> MAESTRO NO SE SABE DE QUE EMPRESA ES: CUENTA, PARA QUE
           *> ALGUIEN LA MIRE ANTES DE CERRAR.
           MOVE inc-id-trabajador TO id-trabajador.
           READ TRABFILE IGNORING LOCK
               INVALID KEY
                   ADD 1 TO ws-inc-pendientes
               NOT INVALID KEY
                   IF empresa-trabajador = ws-empresa-seleccion
                       ADD 1 TO ws-inc-pendientes
                   END-IF
           END-READ.

       0031-AVISAR-IBAN-PENDIENTES.
           *> UN CAMBIO DE IBAN SIN FIRMAR NO PARA EL CIERRE: EL
           *> TRABAJADOR COBRA EN LA CUENTA QUE TIENE EL MAESTRO, Y
           *> EL AVISO DEJA VER A QUIEN HAY QUE CONFIRMARSELO.
           *> CERRANDO UNA SOLA EMPRESA SOLO AVISAN SUS TRABAJADORES.
           MOVE 0 TO ws-iban-pendientes.
           OPEN INPUT CAMFILE.
           IF camfile-ok
               IF NOT todas-las-empresas
                   OPEN INPUT TRABFILE
               END-IF
               PERFORM 0031-LEER-CAMBIO UNTIL camfile-fin
               IF NOT todas-las-empresas
                   CLOSE TRABFILE
               END-IF
               CLOSE CAMFILE
               IF ws-iban-pendientes > 0
                   DISPLAY "AVISO: " ws-iban-pendientes
                       " TRABAJADORES CON CAMBIO DE IBAN PENDIENTE "
                       "DE FIRMA (OPCION F DEL MENU DE NOMINAS); SE "
                       "PAGAN CON LOS DATOS ACTUALES DEL MAESTRO"
               END-IF
           END-IF.

       0031-LEER-CAMBIO.
           READ CAMFILE NEXT RECORD
               AT END SET camfile-fin TO TRUE
               NOT AT END
                   IF cambio-pendiente AND cambio-iban
                       IF todas-las-empresas
                           PERFORM 0031-AVISAR-TRABAJADOR
                       ELSE
                           MOVE cam-id-trabajador TO id-trabajador
                           READ TRABFILE IGNORING LOCK
                               INVALID KEY CONTINUE
                               NOT INVALID KEY
                                   IF empresa-trabajador
                                       = ws-empresa-seleccion
                                       PERFORM 0031-AVISAR-TRABAJADOR
                                   END-IF
                           END-READ
                       END-IF
                   END-IF
           END-READ.

       0031-AVISAR-TRABAJADOR.

           ADD 1 TO ws-iban-pendientes.
           DISPLAY "AVISO: TRABAJADOR " cam-id-trabajador
               " CON CAMBIO DE IBAN PENDIENTE DE FIRMA, PEDIDO POR "
               cam-operador-solicita " EL " cam-fecha-solicitud.

       0003-GENERAR-NOMINAS-PERIODO.
           *> NOMINAS DE LOS TRABAJADORES DE LA EMPRESA EN CURSO
           *> (ws-empresa-cierre); REMESA, ASIENTOS Y LISTAS LOS ABRE
           *> 0026 UNA SOLA VEZ PARA TODA LA PASADA.
           OPEN INPUT TRABFILE.
           IF NOT trabfile-ok
               DISPLAY "NO SE PUDO ABRIR TRABAJADORES.DAT - FILE "
               PERFORM 0004-ABRIR-FICHERO-NOMINA
               PERFORM 0007-ABRIR-MAESTRO-NOMINAS
               PERFORM 0017-ABRIR-DETALLE
               PERFORM 0015-ABRIR-VACACIONES
               IF empresa-reanudada
                   *> REANUDACION: SE ARRANCA EN EL TRABAJADOR
                   *> SIGUIENTE AL ULTIMO COMPLETADO DEL CHECKPOINT.
                   MOVE ws-ultimo-id-ckp TO id-trabajador
               END-IF
               PERFORM 0003-PROCESAR-SIGUIENTE-TRABAJADOR
                   UNTIL trabfile-fin
               IF cierre-sin-error
                   PERFORM 0028-LIQUIDAR-ACREEDORES
               END-IF
               PERFORM 0008-CERRAR-REMESA
               IF vacaciones-abiertas
                   CLOSE VACFILE
                   SET vacaciones-cerradas TO TRUE
           READ TRABFILE NEXT RECORD IGNORING LOCK
               AT END SET trabfile-fin TO TRUE
               NOT AT END
                   IF empresa-trabajador NOT = ws-empresa-cierre
                       CONTINUE
                   ELSE IF trabajador-activo
                       PERFORM 0014-COMPROBAR-VENCIMIENTO-CONTRATO
                       PERFORM 0010-CALCULAR-DEDUCCIONES
                       IF ncm-ok
                           IF ncm-suspension-total
                               PERFORM 0029-ANOTAR-SUSPENDIDO
                           ELSE
                               PERFORM 0003-PAGAR-TRABAJADOR
                           END-IF
                       ELSE
                           *> SIN TIPOS VIGENTES PARA EL PERIODO NO SE
                           *> PUEDE CALCULAR NINGUNA NOMINA DEL MES:
                   END-IF
           END-READ.

       0003-PAGAR-TRABAJADOR.
           *> NOMINA DEL TRABAJADOR CON SU CALCULO YA HECHO: RECIBO,
           *> MAESTRO, DETALLE, REMESA, COSTE Y TOTALES.
           PERFORM 0012-COMPROBAR-ANIVERSARIO-TRIENIO
           PERFORM 0010-ESCRIBIR-NOMINA
           PERFORM 0007-GRABAR-RESULTADO-NOMINA
           PERFORM 0017-GRABAR-DETALLE-NOMINA
           IF pago-transferencia
               PERFORM 0008-ESCRIBIR-TRANSFERENCIA
           END-IF
           PERFORM 0011-ACUMULAR-COSTE-DEPARTAMENTO
           ADD 1 TO ws-pagados
           ADD ws-salario-bruto TO ws-total-bruto
           ADD ws-seg-social TO ws-total-deduccion
           ADD ws-irpf TO ws-total-deduccion
           ADD ws-anticipo-nomina TO ws-total-deduccion
           ADD ws-deducciones TO ws-total-deduccion
           ADD ws-embargo-nomina TO ws-total-deduccion
           ADD ws-salario-neto TO ws-total-liquido
           ADD ws-cuota-patronal TO ws-total-patronal
           ADD ws-gastos-exentos TO ws-total-exentos
           PERFORM 0019-GRABAR-CHECKPOINT.

       0020-COMPROBAR-FINIQUITO.
           *> UNA BAJA DEL PROPIO PERIODO PUEDE TENER SU FINIQUITO
           *> YA GRABADO EN NOMINAS.DAT POR LA BAJA DEL MENU: EL
       0020-PAGAR-FINIQUITO.
           *> LOS IMPORTES GRABADOS DEL FINIQUITO PASAN A LAS AREAS
           *> DE TRABAJO DEL CIERRE (LA RETENCION DE ANTICIPO SE
           *> RECONSTRUYE COMO BRUTO - DEDUCCIONES (LAS VOLUNTARIAS
           *> INCLUIDAS) - LIQUIDO, MAS
           *> LAS DIETAS EXENTAS QUE EL LIQUIDO LLEVA FUERA DEL
           *> BRUTO) PARA
           *> QUE REMESA, ASIENTOS Y TOTALES LO TRATEN COMO UNA
           *> NOMINA MAS.
           MOVE nom-bruto TO ws-salario-bruto.
           MOVE nom-embargo TO ws-embargo-nomina.
           MOVE nom-liquido TO ws-salario-neto.
           MOVE nom-cuota-patronal TO ws-cuota-patronal.
           MOVE nom-gastos-exentos TO ws-gastos-exentos.
           MOVE nom-gastos-sujetos TO ws-gastos-sujetos.
           MOVE nom-especie TO ws-especie.
           MOVE nom-ingreso-cuenta TO ws-ingreso-cuenta.
           MOVE nom-deducciones TO ws-deducciones.
           COMPUTE ws-anticipo-nomina = nom-bruto - nom-seg-social
               - nom-irpf - nom-embargo - nom-deducciones
               - nom-liquido + nom-gastos-exentos.
           PERFORM 0020-LEER-IT-MUTUA.
           IF pago-transferencia
               PERFORM 0008-ESCRIBIR-TRANSFERENCIA
           END-IF.
           ADD ws-seg-social TO ws-total-deduccion.
           ADD ws-irpf TO ws-total-deduccion.
           ADD ws-anticipo-nomina TO ws-total-deduccion.
           ADD ws-deducciones TO ws-total-deduccion.
           ADD ws-embargo-nomina TO ws-total-deduccion.
           ADD ws-salario-neto TO ws-total-liquido.
           ADD ws-cuota-patronal TO ws-total-patronal.
           ADD ws-gastos-exentos TO ws-total-exentos.
           PERFORM 0019-GRABAR-CHECKPOINT.

       0020-LEER-IT-MUTUA.
           *> NOMINAS.DAT NO GUARDA APARTE LA IT EN PAGO DELEGADO DEL
           *> FINIQUITO: SE SUMAN SUS LINEAS "IM" DEL DETALLE PARA
           *> QUE EL ASIENTO LA SAQUE DEL COSTE IGUAL QUE EN EL RESTO
           *> DE NOMINAS.
           MOVE 0 TO ws-it-mutua.
           IF detalle-abierto
               MOVE id-trabajador TO det-id-trabajador
               MOVE ws-periodo TO det-periodo
               MOVE 0 TO det-linea
               START NOMDETFILE KEY IS NOT LESS THAN det-clave
                   INVALID KEY SET nomdetfile-fin TO TRUE
               END-START
               PERFORM 0020-SUMAR-IT-MUTUA
                   UNTIL nomdetfile-fin
           END-IF.

       0020-SUMAR-IT-MUTUA.
           READ NOMDETFILE NEXT RECORD
               AT END SET nomdetfile-fin TO TRUE
               NOT AT END
                   IF det-id-trabajador NOT = id-trabajador
                       OR det-periodo NOT = ws-periodo
                       SET nomdetfile-fin TO TRUE
                   ELSE IF det-concepto = "IM"
                       ADD det-importe TO ws-it-mutua
                   END-IF
                   END-IF
           END-READ.

       0004-ABRIR-FICHERO-NOMINA.
           OPEN EXTEND NOMINAFILE.
           IF NOT nominafile-status = "00" AND NOT nominafile-status = "05"
           MOVE ws-fecha-hoy TO nom-fecha-calculo.
           MOVE ws-cuota-patronal TO nom-cuota-patronal.
           MOVE ws-embargo-nomina TO nom-embargo.
           MOVE ws-gastos-exentos TO nom-gastos-exentos.
           MOVE ws-gastos-sujetos TO nom-gastos-sujetos.
           MOVE ws-especie TO nom-especie.
           MOVE ws-ingreso-cuenta TO nom-ingreso-cuenta.
           MOVE ws-deducciones TO nom-deducciones.
           *> UNA NOMINA RECIEN CALCULADA NACE SIN ESTADO DE PAGO:
           *> SIN ESTE MOVE EL BYTE ARRASTRARIA LO QUE DEJO EN EL
           *> AREA LA ULTIMA LECTURA (POR EJEMPLO EL 'D'/'E' DE UN
           *> FINIQUITO O UNA DEVOLUCION LEIDOS ANTES).
           MOVE SPACE TO nom-estado-pago.
           MOVE empresa-trabajador TO nom-empresa.
           WRITE REG-NOMINA
               INVALID KEY
                   REWRITE REG-NOMINA
               MOVE ncm-imp-trienios TO det-importe
               PERFORM 0017-ESCRIBIR-LINEA-DETALLE
           END-IF.
           IF ncm-it-empresa NOT = 0
               MOVE "IE" TO det-concepto
               MOVE "PRESTACION IT CARGO EMPRESA" TO det-descripcion
               MOVE ncm-it-empresa TO det-importe
               PERFORM 0017-ESCRIBIR-LINEA-DETALLE
           END-IF.
           IF ncm-it-mutua NOT = 0
               MOVE "IM" TO det-concepto
               MOVE "PRESTACION IT PAGO DELEGADO" TO det-descripcion
               MOVE ncm-it-mutua TO det-importe
               PERFORM 0017-ESCRIBIR-LINEA-DETALLE
           END-IF.
           MOVE 0 TO ws-indice-incidencia.
           PERFORM 0017-ESCRIBIR-DETALLE-INCIDENCIA
               UNTIL ws-indice-incidencia = ncm-num-incidencias.
           IF ncm-gastos-sujetos NOT = 0
               MOVE "GS" TO det-concepto
               MOVE "EXCESO DIETAS/KM SUJETO" TO det-descripcion
               MOVE ncm-gastos-sujetos TO det-importe
               PERFORM 0017-ESCRIBIR-LINEA-DETALLE
           END-IF.
           IF ncm-especie NOT = 0
               MOVE "EV" TO det-concepto
               MOVE "RETRIBUCION EN ESPECIE" TO det-descripcion
               MOVE ncm-especie TO det-importe
               PERFORM 0017-ESCRIBIR-LINEA-DETALLE
           END-IF.
           MOVE "SS" TO det-concepto.
           MOVE "SEGURIDAD SOCIAL" TO det-descripcion.
           MOVE ncm-seg-social TO det-importe.
           PERFORM 0017-ESCRIBIR-LINEA-DETALLE.
           MOVE "IR" TO det-concepto.
           MOVE ncm-tipo-irpf TO ws-tipo-irpf-format.
           MOVE SPACES TO det-descripcion.
           STRING "IRPF " ws-tipo-irpf-format "% " ncm-motivo-irpf
               DELIMITED BY SIZE INTO det-descripcion.
           MOVE ncm-irpf TO det-importe.
           PERFORM 0017-ESCRIBIR-LINEA-DETALLE.
           IF ncm-ingreso-cuenta NOT = 0
               MOVE "EI" TO det-concepto
               MOVE "INGRESO A CUENTA ESPECIE" TO det-descripcion
               MOVE ncm-ingreso-cuenta TO det-importe
               PERFORM 0017-ESCRIBIR-LINEA-DETALLE
           END-IF.
           IF ncm-anticipo NOT = 0
               MOVE "AN" TO det-concepto
               MOVE "ANTICIPO (PLAZO)" TO det-descripcion
               MOVE ncm-anticipo TO det-importe
               PERFORM 0017-ESCRIBIR-LINEA-DETALLE
           END-IF.
           MOVE 0 TO ws-indice-deduccion.
           PERFORM 0017-ESCRIBIR-DETALLE-DEDUCCION
               UNTIL ws-indice-deduccion = ncm-num-deducciones.
           IF ncm-embargo NOT = 0
               MOVE "EB" TO det-concepto
               MOVE "EMBARGO JUDICIAL" TO det-descripcion
               MOVE ncm-embargo TO det-importe
               PERFORM 0017-ESCRIBIR-LINEA-DETALLE
           END-IF.
           IF ncm-gastos-exentos NOT = 0
               MOVE "GE" TO det-concepto
               MOVE "DIETAS/KM EXENTOS" TO det-descripcion
               MOVE ncm-gastos-exentos TO det-importe
               PERFORM 0017-ESCRIBIR-LINEA-DETALLE
           END-IF.
           MOVE "LQ" TO det-concepto.
           MOVE "LIQUIDO A PERCIBIR" TO det-descripcion.
           MOVE ncm-liquido TO det-importe.
               TO det-importe.
           PERFORM 0017-ESCRIBIR-LINEA-DETALLE.

       0017-ESCRIBIR-DETALLE-DEDUCCION.

           ADD 1 TO ws-indice-deduccion.
           MOVE "DV" TO det-concepto.
           MOVE ncm-ded-descripcion(ws-indice-deduccion)
               TO det-descripcion.
           IF det-descripcion = SPACES
               STRING "DEDUCCION ACREEDOR "
                      ncm-ded-acreedor(ws-indice-deduccion)
                   DELIMITED BY SIZE INTO det-descripcion
           END-IF.
           MOVE ncm-ded-importe(ws-indice-deduccion) TO det-importe.
           PERFORM 0017-ESCRIBIR-LINEA-DETALLE.

       0017-ESCRIBIR-LINEA-DETALLE.

           ADD 1 TO ws-linea-detalle.
           END-WRITE.

       0008-ABRIR-REMESA.
           *> LA REMESA SE REESCRIBE ENTERA EN CADA PASADA DE
           *> CIERRE, CON UN BLOQUE 01/02/03 POR EMPRESA; EL CONTROL
           *> DE PERIODO YA CERRADO IMPIDE PAGAR DOS VECES EL MISMO
           *> MES A UNA EMPRESA. LA REANUDACION SIGUE ANEXANDO A LA
           *> MISMA REMESA. IBAN-ORDENANTE SOLO SE USA PARA LAS
           *> EMPRESAS SIN IBAN EN EL CATALOGO.
           ACCEPT ws-iban-ordenante FROM ENVIRONMENT "IBAN-ORDENANTE".
           IF reinicio-activo
               OPEN EXTEND REMESAFILE
           ELSE
               OPEN OUTPUT REMESAFILE
           END-IF.

       0008-ESCRIBIR-CABECERA-REMESA.
           *> CABECERA 01 DE LA EMPRESA EN CURSO CON SU IBAN
           *> ORDENANTE; SIN IBAN LA REMESA SALE CON EL CAMPO EN
           *> BLANCO Y EL BANCO LA RECHAZARA, ASI QUE SE AVISA.
           MOVE iban-ordenante-emp-cat(ws-indice-empresa)
               TO rem-cab-iban-ordenante.
           IF rem-cab-iban-ordenante = SPACES
               MOVE ws-iban-ordenante TO rem-cab-iban-ordenante
           END-IF.
           IF rem-cab-iban-ordenante = SPACES
               DISPLAY "AVISO: EMPRESA " ws-empresa-cierre " SIN IBAN "
                   "ORDENANTE, SU CABECERA DE REMESA SALE SIN IBAN"
           END-IF.
           MOVE ws-fecha-hoy TO rem-cab-fecha.
           MOVE ws-periodo TO rem-cab-periodo.
           MOVE SPACES TO rem-cab-referencia.
           STRING "NOMINA " ws-periodo "-" ws-empresa-cierre
               DELIMITED BY SIZE INTO rem-cab-referencia.
           MOVE ws-empresa-cierre TO rem-cab-empresa.
           MOVE SPACES TO LINEA-REMESA.
           MOVE ws-remesa-cabecera TO LINEA-REMESA.
           WRITE LINEA-REMESA.

       0008-ESCRIBIR-TRANSFERENCIA.

           *> CENTIMOS DE CADA TRANSFERENCIA ACUMULADOS MODULO DIEZ
           *> DIGITOS.
           COMPUTE ws-remesa-control = FUNCTION MOD(
               ws-remesa-control + rem-det-importe * 100,
               9999999999).

       0008-CERRAR-REMESA.
           MOVE SPACES TO LINEA-REMESA.
           MOVE ws-remesa-totales TO LINEA-REMESA.
           WRITE LINEA-REMESA.
           DISPLAY "REMESA_NOMINA.TXT, EMPRESA " ws-empresa-cierre
               " (TRAZADO SEPA), TRANSFERENCIAS: " ws-remesa-numero.

       0009-CARGAR-DEPARTAMENTOS.
           *> MISMO CATALOGO EN MEMORIA QUE USA 08-ARRAYS-BI, AQUI
                       TO responsable-dep-cat(num-departamentos-cat)
                   MOVE presupuesto-departamento-cat
                       TO presupuesto-dep-cat(num-departamentos-cat)
                   MOVE empresa-departamento-cat
                       TO empresa-dep-cat(num-departamentos-cat)
           END-READ.

       0009-INICIALIZAR-ACUMULADO-DEP.
           MOVE 0 TO ws-asi-liquido-dep(ws-indice-asiento).
           MOVE 0 TO ws-asi-patronal-dep(ws-indice-asiento).
           MOVE 0 TO ws-asi-embargo-dep(ws-indice-asiento).
           MOVE 0 TO ws-asi-exento-dep(ws-indice-asiento).
           MOVE 0 TO ws-asi-sujeto-dep(ws-indice-asiento).
           MOVE 0 TO ws-asi-deduccion-dep(ws-indice-asiento).
           MOVE 0 TO ws-asi-itmutua-dep(ws-indice-asiento).

       0011-ACUMULAR-COSTE-DEPARTAMENTO.
           *> EL COSTE DE LA NOMINA SE REPARTE ENTRE LOS DEPARTAMENTOS
           *> DEL TRABAJADOR SEGUN SUS PORCENTAJES; UN REPARTO NO
           *> VALIDO (REGISTROS ANTIGUOS) LO IMPUTA ENTERO AL PRIMERO.
           *> LAS DIETAS EXENTAS SE PAGAN EN EL LIQUIDO FUERA DEL
           *> BRUTO: SE REPARTEN COMO PARTE DEL BRUTO PAGADO PARA QUE
           *> EL JUEGO DE CADA DEPARTAMENTO CUADRE, Y LA PARTE DE
           *> DIETAS (EXENTA Y EXCESO) SE REPARTE APARTE PARA SACARLA
           *> A SUS CUENTAS. LO MISMO LA IT EN PAGO DELEGADO, QUE VA
           *> DENTRO DEL BRUTO PERO NO ES COSTE DEL DEPARTAMENTO.
           MOVE id-departamento(1) TO rep-departamento(1).
           MOVE id-departamento(2) TO rep-departamento(2).
           MOVE id-departamento(3) TO rep-departamento(3).
           MOVE pct-departamento(1) TO rep-pct-entrada(1).
           MOVE pct-departamento(2) TO rep-pct-entrada(2).
           MOVE pct-departamento(3) TO rep-pct-entrada(3).
           COMPUTE rep-bruto = ws-salario-bruto + ws-gastos-exentos.
           MOVE ws-seg-social TO rep-seg-social.
           MOVE ws-irpf TO rep-irpf.
           MOVE ws-anticipo-nomina TO rep-anticipo.
           MOVE ws-embargo-nomina TO rep-embargo.
           MOVE ws-deducciones TO rep-deduccion.
           MOVE ws-salario-neto TO rep-liquido.
           MOVE ws-cuota-patronal TO rep-patronal.
           CALL "NOMINA-REPARTO" USING reparto-com.
           MOVE 1 TO ws-indice-reparto.
           PERFORM 0011-IMPUTAR-PARTE-DEPARTAMENTO
               UNTIL ws-indice-reparto > 3.
           IF ws-gastos-exentos NOT = 0
               SET parte-gasto-exento TO TRUE
               MOVE ws-gastos-exentos TO rep-bruto
               PERFORM 0011-REPARTIR-GASTO
           END-IF.
           IF ws-gastos-sujetos NOT = 0
               SET parte-gasto-sujeto TO TRUE
               MOVE ws-gastos-sujetos TO rep-bruto
               PERFORM 0011-REPARTIR-GASTO
           END-IF.
           IF ws-it-mutua NOT = 0
               SET parte-it-mutua TO TRUE
               MOVE ws-it-mutua TO rep-bruto
               PERFORM 0011-REPARTIR-GASTO
           END-IF.

       0011-REPARTIR-GASTO.
           *> SOLO SE REPARTE EL IMPORTE DE DIETAS O DE IT EN PAGO
           *> DELEGADO (EN rep-bruto); EL RESTO DE IMPORTES VA A CERO.
           MOVE rep-bruto TO rep-liquido.
           MOVE 0 TO rep-seg-social.
           MOVE 0 TO rep-irpf.
           MOVE 0 TO rep-anticipo.
           MOVE 0 TO rep-embargo.
           MOVE 0 TO rep-deduccion.
           MOVE 0 TO rep-patronal.
           CALL "NOMINA-REPARTO" USING reparto-com.
           MOVE 1 TO ws-indice-reparto.
           PERFORM 0011-IMPUTAR-PARTE-GASTO
               UNTIL ws-indice-reparto > 3.

       0011-IMPUTAR-PARTE-GASTO.

           IF rep-pct-aplicado(ws-indice-reparto) > 0
               SET INDX-DEP-CAT TO 1
               SET dep-cat-invalido TO TRUE
               IF num-departamentos-cat > 0
                   SEARCH departamento-cat
                       AT END
                           SET dep-cat-invalido TO TRUE
                       WHEN id-dep-cat(INDX-DEP-CAT)
                           = rep-departamento(ws-indice-reparto)
                           SET dep-cat-valido TO TRUE
                   END-SEARCH
               END-IF
               IF dep-cat-valido
                   SET ws-indice-asiento TO INDX-DEP-CAT
                   IF parte-gasto-exento
                       ADD rep-parte-bruto(ws-indice-reparto)
                           TO ws-asi-exento-dep(ws-indice-asiento)
                   ELSE IF parte-gasto-sujeto
                       ADD rep-parte-bruto(ws-indice-reparto)
                           TO ws-asi-sujeto-dep(ws-indice-asiento)
                   ELSE
                       ADD rep-parte-bruto(ws-indice-reparto)
                           TO ws-asi-itmutua-dep(ws-indice-asiento)
                   END-IF
                   END-IF
               ELSE IF parte-gasto-exento
                   ADD rep-parte-bruto(ws-indice-reparto)
                       TO ws-asi-exento-sin
               ELSE IF parte-gasto-sujeto
                   ADD rep-parte-bruto(ws-indice-reparto)
                       TO ws-asi-sujeto-sin
               ELSE
                   ADD rep-parte-bruto(ws-indice-reparto)
                       TO ws-asi-itmutua-sin
               END-IF
               END-IF
               END-IF
           END-IF.
           ADD 1 TO ws-indice-reparto.

       0011-IMPUTAR-PARTE-DEPARTAMENTO.
           *> SIN DEPARTAMENTO CATALOGADO LA PARTE VA AL CAJON "SIN
           *> CATALOGAR". UNA POSICION SIN PORCENTAJE NO APORTA NADA.
           IF rep-pct-aplicado(ws-indice-reparto) > 0
               SET INDX-DEP-CAT TO 1
               SET dep-cat-invalido TO TRUE
               IF num-departamentos-cat > 0
                   SEARCH departamento-cat
                       AT END
                           SET dep-cat-invalido TO TRUE
                       WHEN id-dep-cat(INDX-DEP-CAT)
                           = rep-departamento(ws-indice-reparto)
                           SET dep-cat-valido TO TRUE
                   END-SEARCH
               END-IF
               IF dep-cat-valido
                   *> EL INDICE DE LA TABLA DEL CATALOGO NO SIRVE PARA
                   *> SUBINDICAR LOS ACUMULADOS (ELEMENTOS DE DISTINTA
                   *> LONGITUD): SE PASA A UN SUBINDICE NUMERICO.
                   SET ws-indice-asiento TO INDX-DEP-CAT
                   ADD rep-parte-bruto(ws-indice-reparto)
                       TO ws-asi-bruto-dep(ws-indice-asiento)
                   ADD rep-parte-seg-social(ws-indice-reparto)
                       TO ws-asi-ss-dep(ws-indice-asiento)
                   ADD rep-parte-irpf(ws-indice-reparto)
                       TO ws-asi-irpf-dep(ws-indice-asiento)
                   ADD rep-parte-anticipo(ws-indice-reparto)
                       TO ws-asi-anticipo-dep(ws-indice-asiento)
                   ADD rep-parte-liquido(ws-indice-reparto)
                       TO ws-asi-liquido-dep(ws-indice-asiento)
                   ADD rep-parte-patronal(ws-indice-reparto)
                       TO ws-asi-patronal-dep(ws-indice-asiento)
                   ADD rep-parte-embargo(ws-indice-reparto)
                       TO ws-asi-embargo-dep(ws-indice-asiento)
                   ADD rep-parte-deduccion(ws-indice-reparto)
                       TO ws-asi-deduccion-dep(ws-indice-asiento)
               ELSE
                   ADD rep-parte-bruto(ws-indice-reparto)
                       TO ws-asi-bruto-sin
                   ADD rep-parte-seg-social(ws-indice-reparto)
                       TO ws-asi-ss-sin
                   ADD rep-parte-irpf(ws-indice-reparto)
                       TO ws-asi-irpf-sin
                   ADD rep-parte-anticipo(ws-indice-reparto)
                       TO ws-asi-anticipo-sin
                   ADD rep-parte-liquido(ws-indice-reparto)
                       TO ws-asi-liquido-sin
                   ADD rep-parte-patronal(ws-indice-reparto)
                       TO ws-asi-patronal-sin
                   ADD rep-parte-embargo(ws-indice-reparto)
                       TO ws-asi-embargo-sin
                   ADD rep-parte-deduccion(ws-indice-reparto)
                       TO ws-asi-deduccion-sin
               END-IF
           END-IF.
           ADD 1 TO ws-indice-reparto.

       0011-GENERAR-ASIENTOS.
           *> UN JUEGO DE APUNTES CUADRADO POR DEPARTAMENTO: COSTE
           *> SALARIAL AL DEBE (PARTIDA SB) Y AL HABER LA
           *> SEGURIDAD SOCIAL RETENIDA (SS), EL IRPF (IR), LA
           *> DEVOLUCION DE ANTICIPOS DEL MES (AN, SOLO SI LA HAY:
           *> SIN ELLA EL DEBE NO CUADRARIA CON EL HABER CUANDO SE
           *> COBRA UN PLAZO) Y EL LIQUIDO A PAGAR (LQ). LAS DIETAS
           *> Y EL KILOMETRAJE SALEN DEL COSTE SALARIAL A SUS
           *> PROPIAS PARTIDAS DEL DEBE: LA PARTE EXENTA (GE) Y EL
           *> EXCESO SUJETO (GS). LAS DEDUCCIONES VOLUNTARIAS VAN AL
           *> HABER (DV), A PAGAR A LOS ACREEDORES CON SU
           *> TRANSFERENCIA DE LA REMESA. LA IT EN PAGO DELEGADO SALE
           *> TAMBIEN DEL COSTE SALARIAL A SU PARTIDA DEL DEBE (IM),
           *> EL CREDITO CONTRA LA SEGURIDAD SOCIAL QUE SE COMPENSA
           *> EN LA LIQUIDACION DE CUOTAS. LA CUENTA DE CADA PARTIDA
           *> LA DA EL MAPA CUENTAS_NOMINA.DAT AL ESCRIBIR LA LINEA. EL
           *> NUMERO DE LOTE ES EL PROPIO PERIODO, QUE NO PUEDE
           *> REPETIRSE ENTRE CIERRES DE UNA EMPRESA; LA EMPRESA Y SU
           *> ENTIDAD CONTABLE EN CADA APUNTE SEPARAN LOS LOTES DE
           *> LAS DISTINTAS EMPRESAS DEL FICHERO.
           MOVE ws-periodo TO apu-lote.
           MOVE ws-empresa-cierre TO apu-empresa.
           MOVE ws-entidad-cierre TO apu-entidad.
           MOVE ws-fecha-hoy TO apu-fecha.
           MOVE 0 TO ws-indice-asiento.
           PERFORM 0011-ESCRIBIR-ASIENTOS-DEPARTAMENTO
               MOVE "SIN CATALOGAR" TO ws-nombre-dep-asiento
               PERFORM 0011-ESCRIBIR-JUEGO-APUNTES-SIN
           END-IF.
           DISPLAY "ASIENTOS_NOMINA.TXT, LOTE " ws-periodo
               " EMPRESA " ws-empresa-cierre " ENTIDAD "
               ws-entidad-cierre.

       0011-ESCRIBIR-ASIENTOS-DEPARTAMENTO.

               MOVE nombre-dep-cat(ws-indice-asiento)
                   TO ws-nombre-dep-asiento

               COMPUTE ws-apunte-importe
                   = ws-asi-bruto-dep(ws-indice-asiento)
                   - ws-asi-exento-dep(ws-indice-asiento)
                   - ws-asi-sujeto-dep(ws-indice-asiento)
                   - ws-asi-itmutua-dep(ws-indice-asiento)
               MOVE "SB" TO ws-partida-apunte
               MOVE "D" TO apu-debe-haber
               PERFORM 0011-ESCRIBIR-LINEA-APUNTE

               IF ws-asi-itmutua-dep(ws-indice-asiento) NOT = 0
                   MOVE ws-asi-itmutua-dep(ws-indice-asiento)
                       TO ws-apunte-importe
                   MOVE "IM" TO ws-partida-apunte
                   MOVE "D" TO apu-debe-haber
                   PERFORM 0011-ESCRIBIR-LINEA-APUNTE
               END-IF

               IF ws-asi-sujeto-dep(ws-indice-asiento) NOT = 0
                   MOVE ws-asi-sujeto-dep(ws-indice-asiento)
                       TO ws-apunte-importe
                   MOVE "GS" TO ws-partida-apunte
                   MOVE "D" TO apu-debe-haber
                   PERFORM 0011-ESCRIBIR-LINEA-APUNTE
               END-IF

               IF ws-asi-exento-dep(ws-indice-asiento) NOT = 0
                   MOVE ws-asi-exento-dep(ws-indice-asiento)
                       TO ws-apunte-importe
                   MOVE "GE" TO ws-partida-apunte
                   MOVE "D" TO apu-debe-haber
                   PERFORM 0011-ESCRIBIR-LINEA-APUNTE
               END-IF

               *> CUOTA PATRONAL (CP): COSTE AL DEBE Y LA MISMA
               *> CUOTA A INGRESAR AL HABER, CON LO QUE EL JUEGO
               *> SIGUE CUADRADO.
               IF ws-asi-patronal-dep(ws-indice-asiento) NOT = 0
                   MOVE ws-asi-patronal-dep(ws-indice-asiento)
                       TO ws-apunte-importe
                   MOVE "CP" TO ws-partida-apunte
                   MOVE "D" TO apu-debe-haber
                   PERFORM 0011-ESCRIBIR-LINEA-APUNTE
                   MOVE ws-asi-patronal-dep(ws-indice-asiento)
                       TO ws-apunte-importe
                   MOVE "CP" TO ws-partida-apunte
                   MOVE "H" TO apu-debe-haber
                   PERFORM 0011-ESCRIBIR-LINEA-APUNTE
               END-IF

               MOVE ws-asi-ss-dep(ws-indice-asiento)
                   TO ws-apunte-importe
               MOVE "SS" TO ws-partida-apunte
               MOVE "H" TO apu-debe-haber
               PERFORM 0011-ESCRIBIR-LINEA-APUNTE

               MOVE ws-asi-irpf-dep(ws-indice-asiento)
                   TO ws-apunte-importe
               MOVE "IR" TO ws-partida-apunte
               MOVE "H" TO apu-debe-haber
               PERFORM 0011-ESCRIBIR-LINEA-APUNTE

               IF ws-asi-anticipo-dep(ws-indice-asiento) NOT = 0
                   MOVE ws-asi-anticipo-dep(ws-indice-asiento)
                       TO ws-apunte-importe
                   MOVE "AN" TO ws-partida-apunte
                   MOVE "H" TO apu-debe-haber
                   PERFORM 0011-ESCRIBIR-LINEA-APUNTE
               END-IF

               *> EMBARGOS RETENIDOS A DISPOSICION DEL JUZGADO
               *> (EB), SIN LOS QUE EL DEBE NO CUADRARIA CON EL
               *> HABER CUANDO EL CIERRE COBRA UNA CUOTA.
               IF ws-asi-embargo-dep(ws-indice-asiento) NOT = 0
                   MOVE ws-asi-embargo-dep(ws-indice-asiento)
                       TO ws-apunte-importe
                   MOVE "EB" TO ws-partida-apunte
                   MOVE "H" TO apu-debe-haber
                   PERFORM 0011-ESCRIBIR-LINEA-APUNTE
               END-IF

               IF ws-asi-deduccion-dep(ws-indice-asiento) NOT = 0
                   MOVE ws-asi-deduccion-dep(ws-indice-asiento)
                       TO ws-apunte-importe
                   MOVE "DV" TO ws-partida-apunte
                   MOVE "H" TO apu-debe-haber
                   PERFORM 0011-ESCRIBIR-LINEA-APUNTE
               END-IF

               MOVE ws-asi-liquido-dep(ws-indice-asiento)
                   TO ws-apunte-importe
               MOVE "LQ" TO ws-partida-apunte
               MOVE "H" TO apu-debe-haber
               PERFORM 0011-ESCRIBIR-LINEA-APUNTE
           END-IF.

       0011-ESCRIBIR-JUEGO-APUNTES-SIN.

           COMPUTE ws-apunte-importe = ws-asi-bruto-sin
               - ws-asi-exento-sin - ws-asi-sujeto-sin
               - ws-asi-itmutua-sin.
           MOVE "SB" TO ws-partida-apunte.
           MOVE "D" TO apu-debe-haber.
           PERFORM 0011-ESCRIBIR-LINEA-APUNTE.

           IF ws-asi-itmutua-sin NOT = 0
               MOVE ws-asi-itmutua-sin TO ws-apunte-importe
               MOVE "IM" TO ws-partida-apunte
               MOVE "D" TO apu-debe-haber
               PERFORM 0011-ESCRIBIR-LINEA-APUNTE
           END-IF.

           IF ws-asi-sujeto-sin NOT = 0
               MOVE ws-asi-sujeto-sin TO ws-apunte-importe
               MOVE "GS" TO ws-partida-apunte
               MOVE "D" TO apu-debe-haber
               PERFORM 0011-ESCRIBIR-LINEA-APUNTE
           END-IF.

           IF ws-asi-exento-sin NOT = 0
               MOVE ws-asi-exento-sin TO ws-apunte-importe
               MOVE "GE" TO ws-partida-apunte
               MOVE "D" TO apu-debe-haber
               PERFORM 0011-ESCRIBIR-LINEA-APUNTE
           END-IF.

           IF ws-asi-patronal-sin NOT = 0
               MOVE ws-asi-patronal-sin TO ws-apunte-importe
               MOVE "CP" TO ws-partida-apunte
               MOVE "D" TO apu-debe-haber
               PERFORM 0011-ESCRIBIR-LINEA-APUNTE
               MOVE ws-asi-patronal-sin TO ws-apunte-importe
               MOVE "CP" TO ws-partida-apunte
               MOVE "H" TO apu-debe-haber
               PERFORM 0011-ESCRIBIR-LINEA-APUNTE
           END-IF.

           MOVE ws-asi-ss-sin TO ws-apunte-importe.
           MOVE "SS" TO ws-partida-apunte.
           MOVE "H" TO apu-debe-haber.
           PERFORM 0011-ESCRIBIR-LINEA-APUNTE.

           MOVE ws-asi-irpf-sin TO ws-apunte-importe.
           MOVE "IR" TO ws-partida-apunte.
           MOVE "H" TO apu-debe-haber.
           PERFORM 0011-ESCRIBIR-LINEA-APUNTE.

           IF ws-asi-anticipo-sin NOT = 0
               MOVE ws-asi-anticipo-sin TO ws-apunte-importe
               MOVE "AN" TO ws-partida-apunte
               MOVE "H" TO apu-debe-haber
               PERFORM 0011-ESCRIBIR-LINEA-APUNTE
           END-IF.

           IF ws-asi-embargo-sin NOT = 0
               MOVE ws-asi-embargo-sin TO ws-apunte-importe
               MOVE "EB" TO ws-partida-apunte
               MOVE "H" TO apu-debe-haber
               PERFORM 0011-ESCRIBIR-LINEA-APUNTE
           END-IF.

           IF ws-asi-deduccion-sin NOT = 0
               MOVE ws-asi-deduccion-sin TO ws-apunte-importe
               MOVE "DV" TO ws-partida-apunte
               MOVE "H" TO apu-debe-haber
               PERFORM 0011-ESCRIBIR-LINEA-APUNTE
           END-IF.

           MOVE ws-asi-liquido-sin TO ws-apunte-importe.
           MOVE "LQ" TO ws-partida-apunte.
           MOVE "H" TO apu-debe-haber.
           PERFORM 0011-ESCRIBIR-LINEA-APUNTE.

       0011-ESCRIBIR-LINEA-APUNTE.
           *> LA CUENTA SALE DEL MAPA VIGENTE EN EL PERIODO PARA LA
           *> PARTIDA, EL LADO Y EL DEPARTAMENTO DEL APUNTE. EL
           *> CIERRE YA HA COMPROBADO AL ARRANCAR QUE TODAS TIENEN
           *> CUENTA; SI AUN ASI FALTA, LA LINEA SALE SIN CUENTA Y
           *> LA CONCILIACION LA SENALA.
           MOVE ws-periodo TO cct-periodo.
           MOVE ws-partida-apunte TO cct-partida.
           MOVE apu-departamento TO cct-departamento.
           MOVE apu-debe-haber TO cct-debe-haber.
           CALL "NOMINA-CUENTAS" USING cuentas-com.
           IF cct-ok
               MOVE cct-cuenta TO apu-cuenta
           ELSE
               MOVE SPACES TO apu-cuenta
               DISPLAY "AVISO: PARTIDA " ws-partida-apunte " "
                   apu-debe-haber " DEPARTAMENTO " apu-departamento
                   " SIN CUENTA EN CUENTAS_NOMINA.DAT"
           END-IF.
           MOVE ws-apunte-importe TO apu-importe.
           MOVE SPACES TO apu-concepto.
           STRING "NOMINA " ws-periodo " " ws-nombre-dep-asiento
           MOVE ws-linea-apunte TO LINEA-ASIENTO.
           WRITE LINEA-ASIENTO.

       0030-COMPROBAR-CUENTAS-CONTABLES.
           *> ANTES DE GRABAR NADA: CADA PARTIDA DEL ASIENTO TIENE QUE
           *> TENER CUENTA VIGENTE EN EL PERIODO PARA CADA
           *> DEPARTAMENTO DEL CATALOGO Y PARA EL JUEGO DE LOS SIN
           *> CATALOGAR (00). UNA PARTIDA SIN CUENTA SE RECHAZA AUNQUE
           *> ESTE MES VAYA A CERO: EL IMPORTE NO SE CONOCE HASTA
           *> HABER PAGADO LAS NOMINAS, Y ENTONCES YA ES TARDE.
           MOVE 0 TO ws-partidas-sin-cuenta.
           MOVE ws-periodo TO cct-periodo.
           MOVE "SB" TO cct-partida.
           MOVE "D" TO cct-debe-haber.
           MOVE 0 TO cct-departamento.
           CALL "NOMINA-CUENTAS" USING cuentas-com.
           IF cct-sin-mapa
               DISPLAY "CUENTAS_NOMINA.DAT VACIO O NO DISPONIBLE"
               MOVE num-partidas-asiento TO ws-partidas-sin-cuenta
           ELSE
               MOVE 0 TO ws-indice-partida
               PERFORM 0030-COMPROBAR-PARTIDA
                   UNTIL ws-indice-partida = num-partidas-asiento
           END-IF.

       0030-COMPROBAR-PARTIDA.

           ADD 1 TO ws-indice-partida.
           MOVE 0 TO ws-indice-dep-cuenta.
           PERFORM 0030-COMPROBAR-CUENTA-DEPARTAMENTO
               UNTIL ws-indice-dep-cuenta > num-departamentos-cat.

       0030-COMPROBAR-CUENTA-DEPARTAMENTO.

           IF ws-indice-dep-cuenta = 0
               MOVE 0 TO cct-departamento
           ELSE
               MOVE id-dep-cat(ws-indice-dep-cuenta) TO cct-departamento
           END-IF.
           MOVE ws-periodo TO cct-periodo.
           MOVE codigo-partida(ws-indice-partida) TO cct-partida.
           MOVE debe-haber-partida(ws-indice-partida) TO cct-debe-haber.
           CALL "NOMINA-CUENTAS" USING cuentas-com.
           IF NOT cct-ok
               ADD 1 TO ws-partidas-sin-cuenta
               DISPLAY "SIN CUENTA CONTABLE: PARTIDA " cct-partida " "
                   cct-debe-haber " ("
                   descripcion-partida(ws-indice-partida)
                   ") DEPARTAMENTO " cct-departamento
           END-IF.
           ADD 1 TO ws-indice-dep-cuenta.

       0012-ABRIR-LISTA-TRIENIOS.

           IF reinicio-activo
           *> UN TRABAJADOR CUMPLE TRIENIO EN EL PERIODO CUANDO SUS
           *> MESES DE SERVICIO A PRIMERO DE MES SON UN MULTIPLO
           *> EXACTO DE 36; SE LISTA PARA QUE PERSONAL VERIFIQUE EL
           *> SALTO DEL COMPLEMENTO EN LA NOMINA DE ESTE MES. LOS
           *> MESES LOS DEVUELVE EL MOTOR, YA SIN LA EXCEDENCIA
           *> VOLUNTARIA, QUE NO COMPUTA.
           IF fecha-alta-trabajador NOT = 0
               MOVE ncm-meses-antiguedad TO ws-meses-servicio
               IF ws-meses-servicio >= 36
                   DIVIDE ws-meses-servicio BY 36
                       GIVING ws-trienios-cumple
               END-IF
           END-IF.

       0029-ANOTAR-SUSPENDIDO.
           *> EN ERTE AL 100 % O EN EXCEDENCIA TODO EL MES: NO HAY
           *> NOMINA, REMESA NI COSTE. SE AVISA PARA QUE NADIE LO
           *> BUSQUE ENTRE LOS PAGADOS.
           ADD 1 TO ws-suspendidos.
           IF ncm-tipo-suspension = 'E'
               DISPLAY "ID " id-trabajador " EN ERTE TODO EL PERIODO, "
                   "SIN NOMINA"
           ELSE
               DISPLAY "ID " id-trabajador " EN EXCEDENCIA TODO EL "
                   "PERIODO, SIN NOMINA"
           END-IF.

       0012-ESCRIBIR-ANIVERSARIO.

           ADD 1 TO ws-aniversarios.
           MOVE ncm-embargo TO ws-embargo-nomina.
           MOVE ncm-liquido TO ws-salario-neto.
           MOVE ncm-cuota-patronal TO ws-cuota-patronal.
           MOVE ncm-gastos-exentos TO ws-gastos-exentos.
           MOVE ncm-gastos-sujetos TO ws-gastos-sujetos.
           MOVE ncm-especie TO ws-especie.
           MOVE ncm-ingreso-cuenta TO ws-ingreso-cuenta.
           MOVE ncm-deducciones TO ws-deducciones.
           MOVE ncm-it-mutua TO ws-it-mutua.

       0010-ESCRIBIR-NOMINA.
           *> CADA LINEA DEL RECIBO VA A NOMINA.TXT Y AL RECIBO
           *> ELECTRONICO DEL TRABAJADOR (0027).
           PERFORM 0027-ABRIR-RECIBO-ELECTRONICO.
           MOVE ALL "-" TO LINEA-NOMINA.
           PERFORM 0027-ESCRIBIR-LINEA-RECIBO.
           MOVE SPACES TO LINEA-NOMINA.
           STRING "NOMINA DEL TRABAJADOR " id-trabajador
                  " PERIODO " ws-periodo
               DELIMITED BY SIZE INTO LINEA-NOMINA.
           PERFORM 0027-ESCRIBIR-LINEA-RECIBO.
           MOVE SPACES TO LINEA-NOMINA.
           STRING nombre-trabajador DELIMITED BY SIZE
                  " " apellido-pat DELIMITED BY SIZE
                  " " apellido-mat DELIMITED BY SIZE
               INTO LINEA-NOMINA.
           PERFORM 0027-ESCRIBIR-LINEA-RECIBO.

           MOVE ncm-base-efectiva TO ws-importe-format.
           MOVE SPACES TO LINEA-NOMINA.
           STRING "SALARIO BASE:       " ws-importe-format
               DELIMITED BY SIZE INTO LINEA-NOMINA.
           PERFORM 0027-ESCRIBIR-LINEA-RECIBO.

           IF ncm-jornada NOT = 0 AND ncm-jornada NOT = 100
               MOVE SPACES TO LINEA-NOMINA
               STRING "JORNADA PARCIAL:    " ncm-jornada " %"
                   DELIMITED BY SIZE INTO LINEA-NOMINA
               PERFORM 0027-ESCRIBIR-LINEA-RECIBO
           END-IF.

           IF ncm-dias-periodo NOT = 0
               STRING "PRORRATEO:          " ncm-dias-trabajados
                      " DE " ncm-dias-periodo " DIAS LABORABLES"
                   DELIMITED BY SIZE INTO LINEA-NOMINA
               PERFORM 0027-ESCRIBIR-LINEA-RECIBO
           END-IF.

           IF ncm-suspension-parcial
               MOVE ncm-dias-suspension TO ws-dias-susp-format
               MOVE SPACES TO LINEA-NOMINA
               IF ncm-tipo-suspension = 'E'
                   STRING "SUSPENSION ERTE:    " ws-dias-susp-format
                          " DIAS SIN SALARIO"
                       DELIMITED BY SIZE INTO LINEA-NOMINA
               ELSE
                   STRING "EXCEDENCIA:         " ws-dias-susp-format
                          " DIAS SIN SALARIO"
                       DELIMITED BY SIZE INTO LINEA-NOMINA
               END-IF
               PERFORM 0027-ESCRIBIR-LINEA-RECIBO
           END-IF.

           IF ws-num-trienios > 0
               STRING "ANTIGUEDAD " ws-num-trienios " TRIENIOS: "
                      ws-importe-format
                   DELIMITED BY SIZE INTO LINEA-NOMINA
               PERFORM 0027-ESCRIBIR-LINEA-RECIBO
           END-IF.

           PERFORM 0022-ESCRIBIR-LINEAS-IT.

           MOVE 0 TO ws-indice-incidencia.
           PERFORM 0013-ESCRIBIR-LINEA-INCIDENCIA
               UNTIL ws-indice-incidencia = ncm-num-incidencias.

           IF ws-gastos-sujetos NOT = 0
               MOVE ws-gastos-sujetos TO ws-importe-format
               MOVE SPACES TO LINEA-NOMINA
               STRING "DIETAS/KM SUJETOS:  " ws-importe-format
                   DELIMITED BY SIZE INTO LINEA-NOMINA
               PERFORM 0027-ESCRIBIR-LINEA-RECIBO
           END-IF.

           MOVE ws-salario-bruto TO ws-importe-format.
           MOVE SPACES TO LINEA-NOMINA.
           STRING "SALARIO BRUTO:      " ws-importe-format
               DELIMITED BY SIZE INTO LINEA-NOMINA.
           PERFORM 0027-ESCRIBIR-LINEA-RECIBO.

           *> LA ESPECIE NO SE COBRA: SOLO SE INFORMA PORQUE COTIZA
           *> Y TRIBUTA, Y SU INGRESO A CUENTA VA DENTRO DEL IRPF.
           IF ws-especie NOT = 0
               MOVE ws-especie TO ws-importe-format
               MOVE SPACES TO LINEA-NOMINA
               STRING "RETRIB. EN ESPECIE: " ws-importe-format
                   DELIMITED BY SIZE INTO LINEA-NOMINA
               PERFORM 0027-ESCRIBIR-LINEA-RECIBO
           END-IF.

           MOVE ws-seg-social TO ws-importe-format.
           MOVE SPACES TO LINEA-NOMINA.
           STRING "SEGURIDAD SOCIAL:   " ws-importe-format
               DELIMITED BY SIZE INTO LINEA-NOMINA.
           PERFORM 0027-ESCRIBIR-LINEA-RECIBO.

           MOVE ws-irpf TO ws-importe-format.
           MOVE SPACES TO LINEA-NOMINA.
           STRING "IRPF:               " ws-importe-format
               DELIMITED BY SIZE INTO LINEA-NOMINA.
           PERFORM 0027-ESCRIBIR-LINEA-RECIBO.
           PERFORM 0023-ESCRIBIR-LINEA-TIPO-IRPF.
           IF ws-ingreso-cuenta NOT = 0
               MOVE ws-ingreso-cuenta TO ws-importe-format
               MOVE SPACES TO LINEA-NOMINA
               STRING "  INGRESO A CUENTA: " ws-importe-format
                   DELIMITED BY SIZE INTO LINEA-NOMINA
               PERFORM 0027-ESCRIBIR-LINEA-RECIBO
           END-IF.

           IF ws-anticipo-nomina NOT = 0
               MOVE ws-anticipo-nomina TO ws-importe-format
               MOVE SPACES TO LINEA-NOMINA
               STRING "ANTICIPO (PLAZO):   " ws-importe-format
                   DELIMITED BY SIZE INTO LINEA-NOMINA
               PERFORM 0027-ESCRIBIR-LINEA-RECIBO
           END-IF.

           MOVE 0 TO ws-indice-deduccion.
           PERFORM 0013-ESCRIBIR-LINEA-DEDUCCION
               UNTIL ws-indice-deduccion = ncm-num-deducciones.

           IF ws-embargo-nomina NOT = 0
               MOVE ws-embargo-nomina TO ws-importe-format
               MOVE SPACES TO LINEA-NOMINA
               STRING "EMBARGO JUDICIAL:   " ws-importe-format
                   DELIMITED BY SIZE INTO LINEA-NOMINA
               PERFORM 0027-ESCRIBIR-LINEA-RECIBO
           END-IF.

           IF ws-gastos-exentos NOT = 0
               MOVE ws-gastos-exentos TO ws-importe-format
               MOVE SPACES TO LINEA-NOMINA
               STRING "DIETAS/KM EXENTOS:  " ws-importe-format
                   DELIMITED BY SIZE INTO LINEA-NOMINA
               PERFORM 0027-ESCRIBIR-LINEA-RECIBO
           END-IF.

           MOVE ws-salario-neto TO ws-importe-format.
           MOVE SPACES TO LINEA-NOMINA.
           STRING "LIQUIDO A PERCIBIR: " ws-importe-format
               DELIMITED BY SIZE INTO LINEA-NOMINA.
           PERFORM 0027-ESCRIBIR-LINEA-RECIBO.

           PERFORM 0015-ESCRIBIR-SALDO-VACACIONES.
           PERFORM 0027-CERRAR-RECIBO-ELECTRONICO.

       0015-ABRIR-VACACIONES.
           *> EL MAESTRO DE VACACIONES SE ABRE UNA VEZ PARA TODA LA
                       STRING "VACACIONES PENDIENTES: "
                              ws-saldo-vacaciones " DIAS"
                           DELIMITED BY SIZE INTO LINEA-NOMINA
                       PERFORM 0027-ESCRIBIR-LINEA-RECIBO
               END-READ
           END-IF.

                      ":      " ws-importe-format
                   DELIMITED BY SIZE INTO LINEA-NOMINA
           END-IF.
           PERFORM 0027-ESCRIBIR-LINEA-RECIBO.

       0013-ESCRIBIR-LINEA-DEDUCCION.
           *> UNA LINEA POR DEDUCCION VOLUNTARIA CON SU DESCRIPCION
           *> (O EL CODIGO DE ACREEDOR SI NO LA TIENE).
           ADD 1 TO ws-indice-deduccion.
           MOVE ncm-ded-importe(ws-indice-deduccion)
               TO ws-importe-format.
           MOVE SPACES TO LINEA-NOMINA.
           IF ncm-ded-descripcion(ws-indice-deduccion) NOT = SPACES
               STRING ncm-ded-descripcion(ws-indice-deduccion)
                      ": " ws-importe-format
                   DELIMITED BY SIZE INTO LINEA-NOMINA
           ELSE
               STRING "DEDUCCION ACR. "
                      ncm-ded-acreedor(ws-indice-deduccion)
                      ": " ws-importe-format
                   DELIMITED BY SIZE INTO LINEA-NOMINA
           END-IF.
           PERFORM 0027-ESCRIBIR-LINEA-RECIBO.

       0005-ESCRIBIR-PAGINA-CONTROL.
           *> PAGINA DE CONTROL DEL CIERRE, AL FINAL DEL PROPIO
           WRITE LINEA-NOMINA.
           MOVE SPACES TO LINEA-NOMINA.
           STRING "CONTROL DE CIERRE - PERIODO " ws-periodo
                  " EMPRESA " ws-empresa-cierre
               DELIMITED BY SIZE INTO LINEA-NOMINA.
           WRITE LINEA-NOMINA.
           DISPLAY LINEA-NOMINA.
           MOVE SPACES TO LINEA-NOMINA.
           MOVE ws-razon-cierre TO LINEA-NOMINA.
           WRITE LINEA-NOMINA.

           MOVE SPACES TO LINEA-NOMINA.
           STRING "TRABAJADORES PAGADOS: " ws-pagados
           WRITE LINEA-NOMINA.
           DISPLAY LINEA-NOMINA.

           MOVE SPACES TO LINEA-NOMINA.
           STRING "SUSPENDIDOS TODO EL MES (ERTE/EXCEDENCIA), SIN "
                  "NOMINA: " ws-suspendidos
               DELIMITED BY SIZE INTO LINEA-NOMINA.
           WRITE LINEA-NOMINA.
           DISPLAY LINEA-NOMINA.

           MOVE ws-total-bruto TO ws-total-format.
           MOVE SPACES TO LINEA-NOMINA.
           STRING "TOTAL BRUTO:        " ws-total-format
           WRITE LINEA-NOMINA.
           DISPLAY LINEA-NOMINA.

           MOVE ws-total-exentos TO ws-total-format.
           MOVE SPACES TO LINEA-NOMINA.
           STRING "TOTAL DIETAS EXENTAS: " ws-total-format
               DELIMITED BY SIZE INTO LINEA-NOMINA.
           WRITE LINEA-NOMINA.
           DISPLAY LINEA-NOMINA.

           MOVE ws-liq-total TO ws-total-format.
           MOVE SPACES TO LINEA-NOMINA.
           STRING "TOTAL A ACREEDORES: " ws-total-format
                  " (" ws-liq-transferencias " TRANSFERENCIAS)"
               DELIMITED BY SIZE INTO LINEA-NOMINA.
           WRITE LINEA-NOMINA.
           DISPLAY LINEA-NOMINA.

           MOVE ALL "=" TO LINEA-NOMINA.
           WRITE LINEA-NOMINA.

                   "PENDIENTE DEL PERIODO " ckp-periodo
                   ", RESUELVALO ANTES DE CERRAR " ws-periodo
               SET cierre-con-error TO TRUE
           ELSE IF NOT todas-las-empresas
               AND ckp-empresa NOT = ws-empresa-seleccion
               DISPLAY "CIERRE ABORTADO: HAY UN CHECKPOINT "
                   "PENDIENTE DE LA EMPRESA " ckp-empresa
                   ", RESUELVALO ANTES DE CERRAR LA EMPRESA "
                   ws-empresa-seleccion
               SET cierre-con-error TO TRUE
           ELSE
               SET reinicio-activo TO TRUE
               MOVE ckp-ultimo-id TO ws-ultimo-id-ckp
               MOVE ckp-empresa TO ws-empresa-ckp
               MOVE ckp-pagados TO ws-pagados
               MOVE ckp-suspendidos TO ws-suspendidos
               MOVE ckp-total-bruto TO ws-total-bruto
               MOVE ckp-total-deduccion TO ws-total-deduccion
               MOVE ckp-total-liquido TO ws-total-liquido
               MOVE ckp-total-patronal TO ws-total-patronal
               MOVE ckp-total-exentos TO ws-total-exentos
               MOVE ckp-remesa-numero TO ws-remesa-numero
               MOVE ckp-remesa-importe TO ws-remesa-importe
               MOVE ckp-remesa-control TO ws-remesa-control
               MOVE ckp-acumulados-sin
                   TO ws-acumulados-sin-catalogar
               DISPLAY "REANUDACION TRAS CHECKPOINT: SE SIGUE "
                   "EN LA EMPRESA " ws-empresa-ckp
                   " DESPUES DEL TRABAJADOR " ws-ultimo-id-ckp
           END-IF.

       0019-GRABAR-CHECKPOINT.
               MOVE ws-periodo TO ckp-periodo
               MOVE id-trabajador TO ckp-ultimo-id
               MOVE ws-pagados TO ckp-pagados
               MOVE ws-suspendidos TO ckp-suspendidos
               MOVE ws-total-bruto TO ckp-total-bruto
               MOVE ws-total-deduccion TO ckp-total-deduccion
               MOVE ws-total-liquido TO ckp-total-liquido
               MOVE ws-total-patronal TO ckp-total-patronal
               MOVE ws-total-exentos TO ckp-total-exentos
               MOVE ws-remesa-numero TO ckp-remesa-numero
               MOVE ws-remesa-importe TO ckp-remesa-importe
               MOVE ws-remesa-control TO ckp-remesa-control
               MOVE ws-acumulados-contables TO ckp-acumulados-dep
               MOVE ws-acumulados-sin-catalogar
                   TO ckp-acumulados-sin
               MOVE ws-empresa-cierre TO ckp-empresa
               WRITE REG-CKP-CIERRE
               CLOSE CKPFILE
           END-IF.
           MOVE ws-total-bruto TO cie-total-bruto.
           MOVE ws-total-deduccion TO cie-total-deduccion.
           MOVE ws-total-liquido TO cie-total-liquido.
           MOVE ws-empresa-cierre TO cie-empresa.
           WRITE REG-CIERRE.
           CLOSE CIERREFILE.

       0022-ESCRIBIR-LINEAS-IT.
           *> DIAS DE BAJA DEL MES Y PRESTACION, SEPARANDO LO QUE
           *> PAGA LA EMPRESA DE LO QUE ADELANTA POR CUENTA DE LA
           *> MUTUA (PAGO DELEGADO).
           IF ncm-dias-baja-it > 0
               MOVE SPACES TO LINEA-NOMINA
               STRING "BAJA IT:            " ncm-dias-baja-it
                      " DIAS NATURALES EN EL MES"
                   DELIMITED BY SIZE INTO LINEA-NOMINA
               PERFORM 0027-ESCRIBIR-LINEA-RECIBO
           END-IF.
           IF ncm-it-empresa NOT = 0
               MOVE ncm-it-empresa TO ws-importe-format
               MOVE SPACES TO LINEA-NOMINA
               STRING "IT CARGO EMPRESA " ncm-it-dias-empresa
                      " DIAS: " ws-importe-format
                   DELIMITED BY SIZE INTO LINEA-NOMINA
               PERFORM 0027-ESCRIBIR-LINEA-RECIBO
           END-IF.
           IF ncm-it-mutua NOT = 0
               MOVE ncm-it-mutua TO ws-importe-format
               MOVE SPACES TO LINEA-NOMINA
               STRING "IT PAGO DELEGADO " ncm-it-dias-mutua
                      " DIAS: " ws-importe-format
                   DELIMITED BY SIZE INTO LINEA-NOMINA
               PERFORM 0027-ESCRIBIR-LINEA-RECIBO
           END-IF.

       0023-ESCRIBIR-LINEA-TIPO-IRPF.
           *> TIPO DE IRPF APLICADO, DESDE QUE PERIODO RIGE Y MOTIVO
           *> DEL ULTIMO CAMBIO; SIN DATOS COMUNICADOS, EL TIPO
           *> EFECTIVO DE LOS TRAMOS GENERALES.
           MOVE ncm-tipo-irpf TO ws-tipo-irpf-format.
           MOVE SPACES TO LINEA-NOMINA.
           IF ncm-periodo-tipo-irpf = 0
               STRING "TIPO IRPF:          " ws-tipo-irpf-format
                      " % (" ncm-motivo-irpf DELIMITED BY SIZE
                      ")" DELIMITED BY SIZE
                   INTO LINEA-NOMINA
           ELSE
               STRING "TIPO IRPF:          " ws-tipo-irpf-format
                      " % DESDE " ncm-periodo-tipo-irpf
                      " (" ncm-motivo-irpf DELIMITED BY SIZE
                      ")" DELIMITED BY SIZE
                   INTO LINEA-NOMINA
           END-IF.
           PERFORM 0027-ESCRIBIR-LINEA-RECIBO.

       0024-SELECCIONAR-EMPRESAS.
           *> EMPRESA-NOMINA EN BLANCO O 00 CIERRA TODAS LAS EMPRESAS
           *> DEL CATALOGO; UN CODIGO CIERRA SOLO ESA. SIN
           *> EMPRESAS.DAT (INSTALACION DE UNA SOLA EMPRESA) SE CIERRA
           *> LA EMPRESA 01 CON EL IBAN DE IBAN-ORDENANTE, COMO ANTES.
           MOVE 0 TO num-empresas-cat.
           OPEN INPUT EMPRFILE.
           IF emprfile-ok
               PERFORM 0024-LEER-EMPRESA UNTIL emprfile-fin
               CLOSE EMPRFILE
           END-IF.
           IF num-empresas-cat = 0
               MOVE 1 TO num-empresas-cat
               MOVE 1 TO id-emp-cat(1)
               MOVE SPACES TO razon-social-emp-cat(1)
               MOVE SPACES TO nif-emp-cat(1)
               MOVE SPACES TO iban-ordenante-emp-cat(1)
               MOVE SPACES TO entidad-contable-emp-cat(1)
           END-IF.
           ACCEPT ws-empresa-entorno FROM ENVIRONMENT "EMPRESA-NOMINA".
           IF ws-empresa-entorno = SPACES OR ws-empresa-entorno = "00"
               SET todas-las-empresas TO TRUE
               DISPLAY "EMPRESAS A CERRAR: TODAS (" num-empresas-cat ")"
           ELSE IF ws-empresa-entorno IS NOT NUMERIC
               DISPLAY "CIERRE ABORTADO: EMPRESA-NOMINA NO NUMERICA ("
                   ws-empresa-entorno ")"
               SET cierre-con-error TO TRUE
           ELSE
               MOVE ws-empresa-entorno TO ws-empresa-seleccion
               SET INDX-EMP-CAT TO 1
               SET emp-cat-invalida TO TRUE
               SEARCH empresa-cat
                   WHEN id-emp-cat(INDX-EMP-CAT) = ws-empresa-seleccion
                       SET emp-cat-valida TO TRUE
               END-SEARCH
               IF emp-cat-invalida
                   DISPLAY "CIERRE ABORTADO: LA EMPRESA "
                       ws-empresa-seleccion " NO ESTA EN EMPRESAS.DAT"
                   SET cierre-con-error TO TRUE
               ELSE
                   DISPLAY "EMPRESA A CERRAR: " ws-empresa-seleccion
               END-IF
           END-IF.

       0024-LEER-EMPRESA.
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

       0025-CERRAR-EMPRESAS.
           *> LA REMESA, EL FICHERO DE ASIENTOS Y LAS LISTAS DE
           *> TRIENIOS Y VENCIMIENTOS SON DE TODA LA PASADA; CADA
           *> EMPRESA ESCRIBE EN ELLOS SU PROPIO BLOQUE.
           PERFORM 0026-ABRIR-SALIDAS.
           MOVE 0 TO ws-indice-empresa.
           PERFORM 0025-CERRAR-SIGUIENTE-EMPRESA
               UNTIL ws-indice-empresa = num-empresas-cat
                  OR cierre-con-error.
           PERFORM 0026-CERRAR-SALIDAS.

       0025-CERRAR-SIGUIENTE-EMPRESA.

           ADD 1 TO ws-indice-empresa.
           IF todas-las-empresas
               OR id-emp-cat(ws-indice-empresa) = ws-empresa-seleccion
               PERFORM 0025-CERRAR-EMPRESA
           END-IF.

       0025-CERRAR-EMPRESA.

           MOVE id-emp-cat(ws-indice-empresa) TO ws-empresa-cierre.
           MOVE entidad-contable-emp-cat(ws-indice-empresa)
               TO ws-entidad-cierre.
           MOVE razon-social-emp-cat(ws-indice-empresa)
               TO ws-razon-cierre.
           PERFORM 0002-COMPROBAR-PERIODO-CERRADO.
           IF periodo-ya-cerrado
               *> PEDIDA UNA SOLA EMPRESA, REPETIRLA ES UN ERROR; EN
               *> EL CIERRE DE TODAS (O EN UNA REANUDACION) LAS YA
               *> CERRADAS SIMPLEMENTE SE SALTAN.
               IF NOT todas-las-empresas AND sin-reinicio
                   DISPLAY "EL PERIODO " ws-periodo " DE LA EMPRESA "
                       ws-empresa-cierre " YA ESTA CERRADO, NO SE "
                       "REPITE EL CIERRE"
                   SET cierre-con-error TO TRUE
               ELSE
                   DISPLAY "EMPRESA " ws-empresa-cierre ": PERIODO "
                       ws-periodo " YA CERRADO, SE SALTA"
               END-IF
           ELSE
               DISPLAY "--- EMPRESA " ws-empresa-cierre " "
                   ws-razon-cierre
               PERFORM 0025-PREPARAR-EMPRESA
               PERFORM 0003-GENERAR-NOMINAS-PERIODO
               IF cierre-sin-error
                   PERFORM 0005-ESCRIBIR-PAGINA-CONTROL
                   PERFORM 0011-GENERAR-ASIENTOS
                   PERFORM 0006-REGISTRAR-CIERRE
                   ADD 1 TO ws-empresas-cerradas
                   DISPLAY "EMPRESA " ws-empresa-cierre
                       " CERRADA, TRABAJADORES PAGADOS: " ws-pagados
               END-IF
           END-IF.

       0025-PREPARAR-EMPRESA.
           *> LA EMPRESA DEL CHECKPOINT SIGUE CON LOS TOTALES Y
           *> ACUMULADOS RESTAURADOS Y SIN NUEVA CABECERA DE REMESA;
           *> CUALQUIER OTRA EMPRESA EMPIEZA DE CERO Y DEJA UN
           *> CHECKPOINT INICIAL (SIN TRABAJADORES) PARA QUE UNA
           *> CAIDA ANTES DEL PRIMERO NO REPITA LA CABECERA.
           IF reinicio-activo AND ws-empresa-cierre = ws-empresa-ckp
               SET empresa-reanudada TO TRUE
           ELSE
               SET empresa-nueva TO TRUE
               MOVE 0 TO ws-pagados
               MOVE 0 TO ws-suspendidos
               MOVE 0 TO ws-total-bruto
               MOVE 0 TO ws-total-deduccion
               MOVE 0 TO ws-total-liquido
               MOVE 0 TO ws-total-patronal
               MOVE 0 TO ws-total-exentos
               MOVE 0 TO ws-remesa-numero
               MOVE 0 TO ws-remesa-importe
               MOVE 0 TO ws-remesa-control
               MOVE 0 TO ws-indice-asiento
               PERFORM 0009-INICIALIZAR-ACUMULADO-DEP
                   UNTIL ws-indice-asiento = 50
               MOVE 0 TO ws-asi-bruto-sin
               MOVE 0 TO ws-asi-ss-sin
               MOVE 0 TO ws-asi-irpf-sin
               MOVE 0 TO ws-asi-anticipo-sin
               MOVE 0 TO ws-asi-liquido-sin
               MOVE 0 TO ws-asi-patronal-sin
               MOVE 0 TO ws-asi-embargo-sin
               MOVE 0 TO ws-asi-exento-sin
               MOVE 0 TO ws-asi-sujeto-sin
               MOVE 0 TO ws-asi-deduccion-sin
               MOVE 0 TO ws-asi-itmutua-sin
               PERFORM 0008-ESCRIBIR-CABECERA-REMESA
               MOVE 0 TO id-trabajador
               PERFORM 0019-GRABAR-CHECKPOINT
           END-IF.

       0026-ABRIR-SALIDAS.

           PERFORM 0008-ABRIR-REMESA.
           PERFORM 0012-ABRIR-LISTA-TRIENIOS.
           PERFORM 0014-ABRIR-LISTA-VENCIMIENTOS.
           IF reinicio-activo
               OPEN EXTEND ASIENTOFILE
               OPEN EXTEND LIQACRFILE
           ELSE
               OPEN OUTPUT ASIENTOFILE
               OPEN OUTPUT LIQACRFILE
           END-IF.

       0026-CERRAR-SALIDAS.

           CLOSE REMESAFILE.
           CLOSE ASIENTOFILE.
           CLOSE LIQACRFILE.
           PERFORM 0012-CERRAR-LISTA-TRIENIOS.
           PERFORM 0014-CERRAR-LISTA-VENCIMIENTOS.

       0028-CARGAR-ACREEDORES.
           *> MISMO CATALOGO QUE MANTIENE ACREEDORES-MANTENIMIENTO.
           *> SIN FICHERO LAS DEDUCCIONES SE DESCUENTAN IGUAL PERO SU
           *> IMPORTE NO SALE EN LA REMESA: SE AVISA EN LA
           *> LIQUIDACION.
           MOVE 0 TO num-acreedores-cat.
           OPEN INPUT ACREFILE.
           IF acrefile-ok
               PERFORM 0028-LEER-ACREEDOR UNTIL acrefile-fin
               CLOSE ACREFILE
           END-IF.

       0028-LEER-ACREEDOR.
           READ ACREFILE
               AT END SET acrefile-fin TO TRUE
               NOT AT END
                   ADD 1 TO num-acreedores-cat
                   MOVE id-acreedor-cat
                       TO id-acr-cat(num-acreedores-cat)
                   MOVE nombre-acreedor-cat
                       TO nombre-acr-cat(num-acreedores-cat)
                   MOVE nif-acreedor-cat
                       TO nif-acr-cat(num-acreedores-cat)
                   MOVE iban-acreedor-cat
                       TO iban-acr-cat(num-acreedores-cat)
           END-READ.

       0028-LIQUIDAR-ACREEDORES.
           *> LIQUIDACION A LOS ACREEDORES DE LO DESCONTADO EN EL
           *> PERIODO A LOS TRABAJADORES DE LA EMPRESA EN CURSO: LAS
           *> LINEAS DE DEDUCCIONES.DAT SELLADAS CON EL PERIODO CUYA
           *> NOMINA DEL MES ES DE ESTA EMPRESA. SE RECALCULA ENTERA
           *> DESDE EL FICHERO, ASI QUE UNA REANUDACION LA REPITE
           *> SIN GUARDARLA EN EL CHECKPOINT. UNA TRANSFERENCIA POR
           *> ACREEDOR CATALOGADO VA A LA REMESA DE LA EMPRESA.
           MOVE 0 TO ws-liq-total.
           MOVE 0 TO ws-liq-sin-catalogo.
           MOVE 0 TO ws-liq-transferencias.
           MOVE 0 TO ws-indice-acreedor.
           PERFORM 0028-INICIALIZAR-ACREEDOR
               UNTIL ws-indice-acreedor = 50.
           MOVE SPACES TO LINEA-LIQUIDACION.
           STRING "LIQUIDACION A ACREEDORES - PERIODO " ws-periodo
                  " EMPRESA " ws-empresa-cierre " " ws-razon-cierre
               DELIMITED BY SIZE INTO LINEA-LIQUIDACION.
           WRITE LINEA-LIQUIDACION.
           OPEN INPUT DEDFILE.
           IF dedfile-ok
               MOVE LOW-VALUES TO ded-clave
               START DEDFILE KEY IS NOT LESS THAN ded-clave
                   INVALID KEY SET dedfile-fin TO TRUE
               END-START
               PERFORM 0028-EXAMINAR-DEDUCCION UNTIL dedfile-fin
               CLOSE DEDFILE
           END-IF.
           MOVE 0 TO ws-indice-acreedor.
           PERFORM 0028-PAGAR-ACREEDOR
               UNTIL ws-indice-acreedor = num-acreedores-cat.
           IF ws-liq-sin-catalogo NOT = 0
               MOVE ws-liq-sin-catalogo TO ws-total-format
               MOVE SPACES TO LINEA-LIQUIDACION
               STRING "  SIN ACREEDOR CATALOGADO (NO VA A LA "
                      "REMESA, QUEDA EN LA 465100): " ws-total-format
                   DELIMITED BY SIZE INTO LINEA-LIQUIDACION
               WRITE LINEA-LIQUIDACION
               DISPLAY "AVISO: " LINEA-LIQUIDACION
           END-IF.
           MOVE ws-liq-total TO ws-total-format.
           MOVE SPACES TO LINEA-LIQUIDACION.
           STRING "  TOTAL DESCONTADO A LIQUIDAR: " ws-total-format
                  " TRANSFERENCIAS: " ws-liq-transferencias
               DELIMITED BY SIZE INTO LINEA-LIQUIDACION.
           WRITE LINEA-LIQUIDACION.

       0028-INICIALIZAR-ACREEDOR.

           ADD 1 TO ws-indice-acreedor.
           MOVE 0 TO ws-liq-importe-acr(ws-indice-acreedor).
           MOVE 0 TO ws-liq-lineas-acr(ws-indice-acreedor).

       0028-EXAMINAR-DEDUCCION.
           READ DEDFILE NEXT RECORD
               AT END SET dedfile-fin TO TRUE
               NOT AT END
                   IF ded-periodo-aplicado = ws-periodo
                       AND ded-ultimo-importe > 0
                       MOVE ded-id-trabajador TO nom-id-trabajador
                       MOVE ws-periodo TO nom-periodo
                       READ NOMMAESTRO
                           INVALID KEY CONTINUE
                           NOT INVALID KEY
                               IF nom-empresa = ws-empresa-cierre
                                   PERFORM 0028-ANOTAR-DEDUCCION
                               END-IF
                       END-READ
                   END-IF
           END-READ.

       0028-ANOTAR-DEDUCCION.

           ADD ded-ultimo-importe TO ws-liq-total.
           SET INDX-ACR-CAT TO 1.
           SET acr-cat-invalido TO TRUE.
           IF num-acreedores-cat > 0
               SEARCH acreedor-cat
                   WHEN id-acr-cat(INDX-ACR-CAT) = ded-acreedor
                       SET acr-cat-valido TO TRUE
               END-SEARCH
           END-IF.
           MOVE ded-id-trabajador TO liq-id-trabajador.
           MOVE ded-numero TO liq-numero.
           MOVE ded-acreedor TO liq-acreedor.
           MOVE ded-descripcion TO liq-descripcion.
           MOVE ded-ultimo-importe TO liq-importe.
           IF acr-cat-valido
               SET ws-indice-acreedor TO INDX-ACR-CAT
               ADD ded-ultimo-importe
                   TO ws-liq-importe-acr(ws-indice-acreedor)
               ADD 1 TO ws-liq-lineas-acr(ws-indice-acreedor)
               MOVE nombre-acr-cat(ws-indice-acreedor) TO liq-nombre
           ELSE
               ADD ded-ultimo-importe TO ws-liq-sin-catalogo
               MOVE "** SIN CATALOGAR **" TO liq-nombre
           END-IF.
           MOVE SPACES TO LINEA-LIQUIDACION.
           MOVE ws-linea-liquidacion TO LINEA-LIQUIDACION.
           WRITE LINEA-LIQUIDACION.

       0028-PAGAR-ACREEDOR.
           *> TOTAL DEL ACREEDOR EN LA LIQUIDACION Y SU
           *> TRANSFERENCIA EN LA REMESA, AL IBAN DEL CATALOGO.
           ADD 1 TO ws-indice-acreedor.
           IF ws-liq-importe-acr(ws-indice-acreedor) > 0
               MOVE ws-liq-importe-acr(ws-indice-acreedor)
                   TO ws-total-format
               MOVE SPACES TO LINEA-LIQUIDACION
               STRING "  ACREEDOR " id-acr-cat(ws-indice-acreedor)
                      " " nombre-acr-cat(ws-indice-acreedor)
                      " LINEAS " ws-liq-lineas-acr(ws-indice-acreedor)
                      " TOTAL " ws-total-format
                   DELIMITED BY SIZE INTO LINEA-LIQUIDACION
               WRITE LINEA-LIQUIDACION
               ADD 1 TO ws-remesa-numero
               ADD 1 TO ws-liq-transferencias
               MOVE ws-remesa-numero TO rem-det-secuencia
               MOVE iban-acr-cat(ws-indice-acreedor) TO rem-det-iban
               MOVE nombre-acr-cat(ws-indice-acreedor)
                   TO rem-det-nombre
               MOVE ws-liq-importe-acr(ws-indice-acreedor)
                   TO rem-det-importe
               MOVE SPACES TO rem-det-concepto
               STRING "DEDUCCIONES " ws-periodo
                   DELIMITED BY SIZE INTO rem-det-concepto
               MOVE SPACES TO LINEA-REMESA
               MOVE ws-remesa-detalle TO LINEA-REMESA
               WRITE LINEA-REMESA
               ADD rem-det-importe TO ws-remesa-importe
               PERFORM 0008-ACUMULAR-CONTROL-REMESA
           END-IF.

       0027-ABRIR-RECIBO-ELECTRONICO.
           *> CON CORREO EL RECIBO SALE EN SU PROPIO FICHERO PARA LA
           *> PASARELA; SIN CORREO, A LA LISTA DE IMPRESION.
           SET evc-abrir TO TRUE.
           MOVE id-trabajador TO evc-id-trabajador.
           MOVE ws-periodo TO evc-periodo.
           MOVE SPACES TO evc-nombre.
           STRING nombre-trabajador DELIMITED BY "  "
                  " " apellido-pat DELIMITED BY "  "
                  " " apellido-mat DELIMITED BY "  "
               INTO evc-nombre.
           MOVE email-trabajador TO evc-email.
           MOVE SPACE TO evc-reemision.
           CALL "NOMINA-ENVIO" USING envio-com.
           IF evc-por-correo
               ADD 1 TO ws-recibos-correo
           ELSE
               ADD 1 TO ws-recibos-impresion
           END-IF.

       0027-ESCRIBIR-LINEA-RECIBO.

           WRITE LINEA-NOMINA.
           IF evc-por-correo
               SET evc-escribir-linea TO TRUE
               MOVE LINEA-NOMINA TO evc-linea
               CALL "NOMINA-ENVIO" USING envio-com
           END-IF.

       0027-CERRAR-RECIBO-ELECTRONICO.

           SET evc-cerrar TO TRUE.
           CALL "NOMINA-ENVIO" USING envio-com.

       END PROGRAM NOMINA-CIERRE.
