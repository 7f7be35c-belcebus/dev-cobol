      *             SALDABA EL ANTICIPO: EL SALDO DEBIDO AL JUZGADO
      *             QUEDA AL DIA Y LA REVERSION PUEDE DESHACERLO
      *             POR EL MISMO PERIODO-COBRADO.
      *15/10/2026 - NUEVA OPCION K=BAJAS IT: APERTURA, ALTA MEDICA,
      *             ANULACION Y CONSULTA DE LOS PROCESOS DE
      *             INCAPACIDAD TEMPORAL DEL TRABAJADOR EN EL
      *             MAESTRO INDEXADO BAJAS_IT.DAT (FECHA DE INICIO,
      *             FECHA DE FIN O ABIERTA, ENFERMEDAD COMUN O
      *             ACCIDENTE DE TRABAJO), SIN SOLAPES ENTRE
      *             PROCESOS. EL MOTOR NOMINA-CALCULO DESCUENTA LOS
      *             DIAS DE BAJA DEL SALARIO Y PAGA LA PRESTACION,
      *             QUE EL RECIBO Y NOMINAS_DETALLE.DAT DESGLOSAN EN
      *             PARTE A CARGO DE LA EMPRESA Y PARTE EN PAGO
      *             DELEGADO DE LA MUTUA.
      *15/10/2026 - LA FICHA DE TRABAJADOR CAPTURA EL NUMERO DE
      *             AFILIACION A LA SEGURIDAD SOCIAL (CAMPO 16, CON
      *             SU CONTROL MODULO 97) Y EL GRUPO DE COTIZACION
      *             (CAMPO 17, 1 A 11), OBLIGATORIOS EN EL ALTA Y
      *             ADMITIDOS EN BLANCO EN LA MODIFICACION DE
      *             TRABAJADORES ANTERIORES A LOS CAMPOS. LA CARGA
      *             MASIVA LOS DEJA PENDIENTES DE INFORMAR.
      *15/10/2026 - NUEVA OPCION H=DATOS IRPF: COMUNICACION DE LOS
      *             DATOS PERSONALES Y FAMILIARES DEL TRABAJADOR
      *             PARA LA RETENCION (ESTADO CIVIL, CONYUGE A
      *             CARGO, HIJOS, DISCAPACIDAD, VIVIENDA Y OTRAS
      *             REDUCCIONES) EN EL MAESTRO INDEXADO
      *             DATOS_IRPF.DAT, Y CONSULTA DEL TIPO INDIVIDUAL
      *             EN VIGOR Y DE LOS ACUMULADOS DEL EJERCICIO. EL
      *             ALTA ARRANCA LOS ACUMULADOS CON LAS NOMINAS YA
      *             GRABADAS DEL EJERCICIO PARA QUE EL MOTOR
      *             REGULARICE DESDE EL PRIMER RECALCULO. EL RECIBO
      *             Y SU DETALLE MUESTRAN EL TIPO DE IRPF APLICADO,
      *             DESDE CUANDO RIGE Y EL MOTIVO DEL ULTIMO CAMBIO.
      *15/10/2026 - MULTIEMPRESA: EL TRABAJADOR LLEVA EL CODIGO DE
      *             EMPRESA DEL GRUPO (CAMPO 18 DEL FORMULARIO),
      *             VALIDADO CONTRA EMPRESAS.DAT Y CONTRA LA EMPRESA
      *             DE SUS DEPARTAMENTOS, Y SE GRABA EN CADA NOMINA.
      *             CADA OPERADOR SOLO VE Y TOCA LOS TRABAJADORES DE
      *             LAS EMPRESAS QUE TIENE AUTORIZADAS EN
      *             OPERADORES.DAT; EL RESTO SE DENIEGA Y QUEDA EN
      *             AUDITORIA.
      *15/10/2026 - REPARTO DEL COSTE ENTRE LOS TRES DEPARTAMENTOS:
      *             CADA DEPARTAMENTO LLEVA SU PORCENTAJE (CAMPOS 19
      *             A 21 DEL FORMULARIO, JUNTO AL CODIGO), QUE DEBEN
      *             SUMAR 100. EL RESUMEN POR DEPARTAMENTO Y EL
      *             CONTROL DE PRESUPUESTO IMPUTAN A CADA UNO SOLO SU
      *             PARTE DEL SALARIO Y DE LA CUOTA PATRONAL
      *             (NOMINA-REPARTO), Y EL CONTROL SE HACE EN TODOS
      *             LOS DEPARTAMENTOS DEL TRABAJADOR, NO SOLO EN EL
      *             PRIMERO.
      *15/10/2026 - RECIBO ELECTRONICO: CORREO DEL TRABAJADOR EN LA
      *             FICHA (CAMPO 22, OPCIONAL, CON COMPROBACION DE
      *             FORMATO) Y EN EL DETALLE. LA OPCION X MUESTRA
      *             ADEMAS EL ESTADO DE ENTREGA DEL RECIBO
      *             (ENVIOS_RECIBOS.DAT) Y PERMITE A LOS PERFILES P Y
      *             S REEMITIRLO A LA DIRECCION ACTUAL POR
      *             NOMINA-ENVIO, RECONSTRUIDO DESDE NOMINAS.DAT Y SU
      *             DETALLE; LOS NO ENTREGADOS SE SENALAN PARA ELLO.
      *15/10/2026 - GASTOS DE VIAJE EN LA OPCION E: G=REGISTRAR GASTO
      *             (DIETA CON O SIN PERNOCTA, KILOMETRAJE U OTROS,
      *             CON DIAS O KM, IMPORTE Y PERIODO DE PAGO) EN
      *             GASTOS.DAT, PENDIENTE DE APROBAR, Y D=APROBAR
      *             GASTOS, RESERVADA AL SUPERVISOR COMO LA DE
      *             INCIDENCIAS. EL RECIBO, SU DETALLE Y NOMINAS.DAT
      *             SEPARAN LA PARTE EXENTA DEL EXCESO SUJETO.
      *15/10/2026 - OPCION W=RETRIBUCION EN ESPECIE (PERFILES P Y S,
      *             NO CON EL CIERRE EN MARCHA): ALTA, FIN DE
      *             VIGENCIA, ANULACION Y CONSULTA DE LAS LINEAS DE
      *             ESPECIE.DAT (TIPO, VALORACION MENSUAL Y FECHAS),
      *             AUDITADAS. EL RECIBO, SU DETALLE (EV/EI) Y
      *             NOMINAS.DAT LLEVAN LA ESPECIE Y SU INGRESO A
      *             CUENTA.
      *15/10/2026 - OPCION Q=DEDUCCIONES VOLUNTARIAS (PERFILES P Y S,
      *             NO CON EL CIERRE EN MARCHA): ALTA, FIN DE
      *             VIGENCIA, ANULACION Y CONSULTA DE LAS LINEAS DE
      *             DEDUCCIONES.DAT (ACREEDOR DEL CATALOGO
      *             ACREEDORES.DAT, IMPORTE FIJO O PORCENTAJE DEL
      *             BRUTO, PERIODOS Y FECHA DE AUTORIZACION),
      *             AUDITADAS. EL RECIBO, EL FINIQUITO, SU DETALLE
      *             (DV) Y NOMINAS.DAT LLEVAN LAS DEDUCCIONES, Y EL
      *             FINIQUITO LAS SELLA COMO APLICADAS EN SU PERIODO.
      *15/10/2026 - OPCION U=ERTE/EXCEDENCIAS (PERFILES P Y S, NO CON
      *             EL CIERRE EN MARCHA): ALTA, REINCORPORACION,
      *             ANULACION Y CONSULTA DE LAS SUSPENSIONES DE
      *             CONTRATO DEL TRABAJADOR EN SUSPENSIONES.DAT
      *             (ERTE CON SU PORCENTAJE DE REDUCCION, EXCEDENCIA
      *             VOLUNTARIA O FORZOSA, CON FECHAS Y SIN SOLAPES),
      *             AUDITADAS. EL TRABAJADOR SIGUE ACTIVO; EL MOTOR
      *             DESCUENTA LOS DIAS SUSPENDIDOS Y EL RECIBO Y EL
      *             FINIQUITO LOS MUESTRAN.
      *15/10/2026 - INCIDENCIAS.DAT PASA A SER UN MAESTRO INDEXADO
      *             (INCREG, TRABAJADOR + PERIODO + SECUENCIA, CON
      *             CLAVE ALTERNATIVA POR PERIODO): LA CAPTURA, LA
      *             PAGA EXTRA Y LAS VACACIONES DEL FINIQUITO DAN DE
      *             ALTA CON LA SECUENCIA SIGUIENTE DEL TRABAJADOR EN
      *             EL PERIODO, Y LA APROBACION RECORRE SOLO EL
      *             PERIODO Y REESCRIBE EN SITIO CADA DECISION, SIN EL
      *             TEMPORAL INCIDENCIAS_TMP.DAT.
      *15/10/2026 - CADA ALTA, MODIFICACION Y BAJA DE TRABAJADOR DEJA
      *             ADEMAS UNA VERSION FECHADA DEL REGISTRO COMPLETO
      *             EN TRABAJADORES_VERSIONES.TXT (SUBPROGRAMA
      *             TRABAJADORES-VERSION, AREA VERCOM), PARA PODER
      *             CONSULTAR LA FICHA A UNA FECHA PASADA.
      *15/10/2026 - SEXO DEL TRABAJADOR (M/H) PARA EL REGISTRO
      *             RETRIBUTIVO: CAMPO 23 DE LA FICHA, OBLIGATORIO EN
      *             LAS ALTAS; EN MODIFICACION PUEDE QUEDAR EN BLANCO
      *             (PENDIENTE) EN LOS REGISTROS ANTERIORES AL CAMPO.
      *             LA CARGA MASIVA LO LEE DE CARGA_TRABAJADORES.DAT
      *             (EN BLANCO O NO VALIDO QUEDA PENDIENTE, CON AVISO).
      *15/10/2026 - DOBLE FIRMA DE LOS CAMBIOS SENSIBLES: EN LA
      *             MODIFICACION, EL CAMBIO DE FORMA DE PAGO O DE IBAN
      *             Y EL DE SALARIO POR ENCIMA DE
      *             PCT-APROBACION-SALARIO (10% POR DEFECTO) NO SE
      *             GRABAN EN EL MAESTRO SINO EN CAMBIOS_PENDIENTES.DAT
      *             (CAMREG). NUEVA OPCION F, SOLO SUPERVISOR, PARA
      *             APROBARLOS O RECHAZARLOS; NADIE DECIDE LO QUE EL
      *             MISMO PIDIO. SOLICITUD Y DECISION QUEDAN EN
      *             AUDITORIA CON LOS DOS OPERADORES.
      *15/10/2026 - GASTOS.DAT PASA A SER UN MAESTRO INDEXADO (GASREG,
      *             TRABAJADOR + PERIODO + SECUENCIA, CON CLAVE
      *             ALTERNATIVA POR PERIODO), COMO INCIDENCIAS.DAT: EL
      *             REGISTRO DE GASTOS DA DE ALTA CON LA SECUENCIA
      *             SIGUIENTE DEL TRABAJADOR EN EL PERIODO Y LA
      *             APROBACION RECORRE SOLO EL PERIODO Y REESCRIBE EN
      *             SITIO CADA DECISION, SIN EL TEMPORAL GASTOS_TMP.DAT.
      *15/10/2026 - EL ACUMULADO DEL EJERCICIO INCLUYE LAS NOMINAS
      *             COMPLEMENTARIAS (PERIODOS AAAA21 A AAAA34).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           FILE STATUS IS nommaestro-status.

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

           SELECT ANTFILE ASSIGN TO "ANTICIPOS.DAT"
           ORGANIZATION IS INDEXED
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS operfile-status.

           SELECT EMPRFILE ASSIGN TO "EMPRESAS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS emprfile-status.

           SELECT VACFILE ASSIGN TO "VACACIONES.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS emb-clave
           FILE STATUS IS embfile-status.

      *    PROCESOS DE BAJA POR INCAPACIDAD TEMPORAL (OPCION K);
      *    LA PRESTACION LA CALCULA EL MOTOR NOMINA-CALCULO.
           SELECT ITFILE ASSIGN TO "BAJAS_IT.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS it-clave
           FILE STATUS IS itfile-status.

      *    DATOS DEL TRABAJADOR PARA LA RETENCION DE IRPF (OPCION
      *    H); EL TIPO Y LOS ACUMULADOS LOS MANTIENE EL MOTOR.
           SELECT IRPFFILE ASSIGN TO "DATOS_IRPF.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS irp-id-trabajador
           FILE STATUS IS irpffile-status.

      *    RETRIBUCION EN ESPECIE DEL TRABAJADOR (OPCION W); LA
      *    VALORACION LA SUMA A LAS BASES EL MOTOR NOMINA-CALCULO.
           SELECT ESPFILE ASSIGN TO "ESPECIE.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS esp-clave
           FILE STATUS IS espfile-status.

      *    DEDUCCIONES VOLUNTARIAS DEL TRABAJADOR (OPCION Q) Y
      *    CATALOGO DE SUS ACREEDORES; EL MOTOR LAS DESCUENTA.
           SELECT DEDFILE ASSIGN TO "DEDUCCIONES.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ded-clave
           FILE STATUS IS dedfile-status.

      *    SUSPENSIONES DE CONTRATO: ERTE Y EXCEDENCIAS (OPCION U);
      *    LOS DIAS SUSPENDIDOS LOS DESCUENTA EL MOTOR.
           SELECT SUSFILE ASSIGN TO "SUSPENSIONES.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS sus-clave
           FILE STATUS IS susfile-status.

           SELECT ACREFILE ASSIGN TO "ACREEDORES.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS acrefile-status.

           SELECT CATFILE ASSIGN TO "CATEGORIAS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS catfile-status.
           RECORD KEY IS nomh-clave
           FILE STATUS IS nomhist-status.

           SELECT ENVFILE ASSIGN TO "ENVIOS_RECIBOS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS env-clave
           SHARING WITH ALL OTHER
           FILE STATUS IS envfile-status.

           SELECT FINIFILE ASSIGN TO "FINIQUITOS.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS finifile-status.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS cierrefile-status.

      *    CAMBIOS DE IBAN Y DE SALARIO A LA ESPERA DE LA FIRMA DE
      *    UN SEGUNDO OPERADOR (OPCION F).
           SELECT CAMFILE ASSIGN TO "CAMBIOS_PENDIENTES.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS cam-clave
           FILE STATUS IS camfile-status.

       DATA DIVISION.
       FILE SECTION.
       FD  TRABFILE
           05 nombre-departamento-cat   PIC X(30).
           05 responsable-departamento-cat PIC X(30).
           05 presupuesto-departamento-cat PIC 9(07)V99.
           05 empresa-departamento-cat  PIC 9(02).

       FD  CARGAFILE
           LABEL RECORDS ARE STANDARD.
           05 carga-departamento   PIC 9(02) OCCURS 3 TIMES.
           05 carga-nif            PIC X(09).
           05 carga-categoria      PIC X(04).
           05 carga-sexo           PIC X(01).

       FD  HISTSALFILE
           LABEL RECORDS ARE STANDARD.
      *    MOTOR), 'R' RECHAZADA. EN BLANCO EN LINEAS ANTERIORES AL
      *    CAMPO, QUE SE TRATAN COMO APROBADAS.
       01  REG-INCIDENCIA.
           COPY INCREG.

       FD  GASFILE
           LABEL RECORDS ARE STANDARD.
       01  REG-GASTO.
           COPY GASREG.

       FD  ANTFILE
           LABEL RECORDS ARE STANDARD.
      *    90 DIAS), CONTADOR DE SIGNON FALLIDOS Y MARCA DE CUENTA
      *    BLOQUEADA. LAS LINEAS ANTIGUAS SIN ESTOS CAMPOS LLEVAN
      *    LA CLAVE EN CLARO Y SE MIGRAN SOLAS EN EL PRIMER SIGNON
      *    CORRECTO (VER 0026-COMPARAR-CLAVE). AL FINAL, LAS
      *    EMPRESAS DEL GRUPO AUTORIZADAS AL OPERADOR.
       01  REG-OPERADOR.
           05 ope-usuario          PIC X(20).
           05 ope-clave            PIC X(08).
           05 ope-fecha-clave      PIC X(08).
           05 ope-fallos           PIC 9(02).
           05 ope-bloqueada        PIC X(01).
           05 ope-empresas         PIC X(20).

       FD  EMPRFILE
           LABEL RECORDS ARE STANDARD.
       01  REG-EMPRESA.
           05 id-empresa-cat            PIC 9(02).
           05 razon-social-empresa-cat  PIC X(40).
           05 nif-empresa-cat           PIC X(09).
           05 iban-ordenante-empresa-cat PIC X(24).
           05 entidad-contable-empresa-cat PIC X(04).

       FD  VACFILE
           LABEL RECORDS ARE STANDARD.
       01  REG-EMBARGO.
           COPY EMBREG.

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

       FD  ACREFILE
           LABEL RECORDS ARE STANDARD.
       01  REG-ACREEDOR.
           05 id-acreedor-cat           PIC 9(03).
           05 nombre-acreedor-cat       PIC X(40).
           05 nif-acreedor-cat          PIC X(09).
           05 iban-acreedor-cat         PIC X(24).

       FD  CATFILE
           LABEL RECORDS ARE STANDARD.
       01  REG-CATEGORIA.
           05 nomh-clave.
              10 nomh-id-trabajador PIC 9(05).
              10 nomh-periodo       PIC 9(06).
           05 nomh-resto-registro   PIC X(121).

      *    CONTROL DE ENTREGA DE LOS RECIBOS ELECTRONICOS.
       FD  ENVFILE
           LABEL RECORDS ARE STANDARD.
       01  REG-ENVIO.
           COPY ENVREG.

       FD  FINIFILE
           LABEL RECORDS ARE STANDARD.
           05 cie-total-bruto      PIC S9(09)V99 SIGN TRAILING SEPARATE.
           05 cie-total-deduccion  PIC S9(09)V99 SIGN TRAILING SEPARATE.
           05 cie-total-liquido    PIC S9(09)V99 SIGN TRAILING SEPARATE.
      *    EMPRESA DEL GRUPO CERRADA EN ESTA LINEA: EL CIERRE SE
      *    REGISTRA EMPRESA A EMPRESA (00 = LINEA COMUN A TODAS).
           05 cie-empresa          PIC 9(02).

       FD  CAMFILE
           LABEL RECORDS ARE STANDARD.
       01  REG-CAMBIO.
           COPY CAMREG.

       WORKING-STORAGE SECTION.

         77 ws-cuota-patronal    PIC S9(07)V99.

         COPY NOMCOM.
         COPY REPCOM.

         COPY FILESTAT REPLACING NIVEL-FS BY 77
             FS-CAMPO BY nommaestro-status
            88 iban-valido          VALUE 1.
            88 iban-invalido        VALUE 0.

         *> VALIDACION DEL NUMERO DE AFILIACION A LA SEGURIDAD
         *> SOCIAL: 2 DIGITOS DE PROVINCIA, 8 DE NUMERO Y 2 DE
         *> CONTROL. EL CONTROL ES EL RESTO ENTRE 97 DE LA PROVINCIA
         *> SEGUIDA DEL NUMERO; SI EL NUMERO NO LLEGA A 10000000 SE
         *> TOMA SIN LOS CEROS DE RELLENO (PROVINCIA * 10000000 +
         *> NUMERO).
         77 ws-naf-trabajo       PIC X(12).
         77 ws-naf-provincia     PIC 9(02).
         77 ws-naf-numero        PIC 9(08).
         77 ws-naf-control       PIC 9(02).
         77 ws-naf-base          PIC 9(10).
         77 ws-naf-correcto      PIC 9(01) VALUE 0.
            88 naf-valido           VALUE 1.
            88 naf-invalido         VALUE 0.

         *> CONTROL PRESUPUESTARIO: DEPARTAMENTO A COMPROBAR Y TOTAL
         *> DE SALARIOS ACTIVOS ACUMULADO EN LA PASADA DE CONTROL.
         77 ws-dep-presupuesto   PIC 9(02).
         77 ws-consumido-dep     PIC S9(09)V99.
         *> DEPARTAMENTOS DEL TRABAJADOR RECIEN GRABADO, GUARDADOS
         *> ANTES DE LA PASADA, QUE PISA EL AREA DE REGISTRO.
         01 ws-deps-presupuesto.
            05 ws-dep-presupuesto-trab PIC 9(02) OCCURS 3 TIMES.
         77 ws-indice-presupuesto PIC 9(01).
         77 ws-indice-reparto    PIC 9(01).
         77 ws-desviacion-dep    PIC S9(09)V99.
         77 ws-presupuesto-format PIC -ZZZZZZZZ9.99.

            88 ventana-libre         VALUE 0.

         *> REVISION DE INCIDENCIAS PENDIENTES (PERFIL SUPERVISOR).
         77 ws-inc-aprobadas     PIC 9(03).
         77 ws-inc-rechazadas    PIC 9(03).
         77 ws-inc-pendientes    PIC 9(03).
         *> ALTA DE INCIDENCIAS: LA LINEA PREPARADA SE GUARDA MIENTRAS
         *> SE BUSCA LA ULTIMA SECUENCIA DEL TRABAJADOR EN EL PERIODO.
         01 ws-incidencia-nueva  PIC X(30).
         77 ws-inc-trabajador    PIC 9(05).
         77 ws-inc-periodo       PIC 9(06).
         77 ws-inc-secuencia     PIC 9(03).
         77 ws-inc-grabada       PIC 9(01) VALUE 0.
            88 incidencia-grabada    VALUE 1.
            88 incidencia-sin-grabar VALUE 0.

         *> GASTOS DE VIAJE (GASTOS.DAT): CAPTURA Y REVISION DE
         *> PENDIENTES DEL PERIODO.
         COPY FILESTAT REPLACING NIVEL-FS BY 77
             FS-CAMPO BY gasfile-status
             FS-OK BY gasfile-ok
             FS-FIN-FICHERO BY gasfile-fin
             FS-CLAVE-DUPLICADA BY gasfile-dup
             FS-REGISTRO-NO-ENCONTRADO BY gasfile-no-encontrado
             FS-FICHERO-NO-EXISTE BY gasfile-no-existe
             FS-REGISTRO-BLOQUEADO BY gasfile-bloqueado
             FS-DATOS-INVALIDOS BY gasfile-datos-invalidos.
         *> ALTA DE GASTOS: EL GASTO PREPARADO SE GUARDA MIENTRAS SE
         *> BUSCA LA ULTIMA SECUENCIA DEL TRABAJADOR EN EL PERIODO.
         01 ws-gasto-nuevo       PIC X(68).
         77 ws-gas-secuencia     PIC 9(03).
         77 ws-unidades-format   PIC ZZZZ9.99.

         *> DETALLE DE CONCEPTOS DEL RECIBO (NOMINAS_DETALLE.DAT),
         *> GRABADO CON CADA RESULTADO Y LEIDO POR LA REIMPRESION.
             FS-DATOS-INVALIDOS BY nomdetfile-datos-invalidos.
         77 ws-linea-detalle     PIC 9(02).
         77 ws-detalles-leidos   PIC 9(02).
         *> ESTADO DE ENTREGA Y REEMISION DEL RECIBO ELECTRONICO
         *> DESDE LA OPCION X (NOMINA-ENVIO).
         COPY FILESTAT REPLACING NIVEL-FS BY 77
             FS-CAMPO BY envfile-status
             FS-OK BY envfile-ok
             FS-FIN-FICHERO BY envfile-fin
             FS-CLAVE-DUPLICADA BY envfile-dup
             FS-REGISTRO-NO-ENCONTRADO BY envfile-no-encontrado
             FS-FICHERO-NO-EXISTE BY envfile-no-existe
             FS-REGISTRO-BLOQUEADO BY envfile-bloqueado
             FS-DATOS-INVALIDOS BY envfile-datos-invalidos.
         COPY ENVCOM.
         77 ws-lineas-reemitidas PIC 9(02).
         *> COMPROBACION DE FORMATO DEL CORREO ELECTRONICO.
         77 ws-correo-trabajo    PIC X(60).
         77 ws-correo-longitud   PIC 9(02).
         77 ws-correo-arrobas    PIC 9(02).
         77 ws-correo-pos-arroba PIC 9(02).
         77 ws-correo-puntos     PIC 9(02).
         77 ws-correo-correcto   PIC 9(01) VALUE 0.
            88 correo-valido        VALUE 1.
            88 correo-invalido      VALUE 0.
         COPY FILESTAT REPLACING NIVEL-FS BY 77
             FS-CAMPO BY nomhist-status
             FS-OK BY nomhist-ok
         01 LINEA-AUDITORIA      PIC X(200).
         COPY AUDCOM.
         77 ws-operador          PIC X(20) VALUE SPACES.
         *> VERSIONES FECHADAS DEL REGISTRO DE TRABAJADOR, QUE
         *> ESCRIBE EL SUBPROGRAMA TRABAJADORES-VERSION.
         COPY VERCOM.

         *> SIGNON Y PERFILES: LA TABLA DE OPERADORES SE CARGA DE
         *> OPERADORES.DAT AL ARRANQUE; SIN FICHERO DE OPERADORES NO
               10 cat-fallos     PIC 9(02).
               10 cat-bloqueada  PIC X(01).
                  88 cuenta-bloqueada VALUE 'S'.
               10 cat-empresas   PIC X(20).

         *> EMPRESAS DEL GRUPO AUTORIZADAS AL OPERADOR DE LA SESION:
         *> ** = TODAS; EN BLANCO (CUENTA ANTERIOR A LA MULTIEMPRESA)
         *> = SOLO LA 01; SI NO, HASTA 10 CODIGOS DE DOS DIGITOS.
         01 ws-empresas-operador  PIC X(20) VALUE SPACES.
         01 ws-empresas-op-tabla REDEFINES ws-empresas-operador.
            05 ws-empresa-operador PIC X(02) OCCURS 10 TIMES.
         77 ws-empresa-comprobar PIC 9(02).
         77 ws-empresa-carga     PIC 9(02).
         77 ws-indice-empresa-op PIC 9(02).
         77 ws-empresa-permiso   PIC 9(01) VALUE 0.
            88 empresa-autorizada    VALUE 1.
            88 empresa-no-autorizada VALUE 0.
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
         77 ws-perfil            PIC X(01) VALUE SPACE.
            88 perfil-consulta      VALUE 'C'.
            88 perfil-personal      VALUE 'P'.
         77 ws-embargos-listados PIC 9(03).
         77 ws-embargo-nomina    PIC S9(07)V99.

         *> BAJAS POR INCAPACIDAD TEMPORAL (BAJAS_IT.DAT):
         *> MANTENIMIENTO DE PROCESOS DESDE EL MENU; LA PRESTACION
         *> LA CALCULA EL MOTOR.
         COPY FILESTAT REPLACING NIVEL-FS BY 77
             FS-CAMPO BY itfile-status
             FS-OK BY itfile-ok
             FS-FIN-FICHERO BY itfile-fin
             FS-CLAVE-DUPLICADA BY itfile-dup
             FS-REGISTRO-NO-ENCONTRADO BY itfile-no-encontrado
             FS-FICHERO-NO-EXISTE BY itfile-no-existe
             FS-REGISTRO-BLOQUEADO BY itfile-bloqueado
             FS-DATOS-INVALIDOS BY itfile-datos-invalidos.
         77 ws-it-fecha-inicio   PIC 9(08).
         77 ws-it-fecha-fin      PIC 9(08).
         77 ws-it-contingencia   PIC X(01).
         77 ws-it-fin-comparada  PIC 9(08).
         77 ws-it-fin-nueva      PIC 9(08).
         77 ws-bajas-it-listadas PIC 9(03).
         77 ws-it-solape         PIC 9(01).
            88 baja-it-solapada     VALUE 1.
            88 baja-it-sin-solape   VALUE 0.

         *> SUSPENSIONES DE CONTRATO (SUSPENSIONES.DAT): ERTE Y
         *> EXCEDENCIAS DEL TRABAJADOR, MANTENIDAS DESDE EL MENU; LOS
         *> DIAS SUSPENDIDOS LOS DESCUENTA EL MOTOR.
         COPY FILESTAT REPLACING NIVEL-FS BY 77
             FS-CAMPO BY susfile-status
             FS-OK BY susfile-ok
             FS-FIN-FICHERO BY susfile-fin
             FS-CLAVE-DUPLICADA BY susfile-dup
             FS-REGISTRO-NO-ENCONTRADO BY susfile-no-encontrado
             FS-FICHERO-NO-EXISTE BY susfile-no-existe
             FS-REGISTRO-BLOQUEADO BY susfile-bloqueado
             FS-DATOS-INVALIDOS BY susfile-datos-invalidos.
         77 ws-sus-fecha-inicio  PIC 9(08).
         77 ws-sus-fecha-fin     PIC 9(08).
         77 ws-sus-tipo          PIC X(01).
         77 ws-sus-pct           PIC 9(03).
         77 ws-sus-fin-comparada PIC 9(08).
         77 ws-sus-fin-nueva     PIC 9(08).
         77 ws-suspensiones-listadas PIC 9(03).
         77 ws-sus-solape        PIC 9(01).
            88 suspension-solapada   VALUE 1.
            88 suspension-sin-solape VALUE 0.
         77 ws-dias-susp-format  PIC Z9.99.

         *> RETRIBUCION EN ESPECIE (ESPECIE.DAT): MANTENIMIENTO DE LAS
         *> LINEAS DEL TRABAJADOR DESDE EL MENU; EL MOTOR LAS VALORA.
         COPY FILESTAT REPLACING NIVEL-FS BY 77
             FS-CAMPO BY espfile-status
             FS-OK BY espfile-ok
             FS-FIN-FICHERO BY espfile-fin
             FS-CLAVE-DUPLICADA BY espfile-dup
             FS-REGISTRO-NO-ENCONTRADO BY espfile-no-encontrado
             FS-FICHERO-NO-EXISTE BY espfile-no-existe
             FS-REGISTRO-BLOQUEADO BY espfile-bloqueado
             FS-DATOS-INVALIDOS BY espfile-datos-invalidos.
         77 ws-esp-numero        PIC 9(02).
         77 ws-esp-tipo          PIC X(01).
         77 ws-esp-valoracion    PIC 9(05)V99.
         77 ws-esp-fecha-desde   PIC 9(08).
         77 ws-esp-fecha-hasta   PIC 9(08).
         77 ws-especies-listadas PIC 9(03).

         *> DEDUCCIONES VOLUNTARIAS (DEDUCCIONES.DAT): MANTENIMIENTO
         *> DE LAS LINEAS DEL TRABAJADOR DESDE EL MENU, CON EL
         *> ACREEDOR VALIDADO CONTRA EL CATALOGO ACREEDORES.DAT.
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
         COPY ACRECAT.
         77 ws-ded-numero        PIC 9(02).
         77 ws-ded-acreedor      PIC 9(03).
         77 ws-ded-tipo          PIC X(01).
         77 ws-ded-importe       PIC 9(05)V99.
         77 ws-ded-porcentaje    PIC 9(02)V99.
         77 ws-ded-periodo-desde PIC 9(06).
         77 ws-ded-periodo-hasta PIC 9(06).
         77 ws-ded-fecha-autorizacion PIC 9(08).
         77 ws-deducciones-listadas PIC 9(03).
         77 ws-indice-deduccion  PIC 9(02).
         77 ws-porcentaje-format PIC Z9.99.

         *> DATOS PARA LA RETENCION DE IRPF (DATOS_IRPF.DAT): LOS
         *> COMUNICA EL TRABAJADOR Y EL MOTOR CALCULA CON ELLOS SU
         *> TIPO INDIVIDUAL.
         COPY FILESTAT REPLACING NIVEL-FS BY 77
             FS-CAMPO BY irpffile-status
             FS-OK BY irpffile-ok
             FS-FIN-FICHERO BY irpffile-fin
             FS-CLAVE-DUPLICADA BY irpffile-dup
             FS-REGISTRO-NO-ENCONTRADO BY irpffile-no-encontrado
             FS-FICHERO-NO-EXISTE BY irpffile-no-existe
             FS-REGISTRO-BLOQUEADO BY irpffile-bloqueado
             FS-DATOS-INVALIDOS BY irpffile-datos-invalidos.
         77 ws-irp-existe        PIC 9(01).
            88 irpf-con-registro    VALUE 1.
            88 irpf-sin-registro    VALUE 0.
         77 ws-irp-estado-civil  PIC X(01).
            88 ws-irp-casado        VALUE 'C'.
            88 ws-irp-estado-valido VALUE 'S' 'C' 'V' 'D'.
         77 ws-irp-conyuge       PIC X(01).
         77 ws-irp-hijos         PIC 9(02).
         77 ws-irp-menores-3     PIC 9(02).
         77 ws-irp-discapacidad  PIC 9(03).
         77 ws-irp-vivienda      PIC X(01).
         77 ws-irp-otras         PIC 9(07)V99.
         77 ws-irp-periodo-hoy   PIC 9(06).
         77 ws-irp-acum-bruto    PIC S9(07)V99.
         77 ws-irp-acum-irpf     PIC S9(07)V99.
         77 ws-tipo-irpf-format  PIC Z9.99.

         COPY FILESTAT REPLACING NIVEL-FS BY 77
             FS-CAMPO BY cargafile-status
             FS-OK BY cargafile-ok
            05 ws-ant-apellido-pat  PIC X(50).
            05 ws-ant-apellido-mat  PIC X(50).
            05 ws-ant-salario       PIC S9(05)V99.
            05 ws-ant-forma-pago    PIC X(01).
            05 ws-ant-iban          PIC X(24).

         *> DOBLE FIRMA DE LOS CAMBIOS DE IBAN Y DE SALARIO: LO
         *> PEDIDO EN LA MODIFICACION QUEDA AQUI MIENTRAS EL REGISTRO
         *> SE REGRABA CON SUS VALORES ACTUALES.
         COPY FILESTAT REPLACING NIVEL-FS BY 77
             FS-CAMPO BY camfile-status
             FS-OK BY camfile-ok
             FS-FIN-FICHERO BY camfile-fin
             FS-CLAVE-DUPLICADA BY camfile-dup
             FS-REGISTRO-NO-ENCONTRADO BY camfile-no-encontrado
             FS-FICHERO-NO-EXISTE BY camfile-no-existe
             FS-REGISTRO-BLOQUEADO BY camfile-bloqueado
             FS-DATOS-INVALIDOS BY camfile-datos-invalidos.
         01 ws-cambio-solicitado.
            05 ws-sol-forma-pago    PIC X(01).
            05 ws-sol-iban          PIC X(24).
            05 ws-sol-salario       PIC S9(05)V99.
         77 ws-retencion-iban    PIC 9(01) VALUE 0.
            88 iban-retenido        VALUE 1.
            88 iban-sin-retener     VALUE 0.
         77 ws-retencion-salario PIC 9(01) VALUE 0.
            88 salario-retenido     VALUE 1.
            88 salario-sin-retener  VALUE 0.
         77 ws-pct-aprobacion-entorno PIC X(03) VALUE SPACES.
         77 ws-pct-aprobacion-salario PIC 9(03) VALUE 10.
         77 ws-pct-variacion-salario  PIC 9(05)V99.
         77 ws-tipo-solicitud    PIC X(01).
         77 ws-fecha-solicitud   PIC 9(08).
         77 ws-hora-solicitud    PIC 9(08).
         77 ws-fin-anulacion     PIC 9(01) VALUE 0.
            88 anulacion-terminada  VALUE 1.
            88 anulacion-en-curso   VALUE 0.
         77 ws-cam-aprobados     PIC 9(05) VALUE 0.
         77 ws-cam-rechazados    PIC 9(05) VALUE 0.
         77 ws-cam-pendientes    PIC 9(05) VALUE 0.

         *> FORMULARIO DE PANTALLA COMPLETA DE ALTA/MODIFICACION: SE
         *> TRABAJA SOBRE ESTA COPIA Y SOLO AL CONFIRMAR SE VUELCA AL
               88 frm-pago-transf VALUE 'T'.
            05 frm-iban          PIC X(24).
            05 frm-categoria     PIC X(04).
            05 frm-num-seg-social PIC X(12).
            05 frm-grupo-cotizacion PIC 9(02).
            05 frm-empresa       PIC 9(02).
            05 frm-pct-departamento PIC 9(03) OCCURS 3 TIMES.
            05 frm-email         PIC X(60).
            05 frm-sexo          PIC X(01).
               88 frm-sexo-valido VALUE 'M' 'H'.
         77 ws-campo-form        PIC 9(02) VALUE 0.
         77 ws-form-estado       PIC 9(01) VALUE 0.
            88 form-en-edicion      VALUE 0.
         *> RESTO DE SUS DATOS SI PUEDA CORREGIRSE.
         77 ws-nif-original      PIC X(09) VALUE SPACES.
         77 ws-indice-form-dep   PIC 9(01).
         77 ws-suma-pct-form     PIC 9(04).

         *> LISTAS PAGINADAS DE LAS CONSULTAS: SE GUARDA LA CLAVE DE
         *> ARRANQUE DE CADA PAGINA YA VISITADA PARA PODER
            88 opcion-anticipo     VALUE 'O'.
            88 opcion-vacaciones   VALUE 'V'.
            88 opcion-embargo      VALUE 'J'.
            88 opcion-baja-it      VALUE 'K'.
            88 opcion-datos-irpf   VALUE 'H'.
            88 opcion-especie      VALUE 'W'.
            88 opcion-deducciones  VALUE 'Q'.
            88 opcion-suspension   VALUE 'U'.
            88 opcion-firmar-cambios VALUE 'F'.

         77 terminar             PIC 9(01) VALUE ZERO.

               IF trabfile-ok
                   PERFORM 0000-INICIALIZAR-CONTADOR
                   PERFORM 0000-CARGAR-DEPARTAMENTOS
                   PERFORM 0000-CARGAR-EMPRESAS
                   PERFORM 0000-CARGAR-ACREEDORES
                   PERFORM 0000-CARGAR-CATEGORIAS
                   PERFORM 0000-CARGAR-CONCEPTOS
                   PERFORM 0003-MENU UNTIL terminar = 1
                       END-IF
                       MOVE ope-bloqueada
                           TO cat-bloqueada(num-operadores)
                       MOVE ope-empresas
                           TO cat-empresas(num-operadores)
                   END-IF
           END-READ.

           SET signon-correcto TO TRUE.
           MOVE ws-usuario-intento TO ws-operador.
           MOVE cat-perfil(ws-indice-operador) TO ws-perfil.
           MOVE cat-empresas(ws-indice-operador)
               TO ws-empresas-operador.
           IF cat-fallos(ws-indice-operador) NOT = 0
               MOVE 0 TO cat-fallos(ws-indice-operador)
               SET operadores-sucios TO TRUE
           MOVE cat-fecha-clave(ws-indice-hash) TO ope-fecha-clave.
           MOVE cat-fallos(ws-indice-hash) TO ope-fallos.
           MOVE cat-bloqueada(ws-indice-hash) TO ope-bloqueada.
           MOVE cat-empresas(ws-indice-hash) TO ope-empresas.
           WRITE REG-OPERADOR.

       0033-CALCULAR-HASH-CLAVE.
                       TO responsable-dep-cat(num-departamentos-cat)
                   MOVE presupuesto-departamento-cat
                       TO presupuesto-dep-cat(num-departamentos-cat)
                   MOVE empresa-departamento-cat
                       TO empresa-dep-cat(num-departamentos-cat)
           END-READ.

       0000-CARGAR-EMPRESAS.
           *> CATALOGO DE EMPRESAS DEL GRUPO PARA VALIDAR EL CODIGO
           *> DE EMPRESA DEL TRABAJADOR; SIN FICHERO (INSTALACION DE
           *> UNA SOLA EMPRESA) LA UNICA VALIDA ES LA 01.
           MOVE 0 TO num-empresas-cat.
           OPEN INPUT EMPRFILE.
           IF emprfile-ok
               PERFORM 0000-LEER-EMPRESA UNTIL emprfile-fin
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

       0000-LEER-EMPRESA.
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

       0000-CARGAR-ACREEDORES.
           *> CATALOGO DE ACREEDORES DE LAS DEDUCCIONES VOLUNTARIAS;
           *> SIN FICHERO NO SE PUEDE DAR DE ALTA NINGUNA DEDUCCION.
           MOVE 0 TO num-acreedores-cat.
           OPEN INPUT ACREFILE.
           IF acrefile-ok
               PERFORM 0000-LEER-ACREEDOR UNTIL acrefile-fin
               CLOSE ACREFILE
           END-IF.

       0000-LEER-ACREEDOR.
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

       0000-CARGAR-CATEGORIAS.
               *> VUELCA AL REGISTRO Y SE GRABA.
               MOVE SPACES TO frm-nombre frm-apellido-pat
                              frm-apellido-mat frm-nif frm-iban
                              frm-categoria frm-num-seg-social
                              frm-email frm-sexo
               MOVE 0 TO frm-salario frm-fecha-fin
                         frm-grupo-cotizacion
               MOVE 0 TO frm-departamento(1) frm-departamento(2)
                         frm-departamento(3)
               MOVE 0 TO frm-pct-departamento(1)
                         frm-pct-departamento(2)
                         frm-pct-departamento(3)
               ACCEPT frm-fecha-alta FROM DATE YYYYMMDD
               MOVE 'I' TO frm-tipo-contrato
               MOVE 100 TO frm-jornada
               MOVE 'E' TO frm-forma-pago
               PERFORM 0044-EMPRESA-POR-OMISION

               MOVE 0 TO ws-id-nif-propio
               MOVE SPACES TO ws-nif-original
               PERFORM 0027-PINTAR-FORMULARIO
               PERFORM 0027-EDITAR-CAMPO-FORM
                   VARYING ws-campo-form FROM 1 BY 1
                   UNTIL ws-campo-form > 21
               PERFORM 0027-CICLO-FORMULARIO
                   UNTIL NOT form-en-edicion

               NOT INVALID KEY
                   MOVE SPACES TO ws-antes-trabajador
                   PERFORM 0011-AUDITAR-EVENTO
                   SET vcom-alta TO TRUE
                   PERFORM 0051-VERSIONAR-TRABAJADOR
                   MOVE ZERO TO ws-ant-salario
                   MOVE 0 TO ws-fecha-efectiva-salario
                   PERFORM 0014-REGISTRAR-HISTORICO-SALARIO
           END-IF.
           DISPLAY "F.ALTA:  " fecha-alta-trabajador.
           DISPLAY "NIF:     " nif-trabajador.
           DISPLAY "EMPRESA: " empresa-trabajador.
           DISPLAY "CONTRATO: " tipo-contrato " JORNADA: " jornada-pct.
           IF categoria-trabajador NOT = SPACES
               DISPLAY "CATEGORIA: " categoria-trabajador
           IF fecha-fin-contrato NOT = 0
               DISPLAY "FIN CONTRATO: " fecha-fin-contrato
           END-IF.
           IF email-trabajador NOT = SPACES
               DISPLAY "CORREO:  " email-trabajador
           END-IF.
           IF sexo-pendiente
               DISPLAY "SEXO:    PENDIENTE DE INFORMAR"
           ELSE
               DISPLAY "SEXO:    " sexo-trabajador
           END-IF.

       0003-MENU.

           DISPLAY "A=ALTA, B=BAJA, C=CONSULTA, M=MODIFICAR, ".
           DISPLAY "I=IMPRIMIR NOMINA, X=REIMPRIMIR NOMINA, ".
           DISPLAY "E=INCIDENCIAS, O=ANTICIPOS, V=VACACIONES, ".
           DISPLAY "J=EMBARGOS, K=BAJAS IT, H=DATOS IRPF, "
               "W=RETRIB. EN ESPECIE, Q=DEDUCCIONES, ".
           DISPLAY "U=ERTE/EXCEDENCIAS, "
               "F=APROBAR CAMBIOS DE IBAN/SALARIO, ".
           DISPLAY "Z=CARGA MASIVA, ".
           DISPLAY "R=RESUMEN NOMINA POR DEPARTAMENTO, S=SALIR".
           ACCEPT opcion.

           *> PERMISOS POR PERFIL: C SOLO CONSULTA, RESUMEN Y
           *> REIMPRESION; P ADEMAS ALTA, MODIFICACION, NOMINA,
           *> INCIDENCIAS Y ANTICIPOS; LA BAJA, LA CARGA MASIVA Y
           *> LA FIRMA DE CAMBIOS DE IBAN Y SALARIO QUEDAN
           *> RESERVADAS AL PERFIL S (SUPERVISOR).
           IF opcion-alta
               IF perfil-personal OR perfil-supervisor
                   PERFORM 0040-COMPROBAR-CIERRE-EN-CURSO
               ELSE
                   PERFORM 0025-DENEGAR-OPCION
               END-IF
           ELSE IF opcion-baja-it
               *> LAS BAJAS CAMBIAN LA NOMINA DEL MES: NO SE TOCAN
               *> CON EL CIERRE EN MARCHA.
               IF perfil-personal OR perfil-supervisor
                   PERFORM 0040-COMPROBAR-CIERRE-EN-CURSO
                   IF cierre-en-curso
                       PERFORM 0040-AVISAR-CIERRE-EN-CURSO
                   ELSE
                       PERFORM 0041-MENU-BAJAS-IT
                   END-IF
               ELSE
                   PERFORM 0025-DENEGAR-OPCION
               END-IF
           ELSE IF opcion-datos-irpf
               *> LOS DATOS NUEVOS CAMBIAN EL TIPO DE LA NOMINA DEL
               *> MES: TAMPOCO SE TOCAN CON EL CIERRE EN MARCHA.
               IF perfil-personal OR perfil-supervisor
                   PERFORM 0040-COMPROBAR-CIERRE-EN-CURSO
                   IF cierre-en-curso
                       PERFORM 0040-AVISAR-CIERRE-EN-CURSO
                   ELSE
                       PERFORM 0043-MENU-DATOS-IRPF
                   END-IF
               ELSE
                   PERFORM 0025-DENEGAR-OPCION
               END-IF
           ELSE IF opcion-especie
               *> LA ESPECIE CAMBIA LAS BASES DE LA NOMINA DEL MES:
               *> TAMPOCO SE TOCA CON EL CIERRE EN MARCHA.
               IF perfil-personal OR perfil-supervisor
                   PERFORM 0040-COMPROBAR-CIERRE-EN-CURSO
                   IF cierre-en-curso
                       PERFORM 0040-AVISAR-CIERRE-EN-CURSO
                   ELSE
                       PERFORM 0047-MENU-ESPECIE
                   END-IF
               ELSE
                   PERFORM 0025-DENEGAR-OPCION
               END-IF
           ELSE IF opcion-deducciones
               *> LAS DEDUCCIONES CAMBIAN EL LIQUIDO DEL MES: TAMPOCO
               *> SE TOCAN CON EL CIERRE EN MARCHA.
               IF perfil-personal OR perfil-supervisor
                   PERFORM 0040-COMPROBAR-CIERRE-EN-CURSO
                   IF cierre-en-curso
                       PERFORM 0040-AVISAR-CIERRE-EN-CURSO
                   ELSE
                       PERFORM 0048-MENU-DEDUCCIONES
                   END-IF
               ELSE
                   PERFORM 0025-DENEGAR-OPCION
               END-IF
           ELSE IF opcion-suspension
               *> LAS SUSPENSIONES CAMBIAN LA NOMINA DEL MES: TAMPOCO
               *> SE TOCAN CON EL CIERRE EN MARCHA.
               IF perfil-personal OR perfil-supervisor
                   PERFORM 0040-COMPROBAR-CIERRE-EN-CURSO
                   IF cierre-en-curso
                       PERFORM 0040-AVISAR-CIERRE-EN-CURSO
                   ELSE
                       PERFORM 0049-MENU-SUSPENSIONES
                   END-IF
               ELSE
                   PERFORM 0025-DENEGAR-OPCION
               END-IF
           ELSE IF opcion-firmar-cambios
               IF perfil-supervisor
                   PERFORM 0040-COMPROBAR-CIERRE-EN-CURSO
                   IF cierre-en-curso
                       PERFORM 0040-AVISAR-CIERRE-EN-CURSO
                   ELSE
                       PERFORM 0052-APROBAR-CAMBIOS
                   END-IF
               ELSE
                   PERFORM 0025-DENEGAR-OPCION
               END-IF
           ELSE IF opcion-resumen
               PERFORM 0016-RESUMEN-NOMINA-DEPARTAMENTO
           ELSE IF opcion-si
           DISPLAY salario-format LINE 7 COLUMN 20.
           DISPLAY " 6 DEPARTAMENTO 1:" LINE 8.
           DISPLAY frm-departamento(1) LINE 8 COLUMN 20.
           DISPLAY "19 PCT:" LINE 8 COLUMN 25.
           DISPLAY frm-pct-departamento(1) LINE 8 COLUMN 33.
           DISPLAY " 7 DEPARTAMENTO 2:" LINE 9.
           DISPLAY frm-departamento(2) LINE 9 COLUMN 20.
           DISPLAY "20 PCT:" LINE 9 COLUMN 25.
           DISPLAY frm-pct-departamento(2) LINE 9 COLUMN 33.
           DISPLAY " 8 DEPARTAMENTO 3:" LINE 10.
           DISPLAY frm-departamento(3) LINE 10 COLUMN 20.
           DISPLAY "21 PCT:" LINE 10 COLUMN 25.
           DISPLAY frm-pct-departamento(3) LINE 10 COLUMN 33.
           DISPLAY " 9 FECHA ALTA:    " LINE 11.
           DISPLAY frm-fecha-alta LINE 11 COLUMN 20.
           DISPLAY "10 TIPO CONTRATO: " LINE 12.
           DISPLAY frm-iban LINE 16 COLUMN 20.
           DISPLAY "15 CATEGORIA:     " LINE 17.
           DISPLAY frm-categoria LINE 17 COLUMN 20.
           DISPLAY "16 NUM SEG SOCIAL:" LINE 18.
           DISPLAY frm-num-seg-social LINE 18 COLUMN 20.
           DISPLAY "17 GRUPO COTIZ.:  " LINE 19.
           DISPLAY frm-grupo-cotizacion LINE 19 COLUMN 20.
           DISPLAY "18 EMPRESA:       " LINE 20.
           DISPLAY frm-empresa LINE 20 COLUMN 20.
           DISPLAY "23 SEXO:" LINE 20 COLUMN 25.
           DISPLAY frm-sexo LINE 20 COLUMN 33.
           DISPLAY "(M/H)" LINE 20 COLUMN 35.
           DISPLAY "22 CORREO:        " LINE 22.
           DISPLAY frm-email LINE 22 COLUMN 20.

       0027-EDITAR-CAMPO-FORM.

                   ACCEPT frm-iban LINE 16 COLUMN 20
               WHEN 15
                   ACCEPT frm-categoria LINE 17 COLUMN 20
               WHEN 16
                   ACCEPT frm-num-seg-social LINE 18 COLUMN 20
               WHEN 17
                   ACCEPT frm-grupo-cotizacion LINE 19 COLUMN 20
               WHEN 18
                   ACCEPT frm-empresa LINE 20 COLUMN 20
               WHEN 19
                   ACCEPT frm-pct-departamento(1) LINE 8 COLUMN 33
               WHEN 20
                   ACCEPT frm-pct-departamento(2) LINE 9 COLUMN 33
               WHEN 21
                   ACCEPT frm-pct-departamento(3) LINE 10 COLUMN 33
               WHEN 22
                   ACCEPT frm-email LINE 22 COLUMN 20
               WHEN 23
                   ACCEPT frm-sexo LINE 20 COLUMN 33
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       0027-CICLO-FORMULARIO.

           PERFORM 0027-PINTAR-FORMULARIO.
           DISPLAY ws-form-error LINE 21.
           MOVE SPACES TO ws-form-error.
           DISPLAY "CAMPO A CORREGIR (1-23, 0=GRABAR, 99=CANCELAR): "
               LINE 23.
           MOVE 0 TO ws-campo-form.
           ACCEPT ws-campo-form LINE 23 COLUMN 50.
           IF ws-campo-form = 0
               PERFORM 0027-VALIDAR-FORMULARIO
               IF ws-form-error = SPACES
               END-IF
           ELSE IF ws-campo-form = 99
               SET form-cancelado TO TRUE
           ELSE IF ws-campo-form >= 1 AND ws-campo-form <= 23
               PERFORM 0027-EDITAR-CAMPO-FORM
           END-IF.

           IF frm-contrato-indef
               MOVE 0 TO frm-fecha-fin
           END-IF.
           MOVE FUNCTION UPPER-CASE(frm-sexo) TO frm-sexo.
           IF frm-nombre = SPACES
               MOVE "EL NOMBRE ES OBLIGATORIO" TO ws-form-error
           ELSE IF frm-salario <= 0
           ELSE IF frm-pago-transf AND frm-iban = SPACES
               MOVE "EL PAGO POR TRANSFERENCIA EXIGE IBAN"
                   TO ws-form-error
           ELSE IF frm-sexo NOT = SPACES AND NOT frm-sexo-valido
               MOVE "SEXO NO VALIDO (M=MUJER, H=HOMBRE)"
                   TO ws-form-error
           ELSE IF frm-sexo = SPACES AND ws-id-nif-propio = 0
               *> SOLO LOS REGISTROS ANTERIORES AL CAMPO PUEDEN
               *> SEGUIR PENDIENTES; UNA ALTA NUEVA LO TRAE SIEMPRE.
               MOVE "EL SEXO ES OBLIGATORIO (M/H)" TO ws-form-error
           ELSE
               IF frm-pago-transf
                   MOVE frm-iban TO ws-iban-trabajo
               IF ws-form-error = SPACES
                   PERFORM 0027-VALIDAR-DEPS-FORM
               END-IF
               IF ws-form-error = SPACES
                   PERFORM 0044-VALIDAR-EMPRESA-FORM
               END-IF
               IF ws-form-error = SPACES
                   PERFORM 0042-VALIDAR-AFILIACION-FORM
               END-IF
               IF ws-form-error = SPACES AND frm-email NOT = SPACES
                   MOVE frm-email TO ws-correo-trabajo
                   PERFORM 0045-VALIDAR-CORREO
                   IF correo-invalido
                       MOVE "CORREO ELECTRONICO NO VALIDO"
                           TO ws-form-error
                   END-IF
               END-IF
           END-IF.
           IF ws-form-error = SPACES
               *> EN MODIFICACION (ws-id-nif-propio INFORMADO) UN
               MOVE "EL DEPARTAMENTO 1 ES OBLIGATORIO"
                   TO ws-form-error
           END-IF.
           IF ws-form-error = SPACES
               PERFORM 0027-VALIDAR-PCT-DEPS-FORM
           END-IF.

       0027-VALIDAR-PCT-DEPS-FORM.
           *> REPARTO DEL COSTE: CADA DEPARTAMENTO INFORMADO LLEVA SU
           *> PORCENTAJE, LOS HUECOS VACIOS NINGUNO, Y ENTRE TODOS
           *> SUMAN 100. CON UN SOLO DEPARTAMENTO Y LOS PORCENTAJES
           *> SIN TECLEAR SE ENTIENDE EL 100% AL PRIMERO, QUE ES COMO
           *> VIENEN LAS FICHAS ANTERIORES AL REPARTO.
           IF frm-departamento(2) = 0 AND frm-departamento(3) = 0
               AND frm-pct-departamento(1) = 0
               AND frm-pct-departamento(2) = 0
               AND frm-pct-departamento(3) = 0
               MOVE 100 TO frm-pct-departamento(1)
           END-IF.
           COMPUTE ws-suma-pct-form = frm-pct-departamento(1)
               + frm-pct-departamento(2) + frm-pct-departamento(3).
           IF (frm-departamento(2) = 0
                   AND frm-pct-departamento(2) NOT = 0)
               OR (frm-departamento(3) = 0
                   AND frm-pct-departamento(3) NOT = 0)
               MOVE "PORCENTAJE EN UN DEPARTAMENTO VACIO"
                   TO ws-form-error
           ELSE IF frm-pct-departamento(1) = 0
               OR (frm-departamento(2) NOT = 0
                   AND frm-pct-departamento(2) = 0)
               OR (frm-departamento(3) NOT = 0
                   AND frm-pct-departamento(3) = 0)
               MOVE "CADA DEPARTAMENTO DEBE LLEVAR SU PORCENTAJE"
                   TO ws-form-error
           ELSE IF ws-suma-pct-form NOT = 100
               MOVE "LOS PORCENTAJES DE DEPARTAMENTO DEBEN SUMAR 100"
                   TO ws-form-error
           END-IF.

       0027-VALIDAR-SIGUIENTE-DEP-FORM.

               END-SEARCH
           END-IF.

       0042-VALIDAR-AFILIACION-FORM.
           *> EN EL ALTA SON OBLIGATORIOS; EN MODIFICACION SE
           *> ADMITEN EN BLANCO / CERO PARA NO BLOQUEAR LA CORRECCION
           *> DE LOS TRABAJADORES ANTERIORES A LOS CAMPOS, QUE LA
           *> LIQUIDACION DE COTIZACIONES SENALA COMO PENDIENTES.
           IF frm-num-seg-social = SPACES
               IF ws-id-nif-propio = 0
                   MOVE "EL NUMERO DE SEGURIDAD SOCIAL ES OBLIGATORIO"
                       TO ws-form-error
               END-IF
           ELSE
               MOVE frm-num-seg-social TO ws-naf-trabajo
               PERFORM 0042-VALIDAR-NAF
               IF naf-invalido
                   MOVE "NUM. SEG. SOCIAL NO VALIDO (CONTROL MOD. 97)"
                       TO ws-form-error
               END-IF
           END-IF.
           IF ws-form-error = SPACES
               IF frm-grupo-cotizacion = 0
                   IF ws-id-nif-propio = 0
                       MOVE "EL GRUPO DE COTIZACION ES OBLIGATORIO"
                           TO ws-form-error
                   END-IF
               ELSE IF frm-grupo-cotizacion > 11
                   MOVE "GRUPO DE COTIZACION FUERA DE RANGO (1-11)"
                       TO ws-form-error
               END-IF
           END-IF.

       0042-VALIDAR-NAF.
           *> CONTROL DEL NUMERO DE AFILIACION SOBRE ws-naf-trabajo:
           *> DOCE DIGITOS, Y LOS DOS ULTIMOS IGUALES AL RESTO ENTRE
           *> 97 DE LA PROVINCIA SEGUIDA DEL NUMERO.
           SET naf-invalido TO TRUE.
           IF ws-naf-trabajo IS NUMERIC
               MOVE ws-naf-trabajo(1:2) TO ws-naf-provincia
               MOVE ws-naf-trabajo(3:8) TO ws-naf-numero
               MOVE ws-naf-trabajo(11:2) TO ws-naf-control
               IF ws-naf-numero < 10000000
                   COMPUTE ws-naf-base =
                       ws-naf-provincia * 10000000 + ws-naf-numero
               ELSE
                   MOVE ws-naf-trabajo(1:10) TO ws-naf-base
               END-IF
               IF FUNCTION MOD(ws-naf-base, 97) = ws-naf-control
                   SET naf-valido TO TRUE
               END-IF
           END-IF.

       0027-CARGAR-FORM-DE-REGISTRO.

           MOVE nombre-trabajador TO frm-nombre.
           MOVE id-departamento(1) TO frm-departamento(1).
           MOVE id-departamento(2) TO frm-departamento(2).
           MOVE id-departamento(3) TO frm-departamento(3).
           MOVE pct-departamento(1) TO frm-pct-departamento(1).
           MOVE pct-departamento(2) TO frm-pct-departamento(2).
           MOVE pct-departamento(3) TO frm-pct-departamento(3).
           MOVE fecha-alta-trabajador TO frm-fecha-alta.
           MOVE tipo-contrato TO frm-tipo-contrato.
           MOVE jornada-pct TO frm-jornada.
           MOVE forma-pago TO frm-forma-pago.
           MOVE iban-trabajador TO frm-iban.
           MOVE categoria-trabajador TO frm-categoria.
           MOVE num-seg-social TO frm-num-seg-social.
           MOVE grupo-cotizacion TO frm-grupo-cotizacion.
           MOVE email-trabajador TO frm-email.
           MOVE sexo-trabajador TO frm-sexo.
           MOVE empresa-trabajador TO ws-empresa-comprobar.
           IF ws-empresa-comprobar IS NOT NUMERIC
               OR ws-empresa-comprobar = 0
               MOVE 1 TO ws-empresa-comprobar
           END-IF.
           MOVE ws-empresa-comprobar TO frm-empresa.

       0027-VOLCAR-FORM-A-REGISTRO.
           *> NO TOCA NI id-trabajador NI estado-trabajador: LOS PONE
           MOVE frm-departamento(1) TO id-departamento(1).
           MOVE frm-departamento(2) TO id-departamento(2).
           MOVE frm-departamento(3) TO id-departamento(3).
           MOVE frm-pct-departamento(1) TO pct-departamento(1).
           MOVE frm-pct-departamento(2) TO pct-departamento(2).
           MOVE frm-pct-departamento(3) TO pct-departamento(3).
           MOVE frm-fecha-alta TO fecha-alta-trabajador.
           MOVE frm-tipo-contrato TO tipo-contrato.
           MOVE frm-jornada TO jornada-pct.
               MOVE SPACES TO iban-trabajador
           END-IF.
           MOVE frm-categoria TO categoria-trabajador.
           MOVE frm-num-seg-social TO num-seg-social.
           MOVE frm-grupo-cotizacion TO grupo-cotizacion.
           MOVE frm-empresa TO empresa-trabajador.
           MOVE frm-email TO email-trabajador.
           MOVE frm-sexo TO sexo-trabajador.

       0028-LISTA-PAGINADA.
           *> LISTA DE TRABAJADORES ACTIVOS EN PANTALLAS DE 15 FILAS
                   IF saltando-duplicados
                       PERFORM 0028-COMPROBAR-FIN-DE-SALTO
                   END-IF
                   MOVE empresa-trabajador TO ws-empresa-comprobar
                   PERFORM 0044-EVALUAR-EMPRESA
                   IF sin-salto-pendiente
                       AND trabajador-activo
                       AND empresa-autorizada
                       AND (NOT lista-departamento
                        OR id-departamento(1) = ws-departamento-consulta
                        OR id-departamento(2) = ws-departamento-consulta
               INVALID KEY
                   DISPLAY "TRABAJADOR NO ENCONTRADO" LINE 23
               NOT INVALID KEY
                   MOVE empresa-trabajador TO ws-empresa-comprobar
                   PERFORM 0044-COMPROBAR-EMPRESA-AUTORIZADA
                   IF empresa-autorizada
                       DISPLAY "=== DETALLE DE TRABAJADOR ==="
                           LINE 1 ERASE SCREEN
                       DISPLAY " " LINE 2
                       PERFORM 0002-IMPRIMIR-TRABAJADOR-ACTUAL
                       DISPLAY "PULSE INTRO PARA VOLVER A LA LISTA"
                       ACCEPT ws-tecla-pausa
                   END-IF
           END-READ.

       0005-MOSTRAR-TRABAJADOR-ID-ALT.
               INVALID KEY
                   DISPLAY "TRABAJADOR NO ENCONTRADO"
               NOT INVALID KEY
                   MOVE empresa-trabajador TO ws-empresa-comprobar
                   PERFORM 0044-COMPROBAR-EMPRESA-AUTORIZADA
                   IF empresa-autorizada
                       PERFORM 0002-IMPRIMIR-TRABAJADOR-ACTUAL
                   END-IF
           END-READ.

       0007-MOSTRAR-DEPARTAMENTOS.
           ADD 1 TO indice-dep.
           IF id-departamento(indice-dep) NOT = 0
               DISPLAY "DEPART" indice-dep ": " id-departamento(indice-dep)
                   " PCT: " pct-departamento(indice-dep)
           ELSE
               MOVE 3 TO indice-dep
           END-IF.
                   *> SELLAR fecha-baja CON LA FECHA DE HOY Y
                   *> REINICIARIA LOS PLAZOS DE RETENCION DE LA
                   *> DEPURACION Y LA ANONIMIZACION.
                   MOVE empresa-trabajador TO ws-empresa-comprobar
                   PERFORM 0044-COMPROBAR-EMPRESA-AUTORIZADA
                   IF empresa-no-autorizada
                       UNLOCK TRABFILE
                   ELSE
                       IF trabajador-baja
                           DISPLAY "EL TRABAJADOR " id-trabajador
                               " YA ESTABA DE BAJA (DESDE "
                               fecha-baja-trabajador "), NO SE REAPLICA"
                           UNLOCK TRABFILE
                       ELSE
                           MOVE nombre-trabajador TO ws-ant-nombre
                           MOVE apellido-pat TO ws-ant-apellido-pat
                           MOVE apellido-mat TO ws-ant-apellido-mat
                           MOVE salario TO ws-ant-salario
                           SET trabajador-baja TO TRUE
                           ACCEPT fecha-baja-trabajador FROM DATE
                               YYYYMMDD
                           REWRITE REG-TRABAJADOR
                               INVALID KEY
                                   DISPLAY "ERROR AL DAR DE BAJA: "
                                       trabfile-status
                               NOT INVALID KEY
                                   MOVE "BAJA" TO ws-operacion-auditoria
                                   PERFORM 0011-AUDITAR-EVENTO
                                   SET vcom-baja TO TRUE
                                   PERFORM 0051-VERSIONAR-TRABAJADOR
                           END-REWRITE
                           UNLOCK TRABFILE
                           DISPLAY "TRABAJADOR " id-trabajador
                               " DADO DE BAJA"
                           PERFORM 0030-LIQUIDAR-VACACIONES-BAJA
                           PERFORM 0038-GENERAR-FINIQUITO
                       END-IF
                   END-IF
           END-READ.
           IF trabfile-bloqueado
               INVALID KEY
                   DISPLAY "TRABAJADOR NO ENCONTRADO"
               NOT INVALID KEY
                   MOVE empresa-trabajador TO ws-empresa-comprobar
                   PERFORM 0044-COMPROBAR-EMPRESA-AUTORIZADA
                   IF empresa-autorizada
                       MOVE nombre-trabajador TO ws-ant-nombre
                       MOVE apellido-pat TO ws-ant-apellido-pat
                       MOVE apellido-mat TO ws-ant-apellido-mat
                       MOVE salario TO ws-ant-salario
                       PERFORM 0027-CARGAR-FORM-DE-REGISTRO
                       MOVE nif-trabajador TO ws-nif-original
                       MOVE id-consulta TO ws-id-nif-propio
                       SET form-en-edicion TO TRUE
                       MOVE SPACES TO ws-form-error
                       PERFORM 0027-CICLO-FORMULARIO
                           UNTIL NOT form-en-edicion
                       IF form-confirmado
                           PERFORM 0009-REGRABAR-TRABAJADOR
                       ELSE
                           DISPLAY "MODIFICACION CANCELADA"
                       END-IF
                   END-IF
           END-READ.

               DISPLAY "REGISTRO EN USO POR OTRO OPERADOR, NO SE "
                   "GRABA LA MODIFICACION. INTENTELO DE NUEVO."
           ELSE
               MOVE forma-pago TO ws-ant-forma-pago
               MOVE iban-trabajador TO ws-ant-iban
               PERFORM 0027-VOLCAR-FORM-A-REGISTRO
               MOVE 0 TO ws-fecha-efectiva-salario
               IF salario NOT = ws-ant-salario
                       "PARA CONVENIOS RETROACTIVOS): "
                   ACCEPT ws-fecha-efectiva-salario
               END-IF
               PERFORM 0052-RETENER-CAMBIOS-SENSIBLES
               REWRITE REG-TRABAJADOR
                   INVALID KEY
                       DISPLAY "ERROR AL MODIFICAR: " trabfile-status
                   NOT INVALID KEY
                       MOVE "MODIFICACION" TO ws-operacion-auditoria
                       PERFORM 0011-AUDITAR-EVENTO
                       SET vcom-modificacion TO TRUE
                       PERFORM 0051-VERSIONAR-TRABAJADOR
                       PERFORM 0052-SOLICITAR-CAMBIOS
                       IF salario NOT = ws-ant-salario
                           PERFORM 0014-REGISTRAR-HISTORICO-SALARIO
                           PERFORM 0023-COMPROBAR-PRESUPUESTO-DEP
                   ws-periodo-consulta
           ELSE
               PERFORM 0038-RETENER-EMBARGO
               PERFORM 0038-RETENER-DEDUCCIONES
               PERFORM 0038-RETENER-ANTICIPO
               PERFORM 0038-AJUSTAR-LIQUIDO
               PERFORM 0038-ESCRIBIR-DOCUMENTO
               MOVE ws-importe-extra TO inc-importe
               MOVE 0 TO inc-unidades
               SET incidencia-aprobada TO TRUE
               PERFORM 0050-GRABAR-INCIDENCIA
           END-IF.

       0038-COMPROBAR-EXTRA-PAGADA.
               END-IF
           END-IF.

       0038-RETENER-DEDUCCIONES.
           *> LAS DEDUCCIONES VOLUNTARIAS QUE EL MOTOR DESCONTO EN
           *> SIMULACION SE SELLAN AQUI COMO APLICADAS EN EL PERIODO
           *> DE LA BAJA, COMO HACE EL CIERRE EN MODO 'C': ASI LA
           *> LIQUIDACION A LOS ACREEDORES DEL CIERRE LAS PAGA Y
           *> NOMINA-REVERSION LAS PUEDE DESHACER.
           IF ncm-num-deducciones NOT = 0
               OPEN I-O DEDFILE
               IF dedfile-ok
                   MOVE 0 TO ws-indice-deduccion
                   PERFORM 0038-SELLAR-DEDUCCION
                       UNTIL ws-indice-deduccion = ncm-num-deducciones
                   CLOSE DEDFILE
               ELSE
                   DISPLAY "AVISO: NO SE PUDO ABRIR DEDUCCIONES.DAT "
                       "PARA SELLAR LAS DEL FINIQUITO - "
                       "FILE STATUS " dedfile-status
               END-IF
           END-IF.

       0038-SELLAR-DEDUCCION.

           ADD 1 TO ws-indice-deduccion.
           MOVE id-consulta TO ded-id-trabajador.
           MOVE ncm-ded-numero(ws-indice-deduccion) TO ded-numero.
           READ DEDFILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE ws-periodo-consulta TO ded-periodo-aplicado
                   MOVE ncm-ded-importe(ws-indice-deduccion)
                       TO ded-ultimo-importe
                   REWRITE REG-DEDUCCION
           END-READ.

       0038-RETENER-ANTICIPO.
           *> EL SALDO COMPLETO DEL ANTICIPO SE RETIENE DEL
           *> FINIQUITO Y EL ANTICIPO QUEDA SALDADO EN EL FICHERO,
                   DELIMITED BY SIZE INTO LINEA-FINIQUITO
               WRITE LINEA-FINIQUITO
           END-IF.
           IF NOT ncm-sin-suspension
               MOVE ncm-dias-suspension TO ws-dias-susp-format
               MOVE SPACES TO LINEA-FINIQUITO
               IF ncm-tipo-suspension = 'E'
                   STRING "SUSPENSION ERTE:    " ws-dias-susp-format
                          " DIAS SIN SALARIO"
                       DELIMITED BY SIZE INTO LINEA-FINIQUITO
               ELSE
                   STRING "EXCEDENCIA:         " ws-dias-susp-format
                          " DIAS SIN SALARIO"
                       DELIMITED BY SIZE INTO LINEA-FINIQUITO
               END-IF
               WRITE LINEA-FINIQUITO
           END-IF.
           IF ncm-it-empresa NOT = 0 OR ncm-it-mutua NOT = 0
               COMPUTE ws-importe-format =
                   ncm-it-empresa + ncm-it-mutua
               MOVE SPACES TO LINEA-FINIQUITO
               STRING "PRESTACION IT (" ncm-dias-baja-it
                      " DIAS):  " ws-importe-format
                   DELIMITED BY SIZE INTO LINEA-FINIQUITO
               WRITE LINEA-FINIQUITO
           END-IF.
           MOVE ws-importe-extra TO ws-importe-format.
           MOVE SPACES TO LINEA-FINIQUITO.
           STRING "PAGA EXTRA DEVENGADA (" ws-meses-extra
           MOVE 0 TO ws-indice-incidencia.
           PERFORM 0038-ESCRIBIR-LINEA-INC-FIN
               UNTIL ws-indice-incidencia = ncm-num-incidencias.
           IF ncm-gastos-sujetos NOT = 0
               MOVE ncm-gastos-sujetos TO ws-importe-format
               MOVE SPACES TO LINEA-FINIQUITO
               STRING "DIETAS/KM SUJETOS:  " ws-importe-format
                   DELIMITED BY SIZE INTO LINEA-FINIQUITO
               WRITE LINEA-FINIQUITO
           END-IF.
           IF ncm-especie NOT = 0
               MOVE ncm-especie TO ws-importe-format
               MOVE SPACES TO LINEA-FINIQUITO
               STRING "RETRIB. EN ESPECIE: " ws-importe-format
                   DELIMITED BY SIZE INTO LINEA-FINIQUITO
               WRITE LINEA-FINIQUITO
           END-IF.
           MOVE ncm-seg-social TO ws-importe-format.
           MOVE SPACES TO LINEA-FINIQUITO.
           STRING "SEGURIDAD SOCIAL:   " ws-importe-format
           STRING "IRPF:               " ws-importe-format
               DELIMITED BY SIZE INTO LINEA-FINIQUITO.
           WRITE LINEA-FINIQUITO.
           IF ncm-ingreso-cuenta NOT = 0
               MOVE ncm-ingreso-cuenta TO ws-importe-format
               MOVE SPACES TO LINEA-FINIQUITO
               STRING "  INGRESO A CUENTA: " ws-importe-format
                   DELIMITED BY SIZE INTO LINEA-FINIQUITO
               WRITE LINEA-FINIQUITO
           END-IF.
           IF ws-saldo-anticipo-fin NOT = 0
               MOVE ws-saldo-anticipo-fin TO ws-importe-format
               MOVE SPACES TO LINEA-FINIQUITO
                   DELIMITED BY SIZE INTO LINEA-FINIQUITO
               WRITE LINEA-FINIQUITO
           END-IF.
           MOVE 0 TO ws-indice-deduccion.
           PERFORM 0038-ESCRIBIR-LINEA-DED-FIN
               UNTIL ws-indice-deduccion = ncm-num-deducciones.
           IF ncm-embargo NOT = 0
               MOVE ncm-embargo TO ws-importe-format
               MOVE SPACES TO LINEA-FINIQUITO
                   DELIMITED BY SIZE INTO LINEA-FINIQUITO
               WRITE LINEA-FINIQUITO
           END-IF.
           IF ncm-gastos-exentos NOT = 0
               MOVE ncm-gastos-exentos TO ws-importe-format
               MOVE SPACES TO LINEA-FINIQUITO
               STRING "DIETAS/KM EXENTOS:  " ws-importe-format
                   DELIMITED BY SIZE INTO LINEA-FINIQUITO
               WRITE LINEA-FINIQUITO
           END-IF.
           MOVE ws-liquido-finiquito TO ws-importe-format.
           MOVE SPACES TO LINEA-FINIQUITO.
           STRING "LIQUIDO DEL FINIQUITO: " ws-importe-format
               DELIMITED BY SIZE INTO LINEA-FINIQUITO.
           WRITE LINEA-FINIQUITO.

       0038-ESCRIBIR-LINEA-DED-FIN.

           ADD 1 TO ws-indice-deduccion.
           MOVE ncm-ded-importe(ws-indice-deduccion)
               TO ws-importe-format.
           MOVE SPACES TO LINEA-FINIQUITO.
           STRING "DEDUCCION ACR. "
                  ncm-ded-acreedor(ws-indice-deduccion) ": "
                  ws-importe-format " "
                  ncm-ded-descripcion(ws-indice-deduccion)
               DELIMITED BY SIZE INTO LINEA-FINIQUITO.
           WRITE LINEA-FINIQUITO.

       0038-GRABAR-RESULTADO.
           *> EL FINIQUITO SE GRABA COMO UNA NOMINA MAS DEL PERIODO
           *> DE LA BAJA, CON SU DETALLE: EL CIERRE DEL MES LO
           READ TRABFILE NEXT RECORD IGNORING LOCK
               AT END SET trabfile-fin TO TRUE
               NOT AT END
                   MOVE empresa-trabajador TO ws-empresa-comprobar
                   PERFORM 0044-EVALUAR-EMPRESA
                   IF trabajador-activo AND empresa-autorizada
                       PERFORM 0016-CALCULAR-CUOTA-PATRONAL
                       PERFORM 0016-REPARTIR-COSTE-TRABAJADOR
                       MOVE 0 TO indice-dep
                       PERFORM 0016-ACUMULAR-DEPARTAMENTO-TRABAJADOR
                           UNTIL indice-dep > 2
               MOVE 0 TO ncm-cuota-patronal
           END-IF.

       0016-REPARTIR-COSTE-TRABAJADOR.
           *> SALARIO Y CUOTA PATRONAL SE REPARTEN ENTRE LOS
           *> DEPARTAMENTOS DEL TRABAJADOR CON EL MISMO CRITERIO QUE
           *> LOS ASIENTOS DEL CIERRE.
           MOVE id-departamento(1) TO rep-departamento(1).
           MOVE id-departamento(2) TO rep-departamento(2).
           MOVE id-departamento(3) TO rep-departamento(3).
           MOVE pct-departamento(1) TO rep-pct-entrada(1).
           MOVE pct-departamento(2) TO rep-pct-entrada(2).
           MOVE pct-departamento(3) TO rep-pct-entrada(3).
           MOVE salario TO rep-bruto.
           MOVE 0 TO rep-seg-social rep-irpf rep-anticipo
                     rep-embargo rep-deduccion.
           MOVE salario TO rep-liquido.
           MOVE ncm-cuota-patronal TO rep-patronal.
           CALL "NOMINA-REPARTO" USING reparto-com.

       0016-ACUMULAR-DEPARTAMENTO-TRABAJADOR.

           ADD 1 TO indice-dep.
                   *> ELEMENTO: SE SUBINDICAN CON UN NUMERICO, NO
                   *> CON EL INDICE DE LA TABLA DEL CATALOGO.
                   SET ws-indice-dep-init TO INDX-DEP-CAT
                   ADD rep-parte-bruto(indice-dep)
                       TO ws-total-salario-dep(ws-indice-dep-init)
                   ADD 1 TO ws-cabezas-dep(ws-indice-dep-init)
                   ADD rep-parte-patronal(indice-dep)
                       TO ws-patronal-dep(ws-indice-dep-init)
               END-IF
           ELSE
                   IF nif-valido AND nif-sin-duplicar
                       PERFORM 0013-COMPROBAR-CATEGORIA-CARGA
                       IF categoria-valida
                           PERFORM 0013-COMPROBAR-EMPRESA-CARGA
                       END-IF
                       IF categoria-valida AND empresa-autorizada
                           PERFORM 0013-ALTA-DESDE-CARGA
                           ADD 1 TO ws-total-cargados
                       END-IF
               END-IF
           END-IF.

       0013-COMPROBAR-EMPRESA-CARGA.
           *> EL FICHERO DE CARGA NO TRAE EMPRESA: EL TRABAJADOR VA
           *> A LA DEL DEPARTAMENTO 1 (LA 01 SI NO ESTA CATALOGADO O
           *> NO TIENE EMPRESA), Y SOLO SE CARGA SI EL OPERADOR ESTA
           *> AUTORIZADO EN ELLA.
           MOVE 1 TO ws-empresa-carga.
           SET INDX-DEP-CAT TO 1.
           SEARCH departamento-cat
               WHEN id-dep-cat(INDX-DEP-CAT) = carga-departamento(1)
                   IF empresa-dep-cat(INDX-DEP-CAT) IS NUMERIC
                       AND empresa-dep-cat(INDX-DEP-CAT) NOT = 0
                       MOVE empresa-dep-cat(INDX-DEP-CAT)
                           TO ws-empresa-carga
                   END-IF
           END-SEARCH.
           MOVE ws-empresa-carga TO ws-empresa-comprobar.
           PERFORM 0044-EVALUAR-EMPRESA.
           IF empresa-no-autorizada
               ADD 1 TO ws-total-rechazados
               DISPLAY "CARGA RECHAZADA, EMPRESA " ws-empresa-carga
                   " NO AUTORIZADA PARA SU USUARIO ("
                   carga-apellido-pat ")"
           END-IF.

       0013-ALTA-DESDE-CARGA.

           MOVE ws-nif-trabajo TO nif-trabajador.
           MOVE carga-departamento(1) TO id-departamento(1).
           MOVE carga-departamento(2) TO id-departamento(2).
           MOVE carga-departamento(3) TO id-departamento(3).
           MOVE ws-empresa-carga TO empresa-trabajador.

           *> LA CARGA MASIVA NO TRAE DATOS BANCARIOS: SE DA DE ALTA
           *> CON PAGO EN EFECTIVO Y EL IBAN SE INFORMA DESPUES POR
           MOVE 100 TO jornada-pct.
           MOVE 0 TO fecha-fin-contrato.

           *> NI DATOS DE AFILIACION: QUEDAN PENDIENTES DE INFORMAR
           *> POR LA OPCION M=MODIFICAR ANTES DE LA LIQUIDACION DE
           *> COTIZACIONES.
           MOVE SPACES TO num-seg-social.
           MOVE 0 TO grupo-cotizacion.
           *> NI CORREO: SU RECIBO VA A LA LISTA DE IMPRESION.
           MOVE SPACES TO email-trabajador.
           *> EL SEXO SI VIENE EN LA CARGA; UN VALOR QUE NO SEA M/H
           *> (O LOS FICHEROS DE CARGA ANTERIORES, SIN EL CAMPO)
           *> QUEDA PENDIENTE DE INFORMAR POR LA OPCION M.
           MOVE FUNCTION UPPER-CASE(carga-sexo) TO sexo-trabajador.
           IF NOT sexo-valido
               IF NOT sexo-pendiente
                   DISPLAY "AVISO: SEXO NO VALIDO (" carga-sexo
                       "), QUEDA PENDIENTE EN CARGA ID "
                       ws-siguiente-id
               END-IF
               MOVE SPACES TO sexo-trabajador
           END-IF.

           MOVE 0 TO indice-dep.
           PERFORM 0013-VALIDAR-DEPARTAMENTO-CARGA UNTIL indice-dep > 2.
           MOVE 0 TO indice-dep.

           *> NI PORCENTAJES DE REPARTO: TODO EL COSTE AL PRIMER
           *> DEPARTAMENTO HASTA QUE SE REPARTA POR LA OPCION M.
           MOVE 100 TO pct-departamento(1).
           MOVE 0 TO pct-departamento(2).
           MOVE 0 TO pct-departamento(3).

           MOVE ws-siguiente-id TO id-trabajador.
           ADD 1 TO ws-siguiente-id.
           MOVE "ALTA-CARGA" TO ws-operacion-auditoria.
               INVALID KEY
                   DISPLAY "TRABAJADOR NO ENCONTRADO"
               NOT INVALID KEY
                   MOVE empresa-trabajador TO ws-empresa-comprobar
                   PERFORM 0044-COMPROBAR-EMPRESA-AUTORIZADA
                   IF empresa-autorizada
                       PERFORM 0010-CALCULAR-DEDUCCIONES
                       IF ncm-ok
                           PERFORM 0010-ESCRIBIR-NOMINA
                           PERFORM 0017-GRABAR-RESULTADO-NOMINA
                           DISPLAY "NOMINA GENERADA EN NOMINA.TXT"
                       ELSE
                           DISPLAY "NOMINA NO GENERADA: SIN TIPOS DE "
                               "RETENCION VIGENTES EN "
                               "TIPOS_RETENCION.DAT "
                               "PARA EL PERIODO " ncm-periodo
                       END-IF
                   END-IF
           END-READ.

                   DELIMITED BY SIZE INTO LINEA-NOMINA
               WRITE LINEA-NOMINA
           END-IF.
           PERFORM 0049-ESCRIBIR-LINEA-SUSPENSION.

           IF ws-num-trienios > 0
               MOVE ws-imp-trienios TO ws-importe-format
               WRITE LINEA-NOMINA
           END-IF.

           PERFORM 0041-ESCRIBIR-LINEAS-IT.

           MOVE 0 TO ws-indice-incidencia.
           PERFORM 0020-ESCRIBIR-LINEA-INCIDENCIA
               UNTIL ws-indice-incidencia = ncm-num-incidencias.

           *> EL EXCESO DE LOS GASTOS DE VIAJE SOBRE EL LIMITE EXENTO
           *> VA DENTRO DEL BRUTO; LA PARTE EXENTA SE SUMA AL FINAL,
           *> FUERA DE LAS BASES.
           IF ncm-gastos-sujetos NOT = 0
               MOVE ncm-gastos-sujetos TO ws-importe-format
               MOVE SPACES TO LINEA-NOMINA
               STRING "DIETAS/KM SUJETOS:  " ws-importe-format
                   DELIMITED BY SIZE INTO LINEA-NOMINA
               WRITE LINEA-NOMINA
           END-IF.

           MOVE ws-salario-bruto TO ws-importe-format.
           MOVE SPACES TO LINEA-NOMINA.
           STRING "SALARIO BRUTO:      " ws-importe-format
               DELIMITED BY SIZE INTO LINEA-NOMINA.
           WRITE LINEA-NOMINA.

           *> LA ESPECIE NO SE COBRA: SOLO SE INFORMA PORQUE COTIZA
           *> Y TRIBUTA, Y SU INGRESO A CUENTA VA DENTRO DEL IRPF.
           IF ncm-especie NOT = 0
               MOVE ncm-especie TO ws-importe-format
               MOVE SPACES TO LINEA-NOMINA
               STRING "RETRIB. EN ESPECIE: " ws-importe-format
                   DELIMITED BY SIZE INTO LINEA-NOMINA
               WRITE LINEA-NOMINA
           END-IF.

           MOVE ws-seg-social TO ws-importe-format.
           MOVE SPACES TO LINEA-NOMINA.
           STRING "SEGURIDAD SOCIAL:   " ws-importe-format
           STRING "IRPF:               " ws-importe-format
               DELIMITED BY SIZE INTO LINEA-NOMINA.
           WRITE LINEA-NOMINA.
           PERFORM 0043-ESCRIBIR-LINEA-TIPO-IRPF.
           IF ncm-ingreso-cuenta NOT = 0
               MOVE ncm-ingreso-cuenta TO ws-importe-format
               MOVE SPACES TO LINEA-NOMINA
               STRING "  INGRESO A CUENTA: " ws-importe-format
                   DELIMITED BY SIZE INTO LINEA-NOMINA
               WRITE LINEA-NOMINA
           END-IF.

           IF ws-anticipo-nomina NOT = 0
               MOVE ws-anticipo-nomina TO ws-importe-format
               WRITE LINEA-NOMINA
           END-IF.

           MOVE 0 TO ws-indice-deduccion.
           PERFORM 0048-ESCRIBIR-LINEA-DEDUCCION
               UNTIL ws-indice-deduccion = ncm-num-deducciones.

           IF ws-embargo-nomina NOT = 0
               MOVE ws-embargo-nomina TO ws-importe-format
               MOVE SPACES TO LINEA-NOMINA
               WRITE LINEA-NOMINA
           END-IF.

           IF ncm-gastos-exentos NOT = 0
               MOVE ncm-gastos-exentos TO ws-importe-format
               MOVE SPACES TO LINEA-NOMINA
               STRING "DIETAS/KM EXENTOS:  " ws-importe-format
                   DELIMITED BY SIZE INTO LINEA-NOMINA
               WRITE LINEA-NOMINA
           END-IF.

           MOVE ws-salario-neto TO ws-importe-format.
           MOVE SPACES TO LINEA-NOMINA.
           STRING "LIQUIDO A PERCIBIR: " ws-importe-format
               DELIMITED BY SIZE INTO LINEA-NOMINA.
       0020-MENU-INCIDENCIAS.

           DISPLAY "R=REGISTRAR INCIDENCIA, A=APROBAR PENDIENTES".
           DISPLAY "G=REGISTRAR GASTO DE VIAJE, D=APROBAR GASTOS".
           ACCEPT opcion.
           IF opcion = 'R'
               PERFORM 0020-REGISTRAR-INCIDENCIA
               ELSE
                   PERFORM 0025-DENEGAR-OPCION
               END-IF
           ELSE IF opcion = 'G'
               PERFORM 0046-REGISTRAR-GASTO
           ELSE IF opcion = 'D'
               IF perfil-supervisor
                   PERFORM 0046-APROBAR-GASTOS
               ELSE
                   PERFORM 0025-DENEGAR-OPCION
               END-IF
           ELSE
               DISPLAY "OPCION NO VALIDA"
           END-IF.
       0035-APROBAR-INCIDENCIAS.
           *> REVISION LINEA A LINEA DE LAS INCIDENCIAS PENDIENTES
           *> DEL PERIODO: EL SUPERVISOR APRUEBA (A), RECHAZA (R) O
           *> LAS DEJA PENDIENTES (OTRA TECLA). SOLO SE RECORRE EL
           *> PERIODO, POR SU CLAVE ALTERNATIVA, Y CADA DECISION SE
           *> REESCRIBE EN SITIO.
           DISPLAY "PERIODO A REVISAR (AAAAMM, 0 = MES EN CURSO): ".
           ACCEPT ws-periodo-consulta.
           IF ws-periodo-consulta = 0
           END-IF.
           MOVE 0 TO ws-inc-aprobadas ws-inc-rechazadas
                     ws-inc-pendientes.
           OPEN I-O INCFILE.
           IF NOT incfile-ok
               DISPLAY "NO HAY INCIDENCIAS.DAT QUE REVISAR"
           ELSE
               MOVE ws-periodo-consulta TO inc-periodo
               START INCFILE KEY IS EQUAL TO inc-periodo
                   INVALID KEY SET incfile-fin TO TRUE
               END-START
               PERFORM 0035-REVISAR-SIGUIENTE UNTIL incfile-fin
               CLOSE INCFILE
               DISPLAY "APROBADAS: " ws-inc-aprobadas
                   " RECHAZADAS: " ws-inc-rechazadas
                   " SIGUEN PENDIENTES: " ws-inc-pendientes
           END-IF.

       0035-REVISAR-SIGUIENTE.
           READ INCFILE NEXT RECORD
               AT END SET incfile-fin TO TRUE
               NOT AT END
                   IF inc-periodo NOT = ws-periodo-consulta
                       SET incfile-fin TO TRUE
                   END-IF
                   IF NOT incfile-fin AND incidencia-pendiente
                       MOVE inc-id-trabajador TO id-trabajador
                       PERFORM 0044-EVALUAR-EMPRESA-TRABAJADOR
                       IF empresa-autorizada
                           PERFORM 0035-DECIDIR-INCIDENCIA
                       ELSE
                           *> LAS DE OTRAS EMPRESAS LAS DECIDE UN
                           *> SUPERVISOR AUTORIZADO EN ELLAS.
                           ADD 1 TO ws-inc-pendientes
                       END-IF
                   END-IF
           END-READ.

       0035-DECIDIR-INCIDENCIA.
           IF opcion-alta
               SET incidencia-aprobada TO TRUE
               ADD 1 TO ws-inc-aprobadas
               PERFORM 0035-REESCRIBIR-INCIDENCIA
           ELSE IF opcion = 'R'
               SET incidencia-rechazada TO TRUE
               ADD 1 TO ws-inc-rechazadas
               PERFORM 0035-REESCRIBIR-INCIDENCIA
           ELSE
               ADD 1 TO ws-inc-pendientes
           END-IF.

       0035-REESCRIBIR-INCIDENCIA.
           REWRITE REG-INCIDENCIA
               INVALID KEY
                   DISPLAY "NO SE PUDO ACTUALIZAR LA INCIDENCIA - "
                       "FILE STATUS " incfile-status
           END-REWRITE.

       0020-REGISTRAR-INCIDENCIA.
           *> CAPTURA UNA INCIDENCIA DEL PERIODO (HORAS EXTRA, BONO,
               INVALID KEY
                   DISPLAY "TRABAJADOR NO ENCONTRADO"
               NOT INVALID KEY
                   MOVE empresa-trabajador TO ws-empresa-comprobar
                   PERFORM 0044-COMPROBAR-EMPRESA-AUTORIZADA
                   IF empresa-autorizada
                       PERFORM 0020-CAPTURAR-INCIDENCIA
                   END-IF
           END-READ.

       0020-CAPTURAR-INCIDENCIA.
           *> NOMINA HASTA QUE UN SUPERVISOR LO APRUEBE.
           SET incidencia-pendiente TO TRUE.

           PERFORM 0050-GRABAR-INCIDENCIA.
           IF incidencia-grabada
               DISPLAY "INCIDENCIA REGISTRADA (PENDIENTE DE APROBAR) "
                   "PARA EL PERIODO " ws-periodo-consulta
           END-IF.

       0020-CAPTURAR-CONCEPTO.
           *> VALEN LOS CODIGOS DEL CATALOGO (QUE TRAEN DESCRIPCION
           WRITE LINEA-NOMINA.

       0023-COMPROBAR-PRESUPUESTO-DEP.
           *> TRAS UN ALTA O UN CAMBIO DE SALARIO SE RECALCULA, EN
           *> CADA DEPARTAMENTO DEL TRABAJADOR, LA PARTE DE LOS
           *> SALARIOS ACTIVOS QUE LE CORRESPONDE POR LOS PORCENTAJES
           *> DE REPARTO Y SE AVISA SI SUPERA EL PRESUPUESTO DEL
           *> CATALOGO, PARA QUE EL RESPONSABLE LO VEA ANTES DE QUE
           *> CIERRE EL EJERCICIO. PRESUPUESTO A CERO = SIN CONTROL.
           *> LA PASADA REUTILIZA EL AREA DE REGISTRO, POR ESO SE
           *> HACE DESPUES DE AUDITORIA E HISTORICO.
           MOVE id-departamento(1) TO ws-dep-presupuesto-trab(1).
           MOVE id-departamento(2) TO ws-dep-presupuesto-trab(2).
           MOVE id-departamento(3) TO ws-dep-presupuesto-trab(3).
           MOVE 0 TO ws-indice-presupuesto.
           PERFORM 0023-COMPROBAR-SIGUIENTE-DEP
               UNTIL ws-indice-presupuesto = 3.

       0023-COMPROBAR-SIGUIENTE-DEP.

           ADD 1 TO ws-indice-presupuesto.
           MOVE ws-dep-presupuesto-trab(ws-indice-presupuesto)
               TO ws-dep-presupuesto.
           IF ws-dep-presupuesto NOT = 0
               SET INDX-DEP-CAT TO 1
               SET dep-cat-invalido TO TRUE
           END-IF.

       0023-SUMAR-SALARIOS-DEPARTAMENTO.
           *> LA BUSQUEDA DEL CATALOGO DEJA INDX-DEP-CAT EN EL
           *> DEPARTAMENTO COMPROBADO; LA PASADA NO LO TOCA.
           MOVE 0 TO ws-consumido-dep.
           MOVE LOW-VALUES TO id-trabajador.
           START TRABFILE KEY IS NOT LESS THAN id-trabajador
                       AND (id-departamento(1) = ws-dep-presupuesto
                        OR id-departamento(2) = ws-dep-presupuesto
                        OR id-departamento(3) = ws-dep-presupuesto)
                       PERFORM 0023-REPARTIR-SALARIO
                   END-IF
           END-READ.

       0023-REPARTIR-SALARIO.
           *> SOLO CUENTA LA PARTE DEL SALARIO QUE EL REPARTO DEL
           *> TRABAJADOR IMPUTA AL DEPARTAMENTO COMPROBADO.
           MOVE id-departamento(1) TO rep-departamento(1).
           MOVE id-departamento(2) TO rep-departamento(2).
           MOVE id-departamento(3) TO rep-departamento(3).
           MOVE pct-departamento(1) TO rep-pct-entrada(1).
           MOVE pct-departamento(2) TO rep-pct-entrada(2).
           MOVE pct-departamento(3) TO rep-pct-entrada(3).
           MOVE salario TO rep-bruto.
           MOVE 0 TO rep-seg-social rep-irpf rep-anticipo
                     rep-embargo rep-deduccion rep-patronal.
           MOVE salario TO rep-liquido.
           CALL "NOMINA-REPARTO" USING reparto-com.
           MOVE 0 TO ws-indice-reparto.
           PERFORM 0023-SUMAR-PARTE-SALARIO
               UNTIL ws-indice-reparto = 3.

       0023-SUMAR-PARTE-SALARIO.

           ADD 1 TO ws-indice-reparto.
           IF rep-departamento(ws-indice-reparto) = ws-dep-presupuesto
               AND rep-pct-aplicado(ws-indice-reparto) > 0
               ADD rep-parte-bruto(ws-indice-reparto)
                   TO ws-consumido-dep
           END-IF.

       0021-MENU-ANTICIPOS.

           DISPLAY "A=CONCEDER ANTICIPO, C=CONSULTA DE SALDOS".
               INVALID KEY
                   DISPLAY "TRABAJADOR NO ENCONTRADO"
               NOT INVALID KEY
                   MOVE empresa-trabajador TO ws-empresa-comprobar
                   PERFORM 0044-COMPROBAR-EMPRESA-AUTORIZADA
                   IF empresa-autorizada
                       IF trabajador-activo
                           PERFORM 0021-CAPTURAR-ANTICIPO
                       ELSE
                           DISPLAY "EL TRABAJADOR ESTA DE BAJA, NO SE "
                               "CONCEDE ANTICIPO"
                       END-IF
                   END-IF
           END-READ.

           READ ANTFILE NEXT RECORD
               AT END SET antfile-fin TO TRUE
               NOT AT END
                   MOVE ant-id-trabajador TO id-trabajador
                   PERFORM 0044-EVALUAR-EMPRESA-TRABAJADOR
                   IF ant-plazos-pagados < ant-num-plazos
                       AND empresa-autorizada
                       COMPUTE ws-anticipo-saldo = ant-importe-total
                           - ant-importe-plazo * ant-plazos-pagados
                       MOVE ws-anticipo-saldo TO ws-acum-format
                   INVALID KEY
                       DISPLAY "TRABAJADOR NO ENCONTRADO"
                   NOT INVALID KEY
                       MOVE empresa-trabajador TO ws-empresa-comprobar
                       PERFORM 0044-COMPROBAR-EMPRESA-AUTORIZADA
                       IF empresa-autorizada
                           PERFORM 0030-OPERAR-VACACIONES
                       END-IF
               END-READ
           END-IF.

           *> CALCULADA POR EL PROPIO SISTEMA: NACE APROBADA PARA
           *> NO BLOQUEAR LA NOMINA FINAL DE LA BAJA.
           SET incidencia-aprobada TO TRUE.
           PERFORM 0050-GRABAR-INCIDENCIA.
           DISPLAY "VACACIONES NO DISFRUTADAS LIQUIDADAS: "
               ws-saldo-vacaciones " DIAS COMO INCIDENCIA VA DEL "
               "PERIODO " inc-periodo.
                   INVALID KEY
                       DISPLAY "TRABAJADOR NO ENCONTRADO"
                   NOT INVALID KEY
                       MOVE empresa-trabajador TO ws-empresa-comprobar
                       PERFORM 0044-COMPROBAR-EMPRESA-AUTORIZADA
                       IF empresa-autorizada
                           PERFORM 0031-OPERAR-EMBARGO
                       END-IF
               END-READ
           END-IF.

           MOVE ws-fecha-nomina TO nom-fecha-calculo.
           MOVE ws-cuota-patronal TO nom-cuota-patronal.
           MOVE ws-embargo-nomina TO nom-embargo.
           MOVE ncm-deducciones TO nom-deducciones.
           MOVE ncm-gastos-exentos TO nom-gastos-exentos.
           MOVE ncm-gastos-sujetos TO nom-gastos-sujetos.
           MOVE ncm-especie TO nom-especie.
           MOVE ncm-ingreso-cuenta TO nom-ingreso-cuenta.
           MOVE empresa-trabajador TO nom-empresa.
           *> UNA NOMINA RECIEN CALCULADA NACE SIN ESTADO DE PAGO:
           *> SIN ESTE MOVE EL BYTE ARRASTRARIA LO QUE DEJO EN EL
           *> AREA LA ULTIMA LECTURA (POR EJEMPLO EL 'D'/'E' DE UNA
               MOVE ncm-imp-trienios TO det-importe
               PERFORM 0036-ESCRIBIR-LINEA-DETALLE
           END-IF.
           IF ncm-it-empresa NOT = 0
               MOVE "IE" TO det-concepto
               MOVE "PRESTACION IT CARGO EMPRESA" TO det-descripcion
               MOVE ncm-it-empresa TO det-importe
               PERFORM 0036-ESCRIBIR-LINEA-DETALLE
           END-IF.
           IF ncm-it-mutua NOT = 0
               MOVE "IM" TO det-concepto
               MOVE "PRESTACION IT PAGO DELEGADO" TO det-descripcion
               MOVE ncm-it-mutua TO det-importe
               PERFORM 0036-ESCRIBIR-LINEA-DETALLE
           END-IF.
           MOVE 0 TO ws-indice-incidencia.
           PERFORM 0036-ESCRIBIR-DETALLE-INCIDENCIA
               UNTIL ws-indice-incidencia = ncm-num-incidencias.
           IF ncm-gastos-sujetos NOT = 0
               MOVE "GS" TO det-concepto
               MOVE "EXCESO DIETAS/KM SUJETO" TO det-descripcion
               MOVE ncm-gastos-sujetos TO det-importe
               PERFORM 0036-ESCRIBIR-LINEA-DETALLE
           END-IF.
           IF ncm-especie NOT = 0
               MOVE "EV" TO det-concepto
               MOVE "RETRIBUCION EN ESPECIE" TO det-descripcion
               MOVE ncm-especie TO det-importe
               PERFORM 0036-ESCRIBIR-LINEA-DETALLE
           END-IF.
           MOVE "SS" TO det-concepto.
           MOVE "SEGURIDAD SOCIAL" TO det-descripcion.
           MOVE ncm-seg-social TO det-importe.
           PERFORM 0036-ESCRIBIR-LINEA-DETALLE.
           MOVE "IR" TO det-concepto.
           *> EL TIPO Y EL MOTIVO VAN EN LA DESCRIPCION PARA QUE LA
           *> REIMPRESION LOS MUESTRE IGUAL QUE EL RECIBO.
           MOVE ncm-tipo-irpf TO ws-tipo-irpf-format.
           MOVE SPACES TO det-descripcion.
           STRING "IRPF " ws-tipo-irpf-format "% " ncm-motivo-irpf
               DELIMITED BY SIZE INTO det-descripcion.
           MOVE ncm-irpf TO det-importe.
           PERFORM 0036-ESCRIBIR-LINEA-DETALLE.
           IF ncm-ingreso-cuenta NOT = 0
               MOVE "EI" TO det-concepto
               MOVE "INGRESO A CUENTA ESPECIE" TO det-descripcion
               MOVE ncm-ingreso-cuenta TO det-importe
               PERFORM 0036-ESCRIBIR-LINEA-DETALLE
           END-IF.
           IF ncm-anticipo NOT = 0
               MOVE "AN" TO det-concepto
               MOVE "ANTICIPO (PLAZO)" TO det-descripcion
               MOVE ncm-anticipo TO det-importe
               PERFORM 0036-ESCRIBIR-LINEA-DETALLE
           END-IF.
           MOVE 0 TO ws-indice-deduccion.
           PERFORM 0036-ESCRIBIR-DETALLE-DEDUCCION
               UNTIL ws-indice-deduccion = ncm-num-deducciones.
           IF ncm-embargo NOT = 0
               MOVE "EB" TO det-concepto
               MOVE "EMBARGO JUDICIAL" TO det-descripcion
               MOVE ncm-embargo TO det-importe
               PERFORM 0036-ESCRIBIR-LINEA-DETALLE
           END-IF.
           IF ncm-gastos-exentos NOT = 0
               MOVE "GE" TO det-concepto
               MOVE "DIETAS/KM EXENTOS" TO det-descripcion
               MOVE ncm-gastos-exentos TO det-importe
               PERFORM 0036-ESCRIBIR-LINEA-DETALLE
           END-IF.
           MOVE "LQ" TO det-concepto.
           MOVE "LIQUIDO A PERCIBIR" TO det-descripcion.
           MOVE ncm-liquido TO det-importe.
               TO det-importe.
           PERFORM 0036-ESCRIBIR-LINEA-DETALLE.

       0036-ESCRIBIR-DETALLE-DEDUCCION.

           ADD 1 TO ws-indice-deduccion.
           MOVE "DV" TO det-concepto.
           IF ncm-ded-descripcion(ws-indice-deduccion) NOT = SPACES
               MOVE ncm-ded-descripcion(ws-indice-deduccion)
                   TO det-descripcion
           ELSE
               MOVE SPACES TO det-descripcion
               STRING "DEDUCCION ACREEDOR "
                      ncm-ded-acreedor(ws-indice-deduccion)
                   DELIMITED BY SIZE INTO det-descripcion
           END-IF.
           MOVE ncm-ded-importe(ws-indice-deduccion) TO det-importe.
           PERFORM 0036-ESCRIBIR-LINEA-DETALLE.

       0036-ESCRIBIR-LINEA-DETALLE.
           *> EL LLAMADOR DEJA CONCEPTO, DESCRIPCION E IMPORTE
           *> PUESTOS; AQUI SE NUMERA LA LINEA Y SE GRABA.
                   INVALID KEY
                       PERFORM 0018-BUSCAR-EN-HISTORICO
                   NOT INVALID KEY
                       MOVE nom-empresa TO ws-empresa-comprobar
                       PERFORM 0044-COMPROBAR-EMPRESA-AUTORIZADA
                       IF empresa-autorizada
                           PERFORM 0018-MOSTRAR-NOMINA-GRABADA
                           PERFORM 0018-MOSTRAR-DETALLE-GRABADO
                           PERFORM 0045-CONTROL-ENVIO-RECIBO
                           PERFORM 0018-ACUMULADO-EJERCICIO
                       END-IF
               END-READ
               CLOSE NOMMAESTRO
           END-IF.
                           " (NI EN EL HISTORICO)"
                   NOT INVALID KEY
                       MOVE REG-NOMHIST TO REG-NOMINA
                       MOVE nom-empresa TO ws-empresa-comprobar
                       PERFORM 0044-COMPROBAR-EMPRESA-AUTORIZADA
                       IF empresa-autorizada
                           DISPLAY "(RECUPERADA DEL HISTORICO ANUAL)"
                           PERFORM 0018-MOSTRAR-NOMINA-GRABADA
                           PERFORM 0018-MOSTRAR-DETALLE-GRABADO
                           PERFORM 0045-CONTROL-ENVIO-RECIBO
                       END-IF
               END-READ
               CLOSE NOMHIST
           END-IF.
           DISPLAY "SEGURIDAD SOCIAL:   " ws-importe-format.
           MOVE nom-irpf TO ws-importe-format.
           DISPLAY "IRPF:               " ws-importe-format.
           IF nom-especie NOT = 0
               MOVE nom-especie TO ws-importe-format
               DISPLAY "RETRIB. EN ESPECIE: " ws-importe-format
               MOVE nom-ingreso-cuenta TO ws-importe-format
               DISPLAY "  INGRESO A CUENTA: " ws-importe-format
           END-IF.
           IF nom-deducciones NOT = 0
               MOVE nom-deducciones TO ws-importe-format
               DISPLAY "DEDUCC. VOLUNTARIAS:" ws-importe-format
           END-IF.
           IF nom-embargo NOT = 0
               MOVE nom-embargo TO ws-importe-format
               DISPLAY "EMBARGO JUDICIAL:   " ws-importe-format
           END-IF.
           IF nom-gastos-sujetos NOT = 0
               MOVE nom-gastos-sujetos TO ws-importe-format
               DISPLAY "DIETAS/KM SUJETOS:  " ws-importe-format
           END-IF.
           IF nom-gastos-exentos NOT = 0
               MOVE nom-gastos-exentos TO ws-importe-format
               DISPLAY "DIETAS/KM EXENTOS:  " ws-importe-format
           END-IF.
           MOVE nom-liquido TO ws-importe-format.
           DISPLAY "LIQUIDO A PERCIBIR: " ws-importe-format.
           IF nom-cuota-patronal NOT = 0
               AT END SET nommaestro-fin TO TRUE
               NOT AT END
                   *> LOS PERIODOS 13 Y 14 SON LAS PAGAS EXTRA DE
                   *> JUNIO Y DICIEMBRE (NOMINA-EXTRA) Y DEL 21 AL 34
                   *> LAS COMPLEMENTARIAS DE CADA MES (MES + 20); TODAS
                   *> CUENTAN EN EL ACUMULADO DEL EJERCICIO.
                   IF nom-id-trabajador NOT = id-consulta
                       OR nom-periodo > ws-ejercicio-acum * 100 + 34
                       SET nommaestro-fin TO TRUE
                   ELSE IF nom-periodo(5:2) > "14"
                       AND nom-periodo(5:2) < "21"
                       CONTINUE
                   ELSE
                       ADD nom-bruto TO ws-acum-bruto
                       ADD nom-seg-social TO ws-acum-seg-social
                       ADD nom-irpf TO ws-acum-irpf
                       ADD nom-liquido TO ws-acum-liquido
                   END-IF
                   END-IF
           END-READ.

       0045-CONTROL-ENVIO-RECIBO.
           *> ESTADO DEL RECIBO ELECTRONICO DEL PERIODO REIMPRESO;
           *> LOS PERFILES P Y S PUEDEN REEMITIRLO (SOBRE TODO LOS
           *> NO ENTREGADOS QUE DEVUELVE LA PASARELA DE CORREO).
           OPEN INPUT ENVFILE.
           IF NOT envfile-ok
               DISPLAY "RECIBO ELECTRONICO: SIN ENVIOS REGISTRADOS"
           ELSE
               MOVE id-consulta TO env-id-trabajador
               MOVE ws-periodo-consulta TO env-periodo
               READ ENVFILE
                   INVALID KEY
                       DISPLAY "RECIBO ELECTRONICO: NO SE ENVIO"
                   NOT INVALID KEY
                       PERFORM 0045-MOSTRAR-ESTADO-ENVIO
               END-READ
               CLOSE ENVFILE
           END-IF.
           IF perfil-personal OR perfil-supervisor
               DISPLAY "REEMITIR EL RECIBO POR CORREO (S/N): "
               ACCEPT opcion
               IF opcion-si
                   PERFORM 0045-REEMITIR-RECIBO
               END-IF
           END-IF.

       0045-MOSTRAR-ESTADO-ENVIO.

           IF envio-entregado
               DISPLAY "RECIBO ELECTRONICO: ENTREGADO EL "
                   env-fecha-estado " A " env-email
           ELSE IF envio-pendiente
               DISPLAY "RECIBO ELECTRONICO: PENDIENTE DE RESULTADO "
                   "DESDE " env-fecha-estado " (" env-fichero ")"
           ELSE IF envio-no-entregado
               DISPLAY "RECIBO ELECTRONICO: NO ENTREGADO - "
                   "PENDIENTE DE REEMITIR"
               DISPLAY "  " env-email
               DISPLAY "  MOTIVO: " env-motivo " (" env-fecha-estado
                   ")"
           ELSE IF envio-impresion
               DISPLAY "RECIBO ELECTRONICO: ENVIADO A IMPRESION EL "
                   env-fecha-estado " - " env-motivo
           END-IF.
           IF env-reemisiones > 0
               DISPLAY "  REEMISIONES: " env-reemisiones
           END-IF.

       0045-REEMITIR-RECIBO.
           *> SE REEMITE A LA DIRECCION ACTUAL DE LA FICHA (SI SE
           *> CORRIGIO TRAS LA DEVOLUCION), CON LAS LINEAS DEL
           *> DETALLE GRABADO O, EN NOMINAS ANTERIORES AL DETALLE,
           *> CON EL ESQUELETO DE NOMINAS.DAT.
           MOVE id-consulta TO id-trabajador.
           READ TRABFILE IGNORING LOCK
               INVALID KEY
                   DISPLAY "TRABAJADOR NO ENCONTRADO"
               NOT INVALID KEY
                   IF email-trabajador = SPACES
                       DISPLAY "EL TRABAJADOR NO TIENE CORREO; "
                           "INFORMELO POR M=MODIFICAR"
                   ELSE
                       PERFORM 0045-EMITIR-RECIBO
                   END-IF
           END-READ.

       0045-EMITIR-RECIBO.

           SET evc-abrir TO TRUE.
           MOVE id-consulta TO evc-id-trabajador.
           MOVE ws-periodo-consulta TO evc-periodo.
           MOVE SPACES TO evc-nombre.
           STRING nombre-trabajador DELIMITED BY "  "
                  " " apellido-pat DELIMITED BY "  "
                  " " apellido-mat DELIMITED BY "  "
               INTO evc-nombre.
           MOVE email-trabajador TO evc-email.
           MOVE 'S' TO evc-reemision.
           CALL "NOMINA-ENVIO" USING envio-com.
           IF NOT evc-por-correo
               DISPLAY "NO SE PUDO GENERAR EL FICHERO DEL RECIBO, "
                   "QUEDA EN RECIBOS_IMPRESION.TXT"
           ELSE
               MOVE ALL "-" TO evc-linea
               PERFORM 0045-ENVIAR-LINEA
               MOVE SPACES TO evc-linea
               IF ws-periodo-consulta(5:2) > "12"
                   STRING "PAGA EXTRA DEL TRABAJADOR " id-consulta
                          " PERIODO " ws-periodo-consulta
                       DELIMITED BY SIZE INTO evc-linea
               ELSE
                   STRING "NOMINA DEL TRABAJADOR " id-consulta
                          " PERIODO " ws-periodo-consulta
                       DELIMITED BY SIZE INTO evc-linea
               END-IF
               PERFORM 0045-ENVIAR-LINEA
               MOVE evc-nombre TO evc-linea
               PERFORM 0045-ENVIAR-LINEA
               PERFORM 0045-ENVIAR-DETALLE
               IF ws-lineas-reemitidas = 0
                   PERFORM 0045-ENVIAR-ESQUELETO
               END-IF
               SET evc-cerrar TO TRUE
               CALL "NOMINA-ENVIO" USING envio-com
               DISPLAY "RECIBO REEMITIDO EN " evc-fichero
                   " PARA " email-trabajador
           END-IF.

       0045-ENVIAR-DETALLE.

           MOVE 0 TO ws-lineas-reemitidas.
           OPEN INPUT NOMDETFILE.
           IF nomdetfile-ok
               MOVE id-consulta TO det-id-trabajador
               MOVE ws-periodo-consulta TO det-periodo
               MOVE 0 TO det-linea
               START NOMDETFILE KEY IS NOT LESS THAN det-clave
                   INVALID KEY SET nomdetfile-fin TO TRUE
               END-START
               PERFORM 0045-ENVIAR-LINEA-DETALLE
                   UNTIL nomdetfile-fin
               CLOSE NOMDETFILE
           END-IF.

       0045-ENVIAR-LINEA-DETALLE.
           READ NOMDETFILE NEXT RECORD
               AT END SET nomdetfile-fin TO TRUE
               NOT AT END
                   IF det-id-trabajador NOT = id-consulta
                       OR det-periodo NOT = ws-periodo-consulta
                       SET nomdetfile-fin TO TRUE
                   ELSE
                       ADD 1 TO ws-lineas-reemitidas
                       MOVE det-importe TO ws-importe-format
                       MOVE SPACES TO evc-linea
                       STRING det-descripcion " " ws-importe-format
                           DELIMITED BY SIZE INTO evc-linea
                       PERFORM 0045-ENVIAR-LINEA
                   END-IF
           END-READ.

       0045-ENVIAR-ESQUELETO.
           *> REG-NOMINA SIGUE CON EL RESULTADO REIMPRESO.
           MOVE nom-bruto TO ws-importe-format.
           MOVE SPACES TO evc-linea.
           STRING "SALARIO BRUTO:      " ws-importe-format
               DELIMITED BY SIZE INTO evc-linea.
           PERFORM 0045-ENVIAR-LINEA.
           MOVE nom-seg-social TO ws-importe-format.
           MOVE SPACES TO evc-linea.
           STRING "SEGURIDAD SOCIAL:   " ws-importe-format
               DELIMITED BY SIZE INTO evc-linea.
           PERFORM 0045-ENVIAR-LINEA.
           MOVE nom-irpf TO ws-importe-format.
           MOVE SPACES TO evc-linea.
           STRING "IRPF:               " ws-importe-format
               DELIMITED BY SIZE INTO evc-linea.
           PERFORM 0045-ENVIAR-LINEA.
           IF nom-especie NOT = 0
               MOVE nom-especie TO ws-importe-format
               MOVE SPACES TO evc-linea
               STRING "RETRIB. EN ESPECIE: " ws-importe-format
                   DELIMITED BY SIZE INTO evc-linea
               PERFORM 0045-ENVIAR-LINEA
               MOVE nom-ingreso-cuenta TO ws-importe-format
               MOVE SPACES TO evc-linea
               STRING "  INGRESO A CUENTA: " ws-importe-format
                   DELIMITED BY SIZE INTO evc-linea
               PERFORM 0045-ENVIAR-LINEA
           END-IF.
           IF nom-deducciones NOT = 0
               MOVE nom-deducciones TO ws-importe-format
               MOVE SPACES TO evc-linea
               STRING "DEDUCC. VOLUNTARIAS:" ws-importe-format
                   DELIMITED BY SIZE INTO evc-linea
               PERFORM 0045-ENVIAR-LINEA
           END-IF.
           IF nom-embargo NOT = 0
               MOVE nom-embargo TO ws-importe-format
               MOVE SPACES TO evc-linea
               STRING "EMBARGO JUDICIAL:   " ws-importe-format
                   DELIMITED BY SIZE INTO evc-linea
               PERFORM 0045-ENVIAR-LINEA
           END-IF.
           IF nom-gastos-exentos NOT = 0
               MOVE nom-gastos-exentos TO ws-importe-format
               MOVE SPACES TO evc-linea
               STRING "DIETAS/KM EXENTOS:  " ws-importe-format
                   DELIMITED BY SIZE INTO evc-linea
               PERFORM 0045-ENVIAR-LINEA
           END-IF.
           MOVE nom-liquido TO ws-importe-format.
           MOVE SPACES TO evc-linea.
           STRING "LIQUIDO A PERCIBIR: " ws-importe-format
               DELIMITED BY SIZE INTO evc-linea.
           PERFORM 0045-ENVIAR-LINEA.

       0045-ENVIAR-LINEA.

           SET evc-escribir-linea TO TRUE.
           CALL "NOMINA-ENVIO" USING envio-com.

       0045-VALIDAR-CORREO.
           *> FORMATO MINIMO SOBRE ws-correo-trabajo: SIN BLANCOS
           *> INTERMEDIOS, UNA SOLA ARROBA CON ALGO DELANTE Y UN
           *> DOMINIO DETRAS CON AL MENOS UN PUNTO QUE NO SEA EL
           *> ULTIMO CARACTER.
           SET correo-invalido TO TRUE.
           MOVE 0 TO ws-correo-longitud ws-correo-arrobas
                     ws-correo-pos-arroba ws-correo-puntos.
           INSPECT ws-correo-trabajo TALLYING ws-correo-longitud
               FOR CHARACTERS BEFORE INITIAL SPACE.
           INSPECT ws-correo-trabajo TALLYING ws-correo-arrobas
               FOR ALL "@".
           INSPECT ws-correo-trabajo TALLYING ws-correo-pos-arroba
               FOR CHARACTERS BEFORE INITIAL "@".
           IF ws-correo-arrobas = 1
               AND ws-correo-pos-arroba > 0
               AND ws-correo-pos-arroba < ws-correo-longitud - 3
               AND ws-correo-trabajo(ws-correo-longitud:1) NOT = "."
               INSPECT ws-correo-trabajo(ws-correo-pos-arroba + 2:
                   ws-correo-longitud - ws-correo-pos-arroba - 1)
                   TALLYING ws-correo-puntos FOR ALL "."
               IF ws-correo-puntos > 0
                   SET correo-valido TO TRUE
               END-IF
               IF ws-correo-longitud < 60
                   IF ws-correo-trabajo(ws-correo-longitud + 1:)
                       NOT = SPACES
                       SET correo-invalido TO TRUE
                   END-IF
               END-IF
           END-IF.

       0041-MENU-BAJAS-IT.

           DISPLAY "A=ABRIR BAJA, F=ALTA MEDICA (FIN DE BAJA), "
               "B=ANULAR BAJA, C=CONSULTAR BAJAS".
           ACCEPT opcion.
           IF NOT (opcion-alta OR opcion = 'F' OR opcion-baja
                   OR opcion-consulta)
               DISPLAY "OPCION NO VALIDA"
           ELSE
               DISPLAY "IDENTIFICADOR DEL TRABAJADOR: "
               ACCEPT id-consulta
               MOVE id-consulta TO id-trabajador
               READ TRABFILE IGNORING LOCK
                   INVALID KEY
                       DISPLAY "TRABAJADOR NO ENCONTRADO"
                   NOT INVALID KEY
                       MOVE empresa-trabajador TO ws-empresa-comprobar
                       PERFORM 0044-COMPROBAR-EMPRESA-AUTORIZADA
                       IF empresa-autorizada
                           PERFORM 0041-OPERAR-BAJA-IT
                       END-IF
               END-READ
           END-IF.

       0041-OPERAR-BAJA-IT.

           PERFORM 0041-ABRIR-BAJAS-IT.
           IF itfile-ok
               IF opcion-alta
                   PERFORM 0041-ABRIR-PROCESO-IT
               ELSE IF opcion = 'F'
                   PERFORM 0041-CERRAR-PROCESO-IT
               ELSE IF opcion-baja
                   PERFORM 0041-ANULAR-PROCESO-IT
               ELSE
                   PERFORM 0041-CONSULTAR-BAJAS-IT
               END-IF
               CLOSE ITFILE
           END-IF.

       0041-ABRIR-BAJAS-IT.
           *> SOLO SE CREA VACIO CON STATUS 35 (NO EXISTE), COMO EL
           *> RESTO DE MAESTROS INDEXADOS.
           OPEN I-O ITFILE.
           IF itfile-no-existe
               OPEN OUTPUT ITFILE
               CLOSE ITFILE
               OPEN I-O ITFILE
           END-IF.
           IF NOT itfile-ok
               DISPLAY "NO SE PUDO ABRIR BAJAS_IT.DAT - FILE "
                   "STATUS " itfile-status
           END-IF.

       0041-ABRIR-PROCESO-IT.
           *> LA FECHA DE FIN SE PUEDE DAR YA (BAJA CORTA CAPTURADA
           *> A POSTERIORI) O DEJAR A CERO HASTA EL PARTE DE ALTA.
           IF NOT trabajador-activo
               DISPLAY "EL TRABAJADOR NO ESTA ACTIVO"
           ELSE
               DISPLAY "FECHA DE INICIO DE LA BAJA (AAAAMMDD): "
               ACCEPT ws-it-fecha-inicio
               DISPLAY "FECHA DE FIN (AAAAMMDD, 0 = ABIERTA): "
               ACCEPT ws-it-fecha-fin
               DISPLAY "CONTINGENCIA (C=ENFERMEDAD COMUN, "
                   "A=ACCIDENTE DE TRABAJO): "
               ACCEPT ws-it-contingencia
               MOVE FUNCTION UPPER-CASE(ws-it-contingencia)
                   TO ws-it-contingencia
               MOVE ws-it-contingencia TO it-contingencia
               IF FUNCTION TEST-DATE-YYYYMMDD(ws-it-fecha-inicio)
                   NOT = 0
                   DISPLAY "FECHA DE INICIO NO VALIDA"
               ELSE IF ws-it-fecha-fin NOT = 0
                   AND (FUNCTION TEST-DATE-YYYYMMDD(ws-it-fecha-fin)
                        NOT = 0
                        OR ws-it-fecha-fin < ws-it-fecha-inicio)
                   DISPLAY "FECHA DE FIN NO VALIDA O ANTERIOR AL "
                       "INICIO"
               ELSE IF NOT it-contingencia-valida
                   DISPLAY "CONTINGENCIA NO VALIDA"
               ELSE IF ws-it-fecha-inicio < fecha-alta-trabajador
                   DISPLAY "LA BAJA NO PUEDE EMPEZAR ANTES DEL ALTA "
                       "DEL TRABAJADOR"
               ELSE
                   PERFORM 0041-COMPROBAR-SOLAPE
                   IF baja-it-solapada
                       DISPLAY "LA BAJA SE SOLAPA CON OTRO PROCESO "
                           "DEL TRABAJADOR"
                   ELSE
                       PERFORM 0041-GRABAR-PROCESO-IT
                   END-IF
               END-IF
           END-IF.

       0041-GRABAR-PROCESO-IT.

           MOVE id-consulta TO it-id-trabajador.
           MOVE ws-it-fecha-inicio TO it-fecha-inicio.
           MOVE ws-it-fecha-fin TO it-fecha-fin.
           MOVE ws-it-contingencia TO it-contingencia.
           ACCEPT it-fecha-registro FROM DATE YYYYMMDD.
           MOVE ws-operador TO it-operador.
           WRITE REG-BAJA-IT
               INVALID KEY
                   DISPLAY "YA EXISTE UNA BAJA CON ESA FECHA DE "
                       "INICIO PARA EL TRABAJADOR"
               NOT INVALID KEY
                   MOVE "ALTA-BAJA-IT" TO ws-operacion-auditoria
                   PERFORM 0041-AUDITAR-BAJA-IT
                   DISPLAY "BAJA IT REGISTRADA DESDE "
                       ws-it-fecha-inicio
           END-WRITE.

       0041-COMPROBAR-SOLAPE.
           *> DOS PROCESOS SE SOLAPAN SI CADA UNO EMPIEZA ANTES DE
           *> QUE ACABE EL OTRO; UNA BAJA ABIERTA ACABA EN EL
           *> INFINITO.
           SET baja-it-sin-solape TO TRUE.
           MOVE ws-it-fecha-fin TO ws-it-fin-nueva.
           IF ws-it-fin-nueva = 0
               MOVE 99999999 TO ws-it-fin-nueva
           END-IF.
           MOVE id-consulta TO it-id-trabajador.
           MOVE 0 TO it-fecha-inicio.
           START ITFILE KEY IS NOT LESS THAN it-clave
               INVALID KEY SET itfile-fin TO TRUE
           END-START.
           PERFORM 0041-COMPARAR-SIGUIENTE-BAJA
               UNTIL itfile-fin OR baja-it-solapada.

       0041-COMPARAR-SIGUIENTE-BAJA.
           READ ITFILE NEXT RECORD
               AT END SET itfile-fin TO TRUE
               NOT AT END
                   IF it-id-trabajador NOT = id-consulta
                       SET itfile-fin TO TRUE
                   ELSE
                       MOVE it-fecha-fin TO ws-it-fin-comparada
                       IF ws-it-fin-comparada = 0
                           MOVE 99999999 TO ws-it-fin-comparada
                       END-IF
                       IF ws-it-fecha-inicio <= ws-it-fin-comparada
                           AND it-fecha-inicio <= ws-it-fin-nueva
                           SET baja-it-solapada TO TRUE
                       END-IF
                   END-IF
           END-READ.

       0041-CERRAR-PROCESO-IT.
           *> EL ALTA MEDICA CIERRA EL PROCESO ABIERTO DEL
           *> TRABAJADOR (SOLO PUEDE HABER UNO, NO HAY SOLAPES).
           MOVE 0 TO ws-it-fecha-inicio.
           MOVE id-consulta TO it-id-trabajador.
           MOVE 0 TO it-fecha-inicio.
           START ITFILE KEY IS NOT LESS THAN it-clave
               INVALID KEY SET itfile-fin TO TRUE
           END-START.
           PERFORM 0041-BUSCAR-BAJA-ABIERTA
               UNTIL itfile-fin OR ws-it-fecha-inicio NOT = 0.
           IF ws-it-fecha-inicio = 0
               DISPLAY "EL TRABAJADOR NO TIENE NINGUNA BAJA ABIERTA"
           ELSE
               DISPLAY "BAJA ABIERTA DESDE " ws-it-fecha-inicio
               DISPLAY "FECHA DE FIN DE LA BAJA (AAAAMMDD): "
               ACCEPT ws-it-fecha-fin
               IF FUNCTION TEST-DATE-YYYYMMDD(ws-it-fecha-fin) NOT = 0
                   OR ws-it-fecha-fin < ws-it-fecha-inicio
                   DISPLAY "FECHA DE FIN NO VALIDA O ANTERIOR AL "
                       "INICIO"
               ELSE
                   MOVE id-consulta TO it-id-trabajador
                   MOVE ws-it-fecha-inicio TO it-fecha-inicio
                   READ ITFILE
                       INVALID KEY
                           DISPLAY "BAJA NO ENCONTRADA - FILE STATUS "
                               itfile-status
                       NOT INVALID KEY
                           MOVE ws-it-fecha-fin TO it-fecha-fin
                           REWRITE REG-BAJA-IT
                           MOVE "ALTA-MEDICA" TO ws-operacion-auditoria
                           MOVE it-contingencia TO ws-it-contingencia
                           PERFORM 0041-AUDITAR-BAJA-IT
                           DISPLAY "BAJA CERRADA A " ws-it-fecha-fin
                   END-READ
               END-IF
           END-IF.

       0041-BUSCAR-BAJA-ABIERTA.
           READ ITFILE NEXT RECORD
               AT END SET itfile-fin TO TRUE
               NOT AT END
                   IF it-id-trabajador NOT = id-consulta
                       SET itfile-fin TO TRUE
                   ELSE IF it-fecha-fin = 0
                       MOVE it-fecha-inicio TO ws-it-fecha-inicio
                   END-IF
           END-READ.

       0041-ANULAR-PROCESO-IT.
           *> PARA BAJAS CAPTURADAS POR ERROR; UNA BAJA YA PAGADA EN
           *> UN CIERRE SE CORRIGE CON SU FECHA DE FIN, NO BORRANDOLA.
           DISPLAY "FECHA DE INICIO DE LA BAJA A ANULAR (AAAAMMDD): ".
           ACCEPT ws-it-fecha-inicio.
           MOVE id-consulta TO it-id-trabajador.
           MOVE ws-it-fecha-inicio TO it-fecha-inicio.
           READ ITFILE
               INVALID KEY
                   DISPLAY "NO HAY BAJA CON ESA FECHA DE INICIO"
               NOT INVALID KEY
                   MOVE it-fecha-fin TO ws-it-fecha-fin
                   MOVE it-contingencia TO ws-it-contingencia
                   DELETE ITFILE RECORD
                       INVALID KEY
                           DISPLAY "NO SE PUDO ANULAR - FILE "
                               "STATUS " itfile-status
                       NOT INVALID KEY
                           MOVE "BAJA-BAJA-IT"
                               TO ws-operacion-auditoria
                           PERFORM 0041-AUDITAR-BAJA-IT
                           DISPLAY "BAJA ANULADA"
                   END-DELETE
           END-READ.

       0041-CONSULTAR-BAJAS-IT.

           MOVE 0 TO ws-bajas-it-listadas.
           MOVE id-consulta TO it-id-trabajador.
           MOVE 0 TO it-fecha-inicio.
           START ITFILE KEY IS NOT LESS THAN it-clave
               INVALID KEY SET itfile-fin TO TRUE
           END-START.
           PERFORM 0041-LISTAR-SIGUIENTE-BAJA UNTIL itfile-fin.
           IF ws-bajas-it-listadas = 0
               DISPLAY "EL TRABAJADOR NO TIENE BAJAS IT REGISTRADAS"
           END-IF.

       0041-LISTAR-SIGUIENTE-BAJA.
           READ ITFILE NEXT RECORD
               AT END SET itfile-fin TO TRUE
               NOT AT END
                   IF it-id-trabajador NOT = id-consulta
                       SET itfile-fin TO TRUE
                   ELSE
                       ADD 1 TO ws-bajas-it-listadas
                       IF it-fecha-fin = 0
                           DISPLAY "DESDE " it-fecha-inicio
                               " ABIERTA        "
                               " CONTINGENCIA " it-contingencia
                       ELSE
                           DISPLAY "DESDE " it-fecha-inicio
                               " HASTA " it-fecha-fin
                               " CONTINGENCIA " it-contingencia
                       END-IF
                   END-IF
           END-READ.

       0041-AUDITAR-BAJA-IT.
           *> UNA LINEA POR PROCESO ABIERTO, CERRADO O ANULADO, CON
           *> EL TRABAJADOR Y LAS FECHAS, EN EL MISMO AUDITORIA.TXT
           *> DE SIEMPRE.
           ACCEPT ws-fecha-auditoria FROM DATE YYYYMMDD.
           ACCEPT ws-hora-auditoria FROM TIME.

           MOVE SPACES TO LINEA-AUDITORIA.
           STRING ws-fecha-auditoria DELIMITED BY SIZE
                  " " ws-hora-auditoria DELIMITED BY SIZE
                  " OPERADOR=" ws-operador DELIMITED BY SIZE
                  " OPERACION=" ws-operacion-auditoria DELIMITED BY SIZE
                  " ID=" id-consulta DELIMITED BY SIZE
                  " INICIO=" ws-it-fecha-inicio DELIMITED BY SIZE
                  " FIN=" ws-it-fecha-fin DELIMITED BY SIZE
                  " CONTINGENCIA=" ws-it-contingencia
                  DELIMITED BY SIZE
               INTO LINEA-AUDITORIA.
           PERFORM 0037-SELLAR-LINEA-AUDITORIA.

       0041-ESCRIBIR-LINEAS-IT.
           *> DIAS DE BAJA DEL MES Y PRESTACION, SEPARANDO LO QUE
           *> PAGA LA EMPRESA DE LO QUE ADELANTA POR CUENTA DE LA
           *> MUTUA (PAGO DELEGADO).
           IF ncm-dias-baja-it > 0
               MOVE SPACES TO LINEA-NOMINA
               STRING "BAJA IT:            " ncm-dias-baja-it
                      " DIAS NATURALES EN EL MES"
                   DELIMITED BY SIZE INTO LINEA-NOMINA
               WRITE LINEA-NOMINA
           END-IF.
           IF ncm-it-empresa NOT = 0
               MOVE ncm-it-empresa TO ws-importe-format
               MOVE SPACES TO LINEA-NOMINA
               STRING "IT CARGO EMPRESA " ncm-it-dias-empresa
                      " DIAS: " ws-importe-format
                   DELIMITED BY SIZE INTO LINEA-NOMINA
               WRITE LINEA-NOMINA
           END-IF.
           IF ncm-it-mutua NOT = 0
               MOVE ncm-it-mutua TO ws-importe-format
               MOVE SPACES TO LINEA-NOMINA
               STRING "IT PAGO DELEGADO " ncm-it-dias-mutua
                      " DIAS: " ws-importe-format
                   DELIMITED BY SIZE INTO LINEA-NOMINA
               WRITE LINEA-NOMINA
           END-IF.

       0043-MENU-DATOS-IRPF.

           DISPLAY "M=COMUNICAR O MODIFICAR DATOS, C=CONSULTAR DATOS "
               "Y TIPO EN VIGOR".
           ACCEPT opcion.
           IF NOT (opcion-modificar OR opcion-consulta)
               DISPLAY "OPCION NO VALIDA"
           ELSE
               DISPLAY "IDENTIFICADOR DEL TRABAJADOR: "
               ACCEPT id-consulta
               MOVE id-consulta TO id-trabajador
               READ TRABFILE IGNORING LOCK
                   INVALID KEY
                       DISPLAY "TRABAJADOR NO ENCONTRADO"
                   NOT INVALID KEY
                       MOVE empresa-trabajador TO ws-empresa-comprobar
                       PERFORM 0044-COMPROBAR-EMPRESA-AUTORIZADA
                       IF empresa-autorizada
                           PERFORM 0043-OPERAR-DATOS-IRPF
                       END-IF
               END-READ
           END-IF.

       0043-OPERAR-DATOS-IRPF.

           PERFORM 0043-ABRIR-DATOS-IRPF.
           IF irpffile-ok
               MOVE id-consulta TO irp-id-trabajador
               READ IRPFFILE
                   INVALID KEY
                       SET irpf-sin-registro TO TRUE
                   NOT INVALID KEY
                       SET irpf-con-registro TO TRUE
               END-READ
               IF opcion-modificar
                   PERFORM 0043-CAPTURAR-DATOS-IRPF
               ELSE IF irpf-sin-registro
                   DISPLAY "EL TRABAJADOR NO HA COMUNICADO DATOS: SE "
                       "LE APLICAN LOS TRAMOS GENERALES"
               ELSE
                   PERFORM 0043-MOSTRAR-DATOS-IRPF
               END-IF
               CLOSE IRPFFILE
           END-IF.

       0043-ABRIR-DATOS-IRPF.
           *> SOLO SE CREA VACIO CON STATUS 35 (NO EXISTE), COMO EL
           *> RESTO DE MAESTROS INDEXADOS.
           OPEN I-O IRPFFILE.
           IF irpffile-no-existe
               OPEN OUTPUT IRPFFILE
               CLOSE IRPFFILE
               OPEN I-O IRPFFILE
           END-IF.
           IF NOT irpffile-ok
               DISPLAY "NO SE PUDO ABRIR DATOS_IRPF.DAT - FILE "
                   "STATUS " irpffile-status
           END-IF.

       0043-CAPTURAR-DATOS-IRPF.
           *> SE CAPTURA LA COMUNICACION COMPLETA, SE VALIDA Y SOLO
           *> ENTONCES SE GRABA; EL TIPO LO RECALCULA EL MOTOR EN LA
           *> PROXIMA NOMINA CON EL MOTIVO "DATOS FAMILIARES".
           IF irpf-con-registro
               PERFORM 0043-MOSTRAR-DATOS-IRPF
           END-IF.
           DISPLAY "ESTADO CIVIL (S=SOLTERO, C=CASADO, V=VIUDO, "
               "D=SEPARADO O DIVORCIADO): ".
           ACCEPT ws-irp-estado-civil.
           MOVE FUNCTION UPPER-CASE(ws-irp-estado-civil)
               TO ws-irp-estado-civil.
           MOVE 'N' TO ws-irp-conyuge.
           IF ws-irp-casado
               DISPLAY "CONYUGE A CARGO, SIN RENTAS PROPIAS (S/N): "
               ACCEPT ws-irp-conyuge
               MOVE FUNCTION UPPER-CASE(ws-irp-conyuge)
                   TO ws-irp-conyuge
           END-IF.
           DISPLAY "NUMERO DE HIJOS A CARGO: ".
           ACCEPT ws-irp-hijos.
           DISPLAY "DE ELLOS, MENORES DE 3 ANOS: ".
           ACCEPT ws-irp-menores-3.
           DISPLAY "GRADO DE DISCAPACIDAD DEL TRABAJADOR (0-100): ".
           ACCEPT ws-irp-discapacidad.
           DISPLAY "PRESTAMO DE VIVIENDA HABITUAL ANTERIOR A 2013 "
               "(S/N): ".
           ACCEPT ws-irp-vivienda.
           MOVE FUNCTION UPPER-CASE(ws-irp-vivienda)
               TO ws-irp-vivienda.
           DISPLAY "OTRAS REDUCCIONES ANUALES (PENSION COMPENSATORIA, "
               "ANUALIDADES POR ALIMENTOS; 0 = NINGUNA): ".
           ACCEPT ws-irp-otras.
           IF NOT ws-irp-estado-valido
               DISPLAY "ESTADO CIVIL NO VALIDO, NO SE GRABA"
           ELSE IF ws-irp-conyuge NOT = 'S' AND ws-irp-conyuge NOT = 'N'
               DISPLAY "CONYUGE A CARGO DEBE SER S O N, NO SE GRABA"
           ELSE IF ws-irp-menores-3 > ws-irp-hijos
               DISPLAY "HAY MAS MENORES DE 3 ANOS QUE HIJOS, NO SE "
                   "GRABA"
           ELSE IF ws-irp-discapacidad > 100
               DISPLAY "GRADO DE DISCAPACIDAD NO VALIDO, NO SE GRABA"
           ELSE IF ws-irp-vivienda NOT = 'S'
               AND ws-irp-vivienda NOT = 'N'
               DISPLAY "VIVIENDA HABITUAL DEBE SER S O N, NO SE GRABA"
           ELSE
               PERFORM 0043-GRABAR-DATOS-IRPF
           END-IF.

       0043-GRABAR-DATOS-IRPF.

           IF irpf-sin-registro
               PERFORM 0043-INICIAR-REGISTRO-IRPF
           END-IF.
           MOVE ws-irp-estado-civil TO irp-estado-civil.
           MOVE ws-irp-conyuge TO irp-conyuge-a-cargo.
           MOVE ws-irp-hijos TO irp-hijos.
           MOVE ws-irp-menores-3 TO irp-hijos-menores-3.
           MOVE ws-irp-discapacidad TO irp-grado-discapacidad.
           MOVE ws-irp-vivienda TO irp-vivienda-habitual.
           MOVE ws-irp-otras TO irp-otras-reducciones.
           ACCEPT irp-fecha-datos FROM DATE YYYYMMDD.
           MOVE ws-operador TO irp-operador.
           MOVE 'S' TO irp-recalculo-pendiente.
           IF irpf-sin-registro
               WRITE REG-DATOS-IRPF
                   INVALID KEY
                       DISPLAY "NO SE PUDO GRABAR - FILE STATUS "
                           irpffile-status
                   NOT INVALID KEY
                       MOVE "ALTA-IRPF" TO ws-operacion-auditoria
                       PERFORM 0043-AUDITAR-DATOS-IRPF
                       DISPLAY "DATOS GRABADOS; EL TIPO SE CALCULA EN "
                           "LA PROXIMA NOMINA"
               END-WRITE
           ELSE
               REWRITE REG-DATOS-IRPF
                   INVALID KEY
                       DISPLAY "NO SE PUDO GRABAR - FILE STATUS "
                           irpffile-status
                   NOT INVALID KEY
                       MOVE "MODIF-IRPF" TO ws-operacion-auditoria
                       PERFORM 0043-AUDITAR-DATOS-IRPF
                       DISPLAY "DATOS GRABADOS; EL TIPO SE RECALCULA "
                           "EN LA PROXIMA NOMINA"
               END-REWRITE
           END-IF.

       0043-INICIAR-REGISTRO-IRPF.
           *> PRIMERA COMUNICACION DEL TRABAJADOR: SIN TIPO PROPIO
           *> TODAVIA, Y CON LO YA COBRADO Y RETENIDO EN EL
           *> EJERCICIO (NOMINAS Y EXTRAS GRABADAS EN NOMINAS.DAT,
           *> SALVO LA DEL MES EN CURSO, QUE ACUMULARA SU CIERRE) PARA
           *> QUE EL PRIMER TIPO YA REGULARICE LOS MESES PASADOS.
           MOVE SPACES TO REG-DATOS-IRPF.
           MOVE id-consulta TO irp-id-trabajador.
           ACCEPT ws-fecha-nomina FROM DATE YYYYMMDD.
           COMPUTE ws-irp-periodo-hoy = ws-fecha-nomina / 100.
           COMPUTE irp-ejercicio = ws-irp-periodo-hoy / 100.
           MOVE 0 TO irp-tipo-vigente irp-periodo-tipo
                     irp-base-calculo.
           MOVE 0 TO irp-ultimo-periodo irp-ultimo-bruto
                     irp-ultimo-irpf.
           MOVE 0 TO irp-ultima-extra irp-extra-bruto irp-extra-irpf.
           MOVE 0 TO ws-irp-acum-bruto ws-irp-acum-irpf.
           OPEN INPUT NOMMAESTRO.
           IF nommaestro-ok
               MOVE id-consulta TO nom-id-trabajador
               COMPUTE nom-periodo = irp-ejercicio * 100
               START NOMMAESTRO KEY IS NOT LESS THAN nom-clave
                   INVALID KEY SET nommaestro-fin TO TRUE
               END-START
               PERFORM 0043-SUMAR-NOMINA-EJERCICIO
                   UNTIL nommaestro-fin
               CLOSE NOMMAESTRO
           END-IF.
           MOVE ws-irp-acum-bruto TO irp-bruto-acumulado.
           MOVE ws-irp-acum-irpf TO irp-irpf-acumulado.

       0043-SUMAR-NOMINA-EJERCICIO.
           READ NOMMAESTRO NEXT RECORD
               AT END SET nommaestro-fin TO TRUE
               NOT AT END
                   IF nom-id-trabajador NOT = id-consulta
                       OR nom-periodo > irp-ejercicio * 100 + 14
                       SET nommaestro-fin TO TRUE
                   ELSE IF nom-periodo NOT = ws-irp-periodo-hoy
                       ADD nom-bruto TO ws-irp-acum-bruto
                       ADD nom-irpf TO ws-irp-acum-irpf
                   END-IF
           END-READ.

       0043-MOSTRAR-DATOS-IRPF.

           DISPLAY "ESTADO CIVIL: " irp-estado-civil
               "  CONYUGE A CARGO: " irp-conyuge-a-cargo
               "  HIJOS: " irp-hijos
               " (MENORES DE 3: " irp-hijos-menores-3 ")".
           MOVE irp-otras-reducciones TO ws-importe-format.
           DISPLAY "DISCAPACIDAD: " irp-grado-discapacidad
               "%  VIVIENDA: " irp-vivienda-habitual
               "  OTRAS REDUCCIONES: " ws-importe-format.
           DISPLAY "COMUNICADOS EL " irp-fecha-datos
               " POR " irp-operador.
           IF irp-datos-cambiados
               DISPLAY "TIPO PENDIENTE DE RECALCULAR CON LOS DATOS "
                   "NUEVOS EN LA PROXIMA NOMINA"
           END-IF.
           IF irp-periodo-tipo NOT = 0
               MOVE irp-tipo-vigente TO ws-tipo-irpf-format
               DISPLAY "TIPO EN VIGOR " ws-tipo-irpf-format
                   "% DESDE " irp-periodo-tipo
                   " MOTIVO " irp-motivo-tipo
                   " (F=DATOS FAMILIARES, I=INICIO EJERCICIO, "
                   "S=CAMBIO DE SALARIO, A=ATRASOS)"
           END-IF.
           MOVE irp-bruto-acumulado TO ws-acum-format.
           DISPLAY "EJERCICIO " irp-ejercicio
               " BRUTO ACUMULADO: " ws-acum-format.
           MOVE irp-irpf-acumulado TO ws-acum-format.
           DISPLAY "               RETENIDO:        " ws-acum-format.

       0043-AUDITAR-DATOS-IRPF.
           *> UNA LINEA POR COMUNICACION, CON LOS DATOS QUE DECIDEN
           *> EL TIPO, EN EL MISMO AUDITORIA.TXT DE SIEMPRE.
           ACCEPT ws-fecha-auditoria FROM DATE YYYYMMDD.
           ACCEPT ws-hora-auditoria FROM TIME.

           MOVE SPACES TO LINEA-AUDITORIA.
           STRING ws-fecha-auditoria DELIMITED BY SIZE
                  " " ws-hora-auditoria DELIMITED BY SIZE
                  " OPERADOR=" ws-operador DELIMITED BY SIZE
                  " OPERACION=" ws-operacion-auditoria DELIMITED BY SIZE
                  " ID=" id-consulta DELIMITED BY SIZE
                  " ESTADO=" irp-estado-civil DELIMITED BY SIZE
                  " CONYUGE=" irp-conyuge-a-cargo DELIMITED BY SIZE
                  " HIJOS=" irp-hijos DELIMITED BY SIZE
                  " MENORES3=" irp-hijos-menores-3 DELIMITED BY SIZE
                  " DISCAP=" irp-grado-discapacidad DELIMITED BY SIZE
                  " VIVIENDA=" irp-vivienda-habitual DELIMITED BY SIZE
                  " OTRAS=" irp-otras-reducciones DELIMITED BY SIZE
               INTO LINEA-AUDITORIA.
           PERFORM 0037-SELLAR-LINEA-AUDITORIA.

       0043-ESCRIBIR-LINEA-TIPO-IRPF.
           *> TIPO DE IRPF APLICADO, DESDE QUE PERIODO RIGE Y POR
           *> QUE CAMBIO POR ULTIMA VEZ (SIN DATOS COMUNICADOS, EL
           *> TIPO EFECTIVO DE LOS TRAMOS GENERALES).
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
           WRITE LINEA-NOMINA.

       0044-EVALUAR-EMPRESA.
           *> DECIDE SIN MENSAJES SI EL OPERADOR PUEDE TRABAJAR CON
           *> LA EMPRESA DE ws-empresa-comprobar. LOS TRABAJADORES
           *> ANTERIORES A LA MULTIEMPRESA (SIN CODIGO) SON DE LA 01.
           IF ws-empresa-comprobar IS NOT NUMERIC
               OR ws-empresa-comprobar = 0
               MOVE 1 TO ws-empresa-comprobar
           END-IF.
           SET empresa-no-autorizada TO TRUE.
           IF ws-empresas-operador = "**"
               SET empresa-autorizada TO TRUE
           ELSE IF ws-empresas-operador = SPACES
               IF ws-empresa-comprobar = 1
                   SET empresa-autorizada TO TRUE
               END-IF
           ELSE
               MOVE 0 TO ws-indice-empresa-op
               PERFORM 0044-COMPARAR-EMPRESA-OPERADOR
                   UNTIL ws-indice-empresa-op = 10
                      OR empresa-autorizada
           END-IF.

       0044-COMPARAR-EMPRESA-OPERADOR.

           ADD 1 TO ws-indice-empresa-op.
           IF ws-empresa-operador(ws-indice-empresa-op) IS NUMERIC
               IF ws-empresa-operador(ws-indice-empresa-op)
                   = ws-empresa-comprobar
                   SET empresa-autorizada TO TRUE
               END-IF
           END-IF.

       0044-COMPROBAR-EMPRESA-AUTORIZADA.
           *> COMO 0044-EVALUAR-EMPRESA, PERO AVISANDO AL OPERADOR Y
           *> DEJANDO LA DENEGACION EN AUDITORIA.
           PERFORM 0044-EVALUAR-EMPRESA.
           IF empresa-no-autorizada
               DISPLAY "TRABAJADOR DE UNA EMPRESA NO AUTORIZADA PARA "
                   "SU USUARIO"
               MOVE "DENEGADO" TO ws-operacion-auditoria
               PERFORM 0025-AUDITAR-DENEGACION
           END-IF.

       0044-EMPRESA-POR-OMISION.
           *> EN EL ALTA SE PROPONE LA PRIMERA EMPRESA AUTORIZADA AL
           *> OPERADOR (LA 01 SI LAS TIENE TODAS O NO TIENE LISTA).
           MOVE 1 TO frm-empresa.
           IF ws-empresas-operador NOT = "**"
               AND ws-empresa-operador(1) IS NUMERIC
               MOVE ws-empresa-operador(1) TO frm-empresa
           END-IF.

       0044-VALIDAR-EMPRESA-FORM.
           *> LA EMPRESA DEBE EXISTIR EN EL CATALOGO, ESTAR
           *> AUTORIZADA AL OPERADOR Y SER LA DE TODOS LOS
           *> DEPARTAMENTOS DEL TRABAJADOR (LOS DEPARTAMENTOS SIN
           *> EMPRESA EN EL CATALOGO SON DE LA 01).
           IF frm-empresa IS NOT NUMERIC OR frm-empresa = 0
               MOVE "LA EMPRESA ES OBLIGATORIA" TO ws-form-error
           ELSE
               SET emp-cat-invalida TO TRUE
               SET INDX-EMP-CAT TO 1
               SEARCH empresa-cat
                   WHEN id-emp-cat(INDX-EMP-CAT) = frm-empresa
                       SET emp-cat-valida TO TRUE
               END-SEARCH
               MOVE frm-empresa TO ws-empresa-comprobar
               PERFORM 0044-EVALUAR-EMPRESA
               IF emp-cat-invalida
                   MOVE "EMPRESA NO CATALOGADA EN EMPRESAS.DAT"
                       TO ws-form-error
               ELSE IF empresa-no-autorizada
                   MOVE "EMPRESA NO AUTORIZADA PARA SU USUARIO"
                       TO ws-form-error
               ELSE
                   MOVE 0 TO ws-indice-form-dep
                   PERFORM 0044-COMPROBAR-EMPRESA-DEP-FORM
                       UNTIL ws-indice-form-dep = 3
               END-IF
           END-IF.

       0044-COMPROBAR-EMPRESA-DEP-FORM.

           ADD 1 TO ws-indice-form-dep.
           IF frm-departamento(ws-indice-form-dep) NOT = 0
               SET INDX-DEP-CAT TO 1
               SEARCH departamento-cat
                   WHEN id-dep-cat(INDX-DEP-CAT) =
                        frm-departamento(ws-indice-form-dep)
                       MOVE empresa-dep-cat(INDX-DEP-CAT)
                           TO ws-empresa-comprobar
                       IF ws-empresa-comprobar IS NOT NUMERIC
                           OR ws-empresa-comprobar = 0
                           MOVE 1 TO ws-empresa-comprobar
                       END-IF
                       IF ws-empresa-comprobar NOT = frm-empresa
                           MOVE "DEPARTAMENTO DE OTRA EMPRESA"
                               TO ws-form-error
                       END-IF
               END-SEARCH
           END-IF.

       0044-EVALUAR-EMPRESA-TRABAJADOR.
           *> EMPRESA DEL TRABAJADOR DE id-trabajador, LEIDO SIN
           *> BLOQUEO; SI YA NO ESTA EN EL FICHERO SE TOMA LA 01.
           READ TRABFILE IGNORING LOCK
               INVALID KEY MOVE 1 TO ws-empresa-comprobar
               NOT INVALID KEY
                   MOVE empresa-trabajador TO ws-empresa-comprobar
           END-READ.
           PERFORM 0044-EVALUAR-EMPRESA.

       0046-REGISTRAR-GASTO.
           *> CAPTURA UN GASTO DE VIAJE DEL TRABAJADOR EN GASTOS.DAT.
           *> LAS DIETAS Y EL KILOMETRAJE YA NO SE PASAN COMO BONO U
           *> OTROS: EL MOTOR SEPARA LA PARTE EXENTA DEL EXCESO.
           DISPLAY "IDENTIFICADOR DEL TRABAJADOR: ".
           ACCEPT id-consulta.
           MOVE id-consulta TO id-trabajador.
           READ TRABFILE IGNORING LOCK
               INVALID KEY
                   DISPLAY "TRABAJADOR NO ENCONTRADO"
               NOT INVALID KEY
                   MOVE empresa-trabajador TO ws-empresa-comprobar
                   PERFORM 0044-COMPROBAR-EMPRESA-AUTORIZADA
                   IF empresa-autorizada
                       PERFORM 0046-CAPTURAR-GASTO
                   END-IF
           END-READ.

       0046-CAPTURAR-GASTO.
           *> EL PERIODO ES EL DE LA NOMINA QUE LO PAGA; LA FECHA ES
           *> LA DEL DESPLAZAMIENTO.
           DISPLAY "PERIODO DE PAGO (AAAAMM, 0 = MES EN CURSO): ".
           ACCEPT ws-periodo-consulta.
           ACCEPT ws-fecha-nomina FROM DATE YYYYMMDD.
           IF ws-periodo-consulta = 0
               COMPUTE ws-periodo-consulta = ws-fecha-nomina / 100
           END-IF.
           DISPLAY "FECHA DEL GASTO (AAAAMMDD, 0 = HOY): ".
           ACCEPT gas-fecha.
           IF gas-fecha = 0
               MOVE ws-fecha-nomina TO gas-fecha
           END-IF.

           MOVE SPACE TO gas-tipo.
           PERFORM 0046-CAPTURAR-TIPO-GASTO UNTIL gasto-tipo-valido.

           MOVE 0 TO gas-unidades gas-importe.
           IF gasto-dieta-sin-pernocta OR gasto-dieta-pernocta
               DISPLAY "DIAS DE DIETA: "
               ACCEPT gas-unidades
               DISPLAY "IMPORTE PAGADO: "
               ACCEPT gas-importe
           ELSE IF gasto-kilometraje
               DISPLAY "KILOMETROS: "
               ACCEPT gas-unidades
               DISPLAY "IMPORTE PAGADO (0 = AL PRECIO EXENTO POR KM): "
               ACCEPT gas-importe
           ELSE
               DISPLAY "IMPORTE PAGADO: "
               ACCEPT gas-importe
           END-IF.
           DISPLAY "DESCRIPCION (DESTINO, MOTIVO): ".
           ACCEPT gas-descripcion.

           MOVE id-consulta TO gas-id-trabajador.
           MOVE ws-periodo-consulta TO gas-periodo.
           *> COMO LAS INCIDENCIAS, NACE PENDIENTE Y NO SE PAGA HASTA
           *> QUE UN SUPERVISOR LO APRUEBE.
           SET gasto-pendiente TO TRUE.

           *> ALTA CON LA SECUENCIA SIGUIENTE A LA ULTIMA DEL
           *> TRABAJADOR EN EL PERIODO, COMO 0050-GRABAR-INCIDENCIA.
           *> SOLO SE CREA VACIO CON STATUS 35 (NO EXISTE).
           MOVE REG-GASTO TO ws-gasto-nuevo.
           OPEN I-O GASFILE.
           IF gasfile-no-existe
               OPEN OUTPUT GASFILE
               CLOSE GASFILE
               OPEN I-O GASFILE
           END-IF.
           IF NOT gasfile-ok
               DISPLAY "NO SE PUDO ABRIR GASTOS.DAT - FILE STATUS "
                   gasfile-status
           ELSE
               PERFORM 0046-BUSCAR-ULTIMA-SECUENCIA
               MOVE ws-gasto-nuevo TO REG-GASTO
               IF ws-gas-secuencia = 999
                   DISPLAY "EL TRABAJADOR " id-consulta
                       " YA TIENE 999 GASTOS EN EL PERIODO "
                       ws-periodo-consulta ", NO SE GRABA"
               ELSE
                   ADD 1 TO ws-gas-secuencia
                   MOVE ws-gas-secuencia TO gas-secuencia
                   WRITE REG-GASTO
                       INVALID KEY
                           DISPLAY "NO SE PUDO GRABAR EL GASTO - FILE "
                               "STATUS " gasfile-status
                       NOT INVALID KEY
                           DISPLAY "GASTO REGISTRADO (PENDIENTE DE "
                               "APROBAR) PARA EL PERIODO "
                               ws-periodo-consulta
                   END-WRITE
               END-IF
               CLOSE GASFILE
           END-IF.

       0046-BUSCAR-ULTIMA-SECUENCIA.

           MOVE 0 TO ws-gas-secuencia.
           MOVE 0 TO gas-secuencia.
           START GASFILE KEY IS NOT LESS THAN gas-clave
               INVALID KEY SET gasfile-fin TO TRUE
           END-START.
           PERFORM 0046-LEER-SECUENCIA UNTIL gasfile-fin.

       0046-LEER-SECUENCIA.
           READ GASFILE NEXT RECORD
               AT END SET gasfile-fin TO TRUE
               NOT AT END
                   IF gas-id-trabajador NOT = id-consulta
                       OR gas-periodo NOT = ws-periodo-consulta
                       SET gasfile-fin TO TRUE
                   ELSE
                       MOVE gas-secuencia TO ws-gas-secuencia
                   END-IF
           END-READ.

       0046-CAPTURAR-TIPO-GASTO.

           DISPLAY "TIPO (D=DIETA SIN PERNOCTA, P=DIETA CON PERNOCTA, "
               "K=KILOMETRAJE, O=OTROS): ".
           ACCEPT gas-tipo.
           IF NOT gasto-tipo-valido
               DISPLAY "TIPO DE GASTO NO VALIDO"
           END-IF.

       0046-APROBAR-GASTOS.
           *> REVISION UNO A UNO DE LOS GASTOS PENDIENTES DEL PERIODO,
           *> COMO LAS INCIDENCIAS (0035-APROBAR-INCIDENCIAS): SOLO SE
           *> RECORRE EL PERIODO, POR SU CLAVE ALTERNATIVA, Y CADA
           *> DECISION SE REESCRIBE EN SITIO.
           DISPLAY "PERIODO A REVISAR (AAAAMM, 0 = MES EN CURSO): ".
           ACCEPT ws-periodo-consulta.
           IF ws-periodo-consulta = 0
               ACCEPT ws-fecha-nomina FROM DATE YYYYMMDD
               COMPUTE ws-periodo-consulta = ws-fecha-nomina / 100
           END-IF.
           MOVE 0 TO ws-inc-aprobadas ws-inc-rechazadas
                     ws-inc-pendientes.
           OPEN I-O GASFILE.
           IF NOT gasfile-ok
               DISPLAY "NO HAY GASTOS.DAT QUE REVISAR"
           ELSE
               MOVE ws-periodo-consulta TO gas-periodo
               START GASFILE KEY IS EQUAL TO gas-periodo
                   INVALID KEY SET gasfile-fin TO TRUE
               END-START
               PERFORM 0046-REVISAR-SIGUIENTE UNTIL gasfile-fin
               CLOSE GASFILE
               DISPLAY "APROBADOS: " ws-inc-aprobadas
                   " RECHAZADOS: " ws-inc-rechazadas
                   " SIGUEN PENDIENTES: " ws-inc-pendientes
           END-IF.

       0046-REVISAR-SIGUIENTE.
           READ GASFILE NEXT RECORD
               AT END SET gasfile-fin TO TRUE
               NOT AT END
                   IF gas-periodo NOT = ws-periodo-consulta
                       SET gasfile-fin TO TRUE
                   END-IF
                   IF NOT gasfile-fin AND gasto-pendiente
                       MOVE gas-id-trabajador TO id-trabajador
                       PERFORM 0044-EVALUAR-EMPRESA-TRABAJADOR
                       IF empresa-autorizada
                           PERFORM 0046-DECIDIR-GASTO
                       ELSE
                           ADD 1 TO ws-inc-pendientes
                       END-IF
                   END-IF
           END-READ.

       0046-DECIDIR-GASTO.

           MOVE gas-importe TO ws-importe-format.
           MOVE gas-unidades TO ws-unidades-format.
           DISPLAY "ID " gas-id-trabajador
               " FECHA " gas-fecha
               " TIPO " gas-tipo
               " UNIDADES " ws-unidades-format
               " IMPORTE " ws-importe-format.
           DISPLAY "  " gas-descripcion
               " - A=APROBAR, R=RECHAZAR, OTRA=DEJAR PENDIENTE: ".
           ACCEPT opcion.
           IF opcion-alta
               SET gasto-aprobado TO TRUE
               ADD 1 TO ws-inc-aprobadas
               PERFORM 0046-REESCRIBIR-GASTO
           ELSE IF opcion = 'R'
               SET gasto-rechazado TO TRUE
               ADD 1 TO ws-inc-rechazadas
               PERFORM 0046-REESCRIBIR-GASTO
           ELSE
               ADD 1 TO ws-inc-pendientes
           END-IF.

       0046-REESCRIBIR-GASTO.
           REWRITE REG-GASTO
               INVALID KEY
                   DISPLAY "NO SE PUDO ACTUALIZAR EL GASTO - "
                       "FILE STATUS " gasfile-status
           END-REWRITE.

       0047-MENU-ESPECIE.

           DISPLAY "A=ALTA, F=FIN DE VIGENCIA, B=ANULAR, "
               "C=CONSULTAR RETRIBUCION EN ESPECIE".
           ACCEPT opcion.
           IF NOT (opcion-alta OR opcion = 'F' OR opcion-baja
                   OR opcion-consulta)
               DISPLAY "OPCION NO VALIDA"
           ELSE
               DISPLAY "IDENTIFICADOR DEL TRABAJADOR: "
               ACCEPT id-consulta
               MOVE id-consulta TO id-trabajador
               READ TRABFILE IGNORING LOCK
                   INVALID KEY
                       DISPLAY "TRABAJADOR NO ENCONTRADO"
                   NOT INVALID KEY
                       MOVE empresa-trabajador TO ws-empresa-comprobar
                       PERFORM 0044-COMPROBAR-EMPRESA-AUTORIZADA
                       IF empresa-autorizada
                           PERFORM 0047-OPERAR-ESPECIE
                       END-IF
               END-READ
           END-IF.

       0047-OPERAR-ESPECIE.

           PERFORM 0047-ABRIR-ESPECIE.
           IF espfile-ok
               IF opcion-alta
                   PERFORM 0047-ALTA-ESPECIE
               ELSE IF opcion = 'F'
                   PERFORM 0047-FIN-VIGENCIA-ESPECIE
               ELSE IF opcion-baja
                   PERFORM 0047-ANULAR-ESPECIE
               ELSE
                   PERFORM 0047-CONSULTAR-ESPECIE
               END-IF
               CLOSE ESPFILE
           END-IF.

       0047-ABRIR-ESPECIE.
           *> SOLO SE CREA VACIO CON STATUS 35 (NO EXISTE), COMO EL
           *> RESTO DE MAESTROS INDEXADOS.
           OPEN I-O ESPFILE.
           IF espfile-no-existe
               OPEN OUTPUT ESPFILE
               CLOSE ESPFILE
               OPEN I-O ESPFILE
           END-IF.
           IF NOT espfile-ok
               DISPLAY "NO SE PUDO ABRIR ESPECIE.DAT - FILE "
                   "STATUS " espfile-status
           END-IF.

       0047-ALTA-ESPECIE.
           *> CADA LINEA TOMA EL NUMERO SIGUIENTE AL ULTIMO DEL
           *> TRABAJADOR. LA FECHA HASTA SE PUEDE DAR YA O DEJAR A
           *> CERO HASTA QUE SE RETIRE LA PRESTACION.
           IF NOT trabajador-activo
               DISPLAY "EL TRABAJADOR NO ESTA ACTIVO"
           ELSE
               DISPLAY "TIPO (V=VEHICULO, S=SEGURO MEDICO, "
                   "P=PRESTAMO, O=OTROS): "
               ACCEPT ws-esp-tipo
               MOVE FUNCTION UPPER-CASE(ws-esp-tipo) TO ws-esp-tipo
               MOVE ws-esp-tipo TO esp-tipo
               DISPLAY "VALORACION MENSUAL: "
               ACCEPT ws-esp-valoracion
               DISPLAY "VIGENTE DESDE (AAAAMMDD): "
               ACCEPT ws-esp-fecha-desde
               DISPLAY "VIGENTE HASTA (AAAAMMDD, 0 = SIN FIN): "
               ACCEPT ws-esp-fecha-hasta
               IF NOT especie-tipo-valido
                   DISPLAY "TIPO DE RETRIBUCION NO VALIDO"
               ELSE IF ws-esp-valoracion = 0
                   DISPLAY "VALORACION NO VALIDA"
               ELSE IF FUNCTION TEST-DATE-YYYYMMDD(ws-esp-fecha-desde)
                   NOT = 0
                   DISPLAY "FECHA DESDE NO VALIDA"
               ELSE IF ws-esp-fecha-hasta NOT = 0
                   AND (FUNCTION TEST-DATE-YYYYMMDD(ws-esp-fecha-hasta)
                        NOT = 0
                        OR ws-esp-fecha-hasta < ws-esp-fecha-desde)
                   DISPLAY "FECHA HASTA NO VALIDA O ANTERIOR A LA "
                       "FECHA DESDE"
               ELSE
                   PERFORM 0047-BUSCAR-ULTIMO-NUMERO
                   IF ws-esp-numero = 99
                       DISPLAY "EL TRABAJADOR YA TIENE 99 LINEAS DE "
                           "ESPECIE: ANULE LAS QUE SOBREN"
                   ELSE
                       ADD 1 TO ws-esp-numero
                       PERFORM 0047-GRABAR-ESPECIE
                   END-IF
               END-IF
           END-IF.

       0047-BUSCAR-ULTIMO-NUMERO.

           MOVE 0 TO ws-esp-numero.
           MOVE id-consulta TO esp-id-trabajador.
           MOVE 0 TO esp-numero.
           START ESPFILE KEY IS NOT LESS THAN esp-clave
               INVALID KEY SET espfile-fin TO TRUE
           END-START.
           PERFORM 0047-LEER-NUMERO-ESPECIE UNTIL espfile-fin.

       0047-LEER-NUMERO-ESPECIE.
           READ ESPFILE NEXT RECORD
               AT END SET espfile-fin TO TRUE
               NOT AT END
                   IF esp-id-trabajador NOT = id-consulta
                       SET espfile-fin TO TRUE
                   ELSE
                       MOVE esp-numero TO ws-esp-numero
                   END-IF
           END-READ.

       0047-GRABAR-ESPECIE.

           DISPLAY "DESCRIPCION (VEHICULO, POLIZA, PRESTAMO...): ".
           MOVE SPACES TO esp-descripcion.
           ACCEPT esp-descripcion.
           MOVE id-consulta TO esp-id-trabajador.
           MOVE ws-esp-numero TO esp-numero.
           MOVE ws-esp-tipo TO esp-tipo.
           MOVE ws-esp-valoracion TO esp-valoracion-mensual.
           MOVE ws-esp-fecha-desde TO esp-fecha-desde.
           MOVE ws-esp-fecha-hasta TO esp-fecha-hasta.
           WRITE REG-ESPECIE
               INVALID KEY
                   DISPLAY "NO SE PUDO GRABAR LA LINEA - FILE "
                       "STATUS " espfile-status
               NOT INVALID KEY
                   MOVE "ALTA-ESPECIE" TO ws-operacion-auditoria
                   PERFORM 0047-AUDITAR-ESPECIE
                   DISPLAY "RETRIBUCION EN ESPECIE REGISTRADA, LINEA "
                       ws-esp-numero
           END-WRITE.

       0047-FIN-VIGENCIA-ESPECIE.
           *> LA RETIRADA DE LA PRESTACION SE CAPTURA COMO FECHA
           *> HASTA; LA LINEA QUEDA PARA LOS MESES YA PAGADOS.
           DISPLAY "NUMERO DE LINEA: ".
           ACCEPT ws-esp-numero.
           MOVE id-consulta TO esp-id-trabajador.
           MOVE ws-esp-numero TO esp-numero.
           READ ESPFILE
               INVALID KEY
                   DISPLAY "NO HAY LINEA DE ESPECIE CON ESE NUMERO"
               NOT INVALID KEY
                   DISPLAY "VIGENTE DESDE " esp-fecha-desde
                   DISPLAY "VIGENTE HASTA (AAAAMMDD): "
                   ACCEPT ws-esp-fecha-hasta
                   IF FUNCTION TEST-DATE-YYYYMMDD(ws-esp-fecha-hasta)
                       NOT = 0
                       OR ws-esp-fecha-hasta < esp-fecha-desde
                       DISPLAY "FECHA HASTA NO VALIDA O ANTERIOR A "
                           "LA FECHA DESDE"
                   ELSE
                       MOVE ws-esp-fecha-hasta TO esp-fecha-hasta
                       REWRITE REG-ESPECIE
                       MOVE esp-tipo TO ws-esp-tipo
                       MOVE esp-valoracion-mensual TO ws-esp-valoracion
                       MOVE esp-fecha-desde TO ws-esp-fecha-desde
                       MOVE "FIN-ESPECIE" TO ws-operacion-auditoria
                       PERFORM 0047-AUDITAR-ESPECIE
                       DISPLAY "LINEA VIGENTE HASTA "
                           ws-esp-fecha-hasta
                   END-IF
           END-READ.

       0047-ANULAR-ESPECIE.
           *> PARA LINEAS CAPTURADAS POR ERROR; UNA LINEA YA PAGADA
           *> EN UN CIERRE SE CORRIGE CON SU FECHA HASTA.
           DISPLAY "NUMERO DE LINEA A ANULAR: ".
           ACCEPT ws-esp-numero.
           MOVE id-consulta TO esp-id-trabajador.
           MOVE ws-esp-numero TO esp-numero.
           READ ESPFILE
               INVALID KEY
                   DISPLAY "NO HAY LINEA DE ESPECIE CON ESE NUMERO"
               NOT INVALID KEY
                   MOVE esp-tipo TO ws-esp-tipo
                   MOVE esp-valoracion-mensual TO ws-esp-valoracion
                   MOVE esp-fecha-desde TO ws-esp-fecha-desde
                   MOVE esp-fecha-hasta TO ws-esp-fecha-hasta
                   DELETE ESPFILE RECORD
                       INVALID KEY
                           DISPLAY "NO SE PUDO ANULAR - FILE "
                               "STATUS " espfile-status
                       NOT INVALID KEY
                           MOVE "BAJA-ESPECIE"
                               TO ws-operacion-auditoria
                           PERFORM 0047-AUDITAR-ESPECIE
                           DISPLAY "LINEA ANULADA"
                   END-DELETE
           END-READ.

       0047-CONSULTAR-ESPECIE.

           MOVE 0 TO ws-especies-listadas.
           MOVE id-consulta TO esp-id-trabajador.
           MOVE 0 TO esp-numero.
           START ESPFILE KEY IS NOT LESS THAN esp-clave
               INVALID KEY SET espfile-fin TO TRUE
           END-START.
           PERFORM 0047-LISTAR-SIGUIENTE-ESPECIE UNTIL espfile-fin.
           IF ws-especies-listadas = 0
               DISPLAY "EL TRABAJADOR NO TIENE RETRIBUCION EN ESPECIE"
           END-IF.

       0047-LISTAR-SIGUIENTE-ESPECIE.
           READ ESPFILE NEXT RECORD
               AT END SET espfile-fin TO TRUE
               NOT AT END
                   IF esp-id-trabajador NOT = id-consulta
                       SET espfile-fin TO TRUE
                   ELSE
                       ADD 1 TO ws-especies-listadas
                       MOVE esp-valoracion-mensual TO ws-importe-format
                       IF esp-fecha-hasta = 0
                           DISPLAY esp-numero " " esp-tipo " "
                               ws-importe-format " DESDE "
                               esp-fecha-desde " SIN FIN   "
                               esp-descripcion
                       ELSE
                           DISPLAY esp-numero " " esp-tipo " "
                               ws-importe-format " DESDE "
                               esp-fecha-desde " HASTA "
                               esp-fecha-hasta " " esp-descripcion
                       END-IF
                   END-IF
           END-READ.

       0047-AUDITAR-ESPECIE.
           *> UNA LINEA POR ALTA, FIN DE VIGENCIA O ANULACION, CON EL
           *> TRABAJADOR, EL TIPO, LA VALORACION Y LAS FECHAS.
           ACCEPT ws-fecha-auditoria FROM DATE YYYYMMDD.
           ACCEPT ws-hora-auditoria FROM TIME.

           MOVE SPACES TO LINEA-AUDITORIA.
           STRING ws-fecha-auditoria DELIMITED BY SIZE
                  " " ws-hora-auditoria DELIMITED BY SIZE
                  " OPERADOR=" ws-operador DELIMITED BY SIZE
                  " OPERACION=" ws-operacion-auditoria DELIMITED BY SIZE
                  " ID=" id-consulta DELIMITED BY SIZE
                  " LINEA=" ws-esp-numero DELIMITED BY SIZE
                  " TIPO=" ws-esp-tipo DELIMITED BY SIZE
                  " VALORACION=" ws-esp-valoracion DELIMITED BY SIZE
                  " DESDE=" ws-esp-fecha-desde DELIMITED BY SIZE
                  " HASTA=" ws-esp-fecha-hasta DELIMITED BY SIZE
               INTO LINEA-AUDITORIA.
           PERFORM 0037-SELLAR-LINEA-AUDITORIA.

       0048-MENU-DEDUCCIONES.

           DISPLAY "A=ALTA, F=FIN DE VIGENCIA, B=ANULAR, "
               "C=CONSULTAR DEDUCCIONES VOLUNTARIAS".
           ACCEPT opcion.
           IF NOT (opcion-alta OR opcion = 'F' OR opcion-baja
                   OR opcion-consulta)
               DISPLAY "OPCION NO VALIDA"
           ELSE
               DISPLAY "IDENTIFICADOR DEL TRABAJADOR: "
               ACCEPT id-consulta
               MOVE id-consulta TO id-trabajador
               READ TRABFILE IGNORING LOCK
                   INVALID KEY
                       DISPLAY "TRABAJADOR NO ENCONTRADO"
                   NOT INVALID KEY
                       MOVE empresa-trabajador TO ws-empresa-comprobar
                       PERFORM 0044-COMPROBAR-EMPRESA-AUTORIZADA
                       IF empresa-autorizada
                           PERFORM 0048-OPERAR-DEDUCCION
                       END-IF
               END-READ
           END-IF.

       0048-OPERAR-DEDUCCION.

           PERFORM 0048-ABRIR-DEDUCCIONES.
           IF dedfile-ok
               IF opcion-alta
                   PERFORM 0048-ALTA-DEDUCCION
               ELSE IF opcion = 'F'
                   PERFORM 0048-FIN-VIGENCIA-DEDUCCION
               ELSE IF opcion-baja
                   PERFORM 0048-ANULAR-DEDUCCION
               ELSE
                   PERFORM 0048-CONSULTAR-DEDUCCIONES
               END-IF
               CLOSE DEDFILE
           END-IF.

       0048-ABRIR-DEDUCCIONES.
           *> SOLO SE CREA VACIO CON STATUS 35 (NO EXISTE), COMO EL
           *> RESTO DE MAESTROS INDEXADOS.
           OPEN I-O DEDFILE.
           IF dedfile-no-existe
               OPEN OUTPUT DEDFILE
               CLOSE DEDFILE
               OPEN I-O DEDFILE
           END-IF.
           IF NOT dedfile-ok
               DISPLAY "NO SE PUDO ABRIR DEDUCCIONES.DAT - FILE "
                   "STATUS " dedfile-status
           END-IF.

       0048-ALTA-DEDUCCION.
           *> CADA LINEA TOMA EL NUMERO SIGUIENTE AL ULTIMO DEL
           *> TRABAJADOR. SIN FECHA DE AUTORIZACION FIRMADA NO SE
           *> ADMITE: LA DEDUCCION LA PIDE EL TRABAJADOR, NO LA
           *> EMPRESA.
           IF NOT trabajador-activo
               DISPLAY "EL TRABAJADOR NO ESTA ACTIVO"
           ELSE
               DISPLAY "CODIGO DE ACREEDOR: "
               ACCEPT ws-ded-acreedor
               PERFORM 0048-BUSCAR-ACREEDOR
               DISPLAY "TIPO (F=IMPORTE FIJO, P=PORCENTAJE DEL "
                   "BRUTO): "
               ACCEPT ws-ded-tipo
               MOVE FUNCTION UPPER-CASE(ws-ded-tipo) TO ws-ded-tipo
               MOVE ws-ded-tipo TO ded-tipo
               MOVE 0 TO ws-ded-importe
               MOVE 0 TO ws-ded-porcentaje
               IF deduccion-importe-fijo
                   DISPLAY "IMPORTE MENSUAL: "
                   ACCEPT ws-ded-importe
               ELSE IF deduccion-porcentaje
                   DISPLAY "PORCENTAJE DEL BRUTO: "
                   ACCEPT ws-ded-porcentaje
               END-IF
               DISPLAY "PRIMER PERIODO (AAAAMM): "
               ACCEPT ws-ded-periodo-desde
               DISPLAY "ULTIMO PERIODO (AAAAMM, 0 = SIN FIN): "
               ACCEPT ws-ded-periodo-hasta
               DISPLAY "FECHA DE LA AUTORIZACION FIRMADA (AAAAMMDD): "
               ACCEPT ws-ded-fecha-autorizacion
               IF acr-cat-invalido
                   DISPLAY "ACREEDOR NO CATALOGADO EN ACREEDORES.DAT"
               ELSE IF NOT deduccion-tipo-valido
                   DISPLAY "TIPO DE DEDUCCION NO VALIDO"
               ELSE IF ws-ded-importe = 0 AND ws-ded-porcentaje = 0
                   DISPLAY "IMPORTE O PORCENTAJE NO VALIDO"
               ELSE IF ws-ded-periodo-desde(5:2) < "01"
                   OR ws-ded-periodo-desde(5:2) > "12"
                   DISPLAY "PRIMER PERIODO NO VALIDO"
               ELSE IF ws-ded-periodo-hasta NOT = 0
                   AND (ws-ded-periodo-hasta(5:2) < "01"
                        OR ws-ded-periodo-hasta(5:2) > "12"
                        OR ws-ded-periodo-hasta < ws-ded-periodo-desde)
                   DISPLAY "ULTIMO PERIODO NO VALIDO O ANTERIOR AL "
                       "PRIMERO"
               ELSE IF FUNCTION TEST-DATE-YYYYMMDD(
                       ws-ded-fecha-autorizacion) NOT = 0
                   DISPLAY "SIN FECHA DE AUTORIZACION VALIDA NO SE "
                       "PUEDE DAR DE ALTA LA DEDUCCION"
               ELSE
                   PERFORM 0048-BUSCAR-ULTIMO-NUMERO
                   IF ws-ded-numero = 99
                       DISPLAY "EL TRABAJADOR YA TIENE 99 LINEAS DE "
                           "DEDUCCION: ANULE LAS QUE SOBREN"
                   ELSE
                       ADD 1 TO ws-ded-numero
                       PERFORM 0048-GRABAR-DEDUCCION
                   END-IF
               END-IF
           END-IF.

       0048-BUSCAR-ACREEDOR.

           SET acr-cat-invalido TO TRUE.
           IF num-acreedores-cat > 0
               SET INDX-ACR-CAT TO 1
               SEARCH acreedor-cat
                   WHEN id-acr-cat(INDX-ACR-CAT) = ws-ded-acreedor
                       SET acr-cat-valido TO TRUE
                       DISPLAY "ACREEDOR: "
                           nombre-acr-cat(INDX-ACR-CAT)
               END-SEARCH
           END-IF.

       0048-BUSCAR-ULTIMO-NUMERO.

           MOVE 0 TO ws-ded-numero.
           MOVE id-consulta TO ded-id-trabajador.
           MOVE 0 TO ded-numero.
           START DEDFILE KEY IS NOT LESS THAN ded-clave
               INVALID KEY SET dedfile-fin TO TRUE
           END-START.
           PERFORM 0048-LEER-NUMERO-DEDUCCION UNTIL dedfile-fin.

       0048-LEER-NUMERO-DEDUCCION.
           READ DEDFILE NEXT RECORD
               AT END SET dedfile-fin TO TRUE
               NOT AT END
                   IF ded-id-trabajador NOT = id-consulta
                       SET dedfile-fin TO TRUE
                   ELSE
                       MOVE ded-numero TO ws-ded-numero
                   END-IF
           END-READ.

       0048-GRABAR-DEDUCCION.

           DISPLAY "DESCRIPCION (CUOTA SINDICAL, SEGURO...): ".
           MOVE SPACES TO ded-descripcion.
           ACCEPT ded-descripcion.
           MOVE id-consulta TO ded-id-trabajador.
           MOVE ws-ded-numero TO ded-numero.
           MOVE ws-ded-acreedor TO ded-acreedor.
           MOVE ws-ded-tipo TO ded-tipo.
           MOVE ws-ded-importe TO ded-importe.
           MOVE ws-ded-porcentaje TO ded-porcentaje.
           MOVE ws-ded-periodo-desde TO ded-periodo-desde.
           MOVE ws-ded-periodo-hasta TO ded-periodo-hasta.
           MOVE ws-ded-fecha-autorizacion TO ded-fecha-autorizacion.
           MOVE 0 TO ded-periodo-aplicado.
           MOVE 0 TO ded-ultimo-importe.
           WRITE REG-DEDUCCION
               INVALID KEY
                   DISPLAY "NO SE PUDO GRABAR LA LINEA - FILE "
                       "STATUS " dedfile-status
               NOT INVALID KEY
                   MOVE "ALTA-DEDUCC" TO ws-operacion-auditoria
                   PERFORM 0048-AUDITAR-DEDUCCION
                   DISPLAY "DEDUCCION VOLUNTARIA REGISTRADA, LINEA "
                       ws-ded-numero
           END-WRITE.

       0048-CARGAR-DEDUCCION-LEIDA.
           *> DATOS DE LA LINEA LEIDA PARA LA AUDITORIA.
           MOVE ded-acreedor TO ws-ded-acreedor.
           MOVE ded-tipo TO ws-ded-tipo.
           MOVE ded-importe TO ws-ded-importe.
           MOVE ded-porcentaje TO ws-ded-porcentaje.
           MOVE ded-periodo-desde TO ws-ded-periodo-desde.
           MOVE ded-periodo-hasta TO ws-ded-periodo-hasta.
           MOVE ded-fecha-autorizacion TO ws-ded-fecha-autorizacion.

       0048-FIN-VIGENCIA-DEDUCCION.
           *> LA BAJA DE LA DEDUCCION A PETICION DEL TRABAJADOR SE
           *> CAPTURA COMO ULTIMO PERIODO; LA LINEA QUEDA PARA LOS
           *> MESES YA DESCONTADOS Y LIQUIDADOS.
           DISPLAY "NUMERO DE LINEA: ".
           ACCEPT ws-ded-numero.
           MOVE id-consulta TO ded-id-trabajador.
           MOVE ws-ded-numero TO ded-numero.
           READ DEDFILE
               INVALID KEY
                   DISPLAY "NO HAY LINEA DE DEDUCCION CON ESE NUMERO"
               NOT INVALID KEY
                   DISPLAY "VIGENTE DESDE " ded-periodo-desde
                   DISPLAY "ULTIMO PERIODO (AAAAMM): "
                   ACCEPT ws-ded-periodo-hasta
                   IF ws-ded-periodo-hasta(5:2) < "01"
                       OR ws-ded-periodo-hasta(5:2) > "12"
                       OR ws-ded-periodo-hasta < ded-periodo-desde
                       DISPLAY "ULTIMO PERIODO NO VALIDO O ANTERIOR "
                           "AL PRIMERO"
                   ELSE
                       MOVE ws-ded-periodo-hasta TO ded-periodo-hasta
                       REWRITE REG-DEDUCCION
                       PERFORM 0048-CARGAR-DEDUCCION-LEIDA
                       MOVE "FIN-DEDUCC" TO ws-operacion-auditoria
                       PERFORM 0048-AUDITAR-DEDUCCION
                       DISPLAY "LINEA VIGENTE HASTA "
                           ws-ded-periodo-hasta
                   END-IF
           END-READ.

       0048-ANULAR-DEDUCCION.
           *> PARA LINEAS CAPTURADAS POR ERROR; UNA LINEA QUE YA SE
           *> DESCONTO EN ALGUN CIERRE SE TERMINA CON SU ULTIMO
           *> PERIODO, PARA NO PERDER LO QUE SE LIQUIDO AL ACREEDOR.
           DISPLAY "NUMERO DE LINEA A ANULAR: ".
           ACCEPT ws-ded-numero.
           MOVE id-consulta TO ded-id-trabajador.
           MOVE ws-ded-numero TO ded-numero.
           READ DEDFILE
               INVALID KEY
                   DISPLAY "NO HAY LINEA DE DEDUCCION CON ESE NUMERO"
               NOT INVALID KEY
                   IF ded-periodo-aplicado NOT = 0
                       DISPLAY "LA LINEA YA SE DESCONTO EN "
                           ded-periodo-aplicado ": TERMINELA CON "
                           "F=FIN DE VIGENCIA"
                   ELSE
                       PERFORM 0048-CARGAR-DEDUCCION-LEIDA
                       DELETE DEDFILE RECORD
                           INVALID KEY
                               DISPLAY "NO SE PUDO ANULAR - FILE "
                                   "STATUS " dedfile-status
                           NOT INVALID KEY
                               MOVE "BAJA-DEDUCC"
                                   TO ws-operacion-auditoria
                               PERFORM 0048-AUDITAR-DEDUCCION
                               DISPLAY "LINEA ANULADA"
                       END-DELETE
                   END-IF
           END-READ.

       0048-CONSULTAR-DEDUCCIONES.

           MOVE 0 TO ws-deducciones-listadas.
           MOVE id-consulta TO ded-id-trabajador.
           MOVE 0 TO ded-numero.
           START DEDFILE KEY IS NOT LESS THAN ded-clave
               INVALID KEY SET dedfile-fin TO TRUE
           END-START.
           PERFORM 0048-LISTAR-SIGUIENTE-DEDUCCION UNTIL dedfile-fin.
           IF ws-deducciones-listadas = 0
               DISPLAY "EL TRABAJADOR NO TIENE DEDUCCIONES VOLUNTARIAS"
           END-IF.

       0048-LISTAR-SIGUIENTE-DEDUCCION.
           READ DEDFILE NEXT RECORD
               AT END SET dedfile-fin TO TRUE
               NOT AT END
                   IF ded-id-trabajador NOT = id-consulta
                       SET dedfile-fin TO TRUE
                   ELSE
                       ADD 1 TO ws-deducciones-listadas
                       IF deduccion-porcentaje
                           MOVE ded-porcentaje TO ws-porcentaje-format
                           DISPLAY ded-numero " ACR " ded-acreedor
                               " " ws-porcentaje-format " % BRUTO"
                               " DESDE " ded-periodo-desde
                               " HASTA " ded-periodo-hasta " "
                               ded-descripcion
                       ELSE
                           MOVE ded-importe TO ws-importe-format
                           DISPLAY ded-numero " ACR " ded-acreedor
                               " " ws-importe-format
                               " DESDE " ded-periodo-desde
                               " HASTA " ded-periodo-hasta " "
                               ded-descripcion
                       END-IF
                   END-IF
           END-READ.

       0048-ESCRIBIR-LINEA-DEDUCCION.
           *> UNA LINEA DEL RECIBO POR DEDUCCION VOLUNTARIA CON SU
           *> DESCRIPCION (O EL CODIGO DE ACREEDOR SI NO LA TIENE).
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
           WRITE LINEA-NOMINA.

       0048-AUDITAR-DEDUCCION.
           *> UNA LINEA POR ALTA, FIN DE VIGENCIA O ANULACION, CON EL
           *> TRABAJADOR, EL ACREEDOR, EL IMPORTE O PORCENTAJE, LOS
           *> PERIODOS Y LA FECHA DE AUTORIZACION.
           ACCEPT ws-fecha-auditoria FROM DATE YYYYMMDD.
           ACCEPT ws-hora-auditoria FROM TIME.

           MOVE SPACES TO LINEA-AUDITORIA.
           STRING ws-fecha-auditoria DELIMITED BY SIZE
                  " " ws-hora-auditoria DELIMITED BY SIZE
                  " OPERADOR=" ws-operador DELIMITED BY SIZE
                  " OPERACION=" ws-operacion-auditoria DELIMITED BY SIZE
                  " ID=" id-consulta DELIMITED BY SIZE
                  " LINEA=" ws-ded-numero DELIMITED BY SIZE
                  " ACREEDOR=" ws-ded-acreedor DELIMITED BY SIZE
                  " TIPO=" ws-ded-tipo DELIMITED BY SIZE
                  " IMPORTE=" ws-ded-importe DELIMITED BY SIZE
                  " PCT=" ws-ded-porcentaje DELIMITED BY SIZE
                  " DESDE=" ws-ded-periodo-desde DELIMITED BY SIZE
                  " HASTA=" ws-ded-periodo-hasta DELIMITED BY SIZE
                  " AUTORIZ=" ws-ded-fecha-autorizacion
                      DELIMITED BY SIZE
               INTO LINEA-AUDITORIA.
           PERFORM 0037-SELLAR-LINEA-AUDITORIA.


       0049-MENU-SUSPENSIONES.

           DISPLAY "A=ABRIR SUSPENSION, F=REINCORPORACION (FIN), "
               "B=ANULAR SUSPENSION, C=CONSULTAR SUSPENSIONES".
           ACCEPT opcion.
           IF NOT (opcion-alta OR opcion = 'F' OR opcion-baja
                   OR opcion-consulta)
               DISPLAY "OPCION NO VALIDA"
           ELSE
               DISPLAY "IDENTIFICADOR DEL TRABAJADOR: "
               ACCEPT id-consulta
               MOVE id-consulta TO id-trabajador
               READ TRABFILE IGNORING LOCK
                   INVALID KEY
                       DISPLAY "TRABAJADOR NO ENCONTRADO"
                   NOT INVALID KEY
                       MOVE empresa-trabajador TO ws-empresa-comprobar
                       PERFORM 0044-COMPROBAR-EMPRESA-AUTORIZADA
                       IF empresa-autorizada
                           PERFORM 0049-OPERAR-SUSPENSION
                       END-IF
               END-READ
           END-IF.

       0049-OPERAR-SUSPENSION.

           PERFORM 0049-ABRIR-SUSPENSIONES.
           IF susfile-ok
               IF opcion-alta
                   PERFORM 0049-ABRIR-PERIODO-SUSPENSION
               ELSE IF opcion = 'F'
                   PERFORM 0049-CERRAR-PERIODO-SUSPENSION
               ELSE IF opcion-baja
                   PERFORM 0049-ANULAR-PERIODO-SUSPENSION
               ELSE
                   PERFORM 0049-CONSULTAR-SUSPENSIONES
               END-IF
               CLOSE SUSFILE
           END-IF.

       0049-ABRIR-SUSPENSIONES.
           *> SOLO SE CREA VACIO CON STATUS 35 (NO EXISTE), COMO EL
           *> RESTO DE MAESTROS INDEXADOS.
           OPEN I-O SUSFILE.
           IF susfile-no-existe
               OPEN OUTPUT SUSFILE
               CLOSE SUSFILE
               OPEN I-O SUSFILE
           END-IF.
           IF NOT susfile-ok
               DISPLAY "NO SE PUDO ABRIR SUSPENSIONES.DAT - FILE "
                   "STATUS " susfile-status
           END-IF.

       0049-ABRIR-PERIODO-SUSPENSION.
           *> EL TRABAJADOR SIGUE ACTIVO DURANTE LA SUSPENSION. LA
           *> FECHA DE FIN SE PUEDE DAR YA (ERTE CON FECHA PREVISTA,
           *> EXCEDENCIA PACTADA) O DEJAR A CERO HASTA LA
           *> REINCORPORACION. LAS EXCEDENCIAS SUSPENDEN LA JORNADA
           *> ENTERA; EL ERTE PIDE EL PORCENTAJE DE REDUCCION.
           IF NOT trabajador-activo
               DISPLAY "EL TRABAJADOR NO ESTA ACTIVO"
           ELSE
               DISPLAY "TIPO (E=ERTE, V=EXCEDENCIA VOLUNTARIA, "
                   "F=EXCEDENCIA FORZOSA O POR CUIDADO DE "
                   "FAMILIARES): "
               ACCEPT ws-sus-tipo
               MOVE FUNCTION UPPER-CASE(ws-sus-tipo) TO ws-sus-tipo
               MOVE ws-sus-tipo TO sus-tipo
               MOVE 100 TO ws-sus-pct
               IF suspension-erte
                   DISPLAY "PORCENTAJE DE REDUCCION DE JORNADA "
                       "(1 A 100): "
                   ACCEPT ws-sus-pct
               END-IF
               DISPLAY "FECHA DE INICIO (AAAAMMDD): "
               ACCEPT ws-sus-fecha-inicio
               DISPLAY "FECHA DE FIN (AAAAMMDD, 0 = ABIERTA): "
               ACCEPT ws-sus-fecha-fin
               IF NOT suspension-tipo-valido
                   DISPLAY "TIPO DE SUSPENSION NO VALIDO"
               ELSE IF ws-sus-pct = 0 OR ws-sus-pct > 100
                   DISPLAY "PORCENTAJE DE REDUCCION NO VALIDO"
               ELSE IF FUNCTION TEST-DATE-YYYYMMDD(ws-sus-fecha-inicio)
                   NOT = 0
                   DISPLAY "FECHA DE INICIO NO VALIDA"
               ELSE IF ws-sus-fecha-fin NOT = 0
                   AND (FUNCTION TEST-DATE-YYYYMMDD(ws-sus-fecha-fin)
                        NOT = 0
                        OR ws-sus-fecha-fin < ws-sus-fecha-inicio)
                   DISPLAY "FECHA DE FIN NO VALIDA O ANTERIOR AL "
                       "INICIO"
               ELSE IF ws-sus-fecha-inicio < fecha-alta-trabajador
                   DISPLAY "LA SUSPENSION NO PUEDE EMPEZAR ANTES DEL "
                       "ALTA DEL TRABAJADOR"
               ELSE
                   PERFORM 0049-COMPROBAR-SOLAPE
                   IF suspension-solapada
                       DISPLAY "LA SUSPENSION SE SOLAPA CON OTRA DEL "
                           "TRABAJADOR"
                   ELSE
                       PERFORM 0049-GRABAR-SUSPENSION
                   END-IF
               END-IF
           END-IF.

       0049-GRABAR-SUSPENSION.

           MOVE id-consulta TO sus-id-trabajador.
           MOVE ws-sus-fecha-inicio TO sus-fecha-inicio.
           MOVE ws-sus-fecha-fin TO sus-fecha-fin.
           MOVE ws-sus-tipo TO sus-tipo.
           MOVE ws-sus-pct TO sus-pct-reduccion.
           ACCEPT sus-fecha-registro FROM DATE YYYYMMDD.
           MOVE ws-operador TO sus-operador.
           WRITE REG-SUSPENSION
               INVALID KEY
                   DISPLAY "YA EXISTE UNA SUSPENSION CON ESA FECHA DE "
                       "INICIO PARA EL TRABAJADOR"
               NOT INVALID KEY
                   MOVE "ALTA-SUSPENS" TO ws-operacion-auditoria
                   PERFORM 0049-AUDITAR-SUSPENSION
                   DISPLAY "SUSPENSION REGISTRADA DESDE "
                       ws-sus-fecha-inicio
           END-WRITE.

       0049-COMPROBAR-SOLAPE.
           *> DOS SUSPENSIONES SE SOLAPAN SI CADA UNA EMPIEZA ANTES DE
           *> QUE ACABE LA OTRA; UNA SUSPENSION ABIERTA ACABA EN EL
           *> INFINITO.
           SET suspension-sin-solape TO TRUE.
           MOVE ws-sus-fecha-fin TO ws-sus-fin-nueva.
           IF ws-sus-fin-nueva = 0
               MOVE 99999999 TO ws-sus-fin-nueva
           END-IF.
           MOVE id-consulta TO sus-id-trabajador.
           MOVE 0 TO sus-fecha-inicio.
           START SUSFILE KEY IS NOT LESS THAN sus-clave
               INVALID KEY SET susfile-fin TO TRUE
           END-START.
           PERFORM 0049-COMPARAR-SIGUIENTE-SUSPENSION
               UNTIL susfile-fin OR suspension-solapada.

       0049-COMPARAR-SIGUIENTE-SUSPENSION.
           READ SUSFILE NEXT RECORD
               AT END SET susfile-fin TO TRUE
               NOT AT END
                   IF sus-id-trabajador NOT = id-consulta
                       SET susfile-fin TO TRUE
                   ELSE
                       MOVE sus-fecha-fin TO ws-sus-fin-comparada
                       IF ws-sus-fin-comparada = 0
                           MOVE 99999999 TO ws-sus-fin-comparada
                       END-IF
                       IF ws-sus-fecha-inicio <= ws-sus-fin-comparada
                           AND sus-fecha-inicio <= ws-sus-fin-nueva
                           SET suspension-solapada TO TRUE
                       END-IF
                   END-IF
           END-READ.

       0049-CERRAR-PERIODO-SUSPENSION.
           *> LA REINCORPORACION CIERRA LA SUSPENSION ABIERTA DEL
           *> TRABAJADOR (SOLO PUEDE HABER UNA, NO HAY SOLAPES). LA
           *> FECHA DE FIN ES EL ULTIMO DIA SUSPENDIDO.
           MOVE 0 TO ws-sus-fecha-inicio.
           MOVE id-consulta TO sus-id-trabajador.
           MOVE 0 TO sus-fecha-inicio.
           START SUSFILE KEY IS NOT LESS THAN sus-clave
               INVALID KEY SET susfile-fin TO TRUE
           END-START.
           PERFORM 0049-BUSCAR-SUSPENSION-ABIERTA
               UNTIL susfile-fin OR ws-sus-fecha-inicio NOT = 0.
           IF ws-sus-fecha-inicio = 0
               DISPLAY "EL TRABAJADOR NO TIENE NINGUNA SUSPENSION "
                   "ABIERTA"
           ELSE
               DISPLAY "SUSPENSION ABIERTA DESDE " ws-sus-fecha-inicio
               DISPLAY "ULTIMO DIA DE LA SUSPENSION (AAAAMMDD): "
               ACCEPT ws-sus-fecha-fin
               IF FUNCTION TEST-DATE-YYYYMMDD(ws-sus-fecha-fin) NOT = 0
                   OR ws-sus-fecha-fin < ws-sus-fecha-inicio
                   DISPLAY "FECHA DE FIN NO VALIDA O ANTERIOR AL "
                       "INICIO"
               ELSE
                   MOVE id-consulta TO sus-id-trabajador
                   MOVE ws-sus-fecha-inicio TO sus-fecha-inicio
                   READ SUSFILE
                       INVALID KEY
                           DISPLAY "SUSPENSION NO ENCONTRADA - FILE "
                               "STATUS " susfile-status
                       NOT INVALID KEY
                           MOVE ws-sus-fecha-fin TO sus-fecha-fin
                           REWRITE REG-SUSPENSION
                           MOVE "FIN-SUSPENS" TO ws-operacion-auditoria
                           MOVE sus-tipo TO ws-sus-tipo
                           MOVE sus-pct-reduccion TO ws-sus-pct
                           PERFORM 0049-AUDITAR-SUSPENSION
                           DISPLAY "SUSPENSION CERRADA A "
                               ws-sus-fecha-fin
                   END-READ
               END-IF
           END-IF.

       0049-BUSCAR-SUSPENSION-ABIERTA.
           READ SUSFILE NEXT RECORD
               AT END SET susfile-fin TO TRUE
               NOT AT END
                   IF sus-id-trabajador NOT = id-consulta
                       SET susfile-fin TO TRUE
                   ELSE IF sus-fecha-fin = 0
                       MOVE sus-fecha-inicio TO ws-sus-fecha-inicio
                   END-IF
           END-READ.

       0049-ANULAR-PERIODO-SUSPENSION.
           *> PARA SUSPENSIONES CAPTURADAS POR ERROR; UNA SUSPENSION
           *> YA APLICADA EN UN CIERRE SE CORRIGE CON SU FECHA DE FIN,
           *> NO BORRANDOLA.
           DISPLAY "FECHA DE INICIO DE LA SUSPENSION A ANULAR "
               "(AAAAMMDD): ".
           ACCEPT ws-sus-fecha-inicio.
           MOVE id-consulta TO sus-id-trabajador.
           MOVE ws-sus-fecha-inicio TO sus-fecha-inicio.
           READ SUSFILE
               INVALID KEY
                   DISPLAY "NO HAY SUSPENSION CON ESA FECHA DE INICIO"
               NOT INVALID KEY
                   MOVE sus-fecha-fin TO ws-sus-fecha-fin
                   MOVE sus-tipo TO ws-sus-tipo
                   MOVE sus-pct-reduccion TO ws-sus-pct
                   DELETE SUSFILE RECORD
                       INVALID KEY
                           DISPLAY "NO SE PUDO ANULAR - FILE "
                               "STATUS " susfile-status
                       NOT INVALID KEY
                           MOVE "BAJA-SUSPENS"
                               TO ws-operacion-auditoria
                           PERFORM 0049-AUDITAR-SUSPENSION
                           DISPLAY "SUSPENSION ANULADA"
                   END-DELETE
           END-READ.

       0049-CONSULTAR-SUSPENSIONES.

           MOVE 0 TO ws-suspensiones-listadas.
           MOVE id-consulta TO sus-id-trabajador.
           MOVE 0 TO sus-fecha-inicio.
           START SUSFILE KEY IS NOT LESS THAN sus-clave
               INVALID KEY SET susfile-fin TO TRUE
           END-START.
           PERFORM 0049-LISTAR-SIGUIENTE-SUSPENSION UNTIL susfile-fin.
           IF ws-suspensiones-listadas = 0
               DISPLAY "EL TRABAJADOR NO TIENE SUSPENSIONES "
                   "REGISTRADAS"
           END-IF.

       0049-LISTAR-SIGUIENTE-SUSPENSION.
           READ SUSFILE NEXT RECORD
               AT END SET susfile-fin TO TRUE
               NOT AT END
                   IF sus-id-trabajador NOT = id-consulta
                       SET susfile-fin TO TRUE
                   ELSE
                       ADD 1 TO ws-suspensiones-listadas
                       IF sus-fecha-fin = 0
                           DISPLAY "DESDE " sus-fecha-inicio
                               " ABIERTA        "
                               " TIPO " sus-tipo
                               " REDUCCION " sus-pct-reduccion " %"
                       ELSE
                           DISPLAY "DESDE " sus-fecha-inicio
                               " HASTA " sus-fecha-fin
                               " TIPO " sus-tipo
                               " REDUCCION " sus-pct-reduccion " %"
                       END-IF
                   END-IF
           END-READ.

       0049-AUDITAR-SUSPENSION.
           *> UNA LINEA POR SUSPENSION ABIERTA, CERRADA O ANULADA,
           *> CON EL TRABAJADOR, LAS FECHAS, EL TIPO Y EL PORCENTAJE,
           *> EN EL MISMO AUDITORIA.TXT DE SIEMPRE.
           ACCEPT ws-fecha-auditoria FROM DATE YYYYMMDD.
           ACCEPT ws-hora-auditoria FROM TIME.

           MOVE SPACES TO LINEA-AUDITORIA.
           STRING ws-fecha-auditoria DELIMITED BY SIZE
                  " " ws-hora-auditoria DELIMITED BY SIZE
                  " OPERADOR=" ws-operador DELIMITED BY SIZE
                  " OPERACION=" ws-operacion-auditoria DELIMITED BY SIZE
                  " ID=" id-consulta DELIMITED BY SIZE
                  " INICIO=" ws-sus-fecha-inicio DELIMITED BY SIZE
                  " FIN=" ws-sus-fecha-fin DELIMITED BY SIZE
                  " TIPO=" ws-sus-tipo DELIMITED BY SIZE
                  " PCT=" ws-sus-pct DELIMITED BY SIZE
               INTO LINEA-AUDITORIA.
           PERFORM 0037-SELLAR-LINEA-AUDITORIA.

       0049-ESCRIBIR-LINEA-SUSPENSION.
           *> DIAS LABORABLES DEL MES QUE NO SE PAGAN POR ERTE O
           *> EXCEDENCIA (EN ERTE PARCIAL, DIAS EQUIVALENTES).
           IF NOT ncm-sin-suspension
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
               WRITE LINEA-NOMINA
           END-IF.

       0050-GRABAR-INCIDENCIA.
           *> ALTA EN INCIDENCIAS.DAT DE LA LINEA PREPARADA EN
           *> REG-INCIDENCIA, CON LA SECUENCIA SIGUIENTE A LA ULTIMA
           *> DEL TRABAJADOR EN EL PERIODO. SOLO SE CREA VACIO CON
           *> STATUS 35 (NO EXISTE), COMO EL RESTO DE MAESTROS
           *> INDEXADOS. AL TERMINAR REG-INCIDENCIA SIGUE CON LA
           *> LINEA GRABADA.
           SET incidencia-sin-grabar TO TRUE.
           MOVE REG-INCIDENCIA TO ws-incidencia-nueva.
           MOVE inc-id-trabajador TO ws-inc-trabajador.
           MOVE inc-periodo TO ws-inc-periodo.
           OPEN I-O INCFILE.
           IF incfile-no-existe
               OPEN OUTPUT INCFILE
               CLOSE INCFILE
               OPEN I-O INCFILE
           END-IF.
           IF NOT incfile-ok
               DISPLAY "NO SE PUDO ABRIR INCIDENCIAS.DAT - FILE "
                   "STATUS " incfile-status
               MOVE ws-incidencia-nueva TO REG-INCIDENCIA
           ELSE
               PERFORM 0050-BUSCAR-ULTIMA-SECUENCIA
               MOVE ws-incidencia-nueva TO REG-INCIDENCIA
               IF ws-inc-secuencia = 999
                   DISPLAY "EL TRABAJADOR " ws-inc-trabajador
                       " YA TIENE 999 INCIDENCIAS EN EL PERIODO "
                       ws-inc-periodo ", NO SE GRABA"
               ELSE
                   ADD 1 TO ws-inc-secuencia
                   MOVE ws-inc-secuencia TO inc-secuencia
                   WRITE REG-INCIDENCIA
                       INVALID KEY
                           DISPLAY "NO SE PUDO GRABAR LA INCIDENCIA "
                               "- FILE STATUS " incfile-status
                       NOT INVALID KEY
                           SET incidencia-grabada TO TRUE
                   END-WRITE
               END-IF
               CLOSE INCFILE
           END-IF.

       0050-BUSCAR-ULTIMA-SECUENCIA.

           MOVE 0 TO ws-inc-secuencia.
           MOVE 0 TO inc-secuencia.
           START INCFILE KEY IS NOT LESS THAN inc-clave
               INVALID KEY SET incfile-fin TO TRUE
           END-START.
           PERFORM 0050-LEER-SECUENCIA UNTIL incfile-fin.

       0050-LEER-SECUENCIA.
           READ INCFILE NEXT RECORD
               AT END SET incfile-fin TO TRUE
               NOT AT END
                   IF inc-id-trabajador NOT = ws-inc-trabajador
                       OR inc-periodo NOT = ws-inc-periodo
                       SET incfile-fin TO TRUE
                   ELSE
                       MOVE inc-secuencia TO ws-inc-secuencia
                   END-IF
           END-READ.

       0051-VERSIONAR-TRABAJADOR.
           *> TRAS CADA GRABACION BUENA DE REG-TRABAJADOR: VERSION
           *> FECHADA DEL REGISTRO COMPLETO TAL COMO HA QUEDADO. EL
           *> LLAMADOR DEBE HABER PUESTO YA LA OPERACION EN VERCOM.
           MOVE "08-ARRAYS-BI" TO vcom-programa.
           MOVE ws-operador TO vcom-operador.
           MOVE REG-TRABAJADOR TO vcom-registro.
           CALL "TRABAJADORES-VERSION" USING version-com.

       0052-RETENER-CAMBIOS-SENSIBLES.
           *> LA FORMA DE PAGO Y EL IBAN, Y EL SALARIO CUANDO VARIA
           *> MAS DE PCT-APROBACION-SALARIO, NO SE GRABAN TODAVIA: SE
           *> GUARDA LO PEDIDO Y EL REGISTRO VUELVE A SUS VALORES
           *> ACTUALES. EL RESTO DE LA MODIFICACION SE GRABA COMO
           *> SIEMPRE; LO RETENIDO LO APLICA LA OPCION F AL APROBARLO.
           SET iban-sin-retener TO TRUE.
           SET salario-sin-retener TO TRUE.
           IF forma-pago NOT = ws-ant-forma-pago
               OR iban-trabajador NOT = ws-ant-iban
               SET iban-retenido TO TRUE
               MOVE forma-pago TO ws-sol-forma-pago
               MOVE iban-trabajador TO ws-sol-iban
               MOVE ws-ant-forma-pago TO forma-pago
               MOVE ws-ant-iban TO iban-trabajador
           END-IF.
           IF salario NOT = ws-ant-salario
               PERFORM 0052-CARGAR-UMBRAL-SALARIO
               *> SIN SALARIO ANTERIOR NO HAY PORCENTAJE: SE RETIENE.
               IF ws-ant-salario = 0
                   MOVE 999 TO ws-pct-variacion-salario
               ELSE
                   COMPUTE ws-pct-variacion-salario ROUNDED =
                       FUNCTION ABS(salario - ws-ant-salario) * 100
                       / FUNCTION ABS(ws-ant-salario)
                       ON SIZE ERROR
                           MOVE 999 TO ws-pct-variacion-salario
                   END-COMPUTE
               END-IF
               IF ws-pct-variacion-salario > ws-pct-aprobacion-salario
                   SET salario-retenido TO TRUE
                   MOVE salario TO ws-sol-salario
                   MOVE ws-ant-salario TO salario
               END-IF
           END-IF.

       0052-CARGAR-UMBRAL-SALARIO.
           *> PORCENTAJE DE VARIACION DE SALARIO A PARTIR DEL CUAL
           *> HACE FALTA LA FIRMA DE UN SEGUNDO OPERADOR; SIN
           *> VARIABLE DE ENTORNO, EL 10%.
           ACCEPT ws-pct-aprobacion-entorno
               FROM ENVIRONMENT "PCT-APROBACION-SALARIO".
           IF ws-pct-aprobacion-entorno = SPACES
               MOVE 10 TO ws-pct-aprobacion-salario
           ELSE
               MOVE ws-pct-aprobacion-entorno
                   TO ws-pct-aprobacion-salario
           END-IF.

       0052-SOLICITAR-CAMBIOS.
           *> TRAS REGRABAR LA MODIFICACION: CADA CAMBIO RETENIDO
           *> QUEDA COMO SOLICITUD PENDIENTE EN CAMBIOS_PENDIENTES.DAT,
           *> QUE SE CREA VACIO SOLO SI DE VERDAD NO EXISTE.
           IF iban-retenido OR salario-retenido
               ACCEPT ws-fecha-solicitud FROM DATE YYYYMMDD
               ACCEPT ws-hora-solicitud FROM TIME
               OPEN I-O CAMFILE
               IF camfile-no-existe
                   OPEN OUTPUT CAMFILE
                   CLOSE CAMFILE
                   OPEN I-O CAMFILE
               END-IF
               IF camfile-ok
                   IF iban-retenido
                       MOVE 'I' TO ws-tipo-solicitud
                       PERFORM 0052-GRABAR-SOLICITUD
                   END-IF
                   IF salario-retenido
                       MOVE 'S' TO ws-tipo-solicitud
                       PERFORM 0052-GRABAR-SOLICITUD
                   END-IF
                   CLOSE CAMFILE
               ELSE
                   DISPLAY "NO SE PUDO ABRIR CAMBIOS_PENDIENTES.DAT - "
                       "FILE STATUS " camfile-status ". EL CAMBIO DE "
                       "IBAN/SALARIO NO SE HA GUARDADO, REPITALO"
               END-IF
           END-IF.

       0052-GRABAR-SOLICITUD.
           *> UNA SOLICITUD NUEVA SUSTITUYE A LA QUE ESTUVIERA AUN
           *> PENDIENTE DEL MISMO TIPO PARA EL TRABAJADOR, PARA QUE
           *> NO SE LLEGUE A APROBAR UN VALOR YA SUPERADO.
           PERFORM 0052-ANULAR-ANTERIORES.
           MOVE SPACES TO REG-CAMBIO.
           MOVE id-trabajador TO cam-id-trabajador.
           MOVE ws-fecha-solicitud TO cam-fecha-solicitud.
           MOVE ws-hora-solicitud TO cam-hora-solicitud.
           MOVE ws-tipo-solicitud TO cam-tipo.
           SET cambio-pendiente TO TRUE.
           MOVE ws-ant-forma-pago TO cam-forma-pago-antes.
           MOVE ws-ant-iban TO cam-iban-antes.
           MOVE ws-ant-salario TO cam-salario-antes.
           IF cambio-iban
               MOVE ws-sol-forma-pago TO cam-forma-pago-despues
               MOVE ws-sol-iban TO cam-iban-despues
               MOVE ws-ant-salario TO cam-salario-despues
               MOVE 0 TO cam-fecha-efectiva
           ELSE
               MOVE ws-ant-forma-pago TO cam-forma-pago-despues
               MOVE ws-ant-iban TO cam-iban-despues
               MOVE ws-sol-salario TO cam-salario-despues
               MOVE ws-fecha-efectiva-salario TO cam-fecha-efectiva
           END-IF.
           MOVE ws-operador TO cam-operador-solicita.
           MOVE 0 TO cam-fecha-decision.
           MOVE 0 TO cam-hora-decision.
           WRITE REG-CAMBIO
               INVALID KEY
                   DISPLAY "NO SE PUDO GRABAR LA SOLICITUD DE CAMBIO - "
                       "FILE STATUS " camfile-status
               NOT INVALID KEY
                   IF cambio-iban
                       DISPLAY "EL CAMBIO DE FORMA DE PAGO/IBAN QUEDA "
                           "PENDIENTE DE LA FIRMA DE OTRO SUPERVISOR "
                           "(OPCION F)"
                   ELSE
                       DISPLAY "EL CAMBIO DE SALARIO VARIA MAS DEL "
                           ws-pct-aprobacion-salario "% Y QUEDA "
                           "PENDIENTE DE LA FIRMA DE OTRO SUPERVISOR "
                           "(OPCION F)"
                   END-IF
                   MOVE "SOLIC-CAMBIO" TO ws-operacion-auditoria
                   PERFORM 0052-AUDITAR-CAMBIO
           END-WRITE.

       0052-ANULAR-ANTERIORES.
           *> UNA SOLICITUD NUEVA SUSTITUYE A LAS DEL MISMO TIPO QUE
           *> EL TRABAJADOR TENGA PENDIENTES: SE RECORREN SUS CAMBIOS
           *> DESDE LA CLAVE MAS BAJA Y LAS PENDIENTES SE ANULAN CON
           *> EL OPERADOR Y LA FECHA, ASI NUNCA HAY DOS EN CURSO.
           MOVE id-trabajador TO cam-id-trabajador.
           MOVE 0 TO cam-fecha-solicitud.
           MOVE 0 TO cam-hora-solicitud.
           MOVE SPACE TO cam-tipo.
           SET anulacion-en-curso TO TRUE.
           START CAMFILE KEY IS NOT LESS THAN cam-clave
               INVALID KEY SET anulacion-terminada TO TRUE
           END-START.
           PERFORM 0052-ANULAR-SIGUIENTE UNTIL anulacion-terminada.

       0052-ANULAR-SIGUIENTE.
           READ CAMFILE NEXT RECORD
               AT END SET anulacion-terminada TO TRUE
               NOT AT END
                   IF cam-id-trabajador NOT = id-trabajador
                       SET anulacion-terminada TO TRUE
                   ELSE
                       IF cambio-pendiente
                           AND cam-tipo = ws-tipo-solicitud
                           SET cambio-anulado TO TRUE
                           MOVE ws-operador TO cam-operador-decide
                           ACCEPT cam-fecha-decision FROM DATE YYYYMMDD
                           ACCEPT cam-hora-decision FROM TIME
                           PERFORM 0052-REESCRIBIR-CAMBIO
                           MOVE "ANULA-CAMBIO" TO ws-operacion-auditoria
                           PERFORM 0052-AUDITAR-CAMBIO
                       END-IF
                   END-IF
           END-READ.

       0052-APROBAR-CAMBIOS.
           *> REVISION UNO A UNO DE LOS CAMBIOS DE IBAN Y DE SALARIO
           *> PENDIENTES: EL SUPERVISOR APRUEBA (A), RECHAZA (R) O LOS
           *> DEJA PENDIENTES (OTRA TECLA). SOLO LO APROBADO LLEGA AL
           *> MAESTRO. LOS PEDIDOS POR EL PROPIO OPERADOR Y LOS DE
           *> EMPRESAS NO AUTORIZADAS SE SALTAN: LOS DECIDE OTRO.
           MOVE 0 TO ws-cam-aprobados.
           MOVE 0 TO ws-cam-rechazados.
           MOVE 0 TO ws-cam-pendientes.
           OPEN I-O CAMFILE.
           IF NOT camfile-ok
               DISPLAY "NO HAY CAMBIOS DE IBAN NI DE SALARIO PENDIENTES"
           ELSE
               MOVE LOW-VALUES TO cam-clave
               START CAMFILE KEY IS NOT LESS THAN cam-clave
                   INVALID KEY SET camfile-fin TO TRUE
               END-START
               PERFORM 0052-REVISAR-SIGUIENTE UNTIL camfile-fin
               CLOSE CAMFILE
               DISPLAY "APROBADOS: " ws-cam-aprobados
                   " RECHAZADOS: " ws-cam-rechazados
                   " SIGUEN PENDIENTES: " ws-cam-pendientes
           END-IF.

       0052-REVISAR-SIGUIENTE.
           READ CAMFILE NEXT RECORD
               AT END SET camfile-fin TO TRUE
               NOT AT END
                   IF cambio-pendiente
                       MOVE cam-id-trabajador TO id-trabajador
                       PERFORM 0044-EVALUAR-EMPRESA-TRABAJADOR
                       IF empresa-no-autorizada
                           ADD 1 TO ws-cam-pendientes
                       ELSE
                           IF cam-operador-solicita = ws-operador
                               DISPLAY "ID " cam-id-trabajador
                                   " TIPO " cam-tipo
                                   ": LO PIDIO USTED, LO DEBE "
                                   "DECIDIR OTRO SUPERVISOR"
                               ADD 1 TO ws-cam-pendientes
                           ELSE
                               PERFORM 0052-DECIDIR-CAMBIO
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       0052-DECIDIR-CAMBIO.
           *> ENSENA AL SUPERVISOR EL VALOR ACTUAL Y EL PEDIDO (IBAN O
           *> SALARIO CON SU FECHA EFECTIVA) Y RECOGE LA DECISION. EL
           *> RECHAZO SE ANOTA Y AUDITA AQUI; LA APROBACION LO HACE AL
           *> APLICARSE, Y CUALQUIER OTRA TECLA LO DEJA PENDIENTE.
           IF cambio-iban
               DISPLAY "ID " cam-id-trabajador
                   " CAMBIO DE FORMA DE PAGO/IBAN PEDIDO POR "
                   cam-operador-solicita " EL " cam-fecha-solicitud
               DISPLAY "  ACTUAL: " cam-forma-pago-antes " "
                   cam-iban-antes
               DISPLAY "  NUEVO:  " cam-forma-pago-despues " "
                   cam-iban-despues
           ELSE
               DISPLAY "ID " cam-id-trabajador
                   " CAMBIO DE SALARIO PEDIDO POR "
                   cam-operador-solicita " EL " cam-fecha-solicitud
               MOVE cam-salario-antes TO salario-format
               DISPLAY "  ACTUAL: " salario-format
               MOVE cam-salario-despues TO salario-format
               DISPLAY "  NUEVO:  " salario-format
                   " EFECTIVO DESDE " cam-fecha-efectiva
           END-IF.
           DISPLAY "A=APROBAR, R=RECHAZAR, OTRA=DEJAR PENDIENTE: ".
           ACCEPT opcion.
           IF opcion-alta
               PERFORM 0052-APLICAR-CAMBIO
           ELSE IF opcion = 'R'
               SET cambio-rechazado TO TRUE
               PERFORM 0052-ANOTAR-DECISION
               ADD 1 TO ws-cam-rechazados
               MOVE "RECHZ-CAMBIO" TO ws-operacion-auditoria
               PERFORM 0052-AUDITAR-CAMBIO
           ELSE
               ADD 1 TO ws-cam-pendientes
           END-IF.

       0052-APLICAR-CAMBIO.
           *> EL CAMBIO APROBADO SE APLICA COMO UNA MODIFICACION MAS:
           *> AUDITORIA, VERSION DEL REGISTRO Y, SI ES DE SALARIO,
           *> HISTORICO CON LA FECHA EFECTIVA PEDIDA Y CONTROL DEL
           *> PRESUPUESTO DEL DEPARTAMENTO.
           MOVE cam-id-trabajador TO id-trabajador.
           READ TRABFILE WITH LOCK
               INVALID KEY CONTINUE
           END-READ.
           IF trabfile-bloqueado
               DISPLAY "REGISTRO EN USO POR OTRO OPERADOR, EL CAMBIO "
                   "SIGUE PENDIENTE"
               ADD 1 TO ws-cam-pendientes
           ELSE IF NOT trabfile-ok
               DISPLAY "TRABAJADOR " cam-id-trabajador " NO "
                   "ENCONTRADO, EL CAMBIO SIGUE PENDIENTE"
               ADD 1 TO ws-cam-pendientes
           ELSE
               MOVE nombre-trabajador TO ws-ant-nombre
               MOVE apellido-pat TO ws-ant-apellido-pat
               MOVE apellido-mat TO ws-ant-apellido-mat
               MOVE salario TO ws-ant-salario
               MOVE 0 TO ws-fecha-efectiva-salario
               IF cambio-iban
                   MOVE cam-forma-pago-despues TO forma-pago
                   MOVE cam-iban-despues TO iban-trabajador
               ELSE
                   MOVE cam-salario-despues TO salario
                   MOVE cam-fecha-efectiva TO ws-fecha-efectiva-salario
               END-IF
               REWRITE REG-TRABAJADOR
                   INVALID KEY
                       DISPLAY "ERROR AL APLICAR EL CAMBIO: "
                           trabfile-status
                       ADD 1 TO ws-cam-pendientes
                   NOT INVALID KEY
                       MOVE "MODIFICACION" TO ws-operacion-auditoria
                       PERFORM 0011-AUDITAR-EVENTO
                       SET vcom-modificacion TO TRUE
                       PERFORM 0051-VERSIONAR-TRABAJADOR
                       SET cambio-aprobado TO TRUE
                       PERFORM 0052-ANOTAR-DECISION
                       ADD 1 TO ws-cam-aprobados
                       MOVE "APROB-CAMBIO" TO ws-operacion-auditoria
                       PERFORM 0052-AUDITAR-CAMBIO
                       IF salario NOT = ws-ant-salario
                           PERFORM 0014-REGISTRAR-HISTORICO-SALARIO
                           PERFORM 0023-COMPROBAR-PRESUPUESTO-DEP
                       END-IF
               END-REWRITE
               UNLOCK TRABFILE
           END-IF.

       0052-ANOTAR-DECISION.
           *> DEJA EN EL CAMBIO QUIEN LO DECIDIO Y CUANDO; EL ESTADO
           *> (APROBADO O RECHAZADO) LO PONE ANTES QUIEN LLAMA.
           MOVE ws-operador TO cam-operador-decide.
           ACCEPT cam-fecha-decision FROM DATE YYYYMMDD.
           ACCEPT cam-hora-decision FROM TIME.
           PERFORM 0052-REESCRIBIR-CAMBIO.

       0052-REESCRIBIR-CAMBIO.
           REWRITE REG-CAMBIO
               INVALID KEY
                   DISPLAY "NO SE PUDO ACTUALIZAR EL CAMBIO - "
                       "FILE STATUS " camfile-status
           END-REWRITE.

       0052-AUDITAR-CAMBIO.
           *> SOLICITUD, ANULACION Y DECISION DE UN CAMBIO SENSIBLE:
           *> OPERADOR ES QUIEN ACTUA AHORA Y SOLICITA QUIEN LO PIDIO,
           *> ASI LA DECISION QUEDA CON LOS DOS NOMBRES.
           ACCEPT ws-fecha-auditoria FROM DATE YYYYMMDD.
           ACCEPT ws-hora-auditoria FROM TIME.

           MOVE SPACES TO LINEA-AUDITORIA.
           STRING ws-fecha-auditoria DELIMITED BY SIZE
                  " " ws-hora-auditoria DELIMITED BY SIZE
                  " OPERADOR=" ws-operador DELIMITED BY SIZE
                  " OPERACION=" ws-operacion-auditoria DELIMITED BY SIZE
                  " ID=" cam-id-trabajador DELIMITED BY SIZE
                  " TIPO=" cam-tipo DELIMITED BY SIZE
                  " SOLICITA=" cam-operador-solicita DELIMITED BY SIZE
                  " SOLICITUD=" cam-fecha-solicitud DELIMITED BY SIZE
                  "-" cam-hora-solicitud DELIMITED BY SIZE
               INTO LINEA-AUDITORIA.
           PERFORM 0037-SELLAR-LINEA-AUDITORIA.

           MOVE SPACES TO LINEA-AUDITORIA.
           IF cambio-iban
               STRING "  PAGO/IBAN: " cam-forma-pago-antes
                      " " cam-iban-antes " -> " cam-forma-pago-despues
                      " " cam-iban-despues
                   DELIMITED BY SIZE INTO LINEA-AUDITORIA
           ELSE
               STRING "  SALARIO: " cam-salario-antes
                      " -> " cam-salario-despues
                      " EFECTIVO=" cam-fecha-efectiva
                   DELIMITED BY SIZE INTO LINEA-AUDITORIA
           END-IF.
           PERFORM 0037-SELLAR-LINEA-AUDITORIA.

       END PROGRAM 08-ARRAYS-BI.
