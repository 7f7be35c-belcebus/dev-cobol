      *             SIN ESTO, LOS MAESTROS DE UNA INSTALACION
      *             EXISTENTE NO ABREN (STATUS 39) CONTRA LOS FD
      *             NUEVOS.
      *15/10/2026 - MIGRACION DEL MAESTRO DE TRABAJADORES DE 236
      *             BYTES (SIN DATOS DE AFILIACION): EL OPERADOR LO
      *             RENOMBRA A TRABAJADORES_V3.DAT Y SE RECONSTRUYE
      *             CON EL NUMERO DE SEGURIDAD SOCIAL EN BLANCO Y EL
      *             GRUPO DE COTIZACION A CERO, A INFORMAR POR LA
      *             OPCION M.
      *15/10/2026 - PASO A VARIAS EMPRESAS DEL GRUPO. TODO LO
      *             EXISTENTE PASA A LA EMPRESA 01:
      *             - TRABAJADORES.DAT (250 BYTES, SIN EMPRESA): EL
      *               OPERADOR LO RENOMBRA A TRABAJADORES_V4.DAT.
      *             - NOMINAS.DAT (80 BYTES, SIN EMPRESA): EL
      *               OPERADOR LO RENOMBRA A NOMINAS_V2.DAT.
      *             - DEPARTAMENTOS.DAT Y CIERRES_NOMINA.DAT SE
      *               COMPLETAN EN SITIO CON LA EMPRESA 01.
      *             LAS CONVERSIONES DE TRAZADOS MAS ANTIGUOS DEJAN
      *             TAMBIEN LA EMPRESA 01.
      *15/10/2026 - MIGRACION DEL MAESTRO DE TRABAJADORES DE 252
      *             BYTES (SIN PORCENTAJES DE REPARTO POR
      *             DEPARTAMENTO): EL OPERADOR LO RENOMBRA A
      *             TRABAJADORES_V5.DAT Y SE RECONSTRUYE CON EL
      *             REPARTO 100/0/0, QUE IMPUTA TODO AL PRIMER
      *             DEPARTAMENTO COMO HASTA AHORA. LAS CONVERSIONES
      *             DE TRAZADOS MAS ANTIGUOS DEJAN EL MISMO REPARTO.
      *15/10/2026 - MIGRACION DEL MAESTRO DE TRABAJADORES DE 261
      *             BYTES (SIN DIRECCION DE CORREO): EL OPERADOR LO
      *             RENOMBRA A TRABAJADORES_V6.DAT Y SE RECONSTRUYE
      *             CON EL CORREO EN BLANCO (RECIBO A LA LISTA DE
      *             IMPRESION HASTA QUE SE INFORME). LAS CONVERSIONES
      *             DE TRAZADOS MAS ANTIGUOS LO DEJAN TAMBIEN EN
      *             BLANCO.
      *15/10/2026 - MIGRACION DEL MAESTRO DE NOMINAS DE 82 BYTES (SIN
      *             GASTOS DE VIAJE): EL OPERADOR LO RENOMBRA A
      *             NOMINAS_V3.DAT Y SE RECONSTRUYE CON LOS GASTOS
      *             EXENTOS Y SUJETOS A CERO. LAS CONVERSIONES DE
      *             TRAZADOS MAS ANTIGUOS LOS DEJAN TAMBIEN A CERO.
      *15/10/2026 - MIGRACION DEL MAESTRO DE NOMINAS DE 102 BYTES (SIN
      *             RETRIBUCION EN ESPECIE): EL OPERADOR LO RENOMBRA
      *             A NOMINAS_V4.DAT Y SE RECONSTRUYE CON LA ESPECIE
      *             Y EL INGRESO A CUENTA A CERO. LAS CONVERSIONES DE
      *             TRAZADOS MAS ANTIGUOS LOS DEJAN TAMBIEN A CERO.
      *15/10/2026 - MIGRACION DEL MAESTRO DE NOMINAS DE 122 BYTES (SIN
      *             DEDUCCIONES VOLUNTARIAS): EL OPERADOR LO RENOMBRA
      *             A NOMINAS_V5.DAT Y SE RECONSTRUYE CON LAS
      *             DEDUCCIONES A CERO. LAS CONVERSIONES DE TRAZADOS
      *             MAS ANTIGUOS LAS DEJAN TAMBIEN A CERO.
      *15/10/2026 - INCIDENCIAS.DAT PASA DE SECUENCIAL DE LINEAS A
      *             MAESTRO INDEXADO (INCREG, TRABAJADOR + PERIODO +
      *             SECUENCIA): EL OPERADOR RENOMBRA EL FICHERO
      *             ANTIGUO A INCIDENCIAS_V1.DAT Y SE RECONSTRUYE CON
      *             LA SECUENCIA EN EL ORDEN EN QUE LAS LINEAS DE CADA
      *             TRABAJADOR Y PERIODO ESTABAN EN EL FICHERO. LAS
      *             LINEAS SIN UNIDADES (TRAZADO MAS ANTIGUO) LAS
      *             DEJAN A CERO; EL ESTADO SE RESPETA TAL CUAL.
      *15/10/2026 - PUESTA EN MARCHA DE LAS VERSIONES FECHADAS DE LA
      *             FICHA (TRABAJADORES_VERSIONES.TXT): SI EL FICHERO
      *             NO EXISTE TODAVIA, CADA TRABAJADOR DEL MAESTRO YA
      *             MIGRADO RECIBE UNA VERSION 'I' (INICIAL) CON SU
      *             REGISTRO ACTUAL, PUNTO DE PARTIDA DE LA CONSULTA
      *             A FECHA. CON EL FICHERO YA EXISTENTE NO SE TOCA.
      *15/10/2026 - MIGRACION DEL MAESTRO DE TRABAJADORES DE 321
      *             BYTES (SIN SEXO): EL OPERADOR LO RENOMBRA A
      *             TRABAJADORES_V7.DAT Y SE RECONSTRUYE CON EL SEXO
      *             EN BLANCO, PENDIENTE DE INFORMAR POR LA OPCION
      *             M=MODIFICAR (FUERA DEL REGISTRO RETRIBUTIVO HASTA
      *             ENTONCES). LAS CONVERSIONES DE TRAZADOS MAS
      *             ANTIGUOS LO DEJAN TAMBIEN EN BLANCO.
      *15/10/2026 - PUESTA EN MARCHA DEL HISTORICO DE CONTRATOS
      *             (CONTRATOS_HISTORICO.DAT): SI EL FICHERO NO EXISTE
      *             TODAVIA, CADA TRABAJADOR DEL MAESTRO RECIBE SU
      *             PRIMER TRAMO DESDE LA FECHA DE ALTA CON EL
      *             CONTRATO ACTUAL (CERRADO EN LA FECHA DE BAJA SI
      *             YA NO ESTA ACTIVO), POR EL MISMO SUBPROGRAMA
      *             CONTRATOS-HISTORICO QUE LO MANTIENE DESPUES.
      *15/10/2026 - GASTOS.DAT PASA DE SECUENCIAL DE LINEAS A MAESTRO
      *             INDEXADO (GASREG, TRABAJADOR + PERIODO +
      *             SECUENCIA), COMO INCIDENCIAS.DAT: EL OPERADOR
      *             RENOMBRA EL FICHERO ANTIGUO A GASTOS_V1.DAT Y SE
      *             RECONSTRUYE CON LA SECUENCIA EN EL ORDEN EN QUE LOS
      *             GASTOS DE CADA TRABAJADOR Y PERIODO ESTABAN EN EL
      *             FICHERO; EL ESTADO SE RESPETA TAL CUAL.
      *15/10/2026 - MIGRACION DE LOS ARCHIVOS HISTORICOS, QUE TIENEN EL
      *             TRAZADO DE SU MAESTRO Y CRECEN CON EL:
      *             - TRABAJADORES_ARCHIVO.DAT (236 BYTES): EL
      *               OPERADOR LO RENOMBRA A
      *               TRABAJADORES_ARCHIVO_V1.DAT Y SE RECONSTRUYE
      *               COMO TRABAJADORES_V3.DAT (EMPRESA 01, REPARTO
      *               100/0/0, AFILIACION, CORREO Y SEXO EN BLANCO).
      *             - NOMINAS_HIST.DAT (80 BYTES): EL OPERADOR LO
      *               RENOMBRA A NOMINAS_HIST_V1.DAT Y SE RECONSTRUYE
      *               COMO NOMINAS_V2.DAT (EMPRESA 01, CAMPOS NUEVOS
      *               A CERO).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           ALTERNATE RECORD KEY IS v2-apellido-mat WITH DUPLICATES
           FILE STATUS IS viejo2file-status.

      *    MAESTRO DE 236 BYTES (SIN NUMERO DE SEGURIDAD SOCIAL NI
      *    GRUPO DE COTIZACION), YA RENOMBRADO POR EL OPERADOR.
           SELECT VIEJO3FILE ASSIGN TO "TRABAJADORES_V3.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS v3-id-trabajador
           ALTERNATE RECORD KEY IS v3-apellido-pat WITH DUPLICATES
           ALTERNATE RECORD KEY IS v3-apellido-mat WITH DUPLICATES
           FILE STATUS IS viejo3file-status.

      *    MAESTRO DE 250 BYTES (SIN EMPRESA), YA RENOMBRADO POR EL
      *    OPERADOR.
           SELECT VIEJO4FILE ASSIGN TO "TRABAJADORES_V4.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS v4-id-trabajador
           ALTERNATE RECORD KEY IS v4-apellido-pat WITH DUPLICATES
           ALTERNATE RECORD KEY IS v4-apellido-mat WITH DUPLICATES
           FILE STATUS IS viejo4file-status.

      *    MAESTRO DE 252 BYTES (SIN PORCENTAJES DE REPARTO POR
      *    DEPARTAMENTO), YA RENOMBRADO POR EL OPERADOR.
           SELECT VIEJO5FILE ASSIGN TO "TRABAJADORES_V5.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS v5-id-trabajador
           ALTERNATE RECORD KEY IS v5-apellido-pat WITH DUPLICATES
           ALTERNATE RECORD KEY IS v5-apellido-mat WITH DUPLICATES
           FILE STATUS IS viejo5file-status.

      *    MAESTRO DE 261 BYTES (SIN DIRECCION DE CORREO), YA
      *    RENOMBRADO POR EL OPERADOR.
           SELECT VIEJO6FILE ASSIGN TO "TRABAJADORES_V6.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS v6-id-trabajador
           ALTERNATE RECORD KEY IS v6-apellido-pat WITH DUPLICATES
           ALTERNATE RECORD KEY IS v6-apellido-mat WITH DUPLICATES
           FILE STATUS IS viejo6file-status.

      *    MAESTRO DE 321 BYTES (SIN SEXO), YA RENOMBRADO POR EL
      *    OPERADOR.
           SELECT VIEJO7FILE ASSIGN TO "TRABAJADORES_V7.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS v7-id-trabajador
           ALTERNATE RECORD KEY IS v7-apellido-pat WITH DUPLICATES
           ALTERNATE RECORD KEY IS v7-apellido-mat WITH DUPLICATES
           FILE STATUS IS viejo7file-status.

      *    ARCHIVO DE TRABAJADORES DADOS DE BAJA CON EL TRAZADO DE
      *    236 BYTES, YA RENOMBRADO POR EL OPERADOR, Y ARCHIVO ACTUAL.
           SELECT ARCHV1FILE ASSIGN TO "TRABAJADORES_ARCHIVO_V1.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS v1a-id-trabajador
           FILE STATUS IS archv1file-status.

           SELECT ARCHFILE ASSIGN TO "TRABAJADORES_ARCHIVO.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS arch-id-trabajador
           FILE STATUS IS archfile-status.

      *    MAESTRO DE NOMINAS DEL TRAZADO PREVIO (59 BYTES, SIN
      *    CUOTA PATRONAL, EMBARGO NI ESTADO DE PAGO), YA
      *    RENOMBRADO POR EL OPERADOR.
           RECORD KEY IS v1n-clave
           FILE STATUS IS nomv1file-status.

      *    MAESTRO DE NOMINAS DE 80 BYTES (SIN EMPRESA), YA
      *    RENOMBRADO POR EL OPERADOR.
           SELECT NOMV2FILE ASSIGN TO "NOMINAS_V2.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS v2n-clave
           FILE STATUS IS nomv2file-status.

      *    MAESTRO DE NOMINAS DE 82 BYTES (SIN GASTOS DE VIAJE), YA
      *    RENOMBRADO POR EL OPERADOR.
           SELECT NOMV3FILE ASSIGN TO "NOMINAS_V3.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS v3n-clave
           FILE STATUS IS nomv3file-status.

      *    MAESTRO DE NOMINAS DE 102 BYTES (SIN RETRIBUCION EN
      *    ESPECIE), YA RENOMBRADO POR EL OPERADOR.
           SELECT NOMV4FILE ASSIGN TO "NOMINAS_V4.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS v4n-clave
           FILE STATUS IS nomv4file-status.

      *    MAESTRO DE NOMINAS DE 122 BYTES (SIN DEDUCCIONES
      *    VOLUNTARIAS), YA RENOMBRADO POR EL OPERADOR.
           SELECT NOMV5FILE ASSIGN TO "NOMINAS_V5.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS v5n-clave
           FILE STATUS IS nomv5file-status.

           SELECT NOMMAESTRO ASSIGN TO "NOMINAS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS nom-clave
           FILE STATUS IS nommaestro-status.

      *    HISTORICO DE NOMINAS ARCHIVADAS CON EL TRAZADO DE 80
      *    BYTES, YA RENOMBRADO POR EL OPERADOR, E HISTORICO ACTUAL.
           SELECT NOMHV1FILE ASSIGN TO "NOMINAS_HIST_V1.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS v1h-clave
           FILE STATUS IS nomhv1file-status.

           SELECT NOMHIST ASSIGN TO "NOMINAS_HIST.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS nomh-clave
           FILE STATUS IS nomhist-status.

      *    INCIDENCIAS DEL TRAZADO SECUENCIAL DE LINEAS, YA
      *    RENOMBRADO POR EL OPERADOR.
           SELECT INCV1FILE ASSIGN TO "INCIDENCIAS_V1.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS incv1file-status.

           SELECT INCFILE ASSIGN TO "INCIDENCIAS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS inc-clave
           ALTERNATE RECORD KEY IS inc-periodo WITH DUPLICATES
           FILE STATUS IS incfile-status.

      *    GASTOS DE VIAJE DEL TRAZADO SECUENCIAL DE LINEAS, YA
      *    RENOMBRADO POR EL OPERADOR.
           SELECT GASV1FILE ASSIGN TO "GASTOS_V1.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS gasv1file-status.

           SELECT GASFILE ASSIGN TO "GASTOS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS gas-clave
           ALTERNATE RECORD KEY IS gas-periodo WITH DUPLICATES
           FILE STATUS IS gasfile-status.

      *    SOLO SE ABRE PARA SABER SI YA EXISTE: LAS VERSIONES LAS
      *    ESCRIBE TRABAJADORES-VERSION.
           SELECT VERSIONFILE ASSIGN TO "TRABAJADORES_VERSIONES.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS versionfile-status.

      *    IGUAL: SOLO PARA SABER SI YA EXISTE. LOS TRAMOS LOS
      *    ESCRIBE CONTRATOS-HISTORICO.
           SELECT CONTFILE ASSIGN TO "CONTRATOS_HISTORICO.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS con-clave
           FILE STATUS IS contfile-status.

           SELECT HISTSALFILE ASSIGN TO "HIST_SALARIOS.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS histsalfile-status.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS deptotmp-status.

           SELECT CIERREFILE ASSIGN TO "CIERRES_NOMINA.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS cierrefile-status.

           SELECT CIERRETMP ASSIGN TO "CIERRES_NOMINA_TMP.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS cierretmp-status.

       DATA DIVISION.
       FILE SECTION.
       FD  VIEJOFILE
           05 v2-apellido-mat      PIC X(50).
           05 v2-resto-registro    PIC X(77).

       FD  VIEJO3FILE
           LABEL RECORDS ARE STANDARD.
      *    TRAZADO DE TRABREG HASTA LA CATEGORIA, SIN LOS DATOS DE
      *    AFILIACION: LA CONVERSION ES UNA COPIA DE GRUPO SOBRE LAS
      *    236 PRIMERAS POSICIONES.
       01  REG-VIEJO3.
           05 v3-id-trabajador     PIC 9(05).
           05 v3-nombre            PIC X(50).
           05 v3-apellido-pat      PIC X(50).
           05 v3-apellido-mat      PIC X(50).
           05 v3-resto-registro    PIC X(81).

       FD  VIEJO4FILE
           LABEL RECORDS ARE STANDARD.
      *    TRAZADO DE TRABREG HASTA LOS DATOS DE AFILIACION, SIN LA
      *    EMPRESA: COPIA DE GRUPO SOBRE LAS 250 PRIMERAS POSICIONES.
       01  REG-VIEJO4.
           05 v4-id-trabajador     PIC 9(05).
           05 v4-nombre            PIC X(50).
           05 v4-apellido-pat      PIC X(50).
           05 v4-apellido-mat      PIC X(50).
           05 v4-resto-registro    PIC X(95).

       FD  VIEJO5FILE
           LABEL RECORDS ARE STANDARD.
      *    TRAZADO DE TRABREG HASTA LA EMPRESA, SIN LOS PORCENTAJES
      *    DE REPARTO: COPIA DE GRUPO SOBRE LAS 252 PRIMERAS
      *    POSICIONES.
       01  REG-VIEJO5.
           05 v5-id-trabajador     PIC 9(05).
           05 v5-nombre            PIC X(50).
           05 v5-apellido-pat      PIC X(50).
           05 v5-apellido-mat      PIC X(50).
           05 v5-resto-registro    PIC X(97).

       FD  VIEJO6FILE
           LABEL RECORDS ARE STANDARD.
      *    TRAZADO DE TRABREG HASTA LOS PORCENTAJES DE REPARTO, SIN
      *    EL CORREO: COPIA DE GRUPO SOBRE LAS 261 PRIMERAS
      *    POSICIONES.
       01  REG-VIEJO6.
           05 v6-id-trabajador     PIC 9(05).
           05 v6-nombre            PIC X(50).
           05 v6-apellido-pat      PIC X(50).
           05 v6-apellido-mat      PIC X(50).
           05 v6-resto-registro    PIC X(106).

       FD  VIEJO7FILE
           LABEL RECORDS ARE STANDARD.
      *    TRAZADO DE TRABREG HASTA EL CORREO, SIN EL SEXO: COPIA DE
      *    GRUPO SOBRE LAS 321 PRIMERAS POSICIONES.
       01  REG-VIEJO7.
           05 v7-id-trabajador     PIC 9(05).
           05 v7-nombre            PIC X(50).
           05 v7-apellido-pat      PIC X(50).
           05 v7-apellido-mat      PIC X(50).
           05 v7-resto-registro    PIC X(166).

       FD  ARCHV1FILE
           LABEL RECORDS ARE STANDARD.
      *    TRAZADO DE TRABREG HASTA LA CATEGORIA (236 BYTES), EL MISMO
      *    DE TRABAJADORES_V3.DAT.
       01  REG-ARCH-V1.
           05 v1a-id-trabajador    PIC 9(05).
           05 v1a-resto-registro   PIC X(231).

       FD  ARCHFILE
           LABEL RECORDS ARE STANDARD.
      *    MISMO LAYOUT QUE REG-TRABAJADOR (COPY TRABREG); LOS NOMBRES
      *    DE TRABREG YA LOS USA EL FD DE TRABFILE, ASI QUE SOLO SE
      *    NOMBRAN LA CLAVE Y LOS CAMPOS POSTERIORES A LA CATEGORIA.
       01  REG-ARCHIVO.
           05 arch-id-trabajador   PIC 9(05).
           05 arch-datos-v1        PIC X(231).
           05 arch-num-seg-social  PIC X(12).
           05 arch-grupo-cotizacion PIC 9(02).
           05 arch-empresa         PIC 9(02).
           05 arch-pct-departamento PIC 9(03) OCCURS 3 TIMES.
           05 arch-email           PIC X(60).
           05 arch-sexo            PIC X(01).

       FD  NOMV1FILE
           LABEL RECORDS ARE STANDARD.
      *    TRAZADO PREVIO DE NOMREG: CLAVE MAS BRUTO, SEGURIDAD
              10 v1n-periodo       PIC 9(06).
           05 v1n-resto-registro   PIC X(48).

       FD  NOMV2FILE
           LABEL RECORDS ARE STANDARD.
      *    TRAZADO DE NOMREG HASTA EL ESTADO DE PAGO, SIN LA EMPRESA
      *    (80 BYTES).
       01  REG-NOM-V2.
           05 v2n-clave.
              10 v2n-id-trabajador PIC 9(05).
              10 v2n-periodo       PIC 9(06).
           05 v2n-resto-registro   PIC X(69).

       FD  NOMV3FILE
           LABEL RECORDS ARE STANDARD.
      *    TRAZADO DE NOMREG HASTA LA EMPRESA, SIN LOS GASTOS DE
      *    VIAJE (82 BYTES).
       01  REG-NOM-V3.
           05 v3n-clave.
              10 v3n-id-trabajador PIC 9(05).
              10 v3n-periodo       PIC 9(06).
           05 v3n-resto-registro   PIC X(71).

       FD  NOMV4FILE
           LABEL RECORDS ARE STANDARD.
      *    TRAZADO DE NOMREG HASTA LOS GASTOS DE VIAJE, SIN LA
      *    RETRIBUCION EN ESPECIE (102 BYTES).
       01  REG-NOM-V4.
           05 v4n-clave.
              10 v4n-id-trabajador PIC 9(05).
              10 v4n-periodo       PIC 9(06).
           05 v4n-resto-registro   PIC X(91).

       FD  NOMV5FILE
           LABEL RECORDS ARE STANDARD.
      *    TRAZADO DE NOMREG HASTA LA RETRIBUCION EN ESPECIE, SIN
      *    LAS DEDUCCIONES VOLUNTARIAS (122 BYTES).
       01  REG-NOM-V5.
           05 v5n-clave.
              10 v5n-id-trabajador PIC 9(05).
              10 v5n-periodo       PIC 9(06).
           05 v5n-resto-registro   PIC X(111).

       FD  NOMHV1FILE
           LABEL RECORDS ARE STANDARD.
      *    TRAZADO DE NOMREG HASTA EL ESTADO DE PAGO (80 BYTES), EL
      *    MISMO DE NOMINAS_V2.DAT.
       01  REG-NOMH-V1.
           05 v1h-clave.
              10 v1h-id-trabajador PIC 9(05).
              10 v1h-periodo       PIC 9(06).
           05 v1h-resto-registro   PIC X(69).

       FD  NOMHIST
           LABEL RECORDS ARE STANDARD.
      *    MISMO LAYOUT QUE REG-NOMINA (COPY NOMREG); SOLO SE NOMBRAN
      *    LA CLAVE Y LOS CAMPOS POSTERIORES AL ESTADO DE PAGO.
       01  REG-NOMHIST.
           05 nomh-clave.
              10 nomh-id-trabajador PIC 9(05).
              10 nomh-periodo       PIC 9(06).
           05 nomh-datos-v1         PIC X(69).
           05 nomh-empresa          PIC 9(02).
           05 nomh-gastos-exentos   PIC S9(07)V99 SIGN TRAILING
                                    SEPARATE.
           05 nomh-gastos-sujetos   PIC S9(07)V99 SIGN TRAILING
                                    SEPARATE.
           05 nomh-especie          PIC S9(07)V99 SIGN TRAILING
                                    SEPARATE.
           05 nomh-ingreso-cuenta   PIC S9(07)V99 SIGN TRAILING
                                    SEPARATE.
           05 nomh-deducciones      PIC S9(07)V99 SIGN TRAILING
                                    SEPARATE.

       FD  NOMMAESTRO
           LABEL RECORDS ARE STANDARD.
       01  REG-NOMINA.
           COPY NOMREG.

       FD  INCV1FILE
           LABEL RECORDS ARE STANDARD.
      *    TRAZADO SECUENCIAL DE LAS INCIDENCIAS, SIN SECUENCIA. EN
      *    LAS LINEAS MAS ANTIGUAS FALTAN EL ESTADO Y LAS UNIDADES,
      *    QUE LLEGAN EN BLANCO.
       01  REG-INC-V1.
           05 v1i-id-trabajador    PIC 9(05).
           05 v1i-periodo          PIC 9(06).
           05 v1i-concepto         PIC X(02).
           05 v1i-importe          PIC S9(05)V99 SIGN TRAILING
                                   SEPARATE.
           05 v1i-estado           PIC X(01).
           05 v1i-unidades         PIC 9(03)V99.

       FD  INCFILE
           LABEL RECORDS ARE STANDARD.
       01  REG-INCIDENCIA.
           COPY INCREG.

       FD  GASV1FILE
           LABEL RECORDS ARE STANDARD.
      *    TRAZADO SECUENCIAL DE LOS GASTOS DE VIAJE, SIN SECUENCIA.
       01  REG-GAS-V1.
           05 v1g-id-trabajador    PIC 9(05).
           05 v1g-periodo          PIC 9(06).
           05 v1g-fecha            PIC 9(08).
           05 v1g-tipo             PIC X(01).
           05 v1g-unidades         PIC 9(05)V99.
           05 v1g-importe          PIC 9(05)V99.
           05 v1g-estado           PIC X(01).
           05 v1g-descripcion      PIC X(30).

       FD  GASFILE
           LABEL RECORDS ARE STANDARD.
       01  REG-GASTO.
           COPY GASREG.

       FD  VERSIONFILE
           LABEL RECORDS ARE STANDARD.
       01  REG-VERSION.
           COPY VERREG.

       FD  CONTFILE
           LABEL RECORDS ARE STANDARD.
       01  REG-CONTRATO.
           COPY CONREG.

       FD  HISTSALFILE
           LABEL RECORDS ARE STANDARD.
       01  REG-HIST-SALARIO.
           05 nombre-departamento-cat   PIC X(30).
           05 responsable-departamento-cat PIC X(30).
           05 presupuesto-departamento-cat PIC 9(07)V99.
           05 empresa-departamento-cat  PIC 9(02).

       FD  DEPTOTMP
           LABEL RECORDS ARE STANDARD.
       01  REG-DEPTO-TMP               PIC X(73).

       FD  CIERREFILE
           LABEL RECORDS ARE STANDARD.
       01  REG-CIERRE.
           05 cie-periodo          PIC 9(06).
           05 cie-fecha-cierre     PIC 9(08).
           05 cie-trabajadores     PIC 9(05).
           05 cie-total-bruto      PIC S9(09)V99 SIGN TRAILING SEPARATE.
           05 cie-total-deduccion  PIC S9(09)V99 SIGN TRAILING SEPARATE.
           05 cie-total-liquido    PIC S9(09)V99 SIGN TRAILING SEPARATE.
           05 cie-empresa          PIC 9(02).

       FD  CIERRETMP
           LABEL RECORDS ARE STANDARD.
       01  REG-CIERRE-TMP              PIC X(57).

       WORKING-STORAGE SECTION.

             FS-FICHERO-NO-EXISTE BY viejo2file-no-existe
             FS-REGISTRO-BLOQUEADO BY viejo2file-bloqueado
             FS-DATOS-INVALIDOS BY viejo2file-datos-invalidos.
         COPY FILESTAT REPLACING NIVEL-FS BY 77
             FS-CAMPO BY viejo3file-status
             FS-OK BY viejo3file-ok
             FS-FIN-FICHERO BY viejo3file-fin
             FS-CLAVE-DUPLICADA BY viejo3file-dup
             FS-REGISTRO-NO-ENCONTRADO BY viejo3file-no-encontrado
             FS-FICHERO-NO-EXISTE BY viejo3file-no-existe
             FS-REGISTRO-BLOQUEADO BY viejo3file-bloqueado
             FS-DATOS-INVALIDOS BY viejo3file-datos-invalidos.
         COPY FILESTAT REPLACING NIVEL-FS BY 77
             FS-CAMPO BY nomv1file-status
             FS-OK BY nomv1file-ok
             FS-FICHERO-NO-EXISTE BY nommaestro-no-existe
             FS-REGISTRO-BLOQUEADO BY nommaestro-bloqueado
             FS-DATOS-INVALIDOS BY nommaestro-datos-invalidos.
         COPY FILESTAT REPLACING NIVEL-FS BY 77
             FS-CAMPO BY viejo4file-status
             FS-OK BY viejo4file-ok
             FS-FIN-FICHERO BY viejo4file-fin
             FS-CLAVE-DUPLICADA BY viejo4file-dup
             FS-REGISTRO-NO-ENCONTRADO BY viejo4file-no-encontrado
             FS-FICHERO-NO-EXISTE BY viejo4file-no-existe
             FS-REGISTRO-BLOQUEADO BY viejo4file-bloqueado
             FS-DATOS-INVALIDOS BY viejo4file-datos-invalidos.
         COPY FILESTAT REPLACING NIVEL-FS BY 77
             FS-CAMPO BY viejo5file-status
             FS-OK BY viejo5file-ok
             FS-FIN-FICHERO BY viejo5file-fin
             FS-CLAVE-DUPLICADA BY viejo5file-dup
             FS-REGISTRO-NO-ENCONTRADO BY viejo5file-no-encontrado
             FS-FICHERO-NO-EXISTE BY viejo5file-no-existe
             FS-REGISTRO-BLOQUEADO BY viejo5file-bloqueado
             FS-DATOS-INVALIDOS BY viejo5file-datos-invalidos.
         COPY FILESTAT REPLACING NIVEL-FS BY 77
             FS-CAMPO BY viejo6file-status
             FS-OK BY viejo6file-ok
             FS-FIN-FICHERO BY viejo6file-fin
             FS-CLAVE-DUPLICADA BY viejo6file-dup
             FS-REGISTRO-NO-ENCONTRADO BY viejo6file-no-encontrado
             FS-FICHERO-NO-EXISTE BY viejo6file-no-existe
             FS-REGISTRO-BLOQUEADO BY viejo6file-bloqueado
             FS-DATOS-INVALIDOS BY viejo6file-datos-invalidos.
         COPY FILESTAT REPLACING NIVEL-FS BY 77
             FS-CAMPO BY viejo7file-status
             FS-OK BY viejo7file-ok
             FS-FIN-FICHERO BY viejo7file-fin
             FS-CLAVE-DUPLICADA BY viejo7file-dup
             FS-REGISTRO-NO-ENCONTRADO BY viejo7file-no-encontrado
             FS-FICHERO-NO-EXISTE BY viejo7file-no-existe
             FS-REGISTRO-BLOQUEADO BY viejo7file-bloqueado
             FS-DATOS-INVALIDOS BY viejo7file-datos-invalidos.
         COPY FILESTAT REPLACING NIVEL-FS BY 77
             FS-CAMPO BY nomv2file-status
             FS-OK BY nomv2file-ok
             FS-FIN-FICHERO BY nomv2file-fin
             FS-CLAVE-DUPLICADA BY nomv2file-dup
             FS-REGISTRO-NO-ENCONTRADO BY nomv2file-no-encontrado
             FS-FICHERO-NO-EXISTE BY nomv2file-no-existe
             FS-REGISTRO-BLOQUEADO BY nomv2file-bloqueado
             FS-DATOS-INVALIDOS BY nomv2file-datos-invalidos.
         COPY FILESTAT REPLACING NIVEL-FS BY 77
             FS-CAMPO BY nomv3file-status
             FS-OK BY nomv3file-ok
             FS-FIN-FICHERO BY nomv3file-fin
             FS-CLAVE-DUPLICADA BY nomv3file-dup
             FS-REGISTRO-NO-ENCONTRADO BY nomv3file-no-encontrado
             FS-FICHERO-NO-EXISTE BY nomv3file-no-existe
             FS-REGISTRO-BLOQUEADO BY nomv3file-bloqueado
             FS-DATOS-INVALIDOS BY nomv3file-datos-invalidos.
         COPY FILESTAT REPLACING NIVEL-FS BY 77
             FS-CAMPO BY nomv4file-status
             FS-OK BY nomv4file-ok
             FS-FIN-FICHERO BY nomv4file-fin
             FS-CLAVE-DUPLICADA BY nomv4file-dup
             FS-REGISTRO-NO-ENCONTRADO BY nomv4file-no-encontrado
             FS-FICHERO-NO-EXISTE BY nomv4file-no-existe
             FS-REGISTRO-BLOQUEADO BY nomv4file-bloqueado
             FS-DATOS-INVALIDOS BY nomv4file-datos-invalidos.
         COPY FILESTAT REPLACING NIVEL-FS BY 77
             FS-CAMPO BY nomv5file-status
             FS-OK BY nomv5file-ok
             FS-FIN-FICHERO BY nomv5file-fin
             FS-CLAVE-DUPLICADA BY nomv5file-dup
             FS-REGISTRO-NO-ENCONTRADO BY nomv5file-no-encontrado
             FS-FICHERO-NO-EXISTE BY nomv5file-no-existe
             FS-REGISTRO-BLOQUEADO BY nomv5file-bloqueado
             FS-DATOS-INVALIDOS BY nomv5file-datos-invalidos.
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
             FS-CAMPO BY cierretmp-status
             FS-OK BY cierretmp-ok
             FS-FIN-FICHERO BY cierretmp-fin
             FS-CLAVE-DUPLICADA BY cierretmp-dup
             FS-REGISTRO-NO-ENCONTRADO BY cierretmp-no-encontrado
             FS-FICHERO-NO-EXISTE BY cierretmp-no-existe
             FS-REGISTRO-BLOQUEADO BY cierretmp-bloqueado
             FS-DATOS-INVALIDOS BY cierretmp-datos-invalidos.

         COPY FILESTAT REPLACING NIVEL-FS BY 77
             FS-CAMPO BY incv1file-status
             FS-OK BY incv1file-ok
             FS-FIN-FICHERO BY incv1file-fin
             FS-CLAVE-DUPLICADA BY incv1file-dup
             FS-REGISTRO-NO-ENCONTRADO BY incv1file-no-encontrado
             FS-FICHERO-NO-EXISTE BY incv1file-no-existe
             FS-REGISTRO-BLOQUEADO BY incv1file-bloqueado
             FS-DATOS-INVALIDOS BY incv1file-datos-invalidos.
         COPY FILESTAT REPLACING NIVEL-FS BY 77
             FS-CAMPO BY incfile-status
             FS-OK BY incfile-ok
             FS-FIN-FICHERO BY incfile-fin
             FS-CLAVE-DUPLICADA BY incfile-dup
             FS-REGISTRO-NO-ENCONTRADO BY incfile-no-encontrado
             FS-FICHERO-NO-EXISTE BY incfile-no-existe
             FS-REGISTRO-BLOQUEADO BY incfile-bloqueado
             FS-DATOS-INVALIDOS BY incfile-datos-invalidos.
         COPY FILESTAT REPLACING NIVEL-FS BY 77
             FS-CAMPO BY gasv1file-status
             FS-OK BY gasv1file-ok
             FS-FIN-FICHERO BY gasv1file-fin
             FS-CLAVE-DUPLICADA BY gasv1file-dup
             FS-REGISTRO-NO-ENCONTRADO BY gasv1file-no-encontrado
             FS-FICHERO-NO-EXISTE BY gasv1file-no-existe
             FS-REGISTRO-BLOQUEADO BY gasv1file-bloqueado
             FS-DATOS-INVALIDOS BY gasv1file-datos-invalidos.
         COPY FILESTAT REPLACING NIVEL-FS BY 77
             FS-CAMPO BY gasfile-status
             FS-OK BY gasfile-ok
             FS-FIN-FICHERO BY gasfile-fin
             FS-CLAVE-DUPLICADA BY gasfile-dup
             FS-REGISTRO-NO-ENCONTRADO BY gasfile-no-encontrado
             FS-FICHERO-NO-EXISTE BY gasfile-no-existe
             FS-REGISTRO-BLOQUEADO BY gasfile-bloqueado
             FS-DATOS-INVALIDOS BY gasfile-datos-invalidos.
         COPY FILESTAT REPLACING NIVEL-FS BY 77
             FS-CAMPO BY versionfile-status
             FS-OK BY versionfile-ok
             FS-FIN-FICHERO BY versionfile-fin
             FS-CLAVE-DUPLICADA BY versionfile-dup
             FS-REGISTRO-NO-ENCONTRADO BY versionfile-no-encontrado
             FS-FICHERO-NO-EXISTE BY versionfile-no-existe
             FS-REGISTRO-BLOQUEADO BY versionfile-bloqueado
             FS-DATOS-INVALIDOS BY versionfile-datos-invalidos.
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
             FS-CAMPO BY archv1file-status
             FS-OK BY archv1file-ok
             FS-FIN-FICHERO BY archv1file-fin
             FS-CLAVE-DUPLICADA BY archv1file-dup
             FS-REGISTRO-NO-ENCONTRADO BY archv1file-no-encontrado
             FS-FICHERO-NO-EXISTE BY archv1file-no-existe
             FS-REGISTRO-BLOQUEADO BY archv1file-bloqueado
             FS-DATOS-INVALIDOS BY archv1file-datos-invalidos.
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
             FS-CAMPO BY nomhv1file-status
             FS-OK BY nomhv1file-ok
             FS-FIN-FICHERO BY nomhv1file-fin
             FS-CLAVE-DUPLICADA BY nomhv1file-dup
             FS-REGISTRO-NO-ENCONTRADO BY nomhv1file-no-encontrado
             FS-FICHERO-NO-EXISTE BY nomhv1file-no-existe
             FS-REGISTRO-BLOQUEADO BY nomhv1file-bloqueado
             FS-DATOS-INVALIDOS BY nomhv1file-datos-invalidos.
         COPY FILESTAT REPLACING NIVEL-FS BY 77
             FS-CAMPO BY nomhist-status
             FS-OK BY nomhist-ok
             FS-FIN-FICHERO BY nomhist-fin
             FS-CLAVE-DUPLICADA BY nomhist-dup
             FS-REGISTRO-NO-ENCONTRADO BY nomhist-no-encontrado
             FS-FICHERO-NO-EXISTE BY nomhist-no-existe
             FS-REGISTRO-BLOQUEADO BY nomhist-bloqueado
             FS-DATOS-INVALIDOS BY nomhist-datos-invalidos.
         COPY VERCOM.

         77 ws-trab-migrados     PIC 9(05) VALUE 0.
         77 ws-trab-v2-migrados  PIC 9(05) VALUE 0.
         77 ws-trab-v3-migrados  PIC 9(05) VALUE 0.
         77 ws-trab-v4-migrados  PIC 9(05) VALUE 0.
         77 ws-trab-v5-migrados  PIC 9(05) VALUE 0.
         77 ws-trab-v6-migrados  PIC 9(05) VALUE 0.
         77 ws-trab-v7-migrados  PIC 9(05) VALUE 0.
         77 ws-nominas-migradas  PIC 9(07) VALUE 0.
         77 ws-nominas-v2-migradas PIC 9(07) VALUE 0.
         77 ws-nominas-v3-migradas PIC 9(07) VALUE 0.
         77 ws-nominas-v4-migradas PIC 9(07) VALUE 0.
         77 ws-nominas-v5-migradas PIC 9(07) VALUE 0.
         77 ws-hist-leidas       PIC 9(07) VALUE 0.
         77 ws-hist-completadas  PIC 9(07) VALUE 0.
         77 ws-dep-leidos        PIC 9(03) VALUE 0.
         77 ws-dep-completados   PIC 9(03) VALUE 0.
         77 ws-cie-leidos        PIC 9(05) VALUE 0.
         77 ws-cie-completados   PIC 9(05) VALUE 0.
         77 ws-inc-migradas      PIC 9(07) VALUE 0.
         77 ws-inc-secuencia     PIC 9(03).
         77 ws-gas-migrados      PIC 9(07) VALUE 0.
         77 ws-gas-secuencia     PIC 9(03).
         77 ws-archivo-migrados  PIC 9(05) VALUE 0.
         77 ws-nomhist-migradas  PIC 9(07) VALUE 0.
         77 ws-versiones-iniciales PIC 9(05) VALUE 0.
         77 ws-tramos-iniciales  PIC 9(05) VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN SECTION.
           DISPLAY "=== MIGRACION DE FICHEROS DE NOMINAS ===".
           PERFORM 0001-MIGRAR-TRABAJADORES.
           PERFORM 0004-MIGRAR-TRABAJADORES-V2.
           PERFORM 0006-MIGRAR-TRABAJADORES-V3.
           PERFORM 0007-MIGRAR-TRABAJADORES-V4.
           PERFORM 0010-MIGRAR-TRABAJADORES-V5.
           PERFORM 0011-MIGRAR-TRABAJADORES-V6.
           PERFORM 0017-MIGRAR-TRABAJADORES-V7.
           PERFORM 0005-MIGRAR-NOMINAS.
           PERFORM 0008-MIGRAR-NOMINAS-V2.
           PERFORM 0012-MIGRAR-NOMINAS-V3.
           PERFORM 0013-MIGRAR-NOMINAS-V4.
           PERFORM 0014-MIGRAR-NOMINAS-V5.
           PERFORM 0015-MIGRAR-INCIDENCIAS.
           PERFORM 0019-MIGRAR-GASTOS.
           PERFORM 0020-MIGRAR-ARCHIVO-TRABAJADORES.
           PERFORM 0021-MIGRAR-HISTORICO-NOMINAS.
           PERFORM 0002-COMPLETAR-HISTORICO.
           PERFORM 0003-COMPLETAR-DEPARTAMENTOS.
           PERFORM 0009-COMPLETAR-CIERRES.
           PERFORM 0016-VERSIONES-INICIALES.
           PERFORM 0018-TRAMOS-INICIALES.
           DISPLAY "MIGRACION TERMINADA.".
           STOP RUN.

           MOVE SPACES TO nif-trabajador.
           MOVE 0 TO fecha-baja-trabajador.
           MOVE SPACES TO categoria-trabajador.
           MOVE SPACES TO num-seg-social.
           MOVE 0 TO grupo-cotizacion.
           MOVE 1 TO empresa-trabajador.
           MOVE 100 TO pct-departamento(1).
           MOVE 0 TO pct-departamento(2).
           MOVE 0 TO pct-departamento(3).
           MOVE SPACES TO email-trabajador.
           MOVE SPACES TO sexo-trabajador.
           WRITE REG-TRABAJADOR
               INVALID KEY
                   DISPLAY "AVISO: NO SE PUDO MIGRAR EL ID "
           *> A INFORMAR POR LA OPCION M.
           MOVE REG-VIEJO2 TO REG-TRABAJADOR(1:232).
           MOVE SPACES TO categoria-trabajador.
           MOVE SPACES TO num-seg-social.
           MOVE 0 TO grupo-cotizacion.
           MOVE 1 TO empresa-trabajador.
           MOVE 100 TO pct-departamento(1).
           MOVE 0 TO pct-departamento(2).
           MOVE 0 TO pct-departamento(3).
           MOVE SPACES TO email-trabajador.
           MOVE SPACES TO sexo-trabajador.
           WRITE REG-TRABAJADOR
               INVALID KEY
                   DISPLAY "AVISO: NO SE PUDO MIGRAR EL ID "
                   ADD 1 TO ws-trab-v2-migrados
           END-WRITE.

       0006-MIGRAR-TRABAJADORES-V3.
           *> MISMAS GUARDAS QUE LAS MIGRACIONES ANTERIORES: SOLO SE
           *> RECONSTRUYE DESDE TRABAJADORES_V3.DAT Y CON
           *> TRABAJADORES.DAT AUSENTE (STATUS 35).
           OPEN INPUT VIEJO3FILE.
           IF NOT viejo3file-ok
               DISPLAY "SIN TRABAJADORES_V3.DAT (FILE STATUS "
                   viejo3file-status "), MAESTRO DE 236 BYTES NO "
                   "MIGRADO. SI HAY QUE MIGRARLO, RENOMBRE ANTES "
                   "EL MAESTRO A TRABAJADORES_V3.DAT."
           ELSE
               OPEN INPUT TRABFILE
               IF trabfile-ok
                   CLOSE TRABFILE
                   DISPLAY "TRABAJADORES.DAT YA EXISTE, NO SE "
                       "RECONSTRUYE: RETIRELO ANTES SI DE VERDAD "
                       "QUIERE REPETIR LA MIGRACION"
               ELSE IF NOT trabfile-no-existe
                   DISPLAY "TRABAJADORES.DAT NO SE PUDO EXAMINAR - "
                       "FILE STATUS " trabfile-status ", MAESTRO NO "
                       "MIGRADO"
               ELSE
                   OPEN OUTPUT TRABFILE
                   MOVE LOW-VALUES TO v3-id-trabajador
                   START VIEJO3FILE
                       KEY IS NOT LESS THAN v3-id-trabajador
                       INVALID KEY SET viejo3file-fin TO TRUE
                   END-START
                   PERFORM 0006-CONVERTIR-SIGUIENTE-V3
                       UNTIL viejo3file-fin
                   CLOSE TRABFILE
                   DISPLAY "TRABAJADORES MIGRADOS DEL TRAZADO DE "
                       "236 BYTES: " ws-trab-v3-migrados
               END-IF
               CLOSE VIEJO3FILE
           END-IF.

       0006-CONVERTIR-SIGUIENTE-V3.
           READ VIEJO3FILE NEXT RECORD
               AT END SET viejo3file-fin TO TRUE
               NOT AT END
                   PERFORM 0006-ESCRIBIR-CONVERTIDO-V3
           END-READ.

       0006-ESCRIBIR-CONVERTIDO-V3.
           *> LAS 236 PRIMERAS POSICIONES SE COPIAN TAL CUAL; EL
           *> NUMERO DE AFILIACION QUEDA EN BLANCO Y EL GRUPO A CERO
           *> (= PENDIENTES DE INFORMAR POR LA OPCION M).
           MOVE REG-VIEJO3 TO REG-TRABAJADOR(1:236).
           MOVE SPACES TO num-seg-social.
           MOVE 0 TO grupo-cotizacion.
           MOVE 1 TO empresa-trabajador.
           MOVE 100 TO pct-departamento(1).
           MOVE 0 TO pct-departamento(2).
           MOVE 0 TO pct-departamento(3).
           MOVE SPACES TO email-trabajador.
           MOVE SPACES TO sexo-trabajador.
           WRITE REG-TRABAJADOR
               INVALID KEY
                   DISPLAY "AVISO: NO SE PUDO MIGRAR EL ID "
                       id-trabajador " - FILE STATUS "
                       trabfile-status
               NOT INVALID KEY
                   ADD 1 TO ws-trab-v3-migrados
           END-WRITE.

       0005-MIGRAR-NOMINAS.
           *> MAESTRO DE RESULTADOS DEL TRAZADO PREVIO (59 BYTES):
           *> MISMAS GUARDAS DE RENOMBRADO Y DE STATUS 35.
           MOVE 0 TO nom-cuota-patronal.
           MOVE 0 TO nom-embargo.
           MOVE SPACE TO nom-estado-pago.
           MOVE 1 TO nom-empresa.
           MOVE 0 TO nom-gastos-exentos nom-gastos-sujetos.
           MOVE 0 TO nom-especie nom-ingreso-cuenta.
           MOVE 0 TO nom-deducciones.
           WRITE REG-NOMINA
               INVALID KEY
                   DISPLAY "AVISO: NO SE PUDO MIGRAR LA NOMINA "
           *> LAS LINEAS ANTIGUAS DEL CATALOGO (SIN LA COLUMNA DE
           *> PRESUPUESTO) SE COMPLETAN CON PRESUPUESTO CERO (= SIN
           *> CONTROL PRESUPUESTARIO), PENDIENTE DE INFORMAR CON
           *> DEPTOS-MANTENIMIENTO. LAS QUE NO TRAEN EMPRESA PASAN A
           *> LA EMPRESA 01.
           OPEN INPUT DEPTOFILE.
           IF NOT deptofile-ok
               DISPLAY "SIN DEPARTAMENTOS.DAT, NADA QUE COMPLETAR"
                   ADD 1 TO ws-dep-leidos
                   IF presupuesto-departamento-cat IS NOT NUMERIC
                       MOVE 0 TO presupuesto-departamento-cat
                       MOVE 1 TO empresa-departamento-cat
                       ADD 1 TO ws-dep-completados
                   ELSE IF empresa-departamento-cat IS NOT NUMERIC
                       MOVE 1 TO empresa-departamento-cat
                       ADD 1 TO ws-dep-completados
                   END-IF
                   MOVE REG-DEPARTAMENTO TO REG-DEPTO-TMP
                   WRITE REG-DEPARTAMENTO
           END-READ.

       0007-MIGRAR-TRABAJADORES-V4.
           *> MISMAS GUARDAS QUE LAS MIGRACIONES ANTERIORES: SOLO SE
           *> RECONSTRUYE DESDE TRABAJADORES_V4.DAT Y CON
           *> TRABAJADORES.DAT AUSENTE (STATUS 35).
           OPEN INPUT VIEJO4FILE.
           IF NOT viejo4file-ok
               DISPLAY "SIN TRABAJADORES_V4.DAT (FILE STATUS "
                   viejo4file-status "), MAESTRO DE 250 BYTES NO "
                   "MIGRADO. SI HAY QUE MIGRARLO, RENOMBRE ANTES "
                   "EL MAESTRO A TRABAJADORES_V4.DAT."
           ELSE
               OPEN INPUT TRABFILE
               IF trabfile-ok
                   CLOSE TRABFILE
                   DISPLAY "TRABAJADORES.DAT YA EXISTE, NO SE "
                       "RECONSTRUYE: RETIRELO ANTES SI DE VERDAD "
                       "QUIERE REPETIR LA MIGRACION"
               ELSE IF NOT trabfile-no-existe
                   DISPLAY "TRABAJADORES.DAT NO SE PUDO EXAMINAR - "
                       "FILE STATUS " trabfile-status ", MAESTRO NO "
                       "MIGRADO"
               ELSE
                   OPEN OUTPUT TRABFILE
                   MOVE LOW-VALUES TO v4-id-trabajador
                   START VIEJO4FILE
                       KEY IS NOT LESS THAN v4-id-trabajador
                       INVALID KEY SET viejo4file-fin TO TRUE
                   END-START
                   PERFORM 0007-CONVERTIR-SIGUIENTE-V4
                       UNTIL viejo4file-fin
                   CLOSE TRABFILE
                   DISPLAY "TRABAJADORES MIGRADOS DEL TRAZADO DE "
                       "250 BYTES: " ws-trab-v4-migrados
               END-IF
               CLOSE VIEJO4FILE
           END-IF.

       0007-CONVERTIR-SIGUIENTE-V4.
           READ VIEJO4FILE NEXT RECORD
               AT END SET viejo4file-fin TO TRUE
               NOT AT END
                   PERFORM 0007-ESCRIBIR-CONVERTIDO-V4
           END-READ.

       0007-ESCRIBIR-CONVERTIDO-V4.
           *> LAS 250 PRIMERAS POSICIONES SE COPIAN TAL CUAL; TODA
           *> LA PLANTILLA EXISTENTE ES DE LA EMPRESA 01.
           MOVE REG-VIEJO4 TO REG-TRABAJADOR(1:250).
           MOVE 1 TO empresa-trabajador.
           MOVE 100 TO pct-departamento(1).
           MOVE 0 TO pct-departamento(2).
           MOVE 0 TO pct-departamento(3).
           MOVE SPACES TO email-trabajador.
           MOVE SPACES TO sexo-trabajador.
           WRITE REG-TRABAJADOR
               INVALID KEY
                   DISPLAY "AVISO: NO SE PUDO MIGRAR EL ID "
                       id-trabajador " - FILE STATUS "
                       trabfile-status
               NOT INVALID KEY
                   ADD 1 TO ws-trab-v4-migrados
           END-WRITE.

       0008-MIGRAR-NOMINAS-V2.
           *> MAESTRO DE RESULTADOS DE 80 BYTES: MISMAS GUARDAS DE
           *> RENOMBRADO Y DE STATUS 35.
           OPEN INPUT NOMV2FILE.
           IF NOT nomv2file-ok
               DISPLAY "SIN NOMINAS_V2.DAT (FILE STATUS "
                   nomv2file-status "), MAESTRO DE NOMINAS DE 80 "
                   "BYTES NO MIGRADO. SI HAY QUE MIGRARLO, RENOMBRE "
                   "ANTES EL MAESTRO A NOMINAS_V2.DAT."
           ELSE
               OPEN INPUT NOMMAESTRO
               IF nommaestro-ok
                   CLOSE NOMMAESTRO
                   DISPLAY "NOMINAS.DAT YA EXISTE, NO SE "
                       "RECONSTRUYE: RETIRELO ANTES SI DE VERDAD "
                       "QUIERE REPETIR LA MIGRACION"
               ELSE IF NOT nommaestro-no-existe
                   DISPLAY "NOMINAS.DAT NO SE PUDO EXAMINAR - "
                       "FILE STATUS " nommaestro-status
                       ", MAESTRO NO MIGRADO"
               ELSE
                   OPEN OUTPUT NOMMAESTRO
                   MOVE LOW-VALUES TO v2n-clave
                   START NOMV2FILE
                       KEY IS NOT LESS THAN v2n-clave
                       INVALID KEY SET nomv2file-fin TO TRUE
                   END-START
                   PERFORM 0008-CONVERTIR-SIGUIENTE-NOMINA
                       UNTIL nomv2file-fin
                   CLOSE NOMMAESTRO
                   DISPLAY "NOMINAS MIGRADAS DEL TRAZADO DE 80 "
                       "BYTES: " ws-nominas-v2-migradas
               END-IF
               CLOSE NOMV2FILE
           END-IF.

       0008-CONVERTIR-SIGUIENTE-NOMINA.
           READ NOMV2FILE NEXT RECORD
               AT END SET nomv2file-fin TO TRUE
               NOT AT END
                   PERFORM 0008-ESCRIBIR-NOMINA-CONVERTIDA
           END-READ.

       0008-ESCRIBIR-NOMINA-CONVERTIDA.

           MOVE REG-NOM-V2 TO REG-NOMINA(1:80).
           MOVE 1 TO nom-empresa.
           MOVE 0 TO nom-gastos-exentos nom-gastos-sujetos.
           MOVE 0 TO nom-especie nom-ingreso-cuenta.
           MOVE 0 TO nom-deducciones.
           WRITE REG-NOMINA
               INVALID KEY
                   DISPLAY "AVISO: NO SE PUDO MIGRAR LA NOMINA "
                       nom-id-trabajador " PERIODO " nom-periodo
                       " - FILE STATUS " nommaestro-status
               NOT INVALID KEY
                   ADD 1 TO ws-nominas-v2-migradas
           END-WRITE.

       0012-MIGRAR-NOMINAS-V3.
           *> MAESTRO DE RESULTADOS DE 82 BYTES: MISMAS GUARDAS DE
           *> RENOMBRADO Y DE STATUS 35.
           OPEN INPUT NOMV3FILE.
           IF NOT nomv3file-ok
               DISPLAY "SIN NOMINAS_V3.DAT (FILE STATUS "
                   nomv3file-status "), MAESTRO DE NOMINAS DE 82 "
                   "BYTES NO MIGRADO. SI HAY QUE MIGRARLO, RENOMBRE "
                   "ANTES EL MAESTRO A NOMINAS_V3.DAT."
           ELSE
               OPEN INPUT NOMMAESTRO
               IF nommaestro-ok
                   CLOSE NOMMAESTRO
                   DISPLAY "NOMINAS.DAT YA EXISTE, NO SE "
                       "RECONSTRUYE: RETIRELO ANTES SI DE VERDAD "
                       "QUIERE REPETIR LA MIGRACION"
               ELSE IF NOT nommaestro-no-existe
                   DISPLAY "NOMINAS.DAT NO SE PUDO EXAMINAR - "
                       "FILE STATUS " nommaestro-status
                       ", MAESTRO NO MIGRADO"
               ELSE
                   OPEN OUTPUT NOMMAESTRO
                   MOVE LOW-VALUES TO v3n-clave
                   START NOMV3FILE
                       KEY IS NOT LESS THAN v3n-clave
                       INVALID KEY SET nomv3file-fin TO TRUE
                   END-START
                   PERFORM 0012-CONVERTIR-SIGUIENTE-NOMINA
                       UNTIL nomv3file-fin
                   CLOSE NOMMAESTRO
                   DISPLAY "NOMINAS MIGRADAS DEL TRAZADO DE 82 "
                       "BYTES: " ws-nominas-v3-migradas
               END-IF
               CLOSE NOMV3FILE
           END-IF.

       0012-CONVERTIR-SIGUIENTE-NOMINA.
           READ NOMV3FILE NEXT RECORD
               AT END SET nomv3file-fin TO TRUE
               NOT AT END
                   PERFORM 0012-ESCRIBIR-NOMINA-CONVERTIDA
           END-READ.

       0012-ESCRIBIR-NOMINA-CONVERTIDA.

           MOVE REG-NOM-V3 TO REG-NOMINA(1:82).
           MOVE 0 TO nom-gastos-exentos nom-gastos-sujetos.
           MOVE 0 TO nom-especie nom-ingreso-cuenta.
           MOVE 0 TO nom-deducciones.
           WRITE REG-NOMINA
               INVALID KEY
                   DISPLAY "AVISO: NO SE PUDO MIGRAR LA NOMINA "
                       nom-id-trabajador " PERIODO " nom-periodo
                       " - FILE STATUS " nommaestro-status
               NOT INVALID KEY
                   ADD 1 TO ws-nominas-v3-migradas
           END-WRITE.

       0013-MIGRAR-NOMINAS-V4.
           *> MAESTRO DE RESULTADOS DE 102 BYTES: MISMAS GUARDAS DE
           *> RENOMBRADO Y DE STATUS 35.
           OPEN INPUT NOMV4FILE.
           IF NOT nomv4file-ok
               DISPLAY "SIN NOMINAS_V4.DAT (FILE STATUS "
                   nomv4file-status "), MAESTRO DE NOMINAS DE 102 "
                   "BYTES NO MIGRADO. SI HAY QUE MIGRARLO, RENOMBRE "
                   "ANTES EL MAESTRO A NOMINAS_V4.DAT."
           ELSE
               OPEN INPUT NOMMAESTRO
               IF nommaestro-ok
                   CLOSE NOMMAESTRO
                   DISPLAY "NOMINAS.DAT YA EXISTE, NO SE "
                       "RECONSTRUYE: RETIRELO ANTES SI DE VERDAD "
                       "QUIERE REPETIR LA MIGRACION"
               ELSE IF NOT nommaestro-no-existe
                   DISPLAY "NOMINAS.DAT NO SE PUDO EXAMINAR - "
                       "FILE STATUS " nommaestro-status
                       ", MAESTRO NO MIGRADO"
               ELSE
                   OPEN OUTPUT NOMMAESTRO
                   MOVE LOW-VALUES TO v4n-clave
                   START NOMV4FILE
                       KEY IS NOT LESS THAN v4n-clave
                       INVALID KEY SET nomv4file-fin TO TRUE
                   END-START
                   PERFORM 0013-CONVERTIR-SIGUIENTE-NOMINA
                       UNTIL nomv4file-fin
                   CLOSE NOMMAESTRO
                   DISPLAY "NOMINAS MIGRADAS DEL TRAZADO DE 102 "
                       "BYTES: " ws-nominas-v4-migradas
               END-IF
               CLOSE NOMV4FILE
           END-IF.

       0013-CONVERTIR-SIGUIENTE-NOMINA.
           READ NOMV4FILE NEXT RECORD
               AT END SET nomv4file-fin TO TRUE
               NOT AT END
                   PERFORM 0013-ESCRIBIR-NOMINA-CONVERTIDA
           END-READ.

       0013-ESCRIBIR-NOMINA-CONVERTIDA.

           MOVE REG-NOM-V4 TO REG-NOMINA(1:102).
           MOVE 0 TO nom-especie nom-ingreso-cuenta.
           MOVE 0 TO nom-deducciones.
           WRITE REG-NOMINA
               INVALID KEY
                   DISPLAY "AVISO: NO SE PUDO MIGRAR LA NOMINA "
                       nom-id-trabajador " PERIODO " nom-periodo
                       " - FILE STATUS " nommaestro-status
               NOT INVALID KEY
                   ADD 1 TO ws-nominas-v4-migradas
           END-WRITE.

       0014-MIGRAR-NOMINAS-V5.
           *> MAESTRO DE RESULTADOS DE 122 BYTES: MISMAS GUARDAS DE
           *> RENOMBRADO Y DE STATUS 35.
           OPEN INPUT NOMV5FILE.
           IF NOT nomv5file-ok
               DISPLAY "SIN NOMINAS_V5.DAT (FILE STATUS "
                   nomv5file-status "), MAESTRO DE NOMINAS DE 122 "
                   "BYTES NO MIGRADO. SI HAY QUE MIGRARLO, RENOMBRE "
                   "ANTES EL MAESTRO A NOMINAS_V5.DAT."
           ELSE
               OPEN INPUT NOMMAESTRO
               IF nommaestro-ok
                   CLOSE NOMMAESTRO
                   DISPLAY "NOMINAS.DAT YA EXISTE, NO SE "
                       "RECONSTRUYE: RETIRELO ANTES SI DE VERDAD "
                       "QUIERE REPETIR LA MIGRACION"
               ELSE IF NOT nommaestro-no-existe
                   DISPLAY "NOMINAS.DAT NO SE PUDO EXAMINAR - "
                       "FILE STATUS " nommaestro-status
                       ", MAESTRO NO MIGRADO"
               ELSE
                   OPEN OUTPUT NOMMAESTRO
                   MOVE LOW-VALUES TO v5n-clave
                   START NOMV5FILE
                       KEY IS NOT LESS THAN v5n-clave
                       INVALID KEY SET nomv5file-fin TO TRUE
                   END-START
                   PERFORM 0014-CONVERTIR-SIGUIENTE-NOMINA
                       UNTIL nomv5file-fin
                   CLOSE NOMMAESTRO
                   DISPLAY "NOMINAS MIGRADAS DEL TRAZADO DE 122 "
                       "BYTES: " ws-nominas-v5-migradas
               END-IF
               CLOSE NOMV5FILE
           END-IF.

       0014-CONVERTIR-SIGUIENTE-NOMINA.
           READ NOMV5FILE NEXT RECORD
               AT END SET nomv5file-fin TO TRUE
               NOT AT END
                   PERFORM 0014-ESCRIBIR-NOMINA-CONVERTIDA
           END-READ.

       0014-ESCRIBIR-NOMINA-CONVERTIDA.

           MOVE REG-NOM-V5 TO REG-NOMINA(1:122).
           MOVE 0 TO nom-deducciones.
           WRITE REG-NOMINA
               INVALID KEY
                   DISPLAY "AVISO: NO SE PUDO MIGRAR LA NOMINA "
                       nom-id-trabajador " PERIODO " nom-periodo
                       " - FILE STATUS " nommaestro-status
               NOT INVALID KEY
                   ADD 1 TO ws-nominas-v5-migradas
           END-WRITE.

       0009-COMPLETAR-CIERRES.
           *> LOS CIERRES REGISTRADOS ANTES DE SEPARAR EMPRESAS SON
           *> DE LA EMPRESA 01: SE COMPLETAN VIA FICHERO TEMPORAL,
           *> COMO EL CATALOGO DE DEPARTAMENTOS, PARA QUE EL CONTROL
           *> DE PERIODO YA CERRADO SIGA RECONOCIENDOLOS.
           OPEN INPUT CIERREFILE.
           IF NOT cierrefile-ok
               DISPLAY "SIN CIERRES_NOMINA.DAT, NADA QUE COMPLETAR"
           ELSE
               OPEN OUTPUT CIERRETMP
               PERFORM 0009-COMPLETAR-SIGUIENTE UNTIL cierrefile-fin
               CLOSE CIERREFILE
               CLOSE CIERRETMP
               PERFORM 0009-VOLCAR-TEMPORAL
               DISPLAY "CIERRES LEIDOS: " ws-cie-leidos
                   " COMPLETADOS: " ws-cie-completados
           END-IF.

       0009-COMPLETAR-SIGUIENTE.
           READ CIERREFILE
               AT END SET cierrefile-fin TO TRUE
               NOT AT END
                   ADD 1 TO ws-cie-leidos
                   IF cie-empresa IS NOT NUMERIC
                       MOVE 1 TO cie-empresa
                       ADD 1 TO ws-cie-completados
                   END-IF
                   MOVE REG-CIERRE TO REG-CIERRE-TMP
                   WRITE REG-CIERRE-TMP
           END-READ.

       0009-VOLCAR-TEMPORAL.
           OPEN INPUT CIERRETMP.
           OPEN OUTPUT CIERREFILE.
           PERFORM 0009-COPIAR-LINEA UNTIL cierretmp-fin.
           CLOSE CIERRETMP.
           CLOSE CIERREFILE.

       0009-COPIAR-LINEA.
           READ CIERRETMP
               AT END SET cierretmp-fin TO TRUE
               NOT AT END
                   MOVE REG-CIERRE-TMP TO REG-CIERRE
                   WRITE REG-CIERRE
           END-READ.

       0010-MIGRAR-TRABAJADORES-V5.
           *> MISMAS GUARDAS QUE LAS MIGRACIONES ANTERIORES: SOLO SE
           *> RECONSTRUYE DESDE TRABAJADORES_V5.DAT Y CON
           *> TRABAJADORES.DAT AUSENTE (STATUS 35).
           OPEN INPUT VIEJO5FILE.
           IF NOT viejo5file-ok
               DISPLAY "SIN TRABAJADORES_V5.DAT (FILE STATUS "
                   viejo5file-status "), MAESTRO DE 252 BYTES NO "
                   "MIGRADO. SI HAY QUE MIGRARLO, RENOMBRE ANTES "
                   "EL MAESTRO A TRABAJADORES_V5.DAT."
           ELSE
               OPEN INPUT TRABFILE
               IF trabfile-ok
                   CLOSE TRABFILE
                   DISPLAY "TRABAJADORES.DAT YA EXISTE, NO SE "
                       "RECONSTRUYE: RETIRELO ANTES SI DE VERDAD "
                       "QUIERE REPETIR LA MIGRACION"
               ELSE IF NOT trabfile-no-existe
                   DISPLAY "TRABAJADORES.DAT NO SE PUDO EXAMINAR - "
                       "FILE STATUS " trabfile-status ", MAESTRO NO "
                       "MIGRADO"
               ELSE
                   OPEN OUTPUT TRABFILE
                   MOVE LOW-VALUES TO v5-id-trabajador
                   START VIEJO5FILE
                       KEY IS NOT LESS THAN v5-id-trabajador
                       INVALID KEY SET viejo5file-fin TO TRUE
                   END-START
                   PERFORM 0010-CONVERTIR-SIGUIENTE-V5
                       UNTIL viejo5file-fin
                   CLOSE TRABFILE
                   DISPLAY "TRABAJADORES MIGRADOS DEL TRAZADO DE "
                       "252 BYTES: " ws-trab-v5-migrados
               END-IF
               CLOSE VIEJO5FILE
           END-IF.

       0010-CONVERTIR-SIGUIENTE-V5.
           READ VIEJO5FILE NEXT RECORD
               AT END SET viejo5file-fin TO TRUE
               NOT AT END
                   PERFORM 0010-ESCRIBIR-CONVERTIDO-V5
           END-READ.

       0010-ESCRIBIR-CONVERTIDO-V5.
           *> LAS 252 PRIMERAS POSICIONES SE COPIAN TAL CUAL; EL
           *> COSTE SIGUE IMPUTADO ENTERO AL PRIMER DEPARTAMENTO.
           MOVE REG-VIEJO5 TO REG-TRABAJADOR(1:252).
           MOVE 100 TO pct-departamento(1).
           MOVE 0 TO pct-departamento(2).
           MOVE 0 TO pct-departamento(3).
           MOVE SPACES TO email-trabajador.
           MOVE SPACES TO sexo-trabajador.
           WRITE REG-TRABAJADOR
               INVALID KEY
                   DISPLAY "AVISO: NO SE PUDO MIGRAR EL ID "
                       id-trabajador " - FILE STATUS "
                       trabfile-status
               NOT INVALID KEY
                   ADD 1 TO ws-trab-v5-migrados
           END-WRITE.

       0011-MIGRAR-TRABAJADORES-V6.
           *> MISMAS GUARDAS QUE LAS MIGRACIONES ANTERIORES: SOLO SE
           *> RECONSTRUYE DESDE TRABAJADORES_V6.DAT Y CON
           *> TRABAJADORES.DAT AUSENTE (STATUS 35).
           OPEN INPUT VIEJO6FILE.
           IF NOT viejo6file-ok
               DISPLAY "SIN TRABAJADORES_V6.DAT (FILE STATUS "
                   viejo6file-status "), MAESTRO DE 261 BYTES NO "
                   "MIGRADO. SI HAY QUE MIGRARLO, RENOMBRE ANTES "
                   "EL MAESTRO A TRABAJADORES_V6.DAT."
           ELSE
               OPEN INPUT TRABFILE
               IF trabfile-ok
                   CLOSE TRABFILE
                   DISPLAY "TRABAJADORES.DAT YA EXISTE, NO SE "
                       "RECONSTRUYE: RETIRELO ANTES SI DE VERDAD "
                       "QUIERE REPETIR LA MIGRACION"
               ELSE IF NOT trabfile-no-existe
                   DISPLAY "TRABAJADORES.DAT NO SE PUDO EXAMINAR - "
                       "FILE STATUS " trabfile-status ", MAESTRO NO "
                       "MIGRADO"
               ELSE
                   OPEN OUTPUT TRABFILE
                   MOVE LOW-VALUES TO v6-id-trabajador
                   START VIEJO6FILE
                       KEY IS NOT LESS THAN v6-id-trabajador
                       INVALID KEY SET viejo6file-fin TO TRUE
                   END-START
                   PERFORM 0011-CONVERTIR-SIGUIENTE-V6
                       UNTIL viejo6file-fin
                   CLOSE TRABFILE
                   DISPLAY "TRABAJADORES MIGRADOS DEL TRAZADO DE "
                       "261 BYTES: " ws-trab-v6-migrados
               END-IF
               CLOSE VIEJO6FILE
           END-IF.

       0011-CONVERTIR-SIGUIENTE-V6.
           READ VIEJO6FILE NEXT RECORD
               AT END SET viejo6file-fin TO TRUE
               NOT AT END
                   PERFORM 0011-ESCRIBIR-CONVERTIDO-V6
           END-READ.

       0011-ESCRIBIR-CONVERTIDO-V6.
           *> LAS 261 PRIMERAS POSICIONES SE COPIAN TAL CUAL; SIN
           *> CORREO EL RECIBO VA A LA LISTA DE IMPRESION.
           MOVE REG-VIEJO6 TO REG-TRABAJADOR(1:261).
           MOVE SPACES TO email-trabajador.
           MOVE SPACES TO sexo-trabajador.
           WRITE REG-TRABAJADOR
               INVALID KEY
                   DISPLAY "AVISO: NO SE PUDO MIGRAR EL ID "
                       id-trabajador " - FILE STATUS "
                       trabfile-status
               NOT INVALID KEY
                   ADD 1 TO ws-trab-v6-migrados
           END-WRITE.

       0015-MIGRAR-INCIDENCIAS.
           *> MISMAS GUARDAS QUE LOS MAESTROS: SOLO SE RECONSTRUYE
           *> DESDE INCIDENCIAS_V1.DAT Y CON INCIDENCIAS.DAT AUSENTE
           *> (STATUS 35). SI NO SE HA RENOMBRADO, EL FICHERO ANTIGUO
           *> NO ABRE COMO INDEXADO Y TAMPOCO SE PISA.
           OPEN INPUT INCV1FILE.
           IF NOT incv1file-ok
               DISPLAY "SIN INCIDENCIAS_V1.DAT (FILE STATUS "
                   incv1file-status "), INCIDENCIAS NO MIGRADAS. SI "
                   "HAY QUE MIGRARLAS, RENOMBRE ANTES EL FICHERO "
                   "SECUENCIAL A INCIDENCIAS_V1.DAT."
           ELSE
               OPEN INPUT INCFILE
               IF incfile-ok
                   CLOSE INCFILE
                   DISPLAY "INCIDENCIAS.DAT YA EXISTE, NO SE "
                       "RECONSTRUYE: RETIRELO ANTES SI DE VERDAD "
                       "QUIERE REPETIR LA MIGRACION"
               ELSE IF NOT incfile-no-existe
                   DISPLAY "INCIDENCIAS.DAT NO SE PUDO EXAMINAR - "
                       "FILE STATUS " incfile-status ", INCIDENCIAS "
                       "NO MIGRADAS"
               ELSE
                   OPEN OUTPUT INCFILE
                   CLOSE INCFILE
                   OPEN I-O INCFILE
                   PERFORM 0015-CONVERTIR-SIGUIENTE
                       UNTIL incv1file-fin
                   CLOSE INCFILE
                   DISPLAY "INCIDENCIAS MIGRADAS: " ws-inc-migradas
               END-IF
               CLOSE INCV1FILE
           END-IF.

       0015-CONVERTIR-SIGUIENTE.
           READ INCV1FILE
               AT END SET incv1file-fin TO TRUE
               NOT AT END
                   PERFORM 0015-BUSCAR-ULTIMA-SECUENCIA
                   PERFORM 0015-ESCRIBIR-CONVERTIDA
           END-READ.

       0015-BUSCAR-ULTIMA-SECUENCIA.
           *> LAS LINEAS DEL FICHERO ANTIGUO NO VIENEN ORDENADAS:
           *> CADA UNA TOMA LA SECUENCIA SIGUIENTE A LA ULTIMA YA
           *> MIGRADA DE SU TRABAJADOR Y PERIODO.
           MOVE 0 TO ws-inc-secuencia.
           MOVE v1i-id-trabajador TO inc-id-trabajador.
           MOVE v1i-periodo TO inc-periodo.
           MOVE 0 TO inc-secuencia.
           START INCFILE KEY IS NOT LESS THAN inc-clave
               INVALID KEY SET incfile-fin TO TRUE
           END-START.
           PERFORM 0015-LEER-SECUENCIA UNTIL incfile-fin.

       0015-LEER-SECUENCIA.
           READ INCFILE NEXT RECORD
               AT END SET incfile-fin TO TRUE
               NOT AT END
                   IF inc-id-trabajador NOT = v1i-id-trabajador
                       OR inc-periodo NOT = v1i-periodo
                       SET incfile-fin TO TRUE
                   ELSE
                       MOVE inc-secuencia TO ws-inc-secuencia
                   END-IF
           END-READ.

       0015-ESCRIBIR-CONVERTIDA.

           MOVE v1i-id-trabajador TO inc-id-trabajador.
           MOVE v1i-periodo TO inc-periodo.
           ADD 1 TO ws-inc-secuencia.
           MOVE ws-inc-secuencia TO inc-secuencia.
           MOVE v1i-concepto TO inc-concepto.
           MOVE v1i-importe TO inc-importe.
           MOVE v1i-estado TO inc-estado.
           IF v1i-unidades IS NUMERIC
               MOVE v1i-unidades TO inc-unidades
           ELSE
               MOVE 0 TO inc-unidades
           END-IF.
           WRITE REG-INCIDENCIA
               INVALID KEY
                   DISPLAY "AVISO: NO SE PUDO MIGRAR LA INCIDENCIA "
                       REG-INC-V1 " - FILE STATUS " incfile-status
               NOT INVALID KEY
                   ADD 1 TO ws-inc-migradas
           END-WRITE.

       0016-VERSIONES-INICIALES.
           *> SOLO CON TRABAJADORES_VERSIONES.TXT AUSENTE (STATUS
           *> 35): UNA VERSION 'I' POR TRABAJADOR, CON LA FICHA TAL
           *> COMO QUEDA TRAS LA MIGRACION. SI EL FICHERO YA EXISTE
           *> NO SE ANADE NADA, PARA NO DUPLICAR EL PUNTO DE PARTIDA.
           OPEN INPUT VERSIONFILE.
           IF versionfile-ok
               CLOSE VERSIONFILE
               DISPLAY "TRABAJADORES_VERSIONES.TXT YA EXISTE, NO SE "
                   "GRABAN VERSIONES INICIALES"
           ELSE IF NOT versionfile-no-existe
               DISPLAY "TRABAJADORES_VERSIONES.TXT NO SE PUDO "
                   "EXAMINAR - FILE STATUS " versionfile-status
                   ", VERSIONES INICIALES NO GRABADAS"
           ELSE
               OPEN INPUT TRABFILE
               IF NOT trabfile-ok
                   DISPLAY "SIN TRABAJADORES.DAT (FILE STATUS "
                       trabfile-status "), VERSIONES INICIALES NO "
                       "GRABADAS"
               ELSE
                   MOVE "NOMINA-MIGRACION" TO vcom-programa
                   ACCEPT vcom-operador FROM ENVIRONMENT "USER"
                   SET vcom-inicial TO TRUE
                   MOVE LOW-VALUES TO id-trabajador
                   START TRABFILE KEY IS NOT LESS THAN id-trabajador
                       INVALID KEY SET trabfile-fin TO TRUE
                   END-START
                   PERFORM 0016-VERSIONAR-SIGUIENTE
                       UNTIL trabfile-fin
                   CLOSE TRABFILE
                   DISPLAY "VERSIONES INICIALES GRABADAS: "
                       ws-versiones-iniciales
               END-IF
           END-IF.

       0016-VERSIONAR-SIGUIENTE.
           READ TRABFILE NEXT RECORD
               AT END SET trabfile-fin TO TRUE
               NOT AT END
                   MOVE REG-TRABAJADOR TO vcom-registro
                   CALL "TRABAJADORES-VERSION" USING version-com
                   IF vcom-ok
                       ADD 1 TO ws-versiones-iniciales
                   END-IF
           END-READ.

       0017-MIGRAR-TRABAJADORES-V7.
           *> MISMAS GUARDAS QUE LAS MIGRACIONES ANTERIORES: SOLO SE
           *> RECONSTRUYE DESDE TRABAJADORES_V7.DAT Y CON
           *> TRABAJADORES.DAT AUSENTE (STATUS 35).
           OPEN INPUT VIEJO7FILE.
           IF NOT viejo7file-ok
               DISPLAY "SIN TRABAJADORES_V7.DAT (FILE STATUS "
                   viejo7file-status "), MAESTRO DE 321 BYTES NO "
                   "MIGRADO. SI HAY QUE MIGRARLO, RENOMBRE ANTES "
                   "EL MAESTRO A TRABAJADORES_V7.DAT."
           ELSE
               OPEN INPUT TRABFILE
               IF trabfile-ok
                   CLOSE TRABFILE
                   DISPLAY "TRABAJADORES.DAT YA EXISTE, NO SE "
                       "RECONSTRUYE: RETIRELO ANTES SI DE VERDAD "
                       "QUIERE REPETIR LA MIGRACION"
               ELSE IF NOT trabfile-no-existe
                   DISPLAY "TRABAJADORES.DAT NO SE PUDO EXAMINAR - "
                       "FILE STATUS " trabfile-status ", MAESTRO NO "
                       "MIGRADO"
               ELSE
                   OPEN OUTPUT TRABFILE
                   MOVE LOW-VALUES TO v7-id-trabajador
                   START VIEJO7FILE
                       KEY IS NOT LESS THAN v7-id-trabajador
                       INVALID KEY SET viejo7file-fin TO TRUE
                   END-START
                   PERFORM 0017-CONVERTIR-SIGUIENTE-V7
                       UNTIL viejo7file-fin
                   CLOSE TRABFILE
                   DISPLAY "TRABAJADORES MIGRADOS DEL TRAZADO DE "
                       "321 BYTES: " ws-trab-v7-migrados
               END-IF
               CLOSE VIEJO7FILE
           END-IF.

       0017-CONVERTIR-SIGUIENTE-V7.
           READ VIEJO7FILE NEXT RECORD
               AT END SET viejo7file-fin TO TRUE
               NOT AT END
                   PERFORM 0017-ESCRIBIR-CONVERTIDO-V7
           END-READ.

       0017-ESCRIBIR-CONVERTIDO-V7.
           *> LAS 321 PRIMERAS POSICIONES SE COPIAN TAL CUAL; EL SEXO
           *> QUEDA PENDIENTE DE INFORMAR.
           MOVE REG-VIEJO7 TO REG-TRABAJADOR(1:321).
           MOVE SPACES TO sexo-trabajador.
           WRITE REG-TRABAJADOR
               INVALID KEY
                   DISPLAY "AVISO: NO SE PUDO MIGRAR EL ID "
                       id-trabajador " - FILE STATUS "
                       trabfile-status
               NOT INVALID KEY
                   ADD 1 TO ws-trab-v7-migrados
           END-WRITE.

       0018-TRAMOS-INICIALES.
           *> SOLO CON CONTRATOS_HISTORICO.DAT AUSENTE (STATUS 35).
           *> SI LAS VERSIONES INICIALES SE ACABAN DE GRABAR, ESAS
           *> MISMAS LLAMADAS YA HAN CREADO LOS TRAMOS Y AQUI NO SE
           *> HACE NADA.
           OPEN INPUT CONTFILE.
           IF contfile-ok
               CLOSE CONTFILE
               DISPLAY "CONTRATOS_HISTORICO.DAT YA EXISTE, NO SE "
                   "GRABAN TRAMOS INICIALES"
           ELSE IF NOT contfile-no-existe
               DISPLAY "CONTRATOS_HISTORICO.DAT NO SE PUDO "
                   "EXAMINAR - FILE STATUS " contfile-status
                   ", TRAMOS INICIALES NO GRABADOS"
           ELSE
               OPEN INPUT TRABFILE
               IF NOT trabfile-ok
                   DISPLAY "SIN TRABAJADORES.DAT (FILE STATUS "
                       trabfile-status "), TRAMOS INICIALES NO "
                       "GRABADOS"
               ELSE
                   MOVE "NOMINA-MIGRACION" TO vcom-programa
                   ACCEPT vcom-operador FROM ENVIRONMENT "USER"
                   SET vcom-inicial TO TRUE
                   MOVE LOW-VALUES TO id-trabajador
                   START TRABFILE KEY IS NOT LESS THAN id-trabajador
                       INVALID KEY SET trabfile-fin TO TRUE
                   END-START
                   PERFORM 0018-TRAMO-SIGUIENTE
                       UNTIL trabfile-fin
                   CLOSE TRABFILE
                   DISPLAY "TRAMOS DE CONTRATO INICIALES: "
                       ws-tramos-iniciales
               END-IF
           END-IF.

       0018-TRAMO-SIGUIENTE.
           READ TRABFILE NEXT RECORD
               AT END SET trabfile-fin TO TRUE
               NOT AT END
                   MOVE REG-TRABAJADOR TO vcom-registro
                   CALL "CONTRATOS-HISTORICO" USING version-com
                   ADD 1 TO ws-tramos-iniciales
           END-READ.

       0019-MIGRAR-GASTOS.
           *> MISMAS GUARDAS QUE LAS INCIDENCIAS: SOLO SE RECONSTRUYE
           *> DESDE GASTOS_V1.DAT Y CON GASTOS.DAT AUSENTE (STATUS 35).
           OPEN INPUT GASV1FILE.
           IF NOT gasv1file-ok
               DISPLAY "SIN GASTOS_V1.DAT (FILE STATUS "
                   gasv1file-status "), GASTOS NO MIGRADOS. SI HAY QUE "
                   "MIGRARLOS, RENOMBRE ANTES EL FICHERO SECUENCIAL A "
                   "GASTOS_V1.DAT."
           ELSE
               OPEN INPUT GASFILE
               IF gasfile-ok
                   CLOSE GASFILE
                   DISPLAY "GASTOS.DAT YA EXISTE, NO SE RECONSTRUYE: "
                       "RETIRELO ANTES SI DE VERDAD QUIERE REPETIR LA "
                       "MIGRACION"
               ELSE IF NOT gasfile-no-existe
                   DISPLAY "GASTOS.DAT NO SE PUDO EXAMINAR - FILE "
                       "STATUS " gasfile-status ", GASTOS NO MIGRADOS"
               ELSE
                   OPEN OUTPUT GASFILE
                   CLOSE GASFILE
                   OPEN I-O GASFILE
                   PERFORM 0019-CONVERTIR-SIGUIENTE
                       UNTIL gasv1file-fin
                   CLOSE GASFILE
                   DISPLAY "GASTOS MIGRADOS: " ws-gas-migrados
               END-IF
               CLOSE GASV1FILE
           END-IF.

       0019-CONVERTIR-SIGUIENTE.
           READ GASV1FILE
               AT END SET gasv1file-fin TO TRUE
               NOT AT END
                   PERFORM 0019-BUSCAR-ULTIMA-SECUENCIA
                   PERFORM 0019-ESCRIBIR-CONVERTIDO
           END-READ.

       0019-BUSCAR-ULTIMA-SECUENCIA.
           *> CADA GASTO TOMA LA SECUENCIA SIGUIENTE A LA ULTIMA YA
           *> MIGRADA DE SU TRABAJADOR Y PERIODO.
           MOVE 0 TO ws-gas-secuencia.
           MOVE v1g-id-trabajador TO gas-id-trabajador.
           MOVE v1g-periodo TO gas-periodo.
           MOVE 0 TO gas-secuencia.
           START GASFILE KEY IS NOT LESS THAN gas-clave
               INVALID KEY SET gasfile-fin TO TRUE
           END-START.
           PERFORM 0019-LEER-SECUENCIA UNTIL gasfile-fin.

       0019-LEER-SECUENCIA.
           READ GASFILE NEXT RECORD
               AT END SET gasfile-fin TO TRUE
               NOT AT END
                   IF gas-id-trabajador NOT = v1g-id-trabajador
                       OR gas-periodo NOT = v1g-periodo
                       SET gasfile-fin TO TRUE
                   ELSE
                       MOVE gas-secuencia TO ws-gas-secuencia
                   END-IF
           END-READ.

       0019-ESCRIBIR-CONVERTIDO.

           MOVE v1g-id-trabajador TO gas-id-trabajador.
           MOVE v1g-periodo TO gas-periodo.
           ADD 1 TO ws-gas-secuencia.
           MOVE ws-gas-secuencia TO gas-secuencia.
           MOVE v1g-fecha TO gas-fecha.
           MOVE v1g-tipo TO gas-tipo.
           MOVE v1g-unidades TO gas-unidades.
           MOVE v1g-importe TO gas-importe.
           MOVE v1g-estado TO gas-estado.
           MOVE v1g-descripcion TO gas-descripcion.
           WRITE REG-GASTO
               INVALID KEY
                   DISPLAY "AVISO: NO SE PUDO MIGRAR EL GASTO "
                       REG-GAS-V1 " - FILE STATUS " gasfile-status
               NOT INVALID KEY
                   ADD 1 TO ws-gas-migrados
           END-WRITE.

       0020-MIGRAR-ARCHIVO-TRABAJADORES.
           *> MISMAS GUARDAS QUE LOS MAESTROS: SOLO SE RECONSTRUYE
           *> DESDE TRABAJADORES_ARCHIVO_V1.DAT Y CON
           *> TRABAJADORES_ARCHIVO.DAT AUSENTE (STATUS 35).
           OPEN INPUT ARCHV1FILE.
           IF NOT archv1file-ok
               DISPLAY "SIN TRABAJADORES_ARCHIVO_V1.DAT (FILE STATUS "
                   archv1file-status "), ARCHIVO DE 236 BYTES NO "
                   "MIGRADO. SI HAY QUE MIGRARLO, RENOMBRE ANTES EL "
                   "ARCHIVO A TRABAJADORES_ARCHIVO_V1.DAT."
           ELSE
               OPEN INPUT ARCHFILE
               IF archfile-ok
                   CLOSE ARCHFILE
                   DISPLAY "TRABAJADORES_ARCHIVO.DAT YA EXISTE, NO SE "
                       "RECONSTRUYE: RETIRELO ANTES SI DE VERDAD "
                       "QUIERE REPETIR LA MIGRACION"
               ELSE IF NOT archfile-no-existe
                   DISPLAY "TRABAJADORES_ARCHIVO.DAT NO SE PUDO "
                       "EXAMINAR - FILE STATUS " archfile-status
                       ", ARCHIVO NO MIGRADO"
               ELSE
                   OPEN OUTPUT ARCHFILE
                   MOVE LOW-VALUES TO v1a-id-trabajador
                   START ARCHV1FILE
                       KEY IS NOT LESS THAN v1a-id-trabajador
                       INVALID KEY SET archv1file-fin TO TRUE
                   END-START
                   PERFORM 0020-CONVERTIR-SIGUIENTE
                       UNTIL archv1file-fin
                   CLOSE ARCHFILE
                   DISPLAY "TRABAJADORES ARCHIVADOS MIGRADOS: "
                       ws-archivo-migrados
               END-IF
               CLOSE ARCHV1FILE
           END-IF.

       0020-CONVERTIR-SIGUIENTE.
           READ ARCHV1FILE NEXT RECORD
               AT END SET archv1file-fin TO TRUE
               NOT AT END
                   PERFORM 0020-ESCRIBIR-CONVERTIDO
           END-READ.

       0020-ESCRIBIR-CONVERTIDO.
           *> LOS MISMOS VALORES QUE 0006 PARA TRABAJADORES_V3.DAT.
           MOVE REG-ARCH-V1 TO REG-ARCHIVO(1:236).
           MOVE SPACES TO arch-num-seg-social.
           MOVE 0 TO arch-grupo-cotizacion.
           MOVE 1 TO arch-empresa.
           MOVE 100 TO arch-pct-departamento(1).
           MOVE 0 TO arch-pct-departamento(2).
           MOVE 0 TO arch-pct-departamento(3).
           MOVE SPACES TO arch-email.
           MOVE SPACES TO arch-sexo.
           WRITE REG-ARCHIVO
               INVALID KEY
                   DISPLAY "AVISO: NO SE PUDO MIGRAR EL ID ARCHIVADO "
                       arch-id-trabajador " - FILE STATUS "
                       archfile-status
               NOT INVALID KEY
                   ADD 1 TO ws-archivo-migrados
           END-WRITE.

       0021-MIGRAR-HISTORICO-NOMINAS.
           *> MISMAS GUARDAS: SOLO DESDE NOMINAS_HIST_V1.DAT Y CON
           *> NOMINAS_HIST.DAT AUSENTE (STATUS 35).
           OPEN INPUT NOMHV1FILE.
           IF NOT nomhv1file-ok
               DISPLAY "SIN NOMINAS_HIST_V1.DAT (FILE STATUS "
                   nomhv1file-status "), HISTORICO DE 80 BYTES NO "
                   "MIGRADO. SI HAY QUE MIGRARLO, RENOMBRE ANTES EL "
                   "HISTORICO A NOMINAS_HIST_V1.DAT."
           ELSE
               OPEN INPUT NOMHIST
               IF nomhist-ok
                   CLOSE NOMHIST
                   DISPLAY "NOMINAS_HIST.DAT YA EXISTE, NO SE "
                       "RECONSTRUYE: RETIRELO ANTES SI DE VERDAD "
                       "QUIERE REPETIR LA MIGRACION"
               ELSE IF NOT nomhist-no-existe
                   DISPLAY "NOMINAS_HIST.DAT NO SE PUDO EXAMINAR - "
                       "FILE STATUS " nomhist-status
                       ", HISTORICO NO MIGRADO"
               ELSE
                   OPEN OUTPUT NOMHIST
                   MOVE LOW-VALUES TO v1h-clave
                   START NOMHV1FILE
                       KEY IS NOT LESS THAN v1h-clave
                       INVALID KEY SET nomhv1file-fin TO TRUE
                   END-START
                   PERFORM 0021-CONVERTIR-SIGUIENTE
                       UNTIL nomhv1file-fin
                   CLOSE NOMHIST
                   DISPLAY "NOMINAS ARCHIVADAS MIGRADAS: "
                       ws-nomhist-migradas
               END-IF
               CLOSE NOMHV1FILE
           END-IF.

       0021-CONVERTIR-SIGUIENTE.
           READ NOMHV1FILE NEXT RECORD
               AT END SET nomhv1file-fin TO TRUE
               NOT AT END
                   PERFORM 0021-ESCRIBIR-CONVERTIDA
           END-READ.

       0021-ESCRIBIR-CONVERTIDA.
           *> LOS MISMOS VALORES QUE 0008 PARA NOMINAS_V2.DAT.
           MOVE REG-NOMH-V1 TO REG-NOMHIST(1:80).
           MOVE 1 TO nomh-empresa.
           MOVE 0 TO nomh-gastos-exentos nomh-gastos-sujetos.
           MOVE 0 TO nomh-especie nomh-ingreso-cuenta.
           MOVE 0 TO nomh-deducciones.
           WRITE REG-NOMHIST
               INVALID KEY
                   DISPLAY "AVISO: NO SE PUDO MIGRAR LA NOMINA "
                       "ARCHIVADA " nomh-id-trabajador " PERIODO "
                       nomh-periodo " - FILE STATUS " nomhist-status
               NOT INVALID KEY
                   ADD 1 TO ws-nomhist-migradas
           END-WRITE.

       END PROGRAM NOMINA-MIGRACION.
