       ID DIVISION.
       PROGRAM-ID. NOMINA-FICHAJES.
       AUTHOR. DAVID HERNANDEZ MARTIN.
      *MODIFICACIONES
      *15/10/2026 - ALTA INICIAL. IMPORTACION DE LOS FICHAJES DE LOS
      *             TERMINALES DE PUERTA (FICHAJES.TXT, LAS
      *             EXPORTACIONES DIARIAS DEL PERIODO UNA TRAS OTRA):
      *             TOTALIZA LAS HORAS DE CADA TRABAJADOR Y DIA
      *             CONTRA SU JORNADA (jornada-pct SOBRE 8 HORAS) Y
      *             EL CALENDARIO FESTIVOS.DAT, Y GRABA EN
      *             INCIDENCIAS.DAT UNA INCIDENCIA "HE" (HORAS EXTRA)
      *             Y UNA "AU" (AUSENCIA) POR TRABAJADOR, EN HORAS Y
      *             PENDIENTES DE APROBAR, COMO LAS QUE SE TECLEABAN
      *             POR LA OPCION E. LOS DIAS CON UN FICHAJE QUE
      *             FALTA O CON TRAMOS FUERA DE ORDEN VAN A
      *             FICHAJES_EXCEPCIONES.TXT EN LUGAR DE A
      *             INCIDENCIA. EL LISTADO FICHAJES_CONTROL.TXT DA
      *             POR TRABAJADOR LAS HORAS DEL PERIODO Y LAS EXTRA
      *             DEL EJERCICIO CONTRA EL TOPE LEGAL ANUAL. CADA
      *             PERIODO SE IMPORTA UNA SOLA VEZ
      *             (FICHAJES_IMPORTADOS.TXT); PARA REPETIRLO SE
      *             RECHAZAN SUS INCIDENCIAS PENDIENTES Y SE QUITA
      *             SU LINEA DE ESE FICHERO. TERMINA CON RETURN-CODE
      *             4 SI HAY EXCEPCIONES O TOPES SUPERADOS Y 8 SI NO
      *             PUEDE IMPORTAR.
      *15/10/2026 - SUSPENSIONES (SUSPENSIONES.DAT): EN LOS DIAS DE
      *             ERTE LA JORNADA PREVISTA SE REDUCE EN SU
      *             PORCENTAJE, PARA NO GENERAR COMO AUSENCIA LO QUE
      *             EL MOTOR YA DESCUENTA; LOS DIAS SUSPENDIDOS AL
      *             100 % (ERTE TOTAL O EXCEDENCIA) NO ESPERAN
      *             FICHAJES Y UN FICHAJE EN ELLOS VA A EXCEPCIONES.
      *15/10/2026 - INCIDENCIAS.DAT PASA A SER UN MAESTRO INDEXADO
      *             (INCREG): SE ABRE AL EMPEZAR (SIN EL NO SE IMPORTA,
      *             RETURN-CODE 8), LAS HORAS EXTRA DEL EJERCICIO SE
      *             SUMAN RECORRIENDO SOLO SUS PERIODOS Y CADA HE/AU SE
      *             DA DE ALTA CON LA SECUENCIA SIGUIENTE DEL
      *             TRABAJADOR EN EL PERIODO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FICHFILE ASSIGN TO "FICHAJES.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS fichfile-status.

      *    FICHERO DE TRABAJO: UN REGISTRO POR TRABAJADOR Y DIA CON
      *    LOS MINUTOS YA SUMADOS. SE REHACE EN CADA PASADA.
           SELECT DIAFILE ASSIGN TO "FICHAJES_DIA.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS dia-clave
           FILE STATUS IS diafile-status.

           SELECT TRABFILE ASSIGN TO "TRABAJADORES.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS id-trabajador
           ALTERNATE RECORD KEY IS apellido-pat WITH DUPLICATES
           ALTERNATE RECORD KEY IS apellido-mat WITH DUPLICATES
           SHARING WITH ALL OTHER
           FILE STATUS IS trabfile-status.

           SELECT FESTFILE ASSIGN TO "FESTIVOS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS festfile-status.

           SELECT ITFILE ASSIGN TO "BAJAS_IT.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS it-clave
           SHARING WITH ALL OTHER
           FILE STATUS IS itfile-status.

           SELECT SUSFILE ASSIGN TO "SUSPENSIONES.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS sus-clave
           SHARING WITH ALL OTHER
           FILE STATUS IS susfile-status.

           SELECT CONFILE ASSIGN TO "CONCEPTOS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS confile-status.

           SELECT INCFILE ASSIGN TO "INCIDENCIAS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS inc-clave
           ALTERNATE RECORD KEY IS inc-periodo WITH DUPLICATES
           FILE STATUS IS incfile-status.

           SELECT EXCFILE ASSIGN TO "FICHAJES_EXCEPCIONES.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS excfile-status.

           SELECT CTLFILE ASSIGN TO "FICHAJES_CONTROL.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ctlfile-status.

           SELECT IMPFILE ASSIGN TO "FICHAJES_IMPORTADOS.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS impfile-status.

      *    CERROJO DE VENTANA DE CIERRE, COMPARTIDO CON
      *    NOMINA-CIERRE: MIENTRAS ESTE OCUPADO EL MENU DE NOMINAS
      *    BLOQUEA LAS MODIFICACIONES.
           SELECT BLOQUEOFILE ASSIGN TO "CIERRE_EN_CURSO.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS bloqueofile-status.

       DATA DIVISION.
       FILE SECTION.
      *    UN TRAMO DE PRESENCIA POR LINEA: TRABAJADOR, FECHA
      *    (AAAAMMDD), HORA DE ENTRADA Y DE SALIDA (HHMM). UN
      *    FICHAJE QUE NO SE PRODUJO LLEGA EN BLANCO.
       FD  FICHFILE
           LABEL RECORDS ARE STANDARD.
       01  REG-FICHAJE.
           05 fic-id-trabajador    PIC X(05).
           05 fic-fecha            PIC X(08).
           05 fic-entrada          PIC X(04).
           05 fic-entrada-r REDEFINES fic-entrada.
              10 fic-entrada-hh    PIC 9(02).
              10 fic-entrada-mm    PIC 9(02).
           05 fic-salida           PIC X(04).
           05 fic-salida-r REDEFINES fic-salida.
              10 fic-salida-hh     PIC 9(02).
              10 fic-salida-mm     PIC 9(02).

       FD  DIAFILE
           LABEL RECORDS ARE STANDARD.
       01  REG-DIA.
           05 dia-clave.
              10 dia-id-trabajador PIC 9(05).
              10 dia-fecha         PIC 9(08).
           05 dia-minutos          PIC 9(04).
           05 dia-ultima-salida    PIC 9(04).
           05 dia-tramos           PIC 9(02).
           05 dia-estado           PIC X(01).
              88 dia-correcto          VALUE 'C'.
              88 dia-anomalo           VALUE 'X'.
           05 dia-motivo           PIC X(40).

       FD  TRABFILE
           LABEL RECORDS ARE STANDARD.
       01  REG-TRABAJADOR.
           COPY TRABREG.

       FD  FESTFILE
           LABEL RECORDS ARE STANDARD.
       01  REG-FESTIVO.
           05 fes-fecha            PIC 9(08).
           05 fes-descripcion      PIC X(30).

       FD  ITFILE
           LABEL RECORDS ARE STANDARD.
       01  REG-BAJA-IT.
           COPY ITREG.

       FD  SUSFILE
           LABEL RECORDS ARE STANDARD.
       01  REG-SUSPENSION.
           COPY SUSREG.

       FD  CONFILE
           LABEL RECORDS ARE STANDARD.
       01  REG-CONCEPTO.
           05 con-codigo           PIC X(02).
           05 con-descripcion      PIC X(30).
           05 con-signo            PIC X(01).
           05 con-modo             PIC X(01).
           05 con-tarifa           PIC 9(05)V99.

       FD  INCFILE
           LABEL RECORDS ARE STANDARD.
       01  REG-INCIDENCIA.
           COPY INCREG.

       FD  EXCFILE
           LABEL RECORDS ARE STANDARD.
       01  LINEA-EXCEPCION             PIC X(100).

       FD  CTLFILE
           LABEL RECORDS ARE STANDARD.
       01  LINEA-CONTROL               PIC X(132).

       FD  IMPFILE
           LABEL RECORDS ARE STANDARD.
       01  REG-IMPORTADO.
           05 imp-periodo          PIC 9(06).
           05 FILLER               PIC X(01).
           05 imp-fecha            PIC 9(08).
           05 FILLER               PIC X(01).
           05 imp-hora             PIC 9(08).
           05 FILLER               PIC X(01).
           05 imp-trabajadores     PIC 9(05).
           05 FILLER               PIC X(01).
           05 imp-incidencias      PIC 9(05).

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
             FS-CAMPO BY fichfile-status
             FS-OK BY fichfile-ok
             FS-FIN-FICHERO BY fichfile-fin
             FS-CLAVE-DUPLICADA BY fichfile-dup
             FS-REGISTRO-NO-ENCONTRADO BY fichfile-no-encontrado
             FS-FICHERO-NO-EXISTE BY fichfile-no-existe
             FS-REGISTRO-BLOQUEADO BY fichfile-bloqueado
             FS-DATOS-INVALIDOS BY fichfile-datos-invalidos.
         COPY FILESTAT REPLACING NIVEL-FS BY 77
             FS-CAMPO BY diafile-status
             FS-OK BY diafile-ok
             FS-FIN-FICHERO BY diafile-fin
             FS-CLAVE-DUPLICADA BY diafile-dup
             FS-REGISTRO-NO-ENCONTRADO BY diafile-no-encontrado
             FS-FICHERO-NO-EXISTE BY diafile-no-existe
             FS-REGISTRO-BLOQUEADO BY diafile-bloqueado
             FS-DATOS-INVALIDOS BY diafile-datos-invalidos.
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
             FS-CAMPO BY festfile-status
             FS-OK BY festfile-ok
             FS-FIN-FICHERO BY festfile-fin
             FS-CLAVE-DUPLICADA BY festfile-dup
             FS-REGISTRO-NO-ENCONTRADO BY festfile-no-encontrado
             FS-FICHERO-NO-EXISTE BY festfile-no-existe
             FS-REGISTRO-BLOQUEADO BY festfile-bloqueado
             FS-DATOS-INVALIDOS BY festfile-datos-invalidos.
         COPY FILESTAT REPLACING NIVEL-FS BY 77
             FS-CAMPO BY itfile-status
             FS-OK BY itfile-ok
             FS-FIN-FICHERO BY itfile-fin
             FS-CLAVE-DUPLICADA BY itfile-dup
             FS-REGISTRO-NO-ENCONTRADO BY itfile-no-encontrado
             FS-FICHERO-NO-EXISTE BY itfile-no-existe
             FS-REGISTRO-BLOQUEADO BY itfile-bloqueado
             FS-DATOS-INVALIDOS BY itfile-datos-invalidos.
         COPY FILESTAT REPLACING NIVEL-FS BY 77
             FS-CAMPO BY susfile-status
             FS-OK BY susfile-ok
             FS-FIN-FICHERO BY susfile-fin
             FS-CLAVE-DUPLICADA BY susfile-dup
             FS-REGISTRO-NO-ENCONTRADO BY susfile-no-encontrado
             FS-FICHERO-NO-EXISTE BY susfile-no-existe
             FS-REGISTRO-BLOQUEADO BY susfile-bloqueado
             FS-DATOS-INVALIDOS BY susfile-datos-invalidos.
         COPY FILESTAT REPLACING NIVEL-FS BY 77
             FS-CAMPO BY confile-status
             FS-OK BY confile-ok
             FS-FIN-FICHERO BY confile-fin
             FS-CLAVE-DUPLICADA BY confile-dup
             FS-REGISTRO-NO-ENCONTRADO BY confile-no-encontrado
             FS-FICHERO-NO-EXISTE BY confile-no-existe
             FS-REGISTRO-BLOQUEADO BY confile-bloqueado
             FS-DATOS-INVALIDOS BY confile-datos-invalidos.
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
             FS-CAMPO BY excfile-status
             FS-OK BY excfile-ok
             FS-FIN-FICHERO BY excfile-fin
             FS-CLAVE-DUPLICADA BY excfile-dup
             FS-REGISTRO-NO-ENCONTRADO BY excfile-no-encontrado
             FS-FICHERO-NO-EXISTE BY excfile-no-existe
             FS-REGISTRO-BLOQUEADO BY excfile-bloqueado
             FS-DATOS-INVALIDOS BY excfile-datos-invalidos.
         COPY FILESTAT REPLACING NIVEL-FS BY 77
             FS-CAMPO BY ctlfile-status
             FS-OK BY ctlfile-ok
             FS-FIN-FICHERO BY ctlfile-fin
             FS-CLAVE-DUPLICADA BY ctlfile-dup
             FS-REGISTRO-NO-ENCONTRADO BY ctlfile-no-encontrado
             FS-FICHERO-NO-EXISTE BY ctlfile-no-existe
             FS-REGISTRO-BLOQUEADO BY ctlfile-bloqueado
             FS-DATOS-INVALIDOS BY ctlfile-datos-invalidos.
         COPY FILESTAT REPLACING NIVEL-FS BY 77
             FS-CAMPO BY impfile-status
             FS-OK BY impfile-ok
             FS-FIN-FICHERO BY impfile-fin
             FS-CLAVE-DUPLICADA BY impfile-dup
             FS-REGISTRO-NO-ENCONTRADO BY impfile-no-encontrado
             FS-FICHERO-NO-EXISTE BY impfile-no-existe
             FS-REGISTRO-BLOQUEADO BY impfile-bloqueado
             FS-DATOS-INVALIDOS BY impfile-datos-invalidos.

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
         77 ws-nombre-programa   PIC X(20) VALUE "NOMINA-FICHAJES".
         77 ws-bloqueo-tomado    PIC 9(01) VALUE 0.
            88 bloqueo-tomado        VALUE 1.
            88 bloqueo-sin-tomar     VALUE 0.
         77 ws-bloqueo-ocupado   PIC 9(01) VALUE 0.
            88 ventana-ocupada       VALUE 1.
            88 ventana-libre         VALUE 0.
         77 ws-hora-bloqueo      PIC 9(08).
         77 ws-fecha-bloqueo     PIC 9(08).

         *> PERIODO IMPORTADO Y SUS LIMITES.
         77 ws-periodo-entorno   PIC X(06) VALUE SPACES.
         77 ws-periodo           PIC 9(06) VALUE 0.
         77 ws-anio-periodo      PIC 9(04).
         77 ws-mes-periodo       PIC 9(02).
         77 ws-primer-dia-mes    PIC 9(08).
         77 ws-ultimo-dia-mes    PIC 9(08).
         77 ws-ultima-fecha-fichada PIC 9(08) VALUE 0.
         77 ws-entero-dia        PIC 9(07).
         77 ws-entero-fin        PIC 9(07).
         77 ws-fecha-hoy         PIC 9(08) VALUE 0.
         77 ws-hora-proceso      PIC 9(08) VALUE 0.
         77 ws-periodo-importado PIC 9(01) VALUE 0.
            88 periodo-ya-importado  VALUE 1.
            88 periodo-sin-importar  VALUE 0.

         *> PARAMETROS: MINUTOS DE TOLERANCIA DIARIA (DIFERENCIAS
         *> MENORES NO SON NI EXTRA NI AUSENCIA; POR OMISION 10) Y
         *> TOPE ANUAL DE HORAS EXTRA (POR OMISION LAS 80 DEL
         *> ESTATUTO DE LOS TRABAJADORES).
         77 ws-tolerancia-entorno PIC X(03) VALUE SPACES.
         77 ws-tolerancia        PIC 9(03) VALUE 10.
         77 ws-tope-entorno      PIC X(03) VALUE SPACES.
         77 ws-tope-anual        PIC 9(03) VALUE 80.

         *> CALENDARIO DE FESTIVOS EN MEMORIA.
         01 tabla-festivos.
            05 num-festivos      PIC 9(03) VALUE 0.
            05 festivo-cat OCCURS 100 TIMES.
               10 cat-fecha-festivo PIC 9(08).
         77 ws-indice-festivo    PIC 9(03).

         *> BAJAS IT DEL TRABAJADOR EN CURSO QUE PISAN EL PERIODO:
         *> SUS DIAS NI CUENTAN JORNADA NI SE ESPERAN FICHAJES.
         01 tabla-bajas-it.
            05 num-bajas-mes     PIC 9(02) VALUE 0.
            05 baja-it-mes OCCURS 10 TIMES.
               10 bit-desde      PIC 9(08).
               10 bit-hasta      PIC 9(08).
         77 ws-indice-baja       PIC 9(02).
         77 ws-dia-en-baja       PIC 9(01) VALUE 0.
            88 dia-en-baja          VALUE 1.
            88 dia-sin-baja         VALUE 0.

         *> SUSPENSIONES (ERTE Y EXCEDENCIAS) DEL TRABAJADOR EN CURSO
         *> QUE PISAN EL PERIODO, CON EL PORCENTAJE DE JORNADA QUE
         *> NO SE TRABAJA (100 EN LAS EXCEDENCIAS).
         01 tabla-suspensiones.
            05 num-suspensiones-mes PIC 9(02) VALUE 0.
            05 suspension-mes OCCURS 10 TIMES.
               10 smes-desde     PIC 9(08).
               10 smes-hasta     PIC 9(08).
               10 smes-pct       PIC 9(03).
         77 ws-indice-suspension PIC 9(02).
         77 ws-pct-suspension-dia PIC 9(03) VALUE 0.

         77 ws-dia-examen        PIC 9(08).
         77 ws-dia-semana        PIC 9(01).
         77 ws-dia-laborable     PIC 9(01) VALUE 0.
            88 dia-laborable        VALUE 1.
            88 dia-no-laborable     VALUE 0.
         77 ws-dia-del-mes       PIC 9(02).

         *> TRAMO LEIDO, EN MINUTOS DESDE LAS 00:00.
         77 ws-min-entrada       PIC 9(04).
         77 ws-min-salida        PIC 9(04).

         *> TRABAJADOR EN CURSO EN LA TOTALIZACION.
         77 ws-id-en-curso       PIC 9(05) VALUE 0.
         77 ws-trabajador-hallado PIC 9(01) VALUE 0.
            88 trabajador-conocido   VALUE 1.
            88 trabajador-desconocido VALUE 0.
         77 ws-jornada-trabajador PIC 9(03).
         01 ws-mapa-dias.
            05 ws-dia-fichado    PIC 9(01) OCCURS 31 TIMES.
         77 ws-minutos-previstos PIC 9(04).
         77 ws-diferencia-dia    PIC S9(04).

         *> TOTALES DEL PERIODO POR TRABAJADOR, EN ORDEN DE id (EL
         *> DEL FICHERO DE TRABAJO), PARA LA BUSQUEDA BINARIA AL
         *> SUMAR LAS HORAS EXTRA YA REGISTRADAS EN EL EJERCICIO.
         01 tabla-trab-fichaje.
            05 num-trab-fichaje  PIC 9(04) VALUE 0.
            05 trab-fichaje OCCURS 1 TO 1000
                  DEPENDING ON num-trab-fichaje
                  ASCENDING KEY IS ftr-id
                  INDEXED BY INDX-FTR.
               10 ftr-id            PIC 9(05).
               10 ftr-nombre        PIC X(40).
               10 ftr-jornada       PIC 9(03).
               10 ftr-dias          PIC 9(02).
               10 ftr-min-trabajados PIC 9(05).
               10 ftr-min-previstos PIC 9(05).
               10 ftr-min-extra     PIC 9(05).
               10 ftr-min-ausencia  PIC 9(05).
               10 ftr-excepciones   PIC 9(03).
               10 ftr-horas-anio    PIC 9(04)V99.
         77 ws-indice-ftr        PIC 9(04).
         77 ws-tabla-llena       PIC 9(01) VALUE 0.
            88 tabla-llena          VALUE 1.

         *> EXCEPCION A LISTAR.
         01 ws-linea-excepcion.
            05 exc-id-trabajador PIC X(05).
            05 FILLER            PIC X(01) VALUE SPACE.
            05 exc-fecha         PIC X(08).
            05 FILLER            PIC X(01) VALUE SPACE.
            05 exc-entrada       PIC X(04).
            05 FILLER            PIC X(01) VALUE SPACE.
            05 exc-salida        PIC X(04).
            05 FILLER            PIC X(01) VALUE SPACE.
            05 exc-motivo        PIC X(60).
         77 ws-excepciones       PIC 9(05) VALUE 0.

         *> LINEA DEL LISTADO DE CONTROL POR TRABAJADOR.
         01 ws-linea-control.
            05 ctl-id-trabajador PIC 9(05).
            05 FILLER            PIC X(01) VALUE SPACE.
            05 ctl-nombre        PIC X(30).
            05 FILLER            PIC X(01) VALUE SPACE.
            05 ctl-dias          PIC Z9.
            05 FILLER            PIC X(01) VALUE SPACE.
            05 ctl-horas-trab    PIC ZZZ9.99.
            05 FILLER            PIC X(01) VALUE SPACE.
            05 ctl-horas-prev    PIC ZZZ9.99.
            05 FILLER            PIC X(01) VALUE SPACE.
            05 ctl-horas-extra   PIC ZZ9.99.
            05 FILLER            PIC X(01) VALUE SPACE.
            05 ctl-horas-ausencia PIC ZZ9.99.
            05 FILLER            PIC X(01) VALUE SPACE.
            05 ctl-horas-anio    PIC ZZZ9.99.
            05 FILLER            PIC X(01) VALUE SPACE.
            05 ctl-tope          PIC ZZ9.
            05 FILLER            PIC X(01) VALUE SPACE.
            05 ctl-excepciones   PIC ZZ9.
            05 FILLER            PIC X(01) VALUE SPACE.
            05 ctl-aviso         PIC X(40).

         77 ws-horas-extra       PIC 9(03)V99.
         77 ws-horas-ausencia    PIC 9(03)V99.
         77 ws-horas-trabajadas  PIC 9(04)V99.
         77 ws-horas-previstas   PIC 9(04)V99.
         77 ws-horas-anio-total  PIC 9(04)V99.
         77 ws-tope-trabajador   PIC 9(03).
         77 ws-anio-incidencia   PIC 9(04).
         77 ws-mes-incidencia    PIC 9(02).
         *> ALTA DE CADA HE/AU CON LA SECUENCIA SIGUIENTE.
         01 ws-incidencia-nueva  PIC X(30).
         77 ws-inc-secuencia     PIC 9(03).
         77 ws-inc-grabada       PIC 9(01) VALUE 0.
            88 incidencia-grabada    VALUE 1.
            88 incidencia-sin-grabar VALUE 0.
         77 ws-incidencias-he    PIC 9(05) VALUE 0.
         77 ws-incidencias-au    PIC 9(05) VALUE 0.
         77 ws-topes-superados   PIC 9(05) VALUE 0.
         77 ws-total-extra       PIC 9(06)V99 VALUE 0.
         77 ws-total-ausencia    PIC 9(06)V99 VALUE 0.
         77 ws-total-extra-format PIC ZZZZZ9.99.
         77 ws-total-ausencia-format PIC ZZZZZ9.99.

         *> CONCEPTOS HE Y AU EN EL CATALOGO: SIN TARIFA POR HORAS
         *> LAS UNIDADES QUE SE GRABAN NO TENDRIAN VALOR.
         77 ws-he-tarifado       PIC 9(01) VALUE 0.
            88 he-tarifado          VALUE 1.
         77 ws-au-tarifado       PIC 9(01) VALUE 0.
            88 au-tarifado          VALUE 1.

       PROCEDURE DIVISION.
       0000-MAIN SECTION.
       0000-PRINCIPAL.
           DISPLAY "=== IMPORTACION DE FICHAJES ===".
           PERFORM 0001-DETERMINAR-PERIODO.
           PERFORM 0001-COMPROBAR-IMPORTADO.
           IF periodo-ya-importado
               DISPLAY "PROCESO ABORTADO: LOS FICHAJES DEL PERIODO "
                   ws-periodo " YA SE IMPORTARON "
                   "(FICHAJES_IMPORTADOS.TXT)"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT FICHFILE.
           IF NOT fichfile-ok
               DISPLAY "PROCESO ABORTADO: NO SE PUDO ABRIR "
                   "FICHAJES.TXT - FILE STATUS " fichfile-status
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT TRABFILE.
           IF NOT trabfile-ok
               DISPLAY "PROCESO ABORTADO: NO SE PUDO ABRIR "
                   "TRABAJADORES.DAT - FILE STATUS " trabfile-status
               CLOSE FICHFILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 0007-ABRIR-INCIDENCIAS.
           IF NOT incfile-ok
               DISPLAY "PROCESO ABORTADO: NO SE PUDO ABRIR "
                   "INCIDENCIAS.DAT - FILE STATUS " incfile-status
               CLOSE FICHFILE
               CLOSE TRABFILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 0009-TOMAR-BLOQUEO-CIERRE.
           IF ventana-ocupada
               CLOSE FICHFILE
               CLOSE TRABFILE
               CLOSE INCFILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 0002-CARGAR-FESTIVOS.
           PERFORM 0002-COMPROBAR-CONCEPTOS.
           OPEN OUTPUT DIAFILE.
           CLOSE DIAFILE.
           OPEN I-O DIAFILE.
           OPEN OUTPUT EXCFILE.
           MOVE SPACES TO LINEA-EXCEPCION.
           STRING "EXCEPCIONES DE FICHAJE DEL PERIODO " ws-periodo
                  " - FECHA " ws-fecha-hoy
                  " (NO GENERAN INCIDENCIA)"
               DELIMITED BY SIZE INTO LINEA-EXCEPCION.
           WRITE LINEA-EXCEPCION.

           PERFORM 0003-LEER-FICHAJE.
           PERFORM 0003-ACUMULAR-FICHAJE UNTIL fichfile-fin.
           CLOSE FICHFILE.

           PERFORM 0004-TOTALIZAR-DIAS.
           CLOSE DIAFILE.
           CLOSE TRABFILE.
           CLOSE EXCFILE.

           PERFORM 0006-SUMAR-EXTRAS-EJERCICIO.
           PERFORM 0007-GENERAR-INCIDENCIAS.
           PERFORM 0008-REGISTRAR-IMPORTACION.

           DISPLAY "TRABAJADORES: " num-trab-fichaje
               ", INCIDENCIAS HE: " ws-incidencias-he
               ", AU: " ws-incidencias-au
               " (PENDIENTES DE APROBAR)".
           DISPLAY "CONTROL EN FICHAJES_CONTROL.TXT".
           IF ws-excepciones > 0
               DISPLAY "EXCEPCIONES: " ws-excepciones
                   " (FICHAJES_EXCEPCIONES.TXT)"
               MOVE 4 TO RETURN-CODE
           END-IF.
           IF ws-topes-superados > 0
               DISPLAY "TRABAJADORES SOBRE EL TOPE ANUAL DE HORAS "
                   "EXTRA: " ws-topes-superados
               MOVE 4 TO RETURN-CODE
           END-IF.
           IF bloqueo-tomado
               PERFORM 0009-SOLTAR-BLOQUEO-CIERRE
           END-IF.
           STOP RUN.

       0001-DETERMINAR-PERIODO.
           *> PERIODO DE PERIODO-NOMINA (EL DEL PROXIMO CIERRE); SIN
           *> VARIABLE DE ENTORNO, EL MES EN CURSO.
           ACCEPT ws-fecha-hoy FROM DATE YYYYMMDD.
           ACCEPT ws-hora-proceso FROM TIME.
           ACCEPT ws-periodo-entorno FROM ENVIRONMENT "PERIODO-NOMINA".
           IF ws-periodo-entorno = SPACES
               COMPUTE ws-periodo = ws-fecha-hoy / 100
           ELSE
               MOVE ws-periodo-entorno TO ws-periodo
           END-IF.
           ACCEPT ws-tolerancia-entorno
               FROM ENVIRONMENT "MINUTOS-TOLERANCIA-FICHAJE".
           IF ws-tolerancia-entorno NOT = SPACES
               MOVE ws-tolerancia-entorno TO ws-tolerancia
           END-IF.
           ACCEPT ws-tope-entorno
               FROM ENVIRONMENT "HORAS-EXTRA-TOPE-ANUAL".
           IF ws-tope-entorno NOT = SPACES
               MOVE ws-tope-entorno TO ws-tope-anual
           END-IF.

           COMPUTE ws-primer-dia-mes = ws-periodo * 100 + 1.
           DIVIDE ws-periodo BY 100
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
           DISPLAY "FICHAJES DEL PERIODO " ws-periodo
               " (TOLERANCIA " ws-tolerancia " MINUTOS/DIA, TOPE "
               ws-tope-anual " HORAS EXTRA/ANIO)".

       0001-COMPROBAR-IMPORTADO.

           SET periodo-sin-importar TO TRUE.
           OPEN INPUT IMPFILE.
           IF impfile-ok
               PERFORM 0001-LEER-IMPORTADO
                   UNTIL impfile-fin OR periodo-ya-importado
               CLOSE IMPFILE
           END-IF.

       0001-LEER-IMPORTADO.
           READ IMPFILE
               AT END SET impfile-fin TO TRUE
               NOT AT END
                   IF imp-periodo = ws-periodo
                       SET periodo-ya-importado TO TRUE
                   END-IF
           END-READ.

       0002-CARGAR-FESTIVOS.
           *> SIN FICHERO SOLO SE DESCUENTAN SABADOS Y DOMINGOS.
           MOVE 0 TO num-festivos.
           OPEN INPUT FESTFILE.
           IF festfile-ok
               PERFORM 0002-LEER-FESTIVO UNTIL festfile-fin
               CLOSE FESTFILE
           END-IF.

       0002-LEER-FESTIVO.
           READ FESTFILE
               AT END SET festfile-fin TO TRUE
               NOT AT END
                   IF num-festivos < 100
                       ADD 1 TO num-festivos
                       MOVE fes-fecha
                           TO cat-fecha-festivo(num-festivos)
                   ELSE
                       DISPLAY "AVISO: CALENDARIO DE FESTIVOS "
                           "LLENO, FECHA DESCARTADA: " fes-fecha
                   END-IF
           END-READ.

       0002-COMPROBAR-CONCEPTOS.
           *> LAS INCIDENCIAS SE GRABAN EN HORAS: EL MOTOR SOLO LAS
           *> VALORA SI HE Y AU ESTAN CATALOGADOS CON TARIFA (MODO H
           *> O T). SI NO, SE AVISA PARA CORREGIR CONCEPTOS.DAT ANTES
           *> DE APROBARLAS.
           OPEN INPUT CONFILE.
           IF confile-ok
               PERFORM 0002-LEER-CONCEPTO UNTIL confile-fin
               CLOSE CONFILE
           END-IF.
           IF NOT he-tarifado OR NOT au-tarifado
               DISPLAY "AVISO: HE/AU SIN TARIFA POR HORAS EN "
                   "CONCEPTOS.DAT, LAS HORAS IMPORTADAS NO SE "
                   "VALORARAN"
           END-IF.

       0002-LEER-CONCEPTO.
           READ CONFILE
               AT END SET confile-fin TO TRUE
               NOT AT END
                   IF con-modo = 'H' OR con-modo = 'T'
                       IF con-codigo = "HE"
                           SET he-tarifado TO TRUE
                       ELSE IF con-codigo = "AU"
                           SET au-tarifado TO TRUE
                       END-IF
                   END-IF
           END-READ.

       0003-LEER-FICHAJE.

           READ FICHFILE
               AT END SET fichfile-fin TO TRUE
           END-READ.

       0003-ACUMULAR-FICHAJE.
           *> CADA TRAMO SE SUMA AL DIA DE SU TRABAJADOR EN EL
           *> FICHERO DE TRABAJO. UN DIA CON UN TRAMO MALO QUEDA
           *> ANOMALO ENTERO (CON EL PRIMER MOTIVO) Y NO SE VALORA.
           IF fic-id-trabajador IS NOT NUMERIC
               OR fic-fecha IS NOT NUMERIC
               MOVE "REGISTRO ILEGIBLE (TRABAJADOR O FECHA)"
                   TO exc-motivo
               PERFORM 0003-EXCEPCION-DE-LINEA
           ELSE IF fic-fecha < ws-primer-dia-mes
               OR fic-fecha > ws-ultimo-dia-mes
               MOVE "FECHA FUERA DEL PERIODO IMPORTADO"
                   TO exc-motivo
               PERFORM 0003-EXCEPCION-DE-LINEA
           ELSE
               MOVE fic-id-trabajador TO dia-id-trabajador
               MOVE fic-fecha TO dia-fecha
               READ DIAFILE
                   INVALID KEY
                       MOVE 0 TO dia-minutos dia-ultima-salida
                                 dia-tramos
                       SET dia-correcto TO TRUE
                       MOVE SPACES TO dia-motivo
                       PERFORM 0003-VALIDAR-TRAMO
                       WRITE REG-DIA
                   NOT INVALID KEY
                       IF dia-correcto
                           PERFORM 0003-VALIDAR-TRAMO
                           REWRITE REG-DIA
                       END-IF
               END-READ
               IF dia-fecha > ws-ultima-fecha-fichada
                   MOVE dia-fecha TO ws-ultima-fecha-fichada
               END-IF
           END-IF.
           PERFORM 0003-LEER-FICHAJE.

       0003-VALIDAR-TRAMO.
           *> LOS TRAMOS DE UN DIA LLEGAN EN ORDEN DE HORA; UNA
           *> JORNADA QUE CRUZA LA MEDIANOCHE SALE COMO SALIDA
           *> ANTERIOR A LA ENTRADA Y LA REVISA EL SUPERVISOR.
           IF fic-entrada = SPACES
               SET dia-anomalo TO TRUE
               MOVE "FALTA EL FICHAJE DE ENTRADA" TO dia-motivo
           ELSE IF fic-salida = SPACES
               SET dia-anomalo TO TRUE
               MOVE "FALTA EL FICHAJE DE SALIDA" TO dia-motivo
           ELSE IF fic-entrada IS NOT NUMERIC
               OR fic-salida IS NOT NUMERIC
               SET dia-anomalo TO TRUE
               MOVE "HORA DE FICHAJE NO VALIDA" TO dia-motivo
           ELSE IF fic-entrada-hh > 23 OR fic-entrada-mm > 59
               OR fic-salida-hh > 23 OR fic-salida-mm > 59
               SET dia-anomalo TO TRUE
               MOVE "HORA DE FICHAJE NO VALIDA" TO dia-motivo
           ELSE
               COMPUTE ws-min-entrada =
                   fic-entrada-hh * 60 + fic-entrada-mm
               COMPUTE ws-min-salida =
                   fic-salida-hh * 60 + fic-salida-mm
               IF ws-min-salida NOT > ws-min-entrada
                   SET dia-anomalo TO TRUE
                   MOVE "SALIDA ANTERIOR A LA ENTRADA" TO dia-motivo
               ELSE IF dia-tramos > 0
                   AND ws-min-entrada < dia-ultima-salida
                   SET dia-anomalo TO TRUE
                   MOVE "TRAMOS SOLAPADOS O FUERA DE ORDEN"
                       TO dia-motivo
               ELSE
                   ADD ws-min-salida TO dia-minutos
                   SUBTRACT ws-min-entrada FROM dia-minutos
                   MOVE ws-min-salida TO dia-ultima-salida
                   ADD 1 TO dia-tramos
               END-IF
           END-IF.

       0003-EXCEPCION-DE-LINEA.

           MOVE fic-id-trabajador TO exc-id-trabajador.
           MOVE fic-fecha TO exc-fecha.
           MOVE fic-entrada TO exc-entrada.
           MOVE fic-salida TO exc-salida.
           PERFORM 0010-ESCRIBIR-EXCEPCION.

       0004-TOTALIZAR-DIAS.
           *> EL FICHERO DE TRABAJO SE RECORRE POR TRABAJADOR Y
           *> FECHA; AL CAMBIAR DE TRABAJADOR SE CIERRAN SUS DIAS.
           MOVE 0 TO ws-id-en-curso.
           MOVE 0 TO dia-id-trabajador dia-fecha.
           START DIAFILE KEY IS NOT LESS THAN dia-clave
               INVALID KEY SET diafile-fin TO TRUE
           END-START.
           PERFORM 0004-LEER-DIA UNTIL diafile-fin.
           IF ws-id-en-curso NOT = 0
               PERFORM 0005-CERRAR-TRABAJADOR
           END-IF.

       0004-LEER-DIA.
           READ DIAFILE NEXT RECORD
               AT END SET diafile-fin TO TRUE
               NOT AT END
                   IF dia-id-trabajador NOT = ws-id-en-curso
                       IF ws-id-en-curso NOT = 0
                           PERFORM 0005-CERRAR-TRABAJADOR
                       END-IF
                       PERFORM 0005-ABRIR-TRABAJADOR
                   END-IF
                   PERFORM 0004-EVALUAR-DIA
           END-READ.

       0004-EVALUAR-DIA.

           MOVE dia-id-trabajador TO exc-id-trabajador.
           MOVE dia-fecha TO exc-fecha.
           MOVE SPACES TO exc-entrada exc-salida.
           MOVE dia-fecha TO ws-dia-examen.
           COMPUTE ws-dia-del-mes = FUNCTION MOD(dia-fecha, 100).
           MOVE 1 TO ws-dia-fichado(ws-dia-del-mes).
           IF trabajador-desconocido
               MOVE "TRABAJADOR NO ENCONTRADO EN EL MAESTRO"
                   TO exc-motivo
               PERFORM 0010-ESCRIBIR-EXCEPCION
           ELSE IF dia-anomalo
               MOVE dia-motivo TO exc-motivo
               PERFORM 0010-ESCRIBIR-EXCEPCION
           ELSE IF dia-fecha < fecha-alta-trabajador
               MOVE "FICHAJE ANTERIOR A LA FECHA DE ALTA"
                   TO exc-motivo
               PERFORM 0010-ESCRIBIR-EXCEPCION
           ELSE IF fecha-baja-trabajador NOT = 0
               AND dia-fecha > fecha-baja-trabajador
               MOVE "FICHAJE POSTERIOR A LA FECHA DE BAJA"
                   TO exc-motivo
               PERFORM 0010-ESCRIBIR-EXCEPCION
           ELSE
               PERFORM 0005-COMPROBAR-DIA-EN-BAJA
               IF dia-en-baja
                   MOVE "FICHAJE EN DIA DE BAJA IT" TO exc-motivo
                   PERFORM 0010-ESCRIBIR-EXCEPCION
               ELSE
                   PERFORM 0005-COMPROBAR-DIA-SUSPENDIDO
                   IF ws-pct-suspension-dia = 100
                       MOVE "FICHAJE EN DIA DE SUSPENSION (ERTE O "
                           & "EXCEDENCIA)" TO exc-motivo
                       PERFORM 0010-ESCRIBIR-EXCEPCION
                   ELSE
                       PERFORM 0004-COMPUTAR-DIA
                   END-IF
               END-IF
           END-IF.

       0004-COMPUTAR-DIA.
           *> UN DIA LABORABLE ESPERA 8 HORAS POR EL PORCENTAJE DE
           *> JORNADA; EN FESTIVO O FIN DE SEMANA TODO LO FICHADO
           *> ES EXTRA. LA DIFERENCIA DENTRO DE LA TOLERANCIA NO
           *> CUENTA. EN ERTE PARCIAL SE ESPERA SOLO LA PARTE DE
           *> JORNADA NO SUSPENDIDA.
           PERFORM 0005-CLASIFICAR-DIA.
           IF dia-laborable
               COMPUTE ws-minutos-previstos =
                   480 * ws-jornada-trabajador / 100
                   * (100 - ws-pct-suspension-dia) / 100
           ELSE
               MOVE 0 TO ws-minutos-previstos
           END-IF.
           ADD 1 TO ftr-dias(num-trab-fichaje).
           ADD dia-minutos TO ftr-min-trabajados(num-trab-fichaje).
           ADD ws-minutos-previstos
               TO ftr-min-previstos(num-trab-fichaje).
           COMPUTE ws-diferencia-dia =
               dia-minutos - ws-minutos-previstos.
           IF ws-diferencia-dia > ws-tolerancia
               ADD ws-diferencia-dia
                   TO ftr-min-extra(num-trab-fichaje)
           ELSE IF ws-diferencia-dia < 0 - ws-tolerancia
               SUBTRACT ws-diferencia-dia
                   FROM ftr-min-ausencia(num-trab-fichaje)
           END-IF.

       0005-ABRIR-TRABAJADOR.
           *> CADA TRABAJADOR DEL FICHERO ENTRA EN LA TABLA DE
           *> TOTALES; LOS QUE NO ESTAN EN EL MAESTRO SOLO GENERAN
           *> EXCEPCIONES.
           MOVE dia-id-trabajador TO ws-id-en-curso.
           MOVE ZEROS TO ws-mapa-dias.
           MOVE 0 TO num-bajas-mes.
           MOVE 0 TO num-suspensiones-mes.
           SET trabajador-desconocido TO TRUE.
           MOVE ws-id-en-curso TO id-trabajador.
           READ TRABFILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF num-trab-fichaje < 1000
                       SET trabajador-conocido TO TRUE
                   ELSE IF NOT tabla-llena
                       SET tabla-llena TO TRUE
                       DISPLAY "AVISO: MAS DE 1000 TRABAJADORES "
                           "CON FICHAJES, EL RESTO A EXCEPCIONES"
                   END-IF
           END-READ.
           IF trabajador-conocido
               MOVE jornada-pct TO ws-jornada-trabajador
               IF ws-jornada-trabajador = 0
                   MOVE 100 TO ws-jornada-trabajador
               END-IF
               ADD 1 TO num-trab-fichaje
               MOVE ws-id-en-curso TO ftr-id(num-trab-fichaje)
               MOVE SPACES TO ftr-nombre(num-trab-fichaje)
               STRING nombre-trabajador DELIMITED BY "  "
                      " " apellido-pat DELIMITED BY "  "
                   INTO ftr-nombre(num-trab-fichaje)
               MOVE ws-jornada-trabajador
                   TO ftr-jornada(num-trab-fichaje)
               MOVE 0 TO ftr-dias(num-trab-fichaje)
                         ftr-min-trabajados(num-trab-fichaje)
                         ftr-min-previstos(num-trab-fichaje)
                         ftr-min-extra(num-trab-fichaje)
                         ftr-min-ausencia(num-trab-fichaje)
                         ftr-excepciones(num-trab-fichaje)
                         ftr-horas-anio(num-trab-fichaje)
               PERFORM 0005-CARGAR-BAJAS-IT
               PERFORM 0005-CARGAR-SUSPENSIONES
           END-IF.

       0005-CERRAR-TRABAJADOR.
           *> LOS DIAS LABORABLES SIN NINGUN FICHAJE HASTA EL ULTIMO
           *> DIA EXPORTADO SE LISTAN PARA REVISAR (VACACIONES,
           *> PERMISO O FALTA); NO SE CONVIERTEN EN AUSENCIA.
           IF trabajador-conocido
               MOVE ws-id-en-curso TO exc-id-trabajador
               MOVE SPACES TO exc-entrada exc-salida
               COMPUTE ws-entero-dia =
                   FUNCTION INTEGER-OF-DATE(ws-primer-dia-mes)
               MOVE ws-primer-dia-mes TO ws-dia-examen
               PERFORM 0005-REVISAR-DIA-SIN-FICHAJE
                   UNTIL ws-dia-examen > ws-ultima-fecha-fichada
           END-IF.

       0005-REVISAR-DIA-SIN-FICHAJE.

           COMPUTE ws-dia-del-mes = FUNCTION MOD(ws-dia-examen, 100).
           IF ws-dia-fichado(ws-dia-del-mes) = 0
               AND ws-dia-examen >= fecha-alta-trabajador
               AND (fecha-baja-trabajador = 0
                    OR ws-dia-examen <= fecha-baja-trabajador)
               PERFORM 0005-CLASIFICAR-DIA
               IF dia-laborable
                   PERFORM 0005-COMPROBAR-DIA-EN-BAJA
                   PERFORM 0005-COMPROBAR-DIA-SUSPENDIDO
                   IF dia-sin-baja AND ws-pct-suspension-dia < 100
                       MOVE ws-dia-examen TO exc-fecha
                       MOVE "DIA LABORABLE SIN FICHAJES (VACACIONES, "
                           & "PERMISO O FALTA)" TO exc-motivo
                       PERFORM 0010-ESCRIBIR-EXCEPCION
                   END-IF
               END-IF
           END-IF.
           ADD 1 TO ws-entero-dia.
           COMPUTE ws-dia-examen =
               FUNCTION DATE-OF-INTEGER(ws-entero-dia).

       0005-CLASIFICAR-DIA.
           *> EL DIA 1 DEL CALENDARIO INTERNO (01/01/1601) FUE
           *> LUNES: EL RESTO DE (ENTERO - 1) ENTRE 7 DA 0 PARA
           *> LUNES Y 5/6 PARA SABADO Y DOMINGO.
           COMPUTE ws-dia-semana = FUNCTION MOD(
               FUNCTION INTEGER-OF-DATE(ws-dia-examen) - 1, 7).
           SET dia-laborable TO TRUE.
           IF ws-dia-semana > 4
               SET dia-no-laborable TO TRUE
           END-IF.
           IF dia-laborable AND num-festivos > 0
               MOVE 0 TO ws-indice-festivo
               PERFORM 0005-COMPARAR-FESTIVO
                   UNTIL ws-indice-festivo = num-festivos
                      OR dia-no-laborable
           END-IF.

       0005-COMPARAR-FESTIVO.

           ADD 1 TO ws-indice-festivo.
           IF cat-fecha-festivo(ws-indice-festivo) = ws-dia-examen
               SET dia-no-laborable TO TRUE
           END-IF.

       0005-CARGAR-BAJAS-IT.
           *> PROCESOS DE BAJA QUE PISAN EL PERIODO; UNA BAJA
           *> ABIERTA LLEGA HASTA FIN DE MES. SIN FICHERO NO HAY
           *> BAJAS.
           OPEN INPUT ITFILE.
           IF itfile-ok
               MOVE ws-id-en-curso TO it-id-trabajador
               MOVE 0 TO it-fecha-inicio
               START ITFILE KEY IS NOT LESS THAN it-clave
                   INVALID KEY SET itfile-fin TO TRUE
               END-START
               PERFORM 0005-LEER-BAJA-IT UNTIL itfile-fin
               CLOSE ITFILE
           END-IF.

       0005-LEER-BAJA-IT.
           READ ITFILE NEXT RECORD
               AT END SET itfile-fin TO TRUE
               NOT AT END
                   IF it-id-trabajador NOT = ws-id-en-curso
                       OR it-fecha-inicio > ws-ultimo-dia-mes
                       SET itfile-fin TO TRUE
                   ELSE IF it-fecha-fin NOT = 0
                       AND it-fecha-fin < ws-primer-dia-mes
                       CONTINUE
                   ELSE IF num-bajas-mes < 10
                       ADD 1 TO num-bajas-mes
                       MOVE it-fecha-inicio TO bit-desde(num-bajas-mes)
                       IF it-fecha-fin = 0
                           OR it-fecha-fin > ws-ultimo-dia-mes
                           MOVE ws-ultimo-dia-mes
                               TO bit-hasta(num-bajas-mes)
                       ELSE
                           MOVE it-fecha-fin TO bit-hasta(num-bajas-mes)
                       END-IF
                   END-IF
           END-READ.

       0005-COMPROBAR-DIA-EN-BAJA.

           SET dia-sin-baja TO TRUE.
           MOVE 0 TO ws-indice-baja.
           PERFORM 0005-COMPARAR-BAJA
               UNTIL ws-indice-baja = num-bajas-mes
                  OR dia-en-baja.

       0005-COMPARAR-BAJA.

           ADD 1 TO ws-indice-baja.
           IF ws-dia-examen >= bit-desde(ws-indice-baja)
               AND ws-dia-examen <= bit-hasta(ws-indice-baja)
               SET dia-en-baja TO TRUE
           END-IF.

       0005-CARGAR-SUSPENSIONES.
           *> SUSPENSIONES QUE PISAN EL PERIODO; UNA SUSPENSION
           *> ABIERTA LLEGA HASTA FIN DE MES. SIN FICHERO NO HAY
           *> SUSPENSIONES.
           OPEN INPUT SUSFILE.
           IF susfile-ok
               MOVE ws-id-en-curso TO sus-id-trabajador
               MOVE 0 TO sus-fecha-inicio
               START SUSFILE KEY IS NOT LESS THAN sus-clave
                   INVALID KEY SET susfile-fin TO TRUE
               END-START
               PERFORM 0005-LEER-SUSPENSION UNTIL susfile-fin
               CLOSE SUSFILE
           END-IF.

       0005-LEER-SUSPENSION.
           READ SUSFILE NEXT RECORD
               AT END SET susfile-fin TO TRUE
               NOT AT END
                   IF sus-id-trabajador NOT = ws-id-en-curso
                       OR sus-fecha-inicio > ws-ultimo-dia-mes
                       SET susfile-fin TO TRUE
                   ELSE IF sus-fecha-fin NOT = 0
                       AND sus-fecha-fin < ws-primer-dia-mes
                       CONTINUE
                   ELSE IF num-suspensiones-mes < 10
                       ADD 1 TO num-suspensiones-mes
                       MOVE sus-fecha-inicio
                           TO smes-desde(num-suspensiones-mes)
                       IF sus-fecha-fin = 0
                           OR sus-fecha-fin > ws-ultimo-dia-mes
                           MOVE ws-ultimo-dia-mes
                               TO smes-hasta(num-suspensiones-mes)
                       ELSE
                           MOVE sus-fecha-fin
                               TO smes-hasta(num-suspensiones-mes)
                       END-IF
                       IF suspension-erte
                           MOVE sus-pct-reduccion
                               TO smes-pct(num-suspensiones-mes)
                       ELSE
                           MOVE 100 TO smes-pct(num-suspensiones-mes)
                       END-IF
                   END-IF
           END-READ.

       0005-COMPROBAR-DIA-SUSPENDIDO.
           *> PORCENTAJE SUSPENDIDO DEL DIA EN EXAMEN (0 SIN
           *> SUSPENSION).
           MOVE 0 TO ws-pct-suspension-dia.
           MOVE 0 TO ws-indice-suspension.
           PERFORM 0005-COMPARAR-SUSPENSION
               UNTIL ws-indice-suspension = num-suspensiones-mes
                  OR ws-pct-suspension-dia NOT = 0.

       0005-COMPARAR-SUSPENSION.

           ADD 1 TO ws-indice-suspension.
           IF ws-dia-examen >= smes-desde(ws-indice-suspension)
               AND ws-dia-examen <= smes-hasta(ws-indice-suspension)
               MOVE smes-pct(ws-indice-suspension)
                   TO ws-pct-suspension-dia
           END-IF.

       0006-SUMAR-EXTRAS-EJERCICIO.
           *> HORAS EXTRA YA REGISTRADAS EN EL EJERCICIO (TECLEADAS
           *> O IMPORTADAS EN PERIODOS ANTERIORES), SALVO LAS
           *> RECHAZADAS. LAS DE IMPORTE LIBRE NO TRAEN HORAS. SOLO
           *> SE RECORREN LOS PERIODOS DEL EJERCICIO, POR LA CLAVE
           *> ALTERNATIVA.
           IF num-trab-fichaje > 0
               COMPUTE inc-periodo = ws-anio-periodo * 100 + 1
               START INCFILE KEY IS NOT LESS THAN inc-periodo
                   INVALID KEY SET incfile-fin TO TRUE
               END-START
               PERFORM 0006-LEER-INCIDENCIA UNTIL incfile-fin
           END-IF.

       0006-LEER-INCIDENCIA.
           READ INCFILE NEXT RECORD
               AT END SET incfile-fin TO TRUE
               NOT AT END
                   DIVIDE inc-periodo BY 100 GIVING ws-anio-incidencia
                       REMAINDER ws-mes-incidencia
                   IF ws-anio-incidencia > ws-anio-periodo
                       SET incfile-fin TO TRUE
                   END-IF
                   IF NOT incfile-fin
                       AND inc-concepto = "HE"
                       AND ws-anio-incidencia = ws-anio-periodo
                       AND NOT incidencia-rechazada
                       AND inc-unidades NOT = 0
                       SEARCH ALL trab-fichaje
                           AT END CONTINUE
                           WHEN ftr-id(INDX-FTR) = inc-id-trabajador
                               ADD inc-unidades
                                   TO ftr-horas-anio(INDX-FTR)
                       END-SEARCH
                   END-IF
           END-READ.

       0007-ABRIR-INCIDENCIAS.
           *> SOLO SE CREA VACIO CON STATUS 35 (NO EXISTE), COMO EL
           *> RESTO DE MAESTROS INDEXADOS. QUEDA ABIERTO TODA LA
           *> PASADA Y LO CIERRA 0007-GENERAR-INCIDENCIAS.
           OPEN I-O INCFILE.
           IF incfile-no-existe
               OPEN OUTPUT INCFILE
               CLOSE INCFILE
               OPEN I-O INCFILE
           END-IF.

       0007-GENERAR-INCIDENCIAS.

           OPEN OUTPUT CTLFILE.
           MOVE SPACES TO LINEA-CONTROL.
           STRING "CONTROL DE FICHAJES DEL PERIODO " ws-periodo
                  " - FECHA " ws-fecha-hoy " - TOLERANCIA "
                  ws-tolerancia " MIN/DIA - TOPE ANUAL "
                  ws-tope-anual " HORAS EXTRA"
               DELIMITED BY SIZE INTO LINEA-CONTROL.
           WRITE LINEA-CONTROL.
           MOVE SPACES TO LINEA-CONTROL.
           STRING "ID    NOMBRE                         DIAS TRABAJ."
                  "  PREVIST.  EXTRA AUSENC.  EXT.ANIO TOPE EXC AVISO"
               DELIMITED BY SIZE INTO LINEA-CONTROL.
           WRITE LINEA-CONTROL.
           PERFORM 0007-GENERAR-TRABAJADOR
               VARYING ws-indice-ftr FROM 1 BY 1
               UNTIL ws-indice-ftr > num-trab-fichaje.
           MOVE SPACES TO LINEA-CONTROL.
           MOVE ws-total-extra TO ws-total-extra-format.
           MOVE ws-total-ausencia TO ws-total-ausencia-format.
           STRING "TOTAL HORAS EXTRA: " ws-total-extra-format
                  "  AUSENCIA: " ws-total-ausencia-format
                  "  EXCEPCIONES: " ws-excepciones
                  "  SOBRE TOPE: " ws-topes-superados
               DELIMITED BY SIZE INTO LINEA-CONTROL.
           WRITE LINEA-CONTROL.
           CLOSE CTLFILE.
           CLOSE INCFILE.

       0007-GENERAR-TRABAJADOR.
           *> UNA HE Y UNA AU POR TRABAJADOR Y PERIODO, EN HORAS Y
           *> PENDIENTES: EL MOTOR LAS VALORA CON EL SALARIO-HORA
           *> UNA VEZ APROBADAS. LA JORNADA PARCIAL NO ADMITE HORAS
           *> EXTRA (SON COMPLEMENTARIAS): SU TOPE ES CERO.
           COMPUTE ws-horas-extra ROUNDED =
               ftr-min-extra(ws-indice-ftr) / 60.
           COMPUTE ws-horas-ausencia ROUNDED =
               ftr-min-ausencia(ws-indice-ftr) / 60.
           COMPUTE ws-horas-trabajadas ROUNDED =
               ftr-min-trabajados(ws-indice-ftr) / 60.
           COMPUTE ws-horas-previstas ROUNDED =
               ftr-min-previstos(ws-indice-ftr) / 60.
           MOVE ftr-id(ws-indice-ftr) TO inc-id-trabajador.
           MOVE ws-periodo TO inc-periodo.
           MOVE 0 TO inc-importe.
           SET incidencia-pendiente TO TRUE.
           IF ws-horas-extra > 0
               MOVE "HE" TO inc-concepto
               MOVE ws-horas-extra TO inc-unidades
               PERFORM 0007-GRABAR-INCIDENCIA
               IF incidencia-grabada
                   ADD 1 TO ws-incidencias-he
                   ADD ws-horas-extra TO ws-total-extra
               END-IF
           END-IF.
           IF ws-horas-ausencia > 0
               MOVE ftr-id(ws-indice-ftr) TO inc-id-trabajador
               MOVE ws-periodo TO inc-periodo
               MOVE 0 TO inc-importe
               SET incidencia-pendiente TO TRUE
               MOVE "AU" TO inc-concepto
               MOVE ws-horas-ausencia TO inc-unidades
               PERFORM 0007-GRABAR-INCIDENCIA
               IF incidencia-grabada
                   ADD 1 TO ws-incidencias-au
                   ADD ws-horas-ausencia TO ws-total-ausencia
               END-IF
           END-IF.

           COMPUTE ws-horas-anio-total =
               ftr-horas-anio(ws-indice-ftr) + ws-horas-extra.
           IF ftr-jornada(ws-indice-ftr) < 100
               MOVE 0 TO ws-tope-trabajador
           ELSE
               MOVE ws-tope-anual TO ws-tope-trabajador
           END-IF.
           MOVE SPACES TO ctl-aviso.
           IF ws-horas-anio-total > ws-tope-trabajador
               ADD 1 TO ws-topes-superados
               IF ws-tope-trabajador = 0
                   MOVE "JORNADA PARCIAL: NO ADMITE HORAS EXTRA"
                       TO ctl-aviso
               ELSE
                   MOVE "SUPERA EL TOPE ANUAL DE HORAS EXTRA"
                       TO ctl-aviso
               END-IF
           END-IF.

           MOVE ftr-id(ws-indice-ftr) TO ctl-id-trabajador.
           MOVE ftr-nombre(ws-indice-ftr) TO ctl-nombre.
           MOVE ftr-dias(ws-indice-ftr) TO ctl-dias.
           MOVE ws-horas-trabajadas TO ctl-horas-trab.
           MOVE ws-horas-previstas TO ctl-horas-prev.
           MOVE ws-horas-extra TO ctl-horas-extra.
           MOVE ws-horas-ausencia TO ctl-horas-ausencia.
           MOVE ws-horas-anio-total TO ctl-horas-anio.
           MOVE ws-tope-trabajador TO ctl-tope.
           MOVE ftr-excepciones(ws-indice-ftr) TO ctl-excepciones.
           MOVE ws-linea-control TO LINEA-CONTROL.
           WRITE LINEA-CONTROL.

       0007-GRABAR-INCIDENCIA.
           *> ALTA DE LA LINEA PREPARADA EN REG-INCIDENCIA CON LA
           *> SECUENCIA SIGUIENTE A LA ULTIMA DEL TRABAJADOR EN EL
           *> PERIODO.
           SET incidencia-sin-grabar TO TRUE.
           MOVE REG-INCIDENCIA TO ws-incidencia-nueva.
           MOVE 0 TO ws-inc-secuencia.
           MOVE 0 TO inc-secuencia.
           START INCFILE KEY IS NOT LESS THAN inc-clave
               INVALID KEY SET incfile-fin TO TRUE
           END-START.
           PERFORM 0007-LEER-SECUENCIA UNTIL incfile-fin.
           MOVE ws-incidencia-nueva TO REG-INCIDENCIA.
           IF ws-inc-secuencia = 999
               DISPLAY "AVISO: EL TRABAJADOR " inc-id-trabajador
                   " YA TIENE 999 INCIDENCIAS EN EL PERIODO "
                   inc-periodo ", " inc-concepto " NO GRABADA"
           ELSE
               ADD 1 TO ws-inc-secuencia
               MOVE ws-inc-secuencia TO inc-secuencia
               WRITE REG-INCIDENCIA
                   INVALID KEY
                       DISPLAY "AVISO: NO SE PUDO GRABAR LA "
                           inc-concepto " DEL ID " inc-id-trabajador
                           " - FILE STATUS " incfile-status
                   NOT INVALID KEY
                       SET incidencia-grabada TO TRUE
               END-WRITE
           END-IF.

       0007-LEER-SECUENCIA.
           READ INCFILE NEXT RECORD
               AT END SET incfile-fin TO TRUE
               NOT AT END
                   IF inc-id-trabajador NOT = ftr-id(ws-indice-ftr)
                       OR inc-periodo NOT = ws-periodo
                       SET incfile-fin TO TRUE
                   ELSE
                       MOVE inc-secuencia TO ws-inc-secuencia
                   END-IF
           END-READ.

       0008-REGISTRAR-IMPORTACION.
           *> MARCA DEL PERIODO IMPORTADO, QUE IMPIDE DUPLICAR SUS
           *> INCIDENCIAS EN UNA SEGUNDA PASADA.
           OPEN EXTEND IMPFILE.
           IF NOT impfile-status = "00" AND NOT impfile-status = "05"
               CLOSE IMPFILE
               OPEN OUTPUT IMPFILE
           END-IF.
           MOVE SPACES TO REG-IMPORTADO.
           MOVE ws-periodo TO imp-periodo.
           MOVE ws-fecha-hoy TO imp-fecha.
           MOVE ws-hora-proceso TO imp-hora.
           MOVE num-trab-fichaje TO imp-trabajadores.
           COMPUTE imp-incidencias = ws-incidencias-he
               + ws-incidencias-au.
           WRITE REG-IMPORTADO.
           CLOSE IMPFILE.

       0009-TOMAR-BLOQUEO-CIERRE.
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
                   MOVE ws-periodo TO blq-periodo
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

       0009-SOLTAR-BLOQUEO-CIERRE.
           *> EL CERROJO SE SUELTA EN TODO FIN CONTROLADO; SI EL
           *> PROCESO ABENDA QUEDA TOMADO Y EL BOLETIN LO DELATA.
           OPEN OUTPUT BLOQUEOFILE.
           IF bloqueofile-ok
               CLOSE BLOQUEOFILE
           END-IF.
           SET bloqueo-sin-tomar TO TRUE.

       0010-ESCRIBIR-EXCEPCION.
           *> LAS EXCEPCIONES DE UN TRABAJADOR DE LA TABLA SE
           *> CUENTAN TAMBIEN EN SU LINEA DE CONTROL.
           MOVE ws-linea-excepcion TO LINEA-EXCEPCION.
           WRITE LINEA-EXCEPCION.
           ADD 1 TO ws-excepciones.
           IF ws-id-en-curso NOT = 0 AND trabajador-conocido
               ADD 1 TO ftr-excepciones(num-trab-fichaje)
           END-IF.

       END PROGRAM NOMINA-FICHAJES.
