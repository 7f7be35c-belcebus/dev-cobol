       ID DIVISION.
       PROGRAM-ID. INDICADORES-RRHH.
       AUTHOR. DAVID HERNANDEZ MARTIN.
      *MODIFICACIONES
      *15/10/2026 - ALTA INICIAL. PAGINA MENSUAL DE INDICADORES DE
      *             RECURSOS HUMANOS PARA DIRECCION, QUE LA
      *             ESTADISTICA DE PLANTILLA NO DA: ABSENTISMO (HORAS
      *             AU SOBRE LAS HORAS TEORICAS DE jornada-pct Y EL
      *             CALENDARIO FESTIVOS.DAT), HORAS EXTRA Y SU COSTE
      *             (HE, HORAS DE INCIDENCIAS.DAT E IMPORTE PAGADO EN
      *             NOMINAS_DETALLE.DAT), ROTACION (BAJAS SOBRE LA
      *             PLANTILLA MEDIA) Y ANTIGUEDAD MEDIA. CADA UNO POR
      *             DEPARTAMENTO PRINCIPAL Y POR CATEGORIA, CON EL MES
      *             PEDIDO (MES-INDICADORES, SI NO PERIODO-NOMINA, SI
      *             NO EL EN CURSO), EL MISMO MES DEL ANO ANTERIOR Y
      *             EL ACUMULADO DEL ANO. LA PLANTILLA SALE DE
      *             TRABAJADORES.DAT Y DE TRABAJADORES_ARCHIVO.DAT,
      *             DONDE ESTAN LAS BAJAS YA ARCHIVADAS. FORMATO DE
      *             IMPRESORA DE 132 COLUMNAS (INDICADORES_RRHH.TXT)
      *             PARA EL ARCHIVADOR. TERMINA CON RETURN-CODE 4 SI
      *             FALTA INCIDENCIAS.DAT O NOMINAS_DETALLE.DAT (LOS
      *             INDICADORES QUE DEPENDEN DE ELLOS SALEN A CERO) Y
      *             CON 8 SI NO PUEDE LEER TRABAJADORES.DAT.
      *15/10/2026 - TRABAJADORES_ARCHIVO.DAT QUE EXISTE PERO NO ABRE
      *             (P. EJ. SIN MIGRAR) SE AVISA CON SU FILE STATUS Y
      *             DEJA RETURN-CODE 4, EN VEZ DE PERDER SIN DECIR
      *             NADA LAS BAJAS ARCHIVADAS.
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

           SELECT ARCHFILE ASSIGN TO "TRABAJADORES_ARCHIVO.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS arch-id-trabajador
           FILE STATUS IS archfile-status.

           SELECT INCFILE ASSIGN TO "INCIDENCIAS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS inc-clave
           ALTERNATE RECORD KEY IS inc-periodo WITH DUPLICATES
           FILE STATUS IS incfile-status.

           SELECT NOMDETFILE ASSIGN TO "NOMINAS_DETALLE.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS det-clave
           FILE STATUS IS nomdetfile-status.

           SELECT DEPTOFILE ASSIGN TO "DEPARTAMENTOS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS deptofile-status.

           SELECT CATFILE ASSIGN TO "CATEGORIAS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS catfile-status.

           SELECT FESTFILE ASSIGN TO "FESTIVOS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS festfile-status.

           SELECT LISTFILE ASSIGN TO "INDICADORES_RRHH.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS listfile-status.

       DATA DIVISION.
       FILE SECTION.
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

       FD  INCFILE
           LABEL RECORDS ARE STANDARD.
       01  REG-INCIDENCIA.
           COPY INCREG.

       FD  NOMDETFILE
           LABEL RECORDS ARE STANDARD.
       01  REG-NOMINA-DETALLE.
           COPY NOMDET.

       FD  DEPTOFILE
           LABEL RECORDS ARE STANDARD.
       01  REG-DEPARTAMENTO.
           05 id-departamento-cat       PIC 9(02).
           05 nombre-departamento-cat   PIC X(30).
           05 responsable-departamento-cat PIC X(30).
           05 presupuesto-departamento-cat PIC 9(07)V99.
           05 empresa-departamento-cat  PIC 9(02).

       FD  CATFILE
           LABEL RECORDS ARE STANDARD.
       01  REG-CATEGORIA.
           05 id-categoria-cat          PIC X(04).
           05 nombre-categoria-cat      PIC X(30).
           05 salario-min-categoria-cat PIC 9(05)V99.
           05 salario-max-categoria-cat PIC 9(05)V99.

       FD  FESTFILE
           LABEL RECORDS ARE STANDARD.
       01  REG-FESTIVO.
           05 fes-fecha            PIC 9(08).
           05 fes-descripcion      PIC X(30).

       FD  LISTFILE
           LABEL RECORDS ARE STANDARD.
       01  LINEA-LISTADO               PIC X(132).

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
             FS-CAMPO BY archfile-status
             FS-OK BY archfile-ok
             FS-FIN-FICHERO BY archfile-fin
             FS-CLAVE-DUPLICADA BY archfile-dup
             FS-REGISTRO-NO-ENCONTRADO BY archfile-no-encontrado
             FS-FICHERO-NO-EXISTE BY archfile-no-existe
             FS-REGISTRO-BLOQUEADO BY archfile-bloqueado
             FS-DATOS-INVALIDOS BY archfile-datos-invalidos.
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
             FS-CAMPO BY nomdetfile-status
             FS-OK BY nomdetfile-ok
             FS-FIN-FICHERO BY nomdetfile-fin
             FS-CLAVE-DUPLICADA BY nomdetfile-dup
             FS-REGISTRO-NO-ENCONTRADO BY nomdetfile-no-encontrado
             FS-FICHERO-NO-EXISTE BY nomdetfile-no-existe
             FS-REGISTRO-BLOQUEADO BY nomdetfile-bloqueado
             FS-DATOS-INVALIDOS BY nomdetfile-datos-invalidos.
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
             FS-CAMPO BY catfile-status
             FS-OK BY catfile-ok
             FS-FIN-FICHERO BY catfile-fin
             FS-CLAVE-DUPLICADA BY catfile-dup
             FS-REGISTRO-NO-ENCONTRADO BY catfile-no-encontrado
             FS-FICHERO-NO-EXISTE BY catfile-no-existe
             FS-REGISTRO-BLOQUEADO BY catfile-bloqueado
             FS-DATOS-INVALIDOS BY catfile-datos-invalidos.
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
             FS-CAMPO BY listfile-status
             FS-OK BY listfile-ok
             FS-FIN-FICHERO BY listfile-fin
             FS-CLAVE-DUPLICADA BY listfile-dup
             FS-REGISTRO-NO-ENCONTRADO BY listfile-no-encontrado
             FS-FICHERO-NO-EXISTE BY listfile-no-existe
             FS-REGISTRO-BLOQUEADO BY listfile-bloqueado
             FS-DATOS-INVALIDOS BY listfile-datos-invalidos.

         COPY DEPTOCAT.
         COPY CATEGCAT.

         *> CALENDARIO DE FESTIVOS EN MEMORIA.
         01 tabla-festivos.
            05 num-festivos      PIC 9(03) VALUE 0.
            05 festivo-cat OCCURS 100 TIMES.
               10 cat-fecha-festivo PIC 9(08).
         77 ws-indice-festivo    PIC 9(03).

         77 ws-fecha-hoy         PIC 9(08) VALUE 0.
         77 ws-nombre-empresa    PIC X(40) VALUE SPACES.
         77 ws-mes-entorno       PIC X(06) VALUE SPACES.
         77 ws-mes-indicadores   PIC 9(06) VALUE 0.
         77 ws-anio-mes          PIC 9(04).
         77 ws-mes-del-anio      PIC 9(02).
         77 ws-entero-fin        PIC 9(07).

         *> LAS TRES COLUMNAS DE CADA INDICADOR: 1 = EL MES PEDIDO,
         *> 2 = EL MISMO MES DEL ANO ANTERIOR, 3 = ACUMULADO DESDE
         *> ENERO HASTA EL MES PEDIDO. FECHAS Y PERIODOS (AAAAMM)
         *> QUE ABARCA CADA UNA.
         01 ws-ventanas.
            05 ws-ventana OCCURS 3 TIMES.
               10 ws-ven-inicio     PIC 9(08).
               10 ws-ven-fin        PIC 9(08).
               10 ws-ven-periodo-ini PIC 9(06).
               10 ws-ven-periodo-fin PIC 9(06).
               10 ws-ven-titulo     PIC X(16).
         77 ws-indice-ven        PIC 9(01).

         *> DIAS LABORABLES ACUMULADOS DESDE EL 1 DE ENERO DEL ANO
         *> ANTERIOR (LUNES A VIERNES MENOS FESTIVOS.DAT): LOS
         *> LABORABLES ENTRE DOS FECHAS SON LA RESTA DE SUS DOS
         *> ACUMULADOS.
         01 ws-calendario.
            05 ws-acum-laborables PIC 9(03) OCCURS 732 TIMES.
         77 ws-entero-base       PIC 9(07).
         77 ws-dias-calendario   PIC 9(03).
         77 ws-indice-dia        PIC 9(03).
         77 ws-dia-examen        PIC 9(08).
         77 ws-dia-semana        PIC 9(01).
         77 ws-tipo-dia          PIC 9(01).
            88 dia-laborable         VALUE 1.
            88 dia-no-laborable      VALUE 0.
         77 ws-tramo-desde       PIC 9(08).
         77 ws-tramo-hasta       PIC 9(08).
         77 ws-indice-desde      PIC 9(03).
         77 ws-indice-hasta      PIC 9(03).
         77 ws-laborables-tramo  PIC 9(03).

         *> TRABAJADOR EN CURSO.
         77 ws-baja-efectiva     PIC 9(08).
         77 ws-jornada-trabajador PIC 9(03).
         77 ws-fila-dep          PIC 9(03).
         77 ws-fila-cat          PIC 9(03).
         77 ws-fila-destino      PIC 9(03).
         01 ws-valores-trabajador.
            05 ws-val OCCURS 3 TIMES.
               10 ws-val-teoricas   PIC 9(05)V99.
               10 ws-val-ausencia   PIC 9(05)V99.
               10 ws-val-extra      PIC 9(05)V99.
               10 ws-val-coste      PIC S9(07)V99.
               10 ws-val-bajas      PIC 9(01).
               10 ws-val-inicio     PIC 9(01).
               10 ws-val-fin        PIC 9(01).
               10 ws-val-con-antig  PIC 9(01).
               10 ws-val-dias-antig PIC 9(07).

         *> ACUMULADOS POR FILA Y COLUMNA. FILAS 1-50 = DEPARTAMENTO
         *> (MISMO INDICE QUE EL CATALOGO), 51 = SIN DEPARTAMENTO
         *> CATALOGADO, 52-101 = CATEGORIA (INDICE DEL CATALOGO MAS
         *> 51), 102 = SIN CATEGORIA, 103 = TOTAL DE LA PLANTILLA.
         01 ws-tabla-indicadores.
            05 ws-fila OCCURS 103 TIMES.
               10 ws-celda OCCURS 3 TIMES.
                  15 ws-ind-teoricas   PIC 9(09)V99.
                  15 ws-ind-ausencia   PIC 9(09)V99.
                  15 ws-ind-extra      PIC 9(09)V99.
                  15 ws-ind-coste      PIC S9(11)V99.
                  15 ws-ind-bajas      PIC 9(05).
                  15 ws-ind-inicio     PIC 9(05).
                  15 ws-ind-fin        PIC 9(05).
                  15 ws-ind-con-antig  PIC 9(05).
                  15 ws-ind-dias-antig PIC 9(11).
         77 ws-fila-sin-dep      PIC 9(03) VALUE 51.
         77 ws-fila-sin-cat      PIC 9(03) VALUE 102.
         77 ws-fila-total        PIC 9(03) VALUE 103.
         77 ws-indice-fila       PIC 9(03).
         77 ws-fila-hasta        PIC 9(03).

         *> DISPONIBILIDAD DE LOS FICHEROS OPCIONALES.
         77 ws-archivo-abierto   PIC 9(01) VALUE 0.
            88 archivo-disponible     VALUE 1.
         77 ws-incidencias-abierto PIC 9(01) VALUE 0.
            88 incidencias-disponible VALUE 1.
         77 ws-detalle-abierto   PIC 9(01) VALUE 0.
            88 detalle-disponible     VALUE 1.

         77 ws-leidos-maestro    PIC 9(05) VALUE 0.
         77 ws-leidos-archivo    PIC 9(05) VALUE 0.
         77 ws-bajas-sin-fecha   PIC 9(05) VALUE 0.

         *> CALCULO DE LOS INDICADORES DE UNA CELDA AL IMPRIMIR.
         77 ws-pct-absentismo    PIC 9(03)V99.
         77 ws-plantilla-media   PIC 9(05)V9.
         77 ws-pct-rotacion      PIC 9(04)V99.
         77 ws-antiguedad-media  PIC 9(03)V9.

         77 ws-pagina            PIC 9(04) VALUE 0.
         77 ws-lineas-pagina     PIC 9(02) VALUE 99.
         77 ws-lineas-por-pagina PIC 9(02) VALUE 55.
         77 ws-seccion           PIC X(40) VALUE SPACES.
         77 ws-nombre-fila       PIC X(40) VALUE SPACES.

         *> LINEA DE UNA COLUMNA (MES, ANO ANTERIOR O ACUMULADO) DE
         *> UN DEPARTAMENTO O CATEGORIA, 132 COLUMNAS.
         01 ws-linea-ventana.
            05 FILLER            PIC X(04) VALUE SPACES.
            05 li-titulo         PIC X(16).
            05 FILLER            PIC X(02) VALUE SPACES.
            05 li-teoricas       PIC ZZZZZZZ9.99.
            05 FILLER            PIC X(02) VALUE SPACES.
            05 li-ausencia       PIC ZZZZZZ9.99.
            05 FILLER            PIC X(02) VALUE SPACES.
            05 li-absentismo     PIC ZZ9.99.
            05 FILLER            PIC X(02) VALUE SPACES.
            05 li-extra          PIC ZZZZZZ9.99.
            05 FILLER            PIC X(02) VALUE SPACES.
            05 li-coste          PIC -ZZZZZZZ9.99.
            05 FILLER            PIC X(02) VALUE SPACES.
            05 li-inicio         PIC ZZZZ9.
            05 FILLER            PIC X(02) VALUE SPACES.
            05 li-fin            PIC ZZZZ9.
            05 FILLER            PIC X(02) VALUE SPACES.
            05 li-media          PIC ZZZZ9.9.
            05 FILLER            PIC X(02) VALUE SPACES.
            05 li-bajas          PIC ZZZZ9.
            05 FILLER            PIC X(02) VALUE SPACES.
            05 li-rotacion       PIC ZZZ9.99.
            05 FILLER            PIC X(02) VALUE SPACES.
            05 li-antiguedad     PIC ZZ9.9.
            05 FILLER            PIC X(07) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN SECTION.
       0000-PRINCIPAL.
           DISPLAY "=== INDICADORES MENSUALES DE RRHH ===".
           ACCEPT ws-fecha-hoy FROM DATE YYYYMMDD.
           ACCEPT ws-nombre-empresa FROM ENVIRONMENT "NOMBRE-EMPRESA".
           IF ws-nombre-empresa = SPACES
               MOVE "NOMINAS - INDICADORES DE RRHH"
                   TO ws-nombre-empresa
           END-IF.
           PERFORM 0001-DETERMINAR-MES.
           PERFORM 0002-CARGAR-DEPARTAMENTOS.
           PERFORM 0002-CARGAR-CATEGORIAS.
           PERFORM 0002-CARGAR-FESTIVOS.
           PERFORM 0002-PREPARAR-CALENDARIO.
           MOVE ZEROS TO ws-tabla-indicadores.
           OPEN INPUT TRABFILE.
           IF NOT trabfile-ok
               DISPLAY "NO SE PUDO ABRIR TRABAJADORES.DAT - FILE "
                   "STATUS " trabfile-status
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 0003-ABRIR-OPCIONALES
               MOVE LOW-VALUES TO id-trabajador
               START TRABFILE KEY IS NOT LESS THAN id-trabajador
                   INVALID KEY SET trabfile-fin TO TRUE
               END-START
               PERFORM 0003-LEER-MAESTRO UNTIL trabfile-fin
               IF archivo-disponible
                   MOVE LOW-VALUES TO arch-id-trabajador
                   START ARCHFILE
                       KEY IS NOT LESS THAN arch-id-trabajador
                       INVALID KEY SET archfile-fin TO TRUE
                   END-START
                   PERFORM 0003-LEER-ARCHIVO UNTIL archfile-fin
               END-IF
               PERFORM 0003-CERRAR-FICHEROS
               PERFORM 0008-ESCRIBIR-INFORME
               DISPLAY "INDICADORES DEL MES " ws-mes-indicadores
                   " EN INDICADORES_RRHH.TXT"
               IF NOT incidencias-disponible
                   OR NOT detalle-disponible
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           STOP RUN.

       0001-DETERMINAR-MES.
           *> MES-INDICADORES O, EN LA CADENA MENSUAL, EL
           *> PERIODO-NOMINA DEL CIERRE; SIN NINGUNO, EL MES EN CURSO.
           ACCEPT ws-mes-entorno FROM ENVIRONMENT "MES-INDICADORES".
           IF ws-mes-entorno = SPACES
               ACCEPT ws-mes-entorno FROM ENVIRONMENT "PERIODO-NOMINA"
           END-IF.
           IF ws-mes-entorno = SPACES
               COMPUTE ws-mes-indicadores = ws-fecha-hoy / 100
           ELSE
               MOVE ws-mes-entorno TO ws-mes-indicadores
           END-IF.
           DIVIDE ws-mes-indicadores BY 100
               GIVING ws-anio-mes REMAINDER ws-mes-del-anio.

           COMPUTE ws-ven-inicio(1) = ws-mes-indicadores * 100 + 1.
           IF ws-mes-del-anio = 12
               COMPUTE ws-entero-fin = FUNCTION INTEGER-OF-DATE(
                   (ws-anio-mes + 1) * 10000 + 0101) - 1
           ELSE
               COMPUTE ws-entero-fin = FUNCTION INTEGER-OF-DATE(
                   ws-anio-mes * 10000
                   + (ws-mes-del-anio + 1) * 100 + 1) - 1
           END-IF.
           COMPUTE ws-ven-fin(1) =
               FUNCTION DATE-OF-INTEGER(ws-entero-fin).
           MOVE ws-mes-indicadores TO ws-ven-periodo-ini(1).
           MOVE ws-mes-indicadores TO ws-ven-periodo-fin(1).
           MOVE SPACES TO ws-ven-titulo(1).
           STRING "MES " ws-mes-indicadores
               DELIMITED BY SIZE INTO ws-ven-titulo(1).

           *> EL MISMO MES UN ANO ANTES (FEBRERO SE AJUSTA SOLO: EL
           *> FIN DE MES SE CALCULA, NO SE COPIA).
           COMPUTE ws-ven-periodo-ini(2) = ws-mes-indicadores - 100.
           MOVE ws-ven-periodo-ini(2) TO ws-ven-periodo-fin(2).
           COMPUTE ws-ven-inicio(2) = ws-ven-inicio(1) - 10000.
           IF ws-mes-del-anio = 12
               COMPUTE ws-entero-fin = FUNCTION INTEGER-OF-DATE(
                   ws-anio-mes * 10000 + 0101) - 1
           ELSE
               COMPUTE ws-entero-fin = FUNCTION INTEGER-OF-DATE(
                   (ws-anio-mes - 1) * 10000
                   + (ws-mes-del-anio + 1) * 100 + 1) - 1
           END-IF.
           COMPUTE ws-ven-fin(2) =
               FUNCTION DATE-OF-INTEGER(ws-entero-fin).
           MOVE SPACES TO ws-ven-titulo(2).
           STRING "MES " ws-ven-periodo-ini(2)
               DELIMITED BY SIZE INTO ws-ven-titulo(2).

           COMPUTE ws-ven-inicio(3) = ws-anio-mes * 10000 + 0101.
           MOVE ws-ven-fin(1) TO ws-ven-fin(3).
           COMPUTE ws-ven-periodo-ini(3) = ws-anio-mes * 100 + 1.
           MOVE ws-mes-indicadores TO ws-ven-periodo-fin(3).
           MOVE SPACES TO ws-ven-titulo(3).
           STRING "ACUMULADO " ws-anio-mes
               DELIMITED BY SIZE INTO ws-ven-titulo(3).
           DISPLAY "MES DE LOS INDICADORES: " ws-mes-indicadores.

       0002-CARGAR-DEPARTAMENTOS.

           MOVE 0 TO num-departamentos-cat.
           OPEN INPUT DEPTOFILE.
           IF deptofile-ok
               PERFORM 0002-LEER-DEPARTAMENTO UNTIL deptofile-fin
               CLOSE DEPTOFILE
           ELSE
               DISPLAY "AVISO: NO SE PUDO ABRIR DEPARTAMENTOS.DAT"
           END-IF.

       0002-LEER-DEPARTAMENTO.
           READ DEPTOFILE
               AT END SET deptofile-fin TO TRUE
               NOT AT END
                   IF num-departamentos-cat < 50
                       ADD 1 TO num-departamentos-cat
                       MOVE id-departamento-cat
                           TO id-dep-cat(num-departamentos-cat)
                       MOVE nombre-departamento-cat
                           TO nombre-dep-cat(num-departamentos-cat)
                   END-IF
           END-READ.

       0002-CARGAR-CATEGORIAS.

           MOVE 0 TO num-categorias-cat.
           OPEN INPUT CATFILE.
           IF catfile-ok
               PERFORM 0002-LEER-CATEGORIA UNTIL catfile-fin
               CLOSE CATFILE
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

       0002-PREPARAR-CALENDARIO.
           *> DEL 1 DE ENERO DEL ANO ANTERIOR AL FIN DEL MES PEDIDO
           *> CABEN LAS TRES COLUMNAS.
           COMPUTE ws-entero-base = FUNCTION INTEGER-OF-DATE(
               (ws-anio-mes - 1) * 10000 + 0101).
           COMPUTE ws-dias-calendario = FUNCTION INTEGER-OF-DATE(
               ws-ven-fin(1)) - ws-entero-base + 1.
           MOVE 0 TO ws-indice-dia.
           PERFORM 0002-CLASIFICAR-DIA
               UNTIL ws-indice-dia = ws-dias-calendario.

       0002-CLASIFICAR-DIA.
           *> EL DIA 1 DEL CALENDARIO INTERNO (01/01/1601) FUE
           *> LUNES: EL RESTO DE (ENTERO - 1) ENTRE 7 DA 0 PARA
           *> LUNES Y 5/6 PARA SABADO Y DOMINGO.
           ADD 1 TO ws-indice-dia.
           COMPUTE ws-dia-examen = FUNCTION DATE-OF-INTEGER(
               ws-entero-base + ws-indice-dia - 1).
           COMPUTE ws-dia-semana = FUNCTION MOD(
               FUNCTION INTEGER-OF-DATE(ws-dia-examen) - 1, 7).
           SET dia-laborable TO TRUE.
           IF ws-dia-semana > 4
               SET dia-no-laborable TO TRUE
           END-IF.
           IF dia-laborable AND num-festivos > 0
               MOVE 0 TO ws-indice-festivo
               PERFORM 0002-COMPARAR-FESTIVO
                   UNTIL ws-indice-festivo = num-festivos
                      OR dia-no-laborable
           END-IF.
           IF ws-indice-dia = 1
               MOVE ws-tipo-dia TO ws-acum-laborables(1)
           ELSE
               COMPUTE ws-acum-laborables(ws-indice-dia) =
                   ws-acum-laborables(ws-indice-dia - 1) + ws-tipo-dia
           END-IF.

       0002-COMPARAR-FESTIVO.

           ADD 1 TO ws-indice-festivo.
           IF cat-fecha-festivo(ws-indice-festivo) = ws-dia-examen
               SET dia-no-laborable TO TRUE
           END-IF.

       0003-ABRIR-OPCIONALES.
           *> SIN ARCHIVO NO HAY BAJAS ARCHIVADAS QUE CONTAR; SIN
           *> INCIDENCIAS O SIN DETALLE DE NOMINA LOS INDICADORES QUE
           *> SALEN DE ELLOS QUEDAN A CERO Y EL INFORME LO ADVIERTE.
           OPEN INPUT ARCHFILE.
           IF archfile-ok
               SET archivo-disponible TO TRUE
           ELSE IF NOT archfile-no-existe
               DISPLAY "AVISO: NO SE PUDO ABRIR "
                   "TRABAJADORES_ARCHIVO.DAT - FILE STATUS "
                   archfile-status
               MOVE 4 TO RETURN-CODE
           END-IF.
           OPEN INPUT INCFILE.
           IF incfile-ok
               SET incidencias-disponible TO TRUE
           ELSE
               DISPLAY "AVISO: NO SE PUDO ABRIR INCIDENCIAS.DAT - "
                   "FILE STATUS " incfile-status
           END-IF.
           OPEN INPUT NOMDETFILE.
           IF nomdetfile-ok
               SET detalle-disponible TO TRUE
           ELSE
               DISPLAY "AVISO: NO SE PUDO ABRIR NOMINAS_DETALLE.DAT - "
                   "FILE STATUS " nomdetfile-status
           END-IF.

       0003-CERRAR-FICHEROS.

           CLOSE TRABFILE.
           IF archivo-disponible
               CLOSE ARCHFILE
           END-IF.
           IF incidencias-disponible
               CLOSE INCFILE
           END-IF.
           IF detalle-disponible
               CLOSE NOMDETFILE
           END-IF.

       0003-LEER-MAESTRO.
           READ TRABFILE NEXT RECORD IGNORING LOCK
               AT END SET trabfile-fin TO TRUE
               NOT AT END
                   ADD 1 TO ws-leidos-maestro
                   PERFORM 0004-TRATAR-TRABAJADOR
           END-READ.

       0003-LEER-ARCHIVO.
           *> EL REGISTRO ARCHIVADO SE PASA ENTERO AL AREA DEL
           *> MAESTRO PARA TRATARLO CON LOS MISMOS NOMBRES.
           READ ARCHFILE NEXT RECORD
               AT END SET archfile-fin TO TRUE
               NOT AT END
                   ADD 1 TO ws-leidos-archivo
                   MOVE REG-ARCHIVO TO REG-TRABAJADOR
                   PERFORM 0004-TRATAR-TRABAJADOR
           END-READ.

       0004-TRATAR-TRABAJADOR.
           *> UNA BAJA SIN FECHA NO SE PUEDE SITUAR EN NINGUNA
           *> COLUMNA Y NO SE COMPUTA (SE CUENTA EN EL PIE). EL DIA
           *> DE LA BAJA ES EL ULTIMO EN PLANTILLA.
           IF trabajador-baja AND fecha-baja-trabajador = 0
               ADD 1 TO ws-bajas-sin-fecha
           ELSE
               IF trabajador-baja
                   MOVE fecha-baja-trabajador TO ws-baja-efectiva
               ELSE
                   MOVE 99999999 TO ws-baja-efectiva
               END-IF
               IF jornada-pct = 0
                   MOVE 100 TO ws-jornada-trabajador
               ELSE
                   MOVE jornada-pct TO ws-jornada-trabajador
               END-IF
               MOVE ZEROS TO ws-valores-trabajador
               MOVE 0 TO ws-indice-ven
               PERFORM 0005-CALCULAR-VENTANA UNTIL ws-indice-ven = 3
               IF incidencias-disponible
                   PERFORM 0006-SUMAR-INCIDENCIAS
               END-IF
               IF detalle-disponible
                   PERFORM 0007-SUMAR-COSTE-EXTRA
               END-IF
               PERFORM 0004-LOCALIZAR-FILAS
               MOVE ws-fila-dep TO ws-fila-destino
               PERFORM 0004-ACUMULAR-FILA
               MOVE ws-fila-cat TO ws-fila-destino
               PERFORM 0004-ACUMULAR-FILA
               MOVE ws-fila-total TO ws-fila-destino
               PERFORM 0004-ACUMULAR-FILA
           END-IF.

       0004-LOCALIZAR-FILAS.
           *> DEPARTAMENTO PRINCIPAL (EL PRIMERO), COMO LA
           *> ESTADISTICA DE PLANTILLA, Y CATEGORIA DEL CATALOGO.
           MOVE ws-fila-sin-dep TO ws-fila-dep.
           IF num-departamentos-cat > 0
               SET INDX-DEP-CAT TO 1
               SEARCH departamento-cat
                   AT END CONTINUE
                   WHEN id-dep-cat(INDX-DEP-CAT) = id-departamento(1)
                       SET ws-fila-dep TO INDX-DEP-CAT
               END-SEARCH
           END-IF.
           MOVE ws-fila-sin-cat TO ws-fila-cat.
           IF num-categorias-cat > 0
               AND categoria-trabajador NOT = SPACES
               SET INDX-CAT-CAT TO 1
               SEARCH categoria-cat
                   AT END CONTINUE
                   WHEN id-cat-cat(INDX-CAT-CAT) = categoria-trabajador
                       SET ws-fila-cat TO INDX-CAT-CAT
                       ADD 51 TO ws-fila-cat
               END-SEARCH
           END-IF.

       0004-ACUMULAR-FILA.

           MOVE 0 TO ws-indice-ven.
           PERFORM 0004-ACUMULAR-CELDA UNTIL ws-indice-ven = 3.

       0004-ACUMULAR-CELDA.

           ADD 1 TO ws-indice-ven.
           ADD ws-val-teoricas(ws-indice-ven)
               TO ws-ind-teoricas(ws-fila-destino, ws-indice-ven).
           ADD ws-val-ausencia(ws-indice-ven)
               TO ws-ind-ausencia(ws-fila-destino, ws-indice-ven).
           ADD ws-val-extra(ws-indice-ven)
               TO ws-ind-extra(ws-fila-destino, ws-indice-ven).
           ADD ws-val-coste(ws-indice-ven)
               TO ws-ind-coste(ws-fila-destino, ws-indice-ven).
           ADD ws-val-bajas(ws-indice-ven)
               TO ws-ind-bajas(ws-fila-destino, ws-indice-ven).
           ADD ws-val-inicio(ws-indice-ven)
               TO ws-ind-inicio(ws-fila-destino, ws-indice-ven).
           ADD ws-val-fin(ws-indice-ven)
               TO ws-ind-fin(ws-fila-destino, ws-indice-ven).
           ADD ws-val-con-antig(ws-indice-ven)
               TO ws-ind-con-antig(ws-fila-destino, ws-indice-ven).
           ADD ws-val-dias-antig(ws-indice-ven)
               TO ws-ind-dias-antig(ws-fila-destino, ws-indice-ven).

       0005-CALCULAR-VENTANA.
           *> PLANTILLA AL EMPEZAR Y AL ACABAR LA COLUMNA, BAJA
           *> DENTRO DE ELLA, HORAS TEORICAS DE LOS DIAS LABORABLES
           *> EN PLANTILLA (8 HORAS POR EL PORCENTAJE DE JORNADA, LA
           *> MISMA REGLA QUE LA IMPORTACION DE FICHAJES) Y DIAS DE
           *> ANTIGUEDAD AL FINAL SI SIGUE Y TIENE FECHA DE ALTA.
           ADD 1 TO ws-indice-ven.
           IF fecha-alta-trabajador < ws-ven-inicio(ws-indice-ven)
               AND ws-baja-efectiva NOT < ws-ven-inicio(ws-indice-ven)
               MOVE 1 TO ws-val-inicio(ws-indice-ven)
           END-IF.
           IF fecha-alta-trabajador NOT > ws-ven-fin(ws-indice-ven)
               AND ws-baja-efectiva > ws-ven-fin(ws-indice-ven)
               MOVE 1 TO ws-val-fin(ws-indice-ven)
               IF fecha-alta-trabajador NOT = 0
                   MOVE 1 TO ws-val-con-antig(ws-indice-ven)
                   COMPUTE ws-val-dias-antig(ws-indice-ven) =
                       FUNCTION INTEGER-OF-DATE(
                           ws-ven-fin(ws-indice-ven))
                     - FUNCTION INTEGER-OF-DATE(fecha-alta-trabajador)
               END-IF
           END-IF.
           IF trabajador-baja
               AND fecha-baja-trabajador
                   NOT < ws-ven-inicio(ws-indice-ven)
               AND fecha-baja-trabajador
                   NOT > ws-ven-fin(ws-indice-ven)
               MOVE 1 TO ws-val-bajas(ws-indice-ven)
           END-IF.
           MOVE ws-ven-inicio(ws-indice-ven) TO ws-tramo-desde.
           IF fecha-alta-trabajador > ws-tramo-desde
               MOVE fecha-alta-trabajador TO ws-tramo-desde
           END-IF.
           MOVE ws-ven-fin(ws-indice-ven) TO ws-tramo-hasta.
           IF ws-baja-efectiva < ws-tramo-hasta
               MOVE ws-baja-efectiva TO ws-tramo-hasta
           END-IF.
           IF ws-tramo-desde NOT > ws-tramo-hasta
               PERFORM 0005-CONTAR-LABORABLES
               COMPUTE ws-val-teoricas(ws-indice-ven) =
                   ws-laborables-tramo * 8 * ws-jornada-trabajador / 100
           END-IF.

       0005-CONTAR-LABORABLES.
           *> LABORABLES ENTRE ws-tramo-desde Y ws-tramo-hasta,
           *> AMBOS INCLUIDOS, CON LOS ACUMULADOS DEL CALENDARIO.
           COMPUTE ws-indice-desde = FUNCTION INTEGER-OF-DATE(
               ws-tramo-desde) - ws-entero-base + 1.
           COMPUTE ws-indice-hasta = FUNCTION INTEGER-OF-DATE(
               ws-tramo-hasta) - ws-entero-base + 1.
           IF ws-indice-desde = 1
               MOVE ws-acum-laborables(ws-indice-hasta)
                   TO ws-laborables-tramo
           ELSE
               COMPUTE ws-laborables-tramo =
                   ws-acum-laborables(ws-indice-hasta)
                 - ws-acum-laborables(ws-indice-desde - 1)
           END-IF.

       0006-SUMAR-INCIDENCIAS.
           *> HORAS AU Y HE APLICABLES DEL TRABAJADOR, DESDE EL MES
           *> DEL ANO ANTERIOR HASTA EL MES PEDIDO, LEYENDO SOLO SU
           *> TRAMO DE CLAVE.
           MOVE id-trabajador TO inc-id-trabajador.
           MOVE ws-ven-periodo-ini(2) TO inc-periodo.
           MOVE 0 TO inc-secuencia.
           START INCFILE KEY IS NOT LESS THAN inc-clave
               INVALID KEY SET incfile-fin TO TRUE
           END-START.
           PERFORM 0006-LEER-INCIDENCIA UNTIL incfile-fin.

       0006-LEER-INCIDENCIA.
           READ INCFILE NEXT RECORD
               AT END SET incfile-fin TO TRUE
               NOT AT END
                   IF inc-id-trabajador NOT = id-trabajador
                       OR inc-periodo > ws-ven-periodo-fin(1)
                       SET incfile-fin TO TRUE
                   ELSE
                       IF incidencia-aplicable
                           AND (inc-concepto = "AU"
                             OR inc-concepto = "HE")
                           MOVE 0 TO ws-indice-ven
                           PERFORM 0006-REPARTIR-INCIDENCIA
                               UNTIL ws-indice-ven = 3
                       END-IF
                   END-IF
           END-READ.

       0006-REPARTIR-INCIDENCIA.

           ADD 1 TO ws-indice-ven.
           IF inc-periodo NOT < ws-ven-periodo-ini(ws-indice-ven)
               AND inc-periodo NOT > ws-ven-periodo-fin(ws-indice-ven)
               IF inc-concepto = "AU"
                   ADD inc-unidades TO ws-val-ausencia(ws-indice-ven)
               ELSE
                   ADD inc-unidades TO ws-val-extra(ws-indice-ven)
               END-IF
           END-IF.

       0007-SUMAR-COSTE-EXTRA.
           *> IMPORTE DE LAS LINEAS HE DE LOS RECIBOS DEL TRABAJADOR
           *> EN LOS MISMOS PERIODOS.
           MOVE id-trabajador TO det-id-trabajador.
           MOVE ws-ven-periodo-ini(2) TO det-periodo.
           MOVE 0 TO det-linea.
           START NOMDETFILE KEY IS NOT LESS THAN det-clave
               INVALID KEY SET nomdetfile-fin TO TRUE
           END-START.
           PERFORM 0007-LEER-DETALLE UNTIL nomdetfile-fin.

       0007-LEER-DETALLE.
           READ NOMDETFILE NEXT RECORD
               AT END SET nomdetfile-fin TO TRUE
               NOT AT END
                   IF det-id-trabajador NOT = id-trabajador
                       OR det-periodo > ws-ven-periodo-fin(1)
                       SET nomdetfile-fin TO TRUE
                   ELSE
                       IF det-concepto = "HE"
                           MOVE 0 TO ws-indice-ven
                           PERFORM 0007-REPARTIR-DETALLE
                               UNTIL ws-indice-ven = 3
                       END-IF
                   END-IF
           END-READ.

       0007-REPARTIR-DETALLE.

           ADD 1 TO ws-indice-ven.
           IF det-periodo NOT < ws-ven-periodo-ini(ws-indice-ven)
               AND det-periodo NOT > ws-ven-periodo-fin(ws-indice-ven)
               ADD det-importe TO ws-val-coste(ws-indice-ven)
           END-IF.

       0008-ESCRIBIR-INFORME.

           OPEN OUTPUT LISTFILE.
           MOVE "POR DEPARTAMENTO PRINCIPAL" TO ws-seccion.
           MOVE 99 TO ws-lineas-pagina.
           MOVE 0 TO ws-indice-fila.
           MOVE ws-fila-sin-dep TO ws-fila-hasta.
           PERFORM 0008-ESCRIBIR-FILA
               UNTIL ws-indice-fila = ws-fila-hasta.
           MOVE "POR CATEGORIA PROFESIONAL" TO ws-seccion.
           MOVE 99 TO ws-lineas-pagina.
           MOVE ws-fila-sin-dep TO ws-indice-fila.
           MOVE ws-fila-sin-cat TO ws-fila-hasta.
           PERFORM 0008-ESCRIBIR-FILA
               UNTIL ws-indice-fila = ws-fila-hasta.
           MOVE "TOTAL DE LA PLANTILLA" TO ws-seccion.
           MOVE 99 TO ws-lineas-pagina.
           MOVE ws-fila-total TO ws-fila-hasta.
           PERFORM 0008-ESCRIBIR-FILA
               UNTIL ws-indice-fila = ws-fila-hasta.
           PERFORM 0009-ESCRIBIR-PIE.
           CLOSE LISTFILE.

       0008-ESCRIBIR-FILA.
           *> UN BLOQUE POR DEPARTAMENTO O CATEGORIA CON ALGO QUE
           *> CONTAR: SU NOMBRE Y UNA LINEA POR COLUMNA.
           ADD 1 TO ws-indice-fila.
           IF ws-ind-inicio(ws-indice-fila, 2)
               + ws-ind-fin(ws-indice-fila, 2)
               + ws-ind-bajas(ws-indice-fila, 2)
               + ws-ind-inicio(ws-indice-fila, 3)
               + ws-ind-fin(ws-indice-fila, 3)
               + ws-ind-bajas(ws-indice-fila, 3) > 0
               PERFORM 0008-NOMBRE-FILA
               IF ws-lineas-pagina + 5 > ws-lineas-por-pagina
                   MOVE 99 TO ws-lineas-pagina
               END-IF
               PERFORM 0010-CONTROLAR-SALTO-PAGINA
               MOVE ws-nombre-fila TO LINEA-LISTADO
               WRITE LINEA-LISTADO
               MOVE 0 TO ws-indice-ven
               PERFORM 0008-ESCRIBIR-CELDA UNTIL ws-indice-ven = 3
               MOVE SPACES TO LINEA-LISTADO
               WRITE LINEA-LISTADO
               ADD 5 TO ws-lineas-pagina
           END-IF.

       0008-NOMBRE-FILA.

           MOVE SPACES TO ws-nombre-fila.
           IF ws-indice-fila < ws-fila-sin-dep
               STRING id-dep-cat(ws-indice-fila) " "
                      nombre-dep-cat(ws-indice-fila)
                   DELIMITED BY SIZE INTO ws-nombre-fila
           ELSE IF ws-indice-fila = ws-fila-sin-dep
               MOVE "SIN DEPARTAMENTO CATALOGADO" TO ws-nombre-fila
           ELSE IF ws-indice-fila < ws-fila-sin-cat
               STRING id-cat-cat(ws-indice-fila - 51) " "
                      nombre-cat-cat(ws-indice-fila - 51)
                   DELIMITED BY SIZE INTO ws-nombre-fila
           ELSE IF ws-indice-fila = ws-fila-sin-cat
               MOVE "SIN CATEGORIA CATALOGADA" TO ws-nombre-fila
           ELSE
               MOVE "TOTAL PLANTILLA" TO ws-nombre-fila
           END-IF.

       0008-ESCRIBIR-CELDA.
           *> ABSENTISMO = HORAS AU / HORAS TEORICAS; PLANTILLA MEDIA
           *> = (INICIO + FIN) / 2; ROTACION = BAJAS / PLANTILLA
           *> MEDIA; ANTIGUEDAD MEDIA EN ANOS DE LOS QUE SIGUEN AL
           *> FINAL DE LA COLUMNA. SIN BASE, EL INDICADOR SALE A 0.
           ADD 1 TO ws-indice-ven.
           MOVE 0 TO ws-pct-absentismo.
           IF ws-ind-teoricas(ws-indice-fila, ws-indice-ven) > 0
               COMPUTE ws-pct-absentismo ROUNDED =
                   ws-ind-ausencia(ws-indice-fila, ws-indice-ven) * 100
                 / ws-ind-teoricas(ws-indice-fila, ws-indice-ven)
                   ON SIZE ERROR MOVE 999.99 TO ws-pct-absentismo
               END-COMPUTE
           END-IF.
           COMPUTE ws-plantilla-media ROUNDED =
               (ws-ind-inicio(ws-indice-fila, ws-indice-ven)
              + ws-ind-fin(ws-indice-fila, ws-indice-ven)) / 2.
           MOVE 0 TO ws-pct-rotacion.
           IF ws-plantilla-media > 0
               COMPUTE ws-pct-rotacion ROUNDED =
                   ws-ind-bajas(ws-indice-fila, ws-indice-ven) * 100
                 / ws-plantilla-media
                   ON SIZE ERROR MOVE 9999.99 TO ws-pct-rotacion
               END-COMPUTE
           END-IF.
           MOVE 0 TO ws-antiguedad-media.
           IF ws-ind-con-antig(ws-indice-fila, ws-indice-ven) > 0
               COMPUTE ws-antiguedad-media ROUNDED =
                   ws-ind-dias-antig(ws-indice-fila, ws-indice-ven)
                 / ws-ind-con-antig(ws-indice-fila, ws-indice-ven)
                 / 365.25
           END-IF.
           MOVE ws-ven-titulo(ws-indice-ven) TO li-titulo.
           MOVE ws-ind-teoricas(ws-indice-fila, ws-indice-ven)
               TO li-teoricas.
           MOVE ws-ind-ausencia(ws-indice-fila, ws-indice-ven)
               TO li-ausencia.
           MOVE ws-pct-absentismo TO li-absentismo.
           MOVE ws-ind-extra(ws-indice-fila, ws-indice-ven)
               TO li-extra.
           MOVE ws-ind-coste(ws-indice-fila, ws-indice-ven)
               TO li-coste.
           MOVE ws-ind-inicio(ws-indice-fila, ws-indice-ven)
               TO li-inicio.
           MOVE ws-ind-fin(ws-indice-fila, ws-indice-ven) TO li-fin.
           MOVE ws-plantilla-media TO li-media.
           MOVE ws-ind-bajas(ws-indice-fila, ws-indice-ven)
               TO li-bajas.
           MOVE ws-pct-rotacion TO li-rotacion.
           MOVE ws-antiguedad-media TO li-antiguedad.
           MOVE ws-linea-ventana TO LINEA-LISTADO.
           WRITE LINEA-LISTADO.

       0009-ESCRIBIR-PIE.

           MOVE ALL "=" TO LINEA-LISTADO.
           WRITE LINEA-LISTADO.
           MOVE SPACES TO LINEA-LISTADO.
           STRING "TRABAJADORES LEIDOS: " ws-leidos-maestro
                  " DE TRABAJADORES.DAT Y " ws-leidos-archivo
                  " DE TRABAJADORES_ARCHIVO.DAT.  BAJAS SIN FECHA "
                  "NO COMPUTADAS: " ws-bajas-sin-fecha
               DELIMITED BY SIZE INTO LINEA-LISTADO.
           WRITE LINEA-LISTADO.
           MOVE SPACES TO LINEA-LISTADO.
           STRING "HORAS TEORICAS: LABORABLES EN PLANTILLA (LUNES A "
                  "VIERNES MENOS FESTIVOS.DAT) X 8 H X JORNADA.  "
                  "ABSENTISMO = HORAS AU / HORAS TEORICAS."
               DELIMITED BY SIZE INTO LINEA-LISTADO.
           WRITE LINEA-LISTADO.
           MOVE SPACES TO LINEA-LISTADO.
           STRING "ROTACION = BAJAS / PLANTILLA MEDIA ((INICIO + FIN) "
                  "/ 2).  ANTIGUEDAD MEDIA EN ANOS DE LA PLANTILLA AL "
                  "FINAL DEL PERIODO."
               DELIMITED BY SIZE INTO LINEA-LISTADO.
           WRITE LINEA-LISTADO.
           IF NOT incidencias-disponible
               MOVE "ATENCION: SIN INCIDENCIAS.DAT, HORAS DE AUSENCIA "
                   & "Y HORAS EXTRA A CERO" TO LINEA-LISTADO
               WRITE LINEA-LISTADO
           END-IF.
           IF NOT detalle-disponible
               MOVE "ATENCION: SIN NOMINAS_DETALLE.DAT, COSTE DE "
                   & "HORAS EXTRA A CERO" TO LINEA-LISTADO
               WRITE LINEA-LISTADO
           END-IF.

       0010-CONTROLAR-SALTO-PAGINA.
           *> CABECERA DE PAGINA CON EMPRESA, FECHA DE PROCESO, NUMERO
           *> DE PAGINA, MES Y DESGLOSE, Y TITULOS DE LAS COLUMNAS.
           IF ws-lineas-pagina >= ws-lineas-por-pagina
               ADD 1 TO ws-pagina
               MOVE SPACES TO LINEA-LISTADO
               STRING ws-nombre-empresa
                      "  INDICADORES DE RRHH"
                      "  FECHA: " ws-fecha-hoy
                      "  PAGINA: " ws-pagina
                   DELIMITED BY SIZE INTO LINEA-LISTADO
               WRITE LINEA-LISTADO
               MOVE SPACES TO LINEA-LISTADO
               STRING "MES: " ws-mes-indicadores
                      "  DESGLOSE: " ws-seccion
                   DELIMITED BY SIZE INTO LINEA-LISTADO
               WRITE LINEA-LISTADO
               MOVE SPACES TO LINEA-LISTADO
               STRING "    PERIODO                 HORAS       HORAS "
                      " %ABSEN       HORAS   COSTE HORAS  PLANT "
                      " PLANT    PLANT  BAJAS   %ROTAC  ANTIG"
                   DELIMITED BY SIZE INTO LINEA-LISTADO
               WRITE LINEA-LISTADO
               MOVE SPACES TO LINEA-LISTADO
               STRING "                         TEORICAS    AUSENCIA "
                      "              EXTRA         EXTRA INICIO "
                      "   FIN    MEDIA                   ANOS"
                   DELIMITED BY SIZE INTO LINEA-LISTADO
               WRITE LINEA-LISTADO
               MOVE ALL "=" TO LINEA-LISTADO
               WRITE LINEA-LISTADO
               MOVE 5 TO ws-lineas-pagina
           END-IF.

       END PROGRAM INDICADORES-RRHH.
