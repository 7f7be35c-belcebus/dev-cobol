      *             (ESTADISTICA_PLANTILLA.TXT), COMO EL LISTADO DE
      *             PLANTILLA, PARA QUE ARCHIVE DIRECTO EN EL
      *             CLASIFICADOR.
      *15/10/2026 - SUSPENSIONES (ERTE Y EXCEDENCIAS): LOS ACTIVOS
      *             CON UNA SUSPENSION DE SUSPENSIONES.DAT VIGENTE EL
      *             ULTIMO DIA DEL MES SE CUENTAN APARTE (ERTE TOTAL,
      *             ERTE PARCIAL Y EXCEDENCIA) Y SE DAN LOS
      *             EQUIVALENTES A JORNADA COMPLETA EFECTIVOS, SIN LA
      *             PARTE DE JORNADA SUSPENDIDA. EL ULTIMO DIA DEL MES
      *             ES AHORA EL REAL DEL CALENDARIO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS deptofile-status.

      *    PERIODOS DE ERTE Y EXCEDENCIA (OPCION U DEL MENU).
           SELECT SUSFILE ASSIGN TO "SUSPENSIONES.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS sus-clave
           FILE STATUS IS susfile-status.

           SELECT LISTFILE ASSIGN TO "ESTADISTICA_PLANTILLA.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS listfile-status.
           05 nombre-departamento-cat   PIC X(30).
           05 responsable-departamento-cat PIC X(30).
           05 presupuesto-departamento-cat PIC 9(07)V99.
           05 empresa-departamento-cat  PIC 9(02).

       FD  SUSFILE
           LABEL RECORDS ARE STANDARD.
       01  REG-SUSPENSION.
           COPY SUSREG.

       FD  LISTFILE
           LABEL RECORDS ARE STANDARD.
             FS-FICHERO-NO-EXISTE BY listfile-no-existe
             FS-REGISTRO-BLOQUEADO BY listfile-bloqueado
             FS-DATOS-INVALIDOS BY listfile-datos-invalidos.
         COPY FILESTAT REPLACING NIVEL-FS BY 77
             FS-CAMPO BY susfile-status
             FS-OK BY susfile-ok
             FS-FIN-FICHERO BY susfile-fin
             FS-CLAVE-DUPLICADA BY susfile-dup
             FS-REGISTRO-NO-ENCONTRADO BY susfile-no-encontrado
             FS-FICHERO-NO-EXISTE BY susfile-no-existe
             FS-REGISTRO-BLOQUEADO BY susfile-bloqueado
             FS-DATOS-INVALIDOS BY susfile-datos-invalidos.

         COPY DEPTOCAT.

         77 ws-fecha-hoy         PIC 9(08) VALUE 0.
         77 ws-primer-dia-mes    PIC 9(08) VALUE 0.
         77 ws-ultimo-dia-mes    PIC 9(08) VALUE 0.
         77 ws-anio-mes          PIC 9(04).
         77 ws-mes-del-anio      PIC 9(02).
         77 ws-entero-fin        PIC 9(07).
         77 ws-alta-aaaamm       PIC 9(06).
         77 ws-baja-aaaamm       PIC 9(06).

         77 ws-altas-mes         PIC 9(05) VALUE 0.
         77 ws-bajas-mes         PIC 9(05) VALUE 0.

         *> SUSPENDIDOS EL ULTIMO DIA DEL MES (SUSPENSIONES.DAT) Y
         *> PARTE DE JORNADA QUE NO SE TRABAJA POR ELLO.
         77 ws-hay-suspensiones  PIC 9(01) VALUE 0.
            88 con-suspensiones      VALUE 1.
         77 ws-susp-erte-total   PIC 9(05) VALUE 0.
         77 ws-susp-erte-parcial PIC 9(05) VALUE 0.
         77 ws-susp-excedencia   PIC 9(05) VALUE 0.
         77 ws-fte-suspendido    PIC 9(05)V99 VALUE 0.
         77 ws-fte-efectivo      PIC 9(05)V99 VALUE 0.
         77 ws-jornada-trabajador PIC 9(01)V99.
         77 ws-suspension-fin-mes PIC 9(01).
            88 suspendido-fin-mes    VALUE 1.
            88 sin-suspension-fin-mes VALUE 0.

         *> DESGLOSE POR DEPARTAMENTO PRINCIPAL (MISMO INDICE QUE
         *> LA TABLA DEL CATALOGO) MAS EL CAJON SIN CATALOGAR.
         01 ws-totales-departamento.
               START TRABFILE KEY IS NOT LESS THAN id-trabajador
                   INVALID KEY SET trabfile-fin TO TRUE
               END-START
               OPEN INPUT SUSFILE
               IF susfile-ok
                   SET con-suspensiones TO TRUE
               END-IF
               PERFORM 0003-EXAMINAR-SIGUIENTE UNTIL trabfile-fin
               IF con-suspensiones
                   CLOSE SUSFILE
               END-IF
               CLOSE TRABFILE
               PERFORM 0005-ESCRIBIR-INFORME
               DISPLAY "PLANTILLA DEL MES " ws-mes-estadistica ": "
               MOVE ws-mes-entorno TO ws-mes-estadistica
           END-IF.
           COMPUTE ws-primer-dia-mes = ws-mes-estadistica * 100 + 1.
           DIVIDE ws-mes-estadistica BY 100
               GIVING ws-anio-mes REMAINDER ws-mes-del-anio.
           IF ws-mes-del-anio = 12
               COMPUTE ws-entero-fin = FUNCTION INTEGER-OF-DATE(
                   (ws-anio-mes + 1) * 10000 + 0101) - 1
           ELSE
               COMPUTE ws-entero-fin = FUNCTION INTEGER-OF-DATE(
                   ws-anio-mes * 10000
                   + (ws-mes-del-anio + 1) * 100 + 1) - 1
           END-IF.
           COMPUTE ws-ultimo-dia-mes =
               FUNCTION DATE-OF-INTEGER(ws-entero-fin).
           DISPLAY "MES DE LA ESTADISTICA: " ws-mes-estadistica.

       0002-CARGAR-DEPARTAMENTOS.
                       TO responsable-dep-cat(num-departamentos-cat)
                   MOVE presupuesto-departamento-cat
                       TO presupuesto-dep-cat(num-departamentos-cat)
                   MOVE empresa-departamento-cat
                       TO empresa-dep-cat(num-departamentos-cat)
           END-READ.

       0002-INICIALIZAR-DEP.
                   ADD 1 TO ws-contratos-otros
               END-IF
               PERFORM 0004-ACUMULAR-DEPARTAMENTO
               IF trabajador-activo AND con-suspensiones
                   PERFORM 0004-BUSCAR-SUSPENSION
               END-IF
           END-IF.

       0004-BUSCAR-SUSPENSION.
           *> SUSPENSION DEL TRABAJADOR VIGENTE EL ULTIMO DIA DEL MES:
           *> EMPEZADA NO DESPUES DE ESE DIA Y ABIERTA O TERMINADA NO
           *> ANTES. SIGUE EN PLANTILLA, PERO SE CUENTA APARTE Y SU
           *> PARTE SUSPENDIDA SALE DE LOS EJC EFECTIVOS.
           SET sin-suspension-fin-mes TO TRUE.
           MOVE id-trabajador TO sus-id-trabajador.
           MOVE 0 TO sus-fecha-inicio.
           START SUSFILE KEY IS NOT LESS THAN sus-clave
               INVALID KEY SET susfile-fin TO TRUE
           END-START.
           PERFORM 0004-LEER-SUSPENSION
               UNTIL susfile-fin OR suspendido-fin-mes.
           IF suspendido-fin-mes
               IF jornada-pct = 0
                   MOVE 1.00 TO ws-jornada-trabajador
               ELSE
                   COMPUTE ws-jornada-trabajador = jornada-pct / 100
               END-IF
               IF suspension-erte AND sus-pct-reduccion < 100
                   ADD 1 TO ws-susp-erte-parcial
                   COMPUTE ws-fte-suspendido = ws-fte-suspendido
                       + ws-jornada-trabajador * sus-pct-reduccion / 100
               ELSE IF suspension-erte
                   ADD 1 TO ws-susp-erte-total
                   ADD ws-jornada-trabajador TO ws-fte-suspendido
               ELSE
                   ADD 1 TO ws-susp-excedencia
                   ADD ws-jornada-trabajador TO ws-fte-suspendido
               END-IF
           END-IF.

       0004-LEER-SUSPENSION.
           READ SUSFILE NEXT RECORD
               AT END SET susfile-fin TO TRUE
               NOT AT END
                   IF sus-id-trabajador NOT = id-trabajador
                       OR sus-fecha-inicio > ws-ultimo-dia-mes
                       SET susfile-fin TO TRUE
                   ELSE
                       IF sus-fecha-fin = 0
                           OR sus-fecha-fin >= ws-ultimo-dia-mes
                           SET suspendido-fin-mes TO TRUE
                       END-IF
                   END-IF
           END-READ.

       0004-ACUMULAR-DEPARTAMENTO.

           SET dep-cat-invalido TO TRUE.
               DELIMITED BY SIZE INTO LINEA-LISTADO.
           WRITE LINEA-LISTADO.

           MOVE SPACES TO LINEA-LISTADO.
           STRING "SUSPENDIDOS A FIN DE MES (EN PLANTILLA):  "
                  "ERTE TOTAL " ws-susp-erte-total
                  "  ERTE PARCIAL " ws-susp-erte-parcial
                  "  EXCEDENCIA " ws-susp-excedencia
               DELIMITED BY SIZE INTO LINEA-LISTADO.
           WRITE LINEA-LISTADO.
           COMPUTE ws-fte-efectivo = ws-fte - ws-fte-suspendido.
           MOVE ws-fte-efectivo TO ws-fte-format.
           MOVE SPACES TO LINEA-LISTADO.
           STRING "EQUIVALENTES A JORNADA COMPLETA EFECTIVOS (SIN LA "
                  "JORNADA SUSPENDIDA): " ws-fte-format
               DELIMITED BY SIZE INTO LINEA-LISTADO.
           WRITE LINEA-LISTADO.

           MOVE ALL "-" TO LINEA-LISTADO.
           WRITE LINEA-LISTADO.
           MOVE "POR DEPARTAMENTO PRINCIPAL:" TO LINEA-LISTADO.
