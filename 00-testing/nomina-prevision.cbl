       ID DIVISION.
       PROGRAM-ID. NOMINA-PREVISION.
       AUTHOR. DAVID HERNANDEZ MARTIN.
      *MODIFICACIONES
      *15/10/2026 - ALTA INICIAL. PREVISION DEL COSTE DE PLANTILLA
      *             MES A MES PARA LOS DOCE MESES SIGUIENTES, POR
      *             DEPARTAMENTO Y CONTRA SU PRESUPUESTO ANUAL DE
      *             DEPARTAMENTOS.DAT. CADA ACTIVO SE VALORA CON EL
      *             MOTOR DE NOMINA EN MODO SIMULACION (SALARIO Y
      *             JORNADA ACTUALES, TRIENIOS QUE VAYAN VENCIENDO
      *             DESDE LA FECHA DE ALTA Y CUOTA PATRONAL DE
      *             TIPOS_RETENCION.DAT), MAS LAS EXTRAS DE JUNIO Y
      *             DICIEMBRE CON EL MISMO DEVENGO QUE NOMINA-EXTRA.
      *             LOS TEMPORALES Y EN PRACTICAS DEJAN DE COSTAR A
      *             PARTIR DE SU FECHA DE FIN DE CONTRATO. EL COSTE
      *             SE REPARTE ENTRE LOS DEPARTAMENTOS DEL TRABAJADOR
      *             CON NOMINA-REPARTO. SALIDA EN PREVISION_COSTE.TXT
      *             (132 COLUMNAS) CON EL MES EN QUE CADA
      *             DEPARTAMENTO SUPERA SU PRESUPUESTO.
      *15/10/2026 - LA IT EN PAGO DELEGADO (ncm-it-mutua) NO CUENTA
      *             COMO COSTE DEL DEPARTAMENTO NI CONSUME PRESUPUESTO:
      *             LA ADELANTA LA EMPRESA POR CUENTA DE LA MUTUA.
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

           SELECT DEPTOFILE ASSIGN TO "DEPARTAMENTOS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS deptofile-status.

           SELECT INFORMEFILE ASSIGN TO "PREVISION_COSTE.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS informefile-status.

       DATA DIVISION.
       FILE SECTION.
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

       FD  INFORMEFILE
           LABEL RECORDS ARE STANDARD.
       01  LINEA-INFORME               PIC X(132).

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
             FS-CAMPO BY deptofile-status
             FS-OK BY deptofile-ok
             FS-FIN-FICHERO BY deptofile-fin
             FS-CLAVE-DUPLICADA BY deptofile-dup
             FS-REGISTRO-NO-ENCONTRADO BY deptofile-no-encontrado
             FS-FICHERO-NO-EXISTE BY deptofile-no-existe
             FS-REGISTRO-BLOQUEADO BY deptofile-bloqueado
             FS-DATOS-INVALIDOS BY deptofile-datos-invalidos.
         COPY FILESTAT REPLACING NIVEL-FS BY 77
             FS-CAMPO BY informefile-status
             FS-OK BY informefile-ok
             FS-FIN-FICHERO BY informefile-fin
             FS-CLAVE-DUPLICADA BY informefile-dup
             FS-REGISTRO-NO-ENCONTRADO BY informefile-no-encontrado
             FS-FICHERO-NO-EXISTE BY informefile-no-existe
             FS-REGISTRO-BLOQUEADO BY informefile-bloqueado
             FS-DATOS-INVALIDOS BY informefile-datos-invalidos.

         COPY DEPTOCAT.
         COPY NOMCOM.
         COPY REPCOM.

         77 ws-periodo-entorno   PIC X(06) VALUE SPACES.
         77 ws-fecha-hoy         PIC 9(08) VALUE 0.
         77 ws-periodo-inicio    PIC 9(06) VALUE 0.
         77 ws-anio-periodo      PIC 9(04).
         77 ws-mes-periodo       PIC 9(02).
         77 ws-error-prevision   PIC 9(01) VALUE 0.
            88 prevision-con-error   VALUE 1.
            88 prevision-sin-error   VALUE 0.

         *> LOS DOCE MESES DE LA PREVISION (AAAAMM), EL PRIMERO EL
         *> DE PERIODO-NOMINA O, SIN VARIABLE, EL SIGUIENTE AL DE LA
         *> FECHA DEL SISTEMA.
         01 ws-meses-prevision.
            05 ws-periodo-prev   PIC 9(06) OCCURS 12 TIMES.
         77 ws-indice-mes        PIC 9(02) VALUE 0.
         77 ws-periodo-calculo   PIC 9(06).

         *> COSTE PREVISTO POR DEPARTAMENTO (MISMO INDICE QUE EL
         *> CATALOGO) Y MES, MAS EL CAJON SIN CATALOGAR Y EL TOTAL.
         01 ws-prevision-departamentos.
            05 ws-prev-dep OCCURS 50 TIMES.
               10 ws-prev-dep-mes PIC S9(09)V99 OCCURS 12 TIMES.
         01 ws-prevision-sin-catalogar.
            05 ws-prev-sin-mes   PIC S9(09)V99 OCCURS 12 TIMES.
         01 ws-prevision-total.
            05 ws-prev-total-mes PIC S9(09)V99 OCCURS 12 TIMES.
         77 ws-indice-dep        PIC 9(02) VALUE 0.
         77 ws-indice-reparto    PIC 9(01) VALUE 0.

         *> COSTE DEL TRABAJADOR EN EL MES EN CURSO: BRUTO (CON LA
         *> EXTRA EN JUNIO Y DICIEMBRE) Y CUOTA PATRONAL.
         77 ws-coste-bruto       PIC S9(07)V99.
         77 ws-coste-patronal    PIC S9(07)V99.
         77 ws-coste-parte       PIC S9(07)V99.

         *> VENTANA DE DEVENGO DE LA EXTRA, COMO EN NOMINA-EXTRA:
         *> JUNIO DEVENGA DICIEMBRE-MAYO, DICIEMBRE DEVENGA
         *> JUNIO-NOVIEMBRE.
         77 ws-devengo-desde     PIC 9(06).
         77 ws-devengo-hasta     PIC 9(06).
         77 ws-alta-aaaamm       PIC 9(06).
         77 ws-fin-aaaamm        PIC 9(06).
         77 ws-anio-aux          PIC 9(04).
         77 ws-mes-aux           PIC 9(02).
         77 ws-meses-devengados  PIC S9(03).
         77 ws-base-prorrateada  PIC S9(05)V99.

         *> ACUMULADO DEL DEPARTAMENTO CONTRA SU PRESUPUESTO ANUAL:
         *> PRIMER MES DE LA PREVISION EN QUE LO SUPERA (0 = NO).
         77 ws-acumulado         PIC S9(09)V99.
         77 ws-presupuesto       PIC 9(07)V99.
         77 ws-periodo-exceso    PIC 9(06).

         77 ws-previstos         PIC 9(05) VALUE 0.
         77 ws-deps-superados    PIC 9(02) VALUE 0.
         77 ws-importe-format    PIC -ZZZZZZZZ9.99.

         *> LINEAS DEL INFORME: ETIQUETA DE 12 POSICIONES Y DOCE
         *> COLUMNAS DE 10, UNA POR MES (EUROS SIN DECIMALES).
         01 ws-linea-meses.
            05 lin-etiqueta      PIC X(12).
            05 lin-columna OCCURS 12 TIMES.
               10 lin-separador  PIC X(01).
               10 lin-importe    PIC -ZZZZZZZ9.
         01 ws-linea-cabecera-meses.
            05 cab-etiqueta      PIC X(12).
            05 cab-columna OCCURS 12 TIMES.
               10 cab-separador  PIC X(04).
               10 cab-periodo    PIC 9(06).
         77 ws-importe-entero    PIC S9(09).

       PROCEDURE DIVISION.
       0000-MAIN SECTION.
       0000-PRINCIPAL.
           DISPLAY "=== PREVISION DE COSTE DE PLANTILLA A 12 MESES ===".
           PERFORM 0001-DETERMINAR-PERIODOS.
           PERFORM 0002-CARGAR-DEPARTAMENTOS.
           PERFORM 0003-RECORRER-PLANTILLA.
           IF prevision-sin-error
               PERFORM 0006-ESCRIBIR-INFORME
               DISPLAY "TRABAJADORES PREVISTOS: " ws-previstos
                   " DEPARTAMENTOS QUE SUPERAN PRESUPUESTO: "
                   ws-deps-superados
               IF ws-deps-superados > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE
               MOVE 8 TO RETURN-CODE
           END-IF.
           STOP RUN.

       0001-DETERMINAR-PERIODOS.
           *> PRIMER MES DE LA PREVISION: PERIODO-NOMINA (AAAAMM) O,
           *> SIN VARIABLE, EL MES SIGUIENTE AL DE LA FECHA DEL
           *> SISTEMA (EL MES EN CURSO LO DA YA LA NOMINA REAL).
           ACCEPT ws-fecha-hoy FROM DATE YYYYMMDD.
           ACCEPT ws-periodo-entorno FROM ENVIRONMENT "PERIODO-NOMINA".
           IF ws-periodo-entorno = SPACES
               COMPUTE ws-periodo-inicio = ws-fecha-hoy / 100
               DIVIDE ws-periodo-inicio BY 100
                   GIVING ws-anio-periodo REMAINDER ws-mes-periodo
               PERFORM 0001-AVANZAR-MES
           ELSE
               MOVE ws-periodo-entorno TO ws-periodo-inicio
               DIVIDE ws-periodo-inicio BY 100
                   GIVING ws-anio-periodo REMAINDER ws-mes-periodo
           END-IF.
           MOVE 0 TO ws-indice-mes.
           PERFORM 0001-ANOTAR-MES UNTIL ws-indice-mes = 12.
           DISPLAY "PREVISION DE " ws-periodo-prev(1) " A "
               ws-periodo-prev(12).

       0001-ANOTAR-MES.

           ADD 1 TO ws-indice-mes.
           COMPUTE ws-periodo-prev(ws-indice-mes) =
               ws-anio-periodo * 100 + ws-mes-periodo.
           PERFORM 0001-AVANZAR-MES.

       0001-AVANZAR-MES.

           IF ws-mes-periodo = 12
               MOVE 1 TO ws-mes-periodo
               ADD 1 TO ws-anio-periodo
           ELSE
               ADD 1 TO ws-mes-periodo
           END-IF.

       0002-CARGAR-DEPARTAMENTOS.

           MOVE 0 TO num-departamentos-cat.
           OPEN INPUT DEPTOFILE.
           IF deptofile-ok
               PERFORM 0002-LEER-DEPARTAMENTO UNTIL deptofile-fin
               CLOSE DEPTOFILE
           ELSE
               DISPLAY "AVISO: NO SE PUDO ABRIR DEPARTAMENTOS.DAT"
           END-IF.
           PERFORM 0002-INICIALIZAR-MES
               VARYING ws-indice-mes FROM 1 BY 1
               UNTIL ws-indice-mes > 12.

       0002-LEER-DEPARTAMENTO.
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

       0002-INICIALIZAR-MES.

           MOVE 0 TO ws-prev-sin-mes(ws-indice-mes).
           MOVE 0 TO ws-prev-total-mes(ws-indice-mes).
           PERFORM 0002-INICIALIZAR-DEP-MES
               VARYING ws-indice-dep FROM 1 BY 1
               UNTIL ws-indice-dep > 50.

       0002-INICIALIZAR-DEP-MES.

           MOVE 0 TO ws-prev-dep-mes(ws-indice-dep, ws-indice-mes).

       0003-RECORRER-PLANTILLA.
           *> SOLO LECTURA: EL MAESTRO SE LEE IGNORANDO BLOQUEOS Y
           *> NO SE TOMA EL CERROJO DE CIERRE.
           OPEN INPUT TRABFILE.
           IF NOT trabfile-ok
               DISPLAY "NO SE PUDO ABRIR TRABAJADORES.DAT - FILE "
                   "STATUS " trabfile-status
               SET prevision-con-error TO TRUE
           ELSE
               MOVE LOW-VALUES TO id-trabajador
               START TRABFILE KEY IS NOT LESS THAN id-trabajador
                   INVALID KEY SET trabfile-fin TO TRUE
               END-START
               PERFORM 0003-EXAMINAR-SIGUIENTE UNTIL trabfile-fin
               CLOSE TRABFILE
           END-IF.

       0003-EXAMINAR-SIGUIENTE.
           READ TRABFILE NEXT RECORD IGNORING LOCK
               AT END SET trabfile-fin TO TRUE
               NOT AT END
                   IF trabajador-activo
                       ADD 1 TO ws-previstos
                       MOVE 0 TO ws-indice-mes
                       PERFORM 0004-PREVER-MES-TRABAJADOR
                           UNTIL ws-indice-mes = 12
                              OR prevision-con-error
                   END-IF
           END-READ.

       0004-PREVER-MES-TRABAJADOR.
           *> UN ALTA CON FECHA FUTURA NO CUESTA HASTA SU MES DE
           *> ALTA; UN TEMPORAL O EN PRACTICAS NO CUESTA PASADO EL
           *> MES DE SU FIN DE CONTRATO, Y EN ESE MES EL MOTOR
           *> PRORRATEA LOS DIAS TRABAJADOS COMO EN UNA BAJA.
           ADD 1 TO ws-indice-mes.
           MOVE ws-periodo-prev(ws-indice-mes) TO ws-periodo-calculo.
           COMPUTE ws-alta-aaaamm = fecha-alta-trabajador / 100.
           MOVE 0 TO ws-fin-aaaamm.
           IF (contrato-temporal OR contrato-practicas)
               AND fecha-fin-contrato NOT = 0
               COMPUTE ws-fin-aaaamm = fecha-fin-contrato / 100
           END-IF.
           IF ws-alta-aaaamm > ws-periodo-calculo
               CONTINUE
           ELSE IF ws-fin-aaaamm NOT = 0
               AND ws-fin-aaaamm < ws-periodo-calculo
               CONTINUE
           ELSE
               PERFORM 0004-CALCULAR-MES
           END-IF.

       0004-CALCULAR-MES.

           SET ncm-modo-simulacion TO TRUE.
           MOVE ws-periodo-calculo TO ncm-periodo.
           MOVE id-trabajador TO ncm-id-trabajador.
           MOVE salario TO ncm-salario-base.
           MOVE fecha-alta-trabajador TO ncm-fecha-alta.
           MOVE jornada-pct TO ncm-jornada.
           IF ws-fin-aaaamm = ws-periodo-calculo
               MOVE fecha-fin-contrato TO ncm-fecha-baja
           ELSE
               MOVE fecha-baja-trabajador TO ncm-fecha-baja
           END-IF.
           CALL "NOMINA-CALCULO" USING nomcalc-com.
           IF NOT ncm-ok
               PERFORM 0004-ABORTAR-SIN-TIPOS
           ELSE
               COMPUTE ws-coste-bruto = ncm-bruto - ncm-it-mutua
               MOVE ncm-cuota-patronal TO ws-coste-patronal
               DIVIDE ws-periodo-calculo BY 100
                   GIVING ws-anio-periodo REMAINDER ws-mes-periodo
               IF ws-mes-periodo = 06 OR ws-mes-periodo = 12
                   PERFORM 0005-CALCULAR-EXTRA
               END-IF
               IF prevision-sin-error
                   PERFORM 0004-REPARTIR-COSTE
               END-IF
           END-IF.

       0004-ABORTAR-SIN-TIPOS.

           DISPLAY "PREVISION ABORTADA: SIN TIPOS DE RETENCION "
               "VIGENTES EN TIPOS_RETENCION.DAT PARA EL PERIODO "
               ws-periodo-calculo.
           SET prevision-con-error TO TRUE.
           SET trabfile-fin TO TRUE.

       0004-REPARTIR-COSTE.
           *> EL COSTE DEL MES SE REPARTE ENTRE LOS DEPARTAMENTOS DEL
           *> TRABAJADOR CON EL MISMO REDONDEO QUE EL CIERRE.
           MOVE id-departamento(1) TO rep-departamento(1).
           MOVE id-departamento(2) TO rep-departamento(2).
           MOVE id-departamento(3) TO rep-departamento(3).
           MOVE pct-departamento(1) TO rep-pct-entrada(1).
           MOVE pct-departamento(2) TO rep-pct-entrada(2).
           MOVE pct-departamento(3) TO rep-pct-entrada(3).
           MOVE ws-coste-bruto TO rep-bruto.
           MOVE 0 TO rep-seg-social.
           MOVE 0 TO rep-irpf.
           MOVE 0 TO rep-anticipo.
           MOVE 0 TO rep-embargo.
           MOVE 0 TO rep-deduccion.
           MOVE ws-coste-bruto TO rep-liquido.
           MOVE ws-coste-patronal TO rep-patronal.
           CALL "NOMINA-REPARTO" USING reparto-com.
           MOVE 1 TO ws-indice-reparto.
           PERFORM 0004-IMPUTAR-PARTE-DEPARTAMENTO
               UNTIL ws-indice-reparto > 3.

       0004-IMPUTAR-PARTE-DEPARTAMENTO.
           *> SIN DEPARTAMENTO CATALOGADO LA PARTE VA AL CAJON "SIN
           *> CATALOGAR". UNA POSICION SIN PORCENTAJE NO APORTA NADA.
           IF rep-pct-aplicado(ws-indice-reparto) > 0
               COMPUTE ws-coste-parte =
                   rep-parte-bruto(ws-indice-reparto)
                   + rep-parte-patronal(ws-indice-reparto)
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
                   SET ws-indice-dep TO INDX-DEP-CAT
                   ADD ws-coste-parte
                       TO ws-prev-dep-mes(ws-indice-dep, ws-indice-mes)
               ELSE
                   ADD ws-coste-parte TO ws-prev-sin-mes(ws-indice-mes)
               END-IF
               ADD ws-coste-parte TO ws-prev-total-mes(ws-indice-mes)
           END-IF.
           ADD 1 TO ws-indice-reparto.

       0005-CALCULAR-EXTRA.
           *> MISMO DEVENGO QUE NOMINA-EXTRA: SEIS MESES PARA LA
           *> PLANTILLA VETERANA Y, PARA LAS ALTAS DENTRO DEL
           *> SEMESTRE, DESDE EL MES DE ALTA HASTA EL FIN DE LA
           *> VENTANA. EL MOTOR SE LLAMA EN MODO 'X' CON LA BASE
           *> PRORRATEADA Y EL MES REAL DE PAGO.
           IF ws-mes-periodo = 06
               COMPUTE ws-devengo-desde =
                   (ws-anio-periodo - 1) * 100 + 12
               COMPUTE ws-devengo-hasta = ws-anio-periodo * 100 + 05
           ELSE
               COMPUTE ws-devengo-desde = ws-anio-periodo * 100 + 06
               COMPUTE ws-devengo-hasta = ws-anio-periodo * 100 + 11
           END-IF.
           MOVE 6 TO ws-meses-devengados.
           IF fecha-alta-trabajador NOT = 0
               IF ws-alta-aaaamm > ws-devengo-hasta
                   MOVE 0 TO ws-meses-devengados
               ELSE IF ws-alta-aaaamm > ws-devengo-desde
                   DIVIDE ws-alta-aaaamm BY 100
                       GIVING ws-anio-aux REMAINDER ws-mes-aux
                   COMPUTE ws-meses-devengados = 0
                       - (ws-anio-aux * 12 + ws-mes-aux)
                   DIVIDE ws-devengo-hasta BY 100
                       GIVING ws-anio-aux REMAINDER ws-mes-aux
                   COMPUTE ws-meses-devengados = ws-meses-devengados
                       + ws-anio-aux * 12 + ws-mes-aux + 1
               END-IF
           END-IF.
           IF ws-meses-devengados > 6
               MOVE 6 TO ws-meses-devengados
           END-IF.
           IF ws-meses-devengados > 0
               COMPUTE ws-base-prorrateada ROUNDED =
                   salario * ws-meses-devengados / 6
               SET ncm-modo-extra TO TRUE
               MOVE ws-periodo-calculo TO ncm-periodo
               MOVE id-trabajador TO ncm-id-trabajador
               MOVE ws-base-prorrateada TO ncm-salario-base
               MOVE fecha-alta-trabajador TO ncm-fecha-alta
               MOVE jornada-pct TO ncm-jornada
               MOVE fecha-baja-trabajador TO ncm-fecha-baja
               CALL "NOMINA-CALCULO" USING nomcalc-com
               IF NOT ncm-ok
                   PERFORM 0004-ABORTAR-SIN-TIPOS
               ELSE
                   ADD ncm-bruto TO ws-coste-bruto
                   ADD ncm-cuota-patronal TO ws-coste-patronal
               END-IF
           END-IF.

       0006-ESCRIBIR-INFORME.

           OPEN OUTPUT INFORMEFILE.
           MOVE ALL "=" TO LINEA-INFORME.
           WRITE LINEA-INFORME.
           MOVE SPACES TO LINEA-INFORME.
           STRING "PREVISION DE COSTE DE PLANTILLA A 12 MESES - DE "
                  ws-periodo-prev(1) " A " ws-periodo-prev(12)
                  " - FECHA " ws-fecha-hoy
                  " - TRABAJADORES ACTIVOS: " ws-previstos
               DELIMITED BY SIZE INTO LINEA-INFORME.
           WRITE LINEA-INFORME.
           MOVE SPACES TO LINEA-INFORME.
           STRING "COSTE = BRUTO (SALARIO, ANTIGUEDAD Y EXTRAS) + "
                  "CUOTA PATRONAL, EN EUROS. EL ACUMULADO SE COMPARA "
                  "CON EL PRESUPUESTO ANUAL."
               DELIMITED BY SIZE INTO LINEA-INFORME.
           WRITE LINEA-INFORME.
           MOVE ALL "=" TO LINEA-INFORME.
           WRITE LINEA-INFORME.
           MOVE SPACES TO ws-linea-cabecera-meses.
           MOVE "MES" TO cab-etiqueta.
           PERFORM 0006-ANOTAR-CABECERA-MES
               VARYING ws-indice-mes FROM 1 BY 1
               UNTIL ws-indice-mes > 12.
           MOVE ws-linea-cabecera-meses TO LINEA-INFORME.
           WRITE LINEA-INFORME.
           MOVE 0 TO ws-indice-dep.
           PERFORM 0006-ESCRIBIR-DEPARTAMENTO
               UNTIL ws-indice-dep = num-departamentos-cat.
           PERFORM 0006-ESCRIBIR-SIN-CATALOGAR.
           PERFORM 0006-ESCRIBIR-TOTAL.
           MOVE ALL "=" TO LINEA-INFORME.
           WRITE LINEA-INFORME.
           CLOSE INFORMEFILE.
           DISPLAY "PREVISION POR DEPARTAMENTO EN PREVISION_COSTE.TXT".

       0006-ANOTAR-CABECERA-MES.

           MOVE ws-periodo-prev(ws-indice-mes)
               TO cab-periodo(ws-indice-mes).

       0006-ESCRIBIR-DEPARTAMENTO.
           *> CABECERA DEL DEPARTAMENTO CON SU PRESUPUESTO ANUAL Y EL
           *> PRIMER MES EN QUE EL ACUMULADO PREVISTO LO SUPERA, Y
           *> DEBAJO LAS LINEAS DE COSTE MENSUAL Y ACUMULADO.
           ADD 1 TO ws-indice-dep.
           MOVE presupuesto-dep-cat(ws-indice-dep) TO ws-presupuesto.
           MOVE 0 TO ws-acumulado.
           MOVE 0 TO ws-periodo-exceso.
           PERFORM 0006-BUSCAR-EXCESO
               VARYING ws-indice-mes FROM 1 BY 1
               UNTIL ws-indice-mes > 12.
           MOVE ALL "-" TO LINEA-INFORME.
           WRITE LINEA-INFORME.
           MOVE ws-presupuesto TO ws-importe-format.
           MOVE SPACES TO LINEA-INFORME.
           IF ws-presupuesto = 0
               STRING "DEP " id-dep-cat(ws-indice-dep) " "
                      nombre-dep-cat(ws-indice-dep)
                      "  SIN PRESUPUESTO ASIGNADO"
                   DELIMITED BY SIZE INTO LINEA-INFORME
           ELSE IF ws-periodo-exceso = 0
               STRING "DEP " id-dep-cat(ws-indice-dep) " "
                      nombre-dep-cat(ws-indice-dep)
                      "  PRESUPUESTO ANUAL " ws-importe-format
                      "  DENTRO DE PRESUPUESTO EN LOS 12 MESES"
                   DELIMITED BY SIZE INTO LINEA-INFORME
           ELSE
               ADD 1 TO ws-deps-superados
               STRING "DEP " id-dep-cat(ws-indice-dep) " "
                      nombre-dep-cat(ws-indice-dep)
                      "  PRESUPUESTO ANUAL " ws-importe-format
                      "  *** SUPERA EL PRESUPUESTO EN "
                      ws-periodo-exceso
                   DELIMITED BY SIZE INTO LINEA-INFORME
           END-IF.
           WRITE LINEA-INFORME.
           MOVE SPACES TO ws-linea-meses.
           MOVE "  COSTE MES" TO lin-etiqueta.
           PERFORM 0006-ANOTAR-COSTE-DEP
               VARYING ws-indice-mes FROM 1 BY 1
               UNTIL ws-indice-mes > 12.
           MOVE ws-linea-meses TO LINEA-INFORME.
           WRITE LINEA-INFORME.
           MOVE SPACES TO ws-linea-meses.
           MOVE "  ACUMULADO" TO lin-etiqueta.
           MOVE 0 TO ws-acumulado.
           PERFORM 0006-ANOTAR-ACUMULADO-DEP
               VARYING ws-indice-mes FROM 1 BY 1
               UNTIL ws-indice-mes > 12.
           MOVE ws-linea-meses TO LINEA-INFORME.
           WRITE LINEA-INFORME.

       0006-BUSCAR-EXCESO.

           ADD ws-prev-dep-mes(ws-indice-dep, ws-indice-mes)
               TO ws-acumulado.
           IF ws-presupuesto NOT = 0 AND ws-periodo-exceso = 0
               AND ws-acumulado > ws-presupuesto
               MOVE ws-periodo-prev(ws-indice-mes) TO ws-periodo-exceso
           END-IF.

       0006-ANOTAR-COSTE-DEP.

           COMPUTE ws-importe-entero ROUNDED =
               ws-prev-dep-mes(ws-indice-dep, ws-indice-mes).
           MOVE ws-importe-entero TO lin-importe(ws-indice-mes).

       0006-ANOTAR-ACUMULADO-DEP.

           ADD ws-prev-dep-mes(ws-indice-dep, ws-indice-mes)
               TO ws-acumulado.
           COMPUTE ws-importe-entero ROUNDED = ws-acumulado.
           MOVE ws-importe-entero TO lin-importe(ws-indice-mes).

       0006-ESCRIBIR-SIN-CATALOGAR.
           *> SOLO SI HAY COSTE DE DEPARTAMENTOS FUERA DEL CATALOGO.
           MOVE 0 TO ws-acumulado.
           PERFORM 0006-SUMAR-SIN-CATALOGAR
               VARYING ws-indice-mes FROM 1 BY 1
               UNTIL ws-indice-mes > 12.
           IF ws-acumulado NOT = 0
               MOVE ALL "-" TO LINEA-INFORME
               WRITE LINEA-INFORME
               MOVE "(SIN CATALOGAR)  SIN PRESUPUESTO"
                   TO LINEA-INFORME
               WRITE LINEA-INFORME
               MOVE SPACES TO ws-linea-meses
               MOVE "  COSTE MES" TO lin-etiqueta
               PERFORM 0006-ANOTAR-COSTE-SIN
                   VARYING ws-indice-mes FROM 1 BY 1
                   UNTIL ws-indice-mes > 12
               MOVE ws-linea-meses TO LINEA-INFORME
               WRITE LINEA-INFORME
           END-IF.

       0006-SUMAR-SIN-CATALOGAR.

           ADD ws-prev-sin-mes(ws-indice-mes) TO ws-acumulado.

       0006-ANOTAR-COSTE-SIN.

           COMPUTE ws-importe-entero ROUNDED =
               ws-prev-sin-mes(ws-indice-mes).
           MOVE ws-importe-entero TO lin-importe(ws-indice-mes).

       0006-ESCRIBIR-TOTAL.

           MOVE ALL "-" TO LINEA-INFORME.
           WRITE LINEA-INFORME.
           MOVE SPACES TO ws-linea-meses.
           MOVE "TOTAL MES" TO lin-etiqueta.
           PERFORM 0006-ANOTAR-TOTAL
               VARYING ws-indice-mes FROM 1 BY 1
               UNTIL ws-indice-mes > 12.
           MOVE ws-linea-meses TO LINEA-INFORME.
           WRITE LINEA-INFORME.
           MOVE SPACES TO ws-linea-meses.
           MOVE "TOTAL ACUM." TO lin-etiqueta.
           MOVE 0 TO ws-acumulado.
           PERFORM 0006-ANOTAR-TOTAL-ACUMULADO
               VARYING ws-indice-mes FROM 1 BY 1
               UNTIL ws-indice-mes > 12.
           MOVE ws-linea-meses TO LINEA-INFORME.
           WRITE LINEA-INFORME.

       0006-ANOTAR-TOTAL.

           COMPUTE ws-importe-entero ROUNDED =
               ws-prev-total-mes(ws-indice-mes).
           MOVE ws-importe-entero TO lin-importe(ws-indice-mes).

       0006-ANOTAR-TOTAL-ACUMULADO.

           ADD ws-prev-total-mes(ws-indice-mes) TO ws-acumulado.
           COMPUTE ws-importe-entero ROUNDED = ws-acumulado.
           MOVE ws-importe-entero TO lin-importe(ws-indice-mes).

       END PROGRAM NOMINA-PREVISION.
