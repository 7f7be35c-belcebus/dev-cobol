       ID DIVISION.
       PROGRAM-ID. NOMINA-CUENTAS.
       AUTHOR. DAVID HERNANDEZ MARTIN.
      *MODIFICACIONES
      *15/10/2026 - ALTA INICIAL. RESOLUCION DE LA CUENTA CONTABLE DE
      *             CADA PARTIDA DEL ASIENTO DE NOMINA A PARTIR DEL
      *             MAPA CUENTAS_NOMINA.DAT (MANTENIDO CON
      *             CUENTAS-MANTENIMIENTO), EN VEZ DE LLEVAR LAS
      *             CUENTAS GRABADAS EN CADA PROGRAMA. SE LLAMA POR
      *             CALL (AREA CTACOM) DESDE NOMINA-CIERRE,
      *             NOMINA-EXTRA, NOMINA-REVERSION Y NOMINA-CONCILIA.
      *             LA CUENTA VIGENTE ES LA DE LA LINEA DE FECHA MAS
      *             RECIENTE NO POSTERIOR AL DIA 1 DEL PERIODO; UNA
      *             LINEA DEL PROPIO DEPARTAMENTO MANDA SOBRE LA
      *             GENERAL (DEPARTAMENTO 00) DE LA PARTIDA. LAS
      *             PAGAS EXTRA (AAAA13 Y AAAA14) TOMAN EL MAPA DE SU
      *             MES DE PAGO, JUNIO Y DICIEMBRE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CTAFILE ASSIGN TO "CUENTAS_NOMINA.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ctafile-status.

       DATA DIVISION.
       FILE SECTION.
       FD  CTAFILE
           LABEL RECORDS ARE STANDARD.
       01  REG-CUENTA.
           COPY CTAREG.

       WORKING-STORAGE SECTION.

         >>SOURCE FORMAT IS FREE
         COPY FILESTAT REPLACING NIVEL-FS BY 77
             FS-CAMPO BY ctafile-status
             FS-OK BY ctafile-ok
             FS-FIN-FICHERO BY ctafile-fin
             FS-CLAVE-DUPLICADA BY ctafile-dup
             FS-REGISTRO-NO-ENCONTRADO BY ctafile-no-encontrado
             FS-FICHERO-NO-EXISTE BY ctafile-no-existe
             FS-REGISTRO-BLOQUEADO BY ctafile-bloqueado
             FS-DATOS-INVALIDOS BY ctafile-datos-invalidos.

         *> EL MAPA SE CARGA UNA SOLA VEZ POR EJECUCION, COMO LA
         *> TABLA DE TIPOS DEL MOTOR, Y SE REUTILIZA EN CADA LLAMADA.
         77 ws-mapa-cargado      PIC 9(01) VALUE 0.
            88 mapa-cargado         VALUE 1.
            88 mapa-sin-cargar      VALUE 0.
         COPY CTACAT.

         77 ws-fecha-periodo     PIC 9(08).
         77 ws-anio-periodo      PIC 9(04).
         77 ws-mes-periodo       PIC 9(02).
         77 ws-indice-cuenta     PIC 9(03).
         *> MEJOR CANDIDATA ENCONTRADA DE CADA CLASE: LA DEL PROPIO
         *> DEPARTAMENTO Y LA GENERAL (0 = NINGUNA TODAVIA).
         77 ws-posicion-propia   PIC 9(03).
         77 ws-posicion-general  PIC 9(03).
         77 ws-posicion-elegida  PIC 9(03).

       LINKAGE SECTION.
         COPY CTACOM.

       PROCEDURE DIVISION USING cuentas-com.
       0000-MAIN SECTION.
       0000-RESOLVER.
           IF cct-recargar-tabla = 'S'
               SET mapa-sin-cargar TO TRUE
               MOVE 0 TO num-cuentas-cat
               MOVE SPACE TO cct-recargar-tabla
           END-IF.
           IF mapa-sin-cargar
               PERFORM 0001-CARGAR-MAPA
           END-IF.

           MOVE SPACES TO cct-cuenta cct-descripcion.
           MOVE 0 TO cct-fecha-desde cct-departamento-regla.
           IF num-cuentas-cat = 0
               SET cct-sin-mapa TO TRUE
           ELSE
               DIVIDE cct-periodo BY 100
                   GIVING ws-anio-periodo REMAINDER ws-mes-periodo
               IF ws-mes-periodo = 13
                   MOVE 06 TO ws-mes-periodo
               END-IF
               IF ws-mes-periodo = 14
                   MOVE 12 TO ws-mes-periodo
               END-IF
               COMPUTE ws-fecha-periodo = ws-anio-periodo * 10000
                   + ws-mes-periodo * 100 + 1
               PERFORM 0002-BUSCAR-CUENTA
               IF ws-posicion-propia NOT = 0
                   MOVE ws-posicion-propia TO ws-posicion-elegida
               ELSE
                   MOVE ws-posicion-general TO ws-posicion-elegida
               END-IF
               IF ws-posicion-elegida = 0
                   SET cct-sin-cuenta TO TRUE
               ELSE
                   SET cct-ok TO TRUE
                   MOVE cuenta-cta-cat(ws-posicion-elegida)
                       TO cct-cuenta
                   MOVE descripcion-cta-cat(ws-posicion-elegida)
                       TO cct-descripcion
                   MOVE fecha-desde-cta-cat(ws-posicion-elegida)
                       TO cct-fecha-desde
                   MOVE departamento-cta-cat(ws-posicion-elegida)
                       TO cct-departamento-regla
               END-IF
           END-IF.
           GOBACK.

       0001-CARGAR-MAPA.

           OPEN INPUT CTAFILE.
           IF ctafile-ok
               PERFORM 0001-LEER-CUENTA UNTIL ctafile-fin
               CLOSE CTAFILE
           ELSE
               DISPLAY "AVISO: NO SE PUDO ABRIR CUENTAS_NOMINA.DAT "
                   "- FILE STATUS " ctafile-status
           END-IF.
           SET mapa-cargado TO TRUE.

       0001-LEER-CUENTA.
           READ CTAFILE
               AT END SET ctafile-fin TO TRUE
               NOT AT END
                   IF num-cuentas-cat < 200
                       ADD 1 TO num-cuentas-cat
                       MOVE cta-fecha-desde
                           TO fecha-desde-cta-cat(num-cuentas-cat)
                       MOVE cta-partida
                           TO partida-cta-cat(num-cuentas-cat)
                       MOVE cta-departamento
                           TO departamento-cta-cat(num-cuentas-cat)
                       MOVE cta-debe-haber
                           TO debe-haber-cta-cat(num-cuentas-cat)
                       MOVE cta-cuenta
                           TO cuenta-cta-cat(num-cuentas-cat)
                       MOVE cta-descripcion
                           TO descripcion-cta-cat(num-cuentas-cat)
                   ELSE
                       DISPLAY "AVISO: MAPA DE CUENTAS LLENO, LINEA "
                           "DESCARTADA: " REG-CUENTA
                   END-IF
           END-READ.

       0002-BUSCAR-CUENTA.
           *> EL FICHERO NO TIENE POR QUE ESTAR ORDENADO: SE RECORRE
           *> ENTERO QUEDANDOSE, EN CADA CLASE, CON LA LINEA DE FECHA
           *> MAS RECIENTE QUE YA ESTE EN VIGOR EN EL PERIODO.
           MOVE 0 TO ws-posicion-propia ws-posicion-general.
           MOVE 0 TO ws-indice-cuenta.
           PERFORM 0002-EXAMINAR-CUENTA
               UNTIL ws-indice-cuenta = num-cuentas-cat.

       0002-EXAMINAR-CUENTA.

           ADD 1 TO ws-indice-cuenta.
           IF partida-cta-cat(ws-indice-cuenta) = cct-partida
               AND debe-haber-cta-cat(ws-indice-cuenta) = cct-debe-haber
               AND fecha-desde-cta-cat(ws-indice-cuenta)
                   <= ws-fecha-periodo
               AND cuenta-cta-cat(ws-indice-cuenta) NOT = SPACES
               IF departamento-cta-cat(ws-indice-cuenta) = 0
                   IF ws-posicion-general = 0
                       MOVE ws-indice-cuenta TO ws-posicion-general
                   END-IF
                   IF fecha-desde-cta-cat(ws-indice-cuenta)
                       > fecha-desde-cta-cat(ws-posicion-general)
                       MOVE ws-indice-cuenta TO ws-posicion-general
                   END-IF
               END-IF
               IF departamento-cta-cat(ws-indice-cuenta) NOT = 0
                   AND departamento-cta-cat(ws-indice-cuenta)
                       = cct-departamento
                   IF ws-posicion-propia = 0
                       MOVE ws-indice-cuenta TO ws-posicion-propia
                   END-IF
                   IF fecha-desde-cta-cat(ws-indice-cuenta)
                       > fecha-desde-cta-cat(ws-posicion-propia)
                       MOVE ws-indice-cuenta TO ws-posicion-propia
                   END-IF
               END-IF
           END-IF.

       END PROGRAM NOMINA-CUENTAS.
