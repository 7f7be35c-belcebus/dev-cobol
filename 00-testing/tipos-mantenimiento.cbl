      *             CALIENTE), MOSTRANDO DEDUCCIONES ANTES/DESPUES
      *             ANTES DE CONFIRMAR. SI NO SE CONFIRMA, EL
      *             FICHERO ORIGINAL SE RESTAURA TAL CUAL.
      *15/10/2026 - CLASES "IC" (ENFERMEDAD COMUN) E "IA" (ACCIDENTE
      *             DE TRABAJO): TRAMOS DE DIAS DE BAJA IT CON EL
      *             PORCENTAJE DE PRESTACION; EL LIMITE INFERIOR ES
      *             EL PRIMER DIA DEL TRAMO.
      *15/10/2026 - CLASES DEL TIPO INDIVIDUAL DE IRPF: "EA" ESCALA
      *             ANUAL (VALIDADA COMO LOS TRAMOS IR), "MP" MINIMO
      *             PERSONAL, "MD" MINIMO POR HIJO (UNA LINEA POR
      *             ORDEN DE HIJO), "MT" INCREMENTO POR HIJO MENOR
      *             DE 3 ANOS, "MI" MINIMO POR DISCAPACIDAD (GRADO
      *             EN EL PORCENTAJE), "GD" GASTOS GENERALES, "RC"
      *             REDUCCION POR CONYUGE A CARGO Y "VH" PUNTOS DE
      *             REBAJA POR VIVIENDA. LA TABLA PASA DE 40 A 80
      *             LINEAS, COMO EN EL MOTOR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
         *> ORIGINAL (PARA RESTAURAR SI EL WHAT-IF NO CONVENCE).
         01 tabla-tipos-trabajo.
            05 num-lineas        PIC 9(02) VALUE 0.
            05 linea-tipo OCCURS 80 TIMES.
               10 lin-fecha      PIC 9(08).
               10 lin-clase      PIC X(02).
                  88 clase-valida VALUE "SS" "IR" "TR" "CP" "EM"
                                        "IC" "IA" "EA" "MP" "MD"
                                        "MT" "MI" "GD" "RC" "VH".
                  88 clase-escala VALUE "IR" "EA".
               10 lin-limite     PIC 9(07)V99.
               10 lin-porcentaje PIC 9(02)V9(04).
         01 tabla-tipos-respaldo.
            05 num-lineas-resp   PIC 9(02) VALUE 0.
            05 linea-tipo-resp OCCURS 80 TIMES.
               10 resp-fecha     PIC 9(08).
               10 resp-clase     PIC X(02).
               10 resp-limite    PIC 9(07)V99.
            05 aux-limite        PIC 9(07)V99.
            05 aux-porcentaje    PIC 9(02)V9(04).

         *> VALIDACION DE TRAMOS IR Y EA POR FECHA DE VIGENCIA.
         77 ws-fecha-validando   PIC 9(08).
         77 ws-clase-validando   PIC X(02).
         77 ws-limite-anterior   PIC 9(07)V99.
         77 ws-tramos-fecha      PIC 9(02).
         77 ws-errores-validacion PIC 9(02) VALUE 0.
           READ TIPOSFILE
               AT END SET tiposfile-fin TO TRUE
               NOT AT END
                   IF num-lineas < 80
                       ADD 1 TO num-lineas
                       MOVE tip-fecha-desde TO lin-fecha(num-lineas)
                       MOVE tip-clase TO lin-clase(num-lineas)

       0003-ALTA-LINEA.

           IF num-lineas = 80
               DISPLAY "TABLA LLENA (80 LINEAS)"
           ELSE
               DISPLAY "FECHA DE VIGENCIA (AAAAMMDD): "
               ACCEPT ws-fecha-entrada
               DISPLAY "CLASE (SS/IR/TR/CP/EM/IC/IA/EA/MP/MD/MT/MI/"
                   "GD/RC/VH): "
               ACCEPT ws-clase-entrada
               DISPLAY "LIMITE INFERIOR (SOLO TRAMOS IR Y EA; EN EM "
                   "ES EL MINIMO INEMBARGABLE; EN IC/IA EL PRIMER DIA "
                   "DE BAJA DEL TRAMO; EN MP/MD/MT/MI/GD/RC EL "
                   "IMPORTE ANUAL; EN VH LA RETRIBUCION TOPE): "
               ACCEPT ws-limite-entrada
               DISPLAY "PORCENTAJE (NN.NNNN; EN EM, MP, MD, MT, GD Y "
                   "RC SE IGNORA; EN MI ES EL GRADO DE DISCAPACIDAD; "
                   "EN VH LOS PUNTOS DE REBAJA): "
               ACCEPT ws-pct-entrada
               ADD 1 TO num-lineas
               MOVE ws-fecha-entrada TO lin-fecha(num-lineas)
           END-IF.

       0006-ORDENAR-TABLA.
           *> ORDENACION POR BURBUJA: LA TABLA CABE EN 80 LINEAS Y
           *> SE ORDENA UNA VEZ POR GRABACION.
           SET hubo-intercambio TO TRUE.
           PERFORM 0006-PASADA-ORDEN UNTIL sin-intercambio.
           END-IF.

       0007-VALIDAR-TRAMOS-IR.
           *> PARA CADA FECHA DE VIGENCIA CON TRAMOS IR (Y IGUAL CON
           *> LA ESCALA ANUAL EA): EL PRIMER
           *> TRAMO DEBE ARRANCAR EN CERO Y LOS LIMITES ASCENDER
           *> ESTRICTAMENTE (UN LIMITE REPETIDO ES UN SOLAPE; EL
           *> TOPE DE CADA TRAMO ES EL LIMITE DEL SIGUIENTE, ASI
           *> ORDENADA.
           MOVE 0 TO ws-errores-validacion.
           MOVE 0 TO ws-fecha-validando.
           MOVE SPACES TO ws-clase-validando.
           MOVE 0 TO ws-indice-linea.
           PERFORM 0007-VALIDAR-SIGUIENTE-LINEA
               UNTIL ws-indice-linea = num-lineas.
           IF ws-errores-validacion = 0
               DISPLAY "TRAMOS IR Y EA CORRECTOS"
           END-IF.

       0007-VALIDAR-SIGUIENTE-LINEA.

           ADD 1 TO ws-indice-linea.
           IF clase-escala(ws-indice-linea)
               IF lin-fecha(ws-indice-linea) NOT = ws-fecha-validando
                   OR lin-clase(ws-indice-linea)
                       NOT = ws-clase-validando
                   MOVE lin-fecha(ws-indice-linea)
                       TO ws-fecha-validando
                   MOVE lin-clase(ws-indice-linea)
                       TO ws-clase-validando
                   MOVE 0 TO ws-tramos-fecha
                   MOVE 0 TO ws-limite-anterior
               END-IF
               IF ws-tramos-fecha = 1
                   IF lin-limite(ws-indice-linea) NOT = 0
                       ADD 1 TO ws-errores-validacion
                       DISPLAY "ERROR: EL PRIMER TRAMO "
                           lin-clase(ws-indice-linea) " DE "
                           lin-fecha(ws-indice-linea)
                           " NO ARRANCA EN CERO"
                   END-IF
                       ADD 1 TO ws-errores-validacion
                       MOVE lin-limite(ws-indice-linea)
                           TO ws-limite-format
                       DISPLAY "ERROR: TRAMO "
                           lin-clase(ws-indice-linea) " DE "
                           lin-fecha(ws-indice-linea)
                           " CON LIMITE " ws-limite-format
                           " QUE NO ASCIENDE (SOLAPE)"
