       ID DIVISION.
       PROGRAM-ID. NOMINA-REPARTO.
       AUTHOR. DAVID HERNANDEZ MARTIN.
      *MODIFICACIONES
      *15/10/2026 - ALTA INICIAL. REPARTO DEL COSTE DE UN TRABAJADOR
      *             ENTRE SUS TRES DEPARTAMENTOS SEGUN EL PORCENTAJE
      *             DE CADA UNO (pct-departamento DE TRABREG). HASTA
      *             AHORA TODO EL COSTE IBA AL PRIMER DEPARTAMENTO.
      *             SE LLAMA POR CALL (AREA REPCOM) DESDE TODOS LOS
      *             PROGRAMAS QUE IMPUTAN COSTE A DEPARTAMENTOS PARA
      *             QUE LOS ASIENTOS DEL CIERRE, EL RECALCULO DE LA
      *             CONCILIACION, LA REVERSION Y LOS CONTROLES DE
      *             PRESUPUESTO REPARTAN EXACTAMENTE IGUAL, CENTIMO A
      *             CENTIMO.
      *15/10/2026 - SE REPARTEN TAMBIEN LAS DEDUCCIONES VOLUNTARIAS
      *             (rep-deduccion), QUE VAN A SU PROPIA CUENTA DEL
      *             HABER EN LOS ASIENTOS.
       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

         >>SOURCE FORMAT IS FREE
         77 ws-suma-pct          PIC 9(04).
         77 ws-indice-parte      PIC 9(01).
         77 ws-reparto-valido    PIC 9(01).
            88 reparto-valido       VALUE 1.
            88 reparto-invalido     VALUE 0.

       LINKAGE SECTION.
         COPY REPCOM.

       PROCEDURE DIVISION USING reparto-com.
       0000-MAIN SECTION.
       0000-REPARTIR.
           SET rep-ok TO TRUE.
           PERFORM 0001-VALIDAR-PORCENTAJES.
           IF reparto-valido
               MOVE rep-pct-entrada(1) TO rep-pct-aplicado(1)
               MOVE rep-pct-entrada(2) TO rep-pct-aplicado(2)
               MOVE rep-pct-entrada(3) TO rep-pct-aplicado(3)
           ELSE
               SET rep-reparto-por-omision TO TRUE
               MOVE 100 TO rep-pct-aplicado(1)
               MOVE 0 TO rep-pct-aplicado(2)
               MOVE 0 TO rep-pct-aplicado(3)
           END-IF.
           MOVE 2 TO ws-indice-parte.
           PERFORM 0002-CALCULAR-PARTE
               UNTIL ws-indice-parte > 3.
           PERFORM 0003-CALCULAR-RESTO.
           GOBACK.

       0001-VALIDAR-PORCENTAJES.
           *> UN REPARTO ES VALIDO SI LOS TRES PORCENTAJES SON
           *> NUMERICOS, SUMAN 100, EL PRIMER DEPARTAMENTO LLEVA ALGO
           *> Y NINGUN HUECO SIN DEPARTAMENTO LLEVA PORCENTAJE.
           SET reparto-valido TO TRUE.
           IF rep-pct-entrada(1) NOT NUMERIC
               OR rep-pct-entrada(2) NOT NUMERIC
               OR rep-pct-entrada(3) NOT NUMERIC
               SET reparto-invalido TO TRUE
           ELSE
               COMPUTE ws-suma-pct = rep-pct-entrada(1)
                   + rep-pct-entrada(2) + rep-pct-entrada(3)
               IF ws-suma-pct NOT = 100
                   OR rep-pct-entrada(1) = 0
                   SET reparto-invalido TO TRUE
               END-IF
               IF rep-departamento(2) = 0
                   AND rep-pct-entrada(2) NOT = 0
                   SET reparto-invalido TO TRUE
               END-IF
               IF rep-departamento(3) = 0
                   AND rep-pct-entrada(3) NOT = 0
                   SET reparto-invalido TO TRUE
               END-IF
           END-IF.

       0002-CALCULAR-PARTE.
           COMPUTE rep-parte-bruto(ws-indice-parte) ROUNDED =
               rep-bruto * rep-pct-aplicado(ws-indice-parte) / 100.
           COMPUTE rep-parte-seg-social(ws-indice-parte) ROUNDED =
               rep-seg-social * rep-pct-aplicado(ws-indice-parte)
               / 100.
           COMPUTE rep-parte-irpf(ws-indice-parte) ROUNDED =
               rep-irpf * rep-pct-aplicado(ws-indice-parte) / 100.
           COMPUTE rep-parte-anticipo(ws-indice-parte) ROUNDED =
               rep-anticipo * rep-pct-aplicado(ws-indice-parte) / 100.
           COMPUTE rep-parte-embargo(ws-indice-parte) ROUNDED =
               rep-embargo * rep-pct-aplicado(ws-indice-parte) / 100.
           COMPUTE rep-parte-deduccion(ws-indice-parte) ROUNDED =
               rep-deduccion * rep-pct-aplicado(ws-indice-parte)
               / 100.
           COMPUTE rep-parte-patronal(ws-indice-parte) ROUNDED =
               rep-patronal * rep-pct-aplicado(ws-indice-parte)
               / 100.
           *> EL LIQUIDO NO SE REDONDEA POR SU CUENTA: SALE DEL BRUTO
           *> Y LAS DEDUCCIONES YA REPARTIDOS, Y ASI EL DEBE Y EL
           *> HABER DEL DEPARTAMENTO CUADRAN AL CENTIMO.
           COMPUTE rep-parte-liquido(ws-indice-parte) =
               rep-parte-bruto(ws-indice-parte)
               - rep-parte-seg-social(ws-indice-parte)
               - rep-parte-irpf(ws-indice-parte)
               - rep-parte-anticipo(ws-indice-parte)
               - rep-parte-embargo(ws-indice-parte)
               - rep-parte-deduccion(ws-indice-parte).
           ADD 1 TO ws-indice-parte.

       0003-CALCULAR-RESTO.
           *> LA PRIMERA POSICION SE LLEVA LO QUE NO SE HAN LLEVADO
           *> LAS OTRAS DOS: LOS CENTIMOS DEL REDONDEO NUNCA SE
           *> PIERDEN NI SE DUPLICAN.
           COMPUTE rep-parte-bruto(1) = rep-bruto
               - rep-parte-bruto(2) - rep-parte-bruto(3).
           COMPUTE rep-parte-seg-social(1) = rep-seg-social
               - rep-parte-seg-social(2) - rep-parte-seg-social(3).
           COMPUTE rep-parte-irpf(1) = rep-irpf
               - rep-parte-irpf(2) - rep-parte-irpf(3).
           COMPUTE rep-parte-anticipo(1) = rep-anticipo
               - rep-parte-anticipo(2) - rep-parte-anticipo(3).
           COMPUTE rep-parte-embargo(1) = rep-embargo
               - rep-parte-embargo(2) - rep-parte-embargo(3).
           COMPUTE rep-parte-deduccion(1) = rep-deduccion
               - rep-parte-deduccion(2) - rep-parte-deduccion(3).
           COMPUTE rep-parte-liquido(1) = rep-liquido
               - rep-parte-liquido(2) - rep-parte-liquido(3).
           COMPUTE rep-parte-patronal(1) = rep-patronal
               - rep-parte-patronal(2) - rep-parte-patronal(3).

       END PROGRAM NOMINA-REPARTO.
