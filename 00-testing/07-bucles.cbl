      *             DIVISION DELEGADA EN CALCULADORA-MOTOR. ES EL
      *             CUADRO QUE ANTES SE HACIA EN PAPEL ANTES DE
      *             CONCEDER UN ANTICIPO.
      *15/10/2026 - NUEVA OPCION 6 "NETO A BRUTO": DADO EL LIQUIDO
      *             MENSUAL QUE PIDE UN CANDIDATO, LA JORNADA, EL
      *             PERIODO Y OPCIONALMENTE LA FECHA DE ALTA, BUSCA
      *             POR BISECCION EL SALARIO BASE QUE DA ESE NETO AL
      *             CENTIMO LLAMANDO A NOMINA-CALCULO EN MODO
      *             SIMULACION, Y MUESTRA BRUTO, DEDUCCIONES, CUOTA
      *             PATRONAL Y COSTE DE EMPRESA, CON EL CONTRASTE
      *             CONTRA LA BANDA DE LA CATEGORIA (CATEGORIAS.DAT)
      *             SI SE INDICA UNA. SE ACABA EL TANTEO A MANO CON
      *             LOS PORCENTAJES DE MEMORIA.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS wks-repfile-status.

           SELECT CATFILE ASSIGN TO "CATEGORIAS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS wks-catfile-status.

       DATA DIVISION.
       FILE SECTION.
       FD LOGFILE.
       FD REPFILE.
       01 LINEA-REPFILE PIC X(80).

       FD CATFILE.
       01 REG-CATEGORIA.
          05 id-categoria-cat          PIC X(04).
          05 nombre-categoria-cat      PIC X(30).
          05 salario-min-categoria-cat PIC 9(05)V99.
          05 salario-max-categoria-cat PIC 9(05)V99.

         WORKING-STORAGE SECTION.

         77 wks-num-1    PIC S9(05)V99.
         77 wks-plan-acumulado PIC S9(07)V99.
         77 wks-plan-format    PIC -ZZZZ9.99.
         77 wks-plan-format-2  PIC -ZZZZZZ9.99.
         77 wks-catfile-status PIC X(02).
            88 wks-catfile-ok  VALUE "00".
            88 wks-catfile-fin VALUE "10".
         77 wks-nb-neto        PIC S9(05)V99.
         77 wks-nb-jornada     PIC 9(03).
         77 wks-nb-periodo     PIC 9(06).
         77 wks-nb-fecha-alta  PIC 9(08).
         77 wks-nb-fecha-hoy   PIC 9(08).
         77 wks-nb-categoria   PIC X(04).
         77 wks-nb-bajo        PIC S9(05)V99.
         77 wks-nb-alto        PIC S9(05)V99.
         77 wks-nb-prueba      PIC S9(05)V99.
         77 wks-nb-llamadas    PIC 9(03).
         77 wks-nb-diferencia  PIC S9(05)V99.
         77 wks-nb-coste       PIC S9(07)V99.
         77 wks-nb-error       PIC X(01) VALUE "N".
            88 nb-con-error    VALUE "S".
            88 nb-sin-error    VALUE "N".
         77 wks-nb-cat-hallada PIC X(01) VALUE "N".
            88 nb-cat-hallada  VALUE "S".
         77 wks-nb-banda       PIC X(50).
         77 wks-nb-tipo-format PIC Z9.99.

         COPY NOMCOM.

         COPY CALCCOM.


       0000-Calculadora.
           >>SOURCE FORMAT IS FREE
           DISPLAY "1-. USAR LA CALCULADORA, 2-. SALIR, 3-. MODO LOTES, 4-. MEMORIA, 5-. PLAN DE PLAZOS, 6-. NETO A BRUTO" LINE 1 ERASE SCREEN.
           >>SOURCE FORMAT IS FIXED
           ACCEPT wks-eleccion LINE 2.
           IF wks-eleccion = 1
              PERFORM 0007-OperacionMemoria
           ELSE IF wks-eleccion = 5
              PERFORM 0008-PlanPlazos
           ELSE IF wks-eleccion = 6
              PERFORM 0010-NetoABruto
           ELSE
             DISPLAY "OPCION INCORRECTA" LINE 3
           END-IF.
             DISPLAY wks-plan-format-2
                 LINE wks-plan-linea COLUMN 19
           END-IF.

      *NETO A BRUTO PARA UNA OFERTA: SE BUSCA EL SALARIO BASE CUYO
      *LIQUIDO, CALCULADO POR EL MISMO MOTOR QUE LA NOMINA REAL
      *(NOMINA-CALCULO EN MODO SIMULACION, SIN TRABAJADOR: NO HAY
      *INCIDENCIAS, ANTICIPOS NI EMBARGOS QUE APLICAR), ES EL NETO
      *PEDIDO. EL LIQUIDO CRECE CON EL BRUTO, ASI QUE BASTA UNA
      *BISECCION AL CENTIMO ENTRE 0 Y EL MAXIMO DEL CAMPO: SE
      *MANTIENE wks-nb-bajo CON LIQUIDO POR DEBAJO DEL PEDIDO Y
      *wks-nb-alto CON LIQUIDO IGUAL O POR ENCIMA HASTA QUE LOS
      *SEPARA UN CENTIMO.
       0010-NetoABruto.
           DISPLAY "NETO MENSUAL DESEADO:" LINE 3 ERASE SCREEN.
           ACCEPT wks-nb-neto LINE 3 COLUMN 23.
           DISPLAY "JORNADA % (0 = COMPLETA):" LINE 4.
           ACCEPT wks-nb-jornada LINE 4 COLUMN 27.
           DISPLAY "PERIODO AAAAMM (0 = MES EN CURSO):" LINE 5.
           ACCEPT wks-nb-periodo LINE 5 COLUMN 36.
           DISPLAY "FECHA DE ALTA AAAAMMDD (0 = SIN ANTIGUEDAD):"
               LINE 6.
           ACCEPT wks-nb-fecha-alta LINE 6 COLUMN 46.
           DISPLAY "CATEGORIA (EN BLANCO = SIN BANDA):" LINE 7.
           MOVE SPACES TO wks-nb-categoria.
           ACCEPT wks-nb-categoria LINE 7 COLUMN 36.
           MOVE FUNCTION UPPER-CASE(wks-nb-categoria)
               TO wks-nb-categoria.
           SET nb-sin-error TO TRUE.
           IF wks-nb-neto <= 0 OR wks-nb-jornada > 100
             DISPLAY "NETO O JORNADA NO VALIDOS" LINE 9
             SET nb-con-error TO TRUE
           END-IF.
           IF nb-sin-error AND wks-nb-periodo = 0
             ACCEPT wks-nb-fecha-hoy FROM DATE YYYYMMDD
             COMPUTE wks-nb-periodo = wks-nb-fecha-hoy / 100
           END-IF.
           IF nb-sin-error
             MOVE 0 TO wks-nb-llamadas
             MOVE 0 TO wks-nb-bajo
             MOVE 99999.99 TO wks-nb-alto
             MOVE wks-nb-alto TO wks-nb-prueba
             PERFORM 0011-SimularNomina
             IF nb-sin-error AND ncm-liquido < wks-nb-neto
               DISPLAY "NINGUN SALARIO BASE ADMITIDO LLEGA A ESE "
                   "NETO" LINE 9
               SET nb-con-error TO TRUE
             END-IF
           END-IF.
           IF nb-sin-error
             PERFORM 0012-AcotarBruto
                 UNTIL wks-nb-alto - wks-nb-bajo <= 0.01
                    OR nb-con-error
           END-IF.
           IF nb-sin-error
             MOVE wks-nb-alto TO wks-nb-prueba
             PERFORM 0011-SimularNomina
           END-IF.
           IF nb-sin-error
             PERFORM 0013-MostrarBruto
           END-IF.
           DISPLAY "PRESIONE CUALQUIER TECLA PARA CONTINUAR"
               LINE 23.
           STOP " ".

       0011-SimularNomina.
           INITIALIZE nomcalc-com.
           SET ncm-modo-simulacion TO TRUE.
           MOVE wks-nb-periodo TO ncm-periodo.
           MOVE 0 TO ncm-id-trabajador.
           MOVE wks-nb-prueba TO ncm-salario-base.
           MOVE wks-nb-fecha-alta TO ncm-fecha-alta.
           MOVE wks-nb-jornada TO ncm-jornada.
           MOVE 0 TO ncm-fecha-baja.
           MOVE SPACES TO ncm-recargar-tabla.
           CALL "NOMINA-CALCULO" USING nomcalc-com.
           ADD 1 TO wks-nb-llamadas.
           IF NOT ncm-ok
             DISPLAY "NO HAY TIPOS DE RETENCION VIGENTES PARA EL "
                 "PERIODO " wks-nb-periodo LINE 9
             SET nb-con-error TO TRUE
           END-IF.

       0012-AcotarBruto.
           COMPUTE wks-nb-prueba = (wks-nb-bajo + wks-nb-alto) / 2.
           PERFORM 0011-SimularNomina.
           IF ncm-liquido < wks-nb-neto
             MOVE wks-nb-prueba TO wks-nb-bajo
           ELSE
             MOVE wks-nb-prueba TO wks-nb-alto
           END-IF.

      *RESULTADO DEL ULTIMO CALCULO (EL DE wks-nb-alto). SI EL NETO
      *PEDIDO CAE ENTRE DOS CENTIMOS DE BRUTO SE AVISA DE LA
      *DIFERENCIA: ES EL BRUTO MAS BAJO QUE NO SE QUEDA CORTO.
       0013-MostrarBruto.
           MOVE wks-nb-alto TO wks-plan-format-2.
           DISPLAY "SALARIO BASE (JORNADA COMPLETA):" LINE 9.
           DISPLAY wks-plan-format-2 LINE 9 COLUMN 36.
           MOVE ncm-bruto TO wks-plan-format-2.
           DISPLAY "BRUTO DEL PERIODO:" LINE 10.
           DISPLAY wks-plan-format-2 LINE 10 COLUMN 36.
           MOVE ncm-imp-trienios TO wks-plan-format-2.
           DISPLAY "  DE ELLO ANTIGUEDAD (TRIENIOS):" LINE 11.
           DISPLAY wks-plan-format-2 LINE 11 COLUMN 36.
           DISPLAY ncm-trienios LINE 11 COLUMN 50.
           MOVE ncm-seg-social TO wks-plan-format-2.
           DISPLAY "SEGURIDAD SOCIAL TRABAJADOR:" LINE 12.
           DISPLAY wks-plan-format-2 LINE 12 COLUMN 36.
           MOVE ncm-irpf TO wks-plan-format-2.
           DISPLAY "RETENCION IRPF:" LINE 13.
           DISPLAY wks-plan-format-2 LINE 13 COLUMN 36.
           MOVE ncm-tipo-irpf TO wks-nb-tipo-format.
           DISPLAY wks-nb-tipo-format LINE 13 COLUMN 50.
           DISPLAY "%" LINE 13 COLUMN 55.
           MOVE ncm-liquido TO wks-plan-format-2.
           DISPLAY "LIQUIDO:" LINE 14.
           DISPLAY wks-plan-format-2 LINE 14 COLUMN 36.
           MOVE ncm-cuota-patronal TO wks-plan-format-2.
           DISPLAY "CUOTA PATRONAL:" LINE 15.
           DISPLAY wks-plan-format-2 LINE 15 COLUMN 36.
           COMPUTE wks-nb-coste = ncm-bruto + ncm-cuota-patronal.
           MOVE wks-nb-coste TO wks-plan-format-2.
           DISPLAY "COSTE TOTAL EMPRESA:" LINE 16.
           DISPLAY wks-plan-format-2 LINE 16 COLUMN 36.
           COMPUTE wks-nb-diferencia = ncm-liquido - wks-nb-neto.
           IF wks-nb-diferencia NOT = 0
             MOVE wks-nb-diferencia TO wks-plan-format
             DISPLAY "NINGUN BRUTO DA ESE NETO EXACTO; ESTE LO SUPERA "
                 "EN" LINE 18
             DISPLAY wks-plan-format LINE 18 COLUMN 52
           END-IF.
           DISPLAY "CALCULOS DE NOMINA REALIZADOS:" LINE 19.
           DISPLAY wks-nb-llamadas LINE 19 COLUMN 36.
           IF wks-nb-categoria NOT = SPACES
             PERFORM 0014-ContrastarBanda
             DISPLAY wks-nb-banda LINE 20
           END-IF.

      *BANDA SALARIAL DE LA CATEGORIA, CONTRA EL SALARIO BASE A
      *JORNADA COMPLETA COMO EN EL ALTA DE TRABAJADORES (MAXIMO A
      *CERO = SIN TOPE SUPERIOR).
       0014-ContrastarBanda.
           MOVE "N" TO wks-nb-cat-hallada.
           OPEN INPUT CATFILE.
           IF wks-catfile-ok
             PERFORM 0015-LeerCategoria
                 UNTIL wks-catfile-fin OR nb-cat-hallada
             CLOSE CATFILE
           END-IF.
           IF NOT nb-cat-hallada
             MOVE "CATEGORIA NO CATALOGADA EN CATEGORIAS.DAT"
                 TO wks-nb-banda
           ELSE IF wks-nb-alto < salario-min-categoria-cat
             MOVE "POR DEBAJO DE LA BANDA DE LA CATEGORIA"
                 TO wks-nb-banda
           ELSE IF salario-max-categoria-cat NOT = 0
                AND wks-nb-alto > salario-max-categoria-cat
             MOVE "POR ENCIMA DE LA BANDA DE LA CATEGORIA"
                 TO wks-nb-banda
           ELSE
             MOVE "DENTRO DE LA BANDA DE LA CATEGORIA"
                 TO wks-nb-banda
           END-IF.

       0015-LeerCategoria.
           READ CATFILE
               AT END SET wks-catfile-fin TO TRUE
               NOT AT END
                   IF id-categoria-cat = wks-nb-categoria
                     MOVE "S" TO wks-nb-cat-hallada
                   END-IF
           END-READ.
       END PROGRAM CALCULADORA.
