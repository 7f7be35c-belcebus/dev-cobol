      *             CUALQUIER DESVIACION, AUNQUE SEA DE UN CENTIMO,
      *             SALE EN CONCILIACION_NOMINA.TXT Y EL PROGRAMA
      *             TERMINA CON RETURN-CODE 8.
      *15/10/2026 - CONCILIACION POR EMPRESA: LAS PARTIDAS SE CLAVEAN
      *             TAMBIEN POR LA EMPRESA DE LA NOMINA Y DEL APUNTE
      *             (APUNTES ANTIGUOS SIN EMPRESA CUENTAN COMO 01), Y
      *             LA REMESA SE COTEJA BLOQUE A BLOQUE CONTRA LOS
      *             LIQUIDOS POR TRANSFERENCIA DE CADA EMPRESA.
      *15/10/2026 - EL RECALCULO DE LO ESPERADO REPARTE CADA NOMINA
      *             ENTRE LOS DEPARTAMENTOS DEL TRABAJADOR SEGUN SUS
      *             PORCENTAJES, CON EL MISMO SUBPROGRAMA
      *             (NOMINA-REPARTO) Y REDONDEO QUE EL CIERRE.
      *15/10/2026 - LAS DIETAS Y EL KILOMETRAJE DE LA NOMINA SE ESPERAN
      *             APARTE: EXENTO AL DEBE DE LA 629100 Y EXCESO AL DE
      *             LA 640100, FUERA DE LA 640000, COMO EL CIERRE.
      *15/10/2026 - LAS DEDUCCIONES VOLUNTARIAS (nom-deducciones) SE
      *             ESPERAN AL HABER DE LA 465100 Y SE DESCUENTAN AL
      *             RECONSTRUIR EL ANTICIPO, Y EL BLOQUE DE REMESA DE
      *             LA EMPRESA SE ESPERA CON LAS TRANSFERENCIAS A LOS
      *             ACREEDORES (TODAS LAS DEDUCCIONES, PAGUE COMO PAGUE
      *             EL TRABAJADOR; LO DE UN ACREEDOR SIN CATALOGAR SALE
      *             COMO DESCUADRE PARA PAGARLO A MANO).
      *15/10/2026 - LAS CUENTAS ESPERADAS YA NO VAN GRABADAS: CADA
      *             PARTIDA DEL ASIENTO SE RESUELVE CONTRA EL MAPA
      *             CUENTAS_NOMINA.DAT VIGENTE EN EL PERIODO Y EL
      *             DEPARTAMENTO DE IMPUTACION (NOMINA-CUENTAS), COMO
      *             EL CIERRE. UNA PARTIDA SIN CUENTA EN EL MAPA SE
      *             ESPERA EN LA CUENTA FICTICIA ??xx?? (xx = CODIGO
      *             DE PARTIDA), PARA QUE SALGA COMO DESCUADRE.
      *15/10/2026 - LA IT EN PAGO DELEGADO (LINEAS "IM" DEL DETALLE DE
      *             LA NOMINA) SE ESPERA APARTE AL DEBE DE SU PARTIDA
      *             IM (471000), FUERA DE LA 640000, COMO EL CIERRE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SHARING WITH ALL OTHER
           FILE STATUS IS trabfile-status.

           SELECT NOMDETFILE ASSIGN TO "NOMINAS_DETALLE.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS det-clave
           FILE STATUS IS nomdetfile-status.

           SELECT DEPTOFILE ASSIGN TO "DEPARTAMENTOS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS deptofile-status.
       01  REG-TRABAJADOR.
           COPY TRABREG.

       FD  NOMDETFILE
           LABEL RECORDS ARE STANDARD.
       01  REG-DETALLE.
           COPY NOMDET.

       FD  DEPTOFILE
           LABEL RECORDS ARE STANDARD.
       01  REG-DEPARTAMENTO.
           05 nombre-departamento-cat   PIC X(30).
           05 responsable-departamento-cat PIC X(30).
           05 presupuesto-departamento-cat PIC 9(07)V99.
           05 empresa-departamento-cat  PIC 9(02).

       FD  ASIENTOFILE
           LABEL RECORDS ARE STANDARD.
           05 apu-importe       PIC 9(09)V99.
           05 FILLER            PIC X(01).
           05 apu-concepto      PIC X(44).
           05 FILLER            PIC X(01).
           05 apu-empresa       PIC X(02).
           05 FILLER            PIC X(01).
           05 apu-entidad       PIC X(04).

       FD  REMESAFILE
           LABEL RECORDS ARE STANDARD.
           05 rem-cab-iban         PIC X(24).
           05 rem-cab-fecha        PIC 9(08).
           05 rem-cab-periodo      PIC 9(06).
           05 rem-cab-referencia   PIC X(16).
           05 rem-cab-empresa      PIC X(02).
           05 FILLER               PIC X(62).
       01  LINEA-REMESA-TOTALES REDEFINES LINEA-REMESA.
           05 FILLER               PIC X(02).
           05 rem-tot-numero       PIC 9(06).
             FS-FICHERO-NO-EXISTE BY trabfile-no-existe
             FS-REGISTRO-BLOQUEADO BY trabfile-bloqueado
             FS-DATOS-INVALIDOS BY trabfile-datos-invalidos.
         COPY FILESTAT REPLACING NIVEL-FS BY 77
             FS-CAMPO BY nomdetfile-status
             FS-OK BY nomdetfile-ok
             FS-FIN-FICHERO BY nomdetfile-fin
             FS-CLAVE-DUPLICADA BY nomdetfile-dup
             FS-REGISTRO-NO-ENCONTRADO BY nomdetfile-no-encontrado
             FS-FICHERO-NO-EXISTE BY nomdetfile-no-existe
             FS-REGISTRO-BLOQUEADO BY nomdetfile-bloqueado
             FS-DATOS-INVALIDOS BY nomdetfile-datos-invalidos.
         77 ws-detfile-abierto   PIC 9(01) VALUE 0.
            88 detalle-abierto       VALUE 1.
            88 detalle-cerrado       VALUE 0.
         COPY FILESTAT REPLACING NIVEL-FS BY 77
             FS-CAMPO BY deptofile-status
             FS-OK BY deptofile-ok
         77 ws-fecha-hoy         PIC 9(08) VALUE 0.

         *> IMPORTES DE LA NOMINA EN CURSO; EL ANTICIPO SE
         *> RECONSTRUYE COMO BRUTO - DEDUCCIONES (LAS VOLUNTARIAS
         *> INCLUIDAS) - LIQUIDO + DIETAS
         *> EXENTAS (PAGADAS FUERA DEL BRUTO).
         77 ws-bruto-nomina      PIC S9(07)V99.
         77 ws-ss-nomina         PIC S9(07)V99.
         77 ws-irpf-nomina       PIC S9(07)V99.
         77 ws-liquido-nomina    PIC S9(07)V99.
         77 ws-patronal-nomina   PIC S9(07)V99.
         77 ws-embargo-nomina    PIC S9(07)V99.
         77 ws-deduccion-nomina  PIC S9(07)V99.
         77 ws-anticipo-nomina   PIC S9(07)V99.
         77 ws-exentos-nomina    PIC S9(07)V99.
         77 ws-sujetos-nomina    PIC S9(07)V99.
         77 ws-itmutua-nomina    PIC S9(07)V99.
         77 ws-dep-imputacion    PIC 9(02).
         COPY REPCOM.
         77 ws-indice-reparto    PIC 9(01) VALUE 0.
         77 ws-partida-gasto     PIC X(02).
         77 ws-empresa-clave     PIC 9(02).

         *> PARTIDAS ESPERADAS (EMPRESA + DEPARTAMENTO + CUENTA +
         *> D/H) Y LO
         *> REALMENTE APUNTADO EN EL LOTE; LA COMPARACION ES
         *> PARTIDA A PARTIDA.
         01 tabla-partidas.
            05 num-partidas      PIC 9(03) VALUE 0.
            05 partida OCCURS 400 TIMES.
               10 par-empresa    PIC 9(02).
               10 par-departamento PIC 9(02).
               10 par-cuenta     PIC X(06).
               10 par-debe-haber PIC X(01).
               10 par-apuntado   PIC S9(11)V99.
         77 ws-indice-partida    PIC 9(03).
         77 ws-cuenta-clave      PIC X(06).
         77 ws-partida-clave     PIC X(02).
         COPY CTACOM.
         77 ws-dh-clave          PIC X(01).
         77 ws-partida-hallada   PIC 9(03).
            88 partida-sin-hallar    VALUE 0.
         77 ws-importe-format    PIC -ZZZZZZZZZZ9.99.
         77 ws-importe-format-2  PIC -ZZZZZZZZZZ9.99.

         *> COTEJO DE LA REMESA POR EMPRESA: LIQUIDOS POR
         *> TRANSFERENCIA DEL MAESTRO Y TOTAL 03 DE SU BLOQUE.
         01 tabla-remesa-empresas.
            05 num-rem-empresas  PIC 9(02) VALUE 0.
            05 rem-empresa OCCURS 20 TIMES.
               10 rme-empresa    PIC 9(02).
               10 rme-liquido    PIC S9(11)V99.
               10 rme-importe    PIC 9(13)V99.
         77 ws-indice-rem        PIC 9(02).
         77 ws-rem-hallada       PIC 9(02).
            88 rem-sin-hallar        VALUE 0.
         77 ws-empresa-bloque    PIC 9(02) VALUE 1.

       PROCEDURE DIVISION.
       0000-MAIN SECTION.
       0000-PRINCIPAL.
                       TO responsable-dep-cat(num-departamentos-cat)
                   MOVE presupuesto-departamento-cat
                       TO presupuesto-dep-cat(num-departamentos-cat)
                   MOVE empresa-departamento-cat
                       TO empresa-dep-cat(num-departamentos-cat)
           END-READ.

       0003-RECALCULAR-DESDE-NOMINAS.
                   nommaestro-status
           ELSE
               OPEN INPUT TRABFILE
               OPEN INPUT NOMDETFILE
               IF nomdetfile-ok
                   SET detalle-abierto TO TRUE
               ELSE
                   DISPLAY "AVISO: NO SE PUDO ABRIR "
                       "NOMINAS_DETALLE.DAT - FILE STATUS "
                       nomdetfile-status
               END-IF
               MOVE LOW-VALUES TO nom-clave
               START NOMMAESTRO KEY IS NOT LESS THAN nom-clave
                   INVALID KEY SET nommaestro-fin TO TRUE
               END-START
               PERFORM 0003-EXAMINAR-NOMINA UNTIL nommaestro-fin
               CLOSE TRABFILE
               IF detalle-abierto
                   CLOSE NOMDETFILE
                   SET detalle-cerrado TO TRUE
               END-IF
               CLOSE NOMMAESTRO
           END-IF.
           MOVE SPACES TO LINEA-INFORME.
           MOVE nom-liquido TO ws-liquido-nomina.
           MOVE nom-cuota-patronal TO ws-patronal-nomina.
           MOVE nom-embargo TO ws-embargo-nomina.
           MOVE nom-deducciones TO ws-deduccion-nomina.
           MOVE nom-gastos-exentos TO ws-exentos-nomina.
           MOVE nom-gastos-sujetos TO ws-sujetos-nomina.
           COMPUTE ws-anticipo-nomina = ws-bruto-nomina
               - ws-ss-nomina - ws-irpf-nomina - ws-embargo-nomina
               - ws-deduccion-nomina
               - ws-liquido-nomina + ws-exentos-nomina.
           MOVE nom-empresa TO ws-empresa-clave.
           PERFORM 0004-REPARTIR-NOMINA.
           MOVE 1 TO ws-indice-reparto.
           PERFORM 0004-SUMAR-PARTE-DEPARTAMENTO
               UNTIL ws-indice-reparto > 3.
           IF ws-exentos-nomina NOT = 0
               MOVE "GE" TO ws-partida-gasto
               MOVE ws-exentos-nomina TO rep-bruto
               PERFORM 0004-REPARTIR-GASTO
           END-IF.
           IF ws-sujetos-nomina NOT = 0
               MOVE "GS" TO ws-partida-gasto
               MOVE ws-sujetos-nomina TO rep-bruto
               PERFORM 0004-REPARTIR-GASTO
           END-IF.
           PERFORM 0004-LEER-IT-MUTUA.
           IF ws-itmutua-nomina NOT = 0
               MOVE "IM" TO ws-partida-gasto
               MOVE ws-itmutua-nomina TO rep-bruto
               PERFORM 0004-REPARTIR-GASTO
           END-IF.

           PERFORM 0004-ACUMULAR-LIQUIDO-TRANSF.

       0004-LEER-IT-MUTUA.
           *> LA IT EN PAGO DELEGADO SON LAS LINEAS "IM" DEL DETALLE
           *> DE LA NOMINA; EL CIERRE LA SACA DE LOS SUELDOS A SU
           *> PARTIDA IM CON EL MISMO REPARTO QUE LAS DIETAS.
           MOVE 0 TO ws-itmutua-nomina.
           IF detalle-abierto
               MOVE nom-id-trabajador TO det-id-trabajador
               MOVE nom-periodo TO det-periodo
               MOVE 0 TO det-linea
               START NOMDETFILE KEY IS NOT LESS THAN det-clave
                   INVALID KEY SET nomdetfile-fin TO TRUE
               END-START
               PERFORM 0004-SUMAR-IT-MUTUA
                   UNTIL nomdetfile-fin
           END-IF.

       0004-SUMAR-IT-MUTUA.
           READ NOMDETFILE NEXT RECORD
               AT END SET nomdetfile-fin TO TRUE
               NOT AT END
                   IF det-id-trabajador NOT = nom-id-trabajador
                       OR det-periodo NOT = nom-periodo
                       SET nomdetfile-fin TO TRUE
                   ELSE IF det-concepto = "IM"
                       ADD det-importe TO ws-itmutua-nomina
                   END-IF
                   END-IF
           END-READ.

       0004-REPARTIR-NOMINA.
           *> LA NOMINA SE REPARTE ENTRE LOS DEPARTAMENTOS DEL
           *> TRABAJADOR CON EL MISMO SUBPROGRAMA QUE EL CIERRE. SI
           *> LA FICHA NO SE PUEDE LEER, TODO VA A UNA SOLA POSICION
           *> SIN DEPARTAMENTO (00, SIN CATALOGAR).
           MOVE 0 TO rep-departamento(1).
           MOVE 0 TO rep-departamento(2).
           MOVE 0 TO rep-departamento(3).
           MOVE 0 TO rep-pct-entrada(1).
           MOVE 0 TO rep-pct-entrada(2).
           MOVE 0 TO rep-pct-entrada(3).
           MOVE nom-id-trabajador TO id-trabajador.
           READ TRABFILE IGNORING LOCK
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE id-departamento(1) TO rep-departamento(1)
                   MOVE id-departamento(2) TO rep-departamento(2)
                   MOVE id-departamento(3) TO rep-departamento(3)
                   MOVE pct-departamento(1) TO rep-pct-entrada(1)
                   MOVE pct-departamento(2) TO rep-pct-entrada(2)
                   MOVE pct-departamento(3) TO rep-pct-entrada(3)
           END-READ.
           COMPUTE rep-bruto = ws-bruto-nomina + ws-exentos-nomina.
           MOVE ws-ss-nomina TO rep-seg-social.
           MOVE ws-irpf-nomina TO rep-irpf.
           MOVE ws-anticipo-nomina TO rep-anticipo.
           MOVE ws-embargo-nomina TO rep-embargo.
           MOVE ws-deduccion-nomina TO rep-deduccion.
           MOVE ws-liquido-nomina TO rep-liquido.
           MOVE ws-patronal-nomina TO rep-patronal.
           CALL "NOMINA-REPARTO" USING reparto-com.

       0004-SUMAR-PARTE-DEPARTAMENTO.
           *> PARTIDAS ESPERADAS DE LA PARTE DE LA NOMINA QUE TOCA A
           *> LA POSICION ws-indice-reparto; SIN PORCENTAJE NO APORTA.
           IF rep-pct-aplicado(ws-indice-reparto) > 0
               PERFORM 0004-RESOLVER-DEPARTAMENTO
               MOVE rep-parte-bruto(ws-indice-reparto)
                   TO ws-importe-partida
               PERFORM 0004-SUMAR-ESPERADO-SB-D
               IF rep-parte-patronal(ws-indice-reparto) NOT = 0
                   MOVE rep-parte-patronal(ws-indice-reparto)
                       TO ws-importe-partida
                   PERFORM 0004-SUMAR-ESPERADO-CP-D
                   MOVE rep-parte-patronal(ws-indice-reparto)
                       TO ws-importe-partida
                   PERFORM 0004-SUMAR-ESPERADO-CP-H
               END-IF
               MOVE rep-parte-seg-social(ws-indice-reparto)
                   TO ws-importe-partida
               PERFORM 0004-SUMAR-ESPERADO-SS-H
               MOVE rep-parte-irpf(ws-indice-reparto)
                   TO ws-importe-partida
               PERFORM 0004-SUMAR-ESPERADO-IR-H
               IF rep-parte-anticipo(ws-indice-reparto) NOT = 0
                   MOVE rep-parte-anticipo(ws-indice-reparto)
                       TO ws-importe-partida
                   PERFORM 0004-SUMAR-ESPERADO-AN-H
               END-IF
               IF rep-parte-embargo(ws-indice-reparto) NOT = 0
                   MOVE rep-parte-embargo(ws-indice-reparto)
                       TO ws-importe-partida
                   PERFORM 0004-SUMAR-ESPERADO-EB-H
               END-IF
               IF rep-parte-deduccion(ws-indice-reparto) NOT = 0
                   MOVE rep-parte-deduccion(ws-indice-reparto)
                       TO ws-importe-partida
                   PERFORM 0004-SUMAR-ESPERADO-DV-H
               END-IF
               MOVE rep-parte-liquido(ws-indice-reparto)
                   TO ws-importe-partida
               PERFORM 0004-SUMAR-ESPERADO-LQ-H
           END-IF.
           ADD 1 TO ws-indice-reparto.

       0004-REPARTIR-GASTO.
           *> LAS DIETAS (EXENTAS O EXCESO) Y LA IT EN PAGO DELEGADO
           *> (EN rep-bruto) SE REPARTEN APARTE CON EL MISMO
           *> REDONDEO QUE EL CIERRE: CADA PARTE
           *> SE QUITA DE LOS SUELDOS ESPERADOS Y VA A SU PROPIA
           *> PARTIDA (ws-partida-gasto). LA FICHA DEL TRABAJADOR
           *> SIGUE EN LA ENTRADA DEL REPARTO.
           MOVE rep-bruto TO rep-liquido.
           MOVE 0 TO rep-seg-social.
           MOVE 0 TO rep-irpf.
           MOVE 0 TO rep-anticipo.
           MOVE 0 TO rep-embargo.
           MOVE 0 TO rep-deduccion.
           MOVE 0 TO rep-patronal.
           CALL "NOMINA-REPARTO" USING reparto-com.
           MOVE 1 TO ws-indice-reparto.
           PERFORM 0004-SUMAR-PARTE-GASTO
               UNTIL ws-indice-reparto > 3.

       0004-SUMAR-PARTE-GASTO.

           IF rep-pct-aplicado(ws-indice-reparto) > 0
               PERFORM 0004-RESOLVER-DEPARTAMENTO
               COMPUTE ws-importe-partida
                   = 0 - rep-parte-bruto(ws-indice-reparto)
               PERFORM 0004-SUMAR-ESPERADO-SB-D
               MOVE rep-parte-bruto(ws-indice-reparto)
                   TO ws-importe-partida
               MOVE ws-partida-gasto TO ws-partida-clave
               MOVE "D" TO ws-dh-clave
               PERFORM 0004-SUMAR-EN-CUENTA
           END-IF.
           ADD 1 TO ws-indice-reparto.

       0004-RESOLVER-DEPARTAMENTO.
           *> DEPARTAMENTO DE LA POSICION EN CURSO SI ESTA EN EL
           *> CATALOGO, O 00 (SIN CATALOGAR), IGUAL QUE EL CIERRE.
           MOVE 0 TO ws-dep-imputacion.
           IF num-departamentos-cat > 0
               SET INDX-DEP-CAT TO 1
               SET dep-cat-invalido TO TRUE
               SEARCH departamento-cat
                   AT END CONTINUE
                   WHEN id-dep-cat(INDX-DEP-CAT)
                       = rep-departamento(ws-indice-reparto)
                       SET dep-cat-valido TO TRUE
               END-SEARCH
               IF dep-cat-valido
                   MOVE rep-departamento(ws-indice-reparto)
                       TO ws-dep-imputacion
               END-IF
           END-IF.

       0004-ACUMULAR-LIQUIDO-TRANSF.
           *> EL REGISTRO DEL TRABAJADOR SIGUE EN EL AREA TRAS
           *> 0004-REPARTIR-NOMINA; SI NO SE PUDO LEER, EL
           *> LIQUIDO NO ENTRA EN EL COTEJO DE LA REMESA. LAS
           *> DEDUCCIONES VOLUNTARIAS SE PAGAN AL ACREEDOR EN EL
           *> MISMO BLOQUE.
           IF trabfile-ok AND pago-transferencia
               AND nom-estado-pago NOT = 'E'
               ADD ws-liquido-nomina TO ws-liquido-transf
               PERFORM 0010-LOCALIZAR-REMESA-EMPRESA
               IF NOT rem-sin-hallar
                   ADD ws-liquido-nomina
                       TO rme-liquido(ws-rem-hallada)
               END-IF
           END-IF.
           IF ws-deduccion-nomina NOT = 0
               ADD ws-deduccion-nomina TO ws-liquido-transf
               PERFORM 0010-LOCALIZAR-REMESA-EMPRESA
               IF NOT rem-sin-hallar
                   ADD ws-deduccion-nomina
                       TO rme-liquido(ws-rem-hallada)
               END-IF
           END-IF.

       0004-SUMAR-ESPERADO-SB-D.
           MOVE "SB" TO ws-partida-clave.
           MOVE "D" TO ws-dh-clave.
           PERFORM 0004-SUMAR-EN-CUENTA.

       0004-SUMAR-ESPERADO-CP-D.
           MOVE "CP" TO ws-partida-clave.
           MOVE "D" TO ws-dh-clave.
           PERFORM 0004-SUMAR-EN-CUENTA.

       0004-SUMAR-ESPERADO-CP-H.
           MOVE "CP" TO ws-partida-clave.
           MOVE "H" TO ws-dh-clave.
           PERFORM 0004-SUMAR-EN-CUENTA.

       0004-SUMAR-ESPERADO-SS-H.
           MOVE "SS" TO ws-partida-clave.
           MOVE "H" TO ws-dh-clave.
           PERFORM 0004-SUMAR-EN-CUENTA.

       0004-SUMAR-ESPERADO-IR-H.
           MOVE "IR" TO ws-partida-clave.
           MOVE "H" TO ws-dh-clave.
           PERFORM 0004-SUMAR-EN-CUENTA.

       0004-SUMAR-ESPERADO-AN-H.
           MOVE "AN" TO ws-partida-clave.
           MOVE "H" TO ws-dh-clave.
           PERFORM 0004-SUMAR-EN-CUENTA.

       0004-SUMAR-ESPERADO-EB-H.
           MOVE "EB" TO ws-partida-clave.
           MOVE "H" TO ws-dh-clave.
           PERFORM 0004-SUMAR-EN-CUENTA.

       0004-SUMAR-ESPERADO-DV-H.
           MOVE "DV" TO ws-partida-clave.
           MOVE "H" TO ws-dh-clave.
           PERFORM 0004-SUMAR-EN-CUENTA.

       0004-SUMAR-ESPERADO-LQ-H.
           MOVE "LQ" TO ws-partida-clave.
           MOVE "H" TO ws-dh-clave.
           PERFORM 0004-SUMAR-EN-CUENTA.

       0004-SUMAR-EN-CUENTA.
           *> CUENTA DE LA PARTIDA ws-partida-clave / ws-dh-clave EN
           *> EL MAPA VIGENTE PARA EL PERIODO Y EL DEPARTAMENTO DE
           *> IMPUTACION, LA MISMA QUE HA USADO EL CIERRE. SIN CUENTA
           *> EN EL MAPA SE ESPERA EN ??xx??, QUE NUNCA SE APUNTA.
           MOVE ws-periodo TO cct-periodo.
           MOVE ws-partida-clave TO cct-partida.
           MOVE ws-dep-imputacion TO cct-departamento.
           MOVE ws-dh-clave TO cct-debe-haber.
           MOVE SPACE TO cct-recargar-tabla.
           CALL "NOMINA-CUENTAS" USING cuentas-com.
           IF cct-ok
               MOVE cct-cuenta TO ws-cuenta-clave
           ELSE
               STRING "??" ws-partida-clave "??"
                   DELIMITED BY SIZE INTO ws-cuenta-clave
           END-IF.
           PERFORM 0004-SUMAR-EN-PARTIDA.

       0004-SUMAR-EN-PARTIDA.
           *> LA CLAVE DE LA PARTIDA LLEGA EN ws-empresa-clave,
           *> ws-cuenta-clave, ws-dh-clave Y ws-dep-imputacion; SE
           *> LOCALIZA O SE
           *> ABRE LA PARTIDA Y SE SUMA EL IMPORTE AL ESPERADO.
           PERFORM 0009-LOCALIZAR-PARTIDA.
           IF partida-sin-hallar
               IF num-partidas < 400
                   ADD 1 TO num-partidas
                   MOVE num-partidas TO ws-partida-hallada
                   MOVE ws-empresa-clave TO par-empresa(num-partidas)
                   MOVE ws-dep-imputacion
                       TO par-departamento(num-partidas)
                   MOVE ws-cuenta-clave TO par-cuenta(num-partidas)
           END-IF.

       0009-LOCALIZAR-PARTIDA.
           *> EL LLAMADOR DEJA LA CLAVE EN ws-empresa-clave,
           *> ws-dep-imputacion, ws-cuenta-clave Y ws-dh-clave.
           MOVE 0 TO ws-partida-hallada.
           MOVE 0 TO ws-indice-partida.
           PERFORM 0009-COMPARAR-PARTIDA
       0009-COMPARAR-PARTIDA.

           ADD 1 TO ws-indice-partida.
           IF par-empresa(ws-indice-partida) = ws-empresa-clave
               AND par-departamento(ws-indice-partida)
                   = ws-dep-imputacion
               AND par-cuenta(ws-indice-partida) = ws-cuenta-clave
               AND par-debe-haber(ws-indice-partida)
                   = ws-dh-clave
               AT END SET asientofile-fin TO TRUE
               NOT AT END
                   IF apu-lote = ws-periodo
                       IF apu-empresa = SPACES
                           MOVE 1 TO ws-empresa-clave
                       ELSE
                           MOVE apu-empresa TO ws-empresa-clave
                       END-IF
                       MOVE apu-departamento TO ws-dep-imputacion
                       MOVE apu-cuenta TO ws-cuenta-clave
                       MOVE apu-debe-haber TO ws-dh-clave
                               ADD 1 TO num-partidas
                               MOVE num-partidas
                                   TO ws-partida-hallada
                               MOVE ws-empresa-clave
                                   TO par-empresa(num-partidas)
                               MOVE ws-dep-imputacion
                                   TO par-departamento(num-partidas)
                               MOVE ws-cuenta-clave
               MOVE par-apuntado(ws-indice-partida)
                   TO ws-importe-format-2
               MOVE SPACES TO LINEA-INFORME
               STRING "EMP " par-empresa(ws-indice-partida)
                      " DEP " par-departamento(ws-indice-partida)
                      " CUENTA " par-cuenta(ws-indice-partida)
                      " " par-debe-haber(ws-indice-partida)
                      " ESPERADO " ws-importe-format
           END-IF.

       0007-COTEJAR-REMESA.
           *> TOTAL DEL REGISTRO 03 DE CADA BLOQUE DE LA REMESA
           *> CONTRA LA SUMA DE LIQUIDOS DE LOS TRABAJADORES DE SU
           *> EMPRESA CON PAGO POR TRANSFERENCIA; SI LA REMESA EN
           *> DISCO ES DE OTRO PERIODO (CABECERA 01) SE AVISA Y NO
           *> SE COMPARA.
           SET remesa-sin-leer TO TRUE.
           OPEN INPUT REMESAFILE.
           IF remesafile-ok
                      " TOTAL REMESA " ws-importe-format-2
                   DELIMITED BY SIZE INTO LINEA-INFORME
               WRITE LINEA-INFORME
               MOVE 0 TO ws-indice-rem
               PERFORM 0007-COTEJAR-REMESA-EMPRESA
                   UNTIL ws-indice-rem >= num-rem-empresas
           END-IF.

       0007-COTEJAR-REMESA-EMPRESA.

           ADD 1 TO ws-indice-rem.
           MOVE rme-liquido(ws-indice-rem) TO ws-importe-format.
           MOVE rme-importe(ws-indice-rem) TO ws-importe-format-2.
           MOVE SPACES TO LINEA-INFORME.
           STRING "  EMPRESA " rme-empresa(ws-indice-rem)
                  ": LIQUIDOS " ws-importe-format
                  " BLOQUE REMESA " ws-importe-format-2
               DELIMITED BY SIZE INTO LINEA-INFORME.
           WRITE LINEA-INFORME.
           IF rme-liquido(ws-indice-rem)
               NOT = rme-importe(ws-indice-rem)
               ADD 1 TO ws-discrepancias
               MOVE SPACES TO LINEA-INFORME
               STRING "*** LA REMESA DE LA EMPRESA "
                      rme-empresa(ws-indice-rem)
                      " NO CUADRA CON EL MAESTRO ***"
                   DELIMITED BY SIZE INTO LINEA-INFORME
               WRITE LINEA-INFORME
           END-IF.

       0007-EXAMINAR-LINEA-REMESA.
               NOT AT END
                   IF rem-tipo = "01"
                       MOVE rem-cab-periodo TO ws-remesa-periodo
                       IF rem-cab-empresa = SPACES
                           MOVE 1 TO ws-empresa-bloque
                       ELSE
                           MOVE rem-cab-empresa TO ws-empresa-bloque
                       END-IF
                   ELSE IF rem-tipo = "03"
                       SET remesa-leida TO TRUE
                       ADD rem-tot-importe TO ws-remesa-importe
                       MOVE ws-empresa-bloque TO ws-empresa-clave
                       PERFORM 0010-LOCALIZAR-REMESA-EMPRESA
                       IF NOT rem-sin-hallar
                           ADD rem-tot-importe
                               TO rme-importe(ws-rem-hallada)
                       END-IF
                   END-IF
           END-READ.

           DISPLAY "DISCREPANCIAS ENCONTRADAS: " ws-discrepancias
               " (DETALLE EN CONCILIACION_NOMINA.TXT)".

       0010-LOCALIZAR-REMESA-EMPRESA.
           *> ENTRADA DE LA EMPRESA ws-empresa-clave EN LA TABLA DEL
           *> COTEJO DE LA REMESA; SE ABRE SI AUN NO ESTA.
           MOVE 0 TO ws-rem-hallada.
           MOVE 0 TO ws-indice-rem.
           PERFORM 0010-COMPARAR-REMESA-EMPRESA
               UNTIL ws-indice-rem >= num-rem-empresas
                  OR NOT rem-sin-hallar.
           IF rem-sin-hallar
               IF num-rem-empresas < 20
                   ADD 1 TO num-rem-empresas
                   MOVE num-rem-empresas TO ws-rem-hallada
                   MOVE ws-empresa-clave
                       TO rme-empresa(num-rem-empresas)
                   MOVE 0 TO rme-liquido(num-rem-empresas)
                   MOVE 0 TO rme-importe(num-rem-empresas)
               ELSE
                   DISPLAY "AVISO: TABLA DE EMPRESAS DE LA REMESA LLENA"
               END-IF
           END-IF.

       0010-COMPARAR-REMESA-EMPRESA.

           ADD 1 TO ws-indice-rem.
           IF rme-empresa(ws-indice-rem) = ws-empresa-clave
               MOVE ws-indice-rem TO ws-rem-hallada
           END-IF.

       END PROGRAM NOMINA-CONCILIA.
