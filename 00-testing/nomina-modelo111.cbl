      *             DEL TRIMESTRE SIN CIERRE REGISTRADO, PARA NO
      *             PRESENTAR UN TRIMESTRE COJO. SALIDA EN
      *             MODELO111.TXT.
      *15/10/2026 - RETRIBUCION EN ESPECIE: EL RESUMEN SEPARA LAS
      *             PERCEPCIONES DINERARIAS Y SUS RETENCIONES DE LAS
      *             PERCEPCIONES EN ESPECIE (nom-especie) Y SUS
      *             INGRESOS A CUENTA (nom-ingreso-cuenta), CON SUS
      *             PROPIOS PERCEPTORES. EL TOTAL DE RETENCIONES E
      *             INGRESOS A CUENTA NO CAMBIA.
      *15/10/2026 - NOMINAS COMPLEMENTARIAS (NOMINA-COMPLEMENTARIA,
      *             PERIODO AAAA(MM+20) EN NOMINAS.DAT): SE SUMAN AL
      *             TRIMESTRE DEL MES QUE CORRIGEN, QUE ES EL DE SU
      *             DEVENGO, CON LINEA PROPIA EN EL DESGLOSE SOLO SI
      *             LAS HAY. NO EXIGEN CIERRE PROPIO.
      *15/10/2026 - EL MODELO 111 SE PRESENTA POR NIF PAGADOR: UN
      *             RESUMEN POR nom-empresa, CON LA RAZON SOCIAL Y EL
      *             NIF DE EMPRESAS.DAT, Y CADA MES SE DA POR CERRADO
      *             PARA LA EMPRESA SOLO CON SU LINEA DE
      *             CIERRES_NOMINA.DAT (O LA COMUN 00).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS cierrefile-status.

      *    CATALOGO DE EMPRESAS: NIF DEL RETENEDOR DE CADA RESUMEN.
           SELECT EMPRFILE ASSIGN TO "EMPRESAS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS emprfile-status.

           SELECT INFORMEFILE ASSIGN TO "MODELO111.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS informefile-status.
           05 cie-total-bruto      PIC S9(09)V99 SIGN TRAILING SEPARATE.
           05 cie-total-deduccion  PIC S9(09)V99 SIGN TRAILING SEPARATE.
           05 cie-total-liquido    PIC S9(09)V99 SIGN TRAILING SEPARATE.
      *    EMPRESA DEL GRUPO CERRADA EN ESTA LINEA: EL CIERRE SE
      *    REGISTRA EMPRESA A EMPRESA (00 = LINEA COMUN A TODAS).
           05 cie-empresa          PIC 9(02).

       FD  EMPRFILE
           LABEL RECORDS ARE STANDARD.
       01  REG-EMPRESA.
           05 id-empresa-cat            PIC 9(02).
           05 razon-social-empresa-cat  PIC X(40).
           05 nif-empresa-cat           PIC X(09).
           05 iban-ordenante-empresa-cat PIC X(24).
           05 entidad-contable-empresa-cat PIC X(04).

       FD  INFORMEFILE
           LABEL RECORDS ARE STANDARD.
             FS-FICHERO-NO-EXISTE BY cierrefile-no-existe
             FS-REGISTRO-BLOQUEADO BY cierrefile-bloqueado
             FS-DATOS-INVALIDOS BY cierrefile-datos-invalidos.
         COPY FILESTAT REPLACING NIVEL-FS BY 77
             FS-CAMPO BY emprfile-status
             FS-OK BY emprfile-ok
             FS-FIN-FICHERO BY emprfile-fin
             FS-CLAVE-DUPLICADA BY emprfile-dup
             FS-REGISTRO-NO-ENCONTRADO BY emprfile-no-encontrado
             FS-FICHERO-NO-EXISTE BY emprfile-no-existe
             FS-REGISTRO-BLOQUEADO BY emprfile-bloqueado
             FS-DATOS-INVALIDOS BY emprfile-datos-invalidos.
         COPY FILESTAT REPLACING NIVEL-FS BY 77
             FS-CAMPO BY informefile-status
             FS-OK BY informefile-ok
         *> LOS CUATRO PERIODOS DEL TRIMESTRE: TRES MESES
         *> ORDINARIOS Y, EN EL SEGUNDO Y CUARTO, LA PAGA EXTRA
         *> (PERIODOS 13 Y 14). LA EXTRA NO EXIGE CIERRE PROPIO EN
         *> LA CONCILIACION (PUEDE NO HABERSE GENERADO). DETRAS VAN
         *> LAS COMPLEMENTARIAS DE LOS TRES MESES (PERIODOS MES+20),
         *> QUE TAMPOCO LO EXIGEN.
         01 tabla-periodos.
            05 num-periodos      PIC 9(01) VALUE 0.
            05 periodo-tri OCCURS 7 TIMES.
               10 per-periodo    PIC 9(06).
               10 per-obligatorio PIC 9(01).
                  88 periodo-obligatorio VALUE 1.
               10 per-cerrado    PIC 9(01).
                  88 periodo-cerrado     VALUE 1.
               *> LINEA COMUN 00 DEL CIERRE: VALE PARA TODAS.
               10 per-cerrado-comun PIC 9(01).
               10 per-perceptores PIC 9(05).
               10 per-bruto      PIC S9(11)V99.
               10 per-irpf       PIC S9(11)V99.
               10 per-especie    PIC S9(11)V99.
               10 per-ingreso-cuenta PIC S9(11)V99.
         77 ws-indice-periodo    PIC 9(01).
         77 ws-indice-mes        PIC 9(01).
         77 ws-etiqueta-periodo  PIC X(08).

         77 ws-id-en-curso       PIC 9(05) VALUE 0.
         77 ws-id-contado        PIC 9(01) VALUE 0.
         77 ws-perceptores       PIC 9(05) VALUE 0.
         77 ws-total-bruto       PIC S9(11)V99 VALUE 0.
         77 ws-total-irpf        PIC S9(11)V99 VALUE 0.
         *> PERCEPCIONES EN ESPECIE: SUS PERCEPTORES SE CUENTAN APARTE,
         *> UNA VEZ POR TRABAJADOR COMO LOS DINERARIOS.
         77 ws-id-especie-contado PIC 9(01) VALUE 0.
            88 perceptor-especie-contado    VALUE 1.
            88 perceptor-especie-sin-contar VALUE 0.
         77 ws-perceptores-especie PIC 9(05) VALUE 0.
         77 ws-total-especie     PIC S9(11)V99 VALUE 0.
         77 ws-total-ingreso-cuenta PIC S9(11)V99 VALUE 0.
         77 ws-total-dinerario   PIC S9(11)V99 VALUE 0.
         77 ws-meses-sin-cierre  PIC 9(01) VALUE 0.

         COPY EMPRCAT.
         *> EMPRESAS DEL TRIMESTRE: POSICION = CODIGO DE EMPRESA + 1,
         *> COMO EL CUADRE DEL LIBRO DE NOMINAS. NOMINAS DEL
         *> TRIMESTRE Y PERIODOS (DE tabla-periodos) QUE LA EMPRESA
         *> TIENE CERRADOS CON SU PROPIA LINEA.
         01 ws-tabla-empresas-111.
            05 ws-empresa-111 OCCURS 100 TIMES.
               10 ws-e1-nominas      PIC 9(05).
               10 ws-e1-cerrado      PIC 9(01) OCCURS 7 TIMES.
         77 ws-indice-empresa    PIC 9(03) VALUE 0.
         77 ws-empresa-resumen   PIC 9(02) VALUE 0.
         77 ws-razon-social-111  PIC X(40) VALUE SPACES.
         77 ws-nif-111           PIC X(09) VALUE SPACES.
         77 ws-empresas-resumidas PIC 9(03) VALUE 0.
         77 ws-perceptores-ejec  PIC 9(05) VALUE 0.
         77 ws-importe-format    PIC -ZZZZZZZZZ9.99.

       PROCEDURE DIVISION.
               DISPLAY "NO SE PUDO ABRIR NOMINAS.DAT - FILE STATUS "
                   nommaestro-status
           ELSE
               PERFORM 0001-CARGAR-EMPRESAS
               PERFORM 0004-CONCILIAR-CIERRES
               PERFORM 0002-CONTAR-NOMINAS-EMPRESA
               OPEN OUTPUT INFORMEFILE
               MOVE 0 TO ws-indice-empresa
               PERFORM 0006-RESUMIR-EMPRESA
                   UNTIL ws-indice-empresa = 100
               CLOSE INFORMEFILE
               CLOSE NOMMAESTRO
               DISPLAY "RESUMEN EN MODELO111.TXT - EMPRESAS: "
                   ws-empresas-resumidas
                   " PERCEPTORES: " ws-perceptores-ejec
           END-IF.
           STOP RUN.

               COMPUTE per-periodo(4) = ws-ejercicio * 100 + 14
               MOVE 0 TO per-obligatorio(4)
           END-IF.
           MOVE 0 TO ws-indice-mes.
           PERFORM 0001-ANOTAR-COMPLEMENTARIA UNTIL ws-indice-mes = 3.
           MOVE 0 TO ws-indice-periodo.
           PERFORM 0001-INICIALIZAR-PERIODO
               UNTIL ws-indice-periodo = num-periodos.
               + ws-indice-periodo.
           MOVE 1 TO per-obligatorio(ws-indice-periodo).

       0001-ANOTAR-COMPLEMENTARIA.
           *> LA COMPLEMENTARIA DE UN MES TRIBUTA EN EL TRIMESTRE DE
           *> ESE MES, AUNQUE SE PAGUE DESPUES.
           ADD 1 TO ws-indice-mes.
           ADD 1 TO num-periodos.
           COMPUTE per-periodo(num-periodos) =
               per-periodo(ws-indice-mes) + 20.
           MOVE 0 TO per-obligatorio(num-periodos).

       0001-CARGAR-EMPRESAS.

           MOVE 0 TO num-empresas-cat.
           OPEN INPUT EMPRFILE.
           IF emprfile-ok
               PERFORM 0001-LEER-EMPRESA UNTIL emprfile-fin
               CLOSE EMPRFILE
           ELSE
               DISPLAY "AVISO: SIN EMPRESAS.DAT, LOS RESUMENES SALEN "
                   "SIN NIF DEL RETENEDOR"
           END-IF.

       0001-LEER-EMPRESA.
           READ EMPRFILE
               AT END SET emprfile-fin TO TRUE
               NOT AT END
                   IF num-empresas-cat < 20
                       ADD 1 TO num-empresas-cat
                       MOVE id-empresa-cat
                           TO id-emp-cat(num-empresas-cat)
                       MOVE razon-social-empresa-cat
                           TO razon-social-emp-cat(num-empresas-cat)
                       MOVE nif-empresa-cat
                           TO nif-emp-cat(num-empresas-cat)
                   END-IF
           END-READ.

       0001-INICIALIZAR-PERIODO.

           ADD 1 TO ws-indice-periodo.
           MOVE 0 TO per-perceptores(ws-indice-periodo).
           MOVE 0 TO per-bruto(ws-indice-periodo).
           MOVE 0 TO per-irpf(ws-indice-periodo).
           MOVE 0 TO per-especie(ws-indice-periodo).
           MOVE 0 TO per-ingreso-cuenta(ws-indice-periodo).

       0002-CONTAR-NOMINAS-EMPRESA.
           *> PRIMERA PASADA: QUE EMPRESAS TIENEN NOMINAS EN EL
           *> TRIMESTRE Y HAN DE PRESENTAR SU PROPIO MODELO.
           MOVE LOW-VALUES TO nom-clave.
           START NOMMAESTRO KEY IS NOT LESS THAN nom-clave
               INVALID KEY SET nommaestro-fin TO TRUE
           END-START.
           PERFORM 0002-CONTAR-SIGUIENTE-NOMINA UNTIL nommaestro-fin.

       0002-CONTAR-SIGUIENTE-NOMINA.
           READ NOMMAESTRO NEXT RECORD
               AT END SET nommaestro-fin TO TRUE
               NOT AT END
                   MOVE 0 TO ws-indice-periodo
                   PERFORM 0002-COMPARAR-PERIODO-EMPRESA
                       UNTIL ws-indice-periodo = num-periodos
           END-READ.

       0002-COMPARAR-PERIODO-EMPRESA.

           ADD 1 TO ws-indice-periodo.
           IF nom-periodo = per-periodo(ws-indice-periodo)
               COMPUTE ws-indice-empresa = nom-empresa + 1
               ADD 1 TO ws-e1-nominas(ws-indice-empresa)
           END-IF.

       0002-TOTALIZAR-NOMINAS.
           *> EL MAESTRO ESTA INDEXADO POR TRABAJADOR + PERIODO: LAS
           *> NOMINAS DE CADA TRABAJADOR LLEGAN SEGUIDAS, ASI QUE EL
           *> PERCEPTOR DEL TRIMESTRE SE CUENTA UNA SOLA VEZ POR
           *> CORTE DE CONTROL. CADA PASADA TOTALIZA SOLO LA EMPRESA
           *> ws-empresa-resumen.
           MOVE 0 TO ws-id-en-curso.
           MOVE LOW-VALUES TO nom-clave.
           START NOMMAESTRO KEY IS NOT LESS THAN nom-clave
               INVALID KEY SET nommaestro-fin TO TRUE
           READ NOMMAESTRO NEXT RECORD
               AT END SET nommaestro-fin TO TRUE
               NOT AT END
                   IF nom-empresa = ws-empresa-resumen
                       IF nom-id-trabajador NOT = ws-id-en-curso
                           MOVE nom-id-trabajador TO ws-id-en-curso
                           SET perceptor-sin-contar TO TRUE
                           SET perceptor-especie-sin-contar TO TRUE
                       END-IF
                       PERFORM 0003-ACUMULAR-SI-DEL-TRIMESTRE
                   END-IF
           END-READ.

       0003-ACUMULAR-SI-DEL-TRIMESTRE.
                   ADD 1 TO ws-perceptores
                   SET perceptor-contado TO TRUE
               END-IF
               IF nom-especie NOT = 0
                   ADD nom-especie TO per-especie(ws-indice-periodo)
                   ADD nom-ingreso-cuenta
                       TO per-ingreso-cuenta(ws-indice-periodo)
                   ADD nom-especie TO ws-total-especie
                   ADD nom-ingreso-cuenta TO ws-total-ingreso-cuenta
                   IF perceptor-especie-sin-contar
                       ADD 1 TO ws-perceptores-especie
                       SET perceptor-especie-contado TO TRUE
                   END-IF
               END-IF
           END-IF.

       0004-CONCILIAR-CIERRES.
           *> MARCA LOS PERIODOS DEL TRIMESTRE QUE FIGURAN EN EL
           *> REGISTRO DE CIERRES, EMPRESA A EMPRESA; UN MES ORDINARIO
           *> SIN CIERRE DE LA EMPRESA SIGNIFICA TRIMESTRE INCOMPLETO
           *> PARA ELLA.
           MOVE 0 TO ws-indice-periodo.
           PERFORM 0004-LIMPIAR-CIERRE-COMUN
               UNTIL ws-indice-periodo = num-periodos.
           MOVE 0 TO ws-indice-empresa.
           PERFORM 0004-LIMPIAR-EMPRESA UNTIL ws-indice-empresa = 100.
           OPEN INPUT CIERREFILE.
           IF cierrefile-ok
               PERFORM 0004-LEER-CIERRE UNTIL cierrefile-fin
               CLOSE CIERREFILE
           END-IF.

       0004-LIMPIAR-CIERRE-COMUN.

           ADD 1 TO ws-indice-periodo.
           MOVE 0 TO per-cerrado-comun(ws-indice-periodo).

       0004-LIMPIAR-EMPRESA.

           ADD 1 TO ws-indice-empresa.
           MOVE 0 TO ws-e1-nominas(ws-indice-empresa).
           MOVE 0 TO ws-indice-periodo.
           PERFORM 0004-LIMPIAR-CIERRE-EMPRESA
               UNTIL ws-indice-periodo = 7.

       0004-LIMPIAR-CIERRE-EMPRESA.

           ADD 1 TO ws-indice-periodo.
           MOVE 0 TO ws-e1-cerrado(ws-indice-empresa,
                                   ws-indice-periodo).

       0004-LEER-CIERRE.
           READ CIERREFILE

           ADD 1 TO ws-indice-periodo.
           IF cie-periodo = per-periodo(ws-indice-periodo)
               IF cie-empresa IS NOT NUMERIC OR cie-empresa = 0
                   MOVE 1 TO per-cerrado-comun(ws-indice-periodo)
               ELSE
                   COMPUTE ws-indice-empresa = cie-empresa + 1
                   MOVE 1 TO ws-e1-cerrado(ws-indice-empresa,
                                           ws-indice-periodo)
               END-IF
           END-IF.

       0004-MARCAR-CIERRE-EMPRESA.
           *> EL PERIODO ESTA CERRADO PARA LA EMPRESA DEL RESUMEN CON
           *> SU LINEA O CON LA COMUN.
           ADD 1 TO ws-indice-periodo.
           IF per-cerrado-comun(ws-indice-periodo) = 1
               OR ws-e1-cerrado(ws-indice-empresa, ws-indice-periodo)
                  = 1
               MOVE 1 TO per-cerrado(ws-indice-periodo)
           END-IF.


       0005-ESCRIBIR-INFORME.

           MOVE ALL "=" TO LINEA-INFORME.
           WRITE LINEA-INFORME.
           MOVE SPACES TO LINEA-INFORME.
                  " TRIMESTRE " ws-trimestre
               DELIMITED BY SIZE INTO LINEA-INFORME.
           WRITE LINEA-INFORME.
           MOVE SPACES TO LINEA-INFORME.
           STRING "RETENEDOR: NIF " ws-nif-111
                  " EMPRESA " ws-empresa-resumen
                  " " ws-razon-social-111
               DELIMITED BY SIZE INTO LINEA-INFORME.
           WRITE LINEA-INFORME.

           MOVE 0 TO ws-indice-periodo.
           PERFORM 0005-ESCRIBIR-MES
                  ws-importe-format
               DELIMITED BY SIZE INTO LINEA-INFORME.
           WRITE LINEA-INFORME.
           *> nom-irpf LLEVA DENTRO EL INGRESO A CUENTA DE LA ESPECIE.
           COMPUTE ws-total-dinerario =
               ws-total-irpf - ws-total-ingreso-cuenta.
           MOVE ws-total-dinerario TO ws-importe-format.
           MOVE SPACES TO LINEA-INFORME.
           STRING "RETENCIONES DINERARIAS:         "
                  ws-importe-format
               DELIMITED BY SIZE INTO LINEA-INFORME.
           WRITE LINEA-INFORME.
           MOVE SPACES TO LINEA-INFORME.
           STRING "PERCEPTORES EN ESPECIE:         "
                  ws-perceptores-especie
               DELIMITED BY SIZE INTO LINEA-INFORME.
           WRITE LINEA-INFORME.
           MOVE ws-total-especie TO ws-importe-format.
           MOVE SPACES TO LINEA-INFORME.
           STRING "PERCEPCIONES EN ESPECIE:        "
                  ws-importe-format
               DELIMITED BY SIZE INTO LINEA-INFORME.
           WRITE LINEA-INFORME.
           MOVE ws-total-ingreso-cuenta TO ws-importe-format.
           MOVE SPACES TO LINEA-INFORME.
           STRING "INGRESOS A CUENTA:              "
                  ws-importe-format
               DELIMITED BY SIZE INTO LINEA-INFORME.
           WRITE LINEA-INFORME.
           MOVE ws-total-irpf TO ws-importe-format.
           MOVE SPACES TO LINEA-INFORME.
           STRING "RETENCIONES E INGRESOS A CUENTA: "
                      "REGISTRADO, NO PRESENTAR ***"
                   DELIMITED BY SIZE INTO LINEA-INFORME
               WRITE LINEA-INFORME
               DISPLAY "AVISO: EMPRESA " ws-empresa-resumen
                   " CON MESES DEL TRIMESTRE SIN CIERRE REGISTRADO"
           END-IF.
           MOVE ALL "=" TO LINEA-INFORME.
           WRITE LINEA-INFORME.

       0005-ESCRIBIR-MES.

           ADD 1 TO ws-indice-periodo.
           *> LAS COMPLEMENTARIAS SOLO SALEN EN EL DESGLOSE SI LAS HAY.
           IF per-periodo(ws-indice-periodo)(5:2) > "20"
               IF per-perceptores(ws-indice-periodo) > 0
                   MOVE "COMPL.  " TO ws-etiqueta-periodo
                   PERFORM 0005-ESCRIBIR-DATOS-MES
               END-IF
           ELSE
               MOVE "PERIODO " TO ws-etiqueta-periodo
               PERFORM 0005-ESCRIBIR-DATOS-MES
           END-IF.

       0005-ESCRIBIR-DATOS-MES.

           MOVE per-bruto(ws-indice-periodo) TO ws-importe-format.
           MOVE SPACES TO LINEA-INFORME.
           STRING ws-etiqueta-periodo per-periodo(ws-indice-periodo)
                  " PERCEPTORES " per-perceptores(ws-indice-periodo)
                  " PERCEPCIONES " ws-importe-format
               DELIMITED BY SIZE INTO LINEA-INFORME.
           STRING "              RETENCIONES  " ws-importe-format
               DELIMITED BY SIZE INTO LINEA-INFORME.
           WRITE LINEA-INFORME.
           IF per-especie(ws-indice-periodo) NOT = 0
               MOVE per-especie(ws-indice-periodo) TO ws-importe-format
               MOVE SPACES TO LINEA-INFORME
               STRING "              ESPECIE      " ws-importe-format
                   DELIMITED BY SIZE INTO LINEA-INFORME
               WRITE LINEA-INFORME
               MOVE per-ingreso-cuenta(ws-indice-periodo)
                   TO ws-importe-format
               MOVE SPACES TO LINEA-INFORME
               STRING "              INGR. CUENTA " ws-importe-format
                   DELIMITED BY SIZE INTO LINEA-INFORME
               WRITE LINEA-INFORME
           END-IF.
           IF periodo-obligatorio(ws-indice-periodo)
               AND NOT periodo-cerrado(ws-indice-periodo)
               MOVE SPACES TO LINEA-INFORME
               WRITE LINEA-INFORME
           END-IF.

       0006-RESUMIR-EMPRESA.
           *> UN RESUMEN POR EMPRESA CON NOMINAS EN EL TRIMESTRE:
           *> CADA UNA PRESENTA SU MODELO 111 CON SU NIF.
           ADD 1 TO ws-indice-empresa.
           IF ws-e1-nominas(ws-indice-empresa) > 0
               COMPUTE ws-empresa-resumen = ws-indice-empresa - 1
               PERFORM 0006-INICIAR-EMPRESA
               PERFORM 0002-TOTALIZAR-NOMINAS
               PERFORM 0005-ESCRIBIR-INFORME
               ADD 1 TO ws-empresas-resumidas
               ADD ws-perceptores TO ws-perceptores-ejec
           END-IF.

       0006-INICIAR-EMPRESA.

           MOVE 0 TO ws-perceptores ws-perceptores-especie.
           MOVE 0 TO ws-total-bruto ws-total-irpf.
           MOVE 0 TO ws-total-especie ws-total-ingreso-cuenta.
           MOVE 0 TO ws-meses-sin-cierre.
           MOVE 0 TO ws-indice-periodo.
           PERFORM 0001-INICIALIZAR-PERIODO
               UNTIL ws-indice-periodo = num-periodos.
           MOVE 0 TO ws-indice-periodo.
           PERFORM 0004-MARCAR-CIERRE-EMPRESA
               UNTIL ws-indice-periodo = num-periodos.
           MOVE 0 TO ws-indice-periodo.
           PERFORM 0004-CONTAR-SIN-CIERRE
               UNTIL ws-indice-periodo = num-periodos.
           MOVE "(SIN CATALOGAR)" TO ws-razon-social-111.
           MOVE SPACES TO ws-nif-111.
           IF num-empresas-cat > 0
               SET INDX-EMP-CAT TO 1
               SEARCH empresa-cat
                   AT END CONTINUE
                   WHEN id-emp-cat(INDX-EMP-CAT) = ws-empresa-resumen
                       MOVE razon-social-emp-cat(INDX-EMP-CAT)
                           TO ws-razon-social-111
                       MOVE nif-emp-cat(INDX-EMP-CAT) TO ws-nif-111
               END-SEARCH
           END-IF.

       END PROGRAM NOMINA-MODELO111.
