      *             Y 14, LAS PAGAS EXTRA DE JUNIO Y DICIEMBRE QUE
      *             GRABA NOMINA-EXTRA, QUE ANTES SE FALSEABAN CON
      *             CIERRES DE PERIODO INVENTADO.
      *15/10/2026 - RETRIBUCION EN ESPECIE: EL CERTIFICADO Y EL
      *             RESUMEN SEPARAN LAS PERCEPCIONES DINERARIAS Y SUS
      *             RETENCIONES DE LA VALORACION EN ESPECIE Y SUS
      *             INGRESOS A CUENTA (nom-especie Y
      *             nom-ingreso-cuenta, ESTE YA INCLUIDO EN nom-irpf).
      *15/10/2026 - NOMINAS COMPLEMENTARIAS (NOMINA-COMPLEMENTARIA,
      *             PERIODOS 21 A 32): CERTIFICAN CON EL EJERCICIO DEL
      *             MES QUE CORRIGEN. NO CUENTAN COMO NOMINA APARTE;
      *             SU BRUTO SE DESGLOSA SI LO HAY.
      *15/10/2026 - CERTIFICADOS POR PAGADOR: SE EMITEN EMPRESA A
      *             EMPRESA (nom-empresa), CADA CERTIFICADO CON LA
      *             RAZON SOCIAL Y EL NIF DEL PAGADOR DE EMPRESAS.DAT,
      *             Y UNA HOJA RESUMEN POR EMPRESA. UN TRABAJADOR QUE
      *             HA COBRADO DE DOS EMPRESAS RECIBE UN CERTIFICADO
      *             DE CADA UNA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SHARING WITH ALL OTHER
           FILE STATUS IS trabfile-status.

      *    CATALOGO DE EMPRESAS: NIF DEL PAGADOR DE CADA CERTIFICADO.
           SELECT EMPRFILE ASSIGN TO "EMPRESAS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS emprfile-status.

           SELECT CERTFILE ASSIGN TO "CERTIFICADOS_RETENCIONES.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS certfile-status.
       01  REG-TRABAJADOR.
           COPY TRABREG.

       FD  EMPRFILE
           LABEL RECORDS ARE STANDARD.
       01  REG-EMPRESA.
           05 id-empresa-cat            PIC 9(02).
           05 razon-social-empresa-cat  PIC X(40).
           05 nif-empresa-cat           PIC X(09).
           05 iban-ordenante-empresa-cat PIC X(24).
           05 entidad-contable-empresa-cat PIC X(04).

       FD  CERTFILE
           LABEL RECORDS ARE STANDARD.
       01  LINEA-CERT                 PIC X(80).
             FS-FICHERO-NO-EXISTE BY trabfile-no-existe
             FS-REGISTRO-BLOQUEADO BY trabfile-bloqueado
             FS-DATOS-INVALIDOS BY trabfile-datos-invalidos.
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
             FS-CAMPO BY certfile-status
             FS-OK BY certfile-ok
            88 sin-trabajador-en-curso VALUE 0.
         77 ws-trab-bruto        PIC S9(09)V99 VALUE 0.
         77 ws-trab-irpf         PIC S9(09)V99 VALUE 0.
         77 ws-trab-especie      PIC S9(09)V99 VALUE 0.
         77 ws-trab-ingreso-cuenta PIC S9(09)V99 VALUE 0.
         77 ws-trab-nominas      PIC 9(03) VALUE 0.
         77 ws-trab-complementario PIC S9(09)V99 VALUE 0.

         COPY EMPRCAT.
         *> EMPRESAS PAGADORAS DEL EJERCICIO: POSICION = CODIGO DE
         *> EMPRESA + 1, COMO EL CUADRE DEL LIBRO DE NOMINAS.
         01 ws-tabla-empresas-cert.
            05 ws-ec-nominas     PIC 9(07) OCCURS 100 TIMES.
         77 ws-indice-empresa    PIC 9(03) VALUE 0.
         77 ws-empresa-cert      PIC 9(02) VALUE 0.
         77 ws-razon-social-cert PIC X(40) VALUE SPACES.
         77 ws-nif-cert          PIC X(09) VALUE SPACES.
         77 ws-certificados-ejec PIC 9(05) VALUE 0.

         *> TOTALES DE EMPRESA PARA LA HOJA RESUMEN.
         77 ws-emp-trabajadores  PIC 9(05) VALUE 0.
         77 ws-emp-bruto         PIC S9(11)V99 VALUE 0.
         77 ws-emp-irpf          PIC S9(11)V99 VALUE 0.
         77 ws-emp-especie       PIC S9(11)V99 VALUE 0.
         77 ws-emp-ingreso-cuenta PIC S9(11)V99 VALUE 0.
         77 ws-emp-nominas       PIC 9(07) VALUE 0.
         77 ws-emp-complementario PIC S9(11)V99 VALUE 0.

         77 ws-importe-format    PIC -ZZZZZZZZ9.99.
         77 ws-nombre-completo   PIC X(80).
                   nommaestro-status
           ELSE
               OPEN INPUT TRABFILE
               PERFORM 0001-CARGAR-EMPRESAS
               PERFORM 0002-CONTAR-NOMINAS-EMPRESA
               OPEN OUTPUT CERTFILE
               MOVE 0 TO ws-indice-empresa
               PERFORM 0006-CERTIFICAR-EMPRESA
                   UNTIL ws-indice-empresa = 100
               CLOSE CERTFILE
               CLOSE TRABFILE
               CLOSE NOMMAESTRO
               DISPLAY "CERTIFICADOS EMITIDOS: " ws-certificados-ejec
                   " EN CERTIFICADOS_RETENCIONES.TXT"
           END-IF.
           STOP RUN.
           END-IF.
           *> LOS PERIODOS 13 Y 14 SON LAS PAGAS EXTRA DE JUNIO Y
           *> DICIEMBRE (NOMINA-EXTRA) Y CERTIFICAN CON EL EJERCICIO.
           *> DEL 21 AL 32 VAN LAS COMPLEMENTARIAS DE ENERO A
           *> DICIEMBRE (NOMINA-COMPLEMENTARIA), QUE TAMBIEN.
           COMPUTE ws-periodo-desde = ws-ejercicio * 100 + 1.
           COMPUTE ws-periodo-hasta = ws-ejercicio * 100 + 32.
           DISPLAY "EJERCICIO A CERTIFICAR: " ws-ejercicio.

       0001-CARGAR-EMPRESAS.

           MOVE 0 TO num-empresas-cat.
           OPEN INPUT EMPRFILE.
           IF emprfile-ok
               PERFORM 0001-LEER-EMPRESA UNTIL emprfile-fin
               CLOSE EMPRFILE
           ELSE
               DISPLAY "AVISO: SIN EMPRESAS.DAT, LOS CERTIFICADOS "
                   "SALEN SIN NIF DEL PAGADOR"
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

       0002-CONTAR-NOMINAS-EMPRESA.
           *> PRIMERA PASADA: QUE EMPRESAS HAN PAGADO NOMINAS EN EL
           *> EJERCICIO Y HAN DE CERTIFICAR.
           MOVE 0 TO ws-indice-empresa.
           PERFORM 0002-LIMPIAR-EMPRESA UNTIL ws-indice-empresa = 100.
           MOVE LOW-VALUES TO nom-clave.
           START NOMMAESTRO KEY IS NOT LESS THAN nom-clave
               INVALID KEY SET nommaestro-fin TO TRUE
           END-START.
           PERFORM 0002-CONTAR-SIGUIENTE-NOMINA UNTIL nommaestro-fin.

       0002-LIMPIAR-EMPRESA.

           ADD 1 TO ws-indice-empresa.
           MOVE 0 TO ws-ec-nominas(ws-indice-empresa).

       0002-CONTAR-SIGUIENTE-NOMINA.
           READ NOMMAESTRO NEXT RECORD
               AT END SET nommaestro-fin TO TRUE
               NOT AT END
                   IF nom-periodo >= ws-periodo-desde
                       AND nom-periodo <= ws-periodo-hasta
                       COMPUTE ws-indice-empresa = nom-empresa + 1
                       ADD 1 TO ws-ec-nominas(ws-indice-empresa)
                   END-IF
           END-READ.

       0002-RECORRER-NOMINAS-EJERCICIO.
           *> CADA PASADA CERTIFICA SOLO LA EMPRESA ws-empresa-cert.
           SET sin-trabajador-en-curso TO TRUE.
           MOVE LOW-VALUES TO nom-clave.
           START NOMMAESTRO KEY IS NOT LESS THAN nom-clave
               INVALID KEY SET nommaestro-fin TO TRUE
               NOT AT END
                   IF nom-periodo >= ws-periodo-desde
                       AND nom-periodo <= ws-periodo-hasta
                       AND nom-empresa = ws-empresa-cert
                       IF hay-trabajador-en-curso
                           AND nom-id-trabajador NOT = ws-id-en-curso
                           PERFORM 0004-EMITIR-CERTIFICADO
                           MOVE nom-id-trabajador TO ws-id-en-curso
                           MOVE 0 TO ws-trab-bruto ws-trab-irpf
                                     ws-trab-nominas
                           MOVE 0 TO ws-trab-especie
                                     ws-trab-ingreso-cuenta
                                     ws-trab-complementario
                       END-IF
                       *> nom-irpf LLEVA DENTRO EL INGRESO A CUENTA
                       *> DE LA ESPECIE: AQUI SOLO QUEDA LA RETENCION
                       *> DE LAS PERCEPCIONES DINERARIAS.
                       ADD nom-bruto TO ws-trab-bruto
                       COMPUTE ws-trab-irpf = ws-trab-irpf + nom-irpf
                           - nom-ingreso-cuenta
                       ADD nom-especie TO ws-trab-especie
                       ADD nom-ingreso-cuenta TO ws-trab-ingreso-cuenta
                       *> LA COMPLEMENTARIA CORRIGE UNA NOMINA YA
                       *> CONTADA: SOLO SUMA IMPORTES.
                       IF nom-periodo(5:2) > "20"
                           ADD nom-bruto TO ws-trab-complementario
                       ELSE
                           ADD 1 TO ws-trab-nominas
                       END-IF
                   END-IF
           END-READ.

                  ws-ejercicio
               DELIMITED BY SIZE INTO LINEA-CERT.
           WRITE LINEA-CERT.
           PERFORM 0005-ESCRIBIR-PAGADOR.
           MOVE SPACES TO LINEA-CERT.
           STRING "TRABAJADOR " ws-id-en-curso " - "
               DELIMITED BY SIZE INTO LINEA-CERT.
           STRING "TOTAL BRUTO ANUAL:      " ws-importe-format
               DELIMITED BY SIZE INTO LINEA-CERT.
           WRITE LINEA-CERT.
           IF ws-trab-complementario NOT = 0
               MOVE ws-trab-complementario TO ws-importe-format
               MOVE SPACES TO LINEA-CERT
               STRING "  DE ELLO COMPLEMENT.:  " ws-importe-format
                   DELIMITED BY SIZE INTO LINEA-CERT
               WRITE LINEA-CERT
           END-IF.
           MOVE ws-trab-irpf TO ws-importe-format.
           MOVE SPACES TO LINEA-CERT.
           STRING "TOTAL IRPF RETENIDO:    " ws-importe-format
               DELIMITED BY SIZE INTO LINEA-CERT.
           WRITE LINEA-CERT.
           IF ws-trab-especie NOT = 0
               MOVE ws-trab-especie TO ws-importe-format
               MOVE SPACES TO LINEA-CERT
               STRING "RETRIB. EN ESPECIE:     " ws-importe-format
                   DELIMITED BY SIZE INTO LINEA-CERT
               WRITE LINEA-CERT
               MOVE ws-trab-ingreso-cuenta TO ws-importe-format
               MOVE SPACES TO LINEA-CERT
               STRING "INGRESOS A CUENTA:      " ws-importe-format
                   DELIMITED BY SIZE INTO LINEA-CERT
               WRITE LINEA-CERT
           END-IF.

           ADD 1 TO ws-emp-trabajadores.
           ADD ws-trab-bruto TO ws-emp-bruto.
           ADD ws-trab-irpf TO ws-emp-irpf.
           ADD ws-trab-especie TO ws-emp-especie.
           ADD ws-trab-ingreso-cuenta TO ws-emp-ingreso-cuenta.
           ADD ws-trab-nominas TO ws-emp-nominas.
           ADD ws-trab-complementario TO ws-emp-complementario.
           SET sin-trabajador-en-curso TO TRUE.

       0004-BUSCAR-NOMBRE-TRABAJADOR.
           STRING "RESUMEN DE EMPRESA - EJERCICIO " ws-ejercicio
               DELIMITED BY SIZE INTO LINEA-CERT.
           WRITE LINEA-CERT.
           PERFORM 0005-ESCRIBIR-PAGADOR.
           MOVE SPACES TO LINEA-CERT.
           STRING "TRABAJADORES CERTIFICADOS: " ws-emp-trabajadores
               DELIMITED BY SIZE INTO LINEA-CERT.
           STRING "TOTAL BRUTO EMPRESA:       " ws-importe-format
               DELIMITED BY SIZE INTO LINEA-CERT.
           WRITE LINEA-CERT.
           IF ws-emp-complementario NOT = 0
               MOVE ws-emp-complementario TO ws-importe-format
               MOVE SPACES TO LINEA-CERT
               STRING "  DE ELLO COMPLEMENTARIAS: " ws-importe-format
                   DELIMITED BY SIZE INTO LINEA-CERT
               WRITE LINEA-CERT
           END-IF.
           MOVE ws-emp-irpf TO ws-importe-format.
           MOVE SPACES TO LINEA-CERT.
           STRING "TOTAL IRPF RETENIDO:       " ws-importe-format
               DELIMITED BY SIZE INTO LINEA-CERT.
           WRITE LINEA-CERT.
           MOVE ws-emp-especie TO ws-importe-format.
           MOVE SPACES TO LINEA-CERT.
           STRING "TOTAL RETRIB. EN ESPECIE:  " ws-importe-format
               DELIMITED BY SIZE INTO LINEA-CERT.
           WRITE LINEA-CERT.
           MOVE ws-emp-ingreso-cuenta TO ws-importe-format.
           MOVE SPACES TO LINEA-CERT.
           STRING "TOTAL INGRESOS A CUENTA:   " ws-importe-format
               DELIMITED BY SIZE INTO LINEA-CERT.
           WRITE LINEA-CERT.
           MOVE ALL "=" TO LINEA-CERT.
           WRITE LINEA-CERT.

       0005-ESCRIBIR-PAGADOR.

           MOVE SPACES TO LINEA-CERT.
           STRING "PAGADOR: NIF " ws-nif-cert
                  " EMPRESA " ws-empresa-cert
                  " " ws-razon-social-cert
               DELIMITED BY SIZE INTO LINEA-CERT.
           WRITE LINEA-CERT.

       0006-CERTIFICAR-EMPRESA.
           *> CERTIFICADOS Y HOJA RESUMEN DE CADA EMPRESA PAGADORA
           *> DEL EJERCICIO, CON SU NIF.
           ADD 1 TO ws-indice-empresa.
           IF ws-ec-nominas(ws-indice-empresa) > 0
               COMPUTE ws-empresa-cert = ws-indice-empresa - 1
               PERFORM 0006-INICIAR-EMPRESA
               PERFORM 0002-RECORRER-NOMINAS-EJERCICIO
               IF hay-trabajador-en-curso
                   PERFORM 0004-EMITIR-CERTIFICADO
               END-IF
               PERFORM 0005-EMITIR-RESUMEN-EMPRESA
               ADD ws-emp-trabajadores TO ws-certificados-ejec
           END-IF.

       0006-INICIAR-EMPRESA.

           MOVE 0 TO ws-emp-trabajadores ws-emp-nominas.
           MOVE 0 TO ws-emp-bruto ws-emp-irpf.
           MOVE 0 TO ws-emp-especie ws-emp-ingreso-cuenta.
           MOVE 0 TO ws-emp-complementario.
           MOVE "(SIN CATALOGAR)" TO ws-razon-social-cert.
           MOVE SPACES TO ws-nif-cert.
           IF num-empresas-cat > 0
               SET INDX-EMP-CAT TO 1
               SEARCH empresa-cat
                   AT END CONTINUE
                   WHEN id-emp-cat(INDX-EMP-CAT) = ws-empresa-cert
                       MOVE razon-social-emp-cat(INDX-EMP-CAT)
                           TO ws-razon-social-cert
                       MOVE nif-emp-cat(INDX-EMP-CAT) TO ws-nif-cert
               END-SEARCH
           END-IF.

       END PROGRAM NOMINA-CERTIFICADOS.
