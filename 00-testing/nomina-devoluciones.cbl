      *             NOMINA SE SUMA A LA LISTA DE PAGO POR CAJA
      *             PAGO_CAJA_DEVOLUCIONES.TXT. TODO QUEDA EN EL
      *             INFORME DEVOLUCIONES_INFORME.TXT.
      *15/10/2026 - RE-REMESA POR EMPRESA: EL RETORNO SE RECORRE UNA
      *             VEZ POR CADA EMPRESA DE EMPRESAS.DAT Y CADA UNA
      *             LLEVA SU BLOQUE 01/02/03 CON SU IBAN ORDENANTE,
      *             COMO LA REMESA DEL CIERRE. LA LISTA DE CAJA
      *             INDICA LA EMPRESA DE CADA NOMINA.
      *15/10/2026 - CADA TRABAJADOR REGRABADO DEJA UNA VERSION FECHADA
      *             DEL REGISTRO COMPLETO EN TRABAJADORES_VERSIONES.TXT
      *             (SUBPROGRAMA TRABAJADORES-VERSION).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS cajafile-status.

           SELECT EMPRFILE ASSIGN TO "EMPRESAS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS emprfile-status.

           SELECT INFORMEFILE ASSIGN TO "DEVOLUCIONES_INFORME.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS informefile-status.
           LABEL RECORDS ARE STANDARD.
       01  LINEA-CAJA                 PIC X(100).

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
       01  LINEA-INFORME              PIC X(120).
         77 ws-fecha-auditoria   PIC 9(08).
         77 ws-hora-auditoria    PIC 9(08).
         77 ws-operacion-auditoria PIC X(12).
         COPY VERCOM.
         01 ws-antes-trabajador.
            05 ws-ant-nombre        PIC X(50).
            05 ws-ant-apellido-pat  PIC X(50).
            05 rem-cab-fecha     PIC 9(08).
            05 rem-cab-periodo   PIC 9(06).
            05 rem-cab-referencia PIC X(16).
            05 rem-cab-empresa   PIC 9(02).
         01 ws-remesa-detalle.
            05 rem-det-tipo      PIC X(02) VALUE "02".
            05 rem-det-secuencia PIC 9(06).
         77 ws-remesa-control    PIC 9(10) VALUE 0.
         77 ws-iban-ordenante    PIC X(24) VALUE SPACES.

         *> UNA PASADA DEL RETORNO POR EMPRESA: EN CADA UNA SOLO SE
         *> TRATAN LAS NOMINAS DE ESA EMPRESA; LOS RECHAZOS SIN
         *> NOMINA SE CUENTAN EN LA PRIMERA.
         COPY FILESTAT REPLACING NIVEL-FS BY 77
             FS-CAMPO BY emprfile-status
             FS-OK BY emprfile-ok
             FS-FIN-FICHERO BY emprfile-fin
             FS-CLAVE-DUPLICADA BY emprfile-dup
             FS-REGISTRO-NO-ENCONTRADO BY emprfile-no-encontrado
             FS-FICHERO-NO-EXISTE BY emprfile-no-existe
             FS-REGISTRO-BLOQUEADO BY emprfile-bloqueado
             FS-DATOS-INVALIDOS BY emprfile-datos-invalidos.
         COPY EMPRCAT.
         77 ws-indice-empresa    PIC 9(02) VALUE 0.
         77 ws-empresa-pasada    PIC 9(02) VALUE 0.
         77 ws-empresa-nomina    PIC 9(02) VALUE 0.
         77 ws-bloque-remesa     PIC 9(01) VALUE 0.
            88 bloque-abierto        VALUE 1.
            88 bloque-sin-abrir      VALUE 0.

         77 ws-fecha-hoy         PIC 9(08) VALUE 0.
         77 ws-importe-format    PIC -ZZZZZZZZ9.99.
         77 ws-total-devoluciones PIC 9(05) VALUE 0.
           ELSE
               PERFORM 0001-ABRIR-FICHEROS
               IF trabfile-ok AND nommaestro-ok
                   MOVE 0 TO ws-indice-empresa
                   PERFORM 0008-PROCESAR-EMPRESA
                       UNTIL ws-indice-empresa = num-empresas-cat
                   CLOSE REEMIFILE
                   PERFORM 0007-ESCRIBIR-TOTALES
                   CLOSE TRABFILE
                   CLOSE NOMMAESTRO
           STRING "DEVOLUCIONES DEL BANCO - FECHA " ws-fecha-hoy
               DELIMITED BY SIZE INTO LINEA-INFORME.
           WRITE LINEA-INFORME.
           PERFORM 0009-CARGAR-EMPRESAS.
           OPEN OUTPUT REEMIFILE.

       0002-PROCESAR-SIGUIENTE-DEVOLUCION.
           READ RETORNOFILE
               AT END SET retornofile-fin TO TRUE
               NOT AT END
                   IF ws-indice-empresa = 1
                       ADD 1 TO ws-total-devoluciones
                   END-IF
                   PERFORM 0003-CASAR-DEVOLUCION
           END-READ.

           MOVE ret-periodo TO nom-periodo.
           READ NOMMAESTRO
               INVALID KEY
                   IF ws-indice-empresa = 1
                       ADD 1 TO ws-total-sin-casar
                       MOVE "SIN NOMINA GRABADA, NO SE APLICA"
                           TO ws-motivo-informe
                       PERFORM 0004-ESCRIBIR-LINEA-INFORME
                   END-IF
               NOT INVALID KEY
                   PERFORM 0009-EMPRESA-DE-LA-NOMINA
                   IF ws-empresa-nomina = ws-empresa-pasada
                       SET nomina-devuelta TO TRUE
                       REWRITE REG-NOMINA
                       PERFORM 0003-RESOLVER-DEVOLUCION
                   END-IF
           END-READ.

       0003-RESOLVER-DEVOLUCION.
               NOT INVALID KEY
                   MOVE "PAGO-CAJA" TO ws-operacion-auditoria
                   PERFORM 0010-AUDITAR-EVENTO
                   SET vcom-modificacion TO TRUE
                   PERFORM 0014-VERSIONAR-TRABAJADOR
                   SET nomina-pago-caja TO TRUE
                   REWRITE REG-NOMINA
                   ADD 1 TO ws-total-a-caja
           MOVE SPACES TO LINEA-CAJA.
           STRING "ID " ret-id-trabajador
                  " PERIODO " ret-periodo
                  " EMP " ws-empresa-nomina
                  " " apellido-pat(1:20)
                  " " nombre-trabajador(1:15)
                  " LIQUIDO " ws-importe-format
           WRITE LINEA-INFORME.

       0005-ABRIR-RE-REMESA.
           *> CABECERA DEL BLOQUE DE LA EMPRESA EN CURSO, CON SU IBAN
           *> DEL CATALOGO (IBAN-ORDENANTE SI NO LO TIENE); SOLO SE
           *> ESCRIBE CUANDO LA EMPRESA TIENE ALGO QUE REEMITIR.
           MOVE iban-ordenante-emp-cat(ws-indice-empresa)
               TO rem-cab-iban-ordenante.
           IF rem-cab-iban-ordenante = SPACES
               MOVE ws-iban-ordenante TO rem-cab-iban-ordenante
           END-IF.
           MOVE ws-fecha-hoy TO rem-cab-fecha.
           MOVE 0 TO rem-cab-periodo.
           MOVE SPACES TO rem-cab-referencia.
           STRING "REEMISION-" ws-empresa-pasada
               DELIMITED BY SIZE INTO rem-cab-referencia.
           MOVE ws-empresa-pasada TO rem-cab-empresa.
           SET bloque-abierto TO TRUE.
           MOVE SPACES TO LINEA-REEMISION.
           MOVE ws-remesa-cabecera TO LINEA-REEMISION.
           WRITE LINEA-REEMISION.

       0005-ESCRIBIR-REEMISION.

           IF bloque-sin-abrir
               PERFORM 0005-ABRIR-RE-REMESA
           END-IF.
           ADD 1 TO ws-remesa-numero.
           MOVE ws-remesa-numero TO rem-det-secuencia.
           MOVE iban-trabajador TO rem-det-iban.
           MOVE SPACES TO LINEA-REEMISION.
           MOVE ws-remesa-totales TO LINEA-REEMISION.
           WRITE LINEA-REEMISION.

       0007-ESCRIBIR-TOTALES.

           MOVE LINEA-AUDITORIA TO aud-linea.
           CALL "AUDITORIA-SELLO" USING audsello-com.

       0008-PROCESAR-EMPRESA.
           *> UNA PASADA COMPLETA DEL RETORNO PARA LA EMPRESA
           *> SIGUIENTE DEL CATALOGO, CON SU PROPIO BLOQUE DE
           *> RE-REMESA.
           ADD 1 TO ws-indice-empresa.
           MOVE id-emp-cat(ws-indice-empresa) TO ws-empresa-pasada.
           IF ws-indice-empresa > 1
               CLOSE RETORNOFILE
               OPEN INPUT RETORNOFILE
           END-IF.
           MOVE 0 TO ws-remesa-numero.
           MOVE 0 TO ws-remesa-importe.
           MOVE 0 TO ws-remesa-control.
           SET bloque-sin-abrir TO TRUE.
           PERFORM 0002-PROCESAR-SIGUIENTE-DEVOLUCION
               UNTIL retornofile-fin.
           IF bloque-abierto
               PERFORM 0006-CERRAR-RE-REMESA
           END-IF.

       0009-CARGAR-EMPRESAS.
           *> SIN EMPRESAS.DAT HAY UNA SOLA PASADA, LA DE LA EMPRESA
           *> 01, CON EL IBAN DE IBAN-ORDENANTE.
           ACCEPT ws-iban-ordenante FROM ENVIRONMENT "IBAN-ORDENANTE".
           MOVE 0 TO num-empresas-cat.
           OPEN INPUT EMPRFILE.
           IF emprfile-ok
               PERFORM 0009-LEER-EMPRESA UNTIL emprfile-fin
               CLOSE EMPRFILE
           END-IF.
           IF num-empresas-cat = 0
               MOVE 1 TO num-empresas-cat
               MOVE 1 TO id-emp-cat(1)
               MOVE SPACES TO razon-social-emp-cat(1)
               MOVE SPACES TO nif-emp-cat(1)
               MOVE SPACES TO iban-ordenante-emp-cat(1)
               MOVE SPACES TO entidad-contable-emp-cat(1)
           END-IF.

       0009-LEER-EMPRESA.
           READ EMPRFILE
               AT END SET emprfile-fin TO TRUE
               NOT AT END
                   ADD 1 TO num-empresas-cat
                   MOVE id-empresa-cat
                       TO id-emp-cat(num-empresas-cat)
                   MOVE razon-social-empresa-cat
                       TO razon-social-emp-cat(num-empresas-cat)
                   MOVE nif-empresa-cat
                       TO nif-emp-cat(num-empresas-cat)
                   MOVE iban-ordenante-empresa-cat
                       TO iban-ordenante-emp-cat(num-empresas-cat)
                   MOVE entidad-contable-empresa-cat
                       TO entidad-contable-emp-cat(num-empresas-cat)
           END-READ.

       0009-EMPRESA-DE-LA-NOMINA.
           *> UNA NOMINA DE UNA EMPRESA QUE YA NO ESTA EN EL CATALOGO
           *> SE TRATA EN LA PASADA DE LA PRIMERA EMPRESA.
           MOVE id-emp-cat(1) TO ws-empresa-nomina.
           SET INDX-EMP-CAT TO 1.
           SEARCH empresa-cat
               AT END CONTINUE
               WHEN id-emp-cat(INDX-EMP-CAT) = nom-empresa
                   MOVE nom-empresa TO ws-empresa-nomina
           END-SEARCH.

       0014-VERSIONAR-TRABAJADOR.
           *> VERSION FECHADA DEL REGISTRO TAL COMO HA QUEDADO; LA
           *> OPERACION LA PONE EL LLAMADOR EN VERCOM.
           MOVE "NOMINA-DEVOLUCIONES" TO vcom-programa.
           MOVE ws-operador TO vcom-operador.
           MOVE REG-TRABAJADOR TO vcom-registro.
           CALL "TRABAJADORES-VERSION" USING version-com.

       END PROGRAM NOMINA-DEVOLUCIONES.
