      *             DEPARTAMENTOS Y CONFIRMAR POR LA OPCION Z) Y LAS
      *             MAL FORMADAS SE RECHAZAN. TODO QUEDA EN EL
      *             INFORME IMPORT_CSV_INFORME.TXT.
      *15/10/2026 - CADA TRABAJADOR REGRABADO DEJA UNA VERSION FECHADA
      *             DEL REGISTRO COMPLETO EN TRABAJADORES_VERSIONES.TXT
      *             (SUBPROGRAMA TRABAJADORES-VERSION).
      *15/10/2026 - UN CAMBIO DE SALARIO QUE VARIA MAS DE
      *             PCT-APROBACION-SALARIO (10% POR DEFECTO) YA NO SE
      *             APLICA: QUEDA PENDIENTE DE FIRMA EN
      *             CAMBIOS_PENDIENTES.DAT (CAMREG) COMO LOS DEL MENU,
      *             Y EL INFORME LO LISTA COMO SALARIO A FIRMAR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS informefile-status.

      *    CAMBIOS DE SALARIO A LA ESPERA DE LA FIRMA DE UN
      *    SUPERVISOR (OPCION F DEL MENU DE NOMINAS).
           SELECT CAMFILE ASSIGN TO "CAMBIOS_PENDIENTES.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS cam-clave
           FILE STATUS IS camfile-status.

       DATA DIVISION.
       FILE SECTION.
       FD  CSVFILE
           LABEL RECORDS ARE STANDARD.
       01  LINEA-INFORME               PIC X(120).

       FD  CAMFILE
           LABEL RECORDS ARE STANDARD.
       01  REG-CAMBIO.
           COPY CAMREG.

       WORKING-STORAGE SECTION.

         >>SOURCE FORMAT IS FREE
             FS-REGISTRO-BLOQUEADO BY informefile-bloqueado
             FS-DATOS-INVALIDOS BY informefile-datos-invalidos.

         COPY FILESTAT REPLACING NIVEL-FS BY 77
             FS-CAMPO BY camfile-status
             FS-OK BY camfile-ok
             FS-FIN-FICHERO BY camfile-fin
             FS-CLAVE-DUPLICADA BY camfile-dup
             FS-REGISTRO-NO-ENCONTRADO BY camfile-no-encontrado
             FS-FICHERO-NO-EXISTE BY camfile-no-existe
             FS-REGISTRO-BLOQUEADO BY camfile-bloqueado
             FS-DATOS-INVALIDOS BY camfile-datos-invalidos.

         77 ws-operador          PIC X(20) VALUE SPACES.
         77 ws-fecha-auditoria   PIC 9(08).
         77 ws-hora-auditoria    PIC 9(08).
         77 ws-operacion-auditoria PIC X(12).
         COPY VERCOM.

         *> CAMPOS DE LA FILA CSV TRAS EL UNSTRING.
         77 ws-csv-id-texto      PIC X(10).
         77 ws-total-retenidas   PIC 9(05) VALUE 0.
         77 ws-total-rechazadas  PIC 9(05) VALUE 0.
         77 ws-total-sin-cambios PIC 9(05) VALUE 0.
         77 ws-total-a-firmar    PIC 9(05) VALUE 0.

         *> SALARIOS QUE VARIAN MAS DEL UMBRAL: NO SE APLICAN, SE
         *> DEJAN PENDIENTES DE FIRMA.
         77 ws-pct-aprobacion-entorno PIC X(03) VALUE SPACES.
         77 ws-pct-aprobacion-salario PIC 9(03) VALUE 10.
         77 ws-pct-variacion-salario  PIC 9(05)V99.
         77 ws-retencion-salario PIC 9(01) VALUE 0.
            88 salario-retenido     VALUE 1.
            88 salario-sin-retener  VALUE 0.
         77 ws-fin-anulacion     PIC 9(01) VALUE 0.
            88 anulacion-terminada  VALUE 1.
            88 anulacion-en-curso   VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN SECTION.
       0000-PRINCIPAL.
           DISPLAY "=== IMPORTACION DE TRABAJADORES.CSV ===".
           ACCEPT ws-operador FROM ENVIRONMENT "USER".
           PERFORM 0013-CARGAR-UMBRAL-SALARIO.
           OPEN INPUT CSVFILE.
           IF NOT csvfile-ok
               DISPLAY "NO SE PUDO ABRIR TRABAJADORES.CSV - FILE "
                   OPEN OUTPUT PENDFILE
               END-IF
               OPEN OUTPUT INFORMEFILE
               OPEN I-O CAMFILE
               IF camfile-no-existe
                   OPEN OUTPUT CAMFILE
                   CLOSE CAMFILE
                   OPEN I-O CAMFILE
               END-IF
               PERFORM 0001-PROCESAR-FILA UNTIL csvfile-fin
               PERFORM 0007-ESCRIBIR-TOTALES
               CLOSE CAMFILE
               CLOSE INFORMEFILE
               CLOSE PENDFILE
               CLOSE TRABFILE
               DISPLAY "FILAS APLICADAS: " ws-total-aplicadas
                   " RETENIDAS: " ws-total-retenidas
                   " RECHAZADAS: " ws-total-rechazadas
                   " SALARIOS A FIRMAR: " ws-total-a-firmar
           END-IF.
           STOP RUN.

               MOVE ws-csv-apellido-mat TO apellido-mat
               SET fila-con-cambios TO TRUE
           END-IF.
           SET salario-sin-retener TO TRUE.
           IF ws-csv-salario NOT = salario
               PERFORM 0013-EVALUAR-VARIACION-SALARIO
               IF salario-sin-retener
                   MOVE ws-csv-salario TO salario
                   SET fila-con-cambios TO TRUE
               END-IF
           END-IF.

           IF fila-sin-cambios
               IF salario-sin-retener
                   ADD 1 TO ws-total-sin-cambios
                   MOVE SPACES TO LINEA-INFORME
                   STRING "SIN CAMBIOS ID " ws-csv-id
                       DELIMITED BY SIZE INTO LINEA-INFORME
                   WRITE LINEA-INFORME
               END-IF
           ELSE
               REWRITE REG-TRABAJADOR
                   INVALID KEY
                   NOT INVALID KEY
                       MOVE "MODIF-CSV" TO ws-operacion-auditoria
                       PERFORM 0008-AUDITAR-EVENTO
                       SET vcom-modificacion TO TRUE
                       PERFORM 0010-VERSIONAR-TRABAJADOR
                       IF salario NOT = ws-ant-salario
                           PERFORM 0009-REGISTRAR-HISTORICO-SALARIO
                       END-IF
                       WRITE LINEA-INFORME
               END-REWRITE
           END-IF.
           IF salario-retenido
               PERFORM 0014-SOLICITAR-FIRMA-SALARIO
           END-IF.

       0005-RETENER-ALTA.
           *> FILA SIN TRABAJADOR QUE CASE: PROPUESTA DE ALTA
                  " SIN CAMBIOS: " ws-total-sin-cambios
                  " RETENIDAS: " ws-total-retenidas
                  " RECHAZADAS: " ws-total-rechazadas
                  " SALARIOS A FIRMAR: " ws-total-a-firmar
               DELIMITED BY SIZE INTO LINEA-INFORME.
           WRITE LINEA-INFORME.

           WRITE REG-HIST-SALARIO.
           CLOSE HISTSALFILE.

       0010-VERSIONAR-TRABAJADOR.
           *> VERSION FECHADA DEL REGISTRO TAL COMO HA QUEDADO; LA
           *> OPERACION LA PONE EL LLAMADOR EN VERCOM.
           MOVE "IMPORTA-CSV" TO vcom-programa.
           MOVE ws-operador TO vcom-operador.
           MOVE REG-TRABAJADOR TO vcom-registro.
           CALL "TRABAJADORES-VERSION" USING version-com.

       0013-CARGAR-UMBRAL-SALARIO.
           *> PORCENTAJE DE VARIACION DE SALARIO A PARTIR DEL CUAL
           *> HACE FALTA LA FIRMA DE UN SUPERVISOR, EL MISMO QUE USA
           *> EL MENU DE NOMINAS; SIN VARIABLE DE ENTORNO, EL 10%.
           ACCEPT ws-pct-aprobacion-entorno
               FROM ENVIRONMENT "PCT-APROBACION-SALARIO".
           IF ws-pct-aprobacion-entorno = SPACES
               MOVE 10 TO ws-pct-aprobacion-salario
           ELSE
               MOVE ws-pct-aprobacion-entorno
                   TO ws-pct-aprobacion-salario
           END-IF.

       0013-EVALUAR-VARIACION-SALARIO.

           IF salario = 0
               MOVE 999 TO ws-pct-variacion-salario
           ELSE
               COMPUTE ws-pct-variacion-salario ROUNDED =
                   FUNCTION ABS(ws-csv-salario - salario) * 100
                   / FUNCTION ABS(salario)
                   ON SIZE ERROR
                       MOVE 999 TO ws-pct-variacion-salario
               END-COMPUTE
           END-IF.
           IF ws-pct-variacion-salario > ws-pct-aprobacion-salario
               SET salario-retenido TO TRUE
           END-IF.

       0014-SOLICITAR-FIRMA-SALARIO.
           *> MISMA SOLICITUD QUE GRABA EL MENU: SUSTITUYE A LA DE
           *> SALARIO QUE ESTUVIERA AUN PENDIENTE PARA EL TRABAJADOR.
           IF NOT camfile-ok
               MOVE "SALARIO A FIRMAR SIN CAMBIOS_PENDIENTES.DAT"
                   TO ws-motivo-rechazo
               ADD 1 TO ws-total-rechazadas
               PERFORM 0006-INFORMAR-RECHAZO
           ELSE
               PERFORM 0014-ANULAR-ANTERIORES
               MOVE SPACES TO REG-CAMBIO
               MOVE id-trabajador TO cam-id-trabajador
               ACCEPT cam-fecha-solicitud FROM DATE YYYYMMDD
               ACCEPT cam-hora-solicitud FROM TIME
               SET cambio-salario TO TRUE
               SET cambio-pendiente TO TRUE
               MOVE forma-pago TO cam-forma-pago-antes
               MOVE iban-trabajador TO cam-iban-antes
               MOVE forma-pago TO cam-forma-pago-despues
               MOVE iban-trabajador TO cam-iban-despues
               MOVE salario TO cam-salario-antes
               MOVE ws-csv-salario TO cam-salario-despues
               MOVE 0 TO cam-fecha-efectiva
               MOVE ws-operador TO cam-operador-solicita
               MOVE 0 TO cam-fecha-decision
               MOVE 0 TO cam-hora-decision
               WRITE REG-CAMBIO
                   INVALID KEY
                       MOVE "NO SE PUDO GRABAR EL SALARIO A FIRMAR"
                           TO ws-motivo-rechazo
                       ADD 1 TO ws-total-rechazadas
                       PERFORM 0006-INFORMAR-RECHAZO
                   NOT INVALID KEY
                       ADD 1 TO ws-total-a-firmar
                       MOVE "SOLIC-CAMBIO" TO ws-operacion-auditoria
                       PERFORM 0014-AUDITAR-CAMBIO
                       MOVE SPACES TO LINEA-INFORME
                       STRING "SALARIO PENDIENTE DE FIRMA ID "
                              ws-csv-id " (VARIA MAS DEL "
                              ws-pct-aprobacion-salario "%)"
                           DELIMITED BY SIZE INTO LINEA-INFORME
                       WRITE LINEA-INFORME
               END-WRITE
           END-IF.

       0014-ANULAR-ANTERIORES.

           MOVE id-trabajador TO cam-id-trabajador.
           MOVE 0 TO cam-fecha-solicitud.
           MOVE 0 TO cam-hora-solicitud.
           MOVE SPACE TO cam-tipo.
           SET anulacion-en-curso TO TRUE.
           START CAMFILE KEY IS NOT LESS THAN cam-clave
               INVALID KEY SET anulacion-terminada TO TRUE
           END-START.
           PERFORM 0014-ANULAR-SIGUIENTE UNTIL anulacion-terminada.

       0014-ANULAR-SIGUIENTE.
           READ CAMFILE NEXT RECORD
               AT END SET anulacion-terminada TO TRUE
               NOT AT END
                   IF cam-id-trabajador NOT = id-trabajador
                       SET anulacion-terminada TO TRUE
                   ELSE
                       IF cambio-pendiente AND cambio-salario
                           SET cambio-anulado TO TRUE
                           MOVE ws-operador TO cam-operador-decide
                           ACCEPT cam-fecha-decision FROM DATE YYYYMMDD
                           ACCEPT cam-hora-decision FROM TIME
                           REWRITE REG-CAMBIO
                               INVALID KEY CONTINUE
                           END-REWRITE
                           MOVE "ANULA-CAMBIO" TO ws-operacion-auditoria
                           PERFORM 0014-AUDITAR-CAMBIO
                       END-IF
                   END-IF
           END-READ.

       0014-AUDITAR-CAMBIO.
           *> MISMO FORMATO QUE LAS SOLICITUDES DEL MENU DE NOMINAS.
           ACCEPT ws-fecha-auditoria FROM DATE YYYYMMDD.
           ACCEPT ws-hora-auditoria FROM TIME.

           MOVE SPACES TO LINEA-AUDITORIA.
           STRING ws-fecha-auditoria DELIMITED BY SIZE
                  " " ws-hora-auditoria DELIMITED BY SIZE
                  " OPERADOR=" ws-operador DELIMITED BY SIZE
                  " OPERACION=" ws-operacion-auditoria DELIMITED BY SIZE
                  " ID=" cam-id-trabajador DELIMITED BY SIZE
                  " TIPO=" cam-tipo DELIMITED BY SIZE
                  " SOLICITA=" cam-operador-solicita DELIMITED BY SIZE
                  " SOLICITUD=" cam-fecha-solicitud DELIMITED BY SIZE
                  "-" cam-hora-solicitud DELIMITED BY SIZE
               INTO LINEA-AUDITORIA.
           PERFORM 0012-SELLAR-LINEA-AUDITORIA.

           MOVE SPACES TO LINEA-AUDITORIA.
           STRING "  SALARIO: " cam-salario-antes
                  " -> " cam-salario-despues
                  " EFECTIVO=" cam-fecha-efectiva
               DELIMITED BY SIZE INTO LINEA-AUDITORIA.
           PERFORM 0012-SELLAR-LINEA-AUDITORIA.

       END PROGRAM IMPORTA-CSV.
