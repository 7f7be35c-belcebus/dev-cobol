      *             ACTIVOS). TERMINA CON RETURN-CODE 8 SI HAY
      *             HALLAZGOS, COMO VERIFICA-INTEGRIDAD, PARA QUE EL
      *             PLAN PARE EL CIERRE HASTA QUE ALGUIEN LOS MIRE.
      *15/10/2026 - SUSPENSIONES (ERTE Y EXCEDENCIAS): EL TRABAJADOR
      *             SUSPENDIDO TODO EL MES SE LISTA COMO SUSPENDIDO,
      *             SIN COMPARAR NI CONTAR COMO HALLAZGO, Y EL QUE
      *             NO COBRO EL MES ANTERIOR POR ESTAR SUSPENDIDO SE
      *             LISTA COMO REINCORPORADO, NO COMO NUEVO. LA
      *             VARIACION DE UN ERTE PARCIAL SE SENALA EN SU
      *             LINEA. TOTAL DE SUSPENDIDOS EN EL RESUMEN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           RECORD KEY IS nom-clave
           FILE STATUS IS nommaestro-status.

      *    PERIODOS DE ERTE Y EXCEDENCIA (OPCION U DEL MENU).
           SELECT SUSFILE ASSIGN TO "SUSPENSIONES.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS sus-clave
           FILE STATUS IS susfile-status.

           SELECT INFORMEFILE ASSIGN TO "CONTROL_NOMINA.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS informefile-status.
       01  REG-NOMINA.
           COPY NOMREG.

       FD  SUSFILE
           LABEL RECORDS ARE STANDARD.
       01  REG-SUSPENSION.
           COPY SUSREG.

       FD  INFORMEFILE
           LABEL RECORDS ARE STANDARD.
       01  LINEA-INFORME               PIC X(120).
             FS-FICHERO-NO-EXISTE BY informefile-no-existe
             FS-REGISTRO-BLOQUEADO BY informefile-bloqueado
             FS-DATOS-INVALIDOS BY informefile-datos-invalidos.
         COPY FILESTAT REPLACING NIVEL-FS BY 77
             FS-CAMPO BY susfile-status
             FS-OK BY susfile-ok
             FS-FIN-FICHERO BY susfile-fin
             FS-CLAVE-DUPLICADA BY susfile-dup
             FS-REGISTRO-NO-ENCONTRADO BY susfile-no-encontrado
             FS-FICHERO-NO-EXISTE BY susfile-no-existe
             FS-REGISTRO-BLOQUEADO BY susfile-bloqueado
             FS-DATOS-INVALIDOS BY susfile-datos-invalidos.

         COPY NOMCOM.


         77 ws-hallazgos         PIC 9(05) VALUE 0.
         77 ws-examinados        PIC 9(05) VALUE 0.
         77 ws-suspendidos       PIC 9(05) VALUE 0.
         77 ws-reincorporados    PIC 9(05) VALUE 0.
         *> DIA 1 DEL PERIODO ANTERIOR Y DEL PERIODO, PARA SABER SI
         *> UNA SUSPENSION TAPO EL MES ANTERIOR.
         77 ws-inicio-anterior   PIC 9(08) VALUE 0.
         77 ws-inicio-periodo    PIC 9(08) VALUE 0.
         77 ws-suspension-anterior PIC 9(01) VALUE 0.
            88 suspendido-mes-anterior VALUE 1.
            88 no-suspendido-anterior  VALUE 0.
         77 ws-id-nomina-ant     PIC 9(05).
         77 ws-trabajador-activo PIC 9(01) VALUE 0.
            88 sigue-activo          VALUE 1.
           ELSE
               MOVE ws-pct-entorno TO ws-pct-umbral
           END-IF.
           COMPUTE ws-inicio-anterior = ws-periodo-anterior * 100 + 1.
           COMPUTE ws-inicio-periodo = ws-periodo * 100 + 1.
           DISPLAY "PERIODO " ws-periodo " CONTRA "
               ws-periodo-anterior " - UMBRAL " ws-pct-umbral " %".

           *> SIMULACION: NO CONSUME NADA) CONTRA EL GRABADO DEL
           *> PERIODO ANTERIOR. SIN NOMINA ANTERIOR ES UN
           *> TRABAJADOR NUEVO EN EL CIERRE, QUE TAMBIEN SE LISTA.
           *> EL SUSPENDIDO TODO EL MES NO COBRA: SE LISTA APARTE Y
           *> NO SE COMPARA.
           SET ncm-modo-simulacion TO TRUE.
           MOVE ws-periodo TO ncm-periodo.
           MOVE id-trabajador TO ncm-id-trabajador.
                      "PERIODO, NO SE PUDO SIMULAR"
                   DELIMITED BY SIZE INTO LINEA-INFORME
               WRITE LINEA-INFORME
           ELSE IF ncm-suspension-total
               PERFORM 0004-ANOTAR-SUSPENDIDO
           ELSE
               MOVE ncm-liquido TO ws-liquido-actual
               PERFORM 0004-LEER-NOMINA-ANTERIOR
               END-READ
           END-IF.

       0004-ANOTAR-SUSPENDIDO.

           ADD 1 TO ws-suspendidos.
           MOVE SPACES TO LINEA-INFORME.
           IF ncm-tipo-suspension = 'E'
               STRING "ID " id-trabajador " "
                      apellido-pat(1:20)
                      " SUSPENDIDO: EN ERTE TODO EL PERIODO, SIN "
                      "NOMINA"
                   DELIMITED BY SIZE INTO LINEA-INFORME
           ELSE
               STRING "ID " id-trabajador " "
                      apellido-pat(1:20)
                      " SUSPENDIDO: EN EXCEDENCIA TODO EL PERIODO, "
                      "SIN NOMINA"
                   DELIMITED BY SIZE INTO LINEA-INFORME
           END-IF.
           WRITE LINEA-INFORME.

       0004-ANOTAR-NUEVO.
           *> SIN NOMINA ANTERIOR POR HABER ESTADO SUSPENDIDO TODO EL
           *> MES ANTERIOR NO ES UN TRABAJADOR NUEVO: SE LISTA COMO
           *> REINCORPORADO, SIN CONTAR COMO HALLAZGO.
           PERFORM 0004-BUSCAR-SUSPENSION-ANTERIOR.
           MOVE ws-liquido-actual TO ws-importe-format.
           MOVE SPACES TO LINEA-INFORME.
           IF suspendido-mes-anterior
               ADD 1 TO ws-reincorporados
               STRING "ID " id-trabajador " "
                      apellido-pat(1:20)
                      " REINCORPORADO TRAS SUSPENSION, LIQUIDO "
                      ws-importe-format
                   DELIMITED BY SIZE INTO LINEA-INFORME
           ELSE
               ADD 1 TO ws-hallazgos
               STRING "ID " id-trabajador " "
                      apellido-pat(1:20)
                      " NUEVO EN EL CIERRE, LIQUIDO "
                      ws-importe-format
                   DELIMITED BY SIZE INTO LINEA-INFORME
           END-IF.
           WRITE LINEA-INFORME.

       0004-BUSCAR-SUSPENSION-ANTERIOR.
           *> ALGUNA SUSPENSION DEL TRABAJADOR QUE EMPEZO ANTES DEL
           *> PERIODO Y SEGUIA ABIERTA O TERMINO DENTRO DEL MES
           *> ANTERIOR O DESPUES. SIN FICHERO NO HAY SUSPENSIONES.
           SET no-suspendido-anterior TO TRUE.
           OPEN INPUT SUSFILE.
           IF susfile-ok
               MOVE id-trabajador TO sus-id-trabajador
               MOVE 0 TO sus-fecha-inicio
               START SUSFILE KEY IS NOT LESS THAN sus-clave
                   INVALID KEY SET susfile-fin TO TRUE
               END-START
               PERFORM 0004-LEER-SUSPENSION
                   UNTIL susfile-fin OR suspendido-mes-anterior
               CLOSE SUSFILE
           END-IF.

       0004-LEER-SUSPENSION.
           READ SUSFILE NEXT RECORD
               AT END SET susfile-fin TO TRUE
               NOT AT END
                   IF sus-id-trabajador NOT = id-trabajador
                       OR sus-fecha-inicio >= ws-inicio-periodo
                       SET susfile-fin TO TRUE
                   ELSE
                       IF sus-fecha-fin = 0
                           OR sus-fecha-fin >= ws-inicio-anterior
                           SET suspendido-mes-anterior TO TRUE
                       END-IF
                   END-IF
           END-READ.

       0004-COMPARAR-LIQUIDOS.

           MOVE nom-liquido TO ws-liquido-anterior.
                      " ACTUAL " ws-importe-format-2
                      " VARIACION " ws-delta-format " %"
                   DELIMITED BY SIZE INTO LINEA-INFORME
               IF ncm-suspension-parcial
                   MOVE " (SUSP. PARCIAL)" TO LINEA-INFORME(102:)
               END-IF
               WRITE LINEA-INFORME
           END-IF.

           MOVE SPACES TO LINEA-INFORME.
           STRING "TRABAJADORES EXAMINADOS: " ws-examinados
                  " HALLAZGOS: " ws-hallazgos
                  " SUSPENDIDOS: " ws-suspendidos
                  " REINCORPORADOS: " ws-reincorporados
               DELIMITED BY SIZE INTO LINEA-INFORME.
           WRITE LINEA-INFORME.
           DISPLAY "TRABAJADORES EXAMINADOS: " ws-examinados
               " HALLAZGOS: " ws-hallazgos
               " SUSPENDIDOS: " ws-suspendidos
               " (DETALLE EN CONTROL_NOMINA.TXT)".

       END PROGRAM NOMINA-CONTROL.
