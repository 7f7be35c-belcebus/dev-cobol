      *             IMPORTE CALCULADO DEL HISTORICO, NO UN TECLEO, Y
      *             NO DEBE RETENER EL CIERRE EN LA COLA DE
      *             APROBACION DE INCIDENCIAS.
      *15/10/2026 - INCIDENCIAS.DAT PASA A SER UN MAESTRO INDEXADO
      *             (INCREG): CADA "AT" SE DA DE ALTA CON LA SECUENCIA
      *             SIGUIENTE DEL TRABAJADOR EN EL PERIODO DE PAGO. SI
      *             EL FICHERO NO ABRE NO SE CALCULA NADA, Y LA ENTRADA
      *             DEL HISTORICO SOLO SE MARCA SI SU "AT" SE GRABO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           FILE STATUS IS histtmp-status.

           SELECT INCFILE ASSIGN TO "INCIDENCIAS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS inc-clave
           ALTERNATE RECORD KEY IS inc-periodo WITH DUPLICATES
           FILE STATUS IS incfile-status.

           SELECT CONTROLFILE ASSIGN TO "ATRASOS_CONTROL.TXT"
       FD  INCFILE
           LABEL RECORDS ARE STANDARD.
       01  REG-INCIDENCIA.
           COPY INCREG.

       FD  CONTROLFILE
           LABEL RECORDS ARE STANDARD.
         77 ws-importe-atraso    PIC S9(05)V99.
         77 ws-importe-format    PIC -ZZZZ9.99.

         *> ALTA DE LA INCIDENCIA "AT" CON LA SECUENCIA SIGUIENTE.
         01 ws-incidencia-nueva  PIC X(30).
         77 ws-inc-secuencia     PIC 9(03).
         77 ws-inc-grabada       PIC 9(01) VALUE 0.
            88 incidencia-grabada    VALUE 1.
            88 incidencia-sin-grabar VALUE 0.

         77 ws-atrasos-emitidos  PIC 9(05) VALUE 0.
         77 ws-coste-total       PIC S9(09)V99 VALUE 0.
         77 ws-coste-format      PIC -ZZZZZZZZ9.99.
           IF NOT histsalfile-ok
               DISPLAY "NO HAY HIST_SALARIOS.TXT QUE PROCESAR"
           ELSE
               PERFORM 0002-ABRIR-INCIDENCIAS
               IF NOT incfile-ok
                   DISPLAY "NO SE PUDO ABRIR INCIDENCIAS.DAT - FILE "
                       "STATUS " incfile-status
                       ", ATRASOS NO CALCULADOS"
                   CLOSE HISTSALFILE
               ELSE
                   OPEN OUTPUT HISTTMP
                   OPEN OUTPUT CONTROLFILE
                   PERFORM 0002-ESCRIBIR-CABECERA-CONTROL
                   PERFORM 0003-PROCESAR-ENTRADA
                       UNTIL histsalfile-fin
                   CLOSE INCFILE
                   PERFORM 0005-ESCRIBIR-TOTAL-CONTROL
                   CLOSE CONTROLFILE
                   CLOSE HISTSALFILE
                   CLOSE HISTTMP
                   PERFORM 0006-VOLCAR-HISTORICO
                   DISPLAY "ATRASOS EMITIDOS: " ws-atrasos-emitidos
                       " (CONTROL EN ATRASOS_CONTROL.TXT)"
               END-IF
           END-IF.
           IF bloqueo-tomado
               PERFORM 0007-SOLTAR-BLOQUEO-CIERRE
               ws-periodo-pago.

       0002-ABRIR-INCIDENCIAS.
           *> SOLO SE CREA VACIO CON STATUS 35 (NO EXISTE), COMO EL
           *> RESTO DE MAESTROS INDEXADOS.
           OPEN I-O INCFILE.
           IF incfile-no-existe
               OPEN OUTPUT INCFILE
               CLOSE INCFILE
               OPEN I-O INCFILE
           END-IF.

       0002-ESCRIBIR-CABECERA-CONTROL.
               *> REVISAR Y EL CIERRE NO DEBE QUEDAR BLOQUEADO.
               SET incidencia-aprobada TO TRUE
               MOVE 0 TO inc-unidades
               PERFORM 0008-GRABAR-INCIDENCIA
           END-IF.
           IF ws-meses-atraso > 0 AND incidencia-grabada
               SET hist-atraso-emitido TO TRUE
               ADD 1 TO ws-atrasos-emitidos
               ADD ws-importe-atraso TO ws-coste-total
           END-IF.
           SET bloqueo-sin-tomar TO TRUE.

       0008-GRABAR-INCIDENCIA.
           *> ALTA DEL "AT" PREPARADO EN REG-INCIDENCIA CON LA
           *> SECUENCIA SIGUIENTE A LA ULTIMA DEL TRABAJADOR EN EL
           *> PERIODO DE PAGO. SI NO SE GRABA, LA ENTRADA DEL
           *> HISTORICO QUEDA SIN MARCAR PARA LA PROXIMA PASADA.
           SET incidencia-sin-grabar TO TRUE.
           MOVE REG-INCIDENCIA TO ws-incidencia-nueva.
           MOVE 0 TO ws-inc-secuencia.
           MOVE 0 TO inc-secuencia.
           START INCFILE KEY IS NOT LESS THAN inc-clave
               INVALID KEY SET incfile-fin TO TRUE
           END-START.
           PERFORM 0008-LEER-SECUENCIA UNTIL incfile-fin.
           MOVE ws-incidencia-nueva TO REG-INCIDENCIA.
           IF ws-inc-secuencia = 999
               DISPLAY "AVISO: EL TRABAJADOR " inc-id-trabajador
                   " YA TIENE 999 INCIDENCIAS EN EL PERIODO "
                   inc-periodo ", ATRASO NO EMITIDO"
           ELSE
               ADD 1 TO ws-inc-secuencia
               MOVE ws-inc-secuencia TO inc-secuencia
               WRITE REG-INCIDENCIA
                   INVALID KEY
                       DISPLAY "AVISO: NO SE PUDO GRABAR EL ATRASO "
                           "DEL ID " inc-id-trabajador
                           " - FILE STATUS " incfile-status
                   NOT INVALID KEY
                       SET incidencia-grabada TO TRUE
               END-WRITE
           END-IF.

       0008-LEER-SECUENCIA.
           READ INCFILE NEXT RECORD
               AT END SET incfile-fin TO TRUE
               NOT AT END
                   IF inc-id-trabajador NOT = hist-id-trabajador
                       OR inc-periodo NOT = ws-periodo-pago
                       SET incfile-fin TO TRUE
                   ELSE
                       MOVE inc-secuencia TO ws-inc-secuencia
                   END-IF
           END-READ.

       END PROGRAM NOMINA-ATRASOS.
