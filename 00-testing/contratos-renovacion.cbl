      *03/09/2026 - LA PASADA TOMA EL CERROJO DE VENTANA DE CIERRE
      *             (CIERRE_EN_CURSO.DAT) COMO LOS DEMAS BATCH QUE
      *             MUTAN EL MAESTRO DE TRABAJADORES.
      *15/10/2026 - CADA TRABAJADOR REGRABADO DEJA UNA VERSION FECHADA
      *             DEL REGISTRO COMPLETO EN TRABAJADORES_VERSIONES.TXT
      *             (SUBPROGRAMA TRABAJADORES-VERSION).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
         77 ws-fecha-auditoria   PIC 9(08).
         77 ws-hora-auditoria    PIC 9(08).
         77 ws-operacion-auditoria PIC X(12).
         COPY VERCOM.
         77 ws-fecha-hoy         PIC 9(08) VALUE 0.

         01 ws-antes-trabajador.
                   MOVE "ERROR DE GRABACION" TO ws-motivo-rechazo
               NOT INVALID KEY
                   PERFORM 0007-AUDITAR-EVENTO
                   IF trabajador-baja
                       SET vcom-baja TO TRUE
                   ELSE
                       SET vcom-modificacion TO TRUE
                   END-IF
                   PERFORM 0013-VERSIONAR-TRABAJADOR
           END-REWRITE.

       0005-ESCRIBIR-RESULTADO.
           END-IF.
           SET bloqueo-sin-tomar TO TRUE.

       0013-VERSIONAR-TRABAJADOR.
           *> VERSION FECHADA DEL REGISTRO TAL COMO HA QUEDADO; LA
           *> OPERACION LA PONE EL LLAMADOR EN VERCOM.
           MOVE "CONTRATOS-RENOVACION" TO vcom-programa.
           MOVE ws-operador TO vcom-operador.
           MOVE REG-TRABAJADOR TO vcom-registro.
           CALL "TRABAJADORES-VERSION" USING version-com.

       END PROGRAM CONTRATOS-RENOVACION.
