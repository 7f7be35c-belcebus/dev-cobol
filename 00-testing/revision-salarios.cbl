      *             BLOQUEO ANTES DE REGRABAR (LAS RETENIDAS POR UN
      *             OPERADOR SE SALTAN CON AVISO), LA MISMA
      *             DISCIPLINA QUE NOMINA-MOVIMIENTOS.
      *15/10/2026 - CADA TRABAJADOR REGRABADO DEJA UNA VERSION FECHADA
      *             DEL REGISTRO COMPLETO EN TRABAJADORES_VERSIONES.TXT
      *             (SUBPROGRAMA TRABAJADORES-VERSION).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           05 nombre-departamento-cat   PIC X(30).
           05 responsable-departamento-cat PIC X(30).
           05 presupuesto-departamento-cat PIC 9(07)V99.
           05 empresa-departamento-cat  PIC 9(02).

       FD  HISTSALFILE
           LABEL RECORDS ARE STANDARD.
         77 ws-fecha-auditoria   PIC 9(08).
         77 ws-hora-auditoria    PIC 9(08).
         77 ws-operacion-auditoria PIC X(12).
         COPY VERCOM.

         01 ws-antes-trabajador.
            05 ws-ant-nombre        PIC X(50).
                       TO responsable-dep-cat(num-departamentos-cat)
                   MOVE presupuesto-departamento-cat
                       TO presupuesto-dep-cat(num-departamentos-cat)
                   MOVE empresa-departamento-cat
                       TO empresa-dep-cat(num-departamentos-cat)
           END-READ.

       0002-INICIALIZAR-IMPACTO.
                               TO ws-operacion-auditoria
                           PERFORM 0007-AUDITAR-EVENTO
                           PERFORM 0008-REGISTRAR-HISTORICO-SALARIO
                           SET vcom-modificacion TO TRUE
                           PERFORM 0011-VERSIONAR-TRABAJADOR
                   END-REWRITE
                   UNLOCK TRABFILE
               END-IF
           END-IF.
           SET bloqueo-sin-tomar TO TRUE.

       0011-VERSIONAR-TRABAJADOR.
           *> VERSION FECHADA DEL REGISTRO TAL COMO HA QUEDADO; LA
           *> OPERACION LA PONE EL LLAMADOR EN VERCOM.
           MOVE "REVISION-SALARIOS" TO vcom-programa.
           MOVE ws-operador TO vcom-operador.
           MOVE REG-TRABAJADOR TO vcom-registro.
           CALL "TRABAJADORES-VERSION" USING version-com.

       END PROGRAM REVISION-SALARIOS.
