      *MODIFICACIONES
      *22/08/2026 - ALTA INICIAL, PASO VERIFICA DE FICHPROC ENTRE
      *             CARGA Y FICHERO.
      *15/10/2026 - LA CABECERA (TIPO 00) Y EL PIE (TIPO 99) DEL SOBRE
      *             DE LA ENTREGA NO CUENTAN COMO REGISTROS DEL PLANO.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.
       FD INSEQ.
       01 REG-INSEQ.
           02 LETRAS-SEQ PIC A(10).
      *Mismo sobre que valida CARGA: cabecera tipo 00 y pie tipo 99.
       01 REG-SOBRE-ENTREGA.
           02 SOB-TIPO PIC X(02).
               88 SOB-ES-CABECERA VALUE "00".
               88 SOB-ES-PIE VALUE "99".
           02 FILLER PIC X(24).

       FD INIDX.
       01 REG-INIDX.
       CONTAR-SIGUIENTE-PLANO.
           READ INSEQ
               AT END MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF NOT SOB-ES-CABECERA AND NOT SOB-ES-PIE
                       ADD 1 TO WS-TOTAL-PLANO
                   END-IF
           END-READ.

       CONTAR-INDEXADO.
