      *             SI EL PERIODO NO FIGURA CERRADO, EL BOLETIN ABRE
      *             CON LA ALERTA EXPLICITA DE QUE ALGUN PASO DEL
      *             JOB FALLO Y EL MES NO ESTA PAGADO.
      *15/10/2026 - CIERRE POR EMPRESAS: PAGADOS Y LIQUIDO SUMAN LAS
      *             LINEAS DEL PERIODO DE TODAS LAS EMPRESAS Y LA
      *             REMESA SUMA LOS TOTALES 03 DE TODOS SUS BLOQUES.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           05 cie-total-bruto      PIC S9(09)V99 SIGN TRAILING SEPARATE.
           05 cie-total-deduccion  PIC S9(09)V99 SIGN TRAILING SEPARATE.
           05 cie-total-liquido    PIC S9(09)V99 SIGN TRAILING SEPARATE.
      *    EMPRESA DEL GRUPO CERRADA EN ESTA LINEA: EL CIERRE SE
      *    REGISTRA EMPRESA A EMPRESA (00 = LINEA COMUN A TODAS).
           05 cie-empresa          PIC 9(02).

       FD  REMESAFILE
           LABEL RECORDS ARE STANDARD.
           05 apu-importe       PIC 9(09)V99.
           05 FILLER            PIC X(01).
           05 apu-concepto      PIC X(44).
           05 FILLER            PIC X(01).
           05 apu-empresa       PIC X(02).
           05 FILLER            PIC X(01).
           05 apu-entidad       PIC X(04).

       FD  VENCEFILE
           LABEL RECORDS ARE STANDARD.
               NOT AT END
                   IF cie-periodo = ws-periodo
                       SET cierre-registrado TO TRUE
                       ADD cie-trabajadores TO ws-pagados
                       ADD cie-total-liquido TO ws-total-liquido
                   END-IF
           END-READ.

               NOT AT END
                   IF rem-tipo = "03"
                       SET remesa-leida TO TRUE
                       ADD rem-tot-numero TO ws-remesa-numero
                       ADD rem-tot-importe TO ws-remesa-importe
                   END-IF
           END-READ.

