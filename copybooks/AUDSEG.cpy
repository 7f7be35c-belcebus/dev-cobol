      *> INDICE DE SEGMENTOS DEL RASTRO DE AUDITORIA
      *> (AUDITORIA_SEGMENTOS.DAT): UNA LINEA POR MES CERRADO POR
      *> AUDITORIA-ROTACION, EN ORDEN DE ROTACION. CADA SEGMENTO
      *> AUDITORIA_AAAAMM.TXT GUARDA LAS LINEAS DEL MES TAL CUAL SE
      *> SELLARON; LA CADENA SIGUE SIN CORTE DE UN SEGMENTO AL
      *> SIGUIENTE Y AL FICHERO ACTIVO AUDITORIA.TXT.
           05 seg-mes              PIC 9(06).
           05 FILLER               PIC X(01).
           05 seg-fichero          PIC X(24).
           05 FILLER               PIC X(01).
      *> FECHAS DE LA PRIMERA Y LA ULTIMA CABECERA DEL SEGMENTO, QUE
      *> ES LO QUE MIRA AUDITORIA-CONSULTA PARA SABER SI LO ABRE.
           05 seg-fecha-desde      PIC 9(08).
           05 FILLER               PIC X(01).
           05 seg-fecha-hasta      PIC 9(08).
           05 FILLER               PIC X(01).
      *> PRIMERA Y ULTIMA SECUENCIA SELLADA (PRIMERA A CERO SI EL
      *> SEGMENTO SOLO TIENE LINEAS DEL TRAZADO ANTIGUO; ENTONCES LA
      *> ULTIMA Y EL ENC FINAL SON LOS QUE TRAIA LA CADENA).
           05 seg-primer-sec       PIC 9(08).
           05 FILLER               PIC X(01).
           05 seg-ultimo-sec       PIC 9(08).
           05 FILLER               PIC X(01).
      *> ENC CON QUE LA CADENA ENTRA EN EL SEGMENTO (EL FINAL DEL
      *> ANTERIOR, CERO EN EL PRIMERO) Y ENC DE SU ULTIMO SELLO, DEL
      *> QUE ARRANCA EL SIGUIENTE.
           05 seg-enc-inicial      PIC 9(08).
           05 FILLER               PIC X(01).
           05 seg-enc-final        PIC 9(08).
           05 FILLER               PIC X(01).
           05 seg-lineas           PIC 9(07).
           05 FILLER               PIC X(01).
           05 seg-fecha-rotacion   PIC 9(08).
