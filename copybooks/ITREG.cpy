      *> REGISTRO DEL FICHERO DE BAJAS POR INCAPACIDAD TEMPORAL
      *> (BAJAS_IT.DAT), INDEXADO POR TRABAJADOR + FECHA DE INICIO:
      *> UN REGISTRO POR PROCESO DE BAJA MEDICA. LA FECHA DE FIN A
      *> CERO SIGNIFICA BAJA ABIERTA (SIN ALTA MEDICA TODAVIA). LA
      *> CONTINGENCIA DECIDE LOS TRAMOS DE PRESTACION QUE APLICA EL
      *> MOTOR NOMINA-CALCULO: CLASES "IC" (ENFERMEDAD COMUN) E "IA"
      *> (ACCIDENTE DE TRABAJO) DE TIPOS_RETENCION.DAT.
           05 it-clave.
              10 it-id-trabajador  PIC 9(05).
              10 it-fecha-inicio   PIC 9(08).
           05 it-fecha-fin         PIC 9(08).
           05 it-contingencia      PIC X(01).
              88 it-enfermedad-comun   VALUE 'C'.
              88 it-accidente-trabajo  VALUE 'A'.
              88 it-contingencia-valida VALUE 'C' 'A'.
           05 it-fecha-registro    PIC 9(08).
           05 it-operador          PIC X(20).
