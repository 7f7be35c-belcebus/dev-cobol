      *> REGISTRO DEL FICHERO DE SUSPENSIONES DE CONTRATO
      *> (SUSPENSIONES.DAT), INDEXADO POR TRABAJADOR + FECHA DE
      *> INICIO COMO BAJAS_IT.DAT: UN REGISTRO POR PERIODO DE ERTE O
      *> DE EXCEDENCIA. EL TRABAJADOR SIGUE EN ALTA ('A') EN EL
      *> MAESTRO; ES ESTE FICHERO EL QUE DICE QUE DIAS ESTA
      *> SUSPENDIDO. LA FECHA DE FIN A CERO SIGNIFICA SUSPENSION
      *> ABIERTA (SIN REINCORPORACION TODAVIA).
           05 sus-clave.
              10 sus-id-trabajador PIC 9(05).
              10 sus-fecha-inicio  PIC 9(08).
           05 sus-fecha-fin        PIC 9(08).
      *> E = ERTE (REDUCCION DE JORNADA O SUSPENSION TEMPORAL POR
      *> EXPEDIENTE DE REGULACION), V = EXCEDENCIA VOLUNTARIA,
      *> F = EXCEDENCIA FORZOSA O POR CUIDADO DE HIJOS O
      *> FAMILIARES. LA VOLUNTARIA NO COMPUTA PARA LA ANTIGUEDAD
      *> (LOS TRIENIOS SE PARAN); ERTE Y FORZOSA SI COMPUTAN.
           05 sus-tipo             PIC X(01).
              88 suspension-erte       VALUE 'E'.
              88 excedencia-voluntaria VALUE 'V'.
              88 excedencia-forzosa    VALUE 'F'.
              88 suspension-tipo-valido VALUE 'E' 'V' 'F'.
              88 suspension-computa-antiguedad VALUE 'E' 'F'.
      *> PORCENTAJE DE JORNADA QUE SE DEJA DE TRABAJAR (Y DE COBRAR)
      *> EN LOS DIAS DE LA SUSPENSION: 1 A 100 EN ERTE; LAS
      *> EXCEDENCIAS SIEMPRE 100.
           05 sus-pct-reduccion    PIC 9(03).
           05 sus-fecha-registro   PIC 9(08).
           05 sus-operador         PIC X(20).
