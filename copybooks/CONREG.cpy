      *> REGISTRO DEL HISTORICO DE CONTRATOS (CONTRATOS_HISTORICO.DAT),
      *> INDEXADO POR TRABAJADOR + FECHA DE INICIO COMO
      *> SUSPENSIONES.DAT: UN REGISTRO POR TRAMO DE CONTRATO, CON LAS
      *> CONDICIONES QUE TUVO MIENTRAS ESTUVO VIGENTE. LA FECHA DE FIN
      *> A CERO ES EL TRAMO EN VIGOR; AL CERRARLO SE ANOTA EL MOTIVO.
      *> LO MANTIENE SOLO CONTRATOS-HISTORICO, A PARTIR DE CADA
      *> VERSION DEL MAESTRO QUE GRABA TRABAJADORES-VERSION.
           05 con-clave.
              10 con-id-trabajador  PIC 9(05).
              10 con-fecha-inicio   PIC 9(08).
           05 con-tipo              PIC X(01).
              88 con-indefinido         VALUE 'I'.
              88 con-temporal           VALUE 'T'.
              88 con-practicas          VALUE 'P'.
           05 con-jornada-pct       PIC 9(03).
      *> FECHA DE FIN PACTADA DEL CONTRATO (fecha-fin-contrato) Y
      *> FECHA EN QUE EL TRAMO TERMINO DE VERDAD.
           05 con-fecha-fin-prevista PIC 9(08).
           05 con-fecha-fin         PIC 9(08).
      *> R = RENOVACION (SIGUE UN TRAMO NUEVO DEL MISMO TIPO),
      *> C = CONVERSION A INDEFINIDO, M = CAMBIO DE TIPO O DE
      *> JORNADA, B = BAJA. EN BLANCO MIENTRAS EL TRAMO ESTA EN VIGOR.
           05 con-motivo-fin        PIC X(01).
              88 con-fin-renovacion     VALUE 'R'.
              88 con-fin-conversion     VALUE 'C'.
              88 con-fin-modificacion   VALUE 'M'.
              88 con-fin-baja           VALUE 'B'.
              88 con-en-vigor           VALUE ' '.
           05 con-fecha-registro    PIC 9(08).
           05 con-programa          PIC X(20).
           05 con-operador          PIC X(20).
