      *> AREA DE COMUNICACION CON EL RESOLUTOR DE CUENTAS CONTABLES
      *> (NOMINA-CUENTAS). EL LLAMADOR PASA EL PERIODO, LA PARTIDA
      *> DEL ASIENTO (CTAPART), EL DEPARTAMENTO (00 = SIN CATALOGAR)
      *> Y EL LADO, Y RECIBE LA CUENTA DEL MAPA CUENTAS_NOMINA.DAT
      *> VIGENTE EL DIA 1 DEL PERIODO. LO COMPARTEN EL CIERRE, LA
      *> PAGA EXTRA, LA REVERSION Y LA CONCILIACION, PARA QUE TODOS
      *> CONTABILICEN (Y COMPRUEBEN) CONTRA LAS MISMAS CUENTAS.
       01 cuentas-com.
          05 cct-entrada.
             10 cct-periodo        PIC 9(06).
             10 cct-partida        PIC X(02).
             10 cct-departamento   PIC 9(02).
             10 cct-debe-haber     PIC X(01).
      *> A 'S' FUERZA A RELEER CUENTAS_NOMINA.DAT EN ESTA LLAMADA
      *> (LO USA CUENTAS-MANTENIMIENTO TRAS CAMBIAR EL MAPA); EL
      *> RESOLUTOR LO DEJA EN BLANCO TRAS RECARGAR.
             10 cct-recargar-tabla PIC X(01).
          05 cct-salida.
             10 cct-cuenta         PIC X(06).
             10 cct-descripcion    PIC X(30).
      *> LINEA DEL MAPA QUE HA DADO LA CUENTA: SU FECHA DE VIGENCIA
      *> Y SU DEPARTAMENTO (00 = REGLA GENERAL DE LA PARTIDA).
             10 cct-fecha-desde    PIC 9(08).
             10 cct-departamento-regla PIC 9(02).
             10 cct-retorno        PIC X(02).
                88 cct-ok                 VALUE "00".
                88 cct-sin-mapa           VALUE "01".
                88 cct-sin-cuenta         VALUE "02".
