      *> AREA DE COMUNICACION CON EL ESCRITOR DE VERSIONES DEL
      *> MAESTRO DE TRABAJADORES (TRABAJADORES-VERSION). TODO
      *> PROGRAMA QUE DA DE ALTA, MODIFICA O DA DE BAJA UN
      *> REG-TRABAJADOR ENTREGA AQUI, TRAS GRABARLO, EL REGISTRO
      *> COMPLETO TAL COMO HA QUEDADO; EL SUBPROGRAMA LO ANOTA CON
      *> FECHA Y HORA EN TRABAJADORES_VERSIONES.TXT (COPY VERREG),
      *> DE DONDE TRABAJADORES-FECHA RECONSTRUYE LA FICHA A
      *> CUALQUIER FECHA PASADA. NINGUN PROGRAMA DEBE ESCRIBIR EN
      *> ESE FICHERO POR SU CUENTA. CON EL MISMO REGISTRO SE
      *> MANTIENEN LOS TRAMOS DE CONTRATO (CONTRATOS-HISTORICO,
      *> CONTRATOS_HISTORICO.DAT).
       01 version-com.
          05 vcom-programa      PIC X(20).
          05 vcom-operador      PIC X(20).
          05 vcom-operacion     PIC X(01).
             88 vcom-alta           VALUE 'A'.
             88 vcom-modificacion   VALUE 'M'.
             88 vcom-baja           VALUE 'B'.
             88 vcom-inicial        VALUE 'I'.
      *> IMAGEN DEL REG-TRABAJADOR (COPY TRABREG) YA GRABADO.
          05 vcom-registro      PIC X(322).
          05 vcom-retorno       PIC X(02).
             88 vcom-ok             VALUE "00".
             88 vcom-no-grabado     VALUE "01".
