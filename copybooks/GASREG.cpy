      *> REGISTRO DEL MAESTRO DE GASTOS DE VIAJE (GASTOS.DAT): DIETAS
      *> Y KILOMETRAJE QUE EL TRABAJADOR PASA A LA EMPRESA, INDEXADO
      *> POR TRABAJADOR + PERIODO DE PAGO + SECUENCIA, CON CLAVE
      *> ALTERNATIVA POR PERIODO, COMO INCIDENCIAS.DAT (INCREG). EL
      *> MOTOR LEE SOLO EL TRAMO DE CLAVE DEL TRABAJADOR Y PERIODO
      *> QUE CALCULA; LA APROBACION Y LA GUARDA DEL CIERRE RECORREN
      *> SOLO EL PERIODO. LA SECUENCIA LA PONE QUIEN GRABA: LA
      *> SIGUIENTE A LA ULTIMA DEL TRABAJADOR EN EL PERIODO. SE CAPTURA
      *> PENDIENTE DESDE EL MENU DE NOMINAS (OPCION E) Y SOLO LA
      *> APROBADA POR EL SUPERVISOR ENTRA EN LA NOMINA DEL PERIODO
      *> (AAAAMM) EN QUE SE PAGA, QUE NO TIENE POR QUE SER EL MES DEL
      *> DESPLAZAMIENTO (gas-fecha). NOMINA-CALCULO SEPARA LA PARTE
      *> EXENTA, HASTA LOS LIMITES FECHADOS DE TIPOS_RETENCION.DAT
      *> (CLASES "DS", "DP" Y "KM"), DEL EXCESO, QUE TRIBUTA Y COTIZA.
           05 gas-clave.
              10 gas-id-trabajador PIC 9(05).
              10 gas-periodo       PIC 9(06).
              10 gas-secuencia     PIC 9(03).
           05 gas-fecha         PIC 9(08).
      *> D = DIETA SIN PERNOCTA, P = DIETA CON PERNOCTA (UNIDADES =
      *> DIAS), K = KILOMETRAJE (UNIDADES = KM), O = OTROS GASTOS,
      *> SIN LIMITE EXENTO: TRIBUTAN ENTEROS.
           05 gas-tipo          PIC X(01).
              88 gasto-dieta-sin-pernocta VALUE 'D'.
              88 gasto-dieta-pernocta     VALUE 'P'.
              88 gasto-kilometraje        VALUE 'K'.
              88 gasto-otros              VALUE 'O'.
              88 gasto-tipo-valido        VALUE 'D' 'P' 'K' 'O'.
           05 gas-unidades      PIC 9(05)V99.
      *> IMPORTE QUE SE PAGA AL TRABAJADOR. EN KILOMETRAJE A CERO SE
      *> PAGAN LOS KM AL PRECIO EXENTO VIGENTE.
           05 gas-importe       PIC 9(05)V99.
      *> P = PENDIENTE DE APROBAR, A = APROBADA, R = RECHAZADA.
           05 gas-estado        PIC X(01).
              88 gasto-pendiente          VALUE 'P'.
              88 gasto-aprobado           VALUE 'A'.
              88 gasto-rechazado          VALUE 'R'.
           05 gas-descripcion   PIC X(30).
