      *> REGISTRO DE CAMBIOS SENSIBLES DEL MAESTRO PENDIENTES DE UN
      *> SEGUNDO OPERADOR (CAMBIOS_PENDIENTES.DAT), INDEXADO POR
      *> TRABAJADOR + FECHA Y HORA DE LA SOLICITUD + TIPO. EL CAMBIO
      *> DE IBAN O DE FORMA DE PAGO, Y EL DE SALARIO POR ENCIMA DEL
      *> PORCENTAJE PCT-APROBACION-SALARIO, NO SE GRABAN EN
      *> TRABAJADORES.DAT AL PEDIRLOS: QUEDAN AQUI HASTA QUE OTRO
      *> OPERADOR, SUPERVISOR, LOS APRUEBA O LOS RECHAZA.
           05 cam-clave.
              10 cam-id-trabajador  PIC 9(05).
              10 cam-fecha-solicitud PIC 9(08).
              10 cam-hora-solicitud PIC 9(08).
              10 cam-tipo           PIC X(01).
                 88 cambio-iban         VALUE 'I'.
                 88 cambio-salario      VALUE 'S'.
      *> ESTADO: 'P' PENDIENTE, 'A' APROBADO (YA APLICADO AL
      *> MAESTRO), 'R' RECHAZADO, 'X' ANULADO POR UNA SOLICITUD
      *> POSTERIOR DEL MISMO TIPO PARA EL MISMO TRABAJADOR.
           05 cam-estado            PIC X(01).
              88 cambio-pendiente       VALUE 'P'.
              88 cambio-aprobado        VALUE 'A'.
              88 cambio-rechazado       VALUE 'R'.
              88 cambio-anulado         VALUE 'X'.
      *> TIPO 'I': FORMA DE PAGO E IBAN ANTES Y DESPUES.
           05 cam-forma-pago-antes  PIC X(01).
           05 cam-iban-antes        PIC X(24).
           05 cam-forma-pago-despues PIC X(01).
           05 cam-iban-despues      PIC X(24).
      *> TIPO 'S': SALARIO ANTES Y DESPUES, Y FECHA EFECTIVA PEDIDA
      *> PARA EL HISTORICO DE SALARIOS (0 = LA DE LA APROBACION).
           05 cam-salario-antes     PIC S9(05)V99 SIGN TRAILING
                                    SEPARATE.
           05 cam-salario-despues   PIC S9(05)V99 SIGN TRAILING
                                    SEPARATE.
           05 cam-fecha-efectiva    PIC 9(08).
           05 cam-operador-solicita PIC X(20).
           05 cam-operador-decide   PIC X(20).
           05 cam-fecha-decision    PIC 9(08).
           05 cam-hora-decision     PIC 9(08).
