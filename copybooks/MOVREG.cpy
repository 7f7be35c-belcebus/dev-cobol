      *> REGISTRO DE MOVIMIENTO DEL INTERCAMBIO CON CENTRAL: UN
      *> REGISTRO POR OPERACION CON CODIGO A/B/M MAS LOS DATOS DEL
      *> TRABAJADOR. ES EL TRAZADO DE MOVIMIENTOS.DAT, QUE CENTRAL
      *> NOS ENVIA Y APLICA NOMINA-MOVIMIENTOS, Y EL DEL DETALLE DEL
      *> FICHERO DE VUELTA QUE GENERA MOVIMIENTOS-SALIDA, ENTRE UNA
      *> CABECERA Y UN PIE QUE LLEVAN AMBOS EL NUMERO DE REGISTROS Y
      *> LA SUMA DE CONTROL DE LOS IDENTIFICADORES.
           05 mov-operacion        PIC X(01).
              88 movimiento-alta         VALUE 'A'.
              88 movimiento-baja         VALUE 'B'.
              88 movimiento-modificacion VALUE 'M'.
           05 mov-id-trabajador    PIC 9(05).
           05 mov-nif              PIC X(09).
           05 mov-nombre           PIC X(50).
           05 mov-apellido-pat     PIC X(50).
           05 mov-apellido-mat     PIC X(50).
           05 mov-salario          PIC S9(05)V99 SIGN TRAILING
                                   SEPARATE.
           05 mov-departamento     PIC 9(02) OCCURS 3 TIMES.
           05 mov-forma-pago       PIC X(01).
              88 mov-pago-transferencia  VALUE 'T'.
              88 mov-pago-efectivo       VALUE 'E'.
           05 mov-iban             PIC X(24).
           05 mov-categoria        PIC X(04).
      *> DATOS DE AFILIACION; EL GRUPO VA EN ALFANUMERICO PARA
      *> DISTINGUIR EL BLANCO (SIN DATO) DE UN VALOR TECLEADO.
           05 mov-num-seg-social   PIC X(12).
           05 mov-grupo-cotizacion PIC X(02).
      *> PORCENTAJE DE REPARTO DE CADA DEPARTAMENTO (3 DIGITOS),
      *> TAMBIEN EN ALFANUMERICO PARA DISTINGUIR EL BLANCO.
           05 mov-pct-departamentos.
              10 mov-pct-departamento PIC X(03) OCCURS 3 TIMES.
      *> DIRECCION DE CORREO PARA EL RECIBO ELECTRONICO.
           05 mov-email            PIC X(60).
      *> SEXO (M/H) PARA EL REGISTRO RETRIBUTIVO. LOS FICHEROS
      *> ANTERIORES AL CAMPO LLEGAN SIN EL Y SE LEEN EN BLANCO.
           05 mov-sexo             PIC X(01).
              88 mov-sexo-valido         VALUE 'M' 'H'.
