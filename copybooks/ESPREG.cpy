      *> RETRIBUCION EN ESPECIE DEL TRABAJADOR (ESPECIE.DAT),
      *> INDEXADO POR TRABAJADOR + NUMERO DE LINEA: COCHE DE EMPRESA,
      *> SEGURO MEDICO, PRESTAMO A INTERES REDUCIDO... NO SE PAGA EN
      *> EL LIQUIDO NI VA A LA REMESA, PERO NOMINA-CALCULO SUMA SU
      *> VALORACION MENSUAL A LAS BASES DE SEGURIDAD SOCIAL Y DE IRPF
      *> Y RETIENE EL INGRESO A CUENTA QUE LE CORRESPONDE. UNA LINEA
      *> ENTRA ENTERA EN CUALQUIER MES QUE TOQUE SU VIGENCIA.
           05 esp-clave.
              10 esp-id-trabajador PIC 9(05).
              10 esp-numero        PIC 9(02).
      *> V = VEHICULO, S = SEGURO MEDICO, P = PRESTAMO, O = OTROS.
           05 esp-tipo          PIC X(01).
              88 especie-vehiculo        VALUE 'V'.
              88 especie-seguro-medico   VALUE 'S'.
              88 especie-prestamo        VALUE 'P'.
              88 especie-otros           VALUE 'O'.
              88 especie-tipo-valido     VALUE 'V' 'S' 'P' 'O'.
           05 esp-valoracion-mensual PIC 9(05)V99.
      *> VIGENCIA (AAAAMMDD). HASTA A CERO = SIN FECHA DE FIN.
           05 esp-fecha-desde   PIC 9(08).
           05 esp-fecha-hasta   PIC 9(08).
           05 esp-descripcion   PIC X(30).
