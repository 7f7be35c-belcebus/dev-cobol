      *> DEDUCCIONES VOLUNTARIAS RECURRENTES DEL TRABAJADOR
      *> (DEDUCCIONES.DAT), INDEXADO POR TRABAJADOR + NUMERO DE
      *> LINEA: CUOTA SINDICAL, SEGURO DE VIDA COLECTIVO, GIMNASIO...
      *> CADA LINEA SE DESCUENTA EN LA NOMINA MENSUAL DE LOS PERIODOS
      *> DE SU VIGENCIA, DESPUES DE LOS ANTICIPOS Y ANTES DE LOS
      *> EMBARGOS, Y EL CIERRE LIQUIDA LO DESCONTADO A SU ACREEDOR
      *> (CATALOGO ACREEDORES.DAT). SIN AUTORIZACION FIRMADA POR EL
      *> TRABAJADOR NO SE DESCUENTA.
           05 ded-clave.
              10 ded-id-trabajador PIC 9(05).
              10 ded-numero        PIC 9(02).
           05 ded-acreedor      PIC 9(03).
      *> F = IMPORTE FIJO MENSUAL (ded-importe), P = PORCENTAJE DEL
      *> BRUTO DEL MES (ded-porcentaje).
           05 ded-tipo          PIC X(01).
              88 deduccion-importe-fijo  VALUE 'F'.
              88 deduccion-porcentaje    VALUE 'P'.
              88 deduccion-tipo-valido   VALUE 'F' 'P'.
           05 ded-importe       PIC 9(05)V99.
           05 ded-porcentaje    PIC 9(02)V99.
      *> VIGENCIA EN PERIODOS (AAAAMM). HASTA A CERO = SIN FIN.
           05 ded-periodo-desde PIC 9(06).
           05 ded-periodo-hasta PIC 9(06).
      *> FECHA (AAAAMMDD) DE LA AUTORIZACION FIRMADA POR EL
      *> TRABAJADOR.
           05 ded-fecha-autorizacion PIC 9(08).
           05 ded-descripcion   PIC X(30).
      *> ULTIMO PERIODO (AAAAMM) EN EL QUE UN CIERRE O UN FINIQUITO
      *> DESCONTO LA LINEA Y SU IMPORTE: LA LIQUIDACION A LOS
      *> ACREEDORES DEL CIERRE SALE DE AQUI, Y UNA REPETICION DEL
      *> MISMO PERIODO VUELVE A MOSTRAR EL IMPORTE SIN RECALCULARLO,
      *> IGUAL QUE LAS CUOTAS DE EMBARGO.
           05 ded-periodo-aplicado PIC 9(06).
           05 ded-ultimo-importe PIC 9(05)V99.
