      *> REGISTRO DE DATOS PARA LA RETENCION DE IRPF (DATOS_IRPF.DAT),
      *> INDEXADO POR TRABAJADOR: LA COMUNICACION DE SITUACION
      *> PERSONAL Y FAMILIAR QUE ENTREGA EL TRABAJADOR (MODELO 145),
      *> EL TIPO DE RETENCION INDIVIDUAL EN VIGOR QUE CALCULA EL
      *> MOTOR NOMINA-CALCULO Y LOS ACUMULADOS DEL EJERCICIO CON LOS
      *> QUE REGULARIZA. UN TRABAJADOR SIN REGISTRO SIGUE CON LOS
      *> TRAMOS MENSUALES "IR" DE TIPOS_RETENCION.DAT.
           05 irp-id-trabajador   PIC 9(05).
           05 irp-estado-civil    PIC X(01).
              88 irp-soltero          VALUE 'S'.
              88 irp-casado           VALUE 'C'.
              88 irp-viudo            VALUE 'V'.
              88 irp-separado         VALUE 'D'.
              88 irp-estado-valido    VALUE 'S' 'C' 'V' 'D'.
      *> CONYUGE SIN RENTAS PROPIAS (SOLO CASADOS): DA DERECHO A LA
      *> REDUCCION DE LA CLASE "RC" DEL FICHERO DE TIPOS.
           05 irp-conyuge-a-cargo PIC X(01).
              88 irp-con-conyuge-a-cargo VALUE 'S'.
           05 irp-hijos           PIC 9(02).
           05 irp-hijos-menores-3 PIC 9(02).
           05 irp-grado-discapacidad PIC 9(03).
      *> PRESTAMO DE VIVIENDA HABITUAL ANTERIOR A 2013: REBAJA EL
      *> TIPO EN LOS PUNTOS DE LA CLASE "VH".
           05 irp-vivienda-habitual PIC X(01).
              88 irp-con-vivienda     VALUE 'S'.
      *> OTRAS REDUCCIONES COMUNICADAS (PENSION COMPENSATORIA AL
      *> CONYUGE, ANUALIDADES POR ALIMENTOS...), IMPORTE ANUAL.
           05 irp-otras-reducciones PIC 9(07)V99.
           05 irp-fecha-datos     PIC 9(08).
           05 irp-operador        PIC X(20).
      *> A 'S' CUANDO SE HAN COMUNICADO DATOS NUEVOS Y EL MOTOR AUN
      *> NO HA RECALCULADO EL TIPO CON ELLOS.
           05 irp-recalculo-pendiente PIC X(01).
              88 irp-datos-cambiados  VALUE 'S'.
      *> TIPO EN VIGOR: EJERCICIO, PORCENTAJE, PERIODO (AAAAMM) DESDE
      *> EL QUE SE APLICA, MOTIVO DEL ULTIMO CAMBIO Y BASE MENSUAL
      *> (SALARIO POR JORNADA) CON LA QUE SE CALCULO.
           05 irp-ejercicio       PIC 9(04).
           05 irp-tipo-vigente    PIC 9(02)V99.
           05 irp-periodo-tipo    PIC 9(06).
           05 irp-motivo-tipo     PIC X(01).
              88 irp-motivo-datos     VALUE 'F'.
              88 irp-motivo-inicio    VALUE 'I'.
              88 irp-motivo-salario   VALUE 'S'.
              88 irp-motivo-atrasos   VALUE 'A'.
           05 irp-base-calculo    PIC 9(07)V99.
      *> BRUTO Y RETENCION YA PAGADOS EN EL EJERCICIO (NOMINAS
      *> MENSUALES Y PAGAS EXTRA CERRADAS). EL ULTIMO PERIODO Y SUS
      *> IMPORTES PERMITEN REPETIR UN CIERRE SIN ACUMULAR DOS VECES,
      *> COMO EL PERIODO-COBRADO DE LOS ANTICIPOS; LA PAGA EXTRA
      *> LLEVA SU PROPIA GUARDA PORQUE COMPARTE MES CON LA NOMINA.
           05 irp-bruto-acumulado PIC S9(07)V99 SIGN TRAILING
                                  SEPARATE.
           05 irp-irpf-acumulado  PIC S9(07)V99 SIGN TRAILING
                                  SEPARATE.
           05 irp-ultimo-periodo  PIC 9(06).
           05 irp-ultimo-bruto    PIC S9(07)V99 SIGN TRAILING
                                  SEPARATE.
           05 irp-ultimo-irpf     PIC S9(07)V99 SIGN TRAILING
                                  SEPARATE.
           05 irp-ultima-extra    PIC 9(06).
           05 irp-extra-bruto     PIC S9(07)V99 SIGN TRAILING
                                  SEPARATE.
           05 irp-extra-irpf      PIC S9(07)V99 SIGN TRAILING
                                  SEPARATE.
