      *> REGISTRO DEL MAESTRO DE INCIDENCIAS DE NOMINA
      *> (INCIDENCIAS.DAT), INDEXADO POR TRABAJADOR + PERIODO
      *> (AAAAMM) + SECUENCIA, CON CLAVE ALTERNATIVA POR PERIODO. EL
      *> MOTOR LEE SOLO EL TRAMO DE CLAVE DEL TRABAJADOR Y PERIODO
      *> QUE CALCULA; LA APROBACION Y LA GUARDA DEL CIERRE RECORREN
      *> SOLO EL PERIODO. LA SECUENCIA LA PONE QUIEN GRABA: LA
      *> SIGUIENTE A LA ULTIMA DEL TRABAJADOR EN EL PERIODO (001 LA
      *> PRIMERA).
           05 inc-clave.
              10 inc-id-trabajador PIC 9(05).
              10 inc-periodo       PIC 9(06).
              10 inc-secuencia     PIC 9(03).
           05 inc-concepto         PIC X(02).
           05 inc-importe          PIC S9(05)V99 SIGN TRAILING
                                   SEPARATE.
      *> ESTADO: 'P' PENDIENTE DE APROBAR (LO CAPTURADO A MANO Y LO
      *> GENERADO DESDE FICHAJES), 'A' APROBADA, 'R' RECHAZADA. EN
      *> BLANCO EN LINEAS ANTERIORES AL CAMPO, QUE SE TRATAN COMO
      *> APROBADAS.
           05 inc-estado           PIC X(01).
              88 incidencia-pendiente  VALUE 'P'.
              88 incidencia-aprobada   VALUE 'A'.
              88 incidencia-rechazada  VALUE 'R'.
              88 incidencia-aplicable  VALUE 'A' ' '.
              88 incidencia-estado-valido VALUE 'P' 'A' 'R' ' '.
      *> UNIDADES DE LOS CONCEPTOS TARIFADOS DEL CATALOGO
      *> CONCEPTOS.DAT (HORAS, DIAS...); EL IMPORTE LO VALORA EL
      *> MOTOR. A CERO EN CONCEPTOS DE IMPORTE LIBRE.
           05 inc-unidades         PIC 9(03)V99.
