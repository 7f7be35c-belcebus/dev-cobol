      *> REGISTRO DEL MAPA DE CUENTAS CONTABLES DE NOMINA
      *> (CUENTAS_NOMINA.DAT, SECUENCIAL DE LINEAS): QUE CUENTA DEL
      *> PLAN CONTABLE RECIBE CADA PARTIDA DEL ASIENTO DE NOMINA, AL
      *> DEBE O AL HABER, DESDE UNA FECHA DE VIGENCIA. LA PARTIDA ES
      *> UNO DE LOS CODIGOS DE CTAPART. DEPARTAMENTO 00 ES LA REGLA
      *> GENERAL DE LA PARTIDA; UNA LINEA CON DEPARTAMENTO INFORMADO
      *> MANDA SOBRE LA GENERAL PARA ESE DEPARTAMENTO. LO MANTIENE
      *> CUENTAS-MANTENIMIENTO Y LO RESUELVE NOMINA-CUENTAS.
           05 cta-fecha-desde      PIC 9(08).
           05 cta-partida          PIC X(02).
           05 cta-departamento     PIC 9(02).
           05 cta-debe-haber       PIC X(01).
              88 cta-debe             VALUE 'D'.
              88 cta-haber            VALUE 'H'.
           05 cta-cuenta           PIC X(06).
           05 cta-descripcion      PIC X(30).
