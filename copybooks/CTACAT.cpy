      *> MAPA DE CUENTAS CONTABLES DE NOMINA EN MEMORIA, CARGADO
      *> DESDE CUENTAS_NOMINA.DAT (REGISTRO CTAREG). LO USAN EL
      *> RESOLUTOR NOMINA-CUENTAS Y EL MANTENIMIENTO
      *> CUENTAS-MANTENIMIENTO.
       01 tabla-cuentas.
          05 cuenta-cat OCCURS 1 TO 200 TIMES
                         DEPENDING ON num-cuentas-cat
                         INDEXED BY INDX-CTA-CAT.
             10 fecha-desde-cta-cat  PIC 9(08).
             10 partida-cta-cat      PIC X(02).
             10 departamento-cta-cat PIC 9(02).
             10 debe-haber-cta-cat   PIC X(01).
             10 cuenta-cta-cat       PIC X(06).
             10 descripcion-cta-cat  PIC X(30).

       77 num-cuentas-cat       PIC 9(03) VALUE 0.
