      *> PARTIDAS DEL ASIENTO DE NOMINA QUE NECESITAN CUENTA EN EL
      *> MAPA CUENTAS_NOMINA.DAT, CON EL LADO (DEBE / HABER) EN QUE
      *> SE APUNTAN. LA CUOTA PATRONAL VA A LOS DOS LADOS: COSTE AL
      *> DEBE Y CUOTA A INGRESAR AL HABER. LA IT EN PAGO DELEGADO
      *> (IM) VA AL DEBE COMO CREDITO CONTRA LA SEGURIDAD SOCIAL,
      *> FUERA DEL COSTE SALARIAL. EL CIERRE, LA PAGA EXTRA
      *> Y LA REVERSION COMPRUEBAN CONTRA ESTA LISTA, ANTES DE
      *> GRABAR NADA, QUE EL MAPA VIGENTE EN EL PERIODO DA CUENTA A
      *> TODO LO QUE VAN A CONTABILIZAR.
       01 tabla-partidas-asiento-val.
          05 FILLER PIC X(33) VALUE "SBDSUELDOS Y SALARIOS".
          05 FILLER PIC X(33) VALUE "GSDDIETAS Y KILOMETRAJE SUJETOS".
          05 FILLER PIC X(33) VALUE "GEDDIETAS Y KILOMETRAJE EXENTOS".
          05 FILLER PIC X(33) VALUE "IMDPRESTACION IT PAGO DELEGADO".
          05 FILLER PIC X(33) VALUE "CPDSEG. SOCIAL A CARGO EMPRESA".
          05 FILLER PIC X(33) VALUE "CPHCUOTA PATRONAL A INGRESAR".
          05 FILLER PIC X(33) VALUE "SSHSEG. SOCIAL DEL TRABAJADOR".
          05 FILLER PIC X(33) VALUE "IRHRETENCIONES IRPF".
          05 FILLER PIC X(33) VALUE "ANHANTICIPOS DESCONTADOS".
          05 FILLER PIC X(33) VALUE "EBHEMBARGOS RETENIDOS".
          05 FILLER PIC X(33) VALUE "DVHDEDUCCIONES VOLUNTARIAS".
          05 FILLER PIC X(33) VALUE "LQHLIQUIDO A PAGAR".
       01 tabla-partidas-asiento REDEFINES
             tabla-partidas-asiento-val.
          05 partida-asiento OCCURS 12 TIMES
                              INDEXED BY INDX-PARTIDA.
             10 codigo-partida       PIC X(02).
             10 debe-haber-partida   PIC X(01).
             10 descripcion-partida  PIC X(30).

       77 num-partidas-asiento  PIC 9(02) VALUE 12.
