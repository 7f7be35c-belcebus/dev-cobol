      *> REGISTRO DEL CONTROL DE ENTREGA DE RECIBOS ELECTRONICOS
      *> (ENVIOS_RECIBOS.DAT), INDEXADO POR TRABAJADOR + PERIODO (EL
      *> MISMO PERIODO QUE NOMINAS.DAT: AAAAMM, O AAAA13/AAAA14 EN
      *> LAS EXTRAS). LO DA DE ALTA NOMINA-ENVIO AL DEJAR CADA RECIBO
      *> PARA LA PASARELA DE CORREO O EN LA LISTA DE IMPRESION, Y LO
      *> ACTUALIZA NOMINA-ENTREGAS CON EL RESULTADO DE LA PASARELA.
      *> LAS CARTAS DE CARTAS-TRABAJADORES VAN POR EL MISMO CANAL CON
      *> SU PROPIO CODIGO DE PERIODO, AAAA + 40 + MES DE FIN DEL
      *> CONTRATO EN LOS PREAVISOS, AAAA + 60 + MES DE EFECTO EN LAS
      *> CARTAS DE SALARIO Y AAAA + 80 + MES DE EMISION EN LOS
      *> CERTIFICADOS, PARA QUE NO SE MEZCLEN CON LOS RECIBOS.
           05 env-clave.
              10 env-id-trabajador PIC 9(05).
              10 env-periodo       PIC 9(06).
           05 env-fichero       PIC X(30).
           05 env-email         PIC X(60).
      *> P = PENDIENTE (EN EL MANIFIESTO, A LA ESPERA DE LA
      *> PASARELA), E = ENTREGADO, N = NO ENTREGADO (A REEMITIR POR
      *> LA OPCION X DEL MENU), I = SIN CORREO, EN LA LISTA DE
      *> IMPRESION.
           05 env-estado        PIC X(01).
              88 envio-pendiente     VALUE 'P'.
              88 envio-entregado     VALUE 'E'.
              88 envio-no-entregado  VALUE 'N'.
              88 envio-impresion     VALUE 'I'.
           05 env-fecha-estado  PIC 9(08).
      *> MOTIVO DEVUELTO POR LA PASARELA CUANDO NO ENTREGA.
           05 env-motivo        PIC X(40).
           05 env-reemisiones   PIC 9(02).
