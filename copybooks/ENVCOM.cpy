      *> AREA DE COMUNICACION CON EL EMISOR DE RECIBOS ELECTRONICOS
      *> (NOMINA-ENVIO). EL LLAMADOR ABRE EL RECIBO DEL TRABAJADOR
      *> Y PERIODO ('A'), LE ENTREGA SUS LINEAS UNA A UNA ('L') Y LO
      *> CIERRA ('C'). CON CORREO INFORMADO EL EMISOR DEJA EL RECIBO
      *> EN UN FICHERO PROPIO Y LO APUNTA EN EL MANIFIESTO DE LA
      *> PASARELA; SIN CORREO LO APUNTA EN LA LISTA DE IMPRESION Y
      *> LAS LINEAS SE DESCARTAN. LO COMPARTEN EL CIERRE, LA EXTRA Y
      *> LA REEMISION DE LA OPCION X DEL MENU.
       01 envio-com.
          05 evc-entrada.
             10 evc-operacion     PIC X(01).
                88 evc-abrir          VALUE 'A'.
                88 evc-escribir-linea VALUE 'L'.
                88 evc-cerrar         VALUE 'C'.
             10 evc-id-trabajador PIC 9(05).
             10 evc-periodo       PIC 9(06).
             10 evc-nombre        PIC X(60).
             10 evc-email         PIC X(60).
      *> 'S' EN LAS REEMISIONES DE RECIBOS NO ENTREGADOS: EL
      *> MANIFIESTO LO SENALA Y SE CUENTA EN EL CONTROL DE ENTREGA.
             10 evc-reemision     PIC X(01).
                88 evc-es-reemision   VALUE 'S'.
             10 evc-linea         PIC X(80).
          05 evc-salida.
             10 evc-fichero       PIC X(30).
             10 evc-retorno       PIC X(02).
                88 evc-por-correo     VALUE "00".
                88 evc-a-impresion    VALUE "01".
