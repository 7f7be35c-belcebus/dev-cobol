      *> VERSION FECHADA DEL REGISTRO DE TRABAJADOR
      *> (TRABAJADORES_VERSIONES.TXT): UNA LINEA POR CADA ALTA,
      *> MODIFICACION O BAJA GRABADA EN TRABAJADORES.DAT, EN ORDEN
      *> CRONOLOGICO, CON EL REGISTRO COMPLETO TAL COMO QUEDO. LA
      *> FICHA DE UN TRABAJADOR A UNA FECHA ES SU ULTIMA VERSION DE
      *> ESA FECHA O ANTERIOR. LA ESCRIBE SOLO TRABAJADORES-VERSION;
      *> LA VERSION 'I' (INICIAL) LA DEJA NOMINA-MIGRACION UNA VEZ
      *> POR TRABAJADOR AL PONER EN MARCHA EL FICHERO.
           05 ver-id-trabajador    PIC 9(05).
           05 FILLER               PIC X(01).
           05 ver-fecha            PIC 9(08).
           05 FILLER               PIC X(01).
           05 ver-hora             PIC 9(08).
           05 FILLER               PIC X(01).
           05 ver-operacion        PIC X(01).
              88 ver-alta              VALUE 'A'.
              88 ver-modificacion      VALUE 'M'.
              88 ver-baja              VALUE 'B'.
              88 ver-inicial           VALUE 'I'.
           05 FILLER               PIC X(01).
           05 ver-programa         PIC X(20).
           05 FILLER               PIC X(01).
           05 ver-operador         PIC X(20).
           05 FILLER               PIC X(01).
      *> IMAGEN DEL REG-TRABAJADOR (COPY TRABREG). LAS VERSIONES
      *> GRABADAS ANTES DEL CAMPO SEXO SON UN BYTE MAS CORTAS Y SE
      *> LEEN CON EL SEXO EN BLANCO (PENDIENTE).
           05 ver-datos            PIC X(322).
