           05 nomh-clave.
              10 nomh-id-trabajador PIC 9(05).
              10 nomh-periodo       PIC 9(06).
           05 nomh-resto-registro   PIC X(121).

       WORKING-STORAGE SECTION.

