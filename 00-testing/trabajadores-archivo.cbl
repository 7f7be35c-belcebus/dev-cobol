      *    MOVIMIENTOS ENTRE AMBOS SON DE GRUPO COMPLETO.
       01  REG-ARCHIVO.
           05 arch-id-trabajador   PIC 9(05).
           05 arch-resto-registro  PIC X(317).

       WORKING-STORAGE SECTION.

