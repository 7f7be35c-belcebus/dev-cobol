      *> PRESUPUESTO SALARIAL ANUAL DEL DEPARTAMENTO; A CERO = SIN
      *> PRESUPUESTO ASIGNADO (NO SE CONTROLA).
             10 presupuesto-dep-cat  PIC 9(07)V99.
      *> EMPRESA DEL GRUPO A LA QUE PERTENECE EL DEPARTAMENTO
      *> (CATALOGO EMPRESAS.DAT): UN TRABAJADOR SOLO PUEDE ESTAR
      *> ASIGNADO A DEPARTAMENTOS DE SU PROPIA EMPRESA.
             10 empresa-dep-cat      PIC 9(02).

       77 num-departamentos-cat PIC 9(02) VALUE 0.
       77 dep-encontrado        PIC 9(01) VALUE 0.
