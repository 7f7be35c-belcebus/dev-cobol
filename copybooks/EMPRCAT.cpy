      *> CATALOGO DE EMPRESAS EN MEMORIA, CARGADO DESDE EMPRESAS.DAT
      *> AL ARRANQUE DEL PROGRAMA: CADA EMPRESA DEL GRUPO CON SU NIF
      *> (CIF), EL IBAN ORDENANTE DE SU REMESA SEPA Y LA ENTIDAD
      *> CONTABLE A LA QUE VA SU LOTE DE ASIENTOS. SE USA PARA
      *> VALIDAR EL CODIGO DE EMPRESA DE TRABAJADORES, DEPARTAMENTOS
      *> Y OPERADORES Y PARA CERRAR LA NOMINA EMPRESA A EMPRESA.
       01 tabla-empresas.
          05 empresa-cat OCCURS 1 TO 20 TIMES
                          DEPENDING ON num-empresas-cat
                          INDEXED BY INDX-EMP-CAT.
             10 id-emp-cat           PIC 9(02).
             10 razon-social-emp-cat PIC X(40).
             10 nif-emp-cat          PIC X(09).
             10 iban-ordenante-emp-cat PIC X(24).
             10 entidad-contable-emp-cat PIC X(04).

       77 num-empresas-cat      PIC 9(02) VALUE 0.
       77 emp-encontrada        PIC 9(01) VALUE 0.
          88 emp-cat-valida       VALUE 1.
          88 emp-cat-invalida     VALUE 0.
