      *> CATALOGO DE ACREEDORES EN MEMORIA, CARGADO DESDE
      *> ACREEDORES.DAT AL ARRANQUE DEL PROGRAMA: SINDICATOS,
      *> ASEGURADORAS, GIMNASIOS... A LOS QUE SE PAGA LO DESCONTADO
      *> EN NOMINA POR DEDUCCIONES VOLUNTARIAS, CON SU NIF Y EL IBAN
      *> AL QUE VA SU TRANSFERENCIA EN LA REMESA DEL CIERRE. SE USA
      *> PARA VALIDAR EL ACREEDOR DE CADA DEDUCCION Y PARA LIQUIDAR
      *> EL TOTAL DEL PERIODO A CADA UNO.
       01 tabla-acreedores.
          05 acreedor-cat OCCURS 1 TO 50 TIMES
                          DEPENDING ON num-acreedores-cat
                          INDEXED BY INDX-ACR-CAT.
             10 id-acr-cat           PIC 9(03).
             10 nombre-acr-cat       PIC X(40).
             10 nif-acr-cat          PIC X(09).
             10 iban-acr-cat         PIC X(24).

       77 num-acreedores-cat    PIC 9(02) VALUE 0.
       77 acr-encontrado        PIC 9(01) VALUE 0.
          88 acr-cat-valido       VALUE 1.
          88 acr-cat-invalido     VALUE 0.
