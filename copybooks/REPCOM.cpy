      *> AREA DE COMUNICACION CON EL REPARTO DE COSTE POR
      *> DEPARTAMENTO (NOMINA-REPARTO). EL LLAMADOR PASA LOS TRES
      *> DEPARTAMENTOS DEL TRABAJADOR CON SUS PORCENTAJES Y LOS
      *> IMPORTES DE LA NOMINA (LOS QUE NO USE, A CERO) Y RECIBE LA
      *> PARTE DE CADA IMPORTE QUE CORRESPONDE A CADA POSICION. LO
      *> COMPARTEN EL CIERRE, LA CONCILIACION, LA REVERSION, EL
      *> CONTROL DE PRESUPUESTO Y DEPTOS-REORGANIZA PARA QUE TODOS
      *> REPARTAN CON EL MISMO REDONDEO.
       01 reparto-com.
          05 rep-entrada.
             10 rep-departamento   PIC 9(02) OCCURS 3 TIMES.
             10 rep-pct-entrada    PIC 9(03) OCCURS 3 TIMES.
             10 rep-bruto          PIC S9(07)V99.
             10 rep-seg-social     PIC S9(07)V99.
             10 rep-irpf           PIC S9(07)V99.
             10 rep-anticipo       PIC S9(07)V99.
             10 rep-embargo        PIC S9(07)V99.
             10 rep-deduccion      PIC S9(07)V99.
             10 rep-liquido        PIC S9(07)V99.
             10 rep-patronal       PIC S9(07)V99.
          05 rep-salida.
      *> PORCENTAJES REALMENTE APLICADOS. SI LOS DE ENTRADA NO SON
      *> UN REPARTO VALIDO (NO SUMAN 100, LLEVAN PORCENTAJE EN UN
      *> HUECO SIN DEPARTAMENTO O EL PRIMERO VA A CERO, COMO EN LOS
      *> REGISTROS ANTIGUOS) SE IMPUTA TODO AL PRIMER DEPARTAMENTO,
      *> COMO SE HACIA ANTES DEL REPARTO, Y SE AVISA EN rep-retorno.
             10 rep-pct-aplicado   PIC 9(03) OCCURS 3 TIMES.
      *> LAS POSICIONES 2 Y 3 SE REDONDEAN AL CENTIMO Y LA PRIMERA SE
      *> LLEVA EL RESTO, DE FORMA QUE LAS TRES PARTES SUMAN SIEMPRE
      *> EXACTAMENTE EL IMPORTE ENTREGADO. EL LIQUIDO DE LAS
      *> POSICIONES 2 Y 3 SE OBTIENE RESTANDO DE SU BRUTO SUS
      *> DEDUCCIONES, PARA QUE EL JUEGO DE APUNTES DE CADA
      *> DEPARTAMENTO CUADRE POR SI SOLO.
             10 rep-parte OCCURS 3 TIMES.
                15 rep-parte-bruto      PIC S9(07)V99.
                15 rep-parte-seg-social PIC S9(07)V99.
                15 rep-parte-irpf       PIC S9(07)V99.
                15 rep-parte-anticipo   PIC S9(07)V99.
                15 rep-parte-embargo    PIC S9(07)V99.
                15 rep-parte-deduccion  PIC S9(07)V99.
                15 rep-parte-liquido    PIC S9(07)V99.
                15 rep-parte-patronal   PIC S9(07)V99.
             10 rep-retorno        PIC X(02).
                88 rep-ok                 VALUE "00".
                88 rep-reparto-por-omision VALUE "01".
