      *> RESULTADO ESTRUCTURADO, PARA PODER REIMPRIMIR CUALQUIER
      *> RECIBO Y ACUMULAR POR TRABAJADOR Y EJERCICIO SIN TENER QUE
      *> REPASAR A OJO EL TEXTO DE NOMINA.TXT.
      *> EL MES DEL PERIODO VA DE 01 A 12 EN LA NOMINA ORDINARIA;
      *> 13 Y 14 SON LAS PAGAS EXTRA (NOMINA-EXTRA) Y DE 21 A 32 LAS
      *> COMPLEMENTARIAS DE ENERO A DICIEMBRE (NOMINA-COMPLEMENTARIA),
      *> QUE GUARDAN LA DIFERENCIA ACUMULADA SOBRE LA ORDINARIA.
           05 nom-clave.
              10 nom-id-trabajador PIC 9(05).
              10 nom-periodo       PIC 9(06).
              88 nomina-devuelta     VALUE 'D'.
              88 nomina-reemitida    VALUE 'R'.
              88 nomina-pago-caja    VALUE 'E'.
      *> EMPRESA DEL GRUPO QUE PAGA LA NOMINA (LA DEL TRABAJADOR AL
      *> CERRARLA), PARA SEPARAR REMESA Y ASIENTOS POR EMPRESA AUNQUE
      *> EL TRABAJADOR CAMBIE LUEGO DE EMPRESA.
           05 nom-empresa       PIC 9(02).
      *> GASTOS DE VIAJE PAGADOS EN LA NOMINA: PARTE EXENTA (FUERA
      *> DE nom-bruto, PERO DENTRO DE nom-liquido) Y EXCESO SUJETO
      *> (YA INCLUIDO EN nom-bruto). A CERO EN NOMINAS ANTERIORES A
      *> LOS CAMPOS Y EN LAS PAGAS EXTRA.
           05 nom-gastos-exentos PIC S9(07)V99 SIGN TRAILING
                                 SEPARATE.
           05 nom-gastos-sujetos PIC S9(07)V99 SIGN TRAILING
                                 SEPARATE.
      *> RETRIBUCION EN ESPECIE DEL PERIODO (FUERA DE nom-bruto Y DE
      *> nom-liquido) E INGRESO A CUENTA QUE LE CORRESPONDE (YA
      *> INCLUIDO EN nom-irpf). A CERO EN NOMINAS ANTERIORES A LOS
      *> CAMPOS Y EN LAS PAGAS EXTRA.
           05 nom-especie       PIC S9(07)V99 SIGN TRAILING
                                SEPARATE.
           05 nom-ingreso-cuenta PIC S9(07)V99 SIGN TRAILING
                                 SEPARATE.
      *> DEDUCCIONES VOLUNTARIAS DEL PERIODO (CUOTA SINDICAL, SEGURO
      *> DE VIDA COLECTIVO...) DESCONTADAS DEL LIQUIDO PARA PAGARLAS
      *> A SUS ACREEDORES. A CERO EN NOMINAS ANTERIORES AL CAMPO Y EN
      *> LAS PAGAS EXTRA.
           05 nom-deducciones   PIC S9(07)V99 SIGN TRAILING
                                SEPARATE.
