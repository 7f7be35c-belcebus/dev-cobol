               APELLIDO-PAT-EMP BY apellido-pat
               APELLIDO-MAT-EMP BY apellido-mat
               SALARIO-EMP BY salario.
      *> UN TRABAJADOR EN ERTE O EN EXCEDENCIA SIGUE ACTIVO: SUS
      *> PERIODOS DE SUSPENSION, CON FECHAS, TIPO Y PORCENTAJE, VAN
      *> EN SUSPENSIONES.DAT (COPY SUSREG).
           05 estado-trabajador PIC X(01).
              88 trabajador-activo VALUE 'A'.
              88 trabajador-baja   VALUE 'B'.
      *> REGISTROS ANTERIORES AL CAMPO: SIN CATEGORIA NO SE
      *> CONTROLA LA BANDA.
           05 categoria-trabajador PIC X(04).
      *> DATOS DE AFILIACION PARA LA LIQUIDACION MENSUAL DE
      *> COTIZACIONES (NOMINA-COTIZACION): NUMERO DE AFILIACION A LA
      *> SEGURIDAD SOCIAL (2 DIGITOS DE PROVINCIA + 8 DE NUMERO + 2
      *> DE CONTROL, VALIDADO EN LA CAPTURA) Y GRUPO DE COTIZACION
      *> (1 A 11), QUE FIJA LAS BASES MINIMA Y MAXIMA DE
      *> COTIZACION.DAT. EN BLANCO / 0 EN REGISTROS ANTERIORES AL
      *> CAMPO: LA LIQUIDACION LOS SENALA COMO PENDIENTES DE INFORMAR.
           05 num-seg-social    PIC X(12).
           05 grupo-cotizacion  PIC 9(02).
      *> EMPRESA DEL GRUPO A LA QUE PERTENECE EL TRABAJADOR (CODIGO
      *> DEL CATALOGO EMPRESAS.DAT): DECIDE CON QUE NIF, IBAN
      *> ORDENANTE Y ENTIDAD CONTABLE SE CIERRA SU NOMINA Y QUE
      *> OPERADORES PUEDEN VER SU FICHA. LOS REGISTROS ANTERIORES AL
      *> CAMPO SE MIGRAN A LA EMPRESA 01.
           05 empresa-trabajador PIC 9(02).
      *> REPARTO DEL COSTE ENTRE LOS TRES DEPARTAMENTOS: PORCENTAJE
      *> QUE SE IMPUTA A CADA id-departamento DE LA MISMA POSICION.
      *> LOS INFORMADOS SUMAN 100 Y UN HUECO SIN DEPARTAMENTO LLEVA
      *> 0. LOS REGISTROS ANTERIORES AL CAMPO SE MIGRAN A 100/0/0,
      *> QUE ES COMO SE IMPUTABA HASTA AHORA (TODO AL PRIMERO).
           05 pct-departamentos.
              10 pct-departamento PIC 9(03) OCCURS 3 TIMES.
      *> DIRECCION DE CORREO DEL TRABAJADOR PARA EL RECIBO
      *> ELECTRONICO: EL CIERRE Y LA EXTRA DEJAN SU RECIBO EN UN
      *> FICHERO PROPIO PARA LA PASARELA DE CORREO. EN BLANCO (Y EN
      *> LOS REGISTROS ANTERIORES AL CAMPO) EL RECIBO VA A LA LISTA
      *> DE IMPRESION.
           05 email-trabajador  PIC X(60).
      *> SEXO DEL TRABAJADOR PARA EL REGISTRO RETRIBUTIVO (MEDIAS Y
      *> MEDIANAS POR SEXO Y CATEGORIA): 'M' MUJER, 'H' HOMBRE. EN
      *> BLANCO EN LOS REGISTROS ANTERIORES AL CAMPO, QUE QUEDAN
      *> PENDIENTES DE INFORMAR POR LA OPCION M=MODIFICAR Y FUERA
      *> DEL REGISTRO HASTA ENTONCES.
           05 sexo-trabajador   PIC X(01).
              88 sexo-mujer          VALUE 'M'.
              88 sexo-hombre         VALUE 'H'.
              88 sexo-pendiente      VALUE ' '.
              88 sexo-valido         VALUE 'M' 'H'.
