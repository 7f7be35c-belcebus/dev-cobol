      *> COMPARAR TIPOS VIEJOS Y NUEVOS EN LA MISMA PASADA. EL
      *> MOTOR LO DEJA EN BLANCO TRAS RECARGAR.
             10 ncm-recargar-tabla PIC X(01).
      *> TIPO DE IRPF FIJADO POR EL LLAMADOR: CON ncm-tipo-fijado A
      *> 'S' EL MOTOR RETIENE ncm-tipo-irpf-fijo SOBRE EL BRUTO SIN
      *> CALCULAR EL TIPO NI LEER O ACUMULAR DATOS_IRPF.DAT. LO USA
      *> NOMINA-COMPLEMENTARIA PARA RECALCULAR UN PERIODO PASADO AL
      *> TIPO DE SU NOMINA ORIGINAL Y NO AL DE HOY. EL MOTOR LO DEJA
      *> EN BLANCO EN CADA LLAMADA.
             10 ncm-tipo-fijado    PIC X(01).
                88 ncm-con-tipo-fijado VALUE 'S'.
             10 ncm-tipo-irpf-fijo PIC 9(02)V99.
          05 ncm-salida.
             10 ncm-bruto          PIC S9(07)V99.
             10 ncm-base-efectiva  PIC S9(07)V99.
             10 ncm-dias-trabajados PIC 9(02).
             10 ncm-trienios       PIC 9(02).
             10 ncm-imp-trienios   PIC S9(07)V99.
      *> INCAPACIDAD TEMPORAL DEL PERIODO (BAJAS_IT.DAT): DIAS
      *> NATURALES DE BAJA DENTRO DEL MES Y PRESTACION SEPARADA POR
      *> QUIEN LA PAGA: A CARGO DE LA EMPRESA (ENFERMEDAD COMUN,
      *> DIAS 4 A 15) Y EN PAGO DELEGADO POR CUENTA DE LA MUTUA (EL
      *> RESTO). LA PRESTACION YA VA SUMADA EN ncm-bruto, Y LOS
      *> DIAS LABORABLES DE BAJA SE DESCUENTAN DEL SALARIO BASE POR
      *> EL MISMO PRORRATEO QUE LAS ALTAS Y BAJAS A MITAD DE MES.
             10 ncm-dias-baja-it   PIC 9(02).
             10 ncm-it-dias-empresa PIC 9(02).
             10 ncm-it-empresa     PIC S9(07)V99.
             10 ncm-it-dias-mutua  PIC 9(02).
             10 ncm-it-mutua       PIC S9(07)V99.
      *> SUSPENSIONES DEL PERIODO (SUSPENSIONES.DAT): DIAS
      *> LABORABLES EQUIVALENTES QUE NO SE PAGAN POR ERTE O
      *> EXCEDENCIA (UN DIA DE ERTE AL 50 % CUENTA MEDIO) Y TIPO DE
      *> LA ULTIMA SUSPENSION DEL MES. ncm-suspension-total SALE
      *> CUANDO TODOS LOS DIAS DEL MES EN ALTA ESTAN SUSPENDIDOS AL
      *> 100 %: EL MOTOR NO CALCULA NI CONSUME NADA Y EL CIERRE NO
      *> EMITE NOMINA. ncm-meses-antiguedad SON LOS MESES DE
      *> SERVICIO QUE CUENTAN PARA LOS TRIENIOS, SIN LOS DE
      *> EXCEDENCIA VOLUNTARIA (0 SIN FECHA DE ALTA).
             10 ncm-dias-suspension PIC 9(02)V99.
             10 ncm-tipo-suspension PIC X(01).
             10 ncm-situacion      PIC X(01).
                88 ncm-sin-suspension     VALUE ' '.
                88 ncm-suspension-parcial VALUE 'P'.
                88 ncm-suspension-total   VALUE 'T'.
             10 ncm-meses-antiguedad PIC S9(05).
      *> INCIDENCIAS DEL PERIODO APLICADAS AL BRUTO (HORAS EXTRA,
      *> AUSENCIAS, BONOS...), UNA LINEA POR CONCEPTO PARA QUE EL
      *> RECIBO LAS DESGLOSE. LAS AUSENCIAS LLEGAN EN NEGATIVO. LA
                15 ncm-inc-importe  PIC S9(05)V99.
                15 ncm-inc-descripcion PIC X(30).
             10 ncm-total-incidencias PIC S9(07)V99.
      *> GASTOS DE VIAJE APROBADOS DEL PERIODO (GASTOS.DAT): LA PARTE
      *> EXENTA NO ENTRA EN LAS BASES DE SEGURIDAD SOCIAL NI DE IRPF
      *> Y SE SUMA TAL CUAL AL LIQUIDO; EL EXCESO SOBRE LOS LIMITES
      *> YA VA SUMADO EN ncm-bruto, DONDE TRIBUTA Y COTIZA.
             10 ncm-gastos-exentos PIC S9(07)V99.
             10 ncm-gastos-sujetos PIC S9(07)V99.
      *> RETRIBUCION EN ESPECIE DEL PERIODO (ESPECIE.DAT): SU
      *> VALORACION COTIZA Y TRIBUTA PERO NO VA EN ncm-bruto NI EN EL
      *> LIQUIDO. ncm-ingreso-cuenta ES LA PARTE DE ncm-irpf QUE LE
      *> CORRESPONDE (INGRESO A CUENTA), YA INCLUIDA EN ncm-irpf.
             10 ncm-especie        PIC S9(07)V99.
             10 ncm-ingreso-cuenta PIC S9(07)V99.
             10 ncm-anticipo       PIC S9(07)V99.
      *> DEDUCCIONES VOLUNTARIAS DEL PERIODO (DEDUCCIONES.DAT),
      *> DESCONTADAS TRAS EL ANTICIPO Y ANTES DE LOS EMBARGOS, UNA
      *> LINEA POR DEDUCCION CON SU ACREEDOR PARA QUE EL RECIBO LAS
      *> DESGLOSE. UNA DEDUCCION QUE NO CABE ENTERA EN EL LIQUIDO
      *> DISPONIBLE NO SE DESCUENTA ESE MES. EN MODO 'C' QUEDAN
      *> SELLADAS CON EL PERIODO EN EL FICHERO; EN SIMULACION SOLO
      *> SE MUESTRAN.
             10 ncm-deducciones    PIC S9(07)V99.
             10 ncm-num-deducciones PIC 9(02).
             10 ncm-deduccion OCCURS 10 TIMES.
                15 ncm-ded-numero   PIC 9(02).
                15 ncm-ded-acreedor PIC 9(03).
                15 ncm-ded-importe  PIC S9(05)V99.
                15 ncm-ded-descripcion PIC X(30).
      *> CUOTA DE EMBARGOS JUDICIALES DEL PERIODO (EMBARGOS.DAT),
      *> COBRADA POR ORDEN DE PRIORIDAD TRAS SEGURIDAD SOCIAL, IRPF
      *> Y ANTICIPOS, RESPETANDO EL MINIMO INEMBARGABLE (CLASE "EM"
             10 ncm-embargo        PIC S9(07)V99.
             10 ncm-seg-social     PIC S9(07)V99.
             10 ncm-irpf           PIC S9(07)V99.
      *> TIPO DE RETENCION DE IRPF APLICADO. CON DATOS DEL
      *> TRABAJADOR EN DATOS_IRPF.DAT ES SU TIPO INDIVIDUAL, CON EL
      *> PERIODO DESDE EL QUE RIGE Y EL MOTIVO DEL ULTIMO CAMBIO
      *> (DATOS FAMILIARES, INICIO DE EJERCICIO, CAMBIO DE SALARIO O
      *> ATRASOS); SIN DATOS ES EL TIPO EFECTIVO DE LOS TRAMOS
      *> MENSUALES "IR", CON PERIODO A CERO Y MOTIVO "TABLA
      *> GENERAL". EL RECIBO IMPRIME LOS TRES.
             10 ncm-tipo-irpf      PIC 9(02)V99.
             10 ncm-periodo-tipo-irpf PIC 9(06).
             10 ncm-motivo-irpf    PIC X(18).
             10 ncm-liquido        PIC S9(07)V99.
      *> CUOTA PATRONAL DE SEGURIDAD SOCIAL (CLASE "CP" DEL FICHERO
      *> DE TIPOS): COSTE A CARGO DE LA EMPRESA, NO SE DEDUCE DEL
