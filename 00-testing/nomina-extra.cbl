      *             CIERRES_NOMINA.DAT CON ESE MISMO PERIODO (UNA
      *             EXTRA NO SE PAGA DOS VECES) Y GENERA SU REMESA Y
      *             UN JUEGO DE APUNTES CUADRADO A NIVEL DE EMPRESA.
      *15/10/2026 - EL RECIBO IMPRIME EL TIPO DE IRPF APLICADO A LA
      *             PAGA (EL TIPO INDIVIDUAL EN VIGOR O EL EFECTIVO DE
      *             LOS TRAMOS GENERALES) Y EL MOTIVO DEL ULTIMO
      *             CAMBIO.
      *15/10/2026 - LA EXTRA SE PAGA EMPRESA A EMPRESA DEL GRUPO
      *             (EMPRESAS.DAT), COMO EL CIERRE MENSUAL: CADA
      *             EMPRESA LLEVA SU BLOQUE 01/03 EN LA REMESA CON SU
      *             IBAN ORDENANTE, SU JUEGO DE APUNTES CON LA
      *             EMPRESA Y LA ENTIDAD CONTABLE, Y SU LINEA EN
      *             CIERRES_NOMINA.DAT; LAS EMPRESAS QUE YA TENGAN LA
      *             EXTRA PAGADA SE SALTAN.
      *15/10/2026 - RECIBO ELECTRONICO: CADA RECIBO DE LA EXTRA SE
      *             ENTREGA TAMBIEN A NOMINA-ENVIO, COMO EN EL CIERRE
      *             MENSUAL (FICHERO PROPIO Y MANIFIESTO PARA LA
      *             PASARELA DE CORREO, O LISTA DE IMPRESION SI EL
      *             TRABAJADOR NO TIENE CORREO).
      *15/10/2026 - LAS CUENTAS DEL JUEGO DE APUNTES SALEN DEL MAPA
      *             CUENTAS_NOMINA.DAT VIGENTE EN EL MES DE PAGO (VIA
      *             NOMINA-CUENTAS) Y NO DEL PROGRAMA; LA CUOTA
      *             PATRONAL A INGRESAR VA EN SU PROPIA LINEA DEL
      *             HABER, SEPARADA DE LA SEGURIDAD SOCIAL RETENIDA.
      *             SI ALGUNA PARTIDA DE LA EXTRA NO TIENE CUENTA, LA
      *             EXTRA SE RECHAZA ANTES DE PAGAR NADA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS remesafile-status.

           SELECT EMPRFILE ASSIGN TO "EMPRESAS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS emprfile-status.

           SELECT ASIENTOFILE ASSIGN TO "ASIENTOS_NOMINA.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS asientofile-status.
           05 cie-total-bruto      PIC S9(09)V99 SIGN TRAILING SEPARATE.
           05 cie-total-deduccion  PIC S9(09)V99 SIGN TRAILING SEPARATE.
           05 cie-total-liquido    PIC S9(09)V99 SIGN TRAILING SEPARATE.
      *    EMPRESA DEL GRUPO CERRADA EN ESTA LINEA: EL CIERRE SE
      *    REGISTRA EMPRESA A EMPRESA (00 = LINEA COMUN A TODAS).
           05 cie-empresa          PIC 9(02).

       FD  NOMMAESTRO
           LABEL RECORDS ARE STANDARD.
           LABEL RECORDS ARE STANDARD.
       01  LINEA-REMESA               PIC X(120).

       FD  EMPRFILE
           LABEL RECORDS ARE STANDARD.
       01  REG-EMPRESA.
           05 id-empresa-cat            PIC 9(02).
           05 razon-social-empresa-cat  PIC X(40).
           05 nif-empresa-cat           PIC X(09).
           05 iban-ordenante-empresa-cat PIC X(24).
           05 entidad-contable-empresa-cat PIC X(04).

       FD  ASIENTOFILE
           LABEL RECORDS ARE STANDARD.
       01  LINEA-ASIENTO              PIC X(100).

       FD  BLOQUEOFILE
           LABEL RECORDS ARE STANDARD.
         77 ws-salario-neto      PIC S9(05)V99.
         77 ws-cuota-patronal    PIC S9(07)V99.
         77 ws-importe-format    PIC -ZZZZ9.99.
         77 ws-tipo-irpf-format  PIC Z9.99.

         COPY NOMCOM.
         *> RECIBO ELECTRONICO (NOMINA-ENVIO).
         COPY ENVCOM.
         77 ws-recibos-correo    PIC 9(05) VALUE 0.
         77 ws-recibos-impresion PIC 9(05) VALUE 0.

         *> MISMO TRAZADO SEPA DE REMESA QUE EL CIERRE MENSUAL:
         *> CABECERA 01 CON EL IBAN ORDENANTE, REGISTRO 02 POR
            05 rem-cab-fecha     PIC 9(08).
            05 rem-cab-periodo   PIC 9(06).
            05 rem-cab-referencia PIC X(16).
            05 rem-cab-empresa   PIC 9(02).
         01 ws-remesa-detalle.
            05 rem-det-tipo      PIC X(02) VALUE "02".
            05 rem-det-secuencia PIC 9(06).
            05 apu-importe       PIC 9(09)V99.
            05 FILLER            PIC X(01) VALUE SPACE.
            05 apu-concepto      PIC X(44).
            05 FILLER            PIC X(01) VALUE SPACE.
            05 apu-empresa       PIC 9(02).
            05 FILLER            PIC X(01) VALUE SPACE.
            05 apu-entidad       PIC X(04).
         77 ws-apunte-importe    PIC S9(09)V99.
         *> PARTIDA DEL APUNTE EN CURSO (CTAPART): SU CUENTA LA
         *> RESUELVE NOMINA-CUENTAS CONTRA EL MAPA DEL PERIODO.
         77 ws-partida-apunte    PIC X(02).
         COPY CTACOM.
         COPY CTAPART.
         77 ws-partidas-sin-cuenta PIC 9(04) VALUE 0.
         77 ws-indice-partida    PIC 9(02).


         *> CERROJO DE VENTANA DE CIERRE (CIERRE_EN_CURSO.DAT).
         77 ws-total-patronal    PIC S9(09)V99 VALUE 0.
         77 ws-total-format      PIC -ZZZZZZZZ9.99.

         *> EMPRESAS DEL GRUPO: LA EXTRA SE PAGA UNA A UNA.
         COPY FILESTAT REPLACING NIVEL-FS BY 77
             FS-CAMPO BY emprfile-status
             FS-OK BY emprfile-ok
             FS-FIN-FICHERO BY emprfile-fin
             FS-CLAVE-DUPLICADA BY emprfile-dup
             FS-REGISTRO-NO-ENCONTRADO BY emprfile-no-encontrado
             FS-FICHERO-NO-EXISTE BY emprfile-no-existe
             FS-REGISTRO-BLOQUEADO BY emprfile-bloqueado
             FS-DATOS-INVALIDOS BY emprfile-datos-invalidos.
         COPY EMPRCAT.
         77 ws-indice-empresa    PIC 9(02) VALUE 0.
         77 ws-empresa-extra     PIC 9(02) VALUE 0.
         77 ws-empresas-pagadas  PIC 9(02) VALUE 0.
         *> REMESA Y ASIENTOS SE ABREN CON LA PRIMERA EMPRESA QUE
         *> HAYA QUE PAGAR: SI TODAS LA TIENEN PAGADA NO SE PISAN.
         77 ws-salidas-abiertas  PIC 9(01) VALUE 0.
            88 salidas-abiertas      VALUE 1.
            88 salidas-cerradas      VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN SECTION.
       0000-PRINCIPAL.
               END-IF
           END-IF.
           IF extra-sin-error
               PERFORM 0014-COMPROBAR-CUENTAS-CONTABLES
               IF ws-partidas-sin-cuenta > 0
                   DISPLAY "EXTRA RECHAZADA: " ws-partidas-sin-cuenta
                       " PARTIDAS DEL ASIENTO SIN CUENTA CONTABLE "
                       "VIGENTE EN CUENTAS_NOMINA.DAT"
                   SET extra-con-error TO TRUE
               END-IF
           END-IF.
           IF extra-sin-error
               PERFORM 0011-CARGAR-EMPRESAS
               MOVE 0 TO ws-indice-empresa
               PERFORM 0012-PAGAR-SIGUIENTE-EMPRESA
                   UNTIL ws-indice-empresa = num-empresas-cat
                      OR extra-con-error
               IF salidas-abiertas
                   CLOSE REMESAFILE
                   CLOSE ASIENTOFILE
               END-IF
           END-IF.
           IF extra-sin-error
               IF ws-empresas-pagadas = 0
                   DISPLAY "LA EXTRA " ws-periodo-extra " YA ESTA "
                       "PAGADA EN TODAS LAS EMPRESAS, NO SE REPITE"
               ELSE
                   DISPLAY "EXTRA " ws-periodo-extra " COMPLETADA, "
                       "EMPRESAS PAGADAS: " ws-empresas-pagadas
                   DISPLAY "RECIBOS POR CORREO: " ws-recibos-correo
                       " (DISTRIBUCION_RECIBOS.TXT), A IMPRESION: "
                       ws-recibos-impresion " (RECIBOS_IMPRESION.TXT)"
               END-IF
           END-IF.
           IF bloqueo-tomado
               PERFORM 0009-SOLTAR-BLOQUEO-CIERRE

       0002-COMPROBAR-PERIODO-CERRADO.
           *> MISMO REGISTRO DE CIERRES QUE EL CIERRE MENSUAL: LA
           *> EXTRA SELLA SU PERIODO AAAA13/AAAA14 POR EMPRESA Y NO
           *> SE REPITE.
           SET periodo-no-cerrado TO TRUE.
           OPEN INPUT CIERREFILE.
           IF cierrefile-ok
               AT END SET cierrefile-fin TO TRUE
               NOT AT END
                   IF cie-periodo = ws-periodo-extra
                       AND (cie-empresa = ws-empresa-extra
                            OR cie-empresa = 0)
                       SET periodo-ya-cerrado TO TRUE
                   END-IF
           END-READ.
           ELSE
               PERFORM 0004-ABRIR-FICHERO-NOMINA
               PERFORM 0005-ABRIR-MAESTRO-NOMINAS
               MOVE LOW-VALUES TO id-trabajador
               START TRABFILE KEY IS NOT LESS THAN id-trabajador
                   INVALID KEY SET trabfile-fin TO TRUE
               AT END SET trabfile-fin TO TRUE
               NOT AT END
                   IF trabajador-activo
                       AND empresa-trabajador = ws-empresa-extra
                       PERFORM 0003-PRORRATEAR-DEVENGO
                       IF ws-meses-devengados > 0
                           PERFORM 0003-CALCULAR-EXTRA
           END-IF.

       0004-ESCRIBIR-RECIBO-EXTRA.
           *> CADA LINEA DEL RECIBO VA A NOMINA.TXT Y AL RECIBO
           *> ELECTRONICO DEL TRABAJADOR (0013).
           PERFORM 0013-ABRIR-RECIBO-ELECTRONICO.
           MOVE ALL "-" TO LINEA-NOMINA.
           PERFORM 0013-ESCRIBIR-LINEA-RECIBO.
           MOVE SPACES TO LINEA-NOMINA.
           STRING "PAGA EXTRA DEL TRABAJADOR " id-trabajador
                  " PERIODO " ws-periodo-extra
               DELIMITED BY SIZE INTO LINEA-NOMINA.
           PERFORM 0013-ESCRIBIR-LINEA-RECIBO.
           MOVE SPACES TO LINEA-NOMINA.
           STRING nombre-trabajador DELIMITED BY SIZE
                  " " apellido-pat DELIMITED BY SIZE
                  " " apellido-mat DELIMITED BY SIZE
               INTO LINEA-NOMINA.
           PERFORM 0013-ESCRIBIR-LINEA-RECIBO.

           MOVE SPACES TO LINEA-NOMINA.
           STRING "MESES DEVENGADOS:   " ws-meses-devengados " DE 6"
               DELIMITED BY SIZE INTO LINEA-NOMINA.
           PERFORM 0013-ESCRIBIR-LINEA-RECIBO.

           MOVE ws-salario-bruto TO ws-importe-format.
           MOVE SPACES TO LINEA-NOMINA.
           STRING "BRUTO PAGA EXTRA:   " ws-importe-format
               DELIMITED BY SIZE INTO LINEA-NOMINA.
           PERFORM 0013-ESCRIBIR-LINEA-RECIBO.

           MOVE ws-seg-social TO ws-importe-format.
           MOVE SPACES TO LINEA-NOMINA.
           STRING "SEGURIDAD SOCIAL:   " ws-importe-format
               DELIMITED BY SIZE INTO LINEA-NOMINA.
           PERFORM 0013-ESCRIBIR-LINEA-RECIBO.

           MOVE ws-irpf TO ws-importe-format.
           MOVE SPACES TO LINEA-NOMINA.
           STRING "IRPF:               " ws-importe-format
               DELIMITED BY SIZE INTO LINEA-NOMINA.
           PERFORM 0013-ESCRIBIR-LINEA-RECIBO.
           PERFORM 0010-ESCRIBIR-LINEA-TIPO-IRPF.

           MOVE ws-salario-neto TO ws-importe-format.
           MOVE SPACES TO LINEA-NOMINA.
           STRING "LIQUIDO A PERCIBIR: " ws-importe-format
               DELIMITED BY SIZE INTO LINEA-NOMINA.
           PERFORM 0013-ESCRIBIR-LINEA-RECIBO.
           PERFORM 0013-CERRAR-RECIBO-ELECTRONICO.

       0005-ABRIR-MAESTRO-NOMINAS.
           *> SOLO SE CREA VACIO CON STATUS 35 (NO EXISTE), NUNCA
           *> ARRASTRAR LO QUE DEJO EN EL AREA LA ULTIMA LECTURA.
           MOVE 0 TO nom-embargo.
           MOVE SPACE TO nom-estado-pago.
           MOVE empresa-trabajador TO nom-empresa.
           *> LOS GASTOS DE VIAJE SE PAGAN EN LA NOMINA MENSUAL.
           MOVE 0 TO nom-gastos-exentos nom-gastos-sujetos.
           MOVE 0 TO nom-especie nom-ingreso-cuenta.
           MOVE 0 TO nom-deducciones.
           WRITE REG-NOMINA
               INVALID KEY
                   REWRITE REG-NOMINA
           END-WRITE.

       0006-ABRIR-REMESA.
           *> CABECERA 01 DE LA EMPRESA EN CURSO CON SU IBAN DEL
           *> CATALOGO; IBAN-ORDENANTE QUEDA PARA LAS EMPRESAS SIN
           *> IBAN.
           MOVE iban-ordenante-emp-cat(ws-indice-empresa)
               TO rem-cab-iban-ordenante.
           IF rem-cab-iban-ordenante = SPACES
               MOVE ws-iban-ordenante TO rem-cab-iban-ordenante
           END-IF.
           IF rem-cab-iban-ordenante = SPACES
               DISPLAY "AVISO: EMPRESA " ws-empresa-extra " SIN IBAN "
                   "ORDENANTE, SU CABECERA DE REMESA SALE SIN IBAN"
           END-IF.
           MOVE ws-fecha-hoy TO rem-cab-fecha.
           MOVE ws-periodo-extra TO rem-cab-periodo.
           MOVE SPACES TO rem-cab-referencia.
           STRING "EXTRA " ws-periodo-extra "-" ws-empresa-extra
               DELIMITED BY SIZE INTO rem-cab-referencia.
           MOVE ws-empresa-extra TO rem-cab-empresa.
           MOVE SPACES TO LINEA-REMESA.
           MOVE ws-remesa-cabecera TO LINEA-REMESA.
           WRITE LINEA-REMESA.
           MOVE SPACES TO LINEA-REMESA.
           MOVE ws-remesa-totales TO LINEA-REMESA.
           WRITE LINEA-REMESA.
           DISPLAY "REMESA_NOMINA.TXT, EMPRESA " ws-empresa-extra
               " (TRAZADO SEPA), TRANSFERENCIAS: " ws-remesa-numero.

       0007-GENERAR-ASIENTOS.
           *> UN SOLO JUEGO CUADRADO A NIVEL DE EMPRESA
           *> (DEPARTAMENTO 00): COSTE AL DEBE (PARTIDAS SB Y CP LA
           *> PATRONAL) Y CUOTA PATRONAL A INGRESAR (CP), SEGURIDAD
           *> SOCIAL (SS), IRPF (IR) Y LIQUIDO (LQ) AL HABER. EL
           *> LOTE ES EL PERIODO DE LA EXTRA, UNO POR EMPRESA CON SU
           *> ENTIDAD CONTABLE.
           MOVE ws-periodo-extra TO apu-lote.
           MOVE ws-empresa-extra TO apu-empresa.
           MOVE entidad-contable-emp-cat(ws-indice-empresa)
               TO apu-entidad.
           MOVE ws-fecha-hoy TO apu-fecha.
           MOVE 0 TO apu-departamento.

           MOVE ws-total-bruto TO ws-apunte-importe.
           MOVE "SB" TO ws-partida-apunte.
           MOVE "D" TO apu-debe-haber.
           PERFORM 0007-ESCRIBIR-LINEA-APUNTE.

           IF ws-total-patronal NOT = 0
               MOVE ws-total-patronal TO ws-apunte-importe
               MOVE "CP" TO ws-partida-apunte
               MOVE "D" TO apu-debe-haber
               PERFORM 0007-ESCRIBIR-LINEA-APUNTE
               MOVE ws-total-patronal TO ws-apunte-importe
               MOVE "CP" TO ws-partida-apunte
               MOVE "H" TO apu-debe-haber
               PERFORM 0007-ESCRIBIR-LINEA-APUNTE
           END-IF.

           MOVE ws-total-ss TO ws-apunte-importe.
           MOVE "SS" TO ws-partida-apunte.
           MOVE "H" TO apu-debe-haber.
           PERFORM 0007-ESCRIBIR-LINEA-APUNTE.

           MOVE ws-total-irpf TO ws-apunte-importe.
           MOVE "IR" TO ws-partida-apunte.
           MOVE "H" TO apu-debe-haber.
           PERFORM 0007-ESCRIBIR-LINEA-APUNTE.

           MOVE ws-total-liquido TO ws-apunte-importe.
           MOVE "LQ" TO ws-partida-apunte.
           MOVE "H" TO apu-debe-haber.
           PERFORM 0007-ESCRIBIR-LINEA-APUNTE.

           DISPLAY "ASIENTOS_NOMINA.TXT, LOTE " ws-periodo-extra
               " EMPRESA " ws-empresa-extra.

       0007-ESCRIBIR-LINEA-APUNTE.
           *> LA CUENTA SALE DEL MAPA VIGENTE PARA LA PARTIDA Y EL
           *> LADO DEL APUNTE; YA SE COMPROBO AL ARRANCAR QUE TODAS
           *> TIENEN CUENTA.
           MOVE ws-periodo-extra TO cct-periodo.
           MOVE ws-partida-apunte TO cct-partida.
           MOVE apu-departamento TO cct-departamento.
           MOVE apu-debe-haber TO cct-debe-haber.
           CALL "NOMINA-CUENTAS" USING cuentas-com.
           IF cct-ok
               MOVE cct-cuenta TO apu-cuenta
           ELSE
               MOVE SPACES TO apu-cuenta
               DISPLAY "AVISO: PARTIDA " ws-partida-apunte " "
                   apu-debe-haber " SIN CUENTA EN CUENTAS_NOMINA.DAT"
           END-IF.
           MOVE ws-apunte-importe TO apu-importe.
           MOVE SPACES TO apu-concepto.
           STRING "PAGA EXTRA " ws-periodo-extra
           MOVE ws-total-bruto TO cie-total-bruto.
           COMPUTE cie-total-deduccion = ws-total-ss + ws-total-irpf.
           MOVE ws-total-liquido TO cie-total-liquido.
           MOVE ws-empresa-extra TO cie-empresa.
           WRITE REG-CIERRE.
           CLOSE CIERREFILE.

           END-IF.
           SET bloqueo-sin-tomar TO TRUE.

       0010-ESCRIBIR-LINEA-TIPO-IRPF.
           *> TIPO DE IRPF APLICADO, DESDE QUE PERIODO RIGE Y MOTIVO
           *> DEL ULTIMO CAMBIO; SIN DATOS COMUNICADOS, EL TIPO
           *> EFECTIVO DE LOS TRAMOS GENERALES.
           MOVE ncm-tipo-irpf TO ws-tipo-irpf-format.
           MOVE SPACES TO LINEA-NOMINA.
           IF ncm-periodo-tipo-irpf = 0
               STRING "TIPO IRPF:          " ws-tipo-irpf-format
                      " % (" ncm-motivo-irpf DELIMITED BY SIZE
                      ")" DELIMITED BY SIZE
                   INTO LINEA-NOMINA
           ELSE
               STRING "TIPO IRPF:          " ws-tipo-irpf-format
                      " % DESDE " ncm-periodo-tipo-irpf
                      " (" ncm-motivo-irpf DELIMITED BY SIZE
                      ")" DELIMITED BY SIZE
                   INTO LINEA-NOMINA
           END-IF.
           PERFORM 0013-ESCRIBIR-LINEA-RECIBO.

       0011-CARGAR-EMPRESAS.
           *> SIN EMPRESAS.DAT (INSTALACION DE UNA SOLA EMPRESA) SE
           *> PAGA LA EMPRESA 01 CON EL IBAN DE IBAN-ORDENANTE.
           ACCEPT ws-iban-ordenante FROM ENVIRONMENT "IBAN-ORDENANTE".
           MOVE 0 TO num-empresas-cat.
           OPEN INPUT EMPRFILE.
           IF emprfile-ok
               PERFORM 0011-LEER-EMPRESA UNTIL emprfile-fin
               CLOSE EMPRFILE
           END-IF.
           IF num-empresas-cat = 0
               MOVE 1 TO num-empresas-cat
               MOVE 1 TO id-emp-cat(1)
               MOVE SPACES TO razon-social-emp-cat(1)
               MOVE SPACES TO nif-emp-cat(1)
               MOVE SPACES TO iban-ordenante-emp-cat(1)
               MOVE SPACES TO entidad-contable-emp-cat(1)
           END-IF.

       0011-LEER-EMPRESA.
           READ EMPRFILE
               AT END SET emprfile-fin TO TRUE
               NOT AT END
                   ADD 1 TO num-empresas-cat
                   MOVE id-empresa-cat
                       TO id-emp-cat(num-empresas-cat)
                   MOVE razon-social-empresa-cat
                       TO razon-social-emp-cat(num-empresas-cat)
                   MOVE nif-empresa-cat
                       TO nif-emp-cat(num-empresas-cat)
                   MOVE iban-ordenante-empresa-cat
                       TO iban-ordenante-emp-cat(num-empresas-cat)
                   MOVE entidad-contable-empresa-cat
                       TO entidad-contable-emp-cat(num-empresas-cat)
           END-READ.

       0012-PAGAR-SIGUIENTE-EMPRESA.

           ADD 1 TO ws-indice-empresa.
           MOVE id-emp-cat(ws-indice-empresa) TO ws-empresa-extra.
           PERFORM 0002-COMPROBAR-PERIODO-CERRADO.
           IF periodo-ya-cerrado
               DISPLAY "EMPRESA " ws-empresa-extra ": LA EXTRA "
                   ws-periodo-extra " YA ESTA PAGADA, SE SALTA"
           ELSE
               PERFORM 0012-PAGAR-EMPRESA
           END-IF.

       0012-PAGAR-EMPRESA.

           IF salidas-cerradas
               OPEN OUTPUT REMESAFILE
               OPEN OUTPUT ASIENTOFILE
               SET salidas-abiertas TO TRUE
           END-IF.
           DISPLAY "--- EMPRESA " ws-empresa-extra " "
               razon-social-emp-cat(ws-indice-empresa).
           MOVE 0 TO ws-pagados.
           MOVE 0 TO ws-total-bruto.
           MOVE 0 TO ws-total-ss.
           MOVE 0 TO ws-total-irpf.
           MOVE 0 TO ws-total-liquido.
           MOVE 0 TO ws-total-patronal.
           MOVE 0 TO ws-remesa-numero.
           MOVE 0 TO ws-remesa-importe.
           MOVE 0 TO ws-remesa-control.
           PERFORM 0006-ABRIR-REMESA.
           PERFORM 0003-GENERAR-EXTRAS.
           IF extra-sin-error
               PERFORM 0007-GENERAR-ASIENTOS
               PERFORM 0008-REGISTRAR-CIERRE
               ADD 1 TO ws-empresas-pagadas
               DISPLAY "EMPRESA " ws-empresa-extra
                   " PAGADA, TRABAJADORES: " ws-pagados
           END-IF.

       0013-ABRIR-RECIBO-ELECTRONICO.
           *> CON CORREO EL RECIBO SALE EN SU PROPIO FICHERO PARA LA
           *> PASARELA; SIN CORREO, A LA LISTA DE IMPRESION.
           SET evc-abrir TO TRUE.
           MOVE id-trabajador TO evc-id-trabajador.
           MOVE ws-periodo-extra TO evc-periodo.
           MOVE SPACES TO evc-nombre.
           STRING nombre-trabajador DELIMITED BY "  "
                  " " apellido-pat DELIMITED BY "  "
                  " " apellido-mat DELIMITED BY "  "
               INTO evc-nombre.
           MOVE email-trabajador TO evc-email.
           MOVE SPACE TO evc-reemision.
           CALL "NOMINA-ENVIO" USING envio-com.
           IF evc-por-correo
               ADD 1 TO ws-recibos-correo
           ELSE
               ADD 1 TO ws-recibos-impresion
           END-IF.

       0013-ESCRIBIR-LINEA-RECIBO.

           WRITE LINEA-NOMINA.
           IF evc-por-correo
               SET evc-escribir-linea TO TRUE
               MOVE LINEA-NOMINA TO evc-linea
               CALL "NOMINA-ENVIO" USING envio-com
           END-IF.

       0013-CERRAR-RECIBO-ELECTRONICO.

           SET evc-cerrar TO TRUE.
           CALL "NOMINA-ENVIO" USING envio-com.

       0014-COMPROBAR-CUENTAS-CONTABLES.
           *> ANTES DE PAGAR NADA: LAS PARTIDAS QUE CONTABILIZA LA
           *> EXTRA (SUELDOS, CUOTA PATRONAL AL DEBE Y AL HABER,
           *> SEGURIDAD SOCIAL, IRPF Y LIQUIDO; NO LLEVA DIETAS,
           *> ANTICIPOS, EMBARGOS NI DEDUCCIONES) TIENEN QUE TENER
           *> CUENTA GENERAL (DEPARTAMENTO 00) EN EL MAPA VIGENTE.
           MOVE 0 TO ws-partidas-sin-cuenta.
           MOVE 0 TO ws-indice-partida.
           PERFORM 0014-COMPROBAR-PARTIDA
               UNTIL ws-indice-partida = num-partidas-asiento.

       0014-COMPROBAR-PARTIDA.

           ADD 1 TO ws-indice-partida.
           IF codigo-partida(ws-indice-partida) = "SB" OR "CP" OR "SS"
               OR "IR" OR "LQ"
               MOVE ws-periodo-extra TO cct-periodo
               MOVE codigo-partida(ws-indice-partida) TO cct-partida
               MOVE debe-haber-partida(ws-indice-partida)
                   TO cct-debe-haber
               MOVE 0 TO cct-departamento
               CALL "NOMINA-CUENTAS" USING cuentas-com
               IF NOT cct-ok
                   ADD 1 TO ws-partidas-sin-cuenta
                   DISPLAY "SIN CUENTA CONTABLE: PARTIDA " cct-partida
                       " " cct-debe-haber " ("
                       descripcion-partida(ws-indice-partida) ")"
               END-IF
           END-IF.

       END PROGRAM NOMINA-EXTRA.
