       ID DIVISION.
       PROGRAM-ID. MOVIMIENTOS-SALIDA.
       AUTHOR. DAVID HERNANDEZ MARTIN.
      *MODIFICACIONES
      *15/10/2026 - ALTA INICIAL. FICHERO DIARIO DE VUELTA A CENTRAL
      *             (Y AL CONTROL DE ACCESOS) CON LOS CAMBIOS HECHOS
      *             AQUI EN TRABAJADORES.DAT, QUE HASTA AHORA NO
      *             SALIAN DE LA OFICINA: ALTAS, BAJAS Y
      *             MODIFICACIONES DEL MENU, RENOVACIONES,
      *             REORGANIZACIONES, SUBIDAS DE CONVENIO... LOS SACA
      *             DE TRABAJADORES_VERSIONES.TXT, QUE GUARDA CADA
      *             GRABACION DEL MAESTRO EN ORDEN, Y LOS ESCRIBE CON
      *             EL MISMO TRAZADO A/B/M QUE CENTRAL NOS MANDA EN
      *             MOVIMIENTOS.DAT (COPY MOVREG), ENTRE UNA CABECERA
      *             Y UN PIE CON EL NUMERO DE REGISTROS Y LA SUMA DE
      *             CONTROL DE LOS IDENTIFICADORES. LO QUE YA VINO DE
      *             CENTRAL (NOMINA-MOVIMIENTOS) Y LAS VERSIONES
      *             INICIALES DE LA MIGRACION NO SE DEVUELVEN.
      *             ENVIO_CENTRAL_CONTROL.DAT GUARDA HASTA QUE VERSION
      *             SE HA ENVIADO Y SOLO SE AVANZA CON EL FICHERO YA
      *             CERRADO, ASI QUE UNA REPETICION NI DUPLICA NI SE
      *             SALTA CAMBIOS. RETURN-CODE 8 SI NO SE PUDO
      *             GENERAR O EL PUNTO DE CONTROL NO CUADRA CON EL
      *             FICHERO DE VERSIONES.
      *15/10/2026 - EL MOVIMIENTO LLEVA EL SEXO DEL TRABAJADOR AL
      *             FINAL DEL DETALLE; CABECERA Y PIE CRECEN LO MISMO.
      *15/10/2026 - LA CABECERA LLEVA TAMBIEN EL NUMERO DE REGISTROS Y
      *             LA SUMA DE CONTROL, PARA QUE EL RECEPTOR VALIDE EL
      *             FICHERO SIN LLEGAR AL PIE. SE CUENTAN EN UNA
      *             PRIMERA PASADA POR LAS VERSIONES PENDIENTES Y EL
      *             ENVIO FALLA (RC 8) SI EL PIE NO CUADRA CON ELLA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VERSIONFILE ASSIGN TO "TRABAJADORES_VERSIONES.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS versionfile-status.

           SELECT CONTROLFILE ASSIGN TO "ENVIO_CENTRAL_CONTROL.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS controlfile-status.

           SELECT SALIDAFILE ASSIGN TO DYNAMIC ws-ruta-salida
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS salidafile-status.

       DATA DIVISION.
       FILE SECTION.
       FD  VERSIONFILE
           LABEL RECORDS ARE STANDARD.
       01  REG-VERSION.
           COPY VERREG.

      *    PUNTO DE CONTROL DEL ULTIMO ENVIO: CUANTAS VERSIONES DEL
      *    FICHERO SE HAN TRATADO Y LA FECHA, HORA Y TRABAJADOR DE LA
      *    ULTIMA, PARA COMPROBAR QUE EL FICHERO SIGUE SIENDO EL MISMO.
       FD  CONTROLFILE
           LABEL RECORDS ARE STANDARD.
       01  REG-CONTROL.
           05 ctl-versiones-tratadas PIC 9(09).
           05 ctl-ultima-fecha      PIC 9(08).
           05 ctl-ultima-hora       PIC 9(08).
           05 ctl-ultimo-id         PIC 9(05).
           05 ctl-secuencia         PIC 9(06).
           05 ctl-fecha-envio       PIC 9(08).
           05 ctl-registros-enviados PIC 9(07).

      *    FICHERO DE VUELTA: CABECERA 'C', DETALLE A/B/M CON EL
      *    TRAZADO DE MOVIMIENTOS.DAT Y PIE 'P'. CABECERA Y PIE
      *    LLEVAN LOS MISMOS REGISTROS Y SUMA DE CONTROL.
       FD  SALIDAFILE
           LABEL RECORDS ARE STANDARD.
       01  REG-SALIDA-MOVIMIENTO.
           COPY MOVREG.
       01  REG-SALIDA-CABECERA.
           05 cab-tipo              PIC X(01).
           05 cab-origen            PIC X(10).
           05 cab-secuencia         PIC 9(06).
           05 cab-fecha             PIC 9(08).
           05 cab-hora              PIC 9(06).
           05 cab-registros         PIC 9(07).
           05 cab-suma-control      PIC 9(15).
           05 FILLER                PIC X(239).
       01  REG-SALIDA-PIE.
           05 pie-tipo              PIC X(01).
           05 pie-secuencia         PIC 9(06).
           05 pie-registros         PIC 9(07).
           05 pie-suma-control      PIC 9(15).
           05 FILLER                PIC X(263).

       WORKING-STORAGE SECTION.
      *REGISTRO DEL TRABAJADOR TAL COMO QUEDO EN LA VERSION.
       01  VERSION-TRABAJADOR.
           COPY TRABREG.

         >>SOURCE FORMAT IS FREE
         COPY FILESTAT REPLACING NIVEL-FS BY 77
             FS-CAMPO BY versionfile-status
             FS-OK BY versionfile-ok
             FS-FIN-FICHERO BY versionfile-fin
             FS-CLAVE-DUPLICADA BY versionfile-dup
             FS-REGISTRO-NO-ENCONTRADO BY versionfile-no-encontrado
             FS-FICHERO-NO-EXISTE BY versionfile-no-existe
             FS-REGISTRO-BLOQUEADO BY versionfile-bloqueado
             FS-DATOS-INVALIDOS BY versionfile-datos-invalidos.
         COPY FILESTAT REPLACING NIVEL-FS BY 77
             FS-CAMPO BY controlfile-status
             FS-OK BY controlfile-ok
             FS-FIN-FICHERO BY controlfile-fin
             FS-CLAVE-DUPLICADA BY controlfile-dup
             FS-REGISTRO-NO-ENCONTRADO BY controlfile-no-encontrado
             FS-FICHERO-NO-EXISTE BY controlfile-no-existe
             FS-REGISTRO-BLOQUEADO BY controlfile-bloqueado
             FS-DATOS-INVALIDOS BY controlfile-datos-invalidos.
         COPY FILESTAT REPLACING NIVEL-FS BY 77
             FS-CAMPO BY salidafile-status
             FS-OK BY salidafile-ok
             FS-FIN-FICHERO BY salidafile-fin
             FS-CLAVE-DUPLICADA BY salidafile-dup
             FS-REGISTRO-NO-ENCONTRADO BY salidafile-no-encontrado
             FS-FICHERO-NO-EXISTE BY salidafile-no-existe
             FS-REGISTRO-BLOQUEADO BY salidafile-bloqueado
             FS-DATOS-INVALIDOS BY salidafile-datos-invalidos.

         77 ws-fecha-hoy         PIC 9(08).
         77 ws-hora-envio        PIC 9(08).
         77 ws-prefijo-salida    PIC X(60) VALUE SPACES.
         77 ws-ruta-salida       PIC X(80) VALUE SPACES.

         *> PUNTO DE PARTIDA (LO YA ENVIADO) Y PUNTO ALCANZADO.
         77 ws-versiones-tratadas PIC 9(09) VALUE 0.
         77 ws-ultima-fecha      PIC 9(08) VALUE 0.
         77 ws-ultima-hora       PIC 9(08) VALUE 0.
         77 ws-ultimo-id         PIC 9(05) VALUE 0.
         77 ws-secuencia         PIC 9(06) VALUE 0.
         77 ws-versiones-saltadas PIC 9(09) VALUE 0.

         77 ws-estado-envio      PIC 9(01) VALUE 0.
            88 envio-correcto        VALUE 0.
            88 envio-fallido         VALUE 1.
         77 ws-hay-versiones     PIC 9(01) VALUE 0.
            88 hay-versiones         VALUE 1.
            88 sin-versiones         VALUE 0.

         *> TOTALES DEL FICHERO Y DE LA PASADA.
         77 ws-registros-enviados PIC 9(07) VALUE 0.
         77 ws-suma-control      PIC 9(15) VALUE 0.
         *> LOS MISMOS TOTALES CONTADOS ANTES DE ESCRIBIR, PARA LA
         *> CABECERA.
         77 ws-registros-previstos PIC 9(07) VALUE 0.
         77 ws-suma-prevista     PIC 9(15) VALUE 0.
         77 ws-versiones-nuevas  PIC 9(07) VALUE 0.
         77 ws-omitidas-central  PIC 9(07) VALUE 0.
         77 ws-omitidas-iniciales PIC 9(07) VALUE 0.
         77 ws-indice-dep        PIC 9(01).

       PROCEDURE DIVISION.
       0000-MAIN SECTION.
       0000-PRINCIPAL.
           DISPLAY "=== ENVIO DE CAMBIOS A CENTRAL ===".
           PERFORM 0001-DETERMINAR-PARAMETROS.
           PERFORM 0002-LEER-CONTROL.
           IF envio-correcto
               PERFORM 0003-SITUAR-VERSIONES
           END-IF.
           IF envio-correcto
               PERFORM 0004-GENERAR-FICHERO
           END-IF.
           IF hay-versiones
               CLOSE VERSIONFILE
           END-IF.
           IF envio-correcto
               PERFORM 0006-GRABAR-CONTROL
           END-IF.
           IF envio-correcto
               PERFORM 0007-MOSTRAR-RESUMEN
           ELSE
               DISPLAY "ENVIO A CENTRAL NO GENERADO; EL PUNTO DE "
                   "CONTROL NO SE HA MOVIDO"
               MOVE 8 TO RETURN-CODE
           END-IF.
           STOP RUN.

       0001-DETERMINAR-PARAMETROS.

           ACCEPT ws-fecha-hoy FROM DATE YYYYMMDD.
           ACCEPT ws-hora-envio FROM TIME.
           ACCEPT ws-prefijo-salida
               FROM ENVIRONMENT "RUTA-ENVIO-CENTRAL".
           IF ws-prefijo-salida = SPACES
               MOVE "ENVIO_CENTRAL" TO ws-prefijo-salida
           END-IF.

       0002-LEER-CONTROL.
           *> SIN FICHERO DE CONTROL (PRIMER ENVIO) SE PARTE DEL
           *> PRINCIPIO DEL FICHERO DE VERSIONES. CUALQUIER OTRO FALLO
           *> PARA EL ENVIO: NO SE SABRIA QUE SE MANDO YA.
           OPEN INPUT CONTROLFILE.
           IF controlfile-ok
               READ CONTROLFILE
                   AT END CONTINUE
                   NOT AT END
                       MOVE ctl-versiones-tratadas
                           TO ws-versiones-tratadas
                       MOVE ctl-ultima-fecha TO ws-ultima-fecha
                       MOVE ctl-ultima-hora TO ws-ultima-hora
                       MOVE ctl-ultimo-id TO ws-ultimo-id
                       MOVE ctl-secuencia TO ws-secuencia
               END-READ
               CLOSE CONTROLFILE
           ELSE IF controlfile-no-existe
               DISPLAY "PRIMER ENVIO: SE PARTE DEL PRINCIPIO DE "
                   "TRABAJADORES_VERSIONES.TXT"
           ELSE
               DISPLAY "NO SE PUDO LEER ENVIO_CENTRAL_CONTROL.DAT - "
                   "FILE STATUS " controlfile-status
               SET envio-fallido TO TRUE
           END-IF.

       0003-SITUAR-VERSIONES.
           *> SE SALTAN LAS VERSIONES YA TRATADAS Y LA ULTIMA DEBE SER
           *> LA MISMA QUE APUNTA EL CONTROL; SI NO, EL FICHERO DE
           *> VERSIONES SE HA SUSTITUIDO Y NO SE ENVIA NADA A CIEGAS.
           *> UNA PRIMERA PASADA CUENTA LO PENDIENTE PARA LA CABECERA
           *> Y EL FICHERO SE VUELVE A ABRIR Y SITUAR PARA ESCRIBIR.
           OPEN INPUT VERSIONFILE.
           IF versionfile-ok
               SET hay-versiones TO TRUE
               PERFORM 0003-SALTAR-TRATADAS
               IF envio-correcto
                   PERFORM 0003-CONTAR-PENDIENTE UNTIL versionfile-fin
                   CLOSE VERSIONFILE
                   OPEN INPUT VERSIONFILE
                   IF versionfile-ok
                       PERFORM 0003-SALTAR-TRATADAS
                   ELSE
                       DISPLAY "NO SE PUDO REABRIR "
                           "TRABAJADORES_VERSIONES.TXT - FILE STATUS "
                           versionfile-status
                       SET sin-versiones TO TRUE
                       SET envio-fallido TO TRUE
                   END-IF
               END-IF
           ELSE IF versionfile-no-existe
               AND ws-versiones-tratadas = 0
               SET sin-versiones TO TRUE
           ELSE
               DISPLAY "NO SE PUDO ABRIR TRABAJADORES_VERSIONES.TXT - "
                   "FILE STATUS " versionfile-status
               SET envio-fallido TO TRUE
           END-IF.

       0003-SALTAR-TRATADAS.

           MOVE 0 TO ws-versiones-saltadas.
           PERFORM 0003-SALTAR-VERSION
               UNTIL ws-versiones-saltadas = ws-versiones-tratadas
                  OR versionfile-fin.
           PERFORM 0003-COMPROBAR-PUNTO.

       0003-COMPROBAR-PUNTO.

           IF ws-versiones-saltadas < ws-versiones-tratadas
               DISPLAY "TRABAJADORES_VERSIONES.TXT TIENE MENOS "
                   "VERSIONES (" ws-versiones-saltadas
                   ") QUE LAS YA TRATADAS (" ws-versiones-tratadas ")"
               SET envio-fallido TO TRUE
           ELSE IF ws-versiones-tratadas > 0
               AND (ver-fecha NOT = ws-ultima-fecha
                 OR ver-hora NOT = ws-ultima-hora
                 OR ver-id-trabajador NOT = ws-ultimo-id)
               DISPLAY "LA VERSION " ws-versiones-tratadas
                   " NO ES LA DEL ULTIMO ENVIO (TRABAJADOR "
                   ws-ultimo-id " DEL " ws-ultima-fecha ")"
               SET envio-fallido TO TRUE
           END-IF.

       0003-SALTAR-VERSION.
           READ VERSIONFILE
               AT END SET versionfile-fin TO TRUE
               NOT AT END ADD 1 TO ws-versiones-saltadas
           END-READ.

       0003-CONTAR-PENDIENTE.
           *> MISMO CRITERIO QUE 0004-TRATAR-VERSION PARA SABER QUE
           *> VERSIONES SALDRAN EN EL FICHERO.
           READ VERSIONFILE
               AT END SET versionfile-fin TO TRUE
               NOT AT END
                   IF NOT ver-inicial
                       AND ver-programa NOT = "NOMINA-MOVIMIENTOS"
                       MOVE ver-datos TO VERSION-TRABAJADOR
                       ADD 1 TO ws-registros-previstos
                       ADD id-trabajador TO ws-suma-prevista
                   END-IF
           END-READ.

       0004-GENERAR-FICHERO.
           *> EL FICHERO SE NUMERA CON LA SECUENCIA DE ENVIO; SI EL
           *> CONTROL NO LLEGA A GRABARSE, LA REPETICION REGENERA EL
           *> MISMO NUMERO CON LOS MISMOS CAMBIOS.
           ADD 1 TO ws-secuencia.
           MOVE SPACES TO ws-ruta-salida.
           STRING FUNCTION TRIM(ws-prefijo-salida) "_"
                  ws-fecha-hoy "_" ws-secuencia ".DAT"
               DELIMITED BY SIZE INTO ws-ruta-salida.
           OPEN OUTPUT SALIDAFILE.
           IF NOT salidafile-ok
               DISPLAY "NO SE PUDO CREAR " FUNCTION TRIM(ws-ruta-salida)
                   " - FILE STATUS " salidafile-status
               SET envio-fallido TO TRUE
           ELSE
               MOVE SPACES TO REG-SALIDA-CABECERA
               MOVE 'C' TO cab-tipo
               MOVE "NOMINAS" TO cab-origen
               MOVE ws-secuencia TO cab-secuencia
               MOVE ws-fecha-hoy TO cab-fecha
               MOVE ws-hora-envio(1:6) TO cab-hora
               MOVE ws-registros-previstos TO cab-registros
               MOVE ws-suma-prevista TO cab-suma-control
               WRITE REG-SALIDA-CABECERA
               IF hay-versiones
                   PERFORM 0004-TRATAR-VERSION UNTIL versionfile-fin
               END-IF
               MOVE SPACES TO REG-SALIDA-PIE
               MOVE 'P' TO pie-tipo
               MOVE ws-secuencia TO pie-secuencia
               MOVE ws-registros-enviados TO pie-registros
               MOVE ws-suma-control TO pie-suma-control
               WRITE REG-SALIDA-PIE
               IF NOT salidafile-ok
                   DISPLAY "ERROR AL ESCRIBIR "
                       FUNCTION TRIM(ws-ruta-salida)
                       " - FILE STATUS " salidafile-status
                   SET envio-fallido TO TRUE
               END-IF
               *> SI LAS VERSIONES CAMBIARON ENTRE LAS DOS PASADAS LA
               *> CABECERA NO CUADRA CON EL PIE: NO SE DA POR ENVIADO.
               IF ws-registros-enviados NOT = ws-registros-previstos
                   OR ws-suma-control NOT = ws-suma-prevista
                   DISPLAY "LA CABECERA (" ws-registros-previstos
                       " REGISTROS) NO CUADRA CON EL PIE ("
                       ws-registros-enviados " REGISTROS): NO ENVIE "
                       FUNCTION TRIM(ws-ruta-salida)
                   SET envio-fallido TO TRUE
               END-IF
               CLOSE SALIDAFILE
           END-IF.

       0004-TRATAR-VERSION.
           READ VERSIONFILE
               AT END SET versionfile-fin TO TRUE
               NOT AT END
                   ADD 1 TO ws-versiones-tratadas
                   ADD 1 TO ws-versiones-nuevas
                   MOVE ver-fecha TO ws-ultima-fecha
                   MOVE ver-hora TO ws-ultima-hora
                   MOVE ver-id-trabajador TO ws-ultimo-id
                   IF ver-inicial
                       ADD 1 TO ws-omitidas-iniciales
                   ELSE IF ver-programa = "NOMINA-MOVIMIENTOS"
                       ADD 1 TO ws-omitidas-central
                   ELSE
                       PERFORM 0005-ESCRIBIR-MOVIMIENTO
                   END-IF
           END-READ.

       0005-ESCRIBIR-MOVIMIENTO.
           *> EL MOVIMIENTO LLEVA SIEMPRE EL REGISTRO COMPLETO TAL
           *> COMO QUEDO, NO SOLO LO QUE CAMBIO: CENTRAL LO APLICA
           *> IGUAL QUE NOSOTROS APLICAMOS LOS SUYOS.
           MOVE ver-datos TO VERSION-TRABAJADOR.
           MOVE SPACES TO REG-SALIDA-MOVIMIENTO.
           MOVE ver-operacion TO mov-operacion.
           MOVE id-trabajador TO mov-id-trabajador.
           MOVE nif-trabajador TO mov-nif.
           MOVE nombre-trabajador TO mov-nombre.
           MOVE apellido-pat TO mov-apellido-pat.
           MOVE apellido-mat TO mov-apellido-mat.
           MOVE salario TO mov-salario.
           MOVE forma-pago TO mov-forma-pago.
           MOVE iban-trabajador TO mov-iban.
           MOVE categoria-trabajador TO mov-categoria.
           MOVE num-seg-social TO mov-num-seg-social.
           IF grupo-cotizacion NOT = 0
               MOVE grupo-cotizacion TO mov-grupo-cotizacion
           END-IF.
           MOVE 0 TO ws-indice-dep.
           PERFORM 0005-PASAR-DEPARTAMENTO UNTIL ws-indice-dep = 3.
           MOVE email-trabajador TO mov-email.
           MOVE sexo-trabajador TO mov-sexo.
           WRITE REG-SALIDA-MOVIMIENTO.
           ADD 1 TO ws-registros-enviados.
           ADD id-trabajador TO ws-suma-control.

       0005-PASAR-DEPARTAMENTO.
           *> UN HUECO SIN DEPARTAMENTO VA CON EL PORCENTAJE EN
           *> BLANCO, COMO LLEGA EN LOS MOVIMIENTOS DE CENTRAL.
           ADD 1 TO ws-indice-dep.
           MOVE id-departamento(ws-indice-dep)
               TO mov-departamento(ws-indice-dep).
           IF id-departamento(ws-indice-dep) NOT = 0
               MOVE pct-departamento(ws-indice-dep)
                   TO mov-pct-departamento(ws-indice-dep)
           END-IF.

       0006-GRABAR-CONTROL.
           *> SOLO CON EL FICHERO YA CERRADO SE AVANZA EL PUNTO.
           OPEN OUTPUT CONTROLFILE.
           IF NOT controlfile-ok
               DISPLAY "NO SE PUDO GRABAR ENVIO_CENTRAL_CONTROL.DAT - "
                   "FILE STATUS " controlfile-status ". NO ENVIE "
                   FUNCTION TRIM(ws-ruta-salida)
                   ": LA REPETICION LO VOLVERA A GENERAR"
               SET envio-fallido TO TRUE
           ELSE
               MOVE ws-versiones-tratadas TO ctl-versiones-tratadas
               MOVE ws-ultima-fecha TO ctl-ultima-fecha
               MOVE ws-ultima-hora TO ctl-ultima-hora
               MOVE ws-ultimo-id TO ctl-ultimo-id
               MOVE ws-secuencia TO ctl-secuencia
               MOVE ws-fecha-hoy TO ctl-fecha-envio
               MOVE ws-registros-enviados TO ctl-registros-enviados
               WRITE REG-CONTROL
               CLOSE CONTROLFILE
           END-IF.

       0007-MOSTRAR-RESUMEN.

           DISPLAY "FICHERO GENERADO:       "
               FUNCTION TRIM(ws-ruta-salida).
           DISPLAY "SECUENCIA DE ENVIO:     " ws-secuencia.
           DISPLAY "VERSIONES NUEVAS:       " ws-versiones-nuevas.
           DISPLAY "  ENVIADAS:             " ws-registros-enviados.
           DISPLAY "  YA VENIDAS DE CENTRAL:" ws-omitidas-central.
           DISPLAY "  INICIALES (MIGRACION):" ws-omitidas-iniciales.
           DISPLAY "SUMA DE CONTROL:        " ws-suma-control.

       END PROGRAM MOVIMIENTOS-SALIDA.
