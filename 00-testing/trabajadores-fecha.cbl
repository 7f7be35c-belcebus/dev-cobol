       ID DIVISION.
       PROGRAM-ID. TRABAJADORES-FECHA.
       AUTHOR. DAVID HERNANDEZ MARTIN.
      *MODIFICACIONES
      *15/10/2026 - ALTA INICIAL. FICHA DEL TRABAJADOR A UNA FECHA
      *             PASADA, QUE PIDEN LA INSPECCION Y EL JUZGADO DE
      *             LO SOCIAL: RECONSTRUYE DESDE
      *             TRABAJADORES_VERSIONES.TXT (COPY VERREG) COMO
      *             ESTABA EL REGISTRO ESE DIA (DEPARTAMENTOS,
      *             CATEGORIA, CONTRATO, JORNADA, IBAN, SALARIO...) Y
      *             LISTA CAMPO A CAMPO LOS CAMBIOS HECHOS ENTRE DOS
      *             FECHAS, CON PROGRAMA Y OPERADOR DE CADA UNO. SALE
      *             POR PANTALLA Y QUEDA EN FICHA_A_FECHA.TXT PARA
      *             IMPRIMIR.
      *15/10/2026 - EL SEXO DEL TRABAJADOR EN LA FICHA Y EN LOS
      *             CAMBIOS ENTRE VERSIONES.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VERSIONFILE ASSIGN TO "TRABAJADORES_VERSIONES.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS versionfile-status.

           SELECT INFORMEFILE ASSIGN TO "FICHA_A_FECHA.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS informefile-status.

       DATA DIVISION.
       FILE SECTION.
       FD  VERSIONFILE
           LABEL RECORDS ARE STANDARD.
       01  REG-VERSION.
           COPY VERREG.

       FD  INFORMEFILE
           LABEL RECORDS ARE STANDARD.
       01  LINEA-INFORME               PIC X(132).

       WORKING-STORAGE SECTION.
      *FICHA VIGENTE A LA FECHA CONSULTADA, Y LAS DOS VERSIONES QUE SE
      *COMPARAN AL LISTAR CAMBIOS (LA ANTERIOR Y LA QUE SE EXAMINA).
       01  FICHA-FECHA.
           COPY TRABREG.
       01  FICHA-ANTERIOR.
           COPY TRABREG.
       01  FICHA-VERSION.
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
             FS-CAMPO BY informefile-status
             FS-OK BY informefile-ok
             FS-FIN-FICHERO BY informefile-fin
             FS-CLAVE-DUPLICADA BY informefile-dup
             FS-REGISTRO-NO-ENCONTRADO BY informefile-no-encontrado
             FS-FICHERO-NO-EXISTE BY informefile-no-existe
             FS-REGISTRO-BLOQUEADO BY informefile-bloqueado
             FS-DATOS-INVALIDOS BY informefile-datos-invalidos.

         77 terminar             PIC 9(01) VALUE ZERO.
         77 ws-fecha-hoy         PIC 9(08).

         *> DATOS DE LA CONSULTA.
         77 ws-id-consulta       PIC 9(05).
         77 ws-fecha-consulta    PIC 9(08).
         77 ws-fecha-desde       PIC 9(08).
         77 ws-fecha-hasta       PIC 9(08).

         *> FICHA VIGENTE A LA FECHA: ULTIMA VERSION DEL TRABAJADOR
         *> DE ESA FECHA O ANTERIOR, CON LOS DATOS DE QUIEN LA GRABO.
         77 ws-ficha-hallada     PIC 9(01).
            88 ficha-hallada         VALUE 1.
            88 ficha-sin-version     VALUE 0.
         77 ws-ficha-fecha-ver   PIC 9(08).
         77 ws-ficha-hora-ver    PIC 9(08).
         77 ws-ficha-programa    PIC X(20).
         77 ws-ficha-operador    PIC X(20).
         77 ws-versiones-trabajador PIC 9(05).
         77 ws-primera-version   PIC 9(08).

         *> LISTA DE CAMBIOS: CADA VERSION DEL RANGO SE COMPARA CON
         *> LA ANTERIOR DEL MISMO TRABAJADOR, ESTE O NO EN EL RANGO.
         77 ws-hay-anterior      PIC 9(01).
            88 hay-anterior          VALUE 1.
            88 sin-anterior          VALUE 0.
         77 ws-versiones-rango   PIC 9(05).
         77 ws-cambios-listados  PIC 9(05).

         77 ws-campo-cambio      PIC X(20).
         77 ws-valor-antes       PIC X(60).
         77 ws-valor-despues     PIC X(60).
         77 ws-valor-texto       PIC X(60).
         77 ws-importe-format    PIC -ZZZZ9.99.
         77 ws-texto-operacion   PIC X(16).

       PROCEDURE DIVISION.
       0000-MAIN SECTION.
       0000-PRINCIPAL.
           DISPLAY "=== FICHA DEL TRABAJADOR A UNA FECHA ===".
           ACCEPT ws-fecha-hoy FROM DATE YYYYMMDD.
           PERFORM 0001-CONSULTA UNTIL terminar = 1.
           STOP RUN.

       0001-CONSULTA.

           DISPLAY "IDENTIFICADOR DEL TRABAJADOR (0 = SALIR): ".
           ACCEPT ws-id-consulta.
           IF ws-id-consulta = 0
               MOVE 1 TO terminar
           ELSE
               DISPLAY "FECHA DE LA FICHA (AAAAMMDD, 0 = HOY): "
               ACCEPT ws-fecha-consulta
               IF ws-fecha-consulta = 0
                   MOVE ws-fecha-hoy TO ws-fecha-consulta
               END-IF
               DISPLAY "CAMBIOS DESDE (AAAAMMDD, 0 = DESDE LA "
                   "PRIMERA VERSION): "
               ACCEPT ws-fecha-desde
               DISPLAY "CAMBIOS HASTA (AAAAMMDD, 0 = HOY): "
               ACCEPT ws-fecha-hasta
               IF ws-fecha-hasta = 0
                   MOVE ws-fecha-hoy TO ws-fecha-hasta
               END-IF
               IF ws-fecha-desde > ws-fecha-hasta
                   DISPLAY "LA FECHA DESDE ES POSTERIOR A LA FECHA "
                       "HASTA"
               ELSE
                   PERFORM 0002-EMITIR-INFORME
               END-IF
           END-IF.

       0002-EMITIR-INFORME.

           OPEN INPUT VERSIONFILE.
           IF NOT versionfile-ok
               DISPLAY "NO HAY TRABAJADORES_VERSIONES.TXT QUE "
                   "CONSULTAR - FILE STATUS " versionfile-status
           ELSE
               CLOSE VERSIONFILE
               OPEN OUTPUT INFORMEFILE
               MOVE ALL "=" TO LINEA-INFORME
               PERFORM 0009-EMITIR-LINEA
               STRING "FICHA DEL TRABAJADOR " ws-id-consulta
                      " A FECHA " ws-fecha-consulta
                      " - EMITIDA EL " ws-fecha-hoy
                   DELIMITED BY SIZE INTO LINEA-INFORME
               PERFORM 0009-EMITIR-LINEA
               PERFORM 0003-BUSCAR-FICHA
               PERFORM 0004-MOSTRAR-FICHA
               PERFORM 0005-LISTAR-CAMBIOS
               MOVE ALL "=" TO LINEA-INFORME
               PERFORM 0009-EMITIR-LINEA
               CLOSE INFORMEFILE
               DISPLAY "INFORME EN FICHA_A_FECHA.TXT"
           END-IF.

       0003-BUSCAR-FICHA.
           *> PRIMERA PASADA: LAS VERSIONES ESTAN EN ORDEN
           *> CRONOLOGICO, ASI QUE LA ULTIMA QUE NO PASA DE LA FECHA
           *> ES LA VIGENTE ESE DIA.
           SET ficha-sin-version TO TRUE.
           MOVE 0 TO ws-versiones-trabajador.
           MOVE 0 TO ws-primera-version.
           OPEN INPUT VERSIONFILE.
           PERFORM 0003-EXAMINAR-VERSION UNTIL versionfile-fin.
           CLOSE VERSIONFILE.

       0003-EXAMINAR-VERSION.
           READ VERSIONFILE
               AT END SET versionfile-fin TO TRUE
               NOT AT END
                   IF ver-id-trabajador = ws-id-consulta
                       ADD 1 TO ws-versiones-trabajador
                       IF ws-versiones-trabajador = 1
                           MOVE ver-fecha TO ws-primera-version
                       END-IF
                       IF ver-fecha NOT > ws-fecha-consulta
                           SET ficha-hallada TO TRUE
                           MOVE ver-datos TO FICHA-FECHA
                           MOVE ver-fecha TO ws-ficha-fecha-ver
                           MOVE ver-hora TO ws-ficha-hora-ver
                           MOVE ver-programa TO ws-ficha-programa
                           MOVE ver-operador TO ws-ficha-operador
                       END-IF
                   END-IF
           END-READ.

       0004-MOSTRAR-FICHA.

           IF ws-versiones-trabajador = 0
               MOVE "SIN VERSIONES REGISTRADAS PARA ESTE TRABAJADOR"
                   TO LINEA-INFORME
               PERFORM 0009-EMITIR-LINEA
           ELSE IF ficha-sin-version
               STRING "SIN VERSION A ESA FECHA: LA PRIMERA VERSION "
                      "REGISTRADA ES DEL " ws-primera-version
                   DELIMITED BY SIZE INTO LINEA-INFORME
               PERFORM 0009-EMITIR-LINEA
           ELSE
               STRING "VERSION VIGENTE: GRABADA EL "
                      ws-ficha-fecha-ver " A LAS "
                      ws-ficha-hora-ver(1:2) ":" ws-ficha-hora-ver(3:2)
                      " POR " FUNCTION TRIM(ws-ficha-programa)
                      " (" FUNCTION TRIM(ws-ficha-operador) ")"
                   DELIMITED BY SIZE INTO LINEA-INFORME
               PERFORM 0009-EMITIR-LINEA
               PERFORM 0004-MOSTRAR-PERSONA
               PERFORM 0004-MOSTRAR-CONTRATO
               PERFORM 0004-MOSTRAR-PAGO
           END-IF.

       0004-MOSTRAR-PERSONA.

           STRING "  NOMBRE:       "
                  FUNCTION TRIM(nombre-trabajador OF FICHA-FECHA) " "
                  FUNCTION TRIM(apellido-pat OF FICHA-FECHA) " "
                  FUNCTION TRIM(apellido-mat OF FICHA-FECHA)
               DELIMITED BY SIZE INTO LINEA-INFORME.
           PERFORM 0009-EMITIR-LINEA.
           STRING "  NIF:          " nif-trabajador OF FICHA-FECHA
                  "  AFILIACION: " num-seg-social OF FICHA-FECHA
                  "  GRUPO COTIZACION: "
                  grupo-cotizacion OF FICHA-FECHA
               DELIMITED BY SIZE INTO LINEA-INFORME.
           PERFORM 0009-EMITIR-LINEA.
           IF trabajador-baja OF FICHA-FECHA
               STRING "  ESTADO:       BAJA DESDE "
                      fecha-baja-trabajador OF FICHA-FECHA
                   DELIMITED BY SIZE INTO LINEA-INFORME
           ELSE
               MOVE "  ESTADO:       ACTIVO" TO LINEA-INFORME
           END-IF.
           PERFORM 0009-EMITIR-LINEA.
           STRING "  EMPRESA:      " empresa-trabajador OF FICHA-FECHA
                  "  CATEGORIA: " categoria-trabajador OF FICHA-FECHA
               DELIMITED BY SIZE INTO LINEA-INFORME.
           PERFORM 0009-EMITIR-LINEA.
           STRING "  DEPARTAMENTOS: "
                  id-departamento OF FICHA-FECHA(1) " ("
                  pct-departamento OF FICHA-FECHA(1) "%) "
                  id-departamento OF FICHA-FECHA(2) " ("
                  pct-departamento OF FICHA-FECHA(2) "%) "
                  id-departamento OF FICHA-FECHA(3) " ("
                  pct-departamento OF FICHA-FECHA(3) "%)"
               DELIMITED BY SIZE INTO LINEA-INFORME.
           PERFORM 0009-EMITIR-LINEA.

       0004-MOSTRAR-CONTRATO.

           MOVE tipo-contrato OF FICHA-FECHA TO ws-valor-texto.
           PERFORM 0008-NOMBRE-CONTRATO.
           STRING "  CONTRATO:     " FUNCTION TRIM(ws-valor-texto)
                  "  ALTA: " fecha-alta-trabajador OF FICHA-FECHA
                  "  FIN: " fecha-fin-contrato OF FICHA-FECHA
                  "  JORNADA: " jornada-pct OF FICHA-FECHA "%"
               DELIMITED BY SIZE INTO LINEA-INFORME.
           PERFORM 0009-EMITIR-LINEA.

       0004-MOSTRAR-PAGO.

           MOVE salario OF FICHA-FECHA TO ws-importe-format.
           STRING "  SALARIO:      " ws-importe-format
               DELIMITED BY SIZE INTO LINEA-INFORME.
           PERFORM 0009-EMITIR-LINEA.
           IF pago-transferencia OF FICHA-FECHA
               STRING "  PAGO:         TRANSFERENCIA A "
                      iban-trabajador OF FICHA-FECHA
                   DELIMITED BY SIZE INTO LINEA-INFORME
           ELSE
               MOVE "  PAGO:         EFECTIVO (CAJA)" TO LINEA-INFORME
           END-IF.
           PERFORM 0009-EMITIR-LINEA.
           STRING "  CORREO:       " email-trabajador OF FICHA-FECHA
               DELIMITED BY SIZE INTO LINEA-INFORME.
           PERFORM 0009-EMITIR-LINEA.
           IF sexo-pendiente OF FICHA-FECHA
               MOVE "  SEXO:         PENDIENTE DE INFORMAR"
                   TO LINEA-INFORME
           ELSE
               STRING "  SEXO:         " sexo-trabajador OF FICHA-FECHA
                   DELIMITED BY SIZE INTO LINEA-INFORME
           END-IF.
           PERFORM 0009-EMITIR-LINEA.

       0005-LISTAR-CAMBIOS.
           *> SEGUNDA PASADA: CADA VERSION DEL RANGO, CON LOS CAMPOS
           *> QUE CAMBIARON RESPECTO DE LA VERSION ANTERIOR.
           MOVE ALL "-" TO LINEA-INFORME.
           PERFORM 0009-EMITIR-LINEA.
           STRING "CAMBIOS ENTRE " ws-fecha-desde " Y " ws-fecha-hasta
               DELIMITED BY SIZE INTO LINEA-INFORME.
           PERFORM 0009-EMITIR-LINEA.
           SET sin-anterior TO TRUE.
           MOVE 0 TO ws-versiones-rango.
           MOVE 0 TO ws-cambios-listados.
           OPEN INPUT VERSIONFILE.
           PERFORM 0005-EXAMINAR-VERSION UNTIL versionfile-fin.
           CLOSE VERSIONFILE.
           IF ws-versiones-rango = 0
               MOVE "  SIN CAMBIOS EN EL RANGO" TO LINEA-INFORME
           ELSE
               STRING "  VERSIONES EN EL RANGO: " ws-versiones-rango
                      "  CAMPOS CAMBIADOS: " ws-cambios-listados
                   DELIMITED BY SIZE INTO LINEA-INFORME
           END-IF.
           PERFORM 0009-EMITIR-LINEA.

       0005-EXAMINAR-VERSION.
           READ VERSIONFILE
               AT END SET versionfile-fin TO TRUE
               NOT AT END
                   IF ver-id-trabajador = ws-id-consulta
                       MOVE ver-datos TO FICHA-VERSION
                       IF ver-fecha NOT < ws-fecha-desde
                           AND ver-fecha NOT > ws-fecha-hasta
                           ADD 1 TO ws-versiones-rango
                           PERFORM 0005-MOSTRAR-VERSION
                       END-IF
                       MOVE FICHA-VERSION TO FICHA-ANTERIOR
                       SET hay-anterior TO TRUE
                   END-IF
           END-READ.

       0005-MOSTRAR-VERSION.

           IF ver-alta
               MOVE "ALTA" TO ws-texto-operacion
           ELSE IF ver-baja
               MOVE "BAJA" TO ws-texto-operacion
           ELSE IF ver-inicial
               MOVE "VERSION INICIAL" TO ws-texto-operacion
           ELSE
               MOVE "MODIFICACION" TO ws-texto-operacion
           END-IF.
           STRING ver-fecha " " ver-hora(1:2) ":" ver-hora(3:2) " "
                  ws-texto-operacion " POR "
                  FUNCTION TRIM(ver-programa)
                  " (" FUNCTION TRIM(ver-operador) ")"
               DELIMITED BY SIZE INTO LINEA-INFORME.
           PERFORM 0009-EMITIR-LINEA.
           IF hay-anterior
               PERFORM 0006-COMPARAR-PERSONA
               PERFORM 0006-COMPARAR-PUESTO
               PERFORM 0006-COMPARAR-CONTRATO
               PERFORM 0006-COMPARAR-PAGO
           ELSE
               MOVE "    (PRIMERA VERSION REGISTRADA, SIN ANTERIOR "
                   & "CON QUE COMPARAR)" TO LINEA-INFORME
               PERFORM 0009-EMITIR-LINEA
           END-IF.

       0006-COMPARAR-PERSONA.

           IF nombre-trabajador OF FICHA-ANTERIOR
               NOT = nombre-trabajador OF FICHA-VERSION
               MOVE "NOMBRE" TO ws-campo-cambio
               MOVE nombre-trabajador OF FICHA-ANTERIOR
                   TO ws-valor-antes
               MOVE nombre-trabajador OF FICHA-VERSION
                   TO ws-valor-despues
               PERFORM 0007-LINEA-CAMBIO
           END-IF.
           IF apellido-pat OF FICHA-ANTERIOR
               NOT = apellido-pat OF FICHA-VERSION
               MOVE "APELLIDO PATERNO" TO ws-campo-cambio
               MOVE apellido-pat OF FICHA-ANTERIOR TO ws-valor-antes
               MOVE apellido-pat OF FICHA-VERSION TO ws-valor-despues
               PERFORM 0007-LINEA-CAMBIO
           END-IF.
           IF apellido-mat OF FICHA-ANTERIOR
               NOT = apellido-mat OF FICHA-VERSION
               MOVE "APELLIDO MATERNO" TO ws-campo-cambio
               MOVE apellido-mat OF FICHA-ANTERIOR TO ws-valor-antes
               MOVE apellido-mat OF FICHA-VERSION TO ws-valor-despues
               PERFORM 0007-LINEA-CAMBIO
           END-IF.
           IF nif-trabajador OF FICHA-ANTERIOR
               NOT = nif-trabajador OF FICHA-VERSION
               MOVE "NIF" TO ws-campo-cambio
               MOVE nif-trabajador OF FICHA-ANTERIOR TO ws-valor-antes
               MOVE nif-trabajador OF FICHA-VERSION
                   TO ws-valor-despues
               PERFORM 0007-LINEA-CAMBIO
           END-IF.
           IF num-seg-social OF FICHA-ANTERIOR
               NOT = num-seg-social OF FICHA-VERSION
               MOVE "AFILIACION" TO ws-campo-cambio
               MOVE num-seg-social OF FICHA-ANTERIOR TO ws-valor-antes
               MOVE num-seg-social OF FICHA-VERSION
                   TO ws-valor-despues
               PERFORM 0007-LINEA-CAMBIO
           END-IF.
           IF grupo-cotizacion OF FICHA-ANTERIOR
               NOT = grupo-cotizacion OF FICHA-VERSION
               MOVE "GRUPO COTIZACION" TO ws-campo-cambio
               MOVE grupo-cotizacion OF FICHA-ANTERIOR
                   TO ws-valor-antes
               MOVE grupo-cotizacion OF FICHA-VERSION
                   TO ws-valor-despues
               PERFORM 0007-LINEA-CAMBIO
           END-IF.
           IF email-trabajador OF FICHA-ANTERIOR
               NOT = email-trabajador OF FICHA-VERSION
               MOVE "CORREO" TO ws-campo-cambio
               MOVE email-trabajador OF FICHA-ANTERIOR
                   TO ws-valor-antes
               MOVE email-trabajador OF FICHA-VERSION
                   TO ws-valor-despues
               PERFORM 0007-LINEA-CAMBIO
           END-IF.
           IF sexo-trabajador OF FICHA-ANTERIOR
               NOT = sexo-trabajador OF FICHA-VERSION
               MOVE "SEXO" TO ws-campo-cambio
               MOVE sexo-trabajador OF FICHA-ANTERIOR TO ws-valor-antes
               MOVE sexo-trabajador OF FICHA-VERSION
                   TO ws-valor-despues
               PERFORM 0007-LINEA-CAMBIO
           END-IF.

       0006-COMPARAR-PUESTO.

           IF estado-trabajador OF FICHA-ANTERIOR
               NOT = estado-trabajador OF FICHA-VERSION
               MOVE "ESTADO" TO ws-campo-cambio
               MOVE estado-trabajador OF FICHA-ANTERIOR
                   TO ws-valor-antes
               MOVE estado-trabajador OF FICHA-VERSION
                   TO ws-valor-despues
               PERFORM 0007-LINEA-CAMBIO
           END-IF.
           IF fecha-baja-trabajador OF FICHA-ANTERIOR
               NOT = fecha-baja-trabajador OF FICHA-VERSION
               MOVE "FECHA DE BAJA" TO ws-campo-cambio
               MOVE fecha-baja-trabajador OF FICHA-ANTERIOR
                   TO ws-valor-antes
               MOVE fecha-baja-trabajador OF FICHA-VERSION
                   TO ws-valor-despues
               PERFORM 0007-LINEA-CAMBIO
           END-IF.
           IF empresa-trabajador OF FICHA-ANTERIOR
               NOT = empresa-trabajador OF FICHA-VERSION
               MOVE "EMPRESA" TO ws-campo-cambio
               MOVE empresa-trabajador OF FICHA-ANTERIOR
                   TO ws-valor-antes
               MOVE empresa-trabajador OF FICHA-VERSION
                   TO ws-valor-despues
               PERFORM 0007-LINEA-CAMBIO
           END-IF.
           IF departamentos OF FICHA-ANTERIOR
               NOT = departamentos OF FICHA-VERSION
               OR pct-departamentos OF FICHA-ANTERIOR
               NOT = pct-departamentos OF FICHA-VERSION
               MOVE "DEPARTAMENTOS (%)" TO ws-campo-cambio
               MOVE SPACES TO ws-valor-antes
               STRING id-departamento OF FICHA-ANTERIOR(1) " ("
                      pct-departamento OF FICHA-ANTERIOR(1) ") "
                      id-departamento OF FICHA-ANTERIOR(2) " ("
                      pct-departamento OF FICHA-ANTERIOR(2) ") "
                      id-departamento OF FICHA-ANTERIOR(3) " ("
                      pct-departamento OF FICHA-ANTERIOR(3) ")"
                   DELIMITED BY SIZE INTO ws-valor-antes
               MOVE SPACES TO ws-valor-despues
               STRING id-departamento OF FICHA-VERSION(1) " ("
                      pct-departamento OF FICHA-VERSION(1) ") "
                      id-departamento OF FICHA-VERSION(2) " ("
                      pct-departamento OF FICHA-VERSION(2) ") "
                      id-departamento OF FICHA-VERSION(3) " ("
                      pct-departamento OF FICHA-VERSION(3) ")"
                   DELIMITED BY SIZE INTO ws-valor-despues
               PERFORM 0007-LINEA-CAMBIO
           END-IF.
           IF categoria-trabajador OF FICHA-ANTERIOR
               NOT = categoria-trabajador OF FICHA-VERSION
               MOVE "CATEGORIA" TO ws-campo-cambio
               MOVE categoria-trabajador OF FICHA-ANTERIOR
                   TO ws-valor-antes
               MOVE categoria-trabajador OF FICHA-VERSION
                   TO ws-valor-despues
               PERFORM 0007-LINEA-CAMBIO
           END-IF.

       0006-COMPARAR-CONTRATO.

           IF tipo-contrato OF FICHA-ANTERIOR
               NOT = tipo-contrato OF FICHA-VERSION
               MOVE "TIPO DE CONTRATO" TO ws-campo-cambio
               MOVE tipo-contrato OF FICHA-ANTERIOR TO ws-valor-texto
               PERFORM 0008-NOMBRE-CONTRATO
               MOVE ws-valor-texto TO ws-valor-antes
               MOVE tipo-contrato OF FICHA-VERSION TO ws-valor-texto
               PERFORM 0008-NOMBRE-CONTRATO
               MOVE ws-valor-texto TO ws-valor-despues
               PERFORM 0007-LINEA-CAMBIO
           END-IF.
           IF fecha-alta-trabajador OF FICHA-ANTERIOR
               NOT = fecha-alta-trabajador OF FICHA-VERSION
               MOVE "FECHA DE ALTA" TO ws-campo-cambio
               MOVE fecha-alta-trabajador OF FICHA-ANTERIOR
                   TO ws-valor-antes
               MOVE fecha-alta-trabajador OF FICHA-VERSION
                   TO ws-valor-despues
               PERFORM 0007-LINEA-CAMBIO
           END-IF.
           IF fecha-fin-contrato OF FICHA-ANTERIOR
               NOT = fecha-fin-contrato OF FICHA-VERSION
               MOVE "FIN DE CONTRATO" TO ws-campo-cambio
               MOVE fecha-fin-contrato OF FICHA-ANTERIOR
                   TO ws-valor-antes
               MOVE fecha-fin-contrato OF FICHA-VERSION
                   TO ws-valor-despues
               PERFORM 0007-LINEA-CAMBIO
           END-IF.
           IF jornada-pct OF FICHA-ANTERIOR
               NOT = jornada-pct OF FICHA-VERSION
               MOVE "JORNADA (%)" TO ws-campo-cambio
               MOVE jornada-pct OF FICHA-ANTERIOR TO ws-valor-antes
               MOVE jornada-pct OF FICHA-VERSION TO ws-valor-despues
               PERFORM 0007-LINEA-CAMBIO
           END-IF.

       0006-COMPARAR-PAGO.

           IF salario OF FICHA-ANTERIOR NOT = salario OF FICHA-VERSION
               MOVE "SALARIO" TO ws-campo-cambio
               MOVE salario OF FICHA-ANTERIOR TO ws-importe-format
               MOVE ws-importe-format TO ws-valor-antes
               MOVE salario OF FICHA-VERSION TO ws-importe-format
               MOVE ws-importe-format TO ws-valor-despues
               PERFORM 0007-LINEA-CAMBIO
           END-IF.
           IF forma-pago OF FICHA-ANTERIOR
               NOT = forma-pago OF FICHA-VERSION
               MOVE "FORMA DE PAGO" TO ws-campo-cambio
               MOVE forma-pago OF FICHA-ANTERIOR TO ws-valor-antes
               MOVE forma-pago OF FICHA-VERSION TO ws-valor-despues
               PERFORM 0007-LINEA-CAMBIO
           END-IF.
           IF iban-trabajador OF FICHA-ANTERIOR
               NOT = iban-trabajador OF FICHA-VERSION
               MOVE "IBAN" TO ws-campo-cambio
               MOVE iban-trabajador OF FICHA-ANTERIOR
                   TO ws-valor-antes
               MOVE iban-trabajador OF FICHA-VERSION
                   TO ws-valor-despues
               PERFORM 0007-LINEA-CAMBIO
           END-IF.

       0007-LINEA-CAMBIO.

           ADD 1 TO ws-cambios-listados.
           STRING "    " ws-campo-cambio ": "
                  FUNCTION TRIM(ws-valor-antes) " -> "
                  FUNCTION TRIM(ws-valor-despues)
               DELIMITED BY SIZE INTO LINEA-INFORME.
           PERFORM 0009-EMITIR-LINEA.

       0008-NOMBRE-CONTRATO.
           *> TRADUCE EL CODIGO DE TIPO DE CONTRATO QUE LLEGA EN
           *> ws-valor-texto A SU NOMBRE.
           IF ws-valor-texto(1:1) = 'I'
               MOVE "INDEFINIDO" TO ws-valor-texto
           ELSE IF ws-valor-texto(1:1) = 'T'
               MOVE "TEMPORAL" TO ws-valor-texto
           ELSE IF ws-valor-texto(1:1) = 'P'
               MOVE "PRACTICAS" TO ws-valor-texto
           END-IF.

       0009-EMITIR-LINEA.
           *> CADA LINEA DEL INFORME SALE POR PANTALLA Y AL FICHERO.
           DISPLAY FUNCTION TRIM(LINEA-INFORME TRAILING).
           WRITE LINEA-INFORME.
           MOVE SPACES TO LINEA-INFORME.

       END PROGRAM TRABAJADORES-FECHA.
