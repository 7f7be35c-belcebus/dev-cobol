       ID DIVISION.
       PROGRAM-ID. CUENTAS-MANTENIMIENTO.
       AUTHOR. DAVID HERNANDEZ MARTIN.
      *MODIFICACIONES
      *15/10/2026 - ALTA INICIAL. MANTENIMIENTO DEL MAPA DE CUENTAS
      *             CONTABLES DE NOMINA (CUENTAS_NOMINA.DAT): QUE
      *             CUENTA RECIBE CADA PARTIDA DEL ASIENTO, AL DEBE O
      *             AL HABER, CON FECHA DE VIGENCIA Y, SI HACE FALTA,
      *             UNA CUENTA PROPIA POR DEPARTAMENTO. SE TRABAJA
      *             SOBRE EL MAPA EN MEMORIA Y SE REESCRIBE COMPLETO
      *             EN CADA OPERACION CONFIRMADA, COMO EN
      *             DEPTOS-MANTENIMIENTO, Y CADA OPERACION DEJA SU
      *             RASTRO EN AUDITORIA.TXT. LA OPCION V MUESTRA LAS
      *             CUENTAS QUE TOMARA EL CIERRE DE UN PERIODO Y
      *             DEPARTAMENTO, PARA COMPROBAR UN CAMBIO ANTES DEL
      *             CIERRE DEL MES.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CTAFILE ASSIGN TO "CUENTAS_NOMINA.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ctafile-status.

           SELECT DEPTOFILE ASSIGN TO "DEPARTAMENTOS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS deptofile-status.

       DATA DIVISION.
       FILE SECTION.
       FD  CTAFILE
           LABEL RECORDS ARE STANDARD.
       01  REG-CUENTA.
           COPY CTAREG.

       FD  DEPTOFILE
           LABEL RECORDS ARE STANDARD.
       01  REG-DEPARTAMENTO.
           05 id-departamento-cat       PIC 9(02).
           05 nombre-departamento-cat   PIC X(30).
           05 responsable-departamento-cat PIC X(30).
           05 presupuesto-departamento-cat PIC 9(07)V99.
           05 empresa-departamento-cat  PIC 9(02).

       WORKING-STORAGE SECTION.

         >>SOURCE FORMAT IS FREE
         COPY FILESTAT REPLACING NIVEL-FS BY 77
             FS-CAMPO BY ctafile-status
             FS-OK BY ctafile-ok
             FS-FIN-FICHERO BY ctafile-fin
             FS-CLAVE-DUPLICADA BY ctafile-dup
             FS-REGISTRO-NO-ENCONTRADO BY ctafile-no-encontrado
             FS-FICHERO-NO-EXISTE BY ctafile-no-existe
             FS-REGISTRO-BLOQUEADO BY ctafile-bloqueado
             FS-DATOS-INVALIDOS BY ctafile-datos-invalidos.
         COPY FILESTAT REPLACING NIVEL-FS BY 77
             FS-CAMPO BY deptofile-status
             FS-OK BY deptofile-ok
             FS-FIN-FICHERO BY deptofile-fin
             FS-CLAVE-DUPLICADA BY deptofile-dup
             FS-REGISTRO-NO-ENCONTRADO BY deptofile-no-encontrado
             FS-FICHERO-NO-EXISTE BY deptofile-no-existe
             FS-REGISTRO-BLOQUEADO BY deptofile-bloqueado
             FS-DATOS-INVALIDOS BY deptofile-datos-invalidos.
         *> LAS LINEAS DE AUDITORIA SE COMPONEN AQUI PERO LAS
         *> ESCRIBE (SELLADAS Y ENCADENADAS) AUDITORIA-SELLO.
         01 LINEA-AUDITORIA      PIC X(200).
         COPY AUDCOM.

         COPY CTACAT.
         COPY CTAPART.
         COPY DEPTOCAT.
         COPY CTACOM.

         77 ws-operador          PIC X(20) VALUE SPACES.
         77 ws-fecha-auditoria   PIC 9(08).
         77 ws-hora-auditoria    PIC 9(08).
         77 ws-operacion-auditoria PIC X(12).

         01 opcion               PIC A(01) VALUE SPACE.
            88 opcion-alta        VALUE 'A'.
            88 opcion-baja        VALUE 'B'.
            88 opcion-modificar   VALUE 'M'.
            88 opcion-listar      VALUE 'L'.
            88 opcion-vigentes    VALUE 'V'.
            88 opcion-si          VALUE 'S'.

         77 terminar             PIC 9(01) VALUE ZERO.

         *> CLAVE DE UNA LINEA DEL MAPA: FECHA DE VIGENCIA, PARTIDA,
         *> DEPARTAMENTO (00 = GENERAL) Y LADO. NO PUEDE HABER DOS
         *> LINEAS CON LA MISMA CLAVE.
         01 ws-clave-consulta.
            05 ws-fecha-consulta    PIC 9(08).
            05 ws-partida-consulta  PIC X(02).
            05 ws-dep-consulta      PIC 9(02).
            05 ws-dh-consulta       PIC X(01).
         77 ws-fecha-capturada   PIC X(08).
         77 ws-dep-capturado     PIC X(02).
         77 ws-cuenta-capturada  PIC X(06).
         77 ws-descripcion-capturada PIC X(30).
         77 ws-descripcion-capturada-nueva PIC X(30).
         77 ws-periodo-capturado PIC X(06).
         77 ws-clave-valida      PIC 9(01).
            88 clave-valida         VALUE 1.
            88 clave-invalida       VALUE 0.
         77 ws-partida-valida    PIC 9(01).
            88 partida-valida       VALUE 1.
            88 partida-invalida     VALUE 0.

         77 ws-indice-cta        PIC 9(03).
         77 ws-posicion-cta      PIC 9(03).
            88 cta-no-localizada    VALUE 0.
         77 ws-indice-partida    PIC 9(02).

         *> VALORES ANTERIORES PARA LA LINEA "ANTES" DE AUDITORIA.
         01 ws-antes-cuenta.
            05 ws-ant-cuenta       PIC X(06).
            05 ws-ant-descripcion  PIC X(30).

       PROCEDURE DIVISION.
       0000-MAIN SECTION.
       0000-PRINCIPAL.
           DISPLAY "=== MANTENIMIENTO DE CUENTAS DE NOMINA ===".
           ACCEPT ws-operador FROM ENVIRONMENT "USER".
           PERFORM 0001-CARGAR-MAPA.
           PERFORM 0013-CARGAR-DEPARTAMENTOS.
           PERFORM 0002-MENU UNTIL terminar = 1.
           STOP RUN.

       0001-CARGAR-MAPA.
           *> EL MAPA ENTERO SE TRABAJA EN MEMORIA Y SE REESCRIBE
           *> COMPLETO EN CADA OPERACION CONFIRMADA.
           MOVE 0 TO num-cuentas-cat.
           OPEN INPUT CTAFILE.
           IF ctafile-ok
               PERFORM 0001-LEER-CUENTA UNTIL ctafile-fin
               CLOSE CTAFILE
           ELSE
               DISPLAY "AVISO: NO SE PUDO ABRIR CUENTAS_NOMINA.DAT, "
                   "SE PARTE DE UN MAPA VACIO"
           END-IF.

       0001-LEER-CUENTA.
           READ CTAFILE
               AT END SET ctafile-fin TO TRUE
               NOT AT END
                   IF num-cuentas-cat < 200
                       ADD 1 TO num-cuentas-cat
                       MOVE cta-fecha-desde
                           TO fecha-desde-cta-cat(num-cuentas-cat)
                       MOVE cta-partida
                           TO partida-cta-cat(num-cuentas-cat)
                       MOVE cta-departamento
                           TO departamento-cta-cat(num-cuentas-cat)
                       MOVE cta-debe-haber
                           TO debe-haber-cta-cat(num-cuentas-cat)
                       MOVE cta-cuenta
                           TO cuenta-cta-cat(num-cuentas-cat)
                       MOVE cta-descripcion
                           TO descripcion-cta-cat(num-cuentas-cat)
                   ELSE
                       DISPLAY "AVISO: MAPA DE CUENTAS LLENO, LINEA "
                           "DESCARTADA: " REG-CUENTA
                   END-IF
           END-READ.

       0002-MENU.

           DISPLAY "A=ALTA, B=BAJA, M=MODIFICAR, L=LISTAR, "
               "V=VIGENTES EN UN PERIODO, S=SALIR".
           ACCEPT opcion.

           IF opcion-alta
               PERFORM 0003-ALTA-CUENTA
           ELSE IF opcion-baja
               PERFORM 0004-BAJA-CUENTA
           ELSE IF opcion-modificar
               PERFORM 0005-MODIFICAR-CUENTA
           ELSE IF opcion-listar
               PERFORM 0006-LISTAR-MAPA
           ELSE IF opcion-vigentes
               PERFORM 0012-MOSTRAR-VIGENTES
           ELSE IF opcion-si
               MOVE 1 TO terminar
           ELSE
               DISPLAY "OPCION NO VALIDA"
           END-IF.

       0003-ALTA-CUENTA.

           IF num-cuentas-cat = 200
               DISPLAY "MAPA LLENO (200 LINEAS)"
           ELSE
               PERFORM 0008-CAPTURAR-CLAVE
               IF clave-valida
                   PERFORM 0007-LOCALIZAR-CUENTA
                   IF NOT cta-no-localizada
                       DISPLAY "YA EXISTE UNA LINEA CON ESA FECHA, "
                           "PARTIDA, DEPARTAMENTO Y LADO"
                   ELSE
                       MOVE SPACES TO ws-antes-cuenta
                       PERFORM 0009-CAPTURAR-CUENTA
                       IF ws-cuenta-capturada NOT = SPACES
                           ADD 1 TO num-cuentas-cat
                           MOVE num-cuentas-cat TO ws-posicion-cta
                           MOVE ws-fecha-consulta
                               TO fecha-desde-cta-cat(ws-posicion-cta)
                           MOVE ws-partida-consulta
                               TO partida-cta-cat(ws-posicion-cta)
                           MOVE ws-dep-consulta
                               TO departamento-cta-cat(ws-posicion-cta)
                           MOVE ws-dh-consulta
                               TO debe-haber-cta-cat(ws-posicion-cta)
                           MOVE ws-cuenta-capturada
                               TO cuenta-cta-cat(ws-posicion-cta)
                           MOVE ws-descripcion-capturada
                               TO descripcion-cta-cat(ws-posicion-cta)
                           PERFORM 0010-REESCRIBIR-MAPA
                           MOVE "ALTA-CUENTA" TO ws-operacion-auditoria
                           PERFORM 0011-AUDITAR-CUENTA
                           DISPLAY "CUENTA " ws-cuenta-capturada
                               " DADA DE ALTA PARA " ws-partida-consulta
                               " " ws-dh-consulta " DESDE "
                               ws-fecha-consulta
                       END-IF
                   END-IF
               END-IF
           END-IF.

       0004-BAJA-CUENTA.
           *> BORRAR UNA LINEA DEVUELVE LA PARTIDA A LA LINEA
           *> ANTERIOR EN VIGOR (O A LA GENERAL, SI ERA DE UN
           *> DEPARTAMENTO); PARA CAMBIAR DE CUENTA DESDE UNA FECHA SE
           *> DA DE ALTA UNA LINEA NUEVA, NO SE BORRA LA VIEJA, QUE
           *> SIGUE HACIENDO FALTA PARA REVERTIR Y CONCILIAR LOS
           *> PERIODOS YA CERRADOS.
           PERFORM 0008-CAPTURAR-CLAVE.
           IF clave-valida
               PERFORM 0007-LOCALIZAR-CUENTA
               IF cta-no-localizada
                   DISPLAY "NO EXISTE ESA LINEA EN EL MAPA"
               ELSE
                   MOVE cuenta-cta-cat(ws-posicion-cta)
                       TO ws-ant-cuenta
                   MOVE descripcion-cta-cat(ws-posicion-cta)
                       TO ws-ant-descripcion
                   PERFORM 0014-COMPACTAR-MAPA
                   PERFORM 0010-REESCRIBIR-MAPA
                   MOVE "BAJA-CUENTA" TO ws-operacion-auditoria
                   PERFORM 0011-AUDITAR-CUENTA-BAJA
                   DISPLAY "LINEA " ws-clave-consulta " BORRADA"
               END-IF
           END-IF.

       0005-MODIFICAR-CUENTA.

           PERFORM 0008-CAPTURAR-CLAVE.
           IF clave-valida
               PERFORM 0007-LOCALIZAR-CUENTA
               IF cta-no-localizada
                   DISPLAY "NO EXISTE ESA LINEA EN EL MAPA"
               ELSE
                   MOVE cuenta-cta-cat(ws-posicion-cta)
                       TO ws-ant-cuenta
                   MOVE descripcion-cta-cat(ws-posicion-cta)
                       TO ws-ant-descripcion
                   PERFORM 0009-CAPTURAR-CUENTA
                   IF ws-cuenta-capturada = SPACES
                       MOVE ws-ant-cuenta TO ws-cuenta-capturada
                   END-IF
                   MOVE ws-cuenta-capturada
                       TO cuenta-cta-cat(ws-posicion-cta)
                   MOVE ws-descripcion-capturada
                       TO descripcion-cta-cat(ws-posicion-cta)
                   PERFORM 0010-REESCRIBIR-MAPA
                   MOVE "MODIF-CUENTA" TO ws-operacion-auditoria
                   PERFORM 0011-AUDITAR-CUENTA
                   DISPLAY "LINEA " ws-clave-consulta " MODIFICADA"
               END-IF
           END-IF.

       0006-LISTAR-MAPA.

           MOVE 0 TO ws-indice-cta.
           PERFORM 0006-LISTAR-SIGUIENTE
               UNTIL ws-indice-cta = num-cuentas-cat.
           DISPLAY "LINEAS DEL MAPA: " num-cuentas-cat.

       0006-LISTAR-SIGUIENTE.

           ADD 1 TO ws-indice-cta.
           DISPLAY "DESDE " fecha-desde-cta-cat(ws-indice-cta)
               " PARTIDA " partida-cta-cat(ws-indice-cta)
               " " debe-haber-cta-cat(ws-indice-cta)
               " DEPARTAMENTO " departamento-cta-cat(ws-indice-cta)
               " CUENTA " cuenta-cta-cat(ws-indice-cta)
               " " descripcion-cta-cat(ws-indice-cta).

       0007-LOCALIZAR-CUENTA.
           *> DEJA EN ws-posicion-cta LA POSICION DE LA CLAVE EN LA
           *> TABLA, O 0 SI NO ESTA EN EL MAPA.
           MOVE 0 TO ws-posicion-cta.
           MOVE 0 TO ws-indice-cta.
           PERFORM 0007-COMPARAR-SIGUIENTE
               UNTIL ws-indice-cta = num-cuentas-cat.

       0007-COMPARAR-SIGUIENTE.

           ADD 1 TO ws-indice-cta.
           IF fecha-desde-cta-cat(ws-indice-cta) = ws-fecha-consulta
               AND partida-cta-cat(ws-indice-cta) = ws-partida-consulta
               AND departamento-cta-cat(ws-indice-cta)
                   = ws-dep-consulta
               AND debe-haber-cta-cat(ws-indice-cta) = ws-dh-consulta
               MOVE ws-indice-cta TO ws-posicion-cta
           END-IF.

       0008-CAPTURAR-CLAVE.
           *> FECHA DE VIGENCIA, PARTIDA Y LADO DE LA LISTA CTAPART
           *> Y DEPARTAMENTO DEL CATALOGO (O 00 PARA LA REGLA
           *> GENERAL). CUALQUIER DATO NO VALIDO ANULA LA OPERACION.
           SET clave-valida TO TRUE.
           DISPLAY "FECHA DE VIGENCIA (AAAAMMDD): ".
           ACCEPT ws-fecha-capturada.
           IF ws-fecha-capturada IS NOT NUMERIC
               DISPLAY "FECHA NO NUMERICA"
               SET clave-invalida TO TRUE
           ELSE
               MOVE ws-fecha-capturada TO ws-fecha-consulta
               IF FUNCTION TEST-DATE-YYYYMMDD(ws-fecha-consulta)
                   NOT = 0
                   DISPLAY "FECHA " ws-fecha-consulta " NO VALIDA"
                   SET clave-invalida TO TRUE
               END-IF
           END-IF.
           IF clave-valida
               DISPLAY "PARTIDA (SB GS GE CP SS IR AN EB DV LQ): "
               ACCEPT ws-partida-consulta
               MOVE FUNCTION UPPER-CASE(ws-partida-consulta)
                   TO ws-partida-consulta
               DISPLAY "LADO (D=DEBE, H=HABER): "
               ACCEPT ws-dh-consulta
               MOVE FUNCTION UPPER-CASE(ws-dh-consulta)
                   TO ws-dh-consulta
               PERFORM 0008-VALIDAR-PARTIDA
               IF partida-invalida
                   DISPLAY "LA PARTIDA " ws-partida-consulta
                       " NO SE APUNTA AL LADO " ws-dh-consulta
                   SET clave-invalida TO TRUE
               END-IF
           END-IF.
           IF clave-valida
               DISPLAY "DEPARTAMENTO (00 = TODOS): "
               ACCEPT ws-dep-capturado
               IF ws-dep-capturado IS NOT NUMERIC
                   DISPLAY "DEPARTAMENTO NO NUMERICO"
                   SET clave-invalida TO TRUE
               ELSE
                   MOVE ws-dep-capturado TO ws-dep-consulta
                   IF ws-dep-consulta NOT = 0
                       PERFORM 0013-VALIDAR-DEPARTAMENTO
                       IF dep-cat-invalido
                           DISPLAY "EL DEPARTAMENTO " ws-dep-consulta
                               " NO ESTA EN DEPARTAMENTOS.DAT"
                           SET clave-invalida TO TRUE
                       END-IF
                   END-IF
               END-IF
           END-IF.

       0008-VALIDAR-PARTIDA.

           SET partida-invalida TO TRUE.
           MOVE 0 TO ws-indice-partida.
           PERFORM 0008-COMPARAR-PARTIDA
               UNTIL ws-indice-partida = num-partidas-asiento.

       0008-COMPARAR-PARTIDA.

           ADD 1 TO ws-indice-partida.
           IF codigo-partida(ws-indice-partida) = ws-partida-consulta
               AND debe-haber-partida(ws-indice-partida)
                   = ws-dh-consulta
               SET partida-valida TO TRUE
               MOVE descripcion-partida(ws-indice-partida)
                   TO ws-descripcion-capturada
           END-IF.

       0009-CAPTURAR-CUENTA.
           *> CUENTA DE SEIS DIGITOS, COMO LA ESPERA EL FICHERO DE
           *> ASIENTOS. LA DESCRIPCION EN BLANCO TOMA LA ANTERIOR O,
           *> EN EL ALTA, LA DE LA PARTIDA.
           DISPLAY "CUENTA (6 DIGITOS, ENTER PARA MANTENER LA ACTUAL "
               "EN MODIFICACION): ".
           ACCEPT ws-cuenta-capturada.
           IF ws-cuenta-capturada NOT = SPACES
               AND ws-cuenta-capturada IS NOT NUMERIC
               DISPLAY "CUENTA NO VALIDA, DEBE TENER 6 DIGITOS"
               MOVE SPACES TO ws-cuenta-capturada
           END-IF.
           IF ws-cuenta-capturada = SPACES
               AND ws-ant-cuenta = SPACES
               DISPLAY "CUENTA OBLIGATORIA, OPERACION ANULADA"
           ELSE
               IF ws-ant-descripcion NOT = SPACES
                   MOVE ws-ant-descripcion TO ws-descripcion-capturada
               END-IF
               DISPLAY "DESCRIPCION (ENTER PARA MANTENER: "
                   ws-descripcion-capturada "): "
               ACCEPT ws-descripcion-capturada-nueva
               IF ws-descripcion-capturada-nueva NOT = SPACES
                   MOVE ws-descripcion-capturada-nueva
                       TO ws-descripcion-capturada
               END-IF
           END-IF.

       0010-REESCRIBIR-MAPA.

           OPEN OUTPUT CTAFILE.
           IF NOT ctafile-ok
               DISPLAY "ERROR AL REESCRIBIR CUENTAS_NOMINA.DAT - "
                   "FILE STATUS " ctafile-status
           ELSE
               MOVE 0 TO ws-indice-cta
               PERFORM 0010-ESCRIBIR-SIGUIENTE
                   UNTIL ws-indice-cta = num-cuentas-cat
               CLOSE CTAFILE
           END-IF.
           *> EL RESOLUTOR TIENE EL MAPA EN MEMORIA: LA PROXIMA
           *> CONSULTA DE VIGENTES DEBE RELEERLO.
           MOVE 'S' TO cct-recargar-tabla.

       0010-ESCRIBIR-SIGUIENTE.

           ADD 1 TO ws-indice-cta.
           MOVE fecha-desde-cta-cat(ws-indice-cta) TO cta-fecha-desde.
           MOVE partida-cta-cat(ws-indice-cta) TO cta-partida.
           MOVE departamento-cta-cat(ws-indice-cta) TO cta-departamento.
           MOVE debe-haber-cta-cat(ws-indice-cta) TO cta-debe-haber.
           MOVE cuenta-cta-cat(ws-indice-cta) TO cta-cuenta.
           MOVE descripcion-cta-cat(ws-indice-cta) TO cta-descripcion.
           WRITE REG-CUENTA.

       0011-AUDITAR-CUENTA.
           *> MISMO FORMATO DE TRES LINEAS (CABECERA + ANTES +
           *> DESPUES) QUE EL RESTO DE MANTENIMIENTOS.
           PERFORM 0011-ESCRIBIR-CABECERA-AUDIT.

           MOVE SPACES TO LINEA-AUDITORIA.
           STRING "  ANTES:   CUENTA=" ws-ant-cuenta DELIMITED BY SIZE
                  " DESCRIPCION=" ws-ant-descripcion
                  DELIMITED BY SIZE
               INTO LINEA-AUDITORIA.
           PERFORM 0015-SELLAR-LINEA-AUDITORIA.

           MOVE SPACES TO LINEA-AUDITORIA.
           STRING "  DESPUES: CUENTA="
                  cuenta-cta-cat(ws-posicion-cta) DELIMITED BY SIZE
                  " DESCRIPCION="
                  descripcion-cta-cat(ws-posicion-cta)
                  DELIMITED BY SIZE
               INTO LINEA-AUDITORIA.
           PERFORM 0015-SELLAR-LINEA-AUDITORIA.

       0011-AUDITAR-CUENTA-BAJA.
           *> EN LA BAJA LA LINEA YA NO ESTA EN LA TABLA, ASI QUE LA
           *> LINEA DESPUES QUEDA VACIA A PROPOSITO.
           PERFORM 0011-ESCRIBIR-CABECERA-AUDIT.

           MOVE SPACES TO LINEA-AUDITORIA.
           STRING "  ANTES:   CUENTA=" ws-ant-cuenta DELIMITED BY SIZE
                  " DESCRIPCION=" ws-ant-descripcion
                  DELIMITED BY SIZE
               INTO LINEA-AUDITORIA.
           PERFORM 0015-SELLAR-LINEA-AUDITORIA.

           MOVE SPACES TO LINEA-AUDITORIA.
           MOVE "  DESPUES: (BORRADO)" TO LINEA-AUDITORIA.
           PERFORM 0015-SELLAR-LINEA-AUDITORIA.

       0011-ESCRIBIR-CABECERA-AUDIT.
           ACCEPT ws-fecha-auditoria FROM DATE YYYYMMDD.
           ACCEPT ws-hora-auditoria FROM TIME.
           MOVE SPACES TO LINEA-AUDITORIA.
           STRING ws-fecha-auditoria DELIMITED BY SIZE
                  " " ws-hora-auditoria DELIMITED BY SIZE
                  " OPERADOR=" ws-operador DELIMITED BY SIZE
                  " OPERACION=" ws-operacion-auditoria
                  DELIMITED BY SIZE
                  " DESDE=" ws-fecha-consulta DELIMITED BY SIZE
                  " PARTIDA=" ws-partida-consulta DELIMITED BY SIZE
                  " LADO=" ws-dh-consulta DELIMITED BY SIZE
                  " DEPARTAMENTO=" ws-dep-consulta DELIMITED BY SIZE
               INTO LINEA-AUDITORIA.
           PERFORM 0015-SELLAR-LINEA-AUDITORIA.

       0012-MOSTRAR-VIGENTES.
           *> LA MISMA RESOLUCION QUE HARAN EL CIERRE Y LA
           *> CONCILIACION (NOMINA-CUENTAS), PARTIDA A PARTIDA.
           DISPLAY "PERIODO (AAAAMM): ".
           ACCEPT ws-periodo-capturado.
           DISPLAY "DEPARTAMENTO (00 = SIN CATALOGAR): ".
           ACCEPT ws-dep-capturado.
           IF ws-periodo-capturado IS NOT NUMERIC
               OR ws-dep-capturado IS NOT NUMERIC
               DISPLAY "PERIODO O DEPARTAMENTO NO NUMERICO"
           ELSE
               MOVE ws-periodo-capturado TO cct-periodo
               MOVE ws-dep-capturado TO ws-dep-consulta
               MOVE 0 TO ws-indice-partida
               PERFORM 0012-MOSTRAR-PARTIDA
                   UNTIL ws-indice-partida = num-partidas-asiento
           END-IF.

       0012-MOSTRAR-PARTIDA.

           ADD 1 TO ws-indice-partida.
           MOVE codigo-partida(ws-indice-partida) TO cct-partida.
           MOVE debe-haber-partida(ws-indice-partida) TO cct-debe-haber.
           MOVE ws-dep-consulta TO cct-departamento.
           CALL "NOMINA-CUENTAS" USING cuentas-com.
           IF cct-ok
               DISPLAY cct-partida " " cct-debe-haber " "
                   descripcion-partida(ws-indice-partida)
                   " CUENTA " cct-cuenta
                   " (DESDE " cct-fecha-desde
                   " DEPARTAMENTO " cct-departamento-regla ")"
           ELSE
               DISPLAY cct-partida " " cct-debe-haber " "
                   descripcion-partida(ws-indice-partida)
                   " *** SIN CUENTA: EL CIERRE SE RECHAZARA ***"
           END-IF.

       0013-CARGAR-DEPARTAMENTOS.
           *> SOLO PARA VALIDAR EL DEPARTAMENTO DE LAS LINEAS PROPIAS;
           *> EL CATALOGO SE MANTIENE EN DEPTOS-MANTENIMIENTO.
           MOVE 0 TO num-departamentos-cat.
           OPEN INPUT DEPTOFILE.
           IF deptofile-ok
               PERFORM 0013-LEER-DEPARTAMENTO UNTIL deptofile-fin
               CLOSE DEPTOFILE
           ELSE
               DISPLAY "AVISO: NO SE PUDO ABRIR DEPARTAMENTOS.DAT, "
                   "SOLO SE ADMITEN LINEAS GENERALES (00)"
           END-IF.

       0013-LEER-DEPARTAMENTO.
           READ DEPTOFILE
               AT END SET deptofile-fin TO TRUE
               NOT AT END
                   ADD 1 TO num-departamentos-cat
                   MOVE id-departamento-cat
                       TO id-dep-cat(num-departamentos-cat)
                   MOVE nombre-departamento-cat
                       TO nombre-dep-cat(num-departamentos-cat)
                   MOVE responsable-departamento-cat
                       TO responsable-dep-cat(num-departamentos-cat)
                   MOVE presupuesto-departamento-cat
                       TO presupuesto-dep-cat(num-departamentos-cat)
                   MOVE empresa-departamento-cat
                       TO empresa-dep-cat(num-departamentos-cat)
           END-READ.

       0013-VALIDAR-DEPARTAMENTO.

           SET dep-cat-invalido TO TRUE.
           IF num-departamentos-cat > 0
               SET INDX-DEP-CAT TO 1
               SEARCH departamento-cat
                   WHEN id-dep-cat(INDX-DEP-CAT) = ws-dep-consulta
                       SET dep-cat-valido TO TRUE
               END-SEARCH
           END-IF.

       0014-COMPACTAR-MAPA.
           *> DESPLAZA UNA POSICION HACIA ARRIBA TODO LO QUE HAY
           *> DETRAS DE LA LINEA BORRADA.
           MOVE ws-posicion-cta TO ws-indice-cta.
           PERFORM 0014-DESPLAZAR-SIGUIENTE
               UNTIL ws-indice-cta = num-cuentas-cat.
           SUBTRACT 1 FROM num-cuentas-cat.

       0014-DESPLAZAR-SIGUIENTE.

           IF ws-indice-cta < num-cuentas-cat
               MOVE cuenta-cat(ws-indice-cta + 1)
                   TO cuenta-cat(ws-indice-cta)
           END-IF.
           ADD 1 TO ws-indice-cta.

       0015-SELLAR-LINEA-AUDITORIA.
           *> TODA LINEA DE AUDITORIA SALE POR EL SELLADOR COMUN
           *> AUDITORIA-SELLO, QUE LA ESCRIBE CON SECUENCIA Y VALOR
           *> DE CONTROL ENCADENADO.
           MOVE LINEA-AUDITORIA TO aud-linea.
           CALL "AUDITORIA-SELLO" USING audsello-com.

       END PROGRAM CUENTAS-MANTENIMIENTO.
