       ID DIVISION.
       PROGRAM-ID. ACREEDORES-MANTENIMIENTO.
       AUTHOR. DAVID HERNANDEZ MARTIN.
      *MODIFICACIONES
      *15/10/2026 - ALTA INICIAL. MANTENIMIENTO DEL CATALOGO DE
      *             ACREEDORES DE LAS DEDUCCIONES VOLUNTARIAS
      *             (ACREEDORES.DAT): CODIGO, NOMBRE, NIF E IBAN AL
      *             QUE EL CIERRE TRANSFIERE LO DESCONTADO. ALTA, BAJA
      *             Y MODIFICACION CON LA MISMA DISCIPLINA QUE
      *             EMPRESAS-MANTENIMIENTO: EL IBAN SE VALIDA CON EL
      *             CONTROL MODULO 97, LA BAJA SE NIEGA MIENTRAS EL
      *             ACREEDOR TENGA DEDUCCIONES VIGENTES EN
      *             DEDUCCIONES.DAT, Y CADA OPERACION DEJA SU RASTRO
      *             EN AUDITORIA.TXT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACREFILE ASSIGN TO "ACREEDORES.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS acrefile-status.

           SELECT DEDFILE ASSIGN TO "DEDUCCIONES.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ded-clave
           FILE STATUS IS dedfile-status.

       DATA DIVISION.
       FILE SECTION.
       FD  ACREFILE
           LABEL RECORDS ARE STANDARD.
       01  REG-ACREEDOR.
           05 id-acreedor-cat           PIC 9(03).
           05 nombre-acreedor-cat       PIC X(40).
           05 nif-acreedor-cat          PIC X(09).
           05 iban-acreedor-cat         PIC X(24).

       FD  DEDFILE
           LABEL RECORDS ARE STANDARD.
       01  REG-DEDUCCION.
           COPY DEDREG.

       WORKING-STORAGE SECTION.

         >>SOURCE FORMAT IS FREE
         COPY FILESTAT REPLACING NIVEL-FS BY 77
             FS-CAMPO BY acrefile-status
             FS-OK BY acrefile-ok
             FS-FIN-FICHERO BY acrefile-fin
             FS-CLAVE-DUPLICADA BY acrefile-dup
             FS-REGISTRO-NO-ENCONTRADO BY acrefile-no-encontrado
             FS-FICHERO-NO-EXISTE BY acrefile-no-existe
             FS-REGISTRO-BLOQUEADO BY acrefile-bloqueado
             FS-DATOS-INVALIDOS BY acrefile-datos-invalidos.
         COPY FILESTAT REPLACING NIVEL-FS BY 77
             FS-CAMPO BY dedfile-status
             FS-OK BY dedfile-ok
             FS-FIN-FICHERO BY dedfile-fin
             FS-CLAVE-DUPLICADA BY dedfile-dup
             FS-REGISTRO-NO-ENCONTRADO BY dedfile-no-encontrado
             FS-FICHERO-NO-EXISTE BY dedfile-no-existe
             FS-REGISTRO-BLOQUEADO BY dedfile-bloqueado
             FS-DATOS-INVALIDOS BY dedfile-datos-invalidos.
         *> LAS LINEAS DE AUDITORIA SE COMPONEN AQUI PERO LAS
         *> ESCRIBE (SELLADAS Y ENCADENADAS) AUDITORIA-SELLO.
         01 LINEA-AUDITORIA      PIC X(200).
         COPY AUDCOM.

         COPY ACRECAT.

         77 ws-operador          PIC X(20) VALUE SPACES.
         77 ws-fecha-auditoria   PIC 9(08).
         77 ws-hora-auditoria    PIC 9(08).
         77 ws-operacion-auditoria PIC X(12).

         01 opcion               PIC A(01) VALUE SPACE.
            88 opcion-alta        VALUE 'A'.
            88 opcion-baja        VALUE 'B'.
            88 opcion-modificar   VALUE 'M'.
            88 opcion-listar      VALUE 'L'.
            88 opcion-si          VALUE 'S'.

         77 terminar             PIC 9(01) VALUE ZERO.

         77 ws-acr-consulta      PIC 9(03).
         77 ws-indice-acr        PIC 9(02).
         77 ws-posicion-acr      PIC 9(02).
            88 acr-no-localizado VALUE 0.
         77 ws-usos-deducciones  PIC 9(05).
         77 ws-periodo-actual    PIC 9(06).
         77 ws-fecha-hoy         PIC 9(08).
         77 ws-datos-correctos   PIC 9(01) VALUE 0.
            88 datos-acreedor-validos   VALUE 1.
            88 datos-acreedor-invalidos VALUE 0.

         *> VALORES ANTERIORES PARA LA LINEA "ANTES" DE AUDITORIA.
         01 ws-antes-acreedor.
            05 ws-ant-nombre       PIC X(40).
            05 ws-ant-nif          PIC X(09).
            05 ws-ant-iban         PIC X(24).

         *> VALIDACION DE IBAN CON EL CONTROL MODULO 97 DE SEPA,
         *> MISMA REGLA QUE EL FORMULARIO DE 08-ARRAYS-BI.
         77 ws-iban-trabajo      PIC X(24).
         77 ws-iban-reordenado   PIC X(24).
         77 ws-caracter-iban     PIC X(01).
         77 ws-digito-iban       PIC 9(01).
         77 ws-letras-iban       PIC X(26)
             VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
         77 ws-indice-iban       PIC 9(02).
         77 ws-indice-letra-iban PIC 9(02).
         77 ws-valor-iban        PIC 9(02).
         77 ws-resto-iban        PIC 9(04).
         77 ws-blancos-iban      PIC 9(02).
         77 ws-iban-correcto     PIC 9(01) VALUE 0.
            88 iban-valido          VALUE 1.
            88 iban-invalido        VALUE 0.
         77 ws-blancos-nif       PIC 9(02).

       PROCEDURE DIVISION.
       0000-MAIN SECTION.
       0000-PRINCIPAL.
           DISPLAY "=== MANTENIMIENTO DE ACREEDORES ===".
           ACCEPT ws-operador FROM ENVIRONMENT "USER".
           ACCEPT ws-fecha-hoy FROM DATE YYYYMMDD.
           COMPUTE ws-periodo-actual = ws-fecha-hoy / 100.
           PERFORM 0001-CARGAR-CATALOGO.
           PERFORM 0002-MENU UNTIL terminar = 1.
           STOP RUN.

       0001-CARGAR-CATALOGO.
           *> COMO EL DE EMPRESAS, EL CATALOGO SE TRABAJA EN MEMORIA
           *> Y SE REESCRIBE COMPLETO EN CADA OPERACION CONFIRMADA.
           MOVE 0 TO num-acreedores-cat.
           OPEN INPUT ACREFILE.
           IF acrefile-ok
               PERFORM 0001-LEER-ACREEDOR UNTIL acrefile-fin
               CLOSE ACREFILE
           ELSE
               DISPLAY "AVISO: NO SE PUDO ABRIR ACREEDORES.DAT, "
                   "SE PARTE DE UN CATALOGO VACIO"
           END-IF.

       0001-LEER-ACREEDOR.
           READ ACREFILE
               AT END SET acrefile-fin TO TRUE
               NOT AT END
                   ADD 1 TO num-acreedores-cat
                   MOVE id-acreedor-cat
                       TO id-acr-cat(num-acreedores-cat)
                   MOVE nombre-acreedor-cat
                       TO nombre-acr-cat(num-acreedores-cat)
                   MOVE nif-acreedor-cat
                       TO nif-acr-cat(num-acreedores-cat)
                   MOVE iban-acreedor-cat
                       TO iban-acr-cat(num-acreedores-cat)
           END-READ.

       0002-MENU.

           DISPLAY "A=ALTA, B=BAJA, M=MODIFICAR, L=LISTAR, S=SALIR".
           ACCEPT opcion.

           IF opcion-alta
               PERFORM 0003-ALTA-ACREEDOR
           ELSE IF opcion-baja
               PERFORM 0004-BAJA-ACREEDOR
           ELSE IF opcion-modificar
               PERFORM 0005-MODIFICAR-ACREEDOR
           ELSE IF opcion-listar
               PERFORM 0006-LISTAR-CATALOGO
           ELSE IF opcion-si
               MOVE 1 TO terminar
           ELSE
               DISPLAY "OPCION NO VALIDA"
           END-IF.

       0003-ALTA-ACREEDOR.

           IF num-acreedores-cat = 50
               DISPLAY "CATALOGO LLENO (50 ACREEDORES)"
           ELSE
               DISPLAY "CODIGO DE ACREEDOR (001-999): "
               ACCEPT ws-acr-consulta
               PERFORM 0007-LOCALIZAR-ACREEDOR
               IF ws-acr-consulta = 0
                   DISPLAY "EL CODIGO 000 NO ES VALIDO"
               ELSE IF NOT acr-no-localizado
                   DISPLAY "EL CODIGO " ws-acr-consulta " YA EXISTE"
               ELSE
                   ADD 1 TO num-acreedores-cat
                   MOVE ws-acr-consulta
                       TO id-acr-cat(num-acreedores-cat)
                   MOVE num-acreedores-cat TO ws-posicion-acr
                   MOVE SPACES TO ws-antes-acreedor
                   PERFORM 0008-CAPTURAR-DATOS-ACREEDOR
                   PERFORM 0014-VALIDAR-DATOS-ACREEDOR
                   IF datos-acreedor-invalidos
                       DISPLAY "ALTA ANULADA"
                       SUBTRACT 1 FROM num-acreedores-cat
                   ELSE
                       PERFORM 0009-REESCRIBIR-CATALOGO
                       MOVE "ALTA-ACREED" TO ws-operacion-auditoria
                       PERFORM 0010-AUDITAR-ACREEDOR
                       DISPLAY "ACREEDOR " ws-acr-consulta
                           " DADO DE ALTA"
                   END-IF
               END-IF
           END-IF.

       0004-BAJA-ACREEDOR.

           DISPLAY "CODIGO DE ACREEDOR A DAR DE BAJA: ".
           ACCEPT ws-acr-consulta.
           PERFORM 0007-LOCALIZAR-ACREEDOR.
           IF acr-no-localizado
               DISPLAY "EL CODIGO " ws-acr-consulta " NO EXISTE"
           ELSE
               PERFORM 0011-CONTAR-USOS-ACREEDOR
               IF ws-usos-deducciones > 0
                   DISPLAY "NO SE PUEDE BORRAR: EL ACREEDOR "
                       ws-acr-consulta " TIENE "
                       ws-usos-deducciones " DEDUCCIONES VIGENTES"
               ELSE
                   PERFORM 0015-GUARDAR-VALORES-ANTERIORES
                   PERFORM 0012-COMPACTAR-CATALOGO
                   PERFORM 0009-REESCRIBIR-CATALOGO
                   MOVE "BAJA-ACREED" TO ws-operacion-auditoria
                   PERFORM 0010-AUDITAR-ACREEDOR-BAJA
                   DISPLAY "ACREEDOR " ws-acr-consulta " DADO DE BAJA"
               END-IF
           END-IF.

       0005-MODIFICAR-ACREEDOR.

           DISPLAY "CODIGO DE ACREEDOR A MODIFICAR: ".
           ACCEPT ws-acr-consulta.
           PERFORM 0007-LOCALIZAR-ACREEDOR.
           IF acr-no-localizado
               DISPLAY "EL CODIGO " ws-acr-consulta " NO EXISTE"
           ELSE
               PERFORM 0015-GUARDAR-VALORES-ANTERIORES
               PERFORM 0008-CAPTURAR-DATOS-ACREEDOR
               PERFORM 0014-VALIDAR-DATOS-ACREEDOR
               IF datos-acreedor-invalidos
                   *> SE DEVUELVEN LOS VALORES ANTERIORES: EL
                   *> CATALOGO EN MEMORIA NO SE QUEDA CON DATOS
                   *> RECHAZADOS.
                   MOVE ws-ant-nombre
                       TO nombre-acr-cat(ws-posicion-acr)
                   MOVE ws-ant-nif TO nif-acr-cat(ws-posicion-acr)
                   MOVE ws-ant-iban TO iban-acr-cat(ws-posicion-acr)
                   DISPLAY "MODIFICACION ANULADA"
               ELSE
                   PERFORM 0009-REESCRIBIR-CATALOGO
                   MOVE "MODIF-ACREED" TO ws-operacion-auditoria
                   PERFORM 0010-AUDITAR-ACREEDOR
                   DISPLAY "ACREEDOR " ws-acr-consulta " MODIFICADO"
               END-IF
           END-IF.

       0006-LISTAR-CATALOGO.

           MOVE 0 TO ws-indice-acr.
           PERFORM 0006-LISTAR-SIGUIENTE
               UNTIL ws-indice-acr = num-acreedores-cat.
           DISPLAY "ACREEDORES CATALOGADOS: " num-acreedores-cat.

       0006-LISTAR-SIGUIENTE.

           ADD 1 TO ws-indice-acr.
           DISPLAY id-acr-cat(ws-indice-acr) " "
               nombre-acr-cat(ws-indice-acr) " NIF "
               nif-acr-cat(ws-indice-acr).
           DISPLAY "   IBAN: " iban-acr-cat(ws-indice-acr).

       0007-LOCALIZAR-ACREEDOR.
           *> DEJA EN ws-posicion-acr LA POSICION DEL CODIGO EN LA
           *> TABLA, O 0 SI NO ESTA CATALOGADO.
           MOVE 0 TO ws-posicion-acr.
           MOVE 0 TO ws-indice-acr.
           PERFORM 0007-COMPARAR-SIGUIENTE
               UNTIL ws-indice-acr = num-acreedores-cat.

       0007-COMPARAR-SIGUIENTE.

           ADD 1 TO ws-indice-acr.
           IF id-acr-cat(ws-indice-acr) = ws-acr-consulta
               MOVE ws-indice-acr TO ws-posicion-acr
           END-IF.

       0008-CAPTURAR-DATOS-ACREEDOR.
           *> EN MODIFICACION, ENTER DEJA EL VALOR ACTUAL DE CADA
           *> CAMPO.
           DISPLAY "NOMBRE DEL ACREEDOR: ".
           ACCEPT nombre-acr-cat(ws-posicion-acr).
           IF nombre-acr-cat(ws-posicion-acr) = SPACES
               MOVE ws-ant-nombre TO nombre-acr-cat(ws-posicion-acr)
           END-IF.
           DISPLAY "NIF DEL ACREEDOR: ".
           ACCEPT nif-acr-cat(ws-posicion-acr).
           IF nif-acr-cat(ws-posicion-acr) = SPACES
               MOVE ws-ant-nif TO nif-acr-cat(ws-posicion-acr)
           END-IF.
           MOVE FUNCTION UPPER-CASE(nif-acr-cat(ws-posicion-acr))
               TO nif-acr-cat(ws-posicion-acr).
           DISPLAY "IBAN PARA LA TRANSFERENCIA: ".
           ACCEPT iban-acr-cat(ws-posicion-acr).
           IF iban-acr-cat(ws-posicion-acr) = SPACES
               MOVE ws-ant-iban TO iban-acr-cat(ws-posicion-acr)
           END-IF.
           MOVE FUNCTION UPPER-CASE(iban-acr-cat(ws-posicion-acr))
               TO iban-acr-cat(ws-posicion-acr).

       0014-VALIDAR-DATOS-ACREEDOR.
           *> NOMBRE Y NIF SON OBLIGATORIOS; EL NIF OCUPA LAS NUEVE
           *> POSICIONES SIN BLANCOS Y EL IBAN, QUE RECIBE SU
           *> TRANSFERENCIA EN LA REMESA, PASA EL CONTROL MODULO 97.
           SET datos-acreedor-validos TO TRUE.
           MOVE 0 TO ws-blancos-nif.
           INSPECT nif-acr-cat(ws-posicion-acr)
               TALLYING ws-blancos-nif FOR ALL " ".
           IF nombre-acr-cat(ws-posicion-acr) = SPACES
               DISPLAY "NOMBRE DEL ACREEDOR OBLIGATORIO"
               SET datos-acreedor-invalidos TO TRUE
           ELSE IF ws-blancos-nif > 0
               DISPLAY "NIF DEL ACREEDOR INCOMPLETO (9 POSICIONES)"
               SET datos-acreedor-invalidos TO TRUE
           ELSE
               MOVE iban-acr-cat(ws-posicion-acr) TO ws-iban-trabajo
               PERFORM 0016-VALIDAR-IBAN
               IF iban-invalido
                   DISPLAY "IBAN DEL ACREEDOR NO VALIDO (CONTROL "
                       "MODULO 97)"
                   SET datos-acreedor-invalidos TO TRUE
               END-IF
           END-IF.

       0015-GUARDAR-VALORES-ANTERIORES.

           MOVE nombre-acr-cat(ws-posicion-acr) TO ws-ant-nombre.
           MOVE nif-acr-cat(ws-posicion-acr) TO ws-ant-nif.
           MOVE iban-acr-cat(ws-posicion-acr) TO ws-ant-iban.

       0009-REESCRIBIR-CATALOGO.

           OPEN OUTPUT ACREFILE.
           IF NOT acrefile-ok
               DISPLAY "ERROR AL REESCRIBIR ACREEDORES.DAT - "
                   "FILE STATUS " acrefile-status
           ELSE
               MOVE 0 TO ws-indice-acr
               PERFORM 0009-ESCRIBIR-SIGUIENTE
                   UNTIL ws-indice-acr = num-acreedores-cat
               CLOSE ACREFILE
           END-IF.

       0009-ESCRIBIR-SIGUIENTE.

           ADD 1 TO ws-indice-acr.
           MOVE id-acr-cat(ws-indice-acr) TO id-acreedor-cat.
           MOVE nombre-acr-cat(ws-indice-acr) TO nombre-acreedor-cat.
           MOVE nif-acr-cat(ws-indice-acr) TO nif-acreedor-cat.
           MOVE iban-acr-cat(ws-indice-acr) TO iban-acreedor-cat.
           WRITE REG-ACREEDOR.

       0011-CONTAR-USOS-ACREEDOR.
           *> DEDUCCIONES DEL ACREEDOR SIN FIN O CON ULTIMO PERIODO
           *> DESDE EL MES EN CURSO: CON ALGUNA LA BAJA SE RECHAZA,
           *> PORQUE EL CIERRE YA NO TENDRIA A QUIEN TRANSFERIRLAS.
           *> LAS YA TERMINADAS NO IMPIDEN LA BAJA.
           MOVE 0 TO ws-usos-deducciones.
           OPEN INPUT DEDFILE.
           IF dedfile-ok
               MOVE LOW-VALUES TO ded-clave
               START DEDFILE KEY IS NOT LESS THAN ded-clave
                   INVALID KEY SET dedfile-fin TO TRUE
               END-START
               PERFORM 0011-CONTAR-SIGUIENTE-DEDUCCION
                   UNTIL dedfile-fin
               CLOSE DEDFILE
           END-IF.

       0011-CONTAR-SIGUIENTE-DEDUCCION.
           READ DEDFILE NEXT RECORD
               AT END SET dedfile-fin TO TRUE
               NOT AT END
                   IF ded-acreedor = ws-acr-consulta
                       AND (ded-periodo-hasta = 0
                            OR ded-periodo-hasta >= ws-periodo-actual)
                       ADD 1 TO ws-usos-deducciones
                   END-IF
           END-READ.

       0012-COMPACTAR-CATALOGO.
           *> DESPLAZA UNA POSICION HACIA ARRIBA TODO LO QUE HAY
           *> DETRAS DEL ACREEDOR BORRADO.
           MOVE ws-posicion-acr TO ws-indice-acr.
           PERFORM 0012-DESPLAZAR-SIGUIENTE
               UNTIL ws-indice-acr = num-acreedores-cat.
           SUBTRACT 1 FROM num-acreedores-cat.

       0012-DESPLAZAR-SIGUIENTE.

           IF ws-indice-acr < num-acreedores-cat
               MOVE acreedor-cat(ws-indice-acr + 1)
                   TO acreedor-cat(ws-indice-acr)
           END-IF.
           ADD 1 TO ws-indice-acr.

       0016-VALIDAR-IBAN.
           *> CONTROL MODULO 97 DE SEPA SOBRE ws-iban-trabajo,
           *> REDUCIENDO EL RESTO CARACTER A CARACTER; MISMA REGLA
           *> QUE EL FORMULARIO DE 08-ARRAYS-BI.
           SET iban-invalido TO TRUE.
           MOVE 0 TO ws-blancos-iban.
           INSPECT ws-iban-trabajo TALLYING ws-blancos-iban
               FOR ALL " ".
           IF ws-blancos-iban = 0
               MOVE SPACES TO ws-iban-reordenado
               STRING ws-iban-trabajo(5:20) ws-iban-trabajo(1:4)
                   DELIMITED BY SIZE INTO ws-iban-reordenado
               MOVE 0 TO ws-resto-iban
               MOVE 0 TO ws-indice-iban
               SET iban-valido TO TRUE
               PERFORM 0016-REDUCIR-CARACTER-IBAN
                   UNTIL ws-indice-iban >= 24 OR iban-invalido
               IF iban-valido AND ws-resto-iban NOT = 1
                   SET iban-invalido TO TRUE
               END-IF
           END-IF.

       0016-REDUCIR-CARACTER-IBAN.

           ADD 1 TO ws-indice-iban.
           MOVE ws-iban-reordenado(ws-indice-iban:1)
               TO ws-caracter-iban.
           IF ws-caracter-iban >= "0" AND ws-caracter-iban <= "9"
               MOVE ws-caracter-iban TO ws-digito-iban
               COMPUTE ws-resto-iban = FUNCTION MOD(
                   ws-resto-iban * 10 + ws-digito-iban, 97)
           ELSE
               PERFORM 0016-VALOR-LETRA-IBAN
               IF ws-valor-iban = 0
                   SET iban-invalido TO TRUE
               ELSE
                   COMPUTE ws-resto-iban = FUNCTION MOD(
                       ws-resto-iban * 100 + ws-valor-iban, 97)
               END-IF
           END-IF.

       0016-VALOR-LETRA-IBAN.

           MOVE 0 TO ws-valor-iban.
           MOVE 0 TO ws-indice-letra-iban.
           PERFORM 0016-COMPARAR-LETRA-IBAN
               UNTIL ws-valor-iban NOT = 0
                  OR ws-indice-letra-iban = 26.

       0016-COMPARAR-LETRA-IBAN.

           ADD 1 TO ws-indice-letra-iban.
           IF ws-letras-iban(ws-indice-letra-iban:1)
               = ws-caracter-iban
               COMPUTE ws-valor-iban = ws-indice-letra-iban + 9
           END-IF.

       0010-AUDITAR-ACREEDOR.
           *> MISMO FORMATO DE TRES LINEAS (CABECERA + ANTES +
           *> DESPUES) QUE EL RESTO DE MANTENIMIENTOS.
           PERFORM 0010-ESCRIBIR-CABECERA-AUDIT.

           MOVE SPACES TO LINEA-AUDITORIA.
           STRING "  ANTES:   NOMBRE=" ws-ant-nombre
                  DELIMITED BY SIZE
                  " NIF=" ws-ant-nif DELIMITED BY SIZE
                  " IBAN=" ws-ant-iban DELIMITED BY SIZE
               INTO LINEA-AUDITORIA.
           PERFORM 0013-SELLAR-LINEA-AUDITORIA.

           MOVE SPACES TO LINEA-AUDITORIA.
           STRING "  DESPUES: NOMBRE="
                  nombre-acr-cat(ws-posicion-acr)
                  DELIMITED BY SIZE
                  " NIF=" nif-acr-cat(ws-posicion-acr)
                  DELIMITED BY SIZE
                  " IBAN=" iban-acr-cat(ws-posicion-acr)
                  DELIMITED BY SIZE
               INTO LINEA-AUDITORIA.
           PERFORM 0013-SELLAR-LINEA-AUDITORIA.

       0010-AUDITAR-ACREEDOR-BAJA.
           *> EN LA BAJA EL ACREEDOR YA NO ESTA EN LA TABLA, ASI QUE
           *> LA LINEA DESPUES QUEDA VACIA A PROPOSITO.
           PERFORM 0010-ESCRIBIR-CABECERA-AUDIT.

           MOVE SPACES TO LINEA-AUDITORIA.
           STRING "  ANTES:   NOMBRE=" ws-ant-nombre
                  DELIMITED BY SIZE
                  " NIF=" ws-ant-nif DELIMITED BY SIZE
                  " IBAN=" ws-ant-iban DELIMITED BY SIZE
               INTO LINEA-AUDITORIA.
           PERFORM 0013-SELLAR-LINEA-AUDITORIA.

           MOVE SPACES TO LINEA-AUDITORIA.
           MOVE "  DESPUES: (BORRADO)" TO LINEA-AUDITORIA.
           PERFORM 0013-SELLAR-LINEA-AUDITORIA.

       0010-ESCRIBIR-CABECERA-AUDIT.
           ACCEPT ws-fecha-auditoria FROM DATE YYYYMMDD.
           ACCEPT ws-hora-auditoria FROM TIME.
           MOVE SPACES TO LINEA-AUDITORIA.
           STRING ws-fecha-auditoria DELIMITED BY SIZE
                  " " ws-hora-auditoria DELIMITED BY SIZE
                  " OPERADOR=" ws-operador DELIMITED BY SIZE
                  " OPERACION=" ws-operacion-auditoria
                  DELIMITED BY SIZE
                  " ACREEDOR=" ws-acr-consulta DELIMITED BY SIZE
               INTO LINEA-AUDITORIA.
           PERFORM 0013-SELLAR-LINEA-AUDITORIA.

       0013-SELLAR-LINEA-AUDITORIA.
           *> TODA LINEA DE AUDITORIA SALE POR EL SELLADOR COMUN
           *> AUDITORIA-SELLO, QUE LA ESCRIBE CON SECUENCIA Y VALOR
           *> DE CONTROL ENCADENADO.
           MOVE LINEA-AUDITORIA TO aud-linea.
           CALL "AUDITORIA-SELLO" USING audsello-com.

       END PROGRAM ACREEDORES-MANTENIMIENTO.
