       ID DIVISION.
       PROGRAM-ID. EMPRESAS-MANTENIMIENTO.
       AUTHOR. DAVID HERNANDEZ MARTIN.
      *MODIFICACIONES
      *15/10/2026 - ALTA INICIAL. MANTENIMIENTO DEL CATALOGO DE
      *             EMPRESAS DEL GRUPO (EMPRESAS.DAT): CODIGO, RAZON
      *             SOCIAL, NIF (CIF), IBAN ORDENANTE DE LA REMESA
      *             SEPA Y ENTIDAD CONTABLE DEL LOTE DE ASIENTOS.
      *             ALTA, BAJA Y MODIFICACION CON LA MISMA DISCIPLINA
      *             QUE DEPTOS-MANTENIMIENTO: EL IBAN SE VALIDA CON EL
      *             CONTROL MODULO 97, LA BAJA SE NIEGA MIENTRAS LA
      *             EMPRESA TENGA TRABAJADORES ACTIVOS O
      *             DEPARTAMENTOS, Y CADA OPERACION DEJA SU RASTRO EN
      *             AUDITORIA.TXT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPRFILE ASSIGN TO "EMPRESAS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS emprfile-status.

           SELECT DEPTOFILE ASSIGN TO "DEPARTAMENTOS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS deptofile-status.

           SELECT TRABFILE ASSIGN TO "TRABAJADORES.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS id-trabajador
           ALTERNATE RECORD KEY IS apellido-pat WITH DUPLICATES
           ALTERNATE RECORD KEY IS apellido-mat WITH DUPLICATES
           SHARING WITH ALL OTHER
           FILE STATUS IS trabfile-status.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPRFILE
           LABEL RECORDS ARE STANDARD.
       01  REG-EMPRESA.
           05 id-empresa-cat            PIC 9(02).
           05 razon-social-empresa-cat  PIC X(40).
           05 nif-empresa-cat           PIC X(09).
           05 iban-ordenante-empresa-cat PIC X(24).
           05 entidad-contable-empresa-cat PIC X(04).

       FD  DEPTOFILE
           LABEL RECORDS ARE STANDARD.
       01  REG-DEPARTAMENTO.
           05 id-departamento-cat       PIC 9(02).
           05 nombre-departamento-cat   PIC X(30).
           05 responsable-departamento-cat PIC X(30).
           05 presupuesto-departamento-cat PIC 9(07)V99.
           05 empresa-departamento-cat  PIC 9(02).

       FD  TRABFILE
           LABEL RECORDS ARE STANDARD.
       01  REG-TRABAJADOR.
           COPY TRABREG.

       WORKING-STORAGE SECTION.

         >>SOURCE FORMAT IS FREE
         COPY FILESTAT REPLACING NIVEL-FS BY 77
             FS-CAMPO BY emprfile-status
             FS-OK BY emprfile-ok
             FS-FIN-FICHERO BY emprfile-fin
             FS-CLAVE-DUPLICADA BY emprfile-dup
             FS-REGISTRO-NO-ENCONTRADO BY emprfile-no-encontrado
             FS-FICHERO-NO-EXISTE BY emprfile-no-existe
             FS-REGISTRO-BLOQUEADO BY emprfile-bloqueado
             FS-DATOS-INVALIDOS BY emprfile-datos-invalidos.
         COPY FILESTAT REPLACING NIVEL-FS BY 77
             FS-CAMPO BY deptofile-status
             FS-OK BY deptofile-ok
             FS-FIN-FICHERO BY deptofile-fin
             FS-CLAVE-DUPLICADA BY deptofile-dup
             FS-REGISTRO-NO-ENCONTRADO BY deptofile-no-encontrado
             FS-FICHERO-NO-EXISTE BY deptofile-no-existe
             FS-REGISTRO-BLOQUEADO BY deptofile-bloqueado
             FS-DATOS-INVALIDOS BY deptofile-datos-invalidos.
         COPY FILESTAT REPLACING NIVEL-FS BY 77
             FS-CAMPO BY trabfile-status
             FS-OK BY trabfile-ok
             FS-FIN-FICHERO BY trabfile-fin
             FS-CLAVE-DUPLICADA BY trabfile-dup
             FS-REGISTRO-NO-ENCONTRADO BY trabfile-no-encontrado
             FS-FICHERO-NO-EXISTE BY trabfile-no-existe
             FS-REGISTRO-BLOQUEADO BY trabfile-bloqueado
             FS-DATOS-INVALIDOS BY trabfile-datos-invalidos.
         *> LAS LINEAS DE AUDITORIA SE COMPONEN AQUI PERO LAS
         *> ESCRIBE (SELLADAS Y ENCADENADAS) AUDITORIA-SELLO.
         01 LINEA-AUDITORIA      PIC X(200).
         COPY AUDCOM.

         COPY EMPRCAT.

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

         77 ws-emp-consulta      PIC 9(02).
         77 ws-indice-emp        PIC 9(02).
         77 ws-posicion-emp      PIC 9(02).
            88 emp-no-localizada VALUE 0.
         77 ws-usos-trabajadores PIC 9(05).
         77 ws-usos-departamentos PIC 9(03).
         77 ws-datos-correctos   PIC 9(01) VALUE 0.
            88 datos-empresa-validos   VALUE 1.
            88 datos-empresa-invalidos VALUE 0.

         *> VALORES ANTERIORES PARA LA LINEA "ANTES" DE AUDITORIA.
         01 ws-antes-empresa.
            05 ws-ant-razon-social PIC X(40).
            05 ws-ant-nif          PIC X(09).
            05 ws-ant-iban         PIC X(24).
            05 ws-ant-entidad      PIC X(04).

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
           DISPLAY "=== MANTENIMIENTO DE EMPRESAS ===".
           ACCEPT ws-operador FROM ENVIRONMENT "USER".
           PERFORM 0001-CARGAR-CATALOGO.
           PERFORM 0002-MENU UNTIL terminar = 1.
           STOP RUN.

       0001-CARGAR-CATALOGO.
           *> COMO EL DE DEPARTAMENTOS, EL CATALOGO SE TRABAJA EN
           *> MEMORIA Y SE REESCRIBE COMPLETO EN CADA OPERACION
           *> CONFIRMADA.
           MOVE 0 TO num-empresas-cat.
           OPEN INPUT EMPRFILE.
           IF emprfile-ok
               PERFORM 0001-LEER-EMPRESA UNTIL emprfile-fin
               CLOSE EMPRFILE
           ELSE
               DISPLAY "AVISO: NO SE PUDO ABRIR EMPRESAS.DAT, "
                   "SE PARTE DE UN CATALOGO VACIO"
           END-IF.

       0001-LEER-EMPRESA.
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

       0002-MENU.

           DISPLAY "A=ALTA, B=BAJA, M=MODIFICAR, L=LISTAR, S=SALIR".
           ACCEPT opcion.

           IF opcion-alta
               PERFORM 0003-ALTA-EMPRESA
           ELSE IF opcion-baja
               PERFORM 0004-BAJA-EMPRESA
           ELSE IF opcion-modificar
               PERFORM 0005-MODIFICAR-EMPRESA
           ELSE IF opcion-listar
               PERFORM 0006-LISTAR-CATALOGO
           ELSE IF opcion-si
               MOVE 1 TO terminar
           ELSE
               DISPLAY "OPCION NO VALIDA"
           END-IF.

       0003-ALTA-EMPRESA.

           IF num-empresas-cat = 20
               DISPLAY "CATALOGO LLENO (20 EMPRESAS)"
           ELSE
               DISPLAY "CODIGO DE EMPRESA (01-99): "
               ACCEPT ws-emp-consulta
               PERFORM 0007-LOCALIZAR-EMPRESA
               IF ws-emp-consulta = 0
                   DISPLAY "EL CODIGO 00 NO ES VALIDO"
               ELSE IF NOT emp-no-localizada
                   DISPLAY "EL CODIGO " ws-emp-consulta " YA EXISTE"
               ELSE
                   ADD 1 TO num-empresas-cat
                   MOVE ws-emp-consulta
                       TO id-emp-cat(num-empresas-cat)
                   MOVE num-empresas-cat TO ws-posicion-emp
                   MOVE SPACES TO ws-antes-empresa
                   PERFORM 0008-CAPTURAR-DATOS-EMPRESA
                   PERFORM 0014-VALIDAR-DATOS-EMPRESA
                   IF datos-empresa-invalidos
                       DISPLAY "ALTA ANULADA"
                       SUBTRACT 1 FROM num-empresas-cat
                   ELSE
                       PERFORM 0009-REESCRIBIR-CATALOGO
                       MOVE "ALTA-EMPRESA" TO ws-operacion-auditoria
                       PERFORM 0010-AUDITAR-EMPRESA
                       DISPLAY "EMPRESA " ws-emp-consulta
                           " DADA DE ALTA"
                   END-IF
               END-IF
           END-IF.

       0004-BAJA-EMPRESA.

           DISPLAY "CODIGO DE EMPRESA A DAR DE BAJA: ".
           ACCEPT ws-emp-consulta.
           PERFORM 0007-LOCALIZAR-EMPRESA.
           IF emp-no-localizada
               DISPLAY "EL CODIGO " ws-emp-consulta " NO EXISTE"
           ELSE
               PERFORM 0011-CONTAR-USOS-EMPRESA
               IF ws-usos-trabajadores > 0
                   OR ws-usos-departamentos > 0
                   DISPLAY "NO SE PUEDE BORRAR: LA EMPRESA "
                       ws-emp-consulta " TIENE "
                       ws-usos-trabajadores " TRABAJADORES ACTIVOS Y "
                       ws-usos-departamentos " DEPARTAMENTOS"
               ELSE
                   PERFORM 0015-GUARDAR-VALORES-ANTERIORES
                   PERFORM 0012-COMPACTAR-CATALOGO
                   PERFORM 0009-REESCRIBIR-CATALOGO
                   MOVE "BAJA-EMPRESA" TO ws-operacion-auditoria
                   PERFORM 0010-AUDITAR-EMPRESA-BAJA
                   DISPLAY "EMPRESA " ws-emp-consulta " DADA DE BAJA"
               END-IF
           END-IF.

       0005-MODIFICAR-EMPRESA.

           DISPLAY "CODIGO DE EMPRESA A MODIFICAR: ".
           ACCEPT ws-emp-consulta.
           PERFORM 0007-LOCALIZAR-EMPRESA.
           IF emp-no-localizada
               DISPLAY "EL CODIGO " ws-emp-consulta " NO EXISTE"
           ELSE
               PERFORM 0015-GUARDAR-VALORES-ANTERIORES
               PERFORM 0008-CAPTURAR-DATOS-EMPRESA
               PERFORM 0014-VALIDAR-DATOS-EMPRESA
               IF datos-empresa-invalidos
                   *> SE DEVUELVEN LOS VALORES ANTERIORES: EL
                   *> CATALOGO EN MEMORIA NO SE QUEDA CON DATOS
                   *> RECHAZADOS.
                   MOVE ws-ant-razon-social
                       TO razon-social-emp-cat(ws-posicion-emp)
                   MOVE ws-ant-nif TO nif-emp-cat(ws-posicion-emp)
                   MOVE ws-ant-iban
                       TO iban-ordenante-emp-cat(ws-posicion-emp)
                   MOVE ws-ant-entidad
                       TO entidad-contable-emp-cat(ws-posicion-emp)
                   DISPLAY "MODIFICACION ANULADA"
               ELSE
                   PERFORM 0009-REESCRIBIR-CATALOGO
                   MOVE "MODIF-EMPRES" TO ws-operacion-auditoria
                   PERFORM 0010-AUDITAR-EMPRESA
                   DISPLAY "EMPRESA " ws-emp-consulta " MODIFICADA"
               END-IF
           END-IF.

       0006-LISTAR-CATALOGO.

           MOVE 0 TO ws-indice-emp.
           PERFORM 0006-LISTAR-SIGUIENTE
               UNTIL ws-indice-emp = num-empresas-cat.
           DISPLAY "EMPRESAS CATALOGADAS: " num-empresas-cat.

       0006-LISTAR-SIGUIENTE.

           ADD 1 TO ws-indice-emp.
           DISPLAY id-emp-cat(ws-indice-emp) " "
               razon-social-emp-cat(ws-indice-emp) " NIF "
               nif-emp-cat(ws-indice-emp).
           DISPLAY "   IBAN ORDENANTE: "
               iban-ordenante-emp-cat(ws-indice-emp)
               " ENTIDAD CONTABLE: "
               entidad-contable-emp-cat(ws-indice-emp).

       0007-LOCALIZAR-EMPRESA.
           *> DEJA EN ws-posicion-emp LA POSICION DEL CODIGO EN LA
           *> TABLA, O 0 SI NO ESTA CATALOGADO.
           MOVE 0 TO ws-posicion-emp.
           MOVE 0 TO ws-indice-emp.
           PERFORM 0007-COMPARAR-SIGUIENTE
               UNTIL ws-indice-emp = num-empresas-cat.

       0007-COMPARAR-SIGUIENTE.

           ADD 1 TO ws-indice-emp.
           IF id-emp-cat(ws-indice-emp) = ws-emp-consulta
               MOVE ws-indice-emp TO ws-posicion-emp
           END-IF.

       0008-CAPTURAR-DATOS-EMPRESA.
           *> EN MODIFICACION, ENTER DEJA EL VALOR ACTUAL DE CADA
           *> CAMPO.
           DISPLAY "RAZON SOCIAL: ".
           ACCEPT razon-social-emp-cat(ws-posicion-emp).
           IF razon-social-emp-cat(ws-posicion-emp) = SPACES
               MOVE ws-ant-razon-social
                   TO razon-social-emp-cat(ws-posicion-emp)
           END-IF.
           DISPLAY "NIF (CIF) DE LA EMPRESA: ".
           ACCEPT nif-emp-cat(ws-posicion-emp).
           IF nif-emp-cat(ws-posicion-emp) = SPACES
               MOVE ws-ant-nif TO nif-emp-cat(ws-posicion-emp)
           END-IF.
           MOVE FUNCTION UPPER-CASE(nif-emp-cat(ws-posicion-emp))
               TO nif-emp-cat(ws-posicion-emp).
           DISPLAY "IBAN ORDENANTE DE LA REMESA: ".
           ACCEPT iban-ordenante-emp-cat(ws-posicion-emp).
           IF iban-ordenante-emp-cat(ws-posicion-emp) = SPACES
               MOVE ws-ant-iban
                   TO iban-ordenante-emp-cat(ws-posicion-emp)
           END-IF.
           MOVE FUNCTION UPPER-CASE(
               iban-ordenante-emp-cat(ws-posicion-emp))
               TO iban-ordenante-emp-cat(ws-posicion-emp).
           DISPLAY "ENTIDAD CONTABLE (4 POSICIONES): ".
           ACCEPT entidad-contable-emp-cat(ws-posicion-emp).
           IF entidad-contable-emp-cat(ws-posicion-emp) = SPACES
               MOVE ws-ant-entidad
                   TO entidad-contable-emp-cat(ws-posicion-emp)
           END-IF.

       0014-VALIDAR-DATOS-EMPRESA.
           *> RAZON SOCIAL, NIF Y ENTIDAD SON OBLIGATORIOS; EL NIF
           *> OCUPA LAS NUEVE POSICIONES SIN BLANCOS Y EL IBAN
           *> ORDENANTE, QUE ENCABEZA LA REMESA, PASA EL CONTROL
           *> MODULO 97 (UNO MALO HARIA RECHAZAR LA REMESA ENTERA).
           SET datos-empresa-validos TO TRUE.
           MOVE 0 TO ws-blancos-nif.
           INSPECT nif-emp-cat(ws-posicion-emp)
               TALLYING ws-blancos-nif FOR ALL " ".
           IF razon-social-emp-cat(ws-posicion-emp) = SPACES
               DISPLAY "RAZON SOCIAL OBLIGATORIA"
               SET datos-empresa-invalidos TO TRUE
           ELSE IF ws-blancos-nif > 0
               DISPLAY "NIF DE LA EMPRESA INCOMPLETO (9 POSICIONES)"
               SET datos-empresa-invalidos TO TRUE
           ELSE IF entidad-contable-emp-cat(ws-posicion-emp) = SPACES
               DISPLAY "ENTIDAD CONTABLE OBLIGATORIA"
               SET datos-empresa-invalidos TO TRUE
           ELSE
               MOVE iban-ordenante-emp-cat(ws-posicion-emp)
                   TO ws-iban-trabajo
               PERFORM 0016-VALIDAR-IBAN
               IF iban-invalido
                   DISPLAY "IBAN ORDENANTE NO VALIDO (CONTROL "
                       "MODULO 97)"
                   SET datos-empresa-invalidos TO TRUE
               END-IF
           END-IF.

       0015-GUARDAR-VALORES-ANTERIORES.

           MOVE razon-social-emp-cat(ws-posicion-emp)
               TO ws-ant-razon-social.
           MOVE nif-emp-cat(ws-posicion-emp) TO ws-ant-nif.
           MOVE iban-ordenante-emp-cat(ws-posicion-emp) TO ws-ant-iban.
           MOVE entidad-contable-emp-cat(ws-posicion-emp)
               TO ws-ant-entidad.

       0009-REESCRIBIR-CATALOGO.

           OPEN OUTPUT EMPRFILE.
           IF NOT emprfile-ok
               DISPLAY "ERROR AL REESCRIBIR EMPRESAS.DAT - "
                   "FILE STATUS " emprfile-status
           ELSE
               MOVE 0 TO ws-indice-emp
               PERFORM 0009-ESCRIBIR-SIGUIENTE
                   UNTIL ws-indice-emp = num-empresas-cat
               CLOSE EMPRFILE
           END-IF.

       0009-ESCRIBIR-SIGUIENTE.

           ADD 1 TO ws-indice-emp.
           MOVE id-emp-cat(ws-indice-emp) TO id-empresa-cat.
           MOVE razon-social-emp-cat(ws-indice-emp)
               TO razon-social-empresa-cat.
           MOVE nif-emp-cat(ws-indice-emp) TO nif-empresa-cat.
           MOVE iban-ordenante-emp-cat(ws-indice-emp)
               TO iban-ordenante-empresa-cat.
           MOVE entidad-contable-emp-cat(ws-indice-emp)
               TO entidad-contable-empresa-cat.
           WRITE REG-EMPRESA.

       0011-CONTAR-USOS-EMPRESA.
           *> TRABAJADORES ACTIVOS Y DEPARTAMENTOS DE LA EMPRESA:
           *> CON ALGUNO LA BAJA SE RECHAZA PARA NO DEJAR CODIGOS
           *> HUERFANOS EN LOS MAESTROS.
           MOVE 0 TO ws-usos-trabajadores.
           MOVE 0 TO ws-usos-departamentos.
           OPEN INPUT TRABFILE.
           IF trabfile-ok
               MOVE LOW-VALUES TO id-trabajador
               START TRABFILE KEY IS NOT LESS THAN id-trabajador
                   INVALID KEY SET trabfile-fin TO TRUE
               END-START
               PERFORM 0011-CONTAR-SIGUIENTE-TRABAJADOR
                   UNTIL trabfile-fin
               CLOSE TRABFILE
           END-IF.
           OPEN INPUT DEPTOFILE.
           IF deptofile-ok
               PERFORM 0011-CONTAR-SIGUIENTE-DEPARTAMENTO
                   UNTIL deptofile-fin
               CLOSE DEPTOFILE
           END-IF.

       0011-CONTAR-SIGUIENTE-TRABAJADOR.
           READ TRABFILE NEXT RECORD IGNORING LOCK
               AT END SET trabfile-fin TO TRUE
               NOT AT END
                   IF trabajador-activo
                       AND empresa-trabajador = ws-emp-consulta
                       ADD 1 TO ws-usos-trabajadores
                   END-IF
           END-READ.

       0011-CONTAR-SIGUIENTE-DEPARTAMENTO.
           READ DEPTOFILE
               AT END SET deptofile-fin TO TRUE
               NOT AT END
                   IF empresa-departamento-cat = ws-emp-consulta
                       ADD 1 TO ws-usos-departamentos
                   END-IF
           END-READ.

       0012-COMPACTAR-CATALOGO.
           *> DESPLAZA UNA POSICION HACIA ARRIBA TODO LO QUE HAY
           *> DETRAS DE LA EMPRESA BORRADA.
           MOVE ws-posicion-emp TO ws-indice-emp.
           PERFORM 0012-DESPLAZAR-SIGUIENTE
               UNTIL ws-indice-emp = num-empresas-cat.
           SUBTRACT 1 FROM num-empresas-cat.

       0012-DESPLAZAR-SIGUIENTE.

           IF ws-indice-emp < num-empresas-cat
               MOVE empresa-cat(ws-indice-emp + 1)
                   TO empresa-cat(ws-indice-emp)
           END-IF.
           ADD 1 TO ws-indice-emp.

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

       0010-AUDITAR-EMPRESA.
           *> MISMO FORMATO DE TRES LINEAS (CABECERA + ANTES +
           *> DESPUES) QUE EL RESTO DE MANTENIMIENTOS.
           PERFORM 0010-ESCRIBIR-CABECERA-AUDIT.

           MOVE SPACES TO LINEA-AUDITORIA.
           STRING "  ANTES:   RAZON=" ws-ant-razon-social
                  DELIMITED BY SIZE
                  " NIF=" ws-ant-nif DELIMITED BY SIZE
                  " IBAN=" ws-ant-iban DELIMITED BY SIZE
                  " ENTIDAD=" ws-ant-entidad DELIMITED BY SIZE
               INTO LINEA-AUDITORIA.
           PERFORM 0013-SELLAR-LINEA-AUDITORIA.

           MOVE SPACES TO LINEA-AUDITORIA.
           STRING "  DESPUES: RAZON="
                  razon-social-emp-cat(ws-posicion-emp)
                  DELIMITED BY SIZE
                  " NIF=" nif-emp-cat(ws-posicion-emp)
                  DELIMITED BY SIZE
                  " IBAN=" iban-ordenante-emp-cat(ws-posicion-emp)
                  DELIMITED BY SIZE
                  " ENTIDAD="
                  entidad-contable-emp-cat(ws-posicion-emp)
                  DELIMITED BY SIZE
               INTO LINEA-AUDITORIA.
           PERFORM 0013-SELLAR-LINEA-AUDITORIA.

       0010-AUDITAR-EMPRESA-BAJA.
           *> EN LA BAJA LA EMPRESA YA NO ESTA EN LA TABLA, ASI QUE
           *> LA LINEA DESPUES QUEDA VACIA A PROPOSITO.
           PERFORM 0010-ESCRIBIR-CABECERA-AUDIT.

           MOVE SPACES TO LINEA-AUDITORIA.
           STRING "  ANTES:   RAZON=" ws-ant-razon-social
                  DELIMITED BY SIZE
                  " NIF=" ws-ant-nif DELIMITED BY SIZE
                  " IBAN=" ws-ant-iban DELIMITED BY SIZE
                  " ENTIDAD=" ws-ant-entidad DELIMITED BY SIZE
               INTO LINEA-AUDITORIA.
           PERFORM 0013-SELLAR-LINEA-AUDITORIA.

           MOVE SPACES TO LINEA-AUDITORIA.
           MOVE "  DESPUES: (BORRADA)" TO LINEA-AUDITORIA.
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
                  " EMPRESA=" ws-emp-consulta DELIMITED BY SIZE
               INTO LINEA-AUDITORIA.
           PERFORM 0013-SELLAR-LINEA-AUDITORIA.

       0013-SELLAR-LINEA-AUDITORIA.
           *> TODA LINEA DE AUDITORIA SALE POR EL SELLADOR COMUN
           *> AUDITORIA-SELLO, QUE LA ESCRIBE CON SECUENCIA Y VALOR
           *> DE CONTROL ENCADENADO.
           MOVE LINEA-AUDITORIA TO aud-linea.
           CALL "AUDITORIA-SELLO" USING audsello-com.

       END PROGRAM EMPRESAS-MANTENIMIENTO.
