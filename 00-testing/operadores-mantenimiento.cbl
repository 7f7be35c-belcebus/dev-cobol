      *             EL RESET DEJA LA FECHA DE CLAVE A 19000101 PARA
      *             FORZAR EL CAMBIO EN EL PRIMER SIGNON. TODA
      *             OPERACION DEJA SU LINEA EN AUDITORIA.TXT.
      *15/10/2026 - CADA OPERADOR LLEVA LA LISTA DE EMPRESAS DEL GRUPO
      *             EN LAS QUE PUEDE TRABAJAR (HASTA 10 CODIGOS, O **
      *             PARA TODAS), VALIDADAS CONTRA EMPRESAS.DAT; NUEVA
      *             OPCION E=CAMBIO DE EMPRESAS. LAS CUENTAS ANTIGUAS
      *             SIN LISTA QUEDAN RESTRINGIDAS A LA EMPRESA 01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS operfile-status.

           SELECT EMPRFILE ASSIGN TO "EMPRESAS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS emprfile-status.

       DATA DIVISION.
       FILE SECTION.
       FD  OPERFILE
           05 ope-fecha-clave      PIC X(08).
           05 ope-fallos           PIC 9(02).
           05 ope-bloqueada        PIC X(01).
           05 ope-empresas         PIC X(20).

       FD  EMPRFILE
           LABEL RECORDS ARE STANDARD.
       01  REG-EMPRESA.
           05 id-empresa-cat            PIC 9(02).
           05 razon-social-empresa-cat  PIC X(40).
           05 nif-empresa-cat           PIC X(09).
           05 iban-ordenante-empresa-cat PIC X(24).
           05 entidad-contable-empresa-cat PIC X(04).

       WORKING-STORAGE SECTION.

             FS-FICHERO-NO-EXISTE BY operfile-no-existe
             FS-REGISTRO-BLOQUEADO BY operfile-bloqueado
             FS-DATOS-INVALIDOS BY operfile-datos-invalidos.
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
         *> LAS LINEAS DE AUDITORIA SE COMPONEN AQUI PERO LAS
         *> ESCRIBE (SELLADAS Y ENCADENADAS) AUDITORIA-SELLO.
         01 LINEA-AUDITORIA      PIC X(200).
               10 cat-fallos     PIC 9(02).
               10 cat-bloqueada  PIC X(01).
                  88 cuenta-bloqueada VALUE 'S'.
               *> EMPRESAS AUTORIZADAS: HASTA 10 CODIGOS DE DOS
               *> DIGITOS, O ** PARA TODAS LAS DEL GRUPO. EN BLANCO
               *> (CUENTAS ANTERIORES A LA MULTIEMPRESA) = SOLO LA 01.
               10 cat-empresas   PIC X(20).

         77 ws-operador          PIC X(20) VALUE SPACES.
         77 ws-fecha-auditoria   PIC 9(08).
         77 ws-clave-nueva-2     PIC X(08).
         77 ws-indice-compacta   PIC 9(02).

         *> LISTA DE EMPRESAS TECLEADA EN EL ALTA O EN EL CAMBIO DE
         *> EMPRESAS, COMPROBADA PAREJA A PAREJA CONTRA EL CATALOGO.
         01 ws-empresas-nuevas    PIC X(20).
         01 ws-empresas-tabla REDEFINES ws-empresas-nuevas.
            05 ws-empresa-nueva   PIC X(02) OCCURS 10 TIMES.
         01 ws-empresa-nueva-num  PIC 9(02).
         77 ws-indice-empresa    PIC 9(02).
         77 ws-empresas-validas  PIC 9(01) VALUE 0.
            88 empresas-validas     VALUE 1.
            88 empresas-no-validas  VALUE 0.

         01 opcion               PIC A(01) VALUE SPACE.
            88 opcion-alta        VALUE 'A'.
            88 opcion-baja        VALUE 'B'.
            88 opcion-modificar   VALUE 'M'.
            88 opcion-reset       VALUE 'R'.
            88 opcion-listar      VALUE 'L'.
            88 opcion-empresas    VALUE 'E'.
            88 opcion-si          VALUE 'S'.

         77 terminar             PIC 9(01) VALUE ZERO.
       0000-PRINCIPAL.
           DISPLAY "=== MANTENIMIENTO DE OPERADORES ===".
           PERFORM 0001-CARGAR-OPERADORES.
           PERFORM 0014-CARGAR-EMPRESAS.
           IF num-operadores = 0
               DISPLAY "NO SE PUDO LEER OPERADORES.DAT, AVISE A "
                   "SISTEMAS"
                       END-IF
                       MOVE ope-bloqueada
                           TO cat-bloqueada(num-operadores)
                       MOVE ope-empresas
                           TO cat-empresas(num-operadores)
                   END-IF
           END-READ.

       0003-MENU.

           DISPLAY "A=ALTA, B=BAJA, M=CAMBIO DE PERFIL, "
               "R=RESET CLAVE/DESBLOQUEO, E=EMPRESAS, L=LISTAR, "
               "S=SALIR".
           ACCEPT opcion.
           IF opcion-alta
               PERFORM 0004-ALTA-OPERADOR
               PERFORM 0006-CAMBIAR-PERFIL
           ELSE IF opcion-reset
               PERFORM 0007-RESET-CLAVE
           ELSE IF opcion-empresas
               PERFORM 0015-CAMBIAR-EMPRESAS
           ELSE IF opcion-listar
               PERFORM 0011-LISTAR-OPERADORES
           ELSE IF opcion-si
                   IF NOT perfil-valido
                       DISPLAY "PERFIL NO VALIDO"
                   ELSE
                       PERFORM 0015-CAPTURAR-EMPRESAS
                       IF empresas-validas
                           PERFORM 0004-CAPTURAR-CLAVE-NUEVA
                       END-IF
                       IF empresas-validas
                           AND ws-clave-nueva-1 NOT = SPACES
                           PERFORM 0004-GRABAR-ALTA
                       END-IF
                   END-IF
           MOVE "19000101" TO cat-fecha-clave(num-operadores).
           MOVE 0 TO cat-fallos(num-operadores).
           MOVE 'N' TO cat-bloqueada(num-operadores).
           MOVE ws-empresas-nuevas TO cat-empresas(num-operadores).
           PERFORM 0012-REGRABAR-OPERADORES.
           MOVE "ALTA-OPER" TO ws-operacion-auditoria.
           PERFORM 0008-AUDITAR-OPERACION.
               " PERFIL " cat-perfil(ws-indice-operador)
               " CLAVE DEL " cat-fecha-clave(ws-indice-operador)
               " FALLOS " cat-fallos(ws-indice-operador)
               " BLOQUEADA " cat-bloqueada(ws-indice-operador)
               " EMPRESAS " cat-empresas(ws-indice-operador).

       0012-REGRABAR-OPERADORES.
           *> EL FICHERO SE REESCRIBE COMPLETO EN CADA OPERACION
               TO ope-fecha-clave.
           MOVE cat-fallos(ws-indice-compacta) TO ope-fallos.
           MOVE cat-bloqueada(ws-indice-compacta) TO ope-bloqueada.
           MOVE cat-empresas(ws-indice-compacta) TO ope-empresas.
           WRITE REG-OPERADOR.

       0008-AUDITAR-OPERACION.
               ws-hash-acumulado * 31
               + FUNCTION ORD(ws-caracter-hash), 99999989).

       0014-CARGAR-EMPRESAS.
           *> SIN EMPRESAS.DAT (INSTALACION DE UNA SOLA EMPRESA) LA
           *> UNICA EMPRESA VALIDA ES LA 01.
           MOVE 0 TO num-empresas-cat.
           OPEN INPUT EMPRFILE.
           IF emprfile-ok
               PERFORM 0014-LEER-EMPRESA UNTIL emprfile-fin
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

       0014-LEER-EMPRESA.
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

       0015-CAMBIAR-EMPRESAS.

           DISPLAY "USUARIO A MODIFICAR: ".
           MOVE SPACES TO ws-usuario-consulta.
           ACCEPT ws-usuario-consulta.
           MOVE ws-usuario-consulta TO ws-usuario-intento.
           PERFORM 0009-LOCALIZAR-USUARIO.
           IF operador-sin-localizar
               DISPLAY "EL USUARIO NO EXISTE"
           ELSE
               DISPLAY "EMPRESAS ACTUALES: "
                   cat-empresas(ws-oper-localizado)
               PERFORM 0015-CAPTURAR-EMPRESAS
               IF empresas-validas
                   MOVE ws-empresas-nuevas
                       TO cat-empresas(ws-oper-localizado)
                   PERFORM 0012-REGRABAR-OPERADORES
                   MOVE "EMPRESA-OPER" TO ws-operacion-auditoria
                   PERFORM 0008-AUDITAR-OPERACION
                   DISPLAY "EMPRESAS CAMBIADAS"
               END-IF
           END-IF.

       0015-CAPTURAR-EMPRESAS.
           *> ** = TODAS LAS EMPRESAS DEL GRUPO; SI NO, LOS CODIGOS
           *> SEGUIDOS SIN SEPARADOR (010203...). EN BLANCO SE
           *> ENTIENDE LA 01, COMO EN LAS CUENTAS ANTIGUAS.
           DISPLAY "EMPRESAS AUTORIZADAS (** = TODAS, 0102... = "
               "LISTA): ".
           MOVE SPACES TO ws-empresas-nuevas.
           ACCEPT ws-empresas-nuevas.
           SET empresas-validas TO TRUE.
           IF ws-empresas-nuevas = SPACES
               MOVE "01" TO ws-empresas-nuevas
           END-IF.
           IF ws-empresas-nuevas NOT = "**"
               MOVE 0 TO ws-indice-empresa
               PERFORM 0015-VALIDAR-SIGUIENTE-EMPRESA
                   UNTIL ws-indice-empresa = 10 OR empresas-no-validas
           END-IF.

       0015-VALIDAR-SIGUIENTE-EMPRESA.

           ADD 1 TO ws-indice-empresa.
           IF ws-empresa-nueva(ws-indice-empresa) NOT = SPACES
               IF ws-empresa-nueva(ws-indice-empresa) IS NOT NUMERIC
                   SET empresas-no-validas TO TRUE
                   DISPLAY "CODIGO DE EMPRESA NO VALIDO: "
                       ws-empresa-nueva(ws-indice-empresa)
               ELSE
                   MOVE ws-empresa-nueva(ws-indice-empresa)
                       TO ws-empresa-nueva-num
                   SET emp-cat-invalida TO TRUE
                   SET INDX-EMP-CAT TO 1
                   SEARCH empresa-cat
                       WHEN id-emp-cat(INDX-EMP-CAT)
                            = ws-empresa-nueva-num
                           SET emp-cat-valida TO TRUE
                   END-SEARCH
                   IF emp-cat-invalida
                       SET empresas-no-validas TO TRUE
                       DISPLAY "EMPRESA " ws-empresa-nueva-num
                           " NO EXISTE EN EL CATALOGO"
                   END-IF
               END-IF
           END-IF.

       0013-SELLAR-LINEA-AUDITORIA.
           *> TODA LINEA DE AUDITORIA SALE POR EL SELLADOR COMUN
           *> AUDITORIA-SELLO, QUE LA ESCRIBE CON SECUENCIA Y VALOR
