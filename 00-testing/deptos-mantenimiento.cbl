      *             TRABAJADORES.DAT SIGUE ASIGNADO AL DEPARTAMENTO,
      *             Y CADA OPERACION DEJA SU RASTRO EN AUDITORIA.TXT
      *             COMO YA HACEN LOS CAMBIOS DE TRABAJADORES.
      *15/10/2026 - CADA DEPARTAMENTO PERTENECE A UNA EMPRESA DEL
      *             GRUPO: SE CAPTURA Y VALIDA CONTRA EMPRESAS.DAT,
      *             SE LISTA Y QUEDA EN LAS LINEAS DE AUDITORIA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS deptofile-status.

           SELECT EMPRFILE ASSIGN TO "EMPRESAS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS emprfile-status.

           SELECT TRABFILE ASSIGN TO "TRABAJADORES.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           05 nombre-departamento-cat   PIC X(30).
           05 responsable-departamento-cat PIC X(30).
           05 presupuesto-departamento-cat PIC 9(07)V99.
           05 empresa-departamento-cat  PIC 9(02).

       FD  EMPRFILE
           LABEL RECORDS ARE STANDARD.
       01  REG-EMPRESA.
           05 id-empresa-cat            PIC 9(02).
           05 razon-social-empresa-cat  PIC X(40).
           05 nif-empresa-cat           PIC X(09).
           05 iban-ordenante-empresa-cat PIC X(24).
           05 entidad-contable-empresa-cat PIC X(04).

       FD  TRABFILE
           LABEL RECORDS ARE STANDARD.
             FS-FICHERO-NO-EXISTE BY trabfile-no-existe
             FS-REGISTRO-BLOQUEADO BY trabfile-bloqueado
             FS-DATOS-INVALIDOS BY trabfile-datos-invalidos.
         COPY FILESTAT REPLACING NIVEL-FS BY 77
             FS-CAMPO BY emprfile-status
             FS-OK BY emprfile-ok
             FS-FIN-FICHERO BY emprfile-fin
             FS-CLAVE-DUPLICADA BY emprfile-dup
             FS-REGISTRO-NO-ENCONTRADO BY emprfile-no-encontrado
             FS-FICHERO-NO-EXISTE BY emprfile-no-existe
             FS-REGISTRO-BLOQUEADO BY emprfile-bloqueado
             FS-DATOS-INVALIDOS BY emprfile-datos-invalidos.
         *> LAS LINEAS DE AUDITORIA SE COMPONEN AQUI PERO LAS
         *> ESCRIBE (SELLADAS Y ENCADENADAS) AUDITORIA-SELLO.
         01 LINEA-AUDITORIA      PIC X(200).
         COPY AUDCOM.

         COPY DEPTOCAT.
         COPY EMPRCAT.

         77 ws-operador          PIC X(20) VALUE SPACES.
         77 ws-fecha-auditoria   PIC 9(08).
            05 ws-ant-nombre-dep   PIC X(30).
            05 ws-ant-responsable  PIC X(30).
            05 ws-ant-presupuesto  PIC 9(07)V99.
            05 ws-ant-empresa      PIC 9(02).

         77 ws-empresa-capturada PIC X(02).

       PROCEDURE DIVISION.
       0000-MAIN SECTION.
           DISPLAY "=== MANTENIMIENTO DE DEPARTAMENTOS ===".
           ACCEPT ws-operador FROM ENVIRONMENT "USER".
           PERFORM 0001-CARGAR-CATALOGO.
           PERFORM 0014-CARGAR-EMPRESAS.
           PERFORM 0002-MENU UNTIL terminar = 1.
           STOP RUN.

                       TO responsable-dep-cat(num-departamentos-cat)
                   MOVE presupuesto-departamento-cat
                       TO presupuesto-dep-cat(num-departamentos-cat)
                   MOVE empresa-departamento-cat
                       TO empresa-dep-cat(num-departamentos-cat)
           END-READ.

       0002-MENU.
                   MOVE num-departamentos-cat TO ws-posicion-dep
                   MOVE SPACES TO ws-antes-departamento
                   MOVE 0 TO ws-ant-presupuesto
                   MOVE 0 TO ws-ant-empresa
                   PERFORM 0008-CAPTURAR-DATOS-DEPARTAMENTO
                   IF nombre-dep-cat(ws-posicion-dep) = SPACES
                       DISPLAY "NOMBRE OBLIGATORIO, ALTA ANULADA"
                       SUBTRACT 1 FROM num-departamentos-cat
                   ELSE IF empresa-dep-cat(ws-posicion-dep) = 0
                       DISPLAY "EMPRESA OBLIGATORIA, ALTA ANULADA"
                       SUBTRACT 1 FROM num-departamentos-cat
                   ELSE
                       PERFORM 0009-REESCRIBIR-CATALOGO
                       MOVE "ALTA-DEPTO" TO ws-operacion-auditoria
                       TO ws-ant-responsable
                   MOVE presupuesto-dep-cat(ws-posicion-dep)
                       TO ws-ant-presupuesto
                   MOVE empresa-dep-cat(ws-posicion-dep)
                       TO ws-ant-empresa
                   PERFORM 0012-COMPACTAR-CATALOGO
                   PERFORM 0009-REESCRIBIR-CATALOGO
                   MOVE "BAJA-DEPTO" TO ws-operacion-auditoria
                   TO ws-ant-responsable
               MOVE presupuesto-dep-cat(ws-posicion-dep)
                   TO ws-ant-presupuesto
               MOVE empresa-dep-cat(ws-posicion-dep)
                   TO ws-ant-empresa
               PERFORM 0008-CAPTURAR-DATOS-DEPARTAMENTO
               IF nombre-dep-cat(ws-posicion-dep) = SPACES
                   MOVE ws-ant-nombre-dep
           DISPLAY id-dep-cat(ws-indice-dep) " "
               nombre-dep-cat(ws-indice-dep) " "
               responsable-dep-cat(ws-indice-dep)
               " PRESUPUESTO: " ws-presupuesto-format
               " EMPRESA: " empresa-dep-cat(ws-indice-dep).

       0007-LOCALIZAR-DEPARTAMENTO.
           *> DEJA EN ws-posicion-dep LA POSICION DEL CODIGO EN LA
           END-IF.
           DISPLAY "PRESUPUESTO ANUAL (0 = SIN CONTROL): ".
           ACCEPT presupuesto-dep-cat(ws-posicion-dep).
           *> LA EMPRESA NO SE CAMBIA SI EL DEPARTAMENTO TIENE
           *> TRABAJADORES ACTIVOS: QUEDARIAN ASIGNADOS A UN
           *> DEPARTAMENTO DE OTRA EMPRESA QUE LA SUYA.
           MOVE ws-ant-empresa TO empresa-dep-cat(ws-posicion-dep).
           DISPLAY "EMPRESA (ENTER PARA MANTENER LA ACTUAL): ".
           ACCEPT ws-empresa-capturada.
           IF ws-empresa-capturada NOT = SPACES
               IF ws-empresa-capturada IS NOT NUMERIC
                   DISPLAY "EMPRESA NO NUMERICA, SE MANTIENE LA ACTUAL"
               ELSE
                   PERFORM 0014-VALIDAR-EMPRESA
                   IF emp-cat-invalida
                       DISPLAY "LA EMPRESA " ws-empresa-capturada
                           " NO ESTA EN EMPRESAS.DAT, SE MANTIENE "
                           "LA ACTUAL"
                   ELSE IF ws-ant-empresa NOT = 0
                       AND ws-empresa-capturada NOT = ws-ant-empresa
                       PERFORM 0011-CONTAR-USOS-DEPARTAMENTO
                       IF ws-usos-departamento > 0
                           DISPLAY "NO SE CAMBIA LA EMPRESA: "
                               ws-usos-departamento
                               " TRABAJADORES ACTIVOS EN EL "
                               "DEPARTAMENTO"
                       ELSE
                           MOVE ws-empresa-capturada
                               TO empresa-dep-cat(ws-posicion-dep)
                       END-IF
                   ELSE
                       MOVE ws-empresa-capturada
                           TO empresa-dep-cat(ws-posicion-dep)
                   END-IF
               END-IF
           END-IF.

       0009-REESCRIBIR-CATALOGO.

               TO responsable-departamento-cat.
           MOVE presupuesto-dep-cat(ws-indice-dep)
               TO presupuesto-departamento-cat.
           MOVE empresa-dep-cat(ws-indice-dep) TO empresa-departamento-cat.
           WRITE REG-DEPARTAMENTO.

       0011-CONTAR-USOS-DEPARTAMENTO.
                   TO responsable-dep-cat(ws-indice-dep)
               MOVE presupuesto-dep-cat(ws-indice-dep + 1)
                   TO presupuesto-dep-cat(ws-indice-dep)
               MOVE empresa-dep-cat(ws-indice-dep + 1)
                   TO empresa-dep-cat(ws-indice-dep)
           END-IF.
           ADD 1 TO ws-indice-dep.

                  DELIMITED BY SIZE
                  " PRESUPUESTO=" ws-ant-presupuesto
                  DELIMITED BY SIZE
                  " EMPRESA=" ws-ant-empresa DELIMITED BY SIZE
               INTO LINEA-AUDITORIA.
           PERFORM 0013-SELLAR-LINEA-AUDITORIA.

                  " PRESUPUESTO="
                  presupuesto-dep-cat(ws-posicion-dep)
                  DELIMITED BY SIZE
                  " EMPRESA=" empresa-dep-cat(ws-posicion-dep)
                  DELIMITED BY SIZE
               INTO LINEA-AUDITORIA.
           PERFORM 0013-SELLAR-LINEA-AUDITORIA.

                  DELIMITED BY SIZE
                  " PRESUPUESTO=" ws-ant-presupuesto
                  DELIMITED BY SIZE
                  " EMPRESA=" ws-ant-empresa DELIMITED BY SIZE
               INTO LINEA-AUDITORIA.
           PERFORM 0013-SELLAR-LINEA-AUDITORIA.

               INTO LINEA-AUDITORIA.
           PERFORM 0013-SELLAR-LINEA-AUDITORIA.

       0014-CARGAR-EMPRESAS.
           *> SOLO PARA VALIDAR LA EMPRESA DEL DEPARTAMENTO; EL
           *> CATALOGO SE MANTIENE EN EMPRESAS-MANTENIMIENTO.
           MOVE 0 TO num-empresas-cat.
           OPEN INPUT EMPRFILE.
           IF emprfile-ok
               PERFORM 0014-LEER-EMPRESA UNTIL emprfile-fin
               CLOSE EMPRFILE
           ELSE
               DISPLAY "AVISO: NO SE PUDO ABRIR EMPRESAS.DAT, "
                   "NO SE PODRA ASIGNAR EMPRESA A LOS DEPARTAMENTOS"
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

       0014-VALIDAR-EMPRESA.

           SET emp-cat-invalida TO TRUE.
           IF num-empresas-cat > 0
               SET INDX-EMP-CAT TO 1
               SEARCH empresa-cat
                   WHEN id-emp-cat(INDX-EMP-CAT) = ws-empresa-capturada
                       SET emp-cat-valida TO TRUE
               END-SEARCH
           END-IF.

       0013-SELLAR-LINEA-AUDITORIA.
           *> TODA LINEA DE AUDITORIA SALE POR EL SELLADOR COMUN
           *> AUDITORIA-SELLO, QUE LA ESCRIBE CON SECUENCIA Y VALOR
