      *             08-ARRAYS-BI: CATEGORIA SIN CATALOGAR O SALARIO
      *             FUERA DE BANDA RECHAZAN EL MOVIMIENTO. EN
      *             BLANCO = SIN CAMBIO / SIN CONTROL.
      *15/10/2026 - NUMERO DE AFILIACION A LA SEGURIDAD SOCIAL Y
      *             GRUPO DE COTIZACION EN EL MOVIMIENTO, CON LA
      *             MISMA VALIDACION QUE LA FICHA DE 08-ARRAYS-BI
      *             (CONTROL MODULO 97 Y GRUPO 1 A 11): UN DATO MALO
      *             RECHAZA EL MOVIMIENTO. EN BLANCO = SIN CAMBIO
      *             (MODIFICACION) O PENDIENTE DE INFORMAR (ALTA).
      *15/10/2026 - PORCENTAJE DE REPARTO DEL COSTE POR DEPARTAMENTO
      *             EN EL MOVIMIENTO, CON LA MISMA REGLA QUE LA FICHA
      *             DE 08-ARRAYS-BI: CADA DEPARTAMENTO INFORMADO LLEVA
      *             SU PORCENTAJE Y ENTRE TODOS SUMAN 100; SI NO,
      *             SE RECHAZA. EN BLANCO CON UN SOLO DEPARTAMENTO
      *             = 100% AL PRIMERO. EN MODIFICACION PUEDEN VENIR
      *             SOLOS, PARA REPARTIR DE NUEVO LOS DEPARTAMENTOS
      *             QUE YA TIENE EL TRABAJADOR.
      *15/10/2026 - CORREO ELECTRONICO DEL TRABAJADOR EN EL
      *             MOVIMIENTO (RECIBO ELECTRONICO), CON LA MISMA
      *             COMPROBACION DE FORMATO QUE LA FICHA DE
      *             08-ARRAYS-BI. EN BLANCO = SIN CAMBIO
      *             (MODIFICACION) O SIN CORREO (ALTA: SU RECIBO VA A
      *             LA LISTA DE IMPRESION).
      *15/10/2026 - CADA ALTA, BAJA Y MODIFICACION APLICADA DEJA UNA
      *             VERSION FECHADA DEL REGISTRO COMPLETO EN
      *             TRABAJADORES_VERSIONES.TXT (TRABAJADORES-VERSION).
      *15/10/2026 - EL TRAZADO DEL MOVIMIENTO PASA AL COPY MOVREG,
      *             COMPARTIDO CON EL FICHERO DE VUELTA A CENTRAL
      *             (MOVIMIENTOS-SALIDA).
      *15/10/2026 - SEXO DEL TRABAJADOR (M/H) EN EL MOVIMIENTO, PARA
      *             EL REGISTRO RETRIBUTIVO: UN VALOR DISTINTO
      *             RECHAZA EL MOVIMIENTO. EN BLANCO = SIN CAMBIO
      *             (MODIFICACION) O PENDIENTE DE INFORMAR (ALTA).
      *15/10/2026 - EL ALTA TOMA LA EMPRESA DEL DEPARTAMENTO 1 (LA 01
      *             SI NO TIENE), COMO LA CARGA MASIVA, Y SE RECHAZA SI
      *             OTRO DEPARTAMENTO ES DE OTRA EMPRESA; UNA
      *             MODIFICACION QUE CAMBIA DEPARTAMENTOS SOLO ADMITE
      *             LOS DE LA EMPRESA DEL TRABAJADOR.
      *15/10/2026 - EN MODIFICACION, EL CAMBIO DE FORMA DE PAGO O DE
      *             IBAN YA NO SE GRABA EN EL MAESTRO: QUEDA PENDIENTE
      *             DE FIRMA EN CAMBIOS_PENDIENTES.DAT (CAMREG), COMO
      *             LOS DEL MENU, SOLICITADO POR NOMINA-MOVIMIENTOS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS resulfile-status.

           SELECT CAMFILE ASSIGN TO "CAMBIOS_PENDIENTES.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS cam-clave
           FILE STATUS IS camfile-status.

       DATA DIVISION.
       FILE SECTION.
       FD  TRABFILE
       FD  MOVFILE
           LABEL RECORDS ARE STANDARD.
       01  REG-MOVIMIENTO.
           COPY MOVREG.

       FD  DEPTOFILE
           LABEL RECORDS ARE STANDARD.
           05 nombre-departamento-cat   PIC X(30).
           05 responsable-departamento-cat PIC X(30).
           05 presupuesto-departamento-cat PIC 9(07)V99.
           05 empresa-departamento-cat  PIC 9(02).

       FD  CATFILE
           LABEL RECORDS ARE STANDARD.
           LABEL RECORDS ARE STANDARD.
       01  LINEA-RESULTADO             PIC X(120).

       FD  CAMFILE
           LABEL RECORDS ARE STANDARD.
       01  REG-CAMBIO.
           COPY CAMREG.

       WORKING-STORAGE SECTION.

         >>SOURCE FORMAT IS FREE
             FS-REGISTRO-BLOQUEADO BY resulfile-bloqueado
             FS-DATOS-INVALIDOS BY resulfile-datos-invalidos.

         COPY FILESTAT REPLACING NIVEL-FS BY 77
             FS-CAMPO BY camfile-status
             FS-OK BY camfile-ok
             FS-FIN-FICHERO BY camfile-fin
             FS-CLAVE-DUPLICADA BY camfile-dup
             FS-REGISTRO-NO-ENCONTRADO BY camfile-no-encontrado
             FS-FICHERO-NO-EXISTE BY camfile-no-existe
             FS-REGISTRO-BLOQUEADO BY camfile-bloqueado
             FS-DATOS-INVALIDOS BY camfile-datos-invalidos.

         COPY DEPTOCAT.
         *> EMPRESA DEL MOVIMIENTO: LA DEL DEPARTAMENTO 1 EN EL ALTA
         *> Y LA DEL TRABAJADOR EN LA MODIFICACION. TODOS LOS
         *> DEPARTAMENTOS INFORMADOS TIENEN QUE SER DE ELLA.
         77 ws-empresa-mov       PIC 9(02).
         77 ws-dep-empresa-mov   PIC 9(02).
         77 ws-empresa-dep-mov   PIC 9(02).

         COPY FILESTAT REPLACING NIVEL-FS BY 77
             FS-CAMPO BY catfile-status
         77 ws-fecha-auditoria   PIC 9(08).
         77 ws-hora-auditoria    PIC 9(08).
         77 ws-operacion-auditoria PIC X(12).
         COPY VERCOM.

         77 ws-siguiente-id      PIC 9(05) VALUE 0.
         77 ws-indice-dep        PIC 9(01) VALUE 0.
         77 ws-iban-correcto     PIC 9(01) VALUE 0.
            88 iban-valido          VALUE 1.
            88 iban-invalido        VALUE 0.
         *> CAMBIO DE FORMA DE PAGO O IBAN DE UNA MODIFICACION: NO
         *> SE GRABA, QUEDA PENDIENTE DE FIRMA (CAMBIOS_PENDIENTES.DAT).
         77 ws-iban-retencion    PIC 9(01) VALUE 0.
            88 iban-retenido        VALUE 1.
            88 iban-sin-retener     VALUE 0.
         77 ws-forma-pago-solicitada PIC X(01).
         77 ws-iban-solicitado   PIC X(24).
         77 ws-fin-anulacion     PIC 9(01) VALUE 0.
            88 anulacion-terminada  VALUE 1.
            88 anulacion-en-curso   VALUE 0.

         *> VALIDACION DEL NUMERO DE AFILIACION, MISMA REGLA QUE EL
         *> FORMULARIO DE 08-ARRAYS-BI.
         77 ws-naf-trabajo       PIC X(12).
         77 ws-naf-provincia     PIC 9(02).
         77 ws-naf-numero        PIC 9(08).
         77 ws-naf-control       PIC 9(02).
         77 ws-naf-base          PIC 9(10).
         77 ws-naf-correcto      PIC 9(01) VALUE 0.
            88 naf-valido           VALUE 1.
            88 naf-invalido         VALUE 0.
         77 ws-grupo-mov         PIC 9(02).
         *> REPARTO POR DEPARTAMENTO: DEPARTAMENTOS CONTRA LOS QUE SE
         *> VALIDA (LOS DEL MOVIMIENTO O, EN UNA MODIFICACION QUE NO
         *> LOS CAMBIA, LOS DEL TRABAJADOR) Y PORCENTAJES YA
         *> CONVERTIDOS A NUMERO.
         01 ws-reparto-mov.
            05 ws-dep-reparto-mov PIC 9(02) OCCURS 3 TIMES.
            05 ws-pct-mov        PIC 9(03) OCCURS 3 TIMES.
         77 ws-suma-pct-mov      PIC 9(04).
         77 ws-indice-pct-mov    PIC 9(01).
         77 ws-reparto-cambiado  PIC 9(01) VALUE 0.
            88 reparto-cambiado     VALUE 1.
            88 reparto-sin-cambio   VALUE 0.
         *> COMPROBACION DE FORMATO DEL CORREO ELECTRONICO.
         77 ws-correo-trabajo    PIC X(60).
         77 ws-correo-longitud   PIC 9(02).
         77 ws-correo-arrobas    PIC 9(02).
         77 ws-correo-pos-arroba PIC 9(02).
         77 ws-correo-puntos     PIC 9(02).
         77 ws-correo-correcto   PIC 9(01) VALUE 0.
            88 correo-valido        VALUE 1.
            88 correo-invalido      VALUE 0.

         77 ws-motivo-rechazo    PIC X(40).
         77 ws-total-aplicados   PIC 9(05) VALUE 0.
         77 ws-total-rechazados  PIC 9(05) VALUE 0.
         77 ws-total-leidos      PIC 9(05) VALUE 0.
         77 ws-total-a-firmar    PIC 9(05) VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN SECTION.
               STOP RUN
           END-IF.
           PERFORM 0002-INICIALIZAR-CONTADOR.
           *> SE CREA VACIO SOLO SI DE VERDAD NO EXISTE; SIN EL, LAS
           *> MODIFICACIONES QUE CAMBIAN IBAN SE RECHAZAN.
           OPEN I-O CAMFILE.
           IF camfile-no-existe
               OPEN OUTPUT CAMFILE
               CLOSE CAMFILE
               OPEN I-O CAMFILE
           END-IF.
           IF NOT camfile-ok
               DISPLAY "AVISO: NO SE PUDO ABRIR CAMBIOS_PENDIENTES.DAT "
                   "- FILE STATUS " camfile-status
           END-IF.
           OPEN INPUT MOVFILE.
           IF NOT movfile-ok
               DISPLAY "NO SE PUDO ABRIR MOVIMIENTOS.DAT - FILE "
               CLOSE MOVFILE
               DISPLAY "MOVIMIENTOS APLICADOS: " ws-total-aplicados
                   " RECHAZADOS: " ws-total-rechazados
                   " IBAN A FIRMAR: " ws-total-a-firmar
           END-IF.
           IF camfile-ok
               CLOSE CAMFILE
           END-IF.
           CLOSE TRABFILE.
           STOP RUN.
                       TO responsable-dep-cat(num-departamentos-cat)
                   MOVE presupuesto-departamento-cat
                       TO presupuesto-dep-cat(num-departamentos-cat)
                   MOVE empresa-departamento-cat
                       TO empresa-dep-cat(num-departamentos-cat)
           END-READ.

       0001-CARGAR-CATEGORIAS.
                   END-IF
               END-IF
           END-IF.
           IF ws-motivo-rechazo = SPACES
               *> EL MOVIMIENTO NO TRAE EMPRESA: ES LA DEL
               *> DEPARTAMENTO 1, COMO EN LA CARGA MASIVA.
               MOVE mov-departamento(1) TO ws-dep-empresa-mov
               PERFORM 0019-EMPRESA-DEL-DEPARTAMENTO
               MOVE ws-empresa-dep-mov TO ws-empresa-mov
               PERFORM 0019-VALIDAR-EMPRESA-MOV
           END-IF.
           IF ws-motivo-rechazo = SPACES
               MOVE mov-departamento(1) TO ws-dep-reparto-mov(1)
               MOVE mov-departamento(2) TO ws-dep-reparto-mov(2)
               MOVE mov-departamento(3) TO ws-dep-reparto-mov(3)
               PERFORM 0015-VALIDAR-REPARTO-MOV
           END-IF.
           IF ws-motivo-rechazo = SPACES
               AND mov-pago-transferencia
               MOVE mov-iban TO ws-iban-trabajo
               MOVE mov-salario TO ws-salario-banda
               PERFORM 0013-VALIDAR-CATEGORIA-MOV
           END-IF.
           IF ws-motivo-rechazo = SPACES
               PERFORM 0014-VALIDAR-AFILIACION-MOV
           END-IF.
           IF ws-motivo-rechazo = SPACES
               PERFORM 0016-VALIDAR-CORREO-MOV
           END-IF.
           IF ws-motivo-rechazo = SPACES
               PERFORM 0018-VALIDAR-SEXO-MOV
           END-IF.
           IF ws-motivo-rechazo = SPACES
               PERFORM 0004-GRABAR-ALTA
           END-IF.
           MOVE mov-departamento(1) TO id-departamento(1).
           MOVE mov-departamento(2) TO id-departamento(2).
           MOVE mov-departamento(3) TO id-departamento(3).
           MOVE ws-pct-mov(1) TO pct-departamento(1).
           MOVE ws-pct-mov(2) TO pct-departamento(2).
           MOVE ws-pct-mov(3) TO pct-departamento(3).
           MOVE ws-empresa-mov TO empresa-trabajador.
           *> FORMA DE PAGO DEL MOVIMIENTO (EL IBAN YA VIENE
           *> VALIDADO); SIN FORMA DE PAGO INFORMADA SE DA DE ALTA
           *> EN EFECTIVO, COMO LA CARGA MASIVA DE 08-ARRAYS-BI. EL
           SET trabajador-activo TO TRUE.
           MOVE 0 TO fecha-baja-trabajador.
           MOVE mov-categoria TO categoria-trabajador.
           *> SIN DATOS DE AFILIACION QUEDAN PENDIENTES DE INFORMAR
           *> (BLANCO / CERO), COMO EN LA CARGA MASIVA.
           MOVE mov-num-seg-social TO num-seg-social.
           IF mov-grupo-cotizacion = SPACES
               MOVE 0 TO grupo-cotizacion
           ELSE
               MOVE ws-grupo-mov TO grupo-cotizacion
           END-IF.
           MOVE mov-email TO email-trabajador.
           MOVE mov-sexo TO sexo-trabajador.

           WRITE REG-TRABAJADOR
               INVALID KEY
                   MOVE SPACES TO ws-antes-trabajador
                   MOVE "ALTA-LOTE" TO ws-operacion-auditoria
                   PERFORM 0010-AUDITAR-EVENTO
                   SET vcom-alta TO TRUE
                   PERFORM 0017-VERSIONAR-TRABAJADOR
                   MOVE ZERO TO ws-ant-salario
                   PERFORM 0011-REGISTRAR-HISTORICO-SALARIO
           END-WRITE.
                               MOVE "BAJA-LOTE"
                                   TO ws-operacion-auditoria
                               PERFORM 0010-AUDITAR-EVENTO
                               SET vcom-baja TO TRUE
                               PERFORM 0017-VERSIONAR-TRABAJADOR
                       END-REWRITE
                       UNLOCK TRABFILE
                   END-IF
               IF dep-sin-catalogo
                   MOVE "DEPARTAMENTO NO CATALOGADO"
                       TO ws-motivo-rechazo
               ELSE
                   *> LOS DEPARTAMENTOS NUEVOS TIENEN QUE SER DE LA
                   *> EMPRESA DEL TRABAJADOR: EL FICHERO DE CENTRAL
                   *> NO CAMBIA A NADIE DE EMPRESA.
                   MOVE empresa-trabajador TO ws-empresa-mov
                   PERFORM 0019-VALIDAR-EMPRESA-MOV
               END-IF
           END-IF.

           *> EL REPARTO SE VALIDA Y SE SUSTITUYE SI CAMBIAN LOS
           *> DEPARTAMENTOS O SI VIENEN PORCENTAJES NUEVOS PARA LOS
           *> DEPARTAMENTOS QUE YA TIENE EL TRABAJADOR.
           SET reparto-sin-cambio TO TRUE.
           IF ws-motivo-rechazo = SPACES
               AND (mov-departamento(1) NOT = 0
                    OR mov-pct-departamentos NOT = SPACES)
               SET reparto-cambiado TO TRUE
               IF mov-departamento(1) NOT = 0
                   MOVE mov-departamento(1) TO ws-dep-reparto-mov(1)
                   MOVE mov-departamento(2) TO ws-dep-reparto-mov(2)
                   MOVE mov-departamento(3) TO ws-dep-reparto-mov(3)
               ELSE
                   MOVE id-departamento(1) TO ws-dep-reparto-mov(1)
                   MOVE id-departamento(2) TO ws-dep-reparto-mov(2)
                   MOVE id-departamento(3) TO ws-dep-reparto-mov(3)
               END-IF
               PERFORM 0015-VALIDAR-REPARTO-MOV
           END-IF.

           IF ws-motivo-rechazo = SPACES
               AND mov-pago-transferencia
               MOVE mov-iban TO ws-iban-trabajo
               END-IF
           END-IF.

           *> LA FORMA DE PAGO Y EL IBAN NO SE TOCAN EN EL MAESTRO:
           *> SI CAMBIAN, QUEDAN PENDIENTES DE LA FIRMA DE UN
           *> SUPERVISOR (OPCION F DEL MENU), COMO LOS DEL MENU.
           SET iban-sin-retener TO TRUE.
           IF ws-motivo-rechazo = SPACES
               IF mov-pago-transferencia
                   MOVE 'T' TO ws-forma-pago-solicitada
                   MOVE ws-iban-trabajo TO ws-iban-solicitado
               ELSE
                   MOVE 'E' TO ws-forma-pago-solicitada
                   MOVE SPACES TO ws-iban-solicitado
               END-IF
               IF (mov-pago-transferencia OR mov-pago-efectivo)
                   AND (ws-forma-pago-solicitada NOT = forma-pago
                        OR ws-iban-solicitado NOT = iban-trabajador)
                   SET iban-retenido TO TRUE
                   IF NOT camfile-ok
                       MOVE "SIN CAMBIOS_PENDIENTES.DAT PARA EL IBAN"
                           TO ws-motivo-rechazo
                   END-IF
               END-IF
           END-IF.

           IF ws-motivo-rechazo = SPACES
               PERFORM 0014-VALIDAR-AFILIACION-MOV
           END-IF.
           IF ws-motivo-rechazo = SPACES
               PERFORM 0016-VALIDAR-CORREO-MOV
           END-IF.
           IF ws-motivo-rechazo = SPACES
               PERFORM 0018-VALIDAR-SEXO-MOV
           END-IF.

           IF ws-motivo-rechazo = SPACES
               IF mov-nombre NOT = SPACES
                   MOVE mov-nombre TO nombre-trabajador
                   MOVE mov-departamento(2) TO id-departamento(2)
                   MOVE mov-departamento(3) TO id-departamento(3)
               END-IF
               IF reparto-cambiado
                   MOVE ws-pct-mov(1) TO pct-departamento(1)
                   MOVE ws-pct-mov(2) TO pct-departamento(2)
                   MOVE ws-pct-mov(3) TO pct-departamento(3)
               END-IF
               *> LA BANDA SE COMPRUEBA CONTRA EL SALARIO QUE VA A
               *> QUEDAR GRABADO (EL DEL MOVIMIENTO O EL VIGENTE).
                   IF mov-categoria NOT = SPACES
                       MOVE mov-categoria TO categoria-trabajador
                   END-IF
                   IF mov-num-seg-social NOT = SPACES
                       MOVE mov-num-seg-social TO num-seg-social
                   END-IF
                   IF mov-grupo-cotizacion NOT = SPACES
                       MOVE ws-grupo-mov TO grupo-cotizacion
                   END-IF
                   IF mov-email NOT = SPACES
                       MOVE mov-email TO email-trabajador
                   END-IF
                   IF mov-sexo NOT = SPACES
                       MOVE mov-sexo TO sexo-trabajador
                   END-IF
                   REWRITE REG-TRABAJADOR
                       INVALID KEY
                           MOVE "ERROR DE GRABACION"
                           MOVE "MODIF-LOTE"
                               TO ws-operacion-auditoria
                           PERFORM 0010-AUDITAR-EVENTO
                           SET vcom-modificacion TO TRUE
                           PERFORM 0017-VERSIONAR-TRABAJADOR
                           IF salario NOT = ws-ant-salario
                               PERFORM
                                   0011-REGISTRAR-HISTORICO-SALARIO
                           END-IF
                           IF iban-retenido
                               PERFORM 0020-SOLICITAR-FIRMA-IBAN
                           END-IF
                   END-REWRITE
               END-IF
           END-IF.
                      " NIF=" mov-nif
                      " " mov-apellido-pat
                   DELIMITED BY SIZE INTO LINEA-RESULTADO
               IF movimiento-modificacion AND iban-retenido
                   MOVE "IBAN PENDIENTE DE FIRMA"
                       TO LINEA-RESULTADO(97:24)
               END-IF
           ELSE
               ADD 1 TO ws-total-rechazados
               STRING "RECHAZADO OP=" mov-operacion
           STRING "MOVIMIENTOS LEIDOS: " ws-total-leidos
                  " APLICADOS: " ws-total-aplicados
                  " RECHAZADOS: " ws-total-rechazados
                  " IBAN A FIRMAR: " ws-total-a-firmar
               DELIMITED BY SIZE INTO LINEA-RESULTADO.
           WRITE LINEA-RESULTADO.

           WRITE REG-HIST-SALARIO.
           CLOSE HISTSALFILE.

       0014-VALIDAR-AFILIACION-MOV.
           *> NUMERO DE AFILIACION Y GRUPO SOLO SE VALIDAN SI VIENEN
           *> INFORMADOS; EN BLANCO NO SE TOCAN (MODIFICACION) O
           *> QUEDAN PENDIENTES (ALTA).
           IF mov-num-seg-social NOT = SPACES
               MOVE mov-num-seg-social TO ws-naf-trabajo
               PERFORM 0014-VALIDAR-NAF
               IF naf-invalido
                   MOVE "NUM. SEG. SOCIAL NO VALIDO (MODULO 97)"
                       TO ws-motivo-rechazo
               END-IF
           END-IF.
           IF ws-motivo-rechazo = SPACES
               AND mov-grupo-cotizacion NOT = SPACES
               IF mov-grupo-cotizacion IS NOT NUMERIC
                   MOVE "GRUPO DE COTIZACION NO VALIDO (1-11)"
                       TO ws-motivo-rechazo
               ELSE
                   MOVE mov-grupo-cotizacion TO ws-grupo-mov
                   IF ws-grupo-mov < 1 OR ws-grupo-mov > 11
                       MOVE "GRUPO DE COTIZACION NO VALIDO (1-11)"
                           TO ws-motivo-rechazo
                   END-IF
               END-IF
           END-IF.

       0014-VALIDAR-NAF.
           *> DOCE DIGITOS, Y LOS DOS ULTIMOS IGUALES AL RESTO ENTRE
           *> 97 DE LA PROVINCIA SEGUIDA DEL NUMERO (SIN LOS CEROS DE
           *> RELLENO SI EL NUMERO NO LLEGA A 10000000).
           SET naf-invalido TO TRUE.
           IF ws-naf-trabajo IS NUMERIC
               MOVE ws-naf-trabajo(1:2) TO ws-naf-provincia
               MOVE ws-naf-trabajo(3:8) TO ws-naf-numero
               MOVE ws-naf-trabajo(11:2) TO ws-naf-control
               IF ws-naf-numero < 10000000
                   COMPUTE ws-naf-base =
                       ws-naf-provincia * 10000000 + ws-naf-numero
               ELSE
                   MOVE ws-naf-trabajo(1:10) TO ws-naf-base
               END-IF
               IF FUNCTION MOD(ws-naf-base, 97) = ws-naf-control
                   SET naf-valido TO TRUE
               END-IF
           END-IF.

       0015-VALIDAR-REPARTO-MOV.
           *> MISMA REGLA QUE LA FICHA DE 08-ARRAYS-BI SOBRE LOS
           *> DEPARTAMENTOS DE ws-dep-reparto-mov. SIN NINGUN
           *> PORCENTAJE Y CON UN SOLO DEPARTAMENTO SE ENTIENDE EL
           *> 100% AL PRIMERO.
           MOVE 0 TO ws-indice-pct-mov.
           PERFORM 0015-CONVERTIR-SIGUIENTE-PCT
               UNTIL ws-indice-pct-mov = 3.
           IF ws-motivo-rechazo = SPACES
               IF mov-pct-departamentos = SPACES
                   IF ws-dep-reparto-mov(2) = 0
                       AND ws-dep-reparto-mov(3) = 0
                       MOVE 100 TO ws-pct-mov(1)
                   ELSE
                       MOVE "FALTAN LOS PORCENTAJES DE DEPARTAMENTO"
                           TO ws-motivo-rechazo
                   END-IF
               ELSE
                   PERFORM 0015-COMPROBAR-PORCENTAJES
               END-IF
           END-IF.

       0015-CONVERTIR-SIGUIENTE-PCT.

           ADD 1 TO ws-indice-pct-mov.
           MOVE 0 TO ws-pct-mov(ws-indice-pct-mov).
           IF mov-pct-departamento(ws-indice-pct-mov) NOT = SPACES
               IF mov-pct-departamento(ws-indice-pct-mov)
                   IS NOT NUMERIC
                   MOVE "PORCENTAJE DE DEPARTAMENTO NO NUMERICO"
                       TO ws-motivo-rechazo
               ELSE
                   MOVE mov-pct-departamento(ws-indice-pct-mov)
                       TO ws-pct-mov(ws-indice-pct-mov)
               END-IF
           END-IF.

       0015-COMPROBAR-PORCENTAJES.

           COMPUTE ws-suma-pct-mov = ws-pct-mov(1) + ws-pct-mov(2)
               + ws-pct-mov(3).
           IF (ws-dep-reparto-mov(2) = 0 AND ws-pct-mov(2) NOT = 0)
               OR (ws-dep-reparto-mov(3) = 0
                   AND ws-pct-mov(3) NOT = 0)
               MOVE "PORCENTAJE EN UN DEPARTAMENTO VACIO"
                   TO ws-motivo-rechazo
           ELSE IF ws-pct-mov(1) = 0
               OR (ws-dep-reparto-mov(2) NOT = 0
                   AND ws-pct-mov(2) = 0)
               OR (ws-dep-reparto-mov(3) NOT = 0
                   AND ws-pct-mov(3) = 0)
               MOVE "DEPARTAMENTO SIN PORCENTAJE"
                   TO ws-motivo-rechazo
           ELSE IF ws-suma-pct-mov NOT = 100
               MOVE "PORCENTAJES NO SUMAN 100" TO ws-motivo-rechazo
           END-IF.

       0016-VALIDAR-CORREO-MOV.
           *> EL CORREO SOLO SE VALIDA SI VIENE INFORMADO.
           IF mov-email NOT = SPACES
               MOVE mov-email TO ws-correo-trabajo
               PERFORM 0016-VALIDAR-CORREO
               IF correo-invalido
                   MOVE "CORREO ELECTRONICO NO VALIDO"
                       TO ws-motivo-rechazo
               END-IF
           END-IF.

       0016-VALIDAR-CORREO.
           *> FORMATO MINIMO SOBRE ws-correo-trabajo: SIN BLANCOS
           *> INTERMEDIOS, UNA SOLA ARROBA CON ALGO DELANTE Y UN
           *> DOMINIO DETRAS CON AL MENOS UN PUNTO QUE NO SEA EL
           *> ULTIMO CARACTER.
           SET correo-invalido TO TRUE.
           MOVE 0 TO ws-correo-longitud ws-correo-arrobas
                     ws-correo-pos-arroba ws-correo-puntos.
           INSPECT ws-correo-trabajo TALLYING ws-correo-longitud
               FOR CHARACTERS BEFORE INITIAL SPACE.
           INSPECT ws-correo-trabajo TALLYING ws-correo-arrobas
               FOR ALL "@".
           INSPECT ws-correo-trabajo TALLYING ws-correo-pos-arroba
               FOR CHARACTERS BEFORE INITIAL "@".
           IF ws-correo-arrobas = 1
               AND ws-correo-pos-arroba > 0
               AND ws-correo-pos-arroba < ws-correo-longitud - 3
               AND ws-correo-trabajo(ws-correo-longitud:1) NOT = "."
               INSPECT ws-correo-trabajo(ws-correo-pos-arroba + 2:
                   ws-correo-longitud - ws-correo-pos-arroba - 1)
                   TALLYING ws-correo-puntos FOR ALL "."
               IF ws-correo-puntos > 0
                   SET correo-valido TO TRUE
               END-IF
               IF ws-correo-longitud < 60
                   IF ws-correo-trabajo(ws-correo-longitud + 1:)
                       NOT = SPACES
                       SET correo-invalido TO TRUE
                   END-IF
               END-IF
           END-IF.

       0017-VERSIONAR-TRABAJADOR.
           *> VERSION FECHADA DEL REGISTRO TAL COMO HA QUEDADO; LA
           *> OPERACION LA PONE EL LLAMADOR EN VERCOM.
           MOVE "NOMINA-MOVIMIENTOS" TO vcom-programa.
           MOVE ws-operador TO vcom-operador.
           MOVE REG-TRABAJADOR TO vcom-registro.
           CALL "TRABAJADORES-VERSION" USING version-com.

       0018-VALIDAR-SEXO-MOV.
           *> EL SEXO SOLO SE VALIDA SI VIENE INFORMADO.
           IF mov-sexo NOT = SPACES AND NOT mov-sexo-valido
               MOVE "SEXO NO VALIDO (M/H)" TO ws-motivo-rechazo
           END-IF.


       0019-EMPRESA-DEL-DEPARTAMENTO.
           *> EMPRESA DEL DEPARTAMENTO ws-dep-empresa-mov SEGUN EL
           *> CATALOGO; SIN EMPRESA INFORMADA ES LA 01.
           MOVE 1 TO ws-empresa-dep-mov.
           SET INDX-DEP-CAT TO 1.
           SEARCH departamento-cat
               WHEN id-dep-cat(INDX-DEP-CAT) = ws-dep-empresa-mov
                   IF empresa-dep-cat(INDX-DEP-CAT) IS NUMERIC
                       AND empresa-dep-cat(INDX-DEP-CAT) NOT = 0
                       MOVE empresa-dep-cat(INDX-DEP-CAT)
                           TO ws-empresa-dep-mov
                   END-IF
           END-SEARCH.

       0019-VALIDAR-EMPRESA-MOV.
           *> MISMA REGLA QUE LA FICHA DE 08-ARRAYS-BI: NINGUN
           *> DEPARTAMENTO INFORMADO PUEDE SER DE OTRA EMPRESA QUE
           *> ws-empresa-mov.
           MOVE 0 TO ws-indice-dep.
           PERFORM 0019-COMPROBAR-EMPRESA-DEP
               UNTIL ws-indice-dep = 3
                  OR ws-motivo-rechazo NOT = SPACES.

       0019-COMPROBAR-EMPRESA-DEP.

           ADD 1 TO ws-indice-dep.
           IF mov-departamento(ws-indice-dep) NOT = 0
               MOVE mov-departamento(ws-indice-dep)
                   TO ws-dep-empresa-mov
               PERFORM 0019-EMPRESA-DEL-DEPARTAMENTO
               IF ws-empresa-dep-mov NOT = ws-empresa-mov
                   MOVE "DEPARTAMENTO DE OTRA EMPRESA"
                       TO ws-motivo-rechazo
               END-IF
           END-IF.

       0020-SOLICITAR-FIRMA-IBAN.
           *> MISMA SOLICITUD QUE GRABA EL MENU: SUSTITUYE A LA DE
           *> IBAN QUE ESTUVIERA AUN PENDIENTE PARA EL TRABAJADOR. SI
           *> NO SE PUEDE GRABAR, EL MOVIMIENTO SALE RECHAZADO PARA
           *> QUE CENTRAL LO REENVIE (EL RESTO YA APLICADO SE REPITE
           *> SIN EFECTO).
           PERFORM 0020-ANULAR-ANTERIORES.
           MOVE SPACES TO REG-CAMBIO.
           MOVE id-trabajador TO cam-id-trabajador.
           ACCEPT cam-fecha-solicitud FROM DATE YYYYMMDD.
           ACCEPT cam-hora-solicitud FROM TIME.
           SET cambio-iban TO TRUE.
           SET cambio-pendiente TO TRUE.
           MOVE forma-pago TO cam-forma-pago-antes.
           MOVE iban-trabajador TO cam-iban-antes.
           MOVE ws-forma-pago-solicitada TO cam-forma-pago-despues.
           MOVE ws-iban-solicitado TO cam-iban-despues.
           MOVE salario TO cam-salario-antes.
           MOVE salario TO cam-salario-despues.
           MOVE 0 TO cam-fecha-efectiva.
           MOVE "NOMINA-MOVIMIENTOS" TO cam-operador-solicita.
           MOVE 0 TO cam-fecha-decision.
           MOVE 0 TO cam-hora-decision.
           WRITE REG-CAMBIO
               INVALID KEY
                   MOVE "NO SE PUDO GRABAR EL IBAN A FIRMAR"
                       TO ws-motivo-rechazo
               NOT INVALID KEY
                   ADD 1 TO ws-total-a-firmar
                   MOVE "SOLIC-CAMBIO" TO ws-operacion-auditoria
                   PERFORM 0020-AUDITAR-CAMBIO
           END-WRITE.

       0020-ANULAR-ANTERIORES.

           MOVE id-trabajador TO cam-id-trabajador.
           MOVE 0 TO cam-fecha-solicitud.
           MOVE 0 TO cam-hora-solicitud.
           MOVE SPACE TO cam-tipo.
           SET anulacion-en-curso TO TRUE.
           START CAMFILE KEY IS NOT LESS THAN cam-clave
               INVALID KEY SET anulacion-terminada TO TRUE
           END-START.
           PERFORM 0020-ANULAR-SIGUIENTE UNTIL anulacion-terminada.

       0020-ANULAR-SIGUIENTE.
           READ CAMFILE NEXT RECORD
               AT END SET anulacion-terminada TO TRUE
               NOT AT END
                   IF cam-id-trabajador NOT = id-trabajador
                       SET anulacion-terminada TO TRUE
                   ELSE
                       IF cambio-pendiente AND cambio-iban
                           SET cambio-anulado TO TRUE
                           MOVE ws-operador TO cam-operador-decide
                           ACCEPT cam-fecha-decision FROM DATE YYYYMMDD
                           ACCEPT cam-hora-decision FROM TIME
                           REWRITE REG-CAMBIO
                               INVALID KEY CONTINUE
                           END-REWRITE
                           MOVE "ANULA-CAMBIO" TO ws-operacion-auditoria
                           PERFORM 0020-AUDITAR-CAMBIO
                       END-IF
                   END-IF
           END-READ.

       0020-AUDITAR-CAMBIO.
           *> MISMO FORMATO QUE LAS SOLICITUDES DEL MENU DE NOMINAS.
           ACCEPT ws-fecha-auditoria FROM DATE YYYYMMDD.
           ACCEPT ws-hora-auditoria FROM TIME.

           MOVE SPACES TO LINEA-AUDITORIA.
           STRING ws-fecha-auditoria DELIMITED BY SIZE
                  " " ws-hora-auditoria DELIMITED BY SIZE
                  " OPERADOR=" ws-operador DELIMITED BY SIZE
                  " OPERACION=" ws-operacion-auditoria DELIMITED BY SIZE
                  " ID=" cam-id-trabajador DELIMITED BY SIZE
                  " TIPO=" cam-tipo DELIMITED BY SIZE
                  " SOLICITA=" cam-operador-solicita DELIMITED BY SIZE
                  " SOLICITUD=" cam-fecha-solicitud DELIMITED BY SIZE
                  "-" cam-hora-solicitud DELIMITED BY SIZE
               INTO LINEA-AUDITORIA.
           PERFORM 0014-SELLAR-LINEA-AUDITORIA.

           MOVE SPACES TO LINEA-AUDITORIA.
           STRING "  PAGO/IBAN: " cam-forma-pago-antes
                  " " cam-iban-antes " -> " cam-forma-pago-despues
                  " " cam-iban-despues
               DELIMITED BY SIZE INTO LINEA-AUDITORIA.
           PERFORM 0014-SELLAR-LINEA-AUDITORIA.

       END PROGRAM NOMINA-MOVIMIENTOS.
