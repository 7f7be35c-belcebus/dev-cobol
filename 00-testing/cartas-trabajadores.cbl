       ID DIVISION.
       PROGRAM-ID. CARTAS-TRABAJADORES.
       AUTHOR. DAVID HERNANDEZ MARTIN.
      *MODIFICACIONES
      *15/10/2026 - ALTA INICIAL. CARTAS AL TRABAJADOR A PARTIR DE
      *             PLANTILLAS (PLANTILLAS_CARTAS.DAT), EN LUGAR DE
      *             TECLEARLAS CADA MES EN EL PROCESADOR DE TEXTOS.
      *             TIPO-CARTA ELIGE LA PASADA: V = PREAVISO DE FIN
      *             DE CONTRATO (TRABAJADORES DE CONTRATOS_VENCEN.TXT
      *             CON DECISION V EN DECISIONES_CONTRATOS.DAT),
      *             S = CARTA DE NUEVO SALARIO (CAMBIOS DE
      *             HIST_SALARIOS.TXT REGISTRADOS EN FECHA-CARTAS, POR
      *             OMISION HOY, QUE ES COMO LOS DEJA LA PASADA DE
      *             APLICAR DE REVISION-SALARIOS), C = CERTIFICADO DE
      *             EMPRESA (TRABAJADORES PEDIDOS EN
      *             SOLICITUDES_CERTIFICADO.DAT). LOS CAMPOS <NOMBRE>
      *             ETC. DE LA PLANTILLA SE RELLENAN CON LA FICHA DE
      *             TRABAJADORES.DAT Y LOS CATALOGOS DE DEPARTAMENTOS,
      *             CATEGORIAS Y EMPRESAS. CADA CARTA, FECHADA, VA A
      *             CARTAS.TXT PARA IMPRIMIR Y POR EL CANAL DEL RECIBO
      *             ELECTRONICO (NOMINA-ENVIO), DEJA SU LINEA EN
      *             AUDITORIA.TXT COMO PRUEBA DE QUE SE DIO Y CUANDO, Y
      *             SALE EN RESULTADO_CARTAS.TXT. UN PREAVISO O UNA
      *             CARTA DE SALARIO YA EMITIDOS NO SE REPITEN SALVO
      *             CON CARTAS-REPETIR=S.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRABFILE ASSIGN TO "TRABAJADORES.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS id-trabajador
           ALTERNATE RECORD KEY IS apellido-pat WITH DUPLICATES
           ALTERNATE RECORD KEY IS apellido-mat WITH DUPLICATES
           SHARING WITH ALL OTHER
           FILE STATUS IS trabfile-status.

      *    PLANTILLAS: UNA LINEA DE TEXTO POR REGISTRO, PRECEDIDA
      *    DEL TIPO DE CARTA AL QUE PERTENECE (V, S O C; '*' ES UN
      *    COMENTARIO). LAS LINEAS DE CADA TIPO SALEN EN EL ORDEN
      *    DEL FICHERO.
           SELECT PLANTFILE ASSIGN TO "PLANTILLAS_CARTAS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS plantfile-status.

           SELECT VENCEFILE ASSIGN TO "CONTRATOS_VENCEN.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS vencefile-status.

           SELECT DECIFILE ASSIGN TO "DECISIONES_CONTRATOS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS decifile-status.

           SELECT HISTSALFILE ASSIGN TO "HIST_SALARIOS.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS histsalfile-status.

           SELECT SOLIFILE ASSIGN TO "SOLICITUDES_CERTIFICADO.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS solifile-status.

           SELECT DEPTOFILE ASSIGN TO "DEPARTAMENTOS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS deptofile-status.

           SELECT CATFILE ASSIGN TO "CATEGORIAS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS catfile-status.

           SELECT EMPRFILE ASSIGN TO "EMPRESAS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS emprfile-status.

      *    CONTROL DE ENTREGA DEL CANAL ELECTRONICO: SE CONSULTA
      *    PARA NO REPETIR UNA CARTA YA EMITIDA (LO ESCRIBE
      *    NOMINA-ENVIO).
           SELECT ENVFILE ASSIGN TO "ENVIOS_RECIBOS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS env-clave
           FILE STATUS IS envfile-status.

           SELECT CARTAFILE ASSIGN TO "CARTAS.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS cartafile-status.

           SELECT RESULFILE ASSIGN TO "RESULTADO_CARTAS.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS resulfile-status.

       DATA DIVISION.
       FILE SECTION.
       FD  TRABFILE
           LABEL RECORDS ARE STANDARD.
       01  REG-TRABAJADOR.
           COPY TRABREG.

       FD  PLANTFILE
           LABEL RECORDS ARE STANDARD.
       01  REG-PLANTILLA.
           05 plt-tipo             PIC X(01).
           05 plt-texto            PIC X(80).

       FD  VENCEFILE
           LABEL RECORDS ARE STANDARD.
       01  LINEA-VENCIMIENTO          PIC X(80).

       FD  DECIFILE
           LABEL RECORDS ARE STANDARD.
       01  REG-DECISION.
           05 dec-id-trabajador    PIC 9(05).
           05 dec-accion           PIC X(01).
              88 decision-renovar      VALUE 'R'.
              88 decision-indefinido   VALUE 'I'.
              88 decision-vencer       VALUE 'V'.
           05 dec-fecha-nueva      PIC 9(08).

       FD  HISTSALFILE
           LABEL RECORDS ARE STANDARD.
       01  REG-HIST-SALARIO.
           COPY HISTREG.

       FD  SOLIFILE
           LABEL RECORDS ARE STANDARD.
       01  REG-SOLICITUD.
           05 sol-id-trabajador    PIC 9(05).

       FD  DEPTOFILE
           LABEL RECORDS ARE STANDARD.
       01  REG-DEPARTAMENTO.
           05 id-departamento-cat       PIC 9(02).
           05 nombre-departamento-cat   PIC X(30).
           05 responsable-departamento-cat PIC X(30).
           05 presupuesto-departamento-cat PIC 9(07)V99.
           05 empresa-departamento-cat  PIC 9(02).

       FD  CATFILE
           LABEL RECORDS ARE STANDARD.
       01  REG-CATEGORIA.
           05 id-categoria-cat          PIC X(04).
           05 nombre-categoria-cat      PIC X(30).
           05 salario-min-categoria-cat PIC 9(05)V99.
           05 salario-max-categoria-cat PIC 9(05)V99.

       FD  EMPRFILE
           LABEL RECORDS ARE STANDARD.
       01  REG-EMPRESA.
           05 id-empresa-cat            PIC 9(02).
           05 razon-social-empresa-cat  PIC X(40).
           05 nif-empresa-cat           PIC X(09).
           05 iban-ordenante-empresa-cat PIC X(24).
           05 entidad-contable-empresa-cat PIC X(04).

       FD  ENVFILE
           LABEL RECORDS ARE STANDARD.
       01  REG-ENVIO.
           COPY ENVREG.

       FD  CARTAFILE
           LABEL RECORDS ARE STANDARD.
       01  LINEA-CARTA                PIC X(80).

       FD  RESULFILE
           LABEL RECORDS ARE STANDARD.
       01  LINEA-RESULTADO            PIC X(120).

       WORKING-STORAGE SECTION.

         >>SOURCE FORMAT IS FREE
         COPY FILESTAT REPLACING NIVEL-FS BY 77
             FS-CAMPO BY trabfile-status
             FS-OK BY trabfile-ok
             FS-FIN-FICHERO BY trabfile-fin
             FS-CLAVE-DUPLICADA BY trabfile-dup
             FS-REGISTRO-NO-ENCONTRADO BY trabfile-no-encontrado
             FS-FICHERO-NO-EXISTE BY trabfile-no-existe
             FS-REGISTRO-BLOQUEADO BY trabfile-bloqueado
             FS-DATOS-INVALIDOS BY trabfile-datos-invalidos.
         COPY FILESTAT REPLACING NIVEL-FS BY 77
             FS-CAMPO BY plantfile-status
             FS-OK BY plantfile-ok
             FS-FIN-FICHERO BY plantfile-fin
             FS-CLAVE-DUPLICADA BY plantfile-dup
             FS-REGISTRO-NO-ENCONTRADO BY plantfile-no-encontrado
             FS-FICHERO-NO-EXISTE BY plantfile-no-existe
             FS-REGISTRO-BLOQUEADO BY plantfile-bloqueado
             FS-DATOS-INVALIDOS BY plantfile-datos-invalidos.
         COPY FILESTAT REPLACING NIVEL-FS BY 77
             FS-CAMPO BY vencefile-status
             FS-OK BY vencefile-ok
             FS-FIN-FICHERO BY vencefile-fin
             FS-CLAVE-DUPLICADA BY vencefile-dup
             FS-REGISTRO-NO-ENCONTRADO BY vencefile-no-encontrado
             FS-FICHERO-NO-EXISTE BY vencefile-no-existe
             FS-REGISTRO-BLOQUEADO BY vencefile-bloqueado
             FS-DATOS-INVALIDOS BY vencefile-datos-invalidos.
         COPY FILESTAT REPLACING NIVEL-FS BY 77
             FS-CAMPO BY decifile-status
             FS-OK BY decifile-ok
             FS-FIN-FICHERO BY decifile-fin
             FS-CLAVE-DUPLICADA BY decifile-dup
             FS-REGISTRO-NO-ENCONTRADO BY decifile-no-encontrado
             FS-FICHERO-NO-EXISTE BY decifile-no-existe
             FS-REGISTRO-BLOQUEADO BY decifile-bloqueado
             FS-DATOS-INVALIDOS BY decifile-datos-invalidos.
         COPY FILESTAT REPLACING NIVEL-FS BY 77
             FS-CAMPO BY histsalfile-status
             FS-OK BY histsalfile-ok
             FS-FIN-FICHERO BY histsalfile-fin
             FS-CLAVE-DUPLICADA BY histsalfile-dup
             FS-REGISTRO-NO-ENCONTRADO BY histsalfile-no-encontrado
             FS-FICHERO-NO-EXISTE BY histsalfile-no-existe
             FS-REGISTRO-BLOQUEADO BY histsalfile-bloqueado
             FS-DATOS-INVALIDOS BY histsalfile-datos-invalidos.
         COPY FILESTAT REPLACING NIVEL-FS BY 77
             FS-CAMPO BY solifile-status
             FS-OK BY solifile-ok
             FS-FIN-FICHERO BY solifile-fin
             FS-CLAVE-DUPLICADA BY solifile-dup
             FS-REGISTRO-NO-ENCONTRADO BY solifile-no-encontrado
             FS-FICHERO-NO-EXISTE BY solifile-no-existe
             FS-REGISTRO-BLOQUEADO BY solifile-bloqueado
             FS-DATOS-INVALIDOS BY solifile-datos-invalidos.
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
             FS-CAMPO BY catfile-status
             FS-OK BY catfile-ok
             FS-FIN-FICHERO BY catfile-fin
             FS-CLAVE-DUPLICADA BY catfile-dup
             FS-REGISTRO-NO-ENCONTRADO BY catfile-no-encontrado
             FS-FICHERO-NO-EXISTE BY catfile-no-existe
             FS-REGISTRO-BLOQUEADO BY catfile-bloqueado
             FS-DATOS-INVALIDOS BY catfile-datos-invalidos.
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
             FS-CAMPO BY envfile-status
             FS-OK BY envfile-ok
             FS-FIN-FICHERO BY envfile-fin
             FS-CLAVE-DUPLICADA BY envfile-dup
             FS-REGISTRO-NO-ENCONTRADO BY envfile-no-encontrado
             FS-FICHERO-NO-EXISTE BY envfile-no-existe
             FS-REGISTRO-BLOQUEADO BY envfile-bloqueado
             FS-DATOS-INVALIDOS BY envfile-datos-invalidos.
         COPY FILESTAT REPLACING NIVEL-FS BY 77
             FS-CAMPO BY cartafile-status
             FS-OK BY cartafile-ok
             FS-FIN-FICHERO BY cartafile-fin
             FS-CLAVE-DUPLICADA BY cartafile-dup
             FS-REGISTRO-NO-ENCONTRADO BY cartafile-no-encontrado
             FS-FICHERO-NO-EXISTE BY cartafile-no-existe
             FS-REGISTRO-BLOQUEADO BY cartafile-bloqueado
             FS-DATOS-INVALIDOS BY cartafile-datos-invalidos.
         COPY FILESTAT REPLACING NIVEL-FS BY 77
             FS-CAMPO BY resulfile-status
             FS-OK BY resulfile-ok
             FS-FIN-FICHERO BY resulfile-fin
             FS-CLAVE-DUPLICADA BY resulfile-dup
             FS-REGISTRO-NO-ENCONTRADO BY resulfile-no-encontrado
             FS-FICHERO-NO-EXISTE BY resulfile-no-existe
             FS-REGISTRO-BLOQUEADO BY resulfile-bloqueado
             FS-DATOS-INVALIDOS BY resulfile-datos-invalidos.

         *> LAS LINEAS DE AUDITORIA SE COMPONEN AQUI PERO LAS
         *> ESCRIBE (SELLADAS Y ENCADENADAS) AUDITORIA-SELLO.
         01 LINEA-AUDITORIA      PIC X(200).
         COPY AUDCOM.
         COPY ENVCOM.
         COPY DEPTOCAT.
         COPY CATEGCAT.
         COPY EMPRCAT.

         77 ws-operador          PIC X(20) VALUE SPACES.
         77 ws-fecha-hoy         PIC 9(08) VALUE 0.
         77 ws-hora-hoy          PIC 9(08) VALUE 0.
         77 ws-operacion-auditoria PIC X(20).

         *> PARAMETROS DE LA PASADA.
         77 ws-tipo-carta        PIC X(01) VALUE SPACE.
            88 carta-vencimiento     VALUE 'V'.
            88 carta-salario         VALUE 'S'.
            88 carta-certificado     VALUE 'C'.
            88 tipo-carta-valido     VALUE 'V' 'S' 'C'.
         77 ws-fecha-entorno     PIC X(08) VALUE SPACES.
         77 ws-fecha-cartas      PIC 9(08) VALUE 0.
         77 ws-repetir-entorno   PIC X(01) VALUE SPACE.
            88 repetir-cartas        VALUE 'S'.
         77 ws-error-cartas      PIC 9(01) VALUE 0.
            88 cartas-con-error      VALUE 1.
            88 cartas-sin-error      VALUE 0.

         *> PREAVISO LEGAL DEL FIN DE UN CONTRATO TEMPORAL, EN DIAS
         *> NATURALES: UN PREAVISO CON MENOS MARGEN SE EMITE IGUAL
         *> PERO QUEDA SENALADO FUERA DE PLAZO.
         77 ws-dias-preaviso-minimo PIC 9(03) VALUE 15.
         77 ws-dias-preaviso     PIC S9(05) VALUE 0.
         77 ws-fuera-plazo       PIC 9(01) VALUE 0.
            88 preaviso-fuera-plazo  VALUE 1.
            88 preaviso-en-plazo     VALUE 0.

         *> PLANTILLAS CARGADAS EN MEMORIA.
         01 tabla-plantillas.
            05 plantilla-fila OCCURS 200 TIMES.
               10 plantilla-tipo     PIC X(01).
               10 plantilla-texto    PIC X(80).
         77 num-plantillas       PIC 9(03) VALUE 0.
         77 max-plantillas       PIC 9(03) VALUE 200.
         77 ws-lineas-tipo       PIC 9(03) VALUE 0.
         77 ws-indice-plantilla  PIC 9(03).

         *> DECISIONES DE CONTRATO: LA ULTIMA DE CADA TRABAJADOR.
         01 tabla-decisiones.
            05 decision-fila OCCURS 500 TIMES
                              INDEXED BY INDX-DECISION.
               10 decision-id        PIC 9(05).
               10 decision-accion    PIC X(01).
         77 num-decisiones       PIC 9(03) VALUE 0.
         77 ws-accion-decidida   PIC X(01).

         *> CAMPOS DE COMBINACION DEL TRABAJADOR EN CURSO: NOMBRE
         *> DEL CAMPO (COMO VA ENTRE < > EN LA PLANTILLA) Y VALOR.
         01 tabla-campos.
            05 campo-fila OCCURS 30 TIMES
                           INDEXED BY INDX-CAMPO.
               10 campo-nombre       PIC X(20).
               10 campo-valor        PIC X(60).
         77 num-campos           PIC 9(02) VALUE 0.
         77 ws-nuevo-campo       PIC X(20).
         77 ws-nuevo-valor       PIC X(60).
         77 ws-campos-desconocidos PIC 9(05) VALUE 0.

         *> COMBINACION DE UNA LINEA DE PLANTILLA.
         77 ws-texto-plantilla   PIC X(80).
         77 ws-linea-combinada   PIC X(80).
         77 ws-posicion          PIC 9(03).
         77 ws-puntero           PIC 9(03).
         77 ws-long-campo        PIC 9(03).
         77 ws-fin-campo         PIC 9(03).
         77 ws-nombre-campo      PIC X(20).
         77 ws-campo-encontrado  PIC 9(01).
            88 campo-encontrado      VALUE 1.
            88 campo-no-encontrado   VALUE 0.

         *> DATOS DE LA CARTA EN CURSO.
         77 ws-id-carta          PIC 9(05).
         77 ws-periodo-carta     PIC 9(06).
         77 ws-fecha-referencia  PIC 9(08).
         77 ws-salario-antes     PIC S9(05)V99.
         77 ws-salario-despues   PIC S9(05)V99.
         77 ws-resultado-carta   PIC X(40) VALUE SPACES.
         77 ws-canal-carta       PIC X(09).

         *> FORMATO DE FECHAS (DD/MM/AAAA) E IMPORTES.
         01 ws-fecha-aux.
            05 ws-fecha-aux-anio  PIC 9(04).
            05 ws-fecha-aux-mes   PIC 9(02).
            05 ws-fecha-aux-dia   PIC 9(02).
         01 ws-fecha-aux-num REDEFINES ws-fecha-aux PIC 9(08).
         77 ws-fecha-texto       PIC X(10).
         77 ws-importe-format    PIC -ZZZZ9.99.
         77 ws-jornada-format    PIC ZZ9.
         77 ws-dias-format       PIC -ZZZ9.
         77 ws-valor-aux         PIC X(60).
         77 ws-puntero-texto     PIC 9(03).
         77 ws-blancos-izquierda PIC 9(02).

         *> RECUENTOS.
         77 ws-cartas-correo     PIC 9(05) VALUE 0.
         77 ws-cartas-impresion  PIC 9(05) VALUE 0.
         77 ws-cartas-omitidas   PIC 9(05) VALUE 0.
         77 ws-cartas-fuera-plazo PIC 9(05) VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN SECTION.
       0000-PRINCIPAL.
           DISPLAY "=== CARTAS AL TRABAJADOR ===".
           ACCEPT ws-fecha-hoy FROM DATE YYYYMMDD.
           ACCEPT ws-hora-hoy FROM TIME.
           ACCEPT ws-operador FROM ENVIRONMENT "USER".
           PERFORM 0001-DETERMINAR-PARAMETROS.
           IF cartas-sin-error
               PERFORM 0002-CARGAR-PLANTILLAS
           END-IF.
           IF cartas-sin-error
               OPEN INPUT TRABFILE
               IF NOT trabfile-ok
                   DISPLAY "NO SE PUDO ABRIR TRABAJADORES.DAT - FILE "
                       "STATUS " trabfile-status
                   SET cartas-con-error TO TRUE
               END-IF
           END-IF.
           IF cartas-sin-error
               PERFORM 0003-CARGAR-CATALOGOS
               OPEN OUTPUT CARTAFILE
               OPEN OUTPUT RESULFILE
               PERFORM 0010-ESCRIBIR-CABECERA
               IF carta-vencimiento
                   PERFORM 0004-EMITIR-PREAVISOS
               ELSE IF carta-salario
                   PERFORM 0005-EMITIR-CARTAS-SALARIO
               ELSE
                   PERFORM 0006-EMITIR-CERTIFICADOS
               END-IF
               PERFORM 0010-ESCRIBIR-TOTALES
               CLOSE CARTAFILE
               CLOSE RESULFILE
               CLOSE TRABFILE
               DISPLAY "CARTAS POR CORREO: " ws-cartas-correo
                   " A IMPRESION: " ws-cartas-impresion
                   " OMITIDAS: " ws-cartas-omitidas
               IF ws-cartas-fuera-plazo > 0
                   DISPLAY "AVISO: " ws-cartas-fuera-plazo
                       " PREAVISOS FUERA DE PLAZO, VER "
                       "RESULTADO_CARTAS.TXT"
               END-IF
               IF ws-campos-desconocidos > 0
                   DISPLAY "AVISO: " ws-campos-desconocidos
                       " CAMPOS DE PLANTILLA SIN VALOR: REVISE "
                       "PLANTILLAS_CARTAS.DAT"
               END-IF
           END-IF.
           STOP RUN.

       0001-DETERMINAR-PARAMETROS.
           *> EL TIPO DE CARTA SE EXIGE EXPLICITO. FECHA-CARTAS SOLO
           *> CUENTA PARA LAS CARTAS DE SALARIO (DIA EN QUE SE
           *> REGISTRARON LOS CAMBIOS; SIN VARIABLE, HOY).
           ACCEPT ws-tipo-carta FROM ENVIRONMENT "TIPO-CARTA".
           IF NOT tipo-carta-valido
               DISPLAY "TIPO-CARTA SIN DEFINIR O NO VALIDO: V=PREAVISO "
                   "DE FIN DE CONTRATO, S=NUEVO SALARIO, "
                   "C=CERTIFICADO DE EMPRESA"
               SET cartas-con-error TO TRUE
           END-IF.
           ACCEPT ws-fecha-entorno FROM ENVIRONMENT "FECHA-CARTAS".
           IF ws-fecha-entorno = SPACES
               MOVE ws-fecha-hoy TO ws-fecha-cartas
           ELSE IF ws-fecha-entorno IS NUMERIC
               MOVE ws-fecha-entorno TO ws-fecha-cartas
           ELSE
               DISPLAY "FECHA-CARTAS NO VALIDA (AAAAMMDD): "
                   ws-fecha-entorno
               SET cartas-con-error TO TRUE
           END-IF.
           ACCEPT ws-repetir-entorno FROM ENVIRONMENT "CARTAS-REPETIR".

       0002-CARGAR-PLANTILLAS.
           *> SIN PLANTILLA PARA EL TIPO PEDIDO NO SE EMITE NADA.
           MOVE 0 TO num-plantillas.
           MOVE 0 TO ws-lineas-tipo.
           OPEN INPUT PLANTFILE.
           IF NOT plantfile-ok
               DISPLAY "NO SE PUDO ABRIR PLANTILLAS_CARTAS.DAT - FILE "
                   "STATUS " plantfile-status
               SET cartas-con-error TO TRUE
           ELSE
               PERFORM 0002-LEER-PLANTILLA UNTIL plantfile-fin
               CLOSE PLANTFILE
               IF ws-lineas-tipo = 0
                   DISPLAY "PLANTILLAS_CARTAS.DAT NO TIENE LINEAS DEL "
                       "TIPO " ws-tipo-carta
                   SET cartas-con-error TO TRUE
               END-IF
           END-IF.

       0002-LEER-PLANTILLA.
           READ PLANTFILE
               AT END SET plantfile-fin TO TRUE
               NOT AT END
                   IF plt-tipo = ws-tipo-carta
                       IF num-plantillas < max-plantillas
                           ADD 1 TO num-plantillas
                           ADD 1 TO ws-lineas-tipo
                           MOVE plt-tipo
                               TO plantilla-tipo(num-plantillas)
                           MOVE plt-texto
                               TO plantilla-texto(num-plantillas)
                       ELSE
                           DISPLAY "AVISO: PLANTILLA DE MAS DE "
                               max-plantillas " LINEAS, SE CORTA"
                       END-IF
                   END-IF
           END-READ.

       0003-CARGAR-CATALOGOS.
           *> SIN CATALOGO LA CARTA SALE CON EL CAMPO EN BLANCO.
           MOVE 0 TO num-departamentos-cat.
           OPEN INPUT DEPTOFILE.
           IF deptofile-ok
               PERFORM 0003-LEER-DEPARTAMENTO UNTIL deptofile-fin
               CLOSE DEPTOFILE
           ELSE
               DISPLAY "AVISO: NO SE PUDO ABRIR DEPARTAMENTOS.DAT"
           END-IF.
           MOVE 0 TO num-categorias-cat.
           OPEN INPUT CATFILE.
           IF catfile-ok
               PERFORM 0003-LEER-CATEGORIA UNTIL catfile-fin
               CLOSE CATFILE
           ELSE
               DISPLAY "AVISO: NO SE PUDO ABRIR CATEGORIAS.DAT"
           END-IF.
           MOVE 0 TO num-empresas-cat.
           OPEN INPUT EMPRFILE.
           IF emprfile-ok
               PERFORM 0003-LEER-EMPRESA UNTIL emprfile-fin
               CLOSE EMPRFILE
           ELSE
               DISPLAY "AVISO: NO SE PUDO ABRIR EMPRESAS.DAT"
           END-IF.

       0003-LEER-DEPARTAMENTO.
           READ DEPTOFILE
               AT END SET deptofile-fin TO TRUE
               NOT AT END
                   IF num-departamentos-cat < 50
                       ADD 1 TO num-departamentos-cat
                       MOVE id-departamento-cat
                           TO id-dep-cat(num-departamentos-cat)
                       MOVE nombre-departamento-cat
                           TO nombre-dep-cat(num-departamentos-cat)
                       MOVE responsable-departamento-cat
                           TO responsable-dep-cat(num-departamentos-cat)
                   END-IF
           END-READ.

       0003-LEER-CATEGORIA.
           READ CATFILE
               AT END SET catfile-fin TO TRUE
               NOT AT END
                   IF num-categorias-cat < 50
                       ADD 1 TO num-categorias-cat
                       MOVE id-categoria-cat
                           TO id-cat-cat(num-categorias-cat)
                       MOVE nombre-categoria-cat
                           TO nombre-cat-cat(num-categorias-cat)
                   END-IF
           END-READ.

       0003-LEER-EMPRESA.
           READ EMPRFILE
               AT END SET emprfile-fin TO TRUE
               NOT AT END
                   IF num-empresas-cat < 20
                       ADD 1 TO num-empresas-cat
                       MOVE id-empresa-cat
                           TO id-emp-cat(num-empresas-cat)
                       MOVE razon-social-empresa-cat
                           TO razon-social-emp-cat(num-empresas-cat)
                       MOVE nif-empresa-cat
                           TO nif-emp-cat(num-empresas-cat)
                   END-IF
           END-READ.

       0004-EMITIR-PREAVISOS.
           *> CADA TRABAJADOR DE LA LISTA DE VENCIMIENTOS DEL ULTIMO
           *> CIERRE CUYA ULTIMA DECISION ES V (DEJAR VENCER) RECIBE
           *> EL PREAVISO; SIN DECISION SE LISTA PARA QUE LA TOMEN.
           MOVE 0 TO num-decisiones.
           OPEN INPUT DECIFILE.
           IF decifile-ok
               PERFORM 0004-LEER-DECISION UNTIL decifile-fin
               CLOSE DECIFILE
           ELSE
               DISPLAY "AVISO: NO HAY DECISIONES_CONTRATOS.DAT"
           END-IF.
           OPEN INPUT VENCEFILE.
           IF NOT vencefile-ok
               DISPLAY "NO SE PUDO ABRIR CONTRATOS_VENCEN.TXT - FILE "
                   "STATUS " vencefile-status
           ELSE
               PERFORM 0004-LEER-VENCIMIENTO UNTIL vencefile-fin
               CLOSE VENCEFILE
           END-IF.

       0004-LEER-DECISION.
           READ DECIFILE
               AT END SET decifile-fin TO TRUE
               NOT AT END
                   SET INDX-DECISION TO 1
                   SEARCH decision-fila
                       AT END
                           IF num-decisiones < 500
                               ADD 1 TO num-decisiones
                               MOVE dec-id-trabajador
                                   TO decision-id(num-decisiones)
                               MOVE dec-accion
                                   TO decision-accion(num-decisiones)
                           END-IF
                       WHEN decision-id(INDX-DECISION)
                              = dec-id-trabajador
                           MOVE dec-accion
                               TO decision-accion(INDX-DECISION)
                   END-SEARCH
           END-READ.

       0004-LEER-VENCIMIENTO.
           READ VENCEFILE
               AT END SET vencefile-fin TO TRUE
               NOT AT END
                   IF LINEA-VENCIMIENTO(1:3) = "ID "
                       AND LINEA-VENCIMIENTO(4:5) IS NUMERIC
                       MOVE LINEA-VENCIMIENTO(4:5) TO ws-id-carta
                       PERFORM 0004-COMPROBAR-DECISION
                   END-IF
           END-READ.

       0004-COMPROBAR-DECISION.

           MOVE SPACE TO ws-accion-decidida.
           SET INDX-DECISION TO 1.
           SEARCH decision-fila
               AT END CONTINUE
               WHEN decision-id(INDX-DECISION) = ws-id-carta
                   MOVE decision-accion(INDX-DECISION)
                       TO ws-accion-decidida
           END-SEARCH.
           IF ws-accion-decidida = "V"
               PERFORM 0004-PREPARAR-PREAVISO
           ELSE
               ADD 1 TO ws-cartas-omitidas
               IF ws-accion-decidida = SPACE
                   MOVE "SIN DECISION EN DECISIONES_CONTRATOS.DAT"
                       TO ws-resultado-carta
               ELSE
                   MOVE "DECISION R/I: EL CONTRATO NO VENCE"
                       TO ws-resultado-carta
               END-IF
               PERFORM 0010-ESCRIBIR-RESULTADO
           END-IF.

       0004-PREPARAR-PREAVISO.
           *> LA FICHA MANDA: SI EL CONTRATO YA SE RENOVO, SE HIZO
           *> INDEFINIDO O YA VENCIO DESDE LA LISTA, NO HAY PREAVISO.
           MOVE ws-id-carta TO id-trabajador.
           READ TRABFILE
               INVALID KEY
                   ADD 1 TO ws-cartas-omitidas
                   MOVE "SIN FICHA EN TRABAJADORES.DAT"
                       TO ws-resultado-carta
                   PERFORM 0010-ESCRIBIR-RESULTADO
               NOT INVALID KEY
                   PERFORM 0004-COMPROBAR-VENCIMIENTO
           END-READ.

       0004-COMPROBAR-VENCIMIENTO.

           IF fecha-fin-contrato = 0 OR contrato-indefinido
               ADD 1 TO ws-cartas-omitidas
               MOVE "CONTRATO SIN FECHA DE FIN"
                   TO ws-resultado-carta
               PERFORM 0010-ESCRIBIR-RESULTADO
           ELSE IF fecha-fin-contrato < ws-fecha-hoy
               ADD 1 TO ws-cartas-omitidas
               MOVE "CONTRATO YA VENCIDO" TO ws-resultado-carta
               PERFORM 0010-ESCRIBIR-RESULTADO
           ELSE
               COMPUTE ws-dias-preaviso =
                   FUNCTION INTEGER-OF-DATE(fecha-fin-contrato)
                   - FUNCTION INTEGER-OF-DATE(ws-fecha-hoy)
               IF ws-dias-preaviso < ws-dias-preaviso-minimo
                   SET preaviso-fuera-plazo TO TRUE
               ELSE
                   SET preaviso-en-plazo TO TRUE
               END-IF
               *> UN PREAVISO POR CONTRATO: EL CODIGO DE PERIODO
               *> DEL CANAL ES EL MES DE FIN MAS 40.
               MOVE fecha-fin-contrato TO ws-fecha-aux-num
               COMPUTE ws-periodo-carta = ws-fecha-aux-anio * 100
                   + 40 + ws-fecha-aux-mes
               MOVE fecha-fin-contrato TO ws-fecha-referencia
               MOVE "CARTA-PREAVISO" TO ws-operacion-auditoria
               PERFORM 0007-EMITIR-CARTA
           END-IF.

       0005-EMITIR-CARTAS-SALARIO.
           *> UNA CARTA POR CAMBIO DE SALARIO REGISTRADO EL DIA
           *> FECHA-CARTAS, CON EL SALARIO ANTERIOR, EL NUEVO Y LA
           *> FECHA DE EFECTO QUE DEJO EL CAMBIO.
           OPEN INPUT HISTSALFILE.
           IF NOT histsalfile-ok
               DISPLAY "NO SE PUDO ABRIR HIST_SALARIOS.TXT - FILE "
                   "STATUS " histsalfile-status
           ELSE
               PERFORM 0005-LEER-CAMBIO-SALARIO UNTIL histsalfile-fin
               CLOSE HISTSALFILE
           END-IF.

       0005-LEER-CAMBIO-SALARIO.
           READ HISTSALFILE
               AT END SET histsalfile-fin TO TRUE
               NOT AT END
                   IF hist-fecha-registro = ws-fecha-cartas
                       PERFORM 0005-PREPARAR-CARTA-SALARIO
                   END-IF
           END-READ.

       0005-PREPARAR-CARTA-SALARIO.

           MOVE hist-id-trabajador TO ws-id-carta.
           MOVE hist-id-trabajador TO id-trabajador.
           MOVE hist-salario-antes TO ws-salario-antes.
           MOVE hist-salario-despues TO ws-salario-despues.
           MOVE hist-fecha-efectiva TO ws-fecha-referencia.
           READ TRABFILE
               INVALID KEY
                   ADD 1 TO ws-cartas-omitidas
                   MOVE "SIN FICHA EN TRABAJADORES.DAT"
                       TO ws-resultado-carta
                   PERFORM 0010-ESCRIBIR-RESULTADO
               NOT INVALID KEY
                   *> UNA CARTA POR MES DE EFECTO: CODIGO DE PERIODO
                   *> DEL CANAL, EL MES DE EFECTO MAS 60.
                   MOVE hist-fecha-efectiva TO ws-fecha-aux-num
                   COMPUTE ws-periodo-carta = ws-fecha-aux-anio * 100
                       + 60 + ws-fecha-aux-mes
                   SET preaviso-en-plazo TO TRUE
                   MOVE "CARTA-SALARIO" TO ws-operacion-auditoria
                   PERFORM 0007-EMITIR-CARTA
           END-READ.

       0006-EMITIR-CERTIFICADOS.
           *> CERTIFICADOS PEDIDOS: SIEMPRE SE EMITEN (UNO NUEVO
           *> SUSTITUYE AL DEL MISMO MES EN EL CANAL ELECTRONICO).
           OPEN INPUT SOLIFILE.
           IF NOT solifile-ok
               DISPLAY "NO SE PUDO ABRIR SOLICITUDES_CERTIFICADO.DAT - "
                   "FILE STATUS " solifile-status
           ELSE
               PERFORM 0006-LEER-SOLICITUD UNTIL solifile-fin
               CLOSE SOLIFILE
           END-IF.

       0006-LEER-SOLICITUD.
           READ SOLIFILE
               AT END SET solifile-fin TO TRUE
               NOT AT END
                   IF sol-id-trabajador IS NUMERIC
                       PERFORM 0006-PREPARAR-CERTIFICADO
                   END-IF
           END-READ.

       0006-PREPARAR-CERTIFICADO.

           MOVE sol-id-trabajador TO ws-id-carta.
           MOVE sol-id-trabajador TO id-trabajador.
           READ TRABFILE
               INVALID KEY
                   ADD 1 TO ws-cartas-omitidas
                   MOVE "SIN FICHA EN TRABAJADORES.DAT"
                       TO ws-resultado-carta
                   PERFORM 0010-ESCRIBIR-RESULTADO
               NOT INVALID KEY
                   MOVE ws-fecha-hoy TO ws-fecha-aux-num
                   COMPUTE ws-periodo-carta = ws-fecha-aux-anio * 100
                       + 80 + ws-fecha-aux-mes
                   MOVE ws-fecha-hoy TO ws-fecha-referencia
                   SET preaviso-en-plazo TO TRUE
                   MOVE "CERTIFICADO-EMPRESA" TO ws-operacion-auditoria
                   PERFORM 0007-EMITIR-CARTA
           END-READ.

       0007-EMITIR-CARTA.
           *> CON LA FICHA LEIDA: COMPRUEBA QUE NO SE EMITIO YA,
           *> RELLENA LOS CAMPOS Y SACA LA CARTA A CARTAS.TXT Y AL
           *> CANAL ELECTRONICO, CON SU LINEA DE AUDITORIA.
           IF NOT carta-certificado AND NOT repetir-cartas
               PERFORM 0007-COMPROBAR-EMITIDA
           END-IF.
           IF ws-resultado-carta = SPACES
               PERFORM 0009-PREPARAR-CAMPOS
               SET evc-abrir TO TRUE
               MOVE id-trabajador TO evc-id-trabajador
               MOVE ws-periodo-carta TO evc-periodo
               MOVE SPACES TO evc-nombre
               STRING nombre-trabajador DELIMITED BY "  "
                      " " apellido-pat DELIMITED BY "  "
                      " " apellido-mat DELIMITED BY "  "
                   INTO evc-nombre
               MOVE email-trabajador TO evc-email
               MOVE SPACE TO evc-reemision
               CALL "NOMINA-ENVIO" USING envio-com
               IF evc-por-correo
                   MOVE "CORREO" TO ws-canal-carta
                   ADD 1 TO ws-cartas-correo
               ELSE
                   MOVE "IMPRESION" TO ws-canal-carta
                   ADD 1 TO ws-cartas-impresion
               END-IF
               MOVE ALL "=" TO LINEA-CARTA
               WRITE LINEA-CARTA
               MOVE 0 TO ws-indice-plantilla
               PERFORM 0008-ESCRIBIR-LINEA-CARTA
                   UNTIL ws-indice-plantilla = num-plantillas
               SET evc-cerrar TO TRUE
               CALL "NOMINA-ENVIO" USING envio-com
               PERFORM 0011-AUDITAR-CARTA
               MOVE SPACES TO ws-resultado-carta
               MOVE 1 TO ws-puntero-texto
               STRING "EMITIDA POR " DELIMITED BY SIZE
                      ws-canal-carta DELIMITED BY " "
                   INTO ws-resultado-carta WITH POINTER ws-puntero-texto
               IF preaviso-fuera-plazo
                   ADD 1 TO ws-cartas-fuera-plazo
                   MOVE ws-dias-preaviso TO ws-dias-format
                   STRING " FUERA DE PLAZO" ws-dias-format " DIAS"
                       DELIMITED BY SIZE
                       INTO ws-resultado-carta
                       WITH POINTER ws-puntero-texto
               END-IF
           ELSE
               ADD 1 TO ws-cartas-omitidas
           END-IF.
           PERFORM 0010-ESCRIBIR-RESULTADO.

       0007-COMPROBAR-EMITIDA.
           *> EL CONTROL DE ENTREGA GUARDA TODA CARTA EMITIDA, POR
           *> CORREO O A IMPRESION, CON SU CODIGO DE PERIODO.
           MOVE SPACES TO ws-resultado-carta.
           OPEN INPUT ENVFILE.
           IF envfile-ok
               MOVE id-trabajador TO env-id-trabajador
               MOVE ws-periodo-carta TO env-periodo
               READ ENVFILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       STRING "YA EMITIDA EL " env-fecha-estado
                           DELIMITED BY SIZE INTO ws-resultado-carta
               END-READ
               CLOSE ENVFILE
           END-IF.

       0008-ESCRIBIR-LINEA-CARTA.

           ADD 1 TO ws-indice-plantilla.
           MOVE plantilla-texto(ws-indice-plantilla)
               TO ws-texto-plantilla.
           PERFORM 0008-COMBINAR-LINEA.
           MOVE ws-linea-combinada TO LINEA-CARTA.
           WRITE LINEA-CARTA.
           IF evc-por-correo
               SET evc-escribir-linea TO TRUE
               MOVE ws-linea-combinada TO evc-linea
               CALL "NOMINA-ENVIO" USING envio-com
           END-IF.

       0008-COMBINAR-LINEA.
           *> COPIA LA LINEA DE PLANTILLA SUSTITUYENDO CADA <CAMPO>
           *> POR SU VALOR SIN BLANCOS DE RELLENO; UN CAMPO QUE NO
           *> EXISTE SE DEJA TAL CUAL Y SE CUENTA.
           MOVE SPACES TO ws-linea-combinada.
           MOVE 1 TO ws-posicion.
           MOVE 1 TO ws-puntero.
           PERFORM 0008-COMBINAR-POSICION
               UNTIL ws-posicion > 80 OR ws-puntero > 80.

       0008-COMBINAR-POSICION.

           SET campo-no-encontrado TO TRUE.
           IF ws-texto-plantilla(ws-posicion:1) = "<"
               AND ws-posicion < 80
               MOVE 0 TO ws-long-campo
               INSPECT ws-texto-plantilla(ws-posicion + 1:)
                   TALLYING ws-long-campo
                   FOR CHARACTERS BEFORE INITIAL ">"
               COMPUTE ws-fin-campo = ws-posicion + ws-long-campo + 1
               IF ws-long-campo > 0 AND ws-long-campo <= 20
                   AND ws-fin-campo <= 80
                   MOVE ws-texto-plantilla(ws-posicion + 1:
                       ws-long-campo) TO ws-nombre-campo
                   PERFORM 0008-BUSCAR-CAMPO
                   IF campo-no-encontrado
                       ADD 1 TO ws-campos-desconocidos
                   END-IF
               END-IF
           END-IF.
           IF campo-encontrado
               STRING campo-valor(INDX-CAMPO) DELIMITED BY "  "
                   INTO ws-linea-combinada WITH POINTER ws-puntero
               COMPUTE ws-posicion = ws-fin-campo + 1
           ELSE
               STRING ws-texto-plantilla(ws-posicion:1)
                   DELIMITED BY SIZE
                   INTO ws-linea-combinada WITH POINTER ws-puntero
               ADD 1 TO ws-posicion
           END-IF.

       0008-BUSCAR-CAMPO.

           SET INDX-CAMPO TO 1.
           SEARCH campo-fila
               AT END SET campo-no-encontrado TO TRUE
               WHEN campo-nombre(INDX-CAMPO) = ws-nombre-campo
                   SET campo-encontrado TO TRUE
           END-SEARCH.

       0009-PREPARAR-CAMPOS.
           *> CAMPOS DISPONIBLES EN TODAS LAS PLANTILLAS; LOS DE
           *> SALARIO Y PREAVISO SOLO TIENEN VALOR EN SU TIPO.
           INITIALIZE tabla-campos.
           MOVE 0 TO num-campos.
           MOVE "ID" TO ws-nuevo-campo.
           MOVE id-trabajador TO ws-nuevo-valor.
           PERFORM 0009-ANOTAR-CAMPO.
           MOVE "NOMBRE" TO ws-nuevo-campo.
           MOVE nombre-trabajador TO ws-nuevo-valor.
           PERFORM 0009-ANOTAR-CAMPO.
           MOVE "APELLIDOS" TO ws-nuevo-campo.
           MOVE SPACES TO ws-nuevo-valor.
           STRING apellido-pat DELIMITED BY "  "
                  " " apellido-mat DELIMITED BY "  "
               INTO ws-nuevo-valor.
           PERFORM 0009-ANOTAR-CAMPO.
           MOVE "NIF" TO ws-nuevo-campo.
           MOVE nif-trabajador TO ws-nuevo-valor.
           PERFORM 0009-ANOTAR-CAMPO.
           MOVE "FECHA" TO ws-nuevo-campo.
           MOVE ws-fecha-hoy TO ws-fecha-aux-num.
           PERFORM 0009-FORMATEAR-FECHA.
           PERFORM 0009-ANOTAR-CAMPO.
           MOVE "FECHA-ALTA" TO ws-nuevo-campo.
           MOVE fecha-alta-trabajador TO ws-fecha-aux-num.
           PERFORM 0009-FORMATEAR-FECHA.
           PERFORM 0009-ANOTAR-CAMPO.
           MOVE "FECHA-FIN" TO ws-nuevo-campo.
           MOVE fecha-fin-contrato TO ws-fecha-aux-num.
           PERFORM 0009-FORMATEAR-FECHA.
           PERFORM 0009-ANOTAR-CAMPO.
           MOVE "SITUACION" TO ws-nuevo-campo.
           IF trabajador-baja
               MOVE fecha-baja-trabajador TO ws-fecha-aux-num
               PERFORM 0009-FORMATEAR-FECHA
               MOVE ws-nuevo-valor TO ws-fecha-texto
               MOVE SPACES TO ws-nuevo-valor
               STRING "DE BAJA DESDE EL " ws-fecha-texto
                   DELIMITED BY SIZE INTO ws-nuevo-valor
           ELSE
               MOVE "EN ALTA A LA FECHA DE ESTE CERTIFICADO"
                   TO ws-nuevo-valor
           END-IF.
           PERFORM 0009-ANOTAR-CAMPO.
           MOVE "TIPO-CONTRATO" TO ws-nuevo-campo.
           IF contrato-indefinido
               MOVE "INDEFINIDO" TO ws-nuevo-valor
           ELSE IF contrato-temporal
               MOVE "TEMPORAL" TO ws-nuevo-valor
           ELSE IF contrato-practicas
               MOVE "EN PRACTICAS" TO ws-nuevo-valor
           ELSE
               MOVE SPACES TO ws-nuevo-valor
           END-IF.
           PERFORM 0009-ANOTAR-CAMPO.
           MOVE "JORNADA" TO ws-nuevo-campo.
           IF jornada-pct = 0
               MOVE 100 TO ws-jornada-format
           ELSE
               MOVE jornada-pct TO ws-jornada-format
           END-IF.
           MOVE ws-jornada-format TO ws-nuevo-valor.
           PERFORM 0009-AJUSTAR-IZQUIERDA.
           PERFORM 0009-ANOTAR-CAMPO.
           MOVE "SALARIO" TO ws-nuevo-campo.
           MOVE salario TO ws-importe-format.
           MOVE ws-importe-format TO ws-nuevo-valor.
           PERFORM 0009-AJUSTAR-IZQUIERDA.
           PERFORM 0009-ANOTAR-CAMPO.
           PERFORM 0009-PREPARAR-CAMPOS-CATALOGO.
           IF carta-salario
               PERFORM 0009-PREPARAR-CAMPOS-SALARIO
           END-IF.
           IF carta-vencimiento
               MOVE "DIAS-PREAVISO" TO ws-nuevo-campo
               MOVE ws-dias-preaviso TO ws-dias-format
               MOVE ws-dias-format TO ws-nuevo-valor
               PERFORM 0009-AJUSTAR-IZQUIERDA
               PERFORM 0009-ANOTAR-CAMPO
           END-IF.

       0009-PREPARAR-CAMPOS-CATALOGO.
           *> DEPARTAMENTO PRINCIPAL (EL PRIMERO DE LA FICHA), SU
           *> RESPONSABLE, LA CATEGORIA Y LA EMPRESA QUE FIRMA.
           MOVE "DEPARTAMENTO" TO ws-nuevo-campo.
           MOVE SPACES TO ws-nuevo-valor.
           PERFORM 0009-ANOTAR-CAMPO.
           MOVE "RESPONSABLE" TO ws-nuevo-campo.
           PERFORM 0009-ANOTAR-CAMPO.
           IF num-departamentos-cat > 0
               SET INDX-DEP-CAT TO 1
               SEARCH departamento-cat
                   AT END CONTINUE
                   WHEN id-dep-cat(INDX-DEP-CAT) = id-departamento(1)
                       MOVE nombre-dep-cat(INDX-DEP-CAT)
                           TO campo-valor(num-campos - 1)
                       MOVE responsable-dep-cat(INDX-DEP-CAT)
                           TO campo-valor(num-campos)
               END-SEARCH
           END-IF.
           MOVE "CATEGORIA" TO ws-nuevo-campo.
           MOVE categoria-trabajador TO ws-nuevo-valor.
           PERFORM 0009-ANOTAR-CAMPO.
           IF num-categorias-cat > 0
               SET INDX-CAT-CAT TO 1
               SEARCH categoria-cat
                   AT END CONTINUE
                   WHEN id-cat-cat(INDX-CAT-CAT) = categoria-trabajador
                       MOVE nombre-cat-cat(INDX-CAT-CAT)
                           TO campo-valor(num-campos)
               END-SEARCH
           END-IF.
           MOVE "EMPRESA" TO ws-nuevo-campo.
           MOVE SPACES TO ws-nuevo-valor.
           PERFORM 0009-ANOTAR-CAMPO.
           MOVE "CIF-EMPRESA" TO ws-nuevo-campo.
           PERFORM 0009-ANOTAR-CAMPO.
           IF num-empresas-cat > 0
               SET INDX-EMP-CAT TO 1
               SEARCH empresa-cat
                   AT END CONTINUE
                   WHEN id-emp-cat(INDX-EMP-CAT) = empresa-trabajador
                       MOVE razon-social-emp-cat(INDX-EMP-CAT)
                           TO campo-valor(num-campos - 1)
                       MOVE nif-emp-cat(INDX-EMP-CAT)
                           TO campo-valor(num-campos)
               END-SEARCH
           END-IF.

       0009-PREPARAR-CAMPOS-SALARIO.

           MOVE "SALARIO-ANTERIOR" TO ws-nuevo-campo.
           MOVE ws-salario-antes TO ws-importe-format.
           MOVE ws-importe-format TO ws-nuevo-valor.
           PERFORM 0009-AJUSTAR-IZQUIERDA.
           PERFORM 0009-ANOTAR-CAMPO.
           MOVE "SALARIO-NUEVO" TO ws-nuevo-campo.
           MOVE ws-salario-despues TO ws-importe-format.
           MOVE ws-importe-format TO ws-nuevo-valor.
           PERFORM 0009-AJUSTAR-IZQUIERDA.
           PERFORM 0009-ANOTAR-CAMPO.
           MOVE "SUBIDA" TO ws-nuevo-campo.
           COMPUTE ws-importe-format =
               ws-salario-despues - ws-salario-antes.
           MOVE ws-importe-format TO ws-nuevo-valor.
           PERFORM 0009-AJUSTAR-IZQUIERDA.
           PERFORM 0009-ANOTAR-CAMPO.
           MOVE "FECHA-EFECTO" TO ws-nuevo-campo.
           MOVE ws-fecha-referencia TO ws-fecha-aux-num.
           PERFORM 0009-FORMATEAR-FECHA.
           PERFORM 0009-ANOTAR-CAMPO.

       0009-ANOTAR-CAMPO.

           IF num-campos < 30
               ADD 1 TO num-campos
               MOVE ws-nuevo-campo TO campo-nombre(num-campos)
               MOVE ws-nuevo-valor TO campo-valor(num-campos)
           END-IF.

       0009-FORMATEAR-FECHA.
           *> DE AAAAMMDD A DD/MM/AAAA; UNA FECHA A CERO QUEDA EN
           *> BLANCO.
           MOVE SPACES TO ws-nuevo-valor.
           IF ws-fecha-aux-num NOT = 0
               STRING ws-fecha-aux-dia "/" ws-fecha-aux-mes "/"
                      ws-fecha-aux-anio
                   DELIMITED BY SIZE INTO ws-nuevo-valor
           END-IF.

       0009-AJUSTAR-IZQUIERDA.
           *> LOS IMPORTES EDITADOS LLEVAN BLANCOS DELANTE: SE
           *> QUITAN PARA QUE EL VALOR QUEDE PEGADO AL TEXTO.
           MOVE 0 TO ws-blancos-izquierda.
           INSPECT ws-nuevo-valor TALLYING ws-blancos-izquierda
               FOR LEADING SPACES.
           IF ws-blancos-izquierda > 0 AND ws-blancos-izquierda < 60
               MOVE ws-nuevo-valor(ws-blancos-izquierda + 1:)
                   TO ws-valor-aux
               MOVE ws-valor-aux TO ws-nuevo-valor
           END-IF.

       0010-ESCRIBIR-CABECERA.

           MOVE ALL "=" TO LINEA-RESULTADO.
           WRITE LINEA-RESULTADO.
           MOVE SPACES TO LINEA-RESULTADO.
           STRING "CARTAS AL TRABAJADOR - TIPO " ws-tipo-carta
                  " - " ws-fecha-hoy " " ws-hora-hoy
                  " - OPERADOR " ws-operador
               DELIMITED BY SIZE INTO LINEA-RESULTADO.
           WRITE LINEA-RESULTADO.
           MOVE ALL "-" TO LINEA-RESULTADO.
           WRITE LINEA-RESULTADO.

       0010-ESCRIBIR-RESULTADO.

           MOVE SPACES TO LINEA-RESULTADO.
           STRING "ID " ws-id-carta " TIPO " ws-tipo-carta
                  " PERIODO " ws-periodo-carta " " ws-resultado-carta
               DELIMITED BY SIZE INTO LINEA-RESULTADO.
           WRITE LINEA-RESULTADO.
           MOVE SPACES TO ws-resultado-carta.
           MOVE 0 TO ws-periodo-carta.
           SET preaviso-en-plazo TO TRUE.

       0010-ESCRIBIR-TOTALES.

           MOVE ALL "-" TO LINEA-RESULTADO.
           WRITE LINEA-RESULTADO.
           MOVE SPACES TO LINEA-RESULTADO.
           STRING "POR CORREO: " ws-cartas-correo
                  "   A IMPRESION: " ws-cartas-impresion
                  "   OMITIDAS: " ws-cartas-omitidas
                  "   FUERA DE PLAZO: " ws-cartas-fuera-plazo
               DELIMITED BY SIZE INTO LINEA-RESULTADO.
           WRITE LINEA-RESULTADO.

       0011-AUDITAR-CARTA.
           *> PRUEBA DE LA NOTIFICACION: QUE CARTA, A QUIEN, CUANDO,
           *> POR QUE CANAL Y, EN LOS PREAVISOS, CON CUANTOS DIAS.
           ACCEPT ws-hora-hoy FROM TIME.
           MOVE SPACES TO LINEA-AUDITORIA.
           MOVE 1 TO ws-puntero-texto.
           STRING ws-fecha-hoy DELIMITED BY SIZE
                  " " ws-hora-hoy DELIMITED BY SIZE
                  " OPERADOR=" ws-operador DELIMITED BY SIZE
                  " OPERACION=" ws-operacion-auditoria DELIMITED BY " "
                  " ID=" id-trabajador DELIMITED BY SIZE
                  " PERIODO=" ws-periodo-carta DELIMITED BY SIZE
                  " REFERENCIA=" ws-fecha-referencia DELIMITED BY SIZE
                  " CANAL=" ws-canal-carta DELIMITED BY " "
                  " FICHERO=" evc-fichero DELIMITED BY " "
               INTO LINEA-AUDITORIA WITH POINTER ws-puntero-texto.
           IF carta-vencimiento
               MOVE ws-dias-preaviso TO ws-dias-format
               STRING " PREAVISO-DIAS=" ws-dias-format
                   DELIMITED BY SIZE
                   INTO LINEA-AUDITORIA WITH POINTER ws-puntero-texto
               IF preaviso-fuera-plazo
                   STRING " FUERA-DE-PLAZO" DELIMITED BY SIZE
                       INTO LINEA-AUDITORIA
                       WITH POINTER ws-puntero-texto
               ELSE
                   STRING " EN-PLAZO" DELIMITED BY SIZE
                       INTO LINEA-AUDITORIA
                       WITH POINTER ws-puntero-texto
               END-IF
           END-IF.
           MOVE LINEA-AUDITORIA TO aud-linea.
           CALL "AUDITORIA-SELLO" USING audsello-com.

       END PROGRAM CARTAS-TRABAJADORES.
