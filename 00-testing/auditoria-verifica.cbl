      *             LINEAS DEL TRAZADO ANTIGUO (SIN SELLO) SOLO SE
      *             ADMITEN ANTES DEL PRIMER SELLO; UNA LINEA SIN
      *             SELLO DESPUES ES UNA ALTERACION.
      *15/10/2026 - ROTACION MENSUAL (AUDITORIA-ROTACION): LA CADENA
      *             SE VERIFICA ENTERA A TRAVES DE TODOS LOS SEGMENTOS
      *             DE AUDITORIA_SEGMENTOS.DAT Y EL FICHERO ACTIVO, O
      *             SOLO UN SEGMENTO (SEGMENTO-AUDITORIA=AAAAMM) O
      *             SOLO EL ACTIVO (SEGMENTO-AUDITORIA=ACTIVO),
      *             ARRANCANDO DEL SELLO CON QUE EL INDICE DICE QUE
      *             ENTRA LA CADENA. EL ULTIMO SELLO DE CADA SEGMENTO
      *             SE CUADRA CONTRA EL INDICE (SEGMENTO TRUNCADO O
      *             INDICE RETOCADO) Y UN SEGMENTO QUE FALTA ES UNA
      *             ROTURA.
      *15/10/2026 - LA LINEA DE TOTALES LLEVA LA FECHA DE LA PASADA,
      *             QUE ES LO QUE MIRA EL BOLETIN NOCTURNO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDITFILE ASSIGN TO DYNAMIC ws-ruta-auditoria
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS auditfile-status.

           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS informefile-status.

           SELECT INDICEFILE ASSIGN TO "AUDITORIA_SEGMENTOS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS indicefile-status.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDITFILE
           LABEL RECORDS ARE STANDARD.
       01  LINEA-INFORME               PIC X(120).

       FD  INDICEFILE
           LABEL RECORDS ARE STANDARD.
       01  REG-SEGMENTO.
           COPY AUDSEG.

       WORKING-STORAGE SECTION.

         >>SOURCE FORMAT IS FREE
             FS-FICHERO-NO-EXISTE BY informefile-no-existe
             FS-REGISTRO-BLOQUEADO BY informefile-bloqueado
             FS-DATOS-INVALIDOS BY informefile-datos-invalidos.
         COPY FILESTAT REPLACING NIVEL-FS BY 77
             FS-CAMPO BY indicefile-status
             FS-OK BY indicefile-ok
             FS-FIN-FICHERO BY indicefile-fin
             FS-CLAVE-DUPLICADA BY indicefile-dup
             FS-REGISTRO-NO-ENCONTRADO BY indicefile-no-encontrado
             FS-FICHERO-NO-EXISTE BY indicefile-no-existe
             FS-REGISTRO-BLOQUEADO BY indicefile-bloqueado
             FS-DATOS-INVALIDOS BY indicefile-datos-invalidos.

         *> ALCANCE (SEGMENTO-AUDITORIA): EN BLANCO TODA LA CADENA,
         *> "ACTIVO" SOLO AUDITORIA.TXT, AAAAMM SOLO ESE SEGMENTO.
         77 ws-alcance-entorno   PIC X(06) VALUE SPACES.
         77 ws-alcance           PIC 9(01) VALUE 0.
            88 alcance-todo          VALUE 0.
            88 alcance-activo        VALUE 1.
            88 alcance-segmento      VALUE 2.
         77 ws-mes-pedido        PIC 9(06) VALUE 0.
         77 ws-ruta-auditoria    PIC X(40) VALUE SPACES.
         77 ws-ficheros-leidos   PIC 9(03) VALUE 0.
         77 ws-segmentos-leidos  PIC 9(03) VALUE 0.
         *> SECUENCIA CON QUE LA CADENA ENTRA EN EL SEGMENTO PEDIDO
         *> (LA ULTIMA DEL SEGMENTO ANTERIOR DEL INDICE).
         77 ws-sec-entrada       PIC 9(08) VALUE 0.
         77 ws-segmento-hallado  PIC 9(01) VALUE 0.
            88 segmento-hallado      VALUE 1.
            88 segmento-sin-hallar   VALUE 0.
         77 ws-fichero-abierto   PIC 9(01) VALUE 0.
            88 fichero-abierto       VALUE 1.
            88 fichero-no-abierto    VALUE 0.

         77 ws-numero-linea      PIC 9(07) VALUE 0.
         77 ws-lineas-leidas     PIC 9(07) VALUE 0.
         77 ws-fecha-hoy         PIC 9(08) VALUE 0.
         77 ws-lineas-selladas   PIC 9(07) VALUE 0.
         77 ws-lineas-antiguas   PIC 9(07) VALUE 0.
         77 ws-roturas           PIC 9(05) VALUE 0.
       0000-MAIN SECTION.
       0000-PRINCIPAL.
           DISPLAY "=== VERIFICACION DE LA CADENA DE AUDITORIA ===".
           ACCEPT ws-fecha-hoy FROM DATE YYYYMMDD.
           PERFORM 0007-DETERMINAR-ALCANCE.
           OPEN OUTPUT INFORMEFILE.
           IF alcance-todo
               PERFORM 0008-VERIFICAR-SEGMENTOS
               PERFORM 0010-VERIFICAR-ACTIVO
           ELSE IF alcance-activo
               PERFORM 0009-SITUAR-CADENA
               PERFORM 0010-VERIFICAR-ACTIVO
           ELSE
               PERFORM 0011-VERIFICAR-UN-SEGMENTO
           END-IF.
           IF ws-ficheros-leidos = 0 AND ws-roturas = 0
               DISPLAY "NO HAY RASTRO DE AUDITORIA QUE VERIFICAR"
           END-IF.
           PERFORM 0005-CERRAR-INFORME.
           CLOSE INFORMEFILE.
           IF ws-roturas > 0
               MOVE 8 TO RETURN-CODE
           END-IF.
           STOP RUN.

               AT END SET auditfile-fin TO TRUE
               NOT AT END
                   ADD 1 TO ws-numero-linea
                   ADD 1 TO ws-lineas-leidas
                   MOVE LINEA-AUDITORIA TO ws-linea-trabajo
                   PERFORM 0002-LOCALIZAR-SELLO
                   IF linea-sellada
           IF ws-hash NOT = ws-enc-leido
               ADD 1 TO ws-roturas
               MOVE SPACES TO LINEA-INFORME
               STRING ws-ruta-auditoria DELIMITED BY SPACE
                      " LINEA " ws-numero-linea
                      ": VALOR DE CONTROL ALTERADO (SEC "
                      ws-sec-leido ")"
                   DELIMITED BY SIZE INTO LINEA-INFORME
               WRITE LINEA-INFORME
               DISPLAY LINEA-INFORME(1:100)
           END-IF.
           SET cadena-iniciada TO TRUE.
           MOVE ws-sec-leido TO ws-ultimo-sec.

           ADD 1 TO ws-roturas.
           MOVE SPACES TO LINEA-INFORME.
           STRING ws-ruta-auditoria DELIMITED BY SPACE
                  " LINEA " ws-numero-linea
                  ": SALTO DE SECUENCIA (DE " ws-ultimo-sec
                  " A " ws-sec-leido
                  "), LINEAS QUITADAS O INSERTADAS"
               DELIMITED BY SIZE INTO LINEA-INFORME.
           WRITE LINEA-INFORME.
           DISPLAY LINEA-INFORME(1:110).

       0003-RECALCULAR-CONTROL.
           *> MISMO CALCULO QUE AUDITORIA-SELLO: ARRANCA DEL ENC
           ELSE
               ADD 1 TO ws-roturas
               MOVE SPACES TO LINEA-INFORME
               STRING ws-ruta-auditoria DELIMITED BY SPACE
                      " LINEA " ws-numero-linea
                      ": LINEA SIN SELLO DENTRO DE LA CADENA "
                      "(INSERTADA A MANO)"
                   DELIMITED BY SIZE INTO LINEA-INFORME
               WRITE LINEA-INFORME
               DISPLAY LINEA-INFORME(1:100)
           END-IF.

       0005-CERRAR-INFORME.

           MOVE SPACES TO LINEA-INFORME.
           STRING "FICHEROS: " ws-ficheros-leidos
                  " SEGMENTOS: " ws-segmentos-leidos
                  " LINEAS: " ws-lineas-leidas
                  " SELLADAS: " ws-lineas-selladas
                  " TRAZADO ANTIGUO: " ws-lineas-antiguas
                  " ROTURAS: " ws-roturas
                  " FECHA: " ws-fecha-hoy
               DELIMITED BY SIZE INTO LINEA-INFORME.
           WRITE LINEA-INFORME.
           DISPLAY "FICHEROS " ws-ficheros-leidos
               " LINEAS " ws-lineas-leidas
               " SELLADAS " ws-lineas-selladas
               " ROTURAS " ws-roturas
               " (DETALLE EN AUDITORIA_VERIFICACION.TXT)".
       0006-RETROCEDER-BLANCO.
           SUBTRACT 1 FROM ws-longitud.

       0007-DETERMINAR-ALCANCE.

           ACCEPT ws-alcance-entorno
               FROM ENVIRONMENT "SEGMENTO-AUDITORIA".
           IF ws-alcance-entorno = SPACES
               SET alcance-todo TO TRUE
               DISPLAY "ALCANCE: TODA LA CADENA (SEGMENTOS Y ACTIVO)"
           ELSE IF ws-alcance-entorno = "ACTIVO"
               SET alcance-activo TO TRUE
               DISPLAY "ALCANCE: SOLO AUDITORIA.TXT"
           ELSE IF ws-alcance-entorno IS NUMERIC
               SET alcance-segmento TO TRUE
               MOVE ws-alcance-entorno TO ws-mes-pedido
               DISPLAY "ALCANCE: SEGMENTO DEL MES " ws-mes-pedido
           ELSE
               DISPLAY "SEGMENTO-AUDITORIA NO VALIDO: "
                   ws-alcance-entorno " (AAAAMM, ACTIVO O EN "
                   "BLANCO); SE VERIFICA TODA LA CADENA"
               SET alcance-todo TO TRUE
           END-IF.

       0008-VERIFICAR-SEGMENTOS.
           *> LOS SEGMENTOS EN ORDEN DE ROTACION, ARRASTRANDO LA
           *> CADENA DE UNO AL SIGUIENTE; LUEGO VA EL ACTIVO.
           OPEN INPUT INDICEFILE.
           IF indicefile-ok
               PERFORM 0008-SIGUIENTE-SEGMENTO UNTIL indicefile-fin
               CLOSE INDICEFILE
           ELSE IF NOT indicefile-no-existe
               PERFORM 0008-ANOTAR-INDICE-ILEGIBLE
           END-IF.

       0008-SIGUIENTE-SEGMENTO.
           READ INDICEFILE
               AT END SET indicefile-fin TO TRUE
               NOT AT END
                   IF seg-enc-inicial NOT = ws-ultimo-enc
                       ADD 1 TO ws-roturas
                       MOVE SPACES TO LINEA-INFORME
                       STRING "INDICE: " seg-fichero DELIMITED BY SPACE
                              " NO ENTRA CON EL ENC FINAL DEL "
                              "SEGMENTO ANTERIOR (" seg-enc-inicial
                              " EN VEZ DE " ws-ultimo-enc ")"
                           DELIMITED BY SIZE INTO LINEA-INFORME
                       WRITE LINEA-INFORME
                       DISPLAY LINEA-INFORME(1:110)
                       MOVE seg-enc-inicial TO ws-ultimo-enc
                   END-IF
                   PERFORM 0012-VERIFICAR-SEGMENTO
           END-READ.

       0008-ANOTAR-INDICE-ILEGIBLE.

           ADD 1 TO ws-roturas.
           MOVE SPACES TO LINEA-INFORME.
           STRING "NO SE PUDO LEER AUDITORIA_SEGMENTOS.DAT - FILE "
                  "STATUS " indicefile-status
               DELIMITED BY SIZE INTO LINEA-INFORME.
           WRITE LINEA-INFORME.
           DISPLAY LINEA-INFORME(1:70).

       0009-SITUAR-CADENA.
           *> EL ACTIVO SOLO: LA CADENA ENTRA CON EL ULTIMO SELLO DEL
           *> ULTIMO SEGMENTO CERRADO.
           OPEN INPUT INDICEFILE.
           IF indicefile-ok
               PERFORM 0009-LEER-INDICE UNTIL indicefile-fin
               CLOSE INDICEFILE
           ELSE IF NOT indicefile-no-existe
               PERFORM 0008-ANOTAR-INDICE-ILEGIBLE
           END-IF.
           IF ws-ultimo-sec > 0
               SET cadena-iniciada TO TRUE
           END-IF.

       0009-LEER-INDICE.
           READ INDICEFILE
               AT END SET indicefile-fin TO TRUE
               NOT AT END
                   MOVE seg-ultimo-sec TO ws-ultimo-sec
                   MOVE seg-enc-final TO ws-ultimo-enc
           END-READ.

       0010-VERIFICAR-ACTIVO.
           *> SIN AUDITORIA.TXT NO HAY ROTURA: AUN NO SE HA SELLADO
           *> NADA DESDE LA ULTIMA ROTACION (O NUNCA).
           MOVE "AUDITORIA.TXT" TO ws-ruta-auditoria.
           PERFORM 0013-RECORRER-FICHERO.
           IF fichero-no-abierto AND NOT auditfile-no-existe
               PERFORM 0013-ANOTAR-FICHERO-ILEGIBLE
           END-IF.

       0011-VERIFICAR-UN-SEGMENTO.
           *> BUSCA EL MES EN EL INDICE Y VERIFICA SOLO ESE
           *> SEGMENTO, ARRANCANDO DE LA SECUENCIA FINAL DEL
           *> ANTERIOR Y DEL ENC CON QUE EL INDICE DICE QUE ENTRA.
           SET segmento-sin-hallar TO TRUE.
           OPEN INPUT INDICEFILE.
           IF indicefile-ok
               PERFORM 0011-BUSCAR-SEGMENTO
                   UNTIL indicefile-fin OR segmento-hallado
               CLOSE INDICEFILE
           ELSE IF NOT indicefile-no-existe
               PERFORM 0008-ANOTAR-INDICE-ILEGIBLE
           END-IF.
           IF segmento-sin-hallar
               ADD 1 TO ws-roturas
               MOVE SPACES TO LINEA-INFORME
               STRING "EL MES " ws-mes-pedido " NO ESTA EN "
                      "AUDITORIA_SEGMENTOS.DAT"
                   DELIMITED BY SIZE INTO LINEA-INFORME
               WRITE LINEA-INFORME
               DISPLAY LINEA-INFORME(1:70)
           END-IF.

       0011-BUSCAR-SEGMENTO.
           READ INDICEFILE
               AT END SET indicefile-fin TO TRUE
               NOT AT END
                   IF seg-mes = ws-mes-pedido
                       SET segmento-hallado TO TRUE
                       MOVE ws-sec-entrada TO ws-ultimo-sec
                       MOVE seg-enc-inicial TO ws-ultimo-enc
                       IF ws-ultimo-sec > 0
                           SET cadena-iniciada TO TRUE
                       END-IF
                       PERFORM 0012-VERIFICAR-SEGMENTO
                   ELSE
                       MOVE seg-ultimo-sec TO ws-sec-entrada
                   END-IF
           END-READ.

       0012-VERIFICAR-SEGMENTO.
           *> RECORRE EL SEGMENTO DE LA ENTRADA DE INDICE EN CURSO Y
           *> CUADRA SU ULTIMO SELLO CON EL QUE ANOTO LA ROTACION.
           *> DESPUES LA CADENA SIGUE DESDE LO QUE DICE EL INDICE,
           *> PARA QUE UNA ROTURA NO ARRASTRE A LOS SIGUIENTES.
           MOVE seg-fichero TO ws-ruta-auditoria.
           PERFORM 0013-RECORRER-FICHERO.
           IF fichero-abierto
               ADD 1 TO ws-segmentos-leidos
               IF ws-ultimo-sec NOT = seg-ultimo-sec
                   OR ws-ultimo-enc NOT = seg-enc-final
                   ADD 1 TO ws-roturas
                   MOVE SPACES TO LINEA-INFORME
                   STRING ws-ruta-auditoria DELIMITED BY SPACE
                          ": TERMINA EN SEC " ws-ultimo-sec
                          " ENC " ws-ultimo-enc
                          " Y EL INDICE DICE SEC " seg-ultimo-sec
                          " ENC " seg-enc-final
                       DELIMITED BY SIZE INTO LINEA-INFORME
                   WRITE LINEA-INFORME
                   DISPLAY LINEA-INFORME(1:110)
               END-IF
           ELSE
               PERFORM 0013-ANOTAR-FICHERO-ILEGIBLE
           END-IF.
           MOVE seg-ultimo-sec TO ws-ultimo-sec.
           MOVE seg-enc-final TO ws-ultimo-enc.
           IF ws-ultimo-sec > 0
               SET cadena-iniciada TO TRUE
           END-IF.

       0013-RECORRER-FICHERO.

           SET fichero-no-abierto TO TRUE.
           MOVE 0 TO ws-numero-linea.
           OPEN INPUT AUDITFILE.
           IF auditfile-ok
               SET fichero-abierto TO TRUE
               ADD 1 TO ws-ficheros-leidos
               PERFORM 0001-VERIFICAR-LINEA UNTIL auditfile-fin
               CLOSE AUDITFILE
           END-IF.

       0013-ANOTAR-FICHERO-ILEGIBLE.

           ADD 1 TO ws-roturas.
           MOVE SPACES TO LINEA-INFORME.
           STRING ws-ruta-auditoria DELIMITED BY SPACE
                  ": NO SE PUDO ABRIR - FILE STATUS "
                  auditfile-status
               DELIMITED BY SIZE INTO LINEA-INFORME.
           WRITE LINEA-INFORME.
           DISPLAY LINEA-INFORME(1:80).

       END PROGRAM AUDITORIA-VERIFICA.
