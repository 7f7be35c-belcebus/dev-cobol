      *             EL RESUMEN DE ACTIVIDAD DIARIA (EVENTOS POR
      *             OPERADOR Y TIPO DE OPERACION) QUE ARCHIVA EL
      *             SUPERVISOR.
      *15/10/2026 - ROTACION MENSUAL (AUDITORIA-ROTACION): LA CONSULTA
      *             Y EL RESUMEN DIARIO RECORREN LOS SEGMENTOS DE
      *             AUDITORIA_SEGMENTOS.DAT CUYO RANGO DE FECHAS TOCA
      *             EL PEDIDO, Y AUDITORIA.TXT SOLO SI EL RANGO LLEGA
      *             MAS ALLA DEL ULTIMO SEGMENTO, EN VEZ DE LEERLO
      *             TODO PARA UN DIA.
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
       01  LINEA-INFORME               PIC X(200).

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

         01 opcion               PIC A(01) VALUE SPACE.
            88 opcion-consulta    VALUE 'C'.
            88 pareja-nueva         VALUE 0.
         77 ws-fecha-hoy         PIC 9(08).

         *> RECORRIDO DEL RASTRO: SEGMENTOS DEL INDICE QUE TOCAN EL
         *> RANGO ws-rango-desde..ws-rango-hasta (CERO = SIN LIMITE)
         *> Y EL FICHERO ACTIVO SI EL RANGO PASA DEL ULTIMO SEGMENTO.
         77 ws-ruta-auditoria    PIC X(40) VALUE SPACES.
         77 ws-rango-desde       PIC 9(08).
         77 ws-rango-hasta       PIC 9(08).
         77 ws-hasta-segmentos   PIC 9(08).
         77 ws-ficheros-leidos   PIC 9(03).
         77 ws-recorrido         PIC 9(01) VALUE 0.
            88 recorrido-consulta   VALUE 0.
            88 recorrido-resumen    VALUE 1.

       PROCEDURE DIVISION.
       0000-MAIN SECTION.
       0000-PRINCIPAL.
           ACCEPT ws-fil-id.

           MOVE 0 TO ws-eventos-listados.
           OPEN OUTPUT INFORMEFILE.
           SET recorrido-consulta TO TRUE.
           MOVE ws-fil-fecha-desde TO ws-rango-desde.
           MOVE ws-fil-fecha-hasta TO ws-rango-hasta.
           PERFORM 0007-RECORRER-RASTRO.
           IF ws-ficheros-leidos = 0
               DISPLAY "NO HAY RASTRO DE AUDITORIA QUE CONSULTAR"
           END-IF.
           MOVE SPACES TO LINEA-INFORME.
           STRING "EVENTOS LISTADOS: " ws-eventos-listados
               DELIMITED BY SIZE INTO LINEA-INFORME.
           WRITE LINEA-INFORME.
           CLOSE INFORMEFILE.
           DISPLAY "EVENTOS LISTADOS: " ws-eventos-listados
               " (COPIA EN AUDITORIA_INFORME.TXT)".

       0003-PROCESAR-LINEA.
           *> LAS CABECERAS EMPIEZAN POR LA FECHA; LAS LINEAS
           END-IF.

           MOVE 0 TO num-parejas.
           SET recorrido-resumen TO TRUE.
           MOVE ws-fecha-resumen TO ws-rango-desde ws-rango-hasta.
           PERFORM 0007-RECORRER-RASTRO.
           IF ws-ficheros-leidos = 0
               DISPLAY "NO HAY RASTRO DE AUDITORIA QUE CONSULTAR"
           ELSE
               PERFORM 0006-IMPRIMIR-RESUMEN
           END-IF.

           WRITE LINEA-INFORME.
           DISPLAY LINEA-INFORME(1:70).

       0007-RECORRER-RASTRO.
           *> EL INDICE VA EN ORDEN DE ROTACION, ASI QUE LOS EVENTOS
           *> SALEN CRONOLOGICOS: PRIMERO LOS SEGMENTOS QUE TOCAN EL
           *> RANGO Y LUEGO EL ACTIVO, CUYAS LINEAS SON TODAS
           *> POSTERIORES A LA ULTIMA FECHA DE LOS SEGMENTOS.
           MOVE 0 TO ws-ficheros-leidos ws-hasta-segmentos.
           OPEN INPUT INDICEFILE.
           IF indicefile-ok
               PERFORM 0007-SIGUIENTE-SEGMENTO UNTIL indicefile-fin
               CLOSE INDICEFILE
           ELSE IF NOT indicefile-no-existe
               DISPLAY "AVISO: NO SE PUDO LEER AUDITORIA_SEGMENTOS.DAT"
                   " - FILE STATUS " indicefile-status
                   "; SOLO SE CONSULTA AUDITORIA.TXT"
           END-IF.
           IF ws-rango-hasta = 0
               OR ws-rango-hasta > ws-hasta-segmentos
               MOVE "AUDITORIA.TXT" TO ws-ruta-auditoria
               PERFORM 0007-RECORRER-FICHERO
           END-IF.

       0007-SIGUIENTE-SEGMENTO.
           READ INDICEFILE
               AT END SET indicefile-fin TO TRUE
               NOT AT END
                   IF seg-fecha-hasta > ws-hasta-segmentos
                       MOVE seg-fecha-hasta TO ws-hasta-segmentos
                   END-IF
                   IF (ws-rango-desde = 0
                       OR seg-fecha-hasta >= ws-rango-desde)
                       AND (ws-rango-hasta = 0
                       OR seg-fecha-desde <= ws-rango-hasta)
                       MOVE seg-fichero TO ws-ruta-auditoria
                       PERFORM 0007-RECORRER-FICHERO
                       IF NOT auditfile-ok
                           DISPLAY "AVISO: NO SE PUDO ABRIR "
                               seg-fichero " - FILE STATUS "
                               auditfile-status
                       END-IF
                   END-IF
           END-READ.

       0007-RECORRER-FICHERO.

           SET evento-oculto TO TRUE.
           OPEN INPUT AUDITFILE.
           IF auditfile-ok
               ADD 1 TO ws-ficheros-leidos
               IF recorrido-consulta
                   PERFORM 0003-PROCESAR-LINEA UNTIL auditfile-fin
               ELSE
                   PERFORM 0005-CONTAR-LINEA UNTIL auditfile-fin
               END-IF
               CLOSE AUDITFILE
           END-IF.

       END PROGRAM AUDITORIA-CONSULTA.
