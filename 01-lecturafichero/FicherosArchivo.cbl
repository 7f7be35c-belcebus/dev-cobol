      ******************************************************************
      * Author:
      * Date:
      * Purpose: Archivo fechado de cada noche del proceso de
      *          Fichero.txt. En modo normal guarda, bajo la fecha de
      *          la noche, la entrega plana, el fichero de excepciones
      *          de CARGA, las reglas de filtrado en vigor y la salida
      *          filtrada, anota la noche en el catalogo y prepara la
      *          lista de archivos que ya han superado la retencion.
      *          En modo REPONER recupera del archivo la entrega y las
      *          reglas de una noche pasada para reprocesarla aparte
      *          (job FICHREPR) sin tocar los ficheros de produccion.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FicherosArchivo.
      *MODIFICACIONES
      *15/10/2026 - ALTA INICIAL, PASO ARCHIVO DE FICHPROC Y PASO
      *             REPONER DEL JOB DE REPROCESO FICHREPR.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.
       OBJECT-COMPUTER.
       SPECIAL-NAMES.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *Origen y destino de cada copia (entrega, excepciones, reglas y
      *salida filtrada), hacia el archivo o desde el.
           SELECT ORIGENFILE ASSIGN TO DYNAMIC WS-RUTA-ORIGEN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ORIGEN-STATUS.
           SELECT DESTINOFILE ASSIGN TO DYNAMIC WS-RUTA-DESTINO
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DESTINO-STATUS.
      *Catalogo del archivo, una linea por noche archivada. Se toma
      *de la variable de entorno RUTA-CATALOGO; al purgar se reescribe
      *a traves de una copia de trabajo (RUTA-CATALOGO + ".nuevo").
           SELECT CATALOGOFILE ASSIGN TO DYNAMIC WS-RUTA-CATALOGO
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CATALOGO-STATUS.
           SELECT CATNUEVOFILE ASSIGN TO DYNAMIC WS-RUTA-CAT-NUEVO
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CATNUEVO-STATUS.
      *Lista de archivos caducados que borra el paso PURGA del JCL.
           SELECT PURGAFILE ASSIGN TO DYNAMIC WS-RUTA-PURGA
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PURGA-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ORIGENFILE.
       01  REG-ORIGEN               PIC X(100).

       FD DESTINOFILE.
       01  REG-DESTINO              PIC X(100).

       FD CATALOGOFILE.
       01  REG-CATALOGO.
           02  CAT-FECHA            PIC 9(08).
           02  CAT-HORA             PIC 9(08).
           02  CAT-ESTADO           PIC X(10).
               88  CAT-ARCHIVADA    VALUE "ARCHIVADA".
               88  CAT-PURGADA      VALUE "PURGADA".
           02  CAT-ENTREGA          PIC 9(07).
           02  CAT-EXCEPCIONES      PIC 9(07).
           02  CAT-REGLAS           PIC 9(03).
           02  CAT-FILTRADOS        PIC 9(07).

       FD CATNUEVOFILE.
       01  REG-CAT-NUEVO            PIC X(50).

       FD PURGAFILE.
       01  REG-PURGA                PIC X(100).

       WORKING-STORAGE SECTION.
       COPY FILESTAT REPLACING NIVEL-FS BY 01
           FS-CAMPO BY WS-ORIGEN-STATUS
           FS-OK BY WS-ORIGEN-STATUS-OK
           FS-FIN-FICHERO BY WS-ORIGEN-STATUS-FIN
           FS-CLAVE-DUPLICADA BY WS-ORIGEN-STATUS-DUP
           FS-REGISTRO-NO-ENCONTRADO BY WS-ORIGEN-STATUS-NOTFOUND
           FS-FICHERO-NO-EXISTE BY WS-ORIGEN-STATUS-NOEXISTE
           FS-REGISTRO-BLOQUEADO BY WS-ORIGEN-STATUS-BLOQUEADO
           FS-DATOS-INVALIDOS BY WS-ORIGEN-STATUS-INVALIDOS.
       COPY FILESTAT REPLACING NIVEL-FS BY 01
           FS-CAMPO BY WS-DESTINO-STATUS
           FS-OK BY WS-DESTINO-STATUS-OK
           FS-FIN-FICHERO BY WS-DESTINO-STATUS-FIN
           FS-CLAVE-DUPLICADA BY WS-DESTINO-STATUS-DUP
           FS-REGISTRO-NO-ENCONTRADO BY WS-DESTINO-STATUS-NOTFOUND
           FS-FICHERO-NO-EXISTE BY WS-DESTINO-STATUS-NOEXISTE
           FS-REGISTRO-BLOQUEADO BY WS-DESTINO-STATUS-BLOQUEADO
           FS-DATOS-INVALIDOS BY WS-DESTINO-STATUS-INVALIDOS.
       COPY FILESTAT REPLACING NIVEL-FS BY 01
           FS-CAMPO BY WS-CATALOGO-STATUS
           FS-OK BY WS-CATALOGO-STATUS-OK
           FS-FIN-FICHERO BY WS-CATALOGO-STATUS-FIN
           FS-CLAVE-DUPLICADA BY WS-CATALOGO-STATUS-DUP
           FS-REGISTRO-NO-ENCONTRADO BY WS-CATALOGO-STATUS-NOTFOUND
           FS-FICHERO-NO-EXISTE BY WS-CATALOGO-STATUS-NOEXISTE
           FS-REGISTRO-BLOQUEADO BY WS-CATALOGO-STATUS-BLOQUEADO
           FS-DATOS-INVALIDOS BY WS-CATALOGO-STATUS-INVALIDOS.
       COPY FILESTAT REPLACING NIVEL-FS BY 01
           FS-CAMPO BY WS-CATNUEVO-STATUS
           FS-OK BY WS-CATNUEVO-STATUS-OK
           FS-FIN-FICHERO BY WS-CATNUEVO-STATUS-FIN
           FS-CLAVE-DUPLICADA BY WS-CATNUEVO-STATUS-DUP
           FS-REGISTRO-NO-ENCONTRADO BY WS-CATNUEVO-STATUS-NOTFOUND
           FS-FICHERO-NO-EXISTE BY WS-CATNUEVO-STATUS-NOEXISTE
           FS-REGISTRO-BLOQUEADO BY WS-CATNUEVO-STATUS-BLOQUEADO
           FS-DATOS-INVALIDOS BY WS-CATNUEVO-STATUS-INVALIDOS.
       COPY FILESTAT REPLACING NIVEL-FS BY 01
           FS-CAMPO BY WS-PURGA-STATUS
           FS-OK BY WS-PURGA-STATUS-OK
           FS-FIN-FICHERO BY WS-PURGA-STATUS-FIN
           FS-CLAVE-DUPLICADA BY WS-PURGA-STATUS-DUP
           FS-REGISTRO-NO-ENCONTRADO BY WS-PURGA-STATUS-NOTFOUND
           FS-FICHERO-NO-EXISTE BY WS-PURGA-STATUS-NOEXISTE
           FS-REGISTRO-BLOQUEADO BY WS-PURGA-STATUS-BLOQUEADO
           FS-DATOS-INVALIDOS BY WS-PURGA-STATUS-INVALIDOS.

      *Ficheros de la noche (los mismos que usan CARGA y FICHEROS).
       01  WS-RUTA-FICHERO-PLANO PIC X(80) VALUE "Fichero.txt".
       01  WS-RUTA-EXCEPCIONES PIC X(80)
           VALUE "FicherosExcepciones.txt".
       01  WS-RUTA-REGLAS PIC X(80) VALUE "FicherosReglas.txt".
       01  WS-RUTA-SALIDA PIC X(80) VALUE "FicheroFiltrado.txt".
      *Archivo: prefijo (normalmente un directorio acabado en /) al
      *que se anade "Entrega_", "Excepciones_", "Reglas_" o
      *"Filtrado_" + fecha + ".txt".
       01  WS-RUTA-ARCHIVO PIC X(80) VALUE SPACES.
       01  WS-RUTA-CATALOGO PIC X(80) VALUE "FicherosCatalogo.txt".
       01  WS-RUTA-CAT-NUEVO PIC X(80) VALUE SPACES.
       01  WS-RUTA-PURGA PIC X(80) VALUE "FicherosPurga.txt".
       01  WS-RUTA-ORIGEN PIC X(80) VALUE SPACES.
       01  WS-RUTA-DESTINO PIC X(80) VALUE SPACES.
       01  WS-RUTA-REPUESTA PIC X(80) VALUE SPACES.
       01  WS-NOMBRE-ARCHIVO PIC X(12) VALUE SPACES.
       01  WS-FECHA-ARCHIVO PIC 9(08) VALUE 0.
       01  WS-MODO-ARCHIVO PIC X(10) VALUE SPACES.
           88  WS-MODO-REPONER VALUE "REPONER".
       01  WS-FECHA-HOY PIC 9(08) VALUE 0.
       01  WS-HORA-HOY PIC 9(08) VALUE 0.
       01  WS-EOF PIC A(1) VALUE 'N'.
       01  WS-HAY-ERROR PIC A(1) VALUE 'N'.
           88  WS-CON-ERROR VALUE 'S'.
       01  WS-HAY-ORIGEN PIC A(1) VALUE 'N'.
           88  WS-CON-ORIGEN VALUE 'S'.
       01  WS-COPIADOS PIC 9(07) VALUE 0.
      *Retencion en dias (RETENCION-DIAS); 0 = no se purga nunca.
       01  WS-RETENCION-TEXTO PIC X(05) VALUE SPACES.
       01  WS-RETENCION-DIAS PIC 9(05) VALUE 90.
       01  WS-FECHA-LIMITE PIC 9(08) VALUE 0.
       01  WS-NOCHES-PURGADAS PIC 9(05) VALUE 0.
      *Noche en curso para el catalogo.
       01  WS-CAT-ACTUAL.
           02  WS-CAT-FECHA         PIC 9(08) VALUE 0.
           02  WS-CAT-HORA          PIC 9(08) VALUE 0.
           02  WS-CAT-ESTADO        PIC X(10) VALUE SPACES.
           02  WS-CAT-ENTREGA       PIC 9(07) VALUE 0.
           02  WS-CAT-EXCEPCIONES   PIC 9(07) VALUE 0.
           02  WS-CAT-REGLAS        PIC 9(03) VALUE 0.
           02  WS-CAT-FILTRADOS     PIC 9(07) VALUE 0.
      *Modo REPONER: noche pedida y su ultima linea del catalogo.
       01  WS-FECHA-TEXTO PIC X(08) VALUE SPACES.
       01  WS-FECHA-REPROCESO PIC 9(08) VALUE 0.
       01  WS-HAY-NOCHE PIC A(1) VALUE 'N'.
           88  WS-NOCHE-EN-CATALOGO VALUE 'S'.
       01  WS-CAT-NOCHE PIC X(50) VALUE SPACES.
       01  WS-RUTA-SALIDA-ARCHIVADA PIC X(80)
           VALUE "FicheroArchivado.txt".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "Archivo fechado del proceso de Fichero.txt"
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           ACCEPT WS-HORA-HOY FROM TIME
           ACCEPT WS-RUTA-FICHERO-PLANO
               FROM ENVIRONMENT "RUTA-FICHERO-PLANO"
           IF WS-RUTA-FICHERO-PLANO = SPACES
               MOVE "Fichero.txt" TO WS-RUTA-FICHERO-PLANO
           END-IF
           ACCEPT WS-RUTA-EXCEPCIONES
               FROM ENVIRONMENT "RUTA-EXCEPCIONES"
           IF WS-RUTA-EXCEPCIONES = SPACES
               MOVE "FicherosExcepciones.txt" TO WS-RUTA-EXCEPCIONES
           END-IF
           ACCEPT WS-RUTA-REGLAS FROM ENVIRONMENT "RUTA-REGLAS"
           IF WS-RUTA-REGLAS = SPACES
               MOVE "FicherosReglas.txt" TO WS-RUTA-REGLAS
           END-IF
           ACCEPT WS-RUTA-SALIDA FROM ENVIRONMENT "RUTA-SALIDA"
           IF WS-RUTA-SALIDA = SPACES
               MOVE "FicheroFiltrado.txt" TO WS-RUTA-SALIDA
           END-IF
           ACCEPT WS-RUTA-ARCHIVO FROM ENVIRONMENT "RUTA-ARCHIVO"
           ACCEPT WS-RUTA-CATALOGO FROM ENVIRONMENT "RUTA-CATALOGO"
           IF WS-RUTA-CATALOGO = SPACES
               MOVE "FicherosCatalogo.txt" TO WS-RUTA-CATALOGO
           END-IF
           ACCEPT WS-RUTA-PURGA FROM ENVIRONMENT "RUTA-PURGA"
           IF WS-RUTA-PURGA = SPACES
               MOVE "FicherosPurga.txt" TO WS-RUTA-PURGA
           END-IF
           ACCEPT WS-MODO-ARCHIVO FROM ENVIRONMENT "MODO-ARCHIVO"

           IF WS-MODO-REPONER
               PERFORM REPONER-NOCHE
           ELSE
               PERFORM ARCHIVAR-NOCHE
           END-IF

           IF WS-CON-ERROR
               MOVE 8 TO RETURN-CODE
           END-IF

           STOP RUN.

      *Archiva los cuatro ficheros de la noche bajo la fecha de hoy.
      *La entrega y la salida filtrada son imprescindibles; si falta
      *alguna, la noche no se cataloga. Las excepciones y las reglas
      *pueden no existir (noche sin rechazos, filtro clasico): se
      *archivan vacias para que un reproceso las encuentre igual.
       ARCHIVAR-NOCHE.
           MOVE WS-FECHA-HOY TO WS-FECHA-ARCHIVO
           MOVE WS-RUTA-FICHERO-PLANO TO WS-RUTA-ORIGEN
           MOVE "Entrega_" TO WS-NOMBRE-ARCHIVO
           PERFORM COPIAR-AL-ARCHIVO
           IF NOT WS-CON-ORIGEN
               DISPLAY "ERROR: NO SE ENCUENTRA LA ENTREGA "
                   FUNCTION TRIM(WS-RUTA-ORIGEN)
               MOVE 'S' TO WS-HAY-ERROR
           END-IF
           MOVE WS-COPIADOS TO WS-CAT-ENTREGA

           MOVE WS-RUTA-EXCEPCIONES TO WS-RUTA-ORIGEN
           MOVE "Excepciones_" TO WS-NOMBRE-ARCHIVO
           PERFORM COPIAR-AL-ARCHIVO
           MOVE WS-COPIADOS TO WS-CAT-EXCEPCIONES

           MOVE WS-RUTA-REGLAS TO WS-RUTA-ORIGEN
           MOVE "Reglas_" TO WS-NOMBRE-ARCHIVO
           PERFORM COPIAR-AL-ARCHIVO
           MOVE WS-COPIADOS TO WS-CAT-REGLAS

           MOVE WS-RUTA-SALIDA TO WS-RUTA-ORIGEN
           MOVE "Filtrado_" TO WS-NOMBRE-ARCHIVO
           PERFORM COPIAR-AL-ARCHIVO
           IF NOT WS-CON-ORIGEN
               DISPLAY "ERROR: NO SE ENCUENTRA LA SALIDA FILTRADA "
                   FUNCTION TRIM(WS-RUTA-ORIGEN)
               MOVE 'S' TO WS-HAY-ERROR
           END-IF
           MOVE WS-COPIADOS TO WS-CAT-FILTRADOS

           IF WS-CON-ERROR
               DISPLAY "*** NOCHE " WS-FECHA-HOY
                   " NO ARCHIVADA ***"
           ELSE
               MOVE WS-FECHA-HOY TO WS-CAT-FECHA
               MOVE WS-HORA-HOY TO WS-CAT-HORA
               MOVE "ARCHIVADA" TO WS-CAT-ESTADO
               PERFORM ACTUALIZAR-CATALOGO
               DISPLAY "NOCHE " WS-FECHA-HOY " ARCHIVADA: ENTREGA "
                   WS-CAT-ENTREGA " EXCEPCIONES " WS-CAT-EXCEPCIONES
                   " REGLAS " WS-CAT-REGLAS " FILTRADOS "
                   WS-CAT-FILTRADOS
           END-IF.

      *Copia WS-RUTA-ORIGEN al archivo como WS-NOMBRE-ARCHIVO +
      *fecha + ".txt".
       COPIAR-AL-ARCHIVO.
           PERFORM COMPONER-RUTA-ARCHIVO
           PERFORM COPIAR-FICHERO.

       COMPONER-RUTA-ARCHIVO.
           MOVE SPACES TO WS-RUTA-DESTINO
           STRING WS-RUTA-ARCHIVO DELIMITED BY SPACE
                  WS-NOMBRE-ARCHIVO DELIMITED BY SPACE
                  WS-FECHA-ARCHIVO DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
               INTO WS-RUTA-DESTINO.

      *Copia linea a linea WS-RUTA-ORIGEN en WS-RUTA-DESTINO. El
      *destino se crea siempre, aunque el origen no exista.
       COPIAR-FICHERO.
           MOVE 0 TO WS-COPIADOS
           MOVE 'N' TO WS-HAY-ORIGEN
           OPEN OUTPUT DESTINOFILE.
           IF NOT WS-DESTINO-STATUS-OK
               DISPLAY "ERROR: NO SE PUDO CREAR "
                   FUNCTION TRIM(WS-RUTA-DESTINO)
                   " - FILE STATUS " WS-DESTINO-STATUS
               MOVE 'S' TO WS-HAY-ERROR
           ELSE
               OPEN INPUT ORIGENFILE
               IF WS-ORIGEN-STATUS-OK
                   MOVE 'S' TO WS-HAY-ORIGEN
                   MOVE 'N' TO WS-EOF
                   PERFORM COPIAR-SIGUIENTE-LINEA UNTIL WS-EOF = 'Y'
                   CLOSE ORIGENFILE
               ELSE
                   DISPLAY "AVISO: NO EXISTE "
                       FUNCTION TRIM(WS-RUTA-ORIGEN)
                       ", SE ARCHIVA VACIO"
               END-IF
               CLOSE DESTINOFILE
           END-IF.

       COPIAR-SIGUIENTE-LINEA.
           READ ORIGENFILE
               AT END MOVE 'Y' TO WS-EOF
               NOT AT END
                   MOVE REG-ORIGEN TO REG-DESTINO
                   WRITE REG-DESTINO
                   ADD 1 TO WS-COPIADOS
           END-READ.

      *Reescribe el catalogo a traves de la copia de trabajo: las
      *noches archivadas que han superado la retencion pasan a
      *PURGADA y sus cuatro archivos van a la lista de purga que
      *borra el paso siguiente del JCL; al final se anade la noche
      *de hoy. Si la noche ya estaba archivada hoy (job resometido)
      *su linea anterior se sustituye por la nueva.
       ACTUALIZAR-CATALOGO.
           ACCEPT WS-RETENCION-TEXTO FROM ENVIRONMENT "RETENCION-DIAS"
           IF WS-RETENCION-TEXTO NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-RETENCION-TEXTO)
                   TO WS-RETENCION-DIAS
           END-IF
           IF WS-RETENCION-DIAS > 0
               COMPUTE WS-FECHA-LIMITE = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-FECHA-HOY)
                   - WS-RETENCION-DIAS)
           ELSE
               MOVE 0 TO WS-FECHA-LIMITE
           END-IF
           DISPLAY "RETENCION DEL ARCHIVO: " WS-RETENCION-DIAS
               " DIAS (SE PURGA LO ANTERIOR A " WS-FECHA-LIMITE ")"

           MOVE SPACES TO WS-RUTA-CAT-NUEVO
           STRING FUNCTION TRIM(WS-RUTA-CATALOGO) ".nuevo"
               DELIMITED BY SIZE INTO WS-RUTA-CAT-NUEVO
           OPEN OUTPUT CATNUEVOFILE
           OPEN OUTPUT PURGAFILE
           IF NOT WS-CATNUEVO-STATUS-OK OR NOT WS-PURGA-STATUS-OK
               DISPLAY "ERROR: NO SE PUDO ACTUALIZAR EL CATALOGO "
                   FUNCTION TRIM(WS-RUTA-CATALOGO) " - FILE STATUS "
                   WS-CATNUEVO-STATUS " / " WS-PURGA-STATUS
               MOVE 'S' TO WS-HAY-ERROR
           ELSE
               OPEN INPUT CATALOGOFILE
               IF WS-CATALOGO-STATUS-OK
                   MOVE 'N' TO WS-EOF
                   PERFORM REVISAR-SIGUIENTE-NOCHE UNTIL WS-EOF = 'Y'
                   CLOSE CATALOGOFILE
               END-IF
               MOVE WS-CAT-ACTUAL TO REG-CAT-NUEVO
               WRITE REG-CAT-NUEVO
               CLOSE CATNUEVOFILE
               CLOSE PURGAFILE
               MOVE WS-RUTA-CAT-NUEVO TO WS-RUTA-ORIGEN
               MOVE WS-RUTA-CATALOGO TO WS-RUTA-DESTINO
               PERFORM COPIAR-FICHERO
               DISPLAY "NOCHES PURGADAS POR RETENCION: "
                   WS-NOCHES-PURGADAS
           END-IF.

       REVISAR-SIGUIENTE-NOCHE.
           READ CATALOGOFILE
               AT END MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF CAT-FECHA = WS-FECHA-HOY
                       CONTINUE
                   ELSE
                       IF CAT-ARCHIVADA AND CAT-FECHA < WS-FECHA-LIMITE
                           PERFORM PURGAR-NOCHE
                       END-IF
                       MOVE REG-CATALOGO TO REG-CAT-NUEVO
                       WRITE REG-CAT-NUEVO
                   END-IF
           END-READ.

       PURGAR-NOCHE.
           MOVE CAT-FECHA TO WS-FECHA-ARCHIVO
           MOVE "Entrega_" TO WS-NOMBRE-ARCHIVO
           PERFORM ANOTAR-PURGA
           MOVE "Excepciones_" TO WS-NOMBRE-ARCHIVO
           PERFORM ANOTAR-PURGA
           MOVE "Reglas_" TO WS-NOMBRE-ARCHIVO
           PERFORM ANOTAR-PURGA
           MOVE "Filtrado_" TO WS-NOMBRE-ARCHIVO
           PERFORM ANOTAR-PURGA
           MOVE "PURGADA" TO CAT-ESTADO
           ADD 1 TO WS-NOCHES-PURGADAS
           DISPLAY "NOCHE " CAT-FECHA " PURGADA POR RETENCION".

       ANOTAR-PURGA.
           PERFORM COMPONER-RUTA-ARCHIVO
           MOVE WS-RUTA-DESTINO TO REG-PURGA
           WRITE REG-PURGA.

      *Recupera una noche archivada para reprocesarla: la entrega y
      *las reglas de aquella noche pasan a las rutas de trabajo del
      *reproceso (RUTA-FICHERO-PLANO y RUTA-REGLAS del job FICHREPR,
      *nunca las de produccion), y la salida que se envio aquella
      *noche a RUTA-SALIDA-ARCHIVADA para poder compararla.
       REPONER-NOCHE.
           ACCEPT WS-FECHA-TEXTO FROM ENVIRONMENT "FECHA-REPROCESO"
           IF WS-FECHA-TEXTO IS NOT NUMERIC
               DISPLAY "ERROR: FECHA-REPROCESO NO VALIDA ("
                   WS-FECHA-TEXTO "), DEBE SER AAAAMMDD"
               MOVE 'S' TO WS-HAY-ERROR
           ELSE
               MOVE WS-FECHA-TEXTO TO WS-FECHA-REPROCESO
               PERFORM BUSCAR-NOCHE
           END-IF
           IF NOT WS-CON-ERROR
               ACCEPT WS-RUTA-SALIDA-ARCHIVADA
                   FROM ENVIRONMENT "RUTA-SALIDA-ARCHIVADA"
               IF WS-RUTA-SALIDA-ARCHIVADA = SPACES
                   MOVE "FicheroArchivado.txt"
                       TO WS-RUTA-SALIDA-ARCHIVADA
               END-IF
               MOVE WS-FECHA-REPROCESO TO WS-FECHA-ARCHIVO
               MOVE "Entrega_" TO WS-NOMBRE-ARCHIVO
               MOVE WS-RUTA-FICHERO-PLANO TO WS-RUTA-REPUESTA
               PERFORM REPONER-FICHERO
               MOVE "Reglas_" TO WS-NOMBRE-ARCHIVO
               MOVE WS-RUTA-REGLAS TO WS-RUTA-REPUESTA
               PERFORM REPONER-FICHERO
               MOVE "Filtrado_" TO WS-NOMBRE-ARCHIVO
               MOVE WS-RUTA-SALIDA-ARCHIVADA TO WS-RUTA-REPUESTA
               PERFORM REPONER-FICHERO
           END-IF
           IF WS-CON-ERROR
               DISPLAY "*** NOCHE " WS-FECHA-TEXTO
                   " NO REPUESTA, NO SE PUEDE REPROCESAR ***"
           ELSE
               MOVE WS-CAT-NOCHE TO REG-CATALOGO
               DISPLAY "NOCHE " WS-FECHA-REPROCESO
                   " REPUESTA PARA REPROCESO. AQUELLA NOCHE: ENTREGA "
                   CAT-ENTREGA " FILTRADOS " CAT-FILTRADOS
           END-IF.

      *Ultima linea del catalogo de la noche pedida: tiene que estar
      *archivada y no purgada.
       BUSCAR-NOCHE.
           OPEN INPUT CATALOGOFILE.
           IF WS-CATALOGO-STATUS-OK
               MOVE 'N' TO WS-EOF
               PERFORM BUSCAR-SIGUIENTE-NOCHE UNTIL WS-EOF = 'Y'
               CLOSE CATALOGOFILE
           END-IF
           IF NOT WS-NOCHE-EN-CATALOGO
               DISPLAY "ERROR: LA NOCHE " WS-FECHA-REPROCESO
                   " NO ESTA EN EL CATALOGO "
                   FUNCTION TRIM(WS-RUTA-CATALOGO)
               MOVE 'S' TO WS-HAY-ERROR
           ELSE
               MOVE WS-CAT-NOCHE TO REG-CATALOGO
               IF NOT CAT-ARCHIVADA
                   DISPLAY "ERROR: LA NOCHE " WS-FECHA-REPROCESO
                       " ESTA EN ESTADO " CAT-ESTADO
                   MOVE 'S' TO WS-HAY-ERROR
               END-IF
           END-IF.

       BUSCAR-SIGUIENTE-NOCHE.
           READ CATALOGOFILE
               AT END MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF CAT-FECHA = WS-FECHA-REPROCESO
                       MOVE 'S' TO WS-HAY-NOCHE
                       MOVE REG-CATALOGO TO WS-CAT-NOCHE
                   END-IF
           END-READ.

      *Copia un archivo de la noche (WS-NOMBRE-ARCHIVO) a la ruta de
      *trabajo que llega en WS-RUTA-REPUESTA.
       REPONER-FICHERO.
           PERFORM COMPONER-RUTA-ARCHIVO
           MOVE WS-RUTA-DESTINO TO WS-RUTA-ORIGEN
           MOVE WS-RUTA-REPUESTA TO WS-RUTA-DESTINO
           PERFORM COPIAR-FICHERO
           IF NOT WS-CON-ORIGEN
               DISPLAY "ERROR: FALTA EN EL ARCHIVO "
                   FUNCTION TRIM(WS-RUTA-ORIGEN)
               MOVE 'S' TO WS-HAY-ERROR
           ELSE
               DISPLAY "REPUESTO " FUNCTION TRIM(WS-RUTA-ORIGEN)
                   " EN " FUNCTION TRIM(WS-RUTA-DESTINO)
                   " (" WS-COPIADOS " LINEAS)"
           END-IF.

       END PROGRAM FicherosArchivo.
