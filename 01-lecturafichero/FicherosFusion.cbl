      ******************************************************************
      * Author:
      * Date:
      * Purpose: Fusion de la ejecucion por particiones del proceso
      *          nocturno de Fichero.idx: comprueba que todas las
      *          particiones del fichero de control terminaron hoy,
      *          une sus salidas en FicheroFiltrado.txt en orden de
      *          clave y suma sus contadores en el resumen
      *          (FicherosResumen.txt) y en el historial de
      *          ejecuciones, de modo que el resultado es el mismo
      *          que el de una pasada unica de Ficheros.cbl.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FicherosFusion.
      *MODIFICACIONES
      *15/10/2026 - ALTA INICIAL, PASO FUSION DE FICHPROC TRAS LOS
      *             PASOS DE PARTICION.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.
       OBJECT-COMPUTER.
       SPECIAL-NAMES.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *Fichero de control de particiones, el mismo que lee cada paso
      *de particion. Se toma de la variable de entorno
      *RUTA-PARTICIONES.
           SELECT PARTICIONESFILE ASSIGN TO DYNAMIC WS-RUTA-PARTICIONES
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PARTIC-STATUS.
      *Salida y resumen de cada particion: RUTA-SALIDA y
      *RUTA-RESUMEN + "." + identificador de la particion.
           SELECT PARTSALIDAFILE ASSIGN TO DYNAMIC WS-RUTA-PART-SALIDA
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PARTSAL-STATUS.
           SELECT PARTRESUMENFILE
           ASSIGN TO DYNAMIC WS-RUTA-PART-RESUMEN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PARTRES-STATUS.
      *Salida unida, la misma que deja una pasada unica.
           SELECT OUTFILE ASSIGN TO DYNAMIC WS-RUTA-OUTFILE
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FILE-STATUS-OUT.
      *Resumen conjunto para el paso NOTIFICA.
           SELECT RESUMENFILE ASSIGN TO DYNAMIC WS-RUTA-RESUMEN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RESUMEN-STATUS.
      *Historial permanente de ejecuciones.
           SELECT HISTORIALFILE ASSIGN TO DYNAMIC WS-RUTA-HISTORIAL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HISTORIAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD PARTICIONESFILE.
       01  REG-PARTICION.
           02  PAR-ID               PIC X(02).
           02  FILLER               PIC X(01).
           02  PAR-DESDE            PIC X(01).
           02  FILLER               PIC X(01).
           02  PAR-HASTA            PIC X(01).
           02  FILLER               PIC X(74).

       FD PARTSALIDAFILE.
       01  REG-PART-SALIDA.
           02  LETRAS-PART          PIC A(10).

       FD PARTRESUMENFILE.
       01  REG-PART-RESUMEN.
           02  PRS-FECHA            PIC 9(08).
           02  PRS-LEIDOS           PIC 9(07).
           02  PRS-FILTRADOS        PIC 9(07).
           02  PRS-REINICIO         PIC A(01).
           02  PRS-ESTADO           PIC X(10).
           02  PRS-HORA-INICIO      PIC 9(08).
           02  PRS-HORA-FIN         PIC 9(08).

       FD OUTFILE.
       01  REG-OUTFILE.
           02  LETRAS-OUT           PIC A(10).

       FD RESUMENFILE.
       01  REG-RESUMEN.
           02  RES-FECHA            PIC 9(08).
           02  RES-LEIDOS           PIC 9(07).
           02  RES-FILTRADOS        PIC 9(07).
           02  RES-REINICIO         PIC A(01).
           02  RES-ESTADO           PIC X(10).
           02  RES-HORA-INICIO      PIC 9(08).
           02  RES-HORA-FIN         PIC 9(08).

       FD HISTORIALFILE.
       01  REG-HISTORIAL.
           02  HIS-FECHA            PIC 9(08).
           02  HIS-HORA-INICIO      PIC 9(08).
           02  HIS-HORA-FIN         PIC 9(08).
           02  HIS-LEIDOS           PIC 9(07).
           02  HIS-FILTRADOS        PIC 9(07).
           02  HIS-REINICIO         PIC A(01).
           02  HIS-ESTADO           PIC X(10).
           02  HIS-ALTAS-DELTA      PIC 9(07).
           02  HIS-BAJAS-DELTA      PIC 9(07).
           02  HIS-CAMBIOS-DELTA    PIC 9(07).

       WORKING-STORAGE SECTION.
       COPY FILESTAT REPLACING NIVEL-FS BY 01
           FS-CAMPO BY WS-PARTIC-STATUS
           FS-OK BY WS-PARTIC-STATUS-OK
           FS-FIN-FICHERO BY WS-PARTIC-STATUS-FIN
           FS-CLAVE-DUPLICADA BY WS-PARTIC-STATUS-DUP
           FS-REGISTRO-NO-ENCONTRADO BY WS-PARTIC-STATUS-NOTFOUND
           FS-FICHERO-NO-EXISTE BY WS-PARTIC-STATUS-NOEXISTE
           FS-REGISTRO-BLOQUEADO BY WS-PARTIC-STATUS-BLOQUEADO
           FS-DATOS-INVALIDOS BY WS-PARTIC-STATUS-INVALIDOS.
       COPY FILESTAT REPLACING NIVEL-FS BY 01
           FS-CAMPO BY WS-PARTSAL-STATUS
           FS-OK BY WS-PARTSAL-STATUS-OK
           FS-FIN-FICHERO BY WS-PARTSAL-STATUS-FIN
           FS-CLAVE-DUPLICADA BY WS-PARTSAL-STATUS-DUP
           FS-REGISTRO-NO-ENCONTRADO BY WS-PARTSAL-STATUS-NOTFOUND
           FS-FICHERO-NO-EXISTE BY WS-PARTSAL-STATUS-NOEXISTE
           FS-REGISTRO-BLOQUEADO BY WS-PARTSAL-STATUS-BLOQUEADO
           FS-DATOS-INVALIDOS BY WS-PARTSAL-STATUS-INVALIDOS.
       COPY FILESTAT REPLACING NIVEL-FS BY 01
           FS-CAMPO BY WS-PARTRES-STATUS
           FS-OK BY WS-PARTRES-STATUS-OK
           FS-FIN-FICHERO BY WS-PARTRES-STATUS-FIN
           FS-CLAVE-DUPLICADA BY WS-PARTRES-STATUS-DUP
           FS-REGISTRO-NO-ENCONTRADO BY WS-PARTRES-STATUS-NOTFOUND
           FS-FICHERO-NO-EXISTE BY WS-PARTRES-STATUS-NOEXISTE
           FS-REGISTRO-BLOQUEADO BY WS-PARTRES-STATUS-BLOQUEADO
           FS-DATOS-INVALIDOS BY WS-PARTRES-STATUS-INVALIDOS.
       COPY FILESTAT REPLACING NIVEL-FS BY 01
           FS-CAMPO BY WS-FILE-STATUS-OUT
           FS-OK BY WS-FILE-STATUS-OUT-OK
           FS-FIN-FICHERO BY WS-FILE-STATUS-OUT-FIN
           FS-CLAVE-DUPLICADA BY WS-FILE-STATUS-OUT-DUP
           FS-REGISTRO-NO-ENCONTRADO BY WS-FILE-STATUS-OUT-NOTFOUND
           FS-FICHERO-NO-EXISTE BY WS-FILE-STATUS-OUT-NOEXISTE
           FS-REGISTRO-BLOQUEADO BY WS-FILE-STATUS-OUT-BLOQUEADO
           FS-DATOS-INVALIDOS BY WS-FILE-STATUS-OUT-INVALIDOS.
       COPY FILESTAT REPLACING NIVEL-FS BY 01
           FS-CAMPO BY WS-RESUMEN-STATUS
           FS-OK BY WS-RESUMEN-STATUS-OK
           FS-FIN-FICHERO BY WS-RESUMEN-STATUS-FIN
           FS-CLAVE-DUPLICADA BY WS-RESUMEN-STATUS-DUP
           FS-REGISTRO-NO-ENCONTRADO BY WS-RESUMEN-STATUS-NOTFOUND
           FS-FICHERO-NO-EXISTE BY WS-RESUMEN-STATUS-NOEXISTE
           FS-REGISTRO-BLOQUEADO BY WS-RESUMEN-STATUS-BLOQUEADO
           FS-DATOS-INVALIDOS BY WS-RESUMEN-STATUS-INVALIDOS.
       COPY FILESTAT REPLACING NIVEL-FS BY 01
           FS-CAMPO BY WS-HISTORIAL-STATUS
           FS-OK BY WS-HISTORIAL-STATUS-OK
           FS-FIN-FICHERO BY WS-HISTORIAL-STATUS-FIN
           FS-CLAVE-DUPLICADA BY WS-HISTORIAL-STATUS-DUP
           FS-REGISTRO-NO-ENCONTRADO BY WS-HISTORIAL-STATUS-NOTFOUND
           FS-FICHERO-NO-EXISTE BY WS-HISTORIAL-STATUS-NOEXISTE
           FS-REGISTRO-BLOQUEADO BY WS-HISTORIAL-STATUS-BLOQUEADO
           FS-DATOS-INVALIDOS BY WS-HISTORIAL-STATUS-INVALIDOS.

       01  WS-RUTA-PARTICIONES PIC X(80)
           VALUE "FicherosParticiones.txt".
       01  WS-RUTA-OUTFILE PIC X(80) VALUE "FicheroFiltrado.txt".
       01  WS-RUTA-RESUMEN PIC X(80) VALUE "FicherosResumen.txt".
       01  WS-RUTA-HISTORIAL PIC X(80)
           VALUE "HISTORIAL_EJECUCIONES.TXT".
       01  WS-RUTA-PART-SALIDA PIC X(80) VALUE SPACES.
       01  WS-RUTA-PART-RESUMEN PIC X(80) VALUE SPACES.
       01  WS-FECHA-HOY PIC 9(08) VALUE 0.
       01  WS-HORA-FIN PIC 9(08) VALUE 0.
       01  WS-EOF PIC A(1) VALUE 'N'.
       01  WS-HAY-ERROR PIC A(1) VALUE 'N'.
           88  WS-CON-ERROR VALUE 'S'.
      *Particiones del fichero de control, en su orden, con lo que
      *cada una dejo en su resumen propio.
       01  WS-TABLA-PARTICIONES.
           02  WS-NUM-PARTICIONES   PIC 9(02) VALUE 0.
           02  WS-PARTICION OCCURS 26 TIMES.
               03  WS-PART-ID       PIC X(02).
               03  WS-PART-DESDE    PIC X(01).
               03  WS-PART-HASTA    PIC X(01).
               03  WS-PART-LEIDOS   PIC 9(07).
               03  WS-PART-FILTRADOS PIC 9(07).
               03  WS-PART-REINICIO PIC A(01).
               03  WS-PART-HORA-INICIO PIC 9(08).
               03  WS-PART-HORA-FIN PIC 9(08).
       01  WS-IND-PARTICION PIC 9(02) COMP VALUE 0.
      *Posicion de las iniciales en el alfabeto, para comprobar que
      *los tramos son consecutivos: de A a Z sin huecos ni solapes.
       01  WS-ALFABETO PIC X(26) VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
       01  WS-POSICION-DESDE PIC 9(02) COMP VALUE 0.
       01  WS-POSICION-HASTA PIC 9(02) COMP VALUE 0.
       01  WS-POSICION-ANTERIOR PIC 9(02) COMP VALUE 0.
       01  WS-ULTIMA-CLAVE PIC X(10) VALUE LOW-VALUES.
       01  WS-COPIADOS-PARTICION PIC 9(07) VALUE 0.
       01  WS-TOTAL-LEIDOS PIC 9(07) VALUE 0.
       01  WS-TOTAL-FILTRADOS PIC 9(07) VALUE 0.
       01  WS-REINICIO PIC A(1) VALUE 'N'.
       01  WS-HORA-INICIO PIC 9(08) VALUE 99999999.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "Fusion de particiones del proceso de Fichero.idx"
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           ACCEPT WS-RUTA-PARTICIONES
               FROM ENVIRONMENT "RUTA-PARTICIONES"
           IF WS-RUTA-PARTICIONES = SPACES
               MOVE "FicherosParticiones.txt" TO WS-RUTA-PARTICIONES
           END-IF
           ACCEPT WS-RUTA-OUTFILE FROM ENVIRONMENT "RUTA-SALIDA"
           IF WS-RUTA-OUTFILE = SPACES
               MOVE "FicheroFiltrado.txt" TO WS-RUTA-OUTFILE
           END-IF
           ACCEPT WS-RUTA-RESUMEN FROM ENVIRONMENT "RUTA-RESUMEN"
           IF WS-RUTA-RESUMEN = SPACES
               MOVE "FicherosResumen.txt" TO WS-RUTA-RESUMEN
           END-IF
           ACCEPT WS-RUTA-HISTORIAL FROM ENVIRONMENT "RUTA-HISTORIAL"
           IF WS-RUTA-HISTORIAL = SPACES
               MOVE "HISTORIAL_EJECUCIONES.TXT" TO WS-RUTA-HISTORIAL
           END-IF

           PERFORM CARGAR-PARTICIONES
           IF NOT WS-CON-ERROR
               PERFORM COMPROBAR-RESUMEN-PARTICION
                   VARYING WS-IND-PARTICION FROM 1 BY 1
                   UNTIL WS-IND-PARTICION > WS-NUM-PARTICIONES
           END-IF
           IF NOT WS-CON-ERROR
               PERFORM FUSIONAR-SALIDAS
           END-IF

           IF WS-CON-ERROR
               DISPLAY "*** FUSION NO REALIZADA: "
                   FUNCTION TRIM(WS-RUTA-OUTFILE)
                   " NO SE HA GENERADO ***"
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY "PARTICIONES FUSIONADAS: " WS-NUM-PARTICIONES
               DISPLAY "REGISTROS LEIDOS: " WS-TOTAL-LEIDOS
               DISPLAY "REGISTROS ESCRITOS EN SALIDA: "
                   WS-TOTAL-FILTRADOS
               PERFORM GRABAR-RESUMEN
               PERFORM GRABAR-HISTORIAL
               PERFORM MARCAR-FUSIONADA
                   VARYING WS-IND-PARTICION FROM 1 BY 1
                   UNTIL WS-IND-PARTICION > WS-NUM-PARTICIONES
           END-IF

           STOP RUN.

      *Carga y valida el fichero de control: las particiones deben
      *cubrir de la A a la Z, en orden y sin huecos ni solapes, que
      *es lo que garantiza que la union de sus salidas sea la misma
      *que la de una pasada unica.
       CARGAR-PARTICIONES.
           OPEN INPUT PARTICIONESFILE.
           IF NOT WS-PARTIC-STATUS-OK
               DISPLAY "ERROR: NO SE PUDO ABRIR EL FICHERO DE "
                   "PARTICIONES " WS-RUTA-PARTICIONES
                   " - FILE STATUS " WS-PARTIC-STATUS
               MOVE 'S' TO WS-HAY-ERROR
           ELSE
               PERFORM CARGAR-SIGUIENTE-PARTICION
                   UNTIL WS-PARTIC-STATUS-FIN
               CLOSE PARTICIONESFILE
               IF WS-NUM-PARTICIONES = 0
                   DISPLAY "ERROR: FICHERO DE PARTICIONES VACIO"
                   MOVE 'S' TO WS-HAY-ERROR
               ELSE
                   IF WS-POSICION-ANTERIOR NOT = 26
                       DISPLAY "ERROR: LA ULTIMA PARTICION NO "
                           "LLEGA HASTA LA Z"
                       MOVE 'S' TO WS-HAY-ERROR
                   END-IF
               END-IF
           END-IF.

       CARGAR-SIGUIENTE-PARTICION.
           READ PARTICIONESFILE
               AT END CONTINUE
               NOT AT END
                   IF PAR-ID(1:1) NOT = "*" AND PAR-ID NOT = SPACES
                       PERFORM VALIDAR-PARTICION
                   END-IF
           END-READ.

       VALIDAR-PARTICION.
           IF WS-NUM-PARTICIONES = 26
               DISPLAY "ERROR: MAS DE 26 PARTICIONES, IGNORADA "
                   PAR-ID
               MOVE 'S' TO WS-HAY-ERROR
           ELSE
               ADD 1 TO WS-NUM-PARTICIONES
               MOVE WS-NUM-PARTICIONES TO WS-IND-PARTICION
               MOVE PAR-ID TO WS-PART-ID(WS-IND-PARTICION)
               MOVE PAR-DESDE TO WS-PART-DESDE(WS-IND-PARTICION)
               MOVE PAR-HASTA TO WS-PART-HASTA(WS-IND-PARTICION)
               MOVE 0 TO WS-POSICION-DESDE
               INSPECT WS-ALFABETO TALLYING WS-POSICION-DESDE
                   FOR CHARACTERS BEFORE INITIAL PAR-DESDE
               ADD 1 TO WS-POSICION-DESDE
               MOVE 0 TO WS-POSICION-HASTA
               INSPECT WS-ALFABETO TALLYING WS-POSICION-HASTA
                   FOR CHARACTERS BEFORE INITIAL PAR-HASTA
               ADD 1 TO WS-POSICION-HASTA
               DISPLAY "PARTICION " PAR-ID " DE " PAR-DESDE
                   " A " PAR-HASTA
               IF WS-POSICION-DESDE > 26 OR WS-POSICION-HASTA > 26
                   OR WS-POSICION-HASTA < WS-POSICION-DESDE
                   DISPLAY "ERROR: TRAMO NO VALIDO EN LA PARTICION "
                       PAR-ID
                   MOVE 'S' TO WS-HAY-ERROR
               ELSE
                   IF WS-POSICION-DESDE NOT = WS-POSICION-ANTERIOR + 1
                       DISPLAY "ERROR: LA PARTICION " PAR-ID
                           " NO EMPIEZA DONDE ACABA LA ANTERIOR"
                       MOVE 'S' TO WS-HAY-ERROR
                   END-IF
               END-IF
               MOVE WS-POSICION-HASTA TO WS-POSICION-ANTERIOR
           END-IF.

      *Cada particion debe haber dejado hoy su resumen propio en
      *estado COMPLETO (o FUSIONADO, si es esta misma fusion la que
      *se repite). Si falta alguna, no se publica nada: hay que
      *resometer el job para que corra la particion pendiente.
       COMPROBAR-RESUMEN-PARTICION.
           MOVE SPACES TO WS-RUTA-PART-RESUMEN
           STRING FUNCTION TRIM(WS-RUTA-RESUMEN) "."
                  WS-PART-ID(WS-IND-PARTICION)
               DELIMITED BY SIZE INTO WS-RUTA-PART-RESUMEN
           MOVE SPACES TO REG-PART-RESUMEN
           OPEN INPUT PARTRESUMENFILE.
           IF WS-PARTRES-STATUS-OK
               READ PARTRESUMENFILE
                   AT END MOVE SPACES TO REG-PART-RESUMEN
               END-READ
               CLOSE PARTRESUMENFILE
           END-IF
           IF PRS-FECHA NOT = WS-FECHA-HOY
               OR (PRS-ESTADO NOT = "COMPLETO"
                   AND PRS-ESTADO NOT = "FUSIONADO")
               DISPLAY "ERROR: LA PARTICION "
                   WS-PART-ID(WS-IND-PARTICION)
                   " NO HA TERMINADO HOY ("
                   FUNCTION TRIM(WS-RUTA-PART-RESUMEN) ")"
               MOVE 'S' TO WS-HAY-ERROR
           ELSE
               MOVE PRS-LEIDOS TO WS-PART-LEIDOS(WS-IND-PARTICION)
               MOVE PRS-FILTRADOS
                   TO WS-PART-FILTRADOS(WS-IND-PARTICION)
               MOVE PRS-REINICIO TO WS-PART-REINICIO(WS-IND-PARTICION)
               MOVE PRS-HORA-INICIO
                   TO WS-PART-HORA-INICIO(WS-IND-PARTICION)
               MOVE PRS-HORA-FIN TO WS-PART-HORA-FIN(WS-IND-PARTICION)
               ADD PRS-LEIDOS TO WS-TOTAL-LEIDOS
               ADD PRS-FILTRADOS TO WS-TOTAL-FILTRADOS
               IF PRS-REINICIO = 'S'
                   MOVE 'S' TO WS-REINICIO
               END-IF
               IF PRS-HORA-INICIO < WS-HORA-INICIO
                   MOVE PRS-HORA-INICIO TO WS-HORA-INICIO
               END-IF
               DISPLAY "PARTICION " WS-PART-ID(WS-IND-PARTICION)
                   " LEIDOS " PRS-LEIDOS " FILTRADOS " PRS-FILTRADOS
                   " REINICIO " PRS-REINICIO
           END-IF.

      *Une las salidas de las particiones en el orden del fichero de
      *control, que es el orden de clave. Se comprueba de paso que
      *las claves siguen estrictamente ascendentes y que cada
      *particion aporta tantos registros como dice su resumen; si
      *algo no cuadra la salida unida se deja vacia.
       FUSIONAR-SALIDAS.
           OPEN OUTPUT OUTFILE.
           IF NOT WS-FILE-STATUS-OUT-OK
               DISPLAY "ERROR: NO SE PUDO CREAR " WS-RUTA-OUTFILE
                   " - FILE STATUS " WS-FILE-STATUS-OUT
               MOVE 'S' TO WS-HAY-ERROR
           ELSE
               PERFORM COPIAR-PARTICION
                   VARYING WS-IND-PARTICION FROM 1 BY 1
                   UNTIL WS-IND-PARTICION > WS-NUM-PARTICIONES
                   OR WS-CON-ERROR
               CLOSE OUTFILE
               IF WS-CON-ERROR
                   OPEN OUTPUT OUTFILE
                   CLOSE OUTFILE
               END-IF
           END-IF.

       COPIAR-PARTICION.
           MOVE SPACES TO WS-RUTA-PART-SALIDA
           STRING FUNCTION TRIM(WS-RUTA-OUTFILE) "."
                  WS-PART-ID(WS-IND-PARTICION)
               DELIMITED BY SIZE INTO WS-RUTA-PART-SALIDA
           MOVE 0 TO WS-COPIADOS-PARTICION
           OPEN INPUT PARTSALIDAFILE.
           IF WS-PARTSAL-STATUS-OK
               MOVE 'N' TO WS-EOF
               PERFORM COPIAR-SIGUIENTE-REGISTRO
                   UNTIL WS-EOF = 'Y' OR WS-CON-ERROR
               CLOSE PARTSALIDAFILE
           END-IF
           IF NOT WS-CON-ERROR
               AND WS-COPIADOS-PARTICION NOT =
                   WS-PART-FILTRADOS(WS-IND-PARTICION)
               DISPLAY "ERROR: LA SALIDA DE LA PARTICION "
                   WS-PART-ID(WS-IND-PARTICION) " TIENE "
                   WS-COPIADOS-PARTICION " REGISTROS Y SU RESUMEN "
                   WS-PART-FILTRADOS(WS-IND-PARTICION)
               MOVE 'S' TO WS-HAY-ERROR
           END-IF.

       COPIAR-SIGUIENTE-REGISTRO.
           READ PARTSALIDAFILE
               AT END MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF LETRAS-PART NOT > WS-ULTIMA-CLAVE
                       DISPLAY "ERROR: CLAVE FUERA DE ORDEN EN LA "
                           "PARTICION " WS-PART-ID(WS-IND-PARTICION)
                           ": " LETRAS-PART
                       MOVE 'S' TO WS-HAY-ERROR
                   ELSE
                       MOVE LETRAS-PART TO WS-ULTIMA-CLAVE
                       MOVE LETRAS-PART TO LETRAS-OUT
                       WRITE REG-OUTFILE
                       ADD 1 TO WS-COPIADOS-PARTICION
                   END-IF
           END-READ.

      *Resumen conjunto, con el mismo formato que el de una pasada
      *unica de Ficheros.cbl: es el que lee el paso NOTIFICA.
       GRABAR-RESUMEN.
           ACCEPT WS-HORA-FIN FROM TIME.
           OPEN OUTPUT RESUMENFILE.
           IF NOT WS-RESUMEN-STATUS-OK
               DISPLAY "AVISO: NO SE PUDO GRABAR EL RESUMEN DE "
                   "EJECUCION - FILE STATUS " WS-RESUMEN-STATUS
           ELSE
               MOVE WS-FECHA-HOY TO RES-FECHA
               MOVE WS-TOTAL-LEIDOS TO RES-LEIDOS
               MOVE WS-TOTAL-FILTRADOS TO RES-FILTRADOS
               MOVE WS-REINICIO TO RES-REINICIO
               MOVE "COMPLETO" TO RES-ESTADO
               MOVE WS-HORA-INICIO TO RES-HORA-INICIO
               MOVE WS-HORA-FIN TO RES-HORA-FIN
               WRITE REG-RESUMEN
               CLOSE RESUMENFILE
           END-IF.

      *Una sola linea de historial por noche, como la de una pasada
      *unica: desde el arranque de la primera particion hasta el fin
      *de la fusion, con los contadores sumados.
       GRABAR-HISTORIAL.
           OPEN EXTEND HISTORIALFILE.
           IF NOT WS-HISTORIAL-STATUS-OK
               AND NOT WS-HISTORIAL-STATUS = "05"
               CLOSE HISTORIALFILE
               OPEN OUTPUT HISTORIALFILE
           END-IF.
           IF WS-HISTORIAL-STATUS-OK OR WS-HISTORIAL-STATUS = "05"
               MOVE WS-FECHA-HOY TO HIS-FECHA
               MOVE WS-HORA-INICIO TO HIS-HORA-INICIO
               MOVE WS-HORA-FIN TO HIS-HORA-FIN
               MOVE WS-TOTAL-LEIDOS TO HIS-LEIDOS
               MOVE WS-TOTAL-FILTRADOS TO HIS-FILTRADOS
               MOVE WS-REINICIO TO HIS-REINICIO
               MOVE "COMPLETO" TO HIS-ESTADO
               MOVE 0 TO HIS-ALTAS-DELTA
               MOVE 0 TO HIS-BAJAS-DELTA
               MOVE 0 TO HIS-CAMBIOS-DELTA
               WRITE REG-HISTORIAL
               CLOSE HISTORIALFILE
           ELSE
               DISPLAY "AVISO: NO SE PUDO GRABAR EL HISTORIAL DE "
                   "EJECUCIONES - FILE STATUS " WS-HISTORIAL-STATUS
           END-IF.

      *Marca cada resumen de particion como FUSIONADO, para que un
      *nuevo lanzamiento del job vuelva a procesar todos los tramos
      *en vez de darlos por hechos.
       MARCAR-FUSIONADA.
           MOVE SPACES TO WS-RUTA-PART-RESUMEN
           STRING FUNCTION TRIM(WS-RUTA-RESUMEN) "."
                  WS-PART-ID(WS-IND-PARTICION)
               DELIMITED BY SIZE INTO WS-RUTA-PART-RESUMEN
           OPEN OUTPUT PARTRESUMENFILE.
           IF NOT WS-PARTRES-STATUS-OK
               DISPLAY "AVISO: NO SE PUDO MARCAR COMO FUSIONADA LA "
                   "PARTICION " WS-PART-ID(WS-IND-PARTICION)
                   " - FILE STATUS " WS-PARTRES-STATUS
           ELSE
               MOVE WS-FECHA-HOY TO PRS-FECHA
               MOVE WS-PART-LEIDOS(WS-IND-PARTICION) TO PRS-LEIDOS
               MOVE WS-PART-FILTRADOS(WS-IND-PARTICION)
                   TO PRS-FILTRADOS
               MOVE WS-PART-REINICIO(WS-IND-PARTICION)
                   TO PRS-REINICIO
               MOVE "FUSIONADO" TO PRS-ESTADO
               MOVE WS-PART-HORA-INICIO(WS-IND-PARTICION)
                   TO PRS-HORA-INICIO
               MOVE WS-PART-HORA-FIN(WS-IND-PARTICION)
                   TO PRS-HORA-FIN
               WRITE REG-PART-RESUMEN
               CLOSE PARTRESUMENFILE
           END-IF.

       END PROGRAM FicherosFusion.
