      *             CONTADORES DE DELTA (ALTAS, BAJAS Y CAMBIADOS)
      *             QUE RELLENA EL NUEVO PASO FICHEROSDELTA; LAS
      *             PASADAS DE ESTE PROGRAMA LOS GRABAN A CERO.
      *15/10/2026 - EJECUCION POR PARTICIONES: CON LA VARIABLE
      *             PARTICION DEFINIDA, EL PROGRAMA SOLO RECORRE EL
      *             TRAMO DE CLAVES QUE LE ASIGNA EL FICHERO DE
      *             CONTROL (RUTA-PARTICIONES) Y USA SALIDA,
      *             CHECKPOINT Y RESUMEN PROPIOS (RUTA + "." +
      *             PARTICION), DE MODO QUE UN FALLO SOLO OBLIGA A
      *             REPETIR SU TRAMO. EL HISTORIAL Y EL RESUMEN
      *             CONJUNTO LOS GRABA EL PASO FICHEROSFUSION. LA
      *             SALIDA PASA A TOMARSE DE RUTA-SALIDA Y EL
      *             RESUMEN GUARDA LAS HORAS DE INICIO Y FIN.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.
           SELECT HISTORIALFILE ASSIGN TO DYNAMIC WS-RUTA-HISTORIAL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HISTORIAL-STATUS.
      *Fichero de control de particiones: que tramo de claves, por
      *inicial, recorre cada paso de particion. Se toma de la
      *variable de entorno RUTA-PARTICIONES.
           SELECT PARTICIONESFILE ASSIGN TO DYNAMIC WS-RUTA-PARTICIONES
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PARTIC-STATUS.

       DATA DIVISION.
       FILE SECTION.
           02  RES-FILTRADOS        PIC 9(07).
           02  RES-REINICIO         PIC A(01).
           02  RES-ESTADO           PIC X(10).
           02  RES-HORA-INICIO      PIC 9(08).
           02  RES-HORA-FIN         PIC 9(08).

       FD HISTORIALFILE.
      *Los contadores de delta (altas/bajas/cambiados) los rellena
           02  HIS-BAJAS-DELTA      PIC 9(07).
           02  HIS-CAMBIOS-DELTA    PIC 9(07).

      *Una linea por particion, en orden ascendente de inicial, con
      *el formato "NN D H" (identificador, inicial desde y hasta).
      *Las lineas que empiezan por * son comentarios.
       FD PARTICIONESFILE.
       01  REG-PARTICION.
           02  PAR-ID               PIC X(02).
           02  FILLER               PIC X(01).
           02  PAR-DESDE            PIC X(01).
           02  FILLER               PIC X(01).
           02  PAR-HASTA            PIC X(01).
           02  FILLER               PIC X(74).

       WORKING-STORAGE SECTION.
       01  WKS-INFILE.
           02  WKS-LETRAS       PIC A(10).
       01  WS-INTERVALO-CHECKPOINT PIC 9(05) VALUE 50.
       01  WS-REINICIO PIC A(1) VALUE 'N'.
           88  WS-ES-REINICIO VALUE 'S'.
       COPY FILESTAT REPLACING NIVEL-FS BY 01
           FS-CAMPO BY WS-PARTIC-STATUS
           FS-OK BY WS-PARTIC-STATUS-OK
           FS-FIN-FICHERO BY WS-PARTIC-STATUS-FIN
           FS-CLAVE-DUPLICADA BY WS-PARTIC-STATUS-DUP
           FS-REGISTRO-NO-ENCONTRADO BY WS-PARTIC-STATUS-NOTFOUND
           FS-FICHERO-NO-EXISTE BY WS-PARTIC-STATUS-NOEXISTE
           FS-REGISTRO-BLOQUEADO BY WS-PARTIC-STATUS-BLOQUEADO
           FS-DATOS-INVALIDOS BY WS-PARTIC-STATUS-INVALIDOS.
      *Ejecucion por particiones. El tramo de claves de la particion
      *empieza en su inicial DESDE (la primera particion del fichero
      *de control, desde el principio de Fichero.idx) y acaba antes
      *de la inicial DESDE de la particion siguiente (la ultima,
      *hasta el final), asi que entre todas recorren Fichero.idx
      *completo sin huecos ni solapes, sea cual sea la secuencia de
      *ordenacion de las claves que no empiezan por letra.
       01  WS-RUTA-PARTICIONES PIC X(80)
           VALUE "FicherosParticiones.txt".
       01  WS-PARTICION PIC X(02) VALUE SPACES.
       01  WS-MODO-PARTICION PIC A(1) VALUE 'N'.
           88  WS-EN-PARTICION VALUE 'S'.
       01  WS-ESTADO-PARTICION PIC A(1) VALUE 'P'.
           88  WS-PARTICION-PENDIENTE VALUE 'P'.
           88  WS-PARTICION-HECHA VALUE 'H'.
           88  WS-PARTICION-ERRONEA VALUE 'E'.
       01  WS-PAR-BUSQUEDA PIC A(1) VALUE 'B'.
           88  WS-PAR-BUSCANDO VALUE 'B'.
           88  WS-PAR-ENCONTRADA VALUE 'E'.
           88  WS-PAR-CERRADA VALUE 'C'.
       01  WS-PAR-LINEAS PIC 9(02) VALUE 0.
       01  WS-LIMITE-DESDE PIC X(01) VALUE SPACE.
       01  WS-LIMITE-HASTA PIC X(01) VALUE SPACE.
       01  WS-HAY-LIMITE-INFERIOR PIC A(1) VALUE 'N'.
           88  WS-CON-LIMITE-INFERIOR VALUE 'S'.
       01  WS-HAY-LIMITE-SUPERIOR PIC A(1) VALUE 'N'.
           88  WS-CON-LIMITE-SUPERIOR VALUE 'S'.
       01  WS-RUTA-TRABAJO PIC X(80) VALUE SPACES.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "Lectura de Fichero"
           IF WS-RUTA-HISTORIAL = SPACES
               MOVE "HISTORIAL_EJECUCIONES.TXT" TO WS-RUTA-HISTORIAL
           END-IF
           ACCEPT WS-RUTA-OUTFILE FROM ENVIRONMENT "RUTA-SALIDA"
           IF WS-RUTA-OUTFILE = SPACES
               MOVE "FicheroFiltrado.txt" TO WS-RUTA-OUTFILE
           END-IF
           ACCEPT WS-PARTICION FROM ENVIRONMENT "PARTICION"
           IF WS-PARTICION NOT = SPACES
               PERFORM PREPARAR-PARTICION
               IF WS-PARTICION-ERRONEA OR WS-PARTICION-HECHA
                   STOP RUN
               END-IF
           END-IF

           PERFORM CARGAR-REGLAS
           PERFORM LEER-CHECKPOINT
                               WS-ULTIMA-LETRAS
                   END-START
               END-IF
               IF NOT WS-ES-REINICIO AND WS-CON-LIMITE-INFERIOR
                   MOVE WS-LIMITE-DESDE TO LETRAS
                   START INFILE KEY IS NOT LESS THAN LETRAS
                       INVALID KEY
                           MOVE 'Y' TO WS-EOF
                           DISPLAY "PARTICION " WS-PARTICION
                               ": NO HAY CLAVES EN SU TRAMO"
                   END-START
               END-IF
               IF WS-ES-REINICIO
                   OPEN EXTEND OUTFILE
               ELSE
                   READ INFILE INTO WKS-INFILE
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
      *                    UNA PARTICION TERMINA AL LLEGAR A LA
      *                    PRIMERA CLAVE DEL TRAMO SIGUIENTE.
                           IF WS-CON-LIMITE-SUPERIOR
                              AND WKS-LETRAS(1:1) NOT < WS-LIMITE-HASTA
                               MOVE 'Y' TO WS-EOF
                           ELSE
                               DISPLAY WKS-INFILE
                               ADD 1 TO WS-TOTAL-LEIDOS
      *                        EL CRITERIO DE EXTRACCION LO DECIDEN
      *                        LAS REGLAS CARGADAS AL ARRANQUE (O EL
      *                        FILTRO CLASICO SI NO HAY REGLAS).
                               PERFORM APLICAR-FILTRO
                               IF WS-PASA-FILTRO
                                   MOVE WKS-LETRAS TO LETRAS-OUT
                                   WRITE REG-OUTFILE
                                   ADD 1 TO WS-TOTAL-FILTRADOS
                               END-IF
                               PERFORM ACTUALIZAR-CHECKPOINT
                           END-IF
                   END-READ
               END-PERFORM
               IF WS-ES-REINICIO
               PERFORM BORRAR-CHECKPOINT
               PERFORM GRABAR-RESUMEN
               MOVE "COMPLETO" TO WS-ESTADO-FINAL
      *        LA LINEA DEL HISTORIAL DE UNA EJECUCION POR PARTICIONES
      *        LA GRABA FICHEROSFUSION CON LOS TOTALES DE TODAS.
               IF NOT WS-EN-PARTICION
                   PERFORM GRABAR-HISTORIAL
               END-IF
           END-IF.

           STOP RUN.

      *Prepara la ejecucion de una particion: busca su linea en el
      *fichero de control para fijar los limites del tramo, deriva
      *sus rutas propias de salida, checkpoint y resumen, y mira si
      *ya se completo hoy y solo falta la fusion, en cuyo caso no se
      *repite (asi, al resometer el job tras el fallo de una
      *particion, solo se vuelve a procesar el tramo afectado).
       PREPARAR-PARTICION.
           SET WS-EN-PARTICION TO TRUE
           OPEN INPUT PARTICIONESFILE.
           IF NOT WS-PARTIC-STATUS-OK
               DISPLAY "ERROR: NO SE PUDO ABRIR EL FICHERO DE "
                   "PARTICIONES " WS-RUTA-PARTICIONES
                   " - FILE STATUS " WS-PARTIC-STATUS
               SET WS-PARTICION-ERRONEA TO TRUE
           ELSE
               PERFORM LEER-SIGUIENTE-PARTICION
                   UNTIL WS-PARTIC-STATUS-FIN OR WS-PAR-CERRADA
               CLOSE PARTICIONESFILE
               IF WS-PAR-BUSCANDO
                   DISPLAY "ERROR: LA PARTICION " WS-PARTICION
                       " NO ESTA EN " FUNCTION TRIM(WS-RUTA-PARTICIONES)
                   SET WS-PARTICION-ERRONEA TO TRUE
               END-IF
           END-IF
           IF WS-PARTICION-ERRONEA
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE SPACES TO WS-RUTA-TRABAJO
               STRING FUNCTION TRIM(WS-RUTA-OUTFILE) "." WS-PARTICION
                   DELIMITED BY SIZE INTO WS-RUTA-TRABAJO
               MOVE WS-RUTA-TRABAJO TO WS-RUTA-OUTFILE
               MOVE SPACES TO WS-RUTA-TRABAJO
               STRING FUNCTION TRIM(WS-RUTA-CHECKPOINT) "."
                      WS-PARTICION
                   DELIMITED BY SIZE INTO WS-RUTA-TRABAJO
               MOVE WS-RUTA-TRABAJO TO WS-RUTA-CHECKPOINT
               MOVE SPACES TO WS-RUTA-TRABAJO
               STRING FUNCTION TRIM(WS-RUTA-RESUMEN) "." WS-PARTICION
                   DELIMITED BY SIZE INTO WS-RUTA-TRABAJO
               MOVE WS-RUTA-TRABAJO TO WS-RUTA-RESUMEN
               DISPLAY "PARTICION " WS-PARTICION " DESDE "
                   WS-LIMITE-DESDE " HASTA ANTES DE " WS-LIMITE-HASTA
                   " (INFERIOR " WS-HAY-LIMITE-INFERIOR
                   ", SUPERIOR " WS-HAY-LIMITE-SUPERIOR ")"
               PERFORM COMPROBAR-PARTICION-HECHA
           END-IF.

       LEER-SIGUIENTE-PARTICION.
           READ PARTICIONESFILE
               AT END CONTINUE
               NOT AT END
                   IF PAR-ID(1:1) NOT = "*" AND PAR-ID NOT = SPACES
                       ADD 1 TO WS-PAR-LINEAS
                       IF WS-PAR-ENCONTRADA
      *                    LA SIGUIENTE PARTICION MARCA EL FINAL.
                           MOVE PAR-DESDE TO WS-LIMITE-HASTA
                           SET WS-CON-LIMITE-SUPERIOR TO TRUE
                           SET WS-PAR-CERRADA TO TRUE
                       ELSE
                           IF PAR-ID = WS-PARTICION
                               PERFORM ANOTAR-PARTICION
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       ANOTAR-PARTICION.
           IF PAR-DESDE IS NOT ALPHABETIC-UPPER OR PAR-DESDE = SPACE
               DISPLAY "ERROR: INICIAL DESDE NO VALIDA EN LA "
                   "PARTICION " WS-PARTICION ": " PAR-DESDE
               SET WS-PARTICION-ERRONEA TO TRUE
               SET WS-PAR-CERRADA TO TRUE
           ELSE
               SET WS-PAR-ENCONTRADA TO TRUE
               MOVE PAR-DESDE TO WS-LIMITE-DESDE
               IF WS-PAR-LINEAS > 1
                   SET WS-CON-LIMITE-INFERIOR TO TRUE
               END-IF
           END-IF.

      *El resumen propio de la particion con fecha de hoy y estado
      *COMPLETO indica que el tramo ya se proceso y esta pendiente de
      *fusion. FICHEROSFUSION lo marca FUSIONADO al terminar, para
      *que la proxima noche la particion vuelva a correr.
       COMPROBAR-PARTICION-HECHA.
           ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD.
           OPEN INPUT RESUMENFILE.
           IF WS-RESUMEN-STATUS-OK
               READ RESUMENFILE
                   AT END CONTINUE
                   NOT AT END
                       IF RES-FECHA = WS-FECHA-PROCESO
                           AND RES-ESTADO = "COMPLETO"
                           SET WS-PARTICION-HECHA TO TRUE
                           DISPLAY "PARTICION " WS-PARTICION
                               " YA COMPLETADA HOY (LEIDOS "
                               RES-LEIDOS " FILTRADOS " RES-FILTRADOS
                               "), PENDIENTE DE FUSION: NO SE REPITE"
                       END-IF
               END-READ
               CLOSE RESUMENFILE
           END-IF.

      *Carga el fichero de reglas y lo vuelca a la salida del job
      *para que quede constancia de que criterios se aplicaron en
      *esta ejecucion. Reglas admitidas (TIPO en 10 posiciones,
               MOVE WS-TOTAL-FILTRADOS TO RES-FILTRADOS
               MOVE WS-REINICIO TO RES-REINICIO
               MOVE "COMPLETO" TO RES-ESTADO
               MOVE WS-HORA-INICIO TO RES-HORA-INICIO
               ACCEPT RES-HORA-FIN FROM TIME
               WRITE REG-RESUMEN
               CLOSE RESUMENFILE
           END-IF.
