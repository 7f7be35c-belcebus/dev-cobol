      *             FICHERO DE EXCEPCIONES (RUTA-EXCEPCIONES), QUE EL
      *             PASO DE VERIFICACION DEL JCL RECONCILIA CONTRA
      *             LOS CONTADORES DEL PLANO Y DEL INDEXADO.
      *15/10/2026 - SOBRE DE LA ENTREGA: Fichero.txt TRAE CABECERA
      *             (TIPO 00: EMISOR, FECHA DE ENTREGA Y SECUENCIA) Y
      *             PIE (TIPO 99: NUMERO DE REGISTROS Y TOTAL DE
      *             CONTROL). ANTES DE RECONSTRUIR Fichero.idx SE
      *             VALIDA EL SOBRE Y SE CONTRASTA LA SECUENCIA CON EL
      *             REGISTRO DE ENTREGAS (RUTA-REGISTRO-ENTREGAS): UNA
      *             SECUENCIA YA PROCESADA, UN SALTO EN LA SECUENCIA O
      *             UN RECUENTO QUE NO CUADRA RECHAZAN LA ENTREGA CON
      *             RETURN-CODE 8 Y EL MOTIVO QUEDA ANOTADO EN EL
      *             REGISTRO, DE DONDE LO TOMA EL BOLETIN.
      *15/10/2026 - MODO REPROCESO (MODO-REPROCESO=S) PARA EL JOB
      *             FICHREPR: LA ENTREGA DE UNA NOCHE PASADA REPUESTA
      *             DEL ARCHIVO SE VALIDA Y SE CARGA IGUAL, PERO NO SE
      *             CONTRASTA SU SECUENCIA NI SE ANOTA EN EL REGISTRO
      *             DE ENTREGAS, QUE SIGUE SIENDO EL DE PRODUCCION.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.
           SELECT EXCFILE ASSIGN TO DYNAMIC WS-RUTA-EXCEPCIONES
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-EXC-STATUS.
      *Registro permanente de entregas recibidas, aceptadas y
      *rechazadas. Se toma de la variable de entorno
      *RUTA-REGISTRO-ENTREGAS.
           SELECT ENTREGASFILE ASSIGN TO DYNAMIC WS-RUTA-ENTREGAS
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ENTREGAS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD INSEQ.
       01 REG-INSEQ.
           02 LETRAS-SEQ PIC A(10).
      *El primer registro de la entrega es la cabecera (tipo 00) y el
      *ultimo el pie (tipo 99); los de detalle son solo letras, asi
      *que nunca empiezan por digitos. El total de control del pie es
      *la suma, en todos los registros de detalle, de la posicion en
      *el alfabeto (A=1 ... Z=26) de cada una de sus letras.
       01 REG-CABECERA-ENTREGA.
           02 CAB-TIPO PIC X(02).
               88 CAB-ES-CABECERA VALUE "00".
           02 CAB-EMISOR PIC X(10).
           02 CAB-FECHA-ENTREGA PIC 9(08).
           02 CAB-SECUENCIA PIC 9(06).
       01 REG-PIE-ENTREGA.
           02 PIE-TIPO PIC X(02).
               88 PIE-ES-PIE VALUE "99".
           02 PIE-TOTAL-REGISTROS PIC 9(07).
           02 PIE-TOTAL-CONTROL PIC 9(09).

       FD OUTIDX.
       01 REG-OUTIDX.
           02 EXC-MOTIVO PIC X(10).
           02 EXC-LETRAS PIC X(10).

       FD ENTREGASFILE.
       01 REG-ENTREGA.
           02 ENT-EMISOR PIC X(10).
           02 ENT-FECHA-ENTREGA PIC 9(08).
           02 ENT-SECUENCIA PIC 9(06).
           02 ENT-FECHA-PROCESO PIC 9(08).
           02 ENT-HORA-PROCESO PIC 9(08).
           02 ENT-REGISTROS PIC 9(07).
           02 ENT-TOTAL-CONTROL PIC 9(09).
           02 ENT-ESTADO PIC X(01).
               88 ENT-ACEPTADA VALUE "A".
               88 ENT-RECHAZADA VALUE "R".
           02 ENT-MOTIVO PIC X(40).

       WORKING-STORAGE SECTION.
       01 WS-EOF PIC A(1) VALUE 'N'.
       COPY FILESTAT REPLACING NIVEL-FS BY 01
           FS-FICHERO-NO-EXISTE BY WS-EXC-STATUS-NOEXISTE
           FS-REGISTRO-BLOQUEADO BY WS-EXC-STATUS-BLOQUEADO
           FS-DATOS-INVALIDOS BY WS-EXC-STATUS-INVALIDOS.
       COPY FILESTAT REPLACING NIVEL-FS BY 01
           FS-CAMPO BY WS-ENTREGAS-STATUS
           FS-OK BY WS-ENTREGAS-STATUS-OK
           FS-FIN-FICHERO BY WS-ENTREGAS-STATUS-FIN
           FS-CLAVE-DUPLICADA BY WS-ENTREGAS-STATUS-DUP
           FS-REGISTRO-NO-ENCONTRADO BY WS-ENTREGAS-STATUS-NOTFOUND
           FS-FICHERO-NO-EXISTE BY WS-ENTREGAS-STATUS-NOEXISTE
           FS-REGISTRO-BLOQUEADO BY WS-ENTREGAS-STATUS-BLOQUEADO
           FS-DATOS-INVALIDOS BY WS-ENTREGAS-STATUS-INVALIDOS.
       01 WS-RUTA-INSEQ  PIC X(80) VALUE "Fichero.txt".
       01 WS-RUTA-OUTIDX PIC X(80) VALUE "Fichero.idx".
       01 WS-RUTA-EXCEPCIONES PIC X(80)
       01 WS-TOTAL-CONVERTIDOS PIC 9(07) VALUE 0.
       01 WS-TOTAL-LEIDOS PIC 9(07) VALUE 0.
       01 WS-TOTAL-RECHAZADOS PIC 9(07) VALUE 0.
       01 WS-RUTA-ENTREGAS PIC X(80) VALUE "RegistroEntregas.txt".
      *Validacion del sobre (primera pasada por el plano).
       01 WS-MOTIVO-RECHAZO PIC X(40) VALUE SPACES.
       01 WS-HAY-CABECERA PIC A(1) VALUE 'N'.
           88 WS-CON-CABECERA VALUE 'S'.
       01 WS-HAY-PIE PIC A(1) VALUE 'N'.
           88 WS-CON-PIE VALUE 'S'.
       01 WS-EMISOR PIC X(10) VALUE SPACES.
       01 WS-FECHA-ENTREGA PIC 9(08) VALUE 0.
       01 WS-SECUENCIA PIC 9(06) VALUE 0.
       01 WS-PIE-REGISTROS PIC 9(07) VALUE 0.
       01 WS-PIE-CONTROL PIC 9(09) VALUE 0.
       01 WS-TOTAL-DETALLE PIC 9(07) VALUE 0.
       01 WS-TOTAL-CONTROL PIC 9(09) VALUE 0.
       01 WS-ALFABETO PIC X(26) VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
       01 WS-LETRAS-CONTROL PIC X(10).
       01 WS-IND-LETRA PIC 9(02) COMP.
       01 WS-POSICION-LETRA PIC 9(02) COMP.
      *Ultima entrega aceptada del mismo emisor en el registro.
       01 WS-HAY-ANTERIOR PIC A(1) VALUE 'N'.
           88 WS-CON-ANTERIOR VALUE 'S'.
       01 WS-ULTIMA-SECUENCIA PIC 9(06) VALUE 0.
       01 WS-ULTIMA-FECHA-PROCESO PIC 9(08) VALUE 0.
       01 WS-ULTIMA-REGISTROS PIC 9(07) VALUE 0.
       01 WS-ULTIMA-CONTROL PIC 9(09) VALUE 0.
       01 WS-SECUENCIA-ESPERADA PIC 9(06) VALUE 0.
       01 WS-FECHA-HOY PIC 9(08) VALUE 0.
       01 WS-HORA-HOY PIC 9(08) VALUE 0.
       01 WS-REG-ENTREGA-GUARDA PIC X(97).
      *Reproceso de una noche archivada (job FICHREPR).
       01 WS-MODO-REPROCESO PIC X(1) VALUE SPACES.
           88 WS-EN-REPROCESO VALUE 'S'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
               MOVE "FicherosExcepciones.txt"
                   TO WS-RUTA-EXCEPCIONES
           END-IF
           ACCEPT WS-RUTA-ENTREGAS
               FROM ENVIRONMENT "RUTA-REGISTRO-ENTREGAS"
           IF WS-RUTA-ENTREGAS = SPACES
               MOVE "RegistroEntregas.txt" TO WS-RUTA-ENTREGAS
           END-IF
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           ACCEPT WS-HORA-HOY FROM TIME
           ACCEPT WS-MODO-REPROCESO FROM ENVIRONMENT "MODO-REPROCESO"
           IF WS-EN-REPROCESO
               DISPLAY "*** REPROCESO DE UNA ENTREGA ARCHIVADA: NO SE "
                   "CONTRASTA NI SE ANOTA EN EL REGISTRO ***"
           END-IF

           OPEN INPUT INSEQ
           IF NOT WS-INSEQ-STATUS-OK
               DISPLAY "ERROR: NO SE PUDO ABRIR EL FICHERO PLANO - "
                   "FILE STATUS " WS-INSEQ-STATUS
           ELSE
      *        PRIMERA PASADA: SOLO SE VALIDA EL SOBRE. Fichero.idx
      *        NO SE TOCA HASTA SABER QUE LA ENTREGA ES BUENA.
               PERFORM VALIDAR-SIGUIENTE UNTIL WS-EOF = 'Y'
               CLOSE INSEQ
               PERFORM COMPROBAR-SOBRE
               IF WS-MOTIVO-RECHAZO = SPACES AND NOT WS-EN-REPROCESO
                   PERFORM COMPROBAR-SECUENCIA
               END-IF
               IF WS-MOTIVO-RECHAZO NOT = SPACES
                   DISPLAY "*** ENTREGA RECHAZADA: "
                       FUNCTION TRIM(WS-MOTIVO-RECHAZO) " ***"
                   DISPLAY "*** EMISOR " WS-EMISOR " SECUENCIA "
                       WS-SECUENCIA " FECHA " WS-FECHA-ENTREGA
                       " - Fichero.idx NO SE RECONSTRUYE ***"
                   IF NOT WS-EN-REPROCESO
                       MOVE "R" TO ENT-ESTADO
                       PERFORM ANOTAR-ENTREGA
                   END-IF
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM CARGAR-ENTREGA
               END-IF
           END-IF.

           STOP RUN.

      *Segunda pasada: la conversion de siempre, ya con la entrega
      *validada. Cabecera y pie no son registros de datos.
       CARGAR-ENTREGA.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT INSEQ.
      *    SE RECONSTRUYE LA COPIA INDEXADA DESDE CERO EN CADA
      *    EJECUCION, YA QUE EL FICHERO PLANO DE ORIGEN ES LA
      *    ENTREGA COMPLETA DE ESA NOCHE, NO UN INCREMENTAL.
           OPEN OUTPUT OUTIDX.
           IF NOT WS-OUTIDX-STATUS-OK
               DISPLAY "ERROR: NO SE PUDO CREAR LA COPIA INDEXADA "
                   "- FILE STATUS " WS-OUTIDX-STATUS
           ELSE
               OPEN OUTPUT EXCFILE
               PERFORM CONVERTIR-SIGUIENTE UNTIL WS-EOF = 'Y'
               CLOSE EXCFILE
               CLOSE OUTIDX
               DISPLAY "ENTREGA DE " WS-EMISOR " SECUENCIA "
                   WS-SECUENCIA " FECHA " WS-FECHA-ENTREGA
               DISPLAY "REGISTROS LEIDOS:      " WS-TOTAL-LEIDOS
               DISPLAY "REGISTROS CONVERTIDOS: "
                   WS-TOTAL-CONVERTIDOS
               DISPLAY "REGISTROS RECHAZADOS:  "
                   WS-TOTAL-RECHAZADOS
               IF NOT WS-EN-REPROCESO
                   MOVE "A" TO ENT-ESTADO
                   PERFORM ANOTAR-ENTREGA
               END-IF
           END-IF.
           CLOSE INSEQ.

       CONVERTIR-SIGUIENTE.
           READ INSEQ INTO REG-OUTIDX
               AT END MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF CAB-ES-CABECERA OR PIE-ES-PIE
                       CONTINUE
                   ELSE
                       PERFORM CONVERTIR-DETALLE
                   END-IF
           END-READ.

       CONVERTIR-DETALLE.
           ADD 1 TO WS-TOTAL-LEIDOS.
      *    UNA CLAVE EN BLANCO ES UN REGISTRO MAL FORMADO:
      *    SE RECHAZA ANTES DE INTENTAR GRABARLO.
           IF LETRAS-IDX = SPACES
               MOVE "FORMATO" TO EXC-MOTIVO
               PERFORM ESCRIBIR-EXCEPCION
           ELSE
               WRITE REG-OUTIDX
                   INVALID KEY
                       MOVE "DUPLICADA" TO EXC-MOTIVO
                       PERFORM ESCRIBIR-EXCEPCION
                   NOT INVALID KEY
                       ADD 1 TO WS-TOTAL-CONVERTIDOS
               END-WRITE
           END-IF.

      *Deja el registro rechazado con su motivo en el fichero de
      *excepciones, para que a la manana siguiente se sepa que se
      *descarto y por que, y para que el paso de verificacion pueda
           ADD 1 TO WS-TOTAL-RECHAZADOS.
           DISPLAY "RECHAZADO (" EXC-MOTIVO "): " EXC-LETRAS.

      *Primera pasada. La cabecera solo vale como primer registro y
      *el pie como ultimo: cualquier registro detras del pie, o una
      *segunda cabecera, invalida la entrega entera.
       VALIDAR-SIGUIENTE.
           READ INSEQ
               AT END MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF WS-CON-PIE
                       IF WS-MOTIVO-RECHAZO = SPACES
                           MOVE "REGISTROS DETRAS DEL PIE"
                               TO WS-MOTIVO-RECHAZO
                       END-IF
                   ELSE
                       IF CAB-ES-CABECERA
                           PERFORM LEER-CABECERA
                       ELSE
                           IF PIE-ES-PIE
                               MOVE 'S' TO WS-HAY-PIE
                               MOVE PIE-TOTAL-REGISTROS
                                   TO WS-PIE-REGISTROS
                               MOVE PIE-TOTAL-CONTROL TO WS-PIE-CONTROL
                           ELSE
                               PERFORM SUMAR-DETALLE
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       LEER-CABECERA.
           IF WS-CON-CABECERA OR WS-TOTAL-DETALLE > 0
               IF WS-MOTIVO-RECHAZO = SPACES
                   MOVE "CABECERA FUERA DEL PRIMER REGISTRO"
                       TO WS-MOTIVO-RECHAZO
               END-IF
           ELSE
               MOVE 'S' TO WS-HAY-CABECERA
               MOVE CAB-EMISOR TO WS-EMISOR
               MOVE CAB-FECHA-ENTREGA TO WS-FECHA-ENTREGA
               MOVE CAB-SECUENCIA TO WS-SECUENCIA
           END-IF.

      *Un registro de detalle suma 1 al recuento y la posicion en el
      *alfabeto de cada una de sus letras al total de control.
       SUMAR-DETALLE.
           ADD 1 TO WS-TOTAL-DETALLE.
           MOVE FUNCTION UPPER-CASE(LETRAS-SEQ) TO WS-LETRAS-CONTROL.
           PERFORM SUMAR-LETRA
               VARYING WS-IND-LETRA FROM 1 BY 1
               UNTIL WS-IND-LETRA > 10.

       SUMAR-LETRA.
           MOVE 0 TO WS-POSICION-LETRA.
           INSPECT WS-ALFABETO TALLYING WS-POSICION-LETRA
               FOR CHARACTERS
               BEFORE INITIAL WS-LETRAS-CONTROL(WS-IND-LETRA:1).
           IF WS-POSICION-LETRA < 26
               ADD WS-POSICION-LETRA TO WS-TOTAL-CONTROL
               ADD 1 TO WS-TOTAL-CONTROL
           END-IF.

       COMPROBAR-SOBRE.
           IF WS-MOTIVO-RECHAZO NOT = SPACES
               CONTINUE
           ELSE
               IF NOT WS-CON-CABECERA
                   MOVE "SIN CABECERA DE ENTREGA" TO WS-MOTIVO-RECHAZO
               ELSE
                   IF NOT WS-CON-PIE
                       MOVE "SIN PIE DE ENTREGA (FICHERO CORTADO?)"
                           TO WS-MOTIVO-RECHAZO
                   ELSE
                       IF WS-TOTAL-DETALLE NOT = WS-PIE-REGISTROS
                           MOVE "EL RECUENTO NO CUADRA CON EL PIE"
                               TO WS-MOTIVO-RECHAZO
                       ELSE
                           IF WS-TOTAL-CONTROL NOT = WS-PIE-CONTROL
                               MOVE "EL TOTAL DE CONTROL NO CUADRA"
                                   TO WS-MOTIVO-RECHAZO
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.
           DISPLAY "SOBRE: DETALLE " WS-TOTAL-DETALLE " (PIE "
               WS-PIE-REGISTROS "), CONTROL " WS-TOTAL-CONTROL
               " (PIE " WS-PIE-CONTROL ")".

      *La secuencia de la entrega debe ser la siguiente a la ultima
      *aceptada del mismo emisor. Sin entregas anteriores del emisor
      *se acepta la que venga. La misma entrega ya aceptada HOY, con
      *el mismo recuento y total de control, es la resometida del job
      *tras un fallo posterior a CARGA, no una entrega repetida.
       COMPROBAR-SECUENCIA.
           OPEN INPUT ENTREGASFILE.
           IF WS-ENTREGAS-STATUS-OK
               MOVE 'N' TO WS-EOF
               PERFORM LEER-ENTREGA-ANTERIOR UNTIL WS-EOF = 'Y'
               CLOSE ENTREGASFILE
           END-IF.
           IF WS-CON-ANTERIOR
               COMPUTE WS-SECUENCIA-ESPERADA = WS-ULTIMA-SECUENCIA + 1
               IF WS-SECUENCIA = WS-ULTIMA-SECUENCIA
                   AND WS-ULTIMA-FECHA-PROCESO = WS-FECHA-HOY
                   AND WS-ULTIMA-REGISTROS = WS-TOTAL-DETALLE
                   AND WS-ULTIMA-CONTROL = WS-TOTAL-CONTROL
                   DISPLAY "AVISO: ENTREGA YA CARGADA HOY, SE "
                       "REPROCESA (RESOMETIDA DEL JOB)"
               ELSE
                   IF WS-SECUENCIA NOT > WS-ULTIMA-SECUENCIA
                       MOVE SPACES TO WS-MOTIVO-RECHAZO
                       STRING "SECUENCIA YA PROCESADA (ULTIMA "
                              WS-ULTIMA-SECUENCIA ")"
                           DELIMITED BY SIZE INTO WS-MOTIVO-RECHAZO
                   ELSE
                       IF WS-SECUENCIA NOT = WS-SECUENCIA-ESPERADA
                           MOVE SPACES TO WS-MOTIVO-RECHAZO
                           STRING "SALTO DE SECUENCIA (ESPERADA "
                                  WS-SECUENCIA-ESPERADA ")"
                               DELIMITED BY SIZE INTO WS-MOTIVO-RECHAZO
                       END-IF
                   END-IF
               END-IF
           END-IF.

       LEER-ENTREGA-ANTERIOR.
           READ ENTREGASFILE
               AT END MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF ENT-EMISOR = WS-EMISOR AND ENT-ACEPTADA
                       IF NOT WS-CON-ANTERIOR
                           OR ENT-SECUENCIA NOT < WS-ULTIMA-SECUENCIA
                           MOVE 'S' TO WS-HAY-ANTERIOR
                           MOVE ENT-SECUENCIA TO WS-ULTIMA-SECUENCIA
                           MOVE ENT-FECHA-PROCESO
                               TO WS-ULTIMA-FECHA-PROCESO
                           MOVE ENT-REGISTROS TO WS-ULTIMA-REGISTROS
                           MOVE ENT-TOTAL-CONTROL TO WS-ULTIMA-CONTROL
                       END-IF
                   END-IF
           END-READ.

      *Toda entrega que llega a CARGA queda en el registro, aceptada o
      *rechazada con su motivo: el boletin de FicherosNotifica lo lee
      *de aqui. El llamador deja puesto ENT-ESTADO.
       ANOTAR-ENTREGA.
           MOVE WS-EMISOR TO ENT-EMISOR.
           MOVE WS-FECHA-ENTREGA TO ENT-FECHA-ENTREGA.
           MOVE WS-SECUENCIA TO ENT-SECUENCIA.
           MOVE WS-FECHA-HOY TO ENT-FECHA-PROCESO.
           MOVE WS-HORA-HOY TO ENT-HORA-PROCESO.
           MOVE WS-TOTAL-DETALLE TO ENT-REGISTROS.
           MOVE WS-TOTAL-CONTROL TO ENT-TOTAL-CONTROL.
           MOVE WS-MOTIVO-RECHAZO TO ENT-MOTIVO.
           MOVE REG-ENTREGA TO WS-REG-ENTREGA-GUARDA.
           OPEN EXTEND ENTREGASFILE.
           IF NOT WS-ENTREGAS-STATUS-OK
               AND NOT WS-ENTREGAS-STATUS = "05"
               CLOSE ENTREGASFILE
               OPEN OUTPUT ENTREGASFILE
           END-IF.
           IF WS-ENTREGAS-STATUS-OK OR WS-ENTREGAS-STATUS = "05"
               MOVE WS-REG-ENTREGA-GUARDA TO REG-ENTREGA
               WRITE REG-ENTREGA
               CLOSE ENTREGASFILE
           ELSE
               DISPLAY "ERROR: NO SE PUDO ANOTAR LA ENTREGA EN "
                   WS-RUTA-ENTREGAS " - FILE STATUS "
                   WS-ENTREGAS-STATUS
               MOVE 8 TO RETURN-CODE
           END-IF.

       END PROGRAM FicherosCarga.
