       ID DIVISION.
       PROGRAM-ID. NOMINA-PARALELO.
       AUTHOR. DAVID HERNANDEZ MARTIN.
      *MODIFICACIONES
      *15/10/2026 - ALTA INICIAL. COMPARACION EN PARALELO DEL CIERRE
      *             DE UN PERIODO: NOMINAS.DAT Y NOMINAS_DETALLE.DAT
      *             DE PRODUCCION CONTRA LOS DEL JUEGO DE PRUEBAS
      *             (RUTA-PRUEBAS, VER NOMINA-PRUEBAS) CERRADO CON EL
      *             CODIGO NUEVO. PARA EL PERIODO PERIODO-PARALELO
      *             LISTA, TRABAJADOR A TRABAJADOR, CADA IMPORTE DE
      *             NOMINAS.DAT QUE DIFIERE Y, CONCEPTO A CONCEPTO,
      *             CADA LINEA DEL DETALLE QUE DIFIERE O QUE SOLO
      *             ESTA EN UNO DE LOS DOS LADOS, ASI COMO LOS
      *             TRABAJADORES CON NOMINA EN UN SOLO LADO. EL
      *             INFORME QUEDA EN PARALELO_NOMINA.TXT. SOLO LEE:
      *             NO TOCA NINGUNO DE LOS DOS JUEGOS DE FICHEROS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NOMMAESTRO ASSIGN TO "NOMINAS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS nom-clave OF REG-NOMINA
           FILE STATUS IS nommaestro-status.

           SELECT NOMDETFILE ASSIGN TO "NOMINAS_DETALLE.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS det-clave OF REG-DETALLE
           FILE STATUS IS nomdetfile-status.

      *    LOS MISMOS FICHEROS EN EL DIRECTORIO DEL JUEGO DE PRUEBAS.
           SELECT NOMPRUEBA ASSIGN TO DYNAMIC ws-ruta-nominas-prueba
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS nom-clave OF REG-NOMINA-PRUEBA
           FILE STATUS IS nomprueba-status.

           SELECT DETPRUEBA ASSIGN TO DYNAMIC ws-ruta-detalle-prueba
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS det-clave OF REG-DETALLE-PRUEBA
           FILE STATUS IS detprueba-status.

           SELECT PARALELOFILE ASSIGN TO "PARALELO_NOMINA.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS paralelofile-status.

       DATA DIVISION.
       FILE SECTION.
       FD  NOMMAESTRO
           LABEL RECORDS ARE STANDARD.
       01  REG-NOMINA.
           COPY NOMREG.

       FD  NOMDETFILE
           LABEL RECORDS ARE STANDARD.
       01  REG-DETALLE.
           COPY NOMDET.

       FD  NOMPRUEBA
           LABEL RECORDS ARE STANDARD.
       01  REG-NOMINA-PRUEBA.
           COPY NOMREG.

       FD  DETPRUEBA
           LABEL RECORDS ARE STANDARD.
       01  REG-DETALLE-PRUEBA.
           COPY NOMDET.

       FD  PARALELOFILE
           LABEL RECORDS ARE STANDARD.
       01  LINEA-PARALELO             PIC X(100).

       WORKING-STORAGE SECTION.

         >>SOURCE FORMAT IS FREE
         COPY FILESTAT REPLACING NIVEL-FS BY 77
             FS-CAMPO BY nommaestro-status
             FS-OK BY nommaestro-ok
             FS-FIN-FICHERO BY nommaestro-fin
             FS-CLAVE-DUPLICADA BY nommaestro-dup
             FS-REGISTRO-NO-ENCONTRADO BY nommaestro-no-encontrado
             FS-FICHERO-NO-EXISTE BY nommaestro-no-existe
             FS-REGISTRO-BLOQUEADO BY nommaestro-bloqueado
             FS-DATOS-INVALIDOS BY nommaestro-datos-invalidos.
         COPY FILESTAT REPLACING NIVEL-FS BY 77
             FS-CAMPO BY nomdetfile-status
             FS-OK BY nomdetfile-ok
             FS-FIN-FICHERO BY nomdetfile-fin
             FS-CLAVE-DUPLICADA BY nomdetfile-dup
             FS-REGISTRO-NO-ENCONTRADO BY nomdetfile-no-encontrado
             FS-FICHERO-NO-EXISTE BY nomdetfile-no-existe
             FS-REGISTRO-BLOQUEADO BY nomdetfile-bloqueado
             FS-DATOS-INVALIDOS BY nomdetfile-datos-invalidos.
         COPY FILESTAT REPLACING NIVEL-FS BY 77
             FS-CAMPO BY nomprueba-status
             FS-OK BY nomprueba-ok
             FS-FIN-FICHERO BY nomprueba-fin
             FS-CLAVE-DUPLICADA BY nomprueba-dup
             FS-REGISTRO-NO-ENCONTRADO BY nomprueba-no-encontrado
             FS-FICHERO-NO-EXISTE BY nomprueba-no-existe
             FS-REGISTRO-BLOQUEADO BY nomprueba-bloqueado
             FS-DATOS-INVALIDOS BY nomprueba-datos-invalidos.
         COPY FILESTAT REPLACING NIVEL-FS BY 77
             FS-CAMPO BY detprueba-status
             FS-OK BY detprueba-ok
             FS-FIN-FICHERO BY detprueba-fin
             FS-CLAVE-DUPLICADA BY detprueba-dup
             FS-REGISTRO-NO-ENCONTRADO BY detprueba-no-encontrado
             FS-FICHERO-NO-EXISTE BY detprueba-no-existe
             FS-REGISTRO-BLOQUEADO BY detprueba-bloqueado
             FS-DATOS-INVALIDOS BY detprueba-datos-invalidos.
         COPY FILESTAT REPLACING NIVEL-FS BY 77
             FS-CAMPO BY paralelofile-status
             FS-OK BY paralelofile-ok
             FS-FIN-FICHERO BY paralelofile-fin
             FS-CLAVE-DUPLICADA BY paralelofile-dup
             FS-REGISTRO-NO-ENCONTRADO BY paralelofile-no-encontrado
             FS-FICHERO-NO-EXISTE BY paralelofile-no-existe
             FS-REGISTRO-BLOQUEADO BY paralelofile-bloqueado
             FS-DATOS-INVALIDOS BY paralelofile-datos-invalidos.

         77 ws-fecha-hoy         PIC 9(08) VALUE 0.
         77 ws-hora-hoy          PIC 9(08) VALUE 0.

         *> PERIODO A COMPARAR Y DIRECTORIO DEL JUEGO DE PRUEBAS;
         *> LOS DOS SE EXIGEN EXPLICITOS.
         77 ws-periodo-entorno   PIC X(06) VALUE SPACES.
         77 ws-periodo-paralelo  PIC 9(06) VALUE 0.
         77 ws-anio-paralelo     PIC 9(04).
         77 ws-mes-paralelo      PIC 9(02).
         77 ws-ruta-pruebas      PIC X(80) VALUE SPACES.
         77 ws-ruta-nominas-prueba PIC X(120) VALUE SPACES.
         77 ws-ruta-detalle-prueba PIC X(120) VALUE SPACES.

         77 ws-error-paralelo    PIC 9(01) VALUE 0.
            88 paralelo-con-error    VALUE 1.
            88 paralelo-sin-error    VALUE 0.
         77 ws-trabajador-distinto PIC 9(01) VALUE 0.
            88 trabajador-con-diferencias VALUE 1.
            88 trabajador-sin-diferencias VALUE 0.
         77 ws-cabecera-trabajador PIC 9(01) VALUE 0.
            88 cabecera-escrita      VALUE 1.
            88 cabecera-pendiente    VALUE 0.

         *> RECUENTOS Y TOTALES DEL INFORME.
         77 ws-trab-comparados   PIC 9(05) VALUE 0.
         77 ws-trab-distintos    PIC 9(05) VALUE 0.
         77 ws-solo-produccion   PIC 9(05) VALUE 0.
         77 ws-solo-pruebas      PIC 9(05) VALUE 0.
         77 ws-lineas-diferencia PIC 9(07) VALUE 0.
         77 ws-bruto-produccion  PIC S9(11)V99 VALUE 0.
         77 ws-bruto-pruebas     PIC S9(11)V99 VALUE 0.
         77 ws-liquido-produccion PIC S9(11)V99 VALUE 0.
         77 ws-liquido-pruebas   PIC S9(11)V99 VALUE 0.

         *> UN IMPORTE DE CADA LADO, EL QUE SE ESTA COMPARANDO.
         77 ws-campo-nombre      PIC X(16).
         77 ws-importe-produccion PIC S9(09)V99.
         77 ws-importe-pruebas   PIC S9(09)V99.
         77 ws-importe-diferencia PIC S9(09)V99.
         77 ws-produccion-format PIC -ZZZZZZZZ9.99.
         77 ws-pruebas-format    PIC -ZZZZZZZZ9.99.
         77 ws-diferencia-format PIC -ZZZZZZZZ9.99.
         77 ws-total-format      PIC -ZZZZZZZZZZ9.99.
         77 ws-total2-format     PIC -ZZZZZZZZZZ9.99.
         77 ws-observacion       PIC X(16).

         *> DETALLE DEL TRABAJADOR EN CURSO: UNA FILA POR CONCEPTO
         *> CON LO SUMADO EN CADA LADO (UN CONCEPTO PUEDE IR EN
         *> VARIAS LINEAS) Y SI APARECE O NO EN CADA UNO.
         01 tabla-conceptos.
            05 cmp-fila OCCURS 40 TIMES.
               10 cmp-concepto       PIC X(02).
               10 cmp-descripcion    PIC X(30).
               10 cmp-importe-prod   PIC S9(09)V99.
               10 cmp-importe-prueba PIC S9(09)V99.
               10 cmp-en-produccion  PIC X(01).
               10 cmp-en-pruebas     PIC X(01).
         77 num-conceptos        PIC 9(02) VALUE 0.
         77 max-conceptos        PIC 9(02) VALUE 40.
         77 ws-indice-cmp        PIC 9(02).
         77 ws-concepto-buscado  PIC X(02).
         77 ws-descripcion-linea PIC X(30).
         77 ws-importe-linea     PIC S9(09)V99.
         77 ws-lado-linea        PIC X(01).
            88 linea-produccion      VALUE "P".
            88 linea-pruebas         VALUE "T".
         77 ws-concepto-hallado  PIC 9(01).
            88 concepto-hallado      VALUE 1.
            88 concepto-no-hallado   VALUE 0.
         77 ws-conceptos-perdidos PIC 9(03) VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN SECTION.
       0000-PRINCIPAL.
           DISPLAY "=== COMPARACION EN PARALELO DEL CIERRE ===".
           ACCEPT ws-fecha-hoy FROM DATE YYYYMMDD.
           ACCEPT ws-hora-hoy FROM TIME.
           PERFORM 0001-DETERMINAR-PARAMETROS.
           IF paralelo-sin-error
               PERFORM 0001-ABRIR-FICHEROS
           END-IF.
           IF paralelo-sin-error
               PERFORM 0005-ESCRIBIR-CABECERA
               MOVE LOW-VALUES TO nom-clave OF REG-NOMINA
               START NOMMAESTRO KEY IS NOT LESS THAN
                   nom-clave OF REG-NOMINA
                   INVALID KEY SET nommaestro-fin TO TRUE
               END-START
               PERFORM 0002-COMPARAR-NOMINA-PRODUCCION
                   UNTIL nommaestro-fin
               MOVE LOW-VALUES TO nom-clave OF REG-NOMINA-PRUEBA
               START NOMPRUEBA KEY IS NOT LESS THAN
                   nom-clave OF REG-NOMINA-PRUEBA
                   INVALID KEY SET nomprueba-fin TO TRUE
               END-START
               PERFORM 0004-BUSCAR-SOLO-PRUEBAS
                   UNTIL nomprueba-fin
               PERFORM 0005-ESCRIBIR-TOTALES
               CLOSE NOMMAESTRO NOMDETFILE NOMPRUEBA DETPRUEBA
                   PARALELOFILE
               DISPLAY "TRABAJADORES COMPARADOS: " ws-trab-comparados
               DISPLAY "CON DIFERENCIAS:         " ws-trab-distintos
               DISPLAY "SOLO EN PRODUCCION:      " ws-solo-produccion
               DISPLAY "SOLO EN PRUEBAS:         " ws-solo-pruebas
               DISPLAY "INFORME EN PARALELO_NOMINA.TXT"
           END-IF.
           STOP RUN.

       0001-DETERMINAR-PARAMETROS.
           *> SIN PERIODO O SIN DIRECTORIO DE PRUEBAS NO HAY NADA
           *> QUE COMPARAR: NO SE SUPONE NINGUNO.
           ACCEPT ws-periodo-entorno
               FROM ENVIRONMENT "PERIODO-PARALELO".
           ACCEPT ws-ruta-pruebas FROM ENVIRONMENT "RUTA-PRUEBAS".
           IF ws-periodo-entorno = SPACES
               OR ws-periodo-entorno IS NOT NUMERIC
               DISPLAY "PERIODO-PARALELO SIN DEFINIR: INDIQUE EL "
                   "PERIODO CERRADO A COMPARAR (AAAAMM)"
               SET paralelo-con-error TO TRUE
           ELSE
               MOVE ws-periodo-entorno TO ws-periodo-paralelo
               DIVIDE ws-periodo-paralelo BY 100
                   GIVING ws-anio-paralelo REMAINDER ws-mes-paralelo
               IF ws-mes-paralelo < 1 OR ws-mes-paralelo > 32
                   DISPLAY "PERIODO-PARALELO NO VALIDO: "
                       ws-periodo-entorno
                   SET paralelo-con-error TO TRUE
               END-IF
           END-IF.
           IF ws-ruta-pruebas = SPACES OR "." OR "./"
               DISPLAY "RUTA-PRUEBAS SIN DEFINIR O IGUAL AL "
                   "DIRECTORIO DE PRODUCCION: INDIQUE EL DIRECTORIO "
                   "DEL JUEGO DE PRUEBAS"
               SET paralelo-con-error TO TRUE
           ELSE
               MOVE SPACES TO ws-ruta-nominas-prueba
               STRING ws-ruta-pruebas DELIMITED BY SPACE
                      "/NOMINAS.DAT" DELIMITED BY SIZE
                   INTO ws-ruta-nominas-prueba
               MOVE SPACES TO ws-ruta-detalle-prueba
               STRING ws-ruta-pruebas DELIMITED BY SPACE
                      "/NOMINAS_DETALLE.DAT" DELIMITED BY SIZE
                   INTO ws-ruta-detalle-prueba
           END-IF.

       0001-ABRIR-FICHEROS.
           *> LOS CUATRO FICHEROS SON IMPRESCINDIBLES: SI FALTA UNO,
           *> LA COMPARACION NO DIRIA NADA FIABLE.
           OPEN INPUT NOMMAESTRO.
           IF NOT nommaestro-ok
               DISPLAY "NO SE PUDO ABRIR NOMINAS.DAT - FILE STATUS "
                   nommaestro-status
               SET paralelo-con-error TO TRUE
           END-IF.
           OPEN INPUT NOMDETFILE.
           IF NOT nomdetfile-ok
               DISPLAY "NO SE PUDO ABRIR NOMINAS_DETALLE.DAT - FILE "
                   "STATUS " nomdetfile-status
               SET paralelo-con-error TO TRUE
           END-IF.
           OPEN INPUT NOMPRUEBA.
           IF NOT nomprueba-ok
               DISPLAY "NO SE PUDO ABRIR " ws-ruta-nominas-prueba
                   " - FILE STATUS " nomprueba-status
               SET paralelo-con-error TO TRUE
           END-IF.
           OPEN INPUT DETPRUEBA.
           IF NOT detprueba-ok
               DISPLAY "NO SE PUDO ABRIR " ws-ruta-detalle-prueba
                   " - FILE STATUS " detprueba-status
               SET paralelo-con-error TO TRUE
           END-IF.
           IF paralelo-sin-error
               OPEN OUTPUT PARALELOFILE
               IF NOT paralelofile-ok
                   DISPLAY "NO SE PUDO CREAR PARALELO_NOMINA.TXT - "
                       "FILE STATUS " paralelofile-status
                   SET paralelo-con-error TO TRUE
               END-IF
           END-IF.
           IF paralelo-con-error
               CLOSE NOMMAESTRO NOMDETFILE NOMPRUEBA DETPRUEBA
           END-IF.

       0002-COMPARAR-NOMINA-PRODUCCION.
           *> PRIMERA PASADA: CADA NOMINA DE PRODUCCION DEL PERIODO
           *> SE BUSCA EN PRUEBAS POR LA MISMA CLAVE.
           READ NOMMAESTRO NEXT RECORD
               AT END SET nommaestro-fin TO TRUE
               NOT AT END
                   IF nom-periodo OF REG-NOMINA = ws-periodo-paralelo
                       PERFORM 0002-BUSCAR-EN-PRUEBAS
                   END-IF
           END-READ.

       0002-BUSCAR-EN-PRUEBAS.

           ADD nom-bruto OF REG-NOMINA TO ws-bruto-produccion.
           ADD nom-liquido OF REG-NOMINA TO ws-liquido-produccion.
           MOVE nom-clave OF REG-NOMINA
               TO nom-clave OF REG-NOMINA-PRUEBA.
           READ NOMPRUEBA
               INVALID KEY
                   ADD 1 TO ws-solo-produccion
                   MOVE "SOLO PRODUCCION" TO ws-observacion
                   MOVE nom-liquido OF REG-NOMINA
                       TO ws-importe-produccion
                   MOVE 0 TO ws-importe-pruebas
                   PERFORM 0005-ESCRIBIR-SOLO-UN-LADO
               NOT INVALID KEY
                   ADD nom-bruto OF REG-NOMINA-PRUEBA
                       TO ws-bruto-pruebas
                   ADD nom-liquido OF REG-NOMINA-PRUEBA
                       TO ws-liquido-pruebas
                   PERFORM 0002-COMPARAR-TRABAJADOR
           END-READ.

       0002-COMPARAR-TRABAJADOR.
           *> IMPORTES DEL REGISTRO DE NOMINAS.DAT Y, DESPUES, EL
           *> DETALLE POR CONCEPTOS. LA FECHA DE CALCULO Y EL ESTADO
           *> DE PAGO NO SE COMPARAN: DEPENDEN DEL DIA DEL CIERRE Y
           *> DE LO QUE HAYA PASADO DESPUES CON LA REMESA.
           ADD 1 TO ws-trab-comparados.
           SET trabajador-sin-diferencias TO TRUE.
           SET cabecera-pendiente TO TRUE.
           MOVE "BRUTO" TO ws-campo-nombre.
           MOVE nom-bruto OF REG-NOMINA TO ws-importe-produccion.
           MOVE nom-bruto OF REG-NOMINA-PRUEBA TO ws-importe-pruebas.
           PERFORM 0002-COMPARAR-IMPORTE.
           MOVE "SEGURIDAD SOCIAL" TO ws-campo-nombre.
           MOVE nom-seg-social OF REG-NOMINA TO ws-importe-produccion.
           MOVE nom-seg-social OF REG-NOMINA-PRUEBA
               TO ws-importe-pruebas.
           PERFORM 0002-COMPARAR-IMPORTE.
           MOVE "IRPF" TO ws-campo-nombre.
           MOVE nom-irpf OF REG-NOMINA TO ws-importe-produccion.
           MOVE nom-irpf OF REG-NOMINA-PRUEBA TO ws-importe-pruebas.
           PERFORM 0002-COMPARAR-IMPORTE.
           MOVE "LIQUIDO" TO ws-campo-nombre.
           MOVE nom-liquido OF REG-NOMINA TO ws-importe-produccion.
           MOVE nom-liquido OF REG-NOMINA-PRUEBA TO ws-importe-pruebas.
           PERFORM 0002-COMPARAR-IMPORTE.
           MOVE "CUOTA PATRONAL" TO ws-campo-nombre.
           MOVE nom-cuota-patronal OF REG-NOMINA
               TO ws-importe-produccion.
           MOVE nom-cuota-patronal OF REG-NOMINA-PRUEBA
               TO ws-importe-pruebas.
           PERFORM 0002-COMPARAR-IMPORTE.
           MOVE "EMBARGO" TO ws-campo-nombre.
           MOVE nom-embargo OF REG-NOMINA TO ws-importe-produccion.
           MOVE nom-embargo OF REG-NOMINA-PRUEBA TO ws-importe-pruebas.
           PERFORM 0002-COMPARAR-IMPORTE.
           MOVE "GASTOS EXENTOS" TO ws-campo-nombre.
           MOVE nom-gastos-exentos OF REG-NOMINA
               TO ws-importe-produccion.
           MOVE nom-gastos-exentos OF REG-NOMINA-PRUEBA
               TO ws-importe-pruebas.
           PERFORM 0002-COMPARAR-IMPORTE.
           MOVE "GASTOS SUJETOS" TO ws-campo-nombre.
           MOVE nom-gastos-sujetos OF REG-NOMINA
               TO ws-importe-produccion.
           MOVE nom-gastos-sujetos OF REG-NOMINA-PRUEBA
               TO ws-importe-pruebas.
           PERFORM 0002-COMPARAR-IMPORTE.
           MOVE "ESPECIE" TO ws-campo-nombre.
           MOVE nom-especie OF REG-NOMINA TO ws-importe-produccion.
           MOVE nom-especie OF REG-NOMINA-PRUEBA TO ws-importe-pruebas.
           PERFORM 0002-COMPARAR-IMPORTE.
           MOVE "INGRESO CUENTA" TO ws-campo-nombre.
           MOVE nom-ingreso-cuenta OF REG-NOMINA
               TO ws-importe-produccion.
           MOVE nom-ingreso-cuenta OF REG-NOMINA-PRUEBA
               TO ws-importe-pruebas.
           PERFORM 0002-COMPARAR-IMPORTE.
           MOVE "DEDUCCIONES" TO ws-campo-nombre.
           MOVE nom-deducciones OF REG-NOMINA TO ws-importe-produccion.
           MOVE nom-deducciones OF REG-NOMINA-PRUEBA
               TO ws-importe-pruebas.
           PERFORM 0002-COMPARAR-IMPORTE.
           MOVE "EMPRESA" TO ws-campo-nombre.
           MOVE nom-empresa OF REG-NOMINA TO ws-importe-produccion.
           MOVE nom-empresa OF REG-NOMINA-PRUEBA TO ws-importe-pruebas.
           PERFORM 0002-COMPARAR-IMPORTE.
           PERFORM 0003-COMPARAR-DETALLE.
           IF trabajador-con-diferencias
               ADD 1 TO ws-trab-distintos
           END-IF.

       0002-COMPARAR-IMPORTE.

           IF ws-importe-produccion NOT = ws-importe-pruebas
               COMPUTE ws-importe-diferencia =
                   ws-importe-pruebas - ws-importe-produccion
               MOVE SPACES TO ws-observacion
               PERFORM 0005-ESCRIBIR-DIFERENCIA
           END-IF.

       0003-COMPARAR-DETALLE.
           *> LAS LINEAS DE CADA LADO SE ACUMULAN POR CONCEPTO: EL
           *> NUMERO DE LINEA PUEDE CAMBIAR ENTRE VERSIONES SIN QUE
           *> CAMBIE LA NOMINA, ASI QUE NO SE COMPARA LINEA A LINEA.
           INITIALIZE tabla-conceptos.
           MOVE 0 TO num-conceptos.
           MOVE nom-id-trabajador OF REG-NOMINA
               TO det-id-trabajador OF REG-DETALLE.
           MOVE ws-periodo-paralelo TO det-periodo OF REG-DETALLE.
           MOVE 0 TO det-linea OF REG-DETALLE.
           SET nomdetfile-ok TO TRUE.
           START NOMDETFILE KEY IS NOT LESS THAN
               det-clave OF REG-DETALLE
               INVALID KEY SET nomdetfile-fin TO TRUE
           END-START.
           PERFORM 0003-LEER-DETALLE-PRODUCCION UNTIL nomdetfile-fin.
           MOVE nom-id-trabajador OF REG-NOMINA
               TO det-id-trabajador OF REG-DETALLE-PRUEBA.
           MOVE ws-periodo-paralelo
               TO det-periodo OF REG-DETALLE-PRUEBA.
           MOVE 0 TO det-linea OF REG-DETALLE-PRUEBA.
           SET detprueba-ok TO TRUE.
           START DETPRUEBA KEY IS NOT LESS THAN
               det-clave OF REG-DETALLE-PRUEBA
               INVALID KEY SET detprueba-fin TO TRUE
           END-START.
           PERFORM 0003-LEER-DETALLE-PRUEBAS UNTIL detprueba-fin.
           MOVE 0 TO ws-indice-cmp.
           PERFORM 0003-COMPARAR-CONCEPTO
               UNTIL ws-indice-cmp = num-conceptos.
           IF ws-conceptos-perdidos > 0
               MOVE SPACES TO LINEA-PARALELO
               STRING "  AVISO: MAS DE " max-conceptos
                      " CONCEPTOS, " ws-conceptos-perdidos
                      " LINEAS SIN COMPARAR"
                   DELIMITED BY SIZE INTO LINEA-PARALELO
               WRITE LINEA-PARALELO
               SET trabajador-con-diferencias TO TRUE
               MOVE 0 TO ws-conceptos-perdidos
           END-IF.

       0003-LEER-DETALLE-PRODUCCION.
           READ NOMDETFILE NEXT RECORD
               AT END SET nomdetfile-fin TO TRUE
               NOT AT END
                   IF det-id-trabajador OF REG-DETALLE
                          NOT = nom-id-trabajador OF REG-NOMINA
                       OR det-periodo OF REG-DETALLE
                          NOT = ws-periodo-paralelo
                       SET nomdetfile-fin TO TRUE
                   ELSE
                       SET linea-produccion TO TRUE
                       MOVE det-concepto OF REG-DETALLE
                           TO ws-concepto-buscado
                       MOVE det-descripcion OF REG-DETALLE
                           TO ws-descripcion-linea
                       MOVE det-importe OF REG-DETALLE
                           TO ws-importe-linea
                       PERFORM 0003-ANOTAR-CONCEPTO
                   END-IF
           END-READ.

       0003-LEER-DETALLE-PRUEBAS.
           READ DETPRUEBA NEXT RECORD
               AT END SET detprueba-fin TO TRUE
               NOT AT END
                   IF det-id-trabajador OF REG-DETALLE-PRUEBA
                          NOT = nom-id-trabajador OF REG-NOMINA
                       OR det-periodo OF REG-DETALLE-PRUEBA
                          NOT = ws-periodo-paralelo
                       SET detprueba-fin TO TRUE
                   ELSE
                       SET linea-pruebas TO TRUE
                       MOVE det-concepto OF REG-DETALLE-PRUEBA
                           TO ws-concepto-buscado
                       MOVE det-descripcion OF REG-DETALLE-PRUEBA
                           TO ws-descripcion-linea
                       MOVE det-importe OF REG-DETALLE-PRUEBA
                           TO ws-importe-linea
                       PERFORM 0003-ANOTAR-CONCEPTO
                   END-IF
           END-READ.

       0003-ANOTAR-CONCEPTO.
           *> BUSCA EL CONCEPTO EN LA TABLA Y, SI NO ESTA, LO ANADE.
           SET concepto-no-hallado TO TRUE.
           MOVE 0 TO ws-indice-cmp.
           PERFORM 0003-BUSCAR-CONCEPTO
               UNTIL concepto-hallado OR ws-indice-cmp = num-conceptos.
           IF concepto-no-hallado
               IF num-conceptos < max-conceptos
                   ADD 1 TO num-conceptos
                   MOVE num-conceptos TO ws-indice-cmp
                   MOVE ws-concepto-buscado
                       TO cmp-concepto(ws-indice-cmp)
                   MOVE ws-descripcion-linea
                       TO cmp-descripcion(ws-indice-cmp)
                   MOVE 0 TO cmp-importe-prod(ws-indice-cmp)
                   MOVE 0 TO cmp-importe-prueba(ws-indice-cmp)
                   MOVE "N" TO cmp-en-produccion(ws-indice-cmp)
                   MOVE "N" TO cmp-en-pruebas(ws-indice-cmp)
                   SET concepto-hallado TO TRUE
               ELSE
                   ADD 1 TO ws-conceptos-perdidos
               END-IF
           END-IF.
           IF concepto-hallado
               IF linea-produccion
                   ADD ws-importe-linea
                       TO cmp-importe-prod(ws-indice-cmp)
                   MOVE "S" TO cmp-en-produccion(ws-indice-cmp)
               ELSE
                   ADD ws-importe-linea
                       TO cmp-importe-prueba(ws-indice-cmp)
                   MOVE "S" TO cmp-en-pruebas(ws-indice-cmp)
               END-IF
           END-IF.

       0003-BUSCAR-CONCEPTO.

           ADD 1 TO ws-indice-cmp.
           IF cmp-concepto(ws-indice-cmp) = ws-concepto-buscado
               SET concepto-hallado TO TRUE
           END-IF.

       0003-COMPARAR-CONCEPTO.

           ADD 1 TO ws-indice-cmp.
           MOVE SPACES TO ws-campo-nombre.
           STRING "CONCEPTO " cmp-concepto(ws-indice-cmp)
               DELIMITED BY SIZE INTO ws-campo-nombre.
           MOVE cmp-importe-prod(ws-indice-cmp)
               TO ws-importe-produccion.
           MOVE cmp-importe-prueba(ws-indice-cmp)
               TO ws-importe-pruebas.
           COMPUTE ws-importe-diferencia =
               ws-importe-pruebas - ws-importe-produccion.
           IF cmp-en-produccion(ws-indice-cmp) = "N"
               MOVE "SOLO PRUEBAS" TO ws-observacion
               PERFORM 0005-ESCRIBIR-DIFERENCIA
           ELSE IF cmp-en-pruebas(ws-indice-cmp) = "N"
               MOVE "SOLO PRODUCCION" TO ws-observacion
               PERFORM 0005-ESCRIBIR-DIFERENCIA
           ELSE IF ws-importe-diferencia NOT = 0
               MOVE SPACES TO ws-observacion
               PERFORM 0005-ESCRIBIR-DIFERENCIA
           END-IF.

       0004-BUSCAR-SOLO-PRUEBAS.
           *> SEGUNDA PASADA: NOMINAS DEL PERIODO QUE EL CIERRE DE
           *> PRUEBAS GENERO Y PRODUCCION NO (ALTAS QUE EL CODIGO
           *> NUEVO PROCESA Y EL VIEJO NO, POR EJEMPLO).
           READ NOMPRUEBA NEXT RECORD
               AT END SET nomprueba-fin TO TRUE
               NOT AT END
                   IF nom-periodo OF REG-NOMINA-PRUEBA
                          = ws-periodo-paralelo
                       MOVE nom-clave OF REG-NOMINA-PRUEBA
                           TO nom-clave OF REG-NOMINA
                       READ NOMMAESTRO
                           INVALID KEY
                               PERFORM 0004-ANOTAR-SOLO-PRUEBAS
                       END-READ
                   END-IF
           END-READ.

       0004-ANOTAR-SOLO-PRUEBAS.

           ADD 1 TO ws-solo-pruebas.
           ADD nom-bruto OF REG-NOMINA-PRUEBA TO ws-bruto-pruebas.
           ADD nom-liquido OF REG-NOMINA-PRUEBA TO ws-liquido-pruebas.
           MOVE nom-id-trabajador OF REG-NOMINA-PRUEBA
               TO nom-id-trabajador OF REG-NOMINA.
           MOVE "SOLO PRUEBAS" TO ws-observacion.
           MOVE 0 TO ws-importe-produccion.
           MOVE nom-liquido OF REG-NOMINA-PRUEBA TO ws-importe-pruebas.
           PERFORM 0005-ESCRIBIR-SOLO-UN-LADO.

       0005-ESCRIBIR-CABECERA.

           MOVE ALL "=" TO LINEA-PARALELO.
           WRITE LINEA-PARALELO.
           MOVE SPACES TO LINEA-PARALELO.
           STRING "COMPARACION EN PARALELO DEL PERIODO "
                  ws-periodo-paralelo " - " ws-fecha-hoy " " ws-hora-hoy
               DELIMITED BY SIZE INTO LINEA-PARALELO.
           WRITE LINEA-PARALELO.
           MOVE SPACES TO LINEA-PARALELO.
           STRING "PRODUCCION: DIRECTORIO DE TRABAJO   PRUEBAS: "
                  ws-ruta-pruebas
               DELIMITED BY SIZE INTO LINEA-PARALELO.
           WRITE LINEA-PARALELO.
           MOVE SPACES TO LINEA-PARALELO.
           STRING "TRABAJ. CAMPO/CONCEPTO      PRODUCCION       PRUEBAS"
                  "    DIFERENCIA  OBSERVACION"
               DELIMITED BY SIZE INTO LINEA-PARALELO.
           WRITE LINEA-PARALELO.
           MOVE ALL "-" TO LINEA-PARALELO.
           WRITE LINEA-PARALELO.

       0005-ESCRIBIR-DIFERENCIA.
           *> UNA LINEA POR IMPORTE DISTINTO; EL NUMERO DE TRABAJADOR
           *> SOLO EN LA PRIMERA DE LAS SUYAS.
           ADD 1 TO ws-lineas-diferencia.
           SET trabajador-con-diferencias TO TRUE.
           MOVE ws-importe-produccion TO ws-produccion-format.
           MOVE ws-importe-pruebas TO ws-pruebas-format.
           MOVE ws-importe-diferencia TO ws-diferencia-format.
           MOVE SPACES TO LINEA-PARALELO.
           IF cabecera-pendiente
               MOVE nom-id-trabajador OF REG-NOMINA
                   TO LINEA-PARALELO(1:5)
               SET cabecera-escrita TO TRUE
           END-IF.
           MOVE ws-campo-nombre TO LINEA-PARALELO(9:16).
           MOVE ws-produccion-format TO LINEA-PARALELO(26:13).
           MOVE ws-pruebas-format TO LINEA-PARALELO(40:13).
           MOVE ws-diferencia-format TO LINEA-PARALELO(54:13).
           MOVE ws-observacion TO LINEA-PARALELO(69:16).
           WRITE LINEA-PARALELO.

       0005-ESCRIBIR-SOLO-UN-LADO.
           *> NOMINA DEL PERIODO EN UN SOLO LADO: SE DA SU LIQUIDO.
           ADD 1 TO ws-lineas-diferencia.
           COMPUTE ws-importe-diferencia =
               ws-importe-pruebas - ws-importe-produccion.
           MOVE ws-importe-produccion TO ws-produccion-format.
           MOVE ws-importe-pruebas TO ws-pruebas-format.
           MOVE ws-importe-diferencia TO ws-diferencia-format.
           MOVE SPACES TO LINEA-PARALELO.
           MOVE nom-id-trabajador OF REG-NOMINA TO LINEA-PARALELO(1:5).
           MOVE "LIQUIDO" TO LINEA-PARALELO(9:16).
           MOVE ws-produccion-format TO LINEA-PARALELO(26:13).
           MOVE ws-pruebas-format TO LINEA-PARALELO(40:13).
           MOVE ws-diferencia-format TO LINEA-PARALELO(54:13).
           MOVE ws-observacion TO LINEA-PARALELO(69:16).
           WRITE LINEA-PARALELO.

       0005-ESCRIBIR-TOTALES.

           MOVE ALL "-" TO LINEA-PARALELO.
           WRITE LINEA-PARALELO.
           MOVE SPACES TO LINEA-PARALELO.
           STRING "TRABAJADORES COMPARADOS: " ws-trab-comparados
                  "   CON DIFERENCIAS: " ws-trab-distintos
               DELIMITED BY SIZE INTO LINEA-PARALELO.
           WRITE LINEA-PARALELO.
           MOVE SPACES TO LINEA-PARALELO.
           STRING "SOLO EN PRODUCCION: " ws-solo-produccion
                  "   SOLO EN PRUEBAS: " ws-solo-pruebas
                  "   LINEAS DE DIFERENCIA: " ws-lineas-diferencia
               DELIMITED BY SIZE INTO LINEA-PARALELO.
           WRITE LINEA-PARALELO.
           MOVE ws-bruto-produccion TO ws-total-format.
           MOVE ws-bruto-pruebas TO ws-total2-format.
           MOVE SPACES TO LINEA-PARALELO.
           STRING "BRUTO   PRODUCCION " ws-total-format
                  "   PRUEBAS " ws-total2-format
               DELIMITED BY SIZE INTO LINEA-PARALELO.
           WRITE LINEA-PARALELO.
           MOVE ws-liquido-produccion TO ws-total-format.
           MOVE ws-liquido-pruebas TO ws-total2-format.
           MOVE SPACES TO LINEA-PARALELO.
           STRING "LIQUIDO PRODUCCION " ws-total-format
                  "   PRUEBAS " ws-total2-format
               DELIMITED BY SIZE INTO LINEA-PARALELO.
           WRITE LINEA-PARALELO.
           MOVE SPACES TO LINEA-PARALELO.
           IF ws-lineas-diferencia = 0
               MOVE "SIN DIFERENCIAS: EL CIERRE DE PRUEBAS CUADRA CON "
                   TO LINEA-PARALELO
               MOVE "PRODUCCION" TO LINEA-PARALELO(51:10)
           ELSE
               MOVE "HAY DIFERENCIAS: REVISE CADA LINEA ANTES DE "
                   TO LINEA-PARALELO
               MOVE "PASAR EL CAMBIO A PRODUCCION"
                   TO LINEA-PARALELO(45:28)
           END-IF.
           WRITE LINEA-PARALELO.
           MOVE ALL "=" TO LINEA-PARALELO.
           WRITE LINEA-PARALELO.

       END PROGRAM NOMINA-PARALELO.
