       ID DIVISION.
       PROGRAM-ID. CONTRATOS-HISTORICO.
       AUTHOR. DAVID HERNANDEZ MARTIN.
      *MODIFICACIONES
      *15/10/2026 - ALTA INICIAL. MANTIENE LOS TRAMOS DE CONTRATO DE
      *             CADA TRABAJADOR EN CONTRATOS_HISTORICO.DAT (COPY
      *             CONREG): LA FICHA SOLO GUARDA EL CONTRATO EN
      *             VIGOR Y LA RENOVACION O LA CONVERSION PISABAN EL
      *             ANTERIOR. RECIBE DE TRABAJADORES-VERSION (AREA
      *             VERCOM) CADA REGISTRO GRABADO Y LO COMPARA CON EL
      *             TRAMO EN VIGOR: EL ALTA (O EL PRIMER REGISTRO
      *             VISTO DE UN TRABAJADOR) ABRE TRAMO DESDE LA FECHA
      *             DE ALTA; UN CAMBIO DE FECHA DE FIN PACTADA CIERRA
      *             EL TRAMO COMO RENOVACION EN LA FECHA DE FIN
      *             ANTERIOR Y ABRE OTRO AL DIA SIGUIENTE; UN CAMBIO
      *             DE TIPO O DE JORNADA LO CIERRA AYER (CONVERSION SI
      *             PASA A INDEFINIDO) Y ABRE OTRO HOY; LA BAJA LO
      *             CIERRA EN LA FECHA DE BAJA. CONTRATOS-
      *             ENCADENAMIENTO EXPLOTA EL FICHERO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTFILE ASSIGN TO "CONTRATOS_HISTORICO.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS con-clave
           FILE STATUS IS contfile-status.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTFILE
           LABEL RECORDS ARE STANDARD.
       01  REG-CONTRATO.
           COPY CONREG.

       WORKING-STORAGE SECTION.
      *    IMAGEN DEL REGISTRO RECIBIDO EN vcom-registro.
       01  REG-TRABAJADOR.
           COPY TRABREG.

         >>SOURCE FORMAT IS FREE
         COPY FILESTAT REPLACING NIVEL-FS BY 77
             FS-CAMPO BY contfile-status
             FS-OK BY contfile-ok
             FS-FIN-FICHERO BY contfile-fin
             FS-CLAVE-DUPLICADA BY contfile-dup
             FS-REGISTRO-NO-ENCONTRADO BY contfile-no-encontrado
             FS-FICHERO-NO-EXISTE BY contfile-no-existe
             FS-REGISTRO-BLOQUEADO BY contfile-bloqueado
             FS-DATOS-INVALIDOS BY contfile-datos-invalidos.

         77 ws-fecha-hoy         PIC 9(08).
         77 ws-fecha-ayer        PIC 9(08).
         77 ws-fecha-cierre      PIC 9(08).
         77 ws-fecha-inicio-nuevo PIC 9(08).
         77 ws-inicio-ultimo     PIC 9(08).
         77 ws-motivo-cierre     PIC X(01).
         77 ws-hay-tramo         PIC 9(01) VALUE 0.
            88 tramo-encontrado       VALUE 1.
            88 sin-tramo              VALUE 0.

       LINKAGE SECTION.
         COPY VERCOM.

       PROCEDURE DIVISION USING version-com.
       0000-MAIN SECTION.
       0000-REGISTRAR-CONTRATO.
           MOVE vcom-registro TO REG-TRABAJADOR.
           ACCEPT ws-fecha-hoy FROM DATE YYYYMMDD.
           COMPUTE ws-fecha-ayer = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(ws-fecha-hoy) - 1).
           PERFORM 0001-ABRIR-HISTORICO.
           IF contfile-ok
               PERFORM 0002-BUSCAR-ULTIMO-TRAMO
               PERFORM 0003-ACTUALIZAR-TRAMOS
               CLOSE CONTFILE
           END-IF.
           GOBACK.

       0001-ABRIR-HISTORICO.
           *> SOLO SE CREA VACIO CON STATUS 35 (NO EXISTE), COMO EL
           *> RESTO DE MAESTROS INDEXADOS.
           OPEN I-O CONTFILE.
           IF contfile-no-existe
               OPEN OUTPUT CONTFILE
               CLOSE CONTFILE
               OPEN I-O CONTFILE
           END-IF.
           IF NOT contfile-ok
               DISPLAY "AVISO: NO SE PUDO ABRIR CONTRATOS_HISTORICO.DAT"
                   " - FILE STATUS " contfile-status
           END-IF.

       0002-BUSCAR-ULTIMO-TRAMO.
           *> EL TRAMO QUE CUENTA ES EL DE FECHA DE INICIO MAS ALTA
           *> DEL TRABAJADOR; SE DEJA LEIDO EN REG-CONTRATO.
           SET sin-tramo TO TRUE.
           MOVE id-trabajador TO con-id-trabajador.
           MOVE 0 TO con-fecha-inicio.
           START CONTFILE KEY IS NOT LESS THAN con-clave
               INVALID KEY SET contfile-fin TO TRUE
           END-START.
           PERFORM 0002-LEER-TRAMO UNTIL contfile-fin.
           IF tramo-encontrado
               MOVE id-trabajador TO con-id-trabajador
               MOVE ws-inicio-ultimo TO con-fecha-inicio
               READ CONTFILE
                   INVALID KEY SET sin-tramo TO TRUE
               END-READ
           END-IF.

       0002-LEER-TRAMO.
           READ CONTFILE NEXT RECORD
               AT END SET contfile-fin TO TRUE
               NOT AT END
                   IF con-id-trabajador NOT = id-trabajador
                       SET contfile-fin TO TRUE
                   ELSE
                       SET tramo-encontrado TO TRUE
                       MOVE con-fecha-inicio TO ws-inicio-ultimo
                   END-IF
           END-READ.

       0003-ACTUALIZAR-TRAMOS.

           IF trabajador-baja
               PERFORM 0004-CERRAR-POR-BAJA
           ELSE IF sin-tramo
               PERFORM 0005-ABRIR-TRAMO-ALTA
           ELSE IF con-fecha-fin NOT = 0
               PERFORM 0005-ABRIR-TRAMO-ALTA
           ELSE IF tipo-contrato NOT = con-tipo
               OR jornada-pct NOT = con-jornada-pct
               PERFORM 0006-CAMBIAR-CONDICIONES
           ELSE IF fecha-fin-contrato NOT = con-fecha-fin-prevista
               PERFORM 0007-RENOVAR-TRAMO
           END-IF.

       0004-CERRAR-POR-BAJA.
           *> EL TRAMO EN VIGOR SE CIERRA EN LA FECHA DE BAJA (HOY SI
           *> LA BAJA NO LA LLEVA). UN TRABAJADOR SIN TRAMOS DEJA UNO
           *> YA CERRADO DESDE SU FECHA DE ALTA. UN TRAMO YA CERRADO
           *> (VERSION REPETIDA DE LA MISMA BAJA) NO SE TOCA.
           IF fecha-baja-trabajador = 0
               MOVE ws-fecha-hoy TO ws-fecha-cierre
           ELSE
               MOVE fecha-baja-trabajador TO ws-fecha-cierre
           END-IF.
           IF tramo-encontrado AND con-fecha-fin = 0
               IF ws-fecha-cierre < con-fecha-inicio
                   MOVE con-fecha-inicio TO ws-fecha-cierre
               END-IF
               MOVE ws-fecha-cierre TO con-fecha-fin
               MOVE 'B' TO con-motivo-fin
               PERFORM 0009-REGRABAR-TRAMO
           ELSE IF sin-tramo
               IF fecha-alta-trabajador NOT = 0
                   AND fecha-alta-trabajador <= ws-fecha-cierre
                   MOVE fecha-alta-trabajador TO ws-fecha-inicio-nuevo
               ELSE
                   MOVE ws-fecha-cierre TO ws-fecha-inicio-nuevo
               END-IF
               PERFORM 0008-COMPONER-TRAMO
               MOVE ws-fecha-cierre TO con-fecha-fin
               MOVE 'B' TO con-motivo-fin
               PERFORM 0010-GRABAR-TRAMO
           END-IF.

       0005-ABRIR-TRAMO-ALTA.
           *> PRIMER TRAMO DEL TRABAJADOR (DESDE SU FECHA DE ALTA) O
           *> READMISION TRAS UNA BAJA (DESDE LA NUEVA FECHA DE ALTA
           *> SI ES POSTERIOR AL ULTIMO TRAMO, SI NO DESDE HOY). NUNCA
           *> SE SOLAPA CON EL TRAMO ANTERIOR.
           IF fecha-alta-trabajador NOT = 0
               AND (sin-tramo OR fecha-alta-trabajador > con-fecha-fin)
               MOVE fecha-alta-trabajador TO ws-fecha-inicio-nuevo
           ELSE
               MOVE ws-fecha-hoy TO ws-fecha-inicio-nuevo
           END-IF.
           IF tramo-encontrado
               AND ws-fecha-inicio-nuevo <= con-fecha-fin
               COMPUTE ws-fecha-inicio-nuevo = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(con-fecha-fin) + 1)
           END-IF.
           PERFORM 0008-COMPONER-TRAMO.
           PERFORM 0010-GRABAR-TRAMO.

       0006-CAMBIAR-CONDICIONES.
           *> UN TRAMO QUE EMPIEZA HOY O MAS ADELANTE SE CORRIGE SIN
           *> PARTIRLO (DOS CAMBIOS EL MISMO DIA SON UNO SOLO). SI NO,
           *> SE CIERRA AYER Y EL NUEVO EMPIEZA HOY.
           IF con-fecha-inicio >= ws-fecha-hoy
               MOVE tipo-contrato TO con-tipo
               MOVE jornada-pct TO con-jornada-pct
               MOVE fecha-fin-contrato TO con-fecha-fin-prevista
               PERFORM 0009-REGRABAR-TRAMO
           ELSE
               IF contrato-indefinido
                   AND (con-temporal OR con-practicas)
                   MOVE 'C' TO ws-motivo-cierre
               ELSE
                   MOVE 'M' TO ws-motivo-cierre
               END-IF
               MOVE ws-fecha-ayer TO con-fecha-fin
               MOVE ws-motivo-cierre TO con-motivo-fin
               PERFORM 0009-REGRABAR-TRAMO
               MOVE ws-fecha-hoy TO ws-fecha-inicio-nuevo
               PERFORM 0008-COMPONER-TRAMO
               PERFORM 0010-GRABAR-TRAMO
           END-IF.

       0007-RENOVAR-TRAMO.
           *> SOLO UNA FECHA DE FIN PACTADA POSTERIOR A LA ANTERIOR ES
           *> RENOVACION: EL TRAMO SE CIERRA EN LA FECHA DE FIN QUE
           *> TENIA Y EL NUEVO EMPIEZA AL DIA SIGUIENTE, SIN HUECOS.
           *> CUALQUIER OTRO CAMBIO DE LA FECHA (INFORMARLA, ADELANTAR
           *> EL FIN) SE CORRIGE EN EL PROPIO TRAMO.
           IF con-fecha-fin-prevista NOT = 0
               AND fecha-fin-contrato > con-fecha-fin-prevista
               AND con-fecha-fin-prevista >= con-fecha-inicio
               MOVE con-fecha-fin-prevista TO con-fecha-fin
               MOVE 'R' TO con-motivo-fin
               PERFORM 0009-REGRABAR-TRAMO
               COMPUTE ws-fecha-inicio-nuevo = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(con-fecha-fin) + 1)
               PERFORM 0008-COMPONER-TRAMO
               PERFORM 0010-GRABAR-TRAMO
           ELSE
               MOVE fecha-fin-contrato TO con-fecha-fin-prevista
               PERFORM 0009-REGRABAR-TRAMO
           END-IF.

       0008-COMPONER-TRAMO.
           *> TRAMO NUEVO EN VIGOR CON LAS CONDICIONES DE LA FICHA,
           *> DESDE ws-fecha-inicio-nuevo.
           MOVE SPACES TO REG-CONTRATO.
           MOVE id-trabajador TO con-id-trabajador.
           MOVE ws-fecha-inicio-nuevo TO con-fecha-inicio.
           MOVE tipo-contrato TO con-tipo.
           MOVE jornada-pct TO con-jornada-pct.
           MOVE fecha-fin-contrato TO con-fecha-fin-prevista.
           MOVE 0 TO con-fecha-fin.
           MOVE SPACES TO con-motivo-fin.

       0009-REGRABAR-TRAMO.

           PERFORM 0011-SELLAR-TRAMO.
           REWRITE REG-CONTRATO
               INVALID KEY
                   DISPLAY "AVISO: NO SE PUDO REGRABAR EL TRAMO "
                       con-clave " - FILE STATUS " contfile-status
           END-REWRITE.

       0010-GRABAR-TRAMO.

           PERFORM 0011-SELLAR-TRAMO.
           WRITE REG-CONTRATO
               INVALID KEY
                   DISPLAY "AVISO: NO SE PUDO GRABAR EL TRAMO "
                       con-clave " - FILE STATUS " contfile-status
           END-WRITE.

       0011-SELLAR-TRAMO.

           MOVE ws-fecha-hoy TO con-fecha-registro.
           MOVE vcom-programa TO con-programa.
           MOVE vcom-operador TO con-operador.

       END PROGRAM CONTRATOS-HISTORICO.
