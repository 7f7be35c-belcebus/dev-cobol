       ID DIVISION.
       PROGRAM-ID. NOCTURNO-NOTIFICA.
       AUTHOR. DAVID HERNANDEZ MARTIN.
      *MODIFICACIONES
      *15/10/2026 - ALTA INICIAL. BOLETIN DEL MANTENIMIENTO NOCTURNO,
      *             PASO FINAL COND=EVEN DE NOCTPROC AL ESTILO DE
      *             NOMINA-NOTIFICA: REUNE EN UNA PAGINA FECHADA
      *             (BOLETIN_NOCTURNO_<FECHA>.TXT) LA GENERACION DE
      *             COPIA DE LA NOCHE CON SUS RECUENTOS POR MAESTRO
      *             (COPIAS_CONTROL.DAT Y COPIAS_MANIFIESTO.TXT), LAS
      *             DISCREPANCIAS DE INTEGRIDAD (INTEGRIDAD.TXT), EL
      *             RESULTADO DE LA CADENA DE SELLADO DE AUDITORIA
      *             (AUDITORIA_VERIFICACION.TXT) Y SI EL CERROJO
      *             CIERRE_EN_CURSO.DAT QUEDO COGIDO. CADA INFORME
      *             SOLO CUENTA SI LLEVA LA FECHA DE HOY: UN PASO QUE
      *             NO CORRIO O FALLO SALE COMO ALERTA, Y EL "TODO
      *             CORRECTO" FINAL SOLO SE DA CON LA COPIA
      *             REGISTRADA, LAS DOS VERIFICACIONES LIMPIAS Y EL
      *             CERROJO SUELTO.
      *15/10/2026 - LA COPIA VUELCA AHORA TODOS LOS MAESTROS DE LA
      *             NOMINA: EL NOMBRE DEL MAESTRO EN EL MANIFIESTO
      *             PASA A 30 POSICIONES Y LA TABLA DE VOLCADOS DEL
      *             BOLETIN A 20 ENTRADAS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROLFILE ASSIGN TO "COPIAS_CONTROL.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS controlfile-status.

           SELECT MANIFIESTOFILE ASSIGN TO "COPIAS_MANIFIESTO.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS manifiestofile-status.

           SELECT INTEGFILE ASSIGN TO "INTEGRIDAD.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS integfile-status.

           SELECT AUDVERFILE ASSIGN TO "AUDITORIA_VERIFICACION.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS audverfile-status.

           SELECT BLOQUEOFILE ASSIGN TO "CIERRE_EN_CURSO.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS bloqueofile-status.

           SELECT BOLETINFILE ASSIGN TO DYNAMIC ws-ruta-boletin
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS boletinfile-status.

       DATA DIVISION.
       FILE SECTION.
      *    MISMOS TRAZADOS QUE ESCRIBE COPIAS-SEGURIDAD.
       FD  CONTROLFILE
           LABEL RECORDS ARE STANDARD.
       01  REG-CONTROL.
           05 ctl-ultima-generacion PIC 9(02).
           05 ctl-fecha-copia       PIC 9(08).

       FD  MANIFIESTOFILE
           LABEL RECORDS ARE STANDARD.
       01  REG-MANIFIESTO.
           05 man-fecha            PIC 9(08).
           05 FILLER               PIC X(01).
           05 man-generacion       PIC 9(02).
           05 FILLER               PIC X(01).
           05 man-fichero          PIC X(30).
           05 FILLER               PIC X(01).
           05 man-registros        PIC 9(07).
           05 FILLER               PIC X(01).
           05 man-total            PIC S9(11)V99 SIGN TRAILING
                                   SEPARATE.

       FD  INTEGFILE
           LABEL RECORDS ARE STANDARD.
       01  LINEA-INTEGRIDAD           PIC X(120).

      *    LINEA DE TOTALES DE AUDITORIA-VERIFICA: FICHEROS(11:3)
      *    LINEAS(38:7) ROTURAS(98:5) FECHA(111:8).
       FD  AUDVERFILE
           LABEL RECORDS ARE STANDARD.
       01  LINEA-VERIFICACION         PIC X(120).

       FD  BLOQUEOFILE
           LABEL RECORDS ARE STANDARD.
       01  REG-BLOQUEO.
           05 blq-periodo          PIC 9(06).
           05 blq-fecha            PIC 9(08).
           05 blq-hora             PIC 9(08).
           05 blq-programa         PIC X(20).

       FD  BOLETINFILE
           LABEL RECORDS ARE STANDARD.
       01  LINEA-BOLETIN              PIC X(100).

       WORKING-STORAGE SECTION.

         >>SOURCE FORMAT IS FREE
         COPY FILESTAT REPLACING NIVEL-FS BY 77
             FS-CAMPO BY controlfile-status
             FS-OK BY controlfile-ok
             FS-FIN-FICHERO BY controlfile-fin
             FS-CLAVE-DUPLICADA BY controlfile-dup
             FS-REGISTRO-NO-ENCONTRADO BY controlfile-no-encontrado
             FS-FICHERO-NO-EXISTE BY controlfile-no-existe
             FS-REGISTRO-BLOQUEADO BY controlfile-bloqueado
             FS-DATOS-INVALIDOS BY controlfile-datos-invalidos.
         COPY FILESTAT REPLACING NIVEL-FS BY 77
             FS-CAMPO BY manifiestofile-status
             FS-OK BY manifiestofile-ok
             FS-FIN-FICHERO BY manifiestofile-fin
             FS-CLAVE-DUPLICADA BY manifiestofile-dup
             FS-REGISTRO-NO-ENCONTRADO BY manifiestofile-no-encontrado
             FS-FICHERO-NO-EXISTE BY manifiestofile-no-existe
             FS-REGISTRO-BLOQUEADO BY manifiestofile-bloqueado
             FS-DATOS-INVALIDOS BY manifiestofile-datos-invalidos.
         COPY FILESTAT REPLACING NIVEL-FS BY 77
             FS-CAMPO BY integfile-status
             FS-OK BY integfile-ok
             FS-FIN-FICHERO BY integfile-fin
             FS-CLAVE-DUPLICADA BY integfile-dup
             FS-REGISTRO-NO-ENCONTRADO BY integfile-no-encontrado
             FS-FICHERO-NO-EXISTE BY integfile-no-existe
             FS-REGISTRO-BLOQUEADO BY integfile-bloqueado
             FS-DATOS-INVALIDOS BY integfile-datos-invalidos.
         COPY FILESTAT REPLACING NIVEL-FS BY 77
             FS-CAMPO BY audverfile-status
             FS-OK BY audverfile-ok
             FS-FIN-FICHERO BY audverfile-fin
             FS-CLAVE-DUPLICADA BY audverfile-dup
             FS-REGISTRO-NO-ENCONTRADO BY audverfile-no-encontrado
             FS-FICHERO-NO-EXISTE BY audverfile-no-existe
             FS-REGISTRO-BLOQUEADO BY audverfile-bloqueado
             FS-DATOS-INVALIDOS BY audverfile-datos-invalidos.
         COPY FILESTAT REPLACING NIVEL-FS BY 77
             FS-CAMPO BY bloqueofile-status
             FS-OK BY bloqueofile-ok
             FS-FIN-FICHERO BY bloqueofile-fin
             FS-CLAVE-DUPLICADA BY bloqueofile-dup
             FS-REGISTRO-NO-ENCONTRADO BY bloqueofile-no-encontrado
             FS-FICHERO-NO-EXISTE BY bloqueofile-no-existe
             FS-REGISTRO-BLOQUEADO BY bloqueofile-bloqueado
             FS-DATOS-INVALIDOS BY bloqueofile-datos-invalidos.
         COPY FILESTAT REPLACING NIVEL-FS BY 77
             FS-CAMPO BY boletinfile-status
             FS-OK BY boletinfile-ok
             FS-FIN-FICHERO BY boletinfile-fin
             FS-CLAVE-DUPLICADA BY boletinfile-dup
             FS-REGISTRO-NO-ENCONTRADO BY boletinfile-no-encontrado
             FS-FICHERO-NO-EXISTE BY boletinfile-no-existe
             FS-REGISTRO-BLOQUEADO BY boletinfile-bloqueado
             FS-DATOS-INVALIDOS BY boletinfile-datos-invalidos.

         77 ws-ruta-boletin      PIC X(80) VALUE SPACES.
         77 ws-prefijo-boletin   PIC X(60) VALUE "BoletinNocturno".
         77 ws-fecha-hoy         PIC 9(08) VALUE 0.

         *> COPIA: SOLO ES BUENA SI COPIAS-SEGURIDAD LLEGO A
         *> REGISTRAR LA GENERACION CON LA FECHA DE HOY.
         77 ws-copia-hoy         PIC 9(01) VALUE 0.
            88 copia-registrada      VALUE 1.
            88 copia-sin-registrar   VALUE 0.
         77 ws-generacion        PIC 9(02) VALUE 0.
         *> MAESTROS VOLCADOS HOY SEGUN EL MANIFIESTO (UNA LINEA POR
         *> MAESTRO; UNA REPETICION DEL PASO DEJA LA ULTIMA).
         01 tabla-volcados.
            05 num-volcados      PIC 9(02) VALUE 0.
            05 volcado OCCURS 20 TIMES.
               10 vol-fichero    PIC X(30).
               10 vol-generacion PIC 9(02).
               10 vol-registros  PIC 9(07).
         77 ws-indice-volcado    PIC 9(02).
         77 ws-volcado-hallado   PIC 9(01).
            88 volcado-hallado       VALUE 1.
            88 volcado-nuevo         VALUE 0.

         77 ws-integridad-hoy    PIC 9(01) VALUE 0.
            88 integridad-de-hoy     VALUE 1.
            88 integridad-sin-pasar  VALUE 0.
         77 ws-discrepancias     PIC 9(05) VALUE 0.

         77 ws-auditoria-hoy     PIC 9(01) VALUE 0.
            88 auditoria-de-hoy      VALUE 1.
            88 auditoria-sin-pasar   VALUE 0.
         77 ws-aud-ficheros      PIC 9(03) VALUE 0.
         77 ws-aud-lineas        PIC 9(07) VALUE 0.
         77 ws-aud-roturas       PIC 9(05) VALUE 0.

         77 ws-bloqueo-colgado   PIC 9(01) VALUE 0.
            88 cerrojo-colgado       VALUE 1.
            88 cerrojo-suelto        VALUE 0.

         77 ws-alertas           PIC 9(02) VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN SECTION.
       0000-PRINCIPAL.
           DISPLAY "=== BOLETIN DEL MANTENIMIENTO NOCTURNO ===".
           PERFORM 0001-DETERMINAR-FECHA.
           PERFORM 0002-LEER-CONTROL-COPIA.
           PERFORM 0003-LEER-MANIFIESTO.
           PERFORM 0004-LEER-INTEGRIDAD.
           PERFORM 0005-LEER-VERIFICACION.
           PERFORM 0006-COMPROBAR-CERROJO.
           PERFORM 0007-ESCRIBIR-BOLETIN.
           STOP RUN.

       0001-DETERMINAR-FECHA.

           ACCEPT ws-fecha-hoy FROM DATE YYYYMMDD.
           ACCEPT ws-prefijo-boletin
               FROM ENVIRONMENT "RUTA-BOLETIN-NOCTURNO".
           IF ws-prefijo-boletin = SPACES
               MOVE "BoletinNocturno" TO ws-prefijo-boletin
           END-IF.
           MOVE SPACES TO ws-ruta-boletin.
           STRING FUNCTION TRIM(ws-prefijo-boletin) "_"
                  ws-fecha-hoy ".TXT"
               DELIMITED BY SIZE INTO ws-ruta-boletin.

       0002-LEER-CONTROL-COPIA.

           SET copia-sin-registrar TO TRUE.
           OPEN INPUT CONTROLFILE.
           IF controlfile-ok
               READ CONTROLFILE
                   AT END CONTINUE
                   NOT AT END
                       IF ctl-fecha-copia = ws-fecha-hoy
                           SET copia-registrada TO TRUE
                           MOVE ctl-ultima-generacion
                               TO ws-generacion
                       END-IF
               END-READ
               CLOSE CONTROLFILE
           END-IF.

       0003-LEER-MANIFIESTO.
           *> CON LA COPIA REGISTRADA SOLO CUENTA SU GENERACION; SIN
           *> ELLA SE ENSENA LO QUE LLEGO A VOLCARSE HOY, PARA VER
           *> DONDE SE QUEDO.
           OPEN INPUT MANIFIESTOFILE.
           IF manifiestofile-ok
               PERFORM 0003-EXAMINAR-MANIFIESTO
                   UNTIL manifiestofile-fin
               CLOSE MANIFIESTOFILE
           END-IF.

       0003-EXAMINAR-MANIFIESTO.
           READ MANIFIESTOFILE
               AT END SET manifiestofile-fin TO TRUE
               NOT AT END
                   IF man-fecha = ws-fecha-hoy
                       AND (copia-sin-registrar
                        OR man-generacion = ws-generacion)
                       PERFORM 0003-ANOTAR-VOLCADO
                   END-IF
           END-READ.

       0003-ANOTAR-VOLCADO.

           SET volcado-nuevo TO TRUE.
           MOVE 0 TO ws-indice-volcado.
           PERFORM 0003-BUSCAR-VOLCADO
               UNTIL volcado-hallado
                  OR ws-indice-volcado = num-volcados.
           IF volcado-nuevo AND num-volcados < 20
               ADD 1 TO num-volcados
               MOVE num-volcados TO ws-indice-volcado
               SET volcado-hallado TO TRUE
           END-IF.
           IF volcado-hallado
               MOVE man-fichero TO vol-fichero(ws-indice-volcado)
               MOVE man-generacion
                   TO vol-generacion(ws-indice-volcado)
               MOVE man-registros TO vol-registros(ws-indice-volcado)
           END-IF.

       0003-BUSCAR-VOLCADO.

           ADD 1 TO ws-indice-volcado.
           IF vol-fichero(ws-indice-volcado) = man-fichero
               SET volcado-hallado TO TRUE
           END-IF.

       0004-LEER-INTEGRIDAD.
           *> LINEA FINAL DE VERIFICA-INTEGRIDAD: "DISCREPANCIAS
           *> ENCONTRADAS: NNNNN FECHA: AAAAMMDD".
           OPEN INPUT INTEGFILE.
           IF integfile-ok
               PERFORM 0004-EXAMINAR-LINEA-INTEG UNTIL integfile-fin
               CLOSE INTEGFILE
           END-IF.

       0004-EXAMINAR-LINEA-INTEG.
           READ INTEGFILE
               AT END SET integfile-fin TO TRUE
               NOT AT END
                   IF LINEA-INTEGRIDAD(1:27)
                       = "DISCREPANCIAS ENCONTRADAS: "
                       AND LINEA-INTEGRIDAD(28:5) IS NUMERIC
                       AND LINEA-INTEGRIDAD(33:8) = " FECHA: "
                       AND LINEA-INTEGRIDAD(41:8) = ws-fecha-hoy
                       SET integridad-de-hoy TO TRUE
                       MOVE LINEA-INTEGRIDAD(28:5)
                           TO ws-discrepancias
                   END-IF
           END-READ.

       0005-LEER-VERIFICACION.

           OPEN INPUT AUDVERFILE.
           IF audverfile-ok
               PERFORM 0005-EXAMINAR-LINEA-VERIF UNTIL audverfile-fin
               CLOSE AUDVERFILE
           END-IF.

       0005-EXAMINAR-LINEA-VERIF.
           READ AUDVERFILE
               AT END SET audverfile-fin TO TRUE
               NOT AT END
                   IF LINEA-VERIFICACION(1:10) = "FICHEROS: "
                       AND LINEA-VERIFICACION(98:5) IS NUMERIC
                       AND LINEA-VERIFICACION(111:8) = ws-fecha-hoy
                       SET auditoria-de-hoy TO TRUE
                       MOVE LINEA-VERIFICACION(11:3)
                           TO ws-aud-ficheros
                       MOVE LINEA-VERIFICACION(38:7) TO ws-aud-lineas
                       MOVE LINEA-VERIFICACION(98:5) TO ws-aud-roturas
                   END-IF
           END-READ.

       0006-COMPROBAR-CERROJO.

           OPEN INPUT BLOQUEOFILE.
           IF bloqueofile-ok
               READ BLOQUEOFILE
                   AT END CONTINUE
                   NOT AT END
                       SET cerrojo-colgado TO TRUE
               END-READ
               CLOSE BLOQUEOFILE
           END-IF.

       0007-ESCRIBIR-BOLETIN.

           OPEN OUTPUT BOLETINFILE.
           IF NOT boletinfile-ok
               DISPLAY "ERROR: NO SE PUDO CREAR EL BOLETIN "
                   ws-ruta-boletin " - FILE STATUS "
                   boletinfile-status
           ELSE
               MOVE ALL "=" TO LINEA-BOLETIN
               WRITE LINEA-BOLETIN
               MOVE SPACES TO LINEA-BOLETIN
               STRING "BOLETIN DEL MANTENIMIENTO NOCTURNO - FECHA "
                      ws-fecha-hoy
                   DELIMITED BY SIZE INTO LINEA-BOLETIN
               WRITE LINEA-BOLETIN
               PERFORM 0008-BOLETIN-COPIA
               PERFORM 0009-BOLETIN-VERIFICACIONES
               PERFORM 0010-BOLETIN-CERROJO
               MOVE SPACES TO LINEA-BOLETIN
               IF ws-alertas = 0
                   MOVE "RESULTADO: TODO CORRECTO" TO LINEA-BOLETIN
               ELSE
                   STRING "RESULTADO: " ws-alertas
                          " ALERTA(S), REVISAR ANTES DE ABRIR EL DIA"
                       DELIMITED BY SIZE INTO LINEA-BOLETIN
               END-IF
               WRITE LINEA-BOLETIN
               DISPLAY LINEA-BOLETIN(1:60)
               MOVE ALL "=" TO LINEA-BOLETIN
               WRITE LINEA-BOLETIN
               CLOSE BOLETINFILE
               DISPLAY "BOLETIN GENERADO EN " ws-ruta-boletin
           END-IF.

       0008-BOLETIN-COPIA.

           MOVE SPACES TO LINEA-BOLETIN.
           IF copia-registrada
               STRING "COPIA DE SEGURIDAD: GENERACION " ws-generacion
                      " REGISTRADA"
                   DELIMITED BY SIZE INTO LINEA-BOLETIN
           ELSE
               ADD 1 TO ws-alertas
               MOVE "*** ALERTA: LA COPIA DE ESTA NOCHE NO SE "
                   & "COMPLETO, NO HAY GENERACION NUEVA ***"
                   TO LINEA-BOLETIN
               DISPLAY "ALERTA: COPIA DE SEGURIDAD NO COMPLETADA"
           END-IF.
           WRITE LINEA-BOLETIN.
           MOVE 0 TO ws-indice-volcado.
           PERFORM 0008-LINEA-VOLCADO
               UNTIL ws-indice-volcado = num-volcados.
           IF num-volcados = 0
               MOVE "  NINGUN MAESTRO VOLCADO HOY" TO LINEA-BOLETIN
               WRITE LINEA-BOLETIN
           END-IF.

       0008-LINEA-VOLCADO.

           ADD 1 TO ws-indice-volcado.
           MOVE SPACES TO LINEA-BOLETIN.
           STRING "  " vol-fichero(ws-indice-volcado)
                  " GENERACION " vol-generacion(ws-indice-volcado)
                  " REGISTROS " vol-registros(ws-indice-volcado)
               DELIMITED BY SIZE INTO LINEA-BOLETIN.
           WRITE LINEA-BOLETIN.

       0009-BOLETIN-VERIFICACIONES.

           MOVE SPACES TO LINEA-BOLETIN.
           IF integridad-sin-pasar
               ADD 1 TO ws-alertas
               MOVE "*** ALERTA: LA VERIFICACION DE INTEGRIDAD NO "
                   & "SE EJECUTO ESTA NOCHE ***" TO LINEA-BOLETIN
           ELSE
               STRING "DISCREPANCIAS DE INTEGRIDAD: " ws-discrepancias
                   DELIMITED BY SIZE INTO LINEA-BOLETIN
               IF ws-discrepancias > 0
                   ADD 1 TO ws-alertas
               END-IF
           END-IF.
           WRITE LINEA-BOLETIN.

           MOVE SPACES TO LINEA-BOLETIN.
           IF auditoria-sin-pasar
               ADD 1 TO ws-alertas
               MOVE "*** ALERTA: LA CADENA DE AUDITORIA NO SE "
                   & "VERIFICO ESTA NOCHE ***" TO LINEA-BOLETIN
           ELSE IF ws-aud-roturas > 0
               ADD 1 TO ws-alertas
               STRING "*** CADENA DE AUDITORIA ROTA: " ws-aud-roturas
                      " ROTURA(S) (AUDITORIA_VERIFICACION.TXT) ***"
                   DELIMITED BY SIZE INTO LINEA-BOLETIN
           ELSE
               STRING "CADENA DE AUDITORIA INTACTA: " ws-aud-ficheros
                      " FICHERO(S), " ws-aud-lineas " LINEAS"
                   DELIMITED BY SIZE INTO LINEA-BOLETIN
           END-IF.
           WRITE LINEA-BOLETIN.

       0010-BOLETIN-CERROJO.

           MOVE SPACES TO LINEA-BOLETIN.
           IF cerrojo-colgado
               ADD 1 TO ws-alertas
               STRING "*** ALERTA: CIERRE_EN_CURSO.DAT COGIDO POR "
                      blq-programa " (PERIODO " blq-periodo
                      " DESDE " blq-fecha ") ***"
                   DELIMITED BY SIZE INTO LINEA-BOLETIN
               DISPLAY "ALERTA: CERROJO DE CIERRE COLGADO ("
                   blq-programa ")"
           ELSE
               MOVE "CERROJO DE CIERRE (CIERRE_EN_CURSO.DAT): SUELTO"
                   TO LINEA-BOLETIN
           END-IF.
           WRITE LINEA-BOLETIN.

       END PROGRAM NOCTURNO-NOTIFICA.
