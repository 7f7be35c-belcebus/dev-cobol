      *             MAESTRO NO LLEVA ID). TERMINA CON RETURN-CODE 8
      *             SI ENCUENTRA DISCREPANCIAS, PARA QUE EL PLAN
      *             NOCTURNO LO DETECTE.
      *15/10/2026 - INCIDENCIAS.DAT (MAESTRO INDEXADO INCREG): LINEAS
      *             DE TRABAJADORES QUE NO EXISTEN NI EN EL MAESTRO NI
      *             EN EL ARCHIVO, CON ESTADO DESCONOCIDO O CON UN
      *             PERIODO DE MES IMPOSIBLE. UN INCIDENCIAS.DAT QUE
      *             EXISTE PERO NO ABRE (TRAZADO ANTIGUO SIN MIGRAR)
      *             ES TAMBIEN DISCREPANCIA.
      *15/10/2026 - LA LINEA FINAL DE INTEGRIDAD.TXT LLEVA LA FECHA DE
      *             LA PASADA, PARA QUE EL BOLETIN NOCTURNO NO DE POR
      *             BUENO EL INFORME DE UNA NOCHE ANTERIOR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS maestrofile-status.

           SELECT INCFILE ASSIGN TO "INCIDENCIAS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS inc-clave
           ALTERNATE RECORD KEY IS inc-periodo WITH DUPLICATES
           FILE STATUS IS incfile-status.

           SELECT INFORMEFILE ASSIGN TO "INTEGRIDAD.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS informefile-status.
      *    MISMO LAYOUT QUE TRABREG, VEASE TRABAJADORES-ARCHIVO.
       01  REG-ARCHIVO.
           05 arch-id-trabajador   PIC 9(05).
           05 arch-resto-registro  PIC X(317).

       FD  DEPTOFILE
           LABEL RECORDS ARE STANDARD.
           05 nombre-departamento-cat   PIC X(30).
           05 responsable-departamento-cat PIC X(30).
           05 presupuesto-departamento-cat PIC 9(07)V99.
           05 empresa-departamento-cat  PIC 9(02).

       FD  HISTSALFILE
           LABEL RECORDS ARE STANDARD.
               SALARIO-EMP BY MAE-SALARIO.
           05 MAE-EDAD                         PIC 9(02).

       FD  INCFILE
           LABEL RECORDS ARE STANDARD.
       01  REG-INCIDENCIA.
           COPY INCREG.

       FD  INFORMEFILE
           LABEL RECORDS ARE STANDARD.
       01  LINEA-INFORME               PIC X(120).
             FS-FICHERO-NO-EXISTE BY maestrofile-no-existe
             FS-REGISTRO-BLOQUEADO BY maestrofile-bloqueado
             FS-DATOS-INVALIDOS BY maestrofile-datos-invalidos.
         COPY FILESTAT REPLACING NIVEL-FS BY 77
             FS-CAMPO BY incfile-status
             FS-OK BY incfile-ok
             FS-FIN-FICHERO BY incfile-fin
             FS-CLAVE-DUPLICADA BY incfile-dup
             FS-REGISTRO-NO-ENCONTRADO BY incfile-no-encontrado
             FS-FICHERO-NO-EXISTE BY incfile-no-existe
             FS-REGISTRO-BLOQUEADO BY incfile-bloqueado
             FS-DATOS-INVALIDOS BY incfile-datos-invalidos.
         COPY FILESTAT REPLACING NIVEL-FS BY 77
             FS-CAMPO BY informefile-status
             FS-OK BY informefile-ok
            88 id-existente          VALUE 1.
            88 id-inexistente        VALUE 0.

         77 ws-ultimo-id-incidencia PIC 9(05) VALUE 0.
         77 ws-anio-incidencia   PIC 9(04).
         77 ws-mes-incidencia    PIC 9(02).

         77 ws-discrepancias     PIC 9(05) VALUE 0.
         77 ws-fecha-hoy         PIC 9(08) VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN SECTION.
       0000-PRINCIPAL.
           DISPLAY "=== VERIFICACION DE INTEGRIDAD DE NOMINAS ===".
           ACCEPT ws-fecha-hoy FROM DATE YYYYMMDD.
           OPEN OUTPUT INFORMEFILE.
           PERFORM 0001-CARGAR-DEPARTAMENTOS.
           PERFORM 0002-CARGAR-MAESTRO-EMPLEADOS.
           PERFORM 0003-VERIFICAR-TRABAJADORES.
           PERFORM 0006-VERIFICAR-HISTORICO.
           PERFORM 0007-VERIFICAR-MAESTRO-SOBRANTE.
           PERFORM 0010-VERIFICAR-INCIDENCIAS.
           PERFORM 0008-CERRAR-INFORME.
           IF ws-discrepancias > 0
               MOVE 8 TO RETURN-CODE
                       TO responsable-dep-cat(num-departamentos-cat)
                   MOVE presupuesto-departamento-cat
                       TO presupuesto-dep-cat(num-departamentos-cat)
                   MOVE empresa-departamento-cat
                       TO empresa-dep-cat(num-departamentos-cat)
           END-READ.

       0002-CARGAR-MAESTRO-EMPLEADOS.

           MOVE SPACES TO LINEA-INFORME.
           STRING "DISCREPANCIAS ENCONTRADAS: " ws-discrepancias
                  " FECHA: " ws-fecha-hoy
               DELIMITED BY SIZE INTO LINEA-INFORME.
           WRITE LINEA-INFORME.
           CLOSE INFORMEFILE.
       0009-ANOTAR-DISCREPANCIA.
           ADD 1 TO ws-discrepancias.

       0010-VERIFICAR-INCIDENCIAS.
           *> RECORRE INCIDENCIAS.DAT POR SU CLAVE (TRABAJADOR +
           *> PERIODO + SECUENCIA). LA EXISTENCIA DEL TRABAJADOR SE
           *> MIRA UNA VEZ POR IDENTIFICADOR, QUE LLEGAN SEGUIDOS.
           *> SIN FICHERO NO HAY NADA QUE VERIFICAR.
           OPEN INPUT INCFILE.
           IF incfile-ok
               OPEN INPUT TRABFILE
               OPEN INPUT ARCHFILE
               MOVE 0 TO ws-ultimo-id-incidencia
               MOVE LOW-VALUES TO inc-clave
               START INCFILE KEY IS NOT LESS THAN inc-clave
                   INVALID KEY SET incfile-fin TO TRUE
               END-START
               PERFORM 0010-EXAMINAR-INCIDENCIA UNTIL incfile-fin
               CLOSE INCFILE
               CLOSE TRABFILE
               IF archfile-ok OR archfile-fin
                   CLOSE ARCHFILE
               END-IF
           ELSE IF NOT incfile-no-existe
               PERFORM 0009-ANOTAR-DISCREPANCIA
               MOVE SPACES TO LINEA-INFORME
               STRING "NO SE PUDO ABRIR INCIDENCIAS.DAT - FILE STATUS "
                      incfile-status " (SI ES EL TRAZADO ANTIGUO, "
                      "MIGRELO CON NOMINA-MIGRACION)"
                   DELIMITED BY SIZE INTO LINEA-INFORME
               WRITE LINEA-INFORME
           END-IF.

       0010-EXAMINAR-INCIDENCIA.
           READ INCFILE NEXT RECORD
               AT END SET incfile-fin TO TRUE
               NOT AT END
                   IF inc-id-trabajador NOT = ws-ultimo-id-incidencia
                       MOVE inc-id-trabajador
                           TO ws-ultimo-id-incidencia
                       PERFORM 0010-COMPROBAR-EXISTENCIA
                       IF id-inexistente
                           PERFORM 0009-ANOTAR-DISCREPANCIA
                           MOVE SPACES TO LINEA-INFORME
                           STRING "INCIDENCIAS DEL ID "
                                  inc-id-trabajador
                                  " QUE NO EXISTE EN EL MAESTRO NI "
                                  "EN EL ARCHIVO"
                               DELIMITED BY SIZE INTO LINEA-INFORME
                           WRITE LINEA-INFORME
                       END-IF
                   END-IF
                   PERFORM 0010-VERIFICAR-CAMPOS
           END-READ.

       0010-COMPROBAR-EXISTENCIA.

           SET id-inexistente TO TRUE.
           MOVE inc-id-trabajador TO id-trabajador.
           READ TRABFILE IGNORING LOCK
               INVALID KEY CONTINUE
               NOT INVALID KEY SET id-existente TO TRUE
           END-READ.
           IF id-inexistente
               MOVE inc-id-trabajador TO arch-id-trabajador
               READ ARCHFILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY SET id-existente TO TRUE
               END-READ
           END-IF.

       0010-VERIFICAR-CAMPOS.

           DIVIDE inc-periodo BY 100 GIVING ws-anio-incidencia
               REMAINDER ws-mes-incidencia.
           IF ws-mes-incidencia < 1 OR ws-mes-incidencia > 12
               PERFORM 0009-ANOTAR-DISCREPANCIA
               MOVE SPACES TO LINEA-INFORME
               STRING "INCIDENCIA " inc-id-trabajador "/"
                      inc-periodo "/" inc-secuencia
                      " CON UN PERIODO QUE NO ES UN MES"
                   DELIMITED BY SIZE INTO LINEA-INFORME
               WRITE LINEA-INFORME
           END-IF.
           IF NOT incidencia-estado-valido
               PERFORM 0009-ANOTAR-DISCREPANCIA
               MOVE SPACES TO LINEA-INFORME
               STRING "INCIDENCIA " inc-id-trabajador "/"
                      inc-periodo "/" inc-secuencia
                      " CON ESTADO DESCONOCIDO '" inc-estado "'"
                   DELIMITED BY SIZE INTO LINEA-INFORME
               WRITE LINEA-INFORME
           END-IF.

       END PROGRAM VERIFICA-INTEGRIDAD.
