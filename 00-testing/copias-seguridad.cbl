      *             GENERACION, RECUENTO DE REGISTROS Y TOTAL DE
      *             CONTROL (SALARIOS, LIQUIDOS O SALDOS), QUE ES
      *             CONTRA LO QUE RECONCILIA LA RESTAURACION.
      *15/10/2026 - PASO COPIA DEL JOB NOCTURNO NOCTPROC: UN MAESTRO
      *             QUE EXISTE PERO NO ABRE, UNA COPIA QUE NO SE PUEDE
      *             CREAR O UN MANIFIESTO QUE NO SE PUEDE ESCRIBIR
      *             TERMINAN CON RETURN-CODE 8 Y LA GENERACION NO SE
      *             REGISTRA EN COPIAS_CONTROL.DAT (LA PROXIMA PASADA
      *             REPITE LA MISMA). ANTES LA COPIA QUE NO ABRIA SE
      *             ANOTABA IGUAL EN EL MANIFIESTO.
      *15/10/2026 - LA COPIA CUBRE TODOS LOS MAESTROS DE LA NOMINA, NO
      *             SOLO LOS CUATRO PRIMEROS: DATOS_IRPF, INCIDENCIAS,
      *             GASTOS, ESPECIE, DEDUCCIONES, SUSPENSIONES,
      *             BAJAS_IT, CAMBIOS_PENDIENTES, CONTRATOS_HISTORICO
      *             Y ENVIOS_RECIBOS (INDEXADOS, VOLCADOS POR CLAVE) Y
      *             LOS CATALOGOS DE TEXTO TRABAJADORES_VERSIONES.TXT,
      *             EMPRESAS, CUENTAS_NOMINA Y ACREEDORES (LINEA A
      *             LINEA). EL NOMBRE DEL MAESTRO EN EL MANIFIESTO
      *             PASA A 30 POSICIONES Y LA LINEA DE COPIA A 400;
      *             LAS ENTRADAS DEL MANIFIESTO ANTERIORES NO SIRVEN
      *             PARA RESTAURAR (HAY QUE ESPERAR A UNA GENERACION
      *             NUEVA).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           RECORD KEY IS arch-id-trabajador
           FILE STATUS IS archfile-status.

           SELECT IRPFFILE ASSIGN TO "DATOS_IRPF.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS irp-id-trabajador
           FILE STATUS IS irpffile-status.

           SELECT INCFILE ASSIGN TO "INCIDENCIAS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS inc-clave
           ALTERNATE RECORD KEY IS inc-periodo WITH DUPLICATES
           FILE STATUS IS incfile-status.

           SELECT GASFILE ASSIGN TO "GASTOS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS gas-clave
           ALTERNATE RECORD KEY IS gas-periodo WITH DUPLICATES
           FILE STATUS IS gasfile-status.

           SELECT ESPFILE ASSIGN TO "ESPECIE.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS esp-clave
           FILE STATUS IS espfile-status.

           SELECT DEDFILE ASSIGN TO "DEDUCCIONES.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ded-clave
           FILE STATUS IS dedfile-status.

           SELECT SUSFILE ASSIGN TO "SUSPENSIONES.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS sus-clave
           FILE STATUS IS susfile-status.

           SELECT ITFILE ASSIGN TO "BAJAS_IT.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS it-clave
           FILE STATUS IS itfile-status.

           SELECT CAMFILE ASSIGN TO "CAMBIOS_PENDIENTES.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS cam-clave
           FILE STATUS IS camfile-status.

           SELECT CONTFILE ASSIGN TO "CONTRATOS_HISTORICO.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS con-clave
           FILE STATUS IS contfile-status.

           SELECT ENVFILE ASSIGN TO "ENVIOS_RECIBOS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS env-clave
           FILE STATUS IS envfile-status.

      *    CATALOGOS DE TEXTO: SE COPIAN LINEA A LINEA, UNO TRAS
      *    OTRO, CON EL NOMBRE DE LA TABLA tabla-textos.
           SELECT TEXTOFILE ASSIGN TO DYNAMIC ws-ruta-texto
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS textofile-status.

           SELECT COPIAFILE ASSIGN TO DYNAMIC ws-ruta-copia
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS copiafile-status.
      *    MISMO LAYOUT QUE TRABREG, VEASE TRABAJADORES-ARCHIVO.
       01  REG-ARCHIVO.
           05 arch-id-trabajador   PIC 9(05).
           05 arch-resto-registro  PIC X(317).

       FD  IRPFFILE
           LABEL RECORDS ARE STANDARD.
       01  REG-DATOS-IRPF.
           COPY IRPFREG.

       FD  INCFILE
           LABEL RECORDS ARE STANDARD.
       01  REG-INCIDENCIA.
           COPY INCREG.

       FD  GASFILE
           LABEL RECORDS ARE STANDARD.
       01  REG-GASTO.
           COPY GASREG.

       FD  ESPFILE
           LABEL RECORDS ARE STANDARD.
       01  REG-ESPECIE.
           COPY ESPREG.

       FD  DEDFILE
           LABEL RECORDS ARE STANDARD.
       01  REG-DEDUCCION.
           COPY DEDREG.

       FD  SUSFILE
           LABEL RECORDS ARE STANDARD.
       01  REG-SUSPENSION.
           COPY SUSREG.

       FD  ITFILE
           LABEL RECORDS ARE STANDARD.
       01  REG-BAJA-IT.
           COPY ITREG.

       FD  CAMFILE
           LABEL RECORDS ARE STANDARD.
       01  REG-CAMBIO.
           COPY CAMREG.

       FD  CONTFILE
           LABEL RECORDS ARE STANDARD.
       01  REG-CONTRATO.
           COPY CONREG.

       FD  ENVFILE
           LABEL RECORDS ARE STANDARD.
       01  REG-ENVIO.
           COPY ENVREG.

       FD  TEXTOFILE
           LABEL RECORDS ARE STANDARD.
       01  LINEA-TEXTO                PIC X(400).

       FD  COPIAFILE
           LABEL RECORDS ARE STANDARD.
      *    LA LINEA MAS LARGA ES LA DE TRABAJADORES_VERSIONES.TXT.
       01  REG-COPIA                  PIC X(400).

       FD  CONTROLFILE
           LABEL RECORDS ARE STANDARD.
           05 FILLER               PIC X(01).
           05 man-generacion       PIC 9(02).
           05 FILLER               PIC X(01).
           05 man-fichero          PIC X(30).
           05 FILLER               PIC X(01).
           05 man-registros        PIC 9(07).
           05 FILLER               PIC X(01).
             FS-FICHERO-NO-EXISTE BY archfile-no-existe
             FS-REGISTRO-BLOQUEADO BY archfile-bloqueado
             FS-DATOS-INVALIDOS BY archfile-datos-invalidos.
         COPY FILESTAT REPLACING NIVEL-FS BY 77
             FS-CAMPO BY irpffile-status
             FS-OK BY irpffile-ok
             FS-FIN-FICHERO BY irpffile-fin
             FS-CLAVE-DUPLICADA BY irpffile-dup
             FS-REGISTRO-NO-ENCONTRADO BY irpffile-no-encontrado
             FS-FICHERO-NO-EXISTE BY irpffile-no-existe
             FS-REGISTRO-BLOQUEADO BY irpffile-bloqueado
             FS-DATOS-INVALIDOS BY irpffile-datos-invalidos.
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
             FS-CAMPO BY gasfile-status
             FS-OK BY gasfile-ok
             FS-FIN-FICHERO BY gasfile-fin
             FS-CLAVE-DUPLICADA BY gasfile-dup
             FS-REGISTRO-NO-ENCONTRADO BY gasfile-no-encontrado
             FS-FICHERO-NO-EXISTE BY gasfile-no-existe
             FS-REGISTRO-BLOQUEADO BY gasfile-bloqueado
             FS-DATOS-INVALIDOS BY gasfile-datos-invalidos.
         COPY FILESTAT REPLACING NIVEL-FS BY 77
             FS-CAMPO BY espfile-status
             FS-OK BY espfile-ok
             FS-FIN-FICHERO BY espfile-fin
             FS-CLAVE-DUPLICADA BY espfile-dup
             FS-REGISTRO-NO-ENCONTRADO BY espfile-no-encontrado
             FS-FICHERO-NO-EXISTE BY espfile-no-existe
             FS-REGISTRO-BLOQUEADO BY espfile-bloqueado
             FS-DATOS-INVALIDOS BY espfile-datos-invalidos.
         COPY FILESTAT REPLACING NIVEL-FS BY 77
             FS-CAMPO BY dedfile-status
             FS-OK BY dedfile-ok
             FS-FIN-FICHERO BY dedfile-fin
             FS-CLAVE-DUPLICADA BY dedfile-dup
             FS-REGISTRO-NO-ENCONTRADO BY dedfile-no-encontrado
             FS-FICHERO-NO-EXISTE BY dedfile-no-existe
             FS-REGISTRO-BLOQUEADO BY dedfile-bloqueado
             FS-DATOS-INVALIDOS BY dedfile-datos-invalidos.
         COPY FILESTAT REPLACING NIVEL-FS BY 77
             FS-CAMPO BY susfile-status
             FS-OK BY susfile-ok
             FS-FIN-FICHERO BY susfile-fin
             FS-CLAVE-DUPLICADA BY susfile-dup
             FS-REGISTRO-NO-ENCONTRADO BY susfile-no-encontrado
             FS-FICHERO-NO-EXISTE BY susfile-no-existe
             FS-REGISTRO-BLOQUEADO BY susfile-bloqueado
             FS-DATOS-INVALIDOS BY susfile-datos-invalidos.
         COPY FILESTAT REPLACING NIVEL-FS BY 77
             FS-CAMPO BY itfile-status
             FS-OK BY itfile-ok
             FS-FIN-FICHERO BY itfile-fin
             FS-CLAVE-DUPLICADA BY itfile-dup
             FS-REGISTRO-NO-ENCONTRADO BY itfile-no-encontrado
             FS-FICHERO-NO-EXISTE BY itfile-no-existe
             FS-REGISTRO-BLOQUEADO BY itfile-bloqueado
             FS-DATOS-INVALIDOS BY itfile-datos-invalidos.
         COPY FILESTAT REPLACING NIVEL-FS BY 77
             FS-CAMPO BY camfile-status
             FS-OK BY camfile-ok
             FS-FIN-FICHERO BY camfile-fin
             FS-CLAVE-DUPLICADA BY camfile-dup
             FS-REGISTRO-NO-ENCONTRADO BY camfile-no-encontrado
             FS-FICHERO-NO-EXISTE BY camfile-no-existe
             FS-REGISTRO-BLOQUEADO BY camfile-bloqueado
             FS-DATOS-INVALIDOS BY camfile-datos-invalidos.
         COPY FILESTAT REPLACING NIVEL-FS BY 77
             FS-CAMPO BY contfile-status
             FS-OK BY contfile-ok
             FS-FIN-FICHERO BY contfile-fin
             FS-CLAVE-DUPLICADA BY contfile-dup
             FS-REGISTRO-NO-ENCONTRADO BY contfile-no-encontrado
             FS-FICHERO-NO-EXISTE BY contfile-no-existe
             FS-REGISTRO-BLOQUEADO BY contfile-bloqueado
             FS-DATOS-INVALIDOS BY contfile-datos-invalidos.
         COPY FILESTAT REPLACING NIVEL-FS BY 77
             FS-CAMPO BY envfile-status
             FS-OK BY envfile-ok
             FS-FIN-FICHERO BY envfile-fin
             FS-CLAVE-DUPLICADA BY envfile-dup
             FS-REGISTRO-NO-ENCONTRADO BY envfile-no-encontrado
             FS-FICHERO-NO-EXISTE BY envfile-no-existe
             FS-REGISTRO-BLOQUEADO BY envfile-bloqueado
             FS-DATOS-INVALIDOS BY envfile-datos-invalidos.
         COPY FILESTAT REPLACING NIVEL-FS BY 77
             FS-CAMPO BY textofile-status
             FS-OK BY textofile-ok
             FS-FIN-FICHERO BY textofile-fin
             FS-CLAVE-DUPLICADA BY textofile-dup
             FS-REGISTRO-NO-ENCONTRADO BY textofile-no-encontrado
             FS-FICHERO-NO-EXISTE BY textofile-no-existe
             FS-REGISTRO-BLOQUEADO BY textofile-bloqueado
             FS-DATOS-INVALIDOS BY textofile-datos-invalidos.
         COPY FILESTAT REPLACING NIVEL-FS BY 77
             FS-CAMPO BY copiafile-status
             FS-OK BY copiafile-ok

         77 ws-registros-copia   PIC 9(07) VALUE 0.
         77 ws-total-copia       PIC S9(11)V99 VALUE 0.
         77 ws-nombre-copia      PIC X(30).
         77 ws-ficheros-copiados PIC 9(02) VALUE 0.
         77 ws-ruta-texto        PIC X(30) VALUE SPACES.

         *> CATALOGOS DE TEXTO QUE ENTRAN EN LA COPIA.
         01 tabla-textos-val.
            05 FILLER PIC X(30) VALUE "TRABAJADORES_VERSIONES.TXT".
            05 FILLER PIC X(30) VALUE "EMPRESAS.DAT".
            05 FILLER PIC X(30) VALUE "CUENTAS_NOMINA.DAT".
            05 FILLER PIC X(30) VALUE "ACREEDORES.DAT".
         01 tabla-textos REDEFINES tabla-textos-val.
            05 nombre-texto      PIC X(30) OCCURS 4 TIMES.
         77 num-textos           PIC 9(02) VALUE 4.
         77 ws-indice-texto      PIC 9(02).
         77 ws-copia-error       PIC 9(01) VALUE 0.
            88 copia-con-error      VALUE 1.
            88 copia-sin-error      VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN SECTION.
               CLOSE MANIFIESTOFILE
               OPEN OUTPUT MANIFIESTOFILE
           END-IF.
           IF NOT manifiestofile-ok
               AND NOT manifiestofile-status = "05"
               DISPLAY "ERROR: NO SE PUDO ABRIR COPIAS_MANIFIESTO.TXT"
                   " - FILE STATUS " manifiestofile-status
               SET copia-con-error TO TRUE
           ELSE
               PERFORM 0002-COPIAR-TRABAJADORES
               PERFORM 0003-COPIAR-NOMINAS
               PERFORM 0004-COPIAR-ANTICIPOS
               PERFORM 0005-COPIAR-ARCHIVO
               PERFORM 0009-COPIAR-DATOS-IRPF
               PERFORM 0010-COPIAR-INCIDENCIAS
               PERFORM 0011-COPIAR-GASTOS
               PERFORM 0012-COPIAR-ESPECIE
               PERFORM 0013-COPIAR-DEDUCCIONES
               PERFORM 0014-COPIAR-SUSPENSIONES
               PERFORM 0015-COPIAR-BAJAS-IT
               PERFORM 0016-COPIAR-CAMBIOS
               PERFORM 0017-COPIAR-CONTRATOS
               PERFORM 0018-COPIAR-ENVIOS
               MOVE 0 TO ws-indice-texto
               PERFORM 0019-COPIAR-TEXTO
                   UNTIL ws-indice-texto = num-textos
               CLOSE MANIFIESTOFILE
           END-IF.
           IF copia-sin-error
               PERFORM 0006-REGISTRAR-GENERACION
           END-IF.
           IF copia-sin-error
               DISPLAY "COPIA GENERACION " ws-generacion
                   " COMPLETADA, MAESTROS COPIADOS: "
                   ws-ficheros-copiados
           ELSE
               DISPLAY "COPIA GENERACION " ws-generacion
                   " INCOMPLETA, NO SE REGISTRA. MAESTROS COPIADOS: "
                   ws-ficheros-copiados
               MOVE 8 TO RETURN-CODE
           END-IF.
           STOP RUN.

       0001-DETERMINAR-GENERACION.
       0002-COPIAR-TRABAJADORES.

           OPEN INPUT TRABFILE.
           IF trabfile-ok
               MOVE "TRABAJADORES.DAT" TO ws-nombre-copia
               PERFORM 0007-ABRIR-COPIA
               IF copiafile-ok
                   MOVE 0 TO ws-registros-copia ws-total-copia
                   MOVE LOW-VALUES TO id-trabajador
                   START TRABFILE KEY IS NOT LESS THAN id-trabajador
                       INVALID KEY SET trabfile-fin TO TRUE
                   END-START
                   PERFORM 0002-VOLCAR-TRABAJADOR UNTIL trabfile-fin
                   CLOSE COPIAFILE
                   PERFORM 0008-ANOTAR-MANIFIESTO
               END-IF
               CLOSE TRABFILE
           ELSE IF trabfile-no-existe
               DISPLAY "AVISO: SIN TRABAJADORES.DAT, NO SE COPIA"
           ELSE
               DISPLAY "ERROR: NO SE PUDO ABRIR TRABAJADORES.DAT "
                   "- FILE STATUS " trabfile-status
               SET copia-con-error TO TRUE
           END-IF.

       0002-VOLCAR-TRABAJADOR.
       0003-COPIAR-NOMINAS.

           OPEN INPUT NOMMAESTRO.
           IF nommaestro-ok
               MOVE "NOMINAS.DAT" TO ws-nombre-copia
               PERFORM 0007-ABRIR-COPIA
               IF copiafile-ok
                   MOVE 0 TO ws-registros-copia ws-total-copia
                   MOVE LOW-VALUES TO nom-clave
                   START NOMMAESTRO KEY IS NOT LESS THAN nom-clave
                       INVALID KEY SET nommaestro-fin TO TRUE
                   END-START
                   PERFORM 0003-VOLCAR-NOMINA UNTIL nommaestro-fin
                   CLOSE COPIAFILE
                   PERFORM 0008-ANOTAR-MANIFIESTO
               END-IF
               CLOSE NOMMAESTRO
           ELSE IF nommaestro-no-existe
               DISPLAY "AVISO: SIN NOMINAS.DAT, NO SE COPIA"
           ELSE
               DISPLAY "ERROR: NO SE PUDO ABRIR NOMINAS.DAT "
                   "- FILE STATUS " nommaestro-status
               SET copia-con-error TO TRUE
           END-IF.

       0003-VOLCAR-NOMINA.
       0004-COPIAR-ANTICIPOS.

           OPEN INPUT ANTFILE.
           IF antfile-ok
               MOVE "ANTICIPOS.DAT" TO ws-nombre-copia
               PERFORM 0007-ABRIR-COPIA
               IF copiafile-ok
                   MOVE 0 TO ws-registros-copia ws-total-copia
                   MOVE LOW-VALUES TO ant-id-trabajador
                   START ANTFILE KEY IS NOT LESS THAN ant-id-trabajador
                       INVALID KEY SET antfile-fin TO TRUE
                   END-START
                   PERFORM 0004-VOLCAR-ANTICIPO UNTIL antfile-fin
                   CLOSE COPIAFILE
                   PERFORM 0008-ANOTAR-MANIFIESTO
               END-IF
               CLOSE ANTFILE
           ELSE IF antfile-no-existe
               DISPLAY "AVISO: SIN ANTICIPOS.DAT, NO SE COPIA"
           ELSE
               DISPLAY "ERROR: NO SE PUDO ABRIR ANTICIPOS.DAT "
                   "- FILE STATUS " antfile-status
               SET copia-con-error TO TRUE
           END-IF.

       0004-VOLCAR-ANTICIPO.
       0005-COPIAR-ARCHIVO.

           OPEN INPUT ARCHFILE.
           IF archfile-ok
               MOVE "TRABAJADORES_ARCHIVO.DAT" TO ws-nombre-copia
               PERFORM 0007-ABRIR-COPIA
               IF copiafile-ok
                   MOVE 0 TO ws-registros-copia ws-total-copia
                   MOVE LOW-VALUES TO arch-id-trabajador
                   START ARCHFILE
                       KEY IS NOT LESS THAN arch-id-trabajador
                       INVALID KEY SET archfile-fin TO TRUE
                   END-START
                   PERFORM 0005-VOLCAR-ARCHIVADO UNTIL archfile-fin
                   CLOSE COPIAFILE
                   PERFORM 0008-ANOTAR-MANIFIESTO
               END-IF
               CLOSE ARCHFILE
           ELSE IF archfile-no-existe
               DISPLAY "AVISO: SIN TRABAJADORES_ARCHIVO.DAT, NO SE "
                   "COPIA"
           ELSE
               DISPLAY "ERROR: NO SE PUDO ABRIR "
                   "TRABAJADORES_ARCHIVO.DAT - FILE STATUS "
                   archfile-status
               SET copia-con-error TO TRUE
           END-IF.

       0005-VOLCAR-ARCHIVADO.
                   ADD 1 TO ws-registros-copia
           END-READ.

       0009-COPIAR-DATOS-IRPF.

           OPEN INPUT IRPFFILE.
           IF irpffile-ok
               MOVE "DATOS_IRPF.DAT" TO ws-nombre-copia
               PERFORM 0007-ABRIR-COPIA
               IF copiafile-ok
                   MOVE 0 TO ws-registros-copia ws-total-copia
                   MOVE LOW-VALUES TO irp-id-trabajador
                   START IRPFFILE KEY IS NOT LESS THAN irp-id-trabajador
                       INVALID KEY SET irpffile-fin TO TRUE
                   END-START
                   PERFORM 0009-VOLCAR-DATO-IRPF UNTIL irpffile-fin
                   CLOSE COPIAFILE
                   PERFORM 0008-ANOTAR-MANIFIESTO
               END-IF
               CLOSE IRPFFILE
           ELSE IF irpffile-no-existe
               DISPLAY "AVISO: SIN DATOS_IRPF.DAT, NO SE COPIA"
           ELSE
               DISPLAY "ERROR: NO SE PUDO ABRIR DATOS_IRPF.DAT "
                   "- FILE STATUS " irpffile-status
               SET copia-con-error TO TRUE
           END-IF.

       0009-VOLCAR-DATO-IRPF.
           READ IRPFFILE NEXT RECORD
               AT END SET irpffile-fin TO TRUE
               NOT AT END
                   MOVE SPACES TO REG-COPIA
                   MOVE REG-DATOS-IRPF TO REG-COPIA
                   WRITE REG-COPIA
                   ADD 1 TO ws-registros-copia
                   ADD irp-bruto-acumulado TO ws-total-copia
           END-READ.

       0010-COPIAR-INCIDENCIAS.

           OPEN INPUT INCFILE.
           IF incfile-ok
               MOVE "INCIDENCIAS.DAT" TO ws-nombre-copia
               PERFORM 0007-ABRIR-COPIA
               IF copiafile-ok
                   MOVE 0 TO ws-registros-copia ws-total-copia
                   MOVE LOW-VALUES TO inc-clave
                   START INCFILE KEY IS NOT LESS THAN inc-clave
                       INVALID KEY SET incfile-fin TO TRUE
                   END-START
                   PERFORM 0010-VOLCAR-INCIDENCIA UNTIL incfile-fin
                   CLOSE COPIAFILE
                   PERFORM 0008-ANOTAR-MANIFIESTO
               END-IF
               CLOSE INCFILE
           ELSE IF incfile-no-existe
               DISPLAY "AVISO: SIN INCIDENCIAS.DAT, NO SE COPIA"
           ELSE
               DISPLAY "ERROR: NO SE PUDO ABRIR INCIDENCIAS.DAT "
                   "- FILE STATUS " incfile-status
               SET copia-con-error TO TRUE
           END-IF.

       0010-VOLCAR-INCIDENCIA.
           READ INCFILE NEXT RECORD
               AT END SET incfile-fin TO TRUE
               NOT AT END
                   MOVE SPACES TO REG-COPIA
                   MOVE REG-INCIDENCIA TO REG-COPIA
                   WRITE REG-COPIA
                   ADD 1 TO ws-registros-copia
                   ADD inc-importe TO ws-total-copia
           END-READ.

       0011-COPIAR-GASTOS.

           OPEN INPUT GASFILE.
           IF gasfile-ok
               MOVE "GASTOS.DAT" TO ws-nombre-copia
               PERFORM 0007-ABRIR-COPIA
               IF copiafile-ok
                   MOVE 0 TO ws-registros-copia ws-total-copia
                   MOVE LOW-VALUES TO gas-clave
                   START GASFILE KEY IS NOT LESS THAN gas-clave
                       INVALID KEY SET gasfile-fin TO TRUE
                   END-START
                   PERFORM 0011-VOLCAR-GASTO UNTIL gasfile-fin
                   CLOSE COPIAFILE
                   PERFORM 0008-ANOTAR-MANIFIESTO
               END-IF
               CLOSE GASFILE
           ELSE IF gasfile-no-existe
               DISPLAY "AVISO: SIN GASTOS.DAT, NO SE COPIA"
           ELSE
               DISPLAY "ERROR: NO SE PUDO ABRIR GASTOS.DAT "
                   "- FILE STATUS " gasfile-status
               SET copia-con-error TO TRUE
           END-IF.

       0011-VOLCAR-GASTO.
           READ GASFILE NEXT RECORD
               AT END SET gasfile-fin TO TRUE
               NOT AT END
                   MOVE SPACES TO REG-COPIA
                   MOVE REG-GASTO TO REG-COPIA
                   WRITE REG-COPIA
                   ADD 1 TO ws-registros-copia
                   ADD gas-importe TO ws-total-copia
           END-READ.

       0012-COPIAR-ESPECIE.

           OPEN INPUT ESPFILE.
           IF espfile-ok
               MOVE "ESPECIE.DAT" TO ws-nombre-copia
               PERFORM 0007-ABRIR-COPIA
               IF copiafile-ok
                   MOVE 0 TO ws-registros-copia ws-total-copia
                   MOVE LOW-VALUES TO esp-clave
                   START ESPFILE KEY IS NOT LESS THAN esp-clave
                       INVALID KEY SET espfile-fin TO TRUE
                   END-START
                   PERFORM 0012-VOLCAR-ESPECIE UNTIL espfile-fin
                   CLOSE COPIAFILE
                   PERFORM 0008-ANOTAR-MANIFIESTO
               END-IF
               CLOSE ESPFILE
           ELSE IF espfile-no-existe
               DISPLAY "AVISO: SIN ESPECIE.DAT, NO SE COPIA"
           ELSE
               DISPLAY "ERROR: NO SE PUDO ABRIR ESPECIE.DAT "
                   "- FILE STATUS " espfile-status
               SET copia-con-error TO TRUE
           END-IF.

       0012-VOLCAR-ESPECIE.
           READ ESPFILE NEXT RECORD
               AT END SET espfile-fin TO TRUE
               NOT AT END
                   MOVE SPACES TO REG-COPIA
                   MOVE REG-ESPECIE TO REG-COPIA
                   WRITE REG-COPIA
                   ADD 1 TO ws-registros-copia
                   ADD esp-valoracion-mensual TO ws-total-copia
           END-READ.

       0013-COPIAR-DEDUCCIONES.

           OPEN INPUT DEDFILE.
           IF dedfile-ok
               MOVE "DEDUCCIONES.DAT" TO ws-nombre-copia
               PERFORM 0007-ABRIR-COPIA
               IF copiafile-ok
                   MOVE 0 TO ws-registros-copia ws-total-copia
                   MOVE LOW-VALUES TO ded-clave
                   START DEDFILE KEY IS NOT LESS THAN ded-clave
                       INVALID KEY SET dedfile-fin TO TRUE
                   END-START
                   PERFORM 0013-VOLCAR-DEDUCCION UNTIL dedfile-fin
                   CLOSE COPIAFILE
                   PERFORM 0008-ANOTAR-MANIFIESTO
               END-IF
               CLOSE DEDFILE
           ELSE IF dedfile-no-existe
               DISPLAY "AVISO: SIN DEDUCCIONES.DAT, NO SE COPIA"
           ELSE
               DISPLAY "ERROR: NO SE PUDO ABRIR DEDUCCIONES.DAT "
                   "- FILE STATUS " dedfile-status
               SET copia-con-error TO TRUE
           END-IF.

       0013-VOLCAR-DEDUCCION.
           READ DEDFILE NEXT RECORD
               AT END SET dedfile-fin TO TRUE
               NOT AT END
                   MOVE SPACES TO REG-COPIA
                   MOVE REG-DEDUCCION TO REG-COPIA
                   WRITE REG-COPIA
                   ADD 1 TO ws-registros-copia
                   ADD ded-importe TO ws-total-copia
           END-READ.

       0014-COPIAR-SUSPENSIONES.

           OPEN INPUT SUSFILE.
           IF susfile-ok
               MOVE "SUSPENSIONES.DAT" TO ws-nombre-copia
               PERFORM 0007-ABRIR-COPIA
               IF copiafile-ok
                   MOVE 0 TO ws-registros-copia ws-total-copia
                   MOVE LOW-VALUES TO sus-clave
                   START SUSFILE KEY IS NOT LESS THAN sus-clave
                       INVALID KEY SET susfile-fin TO TRUE
                   END-START
                   PERFORM 0014-VOLCAR-SUSPENSION UNTIL susfile-fin
                   CLOSE COPIAFILE
                   PERFORM 0008-ANOTAR-MANIFIESTO
               END-IF
               CLOSE SUSFILE
           ELSE IF susfile-no-existe
               DISPLAY "AVISO: SIN SUSPENSIONES.DAT, NO SE COPIA"
           ELSE
               DISPLAY "ERROR: NO SE PUDO ABRIR SUSPENSIONES.DAT "
                   "- FILE STATUS " susfile-status
               SET copia-con-error TO TRUE
           END-IF.

       0014-VOLCAR-SUSPENSION.
           READ SUSFILE NEXT RECORD
               AT END SET susfile-fin TO TRUE
               NOT AT END
                   MOVE SPACES TO REG-COPIA
                   MOVE REG-SUSPENSION TO REG-COPIA
                   WRITE REG-COPIA
                   ADD 1 TO ws-registros-copia
           END-READ.

       0015-COPIAR-BAJAS-IT.

           OPEN INPUT ITFILE.
           IF itfile-ok
               MOVE "BAJAS_IT.DAT" TO ws-nombre-copia
               PERFORM 0007-ABRIR-COPIA
               IF copiafile-ok
                   MOVE 0 TO ws-registros-copia ws-total-copia
                   MOVE LOW-VALUES TO it-clave
                   START ITFILE KEY IS NOT LESS THAN it-clave
                       INVALID KEY SET itfile-fin TO TRUE
                   END-START
                   PERFORM 0015-VOLCAR-BAJA-IT UNTIL itfile-fin
                   CLOSE COPIAFILE
                   PERFORM 0008-ANOTAR-MANIFIESTO
               END-IF
               CLOSE ITFILE
           ELSE IF itfile-no-existe
               DISPLAY "AVISO: SIN BAJAS_IT.DAT, NO SE COPIA"
           ELSE
               DISPLAY "ERROR: NO SE PUDO ABRIR BAJAS_IT.DAT "
                   "- FILE STATUS " itfile-status
               SET copia-con-error TO TRUE
           END-IF.

       0015-VOLCAR-BAJA-IT.
           READ ITFILE NEXT RECORD
               AT END SET itfile-fin TO TRUE
               NOT AT END
                   MOVE SPACES TO REG-COPIA
                   MOVE REG-BAJA-IT TO REG-COPIA
                   WRITE REG-COPIA
                   ADD 1 TO ws-registros-copia
           END-READ.

       0016-COPIAR-CAMBIOS.

           OPEN INPUT CAMFILE.
           IF camfile-ok
               MOVE "CAMBIOS_PENDIENTES.DAT" TO ws-nombre-copia
               PERFORM 0007-ABRIR-COPIA
               IF copiafile-ok
                   MOVE 0 TO ws-registros-copia ws-total-copia
                   MOVE LOW-VALUES TO cam-clave
                   START CAMFILE KEY IS NOT LESS THAN cam-clave
                       INVALID KEY SET camfile-fin TO TRUE
                   END-START
                   PERFORM 0016-VOLCAR-CAMBIO UNTIL camfile-fin
                   CLOSE COPIAFILE
                   PERFORM 0008-ANOTAR-MANIFIESTO
               END-IF
               CLOSE CAMFILE
           ELSE IF camfile-no-existe
               DISPLAY "AVISO: SIN CAMBIOS_PENDIENTES.DAT, NO SE COPIA"
           ELSE
               DISPLAY "ERROR: NO SE PUDO ABRIR CAMBIOS_PENDIENTES.DAT "
                   "- FILE STATUS " camfile-status
               SET copia-con-error TO TRUE
           END-IF.

       0016-VOLCAR-CAMBIO.
           READ CAMFILE NEXT RECORD
               AT END SET camfile-fin TO TRUE
               NOT AT END
                   MOVE SPACES TO REG-COPIA
                   MOVE REG-CAMBIO TO REG-COPIA
                   WRITE REG-COPIA
                   ADD 1 TO ws-registros-copia
           END-READ.

       0017-COPIAR-CONTRATOS.

           OPEN INPUT CONTFILE.
           IF contfile-ok
               MOVE "CONTRATOS_HISTORICO.DAT" TO ws-nombre-copia
               PERFORM 0007-ABRIR-COPIA
               IF copiafile-ok
                   MOVE 0 TO ws-registros-copia ws-total-copia
                   MOVE LOW-VALUES TO con-clave
                   START CONTFILE KEY IS NOT LESS THAN con-clave
                       INVALID KEY SET contfile-fin TO TRUE
                   END-START
                   PERFORM 0017-VOLCAR-CONTRATO UNTIL contfile-fin
                   CLOSE COPIAFILE
                   PERFORM 0008-ANOTAR-MANIFIESTO
               END-IF
               CLOSE CONTFILE
           ELSE IF contfile-no-existe
               DISPLAY "AVISO: SIN CONTRATOS_HISTORICO.DAT, NO SE COPIA"
           ELSE
               DISPLAY "ERROR: NO SE PUDO ABRIR "
                   "CONTRATOS_HISTORICO.DAT - FILE STATUS "
                   contfile-status
               SET copia-con-error TO TRUE
           END-IF.

       0017-VOLCAR-CONTRATO.
           READ CONTFILE NEXT RECORD
               AT END SET contfile-fin TO TRUE
               NOT AT END
                   MOVE SPACES TO REG-COPIA
                   MOVE REG-CONTRATO TO REG-COPIA
                   WRITE REG-COPIA
                   ADD 1 TO ws-registros-copia
           END-READ.

       0018-COPIAR-ENVIOS.

           OPEN INPUT ENVFILE.
           IF envfile-ok
               MOVE "ENVIOS_RECIBOS.DAT" TO ws-nombre-copia
               PERFORM 0007-ABRIR-COPIA
               IF copiafile-ok
                   MOVE 0 TO ws-registros-copia ws-total-copia
                   MOVE LOW-VALUES TO env-clave
                   START ENVFILE KEY IS NOT LESS THAN env-clave
                       INVALID KEY SET envfile-fin TO TRUE
                   END-START
                   PERFORM 0018-VOLCAR-ENVIO UNTIL envfile-fin
                   CLOSE COPIAFILE
                   PERFORM 0008-ANOTAR-MANIFIESTO
               END-IF
               CLOSE ENVFILE
           ELSE IF envfile-no-existe
               DISPLAY "AVISO: SIN ENVIOS_RECIBOS.DAT, NO SE COPIA"
           ELSE
               DISPLAY "ERROR: NO SE PUDO ABRIR ENVIOS_RECIBOS.DAT "
                   "- FILE STATUS " envfile-status
               SET copia-con-error TO TRUE
           END-IF.

       0018-VOLCAR-ENVIO.
           READ ENVFILE NEXT RECORD
               AT END SET envfile-fin TO TRUE
               NOT AT END
                   MOVE SPACES TO REG-COPIA
                   MOVE REG-ENVIO TO REG-COPIA
                   WRITE REG-COPIA
                   ADD 1 TO ws-registros-copia
           END-READ.

       0019-COPIAR-TEXTO.
           *> LOS CATALOGOS DE TEXTO SE VUELCAN TAL CUAL, LINEA A
           *> LINEA; SOLO LLEVAN RECUENTO (TOTAL DE CONTROL A CERO).
           ADD 1 TO ws-indice-texto.
           MOVE nombre-texto(ws-indice-texto) TO ws-ruta-texto.
           OPEN INPUT TEXTOFILE.
           IF textofile-ok
               MOVE ws-ruta-texto TO ws-nombre-copia
               PERFORM 0007-ABRIR-COPIA
               IF copiafile-ok
                   MOVE 0 TO ws-registros-copia ws-total-copia
                   PERFORM 0019-VOLCAR-LINEA UNTIL textofile-fin
                   CLOSE COPIAFILE
                   PERFORM 0008-ANOTAR-MANIFIESTO
               END-IF
               CLOSE TEXTOFILE
           ELSE IF textofile-no-existe
               DISPLAY "AVISO: SIN " ws-ruta-texto ", NO SE COPIA"
           ELSE
               DISPLAY "ERROR: NO SE PUDO ABRIR " ws-ruta-texto
                   " - FILE STATUS " textofile-status
               SET copia-con-error TO TRUE
           END-IF.

       0019-VOLCAR-LINEA.
           READ TEXTOFILE
               AT END SET textofile-fin TO TRUE
               NOT AT END
                   MOVE LINEA-TEXTO TO REG-COPIA
                   WRITE REG-COPIA
                   ADD 1 TO ws-registros-copia
           END-READ.

       0007-ABRIR-COPIA.
           *> NOMBRE DE LA GENERACION: COPIA_<MAESTRO>_Gn.DAT, CON
           *> EL NOMBRE DEL MAESTRO SIN EL SUFIJO .DAT.
           IF NOT copiafile-ok
               DISPLAY "ERROR AL CREAR " ws-ruta-copia
                   " - FILE STATUS " copiafile-status
               SET copia-con-error TO TRUE
           END-IF.

       0008-ANOTAR-MANIFIESTO.

           OPEN OUTPUT CONTROLFILE.
           IF NOT controlfile-ok
               DISPLAY "ERROR: NO SE PUDO GRABAR "
                   "COPIAS_CONTROL.DAT - FILE STATUS "
                   controlfile-status
               SET copia-con-error TO TRUE
           ELSE
               MOVE ws-generacion TO ctl-ultima-generacion
               MOVE ws-fecha-hoy TO ctl-fecha-copia
