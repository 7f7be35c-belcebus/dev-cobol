      *             GENERACION, COMO HACE FICHEROSVERIFICA CON LA
      *             CARGA NOCTURNA: SI NO CUADRA, RETURN-CODE 8 Y
      *             NADIE DEBE DEJAR ENTRAR A LOS OPERADORES.
      *15/10/2026 - RESTAURA TAMBIEN LOS MAESTROS QUE AHORA COPIA
      *             COPIAS-SEGURIDAD: IRPF, INCIDENCIAS, GASTOS,
      *             ESPECIE, DEDUCCIONES, SUSPENSIONES, BAJAS-IT,
      *             CAMBIOS, CONTRATOS Y ENVIOS (RECARGA POR CLAVE) Y
      *             LOS CATALOGOS DE TEXTO VERSIONES, EMPRESAS,
      *             CUENTAS Y ACREEDORES (RECARGA LINEA A LINEA, SOLO
      *             RECUENTO). MISMO MANIFIESTO AMPLIADO (NOMBRE DE 30
      *             POSICIONES) Y LINEA DE COPIA DE 400.
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

      *    CATALOGO DE TEXTO QUE SE RESTAURA (LINEA A LINEA).
           SELECT TEXTOFILE ASSIGN TO DYNAMIC ws-nombre-manifiesto
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
       01  REG-COPIA                  PIC X(400).

       FD  MANIFIESTOFILE
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
            88 restaura-nominas      VALUE "NOMINAS".
            88 restaura-anticipos    VALUE "ANTICIPOS".
            88 restaura-archivo      VALUE "ARCHIVO".
            88 restaura-irpf         VALUE "IRPF".
            88 restaura-incidencias  VALUE "INCIDENCIAS".
            88 restaura-gastos       VALUE "GASTOS".
            88 restaura-especie      VALUE "ESPECIE".
            88 restaura-deducciones  VALUE "DEDUCCIONES".
            88 restaura-suspensiones VALUE "SUSPENSIONES".
            88 restaura-bajas-it     VALUE "BAJAS-IT".
            88 restaura-cambios      VALUE "CAMBIOS".
            88 restaura-contratos    VALUE "CONTRATOS".
            88 restaura-envios       VALUE "ENVIOS".
            88 restaura-versiones    VALUE "VERSIONES".
            88 restaura-empresas     VALUE "EMPRESAS".
            88 restaura-cuentas      VALUE "CUENTAS".
            88 restaura-acreedores   VALUE "ACREEDORES".
         77 ws-nombre-manifiesto PIC X(30) VALUE SPACES.
         77 ws-error-restaura    PIC 9(01) VALUE 0.
            88 restaura-con-error    VALUE 1.
            88 restaura-sin-error    VALUE 0.
               FROM ENVIRONMENT "GENERACION-RESTAURA".
           IF ws-fichero-entorno = SPACES OR ws-gen-entorno = SPACES
               DISPLAY "DEFINA FICHERO-RESTAURA (TRABAJADORES/"
                   "NOMINAS/ANTICIPOS/ARCHIVO/IRPF/INCIDENCIAS/"
                   "GASTOS/ESPECIE/DEDUCCIONES/SUSPENSIONES/"
                   "BAJAS-IT/CAMBIOS/CONTRATOS/ENVIOS/VERSIONES/"
                   "EMPRESAS/CUENTAS/ACREEDORES) Y "
                   "GENERACION-RESTAURA"
               SET restaura-con-error TO TRUE
           ELSE
               ELSE IF restaura-archivo
                   MOVE "TRABAJADORES_ARCHIVO.DAT"
                       TO ws-nombre-manifiesto
               ELSE IF restaura-irpf
                   MOVE "DATOS_IRPF.DAT" TO ws-nombre-manifiesto
               ELSE IF restaura-incidencias
                   MOVE "INCIDENCIAS.DAT" TO ws-nombre-manifiesto
               ELSE IF restaura-gastos
                   MOVE "GASTOS.DAT" TO ws-nombre-manifiesto
               ELSE IF restaura-especie
                   MOVE "ESPECIE.DAT" TO ws-nombre-manifiesto
               ELSE IF restaura-deducciones
                   MOVE "DEDUCCIONES.DAT" TO ws-nombre-manifiesto
               ELSE IF restaura-suspensiones
                   MOVE "SUSPENSIONES.DAT" TO ws-nombre-manifiesto
               ELSE IF restaura-bajas-it
                   MOVE "BAJAS_IT.DAT" TO ws-nombre-manifiesto
               ELSE IF restaura-cambios
                   MOVE "CAMBIOS_PENDIENTES.DAT" TO ws-nombre-manifiesto
               ELSE IF restaura-contratos
                   MOVE "CONTRATOS_HISTORICO.DAT"
                       TO ws-nombre-manifiesto
               ELSE IF restaura-envios
                   MOVE "ENVIOS_RECIBOS.DAT" TO ws-nombre-manifiesto
               ELSE IF restaura-versiones
                   MOVE "TRABAJADORES_VERSIONES.TXT"
                       TO ws-nombre-manifiesto
               ELSE IF restaura-empresas
                   MOVE "EMPRESAS.DAT" TO ws-nombre-manifiesto
               ELSE IF restaura-cuentas
                   MOVE "CUENTAS_NOMINA.DAT" TO ws-nombre-manifiesto
               ELSE IF restaura-acreedores
                   MOVE "ACREEDORES.DAT" TO ws-nombre-manifiesto
               ELSE
                   DISPLAY "FICHERO-RESTAURA NO RECONOCIDO: "
                       ws-fichero-entorno
                   " - FILE STATUS " copiafile-status
               SET restaura-con-error TO TRUE
           ELSE
               PERFORM 0003-RECARGAR-SEGUN-MAESTRO
               CLOSE COPIAFILE
           END-IF.

       0003-RECARGAR-SEGUN-MAESTRO.

           IF restaura-trabajadores
               PERFORM 0004-RECARGAR-TRABAJADORES
           ELSE IF restaura-nominas
               PERFORM 0004-RECARGAR-NOMINAS
           ELSE IF restaura-anticipos
               PERFORM 0004-RECARGAR-ANTICIPOS
           ELSE IF restaura-archivo
               PERFORM 0004-RECARGAR-ARCHIVO
           ELSE IF restaura-irpf
               PERFORM 0009-RECARGAR-DATOS-IRPF
           ELSE IF restaura-incidencias
               PERFORM 0010-RECARGAR-INCIDENCIAS
           ELSE IF restaura-gastos
               PERFORM 0011-RECARGAR-GASTOS
           ELSE IF restaura-especie
               PERFORM 0012-RECARGAR-ESPECIE
           ELSE IF restaura-deducciones
               PERFORM 0013-RECARGAR-DEDUCCIONES
           ELSE IF restaura-suspensiones
               PERFORM 0014-RECARGAR-SUSPENSIONES
           ELSE IF restaura-bajas-it
               PERFORM 0015-RECARGAR-BAJAS-IT
           ELSE IF restaura-cambios
               PERFORM 0016-RECARGAR-CAMBIOS
           ELSE IF restaura-contratos
               PERFORM 0017-RECARGAR-CONTRATOS
           ELSE IF restaura-envios
               PERFORM 0018-RECARGAR-ENVIOS
           ELSE
               PERFORM 0019-RECARGAR-TEXTO
           END-IF.

       0004-RECARGAR-TRABAJADORES.
           *> EL OPEN OUTPUT VACIA EL MAESTRO A PROPOSITO: ES UNA
           *> RESTAURACION COMPLETA SOBRE UN FICHERO DANADO.
                   ADD 1 TO ws-registros-cargados
           END-READ.

       0009-RECARGAR-DATOS-IRPF.
           OPEN OUTPUT IRPFFILE.
           PERFORM 0009-CARGAR-DATO-IRPF UNTIL copiafile-fin.
           CLOSE IRPFFILE.

       0009-CARGAR-DATO-IRPF.
           READ COPIAFILE
               AT END SET copiafile-fin TO TRUE
               NOT AT END
                   MOVE REG-COPIA TO REG-DATOS-IRPF
                   WRITE REG-DATOS-IRPF
                   ADD 1 TO ws-registros-cargados
                   ADD irp-bruto-acumulado TO ws-total-cargado
           END-READ.

       0010-RECARGAR-INCIDENCIAS.
           OPEN OUTPUT INCFILE.
           PERFORM 0010-CARGAR-INCIDENCIA UNTIL copiafile-fin.
           CLOSE INCFILE.

       0010-CARGAR-INCIDENCIA.
           READ COPIAFILE
               AT END SET copiafile-fin TO TRUE
               NOT AT END
                   MOVE REG-COPIA TO REG-INCIDENCIA
                   WRITE REG-INCIDENCIA
                   ADD 1 TO ws-registros-cargados
                   ADD inc-importe TO ws-total-cargado
           END-READ.

       0011-RECARGAR-GASTOS.
           OPEN OUTPUT GASFILE.
           PERFORM 0011-CARGAR-GASTO UNTIL copiafile-fin.
           CLOSE GASFILE.

       0011-CARGAR-GASTO.
           READ COPIAFILE
               AT END SET copiafile-fin TO TRUE
               NOT AT END
                   MOVE REG-COPIA TO REG-GASTO
                   WRITE REG-GASTO
                   ADD 1 TO ws-registros-cargados
                   ADD gas-importe TO ws-total-cargado
           END-READ.

       0012-RECARGAR-ESPECIE.
           OPEN OUTPUT ESPFILE.
           PERFORM 0012-CARGAR-ESPECIE UNTIL copiafile-fin.
           CLOSE ESPFILE.

       0012-CARGAR-ESPECIE.
           READ COPIAFILE
               AT END SET copiafile-fin TO TRUE
               NOT AT END
                   MOVE REG-COPIA TO REG-ESPECIE
                   WRITE REG-ESPECIE
                   ADD 1 TO ws-registros-cargados
                   ADD esp-valoracion-mensual TO ws-total-cargado
           END-READ.

       0013-RECARGAR-DEDUCCIONES.
           OPEN OUTPUT DEDFILE.
           PERFORM 0013-CARGAR-DEDUCCION UNTIL copiafile-fin.
           CLOSE DEDFILE.

       0013-CARGAR-DEDUCCION.
           READ COPIAFILE
               AT END SET copiafile-fin TO TRUE
               NOT AT END
                   MOVE REG-COPIA TO REG-DEDUCCION
                   WRITE REG-DEDUCCION
                   ADD 1 TO ws-registros-cargados
                   ADD ded-importe TO ws-total-cargado
           END-READ.

       0014-RECARGAR-SUSPENSIONES.
           OPEN OUTPUT SUSFILE.
           PERFORM 0014-CARGAR-SUSPENSION UNTIL copiafile-fin.
           CLOSE SUSFILE.

       0014-CARGAR-SUSPENSION.
           READ COPIAFILE
               AT END SET copiafile-fin TO TRUE
               NOT AT END
                   MOVE REG-COPIA TO REG-SUSPENSION
                   WRITE REG-SUSPENSION
                   ADD 1 TO ws-registros-cargados
           END-READ.

       0015-RECARGAR-BAJAS-IT.
           OPEN OUTPUT ITFILE.
           PERFORM 0015-CARGAR-BAJA-IT UNTIL copiafile-fin.
           CLOSE ITFILE.

       0015-CARGAR-BAJA-IT.
           READ COPIAFILE
               AT END SET copiafile-fin TO TRUE
               NOT AT END
                   MOVE REG-COPIA TO REG-BAJA-IT
                   WRITE REG-BAJA-IT
                   ADD 1 TO ws-registros-cargados
           END-READ.

       0016-RECARGAR-CAMBIOS.
           OPEN OUTPUT CAMFILE.
           PERFORM 0016-CARGAR-CAMBIO UNTIL copiafile-fin.
           CLOSE CAMFILE.

       0016-CARGAR-CAMBIO.
           READ COPIAFILE
               AT END SET copiafile-fin TO TRUE
               NOT AT END
                   MOVE REG-COPIA TO REG-CAMBIO
                   WRITE REG-CAMBIO
                   ADD 1 TO ws-registros-cargados
           END-READ.

       0017-RECARGAR-CONTRATOS.
           OPEN OUTPUT CONTFILE.
           PERFORM 0017-CARGAR-CONTRATO UNTIL copiafile-fin.
           CLOSE CONTFILE.

       0017-CARGAR-CONTRATO.
           READ COPIAFILE
               AT END SET copiafile-fin TO TRUE
               NOT AT END
                   MOVE REG-COPIA TO REG-CONTRATO
                   WRITE REG-CONTRATO
                   ADD 1 TO ws-registros-cargados
           END-READ.

       0018-RECARGAR-ENVIOS.
           OPEN OUTPUT ENVFILE.
           PERFORM 0018-CARGAR-ENVIO UNTIL copiafile-fin.
           CLOSE ENVFILE.

       0018-CARGAR-ENVIO.
           READ COPIAFILE
               AT END SET copiafile-fin TO TRUE
               NOT AT END
                   MOVE REG-COPIA TO REG-ENVIO
                   WRITE REG-ENVIO
                   ADD 1 TO ws-registros-cargados
           END-READ.

       0019-RECARGAR-TEXTO.
           *> LOS CATALOGOS DE TEXTO SE REESCRIBEN ENTEROS DESDE LA
           *> COPIA, LINEA A LINEA; SOLO SE RECONCILIA EL RECUENTO.
           OPEN OUTPUT TEXTOFILE.
           PERFORM 0019-CARGAR-LINEA UNTIL copiafile-fin.
           CLOSE TEXTOFILE.

       0019-CARGAR-LINEA.
           READ COPIAFILE
               AT END SET copiafile-fin TO TRUE
               NOT AT END
                   MOVE REG-COPIA TO LINEA-TEXTO
                   WRITE LINEA-TEXTO
                   ADD 1 TO ws-registros-cargados
           END-READ.

       0007-RECONCILIAR.
           *> MISMA DISCIPLINA QUE FICHEROSVERIFICA: LA RECARGA SOLO
           *> SE DA POR BUENA SI RECUENTO Y TOTAL DE CONTROL CUADRAN
