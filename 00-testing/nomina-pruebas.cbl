       ID DIVISION.
       PROGRAM-ID. NOMINA-PRUEBAS.
       AUTHOR. DAVID HERNANDEZ MARTIN.
      *MODIFICACIONES
      *15/10/2026 - ALTA INICIAL. JUEGO DE PRUEBAS COMPLETO A PARTIR
      *             DE LOS FICHEROS DE PRODUCCION, PARA PROBAR LOS
      *             CAMBIOS EN NOMINA-CALCULO Y EN EL CIERRE CONTRA
      *             CASOS REALES Y NO SOLO CONTRA LAS POCAS FILAS DE
      *             TRABAJADORES_PRUEBA.DAT Y CARGA_TRABAJADORES.DAT.
      *             COPIA AL DIRECTORIO RUTA-PRUEBAS (OBLIGATORIO Y
      *             DISTINTO DEL DE PRODUCCION), CON LOS MISMOS
      *             NOMBRES DE FICHERO, LOS MAESTROS QUE LEE EL
      *             CIERRE (TRABAJADORES, NOMINAS Y SU DETALLE,
      *             ANTICIPOS, EMBARGOS, VACACIONES, INCIDENCIAS,
      *             DEDUCCIONES, DATOS_IRPF, BAJAS_IT, ESPECIE,
      *             SUSPENSIONES, CAMBIOS_PENDIENTES) Y LOS CATALOGOS
      *             Y FICHEROS DE TEXTO QUE LOS ACOMPANAN. NOMBRE,
      *             APELLIDOS, NIF, IBAN, NUMERO DE AFILIACION Y
      *             CORREO SE MEZCLAN: EL NOMBRE SALE DEL
      *             id-trabajador Y LOS NUMEROS SE CIFRAN DIGITO A
      *             DIGITO CON UNA CLAVE DE LA PASADA (CLAVE-MEZCLA,
      *             O LA HORA SI NO SE INDICA), RECALCULANDO LETRA Y
      *             DIGITOS DE CONTROL, DE MODO QUE UN MISMO NIF O
      *             IBAN SALE IGUAL EN TODOS LOS FICHEROS Y DOS
      *             DISTINTOS SIGUEN SIENDO DISTINTOS. IMPORTES,
      *             FECHAS Y CLAVES QUEDAN INTACTOS. EL RESUMEN DE LA
      *             COPIA QUEDA EN JUEGO_PRUEBAS.TXT DEL DIRECTORIO
      *             DE PRUEBAS.
      *15/10/2026 - GASTOS.DAT ES YA UN MAESTRO INDEXADO: SE COPIA
      *             REGISTRO A REGISTRO COMO INCIDENCIAS.DAT Y SALE DE
      *             LA LISTA DE CATALOGOS QUE SE COPIAN TAL CUAL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    MAESTROS DE PRODUCCION, SOLO LECTURA.
           SELECT TRABFILE ASSIGN TO "TRABAJADORES.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS id-trabajador OF REG-TRABAJADOR
           ALTERNATE RECORD KEY IS apellido-pat OF REG-TRABAJADOR
               WITH DUPLICATES
           ALTERNATE RECORD KEY IS apellido-mat OF REG-TRABAJADOR
               WITH DUPLICATES
           SHARING WITH ALL OTHER
           FILE STATUS IS trabfile-status.

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

           SELECT ANTFILE ASSIGN TO "ANTICIPOS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ant-id-trabajador OF REG-ANTICIPO
           FILE STATUS IS antfile-status.

           SELECT EMBFILE ASSIGN TO "EMBARGOS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS emb-clave OF REG-EMBARGO
           FILE STATUS IS embfile-status.

           SELECT VACFILE ASSIGN TO "VACACIONES.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS vac-clave OF REG-VACACIONES
           FILE STATUS IS vacfile-status.

           SELECT INCFILE ASSIGN TO "INCIDENCIAS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS inc-clave OF REG-INCIDENCIA
           ALTERNATE RECORD KEY IS inc-periodo OF REG-INCIDENCIA
               WITH DUPLICATES
           FILE STATUS IS incfile-status.

           SELECT GASFILE ASSIGN TO "GASTOS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS gas-clave OF REG-GASTO
           ALTERNATE RECORD KEY IS gas-periodo OF REG-GASTO
               WITH DUPLICATES
           FILE STATUS IS gasfile-status.

           SELECT DEDFILE ASSIGN TO "DEDUCCIONES.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ded-clave OF REG-DEDUCCION
           FILE STATUS IS dedfile-status.

           SELECT IRPFFILE ASSIGN TO "DATOS_IRPF.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS irp-id-trabajador OF REG-DATOS-IRPF
           FILE STATUS IS irpffile-status.

           SELECT ITFILE ASSIGN TO "BAJAS_IT.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS it-clave OF REG-BAJA-IT
           FILE STATUS IS itfile-status.

           SELECT ESPFILE ASSIGN TO "ESPECIE.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS esp-clave OF REG-ESPECIE
           FILE STATUS IS espfile-status.

           SELECT SUSFILE ASSIGN TO "SUSPENSIONES.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS sus-clave OF REG-SUSPENSION
           FILE STATUS IS susfile-status.

           SELECT CAMFILE ASSIGN TO "CAMBIOS_PENDIENTES.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS cam-clave OF REG-CAMBIO
           FILE STATUS IS camfile-status.

      *    CATALOGOS Y FICHEROS DE TEXTO: SE COPIAN LINEA A LINEA,
      *    UNO TRAS OTRO, CON EL NOMBRE DE LA TABLA tabla-catalogos.
           SELECT CATFILE ASSIGN TO DYNAMIC ws-ruta-origen
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS catfile-status.

      *    FICHEROS DEL JUEGO DE PRUEBAS: TODOS VAN AL DIRECTORIO
      *    RUTA-PRUEBAS CON SU NOMBRE DE PRODUCCION, DE UNO EN UNO,
      *    ASI QUE COMPARTEN RUTA Y FILE STATUS.
           SELECT TRABPRUEBA ASSIGN TO DYNAMIC ws-ruta-destino
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS id-trabajador OF REG-TRABAJADOR-PRUEBA
           ALTERNATE RECORD KEY IS apellido-pat OF REG-TRABAJADOR-PRUEBA
               WITH DUPLICATES
           ALTERNATE RECORD KEY IS apellido-mat OF REG-TRABAJADOR-PRUEBA
               WITH DUPLICATES
           FILE STATUS IS prueba-status.

           SELECT NOMPRUEBA ASSIGN TO DYNAMIC ws-ruta-destino
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS nom-clave OF REG-NOMINA-PRUEBA
           FILE STATUS IS prueba-status.

           SELECT DETPRUEBA ASSIGN TO DYNAMIC ws-ruta-destino
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS det-clave OF REG-DETALLE-PRUEBA
           FILE STATUS IS prueba-status.

           SELECT ANTPRUEBA ASSIGN TO DYNAMIC ws-ruta-destino
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ant-id-trabajador OF REG-ANTICIPO-PRUEBA
           FILE STATUS IS prueba-status.

           SELECT EMBPRUEBA ASSIGN TO DYNAMIC ws-ruta-destino
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS emb-clave OF REG-EMBARGO-PRUEBA
           FILE STATUS IS prueba-status.

           SELECT VACPRUEBA ASSIGN TO DYNAMIC ws-ruta-destino
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS vac-clave OF REG-VACACIONES-PRUEBA
           FILE STATUS IS prueba-status.

           SELECT INCPRUEBA ASSIGN TO DYNAMIC ws-ruta-destino
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS inc-clave OF REG-INCIDENCIA-PRUEBA
           ALTERNATE RECORD KEY IS inc-periodo OF REG-INCIDENCIA-PRUEBA
               WITH DUPLICATES
           FILE STATUS IS prueba-status.

           SELECT GASPRUEBA ASSIGN TO DYNAMIC ws-ruta-destino
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS gas-clave OF REG-GASTO-PRUEBA
           ALTERNATE RECORD KEY IS gas-periodo OF REG-GASTO-PRUEBA
               WITH DUPLICATES
           FILE STATUS IS prueba-status.

           SELECT DEDPRUEBA ASSIGN TO DYNAMIC ws-ruta-destino
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ded-clave OF REG-DEDUCCION-PRUEBA
           FILE STATUS IS prueba-status.

           SELECT IRPFPRUEBA ASSIGN TO DYNAMIC ws-ruta-destino
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS irp-id-trabajador OF REG-DATOS-IRPF-PRUEBA
           FILE STATUS IS prueba-status.

           SELECT ITPRUEBA ASSIGN TO DYNAMIC ws-ruta-destino
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS it-clave OF REG-BAJA-IT-PRUEBA
           FILE STATUS IS prueba-status.

           SELECT ESPPRUEBA ASSIGN TO DYNAMIC ws-ruta-destino
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS esp-clave OF REG-ESPECIE-PRUEBA
           FILE STATUS IS prueba-status.

           SELECT SUSPRUEBA ASSIGN TO DYNAMIC ws-ruta-destino
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS sus-clave OF REG-SUSPENSION-PRUEBA
           FILE STATUS IS prueba-status.

           SELECT CAMPRUEBA ASSIGN TO DYNAMIC ws-ruta-destino
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS cam-clave OF REG-CAMBIO-PRUEBA
           FILE STATUS IS prueba-status.

           SELECT CATPRUEBA ASSIGN TO DYNAMIC ws-ruta-destino
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS prueba-status.

           SELECT INFORMEFILE ASSIGN TO DYNAMIC ws-ruta-informe
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS informefile-status.

       DATA DIVISION.
       FILE SECTION.
       FD  TRABFILE
           LABEL RECORDS ARE STANDARD.
       01  REG-TRABAJADOR.
           COPY TRABREG.

       FD  NOMMAESTRO
           LABEL RECORDS ARE STANDARD.
       01  REG-NOMINA.
           COPY NOMREG.

       FD  NOMDETFILE
           LABEL RECORDS ARE STANDARD.
       01  REG-DETALLE.
           COPY NOMDET.

       FD  ANTFILE
           LABEL RECORDS ARE STANDARD.
       01  REG-ANTICIPO.
           COPY ANTREG.

       FD  EMBFILE
           LABEL RECORDS ARE STANDARD.
       01  REG-EMBARGO.
           COPY EMBREG.

       FD  VACFILE
           LABEL RECORDS ARE STANDARD.
       01  REG-VACACIONES.
           COPY VACREG.

       FD  INCFILE
           LABEL RECORDS ARE STANDARD.
       01  REG-INCIDENCIA.
           COPY INCREG.

       FD  GASFILE
           LABEL RECORDS ARE STANDARD.
       01  REG-GASTO.
           COPY GASREG.

       FD  DEDFILE
           LABEL RECORDS ARE STANDARD.
       01  REG-DEDUCCION.
           COPY DEDREG.

       FD  IRPFFILE
           LABEL RECORDS ARE STANDARD.
       01  REG-DATOS-IRPF.
           COPY IRPFREG.

       FD  ITFILE
           LABEL RECORDS ARE STANDARD.
       01  REG-BAJA-IT.
           COPY ITREG.

       FD  ESPFILE
           LABEL RECORDS ARE STANDARD.
       01  REG-ESPECIE.
           COPY ESPREG.

       FD  SUSFILE
           LABEL RECORDS ARE STANDARD.
       01  REG-SUSPENSION.
           COPY SUSREG.

       FD  CAMFILE
           LABEL RECORDS ARE STANDARD.
       01  REG-CAMBIO.
           COPY CAMREG.

       FD  CATFILE
           LABEL RECORDS ARE STANDARD.
       01  LINEA-CATALOGO             PIC X(200).

       FD  TRABPRUEBA
           LABEL RECORDS ARE STANDARD.
       01  REG-TRABAJADOR-PRUEBA.
           COPY TRABREG.

       FD  NOMPRUEBA
           LABEL RECORDS ARE STANDARD.
       01  REG-NOMINA-PRUEBA.
           COPY NOMREG.

       FD  DETPRUEBA
           LABEL RECORDS ARE STANDARD.
       01  REG-DETALLE-PRUEBA.
           COPY NOMDET.

       FD  ANTPRUEBA
           LABEL RECORDS ARE STANDARD.
       01  REG-ANTICIPO-PRUEBA.
           COPY ANTREG.

       FD  EMBPRUEBA
           LABEL RECORDS ARE STANDARD.
       01  REG-EMBARGO-PRUEBA.
           COPY EMBREG.

       FD  VACPRUEBA
           LABEL RECORDS ARE STANDARD.
       01  REG-VACACIONES-PRUEBA.
           COPY VACREG.

       FD  INCPRUEBA
           LABEL RECORDS ARE STANDARD.
       01  REG-INCIDENCIA-PRUEBA.
           COPY INCREG.

       FD  GASPRUEBA
           LABEL RECORDS ARE STANDARD.
       01  REG-GASTO-PRUEBA.
           COPY GASREG.

       FD  DEDPRUEBA
           LABEL RECORDS ARE STANDARD.
       01  REG-DEDUCCION-PRUEBA.
           COPY DEDREG.

       FD  IRPFPRUEBA
           LABEL RECORDS ARE STANDARD.
       01  REG-DATOS-IRPF-PRUEBA.
           COPY IRPFREG.

       FD  ITPRUEBA
           LABEL RECORDS ARE STANDARD.
       01  REG-BAJA-IT-PRUEBA.
           COPY ITREG.

       FD  ESPPRUEBA
           LABEL RECORDS ARE STANDARD.
       01  REG-ESPECIE-PRUEBA.
           COPY ESPREG.

       FD  SUSPRUEBA
           LABEL RECORDS ARE STANDARD.
       01  REG-SUSPENSION-PRUEBA.
           COPY SUSREG.

       FD  CAMPRUEBA
           LABEL RECORDS ARE STANDARD.
       01  REG-CAMBIO-PRUEBA.
           COPY CAMREG.

       FD  CATPRUEBA
           LABEL RECORDS ARE STANDARD.
       01  LINEA-CATALOGO-PRUEBA      PIC X(200).

       FD  INFORMEFILE
           LABEL RECORDS ARE STANDARD.
       01  LINEA-INFORME              PIC X(80).

       WORKING-STORAGE SECTION.

         >>SOURCE FORMAT IS FREE
         COPY FILESTAT REPLACING NIVEL-FS BY 77
             FS-CAMPO BY trabfile-status
             FS-OK BY trabfile-ok
             FS-FIN-FICHERO BY trabfile-fin
             FS-CLAVE-DUPLICADA BY trabfile-dup
             FS-REGISTRO-NO-ENCONTRADO BY trabfile-no-encontrado
             FS-FICHERO-NO-EXISTE BY trabfile-no-existe
             FS-REGISTRO-BLOQUEADO BY trabfile-bloqueado
             FS-DATOS-INVALIDOS BY trabfile-datos-invalidos.
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
             FS-CAMPO BY antfile-status
             FS-OK BY antfile-ok
             FS-FIN-FICHERO BY antfile-fin
             FS-CLAVE-DUPLICADA BY antfile-dup
             FS-REGISTRO-NO-ENCONTRADO BY antfile-no-encontrado
             FS-FICHERO-NO-EXISTE BY antfile-no-existe
             FS-REGISTRO-BLOQUEADO BY antfile-bloqueado
             FS-DATOS-INVALIDOS BY antfile-datos-invalidos.
         COPY FILESTAT REPLACING NIVEL-FS BY 77
             FS-CAMPO BY embfile-status
             FS-OK BY embfile-ok
             FS-FIN-FICHERO BY embfile-fin
             FS-CLAVE-DUPLICADA BY embfile-dup
             FS-REGISTRO-NO-ENCONTRADO BY embfile-no-encontrado
             FS-FICHERO-NO-EXISTE BY embfile-no-existe
             FS-REGISTRO-BLOQUEADO BY embfile-bloqueado
             FS-DATOS-INVALIDOS BY embfile-datos-invalidos.
         COPY FILESTAT REPLACING NIVEL-FS BY 77
             FS-CAMPO BY vacfile-status
             FS-OK BY vacfile-ok
             FS-FIN-FICHERO BY vacfile-fin
             FS-CLAVE-DUPLICADA BY vacfile-dup
             FS-REGISTRO-NO-ENCONTRADO BY vacfile-no-encontrado
             FS-FICHERO-NO-EXISTE BY vacfile-no-existe
             FS-REGISTRO-BLOQUEADO BY vacfile-bloqueado
             FS-DATOS-INVALIDOS BY vacfile-datos-invalidos.
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
             FS-CAMPO BY dedfile-status
             FS-OK BY dedfile-ok
             FS-FIN-FICHERO BY dedfile-fin
             FS-CLAVE-DUPLICADA BY dedfile-dup
             FS-REGISTRO-NO-ENCONTRADO BY dedfile-no-encontrado
             FS-FICHERO-NO-EXISTE BY dedfile-no-existe
             FS-REGISTRO-BLOQUEADO BY dedfile-bloqueado
             FS-DATOS-INVALIDOS BY dedfile-datos-invalidos.
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
             FS-CAMPO BY itfile-status
             FS-OK BY itfile-ok
             FS-FIN-FICHERO BY itfile-fin
             FS-CLAVE-DUPLICADA BY itfile-dup
             FS-REGISTRO-NO-ENCONTRADO BY itfile-no-encontrado
             FS-FICHERO-NO-EXISTE BY itfile-no-existe
             FS-REGISTRO-BLOQUEADO BY itfile-bloqueado
             FS-DATOS-INVALIDOS BY itfile-datos-invalidos.
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
             FS-CAMPO BY susfile-status
             FS-OK BY susfile-ok
             FS-FIN-FICHERO BY susfile-fin
             FS-CLAVE-DUPLICADA BY susfile-dup
             FS-REGISTRO-NO-ENCONTRADO BY susfile-no-encontrado
             FS-FICHERO-NO-EXISTE BY susfile-no-existe
             FS-REGISTRO-BLOQUEADO BY susfile-bloqueado
             FS-DATOS-INVALIDOS BY susfile-datos-invalidos.
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
             FS-CAMPO BY catfile-status
             FS-OK BY catfile-ok
             FS-FIN-FICHERO BY catfile-fin
             FS-CLAVE-DUPLICADA BY catfile-dup
             FS-REGISTRO-NO-ENCONTRADO BY catfile-no-encontrado
             FS-FICHERO-NO-EXISTE BY catfile-no-existe
             FS-REGISTRO-BLOQUEADO BY catfile-bloqueado
             FS-DATOS-INVALIDOS BY catfile-datos-invalidos.
         COPY FILESTAT REPLACING NIVEL-FS BY 77
             FS-CAMPO BY prueba-status
             FS-OK BY prueba-ok
             FS-FIN-FICHERO BY prueba-fin
             FS-CLAVE-DUPLICADA BY prueba-dup
             FS-REGISTRO-NO-ENCONTRADO BY prueba-no-encontrado
             FS-FICHERO-NO-EXISTE BY prueba-no-existe
             FS-REGISTRO-BLOQUEADO BY prueba-bloqueado
             FS-DATOS-INVALIDOS BY prueba-datos-invalidos.
         COPY FILESTAT REPLACING NIVEL-FS BY 77
             FS-CAMPO BY informefile-status
             FS-OK BY informefile-ok
             FS-FIN-FICHERO BY informefile-fin
             FS-CLAVE-DUPLICADA BY informefile-dup
             FS-REGISTRO-NO-ENCONTRADO BY informefile-no-encontrado
             FS-FICHERO-NO-EXISTE BY informefile-no-existe
             FS-REGISTRO-BLOQUEADO BY informefile-bloqueado
             FS-DATOS-INVALIDOS BY informefile-datos-invalidos.

         *> DIRECTORIO DEL JUEGO DE PRUEBAS. SIN VALOR POR OMISION:
         *> EN BLANCO O "." LOS FICHEROS MEZCLADOS PISARIAN LOS DE
         *> PRODUCCION.
         77 ws-ruta-pruebas      PIC X(80) VALUE SPACES.
         77 ws-ruta-origen       PIC X(120) VALUE SPACES.
         77 ws-ruta-destino      PIC X(120) VALUE SPACES.
         77 ws-ruta-informe      PIC X(120) VALUE SPACES.
         77 ws-nombre-fichero    PIC X(30) VALUE SPACES.
         77 ws-fecha-hoy         PIC 9(08) VALUE 0.
         77 ws-hora-hoy          PIC 9(08) VALUE 0.
         77 ws-operador          PIC X(20) VALUE SPACES.

         77 ws-error-pruebas     PIC 9(01) VALUE 0.
            88 pruebas-con-error     VALUE 1.
            88 pruebas-sin-error     VALUE 0.

         *> RECUENTOS DEL FICHERO EN CURSO Y DE TODA LA PASADA.
         77 ws-registros-copiados PIC 9(07) VALUE 0.
         77 ws-registros-rechazados PIC 9(07) VALUE 0.
         77 ws-ficheros-copiados PIC 9(03) VALUE 0.
         77 ws-ficheros-ausentes PIC 9(03) VALUE 0.
         77 ws-total-registros   PIC 9(09) VALUE 0.
         77 ws-nif-mezclados     PIC 9(07) VALUE 0.
         77 ws-iban-mezclados    PIC 9(07) VALUE 0.
         77 ws-naf-mezclados     PIC 9(07) VALUE 0.
         77 ws-correos-mezclados PIC 9(07) VALUE 0.
         77 ws-observacion       PIC X(30) VALUE SPACES.

         *> CATALOGOS Y FICHEROS DE TEXTO QUE SE COPIAN TAL CUAL:
         *> TABLAS DE TIPOS, CALENDARIO, CONCEPTOS, CATALOGOS DE
         *> EMPRESAS, DEPARTAMENTOS, CATEGORIAS Y ACREEDORES, MAPA
         *> CONTABLE, BASES DE COTIZACION, HISTORICO DE SALARIOS Y
         *> REGISTRO DE CIERRES. NO LLEVAN DATOS
         *> PERSONALES DE TRABAJADORES.
         01 tabla-catalogos-val.
            05 FILLER PIC X(30) VALUE "TIPOS_RETENCION.DAT".
            05 FILLER PIC X(30) VALUE "FESTIVOS.DAT".
            05 FILLER PIC X(30) VALUE "CONCEPTOS.DAT".
            05 FILLER PIC X(30) VALUE "EMPRESAS.DAT".
            05 FILLER PIC X(30) VALUE "DEPARTAMENTOS.DAT".
            05 FILLER PIC X(30) VALUE "CATEGORIAS.DAT".
            05 FILLER PIC X(30) VALUE "ACREEDORES.DAT".
            05 FILLER PIC X(30) VALUE "CUENTAS_NOMINA.DAT".
            05 FILLER PIC X(30) VALUE "COTIZACION.DAT".
            05 FILLER PIC X(30) VALUE "HIST_SALARIOS.TXT".
            05 FILLER PIC X(30) VALUE "CIERRES_NOMINA.DAT".
         01 tabla-catalogos REDEFINES tabla-catalogos-val.
            05 nombre-catalogo   PIC X(30) OCCURS 11 TIMES.
         77 num-catalogos        PIC 9(02) VALUE 11.
         77 ws-indice-catalogo   PIC 9(02).

         *> NOMBRES FICTICIOS: EL NOMBRE Y LOS DOS APELLIDOS DE
         *> CADA TRABAJADOR SE ELIGEN POR SU id-trabajador, ASI QUE
         *> SON LOS MISMOS EN CADA COPIA Y EN CADA FICHERO.
         01 tabla-nombres-val.
            05 FILLER PIC X(10) VALUE "ANA".
            05 FILLER PIC X(10) VALUE "LUIS".
            05 FILLER PIC X(10) VALUE "MARTA".
            05 FILLER PIC X(10) VALUE "JAVIER".
            05 FILLER PIC X(10) VALUE "LUCIA".
            05 FILLER PIC X(10) VALUE "CARLOS".
            05 FILLER PIC X(10) VALUE "ELENA".
            05 FILLER PIC X(10) VALUE "PABLO".
            05 FILLER PIC X(10) VALUE "SARA".
            05 FILLER PIC X(10) VALUE "JORGE".
            05 FILLER PIC X(10) VALUE "PAULA".
            05 FILLER PIC X(10) VALUE "DIEGO".
            05 FILLER PIC X(10) VALUE "LAURA".
            05 FILLER PIC X(10) VALUE "SERGIO".
            05 FILLER PIC X(10) VALUE "CARMEN".
            05 FILLER PIC X(10) VALUE "RAUL".
            05 FILLER PIC X(10) VALUE "ISABEL".
            05 FILLER PIC X(10) VALUE "ALBERTO".
            05 FILLER PIC X(10) VALUE "NURIA".
            05 FILLER PIC X(10) VALUE "MIGUEL".
         01 tabla-nombres REDEFINES tabla-nombres-val.
            05 nombre-ficticio   PIC X(10) OCCURS 20 TIMES.
         01 tabla-apellidos-val.
            05 FILLER PIC X(10) VALUE "GARCIA".
            05 FILLER PIC X(10) VALUE "LOPEZ".
            05 FILLER PIC X(10) VALUE "MARTIN".
            05 FILLER PIC X(10) VALUE "SANCHEZ".
            05 FILLER PIC X(10) VALUE "PEREZ".
            05 FILLER PIC X(10) VALUE "GOMEZ".
            05 FILLER PIC X(10) VALUE "RUIZ".
            05 FILLER PIC X(10) VALUE "DIAZ".
            05 FILLER PIC X(10) VALUE "MORENO".
            05 FILLER PIC X(10) VALUE "ALVAREZ".
            05 FILLER PIC X(10) VALUE "MUNOZ".
            05 FILLER PIC X(10) VALUE "ROMERO".
            05 FILLER PIC X(10) VALUE "NAVARRO".
            05 FILLER PIC X(10) VALUE "TORRES".
            05 FILLER PIC X(10) VALUE "DOMINGUEZ".
            05 FILLER PIC X(10) VALUE "VAZQUEZ".
            05 FILLER PIC X(10) VALUE "RAMOS".
            05 FILLER PIC X(10) VALUE "GIL".
            05 FILLER PIC X(10) VALUE "SERRANO".
            05 FILLER PIC X(10) VALUE "BLANCO".
            05 FILLER PIC X(10) VALUE "MOLINA".
            05 FILLER PIC X(10) VALUE "MORALES".
            05 FILLER PIC X(10) VALUE "ORTEGA".
            05 FILLER PIC X(10) VALUE "DELGADO".
            05 FILLER PIC X(10) VALUE "CASTRO".
            05 FILLER PIC X(10) VALUE "ORTIZ".
            05 FILLER PIC X(10) VALUE "RUBIO".
            05 FILLER PIC X(10) VALUE "MARIN".
            05 FILLER PIC X(10) VALUE "SANZ".
            05 FILLER PIC X(10) VALUE "NUNEZ".
         01 tabla-apellidos REDEFINES tabla-apellidos-val.
            05 apellido-ficticio PIC X(10) OCCURS 30 TIMES.
         77 ws-indice-nombre     PIC 9(02).
         77 ws-cociente          PIC 9(07).

         *> CLAVE DE MEZCLA DE LA PASADA: DOCE DIGITOS DE
         *> CLAVE-MEZCLA (PARA REPETIR UNA COPIA IDENTICA) O, SIN
         *> ELLA, DE LA FECHA Y HORA DEL SISTEMA. NO SE GUARDA EN
         *> NINGUN SITIO. CADA DIGITO DE UN NIF, IBAN O NUMERO DE
         *> AFILIACION SE SUMA (MODULO 10) AL DIGITO DE CLAVE DE SU
         *> POSICION Y AL YA MEZCLADO ANTERIOR: ES BIUNIVOCO, ASI
         *> QUE DOS VALORES DISTINTOS NUNCA SE CONFUNDEN Y EL MISMO
         *> VALOR SALE IGUAL EN TODOS LOS FICHEROS.
         77 ws-clave-entorno     PIC X(12) VALUE SPACES.
         01 ws-clave-mezcla.
            05 ws-clave-base     PIC 9(12).
            05 ws-clave-digitos REDEFINES ws-clave-base.
               10 ws-clave-digito PIC 9(01) OCCURS 12 TIMES.
         77 ws-indice-clave      PIC 9(02).
         77 ws-mes-dia-hoy       PIC 9(04).
         77 ws-mezcla-cadena     PIC X(24).
         77 ws-mezcla-desde      PIC 9(02).
         77 ws-mezcla-hasta      PIC 9(02).
         77 ws-mezcla-posicion   PIC 9(02).
         77 ws-mezcla-digito     PIC 9(02).
         77 ws-mezcla-anterior   PIC 9(01).

         *> NIF: LETRA DE CONTROL OFICIAL SOBRE LOS 8 DIGITOS YA
         *> MEZCLADOS, PARA QUE LA COPIA SIGA PASANDO LA VALIDACION.
         01 ws-nif-trabajo.
            05 ws-nif-digitos    PIC 9(08).
            05 ws-nif-letra      PIC X(01).
         77 ws-letras-nif        PIC X(23)
             VALUE "TRWAGMYFPDXBNJZSQVHLCKE".
         77 ws-cociente-nif      PIC 9(07).
         77 ws-resto-nif         PIC 9(02).

         *> IBAN: SE CONSERVAN PAIS, ENTIDAD Y OFICINA (POSICIONES
         *> 1-2 Y 5-12) Y SE MEZCLAN CONTROL NACIONAL Y CUENTA
         *> (13-24); LOS DIGITOS DE CONTROL DEL IBAN (3-4) SE
         *> RECALCULAN CON EL MODULO 97 DE SEPA.
         77 ws-iban-trabajo      PIC X(24).
         77 ws-iban-reordenado   PIC X(24).
         77 ws-caracter-iban     PIC X(01).
         77 ws-digito-iban       PIC 9(01).
         77 ws-letras-iban       PIC X(26)
             VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
         77 ws-indice-iban       PIC 9(02).
         77 ws-indice-letra-iban PIC 9(02).
         77 ws-valor-iban        PIC 9(02).
         77 ws-resto-iban        PIC 9(04).
         77 ws-blancos-iban      PIC 9(02).
         77 ws-control-iban      PIC 9(02).

         *> NUMERO DE AFILIACION: SE CONSERVA LA PROVINCIA, SE
         *> MEZCLA EL NUMERO Y SE RECALCULA EL CONTROL (RESTO ENTRE
         *> 97 DE LA PROVINCIA SEGUIDA DEL NUMERO).
         77 ws-naf-trabajo       PIC X(12).
         77 ws-naf-provincia     PIC 9(02).
         77 ws-naf-numero        PIC 9(08).
         77 ws-naf-control       PIC 9(02).
         77 ws-naf-base          PIC 9(10).

         77 ws-id-texto          PIC 9(05).

         *> LAS LINEAS DE AUDITORIA SE COMPONEN AQUI PERO LAS
         *> ESCRIBE (SELLADAS Y ENCADENADAS) AUDITORIA-SELLO.
         01 LINEA-AUDITORIA      PIC X(200).
         COPY AUDCOM.

       PROCEDURE DIVISION.
       0000-MAIN SECTION.
       0000-PRINCIPAL.
           DISPLAY "=== JUEGO DE PRUEBAS DE NOMINAS ===".
           ACCEPT ws-fecha-hoy FROM DATE YYYYMMDD.
           ACCEPT ws-hora-hoy FROM TIME.
           ACCEPT ws-operador FROM ENVIRONMENT "USER".
           PERFORM 0001-DETERMINAR-PARAMETROS.
           IF pruebas-sin-error
               PERFORM 0017-ABRIR-INFORME
           END-IF.
           IF pruebas-sin-error
               PERFORM 0002-COPIAR-TRABAJADORES
           END-IF.
           IF pruebas-sin-error
               PERFORM 0003-COPIAR-NOMINAS
           END-IF.
           IF pruebas-sin-error
               PERFORM 0004-COPIAR-DETALLE
           END-IF.
           IF pruebas-sin-error
               PERFORM 0005-COPIAR-ANTICIPOS
           END-IF.
           IF pruebas-sin-error
               PERFORM 0006-COPIAR-EMBARGOS
           END-IF.
           IF pruebas-sin-error
               PERFORM 0007-COPIAR-VACACIONES
           END-IF.
           IF pruebas-sin-error
               PERFORM 0008-COPIAR-INCIDENCIAS
           END-IF.
           IF pruebas-sin-error
               PERFORM 0009-COPIAR-DEDUCCIONES
           END-IF.
           IF pruebas-sin-error
               PERFORM 0010-COPIAR-DATOS-IRPF
           END-IF.
           IF pruebas-sin-error
               PERFORM 0011-COPIAR-BAJAS-IT
           END-IF.
           IF pruebas-sin-error
               PERFORM 0012-COPIAR-ESPECIE
           END-IF.
           IF pruebas-sin-error
               PERFORM 0013-COPIAR-SUSPENSIONES
           END-IF.
           IF pruebas-sin-error
               PERFORM 0014-COPIAR-CAMBIOS
           END-IF.
           IF pruebas-sin-error
               PERFORM 0019-COPIAR-GASTOS
           END-IF.
           IF pruebas-sin-error
               MOVE 0 TO ws-indice-catalogo
               PERFORM 0015-COPIAR-CATALOGO
                   UNTIL ws-indice-catalogo = num-catalogos
                      OR pruebas-con-error
           END-IF.
           IF informefile-ok
               PERFORM 0017-CERRAR-INFORME
           END-IF.
           IF pruebas-sin-error
               PERFORM 0018-AUDITAR-JUEGO-PRUEBAS
               DISPLAY "JUEGO DE PRUEBAS EN " ws-ruta-pruebas
               DISPLAY "FICHEROS COPIADOS: " ws-ficheros-copiados
                   " REGISTROS: " ws-total-registros
           ELSE
               DISPLAY "JUEGO DE PRUEBAS INCOMPLETO: NO LO USE "
                   "HASTA REPETIR LA COPIA"
           END-IF.
           STOP RUN.

       0001-DETERMINAR-PARAMETROS.
           *> EL DIRECTORIO DE PRUEBAS SE EXIGE EXPLICITO Y DISTINTO
           *> DEL DE TRABAJO, QUE ES EL DE PRODUCCION.
           ACCEPT ws-ruta-pruebas FROM ENVIRONMENT "RUTA-PRUEBAS".
           IF ws-ruta-pruebas = SPACES OR "." OR "./"
               DISPLAY "RUTA-PRUEBAS SIN DEFINIR O IGUAL AL "
                   "DIRECTORIO DE PRODUCCION: INDIQUE EL DIRECTORIO "
                   "(YA CREADO) DEL JUEGO DE PRUEBAS"
               SET pruebas-con-error TO TRUE
           END-IF.
           ACCEPT ws-clave-entorno FROM ENVIRONMENT "CLAVE-MEZCLA".
           IF ws-clave-entorno = SPACES
               DIVIDE ws-fecha-hoy BY 10000 GIVING ws-cociente
                   REMAINDER ws-mes-dia-hoy
               COMPUTE ws-clave-base = ws-hora-hoy * 10000
                   + ws-mes-dia-hoy
           ELSE
               IF ws-clave-entorno IS NUMERIC
                   MOVE ws-clave-entorno TO ws-clave-base
               ELSE
                   DISPLAY "CLAVE-MEZCLA DEBE TENER 12 DIGITOS"
                   SET pruebas-con-error TO TRUE
               END-IF
           END-IF.
           *> CADA DIGITO DE LA CLAVE SE DISPERSA CON SU POSICION,
           *> PARA QUE UNA CLAVE CON CEROS TAMBIEN MEZCLE.
           MOVE 0 TO ws-indice-clave.
           PERFORM 0001-DISPERSAR-CLAVE UNTIL ws-indice-clave = 12.

       0001-DISPERSAR-CLAVE.

           ADD 1 TO ws-indice-clave.
           COMPUTE ws-mezcla-digito =
               ws-clave-digito(ws-indice-clave) * 7
               + ws-indice-clave * 3 + 1.
           DIVIDE ws-mezcla-digito BY 10 GIVING ws-cociente
               REMAINDER ws-clave-digito(ws-indice-clave).

       0002-COPIAR-TRABAJADORES.
           *> EL MAESTRO SE COPIA CON LOS DATOS IDENTIFICATIVOS
           *> MEZCLADOS (0016); EL RESTO DE LA FICHA, INTACTO.
           MOVE "TRABAJADORES.DAT" TO ws-nombre-fichero.
           OPEN INPUT TRABFILE.
           IF trabfile-no-existe
               PERFORM 0017-ANOTAR-SIN-ORIGEN
           ELSE IF NOT trabfile-ok
               DISPLAY "NO SE PUDO ABRIR TRABAJADORES.DAT - FILE "
                   "STATUS " trabfile-status
               SET pruebas-con-error TO TRUE
           ELSE
               PERFORM 0017-COMPONER-RUTA-DESTINO
               OPEN OUTPUT TRABPRUEBA
               IF NOT prueba-ok
                   PERFORM 0017-ANOTAR-FALLO-DESTINO
               ELSE
                   PERFORM 0017-INICIAR-FICHERO
                   PERFORM 0002-COPIAR-TRABAJADOR
                       UNTIL trabfile-fin
                   CLOSE TRABPRUEBA
                   PERFORM 0017-ANOTAR-COPIA
               END-IF
               CLOSE TRABFILE
           END-IF.

       0002-COPIAR-TRABAJADOR.
           READ TRABFILE NEXT RECORD IGNORING LOCK
               AT END SET trabfile-fin TO TRUE
               NOT AT END
                   PERFORM 0016-MEZCLAR-TRABAJADOR
                   MOVE REG-TRABAJADOR TO REG-TRABAJADOR-PRUEBA
                   WRITE REG-TRABAJADOR-PRUEBA
                       INVALID KEY
                           ADD 1 TO ws-registros-rechazados
                       NOT INVALID KEY
                           ADD 1 TO ws-registros-copiados
                   END-WRITE
           END-READ.

       0003-COPIAR-NOMINAS.

           MOVE "NOMINAS.DAT" TO ws-nombre-fichero.
           OPEN INPUT NOMMAESTRO.
           IF nommaestro-no-existe
               PERFORM 0017-ANOTAR-SIN-ORIGEN
           ELSE IF NOT nommaestro-ok
               DISPLAY "NO SE PUDO ABRIR NOMINAS.DAT - FILE STATUS "
                   nommaestro-status
               SET pruebas-con-error TO TRUE
           ELSE
               PERFORM 0017-COMPONER-RUTA-DESTINO
               OPEN OUTPUT NOMPRUEBA
               IF NOT prueba-ok
                   PERFORM 0017-ANOTAR-FALLO-DESTINO
               ELSE
                   PERFORM 0017-INICIAR-FICHERO
                   PERFORM 0003-COPIAR-NOMINA UNTIL nommaestro-fin
                   CLOSE NOMPRUEBA
                   PERFORM 0017-ANOTAR-COPIA
               END-IF
               CLOSE NOMMAESTRO
           END-IF.

       0003-COPIAR-NOMINA.
           READ NOMMAESTRO NEXT RECORD
               AT END SET nommaestro-fin TO TRUE
               NOT AT END
                   MOVE REG-NOMINA TO REG-NOMINA-PRUEBA
                   WRITE REG-NOMINA-PRUEBA
                       INVALID KEY
                           ADD 1 TO ws-registros-rechazados
                       NOT INVALID KEY
                           ADD 1 TO ws-registros-copiados
                   END-WRITE
           END-READ.

       0004-COPIAR-DETALLE.

           MOVE "NOMINAS_DETALLE.DAT" TO ws-nombre-fichero.
           OPEN INPUT NOMDETFILE.
           IF nomdetfile-no-existe
               PERFORM 0017-ANOTAR-SIN-ORIGEN
           ELSE IF NOT nomdetfile-ok
               DISPLAY "NO SE PUDO ABRIR NOMINAS_DETALLE.DAT - FILE "
                   "STATUS " nomdetfile-status
               SET pruebas-con-error TO TRUE
           ELSE
               PERFORM 0017-COMPONER-RUTA-DESTINO
               OPEN OUTPUT DETPRUEBA
               IF NOT prueba-ok
                   PERFORM 0017-ANOTAR-FALLO-DESTINO
               ELSE
                   PERFORM 0017-INICIAR-FICHERO
                   PERFORM 0004-COPIAR-LINEA-DETALLE
                       UNTIL nomdetfile-fin
                   CLOSE DETPRUEBA
                   PERFORM 0017-ANOTAR-COPIA
               END-IF
               CLOSE NOMDETFILE
           END-IF.

       0004-COPIAR-LINEA-DETALLE.
           READ NOMDETFILE NEXT RECORD
               AT END SET nomdetfile-fin TO TRUE
               NOT AT END
                   MOVE REG-DETALLE TO REG-DETALLE-PRUEBA
                   WRITE REG-DETALLE-PRUEBA
                       INVALID KEY
                           ADD 1 TO ws-registros-rechazados
                       NOT INVALID KEY
                           ADD 1 TO ws-registros-copiados
                   END-WRITE
           END-READ.

       0005-COPIAR-ANTICIPOS.

           MOVE "ANTICIPOS.DAT" TO ws-nombre-fichero.
           OPEN INPUT ANTFILE.
           IF antfile-no-existe
               PERFORM 0017-ANOTAR-SIN-ORIGEN
           ELSE IF NOT antfile-ok
               DISPLAY "NO SE PUDO ABRIR ANTICIPOS.DAT - FILE STATUS "
                   antfile-status
               SET pruebas-con-error TO TRUE
           ELSE
               PERFORM 0017-COMPONER-RUTA-DESTINO
               OPEN OUTPUT ANTPRUEBA
               IF NOT prueba-ok
                   PERFORM 0017-ANOTAR-FALLO-DESTINO
               ELSE
                   PERFORM 0017-INICIAR-FICHERO
                   PERFORM 0005-COPIAR-ANTICIPO UNTIL antfile-fin
                   CLOSE ANTPRUEBA
                   PERFORM 0017-ANOTAR-COPIA
               END-IF
               CLOSE ANTFILE
           END-IF.

       0005-COPIAR-ANTICIPO.
           READ ANTFILE NEXT RECORD
               AT END SET antfile-fin TO TRUE
               NOT AT END
                   MOVE REG-ANTICIPO TO REG-ANTICIPO-PRUEBA
                   WRITE REG-ANTICIPO-PRUEBA
                       INVALID KEY
                           ADD 1 TO ws-registros-rechazados
                       NOT INVALID KEY
                           ADD 1 TO ws-registros-copiados
                   END-WRITE
           END-READ.

       0006-COPIAR-EMBARGOS.

           MOVE "EMBARGOS.DAT" TO ws-nombre-fichero.
           OPEN INPUT EMBFILE.
           IF embfile-no-existe
               PERFORM 0017-ANOTAR-SIN-ORIGEN
           ELSE IF NOT embfile-ok
               DISPLAY "NO SE PUDO ABRIR EMBARGOS.DAT - FILE STATUS "
                   embfile-status
               SET pruebas-con-error TO TRUE
           ELSE
               PERFORM 0017-COMPONER-RUTA-DESTINO
               OPEN OUTPUT EMBPRUEBA
               IF NOT prueba-ok
                   PERFORM 0017-ANOTAR-FALLO-DESTINO
               ELSE
                   PERFORM 0017-INICIAR-FICHERO
                   PERFORM 0006-COPIAR-EMBARGO UNTIL embfile-fin
                   CLOSE EMBPRUEBA
                   PERFORM 0017-ANOTAR-COPIA
               END-IF
               CLOSE EMBFILE
           END-IF.

       0006-COPIAR-EMBARGO.
           READ EMBFILE NEXT RECORD
               AT END SET embfile-fin TO TRUE
               NOT AT END
                   MOVE REG-EMBARGO TO REG-EMBARGO-PRUEBA
                   WRITE REG-EMBARGO-PRUEBA
                       INVALID KEY
                           ADD 1 TO ws-registros-rechazados
                       NOT INVALID KEY
                           ADD 1 TO ws-registros-copiados
                   END-WRITE
           END-READ.

       0007-COPIAR-VACACIONES.

           MOVE "VACACIONES.DAT" TO ws-nombre-fichero.
           OPEN INPUT VACFILE.
           IF vacfile-no-existe
               PERFORM 0017-ANOTAR-SIN-ORIGEN
           ELSE IF NOT vacfile-ok
               DISPLAY "NO SE PUDO ABRIR VACACIONES.DAT - FILE STATUS "
                   vacfile-status
               SET pruebas-con-error TO TRUE
           ELSE
               PERFORM 0017-COMPONER-RUTA-DESTINO
               OPEN OUTPUT VACPRUEBA
               IF NOT prueba-ok
                   PERFORM 0017-ANOTAR-FALLO-DESTINO
               ELSE
                   PERFORM 0017-INICIAR-FICHERO
                   PERFORM 0007-COPIAR-VACACION UNTIL vacfile-fin
                   CLOSE VACPRUEBA
                   PERFORM 0017-ANOTAR-COPIA
               END-IF
               CLOSE VACFILE
           END-IF.

       0007-COPIAR-VACACION.
           READ VACFILE NEXT RECORD
               AT END SET vacfile-fin TO TRUE
               NOT AT END
                   MOVE REG-VACACIONES TO REG-VACACIONES-PRUEBA
                   WRITE REG-VACACIONES-PRUEBA
                       INVALID KEY
                           ADD 1 TO ws-registros-rechazados
                       NOT INVALID KEY
                           ADD 1 TO ws-registros-copiados
                   END-WRITE
           END-READ.

       0008-COPIAR-INCIDENCIAS.

           MOVE "INCIDENCIAS.DAT" TO ws-nombre-fichero.
           OPEN INPUT INCFILE.
           IF incfile-no-existe
               PERFORM 0017-ANOTAR-SIN-ORIGEN
           ELSE IF NOT incfile-ok
               DISPLAY "NO SE PUDO ABRIR INCIDENCIAS.DAT - FILE "
                   "STATUS " incfile-status
               SET pruebas-con-error TO TRUE
           ELSE
               PERFORM 0017-COMPONER-RUTA-DESTINO
               OPEN OUTPUT INCPRUEBA
               IF NOT prueba-ok
                   PERFORM 0017-ANOTAR-FALLO-DESTINO
               ELSE
                   PERFORM 0017-INICIAR-FICHERO
                   PERFORM 0008-COPIAR-INCIDENCIA UNTIL incfile-fin
                   CLOSE INCPRUEBA
                   PERFORM 0017-ANOTAR-COPIA
               END-IF
               CLOSE INCFILE
           END-IF.

       0008-COPIAR-INCIDENCIA.
           READ INCFILE NEXT RECORD
               AT END SET incfile-fin TO TRUE
               NOT AT END
                   MOVE REG-INCIDENCIA TO REG-INCIDENCIA-PRUEBA
                   WRITE REG-INCIDENCIA-PRUEBA
                       INVALID KEY
                           ADD 1 TO ws-registros-rechazados
                       NOT INVALID KEY
                           ADD 1 TO ws-registros-copiados
                   END-WRITE
           END-READ.

       0009-COPIAR-DEDUCCIONES.

           MOVE "DEDUCCIONES.DAT" TO ws-nombre-fichero.
           OPEN INPUT DEDFILE.
           IF dedfile-no-existe
               PERFORM 0017-ANOTAR-SIN-ORIGEN
           ELSE IF NOT dedfile-ok
               DISPLAY "NO SE PUDO ABRIR DEDUCCIONES.DAT - FILE "
                   "STATUS " dedfile-status
               SET pruebas-con-error TO TRUE
           ELSE
               PERFORM 0017-COMPONER-RUTA-DESTINO
               OPEN OUTPUT DEDPRUEBA
               IF NOT prueba-ok
                   PERFORM 0017-ANOTAR-FALLO-DESTINO
               ELSE
                   PERFORM 0017-INICIAR-FICHERO
                   PERFORM 0009-COPIAR-DEDUCCION UNTIL dedfile-fin
                   CLOSE DEDPRUEBA
                   PERFORM 0017-ANOTAR-COPIA
               END-IF
               CLOSE DEDFILE
           END-IF.

       0009-COPIAR-DEDUCCION.
           READ DEDFILE NEXT RECORD
               AT END SET dedfile-fin TO TRUE
               NOT AT END
                   MOVE REG-DEDUCCION TO REG-DEDUCCION-PRUEBA
                   WRITE REG-DEDUCCION-PRUEBA
                       INVALID KEY
                           ADD 1 TO ws-registros-rechazados
                       NOT INVALID KEY
                           ADD 1 TO ws-registros-copiados
                   END-WRITE
           END-READ.

       0010-COPIAR-DATOS-IRPF.

           MOVE "DATOS_IRPF.DAT" TO ws-nombre-fichero.
           OPEN INPUT IRPFFILE.
           IF irpffile-no-existe
               PERFORM 0017-ANOTAR-SIN-ORIGEN
           ELSE IF NOT irpffile-ok
               DISPLAY "NO SE PUDO ABRIR DATOS_IRPF.DAT - FILE STATUS "
                   irpffile-status
               SET pruebas-con-error TO TRUE
           ELSE
               PERFORM 0017-COMPONER-RUTA-DESTINO
               OPEN OUTPUT IRPFPRUEBA
               IF NOT prueba-ok
                   PERFORM 0017-ANOTAR-FALLO-DESTINO
               ELSE
                   PERFORM 0017-INICIAR-FICHERO
                   PERFORM 0010-COPIAR-DATO-IRPF UNTIL irpffile-fin
                   CLOSE IRPFPRUEBA
                   PERFORM 0017-ANOTAR-COPIA
               END-IF
               CLOSE IRPFFILE
           END-IF.

       0010-COPIAR-DATO-IRPF.
           READ IRPFFILE NEXT RECORD
               AT END SET irpffile-fin TO TRUE
               NOT AT END
                   MOVE REG-DATOS-IRPF TO REG-DATOS-IRPF-PRUEBA
                   WRITE REG-DATOS-IRPF-PRUEBA
                       INVALID KEY
                           ADD 1 TO ws-registros-rechazados
                       NOT INVALID KEY
                           ADD 1 TO ws-registros-copiados
                   END-WRITE
           END-READ.

       0011-COPIAR-BAJAS-IT.

           MOVE "BAJAS_IT.DAT" TO ws-nombre-fichero.
           OPEN INPUT ITFILE.
           IF itfile-no-existe
               PERFORM 0017-ANOTAR-SIN-ORIGEN
           ELSE IF NOT itfile-ok
               DISPLAY "NO SE PUDO ABRIR BAJAS_IT.DAT - FILE STATUS "
                   itfile-status
               SET pruebas-con-error TO TRUE
           ELSE
               PERFORM 0017-COMPONER-RUTA-DESTINO
               OPEN OUTPUT ITPRUEBA
               IF NOT prueba-ok
                   PERFORM 0017-ANOTAR-FALLO-DESTINO
               ELSE
                   PERFORM 0017-INICIAR-FICHERO
                   PERFORM 0011-COPIAR-BAJA-IT UNTIL itfile-fin
                   CLOSE ITPRUEBA
                   PERFORM 0017-ANOTAR-COPIA
               END-IF
               CLOSE ITFILE
           END-IF.

       0011-COPIAR-BAJA-IT.
           READ ITFILE NEXT RECORD
               AT END SET itfile-fin TO TRUE
               NOT AT END
                   MOVE REG-BAJA-IT TO REG-BAJA-IT-PRUEBA
                   WRITE REG-BAJA-IT-PRUEBA
                       INVALID KEY
                           ADD 1 TO ws-registros-rechazados
                       NOT INVALID KEY
                           ADD 1 TO ws-registros-copiados
                   END-WRITE
           END-READ.

       0012-COPIAR-ESPECIE.

           MOVE "ESPECIE.DAT" TO ws-nombre-fichero.
           OPEN INPUT ESPFILE.
           IF espfile-no-existe
               PERFORM 0017-ANOTAR-SIN-ORIGEN
           ELSE IF NOT espfile-ok
               DISPLAY "NO SE PUDO ABRIR ESPECIE.DAT - FILE STATUS "
                   espfile-status
               SET pruebas-con-error TO TRUE
           ELSE
               PERFORM 0017-COMPONER-RUTA-DESTINO
               OPEN OUTPUT ESPPRUEBA
               IF NOT prueba-ok
                   PERFORM 0017-ANOTAR-FALLO-DESTINO
               ELSE
                   PERFORM 0017-INICIAR-FICHERO
                   PERFORM 0012-COPIAR-RETRIBUCION UNTIL espfile-fin
                   CLOSE ESPPRUEBA
                   PERFORM 0017-ANOTAR-COPIA
               END-IF
               CLOSE ESPFILE
           END-IF.

       0012-COPIAR-RETRIBUCION.
           READ ESPFILE NEXT RECORD
               AT END SET espfile-fin TO TRUE
               NOT AT END
                   MOVE REG-ESPECIE TO REG-ESPECIE-PRUEBA
                   WRITE REG-ESPECIE-PRUEBA
                       INVALID KEY
                           ADD 1 TO ws-registros-rechazados
                       NOT INVALID KEY
                           ADD 1 TO ws-registros-copiados
                   END-WRITE
           END-READ.

       0013-COPIAR-SUSPENSIONES.

           MOVE "SUSPENSIONES.DAT" TO ws-nombre-fichero.
           OPEN INPUT SUSFILE.
           IF susfile-no-existe
               PERFORM 0017-ANOTAR-SIN-ORIGEN
           ELSE IF NOT susfile-ok
               DISPLAY "NO SE PUDO ABRIR SUSPENSIONES.DAT - FILE "
                   "STATUS " susfile-status
               SET pruebas-con-error TO TRUE
           ELSE
               PERFORM 0017-COMPONER-RUTA-DESTINO
               OPEN OUTPUT SUSPRUEBA
               IF NOT prueba-ok
                   PERFORM 0017-ANOTAR-FALLO-DESTINO
               ELSE
                   PERFORM 0017-INICIAR-FICHERO
                   PERFORM 0013-COPIAR-SUSPENSION UNTIL susfile-fin
                   CLOSE SUSPRUEBA
                   PERFORM 0017-ANOTAR-COPIA
               END-IF
               CLOSE SUSFILE
           END-IF.

       0013-COPIAR-SUSPENSION.
           READ SUSFILE NEXT RECORD
               AT END SET susfile-fin TO TRUE
               NOT AT END
                   MOVE REG-SUSPENSION TO REG-SUSPENSION-PRUEBA
                   WRITE REG-SUSPENSION-PRUEBA
                       INVALID KEY
                           ADD 1 TO ws-registros-rechazados
                       NOT INVALID KEY
                           ADD 1 TO ws-registros-copiados
                   END-WRITE
           END-READ.

       0014-COPIAR-CAMBIOS.
           *> LAS SOLICITUDES DE CAMBIO DE IBAN LLEVAN EL IBAN ANTES
           *> Y DESPUES: SE MEZCLAN CON LA MISMA CLAVE QUE EL
           *> MAESTRO, ASI QUE CUADRAN CON EL IBAN DE LA FICHA.
           MOVE "CAMBIOS_PENDIENTES.DAT" TO ws-nombre-fichero.
           OPEN INPUT CAMFILE.
           IF camfile-no-existe
               PERFORM 0017-ANOTAR-SIN-ORIGEN
           ELSE IF NOT camfile-ok
               DISPLAY "NO SE PUDO ABRIR CAMBIOS_PENDIENTES.DAT - "
                   "FILE STATUS " camfile-status
               SET pruebas-con-error TO TRUE
           ELSE
               PERFORM 0017-COMPONER-RUTA-DESTINO
               OPEN OUTPUT CAMPRUEBA
               IF NOT prueba-ok
                   PERFORM 0017-ANOTAR-FALLO-DESTINO
               ELSE
                   PERFORM 0017-INICIAR-FICHERO
                   PERFORM 0014-COPIAR-CAMBIO UNTIL camfile-fin
                   CLOSE CAMPRUEBA
                   PERFORM 0017-ANOTAR-COPIA
               END-IF
               CLOSE CAMFILE
           END-IF.

       0014-COPIAR-CAMBIO.
           READ CAMFILE NEXT RECORD
               AT END SET camfile-fin TO TRUE
               NOT AT END
                   MOVE cam-iban-antes OF REG-CAMBIO TO ws-iban-trabajo
                   PERFORM 0016-MEZCLAR-IBAN
                   MOVE ws-iban-trabajo TO cam-iban-antes OF REG-CAMBIO
                   MOVE cam-iban-despues OF REG-CAMBIO
                       TO ws-iban-trabajo
                   PERFORM 0016-MEZCLAR-IBAN
                   MOVE ws-iban-trabajo
                       TO cam-iban-despues OF REG-CAMBIO
                   MOVE REG-CAMBIO TO REG-CAMBIO-PRUEBA
                   WRITE REG-CAMBIO-PRUEBA
                       INVALID KEY
                           ADD 1 TO ws-registros-rechazados
                       NOT INVALID KEY
                           ADD 1 TO ws-registros-copiados
                   END-WRITE
           END-READ.

       0015-COPIAR-CATALOGO.

           ADD 1 TO ws-indice-catalogo.
           MOVE nombre-catalogo(ws-indice-catalogo)
               TO ws-nombre-fichero.
           MOVE ws-nombre-fichero TO ws-ruta-origen.
           OPEN INPUT CATFILE.
           IF catfile-no-existe
               PERFORM 0017-ANOTAR-SIN-ORIGEN
           ELSE IF NOT catfile-ok
               DISPLAY "NO SE PUDO ABRIR " ws-nombre-fichero
                   " - FILE STATUS " catfile-status
               SET pruebas-con-error TO TRUE
           ELSE
               PERFORM 0017-COMPONER-RUTA-DESTINO
               OPEN OUTPUT CATPRUEBA
               IF NOT prueba-ok
                   PERFORM 0017-ANOTAR-FALLO-DESTINO
               ELSE
                   PERFORM 0017-INICIAR-FICHERO
                   PERFORM 0015-COPIAR-LINEA UNTIL catfile-fin
                   CLOSE CATPRUEBA
                   PERFORM 0017-ANOTAR-COPIA
               END-IF
               CLOSE CATFILE
           END-IF.

       0015-COPIAR-LINEA.
           READ CATFILE
               AT END SET catfile-fin TO TRUE
               NOT AT END
                   MOVE LINEA-CATALOGO TO LINEA-CATALOGO-PRUEBA
                   WRITE LINEA-CATALOGO-PRUEBA
                   ADD 1 TO ws-registros-copiados
           END-READ.

       0016-MEZCLAR-TRABAJADOR.
           *> NOMBRE Y APELLIDOS FICTICIOS POR id-trabajador; NIF,
           *> IBAN Y AFILIACION MEZCLADOS CON LA CLAVE DE LA PASADA;
           *> EL CORREO, SI LO HAY, PASA A UNA DIRECCION NO
           *> ENTREGABLE (EL RECIBO ELECTRONICO SIGUE SALIENDO POR LA
           *> PASARELA, PERO NO LLEGA A NADIE). UNA FICHA YA
           *> ANONIMIZADA CONSERVA SU TOKEN ANONIMO-NNNNN.
           MOVE id-trabajador OF REG-TRABAJADOR TO ws-id-texto.
           IF nombre-trabajador OF REG-TRABAJADOR(1:8) NOT = "ANONIMO-"
               PERFORM 0016-ASIGNAR-NOMBRE-FICTICIO
           END-IF.
           IF nif-trabajador OF REG-TRABAJADOR NOT = SPACES
               MOVE nif-trabajador OF REG-TRABAJADOR TO ws-nif-trabajo
               PERFORM 0016-MEZCLAR-NIF
               MOVE ws-nif-trabajo TO nif-trabajador OF REG-TRABAJADOR
           END-IF.
           MOVE iban-trabajador OF REG-TRABAJADOR TO ws-iban-trabajo.
           PERFORM 0016-MEZCLAR-IBAN.
           MOVE ws-iban-trabajo TO iban-trabajador OF REG-TRABAJADOR.
           IF num-seg-social OF REG-TRABAJADOR IS NUMERIC
               MOVE num-seg-social OF REG-TRABAJADOR TO ws-naf-trabajo
               PERFORM 0016-MEZCLAR-NAF
               MOVE ws-naf-trabajo TO num-seg-social OF REG-TRABAJADOR
           END-IF.
           IF email-trabajador OF REG-TRABAJADOR NOT = SPACES
               MOVE SPACES TO email-trabajador OF REG-TRABAJADOR
               STRING "trabajador" ws-id-texto "@pruebas.invalid"
                   DELIMITED BY SIZE
                   INTO email-trabajador OF REG-TRABAJADOR
               ADD 1 TO ws-correos-mezclados
           END-IF.

       0016-ASIGNAR-NOMBRE-FICTICIO.

           DIVIDE ws-id-texto BY 20 GIVING ws-cociente
               REMAINDER ws-indice-nombre.
           ADD 1 TO ws-indice-nombre.
           MOVE nombre-ficticio(ws-indice-nombre)
               TO nombre-trabajador OF REG-TRABAJADOR.
           COMPUTE ws-cociente = ws-id-texto * 7.
           DIVIDE ws-cociente BY 30 GIVING ws-cociente
               REMAINDER ws-indice-nombre.
           ADD 1 TO ws-indice-nombre.
           MOVE apellido-ficticio(ws-indice-nombre)
               TO apellido-pat OF REG-TRABAJADOR.
           COMPUTE ws-cociente = ws-id-texto * 13 + 5.
           DIVIDE ws-cociente BY 30 GIVING ws-cociente
               REMAINDER ws-indice-nombre.
           ADD 1 TO ws-indice-nombre.
           MOVE apellido-ficticio(ws-indice-nombre)
               TO apellido-mat OF REG-TRABAJADOR.

       0016-MEZCLAR-NIF.
           *> LOS 8 DIGITOS SE MEZCLAN Y LA LETRA SE RECALCULA; UN
           *> NIF QUE NO SEA DE 8 DIGITOS SOLO SE MEZCLA.
           MOVE SPACES TO ws-mezcla-cadena.
           MOVE ws-nif-trabajo TO ws-mezcla-cadena.
           MOVE 1 TO ws-mezcla-desde.
           MOVE 8 TO ws-mezcla-hasta.
           PERFORM 0016-MEZCLAR-DIGITOS.
           MOVE ws-mezcla-cadena(1:9) TO ws-nif-trabajo.
           IF ws-nif-digitos IS NUMERIC
               DIVIDE ws-nif-digitos BY 23
                   GIVING ws-cociente-nif REMAINDER ws-resto-nif
               MOVE ws-letras-nif(ws-resto-nif + 1:1) TO ws-nif-letra
           END-IF.
           ADD 1 TO ws-nif-mezclados.

       0016-MEZCLAR-IBAN.
           *> SOLO UN IBAN COMPLETO (24 POSICIONES SIN BLANCOS) SE
           *> MEZCLA Y RECIBE SUS NUEVOS DIGITOS DE CONTROL; EN
           *> BLANCO O INCOMPLETO SE COPIA TAL CUAL.
           MOVE 0 TO ws-blancos-iban.
           INSPECT ws-iban-trabajo TALLYING ws-blancos-iban
               FOR ALL " ".
           IF ws-blancos-iban = 0
               MOVE ws-iban-trabajo TO ws-mezcla-cadena
               MOVE 13 TO ws-mezcla-desde
               MOVE 24 TO ws-mezcla-hasta
               PERFORM 0016-MEZCLAR-DIGITOS
               MOVE ws-mezcla-cadena TO ws-iban-trabajo
               MOVE "00" TO ws-iban-trabajo(3:2)
               MOVE SPACES TO ws-iban-reordenado
               STRING ws-iban-trabajo(5:20) ws-iban-trabajo(1:4)
                   DELIMITED BY SIZE INTO ws-iban-reordenado
               MOVE 0 TO ws-resto-iban
               MOVE 0 TO ws-indice-iban
               PERFORM 0016-REDUCIR-CARACTER-IBAN
                   UNTIL ws-indice-iban >= 24
               COMPUTE ws-control-iban = 98 - ws-resto-iban
               MOVE ws-control-iban TO ws-iban-trabajo(3:2)
               ADD 1 TO ws-iban-mezclados
           END-IF.

       0016-REDUCIR-CARACTER-IBAN.
           *> MISMO CALCULO DEL MODULO 97 QUE LA VALIDACION DEL MENU,
           *> CARACTER A CARACTER.
           ADD 1 TO ws-indice-iban.
           MOVE ws-iban-reordenado(ws-indice-iban:1)
               TO ws-caracter-iban.
           IF ws-caracter-iban >= "0" AND ws-caracter-iban <= "9"
               MOVE ws-caracter-iban TO ws-digito-iban
               COMPUTE ws-resto-iban = FUNCTION MOD(
                   ws-resto-iban * 10 + ws-digito-iban, 97)
           ELSE
               MOVE 0 TO ws-valor-iban
               MOVE 0 TO ws-indice-letra-iban
               PERFORM 0016-COMPARAR-LETRA-IBAN
                   UNTIL ws-valor-iban NOT = 0
                      OR ws-indice-letra-iban = 26
               COMPUTE ws-resto-iban = FUNCTION MOD(
                   ws-resto-iban * 100 + ws-valor-iban, 97)
           END-IF.

       0016-COMPARAR-LETRA-IBAN.

           ADD 1 TO ws-indice-letra-iban.
           IF ws-letras-iban(ws-indice-letra-iban:1)
               = ws-caracter-iban
               COMPUTE ws-valor-iban = ws-indice-letra-iban + 9
           END-IF.

       0016-MEZCLAR-NAF.
           *> SE CONSERVA LA PROVINCIA (1-2), SE MEZCLA EL NUMERO
           *> (3-10) Y SE RECALCULA EL CONTROL (11-12) COMO LO
           *> VALIDA EL MENU.
           MOVE SPACES TO ws-mezcla-cadena.
           MOVE ws-naf-trabajo TO ws-mezcla-cadena.
           MOVE 3 TO ws-mezcla-desde.
           MOVE 10 TO ws-mezcla-hasta.
           PERFORM 0016-MEZCLAR-DIGITOS.
           MOVE ws-mezcla-cadena(1:12) TO ws-naf-trabajo.
           MOVE ws-naf-trabajo(1:2) TO ws-naf-provincia.
           MOVE ws-naf-trabajo(3:8) TO ws-naf-numero.
           IF ws-naf-numero < 10000000
               COMPUTE ws-naf-base =
                   ws-naf-provincia * 10000000 + ws-naf-numero
           ELSE
               MOVE ws-naf-trabajo(1:10) TO ws-naf-base
           END-IF.
           COMPUTE ws-naf-control = FUNCTION MOD(ws-naf-base, 97).
           MOVE ws-naf-control TO ws-naf-trabajo(11:2).
           ADD 1 TO ws-naf-mezclados.

       0016-MEZCLAR-DIGITOS.
           *> MEZCLA LOS DIGITOS DE ws-mezcla-cadena ENTRE LAS
           *> POSICIONES ws-mezcla-desde Y ws-mezcla-hasta; LO QUE NO
           *> SEA DIGITO SE DEJA COMO ESTA.
           MOVE 0 TO ws-mezcla-anterior.
           MOVE ws-mezcla-desde TO ws-mezcla-posicion.
           PERFORM 0016-MEZCLAR-DIGITO
               UNTIL ws-mezcla-posicion > ws-mezcla-hasta.

       0016-MEZCLAR-DIGITO.

           IF ws-mezcla-cadena(ws-mezcla-posicion:1) IS NUMERIC
               MOVE ws-mezcla-cadena(ws-mezcla-posicion:1)
                   TO ws-mezcla-digito
               DIVIDE ws-mezcla-posicion BY 12 GIVING ws-cociente
                   REMAINDER ws-indice-clave
               ADD 1 TO ws-indice-clave
               COMPUTE ws-mezcla-digito = ws-mezcla-digito
                   + ws-clave-digito(ws-indice-clave)
                   + ws-mezcla-anterior
               DIVIDE ws-mezcla-digito BY 10 GIVING ws-cociente
                   REMAINDER ws-mezcla-anterior
               MOVE ws-mezcla-anterior
                   TO ws-mezcla-cadena(ws-mezcla-posicion:1)
           END-IF.
           ADD 1 TO ws-mezcla-posicion.

       0017-ABRIR-INFORME.
           *> EL RESUMEN VA DENTRO DEL PROPIO JUEGO DE PRUEBAS; SI NO
           *> SE PUEDE CREAR, EL DIRECTORIO NO EXISTE Y NO SE COPIA
           *> NADA.
           MOVE SPACES TO ws-ruta-informe.
           STRING ws-ruta-pruebas DELIMITED BY SPACE
                  "/JUEGO_PRUEBAS.TXT" DELIMITED BY SIZE
               INTO ws-ruta-informe.
           OPEN OUTPUT INFORMEFILE.
           IF NOT informefile-ok
               DISPLAY "NO SE PUDO CREAR " ws-ruta-informe
                   " - FILE STATUS " informefile-status
                   " (EL DIRECTORIO DEBE EXISTIR)"
               SET pruebas-con-error TO TRUE
           ELSE
               MOVE ALL "=" TO LINEA-INFORME
               WRITE LINEA-INFORME
               MOVE SPACES TO LINEA-INFORME
               STRING "JUEGO DE PRUEBAS DE NOMINAS - " ws-fecha-hoy
                      " " ws-hora-hoy " - OPERADOR " ws-operador
                   DELIMITED BY SIZE INTO LINEA-INFORME
               WRITE LINEA-INFORME
               MOVE "DATOS IDENTIFICATIVOS MEZCLADOS; IMPORTES, "
                   TO LINEA-INFORME
               WRITE LINEA-INFORME
               MOVE "FECHAS Y CLAVES COMO EN PRODUCCION."
                   TO LINEA-INFORME
               WRITE LINEA-INFORME
               MOVE ALL "-" TO LINEA-INFORME
               WRITE LINEA-INFORME
           END-IF.

       0017-CERRAR-INFORME.

           MOVE ALL "-" TO LINEA-INFORME.
           WRITE LINEA-INFORME.
           MOVE SPACES TO LINEA-INFORME.
           STRING "FICHEROS COPIADOS:  " ws-ficheros-copiados
                  "   SIN ORIGEN: " ws-ficheros-ausentes
               DELIMITED BY SIZE INTO LINEA-INFORME.
           WRITE LINEA-INFORME.
           MOVE SPACES TO LINEA-INFORME.
           STRING "REGISTROS COPIADOS: " ws-total-registros
               DELIMITED BY SIZE INTO LINEA-INFORME.
           WRITE LINEA-INFORME.
           MOVE SPACES TO LINEA-INFORME.
           STRING "MEZCLADOS: NIF " ws-nif-mezclados
                  " IBAN " ws-iban-mezclados
                  " AFILIACION " ws-naf-mezclados
                  " CORREO " ws-correos-mezclados
               DELIMITED BY SIZE INTO LINEA-INFORME.
           WRITE LINEA-INFORME.
           IF pruebas-con-error
               MOVE "*** COPIA INCOMPLETA, NO USAR ESTE JUEGO ***"
                   TO LINEA-INFORME
               WRITE LINEA-INFORME
           END-IF.
           MOVE ALL "=" TO LINEA-INFORME.
           WRITE LINEA-INFORME.
           CLOSE INFORMEFILE.

       0017-COMPONER-RUTA-DESTINO.

           MOVE SPACES TO ws-ruta-destino.
           STRING ws-ruta-pruebas DELIMITED BY SPACE
                  "/" DELIMITED BY SIZE
                  ws-nombre-fichero DELIMITED BY SPACE
               INTO ws-ruta-destino.

       0017-INICIAR-FICHERO.

           MOVE 0 TO ws-registros-copiados.
           MOVE 0 TO ws-registros-rechazados.

       0017-ANOTAR-COPIA.

           ADD 1 TO ws-ficheros-copiados.
           ADD ws-registros-copiados TO ws-total-registros.
           MOVE SPACES TO ws-observacion.
           IF ws-registros-rechazados > 0
               STRING "RECHAZADOS " ws-registros-rechazados
                   DELIMITED BY SIZE INTO ws-observacion
           END-IF.
           MOVE SPACES TO LINEA-INFORME.
           STRING ws-nombre-fichero " " ws-registros-copiados
                  " " ws-observacion
               DELIMITED BY SIZE INTO LINEA-INFORME.
           WRITE LINEA-INFORME.

       0017-ANOTAR-SIN-ORIGEN.
           *> UN FICHERO QUE AUN NO EXISTE EN PRODUCCION TAMPOCO
           *> EXISTIRA EN PRUEBAS: LOS PROGRAMAS LO TRATAN IGUAL.
           ADD 1 TO ws-ficheros-ausentes.
           MOVE SPACES TO LINEA-INFORME.
           STRING ws-nombre-fichero " NO EXISTE EN PRODUCCION"
               DELIMITED BY SIZE INTO LINEA-INFORME.
           WRITE LINEA-INFORME.

       0017-ANOTAR-FALLO-DESTINO.

           DISPLAY "NO SE PUDO CREAR " ws-ruta-destino
               " - FILE STATUS " prueba-status.
           MOVE SPACES TO LINEA-INFORME.
           STRING ws-nombre-fichero " NO SE PUDO CREAR, STATUS "
                  prueba-status
               DELIMITED BY SIZE INTO LINEA-INFORME.
           WRITE LINEA-INFORME.
           SET pruebas-con-error TO TRUE.

       0018-AUDITAR-JUEGO-PRUEBAS.
           *> LA COPIA SACA DATOS DE TODA LA PLANTILLA FUERA DE
           *> PRODUCCION: QUEDA RESENADA EN AUDITORIA.TXT.
           MOVE SPACES TO LINEA-AUDITORIA.
           STRING ws-fecha-hoy DELIMITED BY SIZE
                  " " ws-hora-hoy DELIMITED BY SIZE
                  " OPERADOR=" ws-operador DELIMITED BY SIZE
                  " OPERACION=JUEGO-PRUEBAS" DELIMITED BY SIZE
                  " DESTINO=" ws-ruta-pruebas DELIMITED BY SPACE
                  " REGISTROS=" ws-total-registros DELIMITED BY SIZE
               INTO LINEA-AUDITORIA.
           MOVE LINEA-AUDITORIA TO aud-linea.
           CALL "AUDITORIA-SELLO" USING audsello-com.

       0019-COPIAR-GASTOS.

           MOVE "GASTOS.DAT" TO ws-nombre-fichero.
           OPEN INPUT GASFILE.
           IF gasfile-no-existe
               PERFORM 0017-ANOTAR-SIN-ORIGEN
           ELSE IF NOT gasfile-ok
               DISPLAY "NO SE PUDO ABRIR GASTOS.DAT - FILE STATUS "
                   gasfile-status
               SET pruebas-con-error TO TRUE
           ELSE
               PERFORM 0017-COMPONER-RUTA-DESTINO
               OPEN OUTPUT GASPRUEBA
               IF NOT prueba-ok
                   PERFORM 0017-ANOTAR-FALLO-DESTINO
               ELSE
                   PERFORM 0017-INICIAR-FICHERO
                   PERFORM 0019-COPIAR-GASTO UNTIL gasfile-fin
                   CLOSE GASPRUEBA
                   PERFORM 0017-ANOTAR-COPIA
               END-IF
               CLOSE GASFILE
           END-IF.

       0019-COPIAR-GASTO.
           READ GASFILE NEXT RECORD
               AT END SET gasfile-fin TO TRUE
               NOT AT END
                   MOVE REG-GASTO TO REG-GASTO-PRUEBA
                   WRITE REG-GASTO-PRUEBA
                       INVALID KEY
                           ADD 1 TO ws-registros-rechazados
                       NOT INVALID KEY
                           ADD 1 TO ws-registros-copiados
                   END-WRITE
           END-READ.

       END PROGRAM NOMINA-PRUEBAS.
