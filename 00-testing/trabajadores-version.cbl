       ID DIVISION.
       PROGRAM-ID. TRABAJADORES-VERSION.
       AUTHOR. DAVID HERNANDEZ MARTIN.
      *MODIFICACIONES
      *15/10/2026 - ALTA INICIAL. ESCRITOR UNICO DE LAS VERSIONES DEL
      *             MAESTRO DE TRABAJADORES: HIST_SALARIOS.TXT SOLO
      *             GUARDA EL SALARIO, Y SABER COMO ESTABA EL RESTO DE
      *             LA FICHA (DEPARTAMENTO, CATEGORIA, CONTRATO,
      *             JORNADA, IBAN...) EN UNA FECHA PASADA OBLIGABA A
      *             RECONSTRUIRLA A MANO DESDE AUDITORIA.TXT. AHORA
      *             CADA PROGRAMA QUE GRABA UN REG-TRABAJADOR ENTREGA
      *             POR CALL (AREA VERCOM) EL REGISTRO COMPLETO YA
      *             GRABADO, Y ESTE SUBPROGRAMA LO ANOTA CON FECHA,
      *             HORA, PROGRAMA Y OPERADOR AL FINAL DE
      *             TRABAJADORES_VERSIONES.TXT (COPY VERREG).
      *             TRABAJADORES-FECHA LO EXPLOTA.
      *15/10/2026 - TRAS ANOTAR LA VERSION PASA EL MISMO REGISTRO A
      *             CONTRATOS-HISTORICO, QUE MANTIENE LOS TRAMOS DE
      *             CONTRATO (CONTRATOS_HISTORICO.DAT): ASI TODO
      *             PROGRAMA QUE VERSIONA LA FICHA DEJA TAMBIEN EL
      *             RASTRO DE ALTAS, RENOVACIONES, CONVERSIONES Y
      *             BAJAS SIN TENER QUE LLAMARLO POR SU CUENTA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VERSIONFILE ASSIGN TO "TRABAJADORES_VERSIONES.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS versionfile-status.

       DATA DIVISION.
       FILE SECTION.
       FD  VERSIONFILE
           LABEL RECORDS ARE STANDARD.
       01  REG-VERSION.
           COPY VERREG.

       WORKING-STORAGE SECTION.

         >>SOURCE FORMAT IS FREE
         COPY FILESTAT REPLACING NIVEL-FS BY 77
             FS-CAMPO BY versionfile-status
             FS-OK BY versionfile-ok
             FS-FIN-FICHERO BY versionfile-fin
             FS-CLAVE-DUPLICADA BY versionfile-dup
             FS-REGISTRO-NO-ENCONTRADO BY versionfile-no-encontrado
             FS-FICHERO-NO-EXISTE BY versionfile-no-existe
             FS-REGISTRO-BLOQUEADO BY versionfile-bloqueado
             FS-DATOS-INVALIDOS BY versionfile-datos-invalidos.

         77 ws-fecha-version     PIC 9(08).
         77 ws-hora-version      PIC 9(08).

       LINKAGE SECTION.
         COPY VERCOM.

       PROCEDURE DIVISION USING version-com.
       0000-MAIN SECTION.
       0000-VERSIONAR.
           SET vcom-ok TO TRUE.
           PERFORM 0001-COMPONER-VERSION.
           PERFORM 0002-ESCRIBIR-VERSION.
           PERFORM 0003-REGISTRAR-CONTRATO.
           GOBACK.

       0001-COMPONER-VERSION.

           ACCEPT ws-fecha-version FROM DATE YYYYMMDD.
           ACCEPT ws-hora-version FROM TIME.
           MOVE SPACES TO REG-VERSION.
           MOVE vcom-registro(1:5) TO ver-id-trabajador.
           MOVE ws-fecha-version TO ver-fecha.
           MOVE ws-hora-version TO ver-hora.
           MOVE vcom-operacion TO ver-operacion.
           MOVE vcom-programa TO ver-programa.
           MOVE vcom-operador TO ver-operador.
           MOVE vcom-registro TO ver-datos.

       0002-ESCRIBIR-VERSION.
           *> MISMA APERTURA QUE AUDITORIA-SELLO: EXTEND, Y OUTPUT
           *> SI EL FICHERO AUN NO EXISTE.
           OPEN EXTEND VERSIONFILE.
           IF NOT versionfile-status = "00"
               AND NOT versionfile-status = "05"
               CLOSE VERSIONFILE
               OPEN OUTPUT VERSIONFILE
           END-IF.
           IF versionfile-ok OR versionfile-status = "05"
               WRITE REG-VERSION
               CLOSE VERSIONFILE
           ELSE
               SET vcom-no-grabado TO TRUE
               DISPLAY "AVISO: NO SE PUDO GRABAR EN "
                   "TRABAJADORES_VERSIONES.TXT - FILE STATUS "
                   versionfile-status
           END-IF.

       0003-REGISTRAR-CONTRATO.
           *> LOS TRAMOS DE CONTRATO SE DEDUCEN DEL MISMO REGISTRO;
           *> UN FALLO AHI LO AVISA EL SUBPROGRAMA Y NO TOCA
           *> vcom-retorno, QUE SOLO HABLA DE LA VERSION.
           CALL "CONTRATOS-HISTORICO" USING version-com.

       END PROGRAM TRABAJADORES-VERSION.
