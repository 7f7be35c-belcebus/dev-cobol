      *             EL CIERRE PUEDA REPETIRSE, Y DEJA EL CERTIFICADO
      *             COMPLETO DE LO DESHECHO EN REVERSION_NOMINA.TXT
      *             MAS SU LINEA EN AUDITORIA.TXT.
      *15/10/2026 - DEVUELVE TAMBIEN A DATOS_IRPF.DAT EL BRUTO Y LA
      *             RETENCION QUE EL CIERRE O LA PAGA EXTRA EXTORNADOS
      *             SUMARON A LOS ACUMULADOS DEL EJERCICIO, PARA QUE
      *             EL TIPO INDIVIDUAL NO REGULARICE SOBRE NOMINAS
      *             QUE YA NO EXISTEN; EL CERTIFICADO LOS CUENTA.
      *15/10/2026 - EL EXTORNO SIGUE SIENDO DEL PERIODO COMPLETO (TODAS
      *             LAS EMPRESAS), PERO EL CONTRA-LOTE SE ACUMULA Y SE
      *             ESCRIBE POR EMPRESA DE LA NOMINA, CON LA EMPRESA Y
      *             SU ENTIDAD CONTABLE (EMPRESAS.DAT) EN CADA APUNTE,
      *             COMO LOS LOTES DEL CIERRE QUE DESHACE.
      *15/10/2026 - EL CONTRA-LOTE REPARTE CADA NOMINA ENTRE LOS
      *             DEPARTAMENTOS DEL TRABAJADOR SEGUN SUS
      *             PORCENTAJES (NOMINA-REPARTO), IGUAL QUE EL CIERRE
      *             QUE DESHACE.
      *15/10/2026 - EL CONTRA-LOTE DESHACE TAMBIEN LAS DIETAS Y EL
      *             KILOMETRAJE: EXENTO (629100) Y EXCESO (640100)
      *             FUERA DE LA 640000, COMO LOS ASIENTA EL CIERRE.
      *15/10/2026 - DESHACE LAS DEDUCCIONES VOLUNTARIAS: CONTRA-APUNTE
      *             DE LA 465100 Y LAS LINEAS DE DEDUCCIONES.DAT
      *             SELLADAS CON EL PERIODO QUEDAN SIN APLICAR.
      *15/10/2026 - LAS CUENTAS DEL CONTRA-LOTE SALEN DEL MAPA
      *             CUENTAS_NOMINA.DAT VIGENTE EN EL PERIODO EXTORNADO
      *             (VIA NOMINA-CUENTAS), LAS MISMAS QUE USO EL CIERRE
      *             AUNQUE EL MAPA HAYA CAMBIADO DESPUES. SI ALGUNA
      *             PARTIDA NO TIENE CUENTA, LA REVERSION SE RECHAZA
      *             ANTES DE BORRAR NADA.
      *15/10/2026 - LA IT EN PAGO DELEGADO (LINEAS "IM" DEL DETALLE DE
      *             LA NOMINA) SE EXTORNA DE SU PARTIDA IM (471000),
      *             FUERA DE LA 640000, COMO LA ASIENTA AHORA EL
      *             CIERRE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           RECORD KEY IS emb-clave
           FILE STATUS IS embfile-status.

           SELECT DEDFILE ASSIGN TO "DEDUCCIONES.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ded-clave
           FILE STATUS IS dedfile-status.

           SELECT IRPFFILE ASSIGN TO "DATOS_IRPF.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS irp-id-trabajador
           FILE STATUS IS irpffile-status.

           SELECT CIERREFILE ASSIGN TO "CIERRES_NOMINA.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS cierrefile-status.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS deptofile-status.

           SELECT EMPRFILE ASSIGN TO "EMPRESAS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS emprfile-status.

           SELECT NOMDETFILE ASSIGN TO "NOMINAS_DETALLE.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS det-clave
           FILE STATUS IS nomdetfile-status.

           SELECT ASIENTOFILE ASSIGN TO "ASIENTOS_NOMINA.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS asientofile-status.
       01  REG-EMBARGO.
           COPY EMBREG.

       FD  DEDFILE
           LABEL RECORDS ARE STANDARD.
       01  REG-DEDUCCION.
           COPY DEDREG.

       FD  IRPFFILE
           LABEL RECORDS ARE STANDARD.
       01  REG-DATOS-IRPF.
           COPY IRPFREG.

       FD  CIERREFILE
           LABEL RECORDS ARE STANDARD.
       01  REG-CIERRE.
           05 cie-total-bruto      PIC S9(09)V99 SIGN TRAILING SEPARATE.
           05 cie-total-deduccion  PIC S9(09)V99 SIGN TRAILING SEPARATE.
           05 cie-total-liquido    PIC S9(09)V99 SIGN TRAILING SEPARATE.
      *    EMPRESA DEL GRUPO CERRADA EN ESTA LINEA: EL CIERRE SE
      *    REGISTRA EMPRESA A EMPRESA (00 = LINEA COMUN A TODAS).
           05 cie-empresa          PIC 9(02).

       FD  CIERRETMP
           LABEL RECORDS ARE STANDARD.
           05 nombre-departamento-cat   PIC X(30).
           05 responsable-departamento-cat PIC X(30).
           05 presupuesto-departamento-cat PIC 9(07)V99.
           05 empresa-departamento-cat  PIC 9(02).

       FD  EMPRFILE
           LABEL RECORDS ARE STANDARD.
       01  REG-EMPRESA.
           05 id-empresa-cat            PIC 9(02).
           05 razon-social-empresa-cat  PIC X(40).
           05 nif-empresa-cat           PIC X(09).
           05 iban-ordenante-empresa-cat PIC X(24).
           05 entidad-contable-empresa-cat PIC X(04).

       FD  NOMDETFILE
           LABEL RECORDS ARE STANDARD.
       01  REG-DETALLE.
           COPY NOMDET.

       FD  ASIENTOFILE
           LABEL RECORDS ARE STANDARD.
       01  LINEA-ASIENTO              PIC X(100).

       FD  CERTFILE
           LABEL RECORDS ARE STANDARD.
             FS-FICHERO-NO-EXISTE BY embfile-no-existe
             FS-REGISTRO-BLOQUEADO BY embfile-bloqueado
             FS-DATOS-INVALIDOS BY embfile-datos-invalidos.
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
             FS-CAMPO BY cierrefile-status
             FS-OK BY cierrefile-ok
             FS-DATOS-INVALIDOS BY certfile-datos-invalidos.

         COPY DEPTOCAT.
         COPY FILESTAT REPLACING NIVEL-FS BY 77
             FS-CAMPO BY emprfile-status
             FS-OK BY emprfile-ok
             FS-FIN-FICHERO BY emprfile-fin
             FS-CLAVE-DUPLICADA BY emprfile-dup
             FS-REGISTRO-NO-ENCONTRADO BY emprfile-no-encontrado
             FS-FICHERO-NO-EXISTE BY emprfile-no-existe
             FS-REGISTRO-BLOQUEADO BY emprfile-bloqueado
             FS-DATOS-INVALIDOS BY emprfile-datos-invalidos.
         COPY EMPRCAT.
         77 ws-indice-empresa    PIC 9(02) VALUE 0.

         77 ws-periodo-entorno   PIC X(06) VALUE SPACES.
         77 ws-periodo           PIC 9(06) VALUE 0.
         77 ws-hora-auditoria    PIC 9(08).


         *> DETALLE DE CONCEPTOS DEL RECIBO (NOMINAS_DETALLE.DAT),
         *> DE DONDE SALE LA IT EN PAGO DELEGADO DE CADA NOMINA.
         COPY FILESTAT REPLACING NIVEL-FS BY 77
             FS-CAMPO BY nomdetfile-status
             FS-OK BY nomdetfile-ok
             FS-FIN-FICHERO BY nomdetfile-fin
             FS-CLAVE-DUPLICADA BY nomdetfile-dup
             FS-REGISTRO-NO-ENCONTRADO BY nomdetfile-no-encontrado
             FS-FICHERO-NO-EXISTE BY nomdetfile-no-existe
             FS-REGISTRO-BLOQUEADO BY nomdetfile-bloqueado
             FS-DATOS-INVALIDOS BY nomdetfile-datos-invalidos.
         77 ws-detfile-abierto   PIC 9(01) VALUE 0.
            88 detalle-abierto       VALUE 1.
            88 detalle-cerrado       VALUE 0.

         *> CERROJO DE VENTANA DE CIERRE (CIERRE_EN_CURSO.DAT).
         COPY FILESTAT REPLACING NIVEL-FS BY 77
             FS-CAMPO BY bloqueofile-status
            88 reversion-sin-error   VALUE 0.

         *> IMPORTES DE LA NOMINA EN CURSO; EL ANTICIPO NO SE GRABA
         *> EN NOMREG Y SE RECONSTRUYE COMO BRUTO - DEDUCCIONES
         *> (LAS VOLUNTARIAS INCLUIDAS) -
         *> LIQUIDO + DIETAS EXENTAS (PAGADAS FUERA DEL BRUTO).
         77 ws-bruto-nomina      PIC S9(07)V99.
         77 ws-ss-nomina         PIC S9(07)V99.
         77 ws-irpf-nomina       PIC S9(07)V99.
         77 ws-liquido-nomina    PIC S9(07)V99.
         77 ws-patronal-nomina   PIC S9(07)V99.
         77 ws-embargo-nomina    PIC S9(07)V99.
         77 ws-deduccion-nomina  PIC S9(07)V99.
         77 ws-anticipo-nomina   PIC S9(07)V99.
         77 ws-exentos-nomina    PIC S9(07)V99.
         77 ws-sujetos-nomina    PIC S9(07)V99.
         77 ws-itmutua-nomina    PIC S9(07)V99.

         *> ACUMULADOS DEL CONTRA-LOTE POR DEPARTAMENTO, MISMO
         *> ESQUEMA QUE EL LOTE ORIGINAL DE NOMINA-CIERRE. ES EL AREA
         *> DE TRABAJO DE LA EMPRESA EN CURSO; CADA EMPRESA GUARDA
         *> LOS SUYOS EN ws-acumulados-empresa (POSICION EN EL
         *> CATALOGO DE EMPRESAS).
         01 ws-acumulados-contables.
            05 ws-asi-bruto-dep      PIC S9(09)V99 OCCURS 50 TIMES.
            05 ws-asi-ss-dep         PIC S9(09)V99 OCCURS 50 TIMES.
            05 ws-asi-liquido-dep    PIC S9(09)V99 OCCURS 50 TIMES.
            05 ws-asi-patronal-dep   PIC S9(09)V99 OCCURS 50 TIMES.
            05 ws-asi-embargo-dep    PIC S9(09)V99 OCCURS 50 TIMES.
            05 ws-asi-exento-dep     PIC S9(09)V99 OCCURS 50 TIMES.
            05 ws-asi-sujeto-dep     PIC S9(09)V99 OCCURS 50 TIMES.
            05 ws-asi-deduccion-dep  PIC S9(09)V99 OCCURS 50 TIMES.
            05 ws-asi-itmutua-dep    PIC S9(09)V99 OCCURS 50 TIMES.
            05 ws-asi-bruto-sin      PIC S9(09)V99.
            05 ws-asi-ss-sin         PIC S9(09)V99.
            05 ws-asi-irpf-sin       PIC S9(09)V99.
            05 ws-asi-anticipo-sin   PIC S9(09)V99.
            05 ws-asi-liquido-sin    PIC S9(09)V99.
            05 ws-asi-patronal-sin   PIC S9(09)V99.
            05 ws-asi-embargo-sin    PIC S9(09)V99.
            05 ws-asi-exento-sin     PIC S9(09)V99.
            05 ws-asi-sujeto-sin     PIC S9(09)V99.
            05 ws-asi-deduccion-sin  PIC S9(09)V99.
            05 ws-asi-itmutua-sin    PIC S9(09)V99.
         01 ws-acumulados-empresas.
            05 ws-acumulados-empresa PIC X(6171) OCCURS 20 TIMES.
         77 ws-indice-asiento    PIC 9(02) VALUE 0.
         COPY REPCOM.
         77 ws-indice-reparto    PIC 9(01) VALUE 0.
         77 ws-tipo-parte-gasto  PIC X(01) VALUE SPACE.
            88 parte-gasto-exento    VALUE 'E'.
            88 parte-gasto-sujeto    VALUE 'S'.
            88 parte-it-mutua        VALUE 'M'.

         01 ws-linea-apunte.
            05 apu-lote          PIC 9(06).
            05 apu-importe       PIC 9(09)V99.
            05 FILLER            PIC X(01) VALUE SPACE.
            05 apu-concepto      PIC X(44).
            05 FILLER            PIC X(01) VALUE SPACE.
            05 apu-empresa       PIC 9(02).
            05 FILLER            PIC X(01) VALUE SPACE.
            05 apu-entidad       PIC X(04).
         77 ws-apunte-importe    PIC S9(09)V99.
         *> PARTIDA DEL APUNTE EN CURSO (CTAPART): SU CUENTA LA
         *> RESUELVE NOMINA-CUENTAS CONTRA EL MAPA DEL PERIODO.
         77 ws-partida-apunte    PIC X(02).
         COPY CTACOM.
         COPY CTAPART.
         77 ws-partidas-sin-cuenta PIC 9(04) VALUE 0.
         77 ws-indice-partida    PIC 9(02).
         77 ws-indice-dep-cuenta PIC 9(02).
         77 ws-nombre-dep-asiento PIC X(30).

         77 ws-nominas-borradas  PIC 9(05) VALUE 0.
         77 ws-anticipos-devueltos PIC 9(05) VALUE 0.
         77 ws-embargos-devueltos PIC 9(05) VALUE 0.
         77 ws-deducciones-devueltas PIC 9(05) VALUE 0.
         COPY FILESTAT REPLACING NIVEL-FS BY 77
             FS-CAMPO BY irpffile-status
             FS-OK BY irpffile-ok
             FS-FIN-FICHERO BY irpffile-fin
             FS-CLAVE-DUPLICADA BY irpffile-dup
             FS-REGISTRO-NO-ENCONTRADO BY irpffile-no-encontrado
             FS-FICHERO-NO-EXISTE BY irpffile-no-existe
             FS-REGISTRO-BLOQUEADO BY irpffile-bloqueado
             FS-DATOS-INVALIDOS BY irpffile-datos-invalidos.
         *> PERIODO CON EL QUE EL MOTOR GUARDA EL PAGO EN DATOS_IRPF:
         *> LAS EXTRAS (AAAA13/AAAA14) VAN CON SU MES DE PAGO.
         77 ws-periodo-irpf      PIC 9(06) VALUE 0.
         77 ws-retenciones-devueltas PIC 9(05) VALUE 0.
         77 ws-total-bruto       PIC S9(09)V99 VALUE 0.
         77 ws-total-liquido     PIC S9(09)V99 VALUE 0.
         77 ws-total-format      PIC -ZZZZZZZZ9.99.
           END-IF.
           IF reversion-sin-error
               PERFORM 0009-CARGAR-DEPARTAMENTOS
               PERFORM 0016-COMPROBAR-CUENTAS-CONTABLES
               IF ws-partidas-sin-cuenta > 0
                   DISPLAY "REVERSION RECHAZADA: "
                       ws-partidas-sin-cuenta
                       " PARTIDAS DEL ASIENTO SIN CUENTA CONTABLE "
                       "VIGENTE EN CUENTAS_NOMINA.DAT PARA EL PERIODO "
                       ws-periodo
                   SET reversion-con-error TO TRUE
               ELSE
                   PERFORM 0003-EXTORNAR-NOMINAS
               END-IF
           END-IF.
           IF reversion-sin-error
               PERFORM 0005-ESCRIBIR-CONTRA-LOTE
               PERFORM 0006-DEVOLVER-ANTICIPOS
               PERFORM 0007-DEVOLVER-EMBARGOS
               PERFORM 0007-DEVOLVER-DEDUCCIONES
               PERFORM 0014-DEVOLVER-RETENCIONES
               PERFORM 0008-QUITAR-PERIODO-DE-CIERRES
               PERFORM 0010-ESCRIBIR-CERTIFICADO
               PERFORM 0011-AUDITAR-REVERSION
           ELSE
               DISPLAY "AVISO: NO SE PUDO ABRIR DEPARTAMENTOS.DAT"
           END-IF.
           PERFORM 0015-CARGAR-EMPRESAS.
           MOVE 0 TO ws-indice-asiento.
           PERFORM 0009-INICIALIZAR-ACUMULADO-DEP
               UNTIL ws-indice-asiento = 50.
           MOVE 0 TO ws-asi-bruto-sin.
           MOVE 0 TO ws-asi-ss-sin.
           MOVE 0 TO ws-asi-irpf-sin.
           MOVE 0 TO ws-asi-anticipo-sin.
           MOVE 0 TO ws-asi-liquido-sin.
           MOVE 0 TO ws-asi-patronal-sin.
           MOVE 0 TO ws-asi-embargo-sin.
           MOVE 0 TO ws-asi-exento-sin.
           MOVE 0 TO ws-asi-sujeto-sin.
           MOVE 0 TO ws-asi-deduccion-sin.
           MOVE 0 TO ws-asi-itmutua-sin.
           MOVE 0 TO ws-indice-empresa.
           PERFORM 0009-INICIALIZAR-ACUMULADO-EMPRESA
               UNTIL ws-indice-empresa = 20.

       0009-INICIALIZAR-ACUMULADO-EMPRESA.

           ADD 1 TO ws-indice-empresa.
           MOVE ws-acumulados-contables
               TO ws-acumulados-empresa(ws-indice-empresa).

       0009-LEER-DEPARTAMENTO.
           READ DEPTOFILE
                       TO responsable-dep-cat(num-departamentos-cat)
                   MOVE presupuesto-departamento-cat
                       TO presupuesto-dep-cat(num-departamentos-cat)
                   MOVE empresa-departamento-cat
                       TO empresa-dep-cat(num-departamentos-cat)
           END-READ.

       0009-INICIALIZAR-ACUMULADO-DEP.
           MOVE 0 TO ws-asi-liquido-dep(ws-indice-asiento).
           MOVE 0 TO ws-asi-patronal-dep(ws-indice-asiento).
           MOVE 0 TO ws-asi-embargo-dep(ws-indice-asiento).
           MOVE 0 TO ws-asi-exento-dep(ws-indice-asiento).
           MOVE 0 TO ws-asi-sujeto-dep(ws-indice-asiento).
           MOVE 0 TO ws-asi-deduccion-dep(ws-indice-asiento).
           MOVE 0 TO ws-asi-itmutua-dep(ws-indice-asiento).

       0003-EXTORNAR-NOMINAS.
           *> RECORRE EL MAESTRO DE NOMINAS; CADA REGISTRO DEL
               SET reversion-con-error TO TRUE
           ELSE
               OPEN INPUT TRABFILE
               OPEN INPUT NOMDETFILE
               IF nomdetfile-ok
                   SET detalle-abierto TO TRUE
               ELSE
                   DISPLAY "AVISO: NO SE PUDO ABRIR "
                       "NOMINAS_DETALLE.DAT - FILE STATUS "
                       nomdetfile-status
               END-IF
               MOVE LOW-VALUES TO nom-clave
               START NOMMAESTRO KEY IS NOT LESS THAN nom-clave
                   INVALID KEY SET nommaestro-fin TO TRUE
               PERFORM 0003-EXAMINAR-SIGUIENTE-NOMINA
                   UNTIL nommaestro-fin
               CLOSE TRABFILE
               IF detalle-abierto
                   CLOSE NOMDETFILE
                   SET detalle-cerrado TO TRUE
               END-IF
               CLOSE NOMMAESTRO
               IF ws-nominas-borradas = 0
                   DISPLAY "EL PERIODO " ws-periodo " NO TIENE "
           MOVE nom-liquido TO ws-liquido-nomina.
           MOVE nom-cuota-patronal TO ws-patronal-nomina.
           MOVE nom-embargo TO ws-embargo-nomina.
           MOVE nom-deducciones TO ws-deduccion-nomina.
           MOVE nom-gastos-exentos TO ws-exentos-nomina.
           MOVE nom-gastos-sujetos TO ws-sujetos-nomina.
           COMPUTE ws-anticipo-nomina = ws-bruto-nomina
               - ws-ss-nomina - ws-irpf-nomina - ws-embargo-nomina
               - ws-deduccion-nomina
               - ws-liquido-nomina + ws-exentos-nomina.
           PERFORM 0004-LEER-IT-MUTUA.
           PERFORM 0004-ACUMULAR-DEPARTAMENTO.
           ADD 1 TO ws-nominas-borradas.
           ADD ws-bruto-nomina TO ws-total-bruto.
           END-DELETE.

       0004-ACUMULAR-DEPARTAMENTO.
           *> MISMO CRITERIO DE IMPUTACION QUE EL CIERRE: REPARTO
           *> ENTRE LOS DEPARTAMENTOS DEL TRABAJADOR SEGUN SUS
           *> PORCENTAJES, Y EL CAJON SIN CATALOGAR PARA LA PARTE DE
           *> UN DEPARTAMENTO NO CATALOGADO O PARA TODA LA NOMINA SI
           *> EL TRABAJADOR YA NO ESTA EN EL MAESTRO; TODO DENTRO DE
           *> LOS ACUMULADOS DE LA EMPRESA DE LA NOMINA.
           PERFORM 0015-LOCALIZAR-EMPRESA.
           MOVE ws-acumulados-empresa(ws-indice-empresa)
               TO ws-acumulados-contables.
           MOVE 0 TO rep-departamento(1).
           MOVE 0 TO rep-departamento(2).
           MOVE 0 TO rep-departamento(3).
           MOVE 0 TO rep-pct-entrada(1).
           MOVE 0 TO rep-pct-entrada(2).
           MOVE 0 TO rep-pct-entrada(3).
           MOVE nom-id-trabajador TO id-trabajador.
           READ TRABFILE IGNORING LOCK
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE id-departamento(1) TO rep-departamento(1)
                   MOVE id-departamento(2) TO rep-departamento(2)
                   MOVE id-departamento(3) TO rep-departamento(3)
                   MOVE pct-departamento(1) TO rep-pct-entrada(1)
                   MOVE pct-departamento(2) TO rep-pct-entrada(2)
                   MOVE pct-departamento(3) TO rep-pct-entrada(3)
           END-READ.
           COMPUTE rep-bruto = ws-bruto-nomina + ws-exentos-nomina.
           MOVE ws-ss-nomina TO rep-seg-social.
           MOVE ws-irpf-nomina TO rep-irpf.
           MOVE ws-anticipo-nomina TO rep-anticipo.
           MOVE ws-embargo-nomina TO rep-embargo.
           MOVE ws-deduccion-nomina TO rep-deduccion.
           MOVE ws-liquido-nomina TO rep-liquido.
           MOVE ws-patronal-nomina TO rep-patronal.
           CALL "NOMINA-REPARTO" USING reparto-com.
           MOVE 1 TO ws-indice-reparto.
           PERFORM 0004-IMPUTAR-PARTE-DEPARTAMENTO
               UNTIL ws-indice-reparto > 3.
           IF ws-exentos-nomina NOT = 0
               SET parte-gasto-exento TO TRUE
               MOVE ws-exentos-nomina TO rep-bruto
               PERFORM 0004-REPARTIR-GASTO
           END-IF.
           IF ws-sujetos-nomina NOT = 0
               SET parte-gasto-sujeto TO TRUE
               MOVE ws-sujetos-nomina TO rep-bruto
               PERFORM 0004-REPARTIR-GASTO
           END-IF.
           IF ws-itmutua-nomina NOT = 0
               SET parte-it-mutua TO TRUE
               MOVE ws-itmutua-nomina TO rep-bruto
               PERFORM 0004-REPARTIR-GASTO
           END-IF.
           MOVE ws-acumulados-contables
               TO ws-acumulados-empresa(ws-indice-empresa).

       0004-LEER-IT-MUTUA.
           *> LA IT EN PAGO DELEGADO DE LA NOMINA SON SUS LINEAS "IM"
           *> DEL DETALLE; EL CIERRE LA ASIENTA EN SU PARTIDA IM Y EL
           *> CONTRA-LOTE LA DESHACE DE AHI.
           MOVE 0 TO ws-itmutua-nomina.
           IF detalle-abierto
               MOVE nom-id-trabajador TO det-id-trabajador
               MOVE nom-periodo TO det-periodo
               MOVE 0 TO det-linea
               START NOMDETFILE KEY IS NOT LESS THAN det-clave
                   INVALID KEY SET nomdetfile-fin TO TRUE
               END-START
               PERFORM 0004-SUMAR-IT-MUTUA
                   UNTIL nomdetfile-fin
           END-IF.

       0004-SUMAR-IT-MUTUA.
           READ NOMDETFILE NEXT RECORD
               AT END SET nomdetfile-fin TO TRUE
               NOT AT END
                   IF det-id-trabajador NOT = nom-id-trabajador
                       OR det-periodo NOT = nom-periodo
                       SET nomdetfile-fin TO TRUE
                   ELSE IF det-concepto = "IM"
                       ADD det-importe TO ws-itmutua-nomina
                   END-IF
                   END-IF
           END-READ.

       0004-REPARTIR-GASTO.
           *> LAS DIETAS Y LA IT EN PAGO DELEGADO SE REPARTEN APARTE,
           *> COMO EN EL CIERRE, PARA SACARLAS DE LA 640000 CON EL
           *> MISMO REDONDEO.
           MOVE rep-bruto TO rep-liquido.
           MOVE 0 TO rep-seg-social.
           MOVE 0 TO rep-irpf.
           MOVE 0 TO rep-anticipo.
           MOVE 0 TO rep-embargo.
           MOVE 0 TO rep-deduccion.
           MOVE 0 TO rep-patronal.
           CALL "NOMINA-REPARTO" USING reparto-com.
           MOVE 1 TO ws-indice-reparto.
           PERFORM 0004-IMPUTAR-PARTE-GASTO
               UNTIL ws-indice-reparto > 3.

       0004-IMPUTAR-PARTE-GASTO.
           IF rep-pct-aplicado(ws-indice-reparto) > 0
               SET dep-cat-invalido TO TRUE
               IF num-departamentos-cat > 0
                   SET INDX-DEP-CAT TO 1
                   SEARCH departamento-cat
                       AT END SET dep-cat-invalido TO TRUE
                       WHEN id-dep-cat(INDX-DEP-CAT)
                           = rep-departamento(ws-indice-reparto)
                           SET dep-cat-valido TO TRUE
                   END-SEARCH
               END-IF
               IF dep-cat-valido
                   SET ws-indice-asiento TO INDX-DEP-CAT
                   IF parte-gasto-exento
                       ADD rep-parte-bruto(ws-indice-reparto)
                           TO ws-asi-exento-dep(ws-indice-asiento)
                   ELSE IF parte-gasto-sujeto
                       ADD rep-parte-bruto(ws-indice-reparto)
                           TO ws-asi-sujeto-dep(ws-indice-asiento)
                   ELSE
                       ADD rep-parte-bruto(ws-indice-reparto)
                           TO ws-asi-itmutua-dep(ws-indice-asiento)
                   END-IF
                   END-IF
               ELSE IF parte-gasto-exento
                   ADD rep-parte-bruto(ws-indice-reparto)
                       TO ws-asi-exento-sin
               ELSE IF parte-gasto-sujeto
                   ADD rep-parte-bruto(ws-indice-reparto)
                       TO ws-asi-sujeto-sin
               ELSE
                   ADD rep-parte-bruto(ws-indice-reparto)
                       TO ws-asi-itmutua-sin
               END-IF
               END-IF
               END-IF
           END-IF.
           ADD 1 TO ws-indice-reparto.

       0004-IMPUTAR-PARTE-DEPARTAMENTO.
           IF rep-pct-aplicado(ws-indice-reparto) > 0
               SET dep-cat-invalido TO TRUE
               IF num-departamentos-cat > 0
                   SET INDX-DEP-CAT TO 1
                   SEARCH departamento-cat
                       AT END SET dep-cat-invalido TO TRUE
                       WHEN id-dep-cat(INDX-DEP-CAT)
                           = rep-departamento(ws-indice-reparto)
                           SET dep-cat-valido TO TRUE
                   END-SEARCH
               END-IF
               IF dep-cat-valido
                   SET ws-indice-asiento TO INDX-DEP-CAT
                   ADD rep-parte-bruto(ws-indice-reparto)
                       TO ws-asi-bruto-dep(ws-indice-asiento)
                   ADD rep-parte-seg-social(ws-indice-reparto)
                       TO ws-asi-ss-dep(ws-indice-asiento)
                   ADD rep-parte-irpf(ws-indice-reparto)
                       TO ws-asi-irpf-dep(ws-indice-asiento)
                   ADD rep-parte-anticipo(ws-indice-reparto)
                       TO ws-asi-anticipo-dep(ws-indice-asiento)
                   ADD rep-parte-liquido(ws-indice-reparto)
                       TO ws-asi-liquido-dep(ws-indice-asiento)
                   ADD rep-parte-patronal(ws-indice-reparto)
                       TO ws-asi-patronal-dep(ws-indice-asiento)
                   ADD rep-parte-embargo(ws-indice-reparto)
                       TO ws-asi-embargo-dep(ws-indice-asiento)
                   ADD rep-parte-deduccion(ws-indice-reparto)
                       TO ws-asi-deduccion-dep(ws-indice-asiento)
               ELSE
                   ADD rep-parte-bruto(ws-indice-reparto)
                       TO ws-asi-bruto-sin
                   ADD rep-parte-seg-social(ws-indice-reparto)
                       TO ws-asi-ss-sin
                   ADD rep-parte-irpf(ws-indice-reparto)
                       TO ws-asi-irpf-sin
                   ADD rep-parte-anticipo(ws-indice-reparto)
                       TO ws-asi-anticipo-sin
                   ADD rep-parte-liquido(ws-indice-reparto)
                       TO ws-asi-liquido-sin
                   ADD rep-parte-patronal(ws-indice-reparto)
                       TO ws-asi-patronal-sin
                   ADD rep-parte-embargo(ws-indice-reparto)
                       TO ws-asi-embargo-sin
                   ADD rep-parte-deduccion(ws-indice-reparto)
                       TO ws-asi-deduccion-sin
               END-IF
           END-IF.
           ADD 1 TO ws-indice-reparto.

       0005-ESCRIBIR-CONTRA-LOTE.
           *> CONTRA-LOTE CON DEBE Y HABER INVERTIDOS RESPECTO AL
           END-IF.
           MOVE ws-periodo TO apu-lote.
           MOVE ws-fecha-hoy TO apu-fecha.
           MOVE 0 TO ws-indice-empresa.
           PERFORM 0005-ESCRIBIR-CONTRA-EMPRESA
               UNTIL ws-indice-empresa = num-empresas-cat.
           CLOSE ASIENTOFILE.
           DISPLAY "CONTRA-LOTE ANEXADO A ASIENTOS_NOMINA.TXT".

       0005-ESCRIBIR-CONTRA-EMPRESA.

           ADD 1 TO ws-indice-empresa.
           MOVE id-emp-cat(ws-indice-empresa) TO apu-empresa.
           MOVE entidad-contable-emp-cat(ws-indice-empresa)
               TO apu-entidad.
           MOVE ws-acumulados-empresa(ws-indice-empresa)
               TO ws-acumulados-contables.
           MOVE 0 TO ws-indice-asiento.
           PERFORM 0005-ESCRIBIR-CONTRA-DEPARTAMENTO
               UNTIL ws-indice-asiento = num-departamentos-cat.
               MOVE "SIN CATALOGAR" TO ws-nombre-dep-asiento
               PERFORM 0005-ESCRIBIR-CONTRA-SIN
           END-IF.

       0005-ESCRIBIR-CONTRA-DEPARTAMENTO.

               MOVE nombre-dep-cat(ws-indice-asiento)
                   TO ws-nombre-dep-asiento

               COMPUTE ws-apunte-importe
                   = ws-asi-bruto-dep(ws-indice-asiento)
                   - ws-asi-exento-dep(ws-indice-asiento)
                   - ws-asi-sujeto-dep(ws-indice-asiento)
                   - ws-asi-itmutua-dep(ws-indice-asiento)
               MOVE "SB" TO ws-partida-apunte
               MOVE "H" TO apu-debe-haber
               PERFORM 0005-ESCRIBIR-LINEA-APUNTE

               IF ws-asi-itmutua-dep(ws-indice-asiento) NOT = 0
                   MOVE ws-asi-itmutua-dep(ws-indice-asiento)
                       TO ws-apunte-importe
                   MOVE "IM" TO ws-partida-apunte
                   MOVE "H" TO apu-debe-haber
                   PERFORM 0005-ESCRIBIR-LINEA-APUNTE
               END-IF

               IF ws-asi-sujeto-dep(ws-indice-asiento) NOT = 0
                   MOVE ws-asi-sujeto-dep(ws-indice-asiento)
                       TO ws-apunte-importe
                   MOVE "GS" TO ws-partida-apunte
                   MOVE "H" TO apu-debe-haber
                   PERFORM 0005-ESCRIBIR-LINEA-APUNTE
               END-IF

               IF ws-asi-exento-dep(ws-indice-asiento) NOT = 0
                   MOVE ws-asi-exento-dep(ws-indice-asiento)
                       TO ws-apunte-importe
                   MOVE "GE" TO ws-partida-apunte
                   MOVE "H" TO apu-debe-haber
                   PERFORM 0005-ESCRIBIR-LINEA-APUNTE
               END-IF

               IF ws-asi-patronal-dep(ws-indice-asiento) NOT = 0
                   MOVE ws-asi-patronal-dep(ws-indice-asiento)
                       TO ws-apunte-importe
                   MOVE "CP" TO ws-partida-apunte
                   MOVE "H" TO apu-debe-haber
                   PERFORM 0005-ESCRIBIR-LINEA-APUNTE
                   MOVE ws-asi-patronal-dep(ws-indice-asiento)
                       TO ws-apunte-importe
                   MOVE "CP" TO ws-partida-apunte
                   MOVE "D" TO apu-debe-haber
                   PERFORM 0005-ESCRIBIR-LINEA-APUNTE
               END-IF

               MOVE ws-asi-ss-dep(ws-indice-asiento)
                   TO ws-apunte-importe
               MOVE "SS" TO ws-partida-apunte
               MOVE "D" TO apu-debe-haber
               PERFORM 0005-ESCRIBIR-LINEA-APUNTE

               MOVE ws-asi-irpf-dep(ws-indice-asiento)
                   TO ws-apunte-importe
               MOVE "IR" TO ws-partida-apunte
               MOVE "D" TO apu-debe-haber
               PERFORM 0005-ESCRIBIR-LINEA-APUNTE

               IF ws-asi-anticipo-dep(ws-indice-asiento) NOT = 0
                   MOVE ws-asi-anticipo-dep(ws-indice-asiento)
                       TO ws-apunte-importe
                   MOVE "AN" TO ws-partida-apunte
                   MOVE "D" TO apu-debe-haber
                   PERFORM 0005-ESCRIBIR-LINEA-APUNTE
               END-IF
               IF ws-asi-embargo-dep(ws-indice-asiento) NOT = 0
                   MOVE ws-asi-embargo-dep(ws-indice-asiento)
                       TO ws-apunte-importe
                   MOVE "EB" TO ws-partida-apunte
                   MOVE "D" TO apu-debe-haber
                   PERFORM 0005-ESCRIBIR-LINEA-APUNTE
               END-IF

               IF ws-asi-deduccion-dep(ws-indice-asiento) NOT = 0
                   MOVE ws-asi-deduccion-dep(ws-indice-asiento)
                       TO ws-apunte-importe
                   MOVE "DV" TO ws-partida-apunte
                   MOVE "D" TO apu-debe-haber
                   PERFORM 0005-ESCRIBIR-LINEA-APUNTE
               END-IF

               MOVE ws-asi-liquido-dep(ws-indice-asiento)
                   TO ws-apunte-importe
               MOVE "LQ" TO ws-partida-apunte
               MOVE "D" TO apu-debe-haber
               PERFORM 0005-ESCRIBIR-LINEA-APUNTE
           END-IF.

       0005-ESCRIBIR-CONTRA-SIN.

           COMPUTE ws-apunte-importe = ws-asi-bruto-sin
               - ws-asi-exento-sin - ws-asi-sujeto-sin
               - ws-asi-itmutua-sin.
           MOVE "SB" TO ws-partida-apunte.
           MOVE "H" TO apu-debe-haber.
           PERFORM 0005-ESCRIBIR-LINEA-APUNTE.

           IF ws-asi-itmutua-sin NOT = 0
               MOVE ws-asi-itmutua-sin TO ws-apunte-importe
               MOVE "IM" TO ws-partida-apunte
               MOVE "H" TO apu-debe-haber
               PERFORM 0005-ESCRIBIR-LINEA-APUNTE
           END-IF.

           IF ws-asi-sujeto-sin NOT = 0
               MOVE ws-asi-sujeto-sin TO ws-apunte-importe
               MOVE "GS" TO ws-partida-apunte
               MOVE "H" TO apu-debe-haber
               PERFORM 0005-ESCRIBIR-LINEA-APUNTE
           END-IF.

           IF ws-asi-exento-sin NOT = 0
               MOVE ws-asi-exento-sin TO ws-apunte-importe
               MOVE "GE" TO ws-partida-apunte
               MOVE "H" TO apu-debe-haber
               PERFORM 0005-ESCRIBIR-LINEA-APUNTE
           END-IF.

           IF ws-asi-patronal-sin NOT = 0
               MOVE ws-asi-patronal-sin TO ws-apunte-importe
               MOVE "CP" TO ws-partida-apunte
               MOVE "H" TO apu-debe-haber
               PERFORM 0005-ESCRIBIR-LINEA-APUNTE
               MOVE ws-asi-patronal-sin TO ws-apunte-importe
               MOVE "CP" TO ws-partida-apunte
               MOVE "D" TO apu-debe-haber
               PERFORM 0005-ESCRIBIR-LINEA-APUNTE
           END-IF.

           MOVE ws-asi-ss-sin TO ws-apunte-importe.
           MOVE "SS" TO ws-partida-apunte.
           MOVE "D" TO apu-debe-haber.
           PERFORM 0005-ESCRIBIR-LINEA-APUNTE.

           MOVE ws-asi-irpf-sin TO ws-apunte-importe.
           MOVE "IR" TO ws-partida-apunte.
           MOVE "D" TO apu-debe-haber.
           PERFORM 0005-ESCRIBIR-LINEA-APUNTE.

           IF ws-asi-anticipo-sin NOT = 0
               MOVE ws-asi-anticipo-sin TO ws-apunte-importe
               MOVE "AN" TO ws-partida-apunte
               MOVE "D" TO apu-debe-haber
               PERFORM 0005-ESCRIBIR-LINEA-APUNTE
           END-IF.

           IF ws-asi-embargo-sin NOT = 0
               MOVE ws-asi-embargo-sin TO ws-apunte-importe
               MOVE "EB" TO ws-partida-apunte
               MOVE "D" TO apu-debe-haber
               PERFORM 0005-ESCRIBIR-LINEA-APUNTE
           END-IF.

           IF ws-asi-deduccion-sin NOT = 0
               MOVE ws-asi-deduccion-sin TO ws-apunte-importe
               MOVE "DV" TO ws-partida-apunte
               MOVE "D" TO apu-debe-haber
               PERFORM 0005-ESCRIBIR-LINEA-APUNTE
           END-IF.

           MOVE ws-asi-liquido-sin TO ws-apunte-importe.
           MOVE "LQ" TO ws-partida-apunte.
           MOVE "D" TO apu-debe-haber.
           PERFORM 0005-ESCRIBIR-LINEA-APUNTE.

       0005-ESCRIBIR-LINEA-APUNTE.
           *> LA CUENTA SE BUSCA CON EL LADO ORIGINAL DE LA PARTIDA
           *> EN EL CIERRE, QUE ES EL CONTRARIO DEL DEL CONTRA-APUNTE.
           MOVE ws-periodo TO cct-periodo.
           MOVE ws-partida-apunte TO cct-partida.
           MOVE apu-departamento TO cct-departamento.
           IF apu-debe-haber = "H"
               MOVE "D" TO cct-debe-haber
           ELSE
               MOVE "H" TO cct-debe-haber
           END-IF.
           CALL "NOMINA-CUENTAS" USING cuentas-com.
           IF cct-ok
               MOVE cct-cuenta TO apu-cuenta
           ELSE
               MOVE SPACES TO apu-cuenta
               DISPLAY "AVISO: PARTIDA " ws-partida-apunte " "
                   cct-debe-haber " DEPARTAMENTO " apu-departamento
                   " SIN CUENTA EN CUENTAS_NOMINA.DAT"
           END-IF.
           MOVE ws-apunte-importe TO apu-importe.
           MOVE SPACES TO apu-concepto.
           STRING "EXTORNO NOMINA " ws-periodo " "
                   END-IF
           END-READ.

       0007-DEVOLVER-DEDUCCIONES.
           *> LAS DEDUCCIONES VOLUNTARIAS APLICADAS POR EL CIERRE
           *> EXTORNADO VUELVEN A QUEDAR SIN APLICAR EN EL PERIODO.
           OPEN I-O DEDFILE.
           IF dedfile-ok
               MOVE LOW-VALUES TO ded-clave
               START DEDFILE KEY IS NOT LESS THAN ded-clave
                   INVALID KEY SET dedfile-fin TO TRUE
               END-START
               PERFORM 0007-EXAMINAR-DEDUCCION UNTIL dedfile-fin
               CLOSE DEDFILE
           END-IF.

       0007-EXAMINAR-DEDUCCION.
           READ DEDFILE NEXT RECORD
               AT END SET dedfile-fin TO TRUE
               NOT AT END
                   IF ded-periodo-aplicado = ws-periodo
                       MOVE 0 TO ded-periodo-aplicado
                       MOVE 0 TO ded-ultimo-importe
                       REWRITE REG-DEDUCCION
                       ADD 1 TO ws-deducciones-devueltas
                   END-IF
           END-READ.

       0014-DEVOLVER-RETENCIONES.
           *> RESTA DE LOS ACUMULADOS DEL EJERCICIO LO QUE SUMO EL
           *> PAGO EXTORNADO, CON LA MISMA GUARDA DE PERIODO QUE USA
           *> EL MOTOR PARA NO ACUMULAR DOS VECES. LA EXTRA SE GUARDA
           *> CON SU MES DE PAGO (JUNIO O DICIEMBRE) EN SU PROPIA
           *> GUARDA. SIN DATOS_IRPF.DAT NO HAY NADA QUE DEVOLVER.
           IF ws-periodo(5:2) = "13"
               COMPUTE ws-periodo-irpf = ws-periodo - 7
           ELSE IF ws-periodo(5:2) = "14"
               COMPUTE ws-periodo-irpf = ws-periodo - 2
           ELSE
               MOVE ws-periodo TO ws-periodo-irpf
           END-IF.
           OPEN I-O IRPFFILE.
           IF irpffile-ok
               MOVE LOW-VALUES TO irp-id-trabajador
               START IRPFFILE KEY IS NOT LESS THAN irp-id-trabajador
                   INVALID KEY SET irpffile-fin TO TRUE
               END-START
               PERFORM 0014-EXAMINAR-RETENCION UNTIL irpffile-fin
               CLOSE IRPFFILE
           END-IF.

       0014-EXAMINAR-RETENCION.
           READ IRPFFILE NEXT RECORD
               AT END SET irpffile-fin TO TRUE
               NOT AT END
                   IF ws-periodo-irpf NOT = ws-periodo
                       IF irp-ultima-extra = ws-periodo-irpf
                           SUBTRACT irp-extra-bruto
                               FROM irp-bruto-acumulado
                           SUBTRACT irp-extra-irpf
                               FROM irp-irpf-acumulado
                           MOVE 0 TO irp-ultima-extra
                           MOVE 0 TO irp-extra-bruto irp-extra-irpf
                           REWRITE REG-DATOS-IRPF
                           ADD 1 TO ws-retenciones-devueltas
                       END-IF
                   ELSE IF irp-ultimo-periodo = ws-periodo-irpf
                       SUBTRACT irp-ultimo-bruto
                           FROM irp-bruto-acumulado
                       SUBTRACT irp-ultimo-irpf
                           FROM irp-irpf-acumulado
                       MOVE 0 TO irp-ultimo-periodo
                       MOVE 0 TO irp-ultimo-bruto irp-ultimo-irpf
                       REWRITE REG-DATOS-IRPF
                       ADD 1 TO ws-retenciones-devueltas
                   END-IF
           END-READ.

       0008-QUITAR-PERIODO-DE-CIERRES.
           *> COPIA EL REGISTRO DE CIERRES A UN TEMPORAL SALTANDO EL
           *> PERIODO EXTORNADO Y LO VUELCA DE VUELTA, COMO HACE
                  ws-embargos-devueltos
               DELIMITED BY SIZE INTO LINEA-CERT.
           WRITE LINEA-CERT.
           MOVE SPACES TO LINEA-CERT.
           STRING "DEDUCCIONES VOLUNTARIAS DEVUELTAS: "
                  ws-deducciones-devueltas
               DELIMITED BY SIZE INTO LINEA-CERT.
           WRITE LINEA-CERT.
           MOVE SPACES TO LINEA-CERT.
           STRING "ACUMULADOS DE IRPF DEVUELTOS: "
                  ws-retenciones-devueltas
               DELIMITED BY SIZE INTO LINEA-CERT.
           WRITE LINEA-CERT.
           MOVE "EL PERIODO QUEDA ABIERTO PARA REPETIR EL CIERRE"
               TO LINEA-CERT.
           WRITE LINEA-CERT.
           END-IF.
           SET bloqueo-sin-tomar TO TRUE.

       0015-CARGAR-EMPRESAS.
           *> SIN EMPRESAS.DAT TODO SE EXTORNA COMO EMPRESA 01.
           MOVE 0 TO num-empresas-cat.
           OPEN INPUT EMPRFILE.
           IF emprfile-ok
               PERFORM 0015-LEER-EMPRESA UNTIL emprfile-fin
               CLOSE EMPRFILE
           END-IF.
           IF num-empresas-cat = 0
               MOVE 1 TO num-empresas-cat
               MOVE 1 TO id-emp-cat(1)
               MOVE SPACES TO razon-social-emp-cat(1)
               MOVE SPACES TO nif-emp-cat(1)
               MOVE SPACES TO iban-ordenante-emp-cat(1)
               MOVE SPACES TO entidad-contable-emp-cat(1)
           END-IF.

       0015-LEER-EMPRESA.
           READ EMPRFILE
               AT END SET emprfile-fin TO TRUE
               NOT AT END
                   ADD 1 TO num-empresas-cat
                   MOVE id-empresa-cat
                       TO id-emp-cat(num-empresas-cat)
                   MOVE razon-social-empresa-cat
                       TO razon-social-emp-cat(num-empresas-cat)
                   MOVE nif-empresa-cat
                       TO nif-emp-cat(num-empresas-cat)
                   MOVE iban-ordenante-empresa-cat
                       TO iban-ordenante-emp-cat(num-empresas-cat)
                   MOVE entidad-contable-empresa-cat
                       TO entidad-contable-emp-cat(num-empresas-cat)
           END-READ.

       0015-LOCALIZAR-EMPRESA.
           *> POSICION EN EL CATALOGO DE LA EMPRESA DE LA NOMINA; UNA
           *> EMPRESA QUE YA NO ESTA CATALOGADA SE EXTORNA CON LA
           *> PRIMERA PARA QUE EL CONTRA-LOTE SIGA CUADRANDO.
           MOVE 1 TO ws-indice-empresa.
           SET INDX-EMP-CAT TO 1.
           SEARCH empresa-cat
               AT END CONTINUE
               WHEN id-emp-cat(INDX-EMP-CAT) = nom-empresa
                   SET ws-indice-empresa TO INDX-EMP-CAT
           END-SEARCH.

       0016-COMPROBAR-CUENTAS-CONTABLES.
           *> ANTES DE BORRAR NADA, LA MISMA COMPROBACION QUE EL
           *> CIERRE: CADA PARTIDA CON CUENTA VIGENTE EN EL PERIODO
           *> PARA CADA DEPARTAMENTO Y PARA LOS SIN CATALOGAR (00).
           MOVE 0 TO ws-partidas-sin-cuenta.
           MOVE ws-periodo TO cct-periodo.
           MOVE "SB" TO cct-partida.
           MOVE "D" TO cct-debe-haber.
           MOVE 0 TO cct-departamento.
           CALL "NOMINA-CUENTAS" USING cuentas-com.
           IF cct-sin-mapa
               DISPLAY "CUENTAS_NOMINA.DAT VACIO O NO DISPONIBLE"
               MOVE num-partidas-asiento TO ws-partidas-sin-cuenta
           ELSE
               MOVE 0 TO ws-indice-partida
               PERFORM 0016-COMPROBAR-PARTIDA
                   UNTIL ws-indice-partida = num-partidas-asiento
           END-IF.

       0016-COMPROBAR-PARTIDA.

           ADD 1 TO ws-indice-partida.
           MOVE 0 TO ws-indice-dep-cuenta.
           PERFORM 0016-COMPROBAR-CUENTA-DEPARTAMENTO
               UNTIL ws-indice-dep-cuenta > num-departamentos-cat.

       0016-COMPROBAR-CUENTA-DEPARTAMENTO.

           IF ws-indice-dep-cuenta = 0
               MOVE 0 TO cct-departamento
           ELSE
               MOVE id-dep-cat(ws-indice-dep-cuenta) TO cct-departamento
           END-IF.
           MOVE ws-periodo TO cct-periodo.
           MOVE codigo-partida(ws-indice-partida) TO cct-partida.
           MOVE debe-haber-partida(ws-indice-partida) TO cct-debe-haber.
           CALL "NOMINA-CUENTAS" USING cuentas-com.
           IF NOT cct-ok
               ADD 1 TO ws-partidas-sin-cuenta
               DISPLAY "SIN CUENTA CONTABLE: PARTIDA " cct-partida " "
                   cct-debe-haber " ("
                   descripcion-partida(ws-indice-partida)
                   ") DEPARTAMENTO " cct-departamento
           END-IF.
           ADD 1 TO ws-indice-dep-cuenta.

       END PROGRAM NOMINA-REVERSION.
