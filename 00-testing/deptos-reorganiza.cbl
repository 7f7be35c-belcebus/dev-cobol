      *             BLOQUEO ANTES DE REGRABAR (LAS RETENIDAS POR UN
      *             OPERADOR SE SALTAN CON AVISO EN EL INFORME), LA
      *             MISMA DISCIPLINA QUE NOMINA-MOVIMIENTOS.
      *15/10/2026 - UN MAPA ENTRE DEPARTAMENTOS DE DISTINTA EMPRESA
      *             SE RECHAZA: LA REORGANIZACION NO TRASPASA
      *             PLANTILLA DE UNA EMPRESA DEL GRUPO A OTRA.
      *15/10/2026 - REPARTO DEL COSTE POR DEPARTAMENTO: SI LA FICHA
      *             YA TENIA EL DEPARTAMENTO DESTINO, EL PORCENTAJE
      *             DEL VIEJO SE SUMA AL DEL DESTINO Y EL HUECO SE
      *             RETIRA (SIN DEPARTAMENTOS REPETIDOS EN LA FICHA).
      *             EL CONTROL PRESUPUESTARIO DEL DESTINO CUENTA SOLO
      *             LA PARTE DE CADA SALARIO QUE LE IMPUTA EL REPARTO
      *             (NOMINA-REPARTO), COMO EL AVISO 0023 DEL MENU.
      *15/10/2026 - CADA TRABAJADOR REGRABADO DEJA UNA VERSION FECHADA
      *             DEL REGISTRO COMPLETO EN TRABAJADORES_VERSIONES.TXT
      *             (SUBPROGRAMA TRABAJADORES-VERSION).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           05 nombre-departamento-cat   PIC X(30).
           05 responsable-departamento-cat PIC X(30).
           05 presupuesto-departamento-cat PIC 9(07)V99.
           05 empresa-departamento-cat  PIC 9(02).

       FD  INFORMEFILE
           LABEL RECORDS ARE STANDARD.
         *> ESCRIBE (SELLADAS Y ENCADENADAS) AUDITORIA-SELLO.
         01 LINEA-AUDITORIA      PIC X(200).
         COPY AUDCOM.
         COPY VERCOM.

         77 ws-operador          PIC X(20) VALUE SPACES.
         77 ws-fecha-auditoria   PIC 9(08).
         77 ws-trabajador-tocado PIC 9(01).
            88 ficha-cambiada        VALUE 1.
            88 ficha-sin-cambio      VALUE 0.
         *> FUSION DENTRO DE LA FICHA: POSICION DONDE YA ESTABA EL
         *> DESTINO Y COPIA DE TRABAJO PARA RETIRAR EL HUECO.
         77 ws-indice-destino    PIC 9(01).
         77 ws-indice-buscar     PIC 9(01).
         77 ws-indice-compacto   PIC 9(01).
         01 ws-ficha-compacta.
            05 ws-dep-compacto   PIC 9(02) OCCURS 3 TIMES.
            05 ws-pct-compacto   PIC 9(03) OCCURS 3 TIMES.
         COPY REPCOM.
         77 ws-indice-reparto    PIC 9(01).

         *> CERROJO DE VENTANA DE CIERRE (CIERRE_EN_CURSO.DAT).
         COPY FILESTAT REPLACING NIVEL-FS BY 77
                       TO responsable-dep-cat(num-departamentos-cat)
                   MOVE presupuesto-departamento-cat
                       TO presupuesto-dep-cat(num-departamentos-cat)
                   MOVE empresa-departamento-cat
                       TO empresa-dep-cat(num-departamentos-cat)
           END-READ.

       0002-PROCESAR-SIGUIENTE-MAPA.
                      " RECHAZADO: ORIGEN Y DESTINO IGUALES"
                   DELIMITED BY SIZE INTO LINEA-INFORME
               WRITE LINEA-INFORME
           ELSE IF empresa-dep-cat(ws-posicion-viejo)
               NOT = empresa-dep-cat(ws-posicion-nuevo)
               *> UN TRABAJADOR SOLO PUEDE ESTAR EN DEPARTAMENTOS DE
               *> SU EMPRESA: UNA FUSION ENTRE EMPRESAS ES UN
               *> TRASPASO DE PLANTILLA Y NO SE HACE POR AQUI.
               MOVE SPACES TO LINEA-INFORME
               STRING "MAPA " ws-dep-viejo " -> " ws-dep-nuevo
                      " RECHAZADO: DEPARTAMENTOS DE DISTINTA EMPRESA"
                   DELIMITED BY SIZE INTO LINEA-INFORME
               WRITE LINEA-INFORME
           ELSE
               ADD 1 TO ws-mapas-aplicados
               MOVE 0 TO ws-fichas-mapa
               PERFORM 0004-CAMBIAR-OCURRENCIA
                   UNTIL ws-indice-dep = 3
               IF ficha-cambiada
                   PERFORM 0004-COMPACTAR-DEPARTAMENTOS
                   REWRITE REG-TRABAJADOR
                       INVALID KEY
                           DISPLAY "AVISO: NO SE PUDO REGRABAR "
                           ADD 1 TO ws-fichas-cambiadas
                           ADD 1 TO ws-fichas-mapa
                           PERFORM 0007-AUDITAR-FICHA
                           SET vcom-modificacion TO TRUE
                           PERFORM 0011-VERSIONAR-TRABAJADOR
                   END-REWRITE
               END-IF
               UNLOCK TRABFILE
           END-IF.

       0004-CAMBIAR-OCURRENCIA.
           *> SI EL TRABAJADOR YA ESTABA EN EL DESTINO, LA POSICION
           *> DEL VIEJO NO SE RENOMBRA (QUEDARIA REPETIDO): SU
           *> PORCENTAJE PASA AL DESTINO Y LA POSICION SE VACIA.
           ADD 1 TO ws-indice-dep.
           IF id-departamento(ws-indice-dep) = ws-dep-viejo
               MOVE 0 TO ws-indice-destino
               MOVE 0 TO ws-indice-buscar
               PERFORM 0004-BUSCAR-DESTINO-EN-FICHA
                   UNTIL ws-indice-buscar = 3
               IF ws-indice-destino = 0
                   MOVE ws-dep-nuevo TO id-departamento(ws-indice-dep)
               ELSE
                   ADD pct-departamento(ws-indice-dep)
                       TO pct-departamento(ws-indice-destino)
                   MOVE 0 TO id-departamento(ws-indice-dep)
                   MOVE 0 TO pct-departamento(ws-indice-dep)
               END-IF
               SET ficha-cambiada TO TRUE
           END-IF.

       0004-BUSCAR-DESTINO-EN-FICHA.

           ADD 1 TO ws-indice-buscar.
           IF id-departamento(ws-indice-buscar) = ws-dep-nuevo
               MOVE ws-indice-buscar TO ws-indice-destino
           END-IF.

       0004-COMPACTAR-DEPARTAMENTOS.
           *> LAS POSICIONES OCUPADAS SE CORREN HACIA ARRIBA, CON SU
           *> PORCENTAJE, PARA QUE UNA FUSION NO DEJE EL PRIMER
           *> DEPARTAMENTO (EL OBLIGATORIO) EN BLANCO.
           MOVE 0 TO ws-dep-compacto(1) ws-dep-compacto(2)
                     ws-dep-compacto(3).
           MOVE 0 TO ws-pct-compacto(1) ws-pct-compacto(2)
                     ws-pct-compacto(3).
           MOVE 0 TO ws-indice-compacto.
           MOVE 0 TO ws-indice-buscar.
           PERFORM 0004-COPIAR-OCURRENCIA
               UNTIL ws-indice-buscar = 3.
           MOVE ws-dep-compacto(1) TO id-departamento(1).
           MOVE ws-dep-compacto(2) TO id-departamento(2).
           MOVE ws-dep-compacto(3) TO id-departamento(3).
           MOVE ws-pct-compacto(1) TO pct-departamento(1).
           MOVE ws-pct-compacto(2) TO pct-departamento(2).
           MOVE ws-pct-compacto(3) TO pct-departamento(3).

       0004-COPIAR-OCURRENCIA.

           ADD 1 TO ws-indice-buscar.
           IF id-departamento(ws-indice-buscar) NOT = 0
               ADD 1 TO ws-indice-compacto
               MOVE id-departamento(ws-indice-buscar)
                   TO ws-dep-compacto(ws-indice-compacto)
               MOVE pct-departamento(ws-indice-buscar)
                   TO ws-pct-compacto(ws-indice-compacto)
           END-IF.

       0005-COMPROBAR-PRESUPUESTO-DESTINO.
           *> MISMO CONTROL QUE EL AVISO PRESUPUESTARIO DEL MENU:
           *> PARTE DE LOS SALARIOS ACTIVOS QUE EL REPARTO IMPUTA AL
           *> DESTINO YA ENGORDADO, CONTRA SU PRESUPUESTO DE CATALOGO.
           IF presupuesto-dep-cat(ws-posicion-nuevo) = 0
               CONTINUE
           ELSE
                       AND (id-departamento(1) = ws-dep-nuevo
                        OR id-departamento(2) = ws-dep-nuevo
                        OR id-departamento(3) = ws-dep-nuevo)
                       PERFORM 0005-REPARTIR-SALARIO
                   END-IF
           END-READ.

       0005-REPARTIR-SALARIO.

           MOVE id-departamento(1) TO rep-departamento(1).
           MOVE id-departamento(2) TO rep-departamento(2).
           MOVE id-departamento(3) TO rep-departamento(3).
           MOVE pct-departamento(1) TO rep-pct-entrada(1).
           MOVE pct-departamento(2) TO rep-pct-entrada(2).
           MOVE pct-departamento(3) TO rep-pct-entrada(3).
           MOVE salario TO rep-bruto.
           MOVE 0 TO rep-seg-social rep-irpf rep-anticipo
                     rep-embargo rep-deduccion rep-patronal.
           MOVE salario TO rep-liquido.
           CALL "NOMINA-REPARTO" USING reparto-com.
           MOVE 0 TO ws-indice-reparto.
           PERFORM 0005-SUMAR-PARTE-SALARIO
               UNTIL ws-indice-reparto = 3.

       0005-SUMAR-PARTE-SALARIO.

           ADD 1 TO ws-indice-reparto.
           IF rep-departamento(ws-indice-reparto) = ws-dep-nuevo
               AND rep-pct-aplicado(ws-indice-reparto) > 0
               ADD rep-parte-bruto(ws-indice-reparto)
                   TO ws-consumido-dep
           END-IF.

       0006-RETIRAR-CODIGO-VIEJO.
           *> EL CODIGO VIEJO SOLO SE RETIRA DEL CATALOGO SI DE
           *> VERDAD NO LE QUEDA NINGUN USO (EL RECUENTO SE REPITE
                   TO responsable-dep-cat(ws-indice-mapa)
               MOVE presupuesto-dep-cat(ws-indice-mapa + 1)
                   TO presupuesto-dep-cat(ws-indice-mapa)
               MOVE empresa-dep-cat(ws-indice-mapa + 1)
                   TO empresa-dep-cat(ws-indice-mapa)
           END-IF.
           ADD 1 TO ws-indice-mapa.

               TO responsable-departamento-cat.
           MOVE presupuesto-dep-cat(ws-indice-mapa)
               TO presupuesto-departamento-cat.
           MOVE empresa-dep-cat(ws-indice-mapa) TO empresa-departamento-cat.
           WRITE REG-DEPARTAMENTO.

       0007-AUDITAR-FICHA.
           END-IF.
           SET bloqueo-sin-tomar TO TRUE.

       0011-VERSIONAR-TRABAJADOR.
           *> VERSION FECHADA DEL REGISTRO TAL COMO HA QUEDADO; LA
           *> OPERACION LA PONE EL LLAMADOR EN VERCOM.
           MOVE "DEPTOS-REORGANIZA" TO vcom-programa.
           MOVE ws-operador TO vcom-operador.
           MOVE REG-TRABAJADOR TO vcom-registro.
           CALL "TRABAJADORES-VERSION" USING version-com.

       END PROGRAM DEPTOS-REORGANIZA.
