      *                      DUPLICADOS- DE LA CORRIDA AUN EXISTEN EN  *
      *                      DISCO; CODIGO DE RETORNO 8 SI EL RUN-ID   *
      *                      NO SE PUDO DETERMINAR                     *
      * @loo-kuhs   15/10/26 LA BITACORA TRAE AL FINAL DEL RENGLON EL  *
      *                      CONTEO DE GRUPOS (DIVISION POR GRUPOS DE  *
      *                      CABECERA Y DETALLES): SE AMPLIA EL        *
      *                      TRAZADO DE LECTURA Y EL RENGLON DE LA     *
      *                      CORRIDA MUESTRA LOS GRUPOS CUANDO LOS HAY *
      * @loo-kuhs   15/10/26 MUESTRA LOS REGISTROS HUERFANOS (LLAVE    *
      *                      SIN MAESTRO O INACTIVA) DE BITACORA Y     *
      *                      ESTADOS CUANDO LOS HAY Y REVISA SI EXISTE *
      *                      HUERFANOS-<RUN-ID>; SE AMPLIAN LOS        *
      *                      TRAZADOS DE LECTURA                       *
      * @loo-kuhs   15/10/26 NUEVA SECCION DE ENTREGAS Y ACUSES: LISTA *
      *                      LAS ENTREGAS DE LA CORRIDA (ARCHIVO       *
      *                      ENTREGAS) CON SU DESTINATARIO, CANAL,     *
      *                      FECHA LIMITE Y ESTADO DEL ACUSE SEGUN EL  *
      *                      ARCHIVO ACUSES (CONFIRMADA, DIFERENTE,    *
      *                      VENCIDA O PENDIENTE)                      *
      * @loo-kuhs   15/10/26 SE AMPLIA EL TRAZADO DE ESTADOS CON LA    *
      *                      FECHA DE INICIO DEL TRABAJO Y SE MUESTRA  *
      *                      CUANDO VIENE                              *
      * @loo-kuhs   15/10/26 CADA EJECUCION DEJA SUS ENTRADAS DE       *
      *                      INICIO Y FIN EN LA BITACORA COMUN DE      *
      *                      AUDITORIA (REGISTRA-AUDITORIA)            *
      *                                                                *
      *================================================================*
      * AUTOR       USER PROFILE URL                                   *
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS EST-ALERTAS.

               SELECT ARCHIVO-ENTREGAS
               ASSIGN       TO "ENTREGAS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS EST-ENTREGAS.

               SELECT ARCHIVO-ACUSES
               ASSIGN       TO "ACUSES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS EST-ACUSES.

               SELECT ARCHIVO-EXISTENCIA
               ASSIGN       TO NOMBRE-EXISTENCIA
               ORGANIZATION IS LINE SEQUENTIAL
           05 BIT-RUN-ID                     PIC X(13).
           05 FILLER                         PIC X(01).
           05 BIT-REG-DUPLICADOS             PIC 9(09).
           05 FILLER                         PIC X(01).
           05 BIT-GRUPOS                     PIC 9(09).
           05 FILLER                         PIC X(01).
           05 BIT-HUERFANOS                  PIC 9(09).

       FD  ARCHIVO-ESTADOS.
       01  REG-ESTADO.
           05 EDO-RUN-ID                     PIC X(13).
           05 FILLER                         PIC X(01).
           05 EDO-REG-DUPLICADOS             PIC 9(09).
           05 FILLER                         PIC X(01).
           05 EDO-REG-HUERFANOS              PIC 9(09).
           05 FILLER                         PIC X(01).
           05 EDO-FECHA-INICIO               PIC 9(06).

       FD  ARCHIVO-ALERTAS.
       01  REG-ALERTA.
           05 FILLER                         PIC X(01).
           05 ALR-RUN-ID                     PIC X(13).

       FD  ARCHIVO-ENTREGAS.
       01  REG-ENTREGA.
           05 ENT-FECHA                      PIC 9(06).
           05 FILLER                         PIC X(01).
           05 ENT-HORA                       PIC 9(06).
           05 FILLER                         PIC X(01).
           05 ENT-RUN-ID                     PIC X(13).
           05 FILLER                         PIC X(01).
           05 ENT-NOMBRE-MIEMBRO             PIC X(50).
           05 FILLER                         PIC X(01).
           05 ENT-REG-ESCRITOS               PIC 9(09).
           05 FILLER                         PIC X(01).
           05 ENT-CHECKSUM                   PIC 9(10).
           05 FILLER                         PIC X(01).
           05 ENT-DESTINATARIO               PIC X(20).
           05 FILLER                         PIC X(01).
           05 ENT-CANAL                      PIC X(10).
           05 FILLER                         PIC X(01).
           05 ENT-FECHA-LIMITE               PIC 9(06).

       FD  ARCHIVO-ACUSES.
       01  REG-ACUSE.
           05 ACU-FECHA-CARGA                PIC 9(06).
           05 FILLER                         PIC X(01).
           05 ACU-FECHA-ACUSE                PIC 9(06).
           05 FILLER                         PIC X(01).
           05 ACU-NOMBRE-MIEMBRO             PIC X(50).
           05 FILLER                         PIC X(01).
           05 ACU-CHECKSUM                   PIC 9(10).
           05 FILLER                         PIC X(01).
           05 ACU-DESTINATARIO               PIC X(20).
           05 FILLER                         PIC X(01).
           05 ACU-RESULTADO                  PIC X(11).
           05 FILLER                         PIC X(01).
           05 ACU-RUN-ID                     PIC X(13).

       FD  ARCHIVO-EXISTENCIA.
       01  REG-EXISTENCIA                   PIC X(30036).
      *-----------------------
       77  EST-ESTADOS                      PIC X(02) VALUE SPACES.
       77  EST-ALERTAS                      PIC X(02) VALUE SPACES.
       77  EST-EXISTENCIA                   PIC X(02) VALUE SPACES.
       77  EST-ENTREGAS                     PIC X(02) VALUE SPACES.
       77  EST-ACUSES                       PIC X(02) VALUE SPACES.

       77  FIN-ARCHIVO                      PIC 9(01) VALUE 00.

           05 TOTAL-BITACORA                PIC 9(05) VALUE 00.
           05 TOTAL-ESTADOS                 PIC 9(05) VALUE 00.
           05 TOTAL-ALERTAS                 PIC 9(05) VALUE 00.
           05 TOTAL-ENTREGAS                PIC 9(05) VALUE 00.

       77  FECHA-HOY                        PIC 9(06) VALUE 00.
       77  ESTADO-ENTREGA                   PIC X(10) VALUE SPACES.
       77  SW-ACUSES-EXCEDIDOS              PIC X(01) VALUE "N".

       01  TABLA-ACUSES-CORRIDA.
           05 ACUSE-CORRIDA-ENTRY           OCCURS 500 TIMES.
               10 ACC-NOMBRE                PIC X(50).
               10 ACC-DESTINATARIO          PIC X(20).
               10 ACC-CHECKSUM              PIC 9(10).
               10 ACC-RESULTADO             PIC X(11).

       77  TOTAL-ACUSES-CORRIDA             PIC 9(03) VALUE 00.
       77  IDX-ACUSE-CORRIDA                PIC 9(03) VALUE 00.

       77  SW-PROCESO-OK                    PIC X(01) VALUE "S".
           88 PROCESO-VIABLE                            VALUE "S".
           88 PROCESO-DETENIDO                          VALUE "N".

      * ENTRADA PARA LA BITACORA COMUN DE AUDITORIA (REGISTRA-AUDITORIA)
       01  PARAMETROS-AUDITORIA.
           05 PAU-TIPO                      PIC X(10) VALUE SPACES.
           05 PAU-PROGRAMA                  PIC X(30)
                   VALUE "CONSULTA-CORRIDAS".
           05 PAU-SESION                    PIC 9(09) VALUE 00.
           05 PAU-CORRIDA                   PIC X(20) VALUE SPACES.
           05 PAU-RC                        PIC 9(04) VALUE 00.
           05 PAU-DETALLE                   PIC X(150) VALUE SPACES.
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       000-CONTROLAR-PROGRAMA.
           PERFORM 980-AUDITAR-INICIO

           PERFORM 010-INICIAR-PROGRAMA
               THRU 010-INICIAR-PROGRAMA-EXIT

               PERFORM 040-CONSULTAR-ESTADOS
               PERFORM 050-CONSULTAR-ALERTAS
               PERFORM 060-REVISAR-ARCHIVOS-CORRIDA
               PERFORM 070-CONSULTAR-ENTREGAS
           END-IF

           PERFORM 100-TERMINAR-PROGRAMA
                               " RECHAZADOS " BIT-REG-RECHAZADOS
                               " DUPLICADOS " BIT-REG-DUPLICADOS
                               " ARCHIVOS " BIT-ARCHIVOS-GENERADOS
                       IF BIT-GRUPOS IS NUMERIC AND BIT-GRUPOS > 00
                           DISPLAY "  GRUPOS ESCRITOS " BIT-GRUPOS
                       END-IF
                       IF BIT-HUERFANOS IS NUMERIC
                          AND BIT-HUERFANOS > 00
                           DISPLAY "  REGISTROS HUERFANOS "
                                   BIT-HUERFANOS
                       END-IF
                   END-IF
           END-READ
           .
                       DISPLAY "  TRABAJO " EDO-NUMERO-TRABAJO " "
                               EDO-ARCHIVO-ENTRADA(1:20) " "
                               EDO-RESULTADO " " EDO-MOTIVO
                       IF EDO-FECHA-INICIO IS NUMERIC
                           DISPLAY "    FECHA " EDO-FECHA-INICIO
                                   WITH NO ADVANCING
                       END-IF
                       DISPLAY "    INICIO " FORMATO-HORA
                               WITH NO ADVANCING
                       MOVE EDO-HORA-FIN(1:2)    TO FH-HORAS
                               " LEIDOS " EDO-REG-LEIDOS
                               " ESCRITOS " EDO-REG-ESCRITOS
                               " RECHAZADOS " EDO-REG-RECHAZADOS
                       IF EDO-REG-HUERFANOS IS NUMERIC
                          AND EDO-REG-HUERFANOS > 00
                           DISPLAY "    HUERFANOS " EDO-REG-HUERFANOS
                       END-IF
                   END-IF
           END-READ
           .
               INTO NOMBRE-EXISTENCIA
           END-STRING
           PERFORM 061-REVISAR-UNA-EXISTENCIA

           MOVE SPACES                      TO NOMBRE-EXISTENCIA
           STRING "HUERFANOS-", RUN-ID-CONSULTADO, DELIMITED BY SIZE
               INTO NOMBRE-EXISTENCIA
           END-STRING
           PERFORM 061-REVISAR-UNA-EXISTENCIA
           .

       061-REVISAR-UNA-EXISTENCIA.
           END-IF
           .

      * EL ESTADO DE CADA ENTREGA SALE DE LOS ACUSES CARGADOS PARA LA
      * CORRIDA: CONFIRMADA (MISMO CHECKSUM), DIFERENTE (SOLO ACUSES
      * CON OTRO CHECKSUM), VENCIDA (SIN ACUSE Y FECHA LIMITE PASADA)
      * O PENDIENTE
       070-CONSULTAR-ENTREGAS.
           DISPLAY "--- ENTREGAS Y ACUSES DE LA CORRIDA ---"

           ACCEPT FECHA-HOY                  FROM DATE
           MOVE 00                          TO TOTAL-ACUSES-CORRIDA

           MOVE 00                          TO FIN-ARCHIVO
           MOVE SPACES                      TO EST-ACUSES
           OPEN INPUT ARCHIVO-ACUSES

           IF EST-ACUSES = "00"
               PERFORM 071-CARGAR-UN-ACUSE
                   UNTIL FIN-ARCHIVO = 01
               CLOSE ARCHIVO-ACUSES
           END-IF

           IF SW-ACUSES-EXCEDIDOS = "S"
               DISPLAY "  LA CORRIDA TRAE MAS DE 500 ACUSES, SOLO SE "
               DISPLAY "  CONSIDERAN LOS PRIMEROS 500"
           END-IF

           MOVE 00                          TO FIN-ARCHIVO
           MOVE SPACES                      TO EST-ENTREGAS
           OPEN INPUT ARCHIVO-ENTREGAS

           IF EST-ENTREGAS NOT = "00"
               DISPLAY "  SIN ARCHIVO DE ENTREGAS (ENTREGAS) EN DISCO"
           ELSE
               PERFORM 072-MOSTRAR-UNA-ENTREGA
                   UNTIL FIN-ARCHIVO = 01
               CLOSE ARCHIVO-ENTREGAS
           END-IF

           IF TOTAL-ENTREGAS = 00
               DISPLAY "  SIN ENTREGAS REGISTRADAS PARA LA CORRIDA"
           END-IF
           .

       071-CARGAR-UN-ACUSE.
           READ ARCHIVO-ACUSES
               AT END
                   MOVE 01                  TO FIN-ARCHIVO
               NOT AT END
                   IF ACU-RUN-ID = RUN-ID-CONSULTADO
                       IF TOTAL-ACUSES-CORRIDA < 500
                           ADD  +01         TO TOTAL-ACUSES-CORRIDA
                           MOVE ACU-NOMBRE-MIEMBRO
                               TO ACC-NOMBRE(TOTAL-ACUSES-CORRIDA)
                           MOVE ACU-DESTINATARIO
                               TO ACC-DESTINATARIO
                                      (TOTAL-ACUSES-CORRIDA)
                           MOVE ACU-CHECKSUM
                               TO ACC-CHECKSUM(TOTAL-ACUSES-CORRIDA)
                           MOVE ACU-RESULTADO
                               TO ACC-RESULTADO(TOTAL-ACUSES-CORRIDA)
                       ELSE
                           MOVE "S"         TO SW-ACUSES-EXCEDIDOS
                       END-IF
                   END-IF
           END-READ
           .

       072-MOSTRAR-UNA-ENTREGA.
           READ ARCHIVO-ENTREGAS
               AT END
                   MOVE 01                  TO FIN-ARCHIVO
               NOT AT END
                   IF ENT-RUN-ID = RUN-ID-CONSULTADO
                       ADD +01              TO TOTAL-ENTREGAS
                       MOVE SPACES          TO ESTADO-ENTREGA
                       PERFORM 073-REVISAR-UN-ACUSE-CORRIDA
                           VARYING IDX-ACUSE-CORRIDA FROM 1 BY 1
                           UNTIL IDX-ACUSE-CORRIDA
                                 > TOTAL-ACUSES-CORRIDA
                           OR ESTADO-ENTREGA = "CONFIRMADA"
                       IF ESTADO-ENTREGA = SPACES
                           IF FECHA-HOY > ENT-FECHA-LIMITE
                               MOVE "VENCIDA"
                                   TO ESTADO-ENTREGA
                           ELSE
                               MOVE "PENDIENTE"
                                   TO ESTADO-ENTREGA
                           END-IF
                       END-IF
                       DISPLAY "  " ENT-NOMBRE-MIEMBRO(1:30) " "
                               ENT-DESTINATARIO " " ENT-CANAL
                       DISPLAY "    ENTREGA " ENT-FECHA
                               " LIMITE " ENT-FECHA-LIMITE
                               " ACUSE " ESTADO-ENTREGA
                   END-IF
           END-READ
           .

       073-REVISAR-UN-ACUSE-CORRIDA.
           IF ACC-NOMBRE(IDX-ACUSE-CORRIDA) = ENT-NOMBRE-MIEMBRO
              AND ACC-DESTINATARIO(IDX-ACUSE-CORRIDA)
                  = ENT-DESTINATARIO
               IF ACC-RESULTADO(IDX-ACUSE-CORRIDA) = "CONFIRMADO"
                  AND ACC-CHECKSUM(IDX-ACUSE-CORRIDA) = ENT-CHECKSUM
                   MOVE "CONFIRMADA"        TO ESTADO-ENTREGA
               ELSE
                   MOVE "DIFERENTE"         TO ESTADO-ENTREGA
               END-IF
           END-IF
           .

       100-TERMINAR-PROGRAMA.
           IF PROCESO-VIABLE
               DISPLAY "============================================"
               DISPLAY "*  RENGLONES DE BITACORA...: " TOTAL-BITACORA
               DISPLAY "*  TRABAJOS DE ESTADOS.....: " TOTAL-ESTADOS
               DISPLAY "*  ALERTAS.................: " TOTAL-ALERTAS
               DISPLAY "*  ENTREGAS................: " TOTAL-ENTREGAS
               DISPLAY "============================================"
           END-IF

           PERFORM 981-AUDITAR-FIN

           STOP RUN
           .

      * BITACORA DE AUDITORIA: INICIO CON LAS VARIABLES DE AMBIENTE
      * QUE GOBIERNAN EL PROGRAMA, FIN CON EL CODIGO DE RETORNO Y LA
      * CORRIDA O GENERACION TRATADA
       980-AUDITAR-INICIO.
           MOVE "INICIO"                    TO PAU-TIPO
           MOVE "CCR_RUNID CCR_PREFIJO CCR_FECHA" TO PAU-DETALLE
           PERFORM 985-REGISTRAR-AUDITORIA
           .

       981-AUDITAR-FIN.
           MOVE "FIN"                       TO PAU-TIPO
           MOVE SPACES                      TO PAU-DETALLE
           MOVE RUN-ID-CONSULTADO           TO PAU-CORRIDA
           PERFORM 985-REGISTRAR-AUDITORIA
           .

      * EL CODIGO DE RETORNO DEL PROGRAMA VIAJA EN LA ENTRADA Y SE
      * RESTAURA DESPUES DE LA LLAMADA
       985-REGISTRAR-AUDITORIA.
           MOVE RETURN-CODE                 TO PAU-RC
           CALL "REGISTRA-AUDITORIA" USING PARAMETROS-AUDITORIA
               ON EXCEPTION
                   DISPLAY "NO SE ENCUENTRA REGISTRA-AUDITORIA, NO SE "
                           "REGISTRA " FUNCTION TRIM(PAU-TIPO)
           END-CALL
           MOVE PAU-RC                      TO RETURN-CODE
           .
       END PROGRAM CONSULTA-CORRIDAS.
