      *================================================================*
      *           L O G    D E    M O D I F I C A C I O N E S          *
      *================================================================*
      *  AUTOR       FECHA   DESCRIPCION                               *
      * ----------- -------- ----------------------------------------- *
      * @loo-kuhs   15/10/26 PRIMERA VERSION - CONTROL DE ACUSES DE    *
      *                      RECIBO DE LAS ENTREGAS: CARGA LOS ACUSES  *
      *                      DEVUELTOS POR LOS DESTINATARIOS (ARCHIVO  *
      *                      CAC_RECIBIDOS, OMITIDO = ACUSES-RECIBIDOS:*
      *                      MIEMBRO, CHECKSUM, DESTINATARIO Y FECHA)  *
      *                      CASANDOLOS POR MIEMBRO Y DESTINATARIO     *
      *                      CONTRA ENTREGAS Y COMPARANDO EL CHECKSUM; *
      *                      CADA ACUSE QUEDA EN EL ARCHIVO ACUSES     *
      *                      COMO CONFIRMADO, DIFERENTE (CHECKSUM      *
      *                      DISTINTO AL ENVIADO) O SIN ENTREGA; UN    *
      *                      ACUSE YA CARGADO NO SE REPITE. DESPUES    *
      *                      REPORTA LAS ENTREGAS SIN ACUSE CONFIRMADO *
      *                      CON LA FECHA LIMITE VENCIDA Y LOS ACUSES  *
      *                      CON CHECKSUM DIFERENTE O SIN ENTREGA QUE  *
      *                      NO SE HAN CONFIRMADO; CODIGO DE RETORNO 8 *
      *                      SI HAY VENCIDAS O DIFERENCIAS             *
      * @loo-kuhs   15/10/26 CADA EJECUCION DEJA SUS ENTRADAS DE       *
      *                      INICIO Y FIN EN LA BITACORA COMUN DE      *
      *                      AUDITORIA (REGISTRA-AUDITORIA)            *
      *                                                                *
      *================================================================*
      * AUTOR       USER PROFILE URL                                   *
      * ---------   -------------------------------------------------- *
      * @loo-kuhs   https://github.com/loo-kuhs/                       *
      *================================================================*
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. CONTROL-ACUSES.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               SELECT ARCHIVO-RECIBIDOS
               ASSIGN       TO NOMBRE-RECIBIDOS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS EST-RECIBIDOS.

               SELECT ARCHIVO-ENTREGAS
               ASSIGN       TO "ENTREGAS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS EST-ENTREGAS.

               SELECT ARCHIVO-ACUSES
               ASSIGN       TO "ACUSES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS EST-ACUSES.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
       FD  ARCHIVO-RECIBIDOS.
       01  REG-RECIBIDO.
           05 ACR-NOMBRE-MIEMBRO             PIC X(50).
           05 FILLER                         PIC X(01).
           05 ACR-CHECKSUM                   PIC 9(10).
           05 FILLER                         PIC X(01).
           05 ACR-DESTINATARIO               PIC X(20).
           05 FILLER                         PIC X(01).
           05 ACR-FECHA                      PIC 9(06).

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
      *-----------------------
       WORKING-STORAGE SECTION.
       77  NOMBRE-RECIBIDOS                 PIC X(50) VALUE SPACES.

       77  EST-RECIBIDOS                    PIC X(02) VALUE SPACES.
       77  EST-ENTREGAS                     PIC X(02) VALUE SPACES.
       77  EST-ACUSES                       PIC X(02) VALUE SPACES.
       77  FIN-RECIBIDOS                    PIC 9(01) VALUE 00.
       77  FIN-ENTREGAS                     PIC 9(01) VALUE 00.
       77  FIN-ACUSES                       PIC 9(01) VALUE 00.

       77  FECHA-HOY                        PIC 9(06) VALUE 00.

       77  SW-PROCESO-OK                    PIC X(01) VALUE "S".
           88 PROCESO-VIABLE                            VALUE "S".
           88 PROCESO-DETENIDO                          VALUE "N".

       77  SW-HAY-RECIBIDOS                 PIC X(01) VALUE "N".
       77  SW-ENCONTRADO                    PIC X(01) VALUE "N".

      * ACUSES DEVUELTOS EN ESTA CARGA
       01  TABLA-RECIBIDOS.
           05 RECIBIDO-ENTRY                OCCURS 500 TIMES.
               10 RCB-NOMBRE                PIC X(50).
               10 RCB-CHECKSUM              PIC 9(10).
               10 RCB-DESTINATARIO          PIC X(20).
               10 RCB-FECHA                 PIC 9(06).
               10 RCB-RESULTADO             PIC X(11).
                  88 RCB-CONFIRMADO                     VALUE
                                                        "CONFIRMADO".
                  88 RCB-DIFERENTE                      VALUE
                                                        "DIFERENTE".
                  88 RCB-SIN-ENTREGA                    VALUE
                                                        "SIN ENTREGA".
               10 RCB-RUN-ID                PIC X(13).

       77  TOTAL-RECIBIDOS                  PIC 9(03) VALUE 00.
       77  IDX-RECIBIDO                     PIC 9(03) VALUE 00.
       77  RENGLON-RECIBIDO                 PIC 9(05) VALUE 00.

      * TODOS LOS ACUSES DEL ARCHIVO ACUSES MAS LOS DE ESTA CARGA
       01  TABLA-ACUSES.
           05 ACUSE-ENTRY                   OCCURS 5000 TIMES.
               10 ACS-NOMBRE                PIC X(50).
               10 ACS-CHECKSUM              PIC 9(10).
               10 ACS-DESTINATARIO          PIC X(20).
               10 ACS-RESULTADO             PIC X(11).
                  88 ACS-CONFIRMADO                     VALUE
                                                        "CONFIRMADO".

       77  TOTAL-ACUSES                     PIC 9(04) VALUE 00.
       77  IDX-ACUSE                        PIC 9(04) VALUE 00.
       77  IDX-OTRO-ACUSE                   PIC 9(04) VALUE 00.

       01  CIFRAS-ACUSES.
           05 TOTAL-CARGADOS                PIC 9(05) VALUE 00.
           05 TOTAL-REPETIDOS               PIC 9(05) VALUE 00.
           05 TOTAL-INVALIDOS               PIC 9(05) VALUE 00.
           05 TOTAL-ENTREGAS                PIC 9(05) VALUE 00.
           05 TOTAL-CONFIRMADAS             PIC 9(05) VALUE 00.
           05 TOTAL-EN-PLAZO                PIC 9(05) VALUE 00.
           05 TOTAL-VENCIDAS                PIC 9(05) VALUE 00.
           05 TOTAL-DIFERENCIAS             PIC 9(05) VALUE 00.

      * ENTRADA PARA LA BITACORA COMUN DE AUDITORIA (REGISTRA-AUDITORIA)
       01  PARAMETROS-AUDITORIA.
           05 PAU-TIPO                      PIC X(10) VALUE SPACES.
           05 PAU-PROGRAMA                  PIC X(30)
                   VALUE "CONTROL-ACUSES".
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

           IF PROCESO-VIABLE
               PERFORM 015-CARGAR-RECIBIDOS
                   THRU 015-CARGAR-RECIBIDOS-EXIT
           END-IF

           IF PROCESO-VIABLE
               PERFORM 020-CARGAR-ACUSES
                   THRU 020-CARGAR-ACUSES-EXIT
           END-IF

           IF PROCESO-VIABLE AND SW-HAY-RECIBIDOS = "S"
               PERFORM 030-CASAR-CON-ENTREGAS
               PERFORM 040-GRABAR-ACUSES
                   THRU 040-GRABAR-ACUSES-EXIT
           END-IF

           IF PROCESO-VIABLE
               PERFORM 050-REPORTAR-VENCIDAS
               PERFORM 060-REPORTAR-DIFERENCIAS
           END-IF

           PERFORM 100-TERMINAR-PROGRAMA
           .

       010-INICIAR-PROGRAMA.

           ACCEPT FECHA-HOY                  FROM DATE

           ACCEPT NOMBRE-RECIBIDOS    FROM ENVIRONMENT "CAC_RECIBIDOS"
           IF NOMBRE-RECIBIDOS = SPACES
               MOVE "ACUSES-RECIBIDOS"      TO NOMBRE-RECIBIDOS
           END-IF

           DISPLAY "================================================="
           DISPLAY "  CONTROL DE ACUSES DE RECIBO DE ENTREGAS"
           DISPLAY "  FECHA DE CONTROL...: " FECHA-HOY
           DISPLAY "  ACUSES RECIBIDOS...: " NOMBRE-RECIBIDOS
           DISPLAY "================================================="
           .
       010-INICIAR-PROGRAMA-EXIT.
           EXIT.

      * SIN ARCHIVO DE ACUSES RECIBIDOS NO HAY NADA QUE CARGAR, PERO EL
      * REPORTE DE VENCIDAS Y DIFERENCIAS SE EMITE DE TODOS MODOS
       015-CARGAR-RECIBIDOS.
           MOVE 00                          TO TOTAL-RECIBIDOS
           MOVE 00                          TO FIN-RECIBIDOS

           MOVE SPACES                      TO EST-RECIBIDOS
           OPEN INPUT ARCHIVO-RECIBIDOS

           IF EST-RECIBIDOS NOT = "00"
               DISPLAY "SIN ACUSES RECIBIDOS QUE CARGAR"
               GO TO 015-CARGAR-RECIBIDOS-EXIT
           END-IF

           PERFORM 0151-LEER-UN-RECIBIDO
               UNTIL FIN-RECIBIDOS = 01
               OR PROCESO-DETENIDO

           CLOSE ARCHIVO-RECIBIDOS

           IF TOTAL-RECIBIDOS > 00
               MOVE "S"                     TO SW-HAY-RECIBIDOS
           END-IF
           .
       015-CARGAR-RECIBIDOS-EXIT.
           EXIT.

      * UN ACUSE SIN MIEMBRO, SIN DESTINATARIO O CON CHECKSUM NO
      * NUMERICO NO SE PUEDE CASAR: SE INFORMA Y NO SE CARGA
       0151-LEER-UN-RECIBIDO.
           READ ARCHIVO-RECIBIDOS
               AT END
                   MOVE 01                  TO FIN-RECIBIDOS
               NOT AT END
                   ADD +01                  TO RENGLON-RECIBIDO
                   IF REG-RECIBIDO NOT = SPACES
                       PERFORM 0152-VALIDAR-UN-RECIBIDO
                   END-IF
           END-READ
           .

       0152-VALIDAR-UN-RECIBIDO.
           IF ACR-FECHA IS NOT NUMERIC
               MOVE FECHA-HOY               TO ACR-FECHA
           END-IF

           IF ACR-NOMBRE-MIEMBRO = SPACES
              OR ACR-DESTINATARIO = SPACES
              OR ACR-CHECKSUM IS NOT NUMERIC
               ADD +01                      TO TOTAL-INVALIDOS
               DISPLAY "ACUSE INVALIDO EN EL RENGLON "
                       RENGLON-RECIBIDO ", NO SE CARGA"
           ELSE
               IF TOTAL-RECIBIDOS > 499
                   DISPLAY "LA CARGA TRAE MAS DE 500 ACUSES, SE "
                   DISPLAY "ABORTA EL CONTROL"
                   MOVE "N"                 TO SW-PROCESO-OK
                   MOVE 08                  TO RETURN-CODE
               ELSE
                   ADD  +01                 TO TOTAL-RECIBIDOS
                   MOVE ACR-NOMBRE-MIEMBRO
                       TO RCB-NOMBRE(TOTAL-RECIBIDOS)
                   MOVE ACR-CHECKSUM
                       TO RCB-CHECKSUM(TOTAL-RECIBIDOS)
                   MOVE ACR-DESTINATARIO
                       TO RCB-DESTINATARIO(TOTAL-RECIBIDOS)
                   MOVE ACR-FECHA
                       TO RCB-FECHA(TOTAL-RECIBIDOS)
                   MOVE "SIN ENTREGA"
                       TO RCB-RESULTADO(TOTAL-RECIBIDOS)
                   MOVE SPACES
                       TO RCB-RUN-ID(TOTAL-RECIBIDOS)
               END-IF
           END-IF
           .

       020-CARGAR-ACUSES.
           MOVE 00                          TO TOTAL-ACUSES
           MOVE 00                          TO FIN-ACUSES

           MOVE SPACES                      TO EST-ACUSES
           OPEN INPUT ARCHIVO-ACUSES

           IF EST-ACUSES NOT = "00"
               GO TO 020-CARGAR-ACUSES-EXIT
           END-IF

           PERFORM 0201-LEER-UN-ACUSE
               UNTIL FIN-ACUSES = 01
               OR PROCESO-DETENIDO

           CLOSE ARCHIVO-ACUSES
           .
       020-CARGAR-ACUSES-EXIT.
           EXIT.

       0201-LEER-UN-ACUSE.
           READ ARCHIVO-ACUSES
               AT END
                   MOVE 01                  TO FIN-ACUSES
               NOT AT END
                   IF TOTAL-ACUSES > 4999
                       PERFORM 0202-AVISAR-ACUSES-EXCEDIDOS
                   ELSE
                       ADD  +01             TO TOTAL-ACUSES
                       MOVE ACU-NOMBRE-MIEMBRO
                           TO ACS-NOMBRE(TOTAL-ACUSES)
                       MOVE ACU-CHECKSUM
                           TO ACS-CHECKSUM(TOTAL-ACUSES)
                       MOVE ACU-DESTINATARIO
                           TO ACS-DESTINATARIO(TOTAL-ACUSES)
                       MOVE ACU-RESULTADO
                           TO ACS-RESULTADO(TOTAL-ACUSES)
                   END-IF
           END-READ
           .

       0202-AVISAR-ACUSES-EXCEDIDOS.
           DISPLAY "EL ARCHIVO ACUSES EXCEDE 5000 RENGLONES, DEPURE "
           DISPLAY "LOS ACUSES DE ENTREGAS YA CERRADAS; SE ABORTA EL "
           DISPLAY "CONTROL"
           MOVE "N"                         TO SW-PROCESO-OK
           MOVE 08                          TO RETURN-CODE
           .

      * UNA PASADA A ENTREGAS: CADA ENTREGA DEL MISMO MIEMBRO Y
      * DESTINATARIO DEL ACUSE LO CONFIRMA SI EL CHECKSUM COINCIDE; SI
      * NINGUNA COINCIDE EL ACUSE QUEDA COMO DIFERENTE
       030-CASAR-CON-ENTREGAS.
           MOVE 00                          TO FIN-ENTREGAS
           MOVE SPACES                      TO EST-ENTREGAS
           OPEN INPUT ARCHIVO-ENTREGAS

           IF EST-ENTREGAS = "00"
               PERFORM 031-CASAR-UNA-ENTREGA
                   UNTIL FIN-ENTREGAS = 01
               CLOSE ARCHIVO-ENTREGAS
           ELSE
               DISPLAY "SIN ARCHIVO DE ENTREGAS (ENTREGAS): TODOS LOS "
               DISPLAY "ACUSES QUEDAN SIN ENTREGA"
           END-IF
           .

       031-CASAR-UNA-ENTREGA.
           READ ARCHIVO-ENTREGAS
               AT END
                   MOVE 01                  TO FIN-ENTREGAS
               NOT AT END
                   PERFORM 032-COMPARAR-UN-RECIBIDO
                       VARYING IDX-RECIBIDO FROM 1 BY 1
                       UNTIL IDX-RECIBIDO > TOTAL-RECIBIDOS
           END-READ
           .

       032-COMPARAR-UN-RECIBIDO.
           IF RCB-NOMBRE(IDX-RECIBIDO) = ENT-NOMBRE-MIEMBRO
              AND RCB-DESTINATARIO(IDX-RECIBIDO) = ENT-DESTINATARIO
               IF RCB-CHECKSUM(IDX-RECIBIDO) = ENT-CHECKSUM
                   MOVE "CONFIRMADO"
                       TO RCB-RESULTADO(IDX-RECIBIDO)
                   MOVE ENT-RUN-ID      TO RCB-RUN-ID(IDX-RECIBIDO)
               ELSE
                   IF NOT RCB-CONFIRMADO(IDX-RECIBIDO)
                       MOVE "DIFERENTE"
                           TO RCB-RESULTADO(IDX-RECIBIDO)
                       MOVE ENT-RUN-ID  TO RCB-RUN-ID(IDX-RECIBIDO)
                   END-IF
               END-IF
           END-IF
           .

       040-GRABAR-ACUSES.
           MOVE SPACES                      TO EST-ACUSES
           OPEN EXTEND ARCHIVO-ACUSES
           IF EST-ACUSES NOT = "00"
               MOVE SPACES                  TO EST-ACUSES
               OPEN OUTPUT ARCHIVO-ACUSES
           END-IF

           IF EST-ACUSES NOT = "00"
               DISPLAY "NO SE PUDO ABRIR EL ARCHIVO DE ACUSES "
               DISPLAY "(ACUSES), SE ABORTA EL CONTROL"
               MOVE "N"                     TO SW-PROCESO-OK
               MOVE 08                      TO RETURN-CODE
               GO TO 040-GRABAR-ACUSES-EXIT
           END-IF

           PERFORM 041-GRABAR-UN-ACUSE
               VARYING IDX-RECIBIDO FROM 1 BY 1
               UNTIL IDX-RECIBIDO > TOTAL-RECIBIDOS
               OR PROCESO-DETENIDO

           CLOSE ARCHIVO-ACUSES
           .
       040-GRABAR-ACUSES-EXIT.
           EXIT.

      * UN ACUSE IGUAL (MIEMBRO, DESTINATARIO, CHECKSUM Y RESULTADO) A
      * UNO YA CARGADO NO SE VUELVE A GRABAR
       041-GRABAR-UN-ACUSE.
           MOVE "N"                         TO SW-ENCONTRADO
           PERFORM 042-BUSCAR-ACUSE-CARGADO
               VARYING IDX-ACUSE FROM 1 BY 1
               UNTIL IDX-ACUSE > TOTAL-ACUSES
               OR SW-ENCONTRADO = "S"

           IF SW-ENCONTRADO = "S"
               ADD +01                      TO TOTAL-REPETIDOS
           ELSE
               IF TOTAL-ACUSES > 4999
                   PERFORM 0202-AVISAR-ACUSES-EXCEDIDOS
               ELSE
                   MOVE SPACES              TO REG-ACUSE
                   MOVE FECHA-HOY           TO ACU-FECHA-CARGA
                   MOVE RCB-FECHA(IDX-RECIBIDO)   TO ACU-FECHA-ACUSE
                   MOVE RCB-NOMBRE(IDX-RECIBIDO)  TO ACU-NOMBRE-MIEMBRO
                   MOVE RCB-CHECKSUM(IDX-RECIBIDO) TO ACU-CHECKSUM
                   MOVE RCB-DESTINATARIO(IDX-RECIBIDO)
                       TO ACU-DESTINATARIO
                   MOVE RCB-RESULTADO(IDX-RECIBIDO) TO ACU-RESULTADO
                   MOVE RCB-RUN-ID(IDX-RECIBIDO)  TO ACU-RUN-ID
                   WRITE REG-ACUSE

                   ADD  +01                 TO TOTAL-ACUSES
                   MOVE ACU-NOMBRE-MIEMBRO
                       TO ACS-NOMBRE(TOTAL-ACUSES)
                   MOVE ACU-CHECKSUM
                       TO ACS-CHECKSUM(TOTAL-ACUSES)
                   MOVE ACU-DESTINATARIO
                       TO ACS-DESTINATARIO(TOTAL-ACUSES)
                   MOVE ACU-RESULTADO
                       TO ACS-RESULTADO(TOTAL-ACUSES)
                   ADD  +01                 TO TOTAL-CARGADOS

                   DISPLAY "ACUSE " ACU-RESULTADO " "
                           ACU-NOMBRE-MIEMBRO(1:30) " "
                           ACU-DESTINATARIO
               END-IF
           END-IF
           .

       042-BUSCAR-ACUSE-CARGADO.
           IF ACS-NOMBRE(IDX-ACUSE) = RCB-NOMBRE(IDX-RECIBIDO)
              AND ACS-DESTINATARIO(IDX-ACUSE)
                  = RCB-DESTINATARIO(IDX-RECIBIDO)
              AND ACS-CHECKSUM(IDX-ACUSE) = RCB-CHECKSUM(IDX-RECIBIDO)
              AND ACS-RESULTADO(IDX-ACUSE)
                  = RCB-RESULTADO(IDX-RECIBIDO)
               MOVE "S"                     TO SW-ENCONTRADO
           END-IF
           .

       050-REPORTAR-VENCIDAS.
           DISPLAY "--- ENTREGAS SIN ACUSE CON PLAZO VENCIDO ---"

           MOVE 00                          TO FIN-ENTREGAS
           MOVE SPACES                      TO EST-ENTREGAS
           OPEN INPUT ARCHIVO-ENTREGAS

           IF EST-ENTREGAS = "00"
               PERFORM 051-REVISAR-UNA-ENTREGA
                   UNTIL FIN-ENTREGAS = 01
               CLOSE ARCHIVO-ENTREGAS
           ELSE
               DISPLAY "  SIN ARCHIVO DE ENTREGAS (ENTREGAS) EN DISCO"
           END-IF

           IF TOTAL-VENCIDAS = 00
               DISPLAY "  SIN ENTREGAS VENCIDAS"
           END-IF
           .

      * UNA ENTREGA QUEDA CERRADA CON UN ACUSE CONFIRMADO DEL MISMO
      * MIEMBRO, DESTINATARIO Y CHECKSUM
       051-REVISAR-UNA-ENTREGA.
           READ ARCHIVO-ENTREGAS
               AT END
                   MOVE 01                  TO FIN-ENTREGAS
               NOT AT END
                   ADD +01                  TO TOTAL-ENTREGAS
                   MOVE "N"                 TO SW-ENCONTRADO
                   PERFORM 052-BUSCAR-CONFIRMACION
                       VARYING IDX-ACUSE FROM 1 BY 1
                       UNTIL IDX-ACUSE > TOTAL-ACUSES
                       OR SW-ENCONTRADO = "S"
                   EVALUATE TRUE
                       WHEN SW-ENCONTRADO = "S"
                           ADD +01          TO TOTAL-CONFIRMADAS
                       WHEN FECHA-HOY > ENT-FECHA-LIMITE
                           ADD +01          TO TOTAL-VENCIDAS
                           DISPLAY "  VENCIDA " ENT-FECHA-LIMITE " "
                                   ENT-RUN-ID " " ENT-DESTINATARIO
                                   " " ENT-CANAL
                           DISPLAY "          " ENT-NOMBRE-MIEMBRO
                                   " CHECKSUM " ENT-CHECKSUM
                       WHEN OTHER
                           ADD +01          TO TOTAL-EN-PLAZO
                   END-EVALUATE
           END-READ
           .

       052-BUSCAR-CONFIRMACION.
           IF ACS-CONFIRMADO(IDX-ACUSE)
              AND ACS-NOMBRE(IDX-ACUSE) = ENT-NOMBRE-MIEMBRO
              AND ACS-DESTINATARIO(IDX-ACUSE) = ENT-DESTINATARIO
              AND ACS-CHECKSUM(IDX-ACUSE) = ENT-CHECKSUM
               MOVE "S"                     TO SW-ENCONTRADO
           END-IF
           .

      * UN ACUSE DIFERENTE O SIN ENTREGA DEJA DE REPORTARSE EN CUANTO
      * EL MISMO DESTINATARIO CONFIRMA ESE MIEMBRO
       060-REPORTAR-DIFERENCIAS.
           DISPLAY "--- ACUSES CON CHECKSUM DIFERENTE O SIN ENTREGA ---"

           PERFORM 061-REVISAR-UN-ACUSE
               VARYING IDX-ACUSE FROM 1 BY 1
               UNTIL IDX-ACUSE > TOTAL-ACUSES

           IF TOTAL-DIFERENCIAS = 00
               DISPLAY "  SIN DIFERENCIAS"
           END-IF
           .

       061-REVISAR-UN-ACUSE.
           IF NOT ACS-CONFIRMADO(IDX-ACUSE)
               MOVE "N"                     TO SW-ENCONTRADO
               PERFORM 062-BUSCAR-CONFIRMACION-POSTERIOR
                   VARYING IDX-OTRO-ACUSE FROM 1 BY 1
                   UNTIL IDX-OTRO-ACUSE > TOTAL-ACUSES
                   OR SW-ENCONTRADO = "S"
               IF SW-ENCONTRADO NOT = "S"
                   ADD +01                  TO TOTAL-DIFERENCIAS
                   DISPLAY "  " ACS-RESULTADO(IDX-ACUSE) " "
                           ACS-DESTINATARIO(IDX-ACUSE)
                           " CHECKSUM RECIBIDO "
                           ACS-CHECKSUM(IDX-ACUSE)
                   DISPLAY "          " ACS-NOMBRE(IDX-ACUSE)
               END-IF
           END-IF
           .

       062-BUSCAR-CONFIRMACION-POSTERIOR.
           IF ACS-CONFIRMADO(IDX-OTRO-ACUSE)
              AND ACS-NOMBRE(IDX-OTRO-ACUSE) = ACS-NOMBRE(IDX-ACUSE)
              AND ACS-DESTINATARIO(IDX-OTRO-ACUSE)
                  = ACS-DESTINATARIO(IDX-ACUSE)
               MOVE "S"                     TO SW-ENCONTRADO
           END-IF
           .

       100-TERMINAR-PROGRAMA.
           IF PROCESO-VIABLE
               DISPLAY "============================================"
               DISPLAY "*  ACUSES CARGADOS.........: " TOTAL-CARGADOS
               DISPLAY "*  ACUSES YA CARGADOS......: " TOTAL-REPETIDOS
               DISPLAY "*  ACUSES INVALIDOS........: " TOTAL-INVALIDOS
               DISPLAY "*  ENTREGAS REGISTRADAS....: " TOTAL-ENTREGAS
               DISPLAY "*  ENTREGAS CONFIRMADAS....: "
                       TOTAL-CONFIRMADAS
               DISPLAY "*  ENTREGAS EN PLAZO.......: " TOTAL-EN-PLAZO
               DISPLAY "*  ENTREGAS VENCIDAS.......: " TOTAL-VENCIDAS
               DISPLAY "*  ACUSES CON DIFERENCIA...: "
                       TOTAL-DIFERENCIAS
               DISPLAY "============================================"

               IF TOTAL-VENCIDAS > 00 OR TOTAL-DIFERENCIAS > 00
                   MOVE 08                  TO RETURN-CODE
               END-IF
           END-IF

           PERFORM 981-AUDITAR-FIN

           STOP RUN
           .

      * BITACORA DE AUDITORIA: INICIO CON LAS VARIABLES DE AMBIENTE
      * QUE GOBIERNAN EL PROGRAMA, FIN CON EL CODIGO DE RETORNO Y LA
      * CORRIDA O GENERACION TRATADA
       980-AUDITAR-INICIO.
           MOVE "INICIO"                    TO PAU-TIPO
           MOVE "CAC_RECIBIDOS"             TO PAU-DETALLE
           PERFORM 985-REGISTRAR-AUDITORIA
           .

       981-AUDITAR-FIN.
           MOVE "FIN"                       TO PAU-TIPO
           MOVE SPACES                      TO PAU-CORRIDA
           MOVE SPACES                      TO PAU-DETALLE
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
       END PROGRAM CONTROL-ACUSES.
