      *================================================================*
      *           L O G    D E    M O D I F I C A C I O N E S          *
      *================================================================*
      *  AUTOR       FECHA   DESCRIPCION                               *
      * ----------- -------- ----------------------------------------- *
      * @loo-kuhs   15/10/26 PRIMERA VERSION - VERIFICACION DE LA      *
      *                      BITACORA DE AUDITORIA: RECORRE AUDITORIA  *
      *                      COMPLETA, RECALCULA EL HASH DE CADA       *
      *                      RENGLON ENCADENADO CON EL ANTERIOR Y      *
      *                      REPORTA CADENA ROTA Y SECUENCIA FUERA DE  *
      *                      ORDEN, INICIOS SIN FIN Y FINES SIN        *
      *                      INICIO; PRESENTA LA ACTIVIDAD POR         *
      *                      PROGRAMA (INICIOS, FINES, FINES CON       *
      *                      CODIGO DE RETORNO, CODIGO MAXIMO,         *
      *                      ARCHIVOS BORRADOS Y REEMPLAZADOS) EN EL   *
      *                      RANGO VAU_DESDE / VAU_HASTA (AAMMDD);     *
      *                      CODIGO DE RETORNO 8 SI LA CADENA ESTA     *
      *                      ROTA O HAY INICIOS SIN FIN                *
      *                                                                *
      *================================================================*
      * AUTOR       USER PROFILE URL                                   *
      * ---------   -------------------------------------------------- *
      * @loo-kuhs   https://github.com/loo-kuhs/                       *
      *================================================================*
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. VERIFICA-AUDITORIA.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               SELECT ARCHIVO-AUDITORIA
               ASSIGN       TO "AUDITORIA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS EST-AUDITORIA.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
       FD  ARCHIVO-AUDITORIA.
       01  REG-AUDITORIA.
           05 AUD-CONTENIDO.
               10 AUD-SECUENCIA              PIC 9(09).
               10 FILLER                     PIC X(01).
               10 AUD-FECHA                  PIC 9(06).
               10 FILLER                     PIC X(01).
               10 AUD-HORA                   PIC 9(06).
               10 FILLER                     PIC X(01).
               10 AUD-TIPO                   PIC X(10).
               10 FILLER                     PIC X(01).
               10 AUD-PROGRAMA               PIC X(30).
               10 FILLER                     PIC X(01).
               10 AUD-SESION                 PIC 9(09).
               10 FILLER                     PIC X(01).
               10 AUD-USUARIO                PIC X(12).
               10 FILLER                     PIC X(01).
               10 AUD-TRABAJO                PIC X(30).
               10 FILLER                     PIC X(01).
               10 AUD-CORRIDA                PIC X(20).
               10 FILLER                     PIC X(01).
               10 AUD-RC                     PIC 9(04).
               10 FILLER                     PIC X(01).
               10 AUD-DETALLE                PIC X(150).
               10 FILLER                     PIC X(01).
           05 AUD-HASH                       PIC 9(18).
      *-----------------------
       WORKING-STORAGE SECTION.
       77  EST-AUDITORIA                    PIC X(02) VALUE SPACES.
       77  FIN-ARCHIVO                      PIC 9(01) VALUE 00.

       77  FECHA-DESDE                      PIC 9(06) VALUE 000000.
       77  FECHA-HASTA                      PIC 9(06) VALUE 999999.
       77  PARAMETRO-AMBIENTE               PIC X(06) VALUE SPACES.

       77  SW-AUDITORIA-OK                  PIC X(01) VALUE "S".
           88 AUDITORIA-DISPONIBLE                     VALUE "S".

       77  SECUENCIA-ESPERADA               PIC 9(09) VALUE 00.
       77  HASH-ANTERIOR                    PIC 9(18) VALUE 00.
       77  HASH-CALCULADO                   PIC 9(18) VALUE 00.

      * EL HASH SE LLEVA EN DOS CARRILES MODULO DOS PRIMOS DISTINTOS,
      * CADA UNO SEMBRADO CON SU MITAD DEL HASH DEL RENGLON ANTERIOR
      * (MISMO CALCULO QUE REGISTRA-AUDITORIA)
       77  HASH-CARRIL-A                    PIC 9(12) VALUE 00.
       77  HASH-CARRIL-B                    PIC 9(12) VALUE 00.
       77  IDX-CARACTER                     PIC 9(03) VALUE 00.
       77  LONGITUD-CONTENIDO               PIC 9(03) VALUE 297.

      * SESIONES ABIERTAS: INICIOS QUE TODAVIA NO ENCUENTRAN SU FIN
       01  TABLA-SESIONES.
           05 SESION-ENTRY                  OCCURS 500 TIMES.
               10 SES-SECUENCIA             PIC 9(09).
               10 SES-PROGRAMA              PIC X(30).
               10 SES-FECHA                 PIC 9(06).
               10 SES-HORA                  PIC 9(06).
               10 SES-TRABAJO               PIC X(30).

       77  TOTAL-SESIONES                   PIC 9(03) VALUE 00.
       77  IDX-SESION                       PIC 9(03) VALUE 00.
       77  IDX-SESION-UBICADA               PIC 9(03) VALUE 00.
       77  SW-SESIONES-LLENAS               PIC X(01) VALUE "N".

       01  TABLA-PROGRAMAS.
           05 PROGRAMA-ENTRY                OCCURS 50 TIMES.
               10 PRG-NOMBRE                PIC X(30).
               10 PRG-INICIOS               PIC 9(05).
               10 PRG-FINES                 PIC 9(05).
               10 PRG-FINES-CON-RC          PIC 9(05).
               10 PRG-RC-MAXIMO             PIC 9(04).
               10 PRG-BORRADOS              PIC 9(05).
               10 PRG-REEMPLAZOS            PIC 9(05).

       77  TOTAL-PROGRAMAS                  PIC 9(02) VALUE 00.
       77  IDX-PROGRAMA                     PIC 9(02) VALUE 00.
       77  IDX-PROGRAMA-UBICADO             PIC 9(02) VALUE 00.
       77  SW-PROGRAMAS-LLENOS              PIC X(01) VALUE "N".

       01  CIFRAS-AUDITORIA.
           05 TOTAL-RENGLONES               PIC 9(09) VALUE 00.
           05 TOTAL-RUPTURAS                PIC 9(05) VALUE 00.
           05 TOTAL-SALTOS                  PIC 9(05) VALUE 00.
           05 TOTAL-FINES-SIN-INICIO        PIC 9(05) VALUE 00.
           05 TOTAL-INICIOS-SIN-FIN         PIC 9(05) VALUE 00.
           05 TOTAL-EN-RANGO                PIC 9(09) VALUE 00.

      * ENTRADA PARA LA BITACORA COMUN DE AUDITORIA (REGISTRA-AUDITORIA)
       01  PARAMETROS-AUDITORIA.
           05 PAU-TIPO                      PIC X(10) VALUE SPACES.
           05 PAU-PROGRAMA                  PIC X(30)
                   VALUE "VERIFICA-AUDITORIA".
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

           IF AUDITORIA-DISPONIBLE
               PERFORM 020-VERIFICAR-RENGLON
                   UNTIL FIN-ARCHIVO = 01
           END-IF

           PERFORM 100-TERMINAR-PROGRAMA
           .

       010-INICIAR-PROGRAMA.

           ACCEPT PARAMETRO-AMBIENTE    FROM ENVIRONMENT "VAU_DESDE"
           IF PARAMETRO-AMBIENTE IS NUMERIC
               MOVE PARAMETRO-AMBIENTE      TO FECHA-DESDE
           END-IF

           MOVE SPACES                      TO PARAMETRO-AMBIENTE
           ACCEPT PARAMETRO-AMBIENTE    FROM ENVIRONMENT "VAU_HASTA"
           IF PARAMETRO-AMBIENTE IS NUMERIC
               MOVE PARAMETRO-AMBIENTE      TO FECHA-HASTA
           END-IF

           MOVE SPACES                      TO EST-AUDITORIA
           OPEN INPUT ARCHIVO-AUDITORIA

           IF EST-AUDITORIA NOT = "00"
               DISPLAY "NO EXISTE BITACORA DE AUDITORIA (AUDITORIA) "
                       "PARA VERIFICAR"
               MOVE "N"                     TO SW-AUDITORIA-OK
               MOVE 01                      TO FIN-ARCHIVO
               MOVE 08                      TO RETURN-CODE
               GO TO 010-INICIAR-PROGRAMA-EXIT
           END-IF

           DISPLAY "================================================="
           DISPLAY "  VERIFICACION DE LA BITACORA DE AUDITORIA"
           DISPLAY "  ACTIVIDAD DESDE....: " FECHA-DESDE
           DISPLAY "  ACTIVIDAD HASTA....: " FECHA-HASTA
           DISPLAY "================================================="

           MOVE 01                          TO SECUENCIA-ESPERADA
           MOVE 00                          TO HASH-ANTERIOR

           PERFORM 500-LEER-AUDITORIA
           .
       010-INICIAR-PROGRAMA-EXIT.
           EXIT.

      * UNA RUPTURA SE REPORTA EN EL RENGLON DONDE EL HASH YA NO
      * COINCIDE; LA VERIFICACION SIGUE CON EL HASH GRABADO EN EL
      * RENGLON PARA QUE CADA ALTERACION SE REPORTE UNA SOLA VEZ
       020-VERIFICAR-RENGLON.
           ADD +01                          TO TOTAL-RENGLONES

           IF AUD-SECUENCIA IS NOT NUMERIC
              OR AUD-SECUENCIA NOT = SECUENCIA-ESPERADA
               DISPLAY "SECUENCIA FUERA DE ORDEN EN EL RENGLON "
                       TOTAL-RENGLONES ": SE ESPERABA "
                       SECUENCIA-ESPERADA " Y VIENE " AUD-SECUENCIA
               ADD +01                      TO TOTAL-SALTOS
           END-IF

           PERFORM 050-CALCULAR-HASH

           IF AUD-HASH IS NOT NUMERIC
              OR AUD-HASH NOT = HASH-CALCULADO
               DISPLAY "CADENA ROTA EN LA SECUENCIA " AUD-SECUENCIA
                       " (" FUNCTION TRIM(AUD-PROGRAMA) " "
                       FUNCTION TRIM(AUD-TIPO) " " AUD-FECHA " "
                       AUD-HORA ")"
               ADD +01                      TO TOTAL-RUPTURAS
           END-IF

           IF AUD-HASH IS NUMERIC
               MOVE AUD-HASH                TO HASH-ANTERIOR
           ELSE
               MOVE HASH-CALCULADO          TO HASH-ANTERIOR
           END-IF
           IF AUD-SECUENCIA IS NUMERIC
               COMPUTE SECUENCIA-ESPERADA = AUD-SECUENCIA + 1
           ELSE
               ADD +01                      TO SECUENCIA-ESPERADA
           END-IF

           EVALUATE AUD-TIPO
               WHEN "INICIO"
                   PERFORM 030-ABRIR-SESION
               WHEN "FIN"
                   PERFORM 031-CERRAR-SESION
           END-EVALUATE

           IF AUD-FECHA IS NUMERIC
              AND AUD-FECHA NOT < FECHA-DESDE
              AND AUD-FECHA NOT > FECHA-HASTA
               ADD +01                      TO TOTAL-EN-RANGO
               PERFORM 040-ACUMULAR-PROGRAMA
           END-IF

           PERFORM 500-LEER-AUDITORIA
           .

       030-ABRIR-SESION.
           IF TOTAL-SESIONES < 500
               ADD  +01                     TO TOTAL-SESIONES
               MOVE AUD-SECUENCIA     TO SES-SECUENCIA(TOTAL-SESIONES)
               MOVE AUD-PROGRAMA      TO SES-PROGRAMA(TOTAL-SESIONES)
               MOVE AUD-FECHA         TO SES-FECHA(TOTAL-SESIONES)
               MOVE AUD-HORA          TO SES-HORA(TOTAL-SESIONES)
               MOVE AUD-TRABAJO       TO SES-TRABAJO(TOTAL-SESIONES)
           ELSE
               IF SW-SESIONES-LLENAS NOT = "S"
                   DISPLAY "TABLA DE SESIONES ABIERTAS LLENA (500), "
                           "LOS INICIOS SIGUIENTES NO SE CONTROLAN"
                   MOVE "S"                 TO SW-SESIONES-LLENAS
               END-IF
           END-IF
           .

      * LA SESION CERRADA SE QUITA DE LA TABLA PASANDO LA ULTIMA A
      * SU LUGAR
       031-CERRAR-SESION.
           MOVE 00                          TO IDX-SESION-UBICADA
           PERFORM 0311-BUSCAR-SESION
               VARYING IDX-SESION FROM 1 BY 1
               UNTIL IDX-SESION > TOTAL-SESIONES
               OR IDX-SESION-UBICADA > 00

           IF IDX-SESION-UBICADA = 00
               IF SW-SESIONES-LLENAS NOT = "S"
                   DISPLAY "FIN SIN INICIO EN LA SECUENCIA "
                           AUD-SECUENCIA " ("
                           FUNCTION TRIM(AUD-PROGRAMA) " SESION "
                           AUD-SESION ")"
                   ADD +01                  TO TOTAL-FINES-SIN-INICIO
               END-IF
           ELSE
               MOVE SESION-ENTRY(TOTAL-SESIONES)
                   TO SESION-ENTRY(IDX-SESION-UBICADA)
               SUBTRACT 1                 FROM TOTAL-SESIONES
           END-IF
           .

       0311-BUSCAR-SESION.
           IF SES-SECUENCIA(IDX-SESION) = AUD-SESION
               MOVE IDX-SESION              TO IDX-SESION-UBICADA
           END-IF
           .

       040-ACUMULAR-PROGRAMA.
           MOVE 00                          TO IDX-PROGRAMA-UBICADO
           PERFORM 0401-BUSCAR-PROGRAMA
               VARYING IDX-PROGRAMA FROM 1 BY 1
               UNTIL IDX-PROGRAMA > TOTAL-PROGRAMAS
               OR IDX-PROGRAMA-UBICADO > 00

           IF IDX-PROGRAMA-UBICADO = 00
               IF TOTAL-PROGRAMAS < 50
                   ADD  +01                 TO TOTAL-PROGRAMAS
                   MOVE TOTAL-PROGRAMAS     TO IDX-PROGRAMA-UBICADO
                   MOVE AUD-PROGRAMA
                       TO PRG-NOMBRE(IDX-PROGRAMA-UBICADO)
                   MOVE 00 TO PRG-INICIOS(IDX-PROGRAMA-UBICADO)
                              PRG-FINES(IDX-PROGRAMA-UBICADO)
                              PRG-FINES-CON-RC(IDX-PROGRAMA-UBICADO)
                              PRG-RC-MAXIMO(IDX-PROGRAMA-UBICADO)
                              PRG-BORRADOS(IDX-PROGRAMA-UBICADO)
                              PRG-REEMPLAZOS(IDX-PROGRAMA-UBICADO)
               ELSE
                   IF SW-PROGRAMAS-LLENOS NOT = "S"
                       DISPLAY "TABLA DE PROGRAMAS LLENA, EL REPORTE "
                               "DE ACTIVIDAD QUEDA TRUNCADO"
                       MOVE "S"             TO SW-PROGRAMAS-LLENOS
                   END-IF
                   GO TO 040-ACUMULAR-PROGRAMA-EXIT
               END-IF
           END-IF

           MOVE IDX-PROGRAMA-UBICADO        TO IDX-PROGRAMA

           EVALUATE AUD-TIPO
               WHEN "INICIO"
                   ADD +01              TO PRG-INICIOS(IDX-PROGRAMA)
               WHEN "FIN"
                   ADD +01              TO PRG-FINES(IDX-PROGRAMA)
                   IF AUD-RC IS NUMERIC AND AUD-RC > 00
                       ADD +01       TO PRG-FINES-CON-RC(IDX-PROGRAMA)
                       IF AUD-RC > PRG-RC-MAXIMO(IDX-PROGRAMA)
                           MOVE AUD-RC
                               TO PRG-RC-MAXIMO(IDX-PROGRAMA)
                       END-IF
                   END-IF
               WHEN "BORRADO"
               WHEN "ARCHIVADO"
                   ADD +01              TO PRG-BORRADOS(IDX-PROGRAMA)
               WHEN "REEMPLAZO"
               WHEN "RENOMBRADO"
                   ADD +01              TO PRG-REEMPLAZOS(IDX-PROGRAMA)
           END-EVALUATE
           .
       040-ACUMULAR-PROGRAMA-EXIT.
           EXIT.

       0401-BUSCAR-PROGRAMA.
           IF PRG-NOMBRE(IDX-PROGRAMA) = AUD-PROGRAMA
               MOVE IDX-PROGRAMA            TO IDX-PROGRAMA-UBICADO
           END-IF
           .

       050-CALCULAR-HASH.
           COMPUTE HASH-CARRIL-A = HASH-ANTERIOR / 1000000000
           COMPUTE HASH-CARRIL-B =
               FUNCTION MOD(HASH-ANTERIOR, 1000000000)

           PERFORM 051-SUMAR-UN-CARACTER
               VARYING IDX-CARACTER FROM 1 BY 1
               UNTIL IDX-CARACTER > LONGITUD-CONTENIDO

           COMPUTE HASH-CALCULADO =
               HASH-CARRIL-A * 1000000000 + HASH-CARRIL-B
           .

       051-SUMAR-UN-CARACTER.
           COMPUTE HASH-CARRIL-A = FUNCTION MOD(
               HASH-CARRIL-A * 31
               + FUNCTION ORD(AUD-CONTENIDO(IDX-CARACTER:1)),
               999999937)
           COMPUTE HASH-CARRIL-B = FUNCTION MOD(
               HASH-CARRIL-B * 131
               + FUNCTION ORD(AUD-CONTENIDO(IDX-CARACTER:1)),
               999999929)
           .

       500-LEER-AUDITORIA.
           READ ARCHIVO-AUDITORIA
               AT END
                   MOVE 01                  TO FIN-ARCHIVO
           END-READ
           .

       100-TERMINAR-PROGRAMA.
           IF AUDITORIA-DISPONIBLE
               CLOSE ARCHIVO-AUDITORIA

               PERFORM 060-REPORTAR-SESIONES-ABIERTAS
               PERFORM 070-REPORTAR-ACTIVIDAD
               PERFORM 990-PRESENTAR-RESUMEN

               IF TOTAL-RUPTURAS > 00
                  OR TOTAL-SALTOS > 00
                  OR TOTAL-INICIOS-SIN-FIN > 00
                   MOVE 08                  TO RETURN-CODE
               END-IF
           END-IF

           PERFORM 981-AUDITAR-FIN

           STOP RUN
           .

      * LA SESION DE ESTA MISMA VERIFICACION TODAVIA NO TIENE SU FIN
      * Y NO SE REPORTA
       060-REPORTAR-SESIONES-ABIERTAS.
           DISPLAY "================================================="
           DISPLAY "  INICIOS SIN FIN"

           PERFORM 061-REPORTAR-UNA-SESION
               VARYING IDX-SESION FROM 1 BY 1
               UNTIL IDX-SESION > TOTAL-SESIONES
           .

       061-REPORTAR-UNA-SESION.
           IF SES-SECUENCIA(IDX-SESION) NOT = PAU-SESION
               DISPLAY "  SECUENCIA " SES-SECUENCIA(IDX-SESION) " "
                       SES-FECHA(IDX-SESION) " "
                       SES-HORA(IDX-SESION) " "
                       SES-PROGRAMA(IDX-SESION) " "
                       SES-TRABAJO(IDX-SESION)
               ADD +01                      TO TOTAL-INICIOS-SIN-FIN
           END-IF
           .

       070-REPORTAR-ACTIVIDAD.
           DISPLAY "================================================="
           DISPLAY "  ACTIVIDAD POR PROGRAMA"
           DISPLAY "PROGRAMA                       INICIOS FINES "
                   "CON RC RC MAX BORRADOS REEMPLAZOS"

           PERFORM 071-REPORTAR-UN-PROGRAMA
               VARYING IDX-PROGRAMA FROM 1 BY 1
               UNTIL IDX-PROGRAMA > TOTAL-PROGRAMAS
           .

       071-REPORTAR-UN-PROGRAMA.
           DISPLAY PRG-NOMBRE(IDX-PROGRAMA) " "
                   PRG-INICIOS(IDX-PROGRAMA) "   "
                   PRG-FINES(IDX-PROGRAMA) " "
                   PRG-FINES-CON-RC(IDX-PROGRAMA) "  "
                   PRG-RC-MAXIMO(IDX-PROGRAMA) "   "
                   PRG-BORRADOS(IDX-PROGRAMA) "    "
                   PRG-REEMPLAZOS(IDX-PROGRAMA)
           .

       990-PRESENTAR-RESUMEN.
           DISPLAY "================================================="
           DISPLAY "*  RENGLONES VERIFICADOS....: " TOTAL-RENGLONES
           DISPLAY "*  RUPTURAS DE LA CADENA....: " TOTAL-RUPTURAS
           DISPLAY "*  SECUENCIAS FUERA DE ORDEN: " TOTAL-SALTOS
           DISPLAY "*  INICIOS SIN FIN..........: "
                   TOTAL-INICIOS-SIN-FIN
           DISPLAY "*  FINES SIN INICIO.........: "
                   TOTAL-FINES-SIN-INICIO
           DISPLAY "*  RENGLONES EN EL RANGO....: " TOTAL-EN-RANGO
           DISPLAY "================================================="
           .

      * BITACORA DE AUDITORIA: INICIO CON LAS VARIABLES DE AMBIENTE
      * QUE GOBIERNAN EL PROGRAMA, FIN CON EL CODIGO DE RETORNO Y LA
      * CORRIDA O GENERACION TRATADA
       980-AUDITAR-INICIO.
           MOVE "INICIO"                    TO PAU-TIPO
           MOVE "VAU_DESDE VAU_HASTA"       TO PAU-DETALLE
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
       END PROGRAM VERIFICA-AUDITORIA.
