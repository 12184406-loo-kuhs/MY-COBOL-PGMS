      *================================================================*
      *           L O G    D E    M O D I F I C A C I O N E S          *
      *================================================================*
      *  AUTOR       FECHA   DESCRIPCION                               *
      * ----------- -------- ----------------------------------------- *
      * @loo-kuhs   15/10/26 PRIMERA VERSION - DRIVER DE LA CADENA     *
      *                      NOCTURNA: LEE EL ARCHIVO DE CONTROL PASOS *
      *                      (NOMBRE DEL PASO, PROGRAMA, CODIGO DE     *
      *                      RETORNO MAXIMO QUE PERMITE CONTINUAR,     *
      *                      ARCHIVO DE RESPUESTAS PARA LA ENTRADA     *
      *                      ESTANDAR DE LOS PROGRAMAS INTERACTIVOS Y  *
      *                      AJUSTES NOMBRE=VALOR SEPARADOS POR PUNTO  *
      *                      Y COMA) Y EJECUTA CADA PASO EN ORDEN CON  *
      *                      SUS VARIABLES DE AMBIENTE; UN PASO CUYO   *
      *                      CODIGO DE RETORNO EXCEDE SU MAXIMO        *
      *                      DETIENE LA CADENA; CADA PASO DEJA EN EL   *
      *                      ARCHIVO HISTORIA-PASOS SU HORA DE INICIO, *
      *                      HORA DE FIN Y CODIGO DE RETORNO; LA       *
      *                      CADENA FIJA UN RUN-ID UNICO (DFC_RUNID Y  *
      *                      CAD_RUNID) QUE LOS AJUSTES DE LOS PASOS   *
      *                      SIGUIENTES USAN CON LA MARCA &RUNID; AL   *
      *                      VOLVER A CORRER UNA CADENA DETENIDA SE    *
      *                      RETOMA SU RUN-ID, SE OMITEN LOS PASOS QUE *
      *                      YA TERMINARON OK Y SE REANUDA EN EL PASO  *
      *                      FALLIDO (CAD_REINICIO=N FUERZA UNA CADENA *
      *                      NUEVA, CAD_RUNID RETOMA UNA CADENA DADA); *
      *                      CODIGO DE RETORNO 8 SI LA CADENA QUEDA    *
      *                      DETENIDA                                  *
      * @loo-kuhs   15/10/26 CADA EJECUCION DEJA SUS ENTRADAS DE       *
      *                      INICIO Y FIN EN LA BITACORA COMUN DE      *
      *                      AUDITORIA (REGISTRA-AUDITORIA); CADA PASO *
      *                      RECIBE AUD_TRABAJO CON EL RUN-ID DE LA    *
      *                      CADENA Y EL NOMBRE DEL PASO               *
      * @loo-kuhs   15/10/26 LOS AJUSTES DE UN PASO SE LIMPIAN ANTES   *
      *                      DE FIJAR LOS DEL PASO SIGUIENTE, PARA QUE *
      *                      NINGUN PASO HEREDE VARIABLES DEL          *
      *                      ANTERIOR; EL VALOR DE UN AJUSTE ES TODO   *
      *                      LO QUE SIGUE AL PRIMER = (PUEDE TRAER     *
      *                      ESPACIOS Y OTROS =) Y SE REEMPLAZAN TODAS *
      *                      SUS MARCAS &RUNID                         *
      *                                                                *
      *================================================================*
      * AUTOR       USER PROFILE URL                                   *
      * ---------   -------------------------------------------------- *
      * @loo-kuhs   https://github.com/loo-kuhs/                       *
      *================================================================*
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. CADENA-NOCTURNA.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               SELECT ARCHIVO-PASOS
               ASSIGN       TO "PASOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS EST-PASOS.

               SELECT ARCHIVO-HISTORIA
               ASSIGN       TO "HISTORIA-PASOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS EST-HISTORIA.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
       FD  ARCHIVO-PASOS.
       01  REG-PASO.
           05 PAS-NOMBRE-PASO                PIC X(10).
           05 FILLER                         PIC X(01).
           05 PAS-PROGRAMA                   PIC X(30).
           05 FILLER                         PIC X(01).
           05 PAS-RC-MAXIMO                  PIC 9(02).
           05 FILLER                         PIC X(01).
           05 PAS-RESPUESTAS                 PIC X(30).
           05 FILLER                         PIC X(01).
           05 PAS-AJUSTES                    PIC X(300).

       FD  ARCHIVO-HISTORIA.
       01  REG-HISTORIA.
           05 HIS-RUN-ID                     PIC X(13).
           05 FILLER                         PIC X(01).
           05 HIS-NOMBRE-PASO                PIC X(10).
           05 FILLER                         PIC X(01).
           05 HIS-PROGRAMA                   PIC X(30).
           05 FILLER                         PIC X(01).
           05 HIS-FECHA-INICIO               PIC 9(06).
           05 FILLER                         PIC X(01).
           05 HIS-HORA-INICIO                PIC 9(06).
           05 FILLER                         PIC X(01).
           05 HIS-FECHA-FIN                  PIC 9(06).
           05 FILLER                         PIC X(01).
           05 HIS-HORA-FIN                   PIC 9(06).
           05 FILLER                         PIC X(01).
           05 HIS-CODIGO-RETORNO             PIC 9(03).
           05 FILLER                         PIC X(01).
           05 HIS-RESULTADO                  PIC X(08).
      *-----------------------
       WORKING-STORAGE SECTION.
       77  EST-PASOS                        PIC X(02) VALUE SPACES.
       77  EST-HISTORIA                     PIC X(02) VALUE SPACES.
       77  FIN-PASOS                        PIC 9(01) VALUE 00.
       77  FIN-HISTORIA                     PIC 9(01) VALUE 00.

       77  RUN-ID                           PIC X(13) VALUE SPACES.
       77  RUN-ID-PEDIDO                    PIC X(13) VALUE SPACES.
       77  ULTIMO-RUN-ID                    PIC X(13) VALUE SPACES.
       77  FECHA-CORRIDA                    PIC 9(06) VALUE 00.
       77  HORA-ARRANQUE                    PIC 9(08) VALUE 00.
       77  MODO-REINICIO                    PIC X(01) VALUE SPACES.

       77  SW-ULTIMA-COMPLETA               PIC X(01) VALUE "S".
       77  SW-CADENA-REANUDADA              PIC X(01) VALUE "N".
           88 CADENA-REANUDADA                          VALUE "S".

       01  TABLA-PASOS.
           05 PASO-ENTRY                    OCCURS 30 TIMES.
               10 PSO-NOMBRE-PASO           PIC X(10).
               10 PSO-PROGRAMA              PIC X(30).
               10 PSO-RC-MAXIMO             PIC 9(02).
               10 PSO-RESPUESTAS            PIC X(30).
               10 PSO-AJUSTES               PIC X(300).
               10 PSO-SW-TERMINADO          PIC X(01).

       77  TOTAL-PASOS                      PIC 9(02) VALUE 00.
       77  IDX-PASO                         PIC 9(02) VALUE 00.
       77  IDX-BUSCADO                      PIC 9(02) VALUE 00.
       77  SW-PASOS-EXCEDIDOS               PIC X(01) VALUE "N".

       77  NOMBRE-PASO-ACTUAL               PIC X(10) VALUE SPACES.
       77  PROGRAMA-ACTUAL                  PIC X(30) VALUE SPACES.
       77  COMANDO-PASO                     PIC X(100) VALUE SPACES.
       77  RETORNO-SISTEMA                  PIC S9(09) VALUE 00.
       77  CODIGO-RETORNO-PASO              PIC 9(03) VALUE 00.
       77  FECHA-INICIO-PASO                PIC 9(06) VALUE 00.
       77  HORA-INICIO-PASO                 PIC 9(08) VALUE 00.
       77  TRABAJO-AUDITORIA                PIC X(30) VALUE SPACES.
       77  FECHA-FIN-PASO                   PIC 9(06) VALUE 00.
       77  HORA-FIN-PASO                    PIC 9(08) VALUE 00.

       77  POS-AJUSTE                       PIC 9(03) VALUE 00.
       77  AJUSTE-ACTUAL                    PIC X(120) VALUE SPACES.
       77  AJUSTE-NOMBRE                    PIC X(30) VALUE SPACES.
       77  AJUSTE-VALOR                     PIC X(90) VALUE SPACES.
       77  VALOR-ANTES                      PIC X(90) VALUE SPACES.
       77  VALOR-DESPUES                    PIC X(90) VALUE SPACES.
       77  CUENTA-MARCA                     PIC 9(02) VALUE 00.
       77  LONGITUD-NOMBRE                  PIC 9(03) VALUE 00.
       77  LONGITUD-ANTES                   PIC 9(03) VALUE 00.
       77  POS-VALOR                        PIC 9(03) VALUE 00.

      * NOMBRES QUE FIJO EL PASO ANTERIOR; SE LIMPIAN ANTES DE FIJAR
      * LOS DEL PASO SIGUIENTE PARA QUE NINGUN PASO HEREDE AJUSTES
       01  TABLA-NOMBRES-FIJADOS.
           05 NOMBRE-FIJADO                 PIC X(30)
                                            OCCURS 80 TIMES.
       77  TOTAL-NOMBRES-FIJADOS            PIC 9(02) VALUE 00.
       77  IDX-NOMBRE-FIJADO                PIC 9(02) VALUE 00.

       01  CIFRAS-CADENA.
           05 PASOS-EJECUTADOS              PIC 9(02) VALUE 00.
           05 PASOS-OMITIDOS                PIC 9(02) VALUE 00.
           05 PASOS-FALLIDOS                PIC 9(02) VALUE 00.

       77  SW-PROCESO-OK                    PIC X(01) VALUE "S".
           88 PROCESO-VIABLE                            VALUE "S".
           88 PROCESO-DETENIDO                          VALUE "N".

       77  SW-CADENA-DETENIDA               PIC X(01) VALUE "N".
           88 CADENA-DETENIDA                           VALUE "S".

      * ENTRADA PARA LA BITACORA COMUN DE AUDITORIA (REGISTRA-AUDITORIA)
       01  PARAMETROS-AUDITORIA.
           05 PAU-TIPO                      PIC X(10) VALUE SPACES.
           05 PAU-PROGRAMA                  PIC X(30)
                   VALUE "CADENA-NOCTURNA".
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
               PERFORM 020-EJECUTAR-UN-PASO
                   THRU 020-EJECUTAR-UN-PASO-EXIT
                   VARYING IDX-PASO FROM 1 BY 1
                   UNTIL IDX-PASO > TOTAL-PASOS
                   OR CADENA-DETENIDA

               PERFORM 080-CERRAR-CADENA
           END-IF

           PERFORM 100-TERMINAR-PROGRAMA
           .

       010-INICIAR-PROGRAMA.

           ACCEPT FECHA-CORRIDA              FROM DATE
           ACCEPT HORA-ARRANQUE              FROM TIME

           ACCEPT MODO-REINICIO         FROM ENVIRONMENT "CAD_REINICIO"
           ACCEPT RUN-ID-PEDIDO         FROM ENVIRONMENT "CAD_RUNID"

           PERFORM 011-CARGAR-PASOS
               THRU 011-CARGAR-PASOS-EXIT

           IF PROCESO-DETENIDO
               GO TO 010-INICIAR-PROGRAMA-EXIT
           END-IF

           PERFORM 015-DETERMINAR-CORRIDA

           IF CADENA-REANUDADA
               PERFORM 016-MARCAR-PASOS-TERMINADOS
                   THRU 016-MARCAR-PASOS-TERMINADOS-EXIT
           END-IF

           DISPLAY "================================================="
           DISPLAY "  CADENA NOCTURNA - CORRIDA " RUN-ID
           IF CADENA-REANUDADA
               DISPLAY "  SE REANUDA UNA CADENA DETENIDA"
           END-IF
           DISPLAY "  PASOS EN EL ARCHIVO DE CONTROL: " TOTAL-PASOS
           DISPLAY "================================================="
           .
       010-INICIAR-PROGRAMA-EXIT.
           EXIT.

       011-CARGAR-PASOS.
           MOVE SPACES                      TO EST-PASOS
           OPEN INPUT ARCHIVO-PASOS

           IF EST-PASOS NOT = "00"
               DISPLAY "NO EXISTE EL ARCHIVO DE CONTROL DE PASOS "
               DISPLAY "(PASOS), SE ABORTA LA CADENA"
               MOVE "N"                     TO SW-PROCESO-OK
               MOVE 08                      TO RETURN-CODE
               GO TO 011-CARGAR-PASOS-EXIT
           END-IF

           PERFORM 0111-LEER-UN-PASO
               UNTIL FIN-PASOS = 01
               OR SW-PASOS-EXCEDIDOS = "S"

           CLOSE ARCHIVO-PASOS

           IF SW-PASOS-EXCEDIDOS = "S"
               DISPLAY "MAS DE 30 PASOS EN EL ARCHIVO DE CONTROL, "
               DISPLAY "SE ABORTA LA CADENA"
               MOVE "N"                     TO SW-PROCESO-OK
               MOVE 08                      TO RETURN-CODE
               GO TO 011-CARGAR-PASOS-EXIT
           END-IF

           IF TOTAL-PASOS = 00
               DISPLAY "EL ARCHIVO DE CONTROL DE PASOS (PASOS) ESTA "
               DISPLAY "VACIO, SE ABORTA LA CADENA"
               MOVE "N"                     TO SW-PROCESO-OK
               MOVE 08                      TO RETURN-CODE
           END-IF
           .
       011-CARGAR-PASOS-EXIT.
           EXIT.

       0111-LEER-UN-PASO.
           READ ARCHIVO-PASOS
               AT END
                   MOVE 01                  TO FIN-PASOS
               NOT AT END
                   IF REG-PASO NOT = SPACES
                       PERFORM 0112-VALIDAR-UN-PASO
                   END-IF
           END-READ
           .

       0112-VALIDAR-UN-PASO.
           IF TOTAL-PASOS > 29
               MOVE "S"                     TO SW-PASOS-EXCEDIDOS
           ELSE
               IF PAS-NOMBRE-PASO = SPACES OR PAS-PROGRAMA = SPACES
                  OR PAS-RC-MAXIMO NOT NUMERIC
                   DISPLAY "RENGLON DE PASOS MAL FORMADO, SE ABORTA "
                   DISPLAY "LA CADENA: " REG-PASO(1:45)
                   MOVE "N"                 TO SW-PROCESO-OK
                   MOVE 08                  TO RETURN-CODE
                   MOVE 01                  TO FIN-PASOS
               ELSE
                   ADD  +01                 TO TOTAL-PASOS
                   MOVE PAS-NOMBRE-PASO
                       TO PSO-NOMBRE-PASO(TOTAL-PASOS)
                   MOVE PAS-PROGRAMA
                       TO PSO-PROGRAMA(TOTAL-PASOS)
                   MOVE PAS-RC-MAXIMO
                       TO PSO-RC-MAXIMO(TOTAL-PASOS)
                   MOVE PAS-RESPUESTAS
                       TO PSO-RESPUESTAS(TOTAL-PASOS)
                   MOVE PAS-AJUSTES
                       TO PSO-AJUSTES(TOTAL-PASOS)
                   MOVE "N"
                       TO PSO-SW-TERMINADO(TOTAL-PASOS)
               END-IF
           END-IF
           .

      * LA ULTIMA CADENA DE LA HISTORIA QUE NO TIENE SU RENGLON DE
      * CIERRE COMPLETA (O LA QUE INDIQUE CAD_RUNID) SE REANUDA CON SU
      * MISMO RUN-ID; EN CUALQUIER OTRO CASO SE ARMA UN RUN-ID NUEVO
      * CON EL MISMO FORMATO QUE USA DYNAMIC-FILE-CREATION
       015-DETERMINAR-CORRIDA.
           MOVE SPACES                      TO ULTIMO-RUN-ID
           MOVE "S"                         TO SW-ULTIMA-COMPLETA
           MOVE 00                          TO FIN-HISTORIA

           MOVE SPACES                      TO EST-HISTORIA
           OPEN INPUT ARCHIVO-HISTORIA

           IF EST-HISTORIA = "00"
               PERFORM 0151-REVISAR-UNA-HISTORIA
                   UNTIL FIN-HISTORIA = 01
               CLOSE ARCHIVO-HISTORIA
           END-IF

           EVALUATE TRUE
               WHEN RUN-ID-PEDIDO NOT = SPACES
                   MOVE RUN-ID-PEDIDO       TO RUN-ID
                   MOVE "S"                 TO SW-CADENA-REANUDADA
               WHEN MODO-REINICIO = "N"
                   CONTINUE
               WHEN ULTIMO-RUN-ID NOT = SPACES
                AND SW-ULTIMA-COMPLETA = "N"
                   MOVE ULTIMO-RUN-ID       TO RUN-ID
                   MOVE "S"                 TO SW-CADENA-REANUDADA
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           IF RUN-ID = SPACES
               STRING "R",
                      FECHA-CORRIDA,
                      HORA-ARRANQUE(1:6),
                      DELIMITED BY SIZE
                   INTO RUN-ID
               END-STRING
           END-IF
           .

       0151-REVISAR-UNA-HISTORIA.
           READ ARCHIVO-HISTORIA
               AT END
                   MOVE 01                  TO FIN-HISTORIA
               NOT AT END
                   IF HIS-RUN-ID NOT = ULTIMO-RUN-ID
                       MOVE HIS-RUN-ID      TO ULTIMO-RUN-ID
                       MOVE "N"             TO SW-ULTIMA-COMPLETA
                   END-IF
                   IF HIS-NOMBRE-PASO = "*CADENA*"
                      AND HIS-RESULTADO = "COMPLETA"
                       MOVE "S"             TO SW-ULTIMA-COMPLETA
                   END-IF
           END-READ
           .

       016-MARCAR-PASOS-TERMINADOS.
           MOVE 00                          TO FIN-HISTORIA

           MOVE SPACES                      TO EST-HISTORIA
           OPEN INPUT ARCHIVO-HISTORIA

           IF EST-HISTORIA NOT = "00"
               GO TO 016-MARCAR-PASOS-TERMINADOS-EXIT
           END-IF

           PERFORM 0161-REVISAR-UN-PASO-PREVIO
               UNTIL FIN-HISTORIA = 01

           CLOSE ARCHIVO-HISTORIA
           .
       016-MARCAR-PASOS-TERMINADOS-EXIT.
           EXIT.

       0161-REVISAR-UN-PASO-PREVIO.
           READ ARCHIVO-HISTORIA
               AT END
                   MOVE 01                  TO FIN-HISTORIA
               NOT AT END
                   IF HIS-RUN-ID = RUN-ID
                      AND HIS-RESULTADO = "OK"
                       PERFORM 0162-MARCAR-UN-PASO
                           VARYING IDX-BUSCADO FROM 1 BY 1
                           UNTIL IDX-BUSCADO > TOTAL-PASOS
                   END-IF
           END-READ
           .

       0162-MARCAR-UN-PASO.
           IF PSO-NOMBRE-PASO(IDX-BUSCADO) = HIS-NOMBRE-PASO
               MOVE "S"                     TO
                   PSO-SW-TERMINADO(IDX-BUSCADO)
           END-IF
           .

       020-EJECUTAR-UN-PASO.
           MOVE PSO-NOMBRE-PASO(IDX-PASO)   TO NOMBRE-PASO-ACTUAL
           MOVE PSO-PROGRAMA(IDX-PASO)      TO PROGRAMA-ACTUAL

           DISPLAY "---------------------------------------------"
           DISPLAY "PASO " IDX-PASO " DE " TOTAL-PASOS ": "
                   PSO-NOMBRE-PASO(IDX-PASO) " ("
                   FUNCTION TRIM(PSO-PROGRAMA(IDX-PASO)) ")"

           IF PSO-SW-TERMINADO(IDX-PASO) = "S"
               DISPLAY "EL PASO YA TERMINO OK EN ESTA CADENA, SE OMITE"
               ADD +01                      TO PASOS-OMITIDOS
               ACCEPT FECHA-INICIO-PASO     FROM DATE
               ACCEPT HORA-INICIO-PASO      FROM TIME
               MOVE FECHA-INICIO-PASO       TO FECHA-FIN-PASO
               MOVE HORA-INICIO-PASO        TO HORA-FIN-PASO
               MOVE 00                      TO CODIGO-RETORNO-PASO
               MOVE SPACES                  TO REG-HISTORIA
               MOVE "OMITIDO"               TO HIS-RESULTADO
               PERFORM 090-ESCRIBIR-HISTORIA
               GO TO 020-EJECUTAR-UN-PASO-EXIT
           END-IF

           PERFORM 030-FIJAR-AMBIENTE

           MOVE SPACES                      TO COMANDO-PASO
           IF PSO-RESPUESTAS(IDX-PASO) = SPACES
               STRING PSO-PROGRAMA(IDX-PASO) DELIMITED BY SPACE
                   INTO COMANDO-PASO
               END-STRING
           ELSE
               STRING PSO-PROGRAMA(IDX-PASO)   DELIMITED BY SPACE,
                      " < "                    DELIMITED BY SIZE,
                      PSO-RESPUESTAS(IDX-PASO) DELIMITED BY SPACE
                   INTO COMANDO-PASO
               END-STRING
           END-IF

           ACCEPT FECHA-INICIO-PASO          FROM DATE
           ACCEPT HORA-INICIO-PASO           FROM TIME

           CALL "SYSTEM" USING COMANDO-PASO
           MOVE RETURN-CODE                 TO RETORNO-SISTEMA
           MOVE 00                          TO RETURN-CODE

           ACCEPT FECHA-FIN-PASO             FROM DATE
           ACCEPT HORA-FIN-PASO              FROM TIME

      * SYSTEM DEVUELVE EL ESTADO DE TERMINACION DEL PROCESO HIJO CON
      * EL CODIGO DE SALIDA EN EL BYTE ALTO; UN VALOR NEGATIVO SIGNIFICA
      * QUE EL PROGRAMA NI SIQUIERA SE PUDO LANZAR
           EVALUATE TRUE
               WHEN RETORNO-SISTEMA < 0
                   MOVE 999                 TO CODIGO-RETORNO-PASO
               WHEN RETORNO-SISTEMA > 255
                   COMPUTE CODIGO-RETORNO-PASO = RETORNO-SISTEMA / 256
               WHEN OTHER
                   MOVE RETORNO-SISTEMA     TO CODIGO-RETORNO-PASO
           END-EVALUATE

           ADD +01                          TO PASOS-EJECUTADOS
           MOVE SPACES                      TO REG-HISTORIA

           IF CODIGO-RETORNO-PASO > PSO-RC-MAXIMO(IDX-PASO)
               DISPLAY "EL PASO " PSO-NOMBRE-PASO(IDX-PASO)
                       " TERMINO CON CODIGO " CODIGO-RETORNO-PASO
                       " (MAXIMO " PSO-RC-MAXIMO(IDX-PASO) ")"
               DISPLAY "SE DETIENE LA CADENA; AL VOLVER A CORRERLA SE "
               DISPLAY "REANUDA EN ESTE PASO"
               MOVE "FALLIDO"               TO HIS-RESULTADO
               MOVE "S"                     TO SW-CADENA-DETENIDA
               ADD +01                      TO PASOS-FALLIDOS
           ELSE
               DISPLAY "EL PASO " PSO-NOMBRE-PASO(IDX-PASO)
                       " TERMINO CON CODIGO " CODIGO-RETORNO-PASO
               MOVE "OK"                    TO HIS-RESULTADO
           END-IF

           PERFORM 090-ESCRIBIR-HISTORIA
           .
       020-EJECUTAR-UN-PASO-EXIT.
           EXIT.

      * CADA PASO RECIBE EL RUN-ID DE LA CADENA (DFC_RUNID PARA QUE LA
      * DIVISION ESTAMPE SUS ARCHIVOS CON EL, CAD_RUNID PARA LOS DEMAS)
      * Y LUEGO SUS PROPIOS AJUSTES NOMBRE=VALOR
       030-FIJAR-AMBIENTE.
           PERFORM 033-LIMPIAR-UN-AJUSTE
               VARYING IDX-NOMBRE-FIJADO FROM 1 BY 1
               UNTIL IDX-NOMBRE-FIJADO > TOTAL-NOMBRES-FIJADOS
           MOVE 00                          TO TOTAL-NOMBRES-FIJADOS

           DISPLAY "CAD_RUNID"              UPON ENVIRONMENT-NAME
           DISPLAY RUN-ID                   UPON ENVIRONMENT-VALUE
           DISPLAY "DFC_RUNID"              UPON ENVIRONMENT-NAME
           DISPLAY RUN-ID                   UPON ENVIRONMENT-VALUE

      * LOS PROGRAMAS DEL PASO ANOTAN LA CADENA Y EL PASO COMO SU
      * TRABAJO EN LA BITACORA DE AUDITORIA
           MOVE SPACES                      TO TRABAJO-AUDITORIA
           STRING "CAD "                    DELIMITED BY SIZE,
                  RUN-ID                    DELIMITED BY SPACE,
                  " "                       DELIMITED BY SIZE,
                  PSO-NOMBRE-PASO(IDX-PASO) DELIMITED BY SIZE
               INTO TRABAJO-AUDITORIA
           END-STRING
           DISPLAY "AUD_TRABAJO"            UPON ENVIRONMENT-NAME
           DISPLAY TRABAJO-AUDITORIA        UPON ENVIRONMENT-VALUE

           MOVE 01                          TO POS-AJUSTE

           PERFORM 031-FIJAR-UN-AJUSTE
               UNTIL POS-AJUSTE > 300
           .

       031-FIJAR-UN-AJUSTE.
           MOVE SPACES                      TO AJUSTE-ACTUAL
           MOVE SPACES                      TO AJUSTE-NOMBRE
           MOVE SPACES                      TO AJUSTE-VALOR

           UNSTRING PSO-AJUSTES(IDX-PASO) DELIMITED BY ";"
               INTO AJUSTE-ACTUAL
               WITH POINTER POS-AJUSTE
           END-UNSTRING

           IF AJUSTE-ACTUAL NOT = SPACES
      * SOLO EL PRIMER "=" SEPARA EL NOMBRE; EL VALOR ES EL RESTO DEL
      * AJUSTE Y PUEDE TRAER OTROS "=" Y ESPACIOS
               MOVE 00                      TO LONGITUD-NOMBRE
               UNSTRING AJUSTE-ACTUAL DELIMITED BY "="
                   INTO AJUSTE-NOMBRE COUNT IN LONGITUD-NOMBRE
               END-UNSTRING
               IF LONGITUD-NOMBRE < 119
                   MOVE AJUSTE-ACTUAL(LONGITUD-NOMBRE + 2:)
                       TO AJUSTE-VALOR
               END-IF

               PERFORM 032-SUSTITUIR-RUN-ID

               IF TOTAL-NOMBRES-FIJADOS < 80
                   ADD +01                  TO TOTAL-NOMBRES-FIJADOS
                   MOVE AJUSTE-NOMBRE
                       TO NOMBRE-FIJADO(TOTAL-NOMBRES-FIJADOS)
               END-IF

               DISPLAY "  " FUNCTION TRIM(AJUSTE-NOMBRE) "="
                       FUNCTION TRIM(AJUSTE-VALOR)
               DISPLAY AJUSTE-NOMBRE        UPON ENVIRONMENT-NAME
               DISPLAY AJUSTE-VALOR         UPON ENVIRONMENT-VALUE
           END-IF
           .

       032-SUSTITUIR-RUN-ID.
           MOVE 00                          TO CUENTA-MARCA
           INSPECT AJUSTE-VALOR TALLYING CUENTA-MARCA
               FOR ALL "&RUNID"

           PERFORM 0321-SUSTITUIR-UNA-MARCA
               UNTIL CUENTA-MARCA = 00
           .

      * CADA VUELTA REEMPLAZA LA PRIMERA MARCA QUE QUEDA; LO QUE LA
      * RODEA SE COPIA POR SU LONGITUD PARA NO PERDER LOS ESPACIOS
      * INTERIORES DEL VALOR
       0321-SUSTITUIR-UNA-MARCA.
           MOVE 00                          TO LONGITUD-ANTES
           INSPECT AJUSTE-VALOR TALLYING LONGITUD-ANTES
               FOR CHARACTERS BEFORE INITIAL "&RUNID"

           MOVE SPACES                      TO VALOR-ANTES
           MOVE SPACES                      TO VALOR-DESPUES
           IF LONGITUD-ANTES > 00
               MOVE AJUSTE-VALOR(1:LONGITUD-ANTES) TO VALOR-ANTES
           END-IF
           IF LONGITUD-ANTES < 84
               MOVE AJUSTE-VALOR(LONGITUD-ANTES + 7:)
                   TO VALOR-DESPUES
           END-IF

           MOVE SPACES                      TO AJUSTE-VALOR
           MOVE 01                          TO POS-VALOR
           IF LONGITUD-ANTES > 00
               STRING VALOR-ANTES(1:LONGITUD-ANTES)
                                            DELIMITED BY SIZE
                   INTO AJUSTE-VALOR
                   WITH POINTER POS-VALOR
               END-STRING
           END-IF
           STRING FUNCTION TRIM(RUN-ID)     DELIMITED BY SIZE,
                  FUNCTION TRIM(VALOR-DESPUES TRAILING)
                                            DELIMITED BY SIZE
               INTO AJUSTE-VALOR
               WITH POINTER POS-VALOR
           END-STRING

           SUBTRACT 01                      FROM CUENTA-MARCA
           .

       033-LIMPIAR-UN-AJUSTE.
           DISPLAY NOMBRE-FIJADO(IDX-NOMBRE-FIJADO)
                                            UPON ENVIRONMENT-NAME
           DISPLAY " "                      UPON ENVIRONMENT-VALUE
           .

       080-CERRAR-CADENA.
           ACCEPT FECHA-INICIO-PASO          FROM DATE
           ACCEPT HORA-INICIO-PASO           FROM TIME
           MOVE FECHA-INICIO-PASO           TO FECHA-FIN-PASO
           MOVE HORA-INICIO-PASO            TO HORA-FIN-PASO

           MOVE SPACES                      TO REG-HISTORIA
           IF CADENA-DETENIDA
               MOVE "DETENIDA"              TO HIS-RESULTADO
               MOVE 08                      TO RETURN-CODE
           ELSE
               MOVE 00                      TO CODIGO-RETORNO-PASO
               MOVE "COMPLETA"              TO HIS-RESULTADO
           END-IF

           MOVE "*CADENA*"                  TO NOMBRE-PASO-ACTUAL
           MOVE SPACES                      TO PROGRAMA-ACTUAL
           PERFORM 090-ESCRIBIR-HISTORIA
           .

       090-ESCRIBIR-HISTORIA.
           MOVE RUN-ID                      TO HIS-RUN-ID
           MOVE NOMBRE-PASO-ACTUAL          TO HIS-NOMBRE-PASO
           MOVE PROGRAMA-ACTUAL             TO HIS-PROGRAMA
           MOVE FECHA-INICIO-PASO           TO HIS-FECHA-INICIO
           MOVE HORA-INICIO-PASO(1:6)       TO HIS-HORA-INICIO
           MOVE FECHA-FIN-PASO              TO HIS-FECHA-FIN
           MOVE HORA-FIN-PASO(1:6)          TO HIS-HORA-FIN
           MOVE CODIGO-RETORNO-PASO         TO HIS-CODIGO-RETORNO

           MOVE SPACES                      TO EST-HISTORIA
           OPEN EXTEND ARCHIVO-HISTORIA
           IF EST-HISTORIA NOT = "00"
               OPEN OUTPUT ARCHIVO-HISTORIA
           END-IF

           WRITE REG-HISTORIA

           CLOSE ARCHIVO-HISTORIA
           .

       100-TERMINAR-PROGRAMA.
           IF PROCESO-VIABLE
               DISPLAY "============================================"
               DISPLAY "*  CORRIDA DE LA CADENA....: " RUN-ID
               DISPLAY "*  PASOS EJECUTADOS........: " PASOS-EJECUTADOS
               DISPLAY "*  PASOS OMITIDOS (YA OK)..: " PASOS-OMITIDOS
               DISPLAY "*  PASOS FALLIDOS..........: " PASOS-FALLIDOS
               IF CADENA-DETENIDA
                   DISPLAY "*  CADENA DETENIDA, VUELVA A CORRERLA PARA "
                   DISPLAY "*  REANUDAR EN EL PASO FALLIDO"
               ELSE
                   DISPLAY "*  CADENA COMPLETA"
               END-IF
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
           MOVE "CAD_REINICIO CAD_RUNID"    TO PAU-DETALLE
           PERFORM 985-REGISTRAR-AUDITORIA
           .

       981-AUDITAR-FIN.
           MOVE "FIN"                       TO PAU-TIPO
           MOVE SPACES                      TO PAU-DETALLE
           MOVE RUN-ID                      TO PAU-CORRIDA
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
       END PROGRAM CADENA-NOCTURNA.
