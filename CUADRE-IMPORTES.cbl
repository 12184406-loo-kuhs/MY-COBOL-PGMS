      *                      CUENTAN Y SE REPORTAN SIN SUMARSE; CON    *
      *                      CDI_ORGANIZACION = I LEE MIEMBROS         *
      *                      INDEXADOS (LLAVE DE 15 BYTES AL FRENTE)   *
      * @loo-kuhs   15/10/26 EL RENGLON DEL MANIFIESTO TRAE AL FINAL   *
      *                      EL CONTEO DE GRUPOS DEL MIEMBRO (DIVISION *
      *                      POR GRUPOS DE CABECERA Y DETALLES): SE    *
      *                      AMPLIA EL TRAZADO DE LECTURA DE 71 A 81   *
      *                      POSICIONES                                *
      * @loo-kuhs   15/10/26 LOS REGISTROS CUYA LLAVE NO ESTA EN EL    *
      *                      MAESTRO O ESTA INACTIVA YA NO LLEGAN A    *
      *                      LAS SALIDAS: SE TOTALIZA TAMBIEN          *
      *                      HUERFANOS-<RUN-ID> Y EL CUADRE ES ENTRADA *
      *                      = SALIDAS + RECHAZOS + DUPLICADOS +       *
      *                      HUERFANOS                                 *
      * @loo-kuhs   15/10/26 CADA EJECUCION DEJA SUS ENTRADAS DE       *
      *                      INICIO Y FIN EN LA BITACORA COMUN DE      *
      *                      AUDITORIA (REGISTRA-AUDITORIA)            *
      *                                                                *
      *================================================================*
      * AUTOR       USER PROFILE URL                                   *
               ASSIGN       TO NOMBRE-DUPLICADOS
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS  IS EST-DUPLICADOS.

               SELECT ARCHIVO-HUERFANOS
               ASSIGN       TO NOMBRE-HUERFANOS
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS  IS EST-HUERFANOS.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
           05 MAN-REG-ESCRITOS               PIC 9(09).
           05 FILLER                         PIC X(01).
           05 MAN-CHECKSUM                   PIC 9(10).
           05 FILLER                         PIC X(01).
           05 MAN-GRUPOS                     PIC 9(09).

       FD  ARCHIVO-MIEMBRO.
       01  REG-MIEMBRO                      PIC X(30000).
           05 DUP-LLAVE                      PIC X(15).
           05 FILLER                         PIC X(01).
           05 DUP-DATO                       PIC X(30000).

       FD  ARCHIVO-HUERFANOS.
       01  REG-HUERFANO.
           05 HUE-NUMERO-REGISTRO            PIC 9(09).
           05 FILLER                         PIC X(01).
           05 HUE-LLAVE                      PIC X(15).
           05 FILLER                         PIC X(01).
           05 HUE-MOTIVO                     PIC X(20).
           05 FILLER                         PIC X(01).
           05 HUE-DATO                       PIC X(30000).
      *-----------------------
       WORKING-STORAGE SECTION.
       01  NOMBRE-ENTRADA                   PIC X(100) VALUE SPACES.
       77  NOMBRE-MIEMBRO                   PIC X(50) VALUE SPACES.
       77  NOMBRE-RECHAZOS                  PIC X(30) VALUE SPACES.
       77  NOMBRE-DUPLICADOS                PIC X(30) VALUE SPACES.
       77  NOMBRE-HUERFANOS                 PIC X(30) VALUE SPACES.

       77  RUN-ID                           PIC X(13) VALUE SPACES.

       77  EST-MIEMBRO                      PIC X(02) VALUE SPACES.
       77  EST-RECHAZOS                     PIC X(02) VALUE SPACES.
       77  EST-DUPLICADOS                   PIC X(02) VALUE SPACES.
       77  EST-HUERFANOS                    PIC X(02) VALUE SPACES.

       77  FIN-ARCHIVO                      PIC 9(01) VALUE 00.
       77  FIN-MANIFIESTO                   PIC 9(01) VALUE 00.
           05 TOTAL-SALIDAS                 PIC S9(15) VALUE 00.
           05 TOTAL-RECHAZOS                PIC S9(15) VALUE 00.
           05 TOTAL-DUPLICADOS              PIC S9(15) VALUE 00.
           05 TOTAL-HUERFANOS               PIC S9(15) VALUE 00.
           05 TOTAL-DIFERENCIA              PIC S9(15) VALUE 00.

       01  CONTEO-NO-NUMERICOS.
           05 NO-NUMERICOS-SALIDAS          PIC 9(09) VALUE 00.
           05 NO-NUMERICOS-RECHAZOS         PIC 9(09) VALUE 00.
           05 NO-NUMERICOS-DUPLICADOS       PIC 9(09) VALUE 00.
           05 NO-NUMERICOS-HUERFANOS        PIC 9(09) VALUE 00.

       77  AREA-CUADRE                      PIC X(01) VALUE "E".
           88 AREA-ENTRADA                              VALUE "E".
           88 AREA-SALIDAS                              VALUE "S".
           88 AREA-RECHAZOS                             VALUE "R".
           88 AREA-DUPLICADOS                           VALUE "D".
           88 AREA-HUERFANOS                            VALUE "H".

       01  FORMATO-CIFRAS-CONTROL.
           05 FORMATO-ENT             PIC -ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
           05 FORMATO-SAL             PIC -ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
           05 FORMATO-RCH             PIC -ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
           05 FORMATO-DUP             PIC -ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
           05 FORMATO-HUE             PIC -ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
           05 FORMATO-DIF             PIC -ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.

      * ENTRADA PARA LA BITACORA COMUN DE AUDITORIA (REGISTRA-AUDITORIA)
       01  PARAMETROS-AUDITORIA.
           05 PAU-TIPO                      PIC X(10) VALUE SPACES.
           05 PAU-PROGRAMA                  PIC X(30)
                   VALUE "CUADRE-IMPORTES".
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

           STRING "DUPLICADOS-", RUN-ID, DELIMITED BY SIZE
               INTO NOMBRE-DUPLICADOS
           END-STRING
           STRING "HUERFANOS-", RUN-ID, DELIMITED BY SIZE
               INTO NOMBRE-HUERFANOS
           END-STRING

           DISPLAY "================================================="
           DISPLAY "  CUADRE DE IMPORTES DE LA CORRIDA " RUN-ID
               DISPLAY "SIN ARCHIVO " NOMBRE-DUPLICADOS
                       ", SE CUADRA SIN DUPLICADOS"
           END-IF

           MOVE "H"                         TO AREA-CUADRE
           MOVE 00                          TO FIN-ARCHIVO

           MOVE SPACES                      TO EST-HUERFANOS
           OPEN INPUT ARCHIVO-HUERFANOS

           IF EST-HUERFANOS = "00"
               PERFORM 580-LEER-HUERFANO
               PERFORM 585-SUMAR-HUERFANO
                   UNTIL FIN-ARCHIVO = 01
               CLOSE ARCHIVO-HUERFANOS
           ELSE
               DISPLAY "SIN ARCHIVO " NOMBRE-HUERFANOS
                       ", SE CUADRA SIN HUERFANOS"
           END-IF
           .
       040-TOTALIZAR-CUARENTENAS-EXIT.
           EXIT.
           PERFORM 570-LEER-DUPLICADO
           .

       580-LEER-HUERFANO.

           READ ARCHIVO-HUERFANOS
               AT END
                   MOVE 01                  TO FIN-ARCHIVO
           END-READ
           .

       585-SUMAR-HUERFANO.
           MOVE HUE-DATO                    TO REG-EXAMINADO
           PERFORM 550-SUMAR-IMPORTE
               THRU 550-SUMAR-IMPORTE-EXIT

           PERFORM 580-LEER-HUERFANO
           .

      * EXTRAE EL IMPORTE DEL CAMPO DESIGNADO: ADMITE ESPACIOS A LOS
      * LADOS Y UN SIGNO MENOS AL FRENTE; UN VALOR QUE NO QUEDA EN
      * PUROS DIGITOS SE CUENTA COMO NO NUMERICO Y NO SE SUMA
                       ADD IMPORTE-EXTRAIDO TO TOTAL-RECHAZOS
                   WHEN AREA-DUPLICADOS
                       ADD IMPORTE-EXTRAIDO TO TOTAL-DUPLICADOS
                   WHEN AREA-HUERFANOS
                       ADD IMPORTE-EXTRAIDO TO TOTAL-HUERFANOS
               END-EVALUATE
           ELSE
               EVALUATE TRUE
                       ADD +01              TO NO-NUMERICOS-RECHAZOS
                   WHEN AREA-DUPLICADOS
                       ADD +01              TO NO-NUMERICOS-DUPLICADOS
                   WHEN AREA-HUERFANOS
                       ADD +01              TO NO-NUMERICOS-HUERFANOS
               END-EVALUATE
           END-IF
           .
           IF PROCESO-VIABLE
               COMPUTE TOTAL-DIFERENCIA =
                   TOTAL-ENTRADA - TOTAL-SALIDAS - TOTAL-RECHAZOS
                   - TOTAL-DUPLICADOS - TOTAL-HUERFANOS

               MOVE TOTAL-ENTRADA           TO FORMATO-ENT
               MOVE TOTAL-SALIDAS           TO FORMATO-SAL
               MOVE TOTAL-RECHAZOS          TO FORMATO-RCH
               MOVE TOTAL-DUPLICADOS        TO FORMATO-DUP
               MOVE TOTAL-HUERFANOS         TO FORMATO-HUE
               MOVE TOTAL-DIFERENCIA        TO FORMATO-DIF

               DISPLAY "============================================="
               DISPLAY "*  IMPORTE DE LAS SALIDAS..: " FORMATO-SAL
               DISPLAY "*  IMPORTE DE LOS RECHAZOS.: " FORMATO-RCH
               DISPLAY "*  IMPORTE DE DUPLICADOS...: " FORMATO-DUP
               DISPLAY "*  IMPORTE DE HUERFANOS....: " FORMATO-HUE
               DISPLAY "*  DIFERENCIA..............: " FORMATO-DIF

               IF NO-NUMERICOS-ENTRADA > 00
                  OR NO-NUMERICOS-SALIDAS > 00
                  OR NO-NUMERICOS-RECHAZOS > 00
                  OR NO-NUMERICOS-DUPLICADOS > 00
                  OR NO-NUMERICOS-HUERFANOS > 00
                   DISPLAY "*  IMPORTES NO NUMERICOS (NO SUMADOS):"
                   DISPLAY "*    ENTRADA....: " NO-NUMERICOS-ENTRADA
                   DISPLAY "*    SALIDAS....: " NO-NUMERICOS-SALIDAS
                   DISPLAY "*    RECHAZOS...: " NO-NUMERICOS-RECHAZOS
                   DISPLAY "*    DUPLICADOS.: " NO-NUMERICOS-DUPLICADOS
                   DISPLAY "*    HUERFANOS..: " NO-NUMERICOS-HUERFANOS
               END-IF

               IF TOTAL-DIFERENCIA = 00
               DISPLAY "============================================="
           END-IF

           PERFORM 981-AUDITAR-FIN

           STOP RUN
           .

      * BITACORA DE AUDITORIA: INICIO CON LAS VARIABLES DE AMBIENTE
      * QUE GOBIERNAN EL PROGRAMA, FIN CON EL CODIGO DE RETORNO Y LA
      * CORRIDA O GENERACION TRATADA
       980-AUDITAR-INICIO.
           MOVE "INICIO"                    TO PAU-TIPO
           MOVE SPACES                      TO PAU-DETALLE
           STRING "CDI_RUNID CDI_ENTRADA CDI_IMPORTE_OFFSET "
                  DELIMITED BY SIZE,
                  "CDI_IMPORTE_LONGITUD CDI_ORGANIZACION"
                  DELIMITED BY SIZE
               INTO PAU-DETALLE
           END-STRING
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
       END PROGRAM CUADRE-IMPORTES.
