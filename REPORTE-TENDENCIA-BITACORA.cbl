      *                      TOMA COMO HABIL DE LUNES A VIERNES; SIN   *
      *                      ARCHIVO CALENDARIO EL REPORTE MARCA COMO  *
      *                      ANTES                                     *
      * @loo-kuhs   15/10/26 LA BITACORA TRAE AL FINAL DEL RENGLON EL  *
      *                      CONTEO DE GRUPOS (DIVISION POR GRUPOS DE  *
      *                      CABECERA Y DETALLES): SE AMPLIA EL        *
      *                      TRAZADO DE LECTURA                        *
      * @loo-kuhs   15/10/26 SE AMPLIA EL TRAZADO DE LECTURA DE LA     *
      *                      BITACORA CON EL CONTEO DE REGISTROS       *
      *                      HUERFANOS                                 *
      * @loo-kuhs   15/10/26 CADA EJECUCION DEJA SUS ENTRADAS DE       *
      *                      INICIO Y FIN EN LA BITACORA COMUN DE      *
      *                      AUDITORIA (REGISTRA-AUDITORIA)            *
      *                                                                *
      *================================================================*
      * AUTOR       USER PROFILE URL                                   *
           05 BIT-RUN-ID                     PIC X(13).
           05 FILLER                         PIC X(01).
           05 BIT-REG-DUPLICADOS             PIC 9(09).
           05 FILLER                         PIC X(01).
           05 BIT-GRUPOS                     PIC 9(09).
           05 FILLER                         PIC X(01).
           05 BIT-HUERFANOS                  PIC 9(09).

       FD  ARCHIVO-CALENDARIO.
       01  REG-CALENDARIO.
       77  FECHA-EXAMINADA                  PIC 9(06) VALUE 00.
       77  FECHA-LARGA                      PIC 9(08) VALUE 00.
       77  DIA-SEMANA                       PIC 9(01) VALUE 0.

      * ENTRADA PARA LA BITACORA COMUN DE AUDITORIA (REGISTRA-AUDITORIA)
       01  PARAMETROS-AUDITORIA.
           05 PAU-TIPO                      PIC X(10) VALUE SPACES.
           05 PAU-PROGRAMA                  PIC X(30)
                   VALUE "REPORTE-TENDENCIA-BITACORA".
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

               PERFORM 990-PRESENTAR-RESUMEN
           END-IF

           PERFORM 981-AUDITAR-FIN

           STOP RUN
           .

           DISPLAY "*  ANOMALIAS MARCADAS.......: " TOTAL-ANOMALIAS
           DISPLAY "================================================="
           .

      * BITACORA DE AUDITORIA: INICIO CON LAS VARIABLES DE AMBIENTE
      * QUE GOBIERNAN EL PROGRAMA, FIN CON EL CODIGO DE RETORNO Y LA
      * CORRIDA O GENERACION TRATADA
       980-AUDITAR-INICIO.
           MOVE "INICIO"                    TO PAU-TIPO
           MOVE "RTB_DESDE RTB_HASTA RTB_PORCIENTO" TO PAU-DETALLE
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
       END PROGRAM REPORTE-TENDENCIA-BITACORA.
