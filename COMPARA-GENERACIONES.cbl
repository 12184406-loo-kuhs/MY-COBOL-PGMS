      *                      FRENTE) COMO EL MODO CONCATENADO DE LA    *
      *                      UNION; CODIGO DE RETORNO 8 SI LA          *
      *                      COMPARACION NO SE PUDO COMPLETAR          *
      * @loo-kuhs   15/10/26 CADA EJECUCION DEJA SUS ENTRADAS DE       *
      *                      INICIO Y FIN EN LA BITACORA COMUN DE      *
      *                      AUDITORIA (REGISTRA-AUDITORIA), MAS UNA   *
      *                      POR CADA ARCHIVO QUE REEMPLAZA            *
      *                                                                *
      *================================================================*
      * AUTOR       USER PROFILE URL                                   *
           05 FORMATO-ALT                   PIC ZZZ,ZZZ,ZZ9.
           05 FORMATO-BAJ                   PIC ZZZ,ZZZ,ZZ9.
           05 FORMATO-CAM                   PIC ZZZ,ZZZ,ZZ9.

      * ENTRADA PARA LA BITACORA COMUN DE AUDITORIA (REGISTRA-AUDITORIA)
       01  PARAMETROS-AUDITORIA.
           05 PAU-TIPO                      PIC X(10) VALUE SPACES.
           05 PAU-PROGRAMA                  PIC X(30)
                   VALUE "COMPARA-GENERACIONES".
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

                       ARCHIVO-BAJAS
                       ARCHIVO-CAMBIOS
           MOVE "S"                         TO SW-SALIDAS-ABIERTAS
           MOVE "REEMPLAZO"                 TO PAU-TIPO
           MOVE "ALTAS BAJAS CAMBIOS"       TO PAU-DETALLE
           PERFORM 985-REGISTRAR-AUDITORIA
           .
       010-INICIAR-PROGRAMA-EXIT.
           EXIT.

           PERFORM 990-PRESENTAR-CIFRAS-CONTROL

           PERFORM 981-AUDITAR-FIN

           STOP RUN
           .

           DISPLAY "*  CAMBIOS...................: " FORMATO-CAM
           DISPLAY "****************************************"
           .

      * BITACORA DE AUDITORIA: INICIO CON LAS VARIABLES DE AMBIENTE
      * QUE GOBIERNAN EL PROGRAMA, FIN CON EL CODIGO DE RETORNO Y LA
      * CORRIDA O GENERACION TRATADA
       980-AUDITAR-INICIO.
           MOVE "INICIO"                    TO PAU-TIPO
           MOVE SPACES                      TO PAU-DETALLE
           STRING "CGN_PREFIJO CGN_GEN_VIEJA CGN_GEN_NUEVA "
                  DELIMITED BY SIZE,
                  "CGN_LLAVE_OFFSET CGN_LLAVE_LONGITUD "
                  DELIMITED BY SIZE,
                  "CGN_ORGANIZACION"
                  DELIMITED BY SIZE
               INTO PAU-DETALLE
           END-STRING
           PERFORM 985-REGISTRAR-AUDITORIA
           .

       981-AUDITAR-FIN.
           MOVE "FIN"                       TO PAU-TIPO
           MOVE SPACES                      TO PAU-CORRIDA
           MOVE SPACES                      TO PAU-DETALLE
           STRING "G"                DELIMITED BY SIZE,
                  GENERACION-VIEJA   DELIMITED BY SIZE,
                  " G"               DELIMITED BY SIZE,
                  GENERACION-NUEVA   DELIMITED BY SIZE
               INTO PAU-CORRIDA
           END-STRING
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
       END PROGRAM COMPARA-GENERACIONES.
