      *                      UN VALOR NO NUMERICO ABORTA LA            *
      *                      VERIFICACION EN VEZ DE VERIFICAR EN       *
      *                      SILENCIO LA ULTIMA GENERACION             *
      * @loo-kuhs   15/10/26 EL RENGLON DEL MANIFIESTO TRAE AL FINAL   *
      *                      EL CONTEO DE GRUPOS DEL MIEMBRO (DIVISION *
      *                      POR GRUPOS DE CABECERA Y DETALLES): SE    *
      *                      AMPLIA EL TRAZADO DE LECTURA DE 71 A 81   *
      *                      POSICIONES                                *
      * @loo-kuhs   15/10/26 CADA EJECUCION DEJA SUS ENTRADAS DE       *
      *                      INICIO Y FIN EN LA BITACORA COMUN DE      *
      *                      AUDITORIA (REGISTRA-AUDITORIA)            *
      *                                                                *
      *================================================================*
      * AUTOR       USER PROFILE URL                                   *
           05 MAN-REG-ESCRITOS               PIC 9(09).
           05 FILLER                         PIC X(01).
           05 MAN-CHECKSUM                   PIC 9(10).
           05 FILLER                         PIC X(01).
           05 MAN-GRUPOS                     PIC 9(09).

       FD  ARCHIVO-VERIFICADO.
       01  REG-VERIFICADO                   PIC X(30000).
       77  RUN-ID-UBICADO                   PIC X(13) VALUE SPACES.
       77  EST-CATALOGO                     PIC X(02) VALUE SPACES.
       77  FIN-CATALOGO                     PIC 9(01) VALUE 00.

      * ENTRADA PARA LA BITACORA COMUN DE AUDITORIA (REGISTRA-AUDITORIA)
       01  PARAMETROS-AUDITORIA.
           05 PAU-TIPO                      PIC X(10) VALUE SPACES.
           05 PAU-PROGRAMA                  PIC X(30)
                   VALUE "VERIFICA-MANIFIESTO".
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
           MOVE "VMF_PREFIJO VMF_MANIFEST VMF_GENERACION" TO PAU-DETALLE
           PERFORM 985-REGISTRAR-AUDITORIA
           .

       981-AUDITAR-FIN.
           MOVE "FIN"                       TO PAU-TIPO
           MOVE SPACES                      TO PAU-CORRIDA
           MOVE SPACES                      TO PAU-DETALLE
           IF RUN-ID-UBICADO NOT = SPACES
               MOVE RUN-ID-UBICADO          TO PAU-CORRIDA
           ELSE
               MOVE NOMBRE-MANIFIESTO       TO PAU-CORRIDA
           END-IF
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
       END PROGRAM VERIFICA-MANIFIESTO.
