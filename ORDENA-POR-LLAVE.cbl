      *                      CONSERVA LA CABECERA (HDR) COMO PRIMER    *
      *                      REGISTRO Y EL TRAILER (TRL) COMO ULTIMO,  *
      *                      IDENTIFICADOS POR SU POSICION FISICA      *
      * @loo-kuhs   15/10/26 CADA EJECUCION DEJA SUS ENTRADAS DE       *
      *                      INICIO Y FIN EN LA BITACORA COMUN DE      *
      *                      AUDITORIA (REGISTRA-AUDITORIA), MAS UNA   *
      *                      POR CADA ARCHIVO QUE REEMPLAZA            *
      *                                                                *
      *================================================================*
      * AUTOR       USER PROFILE URL                                   *
       77  SW-PROCESO-OK                    PIC X(01) VALUE "S".
           88 PROCESO-VIABLE                            VALUE "S".
           88 PROCESO-DETENIDO                          VALUE "N".

      * ENTRADA PARA LA BITACORA COMUN DE AUDITORIA (REGISTRA-AUDITORIA)
       01  PARAMETROS-AUDITORIA.
           05 PAU-TIPO                      PIC X(10) VALUE SPACES.
           05 PAU-PROGRAMA                  PIC X(30)
                   VALUE "ORDENA-POR-LLAVE".
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


           OPEN OUTPUT ARCHIVO-SALIDA
           MOVE "S"                         TO SW-SALIDA-ABIERTA
           MOVE "REEMPLAZO"                 TO PAU-TIPO
           MOVE NOMBRE-SALIDA               TO PAU-DETALLE
           PERFORM 985-REGISTRAR-AUDITORIA

           MOVE  REG-CABECERA-GUARDADA      TO REG-SALIDA
           WRITE REG-SALIDA

           PERFORM 990-PRESENTAR-CIFRAS-CONTROL

           PERFORM 981-AUDITAR-FIN

           STOP RUN
           .

           DISPLAY "*  REGISTROS ORDENADOS: " FORMATO-ESC "    *"
           DISPLAY "****************************************"
           .

      * BITACORA DE AUDITORIA: INICIO CON LAS VARIABLES DE AMBIENTE
      * QUE GOBIERNAN EL PROGRAMA, FIN CON EL CODIGO DE RETORNO Y LA
      * CORRIDA O GENERACION TRATADA
       980-AUDITAR-INICIO.
           MOVE "INICIO"                    TO PAU-TIPO
           MOVE SPACES                      TO PAU-DETALLE
           STRING "OPL_ENTRADA OPL_SALIDA OPL_OFFSET "
                  DELIMITED BY SIZE,
                  "OPL_LONGITUD"
                  DELIMITED BY SIZE
               INTO PAU-DETALLE
           END-STRING
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
       END PROGRAM ORDENA-POR-LLAVE.
