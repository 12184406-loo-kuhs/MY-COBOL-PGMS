      *                      INDICA; SIN ARCHIVO ESPERADOS LA SECCION  *
      *                      SE OMITE Y SIN CALENDARIO HOY SE TOMA     *
      *                      COMO HABIL DE LUNES A VIERNES             *
      * @loo-kuhs   15/10/26 LA BITACORA TRAE AL FINAL DEL RENGLON EL  *
      *                      CONTEO DE GRUPOS (DIVISION POR GRUPOS DE  *
      *                      CABECERA Y DETALLES): SE AMPLIA EL        *
      *                      TRAZADO DE LECTURA                        *
      * @loo-kuhs   15/10/26 COLUMNA Y TOTAL DEL DIA DE REGISTROS      *
      *                      HUERFANOS, TOMADOS DEL NUEVO CAMPO AL     *
      *                      FINAL DEL RENGLON DE BITACORA             *
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
           05 TOTAL-ARCHIVOS-GENERADOS     PIC 9(07) VALUE 00.
           05 TOTAL-REG-RECHAZADOS         PIC 9(09) VALUE 00.
           05 TOTAL-REG-DUPLICADOS         PIC 9(09) VALUE 00.
           05 TOTAL-REG-HUERFANOS          PIC 9(09) VALUE 00.

       01  FORMATO-CIFRAS-DEL-DIA.
           05 FORMATO-CORRIDAS             PIC ZZZZ9.
           05 FORMATO-ARC                  PIC ZZZ,ZZZ,ZZ9.
           05 FORMATO-RCH                  PIC ZZZ,ZZZ,ZZ9.
           05 FORMATO-DUP                  PIC ZZZ,ZZZ,ZZ9.
           05 FORMATO-HUE                  PIC ZZZ,ZZZ,ZZ9.

       77  SW-BITACORA-OK                   PIC X(01) VALUE "S".
           88 BITACORA-DISPONIBLE                      VALUE "S".
       77  TOTAL-ESPERADOS                  PIC 9(03) VALUE 00.
       77  IDX-ESPERADO                     PIC 9(03) VALUE 00.
       77  TOTAL-SIN-CORRER                 PIC 9(03) VALUE 00.

      * ENTRADA PARA LA BITACORA COMUN DE AUDITORIA (REGISTRA-AUDITORIA)
       01  PARAMETROS-AUDITORIA.
           05 PAU-TIPO                      PIC X(10) VALUE SPACES.
           05 PAU-PROGRAMA                  PIC X(30)
                   VALUE "REPORTE-CONTROL-DIARIO".
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

           DISPLAY "  FECHA DEL REPORTE: " FECHA-REPORTE
           DISPLAY "================================================="
           DISPLAY "ARCHIVO ENTRADA     HORA     LEIDOS  ESCRITOS ARCH "
               "RECHAZADOS DUPLICADOS HUERFANOS CORRIDA"

           PERFORM 500-LEER-REGISTRO
           .
               MOVE 00                      TO BIT-REG-DUPLICADOS
           END-IF

           IF BIT-HUERFANOS IS NUMERIC
               ADD BIT-HUERFANOS            TO TOTAL-REG-HUERFANOS
           ELSE
               MOVE 00                      TO BIT-HUERFANOS
           END-IF

           MOVE BIT-HORA(1:2)               TO FH-HORAS
           MOVE BIT-HORA(3:2)               TO FH-MINUTOS
           MOVE BIT-HORA(5:2)               TO FH-SEGUNDOS
           DISPLAY BIT-ARCHIVO-ENTRADA(1:16), " ", FORMATO-HORA, " ",
                   BIT-REG-LEIDOS, " ", BIT-REG-ESCRITOS, " ",
                   BIT-ARCHIVOS-GENERADOS, " ", BIT-REG-RECHAZADOS,
                   "  ", BIT-REG-DUPLICADOS, "  ", BIT-HUERFANOS,
                   " ", BIT-RUN-ID
           .

       035-MARCAR-ESPERADO.
                   THRU 060-REPORTAR-ESPERADOS-EXIT
           END-IF

           PERFORM 981-AUDITAR-FIN

           STOP RUN
           .

           MOVE TOTAL-ARCHIVOS-GENERADOS    TO FORMATO-ARC
           MOVE TOTAL-REG-RECHAZADOS        TO FORMATO-RCH
           MOVE TOTAL-REG-DUPLICADOS        TO FORMATO-DUP
           MOVE TOTAL-REG-HUERFANOS         TO FORMATO-HUE

           DISPLAY "================================================="
           DISPLAY "*  CORRIDAS DEL DIA........: " FORMATO-CORRIDAS
           DISPLAY "*  ARCHIVOS GENERADOS......: " FORMATO-ARC
           DISPLAY "*  REGISTROS RECHAZADOS....: " FORMATO-RCH
           DISPLAY "*  REGISTROS DUPLICADOS....: " FORMATO-DUP
           DISPLAY "*  REGISTROS HUERFANOS.....: " FORMATO-HUE
           DISPLAY "================================================="
           .

      * BITACORA DE AUDITORIA: INICIO CON LAS VARIABLES DE AMBIENTE
      * QUE GOBIERNAN EL PROGRAMA, FIN CON EL CODIGO DE RETORNO Y LA
      * CORRIDA O GENERACION TRATADA
       980-AUDITAR-INICIO.
           MOVE "INICIO"                    TO PAU-TIPO
           MOVE SPACES                      TO PAU-DETALLE
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
       END PROGRAM REPORTE-CONTROL-DIARIO.
