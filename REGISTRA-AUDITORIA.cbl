      *================================================================*
      *           L O G    D E    M O D I F I C A C I O N E S          *
      *================================================================*
      *  AUTOR       FECHA   DESCRIPCION                               *
      * ----------- -------- ----------------------------------------- *
      * @loo-kuhs   15/10/26 PRIMERA VERSION - SUBPROGRAMA COMUN DE LA *
      *                      BITACORA DE AUDITORIA: CADA PROGRAMA DE   *
      *                      LA SUITE LO LLAMA AL INICIAR, AL TERMINAR *
      *                      Y POR CADA ARCHIVO QUE BORRA, REEMPLAZA O *
      *                      RENOMBRA; AGREGA UN RENGLON AL ARCHIVO    *
      *                      AUDITORIA CON SECUENCIA, FECHA Y HORA,    *
      *                      PROGRAMA, USUARIO, TRABAJO (AUD_TRABAJO), *
      *                      CORRIDA O GENERACION, CODIGO DE RETORNO Y *
      *                      DETALLE (EN EL INICIO, LAS VARIABLES DE   *
      *                      AMBIENTE QUE NOMBRA EL PROGRAMA CON SU    *
      *                      VALOR), MAS UN HASH QUE ENCADENA EL       *
      *                      RENGLON CON EL HASH DEL RENGLON ANTERIOR  *
      * @loo-kuhs   15/10/26 LA LECTURA DEL ULTIMO RENGLON Y LA        *
      *                      GRABACION DEL SIGUIENTE SE HACEN CON EL   *
      *                      CANDADO AUDITORIA-CANDADO TOMADO EN       *
      *                      EXCLUSIVA, PARA QUE LOS SHARDS Y DEMAS    *
      *                      PROCESOS SIMULTANEOS NO REPITAN SECUENCIA *
      *                      NI ROMPAN LA CADENA; SE REINTENTA CADA    *
      *                      SEGUNDO HASTA 120 VECES                   *
      *                                                                *
      *================================================================*
      * AUTOR       USER PROFILE URL                                   *
      * ---------   -------------------------------------------------- *
      * @loo-kuhs   https://github.com/loo-kuhs/                       *
      *================================================================*
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. REGISTRA-AUDITORIA.
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

               SELECT ARCHIVO-CANDADO
               ASSIGN       TO "AUDITORIA-CANDADO"
               ORGANIZATION IS LINE SEQUENTIAL
               LOCK MODE    IS EXCLUSIVE
               FILE STATUS  IS EST-CANDADO.
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

      * EL CANDADO NO LLEVA DATOS: TENERLO ABIERTO EN EXCLUSIVA ES LO
      * QUE IMPIDE QUE OTRO PROCESO LEA EL ULTIMO RENGLON Y GRABE EL
      * SIGUIENTE AL MISMO TIEMPO
       FD  ARCHIVO-CANDADO.
       01  REG-CANDADO                       PIC X(01).
      *-----------------------
       WORKING-STORAGE SECTION.
       77  EST-AUDITORIA                    PIC X(02) VALUE SPACES.
       77  FIN-ARCHIVO                      PIC 9(01) VALUE 00.
       77  EST-CANDADO                      PIC X(02) VALUE SPACES.

       77  SW-CANDADO-TOMADO                PIC X(01) VALUE "N".
           88 CANDADO-TOMADO                           VALUE "S".
       77  INTENTOS-CANDADO                 PIC 9(03) VALUE 00.
       77  MAXIMO-INTENTOS                  PIC 9(03) VALUE 120.
       77  SEGUNDOS-ESPERA                  PIC 9(02) VALUE 01.

       77  SW-PRIMERA-LLAMADA               PIC X(01) VALUE "S".
       77  SW-BITACORA-OK                   PIC X(01) VALUE "S".
           88 BITACORA-VIABLE                          VALUE "S".

       77  USUARIO-AUDITORIA                PIC X(12) VALUE SPACES.
       77  TRABAJO-AUDITORIA                PIC X(30) VALUE SPACES.

       77  HORA-SISTEMA                     PIC 9(08) VALUE 00.

       77  ULTIMA-SECUENCIA                 PIC 9(09) VALUE 00.
       77  ULTIMO-HASH                      PIC 9(18) VALUE 00.

      * EL HASH SE LLEVA EN DOS CARRILES MODULO DOS PRIMOS DISTINTOS,
      * CADA UNO SEMBRADO CON SU MITAD DEL HASH DEL RENGLON ANTERIOR
       77  HASH-CARRIL-A                    PIC 9(12) VALUE 00.
       77  HASH-CARRIL-B                    PIC 9(12) VALUE 00.
       77  IDX-CARACTER                     PIC 9(03) VALUE 00.
       77  LONGITUD-CONTENIDO               PIC 9(03) VALUE 297.

       77  VARIABLES-PEDIDAS                PIC X(150) VALUE SPACES.
       77  NOMBRE-VARIABLE                  PIC X(30) VALUE SPACES.
       77  VALOR-VARIABLE                   PIC X(100) VALUE SPACES.
       77  POS-VARIABLES                    PIC 9(03) VALUE 00.
       77  POS-DETALLE                      PIC 9(03) VALUE 00.

       01  ENTRADA-AUDITORIA                PIC X(315) VALUE SPACES.

       LINKAGE SECTION.
       01  PARAMETROS-AUDITORIA.
           05 PAU-TIPO                      PIC X(10).
           05 PAU-PROGRAMA                  PIC X(30).
           05 PAU-SESION                    PIC 9(09).
           05 PAU-CORRIDA                   PIC X(20).
           05 PAU-RC                        PIC 9(04).
           05 PAU-DETALLE                   PIC X(150).
      *-----------------------
       PROCEDURE DIVISION USING PARAMETROS-AUDITORIA.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       000-CONTROLAR-PROGRAMA.
           MOVE "S"                         TO SW-BITACORA-OK

           IF SW-PRIMERA-LLAMADA = "S"
               PERFORM 010-TOMAR-USUARIO-TRABAJO
               MOVE "N"                     TO SW-PRIMERA-LLAMADA
           END-IF

           PERFORM 015-TOMAR-CANDADO

           IF BITACORA-VIABLE
               PERFORM 020-UBICAR-ULTIMO-RENGLON
                   THRU 020-UBICAR-ULTIMO-RENGLON-EXIT
           END-IF

           IF BITACORA-VIABLE
               PERFORM 030-ARMAR-RENGLON
               PERFORM 050-CALCULAR-HASH
               PERFORM 060-GRABAR-RENGLON
                   THRU 060-GRABAR-RENGLON-EXIT
           END-IF

           PERFORM 070-LIBERAR-CANDADO

           GOBACK
           .

      * EL USUARIO Y EL TRABAJO SE TOMAN UNA SOLA VEZ POR PROCESO: LA
      * CADENA NOCTURNA CAMBIA AUD_TRABAJO PARA CADA PASO QUE LANZA Y
      * SU PROPIA ENTRADA DE FIN DEBE CONSERVAR EL TRABAJO ORIGINAL
       010-TOMAR-USUARIO-TRABAJO.
           ACCEPT USUARIO-AUDITORIA         FROM ENVIRONMENT "USER"
           IF USUARIO-AUDITORIA = SPACES
               ACCEPT USUARIO-AUDITORIA  FROM ENVIRONMENT "LOGNAME"
           END-IF
           IF USUARIO-AUDITORIA = SPACES
               MOVE "DESCONOCIDO"           TO USUARIO-AUDITORIA
           END-IF

           ACCEPT TRABAJO-AUDITORIA    FROM ENVIRONMENT "AUD_TRABAJO"
           .

      * LOS SHARDS DE DYNAMIC-FILE-CREATION CORREN A LA VEZ Y TODOS
      * REGISTRAN AQUI: DE LA LECTURA DEL ULTIMO RENGLON A LA GRABACION
      * DEL NUEVO SE TRABAJA CON EL CANDADO TOMADO; SI SIGUE OCUPADO
      * DESPUES DE MAXIMO-INTENTOS ESPERAS LA ENTRADA NO SE REGISTRA
       015-TOMAR-CANDADO.
           MOVE "N"                         TO SW-CANDADO-TOMADO
           MOVE 00                          TO INTENTOS-CANDADO

           PERFORM 016-INTENTAR-CANDADO
               UNTIL CANDADO-TOMADO
               OR INTENTOS-CANDADO NOT < MAXIMO-INTENTOS

           IF NOT CANDADO-TOMADO
               DISPLAY "BITACORA DE AUDITORIA OCUPADA (ESTADO "
                       EST-CANDADO "), NO SE REGISTRA "
                       FUNCTION TRIM(PAU-TIPO) " DE "
                       FUNCTION TRIM(PAU-PROGRAMA)
               MOVE "N"                     TO SW-BITACORA-OK
           END-IF
           .

      * LA PRIMERA VEZ EL CANDADO NO EXISTE Y SE CREA; EL OPEN OUTPUT
      * TAMBIEN LO DEJA TOMADO EN EXCLUSIVA
       016-INTENTAR-CANDADO.
           ADD +01                          TO INTENTOS-CANDADO

           MOVE SPACES                      TO EST-CANDADO
           OPEN EXTEND ARCHIVO-CANDADO
           IF EST-CANDADO = "35"
               MOVE SPACES                  TO EST-CANDADO
               OPEN OUTPUT ARCHIVO-CANDADO
           END-IF

           IF EST-CANDADO = "00"
               MOVE "S"                     TO SW-CANDADO-TOMADO
           ELSE
               IF INTENTOS-CANDADO < MAXIMO-INTENTOS
                   CALL "C$SLEEP" USING SEGUNDOS-ESPERA
               END-IF
           END-IF
           .

       020-UBICAR-ULTIMO-RENGLON.
           MOVE 00                          TO ULTIMA-SECUENCIA
           MOVE 00                          TO ULTIMO-HASH
           MOVE 00                          TO FIN-ARCHIVO

           MOVE SPACES                      TO EST-AUDITORIA
           OPEN INPUT ARCHIVO-AUDITORIA

           IF EST-AUDITORIA = "35"
               GO TO 020-UBICAR-ULTIMO-RENGLON-EXIT
           END-IF

           IF EST-AUDITORIA NOT = "00"
               DISPLAY "NO SE PUEDE LEER LA BITACORA DE AUDITORIA "
                       "(ESTADO " EST-AUDITORIA "), NO SE REGISTRA "
                       FUNCTION TRIM(PAU-TIPO) " DE "
                       FUNCTION TRIM(PAU-PROGRAMA)
               MOVE "N"                     TO SW-BITACORA-OK
               GO TO 020-UBICAR-ULTIMO-RENGLON-EXIT
           END-IF

           PERFORM 021-LEER-UN-RENGLON
               UNTIL FIN-ARCHIVO = 01

           CLOSE ARCHIVO-AUDITORIA
           .
       020-UBICAR-ULTIMO-RENGLON-EXIT.
           EXIT.

       021-LEER-UN-RENGLON.
           READ ARCHIVO-AUDITORIA
               AT END
                   MOVE 01                  TO FIN-ARCHIVO
               NOT AT END
                   IF AUD-SECUENCIA IS NUMERIC
                       MOVE AUD-SECUENCIA   TO ULTIMA-SECUENCIA
                   END-IF
                   IF AUD-HASH IS NUMERIC
                       MOVE AUD-HASH        TO ULTIMO-HASH
                   END-IF
           END-READ
           .

      * LA ENTRADA DE INICIO ABRE LA SESION CON SU PROPIA SECUENCIA Y
      * LA DEVUELVE AL PROGRAMA, QUE LA PASA EN SUS ENTRADAS SIGUIENTES
       030-ARMAR-RENGLON.
           MOVE SPACES                      TO REG-AUDITORIA
           ADD  +01                         TO ULTIMA-SECUENCIA
           MOVE ULTIMA-SECUENCIA            TO AUD-SECUENCIA
           ACCEPT AUD-FECHA                 FROM DATE
           ACCEPT HORA-SISTEMA              FROM TIME
           MOVE HORA-SISTEMA(1:6)           TO AUD-HORA
           MOVE PAU-TIPO                    TO AUD-TIPO
           MOVE PAU-PROGRAMA                TO AUD-PROGRAMA

           IF PAU-TIPO = "INICIO"
               MOVE ULTIMA-SECUENCIA        TO PAU-SESION
           END-IF

           MOVE PAU-SESION                  TO AUD-SESION
           MOVE USUARIO-AUDITORIA           TO AUD-USUARIO
           MOVE TRABAJO-AUDITORIA           TO AUD-TRABAJO
           MOVE PAU-CORRIDA                 TO AUD-CORRIDA
           MOVE PAU-RC                      TO AUD-RC

           IF PAU-TIPO = "INICIO"
               PERFORM 040-EXPANDIR-VARIABLES
           ELSE
               MOVE PAU-DETALLE             TO AUD-DETALLE
           END-IF
           .

      * EN EL INICIO EL PROGRAMA NOMBRA SUS VARIABLES DE AMBIENTE
      * SEPARADAS POR ESPACIO; SE GRABAN COMO NOMBRE=VALOR LAS QUE
      * TIENEN VALOR
       040-EXPANDIR-VARIABLES.
           MOVE PAU-DETALLE                 TO VARIABLES-PEDIDAS
           MOVE 01                          TO POS-VARIABLES
           MOVE 01                          TO POS-DETALLE

           PERFORM 041-EXPANDIR-UNA-VARIABLE
               UNTIL POS-VARIABLES > 150
           .

       041-EXPANDIR-UNA-VARIABLE.
           MOVE SPACES                      TO NOMBRE-VARIABLE
           UNSTRING VARIABLES-PEDIDAS DELIMITED BY ALL SPACE
               INTO NOMBRE-VARIABLE
               WITH POINTER POS-VARIABLES
           END-UNSTRING

           IF NOMBRE-VARIABLE = SPACES
               MOVE 151                     TO POS-VARIABLES
           ELSE
               MOVE SPACES                  TO VALOR-VARIABLE
               ACCEPT VALOR-VARIABLE
                                  FROM ENVIRONMENT NOMBRE-VARIABLE
               IF VALOR-VARIABLE NOT = SPACES
                  AND POS-DETALLE < 151
                   STRING FUNCTION TRIM(NOMBRE-VARIABLE)
                                            DELIMITED BY SIZE,
                          "="               DELIMITED BY SIZE,
                          FUNCTION TRIM(VALOR-VARIABLE)
                                            DELIMITED BY SIZE,
                          " "               DELIMITED BY SIZE
                       INTO AUD-DETALLE
                       WITH POINTER POS-DETALLE
                       ON OVERFLOW
                           MOVE 151         TO POS-DETALLE
                   END-STRING
               END-IF
           END-IF
           .

      * HASH = FUNCION DEL HASH ANTERIOR Y DE LOS 297 BYTES DEL
      * RENGLON QUE LO PRECEDEN; CAMBIAR, QUITAR O INSERTAR UN RENGLON
      * ROMPE LA CADENA DESDE ESE PUNTO
       050-CALCULAR-HASH.
           COMPUTE HASH-CARRIL-A = ULTIMO-HASH / 1000000000
           COMPUTE HASH-CARRIL-B =
               FUNCTION MOD(ULTIMO-HASH, 1000000000)

           PERFORM 051-SUMAR-UN-CARACTER
               VARYING IDX-CARACTER FROM 1 BY 1
               UNTIL IDX-CARACTER > LONGITUD-CONTENIDO

           COMPUTE AUD-HASH =
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

       060-GRABAR-RENGLON.
           MOVE REG-AUDITORIA               TO ENTRADA-AUDITORIA

           MOVE SPACES                      TO EST-AUDITORIA
           OPEN EXTEND ARCHIVO-AUDITORIA
           IF EST-AUDITORIA NOT = "00"
               OPEN OUTPUT ARCHIVO-AUDITORIA
           END-IF

           IF EST-AUDITORIA NOT = "00"
               DISPLAY "NO SE PUEDE GRABAR LA BITACORA DE AUDITORIA "
                       "(ESTADO " EST-AUDITORIA ")"
               GO TO 060-GRABAR-RENGLON-EXIT
           END-IF

           WRITE REG-AUDITORIA              FROM ENTRADA-AUDITORIA

           CLOSE ARCHIVO-AUDITORIA
           .
       060-GRABAR-RENGLON-EXIT.
           EXIT.

       070-LIBERAR-CANDADO.
           IF CANDADO-TOMADO
               CLOSE ARCHIVO-CANDADO
               MOVE "N"                     TO SW-CANDADO-TOMADO
           END-IF
           .
       END PROGRAM REGISTRA-AUDITORIA.
