      *================================================================*
      *           L O G    D E    M O D I F I C A C I O N E S          *
      *================================================================*
      *  AUTOR       FECHA   DESCRIPCION                               *
      * ----------- -------- ----------------------------------------- *
      * @loo-kuhs   15/10/26 PRIMERA VERSION - COPIA ENMASCARADA DE    *
      *                      UNA GENERACION DEL CATALOGO PARA PRUEBAS  *
      *                      Y TERCEROS: CON CEM_PREFIJO Y             *
      *                      CEM_GENERACION (NUMERICA DE HASTA 4       *
      *                      DIGITOS; 0 U OMITIDA = ULTIMA) UBICA LOS  *
      *                      MIEMBROS, LOS LEE OMITIENDO LA CABECERA Y *
      *                      EL TRAILER POR POSICION Y APLICA A CADA   *
      *                      REGISTRO LAS REGLAS DEL ARCHIVO MASCARAS  *
      *                      (OFFSET Y LONGITUD COMO CAMPOS; B =       *
      *                      BLANCOS, F = VALOR FIJO, U = CONSERVAR    *
      *                      LOS ULTIMOS N CARACTERES, S = SUSTITUTO   *
      *                      CONSISTENTE); CADA COPIA CONSERVA LA      *
      *                      CABECERA, LLEVA TRAILER CON SU CONTEO Y   *
      *                      SE REGISTRA CON SU CHECKSUM EN UN         *
      *                      MANIFIESTO PROPIO Y EN EL CATALOGO BAJO   *
      *                      EL PREFIJO ENMASCARADO (CEM_PREFIJO_SALIDA*
      *                      U OMITIDO = PREFIJO-MSK) CON GENERACION Y *
      *                      RUN-ID PROPIOS; CODIGO DE RETORNO 8 SI LA *
      *                      COPIA NO SE PUDO COMPLETAR                *
      * @loo-kuhs   15/10/26 CADA EJECUCION DEJA SUS ENTRADAS DE       *
      *                      INICIO Y FIN EN LA BITACORA COMUN DE      *
      *                      AUDITORIA (REGISTRA-AUDITORIA)            *
      * @loo-kuhs   15/10/26 CEM_GENERACION=0 TOMA LA ULTIMA           *
      *                      GENERACION DEL PREFIJO, IGUAL QUE SI SE   *
      *                      OMITE                                     *
      *                                                                *
      *================================================================*
      * AUTOR       USER PROFILE URL                                   *
      * ---------   -------------------------------------------------- *
      * @loo-kuhs   https://github.com/loo-kuhs/                       *
      *================================================================*
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. COPIA-ENMASCARADA.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               SELECT ARCHIVO-CATALOGO
               ASSIGN       TO "CATALOGO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS EST-CATALOGO.

               SELECT ARCHIVO-MASCARAS
               ASSIGN       TO NOMBRE-MASCARAS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS EST-MASCARAS.

               SELECT ARCHIVO-MANIFIESTO-ORIGEN
               ASSIGN       TO NOMBRE-MANIFIESTO-ORIGEN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS EST-MANIFIESTO-ORIGEN.

               SELECT ARCHIVO-MIEMBRO
               ASSIGN       TO NOMBRE-MIEMBRO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS EST-MIEMBRO.

               SELECT ARCHIVO-MIEMBRO-IX
               ASSIGN       TO NOMBRE-MIEMBRO
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS SEQUENTIAL
               RECORD KEY   IS MIX-LLAVE
               FILE STATUS  IS EST-MIEMBRO.

               SELECT ARCHIVO-SALIDA
               ASSIGN       TO NOMBRE-SALIDA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS EST-SALIDA.

               SELECT ARCHIVO-MANIFIESTO
               ASSIGN       TO NOMBRE-MANIFIESTO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS EST-MANIFIESTO.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
       FD  ARCHIVO-CATALOGO.
       01  REG-CATALOGO.
           05 CAT-GENERACION                 PIC 9(04).
           05 FILLER                         PIC X(01).
           05 CAT-FECHA                      PIC 9(06).
           05 FILLER                         PIC X(01).
           05 CAT-HORA                       PIC 9(06).
           05 FILLER                         PIC X(01).
           05 CAT-RUN-ID                     PIC X(13).
           05 FILLER                         PIC X(01).
           05 CAT-NOMBRE-INICIAL             PIC X(44).
           05 FILLER                         PIC X(01).
           05 CAT-ARCHIVO-ENTRADA            PIC X(100).
           05 FILLER                         PIC X(01).
           05 CAT-NOMBRE-MIEMBRO             PIC X(50).

      * MISMO TRAZADO DE OFFSET Y LONGITUD QUE CAMPOS, MAS LA REGLA,
      * LA CANTIDAD N DE LA REGLA U Y EL VALOR DE LA REGLA F (EN LA
      * REGLA U EL PRIMER CARACTER DEL VALOR ES EL DE RELLENO)
       FD  ARCHIVO-MASCARAS.
       01  REG-MASCARA.
           05 MSC-OFFSET                     PIC 9(05).
           05 FILLER                         PIC X(01).
           05 MSC-LONGITUD                   PIC 9(05).
           05 FILLER                         PIC X(01).
           05 MSC-REGLA                      PIC X(01).
           05 FILLER                         PIC X(01).
           05 MSC-CANTIDAD                   PIC 9(02).
           05 FILLER                         PIC X(01).
           05 MSC-VALOR                      PIC X(30).

       FD  ARCHIVO-MANIFIESTO-ORIGEN.
       01  REG-MANIFIESTO-ORIGEN.
           05 MOR-NOMBRE-ARCHIVO             PIC X(50).
           05 FILLER                         PIC X(01).
           05 MOR-REG-ESCRITOS               PIC 9(09).
           05 FILLER                         PIC X(01).
           05 MOR-CHECKSUM                   PIC 9(10).
           05 FILLER                         PIC X(01).
           05 MOR-GRUPOS                     PIC 9(09).

       FD  ARCHIVO-MIEMBRO.
       01  REG-MIEMBRO                      PIC X(30000).

       FD  ARCHIVO-MIEMBRO-IX.
       01  REG-MIEMBRO-IX.
           05 MIX-LLAVE                      PIC X(15).
           05 MIX-DATO                       PIC X(30000).

       FD  ARCHIVO-SALIDA.
       01  REG-SALIDA                       PIC X(30000).

       FD  ARCHIVO-MANIFIESTO.
       01  REG-MANIFIESTO.
           05 MAN-NOMBRE-ARCHIVO             PIC X(50).
           05 FILLER                         PIC X(01).
           05 MAN-REG-ESCRITOS               PIC 9(09).
           05 FILLER                         PIC X(01).
           05 MAN-CHECKSUM                   PIC 9(10).
           05 FILLER                         PIC X(01).
           05 MAN-GRUPOS                     PIC 9(09).
      *-----------------------
       WORKING-STORAGE SECTION.
       77  NOMBRE-MIEMBRO                   PIC X(50) VALUE SPACES.
       77  NOMBRE-SALIDA                    PIC X(50) VALUE SPACES.
       77  NOMBRE-MASCARAS                  PIC X(50) VALUE SPACES.
       77  NOMBRE-MANIFIESTO                PIC X(30) VALUE SPACES.
       77  NOMBRE-MANIFIESTO-ORIGEN         PIC X(30) VALUE SPACES.

       01  REG-PENDIENTE                    PIC X(30000).
       01  REG-MIEMBRO-LEIDO                PIC X(30000).

       77  EST-CATALOGO                     PIC X(02) VALUE SPACES.
       77  EST-MASCARAS                     PIC X(02) VALUE SPACES.
       77  EST-MANIFIESTO-ORIGEN            PIC X(02) VALUE SPACES.
       77  EST-MIEMBRO                      PIC X(02) VALUE SPACES.
       77  EST-SALIDA                       PIC X(02) VALUE SPACES.
       77  EST-MANIFIESTO                   PIC X(02) VALUE SPACES.
       77  FIN-CATALOGO                     PIC 9(01) VALUE 00.
       77  FIN-MASCARAS                     PIC 9(01) VALUE 00.
       77  FIN-MANIFIESTO-ORIGEN            PIC 9(01) VALUE 00.
       77  FIN-MIEMBRO                      PIC 9(01) VALUE 00.

       77  PREFIJO-PEDIDO                   PIC X(44) VALUE SPACES.
       77  PREFIJO-SALIDA                   PIC X(44) VALUE SPACES.
       77  LONGITUD-PREFIJO                 PIC 9(02) VALUE 00.
       77  GENERACION-PEDIDA                PIC X(04) VALUE SPACES.
       77  GENERACION-AJUSTADA              PIC X(04) VALUE SPACES.
       77  LONGITUD-GENERACION              PIC 9(01) VALUE 0.
       77  POS-GENERACION                   PIC 9(01) VALUE 0.
       77  GENERACION-ORIGEN                PIC 9(04) VALUE 0000.
       77  GENERACION-SALIDA                PIC 9(04) VALUE 0000.
       77  RUN-ID                           PIC X(13) VALUE SPACES.
       77  RUN-ID-ORIGEN                    PIC X(13) VALUE SPACES.
       77  FECHA-CORRIDA                    PIC 9(06) VALUE 00.
       77  HORA-CORRIDA                     PIC 9(08) VALUE 00.

       01  MARCA-GENERACION-ORIGEN.
           05 FILLER                        PIC X(02) VALUE "-G".
           05 MGO-GENERACION                PIC 9(04).

       01  MARCA-GENERACION-SALIDA.
           05 FILLER                        PIC X(02) VALUE "-G".
           05 MGS-GENERACION                PIC 9(04).

       77  SUFIJO-MIEMBRO                   PIC X(50) VALUE SPACES.

       77  ORGANIZACION-ENTRADA             PIC X(01) VALUE "L".
           88 ENTRADA-INDEXADA                          VALUE "I".

       77  SW-PROCESO-OK                    PIC X(01) VALUE "S".
           88 PROCESO-VIABLE                            VALUE "S".
           88 PROCESO-DETENIDO                          VALUE "N".

       77  SW-HAY-PENDIENTE                 PIC X(01) VALUE "N".
       77  SW-ENCONTRADO                    PIC X(01) VALUE "N".
       77  SW-SALIDA-ABIERTA                PIC X(01) VALUE "N".
       77  SW-NOMBRE-EXCEDIDO               PIC X(01) VALUE "N".

       01  TABLA-MIEMBROS.
           05 MIEMBRO-ENTRY                 OCCURS 60 TIMES.
               10 MIE-NOMBRE                PIC X(50).
               10 MIE-NOMBRE-SALIDA         PIC X(50).
               10 MIE-REG-ESCRITOS          PIC 9(09).
               10 MIE-CHECKSUM              PIC 9(10).
               10 MIE-GRUPOS                PIC 9(09).

       77  TOTAL-MIEMBROS                   PIC 9(02) VALUE 00.
       77  IDX-MIEMBRO                      PIC 9(02) VALUE 00.
       77  SW-MIEMBROS-EXCEDIDOS            PIC X(01) VALUE "N".

       01  TABLA-REGLAS.
           05 REGLA-ENTRY                   OCCURS 50 TIMES.
               10 REGLA-OFFSET              PIC 9(05).
               10 REGLA-LONGITUD            PIC 9(05).
               10 REGLA-TIPO                PIC X(01).
                  88 REGLA-BLANCOS                      VALUE "B".
                  88 REGLA-VALOR-FIJO                   VALUE "F".
                  88 REGLA-ULTIMOS                      VALUE "U".
                  88 REGLA-SUSTITUTO                    VALUE "S".
               10 REGLA-CANTIDAD            PIC 9(02).
               10 REGLA-VALOR               PIC X(30).

       77  TOTAL-REGLAS                     PIC 9(03) VALUE 00.
       77  IDX-REGLA                        PIC 9(03) VALUE 00.
       77  RENGLON-MASCARA                  PIC 9(03) VALUE 00.
       77  SW-REGLA-INVALIDA                PIC X(01) VALUE "N".

      * LAS REGLAS U Y S TRABAJAN EL CAMPO EN ESTA AREA: ADMITEN
      * CAMPOS DE HASTA 100 POSICIONES (CUENTAS, RFC, TELEFONOS)
       77  CAMPO-TRABAJO                    PIC X(100) VALUE SPACES.
       77  LONGITUD-CAMPO                   PIC 9(03) VALUE 00.
       77  IDX-CARACTER                     PIC 9(03) VALUE 00.
       77  CONTEO-CONSERVADOS               PIC 9(03) VALUE 00.
       77  CARACTER-RELLENO                 PIC X(01) VALUE "*".

       77  CARACTER-EXAMINADO               PIC X(01) VALUE SPACE.
           88 CARACTER-DIGITO                           VALUE "0"
                                                        THRU "9".
           88 CARACTER-MAYUSCULA                        VALUE "A"
                                                        THRU "Z".
           88 CARACTER-MINUSCULA                        VALUE "a"
                                                        THRU "z".

       77  DIGITOS-SUSTITUTOS               PIC X(10)
                                            VALUE "0123456789".
       77  MAYUSCULAS-SUSTITUTAS            PIC X(26)
                                VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
       77  MINUSCULAS-SUSTITUTAS            PIC X(26)
                                VALUE "abcdefghijklmnopqrstuvwxyz".

      * EL SUSTITUTO SE DERIVA SOLO DEL VALOR DEL CAMPO Y DE LA
      * SEMILLA (CEM_SEMILLA): EL MISMO VALOR DA SIEMPRE EL MISMO
      * SUSTITUTO EN TODOS LOS MIEMBROS Y CORRIDAS CON LA MISMA
      * SEMILLA, POR LO QUE LOS CRUCES POR ESE CAMPO SIGUEN FUNCIONANDO
       77  SEMILLA                          PIC X(20) VALUE SPACES.
       77  HASH-SEMILLA                     PIC 9(18) VALUE 00.
       77  HASH-SUSTITUTO                   PIC 9(18) VALUE 00.
       77  POSICION-SUSTITUTA               PIC 9(02) VALUE 00.

       77  LONGITUD-REG                     PIC 9(05) VALUE 00.
       77  IDX-CHECKSUM                     PIC 9(05) VALUE 00.
       77  CHECKSUM-MIEMBRO                 PIC 9(10) VALUE 00.
       77  REG-ESCRITOS-MIEMBRO             PIC 9(09) VALUE 00.

       01  REG-TRAILER.
           05 TRL-LITERAL                   PIC X(03) VALUE "TRL".
           05 FILLER                        PIC X(01) VALUE SPACE.
           05 TRL-REG-ESCRITOS              PIC 9(09).

       01  PROCESO-REGISTROS.
           05 REG-LEIDOS                    PIC 9(09) VALUE 00.
           05 REG-ENMASCARADOS              PIC 9(09) VALUE 00.
           05 MIEMBROS-COPIADOS             PIC 9(03) VALUE 00.

       01  FORMATO-CIFRAS-CONTROL.
           05 FORMATO-MIE                   PIC ZZZ,ZZZ,ZZ9.
           05 FORMATO-LEI                   PIC ZZZ,ZZZ,ZZ9.
           05 FORMATO-ENM                   PIC ZZZ,ZZZ,ZZ9.
           05 FORMATO-REG                   PIC ZZZ,ZZZ,ZZ9.

      * ENTRADA PARA LA BITACORA COMUN DE AUDITORIA (REGISTRA-AUDITORIA)
       01  PARAMETROS-AUDITORIA.
           05 PAU-TIPO                      PIC X(10) VALUE SPACES.
           05 PAU-PROGRAMA                  PIC X(30)
                   VALUE "COPIA-ENMASCARADA".
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
               PERFORM 018-CARGAR-REGLAS
                   THRU 018-CARGAR-REGLAS-EXIT
           END-IF

           IF PROCESO-VIABLE
               PERFORM 016-CARGAR-MIEMBROS
                   THRU 016-CARGAR-MIEMBROS-EXIT
           END-IF

           IF PROCESO-VIABLE
               PERFORM 019-LEER-MANIFIESTO-ORIGEN
           END-IF

           IF PROCESO-VIABLE
               PERFORM 050-ENMASCARAR-UN-MIEMBRO
                   THRU 050-ENMASCARAR-UN-MIEMBRO-EXIT
                   VARYING IDX-MIEMBRO FROM 1 BY 1
                   UNTIL IDX-MIEMBRO > TOTAL-MIEMBROS
                   OR PROCESO-DETENIDO
           END-IF

           IF PROCESO-VIABLE
               PERFORM 060-REGISTRAR-JUEGO
                   THRU 060-REGISTRAR-JUEGO-EXIT
           END-IF

           PERFORM 100-TERMINAR-PROGRAMA
           .

       010-INICIAR-PROGRAMA.

           ACCEPT FECHA-CORRIDA              FROM DATE
           ACCEPT HORA-CORRIDA               FROM TIME

           ACCEPT PREFIJO-PEDIDO        FROM ENVIRONMENT "CEM_PREFIJO"

           IF PREFIJO-PEDIDO = SPACES
               DISPLAY "FALTA LA VARIABLE CEM_PREFIJO CON EL PREFIJO "
               DISPLAY "DEL CATALOGO A ENMASCARAR, SE ABORTA LA COPIA"
               MOVE "N"                     TO SW-PROCESO-OK
               MOVE 08                      TO RETURN-CODE
               GO TO 010-INICIAR-PROGRAMA-EXIT
           END-IF

           MOVE FUNCTION LENGTH(FUNCTION TRIM(PREFIJO-PEDIDO))
               TO LONGITUD-PREFIJO

           ACCEPT PREFIJO-SALIDA
                                 FROM ENVIRONMENT "CEM_PREFIJO_SALIDA"
           IF PREFIJO-SALIDA = SPACES
               IF LONGITUD-PREFIJO > 40
                   DISPLAY "EL PREFIJO NO ADMITE EL SUFIJO -MSK, "
                   DISPLAY "INDIQUE CEM_PREFIJO_SALIDA, SE ABORTA LA "
                   DISPLAY "COPIA"
                   MOVE "N"                 TO SW-PROCESO-OK
                   MOVE 08                  TO RETURN-CODE
                   GO TO 010-INICIAR-PROGRAMA-EXIT
               END-IF
               STRING PREFIJO-PEDIDO, DELIMITED BY SPACE
                      "-MSK", DELIMITED BY SIZE
                   INTO PREFIJO-SALIDA
               END-STRING
           END-IF

      * EL JUEGO ENMASCARADO NUNCA PUEDE COMPARTIR EL PREFIJO DEL
      * ORIGINAL: SUS MIEMBROS SE ESCRIBIRIAN SOBRE LOS DATOS REALES
           IF PREFIJO-SALIDA = PREFIJO-PEDIDO
               DISPLAY "EL PREFIJO ENMASCARADO DEBE SER DISTINTO DEL "
               DISPLAY "PREFIJO ORIGINAL, SE ABORTA LA COPIA"
               MOVE "N"                     TO SW-PROCESO-OK
               MOVE 08                      TO RETURN-CODE
               GO TO 010-INICIAR-PROGRAMA-EXIT
           END-IF

           ACCEPT NOMBRE-MASCARAS       FROM ENVIRONMENT "CEM_REGLAS"
           IF NOMBRE-MASCARAS = SPACES
               MOVE "MASCARAS"              TO NOMBRE-MASCARAS
           END-IF

           ACCEPT SEMILLA               FROM ENVIRONMENT "CEM_SEMILLA"
           MOVE 7                           TO HASH-SEMILLA
           PERFORM 011-MEZCLAR-UN-CARACTER-SEMILLA
               VARYING IDX-CARACTER FROM 1 BY 1
               UNTIL IDX-CARACTER > 20

           ACCEPT ORGANIZACION-ENTRADA
                                   FROM ENVIRONMENT "CEM_ORGANIZACION"
           IF NOT ENTRADA-INDEXADA
               MOVE "L"                     TO ORGANIZACION-ENTRADA
           END-IF

           MOVE SPACES                      TO GENERACION-PEDIDA
           ACCEPT GENERACION-PEDIDA
                                      FROM ENVIRONMENT "CEM_GENERACION"
           IF GENERACION-PEDIDA = SPACES
               MOVE 0000                    TO GENERACION-ORIGEN
           ELSE
               PERFORM 012-AJUSTAR-GENERACION
                   THRU 012-AJUSTAR-GENERACION-EXIT
               IF PROCESO-DETENIDO
                   GO TO 010-INICIAR-PROGRAMA-EXIT
               END-IF
           END-IF

           PERFORM 014-UBICAR-GENERACIONES
               THRU 014-UBICAR-GENERACIONES-EXIT
           IF PROCESO-DETENIDO
               GO TO 010-INICIAR-PROGRAMA-EXIT
           END-IF

           ACCEPT RUN-ID                FROM ENVIRONMENT "CEM_RUNID"
           IF RUN-ID = SPACES
               STRING "M",
                      FECHA-CORRIDA,
                      HORA-CORRIDA(1:6),
                      DELIMITED BY SIZE
                   INTO RUN-ID
               END-STRING
           END-IF

           STRING "MANIFEST-", RUN-ID, DELIMITED BY SIZE
               INTO NOMBRE-MANIFIESTO
           END-STRING
           STRING "MANIFEST-", RUN-ID-ORIGEN, DELIMITED BY SIZE
               INTO NOMBRE-MANIFIESTO-ORIGEN
           END-STRING

           MOVE GENERACION-ORIGEN           TO MGO-GENERACION
           MOVE GENERACION-SALIDA           TO MGS-GENERACION

           DISPLAY "================================================="
           DISPLAY "  COPIA ENMASCARADA DE UNA GENERACION"
           DISPLAY "  PREFIJO ORIGINAL...: " PREFIJO-PEDIDO
           DISPLAY "  GENERACION ORIGINAL: " GENERACION-ORIGEN
           DISPLAY "  PREFIJO ENMASCARADO: " PREFIJO-SALIDA
           DISPLAY "  GENERACION COPIA...: " GENERACION-SALIDA
           DISPLAY "  CORRIDA DE LA COPIA: " RUN-ID
           DISPLAY "  REGLAS.............: " NOMBRE-MASCARAS
           DISPLAY "================================================="
           .
       010-INICIAR-PROGRAMA-EXIT.
           EXIT.

       011-MEZCLAR-UN-CARACTER-SEMILLA.
           COMPUTE HASH-SEMILLA =
               FUNCTION MOD(HASH-SEMILLA * 31
                          + FUNCTION ORD(SEMILLA(IDX-CARACTER:1)),
                            2147483647)
           .

       012-AJUSTAR-GENERACION.
           MOVE FUNCTION TRIM(GENERACION-PEDIDA)
               TO GENERACION-AJUSTADA
           MOVE FUNCTION LENGTH(FUNCTION TRIM(GENERACION-AJUSTADA))
               TO LONGITUD-GENERACION

           IF GENERACION-AJUSTADA(1:LONGITUD-GENERACION)
              IS NUMERIC
               COMPUTE POS-GENERACION = 5 - LONGITUD-GENERACION
               MOVE "0000"                  TO GENERACION-PEDIDA
               MOVE GENERACION-AJUSTADA(1:LONGITUD-GENERACION)
                   TO GENERACION-PEDIDA
                          (POS-GENERACION:LONGITUD-GENERACION)
               MOVE GENERACION-PEDIDA       TO GENERACION-ORIGEN
               IF GENERACION-ORIGEN = 0000
                   MOVE SPACES              TO GENERACION-PEDIDA
               END-IF
           ELSE
               DISPLAY "CEM_GENERACION DEBE SER NUMERICA DE HASTA 4 "
               DISPLAY "DIGITOS, SE ABORTA LA COPIA"
               MOVE "N"                     TO SW-PROCESO-OK
               MOVE 08                      TO RETURN-CODE
           END-IF
           .
       012-AJUSTAR-GENERACION-EXIT.
           EXIT.

      * UNA SOLA PASADA AL CATALOGO RESUELVE LA GENERACION ORIGINAL
      * (LA PEDIDA O LA ULTIMA), SU RUN-ID, Y LA SIGUIENTE GENERACION
      * DEL PREFIJO ENMASCARADO
       014-UBICAR-GENERACIONES.
           MOVE 0000                        TO GENERACION-SALIDA
           MOVE SPACES                      TO RUN-ID-ORIGEN
           MOVE 00                          TO FIN-CATALOGO

           MOVE SPACES                      TO EST-CATALOGO
           OPEN INPUT ARCHIVO-CATALOGO

           IF EST-CATALOGO NOT = "00"
               DISPLAY "NO EXISTE CATALOGO (CATALOGO) PARA UBICAR "
               DISPLAY "LA GENERACION, SE ABORTA LA COPIA"
               MOVE "N"                     TO SW-PROCESO-OK
               MOVE 08                      TO RETURN-CODE
               GO TO 014-UBICAR-GENERACIONES-EXIT
           END-IF

           PERFORM 0141-REVISAR-UN-CATALOGO
               UNTIL FIN-CATALOGO = 01

           CLOSE ARCHIVO-CATALOGO

           IF RUN-ID-ORIGEN = SPACES
               DISPLAY "LA GENERACION PEDIDA DEL PREFIJO NO APARECE "
               DISPLAY "EN EL CATALOGO, SE ABORTA LA COPIA"
               MOVE "N"                     TO SW-PROCESO-OK
               MOVE 08                      TO RETURN-CODE
               GO TO 014-UBICAR-GENERACIONES-EXIT
           END-IF

           ADD +01                          TO GENERACION-SALIDA
           .
       014-UBICAR-GENERACIONES-EXIT.
           EXIT.

       0141-REVISAR-UN-CATALOGO.
           READ ARCHIVO-CATALOGO
               AT END
                   MOVE 01                  TO FIN-CATALOGO
               NOT AT END
                   IF CAT-NOMBRE-INICIAL = PREFIJO-PEDIDO
                       IF GENERACION-PEDIDA NOT = SPACES
                           IF CAT-GENERACION = GENERACION-ORIGEN
                              AND RUN-ID-ORIGEN = SPACES
                               MOVE CAT-RUN-ID  TO RUN-ID-ORIGEN
                           END-IF
                       ELSE
                           IF CAT-GENERACION NOT < GENERACION-ORIGEN
                               MOVE CAT-GENERACION
                                   TO GENERACION-ORIGEN
                               MOVE CAT-RUN-ID  TO RUN-ID-ORIGEN
                           END-IF
                       END-IF
                   END-IF
                   IF CAT-NOMBRE-INICIAL = PREFIJO-SALIDA
                      AND CAT-GENERACION > GENERACION-SALIDA
                       MOVE CAT-GENERACION  TO GENERACION-SALIDA
                   END-IF
           END-READ
           .

       016-CARGAR-MIEMBROS.
           MOVE 00                          TO TOTAL-MIEMBROS
           MOVE "N"                         TO SW-MIEMBROS-EXCEDIDOS
           MOVE "N"                         TO SW-NOMBRE-EXCEDIDO
           MOVE 00                          TO FIN-CATALOGO

           MOVE SPACES                      TO EST-CATALOGO
           OPEN INPUT ARCHIVO-CATALOGO

           IF EST-CATALOGO NOT = "00"
               DISPLAY "NO EXISTE CATALOGO (CATALOGO) PARA UBICAR "
               DISPLAY "LOS MIEMBROS, SE ABORTA LA COPIA"
               MOVE "N"                     TO SW-PROCESO-OK
               MOVE 08                      TO RETURN-CODE
               GO TO 016-CARGAR-MIEMBROS-EXIT
           END-IF

           PERFORM 0161-REVISAR-UN-MIEMBRO
               UNTIL FIN-CATALOGO = 01

           CLOSE ARCHIVO-CATALOGO

           IF SW-MIEMBROS-EXCEDIDOS = "S"
               DISPLAY "LA GENERACION " GENERACION-ORIGEN " TRAE "
               DISPLAY "MAS DE 60 MIEMBROS EN EL CATALOGO, SE ABORTA "
               DISPLAY "LA COPIA"
               MOVE "N"                     TO SW-PROCESO-OK
               MOVE 08                      TO RETURN-CODE
               GO TO 016-CARGAR-MIEMBROS-EXIT
           END-IF

           IF SW-NOMBRE-EXCEDIDO = "S"
               DISPLAY "EL NOMBRE DE UN MIEMBRO CON EL PREFIJO "
               DISPLAY "ENMASCARADO NO CABE EN 50 CARACTERES, SE "
               DISPLAY "ABORTA LA COPIA"
               MOVE "N"                     TO SW-PROCESO-OK
               MOVE 08                      TO RETURN-CODE
               GO TO 016-CARGAR-MIEMBROS-EXIT
           END-IF

           IF TOTAL-MIEMBROS = 00
               DISPLAY "LA GENERACION " GENERACION-ORIGEN " DEL "
               DISPLAY "PREFIJO NO TRAE MIEMBROS EN EL CATALOGO, SE "
               DISPLAY "ABORTA LA COPIA"
               MOVE "N"                     TO SW-PROCESO-OK
               MOVE 08                      TO RETURN-CODE
           END-IF
           .
       016-CARGAR-MIEMBROS-EXIT.
           EXIT.

      * UN REINICIO EXTIENDE EL MANIFIESTO Y EL CATALOGO, POR LO QUE
      * UN MIEMBRO PUEDE APARECER DOS VECES EN LA MISMA GENERACION;
      * SE CARGA UNA SOLA VEZ
       0161-REVISAR-UN-MIEMBRO.
           READ ARCHIVO-CATALOGO
               AT END
                   MOVE 01                  TO FIN-CATALOGO
               NOT AT END
                   IF CAT-NOMBRE-INICIAL = PREFIJO-PEDIDO
                      AND CAT-GENERACION = GENERACION-ORIGEN
                       MOVE "N"             TO SW-ENCONTRADO
                       PERFORM 0162-BUSCAR-MIEMBRO-CARGADO
                           VARYING IDX-MIEMBRO FROM 1 BY 1
                           UNTIL IDX-MIEMBRO > TOTAL-MIEMBROS
                           OR SW-ENCONTRADO = "S"
                       IF SW-ENCONTRADO NOT = "S"
                           IF TOTAL-MIEMBROS < 60
                               ADD  +01     TO TOTAL-MIEMBROS
                               PERFORM 0163-NOMBRAR-MIEMBRO-SALIDA
                           ELSE
                               MOVE "S"     TO SW-MIEMBROS-EXCEDIDOS
                           END-IF
                       END-IF
                   END-IF
           END-READ
           .

       0162-BUSCAR-MIEMBRO-CARGADO.
           IF MIE-NOMBRE(IDX-MIEMBRO) = CAT-NOMBRE-MIEMBRO
               MOVE "S"                     TO SW-ENCONTRADO
           END-IF
           .

      * EL MIEMBRO ENMASCARADO CONSERVA EL NUMERO (O LA LLAVE DE
      * CONTENIDO) Y LA EXTENSION DEL ORIGINAL, CON EL PREFIJO Y LA
      * GENERACION DEL JUEGO ENMASCARADO, PARA QUE LA UNION LO ARME
      * POR PREFIJO Y NUMERO COMO A CUALQUIER OTRA GENERACION
       0163-NOMBRAR-MIEMBRO-SALIDA.
           MOVE CAT-NOMBRE-MIEMBRO      TO MIE-NOMBRE(TOTAL-MIEMBROS)
           MOVE 00                      TO MIE-GRUPOS(TOTAL-MIEMBROS)

           MOVE SPACES                      TO SUFIJO-MIEMBRO
           MOVE CAT-NOMBRE-MIEMBRO(LONGITUD-PREFIJO + 1:)
               TO SUFIJO-MIEMBRO
           INSPECT SUFIJO-MIEMBRO
               REPLACING FIRST MARCA-GENERACION-ORIGEN
                            BY MARCA-GENERACION-SALIDA

           MOVE SPACES           TO MIE-NOMBRE-SALIDA(TOTAL-MIEMBROS)
           STRING PREFIJO-SALIDA, DELIMITED BY SPACE
                  SUFIJO-MIEMBRO, DELIMITED BY SPACE
               INTO MIE-NOMBRE-SALIDA(TOTAL-MIEMBROS)
               ON OVERFLOW
                   MOVE "S"                 TO SW-NOMBRE-EXCEDIDO
           END-STRING
           .

      * A DIFERENCIA DE CAMPOS, UN RENGLON DE MASCARAS MAL FORMADO NO
      * SE OMITE: OMITIRLO DEJARIA UN CAMPO SIN ENMASCARAR
       018-CARGAR-REGLAS.
           MOVE 00                          TO TOTAL-REGLAS
           MOVE 00                          TO RENGLON-MASCARA
           MOVE 00                          TO FIN-MASCARAS
           MOVE "N"                         TO SW-REGLA-INVALIDA

           MOVE SPACES                      TO EST-MASCARAS
           OPEN INPUT ARCHIVO-MASCARAS

           IF EST-MASCARAS NOT = "00"
               DISPLAY "ARCHIVO DE REGLAS " NOMBRE-MASCARAS
               DISPLAY "NO EXISTE O NO ESTA DISPONIBLE, SE ABORTA LA "
               DISPLAY "COPIA"
               MOVE "N"                     TO SW-PROCESO-OK
               MOVE 08                      TO RETURN-CODE
               GO TO 018-CARGAR-REGLAS-EXIT
           END-IF

           PERFORM 0181-LEER-UNA-REGLA
               UNTIL FIN-MASCARAS = 01
               OR SW-REGLA-INVALIDA = "S"

           CLOSE ARCHIVO-MASCARAS

           IF SW-REGLA-INVALIDA = "S"
               DISPLAY "EL RENGLON " RENGLON-MASCARA " DEL ARCHIVO "
                       "DE REGLAS ES INVALIDO (OFFSET, LONGITUD, "
               DISPLAY "REGLA B/F/U/S, N DE LA REGLA U, CAMPOS U Y S "
                       "DE HASTA 100) O EXCEDE 50 REGLAS, SE ABORTA "
               DISPLAY "LA COPIA"
               MOVE "N"                     TO SW-PROCESO-OK
               MOVE 08                      TO RETURN-CODE
               GO TO 018-CARGAR-REGLAS-EXIT
           END-IF

           IF TOTAL-REGLAS = 00
               DISPLAY "EL ARCHIVO DE REGLAS " NOMBRE-MASCARAS
               DISPLAY "NO TRAE REGLAS, SE ABORTA LA COPIA"
               MOVE "N"                     TO SW-PROCESO-OK
               MOVE 08                      TO RETURN-CODE
           ELSE
               DISPLAY "  REGLAS DE ENMASCARADO CARGADAS: "
                       TOTAL-REGLAS
           END-IF
           .
       018-CARGAR-REGLAS-EXIT.
           EXIT.

       0181-LEER-UNA-REGLA.
           READ ARCHIVO-MASCARAS
               AT END
                   MOVE 01                  TO FIN-MASCARAS
               NOT AT END
                   ADD +01                  TO RENGLON-MASCARA
                   IF REG-MASCARA NOT = SPACES
                       PERFORM 0182-VALIDAR-UNA-REGLA
                   END-IF
           END-READ
           .

       0182-VALIDAR-UNA-REGLA.
           IF MSC-CANTIDAD = SPACES
               MOVE ZEROS                   TO MSC-CANTIDAD
           END-IF

           IF MSC-OFFSET   IS NOT NUMERIC OR MSC-OFFSET = 00
              OR MSC-LONGITUD IS NOT NUMERIC OR MSC-LONGITUD = 00
              OR MSC-CANTIDAD IS NOT NUMERIC
              OR TOTAL-REGLAS > 49
               MOVE "S"                     TO SW-REGLA-INVALIDA
           ELSE
               IF MSC-OFFSET + MSC-LONGITUD - 1 > 30000
                  OR (MSC-REGLA NOT = "B" AND NOT = "F"
                      AND NOT = "U" AND NOT = "S")
                  OR ((MSC-REGLA = "U" OR MSC-REGLA = "S")
                      AND MSC-LONGITUD > 100)
                  OR (MSC-REGLA = "U" AND MSC-CANTIDAD = 00)
                   MOVE "S"                 TO SW-REGLA-INVALIDA
               END-IF
           END-IF

           IF SW-REGLA-INVALIDA NOT = "S"
               ADD  +01                     TO TOTAL-REGLAS
               MOVE MSC-OFFSET          TO REGLA-OFFSET(TOTAL-REGLAS)
               MOVE MSC-LONGITUD        TO REGLA-LONGITUD(TOTAL-REGLAS)
               MOVE MSC-REGLA           TO REGLA-TIPO(TOTAL-REGLAS)
               MOVE MSC-CANTIDAD        TO REGLA-CANTIDAD(TOTAL-REGLAS)
               MOVE MSC-VALOR           TO REGLA-VALOR(TOTAL-REGLAS)
           END-IF
           .

      * EL CONTEO DE GRUPOS DE CADA MIEMBRO SE TOMA DEL MANIFIESTO DE
      * LA CORRIDA ORIGINAL (ENMASCARAR NO CAMBIA LOS GRUPOS); SIN ESE
      * MANIFIESTO LOS GRUPOS QUEDAN EN CERO
       019-LEER-MANIFIESTO-ORIGEN.
           MOVE 00                          TO FIN-MANIFIESTO-ORIGEN
           MOVE SPACES                      TO EST-MANIFIESTO-ORIGEN
           OPEN INPUT ARCHIVO-MANIFIESTO-ORIGEN

           IF EST-MANIFIESTO-ORIGEN = "00"
               PERFORM 0191-LEER-UN-RENGLON-ORIGEN
                   UNTIL FIN-MANIFIESTO-ORIGEN = 01
               CLOSE ARCHIVO-MANIFIESTO-ORIGEN
           ELSE
               DISPLAY "SIN MANIFIESTO ORIGINAL "
                       NOMBRE-MANIFIESTO-ORIGEN
                       ", LOS GRUPOS SE REGISTRAN EN CERO"
           END-IF
           .

       0191-LEER-UN-RENGLON-ORIGEN.
           READ ARCHIVO-MANIFIESTO-ORIGEN
               AT END
                   MOVE 01                  TO FIN-MANIFIESTO-ORIGEN
               NOT AT END
                   IF MOR-GRUPOS IS NUMERIC
                       PERFORM 0192-ASIGNAR-GRUPOS
                           VARYING IDX-MIEMBRO FROM 1 BY 1
                           UNTIL IDX-MIEMBRO > TOTAL-MIEMBROS
                   END-IF
           END-READ
           .

       0192-ASIGNAR-GRUPOS.
           IF MIE-NOMBRE(IDX-MIEMBRO) = MOR-NOMBRE-ARCHIVO
               MOVE MOR-GRUPOS              TO MIE-GRUPOS(IDX-MIEMBRO)
           END-IF
           .

       050-ENMASCARAR-UN-MIEMBRO.
           MOVE MIE-NOMBRE(IDX-MIEMBRO)     TO NOMBRE-MIEMBRO
           MOVE MIE-NOMBRE-SALIDA(IDX-MIEMBRO) TO NOMBRE-SALIDA
           MOVE 00                          TO FIN-MIEMBRO
           MOVE "N"                         TO SW-HAY-PENDIENTE
           MOVE 00                          TO REG-ESCRITOS-MIEMBRO
           MOVE 00                          TO CHECKSUM-MIEMBRO

           MOVE SPACES                      TO EST-MIEMBRO
           IF ENTRADA-INDEXADA
               OPEN INPUT ARCHIVO-MIEMBRO-IX
           ELSE
               OPEN INPUT ARCHIVO-MIEMBRO
           END-IF

           IF EST-MIEMBRO NOT = "00"
               DISPLAY "EL MIEMBRO " NOMBRE-MIEMBRO
               DISPLAY "NO EXISTE O NO ESTA DISPONIBLE, SE ABORTA "
               DISPLAY "LA COPIA"
               MOVE "N"                     TO SW-PROCESO-OK
               MOVE 08                      TO RETURN-CODE
               GO TO 050-ENMASCARAR-UN-MIEMBRO-EXIT
           END-IF

           PERFORM 500-LEER-MIEMBRO

           IF FIN-MIEMBRO = 01
               DISPLAY "EL MIEMBRO " NOMBRE-MIEMBRO
               DISPLAY "ESTA VACIO (SIN CABECERA), SE ABORTA LA COPIA"
               MOVE "N"                     TO SW-PROCESO-OK
               MOVE 08                      TO RETURN-CODE
               PERFORM 055-CERRAR-MIEMBRO
               GO TO 050-ENMASCARAR-UN-MIEMBRO-EXIT
           END-IF

           MOVE SPACES                      TO EST-SALIDA
           OPEN OUTPUT ARCHIVO-SALIDA

           IF EST-SALIDA NOT = "00"
               DISPLAY "NO SE PUDO CREAR LA COPIA " NOMBRE-SALIDA
               DISPLAY "SE ABORTA LA COPIA"
               MOVE "N"                     TO SW-PROCESO-OK
               MOVE 08                      TO RETURN-CODE
               PERFORM 055-CERRAR-MIEMBRO
               GO TO 050-ENMASCARAR-UN-MIEMBRO-EXIT
           END-IF

      * LA CABECERA PASA TAL CUAL; EL TRAILER SE REHACE AL FINAL CON
      * EL CONTEO DE LA COPIA
           MOVE REG-MIEMBRO-LEIDO           TO REG-SALIDA
           WRITE REG-SALIDA

           PERFORM 500-LEER-MIEMBRO
           IF FIN-MIEMBRO NOT = 01
               MOVE REG-MIEMBRO-LEIDO       TO REG-PENDIENTE
               MOVE "S"                     TO SW-HAY-PENDIENTE
           END-IF

           PERFORM 510-PROCESAR-REGISTRO
               UNTIL SW-HAY-PENDIENTE = "N"

           MOVE SPACES                      TO REG-SALIDA
           MOVE REG-ESCRITOS-MIEMBRO        TO TRL-REG-ESCRITOS
           MOVE REG-TRAILER                 TO REG-SALIDA
           WRITE REG-SALIDA

           CLOSE ARCHIVO-SALIDA
           PERFORM 055-CERRAR-MIEMBRO

           MOVE REG-ESCRITOS-MIEMBRO
               TO MIE-REG-ESCRITOS(IDX-MIEMBRO)
           MOVE CHECKSUM-MIEMBRO            TO MIE-CHECKSUM(IDX-MIEMBRO)
           ADD +01                          TO MIEMBROS-COPIADOS

           DISPLAY "ENMASCARADO: " NOMBRE-MIEMBRO
           DISPLAY "      COPIA: " NOMBRE-SALIDA
                   " REGISTROS " REG-ESCRITOS-MIEMBRO
           .
       050-ENMASCARAR-UN-MIEMBRO-EXIT.
           EXIT.

       055-CERRAR-MIEMBRO.
           IF ENTRADA-INDEXADA
               CLOSE ARCHIVO-MIEMBRO-IX
           ELSE
               CLOSE ARCHIVO-MIEMBRO
           END-IF
           .

      * EL MANIFIESTO Y EL CATALOGO SE ESCRIBEN SOLO CUANDO TODOS LOS
      * MIEMBROS SE COPIARON: UNA COPIA INCOMPLETA NO QUEDA REGISTRADA
      * COMO GENERACION DEL PREFIJO ENMASCARADO
       060-REGISTRAR-JUEGO.
           MOVE SPACES                      TO EST-MANIFIESTO
           OPEN OUTPUT ARCHIVO-MANIFIESTO

           IF EST-MANIFIESTO NOT = "00"
               DISPLAY "NO SE PUDO CREAR EL MANIFIESTO "
                       NOMBRE-MANIFIESTO
               DISPLAY "LA COPIA QUEDA SIN REGISTRAR"
               MOVE "N"                     TO SW-PROCESO-OK
               MOVE 08                      TO RETURN-CODE
               GO TO 060-REGISTRAR-JUEGO-EXIT
           END-IF

           MOVE SPACES                      TO EST-CATALOGO
           OPEN EXTEND ARCHIVO-CATALOGO

           IF EST-CATALOGO NOT = "00"
               DISPLAY "NO SE PUDO EXTENDER EL CATALOGO, LA COPIA "
               DISPLAY "QUEDA SIN REGISTRAR"
               CLOSE ARCHIVO-MANIFIESTO
               MOVE "N"                     TO SW-PROCESO-OK
               MOVE 08                      TO RETURN-CODE
               GO TO 060-REGISTRAR-JUEGO-EXIT
           END-IF

           PERFORM 061-REGISTRAR-UN-MIEMBRO
               VARYING IDX-MIEMBRO FROM 1 BY 1
               UNTIL IDX-MIEMBRO > TOTAL-MIEMBROS

           CLOSE ARCHIVO-MANIFIESTO
                 ARCHIVO-CATALOGO

           DISPLAY "JUEGO ENMASCARADO REGISTRADO: " PREFIJO-SALIDA
           DISPLAY "GENERACION " GENERACION-SALIDA
                   " MANIFIESTO " NOMBRE-MANIFIESTO
           .
       060-REGISTRAR-JUEGO-EXIT.
           EXIT.

       061-REGISTRAR-UN-MIEMBRO.
           MOVE SPACES                      TO REG-MANIFIESTO
           MOVE MIE-NOMBRE-SALIDA(IDX-MIEMBRO) TO MAN-NOMBRE-ARCHIVO
           MOVE MIE-REG-ESCRITOS(IDX-MIEMBRO)  TO MAN-REG-ESCRITOS
           MOVE MIE-CHECKSUM(IDX-MIEMBRO)      TO MAN-CHECKSUM
           MOVE MIE-GRUPOS(IDX-MIEMBRO)        TO MAN-GRUPOS
           WRITE REG-MANIFIESTO

      * EN EL CATALOGO EL ARCHIVO DE ENTRADA DEL JUEGO ENMASCARADO ES
      * EL MIEMBRO ORIGINAL DEL QUE SE COPIO
           MOVE SPACES                      TO REG-CATALOGO
           MOVE GENERACION-SALIDA           TO CAT-GENERACION
           MOVE FECHA-CORRIDA               TO CAT-FECHA
           MOVE HORA-CORRIDA(1:6)           TO CAT-HORA
           MOVE RUN-ID                      TO CAT-RUN-ID
           MOVE PREFIJO-SALIDA              TO CAT-NOMBRE-INICIAL
           MOVE MIE-NOMBRE(IDX-MIEMBRO)     TO CAT-ARCHIVO-ENTRADA
           MOVE MIE-NOMBRE-SALIDA(IDX-MIEMBRO) TO CAT-NOMBRE-MIEMBRO
           WRITE REG-CATALOGO
           .

       500-LEER-MIEMBRO.

           IF ENTRADA-INDEXADA
               READ ARCHIVO-MIEMBRO-IX NEXT RECORD
                   AT END
                       MOVE 01              TO FIN-MIEMBRO
                   NOT AT END
                       MOVE MIX-DATO        TO REG-MIEMBRO-LEIDO
               END-READ
           ELSE
               READ ARCHIVO-MIEMBRO
                   AT END
                       MOVE 01              TO FIN-MIEMBRO
                   NOT AT END
                       MOVE REG-MIEMBRO     TO REG-MIEMBRO-LEIDO
               END-READ
           END-IF
           .

      * EL REGISTRO PENDIENTE SE ENMASCARA SOLO SI LE SIGUE OTRO: EL
      * ULTIMO REGISTRO DEL MIEMBRO ES EL TRAILER ORIGINAL Y SE OMITE
       510-PROCESAR-REGISTRO.

           PERFORM 500-LEER-MIEMBRO

           IF FIN-MIEMBRO = 01
               MOVE "N"                     TO SW-HAY-PENDIENTE
           ELSE
               ADD +01                      TO REG-LEIDOS
               PERFORM 520-ENMASCARAR-PENDIENTE
               MOVE REG-MIEMBRO-LEIDO       TO REG-PENDIENTE
           END-IF
           .

       520-ENMASCARAR-PENDIENTE.
           MOVE REG-PENDIENTE               TO REG-SALIDA

           PERFORM 530-APLICAR-UNA-REGLA
               VARYING IDX-REGLA FROM 1 BY 1
               UNTIL IDX-REGLA > TOTAL-REGLAS

           WRITE REG-SALIDA

           ADD +01                          TO REG-ESCRITOS-MIEMBRO
           ADD +01                          TO REG-ENMASCARADOS

           PERFORM 525-ACUMULAR-CHECKSUM
           .

       525-ACUMULAR-CHECKSUM.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(REG-SALIDA TRAILING))
               TO LONGITUD-REG

           PERFORM 5251-ACUMULAR-UN-CARACTER
               VARYING IDX-CHECKSUM FROM 1 BY 1
               UNTIL IDX-CHECKSUM > LONGITUD-REG
           .

       5251-ACUMULAR-UN-CARACTER.
           COMPUTE CHECKSUM-MIEMBRO =
               FUNCTION MOD(CHECKSUM-MIEMBRO
                          + FUNCTION ORD(REG-SALIDA(IDX-CHECKSUM:1)),
                            9999999999)
           .

       530-APLICAR-UNA-REGLA.
           MOVE REGLA-LONGITUD(IDX-REGLA)   TO LONGITUD-CAMPO

           EVALUATE TRUE
               WHEN REGLA-BLANCOS(IDX-REGLA)
                   MOVE SPACES
                       TO REG-SALIDA(REGLA-OFFSET(IDX-REGLA):
                                     REGLA-LONGITUD(IDX-REGLA))
               WHEN REGLA-VALOR-FIJO(IDX-REGLA)
                   MOVE REGLA-VALOR(IDX-REGLA)
                       TO REG-SALIDA(REGLA-OFFSET(IDX-REGLA):
                                     REGLA-LONGITUD(IDX-REGLA))
               WHEN REGLA-ULTIMOS(IDX-REGLA)
                   PERFORM 531-CONSERVAR-ULTIMOS
               WHEN REGLA-SUSTITUTO(IDX-REGLA)
                   PERFORM 532-SUSTITUIR-CAMPO
           END-EVALUATE
           .

      * CONSERVA LOS ULTIMOS N DIGITOS O LETRAS DEL CAMPO CONTANDO
      * DESDE LA DERECHA; LOS ANTERIORES SE CAMBIAN POR EL CARACTER DE
      * RELLENO Y LOS SEPARADORES Y ESPACIOS QUEDAN COMO ESTAN
       531-CONSERVAR-ULTIMOS.
           MOVE SPACES                      TO CAMPO-TRABAJO
           MOVE REG-SALIDA(REGLA-OFFSET(IDX-REGLA):LONGITUD-CAMPO)
               TO CAMPO-TRABAJO(1:LONGITUD-CAMPO)

           MOVE REGLA-VALOR(IDX-REGLA)(1:1) TO CARACTER-RELLENO
           IF CARACTER-RELLENO = SPACE
               MOVE "*"                     TO CARACTER-RELLENO
           END-IF

           MOVE 00                          TO CONTEO-CONSERVADOS
           PERFORM 5311-REVISAR-UN-CARACTER
               VARYING IDX-CARACTER FROM LONGITUD-CAMPO BY -1
               UNTIL IDX-CARACTER < 1

           MOVE CAMPO-TRABAJO(1:LONGITUD-CAMPO)
               TO REG-SALIDA(REGLA-OFFSET(IDX-REGLA):LONGITUD-CAMPO)
           .

       5311-REVISAR-UN-CARACTER.
           MOVE CAMPO-TRABAJO(IDX-CARACTER:1) TO CARACTER-EXAMINADO

           IF CARACTER-DIGITO OR CARACTER-MAYUSCULA
              OR CARACTER-MINUSCULA
               IF CONTEO-CONSERVADOS < REGLA-CANTIDAD(IDX-REGLA)
                   ADD +01                  TO CONTEO-CONSERVADOS
               ELSE
                   MOVE CARACTER-RELLENO
                       TO CAMPO-TRABAJO(IDX-CARACTER:1)
               END-IF
           END-IF
           .

      * SUSTITUTO CONSISTENTE: SE RESUME EL VALOR COMPLETO DEL CAMPO
      * (CON LA SEMILLA) Y DE ESE RESUMEN SE GENERA, POSICION POR
      * POSICION, UN DIGITO POR CADA DIGITO Y UNA LETRA POR CADA
      * LETRA; ESPACIOS Y SEPARADORES QUEDAN COMO ESTAN, ASI QUE EL
      * SUSTITUTO RESPETA EL FORMATO DEL CAMPO
       532-SUSTITUIR-CAMPO.
           MOVE SPACES                      TO CAMPO-TRABAJO
           MOVE REG-SALIDA(REGLA-OFFSET(IDX-REGLA):LONGITUD-CAMPO)
               TO CAMPO-TRABAJO(1:LONGITUD-CAMPO)

           MOVE HASH-SEMILLA                TO HASH-SUSTITUTO
           PERFORM 5321-RESUMIR-UN-CARACTER
               VARYING IDX-CARACTER FROM 1 BY 1
               UNTIL IDX-CARACTER > LONGITUD-CAMPO

           PERFORM 5322-SUSTITUIR-UN-CARACTER
               VARYING IDX-CARACTER FROM 1 BY 1
               UNTIL IDX-CARACTER > LONGITUD-CAMPO

           MOVE CAMPO-TRABAJO(1:LONGITUD-CAMPO)
               TO REG-SALIDA(REGLA-OFFSET(IDX-REGLA):LONGITUD-CAMPO)
           .

       5321-RESUMIR-UN-CARACTER.
           COMPUTE HASH-SUSTITUTO =
               FUNCTION MOD(HASH-SUSTITUTO * 31
                          + FUNCTION ORD(CAMPO-TRABAJO(IDX-CARACTER:1)),
                            2147483647)
           .

       5322-SUSTITUIR-UN-CARACTER.
           MOVE CAMPO-TRABAJO(IDX-CARACTER:1) TO CARACTER-EXAMINADO

           IF CARACTER-DIGITO OR CARACTER-MAYUSCULA
              OR CARACTER-MINUSCULA
               COMPUTE HASH-SUSTITUTO =
                   FUNCTION MOD(HASH-SUSTITUTO * 16807 + IDX-CARACTER,
                                2147483647)
           END-IF

           EVALUATE TRUE
               WHEN CARACTER-DIGITO
                   COMPUTE POSICION-SUSTITUTA =
                       FUNCTION MOD(HASH-SUSTITUTO, 10) + 1
                   MOVE DIGITOS-SUSTITUTOS(POSICION-SUSTITUTA:1)
                       TO CAMPO-TRABAJO(IDX-CARACTER:1)
               WHEN CARACTER-MAYUSCULA
                   COMPUTE POSICION-SUSTITUTA =
                       FUNCTION MOD(HASH-SUSTITUTO, 26) + 1
                   MOVE MAYUSCULAS-SUSTITUTAS(POSICION-SUSTITUTA:1)
                       TO CAMPO-TRABAJO(IDX-CARACTER:1)
               WHEN CARACTER-MINUSCULA
                   COMPUTE POSICION-SUSTITUTA =
                       FUNCTION MOD(HASH-SUSTITUTO, 26) + 1
                   MOVE MINUSCULAS-SUSTITUTAS(POSICION-SUSTITUTA:1)
                       TO CAMPO-TRABAJO(IDX-CARACTER:1)
           END-EVALUATE
           .

       100-TERMINAR-PROGRAMA.
           PERFORM 990-PRESENTAR-CIFRAS-CONTROL

           PERFORM 981-AUDITAR-FIN

           STOP RUN
           .

       990-PRESENTAR-CIFRAS-CONTROL.
           MOVE MIEMBROS-COPIADOS           TO FORMATO-MIE
           MOVE REG-LEIDOS                  TO FORMATO-LEI
           MOVE REG-ENMASCARADOS            TO FORMATO-ENM
           MOVE TOTAL-REGLAS                TO FORMATO-REG

           DISPLAY "****************************************"
           DISPLAY "*  MIEMBROS COPIADOS.........: " FORMATO-MIE
           DISPLAY "*  REGISTROS LEIDOS..........: " FORMATO-LEI
           DISPLAY "*  REGISTROS ENMASCARADOS....: " FORMATO-ENM
           DISPLAY "*  REGLAS APLICADAS..........: " FORMATO-REG
           DISPLAY "****************************************"
           .

      * BITACORA DE AUDITORIA: INICIO CON LAS VARIABLES DE AMBIENTE
      * QUE GOBIERNAN EL PROGRAMA, FIN CON EL CODIGO DE RETORNO Y LA
      * CORRIDA O GENERACION TRATADA
       980-AUDITAR-INICIO.
           MOVE "INICIO"                    TO PAU-TIPO
           MOVE SPACES                      TO PAU-DETALLE
           STRING "CEM_PREFIJO CEM_GENERACION CEM_PREFIJO_SALIDA "
                  DELIMITED BY SIZE,
                  "CEM_REGLAS CEM_ORGANIZACION CEM_RUNID"
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
       END PROGRAM COPIA-ENMASCARADA.
