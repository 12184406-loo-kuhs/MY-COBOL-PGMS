      *                      REPARTIDA ENTRE SHARDS NO SE DETECTARIA); *
      *                      LOS MANIFIESTOS DE LOS SHARDS SE          *
      *                      CONSOLIDAN CON EL PROGRAMA UNE-MANIFIESTOS*
      * @loo-kuhs   15/10/26 EN MODO POR PARAMETROS LA CORRIDA AHORA   *
      *                      DEVUELVE CODIGO DE RETORNO 8 SI ALGUN     *
      *                      TRABAJO DE LA COLA QUEDO ABORTADO O SI    *
      *                      PARMFILE NO TRAE TRABAJOS (SALVO QUE YA   *
      *                      VAYA UN 12 POR UMBRAL DE RECHAZOS), PARA  *
      *                      QUE LA CADENA NOCTURNA PUEDA DETENERSE    *
      *                      ANTES DE LOS PASOS SIGUIENTES             *
      * @loo-kuhs   15/10/26 DIVISION RESPETANDO GRUPOS DE REGISTROS   *
      *                      (CABECERA Y SUS DETALLES): CON LA         *
      *                      POSICION Y LONGITUD DEL TIPO DE REGISTRO  *
      *                      Y EL CODIGO QUE INICIA UN GRUPO, LOS      *
      *                      MODOS C Y T SOLO CAMBIAN DE ARCHIVO AL    *
      *                      LLEGAR UNA CABECERA AUNQUE EL MIEMBRO     *
      *                      REBASE UN POCO EL LIMITE, Y LOS MODOS K Y *
      *                      V ENRUTAN TODO EL GRUPO POR LA LLAVE DE   *
      *                      SU CABECERA; LOS DETALLES SIN CABECERA    *
      *                      (AL INICIO DEL ARCHIVO O TRAS UNA         *
      *                      CABECERA RECHAZADA) VAN A RECHAZOS CON EL *
      *                      MOTIVO DETALLE SIN CABECERA; LA           *
      *                      DEDUPLICACION SE DECIDE POR LA CABECERA Y *
      *                      ARRASTRA SUS DETALLES; MANIFIESTO,        *
      *                      BITACORA Y CHECKPOINT LLEVAN EL CONTEO DE *
      *                      GRUPOS; NO SE COMBINA CON SHARD NI CON    *
      *                      SALIDA INDEXADA                           *
      * @loo-kuhs   15/10/26 CONTROL DE ACEPTACION DE LA ENTRADA: SI   *
      *                      EL TRABAJO TRAE CODIGO DE REMITENTE,      *
      *                      ANTES DE DIVIDIR SE LEE TODO EL ARCHIVO,  *
      *                      SE BUSCA EL TRAILER DEL REMITENTE SEGUN   *
      *                      SU DEFINICION EN EL ARCHIVO REMITENTES    *
      *                      (POSICION Y CODIGO DEL TRAILER, POSICION  *
      *                      DEL CONTEO Y DEL TOTAL HASH, CAMPO SUMADO *
      *                      EN LOS DETALLES, CABECERA PROPIA DEL      *
      *                      REMITENTE) Y SE CUADRAN EL CONTEO Y EL    *
      *                      TOTAL HASH DECLARADOS; ADEMAS SE CALCULA  *
      *                      UNA HUELLA DE TODO EL CONTENIDO Y SE      *
      *                      COMPARA CONTRA EL ARCHIVO                 *
      *                      HISTORIAL-ENTRADAS; UNA ENTRADA SIN       *
      *                      TRAILER, QUE NO CUADRA O YA PROCESADA EN  *
      *                      OTRA CORRIDA SE RENOMBRA A                *
      *                      <ENTRADA>.APARTADA-<RUN-ID>, EL TRABAJO   *
      *                      QUEDA ABORTADO CON EL MOTIVO Y SE ESCRIBE *
      *                      UN RENGLON EN ALERTAS; LA ENTRADA DE UN   *
      *                      TRABAJO TERMINADO SIN ABORTO SE AGREGA AL *
      *                      HISTORIAL CON REMITENTE, FECHA, CONTEO,   *
      *                      HUELLA Y RUN-ID                           *
      * @loo-kuhs   15/10/26 VERIFICACION OPCIONAL DE LA LLAVE DE      *
      *                      DIVISION CONTRA UN MAESTRO INDEXADO:      *
      *                      PARM-MAESTRO (O LA CAPTURA INTERACTIVA)   *
      *                      TRAE UN CODIGO DEL NUEVO ARCHIVO MAESTROS *
      *                      CON EL NOMBRE DEL MAESTRO, UN ESTADO      *
      *                      REQUERIDO Y HASTA 3 DATOS A ANEXAR A CADA *
      *                      REGISTRO DE SALIDA; LOS REGISTROS SIN     *
      *                      LLAVE EN EL MAESTRO O INACTIVOS VAN A     *
      *                      HUERFANOS-<RUN-ID> CON NUMERO DE          *
      *                      REGISTRO, LLAVE Y MOTIVO, Y SU CONTEO SE  *
      *                      AGREGA A ESTADOS, BITACORA Y CHECKPOINT   *
      * @loo-kuhs   15/10/26 EL RENGLON DE ESTADOS LLEVA AL FINAL LA   *
      *                      FECHA DE INICIO DEL TRABAJO PARA EL       *
      *                      REPORTE DE LA VENTANA BATCH               *
      * @loo-kuhs   15/10/26 CADA EJECUCION DEJA SUS ENTRADAS DE       *
      *                      INICIO Y FIN EN LA BITACORA COMUN DE      *
      *                      AUDITORIA (REGISTRA-AUDITORIA), MAS UNA   *
      *                      POR CADA ENTRADA APARTADA (RENOMBRADA)    *
      *                                                                *
      *================================================================*
      * AUTOR       USER PROFILE URL                                   *
               ASSIGN       TO NOMBRE-CANDADO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS EST-CANDADO.

               SELECT ARCHIVO-REMITENTES
               ASSIGN       TO "REMITENTES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS EST-REMITENTES.

               SELECT ARCHIVO-HISTORIAL
               ASSIGN       TO "HISTORIAL-ENTRADAS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS EST-HISTORIAL.

               SELECT ARCHIVO-MAESTROS
               ASSIGN       TO "MAESTROS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS EST-MAESTROS.

               SELECT ARCHIVO-MAESTRO
               ASSIGN       TO NOMBRE-MAESTRO
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS RANDOM
               RECORD KEY   IS MST-LLAVE
               FILE STATUS  IS EST-MAESTRO.

               SELECT ARCHIVO-HUERFANOS
               ASSIGN       TO NOMBRE-HUERFANOS
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS  IS EST-HUERFANOS.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
           05 MAN-REG-ESCRITOS               PIC 9(09).
           05 FILLER                         PIC X(01) VALUE SPACE.
           05 MAN-CHECKSUM                   PIC 9(10).
           05 FILLER                         PIC X(01) VALUE SPACE.
           05 MAN-GRUPOS                     PIC 9(09).

       FD  ARCHIVO-CHECKPOINT.
       01  REG-CHECKPOINT.
           05 CHK-CONTADOR-ARCHIVO           PIC 9(02).
           05 FILLER                         PIC X(01) VALUE SPACE.
           05 CHK-REG-RECHAZADOS             PIC 9(09).
           05 FILLER                         PIC X(01) VALUE SPACE.
           05 CHK-GRUPOS                     PIC 9(09).
           05 FILLER                         PIC X(01) VALUE SPACE.
           05 CHK-HUERFANOS                  PIC 9(09).

       FD  ARCHIVO-RANGOS.
       01  REG-RANGO.
           05 FILLER                         PIC X(01) VALUE SPACE.
           05 CAN-HORA                       PIC 9(06).

       FD  ARCHIVO-REMITENTES.
       01  REG-REMITENTE                    PIC X(80).

       FD  ARCHIVO-HISTORIAL.
       01  REG-HISTORIAL.
           05 HIS-REMITENTE                  PIC X(08).
           05 FILLER                         PIC X(01) VALUE SPACE.
           05 HIS-FECHA                      PIC 9(06).
           05 FILLER                         PIC X(01) VALUE SPACE.
           05 HIS-HORA                       PIC 9(06).
           05 FILLER                         PIC X(01) VALUE SPACE.
           05 HIS-ARCHIVO-ENTRADA            PIC X(100).
           05 FILLER                         PIC X(01) VALUE SPACE.
           05 HIS-REG-CONTADOS               PIC 9(09).
           05 FILLER                         PIC X(01) VALUE SPACE.
           05 HIS-HUELLA.
               10 HIS-HUELLA-SUMA            PIC 9(10).
               10 HIS-HUELLA-PONDERADA       PIC 9(10).
               10 HIS-HUELLA-BYTES           PIC 9(12).
           05 FILLER                         PIC X(01) VALUE SPACE.
           05 HIS-RUN-ID                     PIC X(13).

       FD  ARCHIVO-MAESTROS.
       01  REG-MAESTROS                     PIC X(150).

      * EL MAESTRO TRAE SU LLAVE EN LAS PRIMERAS 15 POSICIONES; LAS
      * POSICIONES DEL ESTADO Y DE LOS DATOS A ANEXAR QUE DECLARA
      * MAESTROS SE CUENTAN DESDE EL INICIO DEL REGISTRO
       FD  ARCHIVO-MAESTRO.
       01  REG-MAESTRO.
           05 MST-LLAVE                      PIC X(15).
           05 MST-DATOS                      PIC X(985).

       FD  ARCHIVO-HUERFANOS.
       01  REG-HUERFANO.
           05 HUE-NUMERO-REGISTRO            PIC 9(09).
           05 FILLER                         PIC X(01) VALUE SPACE.
           05 HUE-LLAVE                      PIC X(15).
           05 FILLER                         PIC X(01) VALUE SPACE.
           05 HUE-MOTIVO                     PIC X(20).
           05 FILLER                         PIC X(01) VALUE SPACE.
           05 HUE-DATO                       PIC X(30000).

       FD  ARCHIVO-ESTADOS.
       01  REG-ESTADO.
           05 EDO-NUMERO-TRABAJO             PIC 9(02).
           05 EDO-RUN-ID                     PIC X(13).
           05 FILLER                         PIC X(01) VALUE SPACE.
           05 EDO-REG-DUPLICADOS             PIC 9(09).
           05 FILLER                         PIC X(01) VALUE SPACE.
           05 EDO-REG-HUERFANOS              PIC 9(09).
           05 FILLER                         PIC X(01) VALUE SPACE.
           05 EDO-FECHA-INICIO               PIC 9(06).

       FD  ARCHIVO-BITACORA.
       01  REG-BITACORA.
           05 BIT-RUN-ID                     PIC X(13).
           05 FILLER                         PIC X(01) VALUE SPACE.
           05 BIT-REG-DUPLICADOS             PIC 9(09).
           05 FILLER                         PIC X(01) VALUE SPACE.
           05 BIT-GRUPOS                     PIC 9(09).
           05 FILLER                         PIC X(01) VALUE SPACE.
           05 BIT-HUERFANOS                  PIC 9(09).
      *-----------------------
       WORKING-STORAGE SECTION.
       01  ID-REG-LEIDO                     PIC X(30000).
           05 PARM-ORGANIZACION-SALIDA      PIC X(01).
           05 PARM-NUMERO-SHARD             PIC 9(02).
           05 PARM-TOTAL-SHARDS             PIC 9(02).
           05 PARM-OPCIONES-GRUPO.
               10 PARM-GRUPO-OFFSET         PIC 9(05).
               10 PARM-GRUPO-LONGITUD       PIC 9(02).
               10 PARM-GRUPO-CODIGO         PIC X(05).
           05 PARM-REMITENTE                PIC X(08).
           05 PARM-MAESTRO                  PIC X(08).

       01  TABLA-TRABAJOS.
           05 TRABAJO-ENTRY                 OCCURS 50 TIMES.
       77  EST-ESTADOS                      PIC X(02) VALUE SPACES.
       77  EST-LECTURA                      PIC X(02) VALUE SPACES.
       77  MOTIVO-ABORTO                    PIC X(25) VALUE SPACES.
       77  FECHA-INICIO-TRABAJO             PIC 9(06) VALUE 00.
       77  HORA-INICIO-TRABAJO              PIC 9(08) VALUE 00.
       77  HORA-FIN-TRABAJO                 PIC 9(08) VALUE 00.
       77  MODO-REINICIO-CORRIDA            PIC X(01) VALUE "N".
           05 FORMATO-ESC                   PIC ZZZ,ZZZ,ZZ9.
           05 FORMATO-RCH                   PIC ZZZ,ZZZ,ZZ9.
           05 FORMATO-DUP                   PIC ZZZ,ZZZ,ZZ9.
           05 FORMATO-GRP                   PIC ZZZ,ZZZ,ZZ9.
           05 FORMATO-HUE                   PIC ZZZ,ZZZ,ZZ9.

       77  FIN-ARCHIVO                      PIC 9(01) VALUE 00.
       77  CONTADOR-ARCHIVO                 PIC 9(02) VALUE 00.
               10 DEST-NOMBRE-ARCHIVO       PIC X(50).
               10 DEST-REG-ESCRITOS         PIC 9(09).
               10 DEST-CHECKSUM             PIC 9(10).
               10 DEST-GRUPOS               PIC 9(09).

       77  VALIDACION-ACTIVA                PIC X(01) VALUE "N".
           88 VALIDACION-HABILITADA                     VALUE "S".
       77  SW-ES-DUPLICADO                  PIC X(01) VALUE "N".
           88 REGISTRO-DUPLICADO                        VALUE "S".

       77  AGRUPACION-ACTIVA                PIC X(01) VALUE "N".
           88 AGRUPACION-HABILITADA                     VALUE "S".

       77  GRUPO-OFFSET                     PIC 9(05) VALUE 00.
       77  GRUPO-LONGITUD                   PIC 9(02) VALUE 00.
       77  GRUPO-CODIGO                     PIC X(05) VALUE SPACES.
       77  LLAVE-GRUPO                      PIC X(15) VALUE SPACES.
       77  REG-GRUPOS                       PIC 9(09) VALUE 00.
       77  GRUPOS-ARCHIVO                   PIC 9(09) VALUE 00.

       77  SW-CABECERA-GRUPO                PIC X(01) VALUE "N".
           88 REGISTRO-CABECERA-GRUPO                   VALUE "S".

       77  SW-GRUPO-ABIERTO                 PIC X(01) VALUE "N".
           88 GRUPO-ABIERTO                             VALUE "S".

       77  SW-GRUPO-DUPLICADO               PIC X(01) VALUE "N".

       77  SW-DETALLE-HUERFANO              PIC X(01) VALUE "N".
           88 DETALLE-SIN-CABECERA                      VALUE "S".

       01  DATOS-REMITENTE.
           05 REM-CODIGO                     PIC X(08).
           05 FILLER                         PIC X(01).
           05 REM-TIPO-OFFSET                PIC 9(05).
           05 FILLER                         PIC X(01).
           05 REM-TIPO-CODIGO                PIC X(05).
           05 FILLER                         PIC X(01).
           05 REM-CONTEO-OFFSET              PIC 9(05).
           05 FILLER                         PIC X(01).
           05 REM-CONTEO-LONGITUD            PIC 9(02).
           05 FILLER                         PIC X(01).
           05 REM-HASH-OFFSET                PIC 9(05).
           05 FILLER                         PIC X(01).
           05 REM-HASH-LONGITUD              PIC 9(02).
           05 FILLER                         PIC X(01).
           05 REM-CAMPO-OFFSET               PIC 9(05).
           05 FILLER                         PIC X(01).
           05 REM-CAMPO-LONGITUD             PIC 9(02).
           05 FILLER                         PIC X(01).
           05 REM-EXCLUYE-CABECERA           PIC X(01).
           05 FILLER                         PIC X(31).

       77  REMITENTE-ENTRADA                PIC X(08) VALUE SPACES.
       77  EST-REMITENTES                   PIC X(02) VALUE SPACES.
       77  EST-HISTORIAL                    PIC X(02) VALUE SPACES.
       77  FIN-REMITENTES                   PIC 9(01) VALUE 00.
       77  FIN-HISTORIAL                    PIC 9(01) VALUE 00.
       77  MOTIVO-NO-ACEPTADA               PIC X(20) VALUE SPACES.
       77  NOMBRE-APARTADO                  PIC X(130) VALUE SPACES.
       77  LONGITUD-TIPO-REMITENTE          PIC 9(02) VALUE 00.
       77  REG-VERIFICADOS                  PIC 9(09) VALUE 00.
       77  REG-CONTADOS                     PIC 9(09) VALUE 00.
       77  TOTAL-HASH-CALCULADO             PIC 9(18) VALUE 00.
       77  TOTAL-HASH-TRUNCADO              PIC 9(18) VALUE 00.
       77  LONGITUD-HUELLA                  PIC 9(05) VALUE 00.
       77  IDX-HUELLA                       PIC 9(05) VALUE 00.
       77  CONTEO-DECLARADO                 PIC 9(09) VALUE 00.
       77  HASH-DECLARADO                   PIC 9(18) VALUE 00.
       77  POS-NUMERO-ENTRADA               PIC 9(05) VALUE 00.
       77  LONGITUD-NUMERO-ENTRADA          PIC 9(02) VALUE 00.
       77  HISTORIAL-FECHA                  PIC 9(06) VALUE 00.
       77  HISTORIAL-RUN-ID                 PIC X(13) VALUE SPACES.

       01  CAMPO-NUMERICO-TEXTO             PIC X(18) VALUE ZEROS.
       01  CAMPO-NUMERICO REDEFINES CAMPO-NUMERICO-TEXTO
                                            PIC 9(18).

       01  HUELLA-ENTRADA.
           05 HUELLA-SUMA                   PIC 9(10) VALUE 00.
           05 HUELLA-PONDERADA              PIC 9(10) VALUE 00.
           05 HUELLA-BYTES                  PIC 9(12) VALUE 00.

       77  SW-REMITENTE-ENCONTRADO          PIC X(01) VALUE "N".
           88 REMITENTE-ENCONTRADO                      VALUE "S".

       77  SW-ULTIMO-ES-TRAILER             PIC X(01) VALUE "N".
           88 ULTIMO-ES-TRAILER                         VALUE "S".

       77  SW-HASH-ILEGIBLE                 PIC X(01) VALUE "N".
           88 HASH-ILEGIBLE                             VALUE "S".

       77  SW-TRAILER-ILEGIBLE              PIC X(01) VALUE "N".
           88 TRAILER-ILEGIBLE                          VALUE "S".

       77  SW-NUMERO-ILEGIBLE               PIC X(01) VALUE "N".
           88 NUMERO-ILEGIBLE                           VALUE "S".

       77  SW-ENTRADA-REPETIDA              PIC X(01) VALUE "N".
           88 ENTRADA-REPETIDA                          VALUE "S".

       77  SW-ENTRADA-ACEPTADA              PIC X(01) VALUE "N".
           88 ENTRADA-ACEPTADA                          VALUE "S".

       01  DATOS-MAESTRO.
           05 MAE-CODIGO                     PIC X(08).
           05 FILLER                         PIC X(01).
           05 MAE-ARCHIVO                    PIC X(60).
           05 FILLER                         PIC X(01).
           05 MAE-ESTADO-OFFSET              PIC 9(05).
           05 FILLER                         PIC X(01).
           05 MAE-ESTADO-LONGITUD            PIC 9(02).
           05 FILLER                         PIC X(01).
           05 MAE-ESTADO-VALOR               PIC X(10).
           05 FILLER                         PIC X(01).
           05 MAE-ANEXO-POSICION             PIC 9(05).
           05 FILLER                         PIC X(01).
           05 MAE-ANEXOS OCCURS 3 TIMES.
               10 MAE-ANEXO-OFFSET           PIC 9(05).
               10 FILLER                     PIC X(01).
               10 MAE-ANEXO-LONGITUD         PIC 9(03).
               10 FILLER                     PIC X(01).
           05 FILLER                         PIC X(24).

       77  CODIGO-MAESTRO                   PIC X(08) VALUE SPACES.
       77  NOMBRE-MAESTRO                   PIC X(60) VALUE SPACES.
       77  NOMBRE-HUERFANOS                 PIC X(30) VALUE SPACES.
       77  EST-MAESTROS                     PIC X(02) VALUE SPACES.
       77  EST-MAESTRO                      PIC X(02) VALUE SPACES.
       77  EST-HUERFANOS                    PIC X(02) VALUE SPACES.
       77  FIN-MAESTROS                     PIC 9(01) VALUE 00.
       77  REG-HUERFANOS                    PIC 9(09) VALUE 00.
       77  LLAVE-MAESTRO                    PIC X(15) VALUE SPACES.
       77  MOTIVO-HUERFANO                  PIC X(20) VALUE SPACES.
       77  MAESTRO-VIGENTE                  PIC X(1000) VALUE SPACES.
       77  IDX-ANEXO                        PIC 9(01) VALUE 00.
       77  TOTAL-ANEXOS                     PIC 9(01) VALUE 00.
       77  POS-ANEXO                        PIC 9(05) VALUE 00.
       77  FIN-ANEXOS                       PIC 9(05) VALUE 00.
       77  LONGITUD-ANEXO                   PIC 9(03) VALUE 00.

       77  MAESTRO-ACTIVO                   PIC X(01) VALUE "N".
           88 MAESTRO-HABILITADO                        VALUE "S".

       77  SW-MAESTRO-ABIERTO               PIC X(01) VALUE "N".
           88 MAESTRO-ABIERTO                           VALUE "S".

       77  SW-MAESTRO-ENCONTRADO            PIC X(01) VALUE "N".
           88 MAESTRO-ENCONTRADO                        VALUE "S".

       77  SW-MAESTRO-INVALIDO              PIC X(01) VALUE "N".
           88 MAESTRO-INVALIDO                          VALUE "S".

       77  SW-ES-HUERFANO                   PIC X(01) VALUE "N".
           88 REGISTRO-HUERFANO                         VALUE "S".

       77  SW-GRUPO-HUERFANO                PIC X(01) VALUE "N".

       01  TABLA-LLAVES.
           05 LLAVE-ENTRY                   OCCURS 10000 TIMES.
               10 LLAVE-VISTA               PIC X(15).
           88 PARAMETROS-VALIDOS                        VALUE "S".
           88 PARAMETROS-INVALIDOS                      VALUE "N".

       77  SW-HUBO-ABORTO                   PIC X(01) VALUE "N".

       77  EST-BITACORA                     PIC X(02) VALUE SPACES.
       77  HORA-CORRIDA                     PIC 9(08) VALUE 00.
       77  ARCHIVOS-GENERADOS               PIC 9(03) VALUE 00.

      * ENTRADA PARA LA BITACORA COMUN DE AUDITORIA (REGISTRA-AUDITORIA)
       01  PARAMETROS-AUDITORIA.
           05 PAU-TIPO                      PIC X(10) VALUE SPACES.
           05 PAU-PROGRAMA                  PIC X(30)
                   VALUE "DYNAMIC-FILE-CREATION".
           05 PAU-SESION                    PIC 9(09) VALUE 00.
           05 PAU-CORRIDA                   PIC X(20) VALUE SPACES.
           05 PAU-RC                        PIC 9(04) VALUE 00.
           05 PAU-DETALLE                   PIC X(150) VALUE SPACES.
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       000-CONTROLAR-PROGRAMA.

           PERFORM 980-AUDITAR-INICIO

           ACCEPT FECHA-CORRIDA              FROM DATE

           ACCEPT MODO-EJECUCION            FROM ENVIRONMENT "DFC_MODO"
           STRING "DUPLICADOS-", RUN-ID, DELIMITED BY SIZE
               INTO NOMBRE-DUPLICADOS
           END-STRING
           STRING "HUERFANOS-", RUN-ID, DELIMITED BY SIZE
               INTO NOMBRE-HUERFANOS
           END-STRING

           DISPLAY "IDENTIFICADOR DE CORRIDA....: " RUN-ID
           DISPLAY "MANIFIESTO DE LA CORRIDA....: " NOMBRE-MANIFIESTO
           DISPLAY "CHECKPOINT DE LA CORRIDA....: " NOMBRE-CHECKPOINT
           DISPLAY "RECHAZOS DE LA CORRIDA......: " NOMBRE-RECHAZOS
           DISPLAY "DUPLICADOS DE LA CORRIDA....: " NOMBRE-DUPLICADOS
           DISPLAY "HUERFANOS DE LA CORRIDA.....: " NOMBRE-HUERFANOS

           IF MODO-POR-PARAMETROS
               PERFORM 005-CARGAR-COLA-TRABAJOS

       001-EJECUTAR-UN-TRABAJO.

           ACCEPT FECHA-INICIO-TRABAJO       FROM DATE
           ACCEPT HORA-INICIO-TRABAJO        FROM TIME

           PERFORM 002-REINICIAR-ESTADO-TRABAJO
           MOVE 00                          TO PORCENTAJE-RECHAZOS
           MOVE SPACES                      TO UMBRAL-EXCEDIDO
           MOVE 0000                        TO GEN-ACTUAL
           MOVE "N"                         TO AGRUPACION-ACTIVA
           MOVE 00                          TO GRUPO-OFFSET
           MOVE 00                          TO GRUPO-LONGITUD
           MOVE SPACES                      TO GRUPO-CODIGO
           MOVE SPACES                      TO LLAVE-GRUPO
           MOVE 00                          TO REG-GRUPOS
           MOVE 00                          TO GRUPOS-ARCHIVO
           MOVE "N"                         TO SW-CABECERA-GRUPO
           MOVE "N"                         TO SW-GRUPO-ABIERTO
           MOVE "N"                         TO SW-GRUPO-DUPLICADO
           MOVE "N"                         TO SW-DETALLE-HUERFANO
           MOVE SPACES                      TO REMITENTE-ENTRADA
           MOVE SPACES                      TO MOTIVO-NO-ACEPTADA
           MOVE 00                          TO REG-VERIFICADOS
           MOVE 00                          TO REG-CONTADOS
           MOVE 00                          TO TOTAL-HASH-CALCULADO
           MOVE 00                          TO HUELLA-SUMA
           MOVE 00                          TO HUELLA-PONDERADA
           MOVE 00                          TO HUELLA-BYTES
           MOVE "N"                         TO SW-REMITENTE-ENCONTRADO
           MOVE "N"                         TO SW-ULTIMO-ES-TRAILER
           MOVE "N"                         TO SW-HASH-ILEGIBLE
           MOVE "N"                         TO SW-TRAILER-ILEGIBLE
           MOVE "N"                         TO SW-ENTRADA-REPETIDA
           MOVE "N"                         TO SW-ENTRADA-ACEPTADA
           MOVE SPACES                      TO CODIGO-MAESTRO
           MOVE SPACES                      TO NOMBRE-MAESTRO
           MOVE SPACES                      TO LLAVE-MAESTRO
           MOVE SPACES                      TO MAESTRO-VIGENTE
           MOVE 00                          TO REG-HUERFANOS
           MOVE 00                          TO TOTAL-ANEXOS
           MOVE "N"                         TO MAESTRO-ACTIVO
           MOVE "N"                         TO SW-ES-HUERFANO
           MOVE "N"                         TO SW-GRUPO-HUERFANO
           .

       005-CARGAR-COLA-TRABAJOS.
           IF PARAMETROS-INVALIDOS OR MOTIVO-ABORTO NOT = SPACES
               MOVE "ABORTADO"              TO EDO-RESULTADO
               MOVE MOTIVO-ABORTO           TO EDO-MOTIVO
               MOVE "S"                     TO SW-HUBO-ABORTO
           ELSE
               MOVE "OK"                    TO EDO-RESULTADO
               MOVE SPACES                  TO EDO-MOTIVO
           MOVE HORA-FIN-TRABAJO(1:6)       TO EDO-HORA-FIN
           MOVE RUN-ID                      TO EDO-RUN-ID
           MOVE REG-DUPLICADOS              TO EDO-REG-DUPLICADOS
           MOVE REG-HUERFANOS               TO EDO-REG-HUERFANOS
           MOVE FECHA-INICIO-TRABAJO        TO EDO-FECHA-INICIO

           WRITE REG-ESTADO
           .

       110-FINALIZAR-CORRIDA.
           IF MODO-POR-PARAMETROS
              AND (SW-HUBO-ABORTO = "S" OR TOTAL-TRABAJOS = 00)
              AND RETURN-CODE < 08
               MOVE 08                      TO RETURN-CODE
           END-IF

           PERFORM 981-AUDITAR-FIN

           STOP RUN
           .


           PERFORM 019-DETERMINAR-GENERACION

           IF REMITENTE-ENTRADA NOT = SPACES
               PERFORM 040-ACEPTAR-ENTRADA
                   THRU 040-ACEPTAR-ENTRADA-EXIT
               IF PARAMETROS-INVALIDOS
                   GO TO 010-INICIAR-PROGRAMA-EXIT
               END-IF
           END-IF

           IF MAESTRO-HABILITADO
               MOVE SPACES                  TO EST-MAESTRO
               OPEN INPUT ARCHIVO-MAESTRO
               IF EST-MAESTRO NOT = "00"
                   DISPLAY "MAESTRO " NOMBRE-MAESTRO
                   DISPLAY "NO EXISTE O NO ESTA DISPONIBLE, SE ABORTA "
                   DISPLAY "EL TRABAJO"
                   MOVE "N"                 TO SW-PARAMETROS-OK
                   MOVE "MAESTRO NO DISPONIBLE"
                       TO MOTIVO-ABORTO
                   MOVE 01                  TO FIN-ARCHIVO
                   GO TO 010-INICIAR-PROGRAMA-EXIT
               END-IF
               MOVE "S"                     TO SW-MAESTRO-ABIERTO
           END-IF

           MOVE SPACES                      TO EST-LECTURA
           IF FORMATO-BINARIO
               PERFORM 0102-ABRIR-ENTRADA-BINARIA
           END-IF

           IF VALIDACION-HABILITADA OR DIVISION-POR-RANGO
              OR SALIDA-INDEXADA OR AGRUPACION-HABILITADA
               IF SW-REINICIO-APLICADO = "S" OR IDX-TRABAJO > 01
                   MOVE SPACES              TO EST-RECHAZOS
                   OPEN EXTEND ARCHIVO-RECHAZOS
               END-IF
           END-IF

           IF MAESTRO-HABILITADO
               IF SW-REINICIO-APLICADO = "S" OR IDX-TRABAJO > 01
                   MOVE SPACES              TO EST-HUERFANOS
                   OPEN EXTEND ARCHIVO-HUERFANOS
                   IF EST-HUERFANOS NOT = "00"
                       OPEN OUTPUT ARCHIVO-HUERFANOS
                   END-IF
               ELSE
                   OPEN OUTPUT ARCHIVO-HUERFANOS
               END-IF
           END-IF

           IF SW-REINICIO-APLICADO = "S"
               PERFORM 501-LEER-Y-DESCARTAR
                   VARYING IDX-SALTAR FROM 1 BY 1
           END-STRING
           .

      * LA DIVISION POR GRUPOS NO SE COMBINA CON SHARD (EL REPARTO ES
      * REGISTRO POR REGISTRO Y SEPARARIA LOS DETALLES DE SU CABECERA)
      * NI CON SALIDA INDEXADA (EL ARCHIVO QUEDA ORDENADO POR LLAVE Y
      * LOS DETALLES PIERDEN SU LUGAR DETRAS DE LA CABECERA)
       0117-VALIDAR-AGRUPACION.
           IF GRUPO-LONGITUD = 00 AND GRUPO-CODIGO NOT = SPACES
               MOVE FUNCTION LENGTH(FUNCTION TRIM(GRUPO-CODIGO
                                                  TRAILING))
                   TO GRUPO-LONGITUD
           END-IF

           IF GRUPO-OFFSET = 00 OR GRUPO-CODIGO = SPACES
              OR GRUPO-LONGITUD > 05
              OR GRUPO-OFFSET + GRUPO-LONGITUD - 1 > 30000
               DISPLAY "LA DIVISION POR GRUPOS REQUIERE LA POSICION "
               DISPLAY "DEL TIPO DE REGISTRO Y UN CODIGO DE CABECERA "
               DISPLAY "DE 1 A 5 POSICIONES, SE ABORTA EL TRABAJO"
               MOVE "N"                     TO SW-PARAMETROS-OK
               MOVE "PARAMETROS INVALIDOS"  TO MOTIVO-ABORTO
               MOVE 01                      TO FIN-ARCHIVO
               GO TO 0117-VALIDAR-AGRUPACION-EXIT
           END-IF

           IF SHARD-ACTIVO
               DISPLAY "LA DIVISION POR GRUPOS NO SE COMBINA CON EL "
               DISPLAY "MODO SHARD, SE ABORTA EL TRABAJO"
               MOVE "N"                     TO SW-PARAMETROS-OK
               MOVE "GRUPOS NO APLICA EN SHARD"
                   TO MOTIVO-ABORTO
               MOVE 01                      TO FIN-ARCHIVO
               GO TO 0117-VALIDAR-AGRUPACION-EXIT
           END-IF

           IF SALIDA-INDEXADA
               DISPLAY "LA DIVISION POR GRUPOS NO SE COMBINA CON LA "
               DISPLAY "SALIDA INDEXADA, SE ABORTA EL TRABAJO"
               MOVE "N"                     TO SW-PARAMETROS-OK
               MOVE "GRUPOS NO APLICA INDEXADA"
                   TO MOTIVO-ABORTO
               MOVE 01                      TO FIN-ARCHIVO
               GO TO 0117-VALIDAR-AGRUPACION-EXIT
           END-IF

           MOVE "S"                         TO AGRUPACION-ACTIVA
           DISPLAY "  DIVISION POR GRUPOS.......: ACTIVA"
           DISPLAY "  POSICION TIPO DE REGISTRO.: " GRUPO-OFFSET
           DISPLAY "  LONGITUD TIPO DE REGISTRO.: " GRUPO-LONGITUD
           DISPLAY "  CODIGO DE CABECERA........: " GRUPO-CODIGO
           .
       0117-VALIDAR-AGRUPACION-EXIT.
           EXIT.

      * LA VERIFICACION CONTRA UN MAESTRO INDEXADO SE DECLARA EN EL
      * ARCHIVO MAESTROS (CODIGO, NOMBRE DEL MAESTRO, POSICION,
      * LONGITUD Y VALOR DEL ESTADO REQUERIDO, POSICION DE SALIDA Y
      * HASTA 3 DATOS DEL MAESTRO A ANEXAR); EL TRABAJO SOLO TRAE EL
      * CODIGO. UN ESTADO O UN DATO CON POSICION CERO NO SE USA
       0118-CARGAR-MAESTRO.
           IF LLAVE-LONGITUD > 15
               DISPLAY "LA LLAVE A VERIFICAR CONTRA EL MAESTRO NO "
               DISPLAY "PUEDE PASAR DE 15 POSICIONES, SE ABORTA EL "
               DISPLAY "TRABAJO"
               MOVE "N"                     TO SW-PARAMETROS-OK
               MOVE "MAESTRO LLAVE MAYOR A 15"
                   TO MOTIVO-ABORTO
               MOVE 01                      TO FIN-ARCHIVO
               GO TO 0118-CARGAR-MAESTRO-EXIT
           END-IF

           MOVE "N"                         TO SW-MAESTRO-ENCONTRADO
           MOVE 00                          TO FIN-MAESTROS

           MOVE SPACES                      TO EST-MAESTROS
           OPEN INPUT ARCHIVO-MAESTROS

           IF EST-MAESTROS = "00"
               PERFORM 01181-LEER-UN-MAESTRO
                   UNTIL FIN-MAESTROS = 01
                   OR MAESTRO-ENCONTRADO
               CLOSE ARCHIVO-MAESTROS
           END-IF

           IF NOT MAESTRO-ENCONTRADO
               DISPLAY "MAESTRO " CODIGO-MAESTRO
               DISPLAY "NO EXISTE EN EL ARCHIVO MAESTROS, SE ABORTA "
               DISPLAY "EL TRABAJO"
               MOVE "N"                     TO SW-PARAMETROS-OK
               MOVE "MAESTRO NO EXISTE"     TO MOTIVO-ABORTO
               MOVE 01                      TO FIN-ARCHIVO
               GO TO 0118-CARGAR-MAESTRO-EXIT
           END-IF

           IF MAE-ESTADO-OFFSET = SPACES
               MOVE ZEROS                   TO MAE-ESTADO-OFFSET
           END-IF
           IF MAE-ESTADO-LONGITUD = SPACES
               MOVE ZEROS                   TO MAE-ESTADO-LONGITUD
           END-IF
           IF MAE-ANEXO-POSICION = SPACES
               MOVE ZEROS                   TO MAE-ANEXO-POSICION
           END-IF

           MOVE "N"                         TO SW-MAESTRO-INVALIDO
           MOVE 00                          TO TOTAL-ANEXOS
           MOVE 00                          TO FIN-ANEXOS

           IF MAE-ARCHIVO = SPACES
              OR MAE-ESTADO-OFFSET   IS NOT NUMERIC
              OR MAE-ESTADO-LONGITUD IS NOT NUMERIC
              OR MAE-ANEXO-POSICION  IS NOT NUMERIC
               MOVE "S"                     TO SW-MAESTRO-INVALIDO
           ELSE
               IF MAE-ESTADO-LONGITUD > 10
                  OR (MAE-ESTADO-LONGITUD > 0
                      AND (MAE-ESTADO-OFFSET = 0
                           OR MAE-ESTADO-OFFSET
                              + MAE-ESTADO-LONGITUD - 1 > 1000))
                   MOVE "S"                 TO SW-MAESTRO-INVALIDO
               END-IF
               PERFORM 01182-REVISAR-UN-ANEXO
                   VARYING IDX-ANEXO FROM 1 BY 1
                   UNTIL IDX-ANEXO > 3
               IF MAE-ANEXO-POSICION + FIN-ANEXOS > 30001
                   MOVE "S"                 TO SW-MAESTRO-INVALIDO
               END-IF
           END-IF

           IF MAESTRO-INVALIDO
               DISPLAY "MAESTRO " CODIGO-MAESTRO
               DISPLAY "MAL DEFINIDO EN EL ARCHIVO MAESTROS, SE "
               DISPLAY "ABORTA EL TRABAJO"
               MOVE "N"                     TO SW-PARAMETROS-OK
               MOVE "MAESTRO MAL DEFINIDO"  TO MOTIVO-ABORTO
               MOVE 01                      TO FIN-ARCHIVO
               GO TO 0118-CARGAR-MAESTRO-EXIT
           END-IF

           MOVE 00                          TO FIN-ANEXOS
           MOVE MAE-ARCHIVO                 TO NOMBRE-MAESTRO
           MOVE "S"                         TO MAESTRO-ACTIVO

           DISPLAY "  MAESTRO DE LLAVES.........: " CODIGO-MAESTRO
           DISPLAY "  ARCHIVO MAESTRO...........: " NOMBRE-MAESTRO
           DISPLAY "  OFFSET DE LLAVE...........: " LLAVE-OFFSET
           DISPLAY "  LONGITUD DE LLAVE.........: " LLAVE-LONGITUD
           IF MAE-ESTADO-LONGITUD > 0
               DISPLAY "  ESTADO REQUERIDO..........: "
                       MAE-ESTADO-VALOR
           END-IF
           IF TOTAL-ANEXOS > 0
               DISPLAY "  DATOS ANEXADOS DEL MAESTRO: " TOTAL-ANEXOS
           END-IF
           .
       0118-CARGAR-MAESTRO-EXIT.
           EXIT.

       01181-LEER-UN-MAESTRO.
           READ ARCHIVO-MAESTROS
               AT END
                   MOVE 01                  TO FIN-MAESTROS
               NOT AT END
                   MOVE REG-MAESTROS        TO DATOS-MAESTRO
                   IF MAE-CODIGO = CODIGO-MAESTRO
                       MOVE "S"             TO SW-MAESTRO-ENCONTRADO
                   END-IF
           END-READ
           .

      * FIN-ANEXOS ACUMULA AQUI EL ANCHO TOTAL DE LOS DATOS ANEXADOS
       01182-REVISAR-UN-ANEXO.
           IF MAE-ANEXO-OFFSET(IDX-ANEXO) = SPACES
               MOVE ZEROS           TO MAE-ANEXO-OFFSET(IDX-ANEXO)
           END-IF
           IF MAE-ANEXO-LONGITUD(IDX-ANEXO) = SPACES
               MOVE ZEROS           TO MAE-ANEXO-LONGITUD(IDX-ANEXO)
           END-IF

           IF MAE-ANEXO-OFFSET(IDX-ANEXO)   IS NOT NUMERIC
              OR MAE-ANEXO-LONGITUD(IDX-ANEXO) IS NOT NUMERIC
               MOVE "S"                     TO SW-MAESTRO-INVALIDO
           ELSE
               IF MAE-ANEXO-OFFSET(IDX-ANEXO) > 0
                   IF MAE-ANEXO-LONGITUD(IDX-ANEXO) = 0
                      OR MAE-ANEXO-OFFSET(IDX-ANEXO)
                         + MAE-ANEXO-LONGITUD(IDX-ANEXO) - 1 > 1000
                       MOVE "S"             TO SW-MAESTRO-INVALIDO
                   ELSE
                       ADD +01              TO TOTAL-ANEXOS
                       COMPUTE FIN-ANEXOS = FIN-ANEXOS + 1
                             + MAE-ANEXO-LONGITUD(IDX-ANEXO)
                   END-IF
               END-IF
           END-IF
           .

       016-TOMAR-CANDADO.
           IF SHARD-ACTIVO
               PERFORM 0162-REVISAR-CANDADO-BASE
                       MOVE CHK-REG-RECHAZADOS  TO REG-RECHAZADOS
                       MOVE CHK-REG-LEIDOS      TO REGISTROS-A-SALTAR
                       MOVE CHK-CONTADOR-ARCHIVO TO CONTADOR-ARCHIVO
                       IF CHK-GRUPOS IS NUMERIC
                           MOVE CHK-GRUPOS      TO REG-GRUPOS
                       END-IF
                       IF CHK-HUERFANOS IS NUMERIC
                           MOVE CHK-HUERFANOS   TO REG-HUERFANOS
                       END-IF
                       MOVE "S"                 TO SW-REINICIO-APLICADO

                       DISPLAY "REINICIO DESDE CHECKPOINT - ULTIMO "
               DISPLAY "  OFFSET DE LLAVE...........: " LLAVE-OFFSET
               DISPLAY "  LONGITUD DE LLAVE.........: " LLAVE-LONGITUD
           END-IF

           IF PARM-REMITENTE NOT = SPACES
               MOVE PARM-REMITENTE          TO REMITENTE-ENTRADA
               DISPLAY "  REMITENTE (ACEPTACION).: " REMITENTE-ENTRADA
           END-IF

           IF PARM-OPCIONES-GRUPO NOT = SPACES
              AND PARM-GRUPO-OFFSET IS NUMERIC
              AND PARM-GRUPO-OFFSET > 00
               MOVE PARM-GRUPO-OFFSET       TO GRUPO-OFFSET
               MOVE PARM-GRUPO-CODIGO       TO GRUPO-CODIGO
               IF PARM-GRUPO-LONGITUD IS NUMERIC
                   MOVE PARM-GRUPO-LONGITUD TO GRUPO-LONGITUD
               END-IF
               PERFORM 0117-VALIDAR-AGRUPACION
                   THRU 0117-VALIDAR-AGRUPACION-EXIT
           END-IF

           IF PARM-MAESTRO NOT = SPACES AND PARAMETROS-VALIDOS
               MOVE PARM-MAESTRO            TO CODIGO-MAESTRO
               IF PARM-LLAVE-LONGITUD IS NOT NUMERIC
                  OR PARM-LLAVE-LONGITUD = 00
                   DISPLAY "LA VERIFICACION CONTRA EL MAESTRO REQUIERE "
                   DISPLAY "LA POSICION Y LONGITUD DE LA LLAVE, SE "
                   DISPLAY "ABORTA EL TRABAJO"
                   MOVE "N"                 TO SW-PARAMETROS-OK
                   MOVE "MAESTRO SIN LLAVE" TO MOTIVO-ABORTO
                   MOVE 01                  TO FIN-ARCHIVO
                   GO TO 011-LEER-ARCHIVO-PARAMETROS-EXIT
               END-IF
               PERFORM 0118-CARGAR-MAESTRO
                   THRU 0118-CARGAR-MAESTRO-EXIT
           END-IF
           .
       011-LEER-ARCHIVO-PARAMETROS-EXIT.
           EXIT.
                   MOVE 01                  TO LLAVE-LONGITUD
               END-IF
           END-IF

           DISPLAY X"0D"
           DISPLAY "DIVIDIR SIN PARTIR LOS GRUPOS DE CABECERA Y "
           DISPLAY "DETALLES (S/N): "
           ACCEPT  AGRUPACION-ACTIVA
           INSPECT AGRUPACION-ACTIVA        REPLACING ALL X"0D" BY " "

           IF AGRUPACION-HABILITADA
               MOVE "N"                     TO AGRUPACION-ACTIVA
               DISPLAY X"0D"
               DISPLAY "INGRESE LA POSICION DEL TIPO DE REGISTRO "
               DISPLAY "(1 = PRIMERA POSICION): "
               ACCEPT  GRUPO-OFFSET

               DISPLAY X"0D"
               DISPLAY "INGRESE EL CODIGO QUE INICIA UN GRUPO "
               DISPLAY "(MAXIMO 5): "
               ACCEPT  GRUPO-CODIGO

               INSPECT GRUPO-OFFSET         REPLACING ALL X"0D" BY " "
               INSPECT GRUPO-CODIGO         REPLACING ALL X"0D" BY " "

               PERFORM 0117-VALIDAR-AGRUPACION
                   THRU 0117-VALIDAR-AGRUPACION-EXIT
           ELSE
               MOVE "N"                     TO AGRUPACION-ACTIVA
           END-IF

           DISPLAY X"0D"
           DISPLAY "CODIGO DE REMITENTE PARA EL CONTROL DE "
           DISPLAY "ACEPTACION (ENTER = SIN CONTROL): "
           ACCEPT  REMITENTE-ENTRADA
           INSPECT REMITENTE-ENTRADA        REPLACING ALL X"0D" BY " "

           DISPLAY X"0D"
           DISPLAY "CODIGO DE MAESTRO PARA VERIFICAR LAS LLAVES "
           DISPLAY "(ENTER = SIN VERIFICACION): "
           ACCEPT  CODIGO-MAESTRO
           INSPECT CODIGO-MAESTRO           REPLACING ALL X"0D" BY " "

           IF CODIGO-MAESTRO NOT = SPACES
               IF LLAVE-OFFSET = 00
                   DISPLAY X"0D"
                   DISPLAY "INGRESE EL OFFSET DE LA LLAVE DENTRO DEL "
                   DISPLAY "REGISTRO (1 = PRIMERA POSICION): "
                   ACCEPT  LLAVE-OFFSET

                   DISPLAY X"0D"
                   DISPLAY "INGRESE LA LONGITUD DE LA LLAVE "
                   DISPLAY "(MAXIMO 15): "
                   ACCEPT  LLAVE-LONGITUD

                   INSPECT LLAVE-OFFSET     REPLACING ALL X"0D" BY " "
                   INSPECT LLAVE-LONGITUD   REPLACING ALL X"0D" BY " "

                   IF LLAVE-OFFSET = 00
                       MOVE 01              TO LLAVE-OFFSET
                   END-IF
                   IF LLAVE-LONGITUD = 00
                       MOVE 01              TO LLAVE-LONGITUD
                   END-IF
               END-IF

               PERFORM 0118-CARGAR-MAESTRO
                   THRU 0118-CARGAR-MAESTRO-EXIT
           END-IF
           .

       018-CARGAR-CAMPOS.
           END-READ
           .

      * CONTROL DE ACEPTACION DE LA ENTRADA: CUANDO EL TRABAJO TRAE
      * CODIGO DE REMITENTE, ANTES DE DIVIDIR SE LEE TODO EL ARCHIVO
      * UNA VEZ, SE CUADRAN EL CONTEO Y EL TOTAL HASH CONTRA EL
      * TRAILER DEL PROPIO REMITENTE (POSICIONES EN REMITENTES) Y SE
      * BUSCA LA HUELLA DEL CONTENIDO EN HISTORIAL-ENTRADAS. UN
      * ARCHIVO CORTO, DESCUADRADO O YA PROCESADO POR OTRA CORRIDA SE
      * APARTA RENOMBRANDOLO A <ENTRADA>.APARTADA-<RUN-ID> Y EL
      * TRABAJO SE ABORTA CON SU ALERTA
       040-ACEPTAR-ENTRADA.
           PERFORM 041-BUSCAR-REMITENTE
               THRU 041-BUSCAR-REMITENTE-EXIT

           IF PARAMETROS-INVALIDOS
               GO TO 040-ACEPTAR-ENTRADA-EXIT
           END-IF

           MOVE 00                          TO REG-VERIFICADOS
           MOVE 00                          TO REG-CONTADOS
           MOVE 00                          TO TOTAL-HASH-CALCULADO
           MOVE 00                          TO CONTEO-DECLARADO
           MOVE 00                          TO HASH-DECLARADO
           MOVE 00                          TO HUELLA-SUMA
           MOVE 00                          TO HUELLA-PONDERADA
           MOVE 00                          TO HUELLA-BYTES
           MOVE "N"                         TO SW-ULTIMO-ES-TRAILER
           MOVE "N"                         TO SW-HASH-ILEGIBLE
           MOVE "N"                         TO SW-TRAILER-ILEGIBLE
           MOVE "N"                         TO SW-ENTRADA-REPETIDA

      * SI LA ENTRADA NO ABRE NO HAY NADA QUE APARTAR: SE DEJA QUE LA
      * APERTURA NORMAL DEL TRABAJO INFORME EL ERROR
           MOVE SPACES                      TO EST-LECTURA
           IF FORMATO-BINARIO
               PERFORM 0102-ABRIR-ENTRADA-BINARIA
           ELSE
               OPEN INPUT ARCHIVO-LECTURA
           END-IF

           IF EST-LECTURA NOT = "00"
               GO TO 040-ACEPTAR-ENTRADA-EXIT
           END-IF

           PERFORM 042-VERIFICAR-UN-REGISTRO
               THRU 042-VERIFICAR-UN-REGISTRO-EXIT
               UNTIL FIN-ARCHIVO = 01

           PERFORM 102-CERRAR-ENTRADA
           MOVE 00                          TO FIN-ARCHIVO

           PERFORM 043-BUSCAR-HUELLA
               THRU 043-BUSCAR-HUELLA-EXIT

           IF REM-HASH-LONGITUD > 0
               COMPUTE TOTAL-HASH-TRUNCADO =
                   FUNCTION MOD(TOTAL-HASH-CALCULADO,
                                10 ** REM-HASH-LONGITUD)
           END-IF

           DISPLAY "  REGISTROS VERIFICADOS......: " REG-VERIFICADOS
           DISPLAY "  REGISTROS CONTADOS.........: " REG-CONTADOS
           DISPLAY "  CONTEO DEL TRAILER.........: " CONTEO-DECLARADO
           DISPLAY "  HUELLA DE LA ENTRADA.......: " HUELLA-ENTRADA

           MOVE SPACES                      TO MOTIVO-NO-ACEPTADA
           EVALUATE TRUE
               WHEN NOT ULTIMO-ES-TRAILER
                   MOVE "FALTA TRAILER"     TO MOTIVO-NO-ACEPTADA
               WHEN TRAILER-ILEGIBLE
                   MOVE "TRAILER ILEGIBLE"  TO MOTIVO-NO-ACEPTADA
               WHEN CONTEO-DECLARADO NOT = REG-CONTADOS
                   MOVE "CONTEO NO CUADRA"  TO MOTIVO-NO-ACEPTADA
               WHEN REM-HASH-LONGITUD > 0 AND HASH-ILEGIBLE
                   MOVE "TOTAL HASH NO CUADRA"
                                            TO MOTIVO-NO-ACEPTADA
               WHEN REM-HASH-LONGITUD > 0
                AND HASH-DECLARADO NOT = TOTAL-HASH-TRUNCADO
                   MOVE "TOTAL HASH NO CUADRA"
                                            TO MOTIVO-NO-ACEPTADA
               WHEN ENTRADA-REPETIDA
                   MOVE "ENTRADA YA PROCESADA"
                                            TO MOTIVO-NO-ACEPTADA
           END-EVALUATE

           IF MOTIVO-NO-ACEPTADA = SPACES
               MOVE "S"                     TO SW-ENTRADA-ACEPTADA
               DISPLAY "  ENTRADA ACEPTADA PARA EL REMITENTE "
                       REMITENTE-ENTRADA
               GO TO 040-ACEPTAR-ENTRADA-EXIT
           END-IF

           DISPLAY "ENTRADA " ARCHIVO-ENTRADA
           DISPLAY "NO ACEPTADA: " MOTIVO-NO-ACEPTADA
           IF ENTRADA-REPETIDA
               DISPLAY "YA FUE ACEPTADA EL " HISTORIAL-FECHA
                       " POR LA CORRIDA " HISTORIAL-RUN-ID
           END-IF

           PERFORM 045-APARTAR-ENTRADA

           MOVE REG-VERIFICADOS             TO REG-LEIDOS
           MOVE MOTIVO-NO-ACEPTADA          TO UMBRAL-EXCEDIDO
           PERFORM 576-ESCRIBIR-ALERTA

           MOVE "N"                         TO SW-PARAMETROS-OK
           MOVE MOTIVO-NO-ACEPTADA          TO MOTIVO-ABORTO
           MOVE 01                          TO FIN-ARCHIVO
           .
       040-ACEPTAR-ENTRADA-EXIT.
           EXIT.

      * UN REMITENTE INEXISTENTE O MAL DEFINIDO ABORTA EL TRABAJO CON
      * SU ALERTA PERO NO APARTA LA ENTRADA: EL ERROR ES NUESTRO
       041-BUSCAR-REMITENTE.
           MOVE "N"                         TO SW-REMITENTE-ENCONTRADO
           MOVE 00                          TO FIN-REMITENTES

           MOVE SPACES                      TO EST-REMITENTES
           OPEN INPUT ARCHIVO-REMITENTES

           IF EST-REMITENTES = "00"
               PERFORM 0411-LEER-UN-REMITENTE
                   UNTIL FIN-REMITENTES = 01
                   OR REMITENTE-ENCONTRADO
               CLOSE ARCHIVO-REMITENTES
           END-IF

           IF NOT REMITENTE-ENCONTRADO
               DISPLAY "REMITENTE " REMITENTE-ENTRADA
               DISPLAY "NO EXISTE EN EL ARCHIVO REMITENTES, SE "
               DISPLAY "ABORTA EL TRABAJO"
               MOVE "REMITENTE NO EXISTE"   TO MOTIVO-NO-ACEPTADA
               GO TO 041-RECHAZAR-REMITENTE
           END-IF

           IF REM-EXCLUYE-CABECERA = SPACE
               MOVE "N"                     TO REM-EXCLUYE-CABECERA
           END-IF

           IF REM-TIPO-OFFSET     IS NOT NUMERIC
              OR REM-CONTEO-OFFSET   IS NOT NUMERIC
              OR REM-CONTEO-LONGITUD IS NOT NUMERIC
              OR REM-HASH-OFFSET     IS NOT NUMERIC
              OR REM-HASH-LONGITUD   IS NOT NUMERIC
              OR REM-CAMPO-OFFSET    IS NOT NUMERIC
              OR REM-CAMPO-LONGITUD  IS NOT NUMERIC
               MOVE "REMITENTE INVALIDO"    TO MOTIVO-NO-ACEPTADA
               GO TO 041-RECHAZAR-REMITENTE
           END-IF

           MOVE FUNCTION LENGTH(FUNCTION TRIM(REM-TIPO-CODIGO))
                                            TO LONGITUD-TIPO-REMITENTE

           IF REM-TIPO-OFFSET = 0 OR REM-TIPO-CODIGO = SPACES
              OR REM-CONTEO-OFFSET = 0
              OR REM-CONTEO-LONGITUD = 0 OR REM-CONTEO-LONGITUD > 9
              OR REM-HASH-LONGITUD > 18
              OR (REM-EXCLUYE-CABECERA NOT = "S"
                  AND REM-EXCLUYE-CABECERA NOT = "N")
               MOVE "REMITENTE INVALIDO"    TO MOTIVO-NO-ACEPTADA
               GO TO 041-RECHAZAR-REMITENTE
           END-IF

           IF REM-TIPO-OFFSET + LONGITUD-TIPO-REMITENTE - 1 > 30000
              OR REM-CONTEO-OFFSET + REM-CONTEO-LONGITUD - 1 > 30000
               MOVE "REMITENTE INVALIDO"    TO MOTIVO-NO-ACEPTADA
               GO TO 041-RECHAZAR-REMITENTE
           END-IF

           IF REM-HASH-LONGITUD > 0
               IF REM-HASH-OFFSET = 0 OR REM-CAMPO-OFFSET = 0
                  OR REM-CAMPO-LONGITUD = 0 OR REM-CAMPO-LONGITUD > 18
                  OR REM-HASH-OFFSET + REM-HASH-LONGITUD - 1 > 30000
                  OR REM-CAMPO-OFFSET + REM-CAMPO-LONGITUD - 1 > 30000
                   MOVE "REMITENTE INVALIDO"
                                            TO MOTIVO-NO-ACEPTADA
                   GO TO 041-RECHAZAR-REMITENTE
               END-IF
           END-IF

           DISPLAY "  REMITENTE..................: " REM-CODIGO
           DISPLAY "  TRAILER TIPO/POSICION......: " REM-TIPO-CODIGO
                   " " REM-TIPO-OFFSET
           GO TO 041-BUSCAR-REMITENTE-EXIT
           .
       041-RECHAZAR-REMITENTE.
           IF MOTIVO-NO-ACEPTADA = "REMITENTE INVALIDO"
               DISPLAY "REMITENTE " REMITENTE-ENTRADA
               DISPLAY "MAL DEFINIDO EN EL ARCHIVO REMITENTES, SE "
               DISPLAY "ABORTA EL TRABAJO"
           END-IF

           MOVE MOTIVO-NO-ACEPTADA          TO UMBRAL-EXCEDIDO
           PERFORM 576-ESCRIBIR-ALERTA

           MOVE "N"                         TO SW-PARAMETROS-OK
           MOVE MOTIVO-NO-ACEPTADA          TO MOTIVO-ABORTO
           MOVE 01                          TO FIN-ARCHIVO
           .
       041-BUSCAR-REMITENTE-EXIT.
           EXIT.

       0411-LEER-UN-REMITENTE.
           READ ARCHIVO-REMITENTES
               AT END
                   MOVE 01                  TO FIN-REMITENTES
               NOT AT END
                   MOVE REG-REMITENTE       TO DATOS-REMITENTE
                   IF REM-CODIGO = REMITENTE-ENTRADA
                       MOVE "S"             TO SW-REMITENTE-ENCONTRADO
                   END-IF
           END-READ
           .

      * CADA REGISTRO SUMA A LA HUELLA TODOS SUS BYTES Y UN SEPARADOR;
      * EL TRAILER DEL REMITENTE NO SE CUENTA NI SE SUMA AL HASH, Y
      * SOLO VALE SI ES EL ULTIMO REGISTRO DEL ARCHIVO
       042-VERIFICAR-UN-REGISTRO.
           PERFORM 507-LEER-FISICO

           IF FIN-ARCHIVO = 01
               GO TO 042-VERIFICAR-UN-REGISTRO-EXIT
           END-IF

           ADD +01                          TO REG-VERIFICADOS

           IF FORMATO-BINARIO
               MOVE LONGITUD-REGISTRO-FIJO  TO LONGITUD-HUELLA
           ELSE
               MOVE FUNCTION LENGTH(FUNCTION TRIM(REG-ENTRADA TRAILING))
                   TO LONGITUD-HUELLA
           END-IF

           ADD LONGITUD-HUELLA              TO HUELLA-BYTES
           PERFORM 0421-ACUMULAR-BYTE-HUELLA
               VARYING IDX-HUELLA FROM 1 BY 1
               UNTIL IDX-HUELLA > LONGITUD-HUELLA
           COMPUTE HUELLA-SUMA =
               FUNCTION MOD(HUELLA-SUMA + 11, 9999999999)
           COMPUTE HUELLA-PONDERADA =
               FUNCTION MOD(HUELLA-PONDERADA + HUELLA-SUMA, 9999999999)

           IF REG-VERIFICADOS = 1 AND REM-EXCLUYE-CABECERA = "S"
               MOVE "N"                     TO SW-ULTIMO-ES-TRAILER
               GO TO 042-VERIFICAR-UN-REGISTRO-EXIT
           END-IF

           IF ID-REG-LEIDO(REM-TIPO-OFFSET:LONGITUD-TIPO-REMITENTE)
              = REM-TIPO-CODIGO(1:LONGITUD-TIPO-REMITENTE)
               MOVE "S"                     TO SW-ULTIMO-ES-TRAILER
               PERFORM 0422-LEER-CIFRAS-TRAILER
               GO TO 042-VERIFICAR-UN-REGISTRO-EXIT
           END-IF

           MOVE "N"                         TO SW-ULTIMO-ES-TRAILER
           ADD +01                          TO REG-CONTADOS

           IF REM-HASH-LONGITUD > 0
               MOVE REM-CAMPO-OFFSET        TO POS-NUMERO-ENTRADA
               MOVE REM-CAMPO-LONGITUD      TO LONGITUD-NUMERO-ENTRADA
               PERFORM 0423-EXTRAER-NUMERO
               IF NUMERO-ILEGIBLE
                   MOVE "S"                 TO SW-HASH-ILEGIBLE
               ELSE
                   COMPUTE TOTAL-HASH-CALCULADO =
                       FUNCTION MOD(TOTAL-HASH-CALCULADO
                                  + CAMPO-NUMERICO,
                                    1000000000000000000)
               END-IF
           END-IF
           .
       042-VERIFICAR-UN-REGISTRO-EXIT.
           EXIT.

       0421-ACUMULAR-BYTE-HUELLA.
           COMPUTE HUELLA-SUMA =
               FUNCTION MOD(HUELLA-SUMA
                          + FUNCTION ORD(ID-REG-LEIDO(IDX-HUELLA:1)),
                            9999999999)
           COMPUTE HUELLA-PONDERADA =
               FUNCTION MOD(HUELLA-PONDERADA + HUELLA-SUMA, 9999999999)
           .

      * UN TRAILER QUE NO ES EL ULTIMO REGISTRO SE PISA CON EL
      * SIGUIENTE; SI QUEDA COMO ULTIMO, SUS CIFRAS SON LAS QUE VALEN
       0422-LEER-CIFRAS-TRAILER.
           MOVE "N"                         TO SW-TRAILER-ILEGIBLE

           MOVE REM-CONTEO-OFFSET           TO POS-NUMERO-ENTRADA
           MOVE REM-CONTEO-LONGITUD         TO LONGITUD-NUMERO-ENTRADA
           PERFORM 0423-EXTRAER-NUMERO
           IF NUMERO-ILEGIBLE
               MOVE "S"                     TO SW-TRAILER-ILEGIBLE
           ELSE
               MOVE CAMPO-NUMERICO          TO CONTEO-DECLARADO
           END-IF

           IF REM-HASH-LONGITUD > 0
               MOVE REM-HASH-OFFSET         TO POS-NUMERO-ENTRADA
               MOVE REM-HASH-LONGITUD       TO LONGITUD-NUMERO-ENTRADA
               PERFORM 0423-EXTRAER-NUMERO
               IF NUMERO-ILEGIBLE
                   MOVE "S"                 TO SW-TRAILER-ILEGIBLE
               ELSE
                   MOVE CAMPO-NUMERICO      TO HASH-DECLARADO
               END-IF
           END-IF
           .

      * EL CAMPO SE ALINEA A LA DERECHA SOBRE 18 CEROS; LOS ESPACIOS A
      * LA IZQUIERDA DEL CAMPO SE ACEPTAN COMO CEROS
       0423-EXTRAER-NUMERO.
           MOVE "N"                         TO SW-NUMERO-ILEGIBLE
           MOVE ZEROS                       TO CAMPO-NUMERICO-TEXTO
           MOVE ID-REG-LEIDO(POS-NUMERO-ENTRADA:LONGITUD-NUMERO-ENTRADA)
               TO CAMPO-NUMERICO-TEXTO(19 - LONGITUD-NUMERO-ENTRADA:
                                       LONGITUD-NUMERO-ENTRADA)
           INSPECT CAMPO-NUMERICO-TEXTO     REPLACING LEADING
                                            SPACES BY ZEROS
           IF CAMPO-NUMERICO-TEXTO IS NOT NUMERIC
               MOVE "S"                     TO SW-NUMERO-ILEGIBLE
               MOVE ZEROS                   TO CAMPO-NUMERICO-TEXTO
           END-IF
           .

      * LA MISMA CORRIDA PUEDE VOLVER A CONSUMIR SU ENTRADA (REINICIO,
      * O VARIOS TRABAJOS DE LA COLA SOBRE EL MISMO ARCHIVO); SOLO
      * CUENTA COMO REPETIDA SI LA ACEPTO OTRA CORRIDA
       043-BUSCAR-HUELLA.
           MOVE 00                          TO FIN-HISTORIAL

           MOVE SPACES                      TO EST-HISTORIAL
           OPEN INPUT ARCHIVO-HISTORIAL

           IF EST-HISTORIAL NOT = "00"
               GO TO 043-BUSCAR-HUELLA-EXIT
           END-IF

           PERFORM 0431-LEER-UN-HISTORIAL
               UNTIL FIN-HISTORIAL = 01
               OR ENTRADA-REPETIDA

           CLOSE ARCHIVO-HISTORIAL
           .
       043-BUSCAR-HUELLA-EXIT.
           EXIT.

       0431-LEER-UN-HISTORIAL.
           READ ARCHIVO-HISTORIAL
               AT END
                   MOVE 01                  TO FIN-HISTORIAL
               NOT AT END
                   IF HIS-HUELLA = HUELLA-ENTRADA
                      AND HIS-RUN-ID NOT = RUN-ID
                       MOVE "S"             TO SW-ENTRADA-REPETIDA
                       MOVE HIS-FECHA       TO HISTORIAL-FECHA
                       MOVE HIS-RUN-ID      TO HISTORIAL-RUN-ID
                   END-IF
           END-READ
           .

       045-APARTAR-ENTRADA.
           MOVE SPACES                      TO NOMBRE-APARTADO
           STRING ARCHIVO-ENTRADA,
                  ".APARTADA-",
                  RUN-ID,
                  DELIMITED BY SPACE
               INTO NOMBRE-APARTADO
           END-STRING

           MOVE RETURN-CODE                 TO RETORNO-PREVIO
           CALL "CBL_RENAME_FILE" USING ARCHIVO-ENTRADA,
                                        NOMBRE-APARTADO
           MOVE RETURN-CODE                 TO CODIGO-SISTEMA
           MOVE RETORNO-PREVIO              TO RETURN-CODE

           IF CODIGO-SISTEMA = 0000
               DISPLAY "ENTRADA APARTADA COMO " NOMBRE-APARTADO
               MOVE "RENOMBRADO"            TO PAU-TIPO
               MOVE SPACES                  TO PAU-DETALLE
               STRING FUNCTION TRIM(ARCHIVO-ENTRADA)
                                            DELIMITED BY SIZE,
                      " -> "                DELIMITED BY SIZE,
                      NOMBRE-APARTADO       DELIMITED BY SPACE
                   INTO PAU-DETALLE
               END-STRING
               PERFORM 985-REGISTRAR-AUDITORIA
           ELSE
               DISPLAY "NO SE PUDO APARTAR LA ENTRADA, CODIGO "
                       CODIGO-SISTEMA
           END-IF
           .

       047-REGISTRAR-HISTORIAL.
           MOVE SPACES                      TO EST-HISTORIAL
           OPEN EXTEND ARCHIVO-HISTORIAL

           IF EST-HISTORIAL NOT = "00"
               OPEN OUTPUT ARCHIVO-HISTORIAL
           END-IF

           ACCEPT HORA-ALERTA                FROM TIME

           MOVE SPACES                      TO REG-HISTORIAL
           MOVE REMITENTE-ENTRADA           TO HIS-REMITENTE
           MOVE FECHA-CORRIDA               TO HIS-FECHA
           MOVE HORA-ALERTA(1:6)            TO HIS-HORA
           MOVE ARCHIVO-ENTRADA             TO HIS-ARCHIVO-ENTRADA
           MOVE REG-CONTADOS                TO HIS-REG-CONTADOS
           MOVE HUELLA-ENTRADA              TO HIS-HUELLA
           MOVE RUN-ID                      TO HIS-RUN-ID

           WRITE REG-HISTORIAL

           CLOSE ARCHIVO-HISTORIAL
           .

       020-MOVER-N-REGISTROS.

           MOVE "N"                         TO SW-DETALLE-HUERFANO
           IF AGRUPACION-HABILITADA
               PERFORM 030-CONTROLAR-GRUPO
           END-IF

      * CON AGRUPACION SOLO LA CABECERA SE BUSCA EN LA TABLA DE LLAVES:
      * SUS DETALLES SIGUEN LA SUERTE DE ELLA (SI LA CABECERA ES
      * REPETIDA, TODO EL GRUPO VA A DUPLICADOS)
           MOVE "N"                         TO SW-ES-DUPLICADO
           IF DEDUPLICACION-HABILITADA
              AND NOT (VALIDACION-HABILITADA AND REGISTRO-INVALIDO)
              AND NOT DETALLE-SIN-CABECERA
               IF AGRUPACION-HABILITADA
                  AND NOT REGISTRO-CABECERA-GRUPO
                   MOVE SW-GRUPO-DUPLICADO  TO SW-ES-DUPLICADO
               ELSE
                   PERFORM 025-DETECTAR-DUPLICADO
                       THRU 025-DETECTAR-DUPLICADO-EXIT
                   MOVE SW-ES-DUPLICADO     TO SW-GRUPO-DUPLICADO
               END-IF
           END-IF

      * LA LLAVE SOLO SE BUSCA EN EL MAESTRO SI EL REGISTRO YA PASO
      * LA VALIDACION Y NO ES DUPLICADO; SI NO EXISTE O NO TIENE EL
      * ESTADO REQUERIDO EL REGISTRO VA A HUERFANOS
           MOVE "N"                         TO SW-ES-HUERFANO
           IF MAESTRO-HABILITADO
              AND NOT (VALIDACION-HABILITADA AND REGISTRO-INVALIDO)
              AND NOT DETALLE-SIN-CABECERA
              AND NOT REGISTRO-DUPLICADO
               PERFORM 035-VERIFICAR-MAESTRO
                   THRU 035-VERIFICAR-MAESTRO-EXIT
           END-IF

           IF (VALIDACION-HABILITADA AND REGISTRO-INVALIDO)
              OR DETALLE-SIN-CABECERA
               PERFORM 570-ESCRIBIR-RECHAZO
           ELSE
               EVALUATE TRUE
               WHEN REGISTRO-DUPLICADO
                   PERFORM 571-ESCRIBIR-DUPLICADO
               WHEN REGISTRO-HUERFANO
                   PERFORM 572-ESCRIBIR-HUERFANO
               WHEN OTHER
                   IF DIVISION-POR-RANGO
                       PERFORM 550-ENRUTAR-POR-RANGO
                           THRU 550-ENRUTAR-POR-RANGO-EXIT
                               ADD  +01     TO REG-ESCRITOS
                               ADD  +01     TO REG-ESCRITOS-ARCHIVO
                               PERFORM 515-ACUMULAR-CHECKSUM
                               PERFORM 516-CONTAR-GRUPO
                           END-IF
                       END-IF
                   END-IF
               END-EVALUATE
           END-IF

           IF FIN-ARCHIVO NOT = 01
               PERFORM 500-LEER-REGISTRO
           END-IF

      * CON AGRUPACION EL CAMBIO DE ARCHIVO ESPERA A QUE EL REGISTRO
      * SIGUIENTE SEA UNA CABECERA: EL MIEMBRO PUEDE REBASAR EL LIMITE
      * POR LOS DETALLES DEL ULTIMO GRUPO, PERO NUNCA LO PARTE
           IF NOT DIVISION-POR-RANGO AND NOT DIVISION-POR-CONTENIDO
              AND FIN-ARCHIVO NOT = 01
              AND (NOT AGRUPACION-HABILITADA
                   OR REGISTRO-CABECERA-GRUPO)
             EVALUATE TRUE
               WHEN DIVISION-POR-TAMANO
                 IF TAMANO-ARCHIVO > LIMITE-TAMANO
           END-IF
           .

      * UNA CABECERA ABRE GRUPO SI PASA LA VALIDACION (SI NO, SE
      * RECHAZA Y SUS DETALLES QUEDAN SIN CABECERA); UN DETALLE QUE
      * LLEGA SIN GRUPO ABIERTO SE RECHAZA CON SU PROPIO MOTIVO
       030-CONTROLAR-GRUPO.
           IF REGISTRO-CABECERA-GRUPO
               MOVE "N"                     TO SW-GRUPO-DUPLICADO
               MOVE "N"                     TO SW-GRUPO-HUERFANO
               IF VALIDACION-HABILITADA AND REGISTRO-INVALIDO
                   MOVE "N"                 TO SW-GRUPO-ABIERTO
               ELSE
                   MOVE "S"                 TO SW-GRUPO-ABIERTO
                   IF DIVISION-POR-RANGO OR DIVISION-POR-CONTENIDO
                       MOVE ID-REG-LEIDO(LLAVE-OFFSET:LLAVE-LONGITUD)
                           TO LLAVE-GRUPO
                   END-IF
               END-IF
           ELSE
               IF NOT GRUPO-ABIERTO
                  AND NOT (VALIDACION-HABILITADA AND REGISTRO-INVALIDO)
                   MOVE "S"                 TO SW-DETALLE-HUERFANO
                   MOVE "DETALLE SIN CABECERA"
                       TO MOTIVO-RECHAZO
               END-IF
           END-IF
           .

      * CON AGRUPACION SOLO LA CABECERA SE BUSCA EN EL MAESTRO: SUS
      * DETALLES SIGUEN SU SUERTE (VAN A HUERFANOS CON LA LLAVE Y EL
      * MOTIVO DE ELLA) Y LLEVAN ANEXOS LOS DATOS DEL MAESTRO DE ELLA
       035-VERIFICAR-MAESTRO.
           IF AGRUPACION-HABILITADA AND NOT REGISTRO-CABECERA-GRUPO
               MOVE SW-GRUPO-HUERFANO       TO SW-ES-HUERFANO
               GO TO 035-VERIFICAR-MAESTRO-EXIT
           END-IF

           MOVE SPACES                      TO LLAVE-MAESTRO
           MOVE ID-REG-LEIDO(LLAVE-OFFSET:LLAVE-LONGITUD)
               TO LLAVE-MAESTRO
           MOVE SPACES                      TO MOTIVO-HUERFANO
           MOVE SPACES                      TO MAESTRO-VIGENTE

           MOVE LLAVE-MAESTRO               TO MST-LLAVE
           READ ARCHIVO-MAESTRO
               INVALID KEY
                   MOVE "S"                 TO SW-ES-HUERFANO
                   MOVE "NO EXISTE EN MAESTRO"
                       TO MOTIVO-HUERFANO
               NOT INVALID KEY
                   MOVE REG-MAESTRO         TO MAESTRO-VIGENTE
           END-READ

      * UNA FALLA DE LECTURA DEL MAESTRO (NO UNA LLAVE INEXISTENTE)
      * DETIENE EL TRABAJO; EL REGISTRO EN CURSO QUEDA EN HUERFANOS
           IF EST-MAESTRO(1:1) NOT = "0" AND EST-MAESTRO NOT = "23"
               DISPLAY "ERROR " EST-MAESTRO " AL LEER EL MAESTRO "
                       NOMBRE-MAESTRO
               DISPLAY "SE DETIENE EL TRABAJO"
               MOVE "S"                     TO SW-ES-HUERFANO
               MOVE "ERROR AL LEER MAESTRO" TO MOTIVO-HUERFANO
               MOVE "ERROR EN MAESTRO"      TO MOTIVO-ABORTO
               MOVE 01                      TO FIN-ARCHIVO
           END-IF

           IF NOT REGISTRO-HUERFANO AND MAE-ESTADO-LONGITUD > 0
               IF MAESTRO-VIGENTE(MAE-ESTADO-OFFSET:MAE-ESTADO-LONGITUD)
                  NOT = MAE-ESTADO-VALOR(1:MAE-ESTADO-LONGITUD)
                   MOVE "S"                 TO SW-ES-HUERFANO
                   MOVE "INACTIVO EN MAESTRO"
                       TO MOTIVO-HUERFANO
               END-IF
           END-IF

           MOVE SW-ES-HUERFANO              TO SW-GRUPO-HUERFANO
           .
       035-VERIFICAR-MAESTRO-EXIT.
           EXIT.

       025-DETECTAR-DUPLICADO.
           MOVE SPACES                      TO LLAVE-DEDUP
           MOVE ID-REG-LEIDO(LLAVE-OFFSET:LLAVE-LONGITUD)
           .

       550-ENRUTAR-POR-RANGO.
           IF AGRUPACION-HABILITADA
               MOVE LLAVE-GRUPO             TO LLAVE-REGISTRO
           ELSE
               MOVE ID-REG-LEIDO(LLAVE-OFFSET:LLAVE-LONGITUD)
                   TO LLAVE-REGISTRO
           END-IF

           PERFORM 551-BUSCAR-RANGO

               IF SW-SALIDA-ESCRITA = "S"
                   ADD +01                  TO REG-ESCRITOS
                   PERFORM 561-ACTUALIZAR-DESTINO
                   PERFORM 516-CONTAR-GRUPO
               END-IF
           END-IF
           .
           ELSE
               MOVE ID-REG-LEIDO            TO REG-SALIDA
           END-IF

           MOVE 00                          TO FIN-ANEXOS
           IF MAESTRO-HABILITADO AND TOTAL-ANEXOS > 0
               PERFORM 547-ANEXAR-DATOS-MAESTRO
           END-IF
           .

       546-ESCRIBIR-REG-SALIDA.
       546-ESCRIBIR-REG-SALIDA-EXIT.
           EXIT.

      * LOS DATOS DEL MAESTRO SE ANEXAN A SU ANCHO DECLARADO A PARTIR
      * DE LA POSICION DE SALIDA DE MAESTROS (CERO: AL FINAL DEL
      * REGISTRO); EN LA SALIDA DELIMITADA CADA DATO VA AL FINAL,
      * PRECEDIDO DEL SEPARADOR Y SIN LOS ESPACIOS DE LA DERECHA
       547-ANEXAR-DATOS-MAESTRO.
           EVALUATE TRUE
               WHEN TRANSFORMACION-DELIMITADA
                   COMPUTE POS-ANEXO = FUNCTION LENGTH(
                           FUNCTION TRIM(REG-SALIDA TRAILING)) + 1
               WHEN MAE-ANEXO-POSICION > 0
                   MOVE MAE-ANEXO-POSICION  TO POS-ANEXO
               WHEN FORMATO-BINARIO
                   COMPUTE POS-ANEXO = LONGITUD-REGISTRO-FIJO + 1
               WHEN OTHER
                   COMPUTE POS-ANEXO = FUNCTION LENGTH(
                           FUNCTION TRIM(REG-SALIDA TRAILING)) + 1
           END-EVALUATE

           PERFORM 5471-ANEXAR-UN-DATO
               VARYING IDX-ANEXO FROM 1 BY 1
               UNTIL IDX-ANEXO > 3

           COMPUTE FIN-ANEXOS = POS-ANEXO - 1
           .

       5471-ANEXAR-UN-DATO.
           IF MAE-ANEXO-OFFSET(IDX-ANEXO) > 0
               MOVE MAE-ANEXO-LONGITUD(IDX-ANEXO) TO LONGITUD-ANEXO

               IF TRANSFORMACION-DELIMITADA
                   MOVE SEPARADOR-SALIDA    TO REG-SALIDA(POS-ANEXO:1)
                   ADD +01                  TO POS-ANEXO
                   MOVE FUNCTION LENGTH(FUNCTION TRIM(
                        MAESTRO-VIGENTE(MAE-ANEXO-OFFSET(IDX-ANEXO):
                                        LONGITUD-ANEXO) TRAILING))
                       TO LONGITUD-ANEXO
               END-IF

               IF POS-ANEXO + LONGITUD-ANEXO - 1 NOT > 30000
                   MOVE MAESTRO-VIGENTE(MAE-ANEXO-OFFSET(IDX-ANEXO):
                                        LONGITUD-ANEXO)
                       TO REG-SALIDA(POS-ANEXO:LONGITUD-ANEXO)
                   ADD LONGITUD-ANEXO       TO POS-ANEXO
               END-IF
           END-IF
           .

       540-TRANSFORMAR-REGISTRO.
           MOVE SPACES                      TO REG-TRANSFORMADO
           MOVE 01                          TO POS-SALIDA
           .

       552-ENRUTAR-POR-CONTENIDO.
           IF AGRUPACION-HABILITADA
               MOVE LLAVE-GRUPO             TO LLAVE-REGISTRO
           ELSE
               MOVE ID-REG-LEIDO(LLAVE-OFFSET:LLAVE-LONGITUD)
                   TO LLAVE-REGISTRO
           END-IF

           PERFORM 553-SANEAR-LLAVE-REGISTRO

               IF SW-SALIDA-ESCRITA = "S"
                   ADD +01                  TO REG-ESCRITOS
                   PERFORM 561-ACTUALIZAR-DESTINO
                   PERFORM 516-CONTAR-GRUPO
               END-IF
           END-IF
           .
                   TO DEST-NOMBRE-ARCHIVO(IDX-DESTINO-ACTUAL)
               MOVE 00 TO DEST-REG-ESCRITOS(IDX-DESTINO-ACTUAL)
               MOVE 00 TO DEST-CHECKSUM(IDX-DESTINO-ACTUAL)
               MOVE 00 TO DEST-GRUPOS(IDX-DESTINO-ACTUAL)
               MOVE "S"                     TO SW-DESTINO-NUEVO
           END-IF
           .

           IF FORMATO-BINARIO AND NOT TRANSFORMACION-DELIMITADA
               MOVE LONGITUD-REGISTRO-FIJO  TO LONGITUD-REG-SALIDA
               IF FIN-ANEXOS > LONGITUD-REG-SALIDA
                   MOVE FIN-ANEXOS          TO LONGITUD-REG-SALIDA
               END-IF
           ELSE
               MOVE FUNCTION LENGTH(FUNCTION TRIM(REG-SALIDA TRAILING))
                   TO LONGITUD-REG-SALIDA
               END-IF

               IF VALIDACION-HABILITADA OR DIVISION-POR-RANGO
                  OR SALIDA-INDEXADA OR AGRUPACION-HABILITADA
                   CLOSE ARCHIVO-RECHAZOS
               END-IF

                   CLOSE ARCHIVO-DUPLICADOS
               END-IF

               IF MAESTRO-HABILITADO
                   CLOSE ARCHIVO-HUERFANOS
               END-IF

               PERFORM 590-ESCRIBIR-BITACORA

               IF ENTRADA-ACEPTADA AND MOTIVO-ABORTO = SPACES
                   PERFORM 047-REGISTRAR-HISTORIAL
               END-IF
           END-IF

           IF MAESTRO-ABIERTO
               CLOSE ARCHIVO-MAESTRO
               MOVE "N"                     TO SW-MAESTRO-ABIERTO
           END-IF

           IF CANDADO-TOMADO
           IF FIN-ARCHIVO NOT = 01
               ADD +01                      TO REG-LEIDOS
               PERFORM 502-VALIDAR-REGISTRO
               IF AGRUPACION-HABILITADA
                   PERFORM 504-CLASIFICAR-REGISTRO-GRUPO
               END-IF
           END-IF
           .

       504-CLASIFICAR-REGISTRO-GRUPO.
           IF ID-REG-LEIDO(GRUPO-OFFSET:GRUPO-LONGITUD)
              = GRUPO-CODIGO(1:GRUPO-LONGITUD)
               MOVE "S"                     TO SW-CABECERA-GRUPO
           ELSE
               MOVE "N"                     TO SW-CABECERA-GRUPO
           END-IF
           .

           ADD +01                          TO REG-DUPLICADOS
           .

       572-ESCRIBIR-HUERFANO.
           MOVE SPACES                      TO REG-HUERFANO
           MOVE REG-LEIDOS                  TO HUE-NUMERO-REGISTRO
           MOVE LLAVE-MAESTRO               TO HUE-LLAVE
           MOVE MOTIVO-HUERFANO             TO HUE-MOTIVO
           MOVE ID-REG-LEIDO                TO HUE-DATO

           WRITE REG-HUERFANO

           ADD +01                          TO REG-HUERFANOS
           .

       575-EVALUAR-UMBRAL-RECHAZOS.
           IF FIN-ARCHIVO = 01
               GO TO 575-EVALUAR-UMBRAL-RECHAZOS-EXIT
           END-IF

           IF DEDUPLICACION-HABILITADA AND FIN-ARCHIVO NOT = 01
               MOVE "S"                     TO SW-CABECERA-GRUPO
               IF AGRUPACION-HABILITADA
                   PERFORM 504-CLASIFICAR-REGISTRO-GRUPO
               END-IF
               IF REGISTRO-CABECERA-GRUPO
                   MOVE "N"                 TO SW-ES-DUPLICADO
                   PERFORM 025-DETECTAR-DUPLICADO
                       THRU 025-DETECTAR-DUPLICADO-EXIT
               END-IF
           END-IF
           .

           MOVE 00                          TO REG-ESCRITOS-ARCHIVO
           MOVE 00                          TO CHECKSUM-ARCHIVO
           MOVE 00                          TO TAMANO-ARCHIVO
           MOVE 00                          TO GRUPOS-ARCHIVO
           .

       580-ESCRIBIR-CABECERA.
       515-ACUMULAR-CHECKSUM.
           IF FORMATO-BINARIO AND NOT TRANSFORMACION-DELIMITADA
               MOVE LONGITUD-REGISTRO-FIJO  TO LONGITUD-REG-SALIDA
               IF FIN-ANEXOS > LONGITUD-REG-SALIDA
                   MOVE FIN-ANEXOS          TO LONGITUD-REG-SALIDA
               END-IF
           ELSE
               MOVE FUNCTION LENGTH(FUNCTION TRIM(REG-SALIDA TRAILING))
                   TO LONGITUD-REG-SALIDA
                            9999999999)
           .

       516-CONTAR-GRUPO.
           IF AGRUPACION-HABILITADA AND REGISTRO-CABECERA-GRUPO
               ADD +01                      TO REG-GRUPOS
               IF DIVISION-POR-RANGO OR DIVISION-POR-CONTENIDO
                   ADD +01 TO DEST-GRUPOS(IDX-DESTINO-ACTUAL)
               ELSE
                   ADD +01                  TO GRUPOS-ARCHIVO
               END-IF
           END-IF
           .

       520-ESCRIBIR-MANIFIESTO.
           MOVE SPACES                      TO REG-MANIFIESTO
           MOVE NOMBRE-ARCHIVO              TO MAN-NOMBRE-ARCHIVO
           MOVE REG-ESCRITOS-ARCHIVO        TO MAN-REG-ESCRITOS
           MOVE CHECKSUM-ARCHIVO            TO MAN-CHECKSUM
           MOVE GRUPOS-ARCHIVO              TO MAN-GRUPOS

           WRITE REG-MANIFIESTO

           MOVE DEST-NOMBRE-ARCHIVO(IDX-DESTINO)  TO MAN-NOMBRE-ARCHIVO
           MOVE DEST-REG-ESCRITOS(IDX-DESTINO)    TO MAN-REG-ESCRITOS
           MOVE DEST-CHECKSUM(IDX-DESTINO)        TO MAN-CHECKSUM
           MOVE DEST-GRUPOS(IDX-DESTINO)          TO MAN-GRUPOS

           WRITE REG-MANIFIESTO

           MOVE REG-ESCRITOS                TO CHK-REG-ESCRITOS
           MOVE CONTADOR-ARCHIVO            TO CHK-CONTADOR-ARCHIVO
           MOVE REG-RECHAZADOS              TO CHK-REG-RECHAZADOS
           MOVE REG-GRUPOS                  TO CHK-GRUPOS
           MOVE REG-HUERFANOS               TO CHK-HUERFANOS

           OPEN OUTPUT ARCHIVO-CHECKPOINT
           WRITE REG-CHECKPOINT
           MOVE REG-RECHAZADOS               TO BIT-REG-RECHAZADOS
           MOVE RUN-ID                       TO BIT-RUN-ID
           MOVE REG-DUPLICADOS               TO BIT-REG-DUPLICADOS
           MOVE REG-GRUPOS                   TO BIT-GRUPOS
           MOVE REG-HUERFANOS                TO BIT-HUERFANOS

           WRITE REG-BITACORA

           DISPLAY "*   REGISTROS ESCRITOS: " FORMATO-ESC "    *"
           DISPLAY "*  REGISTROS RECHAZADOS: " FORMATO-RCH "   *"
           DISPLAY "*  REGISTROS DUPLICADOS: " FORMATO-DUP "   *"
           IF AGRUPACION-HABILITADA
               MOVE REG-GRUPOS              TO FORMATO-GRP
               DISPLAY "*      GRUPOS ESCRITOS: " FORMATO-GRP "    *"
           END-IF
           IF MAESTRO-HABILITADO
               MOVE REG-HUERFANOS           TO FORMATO-HUE
               DISPLAY "*   REGISTROS HUERFANOS: " FORMATO-HUE "   *"
           END-IF
           DISPLAY "****************************************"
           .

      * BITACORA DE AUDITORIA: INICIO CON LAS VARIABLES DE AMBIENTE
      * QUE GOBIERNAN EL PROGRAMA, FIN CON EL CODIGO DE RETORNO Y LA
      * CORRIDA O GENERACION TRATADA
       980-AUDITAR-INICIO.
           MOVE "INICIO"                    TO PAU-TIPO
           MOVE "DFC_MODO DFC_REINICIO DFC_RUNID" TO PAU-DETALLE
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
       END PROGRAM DYNAMIC-FILE-CREATION.
