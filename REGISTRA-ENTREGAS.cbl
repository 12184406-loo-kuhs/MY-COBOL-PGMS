      *================================================================*
      *           L O G    D E    M O D I F I C A C I O N E S          *
      *================================================================*
      *  AUTOR       FECHA   DESCRIPCION                               *
      * ----------- -------- ----------------------------------------- *
      * @loo-kuhs   15/10/26 PRIMERA VERSION - REGISTRO DE ENTREGAS DE *
      *                      LOS MIEMBROS GENERADOS: CON REN_PREFIJO   *
      *                      (Y REN_GENERACION, 0 U OMITIDA = ULTIMA)  *
      *                      O CON REN_RUNID UBICA EN EL CATALOGO LOS  *
      *                      MIEMBROS DE LA CORRIDA, TOMA DE SU        *
      *                      MANIFIESTO EL CONTEO Y EL CHECKSUM, Y POR *
      *                      CADA RENGLON DEL MAESTRO DISTRIBUCION     *
      *                      (PREFIJO, MIEMBRO O LLAVE DE CONTENIDO    *
      *                      OPCIONAL, DESTINATARIO, CANAL Y PLAZO DE  *
      *                      ACUSE EN DIAS HABILES SEGUN CALENDARIO)   *
      *                      QUE LE CORRESPONDA AGREGA UN RENGLON DE   *
      *                      ENTREGA AL ARCHIVO ENTREGAS CON LA FECHA  *
      *                      LIMITE DEL ACUSE; UNA ENTREGA YA          *
      *                      REGISTRADA NO SE REPITE; CODIGO DE        *
      *                      RETORNO 8 SI LA CORRIDA O SU MANIFIESTO   *
      *                      NO SE UBICAN O UN MIEMBRO NO TRAE         *
      *                      RENGLON EN EL MANIFIESTO                  *
      * @loo-kuhs   15/10/26 CADA EJECUCION DEJA SUS ENTRADAS DE       *
      *                      INICIO Y FIN EN LA BITACORA COMUN DE      *
      *                      AUDITORIA (REGISTRA-AUDITORIA)            *
      *                                                                *
      *================================================================*
      * AUTOR       USER PROFILE URL                                   *
      * ---------   -------------------------------------------------- *
      * @loo-kuhs   https://github.com/loo-kuhs/                       *
      *================================================================*
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. REGISTRA-ENTREGAS.
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

               SELECT ARCHIVO-MANIFIESTO
               ASSIGN       TO NOMBRE-MANIFIESTO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS EST-MANIFIESTO.

               SELECT ARCHIVO-DISTRIBUCION
               ASSIGN       TO "DISTRIBUCION"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS EST-DISTRIBUCION.

               SELECT ARCHIVO-ENTREGAS
               ASSIGN       TO "ENTREGAS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS EST-ENTREGAS.

               SELECT ARCHIVO-CALENDARIO
               ASSIGN       TO "CALENDARIO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS EST-CALENDARIO.
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

       FD  ARCHIVO-MANIFIESTO.
       01  REG-MANIFIESTO.
           05 MAN-NOMBRE-ARCHIVO             PIC X(50).
           05 FILLER                         PIC X(01).
           05 MAN-REG-ESCRITOS               PIC 9(09).
           05 FILLER                         PIC X(01).
           05 MAN-CHECKSUM                   PIC 9(10).
           05 FILLER                         PIC X(01).
           05 MAN-GRUPOS                     PIC 9(09).

      * MIEMBRO EN BLANCO = TODOS LOS MIEMBROS DEL PREFIJO; SI NO, EL
      * NUMERO DE MIEMBRO (01, 02...) O LA LLAVE DE CONTENIDO TAL COMO
      * APARECE EN EL NOMBRE DEL MIEMBRO ANTES DE -G<GENERACION>
       FD  ARCHIVO-DISTRIBUCION.
       01  REG-DISTRIBUCION.
           05 DIS-PREFIJO                    PIC X(44).
           05 FILLER                         PIC X(01).
           05 DIS-MIEMBRO                    PIC X(20).
           05 FILLER                         PIC X(01).
           05 DIS-DESTINATARIO               PIC X(20).
           05 FILLER                         PIC X(01).
           05 DIS-CANAL                      PIC X(10).
           05 FILLER                         PIC X(01).
           05 DIS-PLAZO-DIAS                 PIC 9(03).

       FD  ARCHIVO-ENTREGAS.
       01  REG-ENTREGA.
           05 ENT-FECHA                      PIC 9(06).
           05 FILLER                         PIC X(01).
           05 ENT-HORA                       PIC 9(06).
           05 FILLER                         PIC X(01).
           05 ENT-RUN-ID                     PIC X(13).
           05 FILLER                         PIC X(01).
           05 ENT-NOMBRE-MIEMBRO             PIC X(50).
           05 FILLER                         PIC X(01).
           05 ENT-REG-ESCRITOS               PIC 9(09).
           05 FILLER                         PIC X(01).
           05 ENT-CHECKSUM                   PIC 9(10).
           05 FILLER                         PIC X(01).
           05 ENT-DESTINATARIO               PIC X(20).
           05 FILLER                         PIC X(01).
           05 ENT-CANAL                      PIC X(10).
           05 FILLER                         PIC X(01).
           05 ENT-FECHA-LIMITE               PIC 9(06).

       FD  ARCHIVO-CALENDARIO.
       01  REG-CALENDARIO.
           05 CAL-FECHA                      PIC 9(06).
           05 FILLER                         PIC X(01).
           05 CAL-HABIL                      PIC X(01).
           05 FILLER                         PIC X(01).
           05 CAL-DESCRIPCION                PIC X(30).
      *-----------------------
       WORKING-STORAGE SECTION.
       77  NOMBRE-MANIFIESTO                PIC X(30) VALUE SPACES.

       77  EST-CATALOGO                     PIC X(02) VALUE SPACES.
       77  EST-MANIFIESTO                   PIC X(02) VALUE SPACES.
       77  EST-DISTRIBUCION                 PIC X(02) VALUE SPACES.
       77  EST-ENTREGAS                     PIC X(02) VALUE SPACES.
       77  EST-CALENDARIO                   PIC X(02) VALUE SPACES.
       77  FIN-CATALOGO                     PIC 9(01) VALUE 00.
       77  FIN-MANIFIESTO                   PIC 9(01) VALUE 00.
       77  FIN-DISTRIBUCION                 PIC 9(01) VALUE 00.
       77  FIN-ENTREGAS                     PIC 9(01) VALUE 00.
       77  FIN-CALENDARIO                   PIC 9(01) VALUE 00.

       77  PREFIJO-PEDIDO                   PIC X(44) VALUE SPACES.
       77  GENERACION-PEDIDA                PIC X(04) VALUE SPACES.
       77  GENERACION-AJUSTADA              PIC X(04) VALUE SPACES.
       77  LONGITUD-GENERACION              PIC 9(01) VALUE 0.
       77  POS-GENERACION                   PIC 9(01) VALUE 0.
       77  GENERACION-BUSCADA               PIC 9(04) VALUE 0000.
       77  GENERACION-MAXIMA                PIC 9(04) VALUE 0000.
       77  RUN-ID-UBICADO                   PIC X(13) VALUE SPACES.

       77  FECHA-HOY                        PIC 9(06) VALUE 00.
       77  HORA-HOY                         PIC 9(08) VALUE 00.
       77  FECHA-LARGA                      PIC 9(08) VALUE 00.
       77  ENTERO-FECHA                     PIC 9(07) VALUE 00.
       77  FECHA-EXAMINADA                  PIC 9(06) VALUE 00.
       77  DIA-SEMANA                       PIC 9(01) VALUE 0.
       77  DIAS-HABILES-CONTADOS            PIC 9(05) VALUE 00.
       77  PASOS-AVANCE                     PIC 9(05) VALUE 00.

       77  SW-PROCESO-OK                    PIC X(01) VALUE "S".
           88 PROCESO-VIABLE                            VALUE "S".
           88 PROCESO-DETENIDO                          VALUE "N".

       77  SW-CALENDARIO-OK                 PIC X(01) VALUE "N".
           88 CALENDARIO-DISPONIBLE                     VALUE "S".

       01  TABLA-CALENDARIO.
           05 CALENDARIO-ENTRY              OCCURS 400 TIMES.
               10 CLD-FECHA                 PIC 9(06).
               10 CLD-HABIL                 PIC X(01).

       77  TOTAL-CALENDARIO                 PIC 9(03) VALUE 00.
       77  IDX-CALENDARIO                   PIC 9(03) VALUE 00.
       77  SW-FECHA-EN-CALENDARIO           PIC X(01) VALUE "N".
       77  SW-DIA-HABIL                     PIC X(01) VALUE "S".

       01  TABLA-DISTRIBUCION.
           05 DISTRIBUCION-ENTRY            OCCURS 200 TIMES.
               10 DST-PREFIJO               PIC X(44).
               10 DST-MIEMBRO               PIC X(20).
               10 DST-DESTINATARIO          PIC X(20).
               10 DST-CANAL                 PIC X(10).
               10 DST-PLAZO-DIAS            PIC 9(03).
               10 DST-FECHA-LIMITE          PIC 9(06).

       77  TOTAL-DISTRIBUCION               PIC 9(03) VALUE 00.
       77  IDX-DISTRIBUCION                 PIC 9(03) VALUE 00.
       77  RENGLON-DISTRIBUCION             PIC 9(03) VALUE 00.
       77  SW-DISTRIBUCION-INVALIDA         PIC X(01) VALUE "N".

       01  TABLA-MIEMBROS.
           05 MIEMBRO-ENTRY                 OCCURS 200 TIMES.
               10 MIE-NOMBRE                PIC X(50).
               10 MIE-PREFIJO               PIC X(44).
               10 MIE-CLAVE                 PIC X(20).
               10 MIE-RUN-ID                PIC X(13).
               10 MIE-REG-ESCRITOS          PIC 9(09).
               10 MIE-CHECKSUM              PIC 9(10).
               10 MIE-EN-MANIFIESTO         PIC X(01).

       77  TOTAL-MIEMBROS                   PIC 9(03) VALUE 00.
       77  IDX-MIEMBRO                      PIC 9(03) VALUE 00.
       77  SW-MIEMBROS-EXCEDIDOS            PIC X(01) VALUE "N".
       77  SW-ENCONTRADO                    PIC X(01) VALUE "N".

       01  MARCA-GENERACION.
           05 FILLER                        PIC X(02) VALUE "-G".
           05 MGE-GENERACION                PIC 9(04).

       77  SUFIJO-MIEMBRO                   PIC X(50) VALUE SPACES.
       77  LONGITUD-PREFIJO                 PIC 9(02) VALUE 00.

      * ENTREGAS YA REGISTRADAS DE LA CORRIDA (MIEMBRO Y DESTINATARIO)
      * PARA NO REPETIRLAS SI EL PASO SE VUELVE A CORRER
       01  TABLA-REGISTRADAS.
           05 REGISTRADA-ENTRY              OCCURS 999 TIMES.
               10 RGS-NOMBRE                PIC X(50).
               10 RGS-DESTINATARIO          PIC X(20).

       77  TOTAL-REGISTRADAS                PIC 9(03) VALUE 00.
       77  IDX-REGISTRADA                   PIC 9(03) VALUE 00.
       77  SW-REGISTRADA                    PIC X(01) VALUE "N".
       77  SW-MIEMBRO-CON-DESTINO           PIC X(01) VALUE "N".

       01  CIFRAS-ENTREGAS.
           05 TOTAL-ENTREGAS-NUEVAS         PIC 9(05) VALUE 00.
           05 TOTAL-YA-REGISTRADAS          PIC 9(05) VALUE 00.
           05 TOTAL-SIN-DESTINATARIO        PIC 9(05) VALUE 00.
           05 TOTAL-SIN-MANIFIESTO          PIC 9(05) VALUE 00.

      * ENTRADA PARA LA BITACORA COMUN DE AUDITORIA (REGISTRA-AUDITORIA)
       01  PARAMETROS-AUDITORIA.
           05 PAU-TIPO                      PIC X(10) VALUE SPACES.
           05 PAU-PROGRAMA                  PIC X(30)
                   VALUE "REGISTRA-ENTREGAS".
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
               PERFORM 018-CARGAR-DISTRIBUCION
                   THRU 018-CARGAR-DISTRIBUCION-EXIT
           END-IF

           IF PROCESO-VIABLE
               PERFORM 016-CARGAR-MIEMBROS
                   THRU 016-CARGAR-MIEMBROS-EXIT
           END-IF

           IF PROCESO-VIABLE
               PERFORM 019-LEER-MANIFIESTO
                   THRU 019-LEER-MANIFIESTO-EXIT
           END-IF

           IF PROCESO-VIABLE
               PERFORM 020-CARGAR-REGISTRADAS
                   THRU 020-CARGAR-REGISTRADAS-EXIT
           END-IF

           IF PROCESO-VIABLE
               PERFORM 050-REGISTRAR-ENTREGAS
                   THRU 050-REGISTRAR-ENTREGAS-EXIT
           END-IF

           PERFORM 100-TERMINAR-PROGRAMA
           .

       010-INICIAR-PROGRAMA.

           ACCEPT FECHA-HOY                  FROM DATE
           ACCEPT HORA-HOY                   FROM TIME

           ACCEPT PREFIJO-PEDIDO        FROM ENVIRONMENT "REN_PREFIJO"

           IF PREFIJO-PEDIDO NOT = SPACES
               PERFORM 015-UBICAR-POR-CATALOGO
                   THRU 015-UBICAR-POR-CATALOGO-EXIT
               IF PROCESO-DETENIDO
                   GO TO 010-INICIAR-PROGRAMA-EXIT
               END-IF
           ELSE
               ACCEPT RUN-ID-UBICADO    FROM ENVIRONMENT "REN_RUNID"
               IF RUN-ID-UBICADO = SPACES
                   DISPLAY "INDIQUE REN_PREFIJO (Y REN_GENERACION) O "
                   DISPLAY "REN_RUNID, SE ABORTA EL REGISTRO"
                   MOVE "N"                 TO SW-PROCESO-OK
                   MOVE 08                  TO RETURN-CODE
                   GO TO 010-INICIAR-PROGRAMA-EXIT
               END-IF
           END-IF

           STRING "MANIFEST-", RUN-ID-UBICADO, DELIMITED BY SIZE
               INTO NOMBRE-MANIFIESTO
           END-STRING

           PERFORM 012-CARGAR-CALENDARIO
               THRU 012-CARGAR-CALENDARIO-EXIT

           DISPLAY "================================================="
           DISPLAY "  REGISTRO DE ENTREGAS DE MIEMBROS GENERADOS"
           DISPLAY "  CORRIDA............: " RUN-ID-UBICADO
           IF PREFIJO-PEDIDO NOT = SPACES
               DISPLAY "  PREFIJO............: " PREFIJO-PEDIDO
               DISPLAY "  GENERACION.........: " GENERACION-MAXIMA
           END-IF
           DISPLAY "  MANIFIESTO.........: " NOMBRE-MANIFIESTO
           IF CALENDARIO-DISPONIBLE
               DISPLAY "  PLAZOS CONTADOS EN DIAS HABILES "
                       "(CALENDARIO)"
           ELSE
               DISPLAY "  SIN ARCHIVO CALENDARIO, PLAZOS EN DIAS "
                       "NATURALES"
           END-IF
           DISPLAY "================================================="
           .
       010-INICIAR-PROGRAMA-EXIT.
           EXIT.

       012-CARGAR-CALENDARIO.
           MOVE SPACES                      TO EST-CALENDARIO
           OPEN INPUT ARCHIVO-CALENDARIO

           IF EST-CALENDARIO NOT = "00"
               MOVE "N"                     TO SW-CALENDARIO-OK
               GO TO 012-CARGAR-CALENDARIO-EXIT
           END-IF

           PERFORM 0121-LEER-UN-CALENDARIO
               UNTIL FIN-CALENDARIO = 01
               OR TOTAL-CALENDARIO > 399

           CLOSE ARCHIVO-CALENDARIO

           IF TOTAL-CALENDARIO > 00
               MOVE "S"                     TO SW-CALENDARIO-OK
           END-IF
           .
       012-CARGAR-CALENDARIO-EXIT.
           EXIT.

       0121-LEER-UN-CALENDARIO.
           READ ARCHIVO-CALENDARIO
               AT END
                   MOVE 01                  TO FIN-CALENDARIO
               NOT AT END
                   IF CAL-FECHA IS NUMERIC
                       ADD  +01             TO TOTAL-CALENDARIO
                       MOVE CAL-FECHA
                           TO CLD-FECHA(TOTAL-CALENDARIO)
                       MOVE CAL-HABIL
                           TO CLD-HABIL(TOTAL-CALENDARIO)
                   END-IF
           END-READ
           .

      * LA FECHA LIMITE AVANZA DESDE HOY EL PLAZO DEL RENGLON DE
      * DISTRIBUCION: EN DIAS HABILES CON CALENDARIO, EN NATURALES SIN
      * EL; EL TOPE DE PASOS EVITA UN CICLO SIN FIN SI EL CALENDARIO
      * MARCARA TODOS LOS DIAS COMO INHABILES
       013-CALCULAR-FECHA-LIMITE.
           COMPUTE FECHA-LARGA = 20000000 + FECHA-HOY
           COMPUTE ENTERO-FECHA =
               FUNCTION INTEGER-OF-DATE(FECHA-LARGA)

           IF CALENDARIO-DISPONIBLE
               MOVE 00                      TO DIAS-HABILES-CONTADOS
               MOVE 00                      TO PASOS-AVANCE
               PERFORM 0131-AVANZAR-UN-DIA
                   UNTIL DIAS-HABILES-CONTADOS NOT <
                         DST-PLAZO-DIAS(TOTAL-DISTRIBUCION)
                   OR PASOS-AVANCE > 9999
           ELSE
               ADD DST-PLAZO-DIAS(TOTAL-DISTRIBUCION)
                                            TO ENTERO-FECHA
           END-IF

           MOVE FUNCTION DATE-OF-INTEGER(ENTERO-FECHA)
               TO FECHA-LARGA
           COMPUTE DST-FECHA-LIMITE(TOTAL-DISTRIBUCION) =
               FECHA-LARGA - 20000000
           .

       0131-AVANZAR-UN-DIA.
           ADD +01                          TO ENTERO-FECHA
           ADD +01                          TO PASOS-AVANCE

           MOVE FUNCTION DATE-OF-INTEGER(ENTERO-FECHA)
               TO FECHA-LARGA
           COMPUTE FECHA-EXAMINADA = FECHA-LARGA - 20000000

           PERFORM 014-ES-DIA-HABIL

           IF SW-DIA-HABIL = "S"
               ADD +01                      TO DIAS-HABILES-CONTADOS
           END-IF
           .

      * UNA FECHA LISTADA EN EL CALENDARIO USA SU MARCA; UNA FECHA NO
      * LISTADA SE TOMA COMO HABIL DE LUNES A VIERNES (EL DIA 1 DEL
      * CALENDARIO INTERNO, 1601-01-01, FUE LUNES)
       014-ES-DIA-HABIL.
           MOVE "N"                         TO SW-FECHA-EN-CALENDARIO
           MOVE "S"                         TO SW-DIA-HABIL

           PERFORM 0141-BUSCAR-EN-CALENDARIO
               VARYING IDX-CALENDARIO FROM 1 BY 1
               UNTIL IDX-CALENDARIO > TOTAL-CALENDARIO
               OR SW-FECHA-EN-CALENDARIO = "S"

           IF SW-FECHA-EN-CALENDARIO NOT = "S"
               COMPUTE FECHA-LARGA = 20000000 + FECHA-EXAMINADA
               COMPUTE DIA-SEMANA = FUNCTION MOD(
                   FUNCTION INTEGER-OF-DATE(FECHA-LARGA), 7)
               IF DIA-SEMANA = 6 OR DIA-SEMANA = 0
                   MOVE "N"                 TO SW-DIA-HABIL
               END-IF
           END-IF
           .

       0141-BUSCAR-EN-CALENDARIO.
           IF CLD-FECHA(IDX-CALENDARIO) = FECHA-EXAMINADA
               MOVE "S"                     TO SW-FECHA-EN-CALENDARIO
               IF CLD-HABIL(IDX-CALENDARIO) = "S"
                   MOVE "S"                 TO SW-DIA-HABIL
               ELSE
                   MOVE "N"                 TO SW-DIA-HABIL
               END-IF
           END-IF
           .

       015-UBICAR-POR-CATALOGO.
           ACCEPT GENERACION-PEDIDA
                                    FROM ENVIRONMENT "REN_GENERACION"

           IF GENERACION-PEDIDA = SPACES
               MOVE 0000                    TO GENERACION-BUSCADA
           ELSE
               MOVE FUNCTION TRIM(GENERACION-PEDIDA)
                   TO GENERACION-AJUSTADA
               MOVE FUNCTION LENGTH(FUNCTION TRIM(GENERACION-AJUSTADA))
                   TO LONGITUD-GENERACION

               IF GENERACION-AJUSTADA(1:LONGITUD-GENERACION)
                  IS NUMERIC
                   COMPUTE POS-GENERACION = 5 - LONGITUD-GENERACION
                   MOVE "0000"              TO GENERACION-PEDIDA
                   MOVE GENERACION-AJUSTADA(1:LONGITUD-GENERACION)
                       TO GENERACION-PEDIDA
                              (POS-GENERACION:LONGITUD-GENERACION)
                   MOVE GENERACION-PEDIDA   TO GENERACION-BUSCADA
               ELSE
                   DISPLAY "REN_GENERACION DEBE SER NUMERICA DE "
                   DISPLAY "HASTA 4 DIGITOS, SE ABORTA EL REGISTRO"
                   MOVE "N"                 TO SW-PROCESO-OK
                   MOVE 08                  TO RETURN-CODE
                   GO TO 015-UBICAR-POR-CATALOGO-EXIT
               END-IF
           END-IF

           MOVE 0000                        TO GENERACION-MAXIMA
           MOVE SPACES                      TO RUN-ID-UBICADO
           MOVE 00                          TO FIN-CATALOGO

           MOVE SPACES                      TO EST-CATALOGO
           OPEN INPUT ARCHIVO-CATALOGO

           IF EST-CATALOGO NOT = "00"
               DISPLAY "NO EXISTE CATALOGO (CATALOGO) PARA UBICAR "
               DISPLAY "LA GENERACION, SE ABORTA EL REGISTRO"
               MOVE "N"                     TO SW-PROCESO-OK
               MOVE 08                      TO RETURN-CODE
               GO TO 015-UBICAR-POR-CATALOGO-EXIT
           END-IF

           PERFORM 0151-REVISAR-UN-CATALOGO
               UNTIL FIN-CATALOGO = 01

           CLOSE ARCHIVO-CATALOGO

           IF RUN-ID-UBICADO = SPACES
               DISPLAY "LA GENERACION PEDIDA DEL PREFIJO "
                       PREFIJO-PEDIDO(1:20)
               DISPLAY "NO APARECE EN EL CATALOGO, SE ABORTA EL "
               DISPLAY "REGISTRO"
               MOVE "N"                     TO SW-PROCESO-OK
               MOVE 08                      TO RETURN-CODE
           END-IF
           .
       015-UBICAR-POR-CATALOGO-EXIT.
           EXIT.

       0151-REVISAR-UN-CATALOGO.
           READ ARCHIVO-CATALOGO
               AT END
                   MOVE 01                  TO FIN-CATALOGO
               NOT AT END
                   IF CAT-NOMBRE-INICIAL = PREFIJO-PEDIDO
                       IF GENERACION-BUSCADA > 0000
                           IF CAT-GENERACION = GENERACION-BUSCADA
                               MOVE CAT-GENERACION
                                   TO GENERACION-MAXIMA
                               MOVE CAT-RUN-ID  TO RUN-ID-UBICADO
                           END-IF
                       ELSE
                           IF CAT-GENERACION NOT < GENERACION-MAXIMA
                               MOVE CAT-GENERACION
                                   TO GENERACION-MAXIMA
                               MOVE CAT-RUN-ID  TO RUN-ID-UBICADO
                           END-IF
                       END-IF
                   END-IF
           END-READ
           .

      * CON PREFIJO SE TOMAN LOS MIEMBROS DE ESE PREFIJO EN LA
      * GENERACION UBICADA; CON REN_RUNID TODOS LOS DE LA CORRIDA (UNA
      * CORRIDA CON VARIOS TRABAJOS EN COLA TRAE VARIOS PREFIJOS). UN
      * REINICIO REPITE RENGLONES DEL CATALOGO: SE CARGAN UNA VEZ
       016-CARGAR-MIEMBROS.
           MOVE 00                          TO TOTAL-MIEMBROS
           MOVE "N"                         TO SW-MIEMBROS-EXCEDIDOS
           MOVE 00                          TO FIN-CATALOGO

           MOVE SPACES                      TO EST-CATALOGO
           OPEN INPUT ARCHIVO-CATALOGO

           IF EST-CATALOGO NOT = "00"
               DISPLAY "NO EXISTE CATALOGO (CATALOGO) PARA UBICAR "
               DISPLAY "LOS MIEMBROS, SE ABORTA EL REGISTRO"
               MOVE "N"                     TO SW-PROCESO-OK
               MOVE 08                      TO RETURN-CODE
               GO TO 016-CARGAR-MIEMBROS-EXIT
           END-IF

           PERFORM 0161-REVISAR-UN-MIEMBRO
               UNTIL FIN-CATALOGO = 01

           CLOSE ARCHIVO-CATALOGO

           IF SW-MIEMBROS-EXCEDIDOS = "S"
               DISPLAY "LA CORRIDA TRAE MAS DE 200 MIEMBROS EN EL "
               DISPLAY "CATALOGO, SE ABORTA EL REGISTRO"
               MOVE "N"                     TO SW-PROCESO-OK
               MOVE 08                      TO RETURN-CODE
               GO TO 016-CARGAR-MIEMBROS-EXIT
           END-IF

           IF TOTAL-MIEMBROS = 00
               DISPLAY "LA CORRIDA " RUN-ID-UBICADO " NO TRAE "
               DISPLAY "MIEMBROS EN EL CATALOGO, SE ABORTA EL "
               DISPLAY "REGISTRO"
               MOVE "N"                     TO SW-PROCESO-OK
               MOVE 08                      TO RETURN-CODE
           END-IF
           .
       016-CARGAR-MIEMBROS-EXIT.
           EXIT.

       0161-REVISAR-UN-MIEMBRO.
           READ ARCHIVO-CATALOGO
               AT END
                   MOVE 01                  TO FIN-CATALOGO
               NOT AT END
                   IF CAT-RUN-ID = RUN-ID-UBICADO
                      AND (PREFIJO-PEDIDO = SPACES
                           OR (CAT-NOMBRE-INICIAL = PREFIJO-PEDIDO
                               AND CAT-GENERACION = GENERACION-MAXIMA))
                       MOVE "N"             TO SW-ENCONTRADO
                       PERFORM 0162-BUSCAR-MIEMBRO-CARGADO
                           VARYING IDX-MIEMBRO FROM 1 BY 1
                           UNTIL IDX-MIEMBRO > TOTAL-MIEMBROS
                           OR SW-ENCONTRADO = "S"
                       IF SW-ENCONTRADO NOT = "S"
                           IF TOTAL-MIEMBROS < 200
                               ADD  +01     TO TOTAL-MIEMBROS
                               PERFORM 0163-CARGAR-UN-MIEMBRO
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

      * LA CLAVE DEL MIEMBRO ES LO QUE VA ENTRE EL PREFIJO Y
      * -G<GENERACION>: EL NUMERO DE MIEMBRO O LA LLAVE DE CONTENIDO
       0163-CARGAR-UN-MIEMBRO.
           MOVE CAT-NOMBRE-MIEMBRO      TO MIE-NOMBRE(TOTAL-MIEMBROS)
           MOVE CAT-NOMBRE-INICIAL      TO MIE-PREFIJO(TOTAL-MIEMBROS)
           MOVE CAT-RUN-ID              TO MIE-RUN-ID(TOTAL-MIEMBROS)
           MOVE 00                  TO MIE-REG-ESCRITOS(TOTAL-MIEMBROS)
           MOVE 00                  TO MIE-CHECKSUM(TOTAL-MIEMBROS)
           MOVE "N"                TO MIE-EN-MANIFIESTO(TOTAL-MIEMBROS)

           MOVE FUNCTION LENGTH(FUNCTION TRIM(CAT-NOMBRE-INICIAL))
               TO LONGITUD-PREFIJO
           MOVE CAT-GENERACION              TO MGE-GENERACION
           MOVE SPACES                      TO SUFIJO-MIEMBRO
           MOVE CAT-NOMBRE-MIEMBRO(LONGITUD-PREFIJO + 1:)
               TO SUFIJO-MIEMBRO
           MOVE SPACES                  TO MIE-CLAVE(TOTAL-MIEMBROS)
           UNSTRING SUFIJO-MIEMBRO DELIMITED BY MARCA-GENERACION
               INTO MIE-CLAVE(TOTAL-MIEMBROS)
           END-UNSTRING
           .

      * UN RENGLON DE DISTRIBUCION SIN PREFIJO, SIN DESTINATARIO O CON
      * PLAZO NO NUMERICO DETIENE EL REGISTRO; LOS RENGLONES EN BLANCO
      * O QUE EMPIEZAN CON * SON COMENTARIOS
       018-CARGAR-DISTRIBUCION.
           MOVE 00                          TO TOTAL-DISTRIBUCION
           MOVE 00                          TO RENGLON-DISTRIBUCION
           MOVE 00                          TO FIN-DISTRIBUCION
           MOVE "N"                         TO SW-DISTRIBUCION-INVALIDA

           MOVE SPACES                      TO EST-DISTRIBUCION
           OPEN INPUT ARCHIVO-DISTRIBUCION

           IF EST-DISTRIBUCION NOT = "00"
               DISPLAY "NO EXISTE EL MAESTRO DE DISTRIBUCION "
               DISPLAY "(DISTRIBUCION), SE ABORTA EL REGISTRO"
               MOVE "N"                     TO SW-PROCESO-OK
               MOVE 08                      TO RETURN-CODE
               GO TO 018-CARGAR-DISTRIBUCION-EXIT
           END-IF

           PERFORM 0181-LEER-UNA-DISTRIBUCION
               UNTIL FIN-DISTRIBUCION = 01
               OR SW-DISTRIBUCION-INVALIDA = "S"

           CLOSE ARCHIVO-DISTRIBUCION

           IF SW-DISTRIBUCION-INVALIDA = "S"
               DISPLAY "EL RENGLON " RENGLON-DISTRIBUCION " DEL "
                       "MAESTRO DE DISTRIBUCION ES INVALIDO O EXCEDE "
               DISPLAY "200 RENGLONES, SE ABORTA EL REGISTRO"
               MOVE "N"                     TO SW-PROCESO-OK
               MOVE 08                      TO RETURN-CODE
           END-IF
           .
       018-CARGAR-DISTRIBUCION-EXIT.
           EXIT.

       0181-LEER-UNA-DISTRIBUCION.
           READ ARCHIVO-DISTRIBUCION
               AT END
                   MOVE 01                  TO FIN-DISTRIBUCION
               NOT AT END
                   ADD +01                  TO RENGLON-DISTRIBUCION
                   IF REG-DISTRIBUCION NOT = SPACES
                      AND REG-DISTRIBUCION(1:1) NOT = "*"
                       PERFORM 0182-VALIDAR-UNA-DISTRIBUCION
                   END-IF
           END-READ
           .

       0182-VALIDAR-UNA-DISTRIBUCION.
           IF DIS-PLAZO-DIAS = SPACES
               MOVE ZEROS                   TO DIS-PLAZO-DIAS
           END-IF

           IF DIS-PREFIJO = SPACES
              OR DIS-DESTINATARIO = SPACES
              OR DIS-PLAZO-DIAS IS NOT NUMERIC
              OR TOTAL-DISTRIBUCION > 199
               MOVE "S"                 TO SW-DISTRIBUCION-INVALIDA
           ELSE
               ADD  +01                     TO TOTAL-DISTRIBUCION
               MOVE DIS-PREFIJO
                   TO DST-PREFIJO(TOTAL-DISTRIBUCION)
               MOVE DIS-MIEMBRO
                   TO DST-MIEMBRO(TOTAL-DISTRIBUCION)
               MOVE DIS-DESTINATARIO
                   TO DST-DESTINATARIO(TOTAL-DISTRIBUCION)
               MOVE DIS-CANAL
                   TO DST-CANAL(TOTAL-DISTRIBUCION)
               MOVE DIS-PLAZO-DIAS
                   TO DST-PLAZO-DIAS(TOTAL-DISTRIBUCION)
               PERFORM 013-CALCULAR-FECHA-LIMITE
           END-IF
           .

       019-LEER-MANIFIESTO.
           MOVE 00                          TO FIN-MANIFIESTO
           MOVE SPACES                      TO EST-MANIFIESTO
           OPEN INPUT ARCHIVO-MANIFIESTO

           IF EST-MANIFIESTO NOT = "00"
               DISPLAY "NO EXISTE MANIFIESTO (" NOMBRE-MANIFIESTO ") "
               DISPLAY "PARA TOMAR CONTEOS Y CHECKSUMS, SE ABORTA EL "
               DISPLAY "REGISTRO"
               MOVE "N"                     TO SW-PROCESO-OK
               MOVE 08                      TO RETURN-CODE
               GO TO 019-LEER-MANIFIESTO-EXIT
           END-IF

           PERFORM 0191-LEER-UN-RENGLON
               UNTIL FIN-MANIFIESTO = 01

           CLOSE ARCHIVO-MANIFIESTO
           .
       019-LEER-MANIFIESTO-EXIT.
           EXIT.

       0191-LEER-UN-RENGLON.
           READ ARCHIVO-MANIFIESTO
               AT END
                   MOVE 01                  TO FIN-MANIFIESTO
               NOT AT END
                   IF MAN-REG-ESCRITOS IS NUMERIC
                      AND MAN-CHECKSUM IS NUMERIC
                       PERFORM 0192-ASIGNAR-CIFRAS
                           VARYING IDX-MIEMBRO FROM 1 BY 1
                           UNTIL IDX-MIEMBRO > TOTAL-MIEMBROS
                   END-IF
           END-READ
           .

       0192-ASIGNAR-CIFRAS.
           IF MIE-NOMBRE(IDX-MIEMBRO) = MAN-NOMBRE-ARCHIVO
               MOVE MAN-REG-ESCRITOS    TO MIE-REG-ESCRITOS(IDX-MIEMBRO)
               MOVE MAN-CHECKSUM        TO MIE-CHECKSUM(IDX-MIEMBRO)
               MOVE "S"                TO MIE-EN-MANIFIESTO(IDX-MIEMBRO)
           END-IF
           .

       020-CARGAR-REGISTRADAS.
           MOVE 00                          TO TOTAL-REGISTRADAS
           MOVE 00                          TO FIN-ENTREGAS

           MOVE SPACES                      TO EST-ENTREGAS
           OPEN INPUT ARCHIVO-ENTREGAS

           IF EST-ENTREGAS NOT = "00"
               GO TO 020-CARGAR-REGISTRADAS-EXIT
           END-IF

           PERFORM 0201-LEER-UNA-REGISTRADA
               UNTIL FIN-ENTREGAS = 01
               OR PROCESO-DETENIDO

           CLOSE ARCHIVO-ENTREGAS
           .
       020-CARGAR-REGISTRADAS-EXIT.
           EXIT.

       0201-LEER-UNA-REGISTRADA.
           READ ARCHIVO-ENTREGAS
               AT END
                   MOVE 01                  TO FIN-ENTREGAS
               NOT AT END
                   IF ENT-RUN-ID = RUN-ID-UBICADO
                       IF TOTAL-REGISTRADAS < 999
                           ADD  +01         TO TOTAL-REGISTRADAS
                           MOVE ENT-NOMBRE-MIEMBRO
                               TO RGS-NOMBRE(TOTAL-REGISTRADAS)
                           MOVE ENT-DESTINATARIO
                               TO RGS-DESTINATARIO(TOTAL-REGISTRADAS)
                       ELSE
                           DISPLAY "LA CORRIDA YA TRAE MAS DE 999 "
                           DISPLAY "ENTREGAS REGISTRADAS, SE ABORTA "
                           DISPLAY "EL REGISTRO"
                           MOVE "N"         TO SW-PROCESO-OK
                           MOVE 08          TO RETURN-CODE
                       END-IF
                   END-IF
           END-READ
           .

       050-REGISTRAR-ENTREGAS.
           MOVE SPACES                      TO EST-ENTREGAS
           OPEN EXTEND ARCHIVO-ENTREGAS
           IF EST-ENTREGAS NOT = "00"
               MOVE SPACES                  TO EST-ENTREGAS
               OPEN OUTPUT ARCHIVO-ENTREGAS
           END-IF

           IF EST-ENTREGAS NOT = "00"
               DISPLAY "NO SE PUDO ABRIR EL ARCHIVO DE ENTREGAS "
               DISPLAY "(ENTREGAS), SE ABORTA EL REGISTRO"
               MOVE "N"                     TO SW-PROCESO-OK
               MOVE 08                      TO RETURN-CODE
               GO TO 050-REGISTRAR-ENTREGAS-EXIT
           END-IF

           PERFORM 051-REGISTRAR-UN-MIEMBRO
               VARYING IDX-MIEMBRO FROM 1 BY 1
               UNTIL IDX-MIEMBRO > TOTAL-MIEMBROS
               OR PROCESO-DETENIDO

           CLOSE ARCHIVO-ENTREGAS

           IF TOTAL-SIN-MANIFIESTO > 00
               MOVE 08                      TO RETURN-CODE
           END-IF
           .
       050-REGISTRAR-ENTREGAS-EXIT.
           EXIT.

      * SIN RENGLON EN EL MANIFIESTO NO HAY CONTEO NI CHECKSUM QUE EL
      * DESTINATARIO PUEDA CONFIRMAR: EL MIEMBRO NO SE REGISTRA
       051-REGISTRAR-UN-MIEMBRO.
           IF MIE-EN-MANIFIESTO(IDX-MIEMBRO) NOT = "S"
               ADD +01                      TO TOTAL-SIN-MANIFIESTO
               DISPLAY "SIN RENGLON EN MANIFIESTO, NO SE REGISTRA: "
                       MIE-NOMBRE(IDX-MIEMBRO)
           ELSE
               MOVE "N"                     TO SW-MIEMBRO-CON-DESTINO
               PERFORM 052-REVISAR-UNA-DISTRIBUCION
                   VARYING IDX-DISTRIBUCION FROM 1 BY 1
                   UNTIL IDX-DISTRIBUCION > TOTAL-DISTRIBUCION
                   OR PROCESO-DETENIDO
               IF SW-MIEMBRO-CON-DESTINO = "N"
                   ADD +01                  TO TOTAL-SIN-DESTINATARIO
                   DISPLAY "SIN DESTINATARIO EN DISTRIBUCION.: "
                           MIE-NOMBRE(IDX-MIEMBRO)
               END-IF
           END-IF
           .

       052-REVISAR-UNA-DISTRIBUCION.
           IF DST-PREFIJO(IDX-DISTRIBUCION) = MIE-PREFIJO(IDX-MIEMBRO)
              AND (DST-MIEMBRO(IDX-DISTRIBUCION) = SPACES
                   OR DST-MIEMBRO(IDX-DISTRIBUCION)
                      = MIE-CLAVE(IDX-MIEMBRO))
               MOVE "S"                     TO SW-MIEMBRO-CON-DESTINO
               MOVE "N"                     TO SW-REGISTRADA
               PERFORM 053-BUSCAR-REGISTRADA
                   VARYING IDX-REGISTRADA FROM 1 BY 1
                   UNTIL IDX-REGISTRADA > TOTAL-REGISTRADAS
                   OR SW-REGISTRADA = "S"
               IF SW-REGISTRADA = "S"
                   ADD +01                  TO TOTAL-YA-REGISTRADAS
               ELSE
                   PERFORM 054-ESCRIBIR-ENTREGA
               END-IF
           END-IF
           .

       053-BUSCAR-REGISTRADA.
           IF RGS-NOMBRE(IDX-REGISTRADA) = MIE-NOMBRE(IDX-MIEMBRO)
              AND RGS-DESTINATARIO(IDX-REGISTRADA)
                  = DST-DESTINATARIO(IDX-DISTRIBUCION)
               MOVE "S"                     TO SW-REGISTRADA
           END-IF
           .

       054-ESCRIBIR-ENTREGA.
           IF TOTAL-REGISTRADAS > 998
               DISPLAY "LA CORRIDA EXCEDE 999 ENTREGAS REGISTRADAS, "
               DISPLAY "SE ABORTA EL REGISTRO"
               MOVE "N"                     TO SW-PROCESO-OK
               MOVE 08                      TO RETURN-CODE
           ELSE
               MOVE SPACES                  TO REG-ENTREGA
               MOVE FECHA-HOY               TO ENT-FECHA
               MOVE HORA-HOY(1:6)           TO ENT-HORA
               MOVE MIE-RUN-ID(IDX-MIEMBRO) TO ENT-RUN-ID
               MOVE MIE-NOMBRE(IDX-MIEMBRO) TO ENT-NOMBRE-MIEMBRO
               MOVE MIE-REG-ESCRITOS(IDX-MIEMBRO) TO ENT-REG-ESCRITOS
               MOVE MIE-CHECKSUM(IDX-MIEMBRO)     TO ENT-CHECKSUM
               MOVE DST-DESTINATARIO(IDX-DISTRIBUCION)
                   TO ENT-DESTINATARIO
               MOVE DST-CANAL(IDX-DISTRIBUCION)   TO ENT-CANAL
               MOVE DST-FECHA-LIMITE(IDX-DISTRIBUCION)
                   TO ENT-FECHA-LIMITE
               WRITE REG-ENTREGA

               ADD  +01                     TO TOTAL-REGISTRADAS
               MOVE ENT-NOMBRE-MIEMBRO
                   TO RGS-NOMBRE(TOTAL-REGISTRADAS)
               MOVE ENT-DESTINATARIO
                   TO RGS-DESTINATARIO(TOTAL-REGISTRADAS)
               ADD  +01                     TO TOTAL-ENTREGAS-NUEVAS

               DISPLAY "ENTREGA: " ENT-NOMBRE-MIEMBRO
               DISPLAY "   PARA " ENT-DESTINATARIO " POR " ENT-CANAL
                       " ACUSE A MAS TARDAR " ENT-FECHA-LIMITE
           END-IF
           .

       100-TERMINAR-PROGRAMA.
           IF PROCESO-VIABLE
               DISPLAY "============================================"
               DISPLAY "*  MIEMBROS DE LA CORRIDA..: " TOTAL-MIEMBROS
               DISPLAY "*  ENTREGAS REGISTRADAS....: "
                       TOTAL-ENTREGAS-NUEVAS
               DISPLAY "*  ENTREGAS YA EXISTENTES..: "
                       TOTAL-YA-REGISTRADAS
               DISPLAY "*  MIEMBROS SIN DESTINO....: "
                       TOTAL-SIN-DESTINATARIO
               DISPLAY "*  MIEMBROS SIN MANIFIESTO.: "
                       TOTAL-SIN-MANIFIESTO
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
           MOVE "REN_PREFIJO REN_GENERACION REN_RUNID" TO PAU-DETALLE
           PERFORM 985-REGISTRAR-AUDITORIA
           .

       981-AUDITAR-FIN.
           MOVE "FIN"                       TO PAU-TIPO
           MOVE SPACES                      TO PAU-DETALLE
           MOVE RUN-ID-UBICADO              TO PAU-CORRIDA
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
       END PROGRAM REGISTRA-ENTREGAS.
