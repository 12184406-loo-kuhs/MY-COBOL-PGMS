      *================================================================*
      *           L O G    D E    M O D I F I C A C I O N E S          *
      *================================================================*
      *  AUTOR       FECHA   DESCRIPCION                               *
      * ----------- -------- ----------------------------------------- *
      * @loo-kuhs   15/10/26 PRIMERA VERSION - REPORTE DE LA VENTANA   *
      *                      BATCH: LEE ESTADOS (Y BITACORA PARA LOS   *
      *                      VOLUMENES) EN UN RANGO DE FECHAS          *
      *                      (RVB_DESDE / RVB_HASTA, AAMMDD), CALCULA  *
      *                      DURACION Y REGISTROS POR SEGUNDO DE CADA  *
      *                      TRABAJO Y POR ARCHIVO DE ENTRADA, Y LOS   *
      *                      COMPARA CONTRA EL ARCHIVO                 *
      *                      NIVELES-SERVICIO (HORA OBJETIVO DE        *
      *                      TERMINO Y DURACION MAXIMA POR ENTRADA);   *
      *                      MARCA OBJETIVOS NO CUMPLIDOS, DURACIONES  *
      *                      QUE CRECEN MAS DE RVB_PORCIENTO (DEFECTO  *
      *                      20) SOBRE EL PROMEDIO DE SUS ULTIMAS      *
      *                      RVB_HISTORIA (DEFECTO 5) CORRIDAS EN DIAS *
      *                      HABILES SEGUN CALENDARIO, TRABAJOS QUE    *
      *                      CRUZAN LA MEDIANOCHE O TERMINAN FUERA DE  *
      *                      LA VENTANA (RVB_INICIO_VENTANA /          *
      *                      RVB_FIN_VENTANA, DEFECTO 180000 A         *
      *                      060000), Y PROYECTA CON ESOS PROMEDIOS LA *
      *                      HORA DE TERMINO DE LA COLA ACTUAL DE      *
      *                      PARMFILE                                  *
      * @loo-kuhs   15/10/26 CADA EJECUCION DEJA SUS ENTRADAS DE       *
      *                      INICIO Y FIN EN LA BITACORA COMUN DE      *
      *                      AUDITORIA (REGISTRA-AUDITORIA)            *
      * @loo-kuhs   15/10/26 LOS TRABAJOS ANTERIORES A RVB_DESDE       *
      *                      ALIMENTAN LA HISTORIA DE DURACIONES EN    *
      *                      DIA HABIL (SIN LISTARSE, MARCARSE NI      *
      *                      CONTARSE), PARA QUE LA LLAMADA DIARIA DE  *
      *                      UN SOLO DIA DETECTE CRECIMIENTOS Y        *
      *                      PROYECTE LA COLA                          *
      *                                                                *
      *================================================================*
      * AUTOR       USER PROFILE URL                                   *
      * ---------   -------------------------------------------------- *
      * @loo-kuhs   https://github.com/loo-kuhs/                       *
      *================================================================*
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. REPORTE-VENTANA-BATCH.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               SELECT ARCHIVO-ESTADOS
               ASSIGN       TO "ESTADOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS EST-ESTADOS.

               SELECT ARCHIVO-BITACORA
               ASSIGN       TO "BITACORA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS EST-BITACORA.

               SELECT ARCHIVO-NIVELES
               ASSIGN       TO "NIVELES-SERVICIO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS EST-NIVELES.

               SELECT ARCHIVO-PARAMETROS
               ASSIGN       TO "PARMFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS EST-PARAMETROS.

               SELECT ARCHIVO-CALENDARIO
               ASSIGN       TO "CALENDARIO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS EST-CALENDARIO.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
       FD  ARCHIVO-ESTADOS.
       01  REG-ESTADO.
           05 EDO-NUMERO-TRABAJO             PIC 9(02).
           05 FILLER                         PIC X(01).
           05 EDO-ARCHIVO-ENTRADA            PIC X(100).
           05 FILLER                         PIC X(01).
           05 EDO-RESULTADO                  PIC X(08).
           05 FILLER                         PIC X(01).
           05 EDO-MOTIVO                     PIC X(25).
           05 FILLER                         PIC X(01).
           05 EDO-REG-LEIDOS                 PIC 9(09).
           05 FILLER                         PIC X(01).
           05 EDO-REG-ESCRITOS               PIC 9(09).
           05 FILLER                         PIC X(01).
           05 EDO-REG-RECHAZADOS             PIC 9(09).
           05 FILLER                         PIC X(01).
           05 EDO-ARCHIVOS-GENERADOS         PIC 9(03).
           05 FILLER                         PIC X(01).
           05 EDO-HORA-INICIO                PIC 9(06).
           05 FILLER                         PIC X(01).
           05 EDO-HORA-FIN                   PIC 9(06).
           05 FILLER                         PIC X(01).
           05 EDO-RUN-ID                     PIC X(13).
           05 FILLER                         PIC X(01).
           05 EDO-REG-DUPLICADOS             PIC 9(09).
           05 FILLER                         PIC X(01).
           05 EDO-REG-HUERFANOS              PIC 9(09).
           05 FILLER                         PIC X(01).
           05 EDO-FECHA-INICIO               PIC 9(06).

       FD  ARCHIVO-BITACORA.
       01  REG-BITACORA.
           05 BIT-FECHA                      PIC 9(06).
           05 FILLER                         PIC X(01).
           05 BIT-HORA                       PIC 9(06).
           05 FILLER                         PIC X(01).
           05 BIT-ARCHIVO-ENTRADA            PIC X(100).
           05 FILLER                         PIC X(01).
           05 BIT-REG-LEIDOS                 PIC 9(09).
           05 FILLER                         PIC X(01).
           05 BIT-REG-ESCRITOS               PIC 9(09).
           05 FILLER                         PIC X(01).
           05 BIT-ARCHIVOS-GENERADOS         PIC 9(03).
           05 FILLER                         PIC X(01).
           05 BIT-REG-RECHAZADOS             PIC 9(09).
           05 FILLER                         PIC X(01).
           05 BIT-RUN-ID                     PIC X(13).
           05 FILLER                         PIC X(01).
           05 BIT-REG-DUPLICADOS             PIC 9(09).
           05 FILLER                         PIC X(01).
           05 BIT-GRUPOS                     PIC 9(09).
           05 FILLER                         PIC X(01).
           05 BIT-HUERFANOS                  PIC 9(09).

      * HORA OBJETIVO DE TERMINO Y DURACION MAXIMA EN HHMMSS; CERO EN
      * CUALQUIERA DE LAS DOS = NO SE CONTROLA
       FD  ARCHIVO-NIVELES.
       01  REG-NIVEL.
           05 NVS-ARCHIVO-ENTRADA            PIC X(100).
           05 FILLER                         PIC X(01).
           05 NVS-HORA-OBJETIVO              PIC 9(06).
           05 FILLER                         PIC X(01).
           05 NVS-DURACION-MAXIMA            PIC 9(06).

       FD  ARCHIVO-PARAMETROS.
       01  REG-PARAMETROS.
           05 PAR-ARCHIVO-ENTRADA            PIC X(100).
           05 FILLER                         PIC X(150).

       FD  ARCHIVO-CALENDARIO.
       01  REG-CALENDARIO.
           05 CAL-FECHA                      PIC 9(06).
           05 FILLER                         PIC X(01).
           05 CAL-HABIL                      PIC X(01).
           05 FILLER                         PIC X(01).
           05 CAL-DESCRIPCION                PIC X(30).
      *-----------------------
       WORKING-STORAGE SECTION.
       77  EST-ESTADOS                      PIC X(02) VALUE SPACES.
       77  EST-BITACORA                     PIC X(02) VALUE SPACES.
       77  EST-NIVELES                      PIC X(02) VALUE SPACES.
       77  EST-PARAMETROS                   PIC X(02) VALUE SPACES.
       77  FIN-ARCHIVO                      PIC 9(01) VALUE 00.

       77  FECHA-DESDE                      PIC 9(06) VALUE 000000.
       77  FECHA-HASTA                      PIC 9(06) VALUE 999999.
       77  PORCENTAJE-CRECIMIENTO           PIC 9(03) VALUE 020.
       77  CORRIDAS-HISTORIA                PIC 9(02) VALUE 05.
       77  INICIO-VENTANA                   PIC 9(06) VALUE 180000.
       77  FIN-VENTANA                      PIC 9(06) VALUE 060000.
       77  INICIO-COLA                      PIC 9(06) VALUE 000000.
       77  SW-INICIO-COLA                   PIC X(01) VALUE "N".

       77  PARAMETRO-AMBIENTE               PIC X(06) VALUE SPACES.

       77  SW-ESTADOS-OK                    PIC X(01) VALUE "S".
           88 ESTADOS-DISPONIBLE                       VALUE "S".
           88 ESTADOS-NO-DISPONIBLE                    VALUE "N".

       77  SW-NIVELES-OK                    PIC X(01) VALUE "N".
           88 NIVELES-DISPONIBLE                       VALUE "S".

      * CONVERSION DE HORAS HHMMSS A SEGUNDOS DEL DIA Y DE REGRESO
       01  HORA-CONVERSION.
           05 HCV-HORAS                     PIC 9(02).
           05 HCV-MINUTOS                   PIC 9(02).
           05 HCV-SEGUNDOS                  PIC 9(02).
       01  HORA-CONVERSION-R REDEFINES HORA-CONVERSION
                                            PIC 9(06).
       77  SEGUNDOS-CONVERSION              PIC 9(06) VALUE 00.

       01  FORMATO-HORA.
           05 FH-HORAS                      PIC 9(02).
           05 FILLER                        PIC X(01) VALUE ":".
           05 FH-MINUTOS                    PIC 9(02).
           05 FILLER                        PIC X(01) VALUE ":".
           05 FH-SEGUNDOS                   PIC 9(02).

       77  SEGUNDOS-INICIO                  PIC 9(06) VALUE 00.
       77  SEGUNDOS-FIN                     PIC 9(06) VALUE 00.
       77  SEGUNDOS-DURACION                PIC 9(06) VALUE 00.
       77  SEGUNDOS-INICIO-VENTANA          PIC 9(06) VALUE 00.
       77  DESFASE-FIN                      PIC 9(06) VALUE 00.
       77  DESFASE-OBJETIVO                 PIC 9(06) VALUE 00.
       77  DESFASE-FIN-VENTANA              PIC 9(06) VALUE 00.
       77  REGISTROS-TRABAJO                PIC 9(09) VALUE 00.
       77  REGISTROS-POR-SEGUNDO            PIC 9(09) VALUE 00.
       77  FECHA-TRABAJO                    PIC 9(06) VALUE 00.

       77  MARCA-OBJETIVO                   PIC X(08) VALUE SPACES.
       77  MARCA-DURACION                   PIC X(08) VALUE SPACES.
       77  MARCA-CRECIMIENTO                PIC X(10) VALUE SPACES.
       77  MARCA-MEDIANOCHE                 PIC X(11) VALUE SPACES.
       77  MARCA-VENTANA                    PIC X(14) VALUE SPACES.
       77  MARCA-DIA                        PIC X(07) VALUE SPACES.

       01  TABLA-NIVELES.
           05 NIVEL-ENTRY                   OCCURS 100 TIMES.
               10 NIV-ARCHIVO               PIC X(100).
               10 NIV-HORA-OBJETIVO         PIC 9(06).
               10 NIV-DURACION-MAXIMA       PIC 9(06).

       77  TOTAL-NIVELES                    PIC 9(03) VALUE 00.
       77  IDX-NIVEL                        PIC 9(03) VALUE 00.
       77  IDX-NIVEL-UBICADO                PIC 9(03) VALUE 00.

      * VOLUMEN Y FECHA DE CADA CORRIDA Y ENTRADA SEGUN LA BITACORA
       01  TABLA-VOLUMENES.
           05 VOLUMEN-ENTRY                 OCCURS 3000 TIMES.
               10 VOL-RUN-ID                PIC X(13).
               10 VOL-ARCHIVO               PIC X(100).
               10 VOL-FECHA                 PIC 9(06).
               10 VOL-REG-LEIDOS            PIC 9(09).

       77  TOTAL-VOLUMENES                  PIC 9(04) VALUE 00.
       77  IDX-VOLUMEN                      PIC 9(04) VALUE 00.
       77  IDX-VOLUMEN-UBICADO              PIC 9(04) VALUE 00.
       77  SW-VOLUMENES-LLENOS              PIC X(01) VALUE "N".

      * ACUMULADOS POR ARCHIVO DE ENTRADA Y LAS ULTIMAS DURACIONES EN
      * DIA HABIL DE SUS TRABAJOS TERMINADOS OK, DE LA MAS VIEJA A LA
      * MAS RECIENTE
       01  TABLA-ARCHIVOS.
           05 ARCHIVO-ENTRY                 OCCURS 100 TIMES.
               10 ARC-ARCHIVO               PIC X(100).
               10 ARC-TRABAJOS              PIC 9(05).
               10 ARC-SEGUNDOS              PIC 9(09).
               10 ARC-REGISTROS             PIC 9(12).
               10 ARC-MAXIMO                PIC 9(06).
               10 ARC-MARCAS                PIC 9(05).
               10 ARC-HISTORIAS             PIC 9(02).
               10 ARC-HISTORIA              PIC 9(06)
                                            OCCURS 10 TIMES.

       77  TOTAL-ARCHIVOS                   PIC 9(03) VALUE 00.
       77  IDX-ARCHIVO                      PIC 9(03) VALUE 00.
       77  IDX-ARCHIVO-UBICADO              PIC 9(03) VALUE 00.
       77  IDX-HISTORIA                     PIC 9(02) VALUE 00.
       77  SW-ARCHIVOS-LLENOS               PIC X(01) VALUE "N".
       77  SW-ENCONTRADO                    PIC X(01) VALUE "N".

       77  SUMA-HISTORIA                    PIC 9(09) VALUE 00.
       77  PROMEDIO-HISTORIA                PIC 9(06) VALUE 00.
       77  LIMITE-CRECIMIENTO               PIC 9(09) VALUE 00.
       77  PROMEDIO-REGISTROS               PIC 9(09) VALUE 00.
       77  PROMEDIO-SEGUNDOS                PIC 9(06) VALUE 00.

       77  SEGUNDOS-COLA                    PIC 9(09) VALUE 00.
       77  SEGUNDOS-DISPONIBLES             PIC 9(06) VALUE 00.
       77  TRABAJOS-COLA                    PIC 9(03) VALUE 00.
       77  TRABAJOS-SIN-HISTORIA            PIC 9(03) VALUE 00.

       77  EST-CALENDARIO                   PIC X(02) VALUE SPACES.
       77  FIN-CALENDARIO                   PIC 9(01) VALUE 00.

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
       77  FECHA-EXAMINADA                  PIC 9(06) VALUE 00.
       77  FECHA-LARGA                      PIC 9(08) VALUE 00.
       77  DIA-SEMANA                       PIC 9(01) VALUE 0.

       01  CIFRAS-VENTANA.
           05 TOTAL-TRABAJOS                PIC 9(05) VALUE 00.
           05 TOTAL-SIN-FECHA               PIC 9(05) VALUE 00.
           05 TOTAL-OBJETIVOS-FALLIDOS      PIC 9(05) VALUE 00.
           05 TOTAL-DURACIONES-EXCEDIDAS    PIC 9(05) VALUE 00.
           05 TOTAL-CRECIMIENTOS            PIC 9(05) VALUE 00.
           05 TOTAL-MEDIANOCHES             PIC 9(05) VALUE 00.
           05 TOTAL-FUERA-VENTANA           PIC 9(05) VALUE 00.

      * ENTRADA PARA LA BITACORA COMUN DE AUDITORIA (REGISTRA-AUDITORIA)
       01  PARAMETROS-AUDITORIA.
           05 PAU-TIPO                      PIC X(10) VALUE SPACES.
           05 PAU-PROGRAMA                  PIC X(30)
                   VALUE "REPORTE-VENTANA-BATCH".
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

           IF ESTADOS-DISPONIBLE
               PERFORM 020-PROCESAR-ESTADOS
                   UNTIL FIN-ARCHIVO = 01
           END-IF

           PERFORM 100-TERMINAR-PROGRAMA
           .

       010-INICIAR-PROGRAMA.

           ACCEPT PARAMETRO-AMBIENTE    FROM ENVIRONMENT "RVB_DESDE"
           IF PARAMETRO-AMBIENTE IS NUMERIC
               MOVE PARAMETRO-AMBIENTE      TO FECHA-DESDE
           END-IF

           MOVE SPACES                      TO PARAMETRO-AMBIENTE
           ACCEPT PARAMETRO-AMBIENTE    FROM ENVIRONMENT "RVB_HASTA"
           IF PARAMETRO-AMBIENTE IS NUMERIC
               MOVE PARAMETRO-AMBIENTE      TO FECHA-HASTA
           END-IF

           MOVE SPACES                      TO PARAMETRO-AMBIENTE
           ACCEPT PARAMETRO-AMBIENTE    FROM ENVIRONMENT "RVB_PORCIENTO"
           IF PARAMETRO-AMBIENTE(1:3) IS NUMERIC
              AND PARAMETRO-AMBIENTE(1:3) NOT = "000"
               MOVE PARAMETRO-AMBIENTE(1:3) TO PORCENTAJE-CRECIMIENTO
           END-IF

           MOVE SPACES                      TO PARAMETRO-AMBIENTE
           ACCEPT PARAMETRO-AMBIENTE    FROM ENVIRONMENT "RVB_HISTORIA"
           IF PARAMETRO-AMBIENTE(1:2) IS NUMERIC
              AND PARAMETRO-AMBIENTE(1:2) NOT = "00"
               MOVE PARAMETRO-AMBIENTE(1:2) TO CORRIDAS-HISTORIA
               IF CORRIDAS-HISTORIA > 10
                   MOVE 10                  TO CORRIDAS-HISTORIA
               END-IF
           END-IF

           MOVE SPACES                      TO PARAMETRO-AMBIENTE
           ACCEPT PARAMETRO-AMBIENTE
                                 FROM ENVIRONMENT "RVB_INICIO_VENTANA"
           IF PARAMETRO-AMBIENTE IS NUMERIC
               MOVE PARAMETRO-AMBIENTE      TO INICIO-VENTANA
           END-IF

           MOVE SPACES                      TO PARAMETRO-AMBIENTE
           ACCEPT PARAMETRO-AMBIENTE
                                    FROM ENVIRONMENT "RVB_FIN_VENTANA"
           IF PARAMETRO-AMBIENTE IS NUMERIC
               MOVE PARAMETRO-AMBIENTE      TO FIN-VENTANA
           END-IF

           MOVE SPACES                      TO PARAMETRO-AMBIENTE
           ACCEPT PARAMETRO-AMBIENTE
                                    FROM ENVIRONMENT "RVB_INICIO_COLA"
           IF PARAMETRO-AMBIENTE IS NUMERIC
               MOVE PARAMETRO-AMBIENTE      TO INICIO-COLA
               MOVE "S"                     TO SW-INICIO-COLA
           END-IF

           MOVE INICIO-VENTANA              TO HORA-CONVERSION-R
           PERFORM 080-HORA-A-SEGUNDOS
           MOVE SEGUNDOS-CONVERSION         TO SEGUNDOS-INICIO-VENTANA
           MOVE FIN-VENTANA                 TO HORA-CONVERSION-R
           PERFORM 080-HORA-A-SEGUNDOS
           PERFORM 082-DESFASE-EN-VENTANA
           MOVE SEGUNDOS-CONVERSION         TO DESFASE-FIN-VENTANA

           PERFORM 015-CARGAR-CALENDARIO
               THRU 015-CARGAR-CALENDARIO-EXIT
           PERFORM 016-CARGAR-NIVELES
               THRU 016-CARGAR-NIVELES-EXIT
           PERFORM 018-CARGAR-VOLUMENES
               THRU 018-CARGAR-VOLUMENES-EXIT

           MOVE 00                          TO FIN-ARCHIVO
           MOVE SPACES                      TO EST-ESTADOS
           OPEN INPUT ARCHIVO-ESTADOS

           IF EST-ESTADOS NOT = "00"
               DISPLAY "NO EXISTE ARCHIVO DE ESTADOS (ESTADOS) PARA "
               DISPLAY "REPORTAR, SE ABORTA EL REPORTE"
               MOVE "N"                     TO SW-ESTADOS-OK
               MOVE 01                      TO FIN-ARCHIVO
               MOVE 08                      TO RETURN-CODE
               GO TO 010-INICIAR-PROGRAMA-EXIT
           END-IF

           DISPLAY "================================================="
           DISPLAY "  REPORTE DE LA VENTANA BATCH"
           DISPLAY "  FECHA DESDE........: " FECHA-DESDE
           DISPLAY "  FECHA HASTA........: " FECHA-HASTA
           DISPLAY "  VENTANA............: " INICIO-VENTANA " A "
                   FIN-VENTANA
           DISPLAY "  PORCENTAJE CRECIM..: " PORCENTAJE-CRECIMIENTO
           DISPLAY "  CORRIDAS PROMEDIO..: " CORRIDAS-HISTORIA
           IF CALENDARIO-DISPONIBLE
               DISPLAY "  PROMEDIOS SOLO CON DIAS HABILES (CALENDARIO)"
           ELSE
               DISPLAY "  SIN ARCHIVO CALENDARIO, PROMEDIOS CON TODOS "
                       "LOS DIAS"
           END-IF
           IF NOT NIVELES-DISPONIBLE
               DISPLAY "  SIN ARCHIVO NIVELES-SERVICIO, NO SE "
                       "CONTROLAN OBJETIVOS"
           END-IF
           DISPLAY "================================================="
           DISPLAY "FECHA  TR ARCHIVO ENTRADA      INICIO   FIN      "
                   "DURACION    LEIDOS REG/SEG MARCAS"

           PERFORM 500-LEER-ESTADO
           .
       010-INICIAR-PROGRAMA-EXIT.
           EXIT.

       015-CARGAR-CALENDARIO.
           MOVE SPACES                      TO EST-CALENDARIO
           OPEN INPUT ARCHIVO-CALENDARIO

           IF EST-CALENDARIO NOT = "00"
               MOVE "N"                     TO SW-CALENDARIO-OK
               GO TO 015-CARGAR-CALENDARIO-EXIT
           END-IF

           PERFORM 0151-LEER-UN-CALENDARIO
               UNTIL FIN-CALENDARIO = 01
               OR TOTAL-CALENDARIO > 399

           CLOSE ARCHIVO-CALENDARIO

           IF TOTAL-CALENDARIO > 00
               MOVE "S"                     TO SW-CALENDARIO-OK
           END-IF
           .
       015-CARGAR-CALENDARIO-EXIT.
           EXIT.

       0151-LEER-UN-CALENDARIO.
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

      * SIN ARCHIVO NIVELES-SERVICIO EL REPORTE SALE DE TODOS MODOS,
      * SIN LAS MARCAS DE OBJETIVO Y DE DURACION MAXIMA
       016-CARGAR-NIVELES.
           MOVE 00                          TO FIN-ARCHIVO
           MOVE SPACES                      TO EST-NIVELES
           OPEN INPUT ARCHIVO-NIVELES

           IF EST-NIVELES NOT = "00"
               GO TO 016-CARGAR-NIVELES-EXIT
           END-IF

           PERFORM 0161-LEER-UN-NIVEL
               UNTIL FIN-ARCHIVO = 01
               OR TOTAL-NIVELES > 99

           CLOSE ARCHIVO-NIVELES

           IF TOTAL-NIVELES > 00
               MOVE "S"                     TO SW-NIVELES-OK
           END-IF
           .
       016-CARGAR-NIVELES-EXIT.
           EXIT.

       0161-LEER-UN-NIVEL.
           READ ARCHIVO-NIVELES
               AT END
                   MOVE 01                  TO FIN-ARCHIVO
               NOT AT END
                   IF NVS-ARCHIVO-ENTRADA NOT = SPACES
                      AND NVS-HORA-OBJETIVO IS NUMERIC
                      AND NVS-DURACION-MAXIMA IS NUMERIC
                       ADD  +01             TO TOTAL-NIVELES
                       MOVE NVS-ARCHIVO-ENTRADA
                           TO NIV-ARCHIVO(TOTAL-NIVELES)
                       MOVE NVS-HORA-OBJETIVO
                           TO NIV-HORA-OBJETIVO(TOTAL-NIVELES)
                       MOVE NVS-DURACION-MAXIMA
                           TO HORA-CONVERSION-R
                       PERFORM 080-HORA-A-SEGUNDOS
                       MOVE SEGUNDOS-CONVERSION
                           TO NIV-DURACION-MAXIMA(TOTAL-NIVELES)
                   END-IF
           END-READ
           .

       018-CARGAR-VOLUMENES.
           MOVE 00                          TO FIN-ARCHIVO
           MOVE SPACES                      TO EST-BITACORA
           OPEN INPUT ARCHIVO-BITACORA

           IF EST-BITACORA NOT = "00"
               GO TO 018-CARGAR-VOLUMENES-EXIT
           END-IF

           PERFORM 0181-LEER-UN-VOLUMEN
               UNTIL FIN-ARCHIVO = 01

           CLOSE ARCHIVO-BITACORA

           IF SW-VOLUMENES-LLENOS = "S"
               DISPLAY "BITACORA CON MAS DE 3000 RENGLONES: LOS "
               DISPLAY "EXCEDENTES TOMAN EL VOLUMEN DE ESTADOS"
           END-IF
           .
       018-CARGAR-VOLUMENES-EXIT.
           EXIT.

       0181-LEER-UN-VOLUMEN.
           READ ARCHIVO-BITACORA
               AT END
                   MOVE 01                  TO FIN-ARCHIVO
               NOT AT END
                   IF BIT-RUN-ID NOT = SPACES
                      AND BIT-REG-LEIDOS IS NUMERIC
                       IF TOTAL-VOLUMENES < 3000
                           ADD  +01         TO TOTAL-VOLUMENES
                           MOVE BIT-RUN-ID
                               TO VOL-RUN-ID(TOTAL-VOLUMENES)
                           MOVE BIT-ARCHIVO-ENTRADA
                               TO VOL-ARCHIVO(TOTAL-VOLUMENES)
                           MOVE BIT-FECHA
                               TO VOL-FECHA(TOTAL-VOLUMENES)
                           MOVE BIT-REG-LEIDOS
                               TO VOL-REG-LEIDOS(TOTAL-VOLUMENES)
                       ELSE
                           MOVE "S"         TO SW-VOLUMENES-LLENOS
                       END-IF
                   END-IF
           END-READ
           .

      * LOS RENGLONES DE ESTADOS ESCRITOS ANTES DE QUE TRAJERAN LA
      * FECHA DE INICIO TOMAN LA FECHA DE LA BITACORA DE SU CORRIDA
       020-PROCESAR-ESTADOS.
           MOVE 00                          TO IDX-VOLUMEN-UBICADO
           PERFORM 021-BUSCAR-VOLUMEN
               VARYING IDX-VOLUMEN FROM 1 BY 1
               UNTIL IDX-VOLUMEN > TOTAL-VOLUMENES
               OR IDX-VOLUMEN-UBICADO > 00

           IF EDO-FECHA-INICIO IS NUMERIC
              AND EDO-FECHA-INICIO NOT = ZEROS
               MOVE EDO-FECHA-INICIO        TO FECHA-TRABAJO
           ELSE
               IF IDX-VOLUMEN-UBICADO > 00
                   MOVE VOL-FECHA(IDX-VOLUMEN-UBICADO)
                       TO FECHA-TRABAJO
               ELSE
                   MOVE ZEROS               TO FECHA-TRABAJO
               END-IF
           END-IF

           IF FECHA-TRABAJO = ZEROS
               ADD +01                      TO TOTAL-SIN-FECHA
           ELSE
               IF FECHA-TRABAJO NOT < FECHA-DESDE
                  AND FECHA-TRABAJO NOT > FECHA-HASTA
                  AND EDO-HORA-INICIO IS NUMERIC
                  AND EDO-HORA-FIN IS NUMERIC
                   PERFORM 030-EVALUAR-TRABAJO
               END-IF
               IF FECHA-TRABAJO < FECHA-DESDE
                  AND EDO-HORA-INICIO IS NUMERIC
                  AND EDO-HORA-FIN IS NUMERIC
                   PERFORM 035-PRECARGAR-HISTORIA
               END-IF
           END-IF

           PERFORM 500-LEER-ESTADO
           .

       021-BUSCAR-VOLUMEN.
           IF VOL-RUN-ID(IDX-VOLUMEN) = EDO-RUN-ID
              AND VOL-ARCHIVO(IDX-VOLUMEN) = EDO-ARCHIVO-ENTRADA
               MOVE IDX-VOLUMEN             TO IDX-VOLUMEN-UBICADO
           END-IF
           .

       030-EVALUAR-TRABAJO.
           ADD +01                          TO TOTAL-TRABAJOS

           MOVE SPACES                      TO MARCA-OBJETIVO
                                               MARCA-DURACION
                                               MARCA-CRECIMIENTO
                                               MARCA-MEDIANOCHE
                                               MARCA-VENTANA
                                               MARCA-DIA

           PERFORM 036-CALCULAR-DURACION
           IF SEGUNDOS-FIN < SEGUNDOS-INICIO
               MOVE "MEDIANOCHE"            TO MARCA-MEDIANOCHE
               ADD +01                      TO TOTAL-MEDIANOCHES
           END-IF

           IF IDX-VOLUMEN-UBICADO > 00
               MOVE VOL-REG-LEIDOS(IDX-VOLUMEN-UBICADO)
                   TO REGISTROS-TRABAJO
           ELSE
               IF EDO-REG-LEIDOS IS NUMERIC
                   MOVE EDO-REG-LEIDOS      TO REGISTROS-TRABAJO
               ELSE
                   MOVE 00                  TO REGISTROS-TRABAJO
               END-IF
           END-IF

           IF SEGUNDOS-DURACION > 00
               COMPUTE REGISTROS-POR-SEGUNDO =
                   REGISTROS-TRABAJO / SEGUNDOS-DURACION
           ELSE
               MOVE REGISTROS-TRABAJO       TO REGISTROS-POR-SEGUNDO
           END-IF

           MOVE SEGUNDOS-FIN                TO SEGUNDOS-CONVERSION
           PERFORM 082-DESFASE-EN-VENTANA
           MOVE SEGUNDOS-CONVERSION         TO DESFASE-FIN
           IF DESFASE-FIN > DESFASE-FIN-VENTANA
               MOVE "FUERA VENTANA"         TO MARCA-VENTANA
               ADD +01                      TO TOTAL-FUERA-VENTANA
           END-IF

           PERFORM 031-COMPARAR-NIVEL
           PERFORM 032-UBICAR-ARCHIVO

           MOVE FECHA-TRABAJO               TO FECHA-EXAMINADA
           PERFORM 017-ES-DIA-HABIL
               THRU 017-ES-DIA-HABIL-EXIT
           IF SW-DIA-HABIL NOT = "S"
               MOVE "INHABIL"               TO MARCA-DIA
           END-IF

           IF IDX-ARCHIVO-UBICADO > 00
               PERFORM 033-ACUMULAR-ARCHIVO
           END-IF

           DISPLAY FECHA-TRABAJO " " EDO-NUMERO-TRABAJO " "
                   EDO-ARCHIVO-ENTRADA(1:20) " "
                   WITH NO ADVANCING
           MOVE EDO-HORA-INICIO             TO HORA-CONVERSION-R
           PERFORM 083-FORMATEAR-HHMMSS
           DISPLAY FORMATO-HORA " " WITH NO ADVANCING
           MOVE EDO-HORA-FIN                TO HORA-CONVERSION-R
           PERFORM 083-FORMATEAR-HHMMSS
           DISPLAY FORMATO-HORA " " WITH NO ADVANCING
           MOVE SEGUNDOS-DURACION           TO SEGUNDOS-CONVERSION
           PERFORM 081-SEGUNDOS-A-HORA
           PERFORM 083-FORMATEAR-HHMMSS
           DISPLAY FORMATO-HORA " " REGISTROS-TRABAJO " "
                   REGISTROS-POR-SEGUNDO(3:7) " "
                   EDO-RESULTADO(1:2) " " MARCA-DIA " "
                   MARCA-OBJETIVO " " MARCA-DURACION " "
                   MARCA-CRECIMIENTO " " MARCA-MEDIANOCHE " "
                   MARCA-VENTANA
           .

      * LA HORA OBJETIVO SE COMPARA POR SU DESFASE DESDE EL INICIO DE
      * LA VENTANA, PARA QUE UN OBJETIVO DE MADRUGADA QUEDE DESPUES DE
      * UN TERMINO ANTES DE LA MEDIANOCHE
       031-COMPARAR-NIVEL.
           MOVE 00                          TO IDX-NIVEL-UBICADO
           PERFORM 0311-BUSCAR-NIVEL
               VARYING IDX-NIVEL FROM 1 BY 1
               UNTIL IDX-NIVEL > TOTAL-NIVELES
               OR IDX-NIVEL-UBICADO > 00

           IF IDX-NIVEL-UBICADO > 00
               IF NIV-HORA-OBJETIVO(IDX-NIVEL-UBICADO) > 00
                   MOVE NIV-HORA-OBJETIVO(IDX-NIVEL-UBICADO)
                       TO HORA-CONVERSION-R
                   PERFORM 080-HORA-A-SEGUNDOS
                   PERFORM 082-DESFASE-EN-VENTANA
                   MOVE SEGUNDOS-CONVERSION TO DESFASE-OBJETIVO
                   IF DESFASE-FIN > DESFASE-OBJETIVO
                       MOVE "OBJETIVO"      TO MARCA-OBJETIVO
                       ADD +01              TO TOTAL-OBJETIVOS-FALLIDOS
                   END-IF
               END-IF
               IF NIV-DURACION-MAXIMA(IDX-NIVEL-UBICADO) > 00
                  AND SEGUNDOS-DURACION
                      > NIV-DURACION-MAXIMA(IDX-NIVEL-UBICADO)
                   MOVE "DURACION"          TO MARCA-DURACION
                   ADD +01
                       TO TOTAL-DURACIONES-EXCEDIDAS
               END-IF
           END-IF
           .

       0311-BUSCAR-NIVEL.
           IF NIV-ARCHIVO(IDX-NIVEL) = EDO-ARCHIVO-ENTRADA
               MOVE IDX-NIVEL               TO IDX-NIVEL-UBICADO
           END-IF
           .

       032-UBICAR-ARCHIVO.
           MOVE 00                          TO IDX-ARCHIVO-UBICADO
           PERFORM 0321-BUSCAR-ARCHIVO
               VARYING IDX-ARCHIVO FROM 1 BY 1
               UNTIL IDX-ARCHIVO > TOTAL-ARCHIVOS
               OR IDX-ARCHIVO-UBICADO > 00

           IF IDX-ARCHIVO-UBICADO = 00
               IF TOTAL-ARCHIVOS < 100
                   ADD  +01                 TO TOTAL-ARCHIVOS
                   MOVE TOTAL-ARCHIVOS      TO IDX-ARCHIVO-UBICADO
                   MOVE EDO-ARCHIVO-ENTRADA
                       TO ARC-ARCHIVO(IDX-ARCHIVO-UBICADO)
                   MOVE 00 TO ARC-TRABAJOS(IDX-ARCHIVO-UBICADO)
                              ARC-SEGUNDOS(IDX-ARCHIVO-UBICADO)
                              ARC-REGISTROS(IDX-ARCHIVO-UBICADO)
                              ARC-MAXIMO(IDX-ARCHIVO-UBICADO)
                              ARC-MARCAS(IDX-ARCHIVO-UBICADO)
                              ARC-HISTORIAS(IDX-ARCHIVO-UBICADO)
               ELSE
                   IF SW-ARCHIVOS-LLENOS NOT = "S"
                       DISPLAY "TABLA DE ARCHIVOS LLENA, EL RESUMEN "
                       DISPLAY "QUEDA TRUNCADO EN 100 ARCHIVOS DE "
                       DISPLAY "ENTRADA DISTINTOS"
                       MOVE "S"             TO SW-ARCHIVOS-LLENOS
                   END-IF
               END-IF
           END-IF
           .

       0321-BUSCAR-ARCHIVO.
           IF ARC-ARCHIVO(IDX-ARCHIVO) = EDO-ARCHIVO-ENTRADA
               MOVE IDX-ARCHIVO             TO IDX-ARCHIVO-UBICADO
           END-IF
           .

      * EL CRECIMIENTO SOLO SE MIDE EN DIA HABIL Y CONTRA LAS
      * DURACIONES PREVIAS EN DIA HABIL; UN TRABAJO ABORTADO NO ENTRA
      * A LA HISTORIA PORQUE SU DURACION NO ES LA DE UN PROCESO
      * COMPLETO
       033-ACUMULAR-ARCHIVO.
           MOVE IDX-ARCHIVO-UBICADO         TO IDX-ARCHIVO

           ADD +01                          TO ARC-TRABAJOS(IDX-ARCHIVO)
           ADD SEGUNDOS-DURACION            TO ARC-SEGUNDOS(IDX-ARCHIVO)
           ADD REGISTROS-TRABAJO           TO ARC-REGISTROS(IDX-ARCHIVO)
           IF SEGUNDOS-DURACION > ARC-MAXIMO(IDX-ARCHIVO)
               MOVE SEGUNDOS-DURACION       TO ARC-MAXIMO(IDX-ARCHIVO)
           END-IF

           IF SW-DIA-HABIL = "S"
               PERFORM 040-CALCULAR-PROMEDIO
               IF ARC-HISTORIAS(IDX-ARCHIVO) > 00
                   COMPUTE LIMITE-CRECIMIENTO =
                       (PROMEDIO-HISTORIA
                        * (100 + PORCENTAJE-CRECIMIENTO)) / 100
                   IF SEGUNDOS-DURACION > LIMITE-CRECIMIENTO
                       MOVE "CRECIMIENT"    TO MARCA-CRECIMIENTO
                       ADD +01              TO TOTAL-CRECIMIENTOS
                   END-IF
               END-IF
               IF EDO-RESULTADO = "OK"
                   PERFORM 034-AGREGAR-A-HISTORIA
               END-IF
           END-IF

           IF MARCA-OBJETIVO NOT = SPACES
              OR MARCA-DURACION NOT = SPACES
              OR MARCA-CRECIMIENTO NOT = SPACES
              OR MARCA-MEDIANOCHE NOT = SPACES
              OR MARCA-VENTANA NOT = SPACES
               ADD +01                      TO ARC-MARCAS(IDX-ARCHIVO)
           END-IF
           .

       034-AGREGAR-A-HISTORIA.
           IF ARC-HISTORIAS(IDX-ARCHIVO) < CORRIDAS-HISTORIA
               ADD +01                     TO ARC-HISTORIAS(IDX-ARCHIVO)
           ELSE
               PERFORM 0341-RECORRER-HISTORIA
                   VARYING IDX-HISTORIA FROM 2 BY 1
                   UNTIL IDX-HISTORIA > CORRIDAS-HISTORIA
           END-IF

           MOVE SEGUNDOS-DURACION
               TO ARC-HISTORIA(IDX-ARCHIVO, ARC-HISTORIAS(IDX-ARCHIVO))
           .

      * LOS TRABAJOS ANTERIORES A RVB_DESDE NO SE LISTAN NI SE MARCAN
      * NI SE CUENTAN; SOLO APORTAN SU DURACION A LA HISTORIA EN DIA
      * HABIL DE SU ENTRADA, PARA QUE EL CRECIMIENTO Y LA PROYECCION
      * DE LA COLA TENGAN CONTRA QUE COMPARARSE AUNQUE EL RANGO SEA DE
      * UN SOLO DIA
       035-PRECARGAR-HISTORIA.
           IF EDO-RESULTADO = "OK"
               MOVE FECHA-TRABAJO           TO FECHA-EXAMINADA
               PERFORM 017-ES-DIA-HABIL
                   THRU 017-ES-DIA-HABIL-EXIT
               IF SW-DIA-HABIL = "S"
                   PERFORM 036-CALCULAR-DURACION
                   PERFORM 032-UBICAR-ARCHIVO
                   IF IDX-ARCHIVO-UBICADO > 00
                       MOVE IDX-ARCHIVO-UBICADO TO IDX-ARCHIVO
                       PERFORM 034-AGREGAR-A-HISTORIA
                   END-IF
               END-IF
           END-IF
           .

      * UN TRABAJO NO DURA UN DIA: UNA HORA DE FIN MENOR A LA DE
      * INICIO QUIERE DECIR QUE EL TRABAJO CRUZO LA MEDIANOCHE
       036-CALCULAR-DURACION.
           MOVE EDO-HORA-INICIO             TO HORA-CONVERSION-R
           PERFORM 080-HORA-A-SEGUNDOS
           MOVE SEGUNDOS-CONVERSION         TO SEGUNDOS-INICIO
           MOVE EDO-HORA-FIN                TO HORA-CONVERSION-R
           PERFORM 080-HORA-A-SEGUNDOS
           MOVE SEGUNDOS-CONVERSION         TO SEGUNDOS-FIN

           IF SEGUNDOS-FIN < SEGUNDOS-INICIO
               COMPUTE SEGUNDOS-DURACION =
                   SEGUNDOS-FIN + 86400 - SEGUNDOS-INICIO
           ELSE
               COMPUTE SEGUNDOS-DURACION =
                   SEGUNDOS-FIN - SEGUNDOS-INICIO
           END-IF
           .

       0341-RECORRER-HISTORIA.
           MOVE ARC-HISTORIA(IDX-ARCHIVO, IDX-HISTORIA)
               TO ARC-HISTORIA(IDX-ARCHIVO, IDX-HISTORIA - 1)
           .

       040-CALCULAR-PROMEDIO.
           MOVE 00                          TO SUMA-HISTORIA
           MOVE 00                          TO PROMEDIO-HISTORIA

           PERFORM 041-SUMAR-UNA-HISTORIA
               VARYING IDX-HISTORIA FROM 1 BY 1
               UNTIL IDX-HISTORIA > ARC-HISTORIAS(IDX-ARCHIVO)

           IF ARC-HISTORIAS(IDX-ARCHIVO) > 00
               COMPUTE PROMEDIO-HISTORIA ROUNDED =
                   SUMA-HISTORIA / ARC-HISTORIAS(IDX-ARCHIVO)
           END-IF
           .

       041-SUMAR-UNA-HISTORIA.
           ADD ARC-HISTORIA(IDX-ARCHIVO, IDX-HISTORIA)
                                            TO SUMA-HISTORIA
           .

      * UNA FECHA LISTADA EN EL CALENDARIO USA SU MARCA; UNA FECHA NO
      * LISTADA SE TOMA COMO HABIL DE LUNES A VIERNES (EL DIA 1 DEL
      * CALENDARIO INTERNO, 1601-01-01, FUE LUNES); SIN CALENDARIO
      * TODO DIA SE TOMA COMO HABIL
       017-ES-DIA-HABIL.
           MOVE "S"                         TO SW-DIA-HABIL

           IF NOT CALENDARIO-DISPONIBLE
               GO TO 017-ES-DIA-HABIL-EXIT
           END-IF

           MOVE "N"                         TO SW-FECHA-EN-CALENDARIO

           PERFORM 0171-BUSCAR-EN-CALENDARIO
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
       017-ES-DIA-HABIL-EXIT.
           EXIT.

       0171-BUSCAR-EN-CALENDARIO.
           IF CLD-FECHA(IDX-CALENDARIO) = FECHA-EXAMINADA
               MOVE "S"                     TO SW-FECHA-EN-CALENDARIO
               IF CLD-HABIL(IDX-CALENDARIO) = "S"
                   MOVE "S"                 TO SW-DIA-HABIL
               ELSE
                   MOVE "N"                 TO SW-DIA-HABIL
               END-IF
           END-IF
           .

       080-HORA-A-SEGUNDOS.
           IF HORA-CONVERSION-R IS NOT NUMERIC
               MOVE ZEROS                   TO HORA-CONVERSION-R
           END-IF
           COMPUTE SEGUNDOS-CONVERSION =
               HCV-HORAS * 3600 + HCV-MINUTOS * 60 + HCV-SEGUNDOS
           .

       081-SEGUNDOS-A-HORA.
           COMPUTE HCV-HORAS    = SEGUNDOS-CONVERSION / 3600
           COMPUTE HCV-MINUTOS  =
               FUNCTION MOD(SEGUNDOS-CONVERSION, 3600) / 60
           COMPUTE HCV-SEGUNDOS =
               FUNCTION MOD(SEGUNDOS-CONVERSION, 60)
           .

      * SEGUNDOS TRANSCURRIDOS DESDE EL INICIO DE LA VENTANA HASTA LA
      * HORA EN SEGUNDOS-CONVERSION (LA VENTANA PUEDE CRUZAR LA
      * MEDIANOCHE)
       082-DESFASE-EN-VENTANA.
           COMPUTE SEGUNDOS-CONVERSION =
               FUNCTION MOD(SEGUNDOS-CONVERSION + 86400
                            - SEGUNDOS-INICIO-VENTANA, 86400)
           .

       083-FORMATEAR-HHMMSS.
           MOVE HCV-HORAS                   TO FH-HORAS
           MOVE HCV-MINUTOS                 TO FH-MINUTOS
           MOVE HCV-SEGUNDOS                TO FH-SEGUNDOS
           .

       500-LEER-ESTADO.
           MOVE SPACES                      TO REG-ESTADO
           READ ARCHIVO-ESTADOS
               AT END
                   MOVE 01                  TO FIN-ARCHIVO
           END-READ

           IF FIN-ARCHIVO NOT = 01
              AND EDO-NUMERO-TRABAJO = 01
              AND SW-INICIO-COLA NOT = "S"
               MOVE EDO-HORA-INICIO         TO INICIO-COLA
           END-IF
           .

       100-TERMINAR-PROGRAMA.
           IF ESTADOS-DISPONIBLE
               CLOSE ARCHIVO-ESTADOS

               PERFORM 050-MOSTRAR-RESUMEN-ARCHIVOS
               PERFORM 060-PROYECTAR-COLA
                   THRU 060-PROYECTAR-COLA-EXIT
               PERFORM 990-PRESENTAR-RESUMEN
           END-IF

           PERFORM 981-AUDITAR-FIN

           STOP RUN
           .

       050-MOSTRAR-RESUMEN-ARCHIVOS.
           DISPLAY "================================================="
           DISPLAY "  RESUMEN POR ARCHIVO DE ENTRADA"
           DISPLAY "ARCHIVO ENTRADA      TRAB PROMEDIO MAXIMO   "
                   "REG/SEG PROM HABIL MARCAS"

           PERFORM 051-MOSTRAR-UN-ARCHIVO
               THRU 051-MOSTRAR-UN-ARCHIVO-EXIT
               VARYING IDX-ARCHIVO FROM 1 BY 1
               UNTIL IDX-ARCHIVO > TOTAL-ARCHIVOS
           .

      * UNA ENTRADA QUE SOLO TIENE HISTORIA PREVIA AL RANGO NO SE
      * RESUME
       051-MOSTRAR-UN-ARCHIVO.
           IF ARC-TRABAJOS(IDX-ARCHIVO) = 00
               GO TO 051-MOSTRAR-UN-ARCHIVO-EXIT
           END-IF

           COMPUTE PROMEDIO-SEGUNDOS ROUNDED =
               ARC-SEGUNDOS(IDX-ARCHIVO) / ARC-TRABAJOS(IDX-ARCHIVO)

           IF ARC-SEGUNDOS(IDX-ARCHIVO) > 00
               COMPUTE PROMEDIO-REGISTROS =
                   ARC-REGISTROS(IDX-ARCHIVO)
                   / ARC-SEGUNDOS(IDX-ARCHIVO)
           ELSE
               MOVE ARC-REGISTROS(IDX-ARCHIVO) TO PROMEDIO-REGISTROS
           END-IF

           PERFORM 040-CALCULAR-PROMEDIO

           DISPLAY ARC-ARCHIVO(IDX-ARCHIVO)(1:20) " "
                   ARC-TRABAJOS(IDX-ARCHIVO)(2:4) " "
                   WITH NO ADVANCING
           MOVE PROMEDIO-SEGUNDOS           TO SEGUNDOS-CONVERSION
           PERFORM 081-SEGUNDOS-A-HORA
           PERFORM 083-FORMATEAR-HHMMSS
           DISPLAY FORMATO-HORA " " WITH NO ADVANCING
           MOVE ARC-MAXIMO(IDX-ARCHIVO)     TO SEGUNDOS-CONVERSION
           PERFORM 081-SEGUNDOS-A-HORA
           PERFORM 083-FORMATEAR-HHMMSS
           DISPLAY FORMATO-HORA " " PROMEDIO-REGISTROS(3:7) " "
                   WITH NO ADVANCING
           MOVE PROMEDIO-HISTORIA           TO SEGUNDOS-CONVERSION
           PERFORM 081-SEGUNDOS-A-HORA
           PERFORM 083-FORMATEAR-HHMMSS
           DISPLAY FORMATO-HORA "   " ARC-MARCAS(IDX-ARCHIVO)
           .
       051-MOSTRAR-UN-ARCHIVO-EXIT.
           EXIT.

      * LA COLA ACTUAL DE PARMFILE SE PROYECTA CON EL PROMEDIO EN DIA
      * HABIL DE CADA ENTRADA A PARTIR DE RVB_INICIO_COLA (O DE LA
      * HORA DE INICIO DEL PRIMER TRABAJO DE LA ULTIMA CORRIDA); UNA
      * ENTRADA SIN HISTORIA NO SUMA Y SE SENALA
       060-PROYECTAR-COLA.
           DISPLAY "================================================="
           DISPLAY "  PROYECCION DE LA COLA DE PARMFILE"

           MOVE 00                          TO SEGUNDOS-COLA
           MOVE 00                          TO TRABAJOS-COLA
           MOVE 00                          TO TRABAJOS-SIN-HISTORIA
           MOVE 00                          TO FIN-ARCHIVO

           MOVE SPACES                      TO EST-PARAMETROS
           OPEN INPUT ARCHIVO-PARAMETROS

           IF EST-PARAMETROS NOT = "00"
               DISPLAY "  SIN ARCHIVO DE PARAMETROS (PARMFILE), NO HAY "
               DISPLAY "  COLA QUE PROYECTAR"
               GO TO 060-PROYECTAR-COLA-EXIT
           END-IF

           PERFORM 061-PROYECTAR-UN-TRABAJO
               UNTIL FIN-ARCHIVO = 01

           CLOSE ARCHIVO-PARAMETROS

           MOVE INICIO-COLA                 TO HORA-CONVERSION-R
           PERFORM 083-FORMATEAR-HHMMSS
           DISPLAY "  TRABAJOS EN LA COLA.......: " TRABAJOS-COLA
           DISPLAY "  TRABAJOS SIN HISTORIA.....: "
                   TRABAJOS-SIN-HISTORIA
           DISPLAY "  INICIO DE LA COLA.........: " FORMATO-HORA

           MOVE SEGUNDOS-COLA               TO SEGUNDOS-CONVERSION
           IF SEGUNDOS-COLA > 86399
               MOVE 86399                   TO SEGUNDOS-CONVERSION
           END-IF
           PERFORM 081-SEGUNDOS-A-HORA
           PERFORM 083-FORMATEAR-HHMMSS
           DISPLAY "  DURACION PROYECTADA.......: " FORMATO-HORA

           MOVE INICIO-COLA                 TO HORA-CONVERSION-R
           PERFORM 080-HORA-A-SEGUNDOS
           COMPUTE SEGUNDOS-CONVERSION =
               FUNCTION MOD(SEGUNDOS-CONVERSION + SEGUNDOS-COLA, 86400)
           PERFORM 081-SEGUNDOS-A-HORA
           PERFORM 083-FORMATEAR-HHMMSS
           DISPLAY "  TERMINO PROYECTADO........: " FORMATO-HORA

      * TIEMPO QUE QUEDA DESDE EL INICIO DE LA COLA HASTA EL FIN DE LA
      * VENTANA
           MOVE INICIO-COLA                 TO HORA-CONVERSION-R
           PERFORM 080-HORA-A-SEGUNDOS
           PERFORM 082-DESFASE-EN-VENTANA
           IF SEGUNDOS-CONVERSION > DESFASE-FIN-VENTANA
               MOVE 00                      TO SEGUNDOS-DISPONIBLES
           ELSE
               COMPUTE SEGUNDOS-DISPONIBLES =
                   DESFASE-FIN-VENTANA - SEGUNDOS-CONVERSION
           END-IF

           IF SEGUNDOS-COLA > SEGUNDOS-DISPONIBLES
               DISPLAY "  *** LA COLA PROYECTADA TERMINA FUERA DE LA "
                       "VENTANA (" FIN-VENTANA ") ***"
           ELSE
               COMPUTE SEGUNDOS-CONVERSION =
                   SEGUNDOS-DISPONIBLES - SEGUNDOS-COLA
               PERFORM 081-SEGUNDOS-A-HORA
               PERFORM 083-FORMATEAR-HHMMSS
               DISPLAY "  MARGEN ANTES DEL FIN......: " FORMATO-HORA
           END-IF
           .
       060-PROYECTAR-COLA-EXIT.
           EXIT.

       061-PROYECTAR-UN-TRABAJO.
           READ ARCHIVO-PARAMETROS
               AT END
                   MOVE 01                  TO FIN-ARCHIVO
               NOT AT END
                   IF REG-PARAMETROS NOT = SPACES
                       ADD +01              TO TRABAJOS-COLA
                       PERFORM 062-SUMAR-PROMEDIO-TRABAJO
                   END-IF
           END-READ
           .

       062-SUMAR-PROMEDIO-TRABAJO.
           MOVE 00                          TO IDX-ARCHIVO-UBICADO
           PERFORM 0621-BUSCAR-ARCHIVO-COLA
               VARYING IDX-ARCHIVO FROM 1 BY 1
               UNTIL IDX-ARCHIVO > TOTAL-ARCHIVOS
               OR IDX-ARCHIVO-UBICADO > 00

           MOVE 00                          TO PROMEDIO-HISTORIA
           IF IDX-ARCHIVO-UBICADO > 00
               MOVE IDX-ARCHIVO-UBICADO     TO IDX-ARCHIVO
               PERFORM 040-CALCULAR-PROMEDIO
           END-IF

           IF IDX-ARCHIVO-UBICADO = 00
              OR ARC-HISTORIAS(IDX-ARCHIVO) = 00
               ADD +01                      TO TRABAJOS-SIN-HISTORIA
               DISPLAY "  SIN HISTORIA: " PAR-ARCHIVO-ENTRADA(1:60)
           ELSE
               ADD PROMEDIO-HISTORIA        TO SEGUNDOS-COLA
           END-IF
           .

       0621-BUSCAR-ARCHIVO-COLA.
           IF ARC-ARCHIVO(IDX-ARCHIVO) = PAR-ARCHIVO-ENTRADA
               MOVE IDX-ARCHIVO             TO IDX-ARCHIVO-UBICADO
           END-IF
           .

       990-PRESENTAR-RESUMEN.
           DISPLAY "================================================="
           DISPLAY "*  TRABAJOS EN EL RANGO.....: " TOTAL-TRABAJOS
           DISPLAY "*  RENGLONES SIN FECHA......: " TOTAL-SIN-FECHA
           DISPLAY "*  OBJETIVOS NO CUMPLIDOS...: "
                   TOTAL-OBJETIVOS-FALLIDOS
           DISPLAY "*  DURACIONES EXCEDIDAS.....: "
                   TOTAL-DURACIONES-EXCEDIDAS
           DISPLAY "*  CRECIMIENTOS MARCADOS....: " TOTAL-CRECIMIENTOS
           DISPLAY "*  CRUCES DE MEDIANOCHE.....: " TOTAL-MEDIANOCHES
           DISPLAY "*  TERMINOS FUERA VENTANA...: " TOTAL-FUERA-VENTANA
           DISPLAY "================================================="
           .

      * BITACORA DE AUDITORIA: INICIO CON LAS VARIABLES DE AMBIENTE
      * QUE GOBIERNAN EL PROGRAMA, FIN CON EL CODIGO DE RETORNO Y LA
      * CORRIDA O GENERACION TRATADA
       980-AUDITAR-INICIO.
           MOVE "INICIO"                    TO PAU-TIPO
           MOVE SPACES                      TO PAU-DETALLE
           STRING "RVB_DESDE RVB_HASTA RVB_PORCIENTO "
                  DELIMITED BY SIZE,
                  "RVB_HISTORIA RVB_INICIO_VENTANA "
                  DELIMITED BY SIZE,
                  "RVB_FIN_VENTANA RVB_INICIO_COLA"
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
       END PROGRAM REPORTE-VENTANA-BATCH.
