      *================================================================*
      *           L O G    D E    M O D I F I C A C I O N E S          *
      *================================================================*
      *  AUTOR       FECHA   DESCRIPCION                               *
      * ----------- -------- ----------------------------------------- *
      * @loo-kuhs   15/10/26 PRIMERA VERSION - REPORTE MENSUAL DE      *
      *                      CARGOS POR DEPARTAMENTO: ASIGNA CADA      *
      *                      PREFIJO (NOMBRE-INICIAL) O ARCHIVO DE     *
      *                      ENTRADA A UN DEPARTAMENTO Y CENTRO DE     *
      *                      COSTO SEGUN DEPARTAMENTOS; TOTALIZA DEL   *
      *                      MES RCD_MES (AAMM, DEFECTO EL MES EN      *
      *                      CURSO) LAS CORRIDAS, REGISTROS LEIDOS Y   *
      *                      ESCRITOS, RECHAZOS, DUPLICADOS Y MIEMBROS *
      *                      DE BITACORA Y BITACORA-HIST; MIDE EL      *
      *                      ESPACIO QUE OCUPAN LAS GENERACIONES       *
      *                      RETENIDAS Y SUS COPIAS ARCHIVADAS         *
      *                      (RCD_PREFIJO_ARCHIVO, DEFECTO ARCH-)      *
      *                      UBICANDO LOS MIEMBROS POR LOS MANIFIESTOS *
      *                      DE CADA CORRIDA DEL CATALOGO; APLICA      *
      *                      TARIFAS (POR MIL REGISTROS LEIDOS Y POR   *
      *                      MEGABYTE RETENIDO POR DIA) POR CENTRO DE  *
      *                      COSTO Y GRABA EL EXTRACTO CARGOS-AAMM     *
      *                      PARA FINANZAS; LOS PREFIJOS SIN           *
      *                      DEPARTAMENTO SE LISTAN APARTE Y DEJAN     *
      *                      CODIGO DE RETORNO 4                       *
      *                                                                *
      *================================================================*
      * AUTOR       USER PROFILE URL                                   *
      * ---------   -------------------------------------------------- *
      * @loo-kuhs   https://github.com/loo-kuhs/                       *
      *================================================================*
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. REPORTE-CARGOS-DEPARTAMENTO.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               SELECT ARCHIVO-DEPARTAMENTOS
               ASSIGN       TO "DEPARTAMENTOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS EST-DEPARTAMENTOS.

               SELECT ARCHIVO-TARIFAS
               ASSIGN       TO "TARIFAS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS EST-TARIFAS.

               SELECT ARCHIVO-CATALOGO
               ASSIGN       TO "CATALOGO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS EST-CATALOGO.

               SELECT ARCHIVO-BITACORA
               ASSIGN       TO NOMBRE-BITACORA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS EST-BITACORA.

               SELECT ARCHIVO-MANIFIESTO
               ASSIGN       TO NOMBRE-MANIFIESTO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS EST-MANIFIESTO.

               SELECT ARCHIVO-EXTRACTO
               ASSIGN       TO NOMBRE-EXTRACTO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS EST-EXTRACTO.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      * UN RENGLON ASIGNA UN PREFIJO O, SI TRAE ARCHIVO DE ENTRADA,
      * ESE ARCHIVO; LA ASIGNACION POR ARCHIVO DE ENTRADA PREVALECE
      * SOBRE LA DEL PREFIJO. UN "*" EN LA COLUMNA 1 ES COMENTARIO
       FD  ARCHIVO-DEPARTAMENTOS.
       01  REG-DEPARTAMENTO.
           05 DEP-PREFIJO                    PIC X(44).
           05 FILLER                         PIC X(01).
           05 DEP-ARCHIVO-ENTRADA            PIC X(100).
           05 FILLER                         PIC X(01).
           05 DEP-DEPARTAMENTO               PIC X(20).
           05 FILLER                         PIC X(01).
           05 DEP-CENTRO-COSTO               PIC X(10).

      * TARIFA POR MIL REGISTROS LEIDOS Y POR MEGABYTE RETENIDO POR
      * DIA, CON CUATRO DECIMALES IMPLICITOS; EL CENTRO GENERAL APLICA
      * A LOS CENTROS DE COSTO SIN TARIFA PROPIA
       FD  ARCHIVO-TARIFAS.
       01  REG-TARIFA.
           05 TAR-CENTRO-COSTO               PIC X(10).
           05 FILLER                         PIC X(01).
           05 TAR-POR-MIL-REGISTROS          PIC 9(05)V9(04).
           05 FILLER                         PIC X(01).
           05 TAR-POR-MB-DIA                 PIC 9(05)V9(04).

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

       FD  ARCHIVO-MANIFIESTO.
       01  REG-MANIFIESTO.
           05 MAN-NOMBRE-ARCHIVO             PIC X(50).
           05 FILLER                         PIC X(01).
           05 MAN-REG-ESCRITOS               PIC 9(09).
           05 FILLER                         PIC X(01).
           05 MAN-CHECKSUM                   PIC 9(10).
           05 FILLER                         PIC X(01).
           05 MAN-GRUPOS                     PIC 9(09).

      * EXTRACTO PARA FINANZAS: UN RENGLON POR CENTRO DE COSTO,
      * DEPARTAMENTO Y PREFIJO; IMPORTES CON DOS DECIMALES IMPLICITOS
       FD  ARCHIVO-EXTRACTO.
       01  REG-EXTRACTO.
           05 EXT-MES                        PIC 9(04).
           05 FILLER                         PIC X(01).
           05 EXT-CENTRO-COSTO               PIC X(10).
           05 FILLER                         PIC X(01).
           05 EXT-DEPARTAMENTO               PIC X(20).
           05 FILLER                         PIC X(01).
           05 EXT-PREFIJO                    PIC X(44).
           05 FILLER                         PIC X(01).
           05 EXT-CORRIDAS                   PIC 9(07).
           05 FILLER                         PIC X(01).
           05 EXT-REG-LEIDOS                 PIC 9(12).
           05 FILLER                         PIC X(01).
           05 EXT-REG-ESCRITOS               PIC 9(12).
           05 FILLER                         PIC X(01).
           05 EXT-REG-RECHAZADOS             PIC 9(12).
           05 FILLER                         PIC X(01).
           05 EXT-REG-DUPLICADOS             PIC 9(12).
           05 FILLER                         PIC X(01).
           05 EXT-MIEMBROS                   PIC 9(07).
           05 FILLER                         PIC X(01).
           05 EXT-BYTES-RETENIDOS            PIC 9(15).
           05 FILLER                         PIC X(01).
           05 EXT-BYTES-ARCHIVADOS           PIC 9(15).
           05 FILLER                         PIC X(01).
           05 EXT-MB-DIA                     PIC 9(11)V9(02).
           05 FILLER                         PIC X(01).
           05 EXT-CARGO-PROCESO              PIC 9(11)V9(02).
           05 FILLER                         PIC X(01).
           05 EXT-CARGO-ESPACIO              PIC 9(11)V9(02).
           05 FILLER                         PIC X(01).
           05 EXT-CARGO-TOTAL                PIC 9(11)V9(02).
      *-----------------------
       WORKING-STORAGE SECTION.
       77  EST-DEPARTAMENTOS                PIC X(02) VALUE SPACES.
       77  EST-TARIFAS                      PIC X(02) VALUE SPACES.
       77  EST-CATALOGO                     PIC X(02) VALUE SPACES.
       77  EST-BITACORA                     PIC X(02) VALUE SPACES.
       77  EST-MANIFIESTO                   PIC X(02) VALUE SPACES.
       77  EST-EXTRACTO                     PIC X(02) VALUE SPACES.
       77  FIN-ARCHIVO                      PIC 9(01) VALUE 00.
       77  FIN-MANIFIESTO                   PIC 9(01) VALUE 00.

       77  NOMBRE-BITACORA                  PIC X(20) VALUE SPACES.
       77  NOMBRE-MANIFIESTO                PIC X(70) VALUE SPACES.
       77  NOMBRE-EXTRACTO                  PIC X(20) VALUE SPACES.

       77  SW-PROCESO-OK                    PIC X(01) VALUE "S".
           88 PROCESO-VIABLE                           VALUE "S".

       77  PARAMETRO-AMBIENTE               PIC X(06) VALUE SPACES.
       77  MES-REPORTE                      PIC 9(04) VALUE 00.
       77  PREFIJO-ARCHIVO                  PIC X(10) VALUE SPACES.
       77  LONGITUD-PREFIJO                 PIC 9(02) VALUE 00.
       77  FECHA-HOY                        PIC 9(06) VALUE 00.

      * DIAS DEL MES EN NUMERO ENTERO DE FECHA: DEL PRIMERO DEL MES AL
      * ULTIMO, O A HOY SI EL MES ESTA EN CURSO
       77  FECHA-LARGA                      PIC 9(08) VALUE 00.
       77  ENTERO-INICIO-MES                PIC 9(07) VALUE 00.
       77  ENTERO-FIN-MES                   PIC 9(07) VALUE 00.
       77  ENTERO-HOY                       PIC 9(07) VALUE 00.
       77  ENTERO-ARCHIVO                   PIC 9(07) VALUE 00.
       77  ENTERO-DESDE                     PIC 9(07) VALUE 00.
       77  DIAS-RETENIDOS                   PIC 9(03) VALUE 00.
       77  ANIO-SIGUIENTE                   PIC 9(04) VALUE 00.
       77  MES-SIGUIENTE                    PIC 9(02) VALUE 00.

       01  TABLA-DEPARTAMENTOS.
           05 DEPARTAMENTO-ENTRY            OCCURS 200 TIMES.
               10 DPT-PREFIJO               PIC X(44).
               10 DPT-ARCHIVO-ENTRADA       PIC X(100).
               10 DPT-DEPARTAMENTO          PIC X(20).
               10 DPT-CENTRO-COSTO          PIC X(10).

       77  TOTAL-DEPARTAMENTOS              PIC 9(03) VALUE 00.
       77  IDX-DEPARTAMENTO                 PIC 9(03) VALUE 00.

       01  TABLA-TARIFAS.
           05 TARIFA-ENTRY                  OCCURS 100 TIMES.
               10 TRF-CENTRO-COSTO          PIC X(10).
               10 TRF-POR-MIL-REGISTROS     PIC 9(05)V9(04).
               10 TRF-POR-MB-DIA            PIC 9(05)V9(04).

       77  TOTAL-TARIFAS                    PIC 9(03) VALUE 00.
       77  IDX-TARIFA                       PIC 9(03) VALUE 00.
       77  IDX-TARIFA-UBICADA               PIC 9(03) VALUE 00.
       77  IDX-TARIFA-GENERAL               PIC 9(03) VALUE 00.

      * UN RENGLON POR MIEMBRO CATALOGADO: DE AHI SALE EL PREFIJO Y LA
      * ENTRADA DE CADA RENGLON DE BITACORA Y DE CADA MIEMBRO MEDIDO
       01  TABLA-CATALOGO.
           05 CATALOGO-ENTRY                OCCURS 3000 TIMES.
               10 CTL-RUN-ID                PIC X(13).
               10 CTL-PREFIJO               PIC X(44).
               10 CTL-ARCHIVO-ENTRADA       PIC X(100).
               10 CTL-MIEMBRO               PIC X(50).

       77  TOTAL-CATALOGO                   PIC 9(04) VALUE 00.
       77  IDX-CATALOGO                     PIC 9(04) VALUE 00.
       77  IDX-CATALOGO-UBICADO             PIC 9(04) VALUE 00.
       77  SW-CATALOGO-LLENO                PIC X(01) VALUE "N".

       01  TABLA-CORRIDAS.
           05 CORRIDA-ENTRY                 OCCURS 1000 TIMES.
               10 CRR-RUN-ID                PIC X(13).

       77  TOTAL-CORRIDAS                   PIC 9(04) VALUE 00.
       77  IDX-CORRIDA                      PIC 9(04) VALUE 00.
       77  SW-CORRIDA-EXISTE                PIC X(01) VALUE "N".
       77  SW-CORRIDAS-LLENAS               PIC X(01) VALUE "N".

      * ACUMULADOS POR DEPARTAMENTO, CENTRO DE COSTO Y PREFIJO; UN
      * RENGLON SIN DEPARTAMENTO ES UN PREFIJO (O UNA ENTRADA SIN
      * CATALOGO) QUE NO TIENE ASIGNACION
       01  TABLA-CARGOS.
           05 CARGO-ENTRY                   OCCURS 300 TIMES.
               10 CRG-DEPARTAMENTO          PIC X(20).
               10 CRG-CENTRO-COSTO          PIC X(10).
               10 CRG-PREFIJO               PIC X(44).
               10 CRG-SW-ENTRADA            PIC X(01).
               10 CRG-CORRIDAS              PIC 9(07).
               10 CRG-REG-LEIDOS            PIC 9(12).
               10 CRG-REG-ESCRITOS          PIC 9(12).
               10 CRG-REG-RECHAZADOS        PIC 9(12).
               10 CRG-REG-DUPLICADOS        PIC 9(12).
               10 CRG-MIEMBROS              PIC 9(07).
               10 CRG-BYTES-RETENIDOS       PIC 9(15).
               10 CRG-BYTES-ARCHIVADOS      PIC 9(15).
               10 CRG-MB-DIA                PIC 9(11)V9(04).
               10 CRG-CARGO-PROCESO         PIC 9(11)V9(02).
               10 CRG-CARGO-ESPACIO         PIC 9(11)V9(02).

       77  TOTAL-CARGOS                     PIC 9(03) VALUE 00.
       77  IDX-CARGO                        PIC 9(03) VALUE 00.
       77  IDX-CARGO-UBICADO                PIC 9(03) VALUE 00.
       77  SW-CARGOS-LLENOS                 PIC X(01) VALUE "N".

       01  TABLA-CENTROS.
           05 CENTRO-ENTRY                  OCCURS 100 TIMES.
               10 CNT-CENTRO-COSTO          PIC X(10).
               10 CNT-CARGO-PROCESO         PIC 9(11)V9(02).
               10 CNT-CARGO-ESPACIO         PIC 9(11)V9(02).

       77  TOTAL-CENTROS                    PIC 9(03) VALUE 00.
       77  IDX-CENTRO                       PIC 9(03) VALUE 00.
       77  IDX-CENTRO-UBICADO               PIC 9(03) VALUE 00.

      * LLAVE DE ASIGNACION DEL RENGLON O MIEMBRO EN PROCESO
       77  CLAVE-PREFIJO                    PIC X(44) VALUE SPACES.
       77  CLAVE-ARCHIVO-ENTRADA            PIC X(100) VALUE SPACES.
       77  CLAVE-SW-ENTRADA                 PIC X(01) VALUE "N".
       77  CLAVE-DEPARTAMENTO               PIC X(20) VALUE SPACES.
       77  CLAVE-CENTRO-COSTO               PIC X(10) VALUE SPACES.

      * CBL_CHECK_FILE_EXIST DEVUELVE EL TAMANO EN BYTES Y LA FECHA DE
      * LA ULTIMA MODIFICACION DEL ARCHIVO
       77  NOMBRE-MEDIDO                    PIC X(70) VALUE SPACES.
       01  DETALLE-ARCHIVO.
           05 DAR-TAMANO                    PIC X(08) COMP-X.
           05 DAR-DIA                       PIC X(01) COMP-X.
           05 DAR-MES                       PIC X(01) COMP-X.
           05 DAR-ANIO                      PIC X(02) COMP-X.
           05 DAR-HORA                      PIC X(01) COMP-X.
           05 DAR-MINUTO                    PIC X(01) COMP-X.
           05 DAR-SEGUNDO                   PIC X(01) COMP-X.
           05 DAR-CENTESIMA                 PIC X(01) COMP-X.
       77  BYTES-MEDIDOS                    PIC 9(15) VALUE 00.
       77  SW-MIEMBRO-ARCHIVADO             PIC X(01) VALUE "N".
       77  RETORNO-PREVIO                   PIC S9(09) VALUE 00.
       77  CODIGO-SISTEMA                   PIC S9(09) VALUE 00.

       01  FORMATO-IMPORTES.
           05 FORMATO-PROCESO               PIC ZZ,ZZZ,ZZ9.99.
           05 FORMATO-ESPACIO               PIC ZZ,ZZZ,ZZ9.99.
           05 FORMATO-TOTAL                 PIC ZZ,ZZZ,ZZ9.99.
           05 FORMATO-MB-DIA                PIC ZZ,ZZZ,ZZ9.99.

       01  CIFRAS-CARGOS.
           05 TOTAL-RENGLONES-MES           PIC 9(07) VALUE 00.
           05 TOTAL-MIEMBROS-MEDIDOS        PIC 9(07) VALUE 00.
           05 TOTAL-MIEMBROS-AUSENTES       PIC 9(07) VALUE 00.
           05 TOTAL-MANIFIESTOS             PIC 9(05) VALUE 00.
           05 TOTAL-SIN-ASIGNAR             PIC 9(05) VALUE 00.
           05 TOTAL-SIN-TARIFA              PIC 9(05) VALUE 00.
           05 TOTAL-EXTRACTO                PIC 9(05) VALUE 00.
           05 TOTAL-CARGO-PROCESO           PIC 9(11)V9(02) VALUE 00.
           05 TOTAL-CARGO-ESPACIO           PIC 9(11)V9(02) VALUE 00.

      * ENTRADA PARA LA BITACORA COMUN DE AUDITORIA (REGISTRA-AUDITORIA)
       01  PARAMETROS-AUDITORIA.
           05 PAU-TIPO                      PIC X(10) VALUE SPACES.
           05 PAU-PROGRAMA                  PIC X(30)
                   VALUE "REPORTE-CARGOS-DEPARTAMENTO".
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
               MOVE "BITACORA"              TO NOMBRE-BITACORA
               PERFORM 020-PROCESAR-BITACORA
                   THRU 020-PROCESAR-BITACORA-EXIT
               MOVE "BITACORA-HIST"         TO NOMBRE-BITACORA
               PERFORM 020-PROCESAR-BITACORA
                   THRU 020-PROCESAR-BITACORA-EXIT

               PERFORM 030-MEDIR-ESPACIO
                   VARYING IDX-CORRIDA FROM 1 BY 1
                   UNTIL IDX-CORRIDA > TOTAL-CORRIDAS

               PERFORM 040-CALCULAR-CARGOS
                   VARYING IDX-CARGO FROM 1 BY 1
                   UNTIL IDX-CARGO > TOTAL-CARGOS

               PERFORM 050-REPORTAR-CARGOS
               PERFORM 060-REPORTAR-CENTROS
               PERFORM 070-REPORTAR-SIN-ASIGNAR
               PERFORM 080-GRABAR-EXTRACTO
                   THRU 080-GRABAR-EXTRACTO-EXIT
           END-IF

           PERFORM 100-TERMINAR-PROGRAMA
           .

       010-INICIAR-PROGRAMA.

           ACCEPT FECHA-HOY                 FROM DATE
           MOVE FECHA-HOY(1:4)              TO MES-REPORTE

           ACCEPT PARAMETRO-AMBIENTE    FROM ENVIRONMENT "RCD_MES"
           IF PARAMETRO-AMBIENTE(1:4) IS NUMERIC
              AND PARAMETRO-AMBIENTE(3:2) > "00"
              AND PARAMETRO-AMBIENTE(3:2) < "13"
               MOVE PARAMETRO-AMBIENTE(1:4) TO MES-REPORTE
           END-IF

           ACCEPT PREFIJO-ARCHIVO
                                FROM ENVIRONMENT "RCD_PREFIJO_ARCHIVO"
           IF PREFIJO-ARCHIVO = SPACES
               MOVE "ARCH-"                 TO PREFIJO-ARCHIVO
           END-IF
           MOVE FUNCTION LENGTH(FUNCTION TRIM(PREFIJO-ARCHIVO))
               TO LONGITUD-PREFIJO

           MOVE SPACES                      TO NOMBRE-EXTRACTO
           STRING "CARGOS-"                 DELIMITED BY SIZE,
                  MES-REPORTE               DELIMITED BY SIZE
               INTO NOMBRE-EXTRACTO
           END-STRING

           PERFORM 011-CALCULAR-DIAS-MES

           PERFORM 015-CARGAR-DEPARTAMENTOS
               THRU 015-CARGAR-DEPARTAMENTOS-EXIT
           IF NOT PROCESO-VIABLE
               GO TO 010-INICIAR-PROGRAMA-EXIT
           END-IF

           PERFORM 016-CARGAR-TARIFAS
               THRU 016-CARGAR-TARIFAS-EXIT
           IF NOT PROCESO-VIABLE
               GO TO 010-INICIAR-PROGRAMA-EXIT
           END-IF

           PERFORM 017-CARGAR-CATALOGO
               THRU 017-CARGAR-CATALOGO-EXIT

           DISPLAY "================================================="
           DISPLAY "  REPORTE DE CARGOS POR DEPARTAMENTO"
           DISPLAY "  MES (AAMM).........: " MES-REPORTE
           DISPLAY "  PREFIJO ARCHIVADO..: " PREFIJO-ARCHIVO
           DISPLAY "  DEPARTAMENTOS......: " TOTAL-DEPARTAMENTOS
           DISPLAY "  TARIFAS............: " TOTAL-TARIFAS
           DISPLAY "  EXTRACTO...........: " NOMBRE-EXTRACTO
           DISPLAY "================================================="
           .
       010-INICIAR-PROGRAMA-EXIT.
           EXIT.

       011-CALCULAR-DIAS-MES.
           COMPUTE FECHA-LARGA = 20000000 + MES-REPORTE * 100 + 1
           COMPUTE ENTERO-INICIO-MES =
               FUNCTION INTEGER-OF-DATE(FECHA-LARGA)

           COMPUTE ANIO-SIGUIENTE = 2000 + MES-REPORTE / 100
           COMPUTE MES-SIGUIENTE =
               FUNCTION MOD(MES-REPORTE, 100) + 1
           IF MES-SIGUIENTE > 12
               MOVE 01                      TO MES-SIGUIENTE
               ADD +01                      TO ANIO-SIGUIENTE
           END-IF
           COMPUTE FECHA-LARGA =
               ANIO-SIGUIENTE * 10000 + MES-SIGUIENTE * 100 + 1
           COMPUTE ENTERO-FIN-MES =
               FUNCTION INTEGER-OF-DATE(FECHA-LARGA) - 1

           COMPUTE FECHA-LARGA = 20000000 + FECHA-HOY
           COMPUTE ENTERO-HOY = FUNCTION INTEGER-OF-DATE(FECHA-LARGA)
           IF ENTERO-HOY < ENTERO-FIN-MES
               MOVE ENTERO-HOY              TO ENTERO-FIN-MES
           END-IF
           .

       015-CARGAR-DEPARTAMENTOS.
           MOVE 00                          TO FIN-ARCHIVO
           MOVE SPACES                      TO EST-DEPARTAMENTOS
           OPEN INPUT ARCHIVO-DEPARTAMENTOS

           IF EST-DEPARTAMENTOS NOT = "00"
               DISPLAY "NO EXISTE EL ARCHIVO DEPARTAMENTOS, NO HAY "
                       "A QUIEN CARGAR, SE ABORTA EL REPORTE"
               MOVE "N"                     TO SW-PROCESO-OK
               MOVE 08                      TO RETURN-CODE
               GO TO 015-CARGAR-DEPARTAMENTOS-EXIT
           END-IF

           PERFORM 0151-LEER-UN-DEPARTAMENTO
               UNTIL FIN-ARCHIVO = 01

           CLOSE ARCHIVO-DEPARTAMENTOS
           .
       015-CARGAR-DEPARTAMENTOS-EXIT.
           EXIT.

       0151-LEER-UN-DEPARTAMENTO.
           READ ARCHIVO-DEPARTAMENTOS
               AT END
                   MOVE 01                  TO FIN-ARCHIVO
               NOT AT END
                   IF REG-DEPARTAMENTO(1:1) NOT = "*"
                      AND DEP-DEPARTAMENTO NOT = SPACES
                      AND (DEP-PREFIJO NOT = SPACES
                           OR DEP-ARCHIVO-ENTRADA NOT = SPACES)
                       IF TOTAL-DEPARTAMENTOS < 200
                           ADD  +01         TO TOTAL-DEPARTAMENTOS
                           MOVE DEP-PREFIJO
                             TO DPT-PREFIJO(TOTAL-DEPARTAMENTOS)
                           MOVE DEP-ARCHIVO-ENTRADA
                             TO DPT-ARCHIVO-ENTRADA(TOTAL-DEPARTAMENTOS)
                           MOVE DEP-DEPARTAMENTO
                             TO DPT-DEPARTAMENTO(TOTAL-DEPARTAMENTOS)
                           MOVE DEP-CENTRO-COSTO
                             TO DPT-CENTRO-COSTO(TOTAL-DEPARTAMENTOS)
                       ELSE
                           DISPLAY "DEPARTAMENTOS CON MAS DE 200 "
                                   "ASIGNACIONES, SE IGNORA: "
                                   DEP-PREFIJO
                       END-IF
                   END-IF
           END-READ
           .

       016-CARGAR-TARIFAS.
           MOVE 00                          TO FIN-ARCHIVO
           MOVE SPACES                      TO EST-TARIFAS
           OPEN INPUT ARCHIVO-TARIFAS

           IF EST-TARIFAS NOT = "00"
               DISPLAY "NO EXISTE EL ARCHIVO TARIFAS, NO SE PUEDEN "
                       "CALCULAR CARGOS, SE ABORTA EL REPORTE"
               MOVE "N"                     TO SW-PROCESO-OK
               MOVE 08                      TO RETURN-CODE
               GO TO 016-CARGAR-TARIFAS-EXIT
           END-IF

           PERFORM 0161-LEER-UNA-TARIFA
               UNTIL FIN-ARCHIVO = 01

           CLOSE ARCHIVO-TARIFAS
           .
       016-CARGAR-TARIFAS-EXIT.
           EXIT.

       0161-LEER-UNA-TARIFA.
           READ ARCHIVO-TARIFAS
               AT END
                   MOVE 01                  TO FIN-ARCHIVO
               NOT AT END
                   IF REG-TARIFA(1:1) NOT = "*"
                      AND TAR-CENTRO-COSTO NOT = SPACES
                      AND TAR-POR-MIL-REGISTROS IS NUMERIC
                      AND TAR-POR-MB-DIA IS NUMERIC
                      AND TOTAL-TARIFAS < 100
                       ADD  +01             TO TOTAL-TARIFAS
                       MOVE TAR-CENTRO-COSTO
                           TO TRF-CENTRO-COSTO(TOTAL-TARIFAS)
                       MOVE TAR-POR-MIL-REGISTROS
                           TO TRF-POR-MIL-REGISTROS(TOTAL-TARIFAS)
                       MOVE TAR-POR-MB-DIA
                           TO TRF-POR-MB-DIA(TOTAL-TARIFAS)
                       IF TAR-CENTRO-COSTO = "GENERAL"
                           MOVE TOTAL-TARIFAS
                               TO IDX-TARIFA-GENERAL
                       END-IF
                   END-IF
           END-READ
           .

      * SIN CATALOGO NO HAY PREFIJOS NI MANIFIESTOS QUE MEDIR: LAS
      * CORRIDAS SOLO SE ASIGNAN POR ARCHIVO DE ENTRADA
       017-CARGAR-CATALOGO.
           MOVE 00                          TO FIN-ARCHIVO
           MOVE SPACES                      TO EST-CATALOGO
           OPEN INPUT ARCHIVO-CATALOGO

           IF EST-CATALOGO NOT = "00"
               DISPLAY "SIN CATALOGO, NO SE MIDE EL ESPACIO Y LAS "
                       "CORRIDAS SE ASIGNAN POR ARCHIVO DE ENTRADA"
               GO TO 017-CARGAR-CATALOGO-EXIT
           END-IF

           PERFORM 0171-LEER-UN-CATALOGO
               UNTIL FIN-ARCHIVO = 01

           CLOSE ARCHIVO-CATALOGO

           IF SW-CATALOGO-LLENO = "S"
               DISPLAY "CATALOGO CON MAS DE 3000 MIEMBROS, LOS "
                       "EXCEDENTES NO SE ASIGNAN NI SE MIDEN"
           END-IF
           .
       017-CARGAR-CATALOGO-EXIT.
           EXIT.

       0171-LEER-UN-CATALOGO.
           READ ARCHIVO-CATALOGO
               AT END
                   MOVE 01                  TO FIN-ARCHIVO
               NOT AT END
                   IF CAT-RUN-ID NOT = SPACES
                       PERFORM 0172-GUARDAR-MIEMBRO
                       PERFORM 0173-GUARDAR-CORRIDA
                   END-IF
           END-READ
           .

       0172-GUARDAR-MIEMBRO.
           IF TOTAL-CATALOGO < 3000
               ADD  +01                     TO TOTAL-CATALOGO
               MOVE CAT-RUN-ID          TO CTL-RUN-ID(TOTAL-CATALOGO)
               MOVE CAT-NOMBRE-INICIAL  TO CTL-PREFIJO(TOTAL-CATALOGO)
               MOVE CAT-ARCHIVO-ENTRADA
                   TO CTL-ARCHIVO-ENTRADA(TOTAL-CATALOGO)
               MOVE CAT-NOMBRE-MIEMBRO  TO CTL-MIEMBRO(TOTAL-CATALOGO)
           ELSE
               MOVE "S"                     TO SW-CATALOGO-LLENO
           END-IF
           .

       0173-GUARDAR-CORRIDA.
           MOVE "N"                         TO SW-CORRIDA-EXISTE
           PERFORM 0174-BUSCAR-CORRIDA
               VARYING IDX-CORRIDA FROM 1 BY 1
               UNTIL IDX-CORRIDA > TOTAL-CORRIDAS
               OR SW-CORRIDA-EXISTE = "S"

           IF SW-CORRIDA-EXISTE NOT = "S"
               IF TOTAL-CORRIDAS < 1000
                   ADD  +01                 TO TOTAL-CORRIDAS
                   MOVE CAT-RUN-ID      TO CRR-RUN-ID(TOTAL-CORRIDAS)
               ELSE
                   IF SW-CORRIDAS-LLENAS NOT = "S"
                       DISPLAY "MAS DE 1000 CORRIDAS EN EL CATALOGO, "
                               "LAS EXCEDENTES NO SE MIDEN"
                       MOVE "S"             TO SW-CORRIDAS-LLENAS
                   END-IF
               END-IF
           END-IF
           .

       0174-BUSCAR-CORRIDA.
           IF CRR-RUN-ID(IDX-CORRIDA) = CAT-RUN-ID
               MOVE "S"                     TO SW-CORRIDA-EXISTE
           END-IF
           .

      * BITACORA TRAE LAS CORRIDAS VIGENTES Y BITACORA-HIST LAS QUE LA
      * RETENCION YA RECORTO; DE AMBAS SOLO CUENTA EL MES PEDIDO
       020-PROCESAR-BITACORA.
           MOVE 00                          TO FIN-ARCHIVO
           MOVE SPACES                      TO EST-BITACORA
           OPEN INPUT ARCHIVO-BITACORA

           IF EST-BITACORA NOT = "00"
               DISPLAY "SIN ARCHIVO " NOMBRE-BITACORA
                       ", NO APORTA CORRIDAS"
               GO TO 020-PROCESAR-BITACORA-EXIT
           END-IF

           PERFORM 021-LEER-UNA-CORRIDA
               UNTIL FIN-ARCHIVO = 01

           CLOSE ARCHIVO-BITACORA
           .
       020-PROCESAR-BITACORA-EXIT.
           EXIT.

       021-LEER-UNA-CORRIDA.
           READ ARCHIVO-BITACORA
               AT END
                   MOVE 01                  TO FIN-ARCHIVO
               NOT AT END
                   IF BIT-FECHA IS NUMERIC
                      AND BIT-FECHA(1:4) = MES-REPORTE
                       PERFORM 022-ACUMULAR-CORRIDA
                   END-IF
           END-READ
           .

       022-ACUMULAR-CORRIDA.
           ADD +01                          TO TOTAL-RENGLONES-MES

           MOVE 00                          TO IDX-CATALOGO-UBICADO
           PERFORM 0221-BUSCAR-CORRIDA-CATALOGO
               VARYING IDX-CATALOGO FROM 1 BY 1
               UNTIL IDX-CATALOGO > TOTAL-CATALOGO
               OR IDX-CATALOGO-UBICADO > 00

           MOVE BIT-ARCHIVO-ENTRADA         TO CLAVE-ARCHIVO-ENTRADA
           IF IDX-CATALOGO-UBICADO > 00
               MOVE CTL-PREFIJO(IDX-CATALOGO-UBICADO)
                   TO CLAVE-PREFIJO
               MOVE "N"                     TO CLAVE-SW-ENTRADA
           ELSE
               MOVE BIT-ARCHIVO-ENTRADA     TO CLAVE-PREFIJO
               MOVE "S"                     TO CLAVE-SW-ENTRADA
           END-IF

           PERFORM 045-RESOLVER-DEPARTAMENTO
           PERFORM 046-UBICAR-CARGO
               THRU 046-UBICAR-CARGO-EXIT

           IF IDX-CARGO-UBICADO > 00
               MOVE IDX-CARGO-UBICADO       TO IDX-CARGO
               ADD +01                    TO CRG-CORRIDAS(IDX-CARGO)
               IF BIT-REG-LEIDOS IS NUMERIC
                   ADD BIT-REG-LEIDOS     TO CRG-REG-LEIDOS(IDX-CARGO)
               END-IF
               IF BIT-REG-ESCRITOS IS NUMERIC
                   ADD BIT-REG-ESCRITOS
                                        TO CRG-REG-ESCRITOS(IDX-CARGO)
               END-IF
               IF BIT-REG-RECHAZADOS IS NUMERIC
                   ADD BIT-REG-RECHAZADOS
                                      TO CRG-REG-RECHAZADOS(IDX-CARGO)
               END-IF
               IF BIT-REG-DUPLICADOS IS NUMERIC
                   ADD BIT-REG-DUPLICADOS
                                      TO CRG-REG-DUPLICADOS(IDX-CARGO)
               END-IF
               IF BIT-ARCHIVOS-GENERADOS IS NUMERIC
                   ADD BIT-ARCHIVOS-GENERADOS
                                        TO CRG-MIEMBROS(IDX-CARGO)
               END-IF
           END-IF
           .

       0221-BUSCAR-CORRIDA-CATALOGO.
           IF CTL-RUN-ID(IDX-CATALOGO) = BIT-RUN-ID
              AND CTL-ARCHIVO-ENTRADA(IDX-CATALOGO)
                  = BIT-ARCHIVO-ENTRADA
               MOVE IDX-CATALOGO            TO IDX-CATALOGO-UBICADO
           END-IF
           .

      * EL ESPACIO SE MIDE SOBRE LO QUE EXISTE HOY: LOS MIEMBROS
      * RETENIDOS SEGUN MANIFEST-<RUN-ID> Y SUS COPIAS ARCHIVADAS SEGUN
      * EL MANIFIESTO ARCHIVADO; CADA MIEMBRO CUENTA LOS DIAS DEL MES
      * DESDE SU FECHA DE ARCHIVO (O DESDE EL PRIMERO DEL MES)
       030-MEDIR-ESPACIO.
           MOVE SPACES                      TO NOMBRE-MANIFIESTO
           STRING "MANIFEST-"               DELIMITED BY SIZE,
                  CRR-RUN-ID(IDX-CORRIDA)   DELIMITED BY SPACE
               INTO NOMBRE-MANIFIESTO
           END-STRING
           MOVE "N"                         TO SW-MIEMBRO-ARCHIVADO
           PERFORM 031-LEER-MANIFIESTO
               THRU 031-LEER-MANIFIESTO-EXIT

           MOVE SPACES                      TO NOMBRE-MANIFIESTO
           STRING PREFIJO-ARCHIVO(1:LONGITUD-PREFIJO)
                                            DELIMITED BY SIZE,
                  "MANIFEST-"               DELIMITED BY SIZE,
                  CRR-RUN-ID(IDX-CORRIDA)   DELIMITED BY SPACE
               INTO NOMBRE-MANIFIESTO
           END-STRING
           MOVE "S"                         TO SW-MIEMBRO-ARCHIVADO
           PERFORM 031-LEER-MANIFIESTO
               THRU 031-LEER-MANIFIESTO-EXIT
           .

       031-LEER-MANIFIESTO.
           MOVE 00                          TO FIN-MANIFIESTO
           MOVE SPACES                      TO EST-MANIFIESTO
           OPEN INPUT ARCHIVO-MANIFIESTO

           IF EST-MANIFIESTO NOT = "00"
               GO TO 031-LEER-MANIFIESTO-EXIT
           END-IF

           ADD +01                          TO TOTAL-MANIFIESTOS

           PERFORM 032-MEDIR-UN-MIEMBRO
               UNTIL FIN-MANIFIESTO = 01

           CLOSE ARCHIVO-MANIFIESTO
           .
       031-LEER-MANIFIESTO-EXIT.
           EXIT.

       032-MEDIR-UN-MIEMBRO.
           READ ARCHIVO-MANIFIESTO
               AT END
                   MOVE 01                  TO FIN-MANIFIESTO
               NOT AT END
                   IF MAN-NOMBRE-ARCHIVO NOT = SPACES
                       PERFORM 033-MEDIR-ARCHIVO
                           THRU 033-MEDIR-ARCHIVO-EXIT
                   END-IF
           END-READ
           .

       033-MEDIR-ARCHIVO.
           MOVE SPACES                      TO NOMBRE-MEDIDO
           IF SW-MIEMBRO-ARCHIVADO = "S"
               STRING PREFIJO-ARCHIVO(1:LONGITUD-PREFIJO)
                                            DELIMITED BY SIZE,
                      MAN-NOMBRE-ARCHIVO    DELIMITED BY SPACE
                   INTO NOMBRE-MEDIDO
               END-STRING
           ELSE
               MOVE MAN-NOMBRE-ARCHIVO      TO NOMBRE-MEDIDO
           END-IF

      * LAS RUTINAS CBL_ PISAN EL CODIGO DE RETORNO DEL PROGRAMA: SE
      * GUARDA ANTES Y SE RESTAURA DESPUES
           MOVE RETURN-CODE                 TO RETORNO-PREVIO
           CALL "CBL_CHECK_FILE_EXIST" USING NOMBRE-MEDIDO,
                                             DETALLE-ARCHIVO
           MOVE RETURN-CODE                 TO CODIGO-SISTEMA
           MOVE RETORNO-PREVIO              TO RETURN-CODE

           IF CODIGO-SISTEMA NOT = 0
               ADD +01                      TO TOTAL-MIEMBROS-AUSENTES
               GO TO 033-MEDIR-ARCHIVO-EXIT
           END-IF

           ADD +01                          TO TOTAL-MIEMBROS-MEDIDOS
           MOVE DAR-TAMANO                  TO BYTES-MEDIDOS

           COMPUTE FECHA-LARGA =
               DAR-ANIO * 10000 + DAR-MES * 100 + DAR-DIA
           COMPUTE ENTERO-ARCHIVO =
               FUNCTION INTEGER-OF-DATE(FECHA-LARGA)
           IF ENTERO-ARCHIVO > ENTERO-INICIO-MES
               MOVE ENTERO-ARCHIVO          TO ENTERO-DESDE
           ELSE
               MOVE ENTERO-INICIO-MES       TO ENTERO-DESDE
           END-IF
           IF ENTERO-DESDE > ENTERO-FIN-MES
               MOVE 00                      TO DIAS-RETENIDOS
           ELSE
               COMPUTE DIAS-RETENIDOS =
                   ENTERO-FIN-MES - ENTERO-DESDE + 1
           END-IF

           MOVE 00                          TO IDX-CATALOGO-UBICADO
           PERFORM 0331-BUSCAR-MIEMBRO
               VARYING IDX-CATALOGO FROM 1 BY 1
               UNTIL IDX-CATALOGO > TOTAL-CATALOGO
               OR IDX-CATALOGO-UBICADO > 00

           IF IDX-CATALOGO-UBICADO > 00
               MOVE CTL-PREFIJO(IDX-CATALOGO-UBICADO)
                   TO CLAVE-PREFIJO
               MOVE CTL-ARCHIVO-ENTRADA(IDX-CATALOGO-UBICADO)
                   TO CLAVE-ARCHIVO-ENTRADA
               MOVE "N"                     TO CLAVE-SW-ENTRADA
           ELSE
               MOVE MAN-NOMBRE-ARCHIVO      TO CLAVE-PREFIJO
               MOVE SPACES                  TO CLAVE-ARCHIVO-ENTRADA
               MOVE "S"                     TO CLAVE-SW-ENTRADA
           END-IF

           PERFORM 045-RESOLVER-DEPARTAMENTO
           PERFORM 046-UBICAR-CARGO
               THRU 046-UBICAR-CARGO-EXIT

           IF IDX-CARGO-UBICADO > 00
               MOVE IDX-CARGO-UBICADO       TO IDX-CARGO
               IF SW-MIEMBRO-ARCHIVADO = "S"
                   ADD BYTES-MEDIDOS
                                    TO CRG-BYTES-ARCHIVADOS(IDX-CARGO)
               ELSE
                   ADD BYTES-MEDIDOS
                                     TO CRG-BYTES-RETENIDOS(IDX-CARGO)
               END-IF
               COMPUTE CRG-MB-DIA(IDX-CARGO) =
                   CRG-MB-DIA(IDX-CARGO)
                   + BYTES-MEDIDOS * DIAS-RETENIDOS / 1048576
           END-IF
           .
       033-MEDIR-ARCHIVO-EXIT.
           EXIT.

       0331-BUSCAR-MIEMBRO.
           IF CTL-MIEMBRO(IDX-CATALOGO) = MAN-NOMBRE-ARCHIVO
               MOVE IDX-CATALOGO            TO IDX-CATALOGO-UBICADO
           END-IF
           .

      * CARGO = LEIDOS / 1000 * TARIFA DE PROCESO + MEGABYTES-DIA *
      * TARIFA DE ESPACIO, CON LA TARIFA DEL CENTRO DE COSTO O LA
      * GENERAL; UN RENGLON SIN DEPARTAMENTO NO SE COBRA
       040-CALCULAR-CARGOS.
           MOVE 00                  TO CRG-CARGO-PROCESO(IDX-CARGO)
           MOVE 00                  TO CRG-CARGO-ESPACIO(IDX-CARGO)

           IF CRG-DEPARTAMENTO(IDX-CARGO) = SPACES
               ADD +01                      TO TOTAL-SIN-ASIGNAR
           ELSE
               MOVE 00                      TO IDX-TARIFA-UBICADA
               PERFORM 041-BUSCAR-TARIFA
                   VARYING IDX-TARIFA FROM 1 BY 1
                   UNTIL IDX-TARIFA > TOTAL-TARIFAS
                   OR IDX-TARIFA-UBICADA > 00
               IF IDX-TARIFA-UBICADA = 00
                   MOVE IDX-TARIFA-GENERAL  TO IDX-TARIFA-UBICADA
               END-IF

               IF IDX-TARIFA-UBICADA = 00
                   DISPLAY "SIN TARIFA PARA EL CENTRO DE COSTO "
                           CRG-CENTRO-COSTO(IDX-CARGO)
                           " NI TARIFA GENERAL, CARGO EN CERO"
                   ADD +01                  TO TOTAL-SIN-TARIFA
               ELSE
                   COMPUTE CRG-CARGO-PROCESO(IDX-CARGO) ROUNDED =
                       CRG-REG-LEIDOS(IDX-CARGO) / 1000
                       * TRF-POR-MIL-REGISTROS(IDX-TARIFA-UBICADA)
                   COMPUTE CRG-CARGO-ESPACIO(IDX-CARGO) ROUNDED =
                       CRG-MB-DIA(IDX-CARGO)
                       * TRF-POR-MB-DIA(IDX-TARIFA-UBICADA)
               END-IF

               PERFORM 042-ACUMULAR-CENTRO
           END-IF
           .

       041-BUSCAR-TARIFA.
           IF TRF-CENTRO-COSTO(IDX-TARIFA) = CRG-CENTRO-COSTO(IDX-CARGO)
               MOVE IDX-TARIFA              TO IDX-TARIFA-UBICADA
           END-IF
           .

       042-ACUMULAR-CENTRO.
           MOVE 00                          TO IDX-CENTRO-UBICADO
           PERFORM 0421-BUSCAR-CENTRO
               VARYING IDX-CENTRO FROM 1 BY 1
               UNTIL IDX-CENTRO > TOTAL-CENTROS
               OR IDX-CENTRO-UBICADO > 00

           IF IDX-CENTRO-UBICADO = 00
              AND TOTAL-CENTROS < 100
               ADD  +01                     TO TOTAL-CENTROS
               MOVE TOTAL-CENTROS           TO IDX-CENTRO-UBICADO
               MOVE CRG-CENTRO-COSTO(IDX-CARGO)
                   TO CNT-CENTRO-COSTO(IDX-CENTRO-UBICADO)
               MOVE 00 TO CNT-CARGO-PROCESO(IDX-CENTRO-UBICADO)
                          CNT-CARGO-ESPACIO(IDX-CENTRO-UBICADO)
           END-IF

           IF IDX-CENTRO-UBICADO > 00
               ADD CRG-CARGO-PROCESO(IDX-CARGO)
                   TO CNT-CARGO-PROCESO(IDX-CENTRO-UBICADO)
               ADD CRG-CARGO-ESPACIO(IDX-CARGO)
                   TO CNT-CARGO-ESPACIO(IDX-CENTRO-UBICADO)
           END-IF

           ADD CRG-CARGO-PROCESO(IDX-CARGO) TO TOTAL-CARGO-PROCESO
           ADD CRG-CARGO-ESPACIO(IDX-CARGO) TO TOTAL-CARGO-ESPACIO
           .

       0421-BUSCAR-CENTRO.
           IF CNT-CENTRO-COSTO(IDX-CENTRO) = CRG-CENTRO-COSTO(IDX-CARGO)
               MOVE IDX-CENTRO              TO IDX-CENTRO-UBICADO
           END-IF
           .

      * LA ASIGNACION POR ARCHIVO DE ENTRADA PREVALECE SOBRE LA DEL
      * PREFIJO; SIN NINGUNA, DEPARTAMENTO Y CENTRO QUEDAN EN BLANCO
       045-RESOLVER-DEPARTAMENTO.
           MOVE SPACES                      TO CLAVE-DEPARTAMENTO
           MOVE SPACES                      TO CLAVE-CENTRO-COSTO

           IF CLAVE-ARCHIVO-ENTRADA NOT = SPACES
               PERFORM 0451-BUSCAR-POR-ENTRADA
                   VARYING IDX-DEPARTAMENTO FROM 1 BY 1
                   UNTIL IDX-DEPARTAMENTO > TOTAL-DEPARTAMENTOS
                   OR CLAVE-DEPARTAMENTO NOT = SPACES
           END-IF

           IF CLAVE-DEPARTAMENTO = SPACES
              AND CLAVE-SW-ENTRADA NOT = "S"
               PERFORM 0452-BUSCAR-POR-PREFIJO
                   VARYING IDX-DEPARTAMENTO FROM 1 BY 1
                   UNTIL IDX-DEPARTAMENTO > TOTAL-DEPARTAMENTOS
                   OR CLAVE-DEPARTAMENTO NOT = SPACES
           END-IF
           .

       0451-BUSCAR-POR-ENTRADA.
           IF DPT-ARCHIVO-ENTRADA(IDX-DEPARTAMENTO)
              = CLAVE-ARCHIVO-ENTRADA
               MOVE DPT-DEPARTAMENTO(IDX-DEPARTAMENTO)
                   TO CLAVE-DEPARTAMENTO
               MOVE DPT-CENTRO-COSTO(IDX-DEPARTAMENTO)
                   TO CLAVE-CENTRO-COSTO
           END-IF
           .

       0452-BUSCAR-POR-PREFIJO.
           IF DPT-ARCHIVO-ENTRADA(IDX-DEPARTAMENTO) = SPACES
              AND DPT-PREFIJO(IDX-DEPARTAMENTO) = CLAVE-PREFIJO
               MOVE DPT-DEPARTAMENTO(IDX-DEPARTAMENTO)
                   TO CLAVE-DEPARTAMENTO
               MOVE DPT-CENTRO-COSTO(IDX-DEPARTAMENTO)
                   TO CLAVE-CENTRO-COSTO
           END-IF
           .

       046-UBICAR-CARGO.
           MOVE 00                          TO IDX-CARGO-UBICADO
           PERFORM 0461-BUSCAR-CARGO
               VARYING IDX-CARGO FROM 1 BY 1
               UNTIL IDX-CARGO > TOTAL-CARGOS
               OR IDX-CARGO-UBICADO > 00

           IF IDX-CARGO-UBICADO > 00
               GO TO 046-UBICAR-CARGO-EXIT
           END-IF

           IF TOTAL-CARGOS > 299
               IF SW-CARGOS-LLENOS NOT = "S"
                   DISPLAY "TABLA DE CARGOS LLENA (300), EL REPORTE "
                           "QUEDA TRUNCADO"
                   MOVE "S"                 TO SW-CARGOS-LLENOS
               END-IF
               GO TO 046-UBICAR-CARGO-EXIT
           END-IF

           ADD  +01                         TO TOTAL-CARGOS
           MOVE TOTAL-CARGOS                TO IDX-CARGO-UBICADO
           MOVE IDX-CARGO-UBICADO           TO IDX-CARGO
           MOVE CLAVE-DEPARTAMENTO      TO CRG-DEPARTAMENTO(IDX-CARGO)
           MOVE CLAVE-CENTRO-COSTO      TO CRG-CENTRO-COSTO(IDX-CARGO)
           MOVE CLAVE-PREFIJO           TO CRG-PREFIJO(IDX-CARGO)
           MOVE CLAVE-SW-ENTRADA        TO CRG-SW-ENTRADA(IDX-CARGO)
           MOVE 00 TO CRG-CORRIDAS(IDX-CARGO)
                      CRG-REG-LEIDOS(IDX-CARGO)
                      CRG-REG-ESCRITOS(IDX-CARGO)
                      CRG-REG-RECHAZADOS(IDX-CARGO)
                      CRG-REG-DUPLICADOS(IDX-CARGO)
                      CRG-MIEMBROS(IDX-CARGO)
                      CRG-BYTES-RETENIDOS(IDX-CARGO)
                      CRG-BYTES-ARCHIVADOS(IDX-CARGO)
                      CRG-MB-DIA(IDX-CARGO)
                      CRG-CARGO-PROCESO(IDX-CARGO)
                      CRG-CARGO-ESPACIO(IDX-CARGO)
           .
       046-UBICAR-CARGO-EXIT.
           EXIT.

       0461-BUSCAR-CARGO.
           IF CRG-DEPARTAMENTO(IDX-CARGO) = CLAVE-DEPARTAMENTO
              AND CRG-CENTRO-COSTO(IDX-CARGO) = CLAVE-CENTRO-COSTO
              AND CRG-PREFIJO(IDX-CARGO) = CLAVE-PREFIJO
              AND CRG-SW-ENTRADA(IDX-CARGO) = CLAVE-SW-ENTRADA
               MOVE IDX-CARGO               TO IDX-CARGO-UBICADO
           END-IF
           .

       050-REPORTAR-CARGOS.
           DISPLAY "================================================="
           DISPLAY "  CARGOS POR DEPARTAMENTO Y PREFIJO"

           PERFORM 051-REPORTAR-UN-CARGO
               VARYING IDX-CARGO FROM 1 BY 1
               UNTIL IDX-CARGO > TOTAL-CARGOS
           .

       051-REPORTAR-UN-CARGO.
           IF CRG-DEPARTAMENTO(IDX-CARGO) NOT = SPACES
               MOVE CRG-CARGO-PROCESO(IDX-CARGO) TO FORMATO-PROCESO
               MOVE CRG-CARGO-ESPACIO(IDX-CARGO) TO FORMATO-ESPACIO
               MOVE CRG-MB-DIA(IDX-CARGO)        TO FORMATO-MB-DIA
               COMPUTE FORMATO-TOTAL =
                   CRG-CARGO-PROCESO(IDX-CARGO)
                   + CRG-CARGO-ESPACIO(IDX-CARGO)
               DISPLAY CRG-DEPARTAMENTO(IDX-CARGO) " "
                       CRG-CENTRO-COSTO(IDX-CARGO) " "
                       FUNCTION TRIM(CRG-PREFIJO(IDX-CARGO))
               DISPLAY "    CORRIDAS " CRG-CORRIDAS(IDX-CARGO)
                       " LEIDOS " CRG-REG-LEIDOS(IDX-CARGO)
                       " ESCRITOS " CRG-REG-ESCRITOS(IDX-CARGO)
               DISPLAY "    RECHAZOS " CRG-REG-RECHAZADOS(IDX-CARGO)
                       " DUPLICADOS " CRG-REG-DUPLICADOS(IDX-CARGO)
                       " MIEMBROS " CRG-MIEMBROS(IDX-CARGO)
               DISPLAY "    BYTES RETENIDOS "
                       CRG-BYTES-RETENIDOS(IDX-CARGO)
                       " ARCHIVADOS " CRG-BYTES-ARCHIVADOS(IDX-CARGO)
                       " MB-DIA " FORMATO-MB-DIA
               DISPLAY "    CARGO PROCESO " FORMATO-PROCESO
                       " ESPACIO " FORMATO-ESPACIO
                       " TOTAL " FORMATO-TOTAL
           END-IF
           .

       060-REPORTAR-CENTROS.
           DISPLAY "================================================="
           DISPLAY "  CARGOS POR CENTRO DE COSTO"
           DISPLAY "CENTRO           PROCESO        ESPACIO          "
                   "TOTAL"

           PERFORM 061-REPORTAR-UN-CENTRO
               VARYING IDX-CENTRO FROM 1 BY 1
               UNTIL IDX-CENTRO > TOTAL-CENTROS
           .

       061-REPORTAR-UN-CENTRO.
           MOVE CNT-CARGO-PROCESO(IDX-CENTRO) TO FORMATO-PROCESO
           MOVE CNT-CARGO-ESPACIO(IDX-CENTRO) TO FORMATO-ESPACIO
           COMPUTE FORMATO-TOTAL =
               CNT-CARGO-PROCESO(IDX-CENTRO)
               + CNT-CARGO-ESPACIO(IDX-CENTRO)
           DISPLAY CNT-CENTRO-COSTO(IDX-CENTRO) " "
                   FORMATO-PROCESO " " FORMATO-ESPACIO " "
                   FORMATO-TOTAL
           .

      * NADA QUEDA SIN COBRAR EN SILENCIO: CADA PREFIJO (O ENTRADA SIN
      * CATALOGO) SIN DEPARTAMENTO SE LISTA CON LO QUE CONSUMIO
       070-REPORTAR-SIN-ASIGNAR.
           DISPLAY "================================================="
           DISPLAY "  PREFIJOS SIN DEPARTAMENTO ASIGNADO"

           PERFORM 071-REPORTAR-UN-SIN-ASIGNAR
               VARYING IDX-CARGO FROM 1 BY 1
               UNTIL IDX-CARGO > TOTAL-CARGOS
           .

       071-REPORTAR-UN-SIN-ASIGNAR.
           IF CRG-DEPARTAMENTO(IDX-CARGO) = SPACES
               IF CRG-SW-ENTRADA(IDX-CARGO) = "S"
                   DISPLAY "  SIN CATALOGO: "
                           FUNCTION TRIM(CRG-PREFIJO(IDX-CARGO))
               ELSE
                   DISPLAY "  PREFIJO.....: "
                           FUNCTION TRIM(CRG-PREFIJO(IDX-CARGO))
               END-IF
               DISPLAY "    CORRIDAS " CRG-CORRIDAS(IDX-CARGO)
                       " LEIDOS " CRG-REG-LEIDOS(IDX-CARGO)
                       " BYTES " CRG-BYTES-RETENIDOS(IDX-CARGO)
                       " ARCHIVADOS " CRG-BYTES-ARCHIVADOS(IDX-CARGO)
           END-IF
           .

       080-GRABAR-EXTRACTO.
           MOVE SPACES                      TO EST-EXTRACTO
           OPEN OUTPUT ARCHIVO-EXTRACTO

           IF EST-EXTRACTO NOT = "00"
               DISPLAY "NO SE PUDO CREAR EL EXTRACTO " NOMBRE-EXTRACTO
               MOVE 08                      TO RETURN-CODE
               GO TO 080-GRABAR-EXTRACTO-EXIT
           END-IF

           MOVE "REEMPLAZO"                 TO PAU-TIPO
           MOVE NOMBRE-EXTRACTO             TO PAU-DETALLE
           PERFORM 985-REGISTRAR-AUDITORIA

           PERFORM 081-GRABAR-UN-RENGLON
               VARYING IDX-CARGO FROM 1 BY 1
               UNTIL IDX-CARGO > TOTAL-CARGOS

           CLOSE ARCHIVO-EXTRACTO
           .
       080-GRABAR-EXTRACTO-EXIT.
           EXIT.

       081-GRABAR-UN-RENGLON.
           IF CRG-DEPARTAMENTO(IDX-CARGO) NOT = SPACES
               MOVE SPACES                  TO REG-EXTRACTO
               MOVE MES-REPORTE             TO EXT-MES
               MOVE CRG-CENTRO-COSTO(IDX-CARGO)  TO EXT-CENTRO-COSTO
               MOVE CRG-DEPARTAMENTO(IDX-CARGO)  TO EXT-DEPARTAMENTO
               MOVE CRG-PREFIJO(IDX-CARGO)       TO EXT-PREFIJO
               MOVE CRG-CORRIDAS(IDX-CARGO)      TO EXT-CORRIDAS
               MOVE CRG-REG-LEIDOS(IDX-CARGO)    TO EXT-REG-LEIDOS
               MOVE CRG-REG-ESCRITOS(IDX-CARGO)  TO EXT-REG-ESCRITOS
               MOVE CRG-REG-RECHAZADOS(IDX-CARGO)
                   TO EXT-REG-RECHAZADOS
               MOVE CRG-REG-DUPLICADOS(IDX-CARGO)
                   TO EXT-REG-DUPLICADOS
               MOVE CRG-MIEMBROS(IDX-CARGO)      TO EXT-MIEMBROS
               MOVE CRG-BYTES-RETENIDOS(IDX-CARGO)
                   TO EXT-BYTES-RETENIDOS
               MOVE CRG-BYTES-ARCHIVADOS(IDX-CARGO)
                   TO EXT-BYTES-ARCHIVADOS
               COMPUTE EXT-MB-DIA ROUNDED = CRG-MB-DIA(IDX-CARGO)
               MOVE CRG-CARGO-PROCESO(IDX-CARGO) TO EXT-CARGO-PROCESO
               MOVE CRG-CARGO-ESPACIO(IDX-CARGO) TO EXT-CARGO-ESPACIO
               COMPUTE EXT-CARGO-TOTAL =
                   CRG-CARGO-PROCESO(IDX-CARGO)
                   + CRG-CARGO-ESPACIO(IDX-CARGO)
               WRITE REG-EXTRACTO
               ADD +01                      TO TOTAL-EXTRACTO
           END-IF
           .

       100-TERMINAR-PROGRAMA.
           IF PROCESO-VIABLE
               PERFORM 990-PRESENTAR-RESUMEN

               IF (TOTAL-SIN-ASIGNAR > 00 OR TOTAL-SIN-TARIFA > 00)
                  AND RETURN-CODE < 04
                   MOVE 04                  TO RETURN-CODE
               END-IF
           END-IF

           PERFORM 981-AUDITAR-FIN

           STOP RUN
           .

       990-PRESENTAR-RESUMEN.
           MOVE TOTAL-CARGO-PROCESO         TO FORMATO-PROCESO
           MOVE TOTAL-CARGO-ESPACIO         TO FORMATO-ESPACIO
           COMPUTE FORMATO-TOTAL =
               TOTAL-CARGO-PROCESO + TOTAL-CARGO-ESPACIO
           DISPLAY "================================================="
           DISPLAY "*  RENGLONES DEL MES........: " TOTAL-RENGLONES-MES
           DISPLAY "*  MANIFIESTOS LEIDOS.......: " TOTAL-MANIFIESTOS
           DISPLAY "*  MIEMBROS MEDIDOS.........: "
                   TOTAL-MIEMBROS-MEDIDOS
           DISPLAY "*  MIEMBROS YA NO PRESENTES.: "
                   TOTAL-MIEMBROS-AUSENTES
           DISPLAY "*  PREFIJOS SIN ASIGNAR.....: " TOTAL-SIN-ASIGNAR
           DISPLAY "*  CENTROS SIN TARIFA.......: " TOTAL-SIN-TARIFA
           DISPLAY "*  RENGLONES DEL EXTRACTO...: " TOTAL-EXTRACTO
           DISPLAY "*  CARGO POR PROCESO........: " FORMATO-PROCESO
           DISPLAY "*  CARGO POR ESPACIO........: " FORMATO-ESPACIO
           DISPLAY "*  CARGO TOTAL..............: " FORMATO-TOTAL
           DISPLAY "================================================="
           .

      * BITACORA DE AUDITORIA: INICIO CON LAS VARIABLES DE AMBIENTE
      * QUE GOBIERNAN EL PROGRAMA, FIN CON EL CODIGO DE RETORNO Y LA
      * CORRIDA O GENERACION TRATADA
       980-AUDITAR-INICIO.
           MOVE "INICIO"                    TO PAU-TIPO
           MOVE "RCD_MES RCD_PREFIJO_ARCHIVO" TO PAU-DETALLE
           PERFORM 985-REGISTRAR-AUDITORIA
           .

       981-AUDITAR-FIN.
           MOVE "FIN"                       TO PAU-TIPO
           MOVE NOMBRE-EXTRACTO             TO PAU-CORRIDA
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
       END PROGRAM REPORTE-CARGOS-DEPARTAMENTO.
