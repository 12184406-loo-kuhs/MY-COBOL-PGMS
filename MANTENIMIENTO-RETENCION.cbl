      *                      LUNES A VIERNES; SIN ARCHIVO CALENDARIO   *
      *                      SE CONSERVA EL CONTEO EN DIAS NATURALES   *
      *                      DE ANTES                                  *
      * @loo-kuhs   15/10/26 LA BITACORA TRAE AL FINAL DEL RENGLON EL  *
      *                      CONTEO DE GRUPOS (DIVISION POR GRUPOS DE  *
      *                      CABECERA Y DETALLES): SE AMPLIA DE 180 A  *
      *                      190 EL RENGLON COPIADO AL HISTORICO; EL   *
      *                      MANIFIESTO TAMBIEN TRAE EL CONTEO DE      *
      *                      GRUPOS Y SE AMPLIA SU TRAZADO DE LECTURA  *
      *                      A 81 POSICIONES                           *
      * @loo-kuhs   15/10/26 LA BITACORA TRAE AL FINAL EL CONTEO DE    *
      *                      REGISTROS HUERFANOS: SE AMPLIA EL TRAZADO *
      *                      Y LA COPIA A HISTORICO PASA A 200; ADEMAS *
      *                      ARCHIVA O BORRA EL ARCHIVO                *
      *                      HUERFANOS-<RUN-ID> DE CADA CORRIDA        *
      *                      DEPURADA                                  *
      * @loo-kuhs   15/10/26 CADA EJECUCION DEJA SUS ENTRADAS DE       *
      *                      INICIO Y FIN EN LA BITACORA COMUN DE      *
      *                      AUDITORIA (REGISTRA-AUDITORIA), MAS UNA   *
      *                      POR CADA ARCHIVO BORRADO O ARCHIVADO Y    *
      *                      POR LA REESCRITURA DE BITACORA            *
      *                                                                *
      *================================================================*
      * AUTOR       USER PROFILE URL                                   *
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS  IS EST-DUP-CUARENTENA-ARCH.

               SELECT ARCHIVO-HUE-CUARENTENA
               ASSIGN       TO NOMBRE-HUE-CUARENTENA
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS  IS EST-HUE-CUARENTENA.

               SELECT ARCHIVO-HUE-CUARENTENA-ARCH
               ASSIGN       TO NOMBRE-HUE-CUARENTENA-ARCH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS  IS EST-HUE-CUARENTENA-ARCH.

               SELECT ARCHIVO-CALENDARIO
               ASSIGN       TO "CALENDARIO"
               ORGANIZATION IS LINE SEQUENTIAL
           05 BIT-RUN-ID                     PIC X(13).
           05 FILLER                         PIC X(01).
           05 BIT-REG-DUPLICADOS             PIC 9(09).
           05 FILLER                         PIC X(01).
           05 BIT-GRUPOS                     PIC 9(09).
           05 FILLER                         PIC X(01).
           05 BIT-HUERFANOS                  PIC 9(09).

       FD  ARCHIVO-BITACORA-HIST.
       01  REG-BITACORA-HIST                PIC X(200).

       FD  ARCHIVO-BITACORA-NUEVA.
       01  REG-BITACORA-NUEVA               PIC X(200).

       FD  ARCHIVO-MANIFIESTO.
       01  REG-MANIFIESTO.
           05 MAN-REG-ESCRITOS               PIC 9(09).
           05 FILLER                         PIC X(01).
           05 MAN-CHECKSUM                   PIC 9(10).
           05 FILLER                         PIC X(01).
           05 MAN-GRUPOS                     PIC 9(09).

       FD  ARCHIVO-COPIA-ENTRADA.
       01  REG-COPIA-ENTRADA                PIC X(30000).
       FD  ARCHIVO-DUP-CUARENTENA-ARCH.
       01  REG-DUP-CUARENTENA-ARCH         PIC X(30026).

      * EL REGISTRO DE HUERFANOS MIDE 30047 BYTES (NUMERO DE REGISTRO,
      * LLAVE Y MOTIVO ANTES DEL REGISTRO ORIGINAL), POR LO MISMO
      * LLEVA SU PROPIO PAR DE ARCHIVOS PARA LA COPIA
       FD  ARCHIVO-HUE-CUARENTENA.
       01  REG-HUE-CUARENTENA               PIC X(30047).

       FD  ARCHIVO-HUE-CUARENTENA-ARCH.
       01  REG-HUE-CUARENTENA-ARCH         PIC X(30047).

       FD  ARCHIVO-CALENDARIO.
       01  REG-CALENDARIO.
           05 CAL-FECHA                      PIC 9(06).
       77  EST-CUARENTENA-ARCH              PIC X(02) VALUE SPACES.
       77  EST-DUP-CUARENTENA               PIC X(02) VALUE SPACES.
       77  EST-DUP-CUARENTENA-ARCH          PIC X(02) VALUE SPACES.
       77  EST-HUE-CUARENTENA               PIC X(02) VALUE SPACES.
       77  EST-HUE-CUARENTENA-ARCH          PIC X(02) VALUE SPACES.

       77  NOMBRE-MANIFIESTO                PIC X(30) VALUE SPACES.
       77  NOMBRE-COPIA-ENTRADA             PIC X(60) VALUE SPACES.
       77  NOMBRE-CUARENTENA-ARCH           PIC X(60) VALUE SPACES.
       77  NOMBRE-DUP-CUARENTENA            PIC X(30) VALUE SPACES.
       77  NOMBRE-DUP-CUARENTENA-ARCH       PIC X(60) VALUE SPACES.
       77  NOMBRE-HUE-CUARENTENA            PIC X(30) VALUE SPACES.
       77  NOMBRE-HUE-CUARENTENA-ARCH       PIC X(60) VALUE SPACES.
       77  NOMBRE-DEPURADO                  PIC X(60) VALUE SPACES.

       77  FIN-BITACORA                     PIC 9(01) VALUE 00.
       77  CODIGO-SISTEMA                   PIC 9(04) VALUE 00.
       77  FALLAS-ANTES-CORRIDA             PIC 9(05) VALUE 00.
       77  FALLAS-ANTES-MIEMBROS            PIC 9(05) VALUE 00.

      * ENTRADA PARA LA BITACORA COMUN DE AUDITORIA (REGISTRA-AUDITORIA)
       01  PARAMETROS-AUDITORIA.
           05 PAU-TIPO                      PIC X(10) VALUE SPACES.
           05 PAU-PROGRAMA                  PIC X(30)
                   VALUE "MANTENIMIENTO-RETENCION".
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

           PERFORM 065-DEPURAR-DUPLICADOS
               THRU 065-DEPURAR-DUPLICADOS-EXIT

           PERFORM 067-DEPURAR-HUERFANOS
               THRU 067-DEPURAR-HUERFANOS-EXIT

      * EL MANIFIESTO ES EL LOCALIZADOR DE LA CORRIDA: SOLO SE DEPURA
      * AL FINAL Y SOLO SI TODO LO DEMAS SE DEPURO SIN FALLAS, PARA
      * QUE UN REINTENTO PUEDA VOLVER A UBICAR LOS ARCHIVOS
           MOVE 00                          TO RETURN-CODE

           IF CODIGO-SISTEMA = 0000
               PERFORM 982-AUDITAR-BORRADO
               IF ACCION-ARCHIVAR
                   DISPLAY "ARCHIVADO: " NOMBRE-DEPURADO
                   ADD +01                  TO TOTAL-ARCHIVADOS
           MOVE 00                          TO RETURN-CODE

           IF CODIGO-SISTEMA = 0000
               PERFORM 982-AUDITAR-BORRADO
               IF ACCION-ARCHIVAR
                   DISPLAY "ARCHIVADO: " NOMBRE-DEPURADO
                   ADD +01                  TO TOTAL-ARCHIVADOS
           MOVE 00                          TO RETURN-CODE

           IF CODIGO-SISTEMA = 0000
               PERFORM 982-AUDITAR-BORRADO
               IF ACCION-ARCHIVAR
                   DISPLAY "ARCHIVADO: " NOMBRE-DEPURADO
                   ADD +01                  TO TOTAL-ARCHIVADOS
           END-READ
           .

       067-DEPURAR-HUERFANOS.
           MOVE SPACES                      TO NOMBRE-HUE-CUARENTENA
           STRING "HUERFANOS-", BIT-RUN-ID, DELIMITED BY SIZE
               INTO NOMBRE-HUE-CUARENTENA
           END-STRING

           MOVE SPACES                      TO EST-HUE-CUARENTENA
           OPEN INPUT ARCHIVO-HUE-CUARENTENA

           IF EST-HUE-CUARENTENA NOT = "00"
               GO TO 067-DEPURAR-HUERFANOS-EXIT
           END-IF

           IF ACCION-ARCHIVAR
               MOVE SPACES              TO NOMBRE-HUE-CUARENTENA-ARCH
               STRING PREFIJO-ARCHIVO(1:LONGITUD-PREFIJO),
                      NOMBRE-HUE-CUARENTENA,
                      DELIMITED BY SIZE
                   INTO NOMBRE-HUE-CUARENTENA-ARCH
               END-STRING

               MOVE SPACES              TO EST-HUE-CUARENTENA-ARCH
               OPEN OUTPUT ARCHIVO-HUE-CUARENTENA-ARCH

               IF EST-HUE-CUARENTENA-ARCH NOT = "00"
                   DISPLAY "NO SE PUDO CREAR LA COPIA DE RESGUARDO: "
                           NOMBRE-HUE-CUARENTENA-ARCH
                   ADD +01                  TO TOTAL-FALLAS
                   CLOSE ARCHIVO-HUE-CUARENTENA
                   GO TO 067-DEPURAR-HUERFANOS-EXIT
               END-IF

               MOVE 00                      TO FIN-COPIA
               PERFORM 068-COPIAR-UN-HUERFANO
                   UNTIL FIN-COPIA = 01

               CLOSE ARCHIVO-HUE-CUARENTENA-ARCH
           END-IF

           CLOSE ARCHIVO-HUE-CUARENTENA

           MOVE "S"                         TO SW-ARCHIVO-OPCIONAL
           MOVE NOMBRE-HUE-CUARENTENA       TO NOMBRE-DEPURADO

           CALL "CBL_DELETE_FILE" USING NOMBRE-DEPURADO
           MOVE RETURN-CODE                 TO CODIGO-SISTEMA
           MOVE 00                          TO RETURN-CODE

           IF CODIGO-SISTEMA = 0000
               PERFORM 982-AUDITAR-BORRADO
               IF ACCION-ARCHIVAR
                   DISPLAY "ARCHIVADO: " NOMBRE-DEPURADO
                   ADD +01                  TO TOTAL-ARCHIVADOS
               ELSE
                   DISPLAY "BORRADO..: " NOMBRE-DEPURADO
                   ADD +01                  TO TOTAL-BORRADOS
               END-IF
           END-IF
           .
       067-DEPURAR-HUERFANOS-EXIT.
           EXIT.

       068-COPIAR-UN-HUERFANO.
           READ ARCHIVO-HUE-CUARENTENA
               AT END
                   MOVE 01                  TO FIN-COPIA
               NOT AT END
                   MOVE  REG-HUE-CUARENTENA
                       TO REG-HUE-CUARENTENA-ARCH
                   WRITE REG-HUE-CUARENTENA-ARCH
           END-READ
           .

       500-LEER-BITACORA.

           READ ARCHIVO-BITACORA
               MOVE 04                      TO RETURN-CODE
           END-IF

           PERFORM 981-AUDITAR-FIN

           STOP RUN
           .

           MOVE "BITACORA-NVA"              TO NOMBRE-DEPURADO
           CALL "CBL_DELETE_FILE" USING NOMBRE-DEPURADO
           MOVE 00                          TO RETURN-CODE

           MOVE "REEMPLAZO"                 TO PAU-TIPO
           MOVE "BITACORA"                  TO PAU-DETALLE
           PERFORM 985-REGISTRAR-AUDITORIA
           .

       990-PRESENTAR-CIFRAS.
           DISPLAY "*  DEPURACIONES FALLIDAS......: " TOTAL-FALLAS
           DISPLAY "================================================="
           .

      * BITACORA DE AUDITORIA: INICIO CON LAS VARIABLES DE AMBIENTE
      * QUE GOBIERNAN EL PROGRAMA, FIN CON EL CODIGO DE RETORNO Y LA
      * CORRIDA O GENERACION TRATADA
       980-AUDITAR-INICIO.
           MOVE "INICIO"                    TO PAU-TIPO
           MOVE "MRT_DIAS MRT_ACCION MRT_PREFIJO" TO PAU-DETALLE
           PERFORM 985-REGISTRAR-AUDITORIA
           .

       981-AUDITAR-FIN.
           MOVE "FIN"                       TO PAU-TIPO
           MOVE SPACES                      TO PAU-CORRIDA
           MOVE SPACES                      TO PAU-DETALLE
           PERFORM 985-REGISTRAR-AUDITORIA
           .

      * CADA ARCHIVO QUE LA DEPURACION QUITA DE SU LUGAR QUEDA EN LA
      * BITACORA DE AUDITORIA, ARCHIVADO (CON COPIA ARCH-) O BORRADO
       982-AUDITAR-BORRADO.
           IF ACCION-ARCHIVAR
               MOVE "ARCHIVADO"             TO PAU-TIPO
           ELSE
               MOVE "BORRADO"               TO PAU-TIPO
           END-IF
           MOVE NOMBRE-DEPURADO             TO PAU-DETALLE
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
       END PROGRAM MANTENIMIENTO-RETENCION.
