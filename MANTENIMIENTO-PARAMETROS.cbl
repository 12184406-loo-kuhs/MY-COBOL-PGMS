      *================================================================*
      *           L O G    D E    M O D I F I C A C I O N E S          *
      *================================================================*
      *  AUTOR       FECHA   DESCRIPCION                               *
      * ----------- -------- ----------------------------------------- *
      * @loo-kuhs   15/10/26 PRIMERA VERSION - MANTENIMIENTO           *
      *                      INTERACTIVO DE LOS ARCHIVOS DE CONTROL DE *
      *                      DYNAMIC-FILE-CREATION PARA NO EDITARLOS A *
      *                      MANO CONTANDO COLUMNAS: PARMFILE (LISTAR, *
      *                      AGREGAR, CAMBIAR, COPIAR Y BORRAR         *
      *                      TRABAJOS, MOSTRANDO CADA CAMPO DE         *
      *                      DATOS-PARAMETROS POR SU NOMBRE), RANGOS Y *
      *                      CAMPOS (LISTAR, AGREGAR, CAMBIAR Y        *
      *                      BORRAR); ANTES DE GRABAR SE APLICAN LAS   *
      *                      MISMAS REGLAS QUE                         *
      *                      011-LEER-ARCHIVO-PARAMETROS (LIMITE       *
      *                      NUMERICO, SHARD DENTRO DEL TOTAL, NOMBRE  *
      *                      DE SALIDA DE HASTA 50 CARACTERES,         *
      *                      DEDUPLICACION NO COMBINADA CON SHARD,     *
      *                      BINARIO CON LONGITUD DE REGISTRO), LOS    *
      *                      RANGOS SE RECHAZAN SI SE ENCIMAN, VAN     *
      *                      FUERA DE ORDEN O APUNTAN A UN ARCHIVO     *
      *                      MAYOR QUE 50, Y LOS CAMPOS EXIGEN OFFSET, *
      *                      LONGITUD Y TIPO P, Z, N O TEXTO; CADA     *
      *                      CAMBIO GRABADO DEJA EN EL ARCHIVO         *
      *                      CAMBIOS-PARAMETROS LA FECHA, LA HORA, EL  *
      *                      ARCHIVO, LA ACCION Y LAS IMAGENES ANTES Y *
      *                      DESPUES DEL RENGLON                       *
      * @loo-kuhs   15/10/26 PARMFILE TRAE LAS OPCIONES DE DIVISION    *
      *                      POR GRUPOS (POSICION Y LONGITUD DEL TIPO  *
      *                      DE REGISTRO Y CODIGO DE CABECERA) DESPUES *
      *                      DEL TOTAL DE SHARDS: SE MUESTRAN, SE      *
      *                      CAPTURAN Y SE VALIDAN CON LAS MISMAS      *
      *                      REGLAS DE LA DIVISION (CODIGO DE 1 A 5    *
      *                      POSICIONES, SIN SHARD NI SALIDA           *
      *                      INDEXADA); CON POSICION CERO EL TRAMO     *
      *                      QUEDA EN BLANCO COMO EN LOS RENGLONES     *
      *                      ANTERIORES                                *
      * @loo-kuhs   15/10/26 CAPTURA Y MUESTRA EL CODIGO DE REMITENTE  *
      *                      DEL CONTROL DE ACEPTACION DE LA ENTRADA   *
      *                      (NINGUNO LO QUITA)                        *
      * @loo-kuhs   15/10/26 CAPTURA, MUESTRA Y VALIDA EL CODIGO DE    *
      *                      MAESTRO PARA VERIFICAR LAS LLAVES         *
      *                      (PARM-MAESTRO, TOMADO DEL RELLENO DEL     *
      *                      RENGLON); CON MAESTRO LA LLAVE DEBE MEDIR *
      *                      DE 1 A 15 POSICIONES                      *
      * @loo-kuhs   15/10/26 CADA EJECUCION DEJA SUS ENTRADAS DE       *
      *                      INICIO Y FIN EN LA BITACORA COMUN DE      *
      *                      AUDITORIA (REGISTRA-AUDITORIA), MAS UNA   *
      *                      POR CADA ARCHIVO QUE REEMPLAZA            *
      * @loo-kuhs   15/10/26 SE REVISA EL ESTADO AL ABRIR PARMFILE,    *
      *                      RANGOS Y CAMPOS PARA GRABARLOS: SI FALLA  *
      *                      SE AVISA, SE DEJA CODIGO DE RETORNO 8 Y   *
      *                      NO SE REGISTRA EL REEMPLAZO NI EL CAMBIO  *
      * @loo-kuhs   15/10/26 SI PARMFILE, RANGOS O CAMPOS NO SE PUEDEN *
      *                      GRABAR, LA TABLA EN MEMORIA SE RESTAURA A *
      *                      SU ESTADO ANTERIOR; LA IMAGEN DESPUES DE  *
      *                      UN ALTA O CAMBIO DE RANGOS SE TOMA DEL    *
      *                      RENGLON AFECTADO                          *
      *                                                                *
      *================================================================*
      * AUTOR       USER PROFILE URL                                   *
      * ---------   -------------------------------------------------- *
      * @loo-kuhs   https://github.com/loo-kuhs/                       *
      *================================================================*
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. MANTENIMIENTO-PARAMETROS.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               SELECT ARCHIVO-PARAMETROS
               ASSIGN       TO "PARMFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS EST-PARAMETROS.

               SELECT ARCHIVO-RANGOS
               ASSIGN       TO "RANGOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS EST-RANGOS.

               SELECT ARCHIVO-CAMPOS
               ASSIGN       TO "CAMPOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS EST-CAMPOS.

               SELECT ARCHIVO-CAMBIOS
               ASSIGN       TO "CAMBIOS-PARAMETROS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS EST-CAMBIOS.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
       FD  ARCHIVO-PARAMETROS.
       01  REG-PARAMETROS                   PIC X(250).

       FD  ARCHIVO-RANGOS.
       01  REG-RANGO                        PIC X(34).

       FD  ARCHIVO-CAMPOS.
       01  REG-CAMPO                        PIC X(13).

       FD  ARCHIVO-CAMBIOS.
       01  REG-CAMBIO.
           05 CMB-FECHA                      PIC 9(06).
           05 FILLER                         PIC X(01).
           05 CMB-HORA                       PIC 9(06).
           05 FILLER                         PIC X(01).
           05 CMB-ARCHIVO                    PIC X(08).
           05 FILLER                         PIC X(01).
           05 CMB-ACCION                     PIC X(06).
           05 FILLER                         PIC X(01).
           05 CMB-RENGLON                    PIC 9(02).
           05 FILLER                         PIC X(01).
           05 CMB-IMAGEN-ANTES               PIC X(250).
           05 FILLER                         PIC X(01).
           05 CMB-IMAGEN-DESPUES             PIC X(250).
      *-----------------------
       WORKING-STORAGE SECTION.
       77  EST-PARAMETROS                   PIC X(02) VALUE SPACES.
       77  EST-RANGOS                       PIC X(02) VALUE SPACES.
       77  EST-CAMPOS                       PIC X(02) VALUE SPACES.
       77  EST-CAMBIOS                      PIC X(02) VALUE SPACES.
       77  FIN-ARCHIVO                      PIC 9(01) VALUE 00.

      * MISMO TRAZADO QUE DATOS-PARAMETROS EN DYNAMIC-FILE-CREATION,
      * COMPLETADO CON EL RELLENO HASTA LOS 250 BYTES DEL RENGLON
       01  DATOS-PARAMETROS.
           05 PARM-ARCHIVO-ENTRADA          PIC X(100).
           05 PARM-NOMBRE-INICIAL           PIC X(44).
           05 PARM-EXTENCION-ARCHIVO        PIC X(04).
           05 PARM-LIMITE-REGISTROS         PIC 9(09).
           05 PARM-MODO-DIVISION            PIC X(01).
           05 PARM-LIMITE-TAMANO            PIC 9(09).
           05 PARM-LLAVE-OFFSET             PIC 9(05).
           05 PARM-LLAVE-LONGITUD           PIC 9(05).
           05 PARM-VALIDACION-ACTIVA        PIC X(01).
           05 PARM-LONGITUD-MINIMA          PIC 9(05).
           05 PARM-LONGITUD-MAXIMA          PIC 9(05).
           05 PARM-TRANSFORMACION           PIC X(01).
           05 PARM-SEPARADOR                PIC X(01).
           05 PARM-LIMITE-RECHAZOS          PIC 9(09).
           05 PARM-PORCENTAJE-RECHAZOS      PIC 9(03).
           05 PARM-DEDUPLICACION            PIC X(01).
           05 PARM-FORMATO-REGISTRO         PIC X(01).
           05 PARM-LONGITUD-REGISTRO        PIC 9(05).
           05 PARM-ORGANIZACION-SALIDA      PIC X(01).
           05 PARM-NUMERO-SHARD             PIC 9(02).
           05 PARM-TOTAL-SHARDS             PIC 9(02).
           05 PARM-OPCIONES-GRUPO.
               10 PARM-GRUPO-OFFSET         PIC 9(05).
               10 PARM-GRUPO-LONGITUD       PIC 9(02).
               10 PARM-GRUPO-CODIGO         PIC X(05).
           05 PARM-REMITENTE                PIC X(08).
           05 PARM-MAESTRO                  PIC X(08).
           05 FILLER                        PIC X(08).

       01  DATOS-RANGO.
           05 DRG-LLAVE-BAJA                PIC X(15).
           05 FILLER                        PIC X(01).
           05 DRG-LLAVE-ALTA                PIC X(15).
           05 FILLER                        PIC X(01).
           05 DRG-NUMERO-ARCHIVO            PIC 9(02).

       01  DATOS-CAMPO.
           05 DCM-OFFSET                    PIC 9(05).
           05 FILLER                        PIC X(01).
           05 DCM-LONGITUD                  PIC 9(05).
           05 FILLER                        PIC X(01).
           05 DCM-TIPO                      PIC X(01).

       01  TABLA-TRABAJOS.
           05 TRABAJO-ENTRY                 OCCURS 50 TIMES.
               10 TRB-PARAMETROS            PIC X(250).

       01  TABLA-RANGOS.
           05 RANGO-ENTRY                   OCCURS 30 TIMES.
               10 RNG-IMAGEN                PIC X(34).

      * COPIA DE LA TABLA PARA DESHACER UN CAMBIO DE RANGOS RECHAZADO
       01  TABLA-RANGOS-RESPALDO            PIC X(1020).
       77  TOTAL-RANGOS-RESPALDO            PIC 9(02) VALUE 00.

      * COPIAS DE PARMFILE Y CAMPOS PARA DESHACER UN CAMBIO QUE NO SE
      * PUDO GRABAR
       01  TABLA-TRABAJOS-RESPALDO          PIC X(12500).
       77  TOTAL-TRABAJOS-RESPALDO          PIC 9(02) VALUE 00.
       01  TABLA-CAMPOS-RESPALDO            PIC X(650).
       77  TOTAL-CAMPOS-RESPALDO            PIC 9(02) VALUE 00.

       01  TABLA-CAMPOS.
           05 CAMPO-ENTRY                   OCCURS 50 TIMES.
               10 CMP-IMAGEN                PIC X(13).

       77  TOTAL-TRABAJOS                   PIC 9(02) VALUE 00.
       77  TOTAL-RANGOS                     PIC 9(02) VALUE 00.
       77  TOTAL-CAMPOS                     PIC 9(02) VALUE 00.
       77  IDX-RENGLON                      PIC 9(02) VALUE 00.
       77  IDX-CORRIMIENTO                  PIC 9(02) VALUE 00.
       77  RENGLON-ELEGIDO                  PIC 9(02) VALUE 00.
       77  RENGLON-MAXIMO                   PIC 9(02) VALUE 00.
       77  SW-TABLA-EXCEDIDA                PIC X(01) VALUE "N".

       77  IMAGEN-ANTES                     PIC X(250) VALUE SPACES.
       77  IMAGEN-DESPUES                   PIC X(250) VALUE SPACES.
       77  ARCHIVO-CAMBIADO                 PIC X(08) VALUE SPACES.
       77  ACCION-CAMBIO                    PIC X(06) VALUE SPACES.
       77  FECHA-CAMBIO                     PIC 9(06) VALUE 00.
       77  HORA-CAMBIO                      PIC 9(08) VALUE 00.

       77  OPCION-ARCHIVO                   PIC X(01) VALUE SPACES.
       77  OPCION-ACCION                    PIC X(01) VALUE SPACES.
       77  RESPUESTA-CONFIRMA               PIC X(01) VALUE SPACES.

       77  SW-FIN-MANTENIMIENTO             PIC X(01) VALUE "N".
           88 FIN-MANTENIMIENTO                         VALUE "S".
       77  SW-VOLVER                        PIC X(01) VALUE "N".
           88 VOLVER-AL-MENU                            VALUE "S".
       77  SW-ARCHIVO-GRABADO               PIC X(01) VALUE "S".
           88 ARCHIVO-GRABADO                           VALUE "S".

       77  ENTRADA-OPERADOR                 PIC X(100) VALUE SPACES.
       77  ENTRADA-AJUSTADA                 PIC X(100) VALUE SPACES.
       77  ETIQUETA-CAMPO                   PIC X(28) VALUE SPACES.
       77  VALOR-ACTUAL                     PIC X(100) VALUE SPACES.
       77  NUMERO-ACTUAL                    PIC 9(09) VALUE 00.
       77  LONGITUD-TIPO-GRUPO              PIC 9(02) VALUE 00.
       77  DIGITOS-MAXIMOS                  PIC 9(02) VALUE 00.
       77  LONGITUD-ENTRADA                 PIC 9(03) VALUE 00.
       77  POS-NUMERO                       PIC 9(02) VALUE 00.
       01  NUMERO-TEXTO                     PIC X(09) VALUE ZEROS.
       01  NUMERO-CONVERTIDO REDEFINES NUMERO-TEXTO
                                            PIC 9(09).

       77  SW-NUMERO-VALIDO                 PIC X(01) VALUE "S".
           88 NUMERO-VALIDO                             VALUE "S".

       77  ERRORES-VALIDACION               PIC 9(02) VALUE 00.
       77  LLAVE-ALTA-ANTERIOR              PIC X(15) VALUE SPACES.

       77  LONGITUD-NOMBRE                  PIC 9(02) VALUE 00.
       77  LONGITUD-EXTENSION               PIC 9(02) VALUE 00.
       77  LONGITUD-PARTE-VARIABLE          PIC 9(05) VALUE 00.
       77  LONGITUD-NOMBRE-SALIDA           PIC 9(05) VALUE 00.

       77  MINUSCULAS                       PIC X(26)
           VALUE "abcdefghijklmnopqrstuvwxyz".
       77  MAYUSCULAS                       PIC X(26)
           VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

       01  CIFRAS-MANTENIMIENTO.
           05 TOTAL-CAMBIOS-GRABADOS        PIC 9(05) VALUE 00.
           05 TOTAL-CAMBIOS-RECHAZADOS      PIC 9(05) VALUE 00.

      * ENTRADA PARA LA BITACORA COMUN DE AUDITORIA (REGISTRA-AUDITORIA)
       01  PARAMETROS-AUDITORIA.
           05 PAU-TIPO                      PIC X(10) VALUE SPACES.
           05 PAU-PROGRAMA                  PIC X(30)
                   VALUE "MANTENIMIENTO-PARAMETROS".
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

           PERFORM 020-ATENDER-MENU-PRINCIPAL
               UNTIL FIN-MANTENIMIENTO

           PERFORM 100-TERMINAR-PROGRAMA
           .

       010-INICIAR-PROGRAMA.
           DISPLAY "================================================="
           DISPLAY "  MANTENIMIENTO DE PARMFILE, RANGOS Y CAMPOS"
           DISPLAY "================================================="
           .

       020-ATENDER-MENU-PRINCIPAL.
           DISPLAY X"0D"
           DISPLAY "ARCHIVO A MANTENER (P=PARMFILE, R=RANGOS, "
           DISPLAY "C=CAMPOS, F O ENTER=FIN): "
           MOVE SPACES                      TO OPCION-ARCHIVO
           ACCEPT  OPCION-ARCHIVO
           INSPECT OPCION-ARCHIVO           REPLACING ALL X"0D" BY " "
           INSPECT OPCION-ARCHIVO CONVERTING MINUSCULAS TO MAYUSCULAS

           MOVE "N"                         TO SW-VOLVER

           EVALUATE OPCION-ARCHIVO
               WHEN "P"
                   PERFORM 200-MANTENER-PARMFILE
                       THRU 200-MANTENER-PARMFILE-EXIT
               WHEN "R"
                   PERFORM 400-MANTENER-RANGOS
                       THRU 400-MANTENER-RANGOS-EXIT
               WHEN "C"
                   PERFORM 600-MANTENER-CAMPOS
                       THRU 600-MANTENER-CAMPOS-EXIT
               WHEN "F"
               WHEN SPACE
                   MOVE "S"                 TO SW-FIN-MANTENIMIENTO
               WHEN OTHER
                   DISPLAY "OPCION NO RECONOCIDA: " OPCION-ARCHIVO
           END-EVALUATE
           .

      *-----------------------------------------------------------------
      * P A R M F I L E
      *-----------------------------------------------------------------
       200-MANTENER-PARMFILE.
           PERFORM 210-CARGAR-PARMFILE
               THRU 210-CARGAR-PARMFILE-EXIT

           IF SW-TABLA-EXCEDIDA = "S"
               GO TO 200-MANTENER-PARMFILE-EXIT
           END-IF

           PERFORM 220-ATENDER-MENU-PARMFILE
               UNTIL VOLVER-AL-MENU
           .
       200-MANTENER-PARMFILE-EXIT.
           EXIT.

       210-CARGAR-PARMFILE.
           MOVE 00                          TO TOTAL-TRABAJOS
           MOVE 00                          TO FIN-ARCHIVO
           MOVE "N"                         TO SW-TABLA-EXCEDIDA

           MOVE SPACES                      TO EST-PARAMETROS
           OPEN INPUT ARCHIVO-PARAMETROS

           IF EST-PARAMETROS NOT = "00"
               DISPLAY "PARMFILE NO EXISTE, SE INICIA VACIO"
               GO TO 210-CARGAR-PARMFILE-EXIT
           END-IF

           PERFORM 2101-LEER-UN-TRABAJO
               UNTIL FIN-ARCHIVO = 01

           CLOSE ARCHIVO-PARAMETROS

           IF SW-TABLA-EXCEDIDA = "S"
               DISPLAY "PARMFILE TRAE MAS DE 50 TRABAJOS (LA DIVISION "
               DISPLAY "SOLO EJECUTA 50); DIVIDA LA COLA ANTES DE "
               DISPLAY "MANTENERLA AQUI"
           ELSE
               DISPLAY "TRABAJOS EN PARMFILE: " TOTAL-TRABAJOS
           END-IF
           .
       210-CARGAR-PARMFILE-EXIT.
           EXIT.

       2101-LEER-UN-TRABAJO.
           READ ARCHIVO-PARAMETROS
               AT END
                   MOVE 01                  TO FIN-ARCHIVO
               NOT AT END
                   IF REG-PARAMETROS NOT = SPACES
                       IF TOTAL-TRABAJOS > 49
                           MOVE "S"         TO SW-TABLA-EXCEDIDA
                           MOVE 01          TO FIN-ARCHIVO
                       ELSE
                           ADD  +01         TO TOTAL-TRABAJOS
                           MOVE REG-PARAMETROS
                               TO TRB-PARAMETROS(TOTAL-TRABAJOS)
                       END-IF
                   END-IF
           END-READ
           .

       220-ATENDER-MENU-PARMFILE.
           DISPLAY X"0D"
           DISPLAY "PARMFILE - ACCION (L=LISTAR, A=AGREGAR, C=CAMBIAR, "
           DISPLAY "D=COPIAR, B=BORRAR, V O ENTER=VOLVER): "
           MOVE SPACES                      TO OPCION-ACCION
           ACCEPT  OPCION-ACCION
           INSPECT OPCION-ACCION            REPLACING ALL X"0D" BY " "
           INSPECT OPCION-ACCION  CONVERTING MINUSCULAS TO MAYUSCULAS

           EVALUATE OPCION-ACCION
               WHEN "L"
                   PERFORM 230-LISTAR-TRABAJOS
               WHEN "A"
                   PERFORM 240-AGREGAR-TRABAJO
                       THRU 240-AGREGAR-TRABAJO-EXIT
               WHEN "C"
                   PERFORM 241-CAMBIAR-TRABAJO
                       THRU 241-CAMBIAR-TRABAJO-EXIT
               WHEN "D"
                   PERFORM 242-COPIAR-TRABAJO
                       THRU 242-COPIAR-TRABAJO-EXIT
               WHEN "B"
                   PERFORM 243-BORRAR-TRABAJO
                       THRU 243-BORRAR-TRABAJO-EXIT
               WHEN "V"
               WHEN SPACE
                   MOVE "S"                 TO SW-VOLVER
               WHEN OTHER
                   DISPLAY "OPCION NO RECONOCIDA: " OPCION-ACCION
           END-EVALUATE
           .

       230-LISTAR-TRABAJOS.
           IF TOTAL-TRABAJOS = 00
               DISPLAY "PARMFILE NO TIENE TRABAJOS"
           ELSE
               PERFORM 231-LISTAR-UN-TRABAJO
                   VARYING IDX-RENGLON FROM 1 BY 1
                   UNTIL IDX-RENGLON > TOTAL-TRABAJOS
           END-IF
           .

       231-LISTAR-UN-TRABAJO.
           DISPLAY "---------------------------------------------"
           DISPLAY "TRABAJO " IDX-RENGLON
           MOVE TRB-PARAMETROS(IDX-RENGLON) TO DATOS-PARAMETROS
           PERFORM 232-MOSTRAR-TRABAJO
           PERFORM 250-VALIDAR-TRABAJO
               THRU 250-VALIDAR-TRABAJO-EXIT
           .

       232-MOSTRAR-TRABAJO.
           DISPLAY "  ARCHIVO ENTRADA.......: "
                   FUNCTION TRIM(PARM-ARCHIVO-ENTRADA)
           DISPLAY "  NOMBRE INICIAL........: "
                   FUNCTION TRIM(PARM-NOMBRE-INICIAL)
           DISPLAY "  EXTENCION ARCHIVO.....: " PARM-EXTENCION-ARCHIVO
           DISPLAY "  LIMITE REGISTROS......: " PARM-LIMITE-REGISTROS
           DISPLAY "  MODO DIVISION (C/T/K/V): " PARM-MODO-DIVISION
           DISPLAY "  LIMITE TAMANO.........: " PARM-LIMITE-TAMANO
           DISPLAY "  LLAVE OFFSET..........: " PARM-LLAVE-OFFSET
           DISPLAY "  LLAVE LONGITUD........: " PARM-LLAVE-LONGITUD
           DISPLAY "  VALIDACION ACTIVA.....: " PARM-VALIDACION-ACTIVA
           DISPLAY "  LONGITUD MINIMA.......: " PARM-LONGITUD-MINIMA
           DISPLAY "  LONGITUD MAXIMA.......: " PARM-LONGITUD-MAXIMA
           DISPLAY "  TRANSFORMACION........: " PARM-TRANSFORMACION
           DISPLAY "  SEPARADOR.............: " PARM-SEPARADOR
           DISPLAY "  LIMITE RECHAZOS.......: " PARM-LIMITE-RECHAZOS
           DISPLAY "  PORCENTAJE RECHAZOS...: "
                   PARM-PORCENTAJE-RECHAZOS
           DISPLAY "  DEDUPLICACION.........: " PARM-DEDUPLICACION
           DISPLAY "  FORMATO REGISTRO (T/B): " PARM-FORMATO-REGISTRO
           DISPLAY "  LONGITUD REGISTRO.....: " PARM-LONGITUD-REGISTRO
           DISPLAY "  ORGANIZACION SALIDA...: "
                   PARM-ORGANIZACION-SALIDA
           DISPLAY "  NUMERO SHARD..........: " PARM-NUMERO-SHARD
           DISPLAY "  TOTAL SHARDS..........: " PARM-TOTAL-SHARDS
           IF PARM-OPCIONES-GRUPO NOT = SPACES
               DISPLAY "  GRUPO POSICION TIPO...: " PARM-GRUPO-OFFSET
               DISPLAY "  GRUPO LONGITUD TIPO...: " PARM-GRUPO-LONGITUD
               DISPLAY "  GRUPO CODIGO CABECERA.: " PARM-GRUPO-CODIGO
           END-IF
           IF PARM-REMITENTE NOT = SPACES
               DISPLAY "  REMITENTE (ACEPTACION): " PARM-REMITENTE
           END-IF
           IF PARM-MAESTRO NOT = SPACES
               DISPLAY "  MAESTRO DE LLAVES.....: " PARM-MAESTRO
           END-IF
           .

       240-AGREGAR-TRABAJO.
           IF TOTAL-TRABAJOS > 49
               DISPLAY "PARMFILE YA TIENE 50 TRABAJOS, EL MAXIMO QUE "
               DISPLAY "EJECUTA LA DIVISION EN UNA CORRIDA"
               GO TO 240-AGREGAR-TRABAJO-EXIT
           END-IF

           PERFORM 244-INICIAR-TRABAJO-NUEVO
           PERFORM 245-EDITAR-TRABAJO

           PERFORM 250-VALIDAR-TRABAJO
               THRU 250-VALIDAR-TRABAJO-EXIT
           IF ERRORES-VALIDACION > 00
               PERFORM 890-RECHAZAR-CAMBIO
               GO TO 240-AGREGAR-TRABAJO-EXIT
           END-IF

           PERFORM 880-CONFIRMAR-CAMBIO
           IF RESPUESTA-CONFIRMA NOT = "S"
               GO TO 240-AGREGAR-TRABAJO-EXIT
           END-IF

           MOVE TABLA-TRABAJOS              TO TABLA-TRABAJOS-RESPALDO
           MOVE TOTAL-TRABAJOS              TO TOTAL-TRABAJOS-RESPALDO
           ADD  +01                         TO TOTAL-TRABAJOS
           MOVE DATOS-PARAMETROS
               TO TRB-PARAMETROS(TOTAL-TRABAJOS)
           PERFORM 270-GRABAR-PARMFILE
               THRU 270-GRABAR-PARMFILE-EXIT
           IF NOT ARCHIVO-GRABADO
               PERFORM 255-RESTAURAR-TRABAJOS
               GO TO 240-AGREGAR-TRABAJO-EXIT
           END-IF

           MOVE "ALTA"                      TO ACCION-CAMBIO
           MOVE TOTAL-TRABAJOS              TO RENGLON-ELEGIDO
           MOVE SPACES                      TO IMAGEN-ANTES
           MOVE DATOS-PARAMETROS            TO IMAGEN-DESPUES
           PERFORM 905-ESCRIBIR-CAMBIO-PARMFILE
           .
       240-AGREGAR-TRABAJO-EXIT.
           EXIT.

       241-CAMBIAR-TRABAJO.
           MOVE TOTAL-TRABAJOS              TO RENGLON-MAXIMO
           PERFORM 870-PEDIR-RENGLON
           IF RENGLON-ELEGIDO = 00
               GO TO 241-CAMBIAR-TRABAJO-EXIT
           END-IF

           MOVE TRB-PARAMETROS(RENGLON-ELEGIDO) TO DATOS-PARAMETROS
           MOVE DATOS-PARAMETROS            TO IMAGEN-ANTES

           PERFORM 245-EDITAR-TRABAJO

           PERFORM 250-VALIDAR-TRABAJO
               THRU 250-VALIDAR-TRABAJO-EXIT
           IF ERRORES-VALIDACION > 00
               PERFORM 890-RECHAZAR-CAMBIO
               GO TO 241-CAMBIAR-TRABAJO-EXIT
           END-IF

           IF DATOS-PARAMETROS = IMAGEN-ANTES
               DISPLAY "SIN CAMBIOS EN EL TRABAJO " RENGLON-ELEGIDO
               GO TO 241-CAMBIAR-TRABAJO-EXIT
           END-IF

           PERFORM 880-CONFIRMAR-CAMBIO
           IF RESPUESTA-CONFIRMA NOT = "S"
               GO TO 241-CAMBIAR-TRABAJO-EXIT
           END-IF

           MOVE TABLA-TRABAJOS              TO TABLA-TRABAJOS-RESPALDO
           MOVE TOTAL-TRABAJOS              TO TOTAL-TRABAJOS-RESPALDO
           MOVE DATOS-PARAMETROS
               TO TRB-PARAMETROS(RENGLON-ELEGIDO)
           PERFORM 270-GRABAR-PARMFILE
               THRU 270-GRABAR-PARMFILE-EXIT
           IF NOT ARCHIVO-GRABADO
               PERFORM 255-RESTAURAR-TRABAJOS
               GO TO 241-CAMBIAR-TRABAJO-EXIT
           END-IF

           MOVE "CAMBIO"                    TO ACCION-CAMBIO
           MOVE DATOS-PARAMETROS            TO IMAGEN-DESPUES
           PERFORM 905-ESCRIBIR-CAMBIO-PARMFILE
           .
       241-CAMBIAR-TRABAJO-EXIT.
           EXIT.

      * LA COPIA PARTE DE UN TRABAJO EXISTENTE, PASA POR LA MISMA
      * EDICION CAMPO POR CAMPO (NORMALMENTE PARA CAMBIAR LA ENTRADA
      * Y EL PREFIJO) Y SE AGREGA AL FINAL DE LA COLA
       242-COPIAR-TRABAJO.
           IF TOTAL-TRABAJOS > 49
               DISPLAY "PARMFILE YA TIENE 50 TRABAJOS, EL MAXIMO QUE "
               DISPLAY "EJECUTA LA DIVISION EN UNA CORRIDA"
               GO TO 242-COPIAR-TRABAJO-EXIT
           END-IF

           MOVE TOTAL-TRABAJOS              TO RENGLON-MAXIMO
           PERFORM 870-PEDIR-RENGLON
           IF RENGLON-ELEGIDO = 00
               GO TO 242-COPIAR-TRABAJO-EXIT
           END-IF

           MOVE TRB-PARAMETROS(RENGLON-ELEGIDO) TO DATOS-PARAMETROS
           MOVE DATOS-PARAMETROS            TO IMAGEN-ANTES

           PERFORM 245-EDITAR-TRABAJO

           PERFORM 250-VALIDAR-TRABAJO
               THRU 250-VALIDAR-TRABAJO-EXIT
           IF ERRORES-VALIDACION > 00
               PERFORM 890-RECHAZAR-CAMBIO
               GO TO 242-COPIAR-TRABAJO-EXIT
           END-IF

           PERFORM 880-CONFIRMAR-CAMBIO
           IF RESPUESTA-CONFIRMA NOT = "S"
               GO TO 242-COPIAR-TRABAJO-EXIT
           END-IF

           MOVE TABLA-TRABAJOS              TO TABLA-TRABAJOS-RESPALDO
           MOVE TOTAL-TRABAJOS              TO TOTAL-TRABAJOS-RESPALDO
           ADD  +01                         TO TOTAL-TRABAJOS
           MOVE DATOS-PARAMETROS
               TO TRB-PARAMETROS(TOTAL-TRABAJOS)
           PERFORM 270-GRABAR-PARMFILE
               THRU 270-GRABAR-PARMFILE-EXIT
           IF NOT ARCHIVO-GRABADO
               PERFORM 255-RESTAURAR-TRABAJOS
               GO TO 242-COPIAR-TRABAJO-EXIT
           END-IF

           MOVE "COPIA"                     TO ACCION-CAMBIO
           MOVE TOTAL-TRABAJOS              TO RENGLON-ELEGIDO
           MOVE DATOS-PARAMETROS            TO IMAGEN-DESPUES
           PERFORM 905-ESCRIBIR-CAMBIO-PARMFILE
           .
       242-COPIAR-TRABAJO-EXIT.
           EXIT.

       243-BORRAR-TRABAJO.
           MOVE TOTAL-TRABAJOS              TO RENGLON-MAXIMO
           PERFORM 870-PEDIR-RENGLON
           IF RENGLON-ELEGIDO = 00
               GO TO 243-BORRAR-TRABAJO-EXIT
           END-IF

           MOVE TRB-PARAMETROS(RENGLON-ELEGIDO) TO DATOS-PARAMETROS
           PERFORM 232-MOSTRAR-TRABAJO

           PERFORM 880-CONFIRMAR-CAMBIO
           IF RESPUESTA-CONFIRMA NOT = "S"
               GO TO 243-BORRAR-TRABAJO-EXIT
           END-IF

           MOVE DATOS-PARAMETROS            TO IMAGEN-ANTES

           MOVE TABLA-TRABAJOS              TO TABLA-TRABAJOS-RESPALDO
           MOVE TOTAL-TRABAJOS              TO TOTAL-TRABAJOS-RESPALDO
           PERFORM 2431-SUBIR-UN-TRABAJO
               VARYING IDX-CORRIMIENTO FROM RENGLON-ELEGIDO BY 1
               UNTIL IDX-CORRIMIENTO NOT < TOTAL-TRABAJOS
           MOVE SPACES
               TO TRB-PARAMETROS(TOTAL-TRABAJOS)
           SUBTRACT 01                    FROM TOTAL-TRABAJOS

           PERFORM 270-GRABAR-PARMFILE
               THRU 270-GRABAR-PARMFILE-EXIT
           IF NOT ARCHIVO-GRABADO
               PERFORM 255-RESTAURAR-TRABAJOS
               GO TO 243-BORRAR-TRABAJO-EXIT
           END-IF

           MOVE "BAJA"                      TO ACCION-CAMBIO
           MOVE SPACES                      TO IMAGEN-DESPUES
           PERFORM 905-ESCRIBIR-CAMBIO-PARMFILE
           .
       243-BORRAR-TRABAJO-EXIT.
           EXIT.

       2431-SUBIR-UN-TRABAJO.
           MOVE TRB-PARAMETROS(IDX-CORRIMIENTO + 1)
               TO TRB-PARAMETROS(IDX-CORRIMIENTO)
           .

      * LOS VALORES INICIALES SON LOS MISMOS QUE TOMA LA DIVISION
      * CUANDO EL CAMPO VIENE VACIO EN EL RENGLON
       244-INICIAR-TRABAJO-NUEVO.
           MOVE SPACES                      TO DATOS-PARAMETROS
           MOVE 00                          TO PARM-LIMITE-REGISTROS
           MOVE "C"                         TO PARM-MODO-DIVISION
           MOVE 00                          TO PARM-LIMITE-TAMANO
           MOVE 01                          TO PARM-LLAVE-OFFSET
           MOVE 01                          TO PARM-LLAVE-LONGITUD
           MOVE "N"                         TO PARM-VALIDACION-ACTIVA
           MOVE 00                          TO PARM-LONGITUD-MINIMA
           MOVE 30000                       TO PARM-LONGITUD-MAXIMA
           MOVE "N"                         TO PARM-TRANSFORMACION
           MOVE 00                          TO PARM-LIMITE-RECHAZOS
           MOVE 00                          TO PARM-PORCENTAJE-RECHAZOS
           MOVE "N"                         TO PARM-DEDUPLICACION
           MOVE "T"                         TO PARM-FORMATO-REGISTRO
           MOVE 00                          TO PARM-LONGITUD-REGISTRO
           MOVE "L"                         TO PARM-ORGANIZACION-SALIDA
           MOVE 00                          TO PARM-NUMERO-SHARD
           MOVE 00                          TO PARM-TOTAL-SHARDS
           .

       245-EDITAR-TRABAJO.
           DISPLAY "CAPTURE CADA CAMPO; ENTER CONSERVA EL VALOR ENTRE "
           DISPLAY "CORCHETES"

           MOVE "ARCHIVO ENTRADA"           TO ETIQUETA-CAMPO
           MOVE PARM-ARCHIVO-ENTRADA        TO VALOR-ACTUAL
           PERFORM 800-PEDIR-TEXTO
           MOVE VALOR-ACTUAL                TO PARM-ARCHIVO-ENTRADA

           MOVE "NOMBRE INICIAL"            TO ETIQUETA-CAMPO
           MOVE PARM-NOMBRE-INICIAL         TO VALOR-ACTUAL
           PERFORM 800-PEDIR-TEXTO
           MOVE VALOR-ACTUAL                TO PARM-NOMBRE-INICIAL

           MOVE "EXTENCION ARCHIVO"         TO ETIQUETA-CAMPO
           MOVE PARM-EXTENCION-ARCHIVO      TO VALOR-ACTUAL
           PERFORM 800-PEDIR-TEXTO
           MOVE VALOR-ACTUAL                TO PARM-EXTENCION-ARCHIVO

           MOVE "LIMITE REGISTROS"          TO ETIQUETA-CAMPO
           MOVE 09                          TO DIGITOS-MAXIMOS
           MOVE PARM-LIMITE-REGISTROS       TO NUMERO-ACTUAL
           PERFORM 810-PEDIR-NUMERO
           MOVE NUMERO-ACTUAL               TO PARM-LIMITE-REGISTROS

           MOVE "MODO DIVISION (C/T/K/V)"   TO ETIQUETA-CAMPO
           MOVE PARM-MODO-DIVISION          TO VALOR-ACTUAL
           PERFORM 805-PEDIR-INDICADOR
           MOVE VALOR-ACTUAL                TO PARM-MODO-DIVISION

           MOVE "LIMITE TAMANO"             TO ETIQUETA-CAMPO
           MOVE 09                          TO DIGITOS-MAXIMOS
           MOVE PARM-LIMITE-TAMANO          TO NUMERO-ACTUAL
           PERFORM 810-PEDIR-NUMERO
           MOVE NUMERO-ACTUAL               TO PARM-LIMITE-TAMANO

           MOVE "LLAVE OFFSET"              TO ETIQUETA-CAMPO
           MOVE 05                          TO DIGITOS-MAXIMOS
           MOVE PARM-LLAVE-OFFSET           TO NUMERO-ACTUAL
           PERFORM 810-PEDIR-NUMERO
           MOVE NUMERO-ACTUAL               TO PARM-LLAVE-OFFSET

           MOVE "LLAVE LONGITUD"            TO ETIQUETA-CAMPO
           MOVE 05                          TO DIGITOS-MAXIMOS
           MOVE PARM-LLAVE-LONGITUD         TO NUMERO-ACTUAL
           PERFORM 810-PEDIR-NUMERO
           MOVE NUMERO-ACTUAL               TO PARM-LLAVE-LONGITUD

           MOVE "VALIDACION ACTIVA (S/N)"   TO ETIQUETA-CAMPO
           MOVE PARM-VALIDACION-ACTIVA      TO VALOR-ACTUAL
           PERFORM 805-PEDIR-INDICADOR
           MOVE VALOR-ACTUAL                TO PARM-VALIDACION-ACTIVA

           MOVE "LONGITUD MINIMA"           TO ETIQUETA-CAMPO
           MOVE 05                          TO DIGITOS-MAXIMOS
           MOVE PARM-LONGITUD-MINIMA        TO NUMERO-ACTUAL
           PERFORM 810-PEDIR-NUMERO
           MOVE NUMERO-ACTUAL               TO PARM-LONGITUD-MINIMA

           MOVE "LONGITUD MAXIMA"           TO ETIQUETA-CAMPO
           MOVE 05                          TO DIGITOS-MAXIMOS
           MOVE PARM-LONGITUD-MAXIMA        TO NUMERO-ACTUAL
           PERFORM 810-PEDIR-NUMERO
           MOVE NUMERO-ACTUAL               TO PARM-LONGITUD-MAXIMA

           MOVE "TRANSFORMACION (S/N)"      TO ETIQUETA-CAMPO
           MOVE PARM-TRANSFORMACION         TO VALOR-ACTUAL
           PERFORM 805-PEDIR-INDICADOR
           MOVE VALOR-ACTUAL                TO PARM-TRANSFORMACION

           MOVE "SEPARADOR"                 TO ETIQUETA-CAMPO
           MOVE PARM-SEPARADOR              TO VALOR-ACTUAL
           PERFORM 800-PEDIR-TEXTO
           MOVE VALOR-ACTUAL                TO PARM-SEPARADOR

           MOVE "LIMITE RECHAZOS"           TO ETIQUETA-CAMPO
           MOVE 09                          TO DIGITOS-MAXIMOS
           MOVE PARM-LIMITE-RECHAZOS        TO NUMERO-ACTUAL
           PERFORM 810-PEDIR-NUMERO
           MOVE NUMERO-ACTUAL               TO PARM-LIMITE-RECHAZOS

           MOVE "PORCENTAJE RECHAZOS"       TO ETIQUETA-CAMPO
           MOVE 03                          TO DIGITOS-MAXIMOS
           MOVE PARM-PORCENTAJE-RECHAZOS    TO NUMERO-ACTUAL
           PERFORM 810-PEDIR-NUMERO
           MOVE NUMERO-ACTUAL               TO PARM-PORCENTAJE-RECHAZOS

           MOVE "DEDUPLICACION (S/N)"       TO ETIQUETA-CAMPO
           MOVE PARM-DEDUPLICACION          TO VALOR-ACTUAL
           PERFORM 805-PEDIR-INDICADOR
           MOVE VALOR-ACTUAL                TO PARM-DEDUPLICACION

           MOVE "FORMATO REGISTRO (T/B)"    TO ETIQUETA-CAMPO
           MOVE PARM-FORMATO-REGISTRO       TO VALOR-ACTUAL
           PERFORM 805-PEDIR-INDICADOR
           MOVE VALOR-ACTUAL                TO PARM-FORMATO-REGISTRO

           MOVE "LONGITUD REGISTRO"         TO ETIQUETA-CAMPO
           MOVE 05                          TO DIGITOS-MAXIMOS
           MOVE PARM-LONGITUD-REGISTRO      TO NUMERO-ACTUAL
           PERFORM 810-PEDIR-NUMERO
           MOVE NUMERO-ACTUAL               TO PARM-LONGITUD-REGISTRO

           MOVE "ORGANIZACION SALIDA (L/I)" TO ETIQUETA-CAMPO
           MOVE PARM-ORGANIZACION-SALIDA    TO VALOR-ACTUAL
           PERFORM 805-PEDIR-INDICADOR
           MOVE VALOR-ACTUAL                TO PARM-ORGANIZACION-SALIDA

           MOVE "NUMERO SHARD"              TO ETIQUETA-CAMPO
           MOVE 02                          TO DIGITOS-MAXIMOS
           MOVE PARM-NUMERO-SHARD           TO NUMERO-ACTUAL
           PERFORM 810-PEDIR-NUMERO
           MOVE NUMERO-ACTUAL               TO PARM-NUMERO-SHARD

           MOVE "TOTAL SHARDS"              TO ETIQUETA-CAMPO
           MOVE 02                          TO DIGITOS-MAXIMOS
           MOVE PARM-TOTAL-SHARDS           TO NUMERO-ACTUAL
           PERFORM 810-PEDIR-NUMERO
           MOVE NUMERO-ACTUAL               TO PARM-TOTAL-SHARDS

      * LOS RENGLONES ANTERIORES A LA DIVISION POR GRUPOS TRAEN ESTE
      * TRAMO EN BLANCO: SE CAPTURA COMO CERO Y, SI SE DEJA SIN
      * AGRUPACION, VUELVE A QUEDAR EN BLANCO
           IF PARM-OPCIONES-GRUPO = SPACES
               MOVE 00                      TO PARM-GRUPO-OFFSET
               MOVE 00                      TO PARM-GRUPO-LONGITUD
           END-IF

           MOVE "GRUPO POSICION TIPO (0=NO)" TO ETIQUETA-CAMPO
           MOVE 05                          TO DIGITOS-MAXIMOS
           MOVE PARM-GRUPO-OFFSET           TO NUMERO-ACTUAL
           PERFORM 810-PEDIR-NUMERO
           MOVE NUMERO-ACTUAL               TO PARM-GRUPO-OFFSET

           IF PARM-GRUPO-OFFSET = 00
               MOVE SPACES                  TO PARM-OPCIONES-GRUPO
           ELSE
               MOVE "GRUPO LONGITUD TIPO"   TO ETIQUETA-CAMPO
               MOVE 02                      TO DIGITOS-MAXIMOS
               MOVE PARM-GRUPO-LONGITUD     TO NUMERO-ACTUAL
               PERFORM 810-PEDIR-NUMERO
               MOVE NUMERO-ACTUAL           TO PARM-GRUPO-LONGITUD

               MOVE "GRUPO CODIGO CABECERA" TO ETIQUETA-CAMPO
               MOVE PARM-GRUPO-CODIGO       TO VALOR-ACTUAL
               PERFORM 800-PEDIR-TEXTO
               MOVE VALOR-ACTUAL            TO PARM-GRUPO-CODIGO
           END-IF

      * EL CODIGO DE REMITENTE ES OPCIONAL; COMO ENTER CONSERVA EL
      * VALOR ACTUAL, PARA QUITAR EL CONTROL SE CAPTURA NINGUNO
           MOVE "REMITENTE (NINGUNO=SIN CTRL)"
                                            TO ETIQUETA-CAMPO
           MOVE PARM-REMITENTE              TO VALOR-ACTUAL
           PERFORM 800-PEDIR-TEXTO
           IF VALOR-ACTUAL = "NINGUNO"
               MOVE SPACES                  TO PARM-REMITENTE
           ELSE
               MOVE VALOR-ACTUAL            TO PARM-REMITENTE
           END-IF

           MOVE "MAESTRO (NINGUNO=SIN VERIF)"
                                            TO ETIQUETA-CAMPO
           MOVE PARM-MAESTRO                TO VALOR-ACTUAL
           PERFORM 800-PEDIR-TEXTO
           IF VALOR-ACTUAL = "NINGUNO"
               MOVE SPACES                  TO PARM-MAESTRO
           ELSE
               MOVE VALOR-ACTUAL            TO PARM-MAESTRO
           END-IF
           .

      * MISMAS REGLAS QUE 011-LEER-ARCHIVO-PARAMETROS Y
      * 0115-VALIDAR-NOMBRE-SALIDA DE DYNAMIC-FILE-CREATION, MAS LA
      * REVISION DE QUE LOS INDICADORES TRAIGAN UN VALOR QUE LA
      * DIVISION RECONOCE (UN VALOR DESCONOCIDO SE TOMARIA EN SILENCIO
      * COMO EL VALOR POR OMISION)
       250-VALIDAR-TRABAJO.
           MOVE 00                          TO ERRORES-VALIDACION

           IF PARM-ARCHIVO-ENTRADA = SPACES
               DISPLAY "  ERROR: FALTA EL ARCHIVO DE ENTRADA"
               ADD +01                      TO ERRORES-VALIDACION
           END-IF

           IF PARM-NOMBRE-INICIAL = SPACES
               DISPLAY "  ERROR: FALTA EL NOMBRE INICIAL DE SALIDA"
               ADD +01                      TO ERRORES-VALIDACION
           END-IF

           IF PARM-LIMITE-REGISTROS NOT NUMERIC
               DISPLAY "  ERROR: LIMITE DE REGISTROS NO NUMERICO"
               ADD +01                      TO ERRORES-VALIDACION
           END-IF

           IF PARM-MODO-DIVISION NOT = "C" AND NOT = "T"
              AND NOT = "K" AND NOT = "V"
               DISPLAY "  ERROR: MODO DE DIVISION DEBE SER C, T, K O V"
               ADD +01                      TO ERRORES-VALIDACION
           END-IF

           IF PARM-LIMITE-TAMANO NOT NUMERIC
              OR PARM-LLAVE-OFFSET NOT NUMERIC
              OR PARM-LLAVE-LONGITUD NOT NUMERIC
              OR PARM-LONGITUD-MINIMA NOT NUMERIC
              OR PARM-LONGITUD-MAXIMA NOT NUMERIC
              OR PARM-LIMITE-RECHAZOS NOT NUMERIC
              OR PARM-PORCENTAJE-RECHAZOS NOT NUMERIC
              OR PARM-LONGITUD-REGISTRO NOT NUMERIC
              OR PARM-NUMERO-SHARD NOT NUMERIC
              OR PARM-TOTAL-SHARDS NOT NUMERIC
               DISPLAY "  ERROR: HAY CAMPOS NUMERICOS CON DATOS NO "
                       "NUMERICOS (RENGLON CORRIDO)"
               ADD +01                      TO ERRORES-VALIDACION
               GO TO 250-VALIDAR-TRABAJO-EXIT
           END-IF

           IF PARM-VALIDACION-ACTIVA NOT = "S" AND NOT = "N"
              AND NOT = SPACE
              OR PARM-TRANSFORMACION NOT = "S" AND NOT = "N"
              AND NOT = SPACE
              OR PARM-DEDUPLICACION NOT = "S" AND NOT = "N"
              AND NOT = SPACE
               DISPLAY "  ERROR: VALIDACION, TRANSFORMACION Y "
                       "DEDUPLICACION DEBEN SER S O N"
               ADD +01                      TO ERRORES-VALIDACION
           END-IF

           IF PARM-FORMATO-REGISTRO NOT = "T" AND NOT = "B"
              AND NOT = SPACE
               DISPLAY "  ERROR: FORMATO DE REGISTRO DEBE SER T O B"
               ADD +01                      TO ERRORES-VALIDACION
           END-IF

           IF PARM-ORGANIZACION-SALIDA NOT = "L" AND NOT = "I"
              AND NOT = SPACE
               DISPLAY "  ERROR: ORGANIZACION DE SALIDA DEBE SER L O I"
               ADD +01                      TO ERRORES-VALIDACION
           END-IF

           IF PARM-TOTAL-SHARDS > 01
               IF PARM-NUMERO-SHARD = 00
                  OR PARM-NUMERO-SHARD > PARM-TOTAL-SHARDS
                   DISPLAY "  ERROR: EL NUMERO DE SHARD DEBE ESTAR "
                           "ENTRE 1 Y EL TOTAL DE SHARDS"
                   ADD +01                  TO ERRORES-VALIDACION
               END-IF
           ELSE
               IF PARM-NUMERO-SHARD > 01
                   DISPLAY "  ERROR: NUMERO DE SHARD MAYOR QUE EL "
                           "TOTAL DE SHARDS"
                   ADD +01                  TO ERRORES-VALIDACION
               END-IF
           END-IF

           IF PARM-DEDUPLICACION = "S" AND PARM-TOTAL-SHARDS > 01
               DISPLAY "  ERROR: LA DETECCION DE DUPLICADOS NO SE "
                       "COMBINA CON EL MODO SHARD"
               ADD +01                      TO ERRORES-VALIDACION
           END-IF

           IF PARM-FORMATO-REGISTRO = "B"
              AND PARM-LONGITUD-REGISTRO = 00
               DISPLAY "  ERROR: LA ENTRADA BINARIA REQUIERE UNA "
                       "LONGITUD DE REGISTRO MAYOR QUE CERO"
               ADD +01                      TO ERRORES-VALIDACION
           END-IF

           IF PARM-VALIDACION-ACTIVA = "S"
              AND PARM-LONGITUD-MAXIMA > 00
              AND PARM-LONGITUD-MINIMA > PARM-LONGITUD-MAXIMA
               DISPLAY "  ERROR: LONGITUD MINIMA MAYOR QUE LA MAXIMA"
               ADD +01                      TO ERRORES-VALIDACION
           END-IF

           PERFORM 251-VALIDAR-NOMBRE-SALIDA

           IF PARM-MAESTRO NOT = SPACES
              AND (PARM-LLAVE-LONGITUD = 00
                   OR PARM-LLAVE-LONGITUD > 15)
               DISPLAY "  ERROR: LA VERIFICACION CONTRA EL MAESTRO "
                       "REQUIERE UNA LLAVE DE 1 A 15 POSICIONES"
               ADD +01                      TO ERRORES-VALIDACION
           END-IF

           IF PARM-OPCIONES-GRUPO NOT = SPACES
               PERFORM 252-VALIDAR-AGRUPACION
                   THRU 252-VALIDAR-AGRUPACION-EXIT
           END-IF

           IF PARM-MODO-DIVISION = "K"
               DISPLAY "  AVISO: EL MODO K USA LOS RANGOS DEL ARCHIVO "
                       "RANGOS"
           END-IF
           IF PARM-TRANSFORMACION = "S"
               DISPLAY "  AVISO: LA TRANSFORMACION USA EL TRAZADO DEL "
                       "ARCHIVO CAMPOS"
           END-IF
           IF PARM-REMITENTE NOT = SPACES
               DISPLAY "  AVISO: EL CONTROL DE ACEPTACION USA EL "
                       "TRAILER DEL ARCHIVO REMITENTES"
           END-IF
           IF PARM-MAESTRO NOT = SPACES
               DISPLAY "  AVISO: LA VERIFICACION DE LLAVES USA LA "
                       "DEFINICION DEL ARCHIVO MAESTROS"
           END-IF

           IF ERRORES-VALIDACION = 00
               DISPLAY "  TRABAJO VALIDO"
           END-IF
           .
       250-VALIDAR-TRABAJO-EXIT.
           EXIT.

       251-VALIDAR-NOMBRE-SALIDA.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(PARM-EXTENCION-ARCHIVO))
               TO LONGITUD-EXTENSION
           IF PARM-EXTENCION-ARCHIVO = SPACES
               MOVE 00                      TO LONGITUD-EXTENSION
           END-IF

           IF PARM-MODO-DIVISION = "V"
               IF PARM-LLAVE-LONGITUD > 00
                   MOVE PARM-LLAVE-LONGITUD TO LONGITUD-PARTE-VARIABLE
               ELSE
                   MOVE 01                  TO LONGITUD-PARTE-VARIABLE
               END-IF
           ELSE
               MOVE 02                      TO LONGITUD-PARTE-VARIABLE
           END-IF

           MOVE FUNCTION LENGTH(FUNCTION TRIM(PARM-NOMBRE-INICIAL))
               TO LONGITUD-NOMBRE
           IF PARM-NOMBRE-INICIAL = SPACES
               MOVE 00                      TO LONGITUD-NOMBRE
           END-IF

           COMPUTE LONGITUD-NOMBRE-SALIDA =
               LONGITUD-NOMBRE + LONGITUD-PARTE-VARIABLE
               + 6 + 1 + LONGITUD-EXTENSION

      * EL SHARD AGREGA -S<NN> AL NOMBRE INICIAL
           IF PARM-TOTAL-SHARDS > 01
               ADD 04                       TO LONGITUD-NOMBRE-SALIDA
           END-IF

           IF LONGITUD-NOMBRE-SALIDA > 50
               DISPLAY "  ERROR: EL NOMBRE INICIAL MAS EL NUMERO O LA "
                       "LLAVE, EL SUFIJO DE GENERACION Y LA "
               DISPLAY "         EXTENSION NO CABEN EN 50 CARACTERES"
               ADD +01                      TO ERRORES-VALIDACION
           END-IF
           .

      * MISMAS REGLAS QUE 0117-VALIDAR-AGRUPACION DE LA DIVISION; LA
      * LONGITUD EN CERO SE TOMA COMO LA DEL CODIGO CAPTURADO
       252-VALIDAR-AGRUPACION.
           IF PARM-GRUPO-OFFSET NOT NUMERIC
              OR PARM-GRUPO-LONGITUD NOT NUMERIC
               DISPLAY "  ERROR: POSICION O LONGITUD DEL TIPO DE "
                       "REGISTRO NO NUMERICA"
               ADD +01                      TO ERRORES-VALIDACION
               GO TO 252-VALIDAR-AGRUPACION-EXIT
           END-IF

           IF PARM-GRUPO-OFFSET = 00
               GO TO 252-VALIDAR-AGRUPACION-EXIT
           END-IF

           MOVE PARM-GRUPO-LONGITUD         TO LONGITUD-TIPO-GRUPO
           IF LONGITUD-TIPO-GRUPO = 00
              AND PARM-GRUPO-CODIGO NOT = SPACES
               MOVE FUNCTION LENGTH(FUNCTION TRIM(PARM-GRUPO-CODIGO
                                                  TRAILING))
                   TO LONGITUD-TIPO-GRUPO
           END-IF

           IF PARM-GRUPO-CODIGO = SPACES
              OR LONGITUD-TIPO-GRUPO > 05
              OR PARM-GRUPO-OFFSET + LONGITUD-TIPO-GRUPO - 1 > 30000
               DISPLAY "  ERROR: LA DIVISION POR GRUPOS REQUIERE UN "
                       "CODIGO DE CABECERA DE 1 A 5 POSICIONES"
               ADD +01                      TO ERRORES-VALIDACION
           END-IF

           IF PARM-TOTAL-SHARDS > 01
               DISPLAY "  ERROR: LA DIVISION POR GRUPOS NO SE "
                       "COMBINA CON EL MODO SHARD"
               ADD +01                      TO ERRORES-VALIDACION
           END-IF

           IF PARM-ORGANIZACION-SALIDA = "I"
               DISPLAY "  ERROR: LA DIVISION POR GRUPOS NO SE "
                       "COMBINA CON LA SALIDA INDEXADA"
               ADD +01                      TO ERRORES-VALIDACION
           END-IF
           .
       252-VALIDAR-AGRUPACION-EXIT.
           EXIT.

       255-RESTAURAR-TRABAJOS.
           MOVE TABLA-TRABAJOS-RESPALDO     TO TABLA-TRABAJOS
           MOVE TOTAL-TRABAJOS-RESPALDO     TO TOTAL-TRABAJOS
           .

       270-GRABAR-PARMFILE.
           MOVE "S"                         TO SW-ARCHIVO-GRABADO
           MOVE SPACES                      TO EST-PARAMETROS
           OPEN OUTPUT ARCHIVO-PARAMETROS

           IF EST-PARAMETROS NOT = "00"
               DISPLAY "NO SE PUDO GRABAR PARMFILE (ESTADO "
                       EST-PARAMETROS "), EL CAMBIO NO QUEDA GRABADO"
               MOVE "N"                     TO SW-ARCHIVO-GRABADO
               MOVE 08                      TO RETURN-CODE
               GO TO 270-GRABAR-PARMFILE-EXIT
           END-IF

           MOVE "REEMPLAZO"                 TO PAU-TIPO
           MOVE "PARMFILE"                  TO PAU-DETALLE
           PERFORM 985-REGISTRAR-AUDITORIA

           PERFORM 2701-GRABAR-UN-TRABAJO
               VARYING IDX-RENGLON FROM 1 BY 1
               UNTIL IDX-RENGLON > TOTAL-TRABAJOS

           CLOSE ARCHIVO-PARAMETROS

           DISPLAY "PARMFILE GRABADO CON " TOTAL-TRABAJOS " TRABAJOS"
           .
       270-GRABAR-PARMFILE-EXIT.
           EXIT.

       2701-GRABAR-UN-TRABAJO.
           MOVE TRB-PARAMETROS(IDX-RENGLON) TO REG-PARAMETROS
           WRITE REG-PARAMETROS
           .

      *-----------------------------------------------------------------
      * R A N G O S
      *-----------------------------------------------------------------
       400-MANTENER-RANGOS.
           PERFORM 410-CARGAR-RANGOS
               THRU 410-CARGAR-RANGOS-EXIT

           IF SW-TABLA-EXCEDIDA = "S"
               GO TO 400-MANTENER-RANGOS-EXIT
           END-IF

           PERFORM 420-ATENDER-MENU-RANGOS
               UNTIL VOLVER-AL-MENU
           .
       400-MANTENER-RANGOS-EXIT.
           EXIT.

       410-CARGAR-RANGOS.
           MOVE 00                          TO TOTAL-RANGOS
           MOVE 00                          TO FIN-ARCHIVO
           MOVE "N"                         TO SW-TABLA-EXCEDIDA

           MOVE SPACES                      TO EST-RANGOS
           OPEN INPUT ARCHIVO-RANGOS

           IF EST-RANGOS NOT = "00"
               DISPLAY "RANGOS NO EXISTE, SE INICIA VACIO"
               GO TO 410-CARGAR-RANGOS-EXIT
           END-IF

           PERFORM 4101-LEER-UN-RANGO
               UNTIL FIN-ARCHIVO = 01

           CLOSE ARCHIVO-RANGOS

           IF SW-TABLA-EXCEDIDA = "S"
               DISPLAY "RANGOS TRAE MAS DE 30 RENGLONES (LA DIVISION "
               DISPLAY "SOLO CARGA 30); CORRIJA EL ARCHIVO ANTES DE "
               DISPLAY "MANTENERLO AQUI"
           ELSE
               DISPLAY "RANGOS EN EL ARCHIVO: " TOTAL-RANGOS
           END-IF
           .
       410-CARGAR-RANGOS-EXIT.
           EXIT.

       4101-LEER-UN-RANGO.
           READ ARCHIVO-RANGOS
               AT END
                   MOVE 01                  TO FIN-ARCHIVO
               NOT AT END
                   IF REG-RANGO NOT = SPACES
                       IF TOTAL-RANGOS > 29
                           MOVE "S"         TO SW-TABLA-EXCEDIDA
                           MOVE 01          TO FIN-ARCHIVO
                       ELSE
                           ADD  +01         TO TOTAL-RANGOS
                           MOVE REG-RANGO
                               TO RNG-IMAGEN(TOTAL-RANGOS)
                       END-IF
                   END-IF
           END-READ
           .

       420-ATENDER-MENU-RANGOS.
           DISPLAY X"0D"
           DISPLAY "RANGOS - ACCION (L=LISTAR, A=AGREGAR, C=CAMBIAR, "
           DISPLAY "B=BORRAR, V O ENTER=VOLVER): "
           MOVE SPACES                      TO OPCION-ACCION
           ACCEPT  OPCION-ACCION
           INSPECT OPCION-ACCION            REPLACING ALL X"0D" BY " "
           INSPECT OPCION-ACCION  CONVERTING MINUSCULAS TO MAYUSCULAS

           EVALUATE OPCION-ACCION
               WHEN "L"
                   PERFORM 430-LISTAR-RANGOS
               WHEN "A"
                   PERFORM 440-AGREGAR-RANGO
                       THRU 440-AGREGAR-RANGO-EXIT
               WHEN "C"
                   PERFORM 441-CAMBIAR-RANGO
                       THRU 441-CAMBIAR-RANGO-EXIT
               WHEN "B"
                   PERFORM 443-BORRAR-RANGO
                       THRU 443-BORRAR-RANGO-EXIT
               WHEN "V"
               WHEN SPACE
                   MOVE "S"                 TO SW-VOLVER
               WHEN OTHER
                   DISPLAY "OPCION NO RECONOCIDA: " OPCION-ACCION
           END-EVALUATE
           .

       430-LISTAR-RANGOS.
           IF TOTAL-RANGOS = 00
               DISPLAY "RANGOS NO TIENE RENGLONES"
           ELSE
               DISPLAY "RENGLON LLAVE BAJA      LLAVE ALTA      ARCHIVO"
               PERFORM 431-LISTAR-UN-RANGO
                   VARYING IDX-RENGLON FROM 1 BY 1
                   UNTIL IDX-RENGLON > TOTAL-RANGOS
               PERFORM 450-VALIDAR-RANGOS
           END-IF
           .

       431-LISTAR-UN-RANGO.
           MOVE RNG-IMAGEN(IDX-RENGLON)     TO DATOS-RANGO
           DISPLAY "  " IDX-RENGLON "    " DRG-LLAVE-BAJA " "
                   DRG-LLAVE-ALTA " " DRG-NUMERO-ARCHIVO
           .

      * EL RANGO NUEVO SE INSERTA EN SU LUGAR POR LLAVE BAJA; LA
      * VALIDACION DE LA TABLA COMPLETA RECHAZA LOS QUE SE ENCIMAN
       440-AGREGAR-RANGO.
           IF TOTAL-RANGOS > 29
               DISPLAY "RANGOS YA TIENE 30 RENGLONES, EL MAXIMO QUE "
               DISPLAY "CARGA LA DIVISION"
               GO TO 440-AGREGAR-RANGO-EXIT
           END-IF

           MOVE SPACES                      TO DATOS-RANGO
           MOVE 01                          TO DRG-NUMERO-ARCHIVO
           PERFORM 445-EDITAR-RANGO

           MOVE TABLA-RANGOS                TO TABLA-RANGOS-RESPALDO
           MOVE TOTAL-RANGOS                TO TOTAL-RANGOS-RESPALDO

           MOVE 01                          TO RENGLON-ELEGIDO
           PERFORM 4401-BUSCAR-POSICION
               VARYING IDX-RENGLON FROM 1 BY 1
               UNTIL IDX-RENGLON > TOTAL-RANGOS
           PERFORM 4402-BAJAR-UN-RANGO
               VARYING IDX-CORRIMIENTO FROM TOTAL-RANGOS BY -1
               UNTIL IDX-CORRIMIENTO < RENGLON-ELEGIDO
           ADD  +01                         TO TOTAL-RANGOS
           MOVE DATOS-RANGO
               TO RNG-IMAGEN(RENGLON-ELEGIDO)

           PERFORM 450-VALIDAR-RANGOS
           IF ERRORES-VALIDACION > 00
               PERFORM 455-RESTAURAR-RANGOS
               PERFORM 890-RECHAZAR-CAMBIO
               GO TO 440-AGREGAR-RANGO-EXIT
           END-IF

           PERFORM 880-CONFIRMAR-CAMBIO
           IF RESPUESTA-CONFIRMA NOT = "S"
               PERFORM 455-RESTAURAR-RANGOS
               GO TO 440-AGREGAR-RANGO-EXIT
           END-IF

           PERFORM 470-GRABAR-RANGOS
               THRU 470-GRABAR-RANGOS-EXIT
           IF NOT ARCHIVO-GRABADO
               PERFORM 455-RESTAURAR-RANGOS
               GO TO 440-AGREGAR-RANGO-EXIT
           END-IF

           MOVE "ALTA"                      TO ACCION-CAMBIO
           MOVE SPACES                      TO IMAGEN-ANTES
           MOVE RNG-IMAGEN(RENGLON-ELEGIDO) TO IMAGEN-DESPUES
           MOVE "RANGOS"                    TO ARCHIVO-CAMBIADO
           PERFORM 900-ESCRIBIR-CAMBIO
           .
       440-AGREGAR-RANGO-EXIT.
           EXIT.

       4401-BUSCAR-POSICION.
           IF RNG-IMAGEN(IDX-RENGLON)(1:15) < DRG-LLAVE-BAJA
               COMPUTE RENGLON-ELEGIDO = IDX-RENGLON + 1
           END-IF
           .

       4402-BAJAR-UN-RANGO.
           MOVE RNG-IMAGEN(IDX-CORRIMIENTO)
               TO RNG-IMAGEN(IDX-CORRIMIENTO + 1)
           .

       441-CAMBIAR-RANGO.
           MOVE TOTAL-RANGOS                TO RENGLON-MAXIMO
           PERFORM 870-PEDIR-RENGLON
           IF RENGLON-ELEGIDO = 00
               GO TO 441-CAMBIAR-RANGO-EXIT
           END-IF

           MOVE RNG-IMAGEN(RENGLON-ELEGIDO) TO DATOS-RANGO
           MOVE DATOS-RANGO                 TO IMAGEN-ANTES
           PERFORM 445-EDITAR-RANGO

           MOVE TABLA-RANGOS                TO TABLA-RANGOS-RESPALDO
           MOVE TOTAL-RANGOS                TO TOTAL-RANGOS-RESPALDO
           MOVE DATOS-RANGO
               TO RNG-IMAGEN(RENGLON-ELEGIDO)

           PERFORM 450-VALIDAR-RANGOS
           IF ERRORES-VALIDACION > 00
               PERFORM 455-RESTAURAR-RANGOS
               PERFORM 890-RECHAZAR-CAMBIO
               GO TO 441-CAMBIAR-RANGO-EXIT
           END-IF

           PERFORM 880-CONFIRMAR-CAMBIO
           IF RESPUESTA-CONFIRMA NOT = "S"
               PERFORM 455-RESTAURAR-RANGOS
               GO TO 441-CAMBIAR-RANGO-EXIT
           END-IF

           PERFORM 470-GRABAR-RANGOS
               THRU 470-GRABAR-RANGOS-EXIT
           IF NOT ARCHIVO-GRABADO
               PERFORM 455-RESTAURAR-RANGOS
               GO TO 441-CAMBIAR-RANGO-EXIT
           END-IF

           MOVE "CAMBIO"                    TO ACCION-CAMBIO
           MOVE RNG-IMAGEN(RENGLON-ELEGIDO) TO IMAGEN-DESPUES
           MOVE "RANGOS"                    TO ARCHIVO-CAMBIADO
           PERFORM 900-ESCRIBIR-CAMBIO
           .
       441-CAMBIAR-RANGO-EXIT.
           EXIT.

       443-BORRAR-RANGO.
           MOVE TOTAL-RANGOS                TO RENGLON-MAXIMO
           PERFORM 870-PEDIR-RENGLON
           IF RENGLON-ELEGIDO = 00
               GO TO 443-BORRAR-RANGO-EXIT
           END-IF

           MOVE RENGLON-ELEGIDO             TO IDX-RENGLON
           PERFORM 431-LISTAR-UN-RANGO

           PERFORM 880-CONFIRMAR-CAMBIO
           IF RESPUESTA-CONFIRMA NOT = "S"
               GO TO 443-BORRAR-RANGO-EXIT
           END-IF

           MOVE RNG-IMAGEN(RENGLON-ELEGIDO) TO IMAGEN-ANTES

           MOVE TABLA-RANGOS                TO TABLA-RANGOS-RESPALDO
           MOVE TOTAL-RANGOS                TO TOTAL-RANGOS-RESPALDO
           PERFORM 4431-SUBIR-UN-RANGO
               VARYING IDX-CORRIMIENTO FROM RENGLON-ELEGIDO BY 1
               UNTIL IDX-CORRIMIENTO NOT < TOTAL-RANGOS
           MOVE SPACES                      TO RNG-IMAGEN(TOTAL-RANGOS)
           SUBTRACT 01                    FROM TOTAL-RANGOS

           PERFORM 470-GRABAR-RANGOS
               THRU 470-GRABAR-RANGOS-EXIT
           IF NOT ARCHIVO-GRABADO
               PERFORM 455-RESTAURAR-RANGOS
               GO TO 443-BORRAR-RANGO-EXIT
           END-IF

           MOVE "BAJA"                      TO ACCION-CAMBIO
           MOVE SPACES                      TO IMAGEN-DESPUES
           MOVE "RANGOS"                    TO ARCHIVO-CAMBIADO
           PERFORM 900-ESCRIBIR-CAMBIO
           .
       443-BORRAR-RANGO-EXIT.
           EXIT.

       4431-SUBIR-UN-RANGO.
           MOVE RNG-IMAGEN(IDX-CORRIMIENTO + 1)
               TO RNG-IMAGEN(IDX-CORRIMIENTO)
           .

       445-EDITAR-RANGO.
           DISPLAY "CAPTURE CADA CAMPO; ENTER CONSERVA EL VALOR ENTRE "
           DISPLAY "CORCHETES"

           MOVE "LLAVE BAJA"                TO ETIQUETA-CAMPO
           MOVE DRG-LLAVE-BAJA              TO VALOR-ACTUAL
           PERFORM 800-PEDIR-TEXTO
           MOVE VALOR-ACTUAL                TO DRG-LLAVE-BAJA

           MOVE "LLAVE ALTA"                TO ETIQUETA-CAMPO
           MOVE DRG-LLAVE-ALTA              TO VALOR-ACTUAL
           PERFORM 800-PEDIR-TEXTO
           MOVE VALOR-ACTUAL                TO DRG-LLAVE-ALTA

           MOVE "NUMERO ARCHIVO (1-50)"     TO ETIQUETA-CAMPO
           MOVE 02                          TO DIGITOS-MAXIMOS
           IF DRG-NUMERO-ARCHIVO IS NUMERIC
               MOVE DRG-NUMERO-ARCHIVO      TO NUMERO-ACTUAL
           ELSE
               MOVE 00                      TO NUMERO-ACTUAL
           END-IF
           PERFORM 810-PEDIR-NUMERO
           MOVE NUMERO-ACTUAL               TO DRG-NUMERO-ARCHIVO

           MOVE SPACE                       TO DATOS-RANGO(16:1)
           MOVE SPACE                       TO DATOS-RANGO(32:1)
           .

      * LA DIVISION RECORRE LOS RANGOS EN ORDEN Y TOMA EL PRIMERO QUE
      * CONTIENE LA LLAVE: CADA RANGO DEBE TENER BAJA <= ALTA, EMPEZAR
      * DESPUES DE QUE TERMINA EL ANTERIOR Y APUNTAR A UN ARCHIVO DE
      * 1 A 50 (EL MAXIMO DE DESTINOS DE LA DIVISION)
       450-VALIDAR-RANGOS.
           MOVE 00                          TO ERRORES-VALIDACION
           MOVE LOW-VALUES                  TO LLAVE-ALTA-ANTERIOR

           PERFORM 4501-VALIDAR-UN-RANGO
               VARYING IDX-RENGLON FROM 1 BY 1
               UNTIL IDX-RENGLON > TOTAL-RANGOS

           IF ERRORES-VALIDACION = 00
               DISPLAY "  TABLA DE RANGOS VALIDA"
           END-IF
           .

       4501-VALIDAR-UN-RANGO.
           MOVE RNG-IMAGEN(IDX-RENGLON)     TO DATOS-RANGO

           IF DRG-LLAVE-BAJA > DRG-LLAVE-ALTA
               DISPLAY "  ERROR RENGLON " IDX-RENGLON
                       ": LLAVE BAJA MAYOR QUE LLAVE ALTA"
               ADD +01                      TO ERRORES-VALIDACION
           END-IF

           IF IDX-RENGLON > 01
              AND DRG-LLAVE-BAJA NOT > LLAVE-ALTA-ANTERIOR
               DISPLAY "  ERROR RENGLON " IDX-RENGLON
                       ": SE ENCIMA CON EL RANGO ANTERIOR O VA "
                       "FUERA DE ORDEN"
               ADD +01                      TO ERRORES-VALIDACION
           END-IF

           IF DRG-NUMERO-ARCHIVO NOT NUMERIC
              OR DRG-NUMERO-ARCHIVO = 00
              OR DRG-NUMERO-ARCHIVO > 50
               DISPLAY "  ERROR RENGLON " IDX-RENGLON
                       ": NUMERO DE ARCHIVO DEBE SER DE 1 A 50"
               ADD +01                      TO ERRORES-VALIDACION
           END-IF

           MOVE DRG-LLAVE-ALTA              TO LLAVE-ALTA-ANTERIOR
           .

       455-RESTAURAR-RANGOS.
           MOVE TABLA-RANGOS-RESPALDO       TO TABLA-RANGOS
           MOVE TOTAL-RANGOS-RESPALDO       TO TOTAL-RANGOS
           .

       470-GRABAR-RANGOS.
           MOVE "S"                         TO SW-ARCHIVO-GRABADO
           MOVE SPACES                      TO EST-RANGOS
           OPEN OUTPUT ARCHIVO-RANGOS

           IF EST-RANGOS NOT = "00"
               DISPLAY "NO SE PUDO GRABAR RANGOS (ESTADO "
                       EST-RANGOS "), EL CAMBIO NO QUEDA GRABADO"
               MOVE "N"                     TO SW-ARCHIVO-GRABADO
               MOVE 08                      TO RETURN-CODE
               GO TO 470-GRABAR-RANGOS-EXIT
           END-IF

           MOVE "REEMPLAZO"                 TO PAU-TIPO
           MOVE "RANGOS"                    TO PAU-DETALLE
           PERFORM 985-REGISTRAR-AUDITORIA

           PERFORM 4701-GRABAR-UN-RANGO
               VARYING IDX-RENGLON FROM 1 BY 1
               UNTIL IDX-RENGLON > TOTAL-RANGOS

           CLOSE ARCHIVO-RANGOS

           DISPLAY "RANGOS GRABADO CON " TOTAL-RANGOS " RENGLONES"
           .
       470-GRABAR-RANGOS-EXIT.
           EXIT.

       4701-GRABAR-UN-RANGO.
           MOVE RNG-IMAGEN(IDX-RENGLON)     TO REG-RANGO
           WRITE REG-RANGO
           .

      *-----------------------------------------------------------------
      * C A M P O S
      *-----------------------------------------------------------------
       600-MANTENER-CAMPOS.
           PERFORM 610-CARGAR-CAMPOS
               THRU 610-CARGAR-CAMPOS-EXIT

           IF SW-TABLA-EXCEDIDA = "S"
               GO TO 600-MANTENER-CAMPOS-EXIT
           END-IF

           PERFORM 620-ATENDER-MENU-CAMPOS
               UNTIL VOLVER-AL-MENU
           .
       600-MANTENER-CAMPOS-EXIT.
           EXIT.

       610-CARGAR-CAMPOS.
           MOVE 00                          TO TOTAL-CAMPOS
           MOVE 00                          TO FIN-ARCHIVO
           MOVE "N"                         TO SW-TABLA-EXCEDIDA

           MOVE SPACES                      TO EST-CAMPOS
           OPEN INPUT ARCHIVO-CAMPOS

           IF EST-CAMPOS NOT = "00"
               DISPLAY "CAMPOS NO EXISTE, SE INICIA VACIO"
               GO TO 610-CARGAR-CAMPOS-EXIT
           END-IF

           PERFORM 6101-LEER-UN-CAMPO
               UNTIL FIN-ARCHIVO = 01

           CLOSE ARCHIVO-CAMPOS

           IF SW-TABLA-EXCEDIDA = "S"
               DISPLAY "CAMPOS TRAE MAS DE 50 RENGLONES (LA DIVISION "
               DISPLAY "ABORTA CON MAS DE 50); CORRIJA EL ARCHIVO "
               DISPLAY "ANTES DE MANTENERLO AQUI"
           ELSE
               DISPLAY "CAMPOS EN EL TRAZADO: " TOTAL-CAMPOS
           END-IF
           .
       610-CARGAR-CAMPOS-EXIT.
           EXIT.

       6101-LEER-UN-CAMPO.
           READ ARCHIVO-CAMPOS
               AT END
                   MOVE 01                  TO FIN-ARCHIVO
               NOT AT END
                   IF REG-CAMPO NOT = SPACES
                       IF TOTAL-CAMPOS > 49
                           MOVE "S"         TO SW-TABLA-EXCEDIDA
                           MOVE 01          TO FIN-ARCHIVO
                       ELSE
                           ADD  +01         TO TOTAL-CAMPOS
                           MOVE REG-CAMPO
                               TO CMP-IMAGEN(TOTAL-CAMPOS)
                       END-IF
                   END-IF
           END-READ
           .

       620-ATENDER-MENU-CAMPOS.
           DISPLAY X"0D"
           DISPLAY "CAMPOS - ACCION (L=LISTAR, A=AGREGAR, C=CAMBIAR, "
           DISPLAY "B=BORRAR, V O ENTER=VOLVER): "
           MOVE SPACES                      TO OPCION-ACCION
           ACCEPT  OPCION-ACCION
           INSPECT OPCION-ACCION            REPLACING ALL X"0D" BY " "
           INSPECT OPCION-ACCION  CONVERTING MINUSCULAS TO MAYUSCULAS

           EVALUATE OPCION-ACCION
               WHEN "L"
                   PERFORM 630-LISTAR-CAMPOS
               WHEN "A"
                   PERFORM 640-AGREGAR-CAMPO
                       THRU 640-AGREGAR-CAMPO-EXIT
               WHEN "C"
                   PERFORM 641-CAMBIAR-CAMPO
                       THRU 641-CAMBIAR-CAMPO-EXIT
               WHEN "B"
                   PERFORM 643-BORRAR-CAMPO
                       THRU 643-BORRAR-CAMPO-EXIT
               WHEN "V"
               WHEN SPACE
                   MOVE "S"                 TO SW-VOLVER
               WHEN OTHER
                   DISPLAY "OPCION NO RECONOCIDA: " OPCION-ACCION
           END-EVALUATE
           .

       630-LISTAR-CAMPOS.
           IF TOTAL-CAMPOS = 00
               DISPLAY "CAMPOS NO TIENE RENGLONES"
           ELSE
               DISPLAY "RENGLON OFFSET LONGITUD TIPO"
               PERFORM 631-LISTAR-UN-CAMPO
                   VARYING IDX-RENGLON FROM 1 BY 1
                   UNTIL IDX-RENGLON > TOTAL-CAMPOS
           END-IF
           .

       631-LISTAR-UN-CAMPO.
           MOVE CMP-IMAGEN(IDX-RENGLON)     TO DATOS-CAMPO
           DISPLAY "  " IDX-RENGLON "    " DCM-OFFSET "  "
                   DCM-LONGITUD "    " DCM-TIPO
           PERFORM 650-VALIDAR-CAMPO
           .

       640-AGREGAR-CAMPO.
           IF TOTAL-CAMPOS > 49
               DISPLAY "CAMPOS YA TIENE 50 RENGLONES, EL MAXIMO QUE "
               DISPLAY "ADMITE LA TRANSFORMACION DE LA DIVISION"
               GO TO 640-AGREGAR-CAMPO-EXIT
           END-IF

           MOVE SPACES                      TO DATOS-CAMPO
           MOVE 00                          TO DCM-OFFSET
           MOVE 00                          TO DCM-LONGITUD
           MOVE 00                          TO IDX-RENGLON
           PERFORM 645-EDITAR-CAMPO

           PERFORM 650-VALIDAR-CAMPO
           IF ERRORES-VALIDACION > 00
               PERFORM 890-RECHAZAR-CAMBIO
               GO TO 640-AGREGAR-CAMPO-EXIT
           END-IF

           PERFORM 880-CONFIRMAR-CAMBIO
           IF RESPUESTA-CONFIRMA NOT = "S"
               GO TO 640-AGREGAR-CAMPO-EXIT
           END-IF

           MOVE TABLA-CAMPOS                TO TABLA-CAMPOS-RESPALDO
           MOVE TOTAL-CAMPOS                TO TOTAL-CAMPOS-RESPALDO
           ADD  +01                         TO TOTAL-CAMPOS
           MOVE DATOS-CAMPO                 TO CMP-IMAGEN(TOTAL-CAMPOS)
           PERFORM 670-GRABAR-CAMPOS
               THRU 670-GRABAR-CAMPOS-EXIT
           IF NOT ARCHIVO-GRABADO
               PERFORM 655-RESTAURAR-CAMPOS
               GO TO 640-AGREGAR-CAMPO-EXIT
           END-IF

           MOVE "ALTA"                      TO ACCION-CAMBIO
           MOVE TOTAL-CAMPOS                TO RENGLON-ELEGIDO
           MOVE SPACES                      TO IMAGEN-ANTES
           MOVE DATOS-CAMPO                 TO IMAGEN-DESPUES
           MOVE "CAMPOS"                    TO ARCHIVO-CAMBIADO
           PERFORM 900-ESCRIBIR-CAMBIO
           .
       640-AGREGAR-CAMPO-EXIT.
           EXIT.

       641-CAMBIAR-CAMPO.
           MOVE TOTAL-CAMPOS                TO RENGLON-MAXIMO
           PERFORM 870-PEDIR-RENGLON
           IF RENGLON-ELEGIDO = 00
               GO TO 641-CAMBIAR-CAMPO-EXIT
           END-IF

           MOVE CMP-IMAGEN(RENGLON-ELEGIDO) TO DATOS-CAMPO
           MOVE DATOS-CAMPO                 TO IMAGEN-ANTES
           MOVE RENGLON-ELEGIDO             TO IDX-RENGLON
           PERFORM 645-EDITAR-CAMPO

           PERFORM 650-VALIDAR-CAMPO
           IF ERRORES-VALIDACION > 00
               PERFORM 890-RECHAZAR-CAMBIO
               GO TO 641-CAMBIAR-CAMPO-EXIT
           END-IF

           PERFORM 880-CONFIRMAR-CAMBIO
           IF RESPUESTA-CONFIRMA NOT = "S"
               GO TO 641-CAMBIAR-CAMPO-EXIT
           END-IF

           MOVE TABLA-CAMPOS                TO TABLA-CAMPOS-RESPALDO
           MOVE TOTAL-CAMPOS                TO TOTAL-CAMPOS-RESPALDO
           MOVE DATOS-CAMPO
               TO CMP-IMAGEN(RENGLON-ELEGIDO)
           PERFORM 670-GRABAR-CAMPOS
               THRU 670-GRABAR-CAMPOS-EXIT
           IF NOT ARCHIVO-GRABADO
               PERFORM 655-RESTAURAR-CAMPOS
               GO TO 641-CAMBIAR-CAMPO-EXIT
           END-IF

           MOVE "CAMBIO"                    TO ACCION-CAMBIO
           MOVE DATOS-CAMPO                 TO IMAGEN-DESPUES
           MOVE "CAMPOS"                    TO ARCHIVO-CAMBIADO
           PERFORM 900-ESCRIBIR-CAMBIO
           .
       641-CAMBIAR-CAMPO-EXIT.
           EXIT.

       643-BORRAR-CAMPO.
           MOVE TOTAL-CAMPOS                TO RENGLON-MAXIMO
           PERFORM 870-PEDIR-RENGLON
           IF RENGLON-ELEGIDO = 00
               GO TO 643-BORRAR-CAMPO-EXIT
           END-IF

           MOVE RENGLON-ELEGIDO             TO IDX-RENGLON
           PERFORM 631-LISTAR-UN-CAMPO

           PERFORM 880-CONFIRMAR-CAMBIO
           IF RESPUESTA-CONFIRMA NOT = "S"
               GO TO 643-BORRAR-CAMPO-EXIT
           END-IF

           MOVE CMP-IMAGEN(RENGLON-ELEGIDO) TO IMAGEN-ANTES

           MOVE TABLA-CAMPOS                TO TABLA-CAMPOS-RESPALDO
           MOVE TOTAL-CAMPOS                TO TOTAL-CAMPOS-RESPALDO
           PERFORM 6431-SUBIR-UN-CAMPO
               VARYING IDX-CORRIMIENTO FROM RENGLON-ELEGIDO BY 1
               UNTIL IDX-CORRIMIENTO NOT < TOTAL-CAMPOS
           MOVE SPACES                      TO CMP-IMAGEN(TOTAL-CAMPOS)
           SUBTRACT 01                    FROM TOTAL-CAMPOS

           PERFORM 670-GRABAR-CAMPOS
               THRU 670-GRABAR-CAMPOS-EXIT
           IF NOT ARCHIVO-GRABADO
               PERFORM 655-RESTAURAR-CAMPOS
               GO TO 643-BORRAR-CAMPO-EXIT
           END-IF

           MOVE "BAJA"                      TO ACCION-CAMBIO
           MOVE SPACES                      TO IMAGEN-DESPUES
           MOVE "CAMPOS"                    TO ARCHIVO-CAMBIADO
           PERFORM 900-ESCRIBIR-CAMBIO
           .
       643-BORRAR-CAMPO-EXIT.
           EXIT.

       6431-SUBIR-UN-CAMPO.
           MOVE CMP-IMAGEN(IDX-CORRIMIENTO + 1)
               TO CMP-IMAGEN(IDX-CORRIMIENTO)
           .

       645-EDITAR-CAMPO.
           DISPLAY "CAPTURE CADA CAMPO; ENTER CONSERVA EL VALOR ENTRE "
           DISPLAY "CORCHETES"

           MOVE "OFFSET"                    TO ETIQUETA-CAMPO
           MOVE 05                          TO DIGITOS-MAXIMOS
           IF DCM-OFFSET IS NUMERIC
               MOVE DCM-OFFSET              TO NUMERO-ACTUAL
           ELSE
               MOVE 00                      TO NUMERO-ACTUAL
           END-IF
           PERFORM 810-PEDIR-NUMERO
           MOVE NUMERO-ACTUAL               TO DCM-OFFSET

           MOVE "LONGITUD"                  TO ETIQUETA-CAMPO
           MOVE 05                          TO DIGITOS-MAXIMOS
           IF DCM-LONGITUD IS NUMERIC
               MOVE DCM-LONGITUD            TO NUMERO-ACTUAL
           ELSE
               MOVE 00                      TO NUMERO-ACTUAL
           END-IF
           PERFORM 810-PEDIR-NUMERO
           MOVE NUMERO-ACTUAL               TO DCM-LONGITUD

           MOVE "TIPO (P/Z/N/X=TEXTO)"      TO ETIQUETA-CAMPO
           MOVE DCM-TIPO                    TO VALOR-ACTUAL
           PERFORM 805-PEDIR-INDICADOR
           MOVE VALOR-ACTUAL                TO DCM-TIPO

           MOVE SPACE                       TO DATOS-CAMPO(6:1)
           MOVE SPACE                       TO DATOS-CAMPO(12:1)
           .

      * LA DIVISION DESCARTA EN SILENCIO UN RENGLON SIN OFFSET O SIN
      * LONGITUD; AQUI SE RECHAZA PARA QUE NO SE PIERDA UNA COLUMNA
       650-VALIDAR-CAMPO.
           MOVE 00                          TO ERRORES-VALIDACION

           IF DCM-OFFSET NOT NUMERIC OR DCM-OFFSET = 00
               DISPLAY "  ERROR: OFFSET DEBE SER NUMERICO MAYOR QUE 0"
               ADD +01                      TO ERRORES-VALIDACION
           END-IF

           IF DCM-LONGITUD NOT NUMERIC OR DCM-LONGITUD = 00
               DISPLAY "  ERROR: LONGITUD DEBE SER NUMERICA MAYOR "
                       "QUE 0"
               ADD +01                      TO ERRORES-VALIDACION
           END-IF

           IF ERRORES-VALIDACION = 00
               IF DCM-OFFSET + DCM-LONGITUD - 1 > 30000
                   DISPLAY "  ERROR: EL CAMPO TERMINA DESPUES DE LA "
                           "POSICION 30000"
                   ADD +01                  TO ERRORES-VALIDACION
               END-IF
           END-IF

           IF DCM-TIPO NOT = "P" AND NOT = "Z" AND NOT = "N"
              AND NOT = "X" AND NOT = SPACE
               DISPLAY "  ERROR: TIPO DEBE SER P (EMPACADO), Z "
                       "(ZONEADO), N (NUMERICO) O X/ESPACIO (TEXTO)"
               ADD +01                      TO ERRORES-VALIDACION
           END-IF
           .

       655-RESTAURAR-CAMPOS.
           MOVE TABLA-CAMPOS-RESPALDO       TO TABLA-CAMPOS
           MOVE TOTAL-CAMPOS-RESPALDO       TO TOTAL-CAMPOS
           .

       670-GRABAR-CAMPOS.
           MOVE "S"                         TO SW-ARCHIVO-GRABADO
           MOVE SPACES                      TO EST-CAMPOS
           OPEN OUTPUT ARCHIVO-CAMPOS

           IF EST-CAMPOS NOT = "00"
               DISPLAY "NO SE PUDO GRABAR CAMPOS (ESTADO "
                       EST-CAMPOS "), EL CAMBIO NO QUEDA GRABADO"
               MOVE "N"                     TO SW-ARCHIVO-GRABADO
               MOVE 08                      TO RETURN-CODE
               GO TO 670-GRABAR-CAMPOS-EXIT
           END-IF

           MOVE "REEMPLAZO"                 TO PAU-TIPO
           MOVE "CAMPOS"                    TO PAU-DETALLE
           PERFORM 985-REGISTRAR-AUDITORIA

           PERFORM 6701-GRABAR-UN-CAMPO
               VARYING IDX-RENGLON FROM 1 BY 1
               UNTIL IDX-RENGLON > TOTAL-CAMPOS

           CLOSE ARCHIVO-CAMPOS

           DISPLAY "CAMPOS GRABADO CON " TOTAL-CAMPOS " RENGLONES"
           .
       670-GRABAR-CAMPOS-EXIT.
           EXIT.

       6701-GRABAR-UN-CAMPO.
           MOVE CMP-IMAGEN(IDX-RENGLON)     TO REG-CAMPO
           WRITE REG-CAMPO
           .

      *-----------------------------------------------------------------
      * C A P T U R A   C O M U N
      *-----------------------------------------------------------------
       800-PEDIR-TEXTO.
           DISPLAY X"0D"
           DISPLAY ETIQUETA-CAMPO " [" FUNCTION TRIM(VALOR-ACTUAL) "]: "
           MOVE SPACES                      TO ENTRADA-OPERADOR
           ACCEPT  ENTRADA-OPERADOR
           INSPECT ENTRADA-OPERADOR         REPLACING ALL X"0D" BY " "

           IF ENTRADA-OPERADOR NOT = SPACES
               MOVE ENTRADA-OPERADOR        TO VALOR-ACTUAL
           END-IF
           .

       805-PEDIR-INDICADOR.
           PERFORM 800-PEDIR-TEXTO
           INSPECT VALOR-ACTUAL   CONVERTING MINUSCULAS TO MAYUSCULAS
           .

       810-PEDIR-NUMERO.
           DISPLAY X"0D"
           DISPLAY ETIQUETA-CAMPO " [" NUMERO-ACTUAL "]: "
           MOVE SPACES                      TO ENTRADA-OPERADOR
           ACCEPT  ENTRADA-OPERADOR
           INSPECT ENTRADA-OPERADOR         REPLACING ALL X"0D" BY " "

           IF ENTRADA-OPERADOR NOT = SPACES
               PERFORM 820-CONVERTIR-NUMERO
               IF NUMERO-VALIDO
                   MOVE NUMERO-CONVERTIDO   TO NUMERO-ACTUAL
               ELSE
                   DISPLAY "VALOR NO NUMERICO O DE MAS DE "
                           DIGITOS-MAXIMOS " DIGITOS, SE CONSERVA "
                           NUMERO-ACTUAL
               END-IF
           END-IF
           .

      * AJUSTA A LA DERECHA CON CEROS LO CAPTURADO, COMO LA GENERACION
      * PEDIDA EN VERIFICA-MANIFIESTO
       820-CONVERTIR-NUMERO.
           MOVE "N"                         TO SW-NUMERO-VALIDO
           MOVE FUNCTION TRIM(ENTRADA-OPERADOR) TO ENTRADA-AJUSTADA
           MOVE FUNCTION LENGTH(FUNCTION TRIM(ENTRADA-AJUSTADA))
               TO LONGITUD-ENTRADA

           IF LONGITUD-ENTRADA NOT > DIGITOS-MAXIMOS
               IF ENTRADA-AJUSTADA(1:LONGITUD-ENTRADA) IS NUMERIC
                   MOVE ZEROS               TO NUMERO-TEXTO
                   COMPUTE POS-NUMERO = 10 - LONGITUD-ENTRADA
                   MOVE ENTRADA-AJUSTADA(1:LONGITUD-ENTRADA)
                       TO NUMERO-TEXTO(POS-NUMERO:LONGITUD-ENTRADA)
                   MOVE "S"                 TO SW-NUMERO-VALIDO
               END-IF
           END-IF
           .

       870-PEDIR-RENGLON.
           MOVE 00                          TO RENGLON-ELEGIDO

           IF RENGLON-MAXIMO = 00
               DISPLAY "NO HAY RENGLONES QUE ELEGIR"
           ELSE
               MOVE "RENGLON (ENTER=CANCELAR)" TO ETIQUETA-CAMPO
               MOVE 02                      TO DIGITOS-MAXIMOS
               MOVE 00                      TO NUMERO-ACTUAL
               PERFORM 810-PEDIR-NUMERO
               IF NUMERO-ACTUAL > 00
                  AND NUMERO-ACTUAL NOT > RENGLON-MAXIMO
                   MOVE NUMERO-ACTUAL       TO RENGLON-ELEGIDO
               ELSE
                   IF NUMERO-ACTUAL > 00
                       DISPLAY "RENGLON FUERA DE 1 A " RENGLON-MAXIMO
                   END-IF
               END-IF
           END-IF
           .

       880-CONFIRMAR-CAMBIO.
           DISPLAY X"0D"
           DISPLAY "CONFIRMA EL CAMBIO (S/N): "
           MOVE SPACES                      TO RESPUESTA-CONFIRMA
           ACCEPT  RESPUESTA-CONFIRMA
           INSPECT RESPUESTA-CONFIRMA       REPLACING ALL X"0D" BY " "
           INSPECT RESPUESTA-CONFIRMA
                                  CONVERTING MINUSCULAS TO MAYUSCULAS

           IF RESPUESTA-CONFIRMA NOT = "S"
               DISPLAY "CAMBIO CANCELADO, NO SE GRABA NADA"
           END-IF
           .

       890-RECHAZAR-CAMBIO.
           DISPLAY "EL CAMBIO NO CUMPLE LAS REGLAS DE LA DIVISION, "
           DISPLAY "NO SE GRABA NADA"
           ADD +01                          TO TOTAL-CAMBIOS-RECHAZADOS
           .

       900-ESCRIBIR-CAMBIO.
           ACCEPT FECHA-CAMBIO               FROM DATE
           ACCEPT HORA-CAMBIO                FROM TIME

           MOVE SPACES                      TO REG-CAMBIO
           MOVE FECHA-CAMBIO                TO CMB-FECHA
           MOVE HORA-CAMBIO(1:6)            TO CMB-HORA
           MOVE ARCHIVO-CAMBIADO            TO CMB-ARCHIVO
           MOVE ACCION-CAMBIO               TO CMB-ACCION
           MOVE RENGLON-ELEGIDO             TO CMB-RENGLON
           MOVE IMAGEN-ANTES                TO CMB-IMAGEN-ANTES
           MOVE IMAGEN-DESPUES              TO CMB-IMAGEN-DESPUES

           MOVE SPACES                      TO EST-CAMBIOS
           OPEN EXTEND ARCHIVO-CAMBIOS
           IF EST-CAMBIOS NOT = "00"
               OPEN OUTPUT ARCHIVO-CAMBIOS
           END-IF

           WRITE REG-CAMBIO

           CLOSE ARCHIVO-CAMBIOS

           ADD +01                          TO TOTAL-CAMBIOS-GRABADOS
           .

       905-ESCRIBIR-CAMBIO-PARMFILE.
           MOVE "PARMFILE"                  TO ARCHIVO-CAMBIADO
           PERFORM 900-ESCRIBIR-CAMBIO
           .

       100-TERMINAR-PROGRAMA.
           DISPLAY "============================================"
           DISPLAY "*  CAMBIOS GRABADOS........: "
                   TOTAL-CAMBIOS-GRABADOS
           DISPLAY "*  CAMBIOS RECHAZADOS......: "
                   TOTAL-CAMBIOS-RECHAZADOS
           DISPLAY "============================================"

           PERFORM 981-AUDITAR-FIN

           STOP RUN
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
       END PROGRAM MANTENIMIENTO-PARAMETROS.
