      ******************************************************************
      * DETECCION DE TITULARES DUPLICADOS
      * RECORRE EL MAESTRO TITULARES.dat Y LISTA PARA REVISION LOS
      * TITULARES ACTIVOS QUE COMPARTEN EL MISMO DOCUMENTO (DUPLICADO)
      * Y, COMO INDICIO MAS DEBIL, LOS QUE TIENEN EL MISMO NOMBRE
      * NORMALIZADO (SOLO LETRAS Y DIGITOS, EN MAYUSCULAS) DENTRO DEL
      * MISMO PAIS CON DOCUMENTOS DISTINTOS (POSIBLE DUPLICADO). CADA
      * TITULAR SALE CON LA CANTIDAD DE CUENTAS QUE TIENE EN
      * CUENTAS.dat. LAS FUSIONES APROBADAS SE APLICAN CON FUSTITULARES
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DUPTITULARES.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TITULARES ASSIGN TO "TITULARES.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-TITULARES.

           SELECT OPTIONAL MAESTRO ASSIGN TO "CUENTAS.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-MAESTRO.

           SELECT LISTADO ASSIGN USING WS-ARCH-LISTADO
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-LISTADO.

           SELECT OPTIONAL AUDITORIA ASSIGN TO "AUDIT.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-AUDITORIA.

           SELECT OPTIONAL CATALOGO ASSIGN TO "CATGENERACIONES.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-CATALOGO.

           SELECT GENCONTROL ASSIGN USING WS-ARCH-CONTROL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-GENCONTROL.

           SELECT PARAMETROS ASSIGN TO "PARAMETROS.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-PARAMETROS.
       DATA DIVISION.
       FILE SECTION.
       FD  TITULARES.
           01 REG-TITULAR.
               05 TIT-ID                   PIC 9(05).
               05 TIT-NOMBRE               PIC X(40).
               05 TIT-DOCUMENTO            PIC X(15).
               05 TIT-PAIS                 PIC X(03).
               05 TIT-ESTADO               PIC X(01).
               05 TIT-DOMICILIO            PIC X(40).
               05 TIT-LOCALIDAD            PIC X(30).
               05 TIT-COD-POSTAL           PIC X(08).

       FD  MAESTRO.
           COPY CPY001.

       FD  LISTADO.
           01 REG-LISTADO PIC X(100).

       FD  AUDITORIA.
           COPY AUDITREG.

       FD  CATALOGO.
           COPY CATREG.

       FD  GENCONTROL.
           01 REG-GENCONTROL PIC X(300).

       FD  PARAMETROS.
           COPY PARMREG.

       WORKING-STORAGE SECTION.

       01  ESTRUCTURA-LISTADO-TITULO.
           05 FILLER                       PIC X(24)
              VALUE "TITULARES DUPLICADOS AL ".
           05 LIS-TITULO-FECHA             PIC X(8).

       01  ESTRUCTURA-LISTADO-SECCION.
           05 LIS-SECCION                  PIC X(60).

       01  ESTRUCTURA-LISTADO-GRUPO.
           05 LIS-GRUPO-ROTULO             PIC X(12).
           05 LIS-GRUPO-CLAVE              PIC X(58).

       01  ESTRUCTURA-LISTADO-DET.
           05 FILLER                       PIC X(2) VALUE SPACES.
           05 LIS-ID                       PIC 9(05).
           05 FILLER                       PIC X(1) VALUE "|".
           05 LIS-NOMBRE                   PIC X(40).
           05 FILLER                       PIC X(1) VALUE "|".
           05 LIS-DOCUMENTO                PIC X(15).
           05 FILLER                       PIC X(1) VALUE "|".
           05 LIS-PAIS                     PIC X(03).
           05 FILLER                       PIC X(1) VALUE "|".
           05 LIS-ESTADO                   PIC X(01).
           05 FILLER                       PIC X(1) VALUE "|".
           05 LIS-CUENTAS                  PIC ZZZ9.

       01  ESTRUCTURA-LISTADO-TOTAL.
           05 FILLER                       PIC X(23)
              VALUE "GRUPOS POR DOCUMENTO: ".
           05 LIS-TOT-GRUPOS-DOC           PIC ZZZZ9.
           05 FILLER                       PIC X(12)
              VALUE " TITULARES: ".
           05 LIS-TOT-TITULARES-DOC        PIC ZZZZ9.
           05 FILLER                       PIC X(22)
              VALUE " POSIBLES POR NOMBRE: ".
           05 LIS-TOT-GRUPOS-NOM           PIC ZZZZ9.
           05 FILLER                       PIC X(12)
              VALUE " TITULARES: ".
           05 LIS-TOT-TITULARES-NOM        PIC ZZZZ9.

       01  VARIABLES.
           05 FS-TITULARES             PIC XX.
               88 FS-TITULARES-OK      VALUE "00".
               88 FS-TITULARES-FIN     VALUE "10".

           05 FS-MAESTRO               PIC XX.
               88 FS-MAESTRO-OK        VALUE "00".
               88 FS-MAESTRO-FIN       VALUE "10".
               88 FS-MAESTRO-CREADO    VALUE "05".
               88 FS-MAESTRO-NOEXISTE  VALUE "35".

           05 FS-LISTADO               PIC XX.
               88 FS-LISTADO-OK        VALUE "00".

           05 FS-AUDITORIA             PIC XX.
               88 FS-AUDITORIA-OK      VALUE "00".
               88 FS-AUDITORIA-CREADO  VALUE "05".

           05 FS-CATALOGO              PIC XX.
               88 FS-CATALOGO-OK       VALUE "00".
               88 FS-CATALOGO-CREADO   VALUE "05".

           05 FS-GENCONTROL            PIC XX.
               88 FS-GENCONTROL-OK     VALUE "00".
               88 FS-GENCONTROL-FIN    VALUE "10".

           05 FS-PARAMETROS            PIC XX.
               88 FS-PARAMETROS-OK       VALUE "00".
               88 FS-PARAMETROS-NOEXISTE VALUE "35".

       01  TABLA-TITULARES.
           05 TITULAR-ITEM OCCURS 2000 TIMES.
               10 TABTIT-ID                PIC 9(05).
               10 TABTIT-NOMBRE            PIC X(40).
               10 TABTIT-DOCUMENTO         PIC X(15).
               10 TABTIT-PAIS              PIC X(03).
               10 TABTIT-ESTADO            PIC X(01).
               10 TABTIT-CUENTAS           PIC 9(04).

      * CLAVE DE COMPARACION (DOCUMENTO O PAIS + NOMBRE NORMALIZADO)
      * Y POSICION DEL TITULAR EN LA TABLA DE TITULARES
       01  TABLA-CLAVES.
           05 CLAVE-ITEM OCCURS 2000 TIMES.
               10 TABCLA-CLAVE             PIC X(58).
               10 TABCLA-IDX               PIC 9(04).

       01  WS-CLAVE-TEMP                   PIC X(62).

       01  WS-NOMBRE-ORIGEN.
           05 WS-CAR-ORIGEN                PIC X(01) OCCURS 40 TIMES.

       01  WS-NOMBRE-NORMALIZADO.
           05 WS-CAR-NORMAL                PIC X(01) OCCURS 40 TIMES.

       77  WS-CONT-LECTURA                 PIC 9(9) VALUE ZERO.
       77  WS-CONT-TITULARES               PIC 9(4) VALUE ZERO.
       77  WS-CONT-CLAVES                  PIC 9(4) VALUE ZERO.
       77  WS-CONT-GRUPOS-DOC              PIC 9(5) VALUE ZERO.
       77  WS-CONT-TITULARES-DOC           PIC 9(5) VALUE ZERO.
       77  WS-CONT-GRUPOS-NOM              PIC 9(5) VALUE ZERO.
       77  WS-CONT-TITULARES-NOM           PIC 9(5) VALUE ZERO.
       77  WS-CONT-LISTADOS                PIC 9(9) VALUE ZERO.
       77  WS-IDX-TITULAR                  PIC 9(4) VALUE ZERO.
       77  WS-IDX-CLA                      PIC 9(4) VALUE ZERO.
       77  WS-IDX-CLA-J                    PIC 9(4) VALUE ZERO.
       77  WS-IDX-GRUPO-INI                PIC 9(4) VALUE ZERO.
       77  WS-IDX-GRUPO-FIN                PIC 9(4) VALUE ZERO.
       77  WS-IDX-CAR                      PIC 9(2) VALUE ZERO.
       77  WS-IDX-NORMAL                   PIC 9(2) VALUE ZERO.
       77  WS-TIPO-CLAVE                   PIC X(01) VALUE SPACES.
           88 CLAVE-DOCUMENTO              VALUE "D".
           88 CLAVE-NOMBRE                 VALUE "N".
       77  WS-SW-TITULAR                   PIC X VALUE "N".
           88 TITULAR-ENCONTRADO           VALUE "S".
       77  WS-SW-DOC-DISTINTO              PIC X VALUE "N".
           88 HAY-DOC-DISTINTO             VALUE "S".
       77  WS-SW-FIN-GRUPO                 PIC X VALUE "N".
           88 FIN-DE-GRUPO                 VALUE "S".
       77  WS-SW-INTERCAMBIO               PIC X VALUE "N".
           88 HUBO-INTERCAMBIO             VALUE "S".
       77  WS-FECHA-PROCESO                PIC X(8) VALUE SPACES.
       77  WS-ARCH-LISTADO                 PIC X(44) VALUE SPACES.
       77  WS-SW-ABEND                     PIC X VALUE "N".
           88 HUBO-ABEND                   VALUE "S".

       01  TABLA-GENERACIONES.
           05 GENERACION-ITEM OCCURS 10 TIMES.
               10 TABGEN-ARCHIVO           PIC X(44).

       01  LINEA-GENCONTROL.
           05 GENCONTROL-BYTE OCCURS 300 TIMES PIC X(01).

       01  WS-BYTE-CONTROL.
           05 WS-BYTE-CONTROL-NUM          PIC 9(4) COMP.
       01  WS-BYTE-CONTROL-X REDEFINES WS-BYTE-CONTROL.
           05 WS-BYTE-CONTROL-ALTO         PIC X(01).
           05 WS-BYTE-CONTROL-BAJO         PIC X(01).

       77  WS-CONT-GENERACIONES            PIC 9(4) VALUE ZERO.
       77  WS-IDX-GENERACION               PIC 9(4) VALUE ZERO.
       77  WS-IDX-BYTE                     PIC 9(4) VALUE ZERO.
       77  WS-CANT-CONTROL                 PIC 9(9) VALUE ZERO.
       77  WS-HASH-CONTROL                 PIC 9(9) VALUE ZERO.
       77  WS-HASH-TRABAJO                 PIC 9(12) VALUE ZERO.
       77  WS-HASH-COCIENTE                PIC 9(12) VALUE ZERO.
       77  WS-ARCH-CONTROL                 PIC X(44) VALUE SPACES.
       77  WS-SW-MANIFIESTO                PIC X VALUE "N".
           88 MANIFIESTO-CALCULADO         VALUE "S".

       PROCEDURE DIVISION.
           PERFORM 1000-I-INICIO.
           PERFORM 2000-I-PROCESO.
           PERFORM 9000-I-FINAL.
               STOP RUN.
      *----------------------------------------------------------------*
       1000-I-INICIO.
           INITIALIZE VARIABLES
           PERFORM 1050-LEERPARAMETROS.
           PERFORM 1100-CARGAR-TITULARES.
           PERFORM 1150-CONTAR-CUENTAS.
           PERFORM 1170-ABRIRLISTADO.
           PERFORM 1180-ABRIRAUDITORIA.
       1000-F-INICIO.EXIT.
      *----------------------------------------------------------------*
       1050-LEERPARAMETROS.
           OPEN INPUT PARAMETROS
           EVALUATE TRUE
               WHEN FS-PARAMETROS-OK
                   READ PARAMETROS
                   IF FS-PARAMETROS-OK
                       MOVE PARM-FECHA-PROCESO TO WS-FECHA-PROCESO
                   END-IF
                   CLOSE PARAMETROS
               WHEN FS-PARAMETROS-NOEXISTE
                   CONTINUE
               WHEN OTHER
                   DISPLAY "ERROR APERTURA PARAMETROS FS: "
                   FS-PARAMETROS
                   MOVE "S" TO WS-SW-ABEND
                   PERFORM 9000-I-FINAL
           END-EVALUATE

           IF WS-FECHA-PROCESO = SPACES
               ACCEPT WS-FECHA-PROCESO FROM DATE
           END-IF

           MOVE SPACES TO WS-ARCH-LISTADO
           STRING "DUPTITULARES-" DELIMITED BY SIZE
               WS-FECHA-PROCESO DELIMITED BY SPACE
               ".dat" DELIMITED BY SIZE
               INTO WS-ARCH-LISTADO.
       1050-F-LEERPARAMETROS.EXIT.
      *----------------------------------------------------------------*
       1100-CARGAR-TITULARES.
      * LOS TITULARES INACTIVOS (DADOS DE BAJA O YA FUSIONADOS) NO SE
      * VUELVEN A PROPONER
           OPEN INPUT TITULARES.

           IF NOT FS-TITULARES-OK
               DISPLAY "ERROR APERTURA TITULARES FS: " FS-TITULARES
               MOVE "S" TO WS-SW-ABEND
               PERFORM 9000-I-FINAL
           END-IF

           PERFORM 1110-LEER-TITULAR
           PERFORM 1120-CARGAR-TITULAR-ITEM UNTIL FS-TITULARES-FIN
           CLOSE TITULARES.
       1100-F-CARGAR-TITULARES.EXIT.
      *----------------------------------------------------------------*
       1110-LEER-TITULAR.
           READ TITULARES
           EVALUATE TRUE
               WHEN FS-TITULARES-OK
                   ADD 1 TO WS-CONT-LECTURA
               WHEN FS-TITULARES-FIN
                   CONTINUE
               WHEN OTHER
                   DISPLAY "ERROR LECTURA TITULARES FS: " FS-TITULARES
                   MOVE "S" TO WS-SW-ABEND
                   PERFORM 9000-I-FINAL
           END-EVALUATE.
       1110-F-LEER-TITULAR.EXIT.
      *----------------------------------------------------------------*
       1120-CARGAR-TITULAR-ITEM.
           IF TIT-ESTADO = "A" OR TIT-ESTADO = SPACES
               IF WS-CONT-TITULARES >= 2000
                   DISPLAY "TITULARES EXCEDE LA TABLA DE TITULARES"
                   MOVE "S" TO WS-SW-ABEND
                   PERFORM 9000-I-FINAL
               END-IF
               ADD 1 TO WS-CONT-TITULARES
               MOVE TIT-ID TO TABTIT-ID(WS-CONT-TITULARES)
               MOVE TIT-NOMBRE TO TABTIT-NOMBRE(WS-CONT-TITULARES)
               MOVE TIT-DOCUMENTO TO TABTIT-DOCUMENTO(WS-CONT-TITULARES)
               MOVE TIT-PAIS TO TABTIT-PAIS(WS-CONT-TITULARES)
               MOVE "A" TO TABTIT-ESTADO(WS-CONT-TITULARES)
               MOVE ZERO TO TABTIT-CUENTAS(WS-CONT-TITULARES)
           END-IF
           PERFORM 1110-LEER-TITULAR.
       1120-F-CARGAR-TITULAR-ITEM.EXIT.
      *----------------------------------------------------------------*
       1150-CONTAR-CUENTAS.
           OPEN INPUT MAESTRO
           EVALUATE TRUE
               WHEN FS-MAESTRO-OK
                   PERFORM 1160-LEER-MAESTRO
                   PERFORM 1165-CONTAR-CUENTA-ITEM UNTIL FS-MAESTRO-FIN
                   CLOSE MAESTRO
               WHEN FS-MAESTRO-CREADO
                   CLOSE MAESTRO
               WHEN FS-MAESTRO-NOEXISTE
                   CONTINUE
               WHEN OTHER
                   DISPLAY "ERROR APERTURA CUENTAS FS: " FS-MAESTRO
                   MOVE "S" TO WS-SW-ABEND
                   PERFORM 9000-I-FINAL
           END-EVALUATE.
       1150-F-CONTAR-CUENTAS.EXIT.
      *----------------------------------------------------------------*
       1160-LEER-MAESTRO.
           READ MAESTRO
           EVALUATE TRUE
               WHEN FS-MAESTRO-OK
                   ADD 1 TO WS-CONT-LECTURA
               WHEN FS-MAESTRO-FIN
                   CONTINUE
               WHEN OTHER
                   DISPLAY "ERROR LECTURA CUENTAS FS: " FS-MAESTRO
                   MOVE "S" TO WS-SW-ABEND
                   PERFORM 9000-I-FINAL
           END-EVALUATE.
       1160-F-LEER-MAESTRO.EXIT.
      *----------------------------------------------------------------*
       1165-CONTAR-CUENTA-ITEM.
           PERFORM 3000-BUSCAR-TITULAR
           IF TITULAR-ENCONTRADO
               ADD 1 TO TABTIT-CUENTAS(WS-IDX-TITULAR)
           END-IF
           PERFORM 1160-LEER-MAESTRO.
       1165-F-CONTAR-CUENTA-ITEM.EXIT.
      *----------------------------------------------------------------*
       1170-ABRIRLISTADO.
           OPEN OUTPUT LISTADO.

           IF NOT FS-LISTADO-OK
               DISPLAY "ERROR APERTURA DUPTITULARES FS: " FS-LISTADO
               MOVE "S" TO WS-SW-ABEND
               PERFORM 9000-I-FINAL
           END-IF

           PERFORM 6400-CATALOGAR-GENERACION

           MOVE WS-FECHA-PROCESO TO LIS-TITULO-FECHA
           WRITE REG-LISTADO FROM ESTRUCTURA-LISTADO-TITULO.
       1170-F-ABRIRLISTADO.EXIT.
      *----------------------------------------------------------------*
       1180-ABRIRAUDITORIA.

           OPEN EXTEND AUDITORIA.
           IF NOT FS-AUDITORIA-OK AND NOT FS-AUDITORIA-CREADO
               DISPLAY "ERROR APERTURA AUDITORIA FS: " FS-AUDITORIA
               MOVE "S" TO WS-SW-ABEND
               PERFORM 9000-I-FINAL
           END-IF.
       1180-F-ABRIRAUDITORIA.EXIT.
      *----------------------------------------------------------------*
       2000-I-PROCESO.
      * PRIMERO LOS DUPLICADOS CIERTOS POR DOCUMENTO Y DESPUES LOS
      * POSIBLES POR NOMBRE; CADA PASADA ARMA SU TABLA DE CLAVES, LA
      * ORDENA Y LISTA LAS CLAVES REPETIDAS
           MOVE "D" TO WS-TIPO-CLAVE
           MOVE "DUPLICADOS POR DOCUMENTO" TO LIS-SECCION
           PERFORM 4000-LISTAR-SECCION

           MOVE "N" TO WS-TIPO-CLAVE
           MOVE "POSIBLES DUPLICADOS POR NOMBRE DENTRO DEL PAIS"
               TO LIS-SECCION
           PERFORM 4000-LISTAR-SECCION

           MOVE WS-CONT-GRUPOS-DOC TO LIS-TOT-GRUPOS-DOC
           MOVE WS-CONT-TITULARES-DOC TO LIS-TOT-TITULARES-DOC
           MOVE WS-CONT-GRUPOS-NOM TO LIS-TOT-GRUPOS-NOM
           MOVE WS-CONT-TITULARES-NOM TO LIS-TOT-TITULARES-NOM
           IF FS-LISTADO-OK
               WRITE REG-LISTADO FROM ESTRUCTURA-LISTADO-TOTAL
           END-IF.
       2000-F-PROCESO.EXIT.
      *----------------------------------------------------------------*
       3000-BUSCAR-TITULAR.
           MOVE "N" TO WS-SW-TITULAR
           MOVE 1 TO WS-IDX-TITULAR

           PERFORM 3010-BUSCAR-TITULAR-ITEM
           UNTIL WS-IDX-TITULAR > WS-CONT-TITULARES
           OR TITULAR-ENCONTRADO.
       3000-F-BUSCAR-TITULAR.EXIT.
      *----------------------------------------------------------------*
       3010-BUSCAR-TITULAR-ITEM.
           IF TABTIT-ID(WS-IDX-TITULAR) = CTA-TITULAR
               MOVE "S" TO WS-SW-TITULAR
           ELSE
               ADD 1 TO WS-IDX-TITULAR
           END-IF.
       3010-F-BUSCAR-TITULAR-ITEM.EXIT.
      *----------------------------------------------------------------*
       3100-NORMALIZAR-NOMBRE.
      * MAYUSCULAS Y SOLO LETRAS Y DIGITOS: "PEREZ, JUAN" Y
      * "Perez Juan" DAN LA MISMA CLAVE
           MOVE TABTIT-NOMBRE(WS-IDX-TITULAR) TO WS-NOMBRE-ORIGEN
           INSPECT WS-NOMBRE-ORIGEN CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           MOVE SPACES TO WS-NOMBRE-NORMALIZADO
           MOVE ZERO TO WS-IDX-NORMAL
           MOVE 1 TO WS-IDX-CAR
           PERFORM 3110-NORMALIZAR-CARACTER
               UNTIL WS-IDX-CAR > 40.
       3100-F-NORMALIZAR-NOMBRE.EXIT.
      *----------------------------------------------------------------*
       3110-NORMALIZAR-CARACTER.
           IF (WS-CAR-ORIGEN(WS-IDX-CAR) >= "A"
               AND WS-CAR-ORIGEN(WS-IDX-CAR) <= "Z")
           OR (WS-CAR-ORIGEN(WS-IDX-CAR) >= "0"
               AND WS-CAR-ORIGEN(WS-IDX-CAR) <= "9")
               ADD 1 TO WS-IDX-NORMAL
               MOVE WS-CAR-ORIGEN(WS-IDX-CAR)
                   TO WS-CAR-NORMAL(WS-IDX-NORMAL)
           END-IF
           ADD 1 TO WS-IDX-CAR.
       3110-F-NORMALIZAR-CARACTER.EXIT.
      *----------------------------------------------------------------*
       4000-LISTAR-SECCION.
           PERFORM 4100-ARMAR-CLAVES

           IF WS-CONT-CLAVES > 1
               MOVE "S" TO WS-SW-INTERCAMBIO
               PERFORM 7100-PASADA-ORDENAR
                   UNTIL NOT HUBO-INTERCAMBIO
           END-IF

           IF FS-LISTADO-OK
               WRITE REG-LISTADO FROM ESTRUCTURA-LISTADO-SECCION
           END-IF

           MOVE 1 TO WS-IDX-GRUPO-INI
           PERFORM 4200-EVALUAR-GRUPO
               UNTIL WS-IDX-GRUPO-INI > WS-CONT-CLAVES.
       4000-F-LISTAR-SECCION.EXIT.
      *----------------------------------------------------------------*
       4100-ARMAR-CLAVES.
           MOVE ZERO TO WS-CONT-CLAVES
           MOVE 1 TO WS-IDX-TITULAR
           PERFORM 4110-ARMAR-CLAVE-ITEM
               UNTIL WS-IDX-TITULAR > WS-CONT-TITULARES.
       4100-F-ARMAR-CLAVES.EXIT.
      *----------------------------------------------------------------*
       4110-ARMAR-CLAVE-ITEM.
      * UN DOCUMENTO O UN NOMBRE EN BLANCO NO AGRUPA
           IF CLAVE-DOCUMENTO
               IF TABTIT-DOCUMENTO(WS-IDX-TITULAR) NOT = SPACES
                   ADD 1 TO WS-CONT-CLAVES
                   MOVE TABTIT-DOCUMENTO(WS-IDX-TITULAR)
                       TO TABCLA-CLAVE(WS-CONT-CLAVES)
                   MOVE WS-IDX-TITULAR TO TABCLA-IDX(WS-CONT-CLAVES)
               END-IF
           ELSE
               PERFORM 3100-NORMALIZAR-NOMBRE
               IF WS-NOMBRE-NORMALIZADO NOT = SPACES
                   ADD 1 TO WS-CONT-CLAVES
                   MOVE SPACES TO TABCLA-CLAVE(WS-CONT-CLAVES)
                   MOVE TABTIT-PAIS(WS-IDX-TITULAR)
                       TO TABCLA-CLAVE(WS-CONT-CLAVES)(1:3)
                   MOVE WS-NOMBRE-NORMALIZADO
                       TO TABCLA-CLAVE(WS-CONT-CLAVES)(4:40)
                   MOVE WS-IDX-TITULAR TO TABCLA-IDX(WS-CONT-CLAVES)
               END-IF
           END-IF
           ADD 1 TO WS-IDX-TITULAR.
       4110-F-ARMAR-CLAVE-ITEM.EXIT.
      *----------------------------------------------------------------*
       4200-EVALUAR-GRUPO.
      * EL GRUPO SON LAS CLAVES IGUALES CONSECUTIVAS DE LA TABLA YA
      * ORDENADA; POR NOMBRE SOLO SE LISTA SI HAY DOCUMENTOS DISTINTOS
      * (SI TODOS COMPARTEN DOCUMENTO YA SALIERON POR DOCUMENTO)
           MOVE WS-IDX-GRUPO-INI TO WS-IDX-GRUPO-FIN
           MOVE "N" TO WS-SW-FIN-GRUPO
           PERFORM 4210-EXTENDER-GRUPO
               UNTIL FIN-DE-GRUPO

           IF WS-IDX-GRUPO-FIN > WS-IDX-GRUPO-INI
               IF CLAVE-DOCUMENTO
                   PERFORM 4300-LISTAR-GRUPO
               ELSE
                   PERFORM 4220-VERIFICAR-DOCUMENTOS
                   IF HAY-DOC-DISTINTO
                       PERFORM 4300-LISTAR-GRUPO
                   END-IF
               END-IF
           END-IF

           COMPUTE WS-IDX-GRUPO-INI = WS-IDX-GRUPO-FIN + 1.
       4200-F-EVALUAR-GRUPO.EXIT.
      *----------------------------------------------------------------*
       4210-EXTENDER-GRUPO.
           COMPUTE WS-IDX-CLA-J = WS-IDX-GRUPO-FIN + 1
           IF WS-IDX-CLA-J > WS-CONT-CLAVES
               MOVE "S" TO WS-SW-FIN-GRUPO
           ELSE IF TABCLA-CLAVE(WS-IDX-CLA-J)
               NOT = TABCLA-CLAVE(WS-IDX-GRUPO-INI)
               MOVE "S" TO WS-SW-FIN-GRUPO
           ELSE
               MOVE WS-IDX-CLA-J TO WS-IDX-GRUPO-FIN
           END-IF.
       4210-F-EXTENDER-GRUPO.EXIT.
      *----------------------------------------------------------------*
       4220-VERIFICAR-DOCUMENTOS.
           MOVE "N" TO WS-SW-DOC-DISTINTO
           MOVE TABCLA-IDX(WS-IDX-GRUPO-INI) TO WS-IDX-TITULAR
           COMPUTE WS-IDX-CLA = WS-IDX-GRUPO-INI + 1
           PERFORM 4230-COMPARAR-DOCUMENTO
               UNTIL WS-IDX-CLA > WS-IDX-GRUPO-FIN
               OR HAY-DOC-DISTINTO.
       4220-F-VERIFICAR-DOCUMENTOS.EXIT.
      *----------------------------------------------------------------*
       4230-COMPARAR-DOCUMENTO.
           IF TABTIT-DOCUMENTO(TABCLA-IDX(WS-IDX-CLA))
               NOT = TABTIT-DOCUMENTO(WS-IDX-TITULAR)
           OR TABTIT-DOCUMENTO(WS-IDX-TITULAR) = SPACES
               MOVE "S" TO WS-SW-DOC-DISTINTO
           END-IF
           ADD 1 TO WS-IDX-CLA.
       4230-F-COMPARAR-DOCUMENTO.EXIT.
      *----------------------------------------------------------------*
       4300-LISTAR-GRUPO.
           IF CLAVE-DOCUMENTO
               MOVE "DOCUMENTO: " TO LIS-GRUPO-ROTULO
               ADD 1 TO WS-CONT-GRUPOS-DOC
           ELSE
               MOVE "NOMBRE: " TO LIS-GRUPO-ROTULO
               ADD 1 TO WS-CONT-GRUPOS-NOM
           END-IF
           MOVE TABCLA-CLAVE(WS-IDX-GRUPO-INI) TO LIS-GRUPO-CLAVE

           IF FS-LISTADO-OK
               WRITE REG-LISTADO FROM ESTRUCTURA-LISTADO-GRUPO
           END-IF

           MOVE WS-IDX-GRUPO-INI TO WS-IDX-CLA
           PERFORM 4310-LISTAR-TITULAR
               UNTIL WS-IDX-CLA > WS-IDX-GRUPO-FIN.
       4300-F-LISTAR-GRUPO.EXIT.
      *----------------------------------------------------------------*
       4310-LISTAR-TITULAR.
           MOVE TABCLA-IDX(WS-IDX-CLA) TO WS-IDX-TITULAR
           MOVE TABTIT-ID(WS-IDX-TITULAR) TO LIS-ID
           MOVE TABTIT-NOMBRE(WS-IDX-TITULAR) TO LIS-NOMBRE
           MOVE TABTIT-DOCUMENTO(WS-IDX-TITULAR) TO LIS-DOCUMENTO
           MOVE TABTIT-PAIS(WS-IDX-TITULAR) TO LIS-PAIS
           MOVE TABTIT-ESTADO(WS-IDX-TITULAR) TO LIS-ESTADO
           MOVE TABTIT-CUENTAS(WS-IDX-TITULAR) TO LIS-CUENTAS

           IF CLAVE-DOCUMENTO
               ADD 1 TO WS-CONT-TITULARES-DOC
           ELSE
               ADD 1 TO WS-CONT-TITULARES-NOM
           END-IF

           IF NOT FS-LISTADO-OK
               DISPLAY "ERROR ESCRITURA DUPTITULARES FS: " FS-LISTADO
           ELSE
               WRITE REG-LISTADO FROM ESTRUCTURA-LISTADO-DET
               ADD 1 TO WS-CONT-LISTADOS
           END-IF

           ADD 1 TO WS-IDX-CLA.
       4310-F-LISTAR-TITULAR.EXIT.
      *----------------------------------------------------------------*
       6400-CATALOGAR-GENERACION.
      * LA GENERACION SE ANOTA Y SE CATALOGA AL FINAL DE LA CORRIDA
      * (6410) CON SU MANIFIESTO, CALCULADO SOBRE EL ARCHIVO
      * TAL COMO QUEDO EN DISCO
           IF WS-CONT-GENERACIONES < 10
               ADD 1 TO WS-CONT-GENERACIONES
               MOVE WS-ARCH-LISTADO
                   TO TABGEN-ARCHIVO(WS-CONT-GENERACIONES)
           ELSE
               DISPLAY "AVISO: GENERACION SIN CATALOGAR "
                   WS-ARCH-LISTADO
           END-IF.
       6400-F-CATALOGAR-GENERACION.EXIT.
      *----------------------------------------------------------------*
       6410-GRABAR-CATALOGO.
           MOVE 1 TO WS-IDX-GENERACION
           PERFORM 6420-GRABAR-CATALOGO-ITEM
               UNTIL WS-IDX-GENERACION > WS-CONT-GENERACIONES.
       6410-F-GRABAR-CATALOGO.EXIT.
      *----------------------------------------------------------------*
       6420-GRABAR-CATALOGO-ITEM.
           MOVE TABGEN-ARCHIVO(WS-IDX-GENERACION) TO WS-ARCH-CONTROL
           PERFORM 6430-CALCULAR-MANIFIESTO
           IF NOT MANIFIESTO-CALCULADO
               DISPLAY "AVISO: SIN MANIFIESTO PARA " WS-ARCH-CONTROL
                   " FS: " FS-GENCONTROL
           END-IF

           OPEN EXTEND CATALOGO.
           IF FS-CATALOGO-OK OR FS-CATALOGO-CREADO
               INITIALIZE REG-CATALOGO
               MOVE WS-FECHA-PROCESO TO CAT-FECHA
               MOVE WS-ARCH-CONTROL TO CAT-ARCHIVO
               IF MANIFIESTO-CALCULADO
                   MOVE WS-CANT-CONTROL TO CAT-CANT-REGISTROS
                   MOVE WS-HASH-CONTROL TO CAT-HASH
               ELSE
                   MOVE SPACES TO CAT-MANIFIESTO
               END-IF
               WRITE REG-CATALOGO
           END-IF.
           CLOSE CATALOGO.

           ADD 1 TO WS-IDX-GENERACION.
       6420-F-GRABAR-CATALOGO-ITEM.EXIT.
      *----------------------------------------------------------------*
       6430-CALCULAR-MANIFIESTO.
      * MANIFIESTO: CANTIDAD DE REGISTROS Y HASH DE CONTENIDO
      * (HASH = HASH * 31 + BYTE, MODULO 999999937, SOBRE CADA
      * REGISTRO COMPLETADO CON BLANCOS A 300 POSICIONES)
           MOVE "N" TO WS-SW-MANIFIESTO
           MOVE ZERO TO WS-CANT-CONTROL
           MOVE ZERO TO WS-HASH-CONTROL

           OPEN INPUT GENCONTROL
           IF FS-GENCONTROL-OK
               PERFORM 6440-LEER-GENCONTROL
               PERFORM 6450-ACUMULAR-REGISTRO
                   UNTIL NOT FS-GENCONTROL-OK
               IF FS-GENCONTROL-FIN
                   MOVE "S" TO WS-SW-MANIFIESTO
               END-IF
               CLOSE GENCONTROL
           END-IF.
       6430-F-CALCULAR-MANIFIESTO.EXIT.
      *----------------------------------------------------------------*
       6440-LEER-GENCONTROL.
           READ GENCONTROL INTO LINEA-GENCONTROL.
       6440-F-LEER-GENCONTROL.EXIT.
      *----------------------------------------------------------------*
       6450-ACUMULAR-REGISTRO.
           ADD 1 TO WS-CANT-CONTROL
           MOVE 1 TO WS-IDX-BYTE
           PERFORM 6460-ACUMULAR-BYTE UNTIL WS-IDX-BYTE > 300
           PERFORM 6440-LEER-GENCONTROL.
       6450-F-ACUMULAR-REGISTRO.EXIT.
      *----------------------------------------------------------------*
       6460-ACUMULAR-BYTE.
           MOVE ZERO TO WS-BYTE-CONTROL-NUM
           MOVE GENCONTROL-BYTE(WS-IDX-BYTE) TO WS-BYTE-CONTROL-BAJO
           COMPUTE WS-HASH-TRABAJO =
               WS-HASH-CONTROL * 31 + WS-BYTE-CONTROL-NUM
           DIVIDE WS-HASH-TRABAJO BY 999999937
               GIVING WS-HASH-COCIENTE REMAINDER WS-HASH-CONTROL
           ADD 1 TO WS-IDX-BYTE.
       6460-F-ACUMULAR-BYTE.EXIT.
      *----------------------------------------------------------------*
       7100-PASADA-ORDENAR.
      * A IGUAL CLAVE QUEDAN POR POSICION EN EL MAESTRO (ORDEN DE ID)
           MOVE "N" TO WS-SW-INTERCAMBIO
           MOVE 1 TO WS-IDX-CLA
           PERFORM 7200-COMPARAR-CLAVES
               UNTIL WS-IDX-CLA >= WS-CONT-CLAVES.
       7100-F-PASADA-ORDENAR.EXIT.
      *----------------------------------------------------------------*
       7200-COMPARAR-CLAVES.
           COMPUTE WS-IDX-CLA-J = WS-IDX-CLA + 1
           IF CLAVE-ITEM(WS-IDX-CLA) > CLAVE-ITEM(WS-IDX-CLA-J)
               MOVE CLAVE-ITEM(WS-IDX-CLA) TO WS-CLAVE-TEMP
               MOVE CLAVE-ITEM(WS-IDX-CLA-J) TO CLAVE-ITEM(WS-IDX-CLA)
               MOVE WS-CLAVE-TEMP TO CLAVE-ITEM(WS-IDX-CLA-J)
               MOVE "S" TO WS-SW-INTERCAMBIO
           END-IF
           ADD 1 TO WS-IDX-CLA.
       7200-F-COMPARAR-CLAVES.EXIT.
      *----------------------------------------------------------------*
       8000-ESCRIBIR-AUDITORIA.
           MOVE "DUPTITULARES"        TO AUD-PROGRAMA
           MOVE WS-FECHA-PROCESO      TO AUD-FECHA
           ACCEPT AUD-HORA FROM TIME
           MOVE WS-CONT-LECTURA       TO AUD-LEIDOS
           MOVE WS-CONT-LISTADOS      TO AUD-ESCRITOS
           MOVE ZERO                  TO AUD-RECHAZADOS

           IF FS-AUDITORIA-OK OR FS-AUDITORIA-CREADO
               WRITE REG-AUDITORIA
           END-IF.
       8000-F-ESCRIBIR-AUDITORIA.EXIT.
      *----------------------------------------------------------------*
       9000-I-FINAL.
           IF HUBO-ABEND
               MOVE 16 TO RETURN-CODE
           END-IF.
           PERFORM 8000-ESCRIBIR-AUDITORIA.
           CLOSE LISTADO.
           CLOSE AUDITORIA.

           DISPLAY "GRUPOS DUPLICADOS POR DOCUMENTO: "
               WS-CONT-GRUPOS-DOC
           DISPLAY "GRUPOS POSIBLES POR NOMBRE: " WS-CONT-GRUPOS-NOM

           PERFORM 6410-GRABAR-CATALOGO
           STOP RUN.
       9000-F-FINAL.
           EXIT.
      *----------------------------------------------------------------*
