      ******************************************************************
      * VERIFICACION DE LAS GENERACIONES CATALOGADAS
      * RECORRE CATGENERACIONES.dat Y, PARA CADA GENERACION (SI UNA
      * MISMA FECHA Y ARCHIVO ESTA CATALOGADA MAS DE UNA VEZ VALE LA
      * ULTIMA ENTRADA), RECALCULA SOBRE EL DISCO LA CANTIDAD DE
      * REGISTROS Y EL HASH DE CONTENIDO Y LOS COTEJA CONTRA EL
      * MANIFIESTO GRABADO AL CATALOGARLA: INFORMA LAS GENERACIONES
      * QUE NO ESTAN EN DISCO, LAS TRUNCADAS (MENOS REGISTROS QUE LOS
      * CATALOGADOS), LAS ALTERADAS Y LAS ILEGIBLES. LAS ENTRADAS
      * ANTERIORES AL MANIFIESTO SE LISTAN COMO SIN MANIFIESTO Y NO
      * SON EXCEPCION. EL REPORTE VERGENERACIONES-<FECHA>.dat QUEDA
      * CATALOGADO. TERMINA CON RC 4 SI HUBO EXCEPCIONES
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VERGENERACIONES.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CATALOGO ASSIGN TO "CATGENERACIONES.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-CATALOGO.

           SELECT GENCONTROL ASSIGN USING WS-ARCH-CONTROL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-GENCONTROL.

           SELECT LISTADO ASSIGN USING WS-ARCH-LISTADO
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-LISTADO.

           SELECT OPTIONAL AUDITORIA ASSIGN TO "AUDIT.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-AUDITORIA.

           SELECT PARAMETROS ASSIGN TO "PARAMETROS.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-PARAMETROS.
       DATA DIVISION.
       FILE SECTION.
       FD  CATALOGO.
           COPY CATREG.

       FD  GENCONTROL.
           01 REG-GENCONTROL PIC X(300).

       FD  LISTADO.
           01 REG-LISTADO PIC X(100).

       FD  AUDITORIA.
           COPY AUDITREG.

       FD  PARAMETROS.
           COPY PARMREG.

       WORKING-STORAGE SECTION.

       01  ESTRUCTURA-TITULO.
           05 FILLER                       PIC X(44)
              VALUE "VERIFICACION DE GENERACIONES CATALOGADAS AL ".
           05 TIT-LIS-FECHA                PIC X(08).

       01  ESTRUCTURA-ENCABEZADO.
           05 FILLER                       PIC X(09)
              VALUE "FECHA   |".
           05 FILLER                       PIC X(45)
              VALUE "ARCHIVO                                     |".
           05 FILLER                       PIC X(15)
              VALUE "ESTADO        |".
           05 FILLER                       PIC X(10)
              VALUE "REGISTROS|".
           05 FILLER                       PIC X(09)
              VALUE "CATALOG.".

       01  ESTRUCTURA-DET.
           05 DET-FECHA                    PIC X(08).
           05 FILLER                       PIC X(1) VALUE "|".
           05 DET-ARCHIVO                  PIC X(44).
           05 FILLER                       PIC X(1) VALUE "|".
           05 DET-ESTADO                   PIC X(14).
           05 FILLER                       PIC X(1) VALUE "|".
           05 DET-REGISTROS                PIC X(09).
           05 FILLER                       PIC X(1) VALUE "|".
           05 DET-CATALOGADOS              PIC X(09).

       01  ESTRUCTURA-TOTALES.
           05 FILLER                       PIC X(14)
              VALUE "VERIFICADAS: ".
           05 TOT-VERIFICADAS              PIC ZZZ9.
           05 FILLER                       PIC X(13)
              VALUE " CORRECTAS: ".
           05 TOT-CORRECTAS                PIC ZZZ9.
           05 FILLER                       PIC X(18)
              VALUE " SIN MANIFIESTO: ".
           05 TOT-SIN-MANIFIESTO           PIC ZZZ9.
           05 FILLER                       PIC X(15)
              VALUE " EXCEPCIONES: ".
           05 TOT-EXCEPCIONES              PIC ZZZ9.

       01  TABLA-CATALOGO.
           05 CATALOGO-ITEM OCCURS 500 TIMES.
               10 TAB-CAT-FECHA            PIC X(08).
               10 TAB-CAT-ARCHIVO          PIC X(44).
               10 TAB-CAT-MANIFIESTO.
                   15 TAB-CAT-CANT         PIC 9(09).
                   15 TAB-CAT-HASH         PIC 9(09).

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

       01  VARIABLES.
           05 FS-CATALOGO              PIC XX.
               88 FS-CATALOGO-OK       VALUE "00".
               88 FS-CATALOGO-FIN      VALUE "10".
               88 FS-CATALOGO-CREADO   VALUE "05".

           05 FS-GENCONTROL            PIC XX.
               88 FS-GENCONTROL-OK     VALUE "00".
               88 FS-GENCONTROL-FIN    VALUE "10".
               88 FS-GENCONTROL-NOEXISTE VALUE "35".

           05 FS-LISTADO               PIC XX.
               88 FS-LISTADO-OK        VALUE "00".

           05 FS-AUDITORIA             PIC XX.
               88 FS-AUDITORIA-OK      VALUE "00".
               88 FS-AUDITORIA-CREADO  VALUE "05".

           05 FS-PARAMETROS            PIC XX.
               88 FS-PARAMETROS-OK       VALUE "00".
               88 FS-PARAMETROS-NOEXISTE VALUE "35".

       77  WS-CONT-LECTURA                 PIC 9(9) VALUE ZERO.
       77  WS-CONT-ESCRITURA               PIC 9(9) VALUE ZERO.
       77  WS-CONT-ENTRADAS                PIC 9(4) VALUE ZERO.
       77  WS-CONT-CORRECTAS               PIC 9(4) VALUE ZERO.
       77  WS-CONT-SIN-MANIFIESTO          PIC 9(4) VALUE ZERO.
       77  WS-CONT-EXCEPCIONES             PIC 9(4) VALUE ZERO.
       77  WS-CONT-GENERACIONES            PIC 9(4) VALUE ZERO.
       77  WS-IDX-CAT                      PIC 9(4) VALUE ZERO.
       77  WS-IDX-BUSQUEDA                 PIC 9(4) VALUE ZERO.
       77  WS-IDX-GENERACION               PIC 9(4) VALUE ZERO.
       77  WS-IDX-BYTE                     PIC 9(4) VALUE ZERO.
       77  WS-CANT-CONTROL                 PIC 9(9) VALUE ZERO.
       77  WS-HASH-CONTROL                 PIC 9(9) VALUE ZERO.
       77  WS-HASH-TRABAJO                 PIC 9(12) VALUE ZERO.
       77  WS-HASH-COCIENTE                PIC 9(12) VALUE ZERO.
       77  WS-ARCH-CONTROL                 PIC X(44) VALUE SPACES.
       77  WS-ARCH-LISTADO                 PIC X(44) VALUE SPACES.
       77  WS-FECHA-PROCESO                PIC X(8) VALUE SPACES.
       77  WS-SW-MANIFIESTO                PIC X VALUE "N".
           88 MANIFIESTO-CALCULADO         VALUE "S".
       77  WS-SW-ENCONTRADO                PIC X VALUE "N".
           88 ITEM-ENCONTRADO              VALUE "S".
       77  WS-SW-ABEND                     PIC X VALUE "N".
           88 HUBO-ABEND                   VALUE "S".

       PROCEDURE DIVISION.
           PERFORM 1000-I-INICIO.
           PERFORM 2000-CARGAR-CATALOGO.
           PERFORM 3000-VERIFICAR-GENERACIONES.
           PERFORM 9000-I-FINAL.
               STOP RUN.
      *----------------------------------------------------------------*
       1000-I-INICIO.
           INITIALIZE VARIABLES
           PERFORM 1050-LEERPARAMETROS.
           PERFORM 1300-ABRIRLISTADO.
           PERFORM 1350-ABRIRAUDITORIA.
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
           STRING "VERGENERACIONES-" DELIMITED BY SIZE
               WS-FECHA-PROCESO DELIMITED BY SPACE
               ".dat" DELIMITED BY SIZE
               INTO WS-ARCH-LISTADO.
       1050-F-LEERPARAMETROS.EXIT.
      *----------------------------------------------------------------*
       1300-ABRIRLISTADO.
           OPEN OUTPUT LISTADO.

           IF NOT FS-LISTADO-OK
               DISPLAY "ERROR APERTURA VERGENERACIONES FS: "
                   FS-LISTADO
               MOVE "S" TO WS-SW-ABEND
               PERFORM 9000-I-FINAL
           END-IF

           MOVE WS-FECHA-PROCESO TO TIT-LIS-FECHA
           WRITE REG-LISTADO FROM ESTRUCTURA-TITULO
           WRITE REG-LISTADO FROM ESTRUCTURA-ENCABEZADO
           ADD 2 TO WS-CONT-ESCRITURA
           PERFORM 6400-CATALOGAR-GENERACION.
       1300-F-ABRIRLISTADO.EXIT.
      *----------------------------------------------------------------*
       1350-ABRIRAUDITORIA.

           OPEN EXTEND AUDITORIA.
           IF NOT FS-AUDITORIA-OK AND NOT FS-AUDITORIA-CREADO
               DISPLAY "ERROR APERTURA AUDITORIA FS: " FS-AUDITORIA
               MOVE "S" TO WS-SW-ABEND
               PERFORM 9000-I-FINAL
           END-IF.
       1350-F-ABRIRAUDITORIA.EXIT.
      *----------------------------------------------------------------*
       2000-CARGAR-CATALOGO.
           OPEN INPUT CATALOGO
           EVALUATE TRUE
               WHEN FS-CATALOGO-OK
                   PERFORM 2100-LEER-CATALOGO
                   PERFORM 2200-CARGAR-CATALOGO-ITEM
                       UNTIL FS-CATALOGO-FIN
                   CLOSE CATALOGO
               WHEN FS-CATALOGO-CREADO
                   DISPLAY "CATGENERACIONES NO EXISTE - NADA QUE "
                       "VERIFICAR"
                   CLOSE CATALOGO
               WHEN OTHER
                   DISPLAY "ERROR APERTURA CATALOGO FS: " FS-CATALOGO
                   MOVE "S" TO WS-SW-ABEND
                   PERFORM 9000-I-FINAL
           END-EVALUATE.
       2000-F-CARGAR-CATALOGO.EXIT.
      *----------------------------------------------------------------*
       2100-LEER-CATALOGO.
           READ CATALOGO
           EVALUATE TRUE
               WHEN FS-CATALOGO-OK
                   ADD 1 TO WS-CONT-LECTURA
               WHEN FS-CATALOGO-FIN
                   CONTINUE
               WHEN OTHER
                   DISPLAY "ERROR LECTURA CATALOGO FS: " FS-CATALOGO
                   MOVE "S" TO WS-SW-ABEND
                   PERFORM 9000-I-FINAL
           END-EVALUATE.
       2100-F-LEER-CATALOGO.EXIT.
      *----------------------------------------------------------------*
       2200-CARGAR-CATALOGO-ITEM.
      * UNA GENERACION CATALOGADA DE NUEVO (REINICIO O RECORRIDA DEL
      * MISMO DIA) REEMPLAZA EL MANIFIESTO DE LA ENTRADA ANTERIOR
           PERFORM 2250-BUSCAR-ENTRADA-IGUAL
           IF ITEM-ENCONTRADO
               MOVE CAT-MANIFIESTO
                   TO TAB-CAT-MANIFIESTO(WS-IDX-BUSQUEDA)
           ELSE
               IF WS-CONT-ENTRADAS >= 500
                   DISPLAY "CATALOGO EXCEDE LA TABLA DE VERIFICACION"
                   MOVE "S" TO WS-SW-ABEND
                   PERFORM 9000-I-FINAL
               END-IF
               ADD 1 TO WS-CONT-ENTRADAS
               MOVE CAT-FECHA TO TAB-CAT-FECHA(WS-CONT-ENTRADAS)
               MOVE CAT-ARCHIVO TO TAB-CAT-ARCHIVO(WS-CONT-ENTRADAS)
               MOVE CAT-MANIFIESTO
                   TO TAB-CAT-MANIFIESTO(WS-CONT-ENTRADAS)
           END-IF
           PERFORM 2100-LEER-CATALOGO.
       2200-F-CARGAR-CATALOGO-ITEM.EXIT.
      *----------------------------------------------------------------*
       2250-BUSCAR-ENTRADA-IGUAL.
           MOVE "N" TO WS-SW-ENCONTRADO
           MOVE 1 TO WS-IDX-BUSQUEDA

           PERFORM 2260-BUSCAR-ENTRADA-ITEM
           UNTIL WS-IDX-BUSQUEDA > WS-CONT-ENTRADAS
           OR ITEM-ENCONTRADO.
       2250-F-BUSCAR-ENTRADA-IGUAL.EXIT.
      *----------------------------------------------------------------*
       2260-BUSCAR-ENTRADA-ITEM.
           IF TAB-CAT-FECHA(WS-IDX-BUSQUEDA) = CAT-FECHA
           AND TAB-CAT-ARCHIVO(WS-IDX-BUSQUEDA) = CAT-ARCHIVO
               MOVE "S" TO WS-SW-ENCONTRADO
           ELSE
               ADD 1 TO WS-IDX-BUSQUEDA
           END-IF.
       2260-F-BUSCAR-ENTRADA-ITEM.EXIT.
      *----------------------------------------------------------------*
       3000-VERIFICAR-GENERACIONES.
           MOVE 1 TO WS-IDX-CAT
           PERFORM 3100-VERIFICAR-GENERACION
               UNTIL WS-IDX-CAT > WS-CONT-ENTRADAS.
       3000-F-VERIFICAR-GENERACIONES.EXIT.
      *----------------------------------------------------------------*
       3100-VERIFICAR-GENERACION.
           MOVE TAB-CAT-ARCHIVO(WS-IDX-CAT) TO WS-ARCH-CONTROL
           PERFORM 3200-CALCULAR-MANIFIESTO

           MOVE TAB-CAT-FECHA(WS-IDX-CAT) TO DET-FECHA
           MOVE TAB-CAT-ARCHIVO(WS-IDX-CAT) TO DET-ARCHIVO
           MOVE SPACES TO DET-REGISTROS
           MOVE SPACES TO DET-CATALOGADOS
           IF MANIFIESTO-CALCULADO
               MOVE WS-CANT-CONTROL TO DET-REGISTROS
           END-IF
           IF TAB-CAT-CANT(WS-IDX-CAT) NUMERIC
           AND TAB-CAT-HASH(WS-IDX-CAT) NUMERIC
               MOVE TAB-CAT-CANT(WS-IDX-CAT) TO DET-CATALOGADOS
           END-IF

           EVALUATE TRUE
               WHEN FS-GENCONTROL-NOEXISTE
                   MOVE "NO EXISTE" TO DET-ESTADO
                   ADD 1 TO WS-CONT-EXCEPCIONES
               WHEN NOT MANIFIESTO-CALCULADO
                   MOVE "ILEGIBLE" TO DET-ESTADO
                   ADD 1 TO WS-CONT-EXCEPCIONES
               WHEN TAB-CAT-CANT(WS-IDX-CAT) NOT NUMERIC
               OR TAB-CAT-HASH(WS-IDX-CAT) NOT NUMERIC
                   MOVE "SIN MANIFIESTO" TO DET-ESTADO
                   ADD 1 TO WS-CONT-SIN-MANIFIESTO
               WHEN WS-CANT-CONTROL < TAB-CAT-CANT(WS-IDX-CAT)
                   MOVE "TRUNCADA" TO DET-ESTADO
                   ADD 1 TO WS-CONT-EXCEPCIONES
               WHEN WS-CANT-CONTROL NOT = TAB-CAT-CANT(WS-IDX-CAT)
               OR WS-HASH-CONTROL NOT = TAB-CAT-HASH(WS-IDX-CAT)
                   MOVE "ALTERADA" TO DET-ESTADO
                   ADD 1 TO WS-CONT-EXCEPCIONES
               WHEN OTHER
                   MOVE "CORRECTA" TO DET-ESTADO
                   ADD 1 TO WS-CONT-CORRECTAS
           END-EVALUATE

           IF FS-LISTADO-OK
               WRITE REG-LISTADO FROM ESTRUCTURA-DET
               ADD 1 TO WS-CONT-ESCRITURA
           END-IF

           ADD 1 TO WS-IDX-CAT.
       3100-F-VERIFICAR-GENERACION.EXIT.
      *----------------------------------------------------------------*
       3200-CALCULAR-MANIFIESTO.
      * MISMO CALCULO QUE HACEN LOS PROGRAMAS AL CATALOGAR: CANTIDAD
      * DE REGISTROS Y HASH = HASH * 31 + BYTE, MODULO 999999937,
      * SOBRE CADA REGISTRO COMPLETADO CON BLANCOS A 300 POSICIONES
           MOVE "N" TO WS-SW-MANIFIESTO
           MOVE ZERO TO WS-CANT-CONTROL
           MOVE ZERO TO WS-HASH-CONTROL

           OPEN INPUT GENCONTROL
           IF FS-GENCONTROL-OK
               PERFORM 3210-LEER-GENCONTROL
               PERFORM 3220-ACUMULAR-REGISTRO
                   UNTIL NOT FS-GENCONTROL-OK
               IF FS-GENCONTROL-FIN
                   MOVE "S" TO WS-SW-MANIFIESTO
               END-IF
               CLOSE GENCONTROL
           END-IF.
       3200-F-CALCULAR-MANIFIESTO.EXIT.
      *----------------------------------------------------------------*
       3210-LEER-GENCONTROL.
           READ GENCONTROL INTO LINEA-GENCONTROL.
       3210-F-LEER-GENCONTROL.EXIT.
      *----------------------------------------------------------------*
       3220-ACUMULAR-REGISTRO.
           ADD 1 TO WS-CANT-CONTROL
           MOVE 1 TO WS-IDX-BYTE
           PERFORM 3230-ACUMULAR-BYTE UNTIL WS-IDX-BYTE > 300
           PERFORM 3210-LEER-GENCONTROL.
       3220-F-ACUMULAR-REGISTRO.EXIT.
      *----------------------------------------------------------------*
       3230-ACUMULAR-BYTE.
           MOVE ZERO TO WS-BYTE-CONTROL-NUM
           MOVE GENCONTROL-BYTE(WS-IDX-BYTE) TO WS-BYTE-CONTROL-BAJO
           COMPUTE WS-HASH-TRABAJO =
               WS-HASH-CONTROL * 31 + WS-BYTE-CONTROL-NUM
           DIVIDE WS-HASH-TRABAJO BY 999999937
               GIVING WS-HASH-COCIENTE REMAINDER WS-HASH-CONTROL
           ADD 1 TO WS-IDX-BYTE.
       3230-F-ACUMULAR-BYTE.EXIT.
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
           PERFORM 3200-CALCULAR-MANIFIESTO
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
       8000-ESCRIBIR-AUDITORIA.
           MOVE "VERGENERACIONES"     TO AUD-PROGRAMA
           MOVE WS-FECHA-PROCESO      TO AUD-FECHA
           ACCEPT AUD-HORA FROM TIME
           MOVE WS-CONT-LECTURA       TO AUD-LEIDOS
           MOVE WS-CONT-ESCRITURA     TO AUD-ESCRITOS
           MOVE WS-CONT-EXCEPCIONES   TO AUD-RECHAZADOS

           IF FS-AUDITORIA-OK OR FS-AUDITORIA-CREADO
               WRITE REG-AUDITORIA
           END-IF.
       8000-F-ESCRIBIR-AUDITORIA.EXIT.
      *----------------------------------------------------------------*
       9000-I-FINAL.
           IF FS-LISTADO-OK
               MOVE WS-CONT-ENTRADAS TO TOT-VERIFICADAS
               MOVE WS-CONT-CORRECTAS TO TOT-CORRECTAS
               MOVE WS-CONT-SIN-MANIFIESTO TO TOT-SIN-MANIFIESTO
               MOVE WS-CONT-EXCEPCIONES TO TOT-EXCEPCIONES
               WRITE REG-LISTADO FROM ESTRUCTURA-TOTALES
               ADD 1 TO WS-CONT-ESCRITURA
           END-IF.

           PERFORM 8000-ESCRIBIR-AUDITORIA.
           CLOSE LISTADO.
           CLOSE AUDITORIA.

           DISPLAY "GENERACIONES VERIFICADAS: " WS-CONT-ENTRADAS
               " EXCEPCIONES: " WS-CONT-EXCEPCIONES

      * RC 4 AVISA QUE HAY GENERACIONES FALTANTES O ADULTERADAS
           EVALUATE TRUE
               WHEN HUBO-ABEND
                   MOVE 16 TO RETURN-CODE
               WHEN WS-CONT-EXCEPCIONES > ZERO
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE ZERO TO RETURN-CODE
           END-EVALUATE
           PERFORM 6410-GRABAR-CATALOGO
           STOP RUN.
       9000-F-FINAL.
           EXIT.
      *----------------------------------------------------------------*
