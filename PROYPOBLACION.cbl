      ******************************************************************
      * PROYECCION DE POBLACION POR PAIS
      * TOMA DE HISTPOBLACION.dat LAS ULTIMAS N CORRIDAS REGISTRADAS DE
      * CADA PAIS, CALCULA LA TASA PROMEDIO DE CRECIMIENTO ENTRE
      * CORRIDAS Y PROYECTA LA POBLACION DE LOS N PERIODOS SIGUIENTES
      * (N = PARM-PERIODOS-PROYECCION, 5 POR OMISION). MARCA LOS PAISES
      * CON MENOS DE N CORRIDAS EN LA HISTORIA Y NO PROYECTA LOS QUE
      * TIENEN UNA SOLA. LISTADO E INTERFAZ DELIMITADA PARA PLANEAMIENTO
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROYPOBLACION.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HISTORIA ASSIGN TO "HISTPOBLACION.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-HISTORIA.

           SELECT ARCHIVOPAISES ASSIGN TO "PAISLATIDX.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS PAISLAT-COD-PAIS
           FILE STATUS FS-PAISLAT.

           SELECT SALIDA ASSIGN USING WS-ARCH-SALIDA
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-SALIDA.

           SELECT SALIDACSV ASSIGN USING WS-ARCH-SALIDACSV
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-SALIDACSV.

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
       FD  HISTORIA.
           01 REG-HISTORIA.
               05 HIST-FECHA           PIC X(8).
               05 HIST-PAIS            PIC X(3).
               05 HIST-HABITANTES      PIC 9(9).

       FD  ARCHIVOPAISES.
           01 REG-PAISLAT.
               05 PAISLAT-COD-PAIS     PIC X(3).
               05 PAISLAT-DES-PAIS     PIC X(40).
               05 PAISLAT-ESTADO       PIC X(1).

       FD  SALIDA.
           01 REG-SALIDA PIC X(100).

       FD  SALIDACSV.
           01 REG-SALIDACSV PIC X(100).

       FD  AUDITORIA.
           COPY AUDITREG.

       FD  CATALOGO.
           COPY CATREG.

       FD  GENCONTROL.
           01 REG-GENCONTROL PIC X(300).

       FD  PARAMETROS.
           COPY PARMREG.

       WORKING-STORAGE SECTION.

       01  ESTRUCTURA-TITULO.
           05 FILLER                   PIC X(27)
              VALUE "PROYECCION DE POBLACION AL ".
           05 TITULO-FECHA             PIC X(8).
           05 FILLER                   PIC X(19)
              VALUE " CORRIDAS USADAS: ".
           05 TITULO-CORRIDAS          PIC Z9.
           05 FILLER                   PIC X(24)
              VALUE " PERIODOS PROYECTADOS: ".
           05 TITULO-PERIODOS          PIC Z9.

       01  ESTRUCTURA-PAIS.
           05 PRY-PAIS                 PIC X(3).
           05 FILLER                   PIC X(1) VALUE SPACES.
           05 PRY-DES-PAIS             PIC X(30).
           05 FILLER                   PIC X(8) VALUE " ULTIMO ".
           05 PRY-FECHA-ULT            PIC X(8).
           05 FILLER                   PIC X(1) VALUE SPACES.
           05 PRY-HAB-ULT              PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                   PIC X(7) VALUE " TASA: ".
           05 PRY-TASA                 PIC ---9.9999.
           05 FILLER                   PIC X(10) VALUE "% PUNTOS: ".
           05 PRY-PUNTOS               PIC Z9.

       01  ESTRUCTURA-PERIODO.
           05 FILLER                   PIC X(12)
              VALUE "    PERIODO ".
           05 PER-NUMERO               PIC +99.
           05 FILLER                   PIC X(14)
              VALUE "  PROYECTADO: ".
           05 PER-PROYECTADO           PIC ZZ,ZZZ,ZZZ,ZZ9.

       01  ESTRUCTURA-MARCA.
           05 FILLER                   PIC X(8) VALUE "    *** ".
           05 MAR-TEXTO                PIC X(60).

       01  ESTRUCTURA-TOTAL.
           05 FILLER                   PIC X(8) VALUE "PAISES: ".
           05 TOT-PAISES               PIC ZZZ9.
           05 FILLER                   PIC X(14)
              VALUE " PROYECTADOS: ".
           05 TOT-PROYECTADOS          PIC ZZZ9.
           05 FILLER                   PIC X(20)
              VALUE " CON POCA HISTORIA: ".
           05 TOT-POCA-HISTORIA        PIC ZZZ9.
           05 FILLER                   PIC X(17)
              VALUE " SIN PROYECCION: ".
           05 TOT-SIN-PROYECCION       PIC ZZZ9.

      * UNA FILA POR PAIS Y PERIODO PROYECTADO; MARCA P = POCA
      * HISTORIA, S = SIN PROYECCION (PERIODO 00)
       01  ESTRUCTURA-SALIDACSV.
           05 CSV-PAIS                 PIC X(3).
           05 FILLER                   PIC X(1) VALUE ",".
           05 CSV-DES-PAIS             PIC X(40).
           05 FILLER                   PIC X(1) VALUE ",".
           05 CSV-FECHA-ULT            PIC X(8).
           05 FILLER                   PIC X(1) VALUE ",".
           05 CSV-HAB-ULT              PIC 9(9).
           05 FILLER                   PIC X(1) VALUE ",".
           05 CSV-TASA                 PIC -9(3).9(4).
           05 FILLER                   PIC X(1) VALUE ",".
           05 CSV-PUNTOS               PIC 9(2).
           05 FILLER                   PIC X(1) VALUE ",".
           05 CSV-PERIODO              PIC 9(2).
           05 FILLER                   PIC X(1) VALUE ",".
           05 CSV-PROYECTADO           PIC 9(11).
           05 FILLER                   PIC X(1) VALUE ",".
           05 CSV-MARCA                PIC X(1).

      * ULTIMAS CORRIDAS DE CADA PAIS EN ORDEN ASCENDENTE DE FECHA
       01  TABLA-PAISES.
           05 PAIS-ITEM OCCURS 200 TIMES.
               10 TABPAI-PAIS          PIC X(3).
               10 TABPAI-PUNTOS        PIC 9(2).
               10 TABPAI-PUNTO OCCURS 20 TIMES.
                   15 TABPAI-FECHA     PIC X(8).
                   15 TABPAI-HAB       PIC 9(9).

       01  VARIABLES.
           05 FS-HISTORIA              PIC XX.
               88 FS-HISTORIA-OK       VALUE "00".
               88 FS-HISTORIA-FIN      VALUE "10".
               88 FS-HISTORIA-NOEXISTE VALUE "35".

           05 FS-PAISLAT               PIC XX.
               88 FS-PAISLAT-OK        VALUE "00".

           05 FS-SALIDA                PIC XX.
               88 FS-SALIDA-OK         VALUE "00".

           05 FS-SALIDACSV             PIC XX.
               88 FS-SALIDACSV-OK      VALUE "00".

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

       77  WS-FECHA-PROCESO            PIC X(8) VALUE SPACES.
       77  WS-ARCH-SALIDA              PIC X(44) VALUE SPACES.
       77  WS-ARCH-SALIDACSV           PIC X(44) VALUE SPACES.
       77  WS-ARCH-CATALOGAR           PIC X(44) VALUE SPACES.
       77  WS-PERIODOS                 PIC 9(2) VALUE 5.
       77  WS-CONT-LECTURA             PIC 9(9) VALUE ZERO.
       77  WS-CONT-ESCRITURA           PIC 9(9) VALUE ZERO.
       77  WS-CONT-PAISES              PIC 9(4) VALUE ZERO.
       77  WS-CONT-PROYECTADOS         PIC 9(4) VALUE ZERO.
       77  WS-CONT-POCA-HISTORIA       PIC 9(4) VALUE ZERO.
       77  WS-CONT-SIN-PROYECCION      PIC 9(4) VALUE ZERO.
       77  WS-IDX-PAIS                 PIC 9(4) VALUE ZERO.
       77  WS-IDX-PUNTO                PIC 9(2) VALUE ZERO.
       77  WS-IDX-DESTINO              PIC 9(2) VALUE ZERO.
       77  WS-IDX-INSERCION            PIC 9(2) VALUE ZERO.
       77  WS-IDX-PERIODO              PIC 9(2) VALUE ZERO.
       77  WS-PAIS-ENCONTRADO          PIC X VALUE "N".
           88 PAIS-ENCONTRADO          VALUE "S".
       77  WS-SW-FECHA                 PIC X VALUE "N".
           88 FECHA-ENCONTRADA         VALUE "S".
       77  WS-SW-POSICION              PIC X VALUE "N".
           88 POSICION-ENCONTRADA      VALUE "S".
       77  WS-SW-DESCARTAR             PIC X VALUE "N".
           88 PUNTO-DESCARTADO         VALUE "S".
       77  WS-DES-PAIS                 PIC X(40) VALUE SPACES.
       77  WS-INTERVALOS               PIC 9(2) VALUE ZERO.
       77  WS-SUMA-TASAS               PIC S9(5)V9(8) VALUE ZERO.
       77  WS-TASA-INTERVALO           PIC S9(5)V9(8) VALUE ZERO.
       77  WS-TASA-PROMEDIO            PIC S9(5)V9(8) VALUE ZERO.
       77  WS-TASA-PORCENTAJE          PIC S9(3)V9(4) VALUE ZERO.
       77  WS-HAB-ULTIMO               PIC 9(9) VALUE ZERO.
       77  WS-FECHA-ULTIMO             PIC X(8) VALUE SPACES.
       77  WS-PROYECTADO               PIC 9(11) VALUE ZERO.
       77  WS-MARCA                    PIC X(1) VALUE SPACES.
       77  WS-SW-ABEND                 PIC X VALUE "N".
           88 HUBO-ABEND               VALUE "S".

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
           PERFORM 3000-CARGAR-HISTORIA.
           PERFORM 4000-PROYECTAR-PAISES.
           PERFORM 9000-I-FINAL.
               STOP RUN.
      *----------------------------------------------------------------*
       1000-I-INICIO.
           INITIALIZE VARIABLES
           PERFORM 1050-LEERPARAMETROS.
           PERFORM 1150-ABRIRSALIDA.
           PERFORM 1175-ABRIRSALIDACSV.
           PERFORM 1200-ABRIRPAISES.
           PERFORM 1250-ABRIRAUDITORIA.
       1000-F-INICIO.EXIT.
      *----------------------------------------------------------------*
       1050-LEERPARAMETROS.
           OPEN INPUT PARAMETROS
           EVALUATE TRUE
               WHEN FS-PARAMETROS-OK
                   READ PARAMETROS
                   IF FS-PARAMETROS-OK
                       MOVE PARM-FECHA-PROCESO TO WS-FECHA-PROCESO
                       IF PARM-PERIODOS-PROYECCION NUMERIC
                       AND PARM-PERIODOS-PROYECCION > ZERO
                           MOVE PARM-PERIODOS-PROYECCION
                               TO WS-PERIODOS
                       END-IF
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

      * LA TABLA GUARDA HASTA 20 CORRIDAS POR PAIS
           IF WS-PERIODOS > 20
               DISPLAY "PERIODOS DE PROYECCION " WS-PERIODOS
                   " - SE LIMITA A 20"
               MOVE 20 TO WS-PERIODOS
           END-IF
           IF WS-PERIODOS < 2
               MOVE 2 TO WS-PERIODOS
           END-IF

           IF WS-FECHA-PROCESO = SPACES
               ACCEPT WS-FECHA-PROCESO FROM DATE
           END-IF

           MOVE SPACES TO WS-ARCH-SALIDA
           STRING "proyeccionpoblacion-" DELIMITED BY SIZE
               WS-FECHA-PROCESO DELIMITED BY SPACE
               ".dat" DELIMITED BY SIZE
               INTO WS-ARCH-SALIDA
           MOVE SPACES TO WS-ARCH-SALIDACSV
           STRING "proyeccionpoblacion-" DELIMITED BY SIZE
               WS-FECHA-PROCESO DELIMITED BY SPACE
               ".csv" DELIMITED BY SIZE
               INTO WS-ARCH-SALIDACSV.
       1050-F-LEERPARAMETROS.EXIT.
      *----------------------------------------------------------------*
       1150-ABRIRSALIDA.
           OPEN OUTPUT SALIDA.

           IF NOT FS-SALIDA-OK
               DISPLAY "ERROR APERTURA SALIDA FS: " FS-SALIDA
               MOVE "S" TO WS-SW-ABEND
               PERFORM 9000-I-FINAL
           END-IF

           MOVE WS-ARCH-SALIDA TO WS-ARCH-CATALOGAR
           PERFORM 5400-CATALOGAR-GENERACION.
       1150-F-ABRIRSALIDA.EXIT.
      *----------------------------------------------------------------*
       1175-ABRIRSALIDACSV.
           OPEN OUTPUT SALIDACSV.

           IF NOT FS-SALIDACSV-OK
               DISPLAY "ERROR APERTURA SALIDACSV FS: " FS-SALIDACSV
               MOVE "S" TO WS-SW-ABEND
               PERFORM 9000-I-FINAL
           END-IF

           MOVE WS-ARCH-SALIDACSV TO WS-ARCH-CATALOGAR
           PERFORM 5400-CATALOGAR-GENERACION.
       1175-F-ABRIRSALIDACSV.EXIT.
      *----------------------------------------------------------------*
       1200-ABRIRPAISES.
           OPEN INPUT ARCHIVOPAISES

           IF NOT FS-PAISLAT-OK
               DISPLAY "ERROR APERTURA PAISLATIDX FS: " FS-PAISLAT
               MOVE "S" TO WS-SW-ABEND
               PERFORM 9000-I-FINAL
           END-IF.
       1200-F-ABRIRPAISES.EXIT.
      *----------------------------------------------------------------*
       1250-ABRIRAUDITORIA.

           OPEN EXTEND AUDITORIA.
           IF NOT FS-AUDITORIA-OK AND NOT FS-AUDITORIA-CREADO
               DISPLAY "ERROR APERTURA AUDITORIA FS: " FS-AUDITORIA
               MOVE "S" TO WS-SW-ABEND
               PERFORM 9000-I-FINAL
           END-IF.
       1250-F-ABRIRAUDITORIA.EXIT.
      *----------------------------------------------------------------*
       3000-CARGAR-HISTORIA.
           OPEN INPUT HISTORIA
           EVALUATE TRUE
               WHEN FS-HISTORIA-OK
                   PERFORM 3100-LEER-HISTORIA
                   PERFORM 3200-GUARDAR-PUNTO UNTIL FS-HISTORIA-FIN
                   CLOSE HISTORIA
               WHEN FS-HISTORIA-NOEXISTE
                   DISPLAY "HISTPOBLACION.dat INEXISTENTE - "
                       "SIN CORRIDAS PARA PROYECTAR"
                   PERFORM 9000-I-FINAL
               WHEN OTHER
                   DISPLAY "ERROR APERTURA HISTPOBLACION FS: "
                       FS-HISTORIA
                   MOVE "S" TO WS-SW-ABEND
                   PERFORM 9000-I-FINAL
           END-EVALUATE.
       3000-F-CARGAR-HISTORIA.EXIT.
      *----------------------------------------------------------------*
       3100-LEER-HISTORIA.
           READ HISTORIA
           EVALUATE TRUE
               WHEN FS-HISTORIA-OK
                   ADD 1 TO WS-CONT-LECTURA
               WHEN FS-HISTORIA-FIN
                   CONTINUE
               WHEN OTHER
                   DISPLAY "ERROR LECTURA HISTPOBLACION FS: "
                       FS-HISTORIA
                   MOVE "S" TO WS-SW-ABEND
                   PERFORM 9000-I-FINAL
           END-EVALUATE.
       3100-F-LEER-HISTORIA.EXIT.
      *----------------------------------------------------------------*
       3200-GUARDAR-PUNTO.
      * CORRIDAS POSTERIORES A LA FECHA DE PROCESO NO SE CONSIDERAN;
      * UNA RECORRIDA DEL MISMO DIA PISA EL PUNTO COMO EN TENDPOBLACION
           IF HIST-FECHA NOT > WS-FECHA-PROCESO
               PERFORM 3300-BUSCAR-PAIS
               IF NOT PAIS-ENCONTRADO
                   IF WS-CONT-PAISES >= 200
                       DISPLAY "HISTPOBLACION EXCEDE LA TABLA DE "
                           "PAISES"
                       MOVE "S" TO WS-SW-ABEND
                       PERFORM 9000-I-FINAL
                   END-IF
                   ADD 1 TO WS-CONT-PAISES
                   MOVE WS-CONT-PAISES TO WS-IDX-PAIS
                   MOVE HIST-PAIS TO TABPAI-PAIS(WS-IDX-PAIS)
                   MOVE ZERO TO TABPAI-PUNTOS(WS-IDX-PAIS)
               END-IF
               PERFORM 3400-INSERTAR-PUNTO
           END-IF
           PERFORM 3100-LEER-HISTORIA.
       3200-F-GUARDAR-PUNTO.EXIT.
      *----------------------------------------------------------------*
       3300-BUSCAR-PAIS.
           MOVE "N" TO WS-PAIS-ENCONTRADO
           MOVE 1 TO WS-IDX-PAIS

           PERFORM 3310-BUSCAR-PAIS-ITEM
           UNTIL WS-IDX-PAIS > WS-CONT-PAISES
           OR PAIS-ENCONTRADO.
       3300-F-BUSCAR-PAIS.EXIT.
      *----------------------------------------------------------------*
       3310-BUSCAR-PAIS-ITEM.
           IF TABPAI-PAIS(WS-IDX-PAIS) = HIST-PAIS
               MOVE "S" TO WS-PAIS-ENCONTRADO
           ELSE
               ADD 1 TO WS-IDX-PAIS
           END-IF.
       3310-F-BUSCAR-PAIS-ITEM.EXIT.
      *----------------------------------------------------------------*
       3400-INSERTAR-PUNTO.
      * SE CONSERVAN LAS N CORRIDAS MAS RECIENTES ORDENADAS POR FECHA:
      * CON LA TABLA DEL PAIS LLENA UNA FECHA MAS VIEJA QUE LA PRIMERA
      * SE DESCARTA, Y SI NO SE CORRE LA PRIMERA PARA HACER LUGAR
           MOVE "N" TO WS-SW-FECHA
           MOVE "N" TO WS-SW-DESCARTAR
           MOVE 1 TO WS-IDX-PUNTO
           PERFORM 3410-BUSCAR-FECHA-ITEM
           UNTIL WS-IDX-PUNTO > TABPAI-PUNTOS(WS-IDX-PAIS)
           OR FECHA-ENCONTRADA

           IF FECHA-ENCONTRADA
               MOVE HIST-HABITANTES
                   TO TABPAI-HAB(WS-IDX-PAIS, WS-IDX-PUNTO)
           ELSE
               IF TABPAI-PUNTOS(WS-IDX-PAIS) >= WS-PERIODOS
                   IF HIST-FECHA < TABPAI-FECHA(WS-IDX-PAIS, 1)
                       MOVE "S" TO WS-SW-DESCARTAR
                   ELSE
                       MOVE 1 TO WS-IDX-DESTINO
                       PERFORM 3420-CORRER-IZQUIERDA
                       UNTIL WS-IDX-DESTINO
                           >= TABPAI-PUNTOS(WS-IDX-PAIS)
                       SUBTRACT 1 FROM TABPAI-PUNTOS(WS-IDX-PAIS)
                   END-IF
               END-IF
               IF NOT PUNTO-DESCARTADO
                   PERFORM 3430-UBICAR-PUNTO
               END-IF
           END-IF.
       3400-F-INSERTAR-PUNTO.EXIT.
      *----------------------------------------------------------------*
       3410-BUSCAR-FECHA-ITEM.
           IF TABPAI-FECHA(WS-IDX-PAIS, WS-IDX-PUNTO) = HIST-FECHA
               MOVE "S" TO WS-SW-FECHA
           ELSE
               ADD 1 TO WS-IDX-PUNTO
           END-IF.
       3410-F-BUSCAR-FECHA-ITEM.EXIT.
      *----------------------------------------------------------------*
       3420-CORRER-IZQUIERDA.
           MOVE TABPAI-PUNTO(WS-IDX-PAIS, WS-IDX-DESTINO + 1)
               TO TABPAI-PUNTO(WS-IDX-PAIS, WS-IDX-DESTINO)
           ADD 1 TO WS-IDX-DESTINO.
       3420-F-CORRER-IZQUIERDA.EXIT.
      *----------------------------------------------------------------*
       3430-UBICAR-PUNTO.
      * POSICION = PRIMER PUNTO CON FECHA MAYOR; DESDE EL FINAL SE
      * CORREN LOS PUNTOS UN LUGAR A LA DERECHA HASTA ESA POSICION
           MOVE "N" TO WS-SW-POSICION
           MOVE 1 TO WS-IDX-INSERCION
           PERFORM 3431-BUSCAR-POSICION-ITEM
           UNTIL WS-IDX-INSERCION > TABPAI-PUNTOS(WS-IDX-PAIS)
           OR POSICION-ENCONTRADA

           COMPUTE WS-IDX-DESTINO = TABPAI-PUNTOS(WS-IDX-PAIS) + 1
           PERFORM 3432-CORRER-DERECHA
           UNTIL WS-IDX-DESTINO <= WS-IDX-INSERCION

           MOVE HIST-FECHA
               TO TABPAI-FECHA(WS-IDX-PAIS, WS-IDX-INSERCION)
           MOVE HIST-HABITANTES
               TO TABPAI-HAB(WS-IDX-PAIS, WS-IDX-INSERCION)
           ADD 1 TO TABPAI-PUNTOS(WS-IDX-PAIS).
       3430-F-UBICAR-PUNTO.EXIT.
      *----------------------------------------------------------------*
       3431-BUSCAR-POSICION-ITEM.
           IF TABPAI-FECHA(WS-IDX-PAIS, WS-IDX-INSERCION) > HIST-FECHA
               MOVE "S" TO WS-SW-POSICION
           ELSE
               ADD 1 TO WS-IDX-INSERCION
           END-IF.
       3431-F-BUSCAR-POSICION-ITEM.EXIT.
      *----------------------------------------------------------------*
       3432-CORRER-DERECHA.
           MOVE TABPAI-PUNTO(WS-IDX-PAIS, WS-IDX-DESTINO - 1)
               TO TABPAI-PUNTO(WS-IDX-PAIS, WS-IDX-DESTINO)
           SUBTRACT 1 FROM WS-IDX-DESTINO.
       3432-F-CORRER-DERECHA.EXIT.
      *----------------------------------------------------------------*
       4000-PROYECTAR-PAISES.
           MOVE WS-FECHA-PROCESO TO TITULO-FECHA
           MOVE WS-PERIODOS TO TITULO-CORRIDAS
           MOVE WS-PERIODOS TO TITULO-PERIODOS
           MOVE ESTRUCTURA-TITULO TO REG-SALIDA
           PERFORM 4900-ESCRIBIR-SALIDA

           MOVE 1 TO WS-IDX-PAIS
           PERFORM 4100-PROYECTAR-PAIS
               UNTIL WS-IDX-PAIS > WS-CONT-PAISES

           MOVE WS-CONT-PAISES TO TOT-PAISES
           MOVE WS-CONT-PROYECTADOS TO TOT-PROYECTADOS
           MOVE WS-CONT-POCA-HISTORIA TO TOT-POCA-HISTORIA
           MOVE WS-CONT-SIN-PROYECCION TO TOT-SIN-PROYECCION
           MOVE ESTRUCTURA-TOTAL TO REG-SALIDA
           PERFORM 4900-ESCRIBIR-SALIDA.
       4000-F-PROYECTAR-PAISES.EXIT.
      *----------------------------------------------------------------*
       4100-PROYECTAR-PAIS.
           PERFORM 4200-BUSCAR-DESCRIPCION
           PERFORM 4300-CALCULAR-TASA

           MOVE TABPAI-PAIS(WS-IDX-PAIS) TO PRY-PAIS
           MOVE WS-DES-PAIS TO PRY-DES-PAIS
           MOVE WS-FECHA-ULTIMO TO PRY-FECHA-ULT
           MOVE WS-HAB-ULTIMO TO PRY-HAB-ULT
           MOVE WS-TASA-PORCENTAJE TO PRY-TASA
           MOVE TABPAI-PUNTOS(WS-IDX-PAIS) TO PRY-PUNTOS
           MOVE ESTRUCTURA-PAIS TO REG-SALIDA
           PERFORM 4900-ESCRIBIR-SALIDA

           MOVE TABPAI-PAIS(WS-IDX-PAIS) TO CSV-PAIS
           MOVE WS-DES-PAIS TO CSV-DES-PAIS
           MOVE WS-FECHA-ULTIMO TO CSV-FECHA-ULT
           MOVE WS-HAB-ULTIMO TO CSV-HAB-ULT
           MOVE WS-TASA-PORCENTAJE TO CSV-TASA
           MOVE TABPAI-PUNTOS(WS-IDX-PAIS) TO CSV-PUNTOS

           IF WS-INTERVALOS = ZERO
               ADD 1 TO WS-CONT-SIN-PROYECCION
               MOVE "UNA SOLA CORRIDA EN LA HISTORIA - NO SE PROYECTA"
                   TO MAR-TEXTO
               MOVE ESTRUCTURA-MARCA TO REG-SALIDA
               PERFORM 4900-ESCRIBIR-SALIDA
               MOVE "S" TO WS-MARCA
               MOVE ZERO TO CSV-PERIODO
               MOVE ZERO TO CSV-PROYECTADO
               MOVE WS-MARCA TO CSV-MARCA
               PERFORM 4950-ESCRIBIR-CSV
           ELSE
               ADD 1 TO WS-CONT-PROYECTADOS
               MOVE SPACES TO WS-MARCA
               IF TABPAI-PUNTOS(WS-IDX-PAIS) < WS-PERIODOS
                   ADD 1 TO WS-CONT-POCA-HISTORIA
                   MOVE "P" TO WS-MARCA
                   MOVE "POCA HISTORIA - PROYECCION POCO CONFIABLE"
                       TO MAR-TEXTO
                   MOVE ESTRUCTURA-MARCA TO REG-SALIDA
                   PERFORM 4900-ESCRIBIR-SALIDA
               END-IF
               MOVE WS-HAB-ULTIMO TO WS-PROYECTADO
               MOVE 1 TO WS-IDX-PERIODO
               PERFORM 4400-PROYECTAR-PERIODO
                   UNTIL WS-IDX-PERIODO > WS-PERIODOS
           END-IF

           ADD 1 TO WS-IDX-PAIS.
       4100-F-PROYECTAR-PAIS.EXIT.
      *----------------------------------------------------------------*
       4200-BUSCAR-DESCRIPCION.
           MOVE TABPAI-PAIS(WS-IDX-PAIS) TO PAISLAT-COD-PAIS
           READ ARCHIVOPAISES
               INVALID KEY
                   MOVE "PAIS SIN DESCRIPCION" TO WS-DES-PAIS
               NOT INVALID KEY
                   MOVE PAISLAT-DES-PAIS TO WS-DES-PAIS
           END-READ.
       4200-F-BUSCAR-DESCRIPCION.EXIT.
      *----------------------------------------------------------------*
       4300-CALCULAR-TASA.
      * TASA = PROMEDIO DE LAS VARIACIONES RELATIVAS ENTRE CORRIDAS
      * CONSECUTIVAS; UN PUNTO EN CERO NO APORTA INTERVALO
           MOVE TABPAI-PUNTOS(WS-IDX-PAIS) TO WS-IDX-PUNTO
           MOVE TABPAI-FECHA(WS-IDX-PAIS, WS-IDX-PUNTO)
               TO WS-FECHA-ULTIMO
           MOVE TABPAI-HAB(WS-IDX-PAIS, WS-IDX-PUNTO) TO WS-HAB-ULTIMO

           MOVE ZERO TO WS-INTERVALOS
           MOVE ZERO TO WS-SUMA-TASAS
           MOVE 2 TO WS-IDX-PUNTO
           PERFORM 4310-ACUMULAR-INTERVALO
               UNTIL WS-IDX-PUNTO > TABPAI-PUNTOS(WS-IDX-PAIS)

           IF WS-INTERVALOS > ZERO
               COMPUTE WS-TASA-PROMEDIO ROUNDED =
                   WS-SUMA-TASAS / WS-INTERVALOS
           ELSE
               MOVE ZERO TO WS-TASA-PROMEDIO
           END-IF
           COMPUTE WS-TASA-PORCENTAJE ROUNDED = WS-TASA-PROMEDIO * 100.
       4300-F-CALCULAR-TASA.EXIT.
      *----------------------------------------------------------------*
       4310-ACUMULAR-INTERVALO.
           IF TABPAI-HAB(WS-IDX-PAIS, WS-IDX-PUNTO - 1) > ZERO
               COMPUTE WS-TASA-INTERVALO ROUNDED =
                   (TABPAI-HAB(WS-IDX-PAIS, WS-IDX-PUNTO)
                   - TABPAI-HAB(WS-IDX-PAIS, WS-IDX-PUNTO - 1))
                   / TABPAI-HAB(WS-IDX-PAIS, WS-IDX-PUNTO - 1)
               ADD WS-TASA-INTERVALO TO WS-SUMA-TASAS
               ADD 1 TO WS-INTERVALOS
           END-IF
           ADD 1 TO WS-IDX-PUNTO.
       4310-F-ACUMULAR-INTERVALO.EXIT.
      *----------------------------------------------------------------*
       4400-PROYECTAR-PERIODO.
           COMPUTE WS-PROYECTADO ROUNDED =
               WS-PROYECTADO * (1 + WS-TASA-PROMEDIO)
               ON SIZE ERROR
                   MOVE 99999999999 TO WS-PROYECTADO
           END-COMPUTE

           MOVE WS-IDX-PERIODO TO PER-NUMERO
           MOVE WS-PROYECTADO TO PER-PROYECTADO
           MOVE ESTRUCTURA-PERIODO TO REG-SALIDA
           PERFORM 4900-ESCRIBIR-SALIDA

           MOVE WS-IDX-PERIODO TO CSV-PERIODO
           MOVE WS-PROYECTADO TO CSV-PROYECTADO
           MOVE WS-MARCA TO CSV-MARCA
           PERFORM 4950-ESCRIBIR-CSV

           ADD 1 TO WS-IDX-PERIODO.
       4400-F-PROYECTAR-PERIODO.EXIT.
      *----------------------------------------------------------------*
       4900-ESCRIBIR-SALIDA.
           IF NOT FS-SALIDA-OK
               DISPLAY "ERROR ESCRITURA SALIDA FS: " FS-SALIDA
           ELSE
               WRITE REG-SALIDA
               ADD 1 TO WS-CONT-ESCRITURA
           END-IF.
       4900-F-ESCRIBIR-SALIDA.EXIT.
      *----------------------------------------------------------------*
       4950-ESCRIBIR-CSV.
           IF NOT FS-SALIDACSV-OK
               DISPLAY "ERROR ESCRITURA SALIDACSV FS: " FS-SALIDACSV
           ELSE
               WRITE REG-SALIDACSV FROM ESTRUCTURA-SALIDACSV
           END-IF.
       4950-F-ESCRIBIR-CSV.EXIT.
      *----------------------------------------------------------------*
       5400-CATALOGAR-GENERACION.
      * LA GENERACION SE ANOTA Y SE CATALOGA AL FINAL DE LA CORRIDA
      * (5410) CON SU MANIFIESTO, CALCULADO SOBRE EL ARCHIVO
      * TAL COMO QUEDO EN DISCO
           IF WS-CONT-GENERACIONES < 10
               ADD 1 TO WS-CONT-GENERACIONES
               MOVE WS-ARCH-CATALOGAR
                   TO TABGEN-ARCHIVO(WS-CONT-GENERACIONES)
           ELSE
               DISPLAY "AVISO: GENERACION SIN CATALOGAR "
                   WS-ARCH-CATALOGAR
           END-IF.
       5400-F-CATALOGAR-GENERACION.EXIT.
      *----------------------------------------------------------------*
       5410-GRABAR-CATALOGO.
           MOVE 1 TO WS-IDX-GENERACION
           PERFORM 5420-GRABAR-CATALOGO-ITEM
               UNTIL WS-IDX-GENERACION > WS-CONT-GENERACIONES.
       5410-F-GRABAR-CATALOGO.EXIT.
      *----------------------------------------------------------------*
       5420-GRABAR-CATALOGO-ITEM.
           MOVE TABGEN-ARCHIVO(WS-IDX-GENERACION) TO WS-ARCH-CONTROL
           PERFORM 5430-CALCULAR-MANIFIESTO
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
       5420-F-GRABAR-CATALOGO-ITEM.EXIT.
      *----------------------------------------------------------------*
       5430-CALCULAR-MANIFIESTO.
      * MANIFIESTO: CANTIDAD DE REGISTROS Y HASH DE CONTENIDO
      * (HASH = HASH * 31 + BYTE, MODULO 999999937, SOBRE CADA
      * REGISTRO COMPLETADO CON BLANCOS A 300 POSICIONES)
           MOVE "N" TO WS-SW-MANIFIESTO
           MOVE ZERO TO WS-CANT-CONTROL
           MOVE ZERO TO WS-HASH-CONTROL

           OPEN INPUT GENCONTROL
           IF FS-GENCONTROL-OK
               PERFORM 5440-LEER-GENCONTROL
               PERFORM 5450-ACUMULAR-REGISTRO
                   UNTIL NOT FS-GENCONTROL-OK
               IF FS-GENCONTROL-FIN
                   MOVE "S" TO WS-SW-MANIFIESTO
               END-IF
               CLOSE GENCONTROL
           END-IF.
       5430-F-CALCULAR-MANIFIESTO.EXIT.
      *----------------------------------------------------------------*
       5440-LEER-GENCONTROL.
           READ GENCONTROL INTO LINEA-GENCONTROL.
       5440-F-LEER-GENCONTROL.EXIT.
      *----------------------------------------------------------------*
       5450-ACUMULAR-REGISTRO.
           ADD 1 TO WS-CANT-CONTROL
           MOVE 1 TO WS-IDX-BYTE
           PERFORM 5460-ACUMULAR-BYTE UNTIL WS-IDX-BYTE > 300
           PERFORM 5440-LEER-GENCONTROL.
       5450-F-ACUMULAR-REGISTRO.EXIT.
      *----------------------------------------------------------------*
       5460-ACUMULAR-BYTE.
           MOVE ZERO TO WS-BYTE-CONTROL-NUM
           MOVE GENCONTROL-BYTE(WS-IDX-BYTE) TO WS-BYTE-CONTROL-BAJO
           COMPUTE WS-HASH-TRABAJO =
               WS-HASH-CONTROL * 31 + WS-BYTE-CONTROL-NUM
           DIVIDE WS-HASH-TRABAJO BY 999999937
               GIVING WS-HASH-COCIENTE REMAINDER WS-HASH-CONTROL
           ADD 1 TO WS-IDX-BYTE.
       5460-F-ACUMULAR-BYTE.EXIT.
      *----------------------------------------------------------------*
       8100-ESCRIBIR-AUDITORIA.
           MOVE "PROYPOBLACION"       TO AUD-PROGRAMA
           MOVE WS-FECHA-PROCESO      TO AUD-FECHA
           ACCEPT AUD-HORA FROM TIME
           MOVE WS-CONT-LECTURA       TO AUD-LEIDOS
           MOVE WS-CONT-ESCRITURA     TO AUD-ESCRITOS
           MOVE ZERO                  TO AUD-RECHAZADOS

           IF FS-AUDITORIA-OK OR FS-AUDITORIA-CREADO
               WRITE REG-AUDITORIA
           END-IF.
       8100-F-ESCRIBIR-AUDITORIA.EXIT.
      *----------------------------------------------------------------*
       9000-I-FINAL.
           IF HUBO-ABEND
               MOVE 16 TO RETURN-CODE
           END-IF.
           PERFORM 8100-ESCRIBIR-AUDITORIA.
           CLOSE SALIDA.
           CLOSE SALIDACSV.
           CLOSE ARCHIVOPAISES.
           CLOSE AUDITORIA.
           PERFORM 5410-GRABAR-CATALOGO
           STOP RUN.
       9000-F-FINAL.
           EXIT.
      *----------------------------------------------------------------*
