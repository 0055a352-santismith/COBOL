      ******************************************************************
      * ESCALERA DE VENCIMIENTOS DE PLAZOS FIJOS PARA TESORERIA
      * AGRUPA LOS PLAZOS FIJOS VIGENTES POR PAIS DE LA CUENTA DE
      * LIQUIDACION Y MONEDA, Y ACUMULA CAPITAL E INTERES A VENCER
      * POR TRAMO DESDE LA FECHA DE PROCESO (VENCIDOS PENDIENTES,
      * SEMANAS 1 A 4, MESES 2 Y 3, MESES 4-6, 7-12 Y MAS DE UN ANIO,
      * CONTANDO DIAS EN BASE 30/360); CIERRA CON TOTALES POR MONEDA
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ESCPLAZOS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PLAZOS ASSIGN TO "PLAZOS.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-PLAZOS.

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
       FD  PLAZOS.
           COPY PLAZOREG.

       FD  LISTADO.
           01 REG-LISTADO PIC X(80).

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
           05 FILLER                       PIC X(44)
              VALUE "ESCALERA DE VENCIMIENTOS DE PLAZOS FIJOS AL ".
           05 LIS-TITULO-FECHA             PIC X(8).

       01  ESTRUCTURA-LISTADO-GRUPO.
           05 FILLER                       PIC X(06) VALUE "PAIS: ".
           05 LIS-GRU-PAIS                 PIC X(03).
           05 FILLER                       PIC X(09) VALUE " MONEDA: ".
           05 LIS-GRU-MONEDA               PIC X(03).

       01  ESTRUCTURA-LISTADO-MONEDA.
           05 FILLER                       PIC X(22)
              VALUE "TOTAL GENERAL MONEDA: ".
           05 LIS-MON-MONEDA               PIC X(03).

       01  ESTRUCTURA-LISTADO-ENCABEZADO.
           05 FILLER                       PIC X(29)
              VALUE "  TRAMO              CANTIDAD".
           05 FILLER                       PIC X(30)
              VALUE "        CAPITAL        INTERES".

       01  ESTRUCTURA-LISTADO-DET.
           05 FILLER                       PIC X(2) VALUE SPACES.
           05 LIS-TRAMO                    PIC X(18).
           05 LIS-CANTIDAD                 PIC ZZZZZZZZ9.
           05 FILLER                       PIC X(2) VALUE SPACES.
           05 LIS-CAPITAL                  PIC ZZZZZZZZZZZZ9.
           05 FILLER                       PIC X(2) VALUE SPACES.
           05 LIS-INTERES                  PIC ZZZZZZZZZZZZ9.

       01  WS-NOMBRES-TRAMO-VALORES.
           05 FILLER PIC X(18) VALUE "VENCIDOS PEND.".
           05 FILLER PIC X(18) VALUE "SEMANA 1".
           05 FILLER PIC X(18) VALUE "SEMANA 2".
           05 FILLER PIC X(18) VALUE "SEMANA 3".
           05 FILLER PIC X(18) VALUE "SEMANA 4".
           05 FILLER PIC X(18) VALUE "MES 2".
           05 FILLER PIC X(18) VALUE "MES 3".
           05 FILLER PIC X(18) VALUE "MESES 4 A 6".
           05 FILLER PIC X(18) VALUE "MESES 7 A 12".
           05 FILLER PIC X(18) VALUE "MAS DE 12 MESES".
       01  WS-NOMBRES-TRAMO REDEFINES WS-NOMBRES-TRAMO-VALORES.
           05 WS-NOMBRE-TRAMO              PIC X(18) OCCURS 10 TIMES.

      * LIMITE SUPERIOR EN DIAS 30/360 DE CADA TRAMO A PARTIR DEL 2
       01  WS-LIMITES-TRAMO-VALORES        PIC X(36)
           VALUE "007014021030060090180360".
       01  WS-LIMITES-TRAMO REDEFINES WS-LIMITES-TRAMO-VALORES.
           05 WS-LIMITE-TRAMO              PIC 9(03) OCCURS 8 TIMES.

       01  WS-FECHA-PROCESO-DET.
           05 WS-FP-ANIO                   PIC 9(4).
           05 WS-FP-MES                    PIC 9(2).
           05 WS-FP-DIA                    PIC 9(2).

       01  WS-FECHA-VTO-DET.
           05 WS-FV-ANIO                   PIC 9(4).
           05 WS-FV-MES                    PIC 9(2).
           05 WS-FV-DIA                    PIC 9(2).

       01  VARIABLES.
           05 FS-PLAZOS                PIC XX.
               88 FS-PLAZOS-OK         VALUE "00".
               88 FS-PLAZOS-FIN        VALUE "10".
               88 FS-PLAZOS-NOEXISTE   VALUE "35".

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

           05 WS-INTERES                   PIC 9(09).
           05 WS-TOT-CANTIDAD              PIC 9(09).
           05 WS-TOT-CAPITAL               PIC 9(13).
           05 WS-TOT-INTERES               PIC 9(13).

       01  TABLA-ESCALERA.
           05 ESCALERA-ITEM OCCURS 200 TIMES.
               10 TABESC-CLAVE.
                   15 TABESC-PAIS          PIC X(03).
                   15 TABESC-MONEDA        PIC X(03).
               10 TABESC-TRAMO OCCURS 10 TIMES.
                   15 TABESC-CANTIDAD      PIC 9(07).
                   15 TABESC-CAPITAL       PIC 9(11).
                   15 TABESC-INTERES       PIC 9(11).

       01  TABLA-MONEDAS.
           05 MONEDA-ITEM OCCURS 50 TIMES.
               10 TABMON-MONEDA            PIC X(03).
               10 TABMON-TRAMO OCCURS 10 TIMES.
                   15 TABMON-CANTIDAD      PIC 9(07).
                   15 TABMON-CAPITAL       PIC 9(11).
                   15 TABMON-INTERES       PIC 9(11).

       01  WS-ESCALERA-TEMP                PIC X(296).
       01  WS-MONEDA-TEMP                  PIC X(293).

       77  WS-CONT-LECTURA                 PIC 9(9) VALUE ZERO.
       77  WS-CONT-VIGENTES                PIC 9(9) VALUE ZERO.
       77  WS-CONT-ESCRITURA               PIC 9(9) VALUE ZERO.
       77  WS-CONT-GRUPOS                  PIC 9(4) VALUE ZERO.
       77  WS-CONT-MONEDAS                 PIC 9(4) VALUE ZERO.
       77  WS-IDX-GRUPO                    PIC 9(4) VALUE ZERO.
       77  WS-IDX-GRUPO-J                  PIC 9(4) VALUE ZERO.
       77  WS-IDX-MONEDA                   PIC 9(4) VALUE ZERO.
       77  WS-IDX-MONEDA-J                 PIC 9(4) VALUE ZERO.
       77  WS-IDX-TRAMO                    PIC 9(2) VALUE ZERO.
       77  WS-TRAMO                        PIC 9(2) VALUE ZERO.
       77  WS-DIAS-A-VENCER                PIC S9(7) VALUE ZERO.
       77  WS-CLAVE-BUSCADA                PIC X(06) VALUE SPACES.
       77  WS-SW-GRUPO-ENCONTRADO          PIC X VALUE "N".
           88 GRUPO-ENCONTRADO             VALUE "S".
       77  WS-SW-MONEDA-ENCONTRADA         PIC X VALUE "N".
           88 MONEDA-ENCONTRADA            VALUE "S".
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
           PERFORM 2000-I-PROCESO UNTIL FS-PLAZOS-FIN.
           PERFORM 7000-ESCRIBIR-ESCALERA.
           PERFORM 9000-I-FINAL.
               STOP RUN.
      *----------------------------------------------------------------*
       1000-I-INICIO.
           INITIALIZE VARIABLES
           INITIALIZE TABLA-ESCALERA
           INITIALIZE TABLA-MONEDAS
           PERFORM 1050-LEERPARAMETROS.
           PERFORM 1100-ABRIRPLAZOS.
           PERFORM 1170-ABRIRLISTADO.
           PERFORM 1180-ABRIRAUDITORIA.
           IF NOT FS-PLAZOS-FIN
               PERFORM 5000-LEERPLAZO
           END-IF.
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
               ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD
           END-IF

           MOVE WS-FECHA-PROCESO TO WS-FECHA-PROCESO-DET

           MOVE SPACES TO WS-ARCH-LISTADO
           STRING "ESCPLAZOS-" DELIMITED BY SIZE
               WS-FECHA-PROCESO DELIMITED BY SPACE
               ".dat" DELIMITED BY SIZE
               INTO WS-ARCH-LISTADO.
       1050-F-LEERPARAMETROS.EXIT.
      *----------------------------------------------------------------*
       1100-ABRIRPLAZOS.
           OPEN INPUT PLAZOS
           EVALUATE TRUE
               WHEN FS-PLAZOS-OK
                   CONTINUE
               WHEN FS-PLAZOS-NOEXISTE
                   DISPLAY "PLAZOS.dat NO EXISTE - ESCALERA VACIA"
                   MOVE "10" TO FS-PLAZOS
               WHEN OTHER
                   DISPLAY "ERROR APERTURA PLAZOS FS: " FS-PLAZOS
                   MOVE "S" TO WS-SW-ABEND
                   PERFORM 9000-I-FINAL
           END-EVALUATE.
       1100-F-ABRIRPLAZOS.EXIT.
      *----------------------------------------------------------------*
       1170-ABRIRLISTADO.
           OPEN OUTPUT LISTADO.

           IF NOT FS-LISTADO-OK
               DISPLAY "ERROR APERTURA ESCPLAZOS FS: " FS-LISTADO
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
           IF PFJ-VIGENTE
           AND PFJ-FECHA-VENCIMIENTO NUMERIC
           AND PFJ-CAPITAL NUMERIC
               ADD 1 TO WS-CONT-VIGENTES
               PERFORM 3000-CALCULAR-TRAMO
               PERFORM 3100-CALCULAR-INTERES
               PERFORM 3200-ACUMULAR-GRUPO
               PERFORM 3300-ACUMULAR-MONEDA
           END-IF
           PERFORM 5000-LEERPLAZO.
       2000-F-PROCESO.EXIT.
      *----------------------------------------------------------------*
       3000-CALCULAR-TRAMO.
      * DIAS A VENCER EN BASE COMERCIAL 30/360 COMO SOBREGIROS; UN
      * VENCIMIENTO ANTERIOR A LA FECHA ES UN PLAZO QUE QUEDO FALLIDO
           MOVE PFJ-FECHA-VENCIMIENTO TO WS-FECHA-VTO-DET
           COMPUTE WS-DIAS-A-VENCER =
               (WS-FV-ANIO - WS-FP-ANIO) * 360
               + (WS-FV-MES - WS-FP-MES) * 30
               + (WS-FV-DIA - WS-FP-DIA)

           IF WS-DIAS-A-VENCER < ZERO
               MOVE 1 TO WS-TRAMO
           ELSE
               MOVE 10 TO WS-TRAMO
               MOVE 8 TO WS-IDX-TRAMO
               PERFORM 3010-UBICAR-TRAMO
                   UNTIL WS-IDX-TRAMO = ZERO
           END-IF.
       3000-F-CALCULAR-TRAMO.EXIT.
      *----------------------------------------------------------------*
       3010-UBICAR-TRAMO.
           IF WS-DIAS-A-VENCER NOT > WS-LIMITE-TRAMO(WS-IDX-TRAMO)
               COMPUTE WS-TRAMO = WS-IDX-TRAMO + 1
           END-IF
           SUBTRACT 1 FROM WS-IDX-TRAMO.
       3010-F-UBICAR-TRAMO.EXIT.
      *----------------------------------------------------------------*
       3100-CALCULAR-INTERES.
      * INTERES BRUTO A COBRAR AL VENCIMIENTO, MISMA FORMULA QUE
      * VENCPLAZOS (SIMPLE, BASE 360, REDONDEADO A UNIDADES)
           IF PFJ-TASA NUMERIC AND PFJ-PLAZO-DIAS NUMERIC
               COMPUTE WS-INTERES ROUNDED =
                   PFJ-CAPITAL * PFJ-TASA * PFJ-PLAZO-DIAS / 36000
           ELSE
               MOVE ZERO TO WS-INTERES
           END-IF.
       3100-F-CALCULAR-INTERES.EXIT.
      *----------------------------------------------------------------*
       3200-ACUMULAR-GRUPO.
           MOVE PFJ-LIQ-PAIS TO WS-CLAVE-BUSCADA(1:3)
           MOVE PFJ-MONEDA TO WS-CLAVE-BUSCADA(4:3)
           MOVE "N" TO WS-SW-GRUPO-ENCONTRADO
           MOVE 1 TO WS-IDX-GRUPO
           PERFORM 3210-BUSCAR-GRUPO-ITEM
               UNTIL WS-IDX-GRUPO > WS-CONT-GRUPOS
               OR GRUPO-ENCONTRADO

           IF NOT GRUPO-ENCONTRADO
               IF WS-CONT-GRUPOS >= 200
                   DISPLAY "PLAZOS EXCEDE LA TABLA DE PAISES/MONEDAS"
                   MOVE "S" TO WS-SW-ABEND
                   PERFORM 9000-I-FINAL
               END-IF
               ADD 1 TO WS-CONT-GRUPOS
               MOVE WS-CONT-GRUPOS TO WS-IDX-GRUPO
               MOVE WS-CLAVE-BUSCADA TO TABESC-CLAVE(WS-IDX-GRUPO)
           END-IF

           ADD 1 TO TABESC-CANTIDAD(WS-IDX-GRUPO, WS-TRAMO)
           ADD PFJ-CAPITAL TO TABESC-CAPITAL(WS-IDX-GRUPO, WS-TRAMO)
           ADD WS-INTERES TO TABESC-INTERES(WS-IDX-GRUPO, WS-TRAMO).
       3200-F-ACUMULAR-GRUPO.EXIT.
      *----------------------------------------------------------------*
       3210-BUSCAR-GRUPO-ITEM.
           IF TABESC-CLAVE(WS-IDX-GRUPO) = WS-CLAVE-BUSCADA
               MOVE "S" TO WS-SW-GRUPO-ENCONTRADO
           ELSE
               ADD 1 TO WS-IDX-GRUPO
           END-IF.
       3210-F-BUSCAR-GRUPO-ITEM.EXIT.
      *----------------------------------------------------------------*
       3300-ACUMULAR-MONEDA.
           MOVE "N" TO WS-SW-MONEDA-ENCONTRADA
           MOVE 1 TO WS-IDX-MONEDA
           PERFORM 3310-BUSCAR-MONEDA-ITEM
               UNTIL WS-IDX-MONEDA > WS-CONT-MONEDAS
               OR MONEDA-ENCONTRADA

           IF NOT MONEDA-ENCONTRADA
               IF WS-CONT-MONEDAS >= 50
                   DISPLAY "PLAZOS EXCEDE LA TABLA DE MONEDAS"
                   MOVE "S" TO WS-SW-ABEND
                   PERFORM 9000-I-FINAL
               END-IF
               ADD 1 TO WS-CONT-MONEDAS
               MOVE WS-CONT-MONEDAS TO WS-IDX-MONEDA
               MOVE PFJ-MONEDA TO TABMON-MONEDA(WS-IDX-MONEDA)
           END-IF

           ADD 1 TO TABMON-CANTIDAD(WS-IDX-MONEDA, WS-TRAMO)
           ADD PFJ-CAPITAL TO TABMON-CAPITAL(WS-IDX-MONEDA, WS-TRAMO)
           ADD WS-INTERES TO TABMON-INTERES(WS-IDX-MONEDA, WS-TRAMO).
       3300-F-ACUMULAR-MONEDA.EXIT.
      *----------------------------------------------------------------*
       3310-BUSCAR-MONEDA-ITEM.
           IF TABMON-MONEDA(WS-IDX-MONEDA) = PFJ-MONEDA
               MOVE "S" TO WS-SW-MONEDA-ENCONTRADA
           ELSE
               ADD 1 TO WS-IDX-MONEDA
           END-IF.
       3310-F-BUSCAR-MONEDA-ITEM.EXIT.
      *----------------------------------------------------------------*
       5000-LEERPLAZO.
           READ PLAZOS
           EVALUATE TRUE
               WHEN FS-PLAZOS-OK
                   ADD 1 TO WS-CONT-LECTURA
               WHEN FS-PLAZOS-FIN
                   CONTINUE
               WHEN OTHER
                   DISPLAY "ERROR LECTURA PLAZOS FS: " FS-PLAZOS
                   MOVE "S" TO WS-SW-ABEND
                   PERFORM 9000-I-FINAL
           END-EVALUATE.
       5000-F-LEERPLAZO.EXIT.
      *----------------------------------------------------------------*
       6000-ESCRIBIR-LINEA.
           IF NOT FS-LISTADO-OK
               DISPLAY "ERROR ESCRITURA ESCPLAZOS FS: " FS-LISTADO
           ELSE
               WRITE REG-LISTADO
               ADD 1 TO WS-CONT-ESCRITURA
           END-IF.
       6000-F-ESCRIBIR-LINEA.EXIT.
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
       7000-ESCRIBIR-ESCALERA.
      * LOS GRUPOS SE ORDENAN POR PAIS Y MONEDA, Y LAS MONEDAS POR
      * CODIGO, PARA QUE EL LISTADO SALGA ESTABLE ENTRE CORRIDAS
           IF WS-CONT-GRUPOS > 1
               MOVE "S" TO WS-SW-INTERCAMBIO
               PERFORM 7100-PASADA-ORDENAR-GRUPOS
                   UNTIL NOT HUBO-INTERCAMBIO
           END-IF
           IF WS-CONT-MONEDAS > 1
               MOVE "S" TO WS-SW-INTERCAMBIO
               PERFORM 7300-PASADA-ORDENAR-MONEDAS
                   UNTIL NOT HUBO-INTERCAMBIO
           END-IF

           MOVE 1 TO WS-IDX-GRUPO
           PERFORM 7500-LISTAR-GRUPO
               UNTIL WS-IDX-GRUPO > WS-CONT-GRUPOS

           MOVE 1 TO WS-IDX-MONEDA
           PERFORM 7700-LISTAR-MONEDA
               UNTIL WS-IDX-MONEDA > WS-CONT-MONEDAS.
       7000-F-ESCRIBIR-ESCALERA.EXIT.
      *----------------------------------------------------------------*
       7100-PASADA-ORDENAR-GRUPOS.
           MOVE "N" TO WS-SW-INTERCAMBIO
           MOVE 1 TO WS-IDX-GRUPO
           PERFORM 7200-COMPARAR-GRUPOS
               UNTIL WS-IDX-GRUPO >= WS-CONT-GRUPOS.
       7100-F-PASADA-ORDENAR-GRUPOS.EXIT.
      *----------------------------------------------------------------*
       7200-COMPARAR-GRUPOS.
           COMPUTE WS-IDX-GRUPO-J = WS-IDX-GRUPO + 1
           IF TABESC-CLAVE(WS-IDX-GRUPO) > TABESC-CLAVE(WS-IDX-GRUPO-J)
               MOVE ESCALERA-ITEM(WS-IDX-GRUPO) TO WS-ESCALERA-TEMP
               MOVE ESCALERA-ITEM(WS-IDX-GRUPO-J)
                   TO ESCALERA-ITEM(WS-IDX-GRUPO)
               MOVE WS-ESCALERA-TEMP TO ESCALERA-ITEM(WS-IDX-GRUPO-J)
               MOVE "S" TO WS-SW-INTERCAMBIO
           END-IF
           ADD 1 TO WS-IDX-GRUPO.
       7200-F-COMPARAR-GRUPOS.EXIT.
      *----------------------------------------------------------------*
       7300-PASADA-ORDENAR-MONEDAS.
           MOVE "N" TO WS-SW-INTERCAMBIO
           MOVE 1 TO WS-IDX-MONEDA
           PERFORM 7400-COMPARAR-MONEDAS
               UNTIL WS-IDX-MONEDA >= WS-CONT-MONEDAS.
       7300-F-PASADA-ORDENAR-MONEDAS.EXIT.
      *----------------------------------------------------------------*
       7400-COMPARAR-MONEDAS.
           COMPUTE WS-IDX-MONEDA-J = WS-IDX-MONEDA + 1
           IF TABMON-MONEDA(WS-IDX-MONEDA)
               > TABMON-MONEDA(WS-IDX-MONEDA-J)
               MOVE MONEDA-ITEM(WS-IDX-MONEDA) TO WS-MONEDA-TEMP
               MOVE MONEDA-ITEM(WS-IDX-MONEDA-J)
                   TO MONEDA-ITEM(WS-IDX-MONEDA)
               MOVE WS-MONEDA-TEMP TO MONEDA-ITEM(WS-IDX-MONEDA-J)
               MOVE "S" TO WS-SW-INTERCAMBIO
           END-IF
           ADD 1 TO WS-IDX-MONEDA.
       7400-F-COMPARAR-MONEDAS.EXIT.
      *----------------------------------------------------------------*
       7500-LISTAR-GRUPO.
           MOVE TABESC-PAIS(WS-IDX-GRUPO) TO LIS-GRU-PAIS
           MOVE TABESC-MONEDA(WS-IDX-GRUPO) TO LIS-GRU-MONEDA
           MOVE ESTRUCTURA-LISTADO-GRUPO TO REG-LISTADO
           PERFORM 6000-ESCRIBIR-LINEA
           MOVE ESTRUCTURA-LISTADO-ENCABEZADO TO REG-LISTADO
           PERFORM 6000-ESCRIBIR-LINEA

           MOVE ZERO TO WS-TOT-CANTIDAD WS-TOT-CAPITAL WS-TOT-INTERES
           MOVE 1 TO WS-IDX-TRAMO
           PERFORM 7510-LISTAR-TRAMO-GRUPO
               UNTIL WS-IDX-TRAMO > 10

           MOVE "TOTAL" TO LIS-TRAMO
           MOVE WS-TOT-CANTIDAD TO LIS-CANTIDAD
           MOVE WS-TOT-CAPITAL TO LIS-CAPITAL
           MOVE WS-TOT-INTERES TO LIS-INTERES
           MOVE ESTRUCTURA-LISTADO-DET TO REG-LISTADO
           PERFORM 6000-ESCRIBIR-LINEA

           ADD 1 TO WS-IDX-GRUPO.
       7500-F-LISTAR-GRUPO.EXIT.
      *----------------------------------------------------------------*
       7510-LISTAR-TRAMO-GRUPO.
           MOVE WS-NOMBRE-TRAMO(WS-IDX-TRAMO) TO LIS-TRAMO
           MOVE TABESC-CANTIDAD(WS-IDX-GRUPO, WS-IDX-TRAMO)
               TO LIS-CANTIDAD
           MOVE TABESC-CAPITAL(WS-IDX-GRUPO, WS-IDX-TRAMO)
               TO LIS-CAPITAL
           MOVE TABESC-INTERES(WS-IDX-GRUPO, WS-IDX-TRAMO)
               TO LIS-INTERES
           MOVE ESTRUCTURA-LISTADO-DET TO REG-LISTADO
           PERFORM 6000-ESCRIBIR-LINEA

           ADD TABESC-CANTIDAD(WS-IDX-GRUPO, WS-IDX-TRAMO)
               TO WS-TOT-CANTIDAD
           ADD TABESC-CAPITAL(WS-IDX-GRUPO, WS-IDX-TRAMO)
               TO WS-TOT-CAPITAL
           ADD TABESC-INTERES(WS-IDX-GRUPO, WS-IDX-TRAMO)
               TO WS-TOT-INTERES
           ADD 1 TO WS-IDX-TRAMO.
       7510-F-LISTAR-TRAMO-GRUPO.EXIT.
      *----------------------------------------------------------------*
       7700-LISTAR-MONEDA.
           MOVE TABMON-MONEDA(WS-IDX-MONEDA) TO LIS-MON-MONEDA
           MOVE ESTRUCTURA-LISTADO-MONEDA TO REG-LISTADO
           PERFORM 6000-ESCRIBIR-LINEA
           MOVE ESTRUCTURA-LISTADO-ENCABEZADO TO REG-LISTADO
           PERFORM 6000-ESCRIBIR-LINEA

           MOVE ZERO TO WS-TOT-CANTIDAD WS-TOT-CAPITAL WS-TOT-INTERES
           MOVE 1 TO WS-IDX-TRAMO
           PERFORM 7710-LISTAR-TRAMO-MONEDA
               UNTIL WS-IDX-TRAMO > 10

           MOVE "TOTAL" TO LIS-TRAMO
           MOVE WS-TOT-CANTIDAD TO LIS-CANTIDAD
           MOVE WS-TOT-CAPITAL TO LIS-CAPITAL
           MOVE WS-TOT-INTERES TO LIS-INTERES
           MOVE ESTRUCTURA-LISTADO-DET TO REG-LISTADO
           PERFORM 6000-ESCRIBIR-LINEA

           ADD 1 TO WS-IDX-MONEDA.
       7700-F-LISTAR-MONEDA.EXIT.
      *----------------------------------------------------------------*
       7710-LISTAR-TRAMO-MONEDA.
           MOVE WS-NOMBRE-TRAMO(WS-IDX-TRAMO) TO LIS-TRAMO
           MOVE TABMON-CANTIDAD(WS-IDX-MONEDA, WS-IDX-TRAMO)
               TO LIS-CANTIDAD
           MOVE TABMON-CAPITAL(WS-IDX-MONEDA, WS-IDX-TRAMO)
               TO LIS-CAPITAL
           MOVE TABMON-INTERES(WS-IDX-MONEDA, WS-IDX-TRAMO)
               TO LIS-INTERES
           MOVE ESTRUCTURA-LISTADO-DET TO REG-LISTADO
           PERFORM 6000-ESCRIBIR-LINEA

           ADD TABMON-CANTIDAD(WS-IDX-MONEDA, WS-IDX-TRAMO)
               TO WS-TOT-CANTIDAD
           ADD TABMON-CAPITAL(WS-IDX-MONEDA, WS-IDX-TRAMO)
               TO WS-TOT-CAPITAL
           ADD TABMON-INTERES(WS-IDX-MONEDA, WS-IDX-TRAMO)
               TO WS-TOT-INTERES
           ADD 1 TO WS-IDX-TRAMO.
       7710-F-LISTAR-TRAMO-MONEDA.EXIT.
      *----------------------------------------------------------------*
       8000-ESCRIBIR-AUDITORIA.
           MOVE "ESCPLAZOS"           TO AUD-PROGRAMA
           MOVE WS-FECHA-PROCESO      TO AUD-FECHA
           ACCEPT AUD-HORA FROM TIME
           MOVE WS-CONT-LECTURA       TO AUD-LEIDOS
           MOVE WS-CONT-ESCRITURA     TO AUD-ESCRITOS
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
           CLOSE PLAZOS.
           CLOSE LISTADO.
           CLOSE AUDITORIA.

           DISPLAY "PLAZOS FIJOS VIGENTES EN LA ESCALERA: "
               WS-CONT-VIGENTES

           PERFORM 6410-GRABAR-CATALOGO
           STOP RUN.
       9000-F-FINAL.
           EXIT.
      *----------------------------------------------------------------*
