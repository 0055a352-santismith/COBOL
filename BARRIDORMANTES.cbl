      * DESDE CTA-FECHA-ULT-MOV HASTA LA FECHA DE PROCESO (BASE 30/360)
      * Y MARCA COMO INACTIVAS (ESTADO D) LAS CUENTAS QUE SUPERAN EL
      * UMBRAL PARM-DIAS-INACTIVIDAD, LISTANDOLAS EN UNA GENERACION
      * FECHADA; LAS CUENTAS SIN FECHA REGISTRADA NO SE EVALUAN.
      * CON PARM-DIAS-HABILES = S LA INACTIVIDAD SE MIDE EN DIAS
      * HABILES SEGUN EL CALENDARIO DE FERIADOS DEL PAIS DE LA CUENTA
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BARRIDORMANTES.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-CATALOGO.

           SELECT GENCONTROL ASSIGN USING WS-ARCH-CONTROL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-GENCONTROL.

           SELECT PARAMETROS ASSIGN TO "PARAMETROS.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-PARAMETROS.

           SELECT OPTIONAL FERIADOS ASSIGN TO "FERIADOS.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-FERIADOS.
       DATA DIVISION.
       FILE SECTION.
       FD  MAESTRO.
       FD  CATALOGO.
           COPY CATREG.

       FD  GENCONTROL.
           01 REG-GENCONTROL PIC X(300).

       FD  PARAMETROS.
           COPY PARMREG.

       FD  FERIADOS.
           COPY FERIADOREG.

       WORKING-STORAGE SECTION.

       01  ESTRUCTURA-LISTADO-TITULO.
           05 FILLER                       PIC X(13)
              VALUE " UMBRAL DIAS ".
           05 LIS-TITULO-DIAS              PIC 9(05).
           05 LIS-TITULO-BASE              PIC X(16) VALUE SPACES.

       01  ESTRUCTURA-LISTADO-DET.
           05 LIS-PAIS                     PIC X(03).
           05 WS-FU-MES                    PIC 9(2).
           05 WS-FU-DIA                    PIC 9(2).

       01  WS-FECHA-CALENDARIO.
           05 WS-CAL-ANIO                  PIC 9(4).
           05 WS-CAL-MES                   PIC 9(2).
           05 WS-CAL-DIA                   PIC 9(2).

       01  WS-DIAS-POR-MES-VALORES         PIC X(24)
           VALUE "312831303130313130313031".
       01  WS-DIAS-POR-MES REDEFINES WS-DIAS-POR-MES-VALORES.
           05 WS-DIAS-MES-ITEM             PIC 9(2) OCCURS 12 TIMES.

       01  TABLA-FERIADOS.
           05 FERIADO-ITEM OCCURS 1000 TIMES.
               10 TABFER-PAIS              PIC X(03).
               10 TABFER-FECHA             PIC X(08).

       01  VARIABLES.
           05 FS-MAESTRO               PIC XX.
               88 FS-MAESTRO-OK        VALUE "00".
               88 FS-CATALOGO-OK       VALUE "00".
               88 FS-CATALOGO-CREADO   VALUE "05".

           05 FS-GENCONTROL            PIC XX.
               88 FS-GENCONTROL-OK     VALUE "00".
               88 FS-GENCONTROL-FIN    VALUE "10".

           05 FS-PARAMETROS            PIC XX.
               88 FS-PARAMETROS-OK       VALUE "00".
               88 FS-PARAMETROS-NOEXISTE VALUE "35".

           05 FS-FERIADOS              PIC XX.
               88 FS-FERIADOS-OK         VALUE "00".
               88 FS-FERIADOS-FIN        VALUE "10".
               88 FS-FERIADOS-CREADO     VALUE "05".

       77  WS-CONT-LECTURA                 PIC 9(9) VALUE ZERO.
       77  WS-CONT-ESCRITURA               PIC 9(9) VALUE ZERO.
       77  WS-CONT-MARCADAS                PIC 9(9) VALUE ZERO.
       77  WS-ARCH-LISTADO                 PIC X(44) VALUE SPACES.
       77  WS-SW-ABEND                     PIC X VALUE "N".
           88 HUBO-ABEND                   VALUE "S".
       77  WS-CONT-FERIADOS                PIC 9(4) VALUE ZERO.
       77  WS-IDX-FERIADO                  PIC 9(4) VALUE ZERO.
       77  WS-CAL-PAIS                     PIC X(3) VALUE SPACES.
       77  WS-CAL-DIA-SEMANA               PIC 9(1) VALUE ZERO.
       77  WS-SW-DIA-HABIL                 PIC X VALUE "N".
           88 DIA-HABIL                    VALUE "S".
       77  WS-DIAS-MES                     PIC 9(2) VALUE ZERO.
       77  WS-RESTO                        PIC 9(5) VALUE ZERO.
       77  WS-COCIENTE                     PIC 9(5) VALUE ZERO.
       77  WS-Z-MES                        PIC 9(2) VALUE ZERO.
       77  WS-Z-ANIO                       PIC 9(4) VALUE ZERO.
       77  WS-Z-SIGLO                      PIC 9(2) VALUE ZERO.
       77  WS-Z-ANIO-SIGLO                 PIC 9(2) VALUE ZERO.
       77  WS-Z-SUMA                       PIC 9(5) VALUE ZERO.
       77  WS-SW-DIAS-HABILES              PIC X VALUE "N".
           88 CUENTA-DIAS-HABILES          VALUE "S".
       77  WS-RC-CARGAIDX                  PIC S9(4) COMP VALUE ZERO.
       77  WS-CMD-REEMPLAZO                PIC X(80)
           VALUE "mv CUENTASNEW.dat CUENTAS.dat".

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
           PERFORM 1000-I-INICIO
           PERFORM 2000-I-PROCESO UNTIL FS-MAESTRO-FIN.
       1000-I-INICIO.
           INITIALIZE VARIABLES
           PERFORM 1050-LEERPARAMETROS.
           IF CUENTA-DIAS-HABILES
               PERFORM 1060-CARGAR-FERIADOS
           END-IF.
           PERFORM 1100-ABRIRMAESTRO.
           PERFORM 1150-ABRIRMAESTRONUEVO.
           PERFORM 1160-ABRIRLISTADO.
                   READ PARAMETROS
                   IF FS-PARAMETROS-OK
                       MOVE PARM-FECHA-PROCESO TO WS-FECHA-PROCESO
                       IF PARM-DIAS-HABILES = "S"
                           MOVE "S" TO WS-SW-DIAS-HABILES
                       END-IF
                       IF PARM-DIAS-INACTIVIDAD NUMERIC
                       AND PARM-DIAS-INACTIVIDAD > ZERO
                           MOVE PARM-DIAS-INACTIVIDAD
           END-EVALUATE

           IF WS-FECHA-PROCESO = SPACES
               ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD
           END-IF

           IF WS-FECHA-PROCESO NOT NUMERIC
               MOVE "N" TO WS-SW-DIAS-HABILES
           END-IF

           MOVE SPACES TO WS-ARCH-LISTADO
               ".dat" DELIMITED BY SIZE
               INTO WS-ARCH-LISTADO.
       1050-F-LEERPARAMETROS.EXIT.
      *----------------------------------------------------------------*
       1060-CARGAR-FERIADOS.
      * SOLO LOS FERIADOS VIGENTES; EL PAIS *** RIGE PARA TODOS
           MOVE ZERO TO WS-CONT-FERIADOS
           OPEN INPUT FERIADOS

           IF NOT FS-FERIADOS-OK AND NOT FS-FERIADOS-CREADO
               DISPLAY "ERROR APERTURA FERIADOS FS: " FS-FERIADOS
               MOVE "S" TO WS-SW-ABEND
               PERFORM 9000-I-FINAL
           END-IF

           PERFORM 1061-LEER-FERIADO
           PERFORM 1062-CARGAR-FERIADO-ITEM UNTIL NOT FS-FERIADOS-OK
           CLOSE FERIADOS.
       1060-F-CARGAR-FERIADOS.EXIT.
      *----------------------------------------------------------------*
       1061-LEER-FERIADO.
           READ FERIADOS

           IF NOT FS-FERIADOS-OK AND NOT FS-FERIADOS-FIN
               DISPLAY "ERROR LECTURA FERIADOS FS: " FS-FERIADOS
               MOVE "S" TO WS-SW-ABEND
               PERFORM 9000-I-FINAL
           END-IF.
       1061-F-LEER-FERIADO.EXIT.
      *----------------------------------------------------------------*
       1062-CARGAR-FERIADO-ITEM.
           IF FER-ESTADO NOT = "I"
               IF WS-CONT-FERIADOS >= 1000
                   DISPLAY "FERIADOS EXCEDE LA TABLA DE FERIADOS"
                   MOVE "S" TO WS-SW-ABEND
                   PERFORM 9000-I-FINAL
               END-IF
               ADD 1 TO WS-CONT-FERIADOS
               MOVE FER-PAIS TO TABFER-PAIS(WS-CONT-FERIADOS)
               MOVE FER-FECHA TO TABFER-FECHA(WS-CONT-FERIADOS)
           END-IF
           PERFORM 1061-LEER-FERIADO.
       1062-F-CARGAR-FERIADO-ITEM.EXIT.
      *----------------------------------------------------------------*
       1100-ABRIRMAESTRO.
           OPEN INPUT MAESTRO.
           END-IF

           MOVE WS-FECHA-PROCESO TO LIS-TITULO-FECHA
           IF CUENTA-DIAS-HABILES
               MOVE " EN DIAS HABILES" TO LIS-TITULO-BASE
           END-IF
           MOVE WS-DIAS-INACTIVIDAD TO LIS-TITULO-DIAS
           WRITE REG-LISTADO FROM ESTRUCTURA-LISTADO-TITULO
           PERFORM 6400-CATALOGAR-GENERACION.

           IF CTA-FECHA-ULT-MOV NUMERIC
           AND CTAN-ESTADO NOT = "D"
               IF CUENTA-DIAS-HABILES
                   PERFORM 3200-CONTAR-DIAS-HABILES
               ELSE
                   PERFORM 3100-CALCULAR-DIAS
               END-IF
               IF WS-DIAS-SIN-MOVIMIENTO >= WS-DIAS-INACTIVIDAD
                   MOVE "D" TO CTAN-ESTADO
                   ADD 1 TO WS-CONT-MARCADAS
               MOVE ZERO TO WS-DIAS-SIN-MOVIMIENTO
           END-IF.
       3100-F-CALCULAR-DIAS.EXIT.
      *----------------------------------------------------------------*
       3200-CONTAR-DIAS-HABILES.
      * DIAS HABILES DEL PAIS DE LA CUENTA POSTERIORES AL ULTIMO
      * MOVIMIENTO HASTA LA FECHA DE PROCESO INCLUSIVE
           MOVE ZERO TO WS-DIAS-SIN-MOVIMIENTO
           MOVE CTA-FECHA-ULT-MOV TO WS-FECHA-CALENDARIO
           MOVE CTA-PAIS TO WS-CAL-PAIS

           IF WS-CAL-MES >= 1 AND WS-CAL-MES <= 12
               PERFORM 7120-DIA-SEMANA
               PERFORM 3210-CONTAR-DIA-HABIL
               UNTIL WS-FECHA-CALENDARIO NOT < WS-FECHA-PROCESO
               OR WS-DIAS-SIN-MOVIMIENTO >= 99999
           END-IF.
       3200-F-CONTAR-DIAS-HABILES.EXIT.
      *----------------------------------------------------------------*
       3210-CONTAR-DIA-HABIL.
           PERFORM 7100-SIGUIENTE-DIA
           PERFORM 7130-VERIFICAR-HABIL
           IF DIA-HABIL
               ADD 1 TO WS-DIAS-SIN-MOVIMIENTO
           END-IF.
       3210-F-CONTAR-DIA-HABIL.EXIT.
      *----------------------------------------------------------------*
       4100-GRABAR-REGISTRO-NUEVO.
           IF NOT FS-MAESTRONUEVO-OK
       6000-F-ESCRIBIR-LISTADO-DET.EXIT.
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
       7100-SIGUIENTE-DIA.
      * AVANZA WS-FECHA-CALENDARIO UN DIA Y SU DIA DE LA SEMANA
           PERFORM 7110-DIAS-DEL-MES

           IF WS-CAL-DIA < WS-DIAS-MES
               ADD 1 TO WS-CAL-DIA
           ELSE
               MOVE 1 TO WS-CAL-DIA
               IF WS-CAL-MES < 12
                   ADD 1 TO WS-CAL-MES
               ELSE
                   MOVE 1 TO WS-CAL-MES
                   ADD 1 TO WS-CAL-ANIO
               END-IF
           END-IF

           IF WS-CAL-DIA-SEMANA = 6
               MOVE ZERO TO WS-CAL-DIA-SEMANA
           ELSE
               ADD 1 TO WS-CAL-DIA-SEMANA
           END-IF.
       7100-F-SIGUIENTE-DIA.EXIT.
      *----------------------------------------------------------------*
       7110-DIAS-DEL-MES.
           MOVE WS-DIAS-MES-ITEM(WS-CAL-MES) TO WS-DIAS-MES
           IF WS-CAL-MES = 2
               DIVIDE WS-CAL-ANIO BY 4
                   GIVING WS-COCIENTE REMAINDER WS-RESTO
               IF WS-RESTO = ZERO
                   MOVE 29 TO WS-DIAS-MES
                   DIVIDE WS-CAL-ANIO BY 100
                       GIVING WS-COCIENTE REMAINDER WS-RESTO
                   IF WS-RESTO = ZERO
                       DIVIDE WS-CAL-ANIO BY 400
                           GIVING WS-COCIENTE REMAINDER WS-RESTO
                       IF WS-RESTO NOT = ZERO
                           MOVE 28 TO WS-DIAS-MES
                       END-IF
                   END-IF
               END-IF
           END-IF.
       7110-F-DIAS-DEL-MES.EXIT.
      *----------------------------------------------------------------*
       7120-DIA-SEMANA.
      * CONGRUENCIA DE ZELLER: 0 = SABADO, 1 = DOMINGO, 2 = LUNES,
      * ... 6 = VIERNES
           MOVE WS-CAL-MES TO WS-Z-MES
           MOVE WS-CAL-ANIO TO WS-Z-ANIO
           IF WS-Z-MES < 3
               ADD 12 TO WS-Z-MES
               SUBTRACT 1 FROM WS-Z-ANIO
           END-IF

           DIVIDE WS-Z-ANIO BY 100
               GIVING WS-Z-SIGLO REMAINDER WS-Z-ANIO-SIGLO
           COMPUTE WS-Z-SUMA = (13 * (WS-Z-MES + 1)) / 5
           DIVIDE WS-Z-ANIO-SIGLO BY 4 GIVING WS-COCIENTE
           ADD WS-COCIENTE TO WS-Z-SUMA
           DIVIDE WS-Z-SIGLO BY 4 GIVING WS-COCIENTE
           ADD WS-COCIENTE TO WS-Z-SUMA
           COMPUTE WS-Z-SUMA = WS-Z-SUMA + WS-CAL-DIA
               + WS-Z-ANIO-SIGLO + 5 * WS-Z-SIGLO
           DIVIDE WS-Z-SUMA BY 7
               GIVING WS-COCIENTE REMAINDER WS-CAL-DIA-SEMANA.
       7120-F-DIA-SEMANA.EXIT.
      *----------------------------------------------------------------*
       7130-VERIFICAR-HABIL.
      * HABIL = DE LUNES A VIERNES Y SIN FERIADO DEL PAIS NI GENERAL
           MOVE "S" TO WS-SW-DIA-HABIL

           IF WS-CAL-DIA-SEMANA < 2
               MOVE "N" TO WS-SW-DIA-HABIL
           ELSE
               MOVE 1 TO WS-IDX-FERIADO
               PERFORM 7131-BUSCAR-FERIADO-ITEM
               UNTIL WS-IDX-FERIADO > WS-CONT-FERIADOS
               OR NOT DIA-HABIL
           END-IF.
       7130-F-VERIFICAR-HABIL.EXIT.
      *----------------------------------------------------------------*
       7131-BUSCAR-FERIADO-ITEM.
           IF TABFER-FECHA(WS-IDX-FERIADO) = WS-FECHA-CALENDARIO
           AND (TABFER-PAIS(WS-IDX-FERIADO) = WS-CAL-PAIS
           OR TABFER-PAIS(WS-IDX-FERIADO) = "***")
               MOVE "N" TO WS-SW-DIA-HABIL
           END-IF
           ADD 1 TO WS-IDX-FERIADO.
       7131-F-BUSCAR-FERIADO-ITEM.EXIT.
      *----------------------------------------------------------------*
       8000-ESCRIBIR-AUDITORIA.
           MOVE "BARRIDORMANTES"      TO AUD-PROGRAMA

           IF NOT HUBO-ABEND
               CALL "SYSTEM" USING WS-CMD-REEMPLAZO
               PERFORM 9100-RECONSTRUIR-INDICE
           END-IF.

           PERFORM 6410-GRABAR-CATALOGO
           STOP RUN.
       9000-F-FINAL.
           EXIT.
      *----------------------------------------------------------------*
       9100-RECONSTRUIR-INDICE.
           CALL "SYSTEM" USING "./CARGACUENTASIDX"
           MOVE RETURN-CODE TO WS-RC-CARGAIDX
           DIVIDE WS-RC-CARGAIDX BY 256 GIVING WS-RC-CARGAIDX
           MOVE ZERO TO RETURN-CODE
           IF WS-RC-CARGAIDX NOT = ZERO
               DISPLAY "CARGACUENTASIDX TERMINO CON RC: "
                   WS-RC-CARGAIDX " - CUENTASIDX DESACTUALIZADO"
           END-IF.
       9100-F-RECONSTRUIR-INDICE.EXIT.
      *----------------------------------------------------------------*
