      ******************************************************************
      * PENETRACION BANCARIA POR PAIS
      * CRUZA LAS CUENTAS DE CUENTAS.dat (CANTIDAD, SALDO EN MONEDA BASE
      * SEGUN TIPOCAMBIO.dat Y TITULARES DISTINTOS POR CTA-PAIS) CON LA
      * POBLACION TOTAL POR PAIS DE POBLACION.dat: CUENTAS Y TITULARES
      * CADA 1.000 HABITANTES Y SALDO POR HABITANTE, CON TOTALES. LOS
      * PAISES CON CUENTAS Y SIN POBLACION, O CON POBLACION Y SIN
      * CUENTAS, SE LISTAN APARTE
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PENBANCARIA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MAESTRO ASSIGN TO "CUENTAS.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-MAESTRO.

           SELECT POBLACION ASSIGN TO "POBLACION.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-POBLACION.

           SELECT ARCHIVOCAMBIO ASSIGN TO "TIPOCAMBIO.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-CAMBIO.

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
       FD  MAESTRO.
           COPY CPY001.

       FD  POBLACION.
           01 REG-POBLACION.
               05 POB-PAIS                 PIC X(03).
               05 POB-CIUDAD               PIC X(03).
               05 POB-SEXO                 PIC X(01).
               05 POB-HABITANTES           PIC 9(09).
               05 POB-GRUPO-EDAD           PIC X(02).

       FD  ARCHIVOCAMBIO.
           01 REG-TIPOCAMBIO.
               05 TCA-MONEDA               PIC X(03).
               05 TCA-TASA                 PIC 9(04)V9(06).
               05 TCA-FECHA-VIGENCIA       PIC X(08).
               05 TCA-ESTADO               PIC X(01).

       FD  LISTADO.
           01 REG-LISTADO PIC X(132).

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
           05 FILLER                       PIC X(33)
              VALUE "PENETRACION BANCARIA POR PAIS AL ".
           05 TIT-FECHA                    PIC X(8).
           05 FILLER                       PIC X(14)
              VALUE " MONEDA BASE: ".
           05 TIT-MONEDA                   PIC X(3).

       01  ESTRUCTURA-SECCION.
           05 SEC-TEXTO                    PIC X(60).

       01  ESTRUCTURA-ENCABEZADO.
           05 FILLER                       PIC X(37) VALUE
              "PAIS HABITANTES CUENTAS CTAS/1000HAB ".
           05 FILLER                       PIC X(38) VALUE
              "  SALDO MON.BASE    SALDO/HABIT. TITUL".
           05 FILLER                       PIC X(15) VALUE
              "AR  TIT/1000HAB".

       01  ESTRUCTURA-DETALLE.
           05 DET-PAIS                     PIC X(3).
           05 FILLER                       PIC X(1) VALUE SPACES.
           05 DET-HABITANTES               PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                       PIC X(1) VALUE SPACES.
           05 DET-CUENTAS                  PIC ZZZ,ZZ9.
           05 FILLER                       PIC X(1) VALUE SPACES.
           05 DET-CTAS-MIL                 PIC ZZZ,ZZ9.9999.
           05 FILLER                       PIC X(1) VALUE SPACES.
           05 DET-SALDO                    PIC -ZZZ,ZZZ,ZZZ,ZZ9.
           05 FILLER                       PIC X(1) VALUE SPACES.
           05 DET-SALDO-HAB                PIC -Z,ZZZ,ZZ9.9999.
           05 FILLER                       PIC X(1) VALUE SPACES.
           05 DET-TITULARES                PIC ZZZ,ZZ9.
           05 FILLER                       PIC X(1) VALUE SPACES.
           05 DET-TIT-MIL                  PIC ZZZ,ZZ9.9999.

       01  ESTRUCTURA-SIN-POBLACION.
           05 SPO-PAIS                     PIC X(3).
           05 FILLER                       PIC X(10) VALUE " CUENTAS: ".
           05 SPO-CUENTAS                  PIC ZZZ,ZZ9.
           05 FILLER                       PIC X(8) VALUE " SALDO: ".
           05 SPO-SALDO                    PIC -ZZZ,ZZZ,ZZZ,ZZ9.
           05 FILLER                       PIC X(12)
              VALUE " TITULARES: ".
           05 SPO-TITULARES                PIC ZZZ,ZZ9.

       01  ESTRUCTURA-SIN-CUENTAS.
           05 SCU-PAIS                     PIC X(3).
           05 FILLER                       PIC X(13)
              VALUE " HABITANTES: ".
           05 SCU-HABITANTES               PIC ZZZ,ZZZ,ZZ9.

       01  ESTRUCTURA-AVISO.
           05 FILLER                       PIC X(36)
              VALUE "CUENTAS EN MONEDA SIN COTIZACION: ".
           05 AVI-SIN-COTIZACION           PIC ZZZ,ZZ9.
           05 FILLER                       PIC X(29)
              VALUE " (SALDO SUMADO SIN CONVERTIR)".

       01  TABLA-CAMBIO.
           05 CAMBIO-ITEM OCCURS 100 TIMES.
               10 CAM-MONEDA-ITEM          PIC X(03).
               10 CAM-TASA-ITEM            PIC 9(04)V9(06).

       01  TABLA-PAISES.
           05 PAIS-ITEM OCCURS 300 TIMES.
               10 TABPAI-PAIS              PIC X(03).
               10 TABPAI-HABITANTES        PIC 9(11).
               10 TABPAI-CON-POBLACION     PIC X(01).
               10 TABPAI-CUENTAS           PIC 9(07).
               10 TABPAI-SALDO             PIC S9(13).
               10 TABPAI-TITULARES         PIC 9(07).

      * PARES PAIS/TITULAR YA CONTADOS, PARA TITULARES DISTINTOS
       01  TABLA-TITULARES.
           05 TITULAR-ITEM OCCURS 5000 TIMES.
               10 TABTIT-PAIS              PIC X(03).
               10 TABTIT-TITULAR           PIC 9(05).

       01  WS-PAIS-TEMP                    PIC X(45).

       01  VARIABLES.
           05 FS-MAESTRO               PIC XX.
               88 FS-MAESTRO-OK        VALUE "00".
               88 FS-MAESTRO-FIN       VALUE "10".

           05 FS-POBLACION             PIC XX.
               88 FS-POBLACION-OK      VALUE "00".
               88 FS-POBLACION-FIN     VALUE "10".
               88 FS-POBLACION-NOEXISTE VALUE "35".

           05 FS-CAMBIO                PIC XX.
               88 FS-CAMBIO-OK         VALUE "00".
               88 FS-CAMBIO-FIN        VALUE "10".
               88 FS-CAMBIO-NOEXISTE   VALUE "35".

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

       77  WS-FECHA-PROCESO                PIC X(8) VALUE SPACES.
       77  WS-ARCH-LISTADO                 PIC X(44) VALUE SPACES.
       77  WS-MONEDA-BASE                  PIC X(3) VALUE "USD".
       77  WS-CONT-LECTURA                 PIC 9(9) VALUE ZERO.
       77  WS-CONT-ESCRITURA               PIC 9(9) VALUE ZERO.
       77  WS-CONT-CAMBIO                  PIC 9(4) VALUE ZERO.
       77  WS-CONT-PAISES                  PIC 9(4) VALUE ZERO.
       77  WS-CONT-TITULARES               PIC 9(4) VALUE ZERO.
       77  WS-CONT-SIN-COTIZACION          PIC 9(7) VALUE ZERO.
       77  WS-CONT-SIN-POBLACION           PIC 9(4) VALUE ZERO.
       77  WS-CONT-SIN-CUENTAS             PIC 9(4) VALUE ZERO.
       77  WS-IDX-CAMBIO                   PIC 9(4) VALUE ZERO.
       77  WS-IDX-PAIS                     PIC 9(4) VALUE ZERO.
       77  WS-IDX-TITULAR                  PIC 9(4) VALUE ZERO.
       77  WS-IDX-ORDEN                    PIC 9(4) VALUE ZERO.
       77  WS-PAIS-BUSCADO                 PIC X(3) VALUE SPACES.
       77  WS-CAMBIO-ENCONTRADO            PIC X VALUE "N".
           88 CAMBIO-ENCONTRADO            VALUE "S".
       77  WS-PAIS-ENCONTRADO              PIC X VALUE "N".
           88 PAIS-ENCONTRADO              VALUE "S".
       77  WS-TITULAR-ENCONTRADO           PIC X VALUE "N".
           88 TITULAR-ENCONTRADO           VALUE "S".
       77  WS-SW-INTERCAMBIO               PIC X VALUE "N".
           88 HUBO-INTERCAMBIO             VALUE "S".
       77  WS-SALDO-CONVERTIDO             PIC S9(9) VALUE ZERO.
       77  WS-TOT-HABITANTES               PIC 9(11) VALUE ZERO.
       77  WS-TOT-CUENTAS                  PIC 9(7) VALUE ZERO.
       77  WS-TOT-SALDO                    PIC S9(13) VALUE ZERO.
       77  WS-TOT-TITULARES                PIC 9(7) VALUE ZERO.
       77  WS-CTAS-MIL                     PIC 9(7)V9(4) VALUE ZERO.
       77  WS-SALDO-HAB                    PIC S9(7)V9(4) VALUE ZERO.
       77  WS-TIT-MIL                      PIC 9(7)V9(4) VALUE ZERO.
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
           PERFORM 2000-I-PROCESO UNTIL FS-MAESTRO-FIN.
           PERFORM 3000-CARGAR-POBLACION.
           PERFORM 7000-ORDENAR-PAISES.
           PERFORM 4000-ESCRIBIR-LISTADO.
           PERFORM 9000-I-FINAL.
               STOP RUN.
      *----------------------------------------------------------------*
       1000-I-INICIO.
           INITIALIZE VARIABLES
           PERFORM 1050-LEERPARAMETROS.
           PERFORM 1100-CARGAR-TIPOCAMBIO.
           PERFORM 1150-ABRIRMAESTRO.
           PERFORM 1170-ABRIRLISTADO.
           PERFORM 1180-ABRIRAUDITORIA.
           PERFORM 5000-LEER-CUENTA.
       1000-F-INICIO.EXIT.
      *----------------------------------------------------------------*
       1050-LEERPARAMETROS.
           OPEN INPUT PARAMETROS
           EVALUATE TRUE
               WHEN FS-PARAMETROS-OK
                   READ PARAMETROS
                   IF FS-PARAMETROS-OK
                       MOVE PARM-FECHA-PROCESO TO WS-FECHA-PROCESO
                       IF PARM-MONEDA-BASE NOT = SPACES
                           MOVE PARM-MONEDA-BASE TO WS-MONEDA-BASE
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

           IF WS-FECHA-PROCESO = SPACES
               ACCEPT WS-FECHA-PROCESO FROM DATE
           END-IF

           MOVE SPACES TO WS-ARCH-LISTADO
           STRING "PENBANCARIA-" DELIMITED BY SIZE
               WS-FECHA-PROCESO DELIMITED BY SPACE
               ".dat" DELIMITED BY SIZE
               INTO WS-ARCH-LISTADO.
       1050-F-LEERPARAMETROS.EXIT.
      *----------------------------------------------------------------*
       1100-CARGAR-TIPOCAMBIO.
           OPEN INPUT ARCHIVOCAMBIO
           EVALUATE TRUE
               WHEN FS-CAMBIO-OK
                   PERFORM 1101-LEER-TIPOCAMBIO
                   PERFORM 1102-CARGAR-CAMBIO-ITEM UNTIL FS-CAMBIO-FIN
                   CLOSE ARCHIVOCAMBIO
               WHEN FS-CAMBIO-NOEXISTE
                   CONTINUE
               WHEN OTHER
                   DISPLAY "ERROR APERTURA TIPOCAMBIO FS: " FS-CAMBIO
                   MOVE "S" TO WS-SW-ABEND
                   PERFORM 9000-I-FINAL
           END-EVALUATE.
       1100-F-CARGAR-TIPOCAMBIO.EXIT.
      *----------------------------------------------------------------*
       1101-LEER-TIPOCAMBIO.
           READ ARCHIVOCAMBIO
           EVALUATE TRUE
               WHEN FS-CAMBIO-OK
                   ADD 1 TO WS-CONT-LECTURA
               WHEN FS-CAMBIO-FIN
                   CONTINUE
               WHEN OTHER
                   DISPLAY "ERROR LECTURA TIPOCAMBIO FS: " FS-CAMBIO
                   MOVE "S" TO WS-SW-ABEND
                   PERFORM 9000-I-FINAL
           END-EVALUATE.
       1101-F-LEER-TIPOCAMBIO.EXIT.
      *----------------------------------------------------------------*
       1102-CARGAR-CAMBIO-ITEM.
           IF TCA-ESTADO NOT = "I"
               IF WS-CONT-CAMBIO >= 100
                   DISPLAY "TIPOCAMBIO EXCEDE LA TABLA DE MONEDAS"
                   MOVE "S" TO WS-SW-ABEND
                   PERFORM 9000-I-FINAL
               END-IF
               ADD 1 TO WS-CONT-CAMBIO
               MOVE TCA-MONEDA TO CAM-MONEDA-ITEM(WS-CONT-CAMBIO)
               MOVE TCA-TASA TO CAM-TASA-ITEM(WS-CONT-CAMBIO)
           END-IF
           PERFORM 1101-LEER-TIPOCAMBIO.
       1102-F-CARGAR-CAMBIO-ITEM.EXIT.
      *----------------------------------------------------------------*
       1150-ABRIRMAESTRO.
           OPEN INPUT MAESTRO.

           IF NOT FS-MAESTRO-OK
               DISPLAY "ERROR APERTURA CUENTAS FS: " FS-MAESTRO
               MOVE "S" TO WS-SW-ABEND
               PERFORM 9000-I-FINAL
           END-IF.
       1150-F-ABRIRMAESTRO.EXIT.
      *----------------------------------------------------------------*
       1170-ABRIRLISTADO.
           OPEN OUTPUT LISTADO.

           IF NOT FS-LISTADO-OK
               DISPLAY "ERROR APERTURA PENBANCARIA FS: " FS-LISTADO
               MOVE "S" TO WS-SW-ABEND
               PERFORM 9000-I-FINAL
           END-IF

           PERFORM 6400-CATALOGAR-GENERACION.
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
      * EL MAESTRO SOLO TIENE CUENTAS ABIERTAS: LAS CERRADAS SE DAN DE
      * BAJA EN EL POSTEO, ASI QUE SE CUENTAN TODAS
           MOVE CTA-PAIS TO WS-PAIS-BUSCADO
           PERFORM 2100-UBICAR-PAIS

           PERFORM 2200-CONVERTIR-SALDO
           ADD 1 TO TABPAI-CUENTAS(WS-IDX-PAIS)
           ADD WS-SALDO-CONVERTIDO TO TABPAI-SALDO(WS-IDX-PAIS)

           IF CTA-TITULAR NUMERIC AND CTA-TITULAR > ZERO
               PERFORM 2300-CONTAR-TITULAR
           END-IF

           PERFORM 5000-LEER-CUENTA.
       2000-F-PROCESO.EXIT.
      *----------------------------------------------------------------*
       2100-UBICAR-PAIS.
           MOVE "N" TO WS-PAIS-ENCONTRADO
           MOVE 1 TO WS-IDX-PAIS

           PERFORM 2110-BUSCAR-PAIS-ITEM
           UNTIL WS-IDX-PAIS > WS-CONT-PAISES
           OR PAIS-ENCONTRADO

           IF NOT PAIS-ENCONTRADO
               IF WS-CONT-PAISES >= 300
                   DISPLAY "PAISES EXCEDEN LA TABLA DEL REPORTE"
                   MOVE "S" TO WS-SW-ABEND
                   PERFORM 9000-I-FINAL
               END-IF
               ADD 1 TO WS-CONT-PAISES
               MOVE WS-CONT-PAISES TO WS-IDX-PAIS
               INITIALIZE PAIS-ITEM(WS-IDX-PAIS)
               MOVE WS-PAIS-BUSCADO TO TABPAI-PAIS(WS-IDX-PAIS)
               MOVE "N" TO TABPAI-CON-POBLACION(WS-IDX-PAIS)
           END-IF.
       2100-F-UBICAR-PAIS.EXIT.
      *----------------------------------------------------------------*
       2110-BUSCAR-PAIS-ITEM.
           IF TABPAI-PAIS(WS-IDX-PAIS) = WS-PAIS-BUSCADO
               MOVE "S" TO WS-PAIS-ENCONTRADO
           ELSE
               ADD 1 TO WS-IDX-PAIS
           END-IF.
       2110-F-BUSCAR-PAIS-ITEM.EXIT.
      *----------------------------------------------------------------*
       2200-CONVERTIR-SALDO.
      * MISMO CRITERIO QUE CORTECONTROLCUENTAS: SIN COTIZACION EL SALDO
      * SE SUMA SIN CONVERTIR Y SE INFORMA LA CANTIDAD DE CUENTAS
           IF CTA-MONEDA = WS-MONEDA-BASE
               MOVE CTA-SALDO TO WS-SALDO-CONVERTIDO
           ELSE
               PERFORM 2210-BUSCAR-CAMBIO
               IF CAMBIO-ENCONTRADO
                   COMPUTE WS-SALDO-CONVERTIDO ROUNDED =
                       CTA-SALDO * CAM-TASA-ITEM(WS-IDX-CAMBIO)
               ELSE
                   MOVE CTA-SALDO TO WS-SALDO-CONVERTIDO
                   ADD 1 TO WS-CONT-SIN-COTIZACION
               END-IF
           END-IF.
       2200-F-CONVERTIR-SALDO.EXIT.
      *----------------------------------------------------------------*
       2210-BUSCAR-CAMBIO.
           MOVE "N" TO WS-CAMBIO-ENCONTRADO
           MOVE 1 TO WS-IDX-CAMBIO

           PERFORM 2220-BUSCAR-CAMBIO-ITEM
           UNTIL WS-IDX-CAMBIO > WS-CONT-CAMBIO
           OR CAMBIO-ENCONTRADO.
       2210-F-BUSCAR-CAMBIO.EXIT.
      *----------------------------------------------------------------*
       2220-BUSCAR-CAMBIO-ITEM.
           IF CAM-MONEDA-ITEM(WS-IDX-CAMBIO) = CTA-MONEDA
               MOVE "S" TO WS-CAMBIO-ENCONTRADO
           ELSE
               ADD 1 TO WS-IDX-CAMBIO
           END-IF.
       2220-F-BUSCAR-CAMBIO-ITEM.EXIT.
      *----------------------------------------------------------------*
       2300-CONTAR-TITULAR.
           MOVE "N" TO WS-TITULAR-ENCONTRADO
           MOVE 1 TO WS-IDX-TITULAR

           PERFORM 2310-BUSCAR-TITULAR-ITEM
           UNTIL WS-IDX-TITULAR > WS-CONT-TITULARES
           OR TITULAR-ENCONTRADO

           IF NOT TITULAR-ENCONTRADO
               IF WS-CONT-TITULARES >= 5000
                   DISPLAY "TITULARES EXCEDEN LA TABLA DEL REPORTE"
                   MOVE "S" TO WS-SW-ABEND
                   PERFORM 9000-I-FINAL
               END-IF
               ADD 1 TO WS-CONT-TITULARES
               MOVE CTA-PAIS TO TABTIT-PAIS(WS-CONT-TITULARES)
               MOVE CTA-TITULAR TO TABTIT-TITULAR(WS-CONT-TITULARES)
               ADD 1 TO TABPAI-TITULARES(WS-IDX-PAIS)
           END-IF.
       2300-F-CONTAR-TITULAR.EXIT.
      *----------------------------------------------------------------*
       2310-BUSCAR-TITULAR-ITEM.
           IF TABTIT-PAIS(WS-IDX-TITULAR) = CTA-PAIS
           AND TABTIT-TITULAR(WS-IDX-TITULAR) = CTA-TITULAR
               MOVE "S" TO WS-TITULAR-ENCONTRADO
           ELSE
               ADD 1 TO WS-IDX-TITULAR
           END-IF.
       2310-F-BUSCAR-TITULAR-ITEM.EXIT.
      *----------------------------------------------------------------*
       3000-CARGAR-POBLACION.
      * POBLACION.dat TIENE UNA CELDA POR PAIS/CIUDAD/SEXO/GRUPO DE
      * EDAD; EL TOTAL DEL PAIS ES LA SUMA DE SUS CELDAS
           OPEN INPUT POBLACION
           EVALUATE TRUE
               WHEN FS-POBLACION-OK
                   PERFORM 3100-LEER-POBLACION
                   PERFORM 3200-ACUMULAR-POBLACION
                       UNTIL FS-POBLACION-FIN
                   CLOSE POBLACION
               WHEN FS-POBLACION-NOEXISTE
                   DISPLAY "POBLACION.dat INEXISTENTE - TODOS LOS "
                       "PAISES QUEDAN SIN POBLACION"
               WHEN OTHER
                   DISPLAY "ERROR APERTURA POBLACION FS: "
                       FS-POBLACION
                   MOVE "S" TO WS-SW-ABEND
                   PERFORM 9000-I-FINAL
           END-EVALUATE.
       3000-F-CARGAR-POBLACION.EXIT.
      *----------------------------------------------------------------*
       3100-LEER-POBLACION.
           READ POBLACION
           EVALUATE TRUE
               WHEN FS-POBLACION-OK
                   ADD 1 TO WS-CONT-LECTURA
               WHEN FS-POBLACION-FIN
                   CONTINUE
               WHEN OTHER
                   DISPLAY "ERROR LECTURA POBLACION FS: " FS-POBLACION
                   MOVE "S" TO WS-SW-ABEND
                   PERFORM 9000-I-FINAL
           END-EVALUATE.
       3100-F-LEER-POBLACION.EXIT.
      *----------------------------------------------------------------*
       3200-ACUMULAR-POBLACION.
           MOVE POB-PAIS TO WS-PAIS-BUSCADO
           PERFORM 2100-UBICAR-PAIS
           MOVE "S" TO TABPAI-CON-POBLACION(WS-IDX-PAIS)
           IF POB-HABITANTES NUMERIC
               ADD POB-HABITANTES TO TABPAI-HABITANTES(WS-IDX-PAIS)
           END-IF
           PERFORM 3100-LEER-POBLACION.
       3200-F-ACUMULAR-POBLACION.EXIT.
      *----------------------------------------------------------------*
       4000-ESCRIBIR-LISTADO.
           MOVE WS-FECHA-PROCESO TO TIT-FECHA
           MOVE WS-MONEDA-BASE TO TIT-MONEDA
           MOVE ESTRUCTURA-TITULO TO REG-LISTADO
           PERFORM 4900-ESCRIBIR-LINEA

           MOVE "PAISES CON CUENTAS Y POBLACION" TO SEC-TEXTO
           MOVE ESTRUCTURA-SECCION TO REG-LISTADO
           PERFORM 4900-ESCRIBIR-LINEA
           MOVE ESTRUCTURA-ENCABEZADO TO REG-LISTADO
           PERFORM 4900-ESCRIBIR-LINEA

           MOVE 1 TO WS-IDX-PAIS
           PERFORM 4100-LISTAR-PAIS-CRUZADO
               UNTIL WS-IDX-PAIS > WS-CONT-PAISES

           PERFORM 4200-LISTAR-TOTALES

           MOVE "PAISES CON CUENTAS Y SIN POBLACION" TO SEC-TEXTO
           MOVE ESTRUCTURA-SECCION TO REG-LISTADO
           PERFORM 4900-ESCRIBIR-LINEA
           MOVE 1 TO WS-IDX-PAIS
           PERFORM 4300-LISTAR-SIN-POBLACION
               UNTIL WS-IDX-PAIS > WS-CONT-PAISES

           MOVE "PAISES CON POBLACION Y SIN CUENTAS" TO SEC-TEXTO
           MOVE ESTRUCTURA-SECCION TO REG-LISTADO
           PERFORM 4900-ESCRIBIR-LINEA
           MOVE 1 TO WS-IDX-PAIS
           PERFORM 4400-LISTAR-SIN-CUENTAS
               UNTIL WS-IDX-PAIS > WS-CONT-PAISES

           IF WS-CONT-SIN-COTIZACION > ZERO
               MOVE WS-CONT-SIN-COTIZACION TO AVI-SIN-COTIZACION
               MOVE ESTRUCTURA-AVISO TO REG-LISTADO
               PERFORM 4900-ESCRIBIR-LINEA
           END-IF.
       4000-F-ESCRIBIR-LISTADO.EXIT.
      *----------------------------------------------------------------*
       4100-LISTAR-PAIS-CRUZADO.
      * UN PAIS CON POBLACION EN CERO NO PERMITE CALCULAR INDICES Y SE
      * INFORMA COMO SIN POBLACION
           IF TABPAI-CUENTAS(WS-IDX-PAIS) > ZERO
           AND TABPAI-HABITANTES(WS-IDX-PAIS) > ZERO
               MOVE TABPAI-PAIS(WS-IDX-PAIS) TO DET-PAIS
               MOVE TABPAI-HABITANTES(WS-IDX-PAIS) TO DET-HABITANTES
               MOVE TABPAI-CUENTAS(WS-IDX-PAIS) TO DET-CUENTAS
               MOVE TABPAI-SALDO(WS-IDX-PAIS) TO DET-SALDO
               MOVE TABPAI-TITULARES(WS-IDX-PAIS) TO DET-TITULARES
               COMPUTE WS-CTAS-MIL ROUNDED =
                   TABPAI-CUENTAS(WS-IDX-PAIS) * 1000
                   / TABPAI-HABITANTES(WS-IDX-PAIS)
               COMPUTE WS-SALDO-HAB ROUNDED =
                   TABPAI-SALDO(WS-IDX-PAIS)
                   / TABPAI-HABITANTES(WS-IDX-PAIS)
               COMPUTE WS-TIT-MIL ROUNDED =
                   TABPAI-TITULARES(WS-IDX-PAIS) * 1000
                   / TABPAI-HABITANTES(WS-IDX-PAIS)
               MOVE WS-CTAS-MIL TO DET-CTAS-MIL
               MOVE WS-SALDO-HAB TO DET-SALDO-HAB
               MOVE WS-TIT-MIL TO DET-TIT-MIL
               MOVE ESTRUCTURA-DETALLE TO REG-LISTADO
               PERFORM 4900-ESCRIBIR-LINEA

               ADD TABPAI-HABITANTES(WS-IDX-PAIS) TO WS-TOT-HABITANTES
               ADD TABPAI-CUENTAS(WS-IDX-PAIS) TO WS-TOT-CUENTAS
               ADD TABPAI-SALDO(WS-IDX-PAIS) TO WS-TOT-SALDO
               ADD TABPAI-TITULARES(WS-IDX-PAIS) TO WS-TOT-TITULARES
           END-IF
           ADD 1 TO WS-IDX-PAIS.
       4100-F-LISTAR-PAIS-CRUZADO.EXIT.
      *----------------------------------------------------------------*
       4200-LISTAR-TOTALES.
           MOVE "TOT" TO DET-PAIS
           MOVE WS-TOT-HABITANTES TO DET-HABITANTES
           MOVE WS-TOT-CUENTAS TO DET-CUENTAS
           MOVE WS-TOT-SALDO TO DET-SALDO
           MOVE WS-TOT-TITULARES TO DET-TITULARES
           IF WS-TOT-HABITANTES > ZERO
               COMPUTE WS-CTAS-MIL ROUNDED =
                   WS-TOT-CUENTAS * 1000 / WS-TOT-HABITANTES
               COMPUTE WS-SALDO-HAB ROUNDED =
                   WS-TOT-SALDO / WS-TOT-HABITANTES
               COMPUTE WS-TIT-MIL ROUNDED =
                   WS-TOT-TITULARES * 1000 / WS-TOT-HABITANTES
           ELSE
               MOVE ZERO TO WS-CTAS-MIL
               MOVE ZERO TO WS-SALDO-HAB
               MOVE ZERO TO WS-TIT-MIL
           END-IF
           MOVE WS-CTAS-MIL TO DET-CTAS-MIL
           MOVE WS-SALDO-HAB TO DET-SALDO-HAB
           MOVE WS-TIT-MIL TO DET-TIT-MIL
           MOVE ESTRUCTURA-DETALLE TO REG-LISTADO
           PERFORM 4900-ESCRIBIR-LINEA.
       4200-F-LISTAR-TOTALES.EXIT.
      *----------------------------------------------------------------*
       4300-LISTAR-SIN-POBLACION.
           IF TABPAI-CUENTAS(WS-IDX-PAIS) > ZERO
           AND TABPAI-HABITANTES(WS-IDX-PAIS) = ZERO
               ADD 1 TO WS-CONT-SIN-POBLACION
               MOVE TABPAI-PAIS(WS-IDX-PAIS) TO SPO-PAIS
               MOVE TABPAI-CUENTAS(WS-IDX-PAIS) TO SPO-CUENTAS
               MOVE TABPAI-SALDO(WS-IDX-PAIS) TO SPO-SALDO
               MOVE TABPAI-TITULARES(WS-IDX-PAIS) TO SPO-TITULARES
               MOVE ESTRUCTURA-SIN-POBLACION TO REG-LISTADO
               PERFORM 4900-ESCRIBIR-LINEA
           END-IF
           ADD 1 TO WS-IDX-PAIS.
       4300-F-LISTAR-SIN-POBLACION.EXIT.
      *----------------------------------------------------------------*
       4400-LISTAR-SIN-CUENTAS.
           IF TABPAI-CUENTAS(WS-IDX-PAIS) = ZERO
               ADD 1 TO WS-CONT-SIN-CUENTAS
               MOVE TABPAI-PAIS(WS-IDX-PAIS) TO SCU-PAIS
               MOVE TABPAI-HABITANTES(WS-IDX-PAIS) TO SCU-HABITANTES
               MOVE ESTRUCTURA-SIN-CUENTAS TO REG-LISTADO
               PERFORM 4900-ESCRIBIR-LINEA
           END-IF
           ADD 1 TO WS-IDX-PAIS.
       4400-F-LISTAR-SIN-CUENTAS.EXIT.
      *----------------------------------------------------------------*
       4900-ESCRIBIR-LINEA.
           IF NOT FS-LISTADO-OK
               DISPLAY "ERROR ESCRITURA PENBANCARIA FS: " FS-LISTADO
           ELSE
               WRITE REG-LISTADO
               ADD 1 TO WS-CONT-ESCRITURA
           END-IF.
       4900-F-ESCRIBIR-LINEA.EXIT.
      *----------------------------------------------------------------*
       5000-LEER-CUENTA.
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
       5000-F-LEER-CUENTA.EXIT.
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
       7000-ORDENAR-PAISES.
           MOVE "S" TO WS-SW-INTERCAMBIO
           PERFORM 7100-PASADA-ORDENAR UNTIL NOT HUBO-INTERCAMBIO.
       7000-F-ORDENAR-PAISES.EXIT.
      *----------------------------------------------------------------*
       7100-PASADA-ORDENAR.
           MOVE "N" TO WS-SW-INTERCAMBIO
           MOVE 1 TO WS-IDX-ORDEN
           PERFORM 7200-COMPARAR-PAISES
               UNTIL WS-IDX-ORDEN >= WS-CONT-PAISES.
       7100-F-PASADA-ORDENAR.EXIT.
      *----------------------------------------------------------------*
       7200-COMPARAR-PAISES.
           IF TABPAI-PAIS(WS-IDX-ORDEN) > TABPAI-PAIS(WS-IDX-ORDEN + 1)
               MOVE PAIS-ITEM(WS-IDX-ORDEN) TO WS-PAIS-TEMP
               MOVE PAIS-ITEM(WS-IDX-ORDEN + 1)
                   TO PAIS-ITEM(WS-IDX-ORDEN)
               MOVE WS-PAIS-TEMP TO PAIS-ITEM(WS-IDX-ORDEN + 1)
               MOVE "S" TO WS-SW-INTERCAMBIO
           END-IF
           ADD 1 TO WS-IDX-ORDEN.
       7200-F-COMPARAR-PAISES.EXIT.
      *----------------------------------------------------------------*
       8000-ESCRIBIR-AUDITORIA.
           MOVE "PENBANCARIA"         TO AUD-PROGRAMA
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
           CLOSE MAESTRO.
           CLOSE LISTADO.
           CLOSE AUDITORIA.

           DISPLAY "PAISES: " WS-CONT-PAISES
               " SIN POBLACION: " WS-CONT-SIN-POBLACION
               " SIN CUENTAS: " WS-CONT-SIN-CUENTAS

           PERFORM 6410-GRABAR-CATALOGO
           STOP RUN.
       9000-F-FINAL.
           EXIT.
      *----------------------------------------------------------------*
