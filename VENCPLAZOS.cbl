      ******************************************************************
      * PROCESO DIARIO DE VENCIMIENTOS DE PLAZOS FIJOS
      * RECORRE EL MAESTRO DE PLAZOS FIJOS Y, PARA LOS VIGENTES CON
      * VENCIMIENTO HASTA LA FECHA DE PROCESO, CALCULA EL INTERES DEL
      * PLAZO (BASE 30/360) NETO DE LA RETENCION DEL PAIS SEGUN
      * TASARETENCION.dat Y SEGUN LA INSTRUCCION LIQUIDA CAPITAL E
      * INTERES EN LA CUENTA DE LIQUIDACION, ACREDITA EL INTERES Y
      * RENUEVA EL CAPITAL, O RENUEVA CAPITAL MAS INTERES; LA
      * RENOVACION TOMA LA TASA VIGENTE DE TASAINTERES.dat PARA EL
      * TIPO PF. LOS CREDITOS SE GENERAN COMO DEPOSITOS CON MOV-ID Y SE
      * INTERCALAN EN MOVCUENTAS.dat PARA EL POSTEO; LOS PLAZOS CON
      * CUENTA DE LIQUIDACION CERRADA, DE OTRA MONEDA O DE OTRO TITULAR
      * SE LISTAN COMO FALLIDOS Y QUEDAN VIGENTES PARA EL DIA SIGUIENTE
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VENCPLAZOS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MAESTRO ASSIGN TO "CUENTAS.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-MAESTRO.

           SELECT PLAZOS ASSIGN TO "PLAZOS.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-PLAZOS.

           SELECT PLAZOSNUEVO ASSIGN TO "PLAZOSNEW.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-PLAZOSNUEVO.

           SELECT TASAS ASSIGN TO "TASAINTERES.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-TASAS.

           SELECT RETENCIONES ASSIGN TO "TASARETENCION.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-RETENCIONES.

           SELECT OPTIONAL MOVIMIENTOS ASSIGN TO "MOVCUENTAS.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-MOVIMIENTOS.

           SELECT MOVGENERADOS ASSIGN TO "MOVPLAZOS.tmp"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-MOVGENERADOS.

           SELECT MOVIMIENTOSORD ASSIGN TO "MOVCUENTAS-ORD.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-MOVIMIENTOSORD.

           SELECT ORDENAMIENTO ASSIGN TO "VENCPF-SORT.tmp".

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

       FD  PLAZOS.
           COPY PLAZOREG.

       FD  PLAZOSNUEVO.
           01 REG-PLAZO-NUEVO PIC X(59).

       FD  TASAS.
           01 REG-TASA.
               05 TAS-TIPO-CTA             PIC X(02).
               05 TAS-PAIS                 PIC X(03).
               05 TAS-TASA                 PIC 9(02)V9(03).
               05 TAS-FECHA-VIGENCIA       PIC X(08).
               05 TAS-ESTADO               PIC X(01).

       FD  RETENCIONES.
           01 REG-RETENCION.
               05 RET-PAIS                 PIC X(03).
               05 RET-TASA                 PIC 9(02)V9(03).
               05 RET-ESTADO               PIC X(01).

       FD  MOVIMIENTOS.
           01 REG-MOVIMIENTO-EXISTENTE PIC X(40).

       FD  MOVGENERADOS.
           01 REG-MOVCUENTA.
               05 MOV-TIPO                 PIC X(01).
               05 MOV-PAIS                 PIC X(03).
               05 MOV-SUCURSAL             PIC 9(02).
               05 MOV-TIPO-CTA             PIC X(02).
               05 MOV-CUENTA               PIC 9(03).
               05 MOV-IMPORTE              PIC 9(07).
               05 MOV-MONEDA               PIC X(03).
               05 MOV-TASA-INTERES         PIC 9(02)V9(03).
               05 MOV-TITULAR              PIC 9(05).
               05 MOV-ID                   PIC 9(09).

       FD  MOVIMIENTOSORD.
           01 REG-MOVIMIENTO-ORD PIC X(40).

       SD  ORDENAMIENTO.
           01 REG-ORDENAMIENTO.
               05 SRT-TIPO                 PIC X(01).
               05 SRT-CLAVE                PIC X(10).
               05 SRT-RESTO                PIC X(29).

       FD  LISTADO.
           01 REG-LISTADO PIC X(110).

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
           05 FILLER                       PIC X(32)
              VALUE "VENCIMIENTOS DE PLAZOS FIJOS AL ".
           05 LIS-TITULO-FECHA             PIC X(8).

       01  ESTRUCTURA-LISTADO-ENCABEZADO.
           05 FILLER                       PIC X(50)
              VALUE "PLAZO|TITUL|CTA LIQUID|MON|CAPITAL|INTERES|RETENC".
           05 FILLER                       PIC X(26)
              VALUE "|NETO   |ACCION      |OBS".

       01  ESTRUCTURA-LISTADO-DET.
           05 LIS-ID                       PIC 9(05).
           05 FILLER                       PIC X(1) VALUE "|".
           05 LIS-TITULAR                  PIC 9(05).
           05 FILLER                       PIC X(1) VALUE "|".
           05 LIS-CUENTA-LIQ               PIC X(10).
           05 FILLER                       PIC X(1) VALUE "|".
           05 LIS-MONEDA                   PIC X(03).
           05 FILLER                       PIC X(1) VALUE "|".
           05 LIS-CAPITAL                  PIC 9(07).
           05 FILLER                       PIC X(1) VALUE "|".
           05 LIS-INTERES                  PIC 9(07).
           05 FILLER                       PIC X(1) VALUE "|".
           05 LIS-RETENCION                PIC 9(07).
           05 FILLER                       PIC X(1) VALUE "|".
           05 LIS-NETO                     PIC 9(07).
           05 FILLER                       PIC X(1) VALUE "|".
           05 LIS-ACCION                   PIC X(12).
           05 FILLER                       PIC X(1) VALUE "|".
           05 LIS-OBSERVACION              PIC X(35).

       01  ESTRUCTURA-OBS-RENOVACION.
           05 FILLER                       PIC X(06) VALUE "TASA: ".
           05 OBS-TASA                     PIC 9(02).9(03).
           05 FILLER                       PIC X(06) VALUE " VTO: ".
           05 OBS-VENCIMIENTO              PIC X(08).

       01  ESTRUCTURA-LISTADO-TOTAL.
           05 LIS-TOT-TEXTO                PIC X(30).
           05 LIS-TOT-CANTIDAD             PIC ZZZZZZZZ9.
           05 FILLER                       PIC X(12) VALUE " IMPORTE: ".
           05 LIS-TOT-IMPORTE              PIC ZZZZZZZZZZ9.

       01  WS-FECHA-PROCESO-DET.
           05 WS-FP-ANIO                   PIC 9(4).
           05 WS-FP-MES                    PIC 9(2).
           05 WS-FP-DIA                    PIC 9(2).

       01  WS-FECHA-CALCULO-DET.
           05 WS-FC-ANIO                   PIC 9(4).
           05 WS-FC-MES                    PIC 9(2).
           05 WS-FC-DIA                    PIC 9(2).

       01  WS-DIAS-POR-MES-VALORES         PIC X(24)
           VALUE "312831303130313130313031".
       01  WS-DIAS-POR-MES REDEFINES WS-DIAS-POR-MES-VALORES.
           05 WS-DIAS-MES-ITEM             PIC 9(2) OCCURS 12 TIMES.

       01  VARIABLES.
           05 FS-MAESTRO               PIC XX.
               88 FS-MAESTRO-OK        VALUE "00".
               88 FS-MAESTRO-FIN       VALUE "10".

           05 FS-PLAZOS                PIC XX.
               88 FS-PLAZOS-OK         VALUE "00".
               88 FS-PLAZOS-FIN        VALUE "10".
               88 FS-PLAZOS-NOEXISTE   VALUE "35".

           05 FS-PLAZOSNUEVO           PIC XX.
               88 FS-PLAZOSNUEVO-OK    VALUE "00".

           05 FS-TASAS                 PIC XX.
               88 FS-TASAS-OK          VALUE "00".
               88 FS-TASAS-FIN         VALUE "10".
               88 FS-TASAS-NOEXISTE    VALUE "35".

           05 FS-RETENCIONES           PIC XX.
               88 FS-RETENCIONES-OK        VALUE "00".
               88 FS-RETENCIONES-FIN       VALUE "10".
               88 FS-RETENCIONES-NOEXISTE  VALUE "35".

           05 FS-MOVIMIENTOS           PIC XX.
               88 FS-MOVIMIENTOS-OK    VALUE "00".
               88 FS-MOVIMIENTOS-CREADO VALUE "05".

           05 FS-MOVGENERADOS          PIC XX.
               88 FS-MOVGENERADOS-OK   VALUE "00".

           05 FS-MOVIMIENTOSORD        PIC XX.
               88 FS-MOVIMIENTOSORD-OK VALUE "00".

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

           05 WS-INTERES                   PIC 9(07).
           05 WS-RETENCION                 PIC 9(07).
           05 WS-INTERES-NETO              PIC 9(07).
           05 WS-TASA-RETENCION            PIC 9(02)V9(03).
           05 WS-TOTAL-CAPITAL-PAGADO      PIC 9(11).
           05 WS-TOTAL-INTERES-PAGADO      PIC 9(11).
           05 WS-TOTAL-CAPITAL-RENOVADO    PIC 9(11).
           05 WS-TOTAL-RETENCION           PIC 9(11).

       01  TABLA-CUENTAS.
           05 CUENTA-ITEM OCCURS 2000 TIMES.
               10 TABCTA-CLAVE             PIC X(10).
               10 TABCTA-MONEDA            PIC X(03).
               10 TABCTA-TITULAR           PIC 9(05).

       01  TABLA-TASAS.
           05 TASA-ITEM OCCURS 200 TIMES.
               10 TABTAS-PAIS              PIC X(03).
               10 TABTAS-TASA              PIC 9(02)V9(03).
               10 TABTAS-FECHA-VIGENCIA    PIC X(08).

       01  TABLA-RETENCION.
           05 RETENCION-ITEM OCCURS 100 TIMES.
               10 TABRET-PAIS              PIC X(03).
               10 TABRET-TASA              PIC 9(02)V9(03).

       77  WS-CONT-LECTURA                 PIC 9(9) VALUE ZERO.
       77  WS-CONT-ESCRITURA               PIC 9(9) VALUE ZERO.
       77  WS-CONT-GENERADOS               PIC 9(9) VALUE ZERO.
       77  WS-CONT-LIQUIDADOS              PIC 9(9) VALUE ZERO.
       77  WS-CONT-RENOVADOS               PIC 9(9) VALUE ZERO.
       77  WS-CONT-FALLIDOS                PIC 9(9) VALUE ZERO.
       77  WS-CONT-INTERESES               PIC 9(9) VALUE ZERO.
       77  WS-CONT-RETENCIONES             PIC 9(9) VALUE ZERO.
       77  WS-CONT-CUENTAS                 PIC 9(4) VALUE ZERO.
       77  WS-CONT-TASAS                   PIC 9(4) VALUE ZERO.
       77  WS-CONT-RETPAISES               PIC 9(4) VALUE ZERO.
       77  WS-IDX-CUENTA                   PIC 9(4) VALUE ZERO.
       77  WS-IDX-TASA                     PIC 9(4) VALUE ZERO.
       77  WS-IDX-ELEGIDA                  PIC 9(4) VALUE ZERO.
       77  WS-IDX-RETPAIS                  PIC 9(4) VALUE ZERO.
       77  WS-SW-CUENTA-ENCONTRADA         PIC X VALUE "N".
           88 CUENTA-ENCONTRADA            VALUE "S".
       77  WS-RETPAIS-ENCONTRADO           PIC X VALUE "N".
           88 RETPAIS-ENCONTRADO           VALUE "S".
       77  WS-SW-TASA-ELEGIDA              PIC X VALUE "N".
           88 TASA-ELEGIDA                 VALUE "S".
       77  WS-SW-ELEGIDA-GENERICA          PIC X VALUE "N".
           88 ELEGIDA-GENERICA             VALUE "S".
       77  WS-SW-FALLIDO                   PIC X VALUE "N".
           88 PLAZO-FALLIDO                VALUE "S".
       77  WS-SW-DESBORDE                  PIC X VALUE "N".
           88 HUBO-DESBORDE                VALUE "S".
       77  WS-FECHA-ELEGIDA                PIC X(8) VALUE SPACES.
       77  WS-TIPO-PLAZO-FIJO              PIC X(02) VALUE "PF".
       77  WS-MOTIVO                       PIC X(35) VALUE SPACES.
       77  WS-CAPITAL-RENOVADO             PIC 9(07) VALUE ZERO.
       77  WS-IMPORTE-MOV                  PIC 9(07) VALUE ZERO.
       77  WS-PATA                         PIC 9(01) VALUE ZERO.
       77  WS-DIAS-COMERCIALES             PIC 9(7) VALUE ZERO.
       77  WS-RESTO-ANIO                   PIC 9(3) VALUE ZERO.
       77  WS-DIAS-MES                     PIC 9(2) VALUE ZERO.
       77  WS-COCIENTE                     PIC 9(5) VALUE ZERO.
       77  WS-RESTO                        PIC 9(5) VALUE ZERO.
       77  WS-FECHA-PROCESO                PIC X(8) VALUE SPACES.
       77  WS-ARCH-LISTADO                 PIC X(44) VALUE SPACES.
       77  WS-SW-ABEND                     PIC X VALUE "N".
           88 HUBO-ABEND                   VALUE "S".
       77  WS-CMD-REEMPLAZO                PIC X(80)
           VALUE "mv MOVCUENTAS-ORD.dat MOVCUENTAS.dat".

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
           PERFORM 7000-ESCRIBIR-TOTALES.
           PERFORM 9000-I-FINAL.
               STOP RUN.
      *----------------------------------------------------------------*
       1000-I-INICIO.
           INITIALIZE VARIABLES
           PERFORM 1050-LEERPARAMETROS.
           PERFORM 1100-CARGAR-CUENTAS.
           PERFORM 1120-CARGAR-TASAS.
           PERFORM 1130-CARGAR-RETENCIONES.
           PERFORM 1150-ABRIRPLAZOS.
           PERFORM 1155-ABRIRPLAZOSNUEVO.
           PERFORM 1160-ABRIRMOVGENERADOS.
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
           STRING "VENCPLAZOS-" DELIMITED BY SIZE
               WS-FECHA-PROCESO DELIMITED BY SPACE
               ".dat" DELIMITED BY SIZE
               INTO WS-ARCH-LISTADO.
       1050-F-LEERPARAMETROS.EXIT.
      *----------------------------------------------------------------*
       1100-CARGAR-CUENTAS.
           OPEN INPUT MAESTRO.

           IF NOT FS-MAESTRO-OK
               DISPLAY "ERROR APERTURA CUENTAS FS: " FS-MAESTRO
               MOVE "S" TO WS-SW-ABEND
               PERFORM 9000-I-FINAL
           END-IF

           PERFORM 1110-LEER-MAESTRO
           PERFORM 1115-CARGAR-CUENTA-ITEM UNTIL FS-MAESTRO-FIN
           CLOSE MAESTRO.
       1100-F-CARGAR-CUENTAS.EXIT.
      *----------------------------------------------------------------*
       1110-LEER-MAESTRO.
           READ MAESTRO
           EVALUATE TRUE
               WHEN FS-MAESTRO-OK
                   CONTINUE
               WHEN FS-MAESTRO-FIN
                   CONTINUE
               WHEN OTHER
                   DISPLAY "ERROR LECTURA CUENTAS FS: " FS-MAESTRO
                   MOVE "S" TO WS-SW-ABEND
                   PERFORM 9000-I-FINAL
           END-EVALUATE.
       1110-F-LEER-MAESTRO.EXIT.
      *----------------------------------------------------------------*
       1115-CARGAR-CUENTA-ITEM.
           IF WS-CONT-CUENTAS >= 2000
               DISPLAY "CUENTAS EXCEDE LA TABLA DE PLAZOS FIJOS"
               MOVE "S" TO WS-SW-ABEND
               PERFORM 9000-I-FINAL
           END-IF
           ADD 1 TO WS-CONT-CUENTAS
           MOVE CTA-PAIS TO TABCTA-CLAVE(WS-CONT-CUENTAS)(1:3)
           MOVE CTA-SUCURSAL TO TABCTA-CLAVE(WS-CONT-CUENTAS)(4:2)
           MOVE CTA-TIPO-CTA TO TABCTA-CLAVE(WS-CONT-CUENTAS)(6:2)
           MOVE CTA-CUENTA TO TABCTA-CLAVE(WS-CONT-CUENTAS)(8:3)
           MOVE CTA-MONEDA TO TABCTA-MONEDA(WS-CONT-CUENTAS)
           IF CTA-TITULAR NUMERIC
               MOVE CTA-TITULAR TO TABCTA-TITULAR(WS-CONT-CUENTAS)
           ELSE
               MOVE ZERO TO TABCTA-TITULAR(WS-CONT-CUENTAS)
           END-IF
           PERFORM 1110-LEER-MAESTRO.
       1115-F-CARGAR-CUENTA-ITEM.EXIT.
      *----------------------------------------------------------------*
       1120-CARGAR-TASAS.
      * SIN TABLA DE TASAS NINGUN PLAZO SE PUEDE RENOVAR Y LOS QUE
      * VENCEN SE LIQUIDAN EN LA CUENTA DE LIQUIDACION
           OPEN INPUT TASAS
           EVALUATE TRUE
               WHEN FS-TASAS-OK
                   PERFORM 1121-LEER-TASA
                   PERFORM 1122-CARGAR-TASA-ITEM UNTIL FS-TASAS-FIN
                   CLOSE TASAS
               WHEN FS-TASAS-NOEXISTE
                   CONTINUE
               WHEN OTHER
                   DISPLAY "ERROR APERTURA TASAINTERES FS: " FS-TASAS
                   MOVE "S" TO WS-SW-ABEND
                   PERFORM 9000-I-FINAL
           END-EVALUATE.
       1120-F-CARGAR-TASAS.EXIT.
      *----------------------------------------------------------------*
       1121-LEER-TASA.
           READ TASAS
           EVALUATE TRUE
               WHEN FS-TASAS-OK
                   CONTINUE
               WHEN FS-TASAS-FIN
                   CONTINUE
               WHEN OTHER
                   DISPLAY "ERROR LECTURA TASAINTERES FS: " FS-TASAS
                   MOVE "S" TO WS-SW-ABEND
                   PERFORM 9000-I-FINAL
           END-EVALUATE.
       1121-F-LEER-TASA.EXIT.
      *----------------------------------------------------------------*
       1122-CARGAR-TASA-ITEM.
      * SOLO INTERESAN LAS FILAS ACTIVAS DEL TIPO PLAZO FIJO YA
      * VIGENTES A LA FECHA DE PROCESO
           IF TAS-TIPO-CTA = WS-TIPO-PLAZO-FIJO
           AND TAS-ESTADO NOT = "I"
           AND TAS-FECHA-VIGENCIA NOT > WS-FECHA-PROCESO
               IF WS-CONT-TASAS >= 200
                   DISPLAY "TASAINTERES EXCEDE LA TABLA DE TASAS"
                   MOVE "S" TO WS-SW-ABEND
                   PERFORM 9000-I-FINAL
               END-IF
               ADD 1 TO WS-CONT-TASAS
               MOVE TAS-PAIS TO TABTAS-PAIS(WS-CONT-TASAS)
               MOVE TAS-TASA TO TABTAS-TASA(WS-CONT-TASAS)
               MOVE TAS-FECHA-VIGENCIA
                   TO TABTAS-FECHA-VIGENCIA(WS-CONT-TASAS)
           END-IF
           PERFORM 1121-LEER-TASA.
       1122-F-CARGAR-TASA-ITEM.EXIT.
      *----------------------------------------------------------------*
       1130-CARGAR-RETENCIONES.
      * SIN TABLA DE RETENCION EL INTERES SE PAGA BRUTO, COMO EN EL
      * DEVENGAMIENTO DE LAS CUENTAS A LA VISTA
           OPEN INPUT RETENCIONES
           EVALUATE TRUE
               WHEN FS-RETENCIONES-OK
                   PERFORM 1131-LEER-RETENCION
                   PERFORM 1132-CARGAR-RETENCION-ITEM
                       UNTIL FS-RETENCIONES-FIN
                   CLOSE RETENCIONES
               WHEN FS-RETENCIONES-NOEXISTE
                   CONTINUE
               WHEN OTHER
                   DISPLAY "ERROR APERTURA TASARETENCION FS: "
                       FS-RETENCIONES
                   MOVE "S" TO WS-SW-ABEND
                   PERFORM 9000-I-FINAL
           END-EVALUATE.
       1130-F-CARGAR-RETENCIONES.EXIT.
      *----------------------------------------------------------------*
       1131-LEER-RETENCION.
           READ RETENCIONES
           EVALUATE TRUE
               WHEN FS-RETENCIONES-OK
                   CONTINUE
               WHEN FS-RETENCIONES-FIN
                   CONTINUE
               WHEN OTHER
                   DISPLAY "ERROR LECTURA TASARETENCION FS: "
                       FS-RETENCIONES
                   MOVE "S" TO WS-SW-ABEND
                   PERFORM 9000-I-FINAL
           END-EVALUATE.
       1131-F-LEER-RETENCION.EXIT.
      *----------------------------------------------------------------*
       1132-CARGAR-RETENCION-ITEM.
           IF RET-ESTADO NOT = "I"
               IF WS-CONT-RETPAISES >= 100
                   DISPLAY "TASARETENCION EXCEDE LA TABLA DE PAISES"
                   MOVE "S" TO WS-SW-ABEND
                   PERFORM 9000-I-FINAL
               END-IF
               ADD 1 TO WS-CONT-RETPAISES
               MOVE RET-PAIS TO TABRET-PAIS(WS-CONT-RETPAISES)
               MOVE RET-TASA TO TABRET-TASA(WS-CONT-RETPAISES)
           END-IF
           PERFORM 1131-LEER-RETENCION.
       1132-F-CARGAR-RETENCION-ITEM.EXIT.
      *----------------------------------------------------------------*
       1150-ABRIRPLAZOS.
           OPEN INPUT PLAZOS
           EVALUATE TRUE
               WHEN FS-PLAZOS-OK
                   CONTINUE
               WHEN FS-PLAZOS-NOEXISTE
                   DISPLAY "PLAZOS.dat NO EXISTE - SIN PLAZOS FIJOS "
                       "A PROCESAR"
                   MOVE "10" TO FS-PLAZOS
               WHEN OTHER
                   DISPLAY "ERROR APERTURA PLAZOS FS: " FS-PLAZOS
                   MOVE "S" TO WS-SW-ABEND
                   PERFORM 9000-I-FINAL
           END-EVALUATE.
       1150-F-ABRIRPLAZOS.EXIT.
      *----------------------------------------------------------------*
       1155-ABRIRPLAZOSNUEVO.
           OPEN OUTPUT PLAZOSNUEVO.

           IF NOT FS-PLAZOSNUEVO-OK
               DISPLAY "ERROR APERTURA PLAZOSNEW FS: " FS-PLAZOSNUEVO
               MOVE "S" TO WS-SW-ABEND
               PERFORM 9000-I-FINAL
           END-IF.
       1155-F-ABRIRPLAZOSNUEVO.EXIT.
      *----------------------------------------------------------------*
       1160-ABRIRMOVGENERADOS.
           OPEN OUTPUT MOVGENERADOS.

           IF NOT FS-MOVGENERADOS-OK
               DISPLAY "ERROR APERTURA MOVPLAZOS.tmp FS: "
                   FS-MOVGENERADOS
               MOVE "S" TO WS-SW-ABEND
               PERFORM 9000-I-FINAL
           END-IF.
       1160-F-ABRIRMOVGENERADOS.EXIT.
      *----------------------------------------------------------------*
       1170-ABRIRLISTADO.
           OPEN OUTPUT LISTADO.

           IF NOT FS-LISTADO-OK
               DISPLAY "ERROR APERTURA VENCPLAZOS FS: " FS-LISTADO
               MOVE "S" TO WS-SW-ABEND
               PERFORM 9000-I-FINAL
           END-IF

           PERFORM 6400-CATALOGAR-GENERACION

           MOVE WS-FECHA-PROCESO TO LIS-TITULO-FECHA
           WRITE REG-LISTADO FROM ESTRUCTURA-LISTADO-TITULO
           WRITE REG-LISTADO FROM ESTRUCTURA-LISTADO-ENCABEZADO.
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
      * UN PLAZO RENOVADO QUE VUELVE A QUEDAR VENCIDO (NOCHES SIN
      * CORRER) SE PROCESA DE NUEVO HASTA QUEDAR AL DIA
           MOVE "N" TO WS-SW-FALLIDO
           PERFORM 3000-PROCESAR-VENCIMIENTO
               UNTIL NOT PFJ-VIGENTE
               OR PFJ-FECHA-VENCIMIENTO NOT NUMERIC
               OR PFJ-FECHA-VENCIMIENTO > WS-FECHA-PROCESO
               OR PLAZO-FALLIDO
           PERFORM 4200-GRABAR-PLAZO-NUEVO
           PERFORM 5000-LEERPLAZO.
       2000-F-PROCESO.EXIT.
      *----------------------------------------------------------------*
       3000-PROCESAR-VENCIMIENTO.
           PERFORM 3100-VALIDAR-LIQUIDACION
           IF NOT PLAZO-FALLIDO
               PERFORM 3300-CALCULAR-INTERES
               IF HUBO-DESBORDE
                   MOVE "INTERES SUPERA EL IMPORTE MAXIMO"
                       TO WS-MOTIVO
                   MOVE "S" TO WS-SW-FALLIDO
               END-IF
           END-IF

           IF PLAZO-FALLIDO
               ADD 1 TO WS-CONT-FALLIDOS
               MOVE ZERO TO WS-INTERES WS-RETENCION WS-INTERES-NETO
               MOVE "FALLIDO" TO LIS-ACCION
               MOVE WS-MOTIVO TO LIS-OBSERVACION
               PERFORM 6000-ESCRIBIR-LISTADO-DET
           ELSE
               EVALUATE TRUE
                   WHEN PFJ-LIQUIDAR
                       PERFORM 3500-LIQUIDAR-PLAZO
                   WHEN PFJ-RENOVACIONES >= 999
                       MOVE "RENOVACIONES AGOTADAS - SE LIQUIDA"
                           TO WS-MOTIVO
                       PERFORM 3500-LIQUIDAR-PLAZO
                   WHEN OTHER
                       PERFORM 3400-ELEGIR-TASA-RENOVACION
                       IF TASA-ELEGIDA
                           PERFORM 3600-RENOVAR-PLAZO
                       ELSE
                           MOVE "SIN TASA VIGENTE PF - SE LIQUIDA"
                               TO WS-MOTIVO
                           PERFORM 3500-LIQUIDAR-PLAZO
                       END-IF
               END-EVALUATE
           END-IF.
       3000-F-PROCESAR-VENCIMIENTO.EXIT.
      *----------------------------------------------------------------*
       3100-VALIDAR-LIQUIDACION.
      * UNA CUENTA AUSENTE DEL MAESTRO ESTA CERRADA; LA CUENTA DE
      * LIQUIDACION DEBE SER DE LA MONEDA DEL PLAZO Y, SI TIENE
      * TITULAR CARGADO, DEL MISMO TITULAR QUE EL PLAZO
           MOVE "N" TO WS-SW-FALLIDO
           MOVE SPACES TO WS-MOTIVO
           PERFORM 3200-BUSCAR-CUENTA

           IF NOT CUENTA-ENCONTRADA
               MOVE "CUENTA LIQUIDACION INEXISTENTE" TO WS-MOTIVO
               MOVE "S" TO WS-SW-FALLIDO
           ELSE IF TABCTA-MONEDA(WS-IDX-CUENTA) NOT = PFJ-MONEDA
               MOVE "CUENTA LIQUIDACION DE OTRA MONEDA" TO WS-MOTIVO
               MOVE "S" TO WS-SW-FALLIDO
           ELSE IF TABCTA-TITULAR(WS-IDX-CUENTA) NOT = ZERO
           AND TABCTA-TITULAR(WS-IDX-CUENTA) NOT = PFJ-TITULAR
               MOVE "CUENTA LIQUIDACION DE OTRO TITULAR" TO WS-MOTIVO
               MOVE "S" TO WS-SW-FALLIDO
           ELSE IF PFJ-CAPITAL NOT NUMERIC
           OR PFJ-TASA NOT NUMERIC
           OR PFJ-PLAZO-DIAS NOT NUMERIC
               MOVE "DATOS DEL PLAZO NO NUMERICOS" TO WS-MOTIVO
               MOVE "S" TO WS-SW-FALLIDO
           END-IF.
       3100-F-VALIDAR-LIQUIDACION.EXIT.
      *----------------------------------------------------------------*
       3200-BUSCAR-CUENTA.
           MOVE "N" TO WS-SW-CUENTA-ENCONTRADA
           MOVE 1 TO WS-IDX-CUENTA

           PERFORM 3210-BUSCAR-CUENTA-ITEM
           UNTIL WS-IDX-CUENTA > WS-CONT-CUENTAS
           OR CUENTA-ENCONTRADA.
       3200-F-BUSCAR-CUENTA.EXIT.
      *----------------------------------------------------------------*
       3210-BUSCAR-CUENTA-ITEM.
           IF TABCTA-CLAVE(WS-IDX-CUENTA) = PFJ-CUENTA-LIQ
               MOVE "S" TO WS-SW-CUENTA-ENCONTRADA
           ELSE
               ADD 1 TO WS-IDX-CUENTA
           END-IF.
       3210-F-BUSCAR-CUENTA-ITEM.EXIT.
      *----------------------------------------------------------------*
       3300-CALCULAR-INTERES.
      * INTERES SIMPLE DEL PLAZO SOBRE ANIO COMERCIAL DE 360 DIAS,
      * REDONDEADO A UNIDADES COMO LOS SALDOS; LA RETENCION ES LA DEL
      * PAIS DE LA CUENTA DE LIQUIDACION
           MOVE "N" TO WS-SW-DESBORDE
           COMPUTE WS-INTERES ROUNDED =
               PFJ-CAPITAL * PFJ-TASA * PFJ-PLAZO-DIAS / 36000
               ON SIZE ERROR
                   MOVE "S" TO WS-SW-DESBORDE
                   MOVE ZERO TO WS-INTERES
           END-COMPUTE

           PERFORM 3310-BUSCAR-RETPAIS
           IF RETPAIS-ENCONTRADO
           AND WS-INTERES > ZERO
               MOVE TABRET-TASA(WS-IDX-RETPAIS) TO WS-TASA-RETENCION
               COMPUTE WS-RETENCION ROUNDED =
                   WS-INTERES * WS-TASA-RETENCION / 100
           ELSE
               MOVE ZERO TO WS-RETENCION
           END-IF
           COMPUTE WS-INTERES-NETO = WS-INTERES - WS-RETENCION.
       3300-F-CALCULAR-INTERES.EXIT.
      *----------------------------------------------------------------*
       3310-BUSCAR-RETPAIS.
           MOVE "N" TO WS-RETPAIS-ENCONTRADO
           MOVE 1 TO WS-IDX-RETPAIS

           PERFORM 3320-BUSCAR-RETPAIS-ITEM
           UNTIL WS-IDX-RETPAIS > WS-CONT-RETPAISES
           OR RETPAIS-ENCONTRADO.
       3310-F-BUSCAR-RETPAIS.EXIT.
      *----------------------------------------------------------------*
       3320-BUSCAR-RETPAIS-ITEM.
           IF TABRET-PAIS(WS-IDX-RETPAIS) = PFJ-LIQ-PAIS
               MOVE "S" TO WS-RETPAIS-ENCONTRADO
           ELSE
               ADD 1 TO WS-IDX-RETPAIS
           END-IF.
       3320-F-BUSCAR-RETPAIS-ITEM.EXIT.
      *----------------------------------------------------------------*
       3400-ELEGIR-TASA-RENOVACION.
      * MISMA REGLA QUE EL REPRECIO: GANA LA FILA DEL PAIS CON MAYOR
      * VIGENCIA; SIN FILA PROPIA SE TOMA LA GENERICA (PAIS EN BLANCO)
           MOVE "N" TO WS-SW-TASA-ELEGIDA
           MOVE "N" TO WS-SW-ELEGIDA-GENERICA
           MOVE SPACES TO WS-FECHA-ELEGIDA
           MOVE ZERO TO WS-IDX-ELEGIDA
           MOVE 1 TO WS-IDX-TASA

           PERFORM 3410-EVALUAR-TASA-ITEM
           UNTIL WS-IDX-TASA > WS-CONT-TASAS.
       3400-F-ELEGIR-TASA-RENOVACION.EXIT.
      *----------------------------------------------------------------*
       3410-EVALUAR-TASA-ITEM.
           EVALUATE TRUE
               WHEN TABTAS-PAIS(WS-IDX-TASA) = PFJ-LIQ-PAIS
                   IF NOT TASA-ELEGIDA
                   OR ELEGIDA-GENERICA
                   OR TABTAS-FECHA-VIGENCIA(WS-IDX-TASA)
                       > WS-FECHA-ELEGIDA
                       MOVE "S" TO WS-SW-TASA-ELEGIDA
                       MOVE "N" TO WS-SW-ELEGIDA-GENERICA
                       MOVE WS-IDX-TASA TO WS-IDX-ELEGIDA
                       MOVE TABTAS-FECHA-VIGENCIA(WS-IDX-TASA)
                           TO WS-FECHA-ELEGIDA
                   END-IF
               WHEN TABTAS-PAIS(WS-IDX-TASA) = SPACES
                   IF NOT TASA-ELEGIDA
                   OR (ELEGIDA-GENERICA
                       AND TABTAS-FECHA-VIGENCIA(WS-IDX-TASA)
                           > WS-FECHA-ELEGIDA)
                       MOVE "S" TO WS-SW-TASA-ELEGIDA
                       MOVE "S" TO WS-SW-ELEGIDA-GENERICA
                       MOVE WS-IDX-TASA TO WS-IDX-ELEGIDA
                       MOVE TABTAS-FECHA-VIGENCIA(WS-IDX-TASA)
                           TO WS-FECHA-ELEGIDA
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           ADD 1 TO WS-IDX-TASA.
       3410-F-EVALUAR-TASA-ITEM.EXIT.
      *----------------------------------------------------------------*
       3500-LIQUIDAR-PLAZO.
      * CAPITAL E INTERES NETO VAN COMO DOS DEPOSITOS SEPARADOS PARA
      * QUE EL RESUMEN DE LA CUENTA MUESTRE CADA CONCEPTO
           MOVE PFJ-CAPITAL TO WS-IMPORTE-MOV
           MOVE 5 TO WS-PATA
           PERFORM 4000-GENERAR-MOVIMIENTO

           IF WS-INTERES-NETO > ZERO
               MOVE WS-INTERES-NETO TO WS-IMPORTE-MOV
               MOVE 6 TO WS-PATA
               PERFORM 4000-GENERAR-MOVIMIENTO
               ADD 1 TO WS-CONT-INTERESES
           END-IF
           IF WS-RETENCION > ZERO
               ADD 1 TO WS-CONT-RETENCIONES
           END-IF

           ADD PFJ-CAPITAL TO WS-TOTAL-CAPITAL-PAGADO
           ADD WS-INTERES-NETO TO WS-TOTAL-INTERES-PAGADO
           ADD WS-RETENCION TO WS-TOTAL-RETENCION
           ADD 1 TO WS-CONT-LIQUIDADOS

           MOVE "LIQUIDADO" TO LIS-ACCION
           MOVE WS-MOTIVO TO LIS-OBSERVACION
           PERFORM 6000-ESCRIBIR-LISTADO-DET
           MOVE "L" TO PFJ-ESTADO.
       3500-F-LIQUIDAR-PLAZO.EXIT.
      *----------------------------------------------------------------*
       3600-RENOVAR-PLAZO.
      * CON INSTRUCCION C SE ACREDITA EL INTERES NETO Y SE RENUEVA EL
      * CAPITAL; CON R EL INTERES NETO SE SUMA AL CAPITAL RENOVADO
      * (SI EL CAPITAL DESBORDA SE ACREDITA EL INTERES COMO EN C)
           MOVE "N" TO WS-SW-DESBORDE
           MOVE PFJ-CAPITAL TO WS-CAPITAL-RENOVADO
           IF PFJ-RENOVAR-TOTAL
               ADD WS-INTERES-NETO TO WS-CAPITAL-RENOVADO
                   ON SIZE ERROR
                       MOVE "S" TO WS-SW-DESBORDE
               END-ADD
           END-IF

           IF PFJ-RENOVAR-TOTAL AND NOT HUBO-DESBORDE
               MOVE "RENOV.TOTAL" TO LIS-ACCION
           ELSE
               MOVE PFJ-CAPITAL TO WS-CAPITAL-RENOVADO
               IF WS-INTERES-NETO > ZERO
                   MOVE WS-INTERES-NETO TO WS-IMPORTE-MOV
                   MOVE 6 TO WS-PATA
                   PERFORM 4000-GENERAR-MOVIMIENTO
                   ADD 1 TO WS-CONT-INTERESES
               END-IF
               ADD WS-INTERES-NETO TO WS-TOTAL-INTERES-PAGADO
               MOVE "RENOV.CAPIT" TO LIS-ACCION
           END-IF

           IF WS-RETENCION > ZERO
               ADD 1 TO WS-CONT-RETENCIONES
           END-IF
           ADD WS-RETENCION TO WS-TOTAL-RETENCION
           ADD WS-CAPITAL-RENOVADO TO WS-TOTAL-CAPITAL-RENOVADO
           ADD 1 TO WS-CONT-RENOVADOS

           MOVE PFJ-FECHA-VENCIMIENTO TO PFJ-FECHA-CONSTITUCION
           MOVE PFJ-FECHA-VENCIMIENTO TO WS-FECHA-CALCULO-DET
           MOVE PFJ-PLAZO-DIAS TO WS-DIAS-COMERCIALES
           PERFORM 3700-CALCULAR-VENCIMIENTO

           MOVE TABTAS-TASA(WS-IDX-ELEGIDA) TO OBS-TASA
           MOVE WS-FECHA-CALCULO-DET TO OBS-VENCIMIENTO
           MOVE ESTRUCTURA-OBS-RENOVACION TO LIS-OBSERVACION
           PERFORM 6000-ESCRIBIR-LISTADO-DET

           MOVE WS-CAPITAL-RENOVADO TO PFJ-CAPITAL
           MOVE TABTAS-TASA(WS-IDX-ELEGIDA) TO PFJ-TASA
           MOVE WS-FECHA-CALCULO-DET TO PFJ-FECHA-VENCIMIENTO
           ADD 1 TO PFJ-RENOVACIONES.
       3600-F-RENOVAR-PLAZO.EXIT.
      *----------------------------------------------------------------*
       3700-CALCULAR-VENCIMIENTO.
      * SUMA EL PLAZO EN BASE 30/360 IGUAL QUE EL ALTA DE MNTPLAZOS;
      * SI EL DIA NO EXISTE EN EL MES VENCE EL ULTIMO DIA DEL MES
           IF WS-FC-DIA > 30
               MOVE 30 TO WS-FC-DIA
           END-IF
           COMPUTE WS-DIAS-COMERCIALES = WS-DIAS-COMERCIALES
               + WS-FC-ANIO * 360 + (WS-FC-MES - 1) * 30
               + WS-FC-DIA - 1
           DIVIDE WS-DIAS-COMERCIALES BY 360
               GIVING WS-FC-ANIO REMAINDER WS-RESTO-ANIO
           DIVIDE WS-RESTO-ANIO BY 30
               GIVING WS-FC-MES REMAINDER WS-FC-DIA
           ADD 1 TO WS-FC-MES
           ADD 1 TO WS-FC-DIA

           MOVE WS-DIAS-MES-ITEM(WS-FC-MES) TO WS-DIAS-MES
           IF WS-FC-MES = 2
               DIVIDE WS-FC-ANIO BY 4
                   GIVING WS-COCIENTE REMAINDER WS-RESTO
               IF WS-RESTO = ZERO
                   MOVE 29 TO WS-DIAS-MES
                   DIVIDE WS-FC-ANIO BY 100
                       GIVING WS-COCIENTE REMAINDER WS-RESTO
                   IF WS-RESTO = ZERO
                       DIVIDE WS-FC-ANIO BY 400
                           GIVING WS-COCIENTE REMAINDER WS-RESTO
                       IF WS-RESTO NOT = ZERO
                           MOVE 28 TO WS-DIAS-MES
                       END-IF
                   END-IF
               END-IF
           END-IF
           IF WS-FC-DIA > WS-DIAS-MES
               MOVE WS-DIAS-MES TO WS-FC-DIA
           END-IF.
       3700-F-CALCULAR-VENCIMIENTO.EXIT.
      *----------------------------------------------------------------*
       4000-GENERAR-MOVIMIENTO.
      * MOV-ID = PLAZO (5) + RENOVACION (3) + PATA (1); LAS PATAS 5
      * (CAPITAL) Y 6 (INTERES) NO SE CRUZAN CON LAS 1 Y 2 DE LAS
      * ORDENES PERMANENTES, Y LA RENOVACION HACE UNICO CADA VENCIMIENTO
           INITIALIZE REG-MOVCUENTA
           MOVE "D" TO MOV-TIPO
           MOVE PFJ-LIQ-PAIS TO MOV-PAIS
           MOVE PFJ-LIQ-SUCURSAL TO MOV-SUCURSAL
           MOVE PFJ-LIQ-TIPO-CTA TO MOV-TIPO-CTA
           MOVE PFJ-LIQ-CUENTA TO MOV-CUENTA
           MOVE WS-IMPORTE-MOV TO MOV-IMPORTE
           MOVE PFJ-MONEDA TO MOV-MONEDA
           MOVE PFJ-TITULAR TO MOV-TITULAR
           COMPUTE MOV-ID = PFJ-ID * 10000
               + PFJ-RENOVACIONES * 10 + WS-PATA
           PERFORM 4100-GRABAR-MOVIMIENTO.
       4000-F-GENERAR-MOVIMIENTO.EXIT.
      *----------------------------------------------------------------*
       4100-GRABAR-MOVIMIENTO.
           IF NOT FS-MOVGENERADOS-OK
               DISPLAY "ERROR ESCRITURA MOVPLAZOS.tmp FS: "
                   FS-MOVGENERADOS
               MOVE "S" TO WS-SW-ABEND
               PERFORM 9000-I-FINAL
           ELSE
               WRITE REG-MOVCUENTA
               ADD 1 TO WS-CONT-GENERADOS
           END-IF.
       4100-F-GRABAR-MOVIMIENTO.EXIT.
      *----------------------------------------------------------------*
       4200-GRABAR-PLAZO-NUEVO.
           IF NOT FS-PLAZOSNUEVO-OK
               DISPLAY "ERROR ESCRITURA PLAZOSNEW FS: " FS-PLAZOSNUEVO
               MOVE "S" TO WS-SW-ABEND
               PERFORM 9000-I-FINAL
           ELSE
               WRITE REG-PLAZO-NUEVO FROM REG-PLAZO
               ADD 1 TO WS-CONT-ESCRITURA
           END-IF.
       4200-F-GRABAR-PLAZO-NUEVO.EXIT.
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
       6000-ESCRIBIR-LISTADO-DET.
           MOVE PFJ-ID TO LIS-ID
           MOVE PFJ-TITULAR TO LIS-TITULAR
           MOVE PFJ-CUENTA-LIQ TO LIS-CUENTA-LIQ
           MOVE PFJ-MONEDA TO LIS-MONEDA
           IF PFJ-CAPITAL NUMERIC
               MOVE PFJ-CAPITAL TO LIS-CAPITAL
           ELSE
               MOVE ZERO TO LIS-CAPITAL
           END-IF
           MOVE WS-INTERES TO LIS-INTERES
           MOVE WS-RETENCION TO LIS-RETENCION
           MOVE WS-INTERES-NETO TO LIS-NETO

           IF NOT FS-LISTADO-OK
               DISPLAY "ERROR ESCRITURA VENCPLAZOS FS: " FS-LISTADO
           ELSE
               WRITE REG-LISTADO FROM ESTRUCTURA-LISTADO-DET
           END-IF.
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
       7000-ESCRIBIR-TOTALES.
           IF FS-LISTADO-OK
               MOVE "PLAZOS LIQUIDADOS:" TO LIS-TOT-TEXTO
               MOVE WS-CONT-LIQUIDADOS TO LIS-TOT-CANTIDAD
               MOVE WS-TOTAL-CAPITAL-PAGADO TO LIS-TOT-IMPORTE
               WRITE REG-LISTADO FROM ESTRUCTURA-LISTADO-TOTAL
               MOVE "PLAZOS RENOVADOS:" TO LIS-TOT-TEXTO
               MOVE WS-CONT-RENOVADOS TO LIS-TOT-CANTIDAD
               MOVE WS-TOTAL-CAPITAL-RENOVADO TO LIS-TOT-IMPORTE
               WRITE REG-LISTADO FROM ESTRUCTURA-LISTADO-TOTAL
               MOVE "INTERES NETO ACREDITADO:" TO LIS-TOT-TEXTO
               MOVE WS-CONT-INTERESES TO LIS-TOT-CANTIDAD
               MOVE WS-TOTAL-INTERES-PAGADO TO LIS-TOT-IMPORTE
               WRITE REG-LISTADO FROM ESTRUCTURA-LISTADO-TOTAL
               MOVE "RETENCION PRACTICADA:" TO LIS-TOT-TEXTO
               MOVE WS-CONT-RETENCIONES TO LIS-TOT-CANTIDAD
               MOVE WS-TOTAL-RETENCION TO LIS-TOT-IMPORTE
               WRITE REG-LISTADO FROM ESTRUCTURA-LISTADO-TOTAL
               MOVE "PLAZOS FALLIDOS:" TO LIS-TOT-TEXTO
               MOVE WS-CONT-FALLIDOS TO LIS-TOT-CANTIDAD
               MOVE ZERO TO LIS-TOT-IMPORTE
               WRITE REG-LISTADO FROM ESTRUCTURA-LISTADO-TOTAL
           END-IF.
       7000-F-ESCRIBIR-TOTALES.EXIT.
      *----------------------------------------------------------------*
       8000-ESCRIBIR-AUDITORIA.
           MOVE "VENCPLAZOS"          TO AUD-PROGRAMA
           MOVE WS-FECHA-PROCESO      TO AUD-FECHA
           ACCEPT AUD-HORA FROM TIME
           MOVE WS-CONT-LECTURA       TO AUD-LEIDOS
           MOVE WS-CONT-GENERADOS     TO AUD-ESCRITOS
           MOVE WS-CONT-FALLIDOS      TO AUD-RECHAZADOS

           IF FS-AUDITORIA-OK OR FS-AUDITORIA-CREADO
               WRITE REG-AUDITORIA
           END-IF.
       8000-F-ESCRIBIR-AUDITORIA.EXIT.
      *----------------------------------------------------------------*
       8500-INTERCALAR-MOVIMIENTOS.
      * IGUAL QUE LAS ORDENES PERMANENTES: LOS DEPOSITOS GENERADOS SE
      * INTERCALAN REORDENANDO MOVCUENTAS.dat POR CLAVE, CONSERVANDO
      * EL ORDEN DE LLEGADA A IGUAL CLAVE
           OPEN EXTEND MOVIMIENTOS
           IF NOT FS-MOVIMIENTOS-OK AND NOT FS-MOVIMIENTOS-CREADO
               DISPLAY "ERROR APERTURA MOVCUENTAS FS: " FS-MOVIMIENTOS
               MOVE "S" TO WS-SW-ABEND
               MOVE 16 TO RETURN-CODE
           ELSE
               CLOSE MOVIMIENTOS
               SORT ORDENAMIENTO
                   ON ASCENDING KEY SRT-CLAVE
                   WITH DUPLICATES IN ORDER
                   USING MOVIMIENTOS MOVGENERADOS
                   GIVING MOVIMIENTOSORD
               CALL "SYSTEM" USING WS-CMD-REEMPLAZO
           END-IF.
       8500-F-INTERCALAR-MOVIMIENTOS.EXIT.
      *----------------------------------------------------------------*
       9000-I-FINAL.
           IF HUBO-ABEND
               MOVE 16 TO RETURN-CODE
           END-IF.
           PERFORM 8000-ESCRIBIR-AUDITORIA.
           CLOSE PLAZOS.
           CLOSE PLAZOSNUEVO.
           CLOSE MOVGENERADOS.
           CLOSE LISTADO.
           CLOSE AUDITORIA.

      * UNA CORRIDA CAIDA NO TOCA MOVCUENTAS.dat NI EL MAESTRO DE
      * PLAZOS: EL MAESTRO SOLO SE REEMPLAZA DESPUES DE INTERCALAR
      * LOS DEPOSITOS, PARA QUE UN VENCIMIENTO NO QUEDE PROCESADO SIN
      * SUS MOVIMIENTOS
           IF NOT HUBO-ABEND AND WS-CONT-GENERADOS > ZERO
               PERFORM 8500-INTERCALAR-MOVIMIENTOS
           END-IF.
           IF NOT HUBO-ABEND AND WS-CONT-ESCRITURA > ZERO
               CALL "SYSTEM" USING "mv PLAZOSNEW.dat PLAZOS.dat"
           END-IF.
           CALL "SYSTEM" USING "rm -f MOVPLAZOS.tmp".

           DISPLAY "PLAZOS LIQUIDADOS: " WS-CONT-LIQUIDADOS
               " RENOVADOS: " WS-CONT-RENOVADOS
               " FALLIDOS: " WS-CONT-FALLIDOS
           DISPLAY "MOVIMIENTOS GENERADOS: " WS-CONT-GENERADOS

      * EL RC SE FIJA AL FINAL PORQUE LOS CALL "SYSTEM" LO PISAN
           IF HUBO-ABEND
               MOVE 16 TO RETURN-CODE
           END-IF
           PERFORM 6410-GRABAR-CATALOGO
           STOP RUN.
       9000-F-FINAL.
           EXIT.
      *----------------------------------------------------------------*
