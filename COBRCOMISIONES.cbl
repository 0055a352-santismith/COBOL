      ******************************************************************
      * COBRO DE COMISIONES DE FIN DE MES SOBRE EL MAESTRO DE CUENTAS
      * APLICA LA TARIFA VIGENTE DE COMISIONES.dat (MANTENIMIENTO
      * MENSUAL Y SALDO BAJO POR TIPO DE CUENTA Y PAIS) A CADA CUENTA
      * ACTIVA; LAS CUENTAS INACTIVAS NO SE COBRAN Y LA COMISION SE
      * EXIME CUANDO EL SALDO DE FIN DE MES NO ES INFERIOR AL SALDO
      * MINIMO DE LA TARIFA. GENERA EL MAESTRO ACTUALIZADO, EL JOURNAL
      * DE COMISIONES QUE CONSUME GLASIENTOS Y UN REPORTE DE COBRADAS
      * Y EXIMIDAS POR SUCURSAL. FUERA DEL ULTIMO DIA HABIL DEL MES,
      * O CON EL PERIODO YA COBRADO, SOLO DEJA EL JOURNAL VACIO Y
      * TERMINA CON RC 4 SIN MAESTRO NUEVO
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBRCOMISIONES.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ENTRADA ASSIGN TO "CUENTAS.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-ENTRADA.

           SELECT MAESTRONUEVO ASSIGN TO "CUENTASNEW.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-MAESTRONUEVO.

           SELECT TARIFAS ASSIGN TO "COMISIONES.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-TARIFAS.

           SELECT JOURNAL ASSIGN TO "JOURNALCOMISIONES.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-JOURNAL.

           SELECT REPORTE ASSIGN USING WS-ARCH-REPORTE
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-REPORTE.

           SELECT CONTROL-COBRO ASSIGN TO "COMISIONESCTL.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-CONTROL.

           SELECT OPTIONAL AUDITORIA ASSIGN TO "AUDIT.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-AUDITORIA.

           SELECT PARAMETROS ASSIGN TO "PARAMETROS.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-PARAMETROS.

           SELECT OPTIONAL FERIADOS ASSIGN TO "FERIADOS.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-FERIADOS.

           SELECT OPTIONAL CATALOGO ASSIGN TO "CATGENERACIONES.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-CATALOGO.

           SELECT GENCONTROL ASSIGN USING WS-ARCH-CONTROL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-GENCONTROL.
       DATA DIVISION.
       FILE SECTION.
       FD  ENTRADA.
           COPY CPY001.

       FD  MAESTRONUEVO.
           01 REG-CUENTA-NUEVA.
               05 CTAN-PAIS                PIC X(03).
               05 CTAN-SUCURSAL            PIC 9(02).
               05 CTAN-TIPO-CTA            PIC X(02).
               05 CTAN-CUENTA              PIC 9(03).
               05 CTAN-SALDO               PIC S9(07).
               05 CTAN-MONEDA              PIC X(03).
               05 CTAN-TASA-INTERES        PIC 9(02)V9(03).
               05 CTAN-TITULAR             PIC 9(05).
               05 CTAN-FECHA-ULT-MOV       PIC X(08).
               05 CTAN-ESTADO              PIC X(01).
               05 CTAN-LIMITE-SOBREGIRO    PIC 9(07).
               05 CTAN-FECHA-SOBREGIRO     PIC X(08).

       FD  TARIFAS.
           01 REG-TARIFA.
               05 TAR-TIPO-COMISION        PIC X(01).
               05 TAR-TIPO-CTA             PIC X(02).
               05 TAR-PAIS                 PIC X(03).
               05 TAR-IMPORTE              PIC 9(07).
               05 TAR-SALDO-MINIMO         PIC 9(07).
               05 TAR-MONEDA               PIC X(03).
               05 TAR-FECHA-VIGENCIA       PIC X(08).
               05 TAR-ESTADO               PIC X(01).

       FD  JOURNAL.
           01 REG-JOURNAL PIC X(90).

       FD  REPORTE.
           01 REG-REPORTE PIC X(110).

       FD  CONTROL-COBRO.
           01 REG-CONTROL.
               05 CTL-PERIODO              PIC X(06).
               05 CTL-FECHA                PIC X(08).

       FD  AUDITORIA.
           COPY AUDITREG.

       FD  PARAMETROS.
           COPY PARMREG.

       FD  FERIADOS.
           COPY FERIADOREG.

       FD  CATALOGO.
           COPY CATREG.

       FD  GENCONTROL.
           01 REG-GENCONTROL PIC X(300).

       WORKING-STORAGE SECTION.

       01  ESTRUCTURA-JOURNAL-TITULO.
           05 JRN-TITULO-TEXTO             PIC X(32)
              VALUE "JOURNAL DE COMISIONES COBRADAS".
           05 FILLER                       PIC X(8) VALUE " FECHA: ".
           05 JRN-TITULO-FECHA             PIC X(8).

      * EL DETALLE RESPETA LAS POSICIONES DEL JOURNAL DE POSTEO
      * (CLAVE, TIPO, IMPORTE, SALDO ANTERIOR Y NUEVO)
       01  ESTRUCTURA-JOURNAL-DET.
           05 JRN-PAIS                     PIC X(03).
           05 FILLER                       PIC X(1) VALUE "|".
           05 JRN-SUCURSAL                 PIC 9(02).
           05 FILLER                       PIC X(1) VALUE "|".
           05 JRN-TIPO-CTA                 PIC X(02).
           05 FILLER                       PIC X(1) VALUE "|".
           05 JRN-CUENTA                   PIC 9(03).
           05 FILLER                       PIC X(1) VALUE "|".
           05 JRN-TIPO-COMISION            PIC X(01).
           05 FILLER                       PIC X(1) VALUE "|".
           05 JRN-IMPORTE                  PIC 9(07).
           05 FILLER                       PIC X(1) VALUE "|".
           05 JRN-SALDO-ANTERIOR           PIC +9(07).
           05 FILLER                       PIC X(1) VALUE "|".
           05 JRN-SALDO-NUEVO              PIC +9(07).
           05 FILLER                       PIC X(1) VALUE "|".
           05 JRN-MONEDA                   PIC X(03).

       01  ESTRUCTURA-JOURNAL-TOTAL.
           05 JRN-TOT-TEXTO                PIC X(35).
           05 JRN-TOT-IMPORTE              PIC +9(09).

       01  ESTRUCTURA-REPORTE-TITULO.
           05 FILLER                       PIC X(33)
              VALUE "COMISIONES COBRADAS POR SUCURSAL".
           05 FILLER                       PIC X(8) VALUE " FECHA: ".
           05 REP-TITULO-FECHA             PIC X(8).

       01  ESTRUCTURA-REPORTE-DET.
           05 REP-ENCABEZADO.
               10 FILLER                   PIC X(06) VALUE "PAIS: ".
               10 REP-PAIS                 PIC X(03).
               10 FILLER                   PIC X(07) VALUE "  SUC: ".
               10 REP-SUCURSAL             PIC X(02).
           05 FILLER                       PIC X(12)
              VALUE "  COMISION: ".
           05 REP-COMISION                 PIC X(13).
           05 FILLER                       PIC X(12)
              VALUE "  COBRADAS: ".
           05 REP-COBRADAS                 PIC ZZZZZZ9.
           05 FILLER                       PIC X(11)
              VALUE "  IMPORTE: ".
           05 REP-IMPORTE                  PIC ZZZZZZZZ9.
           05 FILLER                       PIC X(12)
              VALUE "  EXIMIDAS: ".
           05 REP-EXIMIDAS                 PIC ZZZZZZ9.

       01  ESTRUCTURA-REPORTE-SINCOBRO.
           05 REP-SC-ENCABEZADO            PIC X(18).
           05 FILLER                       PIC X(27)
              VALUE "  SIN COBRO - INACTIVAS:   ".
           05 REP-SC-INACTIVAS             PIC ZZZZZZ9.
           05 FILLER                       PIC X(15)
              VALUE "  OTRA MONEDA: ".
           05 REP-SC-OTRA-MONEDA           PIC ZZZZZZ9.
           05 FILLER                       PIC X(14)
              VALUE "  RECHAZADAS: ".
           05 REP-SC-RECHAZADAS            PIC ZZZZZZ9.

       01  WS-TIPOS-COMISION-VALORES.
           05 FILLER                       PIC X(14)
              VALUE "MMANTENIMIENTO".
           05 FILLER                       PIC X(14)
              VALUE "BSALDO BAJO   ".
       01  WS-TIPOS-COMISION REDEFINES WS-TIPOS-COMISION-VALORES.
           05 WS-TIPO-COMISION-ITEM OCCURS 2 TIMES.
               10 WS-TIPCOM-CODIGO         PIC X(01).
               10 WS-TIPCOM-DESCRIPCION    PIC X(13).

       01  TABLA-ACUMULADORES.
           05 ACUM-SUC-ITEM OCCURS 2 TIMES.
               10 ACUSUC-COBRADAS          PIC 9(07).
               10 ACUSUC-IMPORTE           PIC 9(09).
               10 ACUSUC-EXIMIDAS          PIC 9(07).
           05 ACUM-GRAL-ITEM OCCURS 2 TIMES.
               10 ACUGRL-COBRADAS          PIC 9(07).
               10 ACUGRL-IMPORTE           PIC 9(09).
               10 ACUGRL-EXIMIDAS          PIC 9(07).

       01  TABLA-TARIFAS.
           05 TARIFA-ITEM OCCURS 200 TIMES.
               10 TABTAR-TIPO-COMISION     PIC X(01).
               10 TABTAR-TIPO-CTA          PIC X(02).
               10 TABTAR-PAIS              PIC X(03).
               10 TABTAR-IMPORTE           PIC 9(07).
               10 TABTAR-SALDO-MINIMO      PIC 9(07).
               10 TABTAR-MONEDA            PIC X(03).
               10 TABTAR-FECHA-VIGENCIA    PIC X(08).

       01  WS-FECHA-PROCESO-DET.
           05 WS-FP-ANIO                   PIC 9(4).
           05 WS-FP-MES                    PIC 9(2).
           05 WS-FP-DIA                    PIC 9(2).

       01  WS-DIAS-POR-MES-VALORES         PIC X(24)
           VALUE "312831303130313130313031".
       01  WS-DIAS-POR-MES REDEFINES WS-DIAS-POR-MES-VALORES.
           05 WS-DIAS-MES-ITEM             PIC 9(2) OCCURS 12 TIMES.

       01  WS-FECHA-CALENDARIO.
           05 WS-CAL-ANIO                  PIC 9(4).
           05 WS-CAL-MES                   PIC 9(2).
           05 WS-CAL-DIA                   PIC 9(2).

       01  TABLA-FERIADOS.
           05 FERIADO-ITEM OCCURS 1000 TIMES.
               10 TABFER-PAIS              PIC X(03).
               10 TABFER-FECHA             PIC X(08).

       01  VARIABLES.
           05 FS-ENTRADA               PIC XX.
               88 FS-ENTRADA-OK        VALUE "00".
               88 FS-ENTRADA-FIN       VALUE "10".

           05 FS-MAESTRONUEVO          PIC XX.
               88 FS-MAESTRONUEVO-OK   VALUE "00".

           05 FS-TARIFAS               PIC XX.
               88 FS-TARIFAS-OK        VALUE "00".
               88 FS-TARIFAS-FIN       VALUE "10".
               88 FS-TARIFAS-NOEXISTE  VALUE "35".

           05 FS-JOURNAL               PIC XX.
               88 FS-JOURNAL-OK        VALUE "00".

           05 FS-REPORTE               PIC XX.
               88 FS-REPORTE-OK        VALUE "00".

           05 FS-CONTROL               PIC XX.
               88 FS-CONTROL-OK        VALUE "00".
               88 FS-CONTROL-NOEXISTE  VALUE "35".

           05 FS-AUDITORIA             PIC XX.
               88 FS-AUDITORIA-OK      VALUE "00".
               88 FS-AUDITORIA-CREADO  VALUE "05".

           05 FS-PARAMETROS            PIC XX.
               88 FS-PARAMETROS-OK       VALUE "00".
               88 FS-PARAMETROS-NOEXISTE VALUE "35".

           05 FS-FERIADOS              PIC XX.
               88 FS-FERIADOS-OK         VALUE "00".
               88 FS-FERIADOS-FIN        VALUE "10".
               88 FS-FERIADOS-CREADO     VALUE "05".

           05 FS-CATALOGO              PIC XX.
               88 FS-CATALOGO-OK       VALUE "00".
               88 FS-CATALOGO-CREADO   VALUE "05".

           05 FS-GENCONTROL            PIC XX.
               88 FS-GENCONTROL-OK     VALUE "00".
               88 FS-GENCONTROL-FIN    VALUE "10".

           05 WS-PAIS-ANT                  PIC X(03).
           05 WS-SUC-ANT                   PIC 9(02).
           05 WS-SALDO-ACTUAL              PIC S9(07).
           05 WS-SALDO-NUEVO               PIC S9(07).
           05 WS-TOTAL-COMISIONXSUC        PIC S9(09).
           05 WS-TOTAL-COMISIONXPAIS       PIC S9(09).
           05 WS-TOTAL-COMISION-GRAL       PIC S9(09).
           05 WS-SUC-INACTIVAS             PIC 9(07).
           05 WS-SUC-OTRA-MONEDA           PIC 9(07).
           05 WS-SUC-RECHAZADAS            PIC 9(07).
           05 WS-GRAL-INACTIVAS            PIC 9(07).
           05 WS-GRAL-OTRA-MONEDA          PIC 9(07).
           05 WS-GRAL-RECHAZADAS           PIC 9(07).

       77  WS-CONT-LECTURA                 PIC 9(9) VALUE ZERO.
       77  WS-CONT-ESCRITURA               PIC 9(9) VALUE ZERO.
       77  WS-CONT-RECHAZOS                PIC 9(9) VALUE ZERO.
       77  WS-CONT-TARIFAS                 PIC 9(4) VALUE ZERO.
       77  WS-IDX-TARIFA                   PIC 9(4) VALUE ZERO.
       77  WS-IDX-ELEGIDA                  PIC 9(4) VALUE ZERO.
       77  WS-IDX-TIPCOM                   PIC 9(1) VALUE ZERO.
       77  WS-FECHA-ELEGIDA                PIC X(8) VALUE SPACES.
       77  WS-SW-TARIFA-ELEGIDA            PIC X VALUE "N".
           88 TARIFA-ELEGIDA               VALUE "S".
       77  WS-SW-ELEGIDA-GENERICA          PIC X VALUE "N".
           88 ELEGIDA-GENERICA             VALUE "S".
       77  WS-DIAS-MES                     PIC 9(2) VALUE ZERO.
       77  WS-COCIENTE                     PIC 9(4) VALUE ZERO.
       77  WS-RESTO                        PIC 9(4) VALUE ZERO.
       77  WS-CONT-FERIADOS                PIC 9(4) VALUE ZERO.
       77  WS-IDX-FERIADO                  PIC 9(4) VALUE ZERO.
       77  WS-CAL-PAIS                     PIC X(3) VALUE SPACES.
       77  WS-CAL-DIA-SEMANA               PIC 9(1) VALUE ZERO.
       77  WS-SW-DIA-HABIL                 PIC X VALUE "N".
           88 DIA-HABIL                    VALUE "S".
       77  WS-Z-MES                        PIC 9(2) VALUE ZERO.
       77  WS-Z-ANIO                       PIC 9(4) VALUE ZERO.
       77  WS-Z-SIGLO                      PIC 9(2) VALUE ZERO.
       77  WS-Z-ANIO-SIGLO                 PIC 9(2) VALUE ZERO.
       77  WS-Z-SUMA                       PIC 9(5) VALUE ZERO.
       77  WS-PERIODO-ACTUAL               PIC X(6) VALUE SPACES.
       77  WS-FECHA-PROCESO                PIC X(8) VALUE SPACES.
       77  WS-SW-ABEND                     PIC X VALUE "N".
           88 HUBO-ABEND                   VALUE "S".
       77  WS-SW-DESBORDE                  PIC X VALUE "N".
           88 HUBO-DESBORDE                VALUE "S".
       77  WS-SW-SIN-COBRO                 PIC X VALUE "N".
           88 SIN-COBRO                    VALUE "S".
       77  WS-ARCH-REPORTE                 PIC X(44) VALUE SPACES.
       77  WS-ARCH-CATALOGAR               PIC X(44) VALUE SPACES.

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
           PERFORM 2000-I-PROCESO UNTIL FS-ENTRADA-FIN.
           PERFORM 9000-I-FINAL.
               STOP RUN.
      *----------------------------------------------------------------*
       1000-I-INICIO.
           INITIALIZE VARIABLES
           INITIALIZE TABLA-ACUMULADORES
           PERFORM 1050-LEERPARAMETROS.
           PERFORM 1180-ABRIRAUDITORIA.
           PERFORM 1160-ABRIRJOURNAL.
           PERFORM 1060-VERIFICAR-FIN-DE-MES.
           PERFORM 1070-VERIFICAR-PERIODO-COBRADO.
           IF SIN-COBRO
               PERFORM 9000-I-FINAL
           END-IF
           PERFORM 1100-ABRIRENTRADA.
           PERFORM 1120-CARGAR-TARIFAS.
           PERFORM 1150-ABRIRMAESTRONUEVO.
           PERFORM 1170-ABRIRREPORTE.
           PERFORM 5000-LEERENTRADA.
       1000-F-INICIO.EXIT.
      *----------------------------------------------------------------*
       1050-LEERPARAMETROS.
           OPEN INPUT PARAMETROS
           EVALUATE TRUE
               WHEN FS-PARAMETROS-OK
                   READ PARAMETROS
                   IF FS-PARAMETROS-OK
                       MOVE PARM-FECHA-PROCESO TO WS-FECHA-PROCESO
                       MOVE PARM-PAIS-FILTRO TO WS-CAL-PAIS
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

           MOVE WS-FECHA-PROCESO(1:6) TO WS-PERIODO-ACTUAL

           MOVE SPACES TO WS-ARCH-REPORTE
           STRING "COMISIONES-" DELIMITED BY SIZE
               WS-FECHA-PROCESO DELIMITED BY SPACE
               ".dat" DELIMITED BY SIZE
               INTO WS-ARCH-REPORTE.
       1050-F-LEERPARAMETROS.EXIT.
      *----------------------------------------------------------------*
       1060-VERIFICAR-FIN-DE-MES.
      * LAS COMISIONES SE COBRAN EL ULTIMO DIA HABIL DEL MES DE
      * LA FECHA DE PROCESO, O SEA CUANDO EL DIA HABIL SIGUIENTE
      * (SIN SABADOS, DOMINGOS NI FERIADOS DEL PAIS FILTRO, IGUAL
      * QUE EL ROLADO DE DRVCUENTAS) YA CAE EN OTRO MES: LA CADENA
      * NO CORRE LOS DIAS NO HABILES Y UN MES QUE TERMINA EN FIN DE
      * SEMANA O FERIADO SE CIERRA EL ULTIMO DIA HABIL
           MOVE WS-FECHA-PROCESO TO WS-FECHA-PROCESO-DET

           IF WS-FECHA-PROCESO-DET NOT NUMERIC
           OR WS-FP-MES < 1 OR WS-FP-MES > 12
               DISPLAY "FECHA DE PROCESO INVALIDA: " WS-FECHA-PROCESO
               MOVE "S" TO WS-SW-ABEND
               PERFORM 9000-I-FINAL
           END-IF

           PERFORM 1065-CARGAR-FERIADOS

           MOVE WS-FECHA-PROCESO TO WS-FECHA-CALENDARIO
           PERFORM 7120-DIA-SEMANA
           PERFORM 7200-AVANZAR-DIA-HABIL

           IF WS-CAL-MES = WS-FP-MES
               DISPLAY "NO ES EL ULTIMO DIA HABIL DEL MES - "
                   "NO SE COBRAN COMISIONES"
               MOVE "S" TO WS-SW-SIN-COBRO
           END-IF.
       1060-F-VERIFICAR-FIN-DE-MES.EXIT.
      *----------------------------------------------------------------*
       1065-CARGAR-FERIADOS.
      * SOLO LOS FERIADOS VIGENTES; EL PAIS *** RIGE PARA TODOS
           MOVE ZERO TO WS-CONT-FERIADOS
           OPEN INPUT FERIADOS

           IF NOT FS-FERIADOS-OK AND NOT FS-FERIADOS-CREADO
               DISPLAY "ERROR APERTURA FERIADOS FS: " FS-FERIADOS
               MOVE "S" TO WS-SW-ABEND
               PERFORM 9000-I-FINAL
           END-IF

           PERFORM 1066-LEER-FERIADO
           PERFORM 1067-CARGAR-FERIADO-ITEM UNTIL NOT FS-FERIADOS-OK
           CLOSE FERIADOS.
       1065-F-CARGAR-FERIADOS.EXIT.
      *----------------------------------------------------------------*
       1066-LEER-FERIADO.
           READ FERIADOS

           IF NOT FS-FERIADOS-OK AND NOT FS-FERIADOS-FIN
               DISPLAY "ERROR LECTURA FERIADOS FS: " FS-FERIADOS
               MOVE "S" TO WS-SW-ABEND
               PERFORM 9000-I-FINAL
           END-IF.
       1066-F-LEER-FERIADO.EXIT.
      *----------------------------------------------------------------*
       1067-CARGAR-FERIADO-ITEM.
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
           PERFORM 1066-LEER-FERIADO.
       1067-F-CARGAR-FERIADO-ITEM.EXIT.
      *----------------------------------------------------------------*
       1070-VERIFICAR-PERIODO-COBRADO.
      * EL CONTROL GUARDA EL ULTIMO PERIODO COBRADO: UNA CORRIDA
      * REPETIDA DEL MISMO FIN DE MES NO VUELVE A COBRAR
           IF NOT SIN-COBRO
               OPEN INPUT CONTROL-COBRO
               EVALUATE TRUE
                   WHEN FS-CONTROL-OK
                       READ CONTROL-COBRO
                       IF FS-CONTROL-OK
                       AND CTL-PERIODO = WS-PERIODO-ACTUAL
                           DISPLAY "COMISIONES DEL PERIODO "
                               WS-PERIODO-ACTUAL " YA COBRADAS EL "
                               CTL-FECHA
                           MOVE "S" TO WS-SW-SIN-COBRO
                       END-IF
                       CLOSE CONTROL-COBRO
                   WHEN FS-CONTROL-NOEXISTE
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "ERROR APERTURA COMISIONESCTL FS: "
                           FS-CONTROL
                       MOVE "S" TO WS-SW-ABEND
                       PERFORM 9000-I-FINAL
               END-EVALUATE
           END-IF.
       1070-F-VERIFICAR-PERIODO-COBRADO.EXIT.
      *----------------------------------------------------------------*
       1100-ABRIRENTRADA.
           OPEN INPUT ENTRADA.

           IF NOT FS-ENTRADA-OK
               DISPLAY "ERROR APERTURA CUENTAS FS: " FS-ENTRADA
               MOVE "S" TO WS-SW-ABEND
               PERFORM 9000-I-FINAL
           END-IF.
       1100-F-ABRIRENTRADA.EXIT.
      *----------------------------------------------------------------*
       1120-CARGAR-TARIFAS.
      * SIN TARIFARIO NO HAY COMISIONES QUE COBRAR Y EL MAESTRO PASA
      * SIN CAMBIOS
           OPEN INPUT TARIFAS
           EVALUATE TRUE
               WHEN FS-TARIFAS-OK
                   PERFORM 1121-LEER-TARIFA
                   PERFORM 1122-CARGAR-TARIFA-ITEM
                       UNTIL FS-TARIFAS-FIN
                   CLOSE TARIFAS
               WHEN FS-TARIFAS-NOEXISTE
                   CONTINUE
               WHEN OTHER
                   DISPLAY "ERROR APERTURA COMISIONES FS: " FS-TARIFAS
                   MOVE "S" TO WS-SW-ABEND
                   PERFORM 9000-I-FINAL
           END-EVALUATE.
       1120-F-CARGAR-TARIFAS.EXIT.
      *----------------------------------------------------------------*
       1121-LEER-TARIFA.
           READ TARIFAS
           EVALUATE TRUE
               WHEN FS-TARIFAS-OK
                   CONTINUE
               WHEN FS-TARIFAS-FIN
                   CONTINUE
               WHEN OTHER
                   DISPLAY "ERROR LECTURA COMISIONES FS: " FS-TARIFAS
                   MOVE "S" TO WS-SW-ABEND
                   PERFORM 9000-I-FINAL
           END-EVALUATE.
       1121-F-LEER-TARIFA.EXIT.
      *----------------------------------------------------------------*
       1122-CARGAR-TARIFA-ITEM.
      * SOLO SE CARGAN LAS TARIFAS ACTIVAS YA VIGENTES A LA FECHA DE
      * PROCESO
           IF TAR-ESTADO NOT = "I"
           AND TAR-FECHA-VIGENCIA NOT > WS-FECHA-PROCESO
               IF WS-CONT-TARIFAS >= 200
                   DISPLAY "COMISIONES EXCEDE LA TABLA DE TARIFAS"
                   MOVE "S" TO WS-SW-ABEND
                   PERFORM 9000-I-FINAL
               END-IF
               ADD 1 TO WS-CONT-TARIFAS
               MOVE TAR-TIPO-COMISION
                   TO TABTAR-TIPO-COMISION(WS-CONT-TARIFAS)
               MOVE TAR-TIPO-CTA TO TABTAR-TIPO-CTA(WS-CONT-TARIFAS)
               MOVE TAR-PAIS TO TABTAR-PAIS(WS-CONT-TARIFAS)
               MOVE TAR-IMPORTE TO TABTAR-IMPORTE(WS-CONT-TARIFAS)
               MOVE TAR-SALDO-MINIMO
                   TO TABTAR-SALDO-MINIMO(WS-CONT-TARIFAS)
               MOVE TAR-MONEDA TO TABTAR-MONEDA(WS-CONT-TARIFAS)
               MOVE TAR-FECHA-VIGENCIA
                   TO TABTAR-FECHA-VIGENCIA(WS-CONT-TARIFAS)
           END-IF
           PERFORM 1121-LEER-TARIFA.
       1122-F-CARGAR-TARIFA-ITEM.EXIT.
      *----------------------------------------------------------------*
       1150-ABRIRMAESTRONUEVO.
           OPEN OUTPUT MAESTRONUEVO.

           IF NOT FS-MAESTRONUEVO-OK
               DISPLAY "ERROR APERTURA CUENTASNEW FS: "
                   FS-MAESTRONUEVO
               MOVE "S" TO WS-SW-ABEND
               PERFORM 9000-I-FINAL
           END-IF.
       1150-F-ABRIRMAESTRONUEVO.EXIT.
      *----------------------------------------------------------------*
       1160-ABRIRJOURNAL.
      * EL JOURNAL SE ABRE SIEMPRE: FUERA DE FIN DE MES QUEDA SOLO
      * CON EL TITULO Y GLASIENTOS NO VUELVE A CONTABILIZAR LAS
      * COMISIONES DEL ULTIMO COBRO
           OPEN OUTPUT JOURNAL.

           IF NOT FS-JOURNAL-OK
               DISPLAY "ERROR APERTURA JOURNALCOMISIONES FS: "
                   FS-JOURNAL
               MOVE "S" TO WS-SW-ABEND
               PERFORM 9000-I-FINAL
           END-IF

           MOVE WS-FECHA-PROCESO TO JRN-TITULO-FECHA
           WRITE REG-JOURNAL FROM ESTRUCTURA-JOURNAL-TITULO.
       1160-F-ABRIRJOURNAL.EXIT.
      *----------------------------------------------------------------*
       1170-ABRIRREPORTE.
           OPEN OUTPUT REPORTE.

           IF NOT FS-REPORTE-OK
               DISPLAY "ERROR APERTURA COMISIONES FS: " FS-REPORTE
               MOVE "S" TO WS-SW-ABEND
               PERFORM 9000-I-FINAL
           END-IF

           MOVE WS-FECHA-PROCESO TO REP-TITULO-FECHA
           WRITE REG-REPORTE FROM ESTRUCTURA-REPORTE-TITULO
           MOVE WS-ARCH-REPORTE TO WS-ARCH-CATALOGAR
           PERFORM 6400-CATALOGAR-GENERACION.
       1170-F-ABRIRREPORTE.EXIT.
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
           MOVE CTA-PAIS TO WS-PAIS-ANT
           INITIALIZE WS-TOTAL-COMISIONXPAIS

           PERFORM 2100-I-CORTE-CONTROL-PAIS
           UNTIL CTA-PAIS <> WS-PAIS-ANT OR FS-ENTRADA-FIN

           PERFORM 3600-TOTALIZAR-COMISIONXPAIS.
       2000-F-PROCESO.EXIT.
      *----------------------------------------------------------------*
       2100-I-CORTE-CONTROL-PAIS.
           MOVE CTA-SUCURSAL TO WS-SUC-ANT
           INITIALIZE WS-TOTAL-COMISIONXSUC
           INITIALIZE WS-SUC-INACTIVAS
           INITIALIZE WS-SUC-OTRA-MONEDA
           INITIALIZE WS-SUC-RECHAZADAS
           MOVE 1 TO WS-IDX-TIPCOM
           PERFORM 2110-INICIAR-ACUM-SUC UNTIL WS-IDX-TIPCOM > 2

           PERFORM 2200-I-COBRAR-CUENTA
           UNTIL CTA-SUCURSAL <> WS-SUC-ANT
           OR CTA-PAIS <> WS-PAIS-ANT
           OR FS-ENTRADA-FIN.

           PERFORM 3500-TOTALIZAR-COMISIONXSUC.
       2100-F-CORTE-CONTROL-PAIS.EXIT.
      *----------------------------------------------------------------*
       2110-INICIAR-ACUM-SUC.
           MOVE ZERO TO ACUSUC-COBRADAS(WS-IDX-TIPCOM)
           MOVE ZERO TO ACUSUC-IMPORTE(WS-IDX-TIPCOM)
           MOVE ZERO TO ACUSUC-EXIMIDAS(WS-IDX-TIPCOM)
           ADD 1 TO WS-IDX-TIPCOM.
       2110-F-INICIAR-ACUM-SUC.EXIT.
      *----------------------------------------------------------------*
       2200-I-COBRAR-CUENTA.
      * SOLO SE COBRAN LAS CUENTAS ACTIVAS (ESTADO "A" O EN BLANCO);
      * LAS CERRADAS YA NO ESTAN EN EL MAESTRO Y LAS INACTIVAS SE
      * CUENTAN APARTE
           MOVE CTA-SALDO TO WS-SALDO-ACTUAL

           EVALUATE TRUE
               WHEN CTA-ESTADO NOT = "A" AND CTA-ESTADO NOT = SPACES
                   ADD 1 TO WS-SUC-INACTIVAS
                   ADD 1 TO WS-GRAL-INACTIVAS
               WHEN CTA-SALDO NOT NUMERIC
                   ADD 1 TO WS-CONT-RECHAZOS
                   ADD 1 TO WS-SUC-RECHAZADAS
                   ADD 1 TO WS-GRAL-RECHAZADAS
               WHEN OTHER
                   MOVE 1 TO WS-IDX-TIPCOM
                   PERFORM 3000-APLICAR-COMISION
                       UNTIL WS-IDX-TIPCOM > 2
           END-EVALUATE

           PERFORM 4100-GRABAR-CUENTA-NUEVA
           PERFORM 5000-LEERENTRADA.
       2200-F-COBRAR-CUENTA.EXIT.
      *----------------------------------------------------------------*
       3000-APLICAR-COMISION.
      * LA EXENCION SE EVALUA CONTRA EL SALDO DE FIN DE MES, ANTES DE
      * DEBITAR CUALQUIER COMISION; UN SALDO MINIMO EN CERO NO EXIME.
      * LA COMISION SE DEBITA AUNQUE DEJE LA CUENTA EN DESCUBIERTO
           PERFORM 3100-ELEGIR-TARIFA

           EVALUATE TRUE
               WHEN NOT TARIFA-ELEGIDA
                   CONTINUE
               WHEN TABTAR-MONEDA(WS-IDX-ELEGIDA) NOT = CTA-MONEDA
                   ADD 1 TO WS-SUC-OTRA-MONEDA
                   ADD 1 TO WS-GRAL-OTRA-MONEDA
               WHEN TABTAR-SALDO-MINIMO(WS-IDX-ELEGIDA) > ZERO
               AND CTA-SALDO NOT < TABTAR-SALDO-MINIMO(WS-IDX-ELEGIDA)
                   ADD 1 TO ACUSUC-EXIMIDAS(WS-IDX-TIPCOM)
                   ADD 1 TO ACUGRL-EXIMIDAS(WS-IDX-TIPCOM)
               WHEN OTHER
                   PERFORM 3200-DEBITAR-COMISION
           END-EVALUATE

           ADD 1 TO WS-IDX-TIPCOM.
       3000-F-APLICAR-COMISION.EXIT.
      *----------------------------------------------------------------*
       3100-ELEGIR-TARIFA.
      * GANA LA TARIFA DEL PAIS DE LA CUENTA CON MAYOR VIGENCIA; SI EL
      * PAIS NO TIENE TARIFA PROPIA SE TOMA LA GENERICA (PAIS EN
      * BLANCO), COMO EN EL REPRECIO DE TASAS
           MOVE "N" TO WS-SW-TARIFA-ELEGIDA
           MOVE "N" TO WS-SW-ELEGIDA-GENERICA
           MOVE SPACES TO WS-FECHA-ELEGIDA
           MOVE ZERO TO WS-IDX-ELEGIDA
           MOVE 1 TO WS-IDX-TARIFA

           PERFORM 3110-EVALUAR-TARIFA-ITEM
           UNTIL WS-IDX-TARIFA > WS-CONT-TARIFAS.
       3100-F-ELEGIR-TARIFA.EXIT.
      *----------------------------------------------------------------*
       3110-EVALUAR-TARIFA-ITEM.
           IF TABTAR-TIPO-COMISION(WS-IDX-TARIFA)
               = WS-TIPCOM-CODIGO(WS-IDX-TIPCOM)
           AND TABTAR-TIPO-CTA(WS-IDX-TARIFA) = CTA-TIPO-CTA
               EVALUATE TRUE
                   WHEN TABTAR-PAIS(WS-IDX-TARIFA) = CTA-PAIS
                       IF NOT TARIFA-ELEGIDA
                       OR ELEGIDA-GENERICA
                       OR TABTAR-FECHA-VIGENCIA(WS-IDX-TARIFA)
                           > WS-FECHA-ELEGIDA
                           MOVE "S" TO WS-SW-TARIFA-ELEGIDA
                           MOVE "N" TO WS-SW-ELEGIDA-GENERICA
                           MOVE WS-IDX-TARIFA TO WS-IDX-ELEGIDA
                           MOVE TABTAR-FECHA-VIGENCIA(WS-IDX-TARIFA)
                               TO WS-FECHA-ELEGIDA
                       END-IF
                   WHEN TABTAR-PAIS(WS-IDX-TARIFA) = SPACES
                       IF NOT TARIFA-ELEGIDA
                       OR (ELEGIDA-GENERICA
                           AND TABTAR-FECHA-VIGENCIA(WS-IDX-TARIFA)
                               > WS-FECHA-ELEGIDA)
                           MOVE "S" TO WS-SW-TARIFA-ELEGIDA
                           MOVE "S" TO WS-SW-ELEGIDA-GENERICA
                           MOVE WS-IDX-TARIFA TO WS-IDX-ELEGIDA
                           MOVE TABTAR-FECHA-VIGENCIA(WS-IDX-TARIFA)
                               TO WS-FECHA-ELEGIDA
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF
           ADD 1 TO WS-IDX-TARIFA.
       3110-F-EVALUAR-TARIFA-ITEM.EXIT.
      *----------------------------------------------------------------*
       3200-DEBITAR-COMISION.
           MOVE "N" TO WS-SW-DESBORDE
           COMPUTE WS-SALDO-NUEVO =
               WS-SALDO-ACTUAL - TABTAR-IMPORTE(WS-IDX-ELEGIDA)
               ON SIZE ERROR
                   MOVE "S" TO WS-SW-DESBORDE
           END-COMPUTE

           IF HUBO-DESBORDE
               ADD 1 TO WS-CONT-RECHAZOS
               ADD 1 TO WS-SUC-RECHAZADAS
               ADD 1 TO WS-GRAL-RECHAZADAS
           ELSE
               PERFORM 4000-ESCRIBIR-JOURNAL-DET
               MOVE WS-SALDO-NUEVO TO WS-SALDO-ACTUAL
               ADD 1 TO ACUSUC-COBRADAS(WS-IDX-TIPCOM)
               ADD 1 TO ACUGRL-COBRADAS(WS-IDX-TIPCOM)
               ADD TABTAR-IMPORTE(WS-IDX-ELEGIDA)
                   TO ACUSUC-IMPORTE(WS-IDX-TIPCOM)
               ADD TABTAR-IMPORTE(WS-IDX-ELEGIDA)
                   TO ACUGRL-IMPORTE(WS-IDX-TIPCOM)
               ADD TABTAR-IMPORTE(WS-IDX-ELEGIDA)
                   TO WS-TOTAL-COMISIONXSUC
               ADD TABTAR-IMPORTE(WS-IDX-ELEGIDA)
                   TO WS-TOTAL-COMISIONXPAIS
               ADD TABTAR-IMPORTE(WS-IDX-ELEGIDA)
                   TO WS-TOTAL-COMISION-GRAL
           END-IF.
       3200-F-DEBITAR-COMISION.EXIT.
      *----------------------------------------------------------------*
       3500-TOTALIZAR-COMISIONXSUC.
           MOVE "COMISION TOTAL DE LA SUCURSAL: " TO JRN-TOT-TEXTO
           MOVE WS-TOTAL-COMISIONXSUC TO JRN-TOT-IMPORTE
           PERFORM 4050-ESCRIBIR-JOURNAL-TOTAL

           MOVE WS-PAIS-ANT TO REP-PAIS
           MOVE WS-SUC-ANT TO REP-SUCURSAL
           MOVE 1 TO WS-IDX-TIPCOM
           PERFORM 3510-REPORTAR-SUC-ITEM UNTIL WS-IDX-TIPCOM > 2

           MOVE REP-ENCABEZADO TO REP-SC-ENCABEZADO
           MOVE WS-SUC-INACTIVAS TO REP-SC-INACTIVAS
           MOVE WS-SUC-OTRA-MONEDA TO REP-SC-OTRA-MONEDA
           MOVE WS-SUC-RECHAZADAS TO REP-SC-RECHAZADAS
           PERFORM 6100-ESCRIBIR-REPORTE-SINCOBRO.
       3500-F-TOTALIZAR-COMISIONXSUC.EXIT.
      *----------------------------------------------------------------*
       3510-REPORTAR-SUC-ITEM.
           MOVE WS-TIPCOM-DESCRIPCION(WS-IDX-TIPCOM) TO REP-COMISION
           MOVE ACUSUC-COBRADAS(WS-IDX-TIPCOM) TO REP-COBRADAS
           MOVE ACUSUC-IMPORTE(WS-IDX-TIPCOM) TO REP-IMPORTE
           MOVE ACUSUC-EXIMIDAS(WS-IDX-TIPCOM) TO REP-EXIMIDAS
           PERFORM 6000-ESCRIBIR-REPORTE-DET
           ADD 1 TO WS-IDX-TIPCOM.
       3510-F-REPORTAR-SUC-ITEM.EXIT.
      *----------------------------------------------------------------*
       3600-TOTALIZAR-COMISIONXPAIS.
           MOVE "COMISION TOTAL DEL PAIS: " TO JRN-TOT-TEXTO
           MOVE WS-TOTAL-COMISIONXPAIS TO JRN-TOT-IMPORTE
           PERFORM 4050-ESCRIBIR-JOURNAL-TOTAL.
       3600-F-TOTALIZAR-COMISIONXPAIS.EXIT.
      *----------------------------------------------------------------*
       3700-TOTALIZAR-COMISION-GRAL.
           MOVE "COMISION TOTAL GENERAL: " TO JRN-TOT-TEXTO
           MOVE WS-TOTAL-COMISION-GRAL TO JRN-TOT-IMPORTE
           PERFORM 4050-ESCRIBIR-JOURNAL-TOTAL

           MOVE "TOTAL GENERAL" TO REP-ENCABEZADO
           MOVE 1 TO WS-IDX-TIPCOM
           PERFORM 3710-REPORTAR-GRAL-ITEM UNTIL WS-IDX-TIPCOM > 2

           MOVE REP-ENCABEZADO TO REP-SC-ENCABEZADO
           MOVE WS-GRAL-INACTIVAS TO REP-SC-INACTIVAS
           MOVE WS-GRAL-OTRA-MONEDA TO REP-SC-OTRA-MONEDA
           MOVE WS-GRAL-RECHAZADAS TO REP-SC-RECHAZADAS
           PERFORM 6100-ESCRIBIR-REPORTE-SINCOBRO.
       3700-F-TOTALIZAR-COMISION-GRAL.EXIT.
      *----------------------------------------------------------------*
       3710-REPORTAR-GRAL-ITEM.
           MOVE WS-TIPCOM-DESCRIPCION(WS-IDX-TIPCOM) TO REP-COMISION
           MOVE ACUGRL-COBRADAS(WS-IDX-TIPCOM) TO REP-COBRADAS
           MOVE ACUGRL-IMPORTE(WS-IDX-TIPCOM) TO REP-IMPORTE
           MOVE ACUGRL-EXIMIDAS(WS-IDX-TIPCOM) TO REP-EXIMIDAS
           PERFORM 6000-ESCRIBIR-REPORTE-DET
           ADD 1 TO WS-IDX-TIPCOM.
       3710-F-REPORTAR-GRAL-ITEM.EXIT.
      *----------------------------------------------------------------*
       4000-ESCRIBIR-JOURNAL-DET.
           MOVE CTA-PAIS TO JRN-PAIS
           MOVE CTA-SUCURSAL TO JRN-SUCURSAL
           MOVE CTA-TIPO-CTA TO JRN-TIPO-CTA
           MOVE CTA-CUENTA TO JRN-CUENTA
           MOVE WS-TIPCOM-CODIGO(WS-IDX-TIPCOM) TO JRN-TIPO-COMISION
           MOVE TABTAR-IMPORTE(WS-IDX-ELEGIDA) TO JRN-IMPORTE
           MOVE WS-SALDO-ACTUAL TO JRN-SALDO-ANTERIOR
           MOVE WS-SALDO-NUEVO TO JRN-SALDO-NUEVO
           MOVE CTA-MONEDA TO JRN-MONEDA

           IF NOT FS-JOURNAL-OK
               DISPLAY "ERROR ESCRITURA JOURNALCOMISIONES FS: "
                   FS-JOURNAL
           ELSE
               WRITE REG-JOURNAL FROM ESTRUCTURA-JOURNAL-DET
           END-IF.
       4000-F-ESCRIBIR-JOURNAL-DET.EXIT.
      *----------------------------------------------------------------*
       4050-ESCRIBIR-JOURNAL-TOTAL.
           IF NOT FS-JOURNAL-OK
               DISPLAY "ERROR ESCRITURA JOURNALCOMISIONES FS: "
                   FS-JOURNAL
           ELSE
               WRITE REG-JOURNAL FROM ESTRUCTURA-JOURNAL-TOTAL
           END-IF.
       4050-F-ESCRIBIR-JOURNAL-TOTAL.EXIT.
      *----------------------------------------------------------------*
       4100-GRABAR-CUENTA-NUEVA.
           MOVE CTA-PAIS TO CTAN-PAIS
           MOVE CTA-SUCURSAL TO CTAN-SUCURSAL
           MOVE CTA-TIPO-CTA TO CTAN-TIPO-CTA
           MOVE CTA-CUENTA TO CTAN-CUENTA
           MOVE WS-SALDO-ACTUAL TO CTAN-SALDO
           MOVE CTA-MONEDA TO CTAN-MONEDA
           MOVE CTA-TASA-INTERES TO CTAN-TASA-INTERES
           MOVE CTA-TITULAR TO CTAN-TITULAR
           MOVE CTA-FECHA-ULT-MOV TO CTAN-FECHA-ULT-MOV
           IF CTA-ESTADO = SPACES
               MOVE "A" TO CTAN-ESTADO
           ELSE
               MOVE CTA-ESTADO TO CTAN-ESTADO
           END-IF
           MOVE CTA-LIMITE-SOBREGIRO TO CTAN-LIMITE-SOBREGIRO
           MOVE CTA-FECHA-SOBREGIRO TO CTAN-FECHA-SOBREGIRO

           IF NOT FS-MAESTRONUEVO-OK
               DISPLAY "ERROR ESCRITURA CUENTASNEW FS: "
                   FS-MAESTRONUEVO
           ELSE
               WRITE REG-CUENTA-NUEVA
               ADD 1 TO WS-CONT-ESCRITURA
           END-IF.
       4100-F-GRABAR-CUENTA-NUEVA.EXIT.
      *----------------------------------------------------------------*
       5000-LEERENTRADA.
           READ ENTRADA
           EVALUATE TRUE
               WHEN FS-ENTRADA-OK
                   ADD 1 TO WS-CONT-LECTURA
               WHEN FS-ENTRADA-FIN
                   CONTINUE
               WHEN OTHER
                   DISPLAY "ERROR LECTURA CUENTAS"
                   MOVE "S" TO WS-SW-ABEND
                   PERFORM 9000-I-FINAL
           END-EVALUATE.
       5000-F-LEERENTRADA.EXIT.
      *----------------------------------------------------------------*
       6000-ESCRIBIR-REPORTE-DET.
           IF NOT FS-REPORTE-OK
               DISPLAY "ERROR ESCRITURA COMISIONES FS: " FS-REPORTE
           ELSE
               WRITE REG-REPORTE FROM ESTRUCTURA-REPORTE-DET
           END-IF.
       6000-F-ESCRIBIR-REPORTE-DET.EXIT.
      *----------------------------------------------------------------*
       6100-ESCRIBIR-REPORTE-SINCOBRO.
           IF NOT FS-REPORTE-OK
               DISPLAY "ERROR ESCRITURA COMISIONES FS: " FS-REPORTE
           ELSE
               WRITE REG-REPORTE FROM ESTRUCTURA-REPORTE-SINCOBRO
           END-IF.
       6100-F-ESCRIBIR-REPORTE-SINCOBRO.EXIT.
      *----------------------------------------------------------------*
       6400-CATALOGAR-GENERACION.
      * LA GENERACION SE ANOTA Y SE CATALOGA AL FINAL DE LA CORRIDA
      * (6410) CON SU MANIFIESTO, CALCULADO SOBRE EL ARCHIVO
      * TAL COMO QUEDO EN DISCO
           IF WS-CONT-GENERACIONES < 10
               ADD 1 TO WS-CONT-GENERACIONES
               MOVE WS-ARCH-CATALOGAR
                   TO TABGEN-ARCHIVO(WS-CONT-GENERACIONES)
           ELSE
               DISPLAY "AVISO: GENERACION SIN CATALOGAR "
                   WS-ARCH-CATALOGAR
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
       7000-GRABAR-CONTROL.
           OPEN OUTPUT CONTROL-COBRO.
           IF FS-CONTROL-OK
               MOVE WS-PERIODO-ACTUAL TO CTL-PERIODO
               MOVE WS-FECHA-PROCESO TO CTL-FECHA
               WRITE REG-CONTROL
           ELSE
               DISPLAY "ERROR APERTURA COMISIONESCTL FS: " FS-CONTROL
           END-IF.
           CLOSE CONTROL-COBRO.
       7000-F-GRABAR-CONTROL.EXIT.
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
       7200-AVANZAR-DIA-HABIL.
      * DESDE WS-FECHA-CALENDARIO (CON SU DIA DE LA SEMANA) AVANZA
      * HASTA EL PRIMER DIA HABIL POSTERIOR
           MOVE "N" TO WS-SW-DIA-HABIL
           PERFORM 7210-AVANZAR-UN-DIA UNTIL DIA-HABIL.
       7200-F-AVANZAR-DIA-HABIL.EXIT.
      *----------------------------------------------------------------*
       7210-AVANZAR-UN-DIA.
           PERFORM 7100-SIGUIENTE-DIA
           PERFORM 7130-VERIFICAR-HABIL.
       7210-F-AVANZAR-UN-DIA.EXIT.
      *----------------------------------------------------------------*
       8000-ESCRIBIR-AUDITORIA.
           MOVE "COBRCOMISIONES"      TO AUD-PROGRAMA
           MOVE WS-FECHA-PROCESO      TO AUD-FECHA
           ACCEPT AUD-HORA FROM TIME
           MOVE WS-CONT-LECTURA       TO AUD-LEIDOS
           MOVE WS-CONT-ESCRITURA     TO AUD-ESCRITOS
           MOVE WS-CONT-RECHAZOS      TO AUD-RECHAZADOS

           IF FS-AUDITORIA-OK OR FS-AUDITORIA-CREADO
               WRITE REG-AUDITORIA
           END-IF.
       8000-F-ESCRIBIR-AUDITORIA.EXIT.
      *----------------------------------------------------------------*
       9000-I-FINAL.
           IF HUBO-ABEND
               MOVE 16 TO RETURN-CODE
           END-IF.
           IF NOT SIN-COBRO AND NOT HUBO-ABEND
               PERFORM 3700-TOTALIZAR-COMISION-GRAL
               PERFORM 7000-GRABAR-CONTROL
           END-IF.
           PERFORM 8000-ESCRIBIR-AUDITORIA.
           CLOSE JOURNAL.
           CLOSE AUDITORIA.

      * SIN COBRO NO SE ABRIERON MAESTRO NI REPORTE; EL RC 4 LE
      * INDICA AL DRIVER QUE NO HAY MAESTRO NUEVO QUE PROMOVER
           IF SIN-COBRO
               IF NOT HUBO-ABEND
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE
               CLOSE ENTRADA
               CLOSE MAESTRONUEVO
               CLOSE REPORTE
           END-IF.

      * LA PROMOCION DE CUENTASNEW SOBRE EL MAESTRO LA HACE EL DRIVER
      * DRVCUENTAS CON VERIFICACION DE CONTEO Y RESPALDO FECHADO

           PERFORM 6410-GRABAR-CATALOGO
           STOP RUN.
       9000-F-FINAL.
           EXIT.
      *----------------------------------------------------------------*
