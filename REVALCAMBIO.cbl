      ******************************************************************
      * REVALUACION DE FIN DE MES DE LOS SALDOS EN MONEDA EXTRANJERA
      * ACUMULA EL SALDO DEL MAESTRO DE CUENTAS POR PAIS, SUCURSAL Y
      * MONEDA Y LO VALORIZA EN MONEDA BASE CONTRA LA COTIZACION DEL
      * CIERRE ANTERIOR (CIERRECAMBIO.dat) Y LA VIGENTE DE TIPOCAMBIO;
      * LA DIFERENCIA SE LISTA POR GRUPO Y SE CONTABILIZA EN UN ARCHIVO
      * DE ASIENTOS CON EL FORMATO DE GLASIENTOS (CABECERA, PATAS DEBE
      * Y HABER Y COLA DE CONTROL). LOS SALDOS DE CLIENTES SON PASIVO:
      * SI LA COTIZACION SUBE EL PASIVO CRECE Y ES PERDIDA DE CAMBIO
      * (DB PERDIDA-CAMBIO / CR CTAS-CLIENTES), SI BAJA ES GANANCIA
      * (DB CTAS-CLIENTES / CR GANANCIA-CAMBIO). CADA PATA LLEVA EN EL
      * MOV-ID "RV" + MONEDA + AAMM DEL CIERRE. UNA MONEDA SIN CIERRE
      * ANTERIOR SOLO QUEDA REGISTRADA PARA EL MES SIGUIENTE, Y UNA SIN
      * COTIZACION VIGENTE NO SE REVALUA. CON EL ARCHIVO CUADRADO SE
      * LIBERAN LOS ASIENTOS Y EL NUEVO CIERRECAMBIO.dat; FUERA DEL
      * ULTIMO DIA HABIL DEL MES, O CON EL MES YA REVALUADO, TERMINA
      * CON RC 4
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REVALCAMBIO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ENTRADA ASSIGN TO "CUENTAS.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-ENTRADA.

           SELECT ORDENADO ASSIGN TO "REVAL-ED.tmp"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-ORDENADO.

           SELECT ORDENAMIENTO ASSIGN TO "REVAL-SORT.tmp".

           SELECT ARCHIVOCAMBIO ASSIGN TO "TIPOCAMBIO.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-CAMBIO.

           SELECT OPTIONAL CIERRES ASSIGN TO "CIERRECAMBIO.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-CIERRES.

           SELECT CIERRESNUEVO ASSIGN TO "CIERRECAMBIO.tmp"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-CIERRESNUEVO.

           SELECT ASIENTOS ASSIGN TO "ASIENTOSREVAL.tmp"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-ASIENTOS.

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

           SELECT OPTIONAL FERIADOS ASSIGN TO "FERIADOS.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-FERIADOS.
       DATA DIVISION.
       FILE SECTION.
       FD  ENTRADA.
           01 REG-CUENTA-ENTRADA PIC X(54).

       FD  ORDENADO.
           COPY CPY001.

       SD  ORDENAMIENTO.
           01 REG-ORDENAMIENTO.
               05 SRT-PAIS                 PIC X(03).
               05 SRT-SUCURSAL             PIC 9(02).
               05 SRT-TIPO-CTA             PIC X(02).
               05 SRT-CUENTA               PIC 9(03).
               05 SRT-SALDO                PIC S9(07).
               05 SRT-MONEDA               PIC X(03).
               05 FILLER                   PIC X(34).

       FD  ARCHIVOCAMBIO.
           01 REG-TIPOCAMBIO.
               05 TCA-MONEDA               PIC X(03).
               05 TCA-TASA                 PIC 9(04)V9(06).
               05 TCA-FECHA-VIGENCIA       PIC X(08).
               05 TCA-ESTADO               PIC X(01).

       FD  CIERRES.
           01 REG-CIERRE.
               05 CIE-MONEDA               PIC X(03).
               05 CIE-TASA                 PIC 9(04)V9(06).
               05 CIE-FECHA                PIC X(08).

       FD  CIERRESNUEVO.
           01 REG-CIERRE-NUEVO.
               05 CIEN-MONEDA              PIC X(03).
               05 CIEN-TASA                PIC 9(04)V9(06).
               05 CIEN-FECHA               PIC X(08).

       FD  ASIENTOS.
           01 REG-ASIENTO PIC X(60).

       FD  LISTADO.
           01 REG-LISTADO PIC X(120).

       FD  AUDITORIA.
           COPY AUDITREG.

       FD  CATALOGO.
           COPY CATREG.

       FD  GENCONTROL.
           01 REG-GENCONTROL PIC X(300).

       FD  PARAMETROS.
           COPY PARMREG.

       FD  FERIADOS.
           COPY FERIADOREG.

       WORKING-STORAGE SECTION.

       01  ESTRUCTURA-TITULO.
           05 FILLER                       PIC X(36)
              VALUE "REVALUACION DE MONEDA EXTRANJERA AL ".
           05 TIT-FECHA                    PIC X(08).
           05 FILLER                       PIC X(16)
              VALUE "   MONEDA BASE: ".
           05 TIT-MONEDA-BASE              PIC X(03).

       01  ESTRUCTURA-NOTA.
           05 FILLER                       PIC X(40)
              VALUE "SALDOS DE CLIENTES (PASIVO): SUBA DE LA ".
           05 FILLER                       PIC X(22)
              VALUE "COTIZACION = PERDIDA".

       01  ESTRUCTURA-SECCION.
           05 FILLER                       PIC X(04) VALUE "*** ".
           05 SEC-DESCRIPCION              PIC X(40).

       01  ESTRUCTURA-ENCABEZADO.
           05 FILLER                       PIC X(40)
              VALUE "PAIS SUC MON  CUENTAS         SALDO  TAS".
           05 FILLER                       PIC X(40)
              VALUE "A CIERRE  TASA ACTUAL         DIFERENCIA".
           05 FILLER                       PIC X(12)
              VALUE "  RESULTADO".

       01  ESTRUCTURA-DET.
           05 DET-PAIS                     PIC X(03).
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 DET-SUCURSAL                 PIC 9(02).
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 DET-MONEDA                   PIC X(03).
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 DET-CUENTAS                  PIC ZZZ,ZZ9.
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 DET-SALDO                    PIC ----,---,--9.
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 DET-TASA-CIERRE              PIC Z,ZZ9.999999.
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 DET-TASA-ACTUAL              PIC Z,ZZ9.999999.
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 DET-DIFERENCIA               PIC ---,---,---,--9.99.
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 DET-RESULTADO                PIC X(20).

       01  ESTRUCTURA-TOTAL.
           05 TOT-TEXTO                    PIC X(16).
           05 TOT-CLAVE                    PIC X(04).
           05 FILLER                       PIC X(10) VALUE "GANANCIA: ".
           05 TOT-GANANCIA                 PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                       PIC X(11)
              VALUE "  PERDIDA: ".
           05 TOT-PERDIDA                  PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                       PIC X(08) VALUE "  NETO: ".
           05 TOT-NETO                     PIC ---,---,---,--9.99.

       01  ESTRUCTURA-ENCABEZADO-MON.
           05 FILLER                       PIC X(40)
              VALUE "MON  F.CIERRE   TASA CIERRE  TASA ACTUAL".
           05 FILLER                       PIC X(40)
              VALUE " CUENTAS          SALDO         DIFERENC".
           05 FILLER                       PIC X(13)
              VALUE "IA  RESULTADO".

       01  ESTRUCTURA-DET-MON.
           05 MON-MONEDA                   PIC X(03).
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 MON-FECHA-CIERRE             PIC X(08).
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 MON-TASA-CIERRE              PIC Z,ZZ9.999999.
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 MON-TASA-ACTUAL              PIC Z,ZZ9.999999.
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 MON-CUENTAS                  PIC ZZZ,ZZ9.
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 MON-SALDO                    PIC --,---,---,--9.
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 MON-DIFERENCIA               PIC ---,---,---,--9.99.
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 MON-RESULTADO                PIC X(20).

       01  ESTRUCTURA-CONTADOR.
           05 CNT-TEXTO                    PIC X(45).
           05 CNT-CANTIDAD                 PIC ZZZ,ZZZ,ZZ9.

       01  ESTRUCTURA-ASIENTO-CABECERA.
           05 ASI-CAB-TIPO                 PIC X(01) VALUE "H".
           05 ASI-CAB-FECHA                PIC X(08).
           05 ASI-CAB-ORIGEN               PIC X(12)
              VALUE "REVALCAMBIO".

       01  ESTRUCTURA-ASIENTO-DET.
           05 ASI-DET-TIPO                 PIC X(01) VALUE "D".
           05 ASI-DET-PAIS                 PIC X(03).
           05 ASI-DET-SUCURSAL             PIC X(02).
           05 ASI-DET-TIPO-CTA             PIC X(02).
           05 ASI-DET-CUENTA-GL            PIC X(15).
           05 ASI-DET-DC                   PIC X(02).
           05 ASI-DET-IMPORTE              PIC 9(09)V99.
           05 ASI-DET-MOV-ID               PIC X(09).
           05 ASI-DET-MARCA-REVERSO        PIC X(01).

       01  ESTRUCTURA-ASIENTO-COLA.
           05 ASI-COLA-TIPO                PIC X(01) VALUE "T".
           05 ASI-COLA-CANT-REG            PIC 9(09).
           05 ASI-COLA-TOTAL-DB            PIC 9(11)V99.
           05 ASI-COLA-TOTAL-CR            PIC 9(11)V99.
           05 ASI-COLA-NETO                PIC S9(11)V99.

       01  WS-MOV-ID-REVAL.
           05 WS-MOVREV-PREFIJO            PIC X(02) VALUE "RV".
           05 WS-MOVREV-MONEDA             PIC X(03).
           05 WS-MOVREV-PERIODO            PIC X(04).

      * UNA ENTRADA POR MONEDA EXTRANJERA: COTIZACION DEL CIERRE
      * ANTERIOR, COTIZACION VIGENTE Y ACUMULADOS DEL RESUMEN
       01  TABLA-MONEDAS.
           05 MONEDA-ITEM OCCURS 100 TIMES.
               10 TABMON-MONEDA            PIC X(03).
               10 TABMON-TASA-CIERRE       PIC 9(04)V9(06).
               10 TABMON-FECHA-CIERRE      PIC X(08).
               10 TABMON-SW-CIERRE         PIC X(01).
                   88 TABMON-CON-CIERRE    VALUE "S".
               10 TABMON-TASA-ACTUAL       PIC 9(04)V9(06).
               10 TABMON-SW-ACTUAL         PIC X(01).
                   88 TABMON-CON-ACTUAL    VALUE "S".
               10 TABMON-CUENTAS           PIC 9(07).
               10 TABMON-SALDO             PIC S9(11).
               10 TABMON-DIFERENCIA        PIC S9(11)V99.

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

           05 FS-ORDENADO              PIC XX.
               88 FS-ORDENADO-OK       VALUE "00".
               88 FS-ORDENADO-FIN      VALUE "10".

           05 FS-CAMBIO                PIC XX.
               88 FS-CAMBIO-OK         VALUE "00".
               88 FS-CAMBIO-FIN        VALUE "10".
               88 FS-CAMBIO-NOEXISTE   VALUE "35".

           05 FS-CIERRES               PIC XX.
               88 FS-CIERRES-OK        VALUE "00".
               88 FS-CIERRES-FIN       VALUE "10".
               88 FS-CIERRES-CREADO    VALUE "05".

           05 FS-CIERRESNUEVO          PIC XX.
               88 FS-CIERRESNUEVO-OK   VALUE "00".

           05 FS-ASIENTOS              PIC XX.
               88 FS-ASIENTOS-OK       VALUE "00".

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

           05 FS-FERIADOS              PIC XX.
               88 FS-FERIADOS-OK         VALUE "00".
               88 FS-FERIADOS-FIN        VALUE "10".
               88 FS-FERIADOS-CREADO     VALUE "05".

           05 WS-PAIS-ANT                  PIC X(03).
           05 WS-SUC-ANT                   PIC 9(02).
           05 WS-MONEDA-ANT                PIC X(03).
           05 WS-CTAS-GRUPO                PIC 9(07).
           05 WS-SALDO-GRUPO               PIC S9(11).
           05 WS-DIFERENCIA                PIC S9(11)V99.
           05 WS-GANANCIA-PAIS             PIC 9(11)V99.
           05 WS-PERDIDA-PAIS              PIC 9(11)V99.
           05 WS-GANANCIA-GRAL             PIC 9(11)V99.
           05 WS-PERDIDA-GRAL              PIC 9(11)V99.

       77  WS-CONT-LECTURA                 PIC 9(9) VALUE ZERO.
       77  WS-CONT-ESCRITURA               PIC 9(9) VALUE ZERO.
       77  WS-CONT-RECHAZOS                PIC 9(9) VALUE ZERO.
       77  WS-CONT-ASIENTOS                PIC 9(9) VALUE ZERO.
       77  WS-CONT-MONEDA-BASE             PIC 9(9) VALUE ZERO.
       77  WS-CONT-SIN-COTIZACION          PIC 9(9) VALUE ZERO.
       77  WS-CONT-SIN-CIERRE              PIC 9(9) VALUE ZERO.
       77  WS-CONT-MONEDAS                 PIC 9(4) VALUE ZERO.
       77  WS-IDX-MONEDA                   PIC 9(4) VALUE ZERO.
       77  WS-IDX-RESUMEN                  PIC 9(4) VALUE ZERO.
       77  WS-MONEDA-BUSCADA               PIC X(03) VALUE SPACES.
       77  WS-SW-MONEDA-ENCONTRADA         PIC X VALUE "N".
           88 MONEDA-ENCONTRADA            VALUE "S".
       77  WS-IMPORTE-ABSOLUTO             PIC 9(09)V99 VALUE ZERO.
       77  WS-TOTAL-DB                     PIC 9(11)V99 VALUE ZERO.
       77  WS-TOTAL-CR                     PIC 9(11)V99 VALUE ZERO.
       77  WS-NETO                         PIC S9(11)V99 VALUE ZERO.
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
       77  WS-MONEDA-BASE                  PIC X(3) VALUE "USD".
       77  WS-SW-ABEND                     PIC X VALUE "N".
           88 HUBO-ABEND                   VALUE "S".
       77  WS-SW-SIN-REVALUACION           PIC X VALUE "N".
           88 SIN-REVALUACION              VALUE "S".
       77  WS-SW-ARCHIVOS-ABIERTOS         PIC X VALUE "N".
           88 ARCHIVOS-ABIERTOS            VALUE "S".
       77  WS-ARCH-LISTADO                 PIC X(44) VALUE SPACES.
       77  WS-ARCH-ASIENTOS                PIC X(44) VALUE SPACES.
       77  WS-ARCH-CATALOGAR               PIC X(44) VALUE SPACES.
       77  WS-CMD-LIBERAR                  PIC X(90) VALUE SPACES.
       77  WS-CMD-CIERRES                  PIC X(80)
           VALUE "mv CIERRECAMBIO.tmp CIERRECAMBIO.dat".
       77  WS-CMD-DESCARTAR                PIC X(80)
           VALUE "rm -f ASIENTOSREVAL.tmp CIERRECAMBIO.tmp".

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
           PERFORM 2000-I-PROCESO UNTIL FS-ORDENADO-FIN.
           PERFORM 9000-I-FINAL.
               STOP RUN.
      *----------------------------------------------------------------*
       1000-I-INICIO.
           INITIALIZE VARIABLES
           INITIALIZE TABLA-MONEDAS
           PERFORM 1050-LEERPARAMETROS.
           PERFORM 1180-ABRIRAUDITORIA.
           PERFORM 1060-VERIFICAR-FIN-DE-MES.
           PERFORM 1100-CARGAR-CIERRES.
           IF SIN-REVALUACION
               PERFORM 9000-I-FINAL
           END-IF
           PERFORM 1120-CARGAR-TIPOCAMBIO.
           PERFORM 1150-ABRIRASIENTOS.
           PERFORM 1170-ABRIRLISTADO.
           PERFORM 1200-ORDENAR-CUENTAS.
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
               ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD
           END-IF

           MOVE WS-FECHA-PROCESO(1:6) TO WS-PERIODO-ACTUAL
           MOVE WS-FECHA-PROCESO(3:4) TO WS-MOVREV-PERIODO

           MOVE SPACES TO WS-ARCH-LISTADO
           STRING "REVALUACION-" DELIMITED BY SIZE
               WS-FECHA-PROCESO DELIMITED BY SPACE
               ".dat" DELIMITED BY SIZE
               INTO WS-ARCH-LISTADO

           MOVE SPACES TO WS-ARCH-ASIENTOS
           STRING "ASIENTOSREVAL-" DELIMITED BY SIZE
               WS-FECHA-PROCESO DELIMITED BY SPACE
               ".dat" DELIMITED BY SIZE
               INTO WS-ARCH-ASIENTOS.
       1050-F-LEERPARAMETROS.EXIT.
      *----------------------------------------------------------------*
       1060-VERIFICAR-FIN-DE-MES.
      * LA REVALUACION SE HACE EL ULTIMO DIA HABIL DEL MES DE
      * LA FECHA DE PROCESO, O SEA CUANDO EL DIA HABIL SIGUIENTE
      * (SIN SABADOS, DOMINGOS NI FERIADOS DEL PAIS FILTRO, IGUAL
      * QUE EL ROLADO DE DRVCUENTAS) YA CAE EN OTRO MES: LA CADENA
      * NO CORRE LOS DIAS NO HABILES Y UN MES QUE TERMINA EN FIN DE
      * SEMANA O FERIADO SE CIERRA EL ULTIMO DIA HABIL
      * CON EL MISMO CRITERIO QUE EL COBRO DE COMISIONES
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
                   "NO SE REVALUA"
               MOVE "S" TO WS-SW-SIN-REVALUACION
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
       1100-CARGAR-CIERRES.
      * CIERRECAMBIO GUARDA LA COTIZACION CON QUE SE REVALUO CADA
      * MONEDA Y LA FECHA DEL CIERRE: SI ALGUNA YA TIENE FECHA DEL MES
      * EN CURSO, EL MES YA FUE REVALUADO Y NO SE VUELVE A CONTABILIZAR
           IF NOT SIN-REVALUACION
               OPEN INPUT CIERRES
               EVALUATE TRUE
                   WHEN FS-CIERRES-OK
                       PERFORM 1101-LEER-CIERRE
                       PERFORM 1102-CARGAR-CIERRE-ITEM
                           UNTIL FS-CIERRES-FIN
                       CLOSE CIERRES
                   WHEN FS-CIERRES-CREADO
                       DISPLAY "SIN CIERRECAMBIO - PRIMERA REVALUACION"
                       CLOSE CIERRES
                   WHEN OTHER
                       DISPLAY "ERROR APERTURA CIERRECAMBIO FS: "
                           FS-CIERRES
                       MOVE "S" TO WS-SW-ABEND
                       PERFORM 9000-I-FINAL
               END-EVALUATE
           END-IF.
       1100-F-CARGAR-CIERRES.EXIT.
      *----------------------------------------------------------------*
       1101-LEER-CIERRE.
           READ CIERRES
           EVALUATE TRUE
               WHEN FS-CIERRES-OK
                   CONTINUE
               WHEN FS-CIERRES-FIN
                   CONTINUE
               WHEN OTHER
                   DISPLAY "ERROR LECTURA CIERRECAMBIO FS: " FS-CIERRES
                   MOVE "S" TO WS-SW-ABEND
                   PERFORM 9000-I-FINAL
           END-EVALUATE.
       1101-F-LEER-CIERRE.EXIT.
      *----------------------------------------------------------------*
       1102-CARGAR-CIERRE-ITEM.
           IF CIE-FECHA(1:6) = WS-PERIODO-ACTUAL
           AND NOT SIN-REVALUACION
               DISPLAY "EL PERIODO " WS-PERIODO-ACTUAL
                   " YA FUE REVALUADO EL " CIE-FECHA
               MOVE "S" TO WS-SW-SIN-REVALUACION
           END-IF

           MOVE CIE-MONEDA TO WS-MONEDA-BUSCADA
           PERFORM 5020-AGREGAR-MONEDA
           MOVE CIE-TASA TO TABMON-TASA-CIERRE(WS-IDX-MONEDA)
           MOVE CIE-FECHA TO TABMON-FECHA-CIERRE(WS-IDX-MONEDA)
           MOVE "S" TO TABMON-SW-CIERRE(WS-IDX-MONEDA)
           PERFORM 1101-LEER-CIERRE.
       1102-F-CARGAR-CIERRE-ITEM.EXIT.
      *----------------------------------------------------------------*
       1120-CARGAR-TIPOCAMBIO.
      * LA COTIZACION VIGENTE ES LA DEL MAESTRO DE TIPOS DE CAMBIO
      * (SOLO MONEDAS ACTIVAS), COMO EN CORTECONTROLCUENTAS
           OPEN INPUT ARCHIVOCAMBIO
           EVALUATE TRUE
               WHEN FS-CAMBIO-OK
                   PERFORM 1121-LEER-TIPOCAMBIO
                   PERFORM 1122-CARGAR-CAMBIO-ITEM UNTIL FS-CAMBIO-FIN
                   CLOSE ARCHIVOCAMBIO
               WHEN FS-CAMBIO-NOEXISTE
                   CONTINUE
               WHEN OTHER
                   DISPLAY "ERROR APERTURA TIPOCAMBIO FS: " FS-CAMBIO
                   MOVE "S" TO WS-SW-ABEND
                   PERFORM 9000-I-FINAL
           END-EVALUATE.
       1120-F-CARGAR-TIPOCAMBIO.EXIT.
      *----------------------------------------------------------------*
       1121-LEER-TIPOCAMBIO.
           READ ARCHIVOCAMBIO
           EVALUATE TRUE
               WHEN FS-CAMBIO-OK
                   CONTINUE
               WHEN FS-CAMBIO-FIN
                   CONTINUE
               WHEN OTHER
                   DISPLAY "ERROR LECTURA TIPOCAMBIO FS: " FS-CAMBIO
                   MOVE "S" TO WS-SW-ABEND
                   PERFORM 9000-I-FINAL
           END-EVALUATE.
       1121-F-LEER-TIPOCAMBIO.EXIT.
      *----------------------------------------------------------------*
       1122-CARGAR-CAMBIO-ITEM.
           IF TCA-ESTADO NOT = "I"
           AND TCA-MONEDA NOT = WS-MONEDA-BASE
               MOVE TCA-MONEDA TO WS-MONEDA-BUSCADA
               PERFORM 5020-AGREGAR-MONEDA
               MOVE TCA-TASA TO TABMON-TASA-ACTUAL(WS-IDX-MONEDA)
               MOVE "S" TO TABMON-SW-ACTUAL(WS-IDX-MONEDA)
           END-IF
           PERFORM 1121-LEER-TIPOCAMBIO.
       1122-F-CARGAR-CAMBIO-ITEM.EXIT.
      *----------------------------------------------------------------*
       1150-ABRIRASIENTOS.
           OPEN OUTPUT ASIENTOS.

           IF NOT FS-ASIENTOS-OK
               DISPLAY "ERROR APERTURA ASIENTOSREVAL FS: " FS-ASIENTOS
               MOVE "S" TO WS-SW-ABEND
               PERFORM 9000-I-FINAL
           END-IF

           MOVE "S" TO WS-SW-ARCHIVOS-ABIERTOS
           MOVE WS-FECHA-PROCESO TO ASI-CAB-FECHA
           WRITE REG-ASIENTO FROM ESTRUCTURA-ASIENTO-CABECERA
           ADD 1 TO WS-CONT-ESCRITURA.
       1150-F-ABRIRASIENTOS.EXIT.
      *----------------------------------------------------------------*
       1170-ABRIRLISTADO.
           OPEN OUTPUT LISTADO.

           IF NOT FS-LISTADO-OK
               DISPLAY "ERROR APERTURA REVALUACION FS: " FS-LISTADO
               MOVE "S" TO WS-SW-ABEND
               PERFORM 9000-I-FINAL
           END-IF

           MOVE WS-FECHA-PROCESO TO TIT-FECHA
           MOVE WS-MONEDA-BASE TO TIT-MONEDA-BASE
           WRITE REG-LISTADO FROM ESTRUCTURA-TITULO
           WRITE REG-LISTADO FROM ESTRUCTURA-NOTA
           MOVE "REVALUACION POR PAIS / SUCURSAL / MONEDA"
               TO SEC-DESCRIPCION
           WRITE REG-LISTADO FROM ESTRUCTURA-SECCION
           WRITE REG-LISTADO FROM ESTRUCTURA-ENCABEZADO.
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
       1200-ORDENAR-CUENTAS.
      * EL MAESTRO VIENE POR PAIS Y SUCURSAL PERO NO POR MONEDA: SE
      * ORDENA PARA CORTAR POR PAIS / SUCURSAL / MONEDA
           OPEN INPUT ENTRADA.
           IF NOT FS-ENTRADA-OK
               DISPLAY "ERROR APERTURA CUENTAS FS: " FS-ENTRADA
               MOVE "S" TO WS-SW-ABEND
               PERFORM 9000-I-FINAL
           END-IF
           CLOSE ENTRADA

           SORT ORDENAMIENTO
               ON ASCENDING KEY SRT-PAIS SRT-SUCURSAL SRT-MONEDA
                   SRT-TIPO-CTA SRT-CUENTA
               USING ENTRADA
               GIVING ORDENADO

           OPEN INPUT ORDENADO.
           IF NOT FS-ORDENADO-OK
               DISPLAY "ERROR APERTURA REVAL-ED FS: " FS-ORDENADO
               MOVE "S" TO WS-SW-ABEND
               PERFORM 9000-I-FINAL
           END-IF
           PERFORM 5000-LEERORDENADO.
       1200-F-ORDENAR-CUENTAS.EXIT.
      *----------------------------------------------------------------*
       2000-I-PROCESO.
           MOVE CTA-PAIS TO WS-PAIS-ANT
           MOVE ZERO TO WS-GANANCIA-PAIS
           MOVE ZERO TO WS-PERDIDA-PAIS

           PERFORM 2100-I-CORTE-GRUPO
           UNTIL CTA-PAIS <> WS-PAIS-ANT OR FS-ORDENADO-FIN

           PERFORM 3600-TOTALIZAR-PAIS.
       2000-F-PROCESO.EXIT.
      *----------------------------------------------------------------*
       2100-I-CORTE-GRUPO.
           MOVE CTA-SUCURSAL TO WS-SUC-ANT
           MOVE CTA-MONEDA TO WS-MONEDA-ANT
           MOVE ZERO TO WS-CTAS-GRUPO
           MOVE ZERO TO WS-SALDO-GRUPO

           PERFORM 2200-ACUMULAR-CUENTA
           UNTIL CTA-SUCURSAL <> WS-SUC-ANT
           OR CTA-MONEDA <> WS-MONEDA-ANT
           OR CTA-PAIS <> WS-PAIS-ANT
           OR FS-ORDENADO-FIN

           PERFORM 3000-REVALUAR-GRUPO.
       2100-F-CORTE-GRUPO.EXIT.
      *----------------------------------------------------------------*
       2200-ACUMULAR-CUENTA.
      * SE REVALUAN TODOS LOS SALDOS DEL MAESTRO, ACTIVAS E INACTIVAS;
      * LAS CERRADAS YA NO ESTAN EN EL MAESTRO
           IF CTA-SALDO NOT NUMERIC
               ADD 1 TO WS-CONT-RECHAZOS
           ELSE
               ADD 1 TO WS-CTAS-GRUPO
               ADD CTA-SALDO TO WS-SALDO-GRUPO
           END-IF
           PERFORM 5000-LEERORDENADO.
       2200-F-ACUMULAR-CUENTA.EXIT.
      *----------------------------------------------------------------*
       3000-REVALUAR-GRUPO.
      * DIFERENCIA EN MONEDA BASE = SALDO * (COTIZACION VIGENTE -
      * COTIZACION DEL CIERRE ANTERIOR); LA MONEDA BASE NO SE REVALUA
           MOVE WS-MONEDA-ANT TO WS-MONEDA-BUSCADA
           PERFORM 5010-BUSCAR-MONEDA
           MOVE ZERO TO WS-DIFERENCIA
           MOVE SPACES TO DET-RESULTADO
           MOVE ZERO TO DET-TASA-CIERRE
           MOVE ZERO TO DET-TASA-ACTUAL

           EVALUATE TRUE
               WHEN WS-MONEDA-ANT = WS-MONEDA-BASE
                   ADD WS-CTAS-GRUPO TO WS-CONT-MONEDA-BASE
               WHEN NOT MONEDA-ENCONTRADA
                   PERFORM 5020-AGREGAR-MONEDA
                   PERFORM 3100-SIN-COTIZACION
               WHEN NOT TABMON-CON-ACTUAL(WS-IDX-MONEDA)
                   PERFORM 3100-SIN-COTIZACION
               WHEN NOT TABMON-CON-CIERRE(WS-IDX-MONEDA)
                   ADD WS-CTAS-GRUPO TO WS-CONT-SIN-CIERRE
                   MOVE "SIN CIERRE ANTERIOR" TO DET-RESULTADO
                   MOVE TABMON-TASA-ACTUAL(WS-IDX-MONEDA)
                       TO DET-TASA-ACTUAL
                   PERFORM 3300-ACUMULAR-MONEDA
                   PERFORM 3500-ESCRIBIR-DETALLE
               WHEN OTHER
                   PERFORM 3200-CALCULAR-DIFERENCIA
           END-EVALUATE.
       3000-F-REVALUAR-GRUPO.EXIT.
      *----------------------------------------------------------------*
       3100-SIN-COTIZACION.
           ADD WS-CTAS-GRUPO TO WS-CONT-SIN-COTIZACION
           MOVE "SIN COTIZACION" TO DET-RESULTADO
           IF TABMON-CON-CIERRE(WS-IDX-MONEDA)
               MOVE TABMON-TASA-CIERRE(WS-IDX-MONEDA)
                   TO DET-TASA-CIERRE
           END-IF
           PERFORM 3300-ACUMULAR-MONEDA
           PERFORM 3500-ESCRIBIR-DETALLE.
       3100-F-SIN-COTIZACION.EXIT.
      *----------------------------------------------------------------*
       3200-CALCULAR-DIFERENCIA.
           MOVE TABMON-TASA-CIERRE(WS-IDX-MONEDA) TO DET-TASA-CIERRE
           MOVE TABMON-TASA-ACTUAL(WS-IDX-MONEDA) TO DET-TASA-ACTUAL

           COMPUTE WS-DIFERENCIA ROUNDED =
               WS-SALDO-GRUPO * (TABMON-TASA-ACTUAL(WS-IDX-MONEDA)
                               - TABMON-TASA-CIERRE(WS-IDX-MONEDA))
               ON SIZE ERROR
                   DISPLAY "DESBORDE EN LA DIFERENCIA DE "
                       WS-PAIS-ANT " " WS-SUC-ANT " " WS-MONEDA-ANT
                   MOVE "S" TO WS-SW-ABEND
                   PERFORM 9000-I-FINAL
           END-COMPUTE

           EVALUATE TRUE
               WHEN WS-DIFERENCIA > ZERO
                   MOVE "PERDIDA DE CAMBIO" TO DET-RESULTADO
                   ADD WS-DIFERENCIA TO WS-PERDIDA-PAIS
                   ADD WS-DIFERENCIA TO WS-PERDIDA-GRAL
                   PERFORM 4000-GENERAR-ASIENTO
               WHEN WS-DIFERENCIA < ZERO
                   MOVE "GANANCIA DE CAMBIO" TO DET-RESULTADO
                   SUBTRACT WS-DIFERENCIA FROM WS-GANANCIA-PAIS
                   SUBTRACT WS-DIFERENCIA FROM WS-GANANCIA-GRAL
                   PERFORM 4000-GENERAR-ASIENTO
               WHEN OTHER
                   MOVE "SIN VARIACION" TO DET-RESULTADO
           END-EVALUATE

           PERFORM 3300-ACUMULAR-MONEDA
           PERFORM 3500-ESCRIBIR-DETALLE.
       3200-F-CALCULAR-DIFERENCIA.EXIT.
      *----------------------------------------------------------------*
       3300-ACUMULAR-MONEDA.
           ADD WS-CTAS-GRUPO TO TABMON-CUENTAS(WS-IDX-MONEDA)
           ADD WS-SALDO-GRUPO TO TABMON-SALDO(WS-IDX-MONEDA)
           ADD WS-DIFERENCIA TO TABMON-DIFERENCIA(WS-IDX-MONEDA).
       3300-F-ACUMULAR-MONEDA.EXIT.
      *----------------------------------------------------------------*
       3500-ESCRIBIR-DETALLE.
           MOVE WS-PAIS-ANT TO DET-PAIS
           MOVE WS-SUC-ANT TO DET-SUCURSAL
           MOVE WS-MONEDA-ANT TO DET-MONEDA
           MOVE WS-CTAS-GRUPO TO DET-CUENTAS
           MOVE WS-SALDO-GRUPO TO DET-SALDO
           MOVE WS-DIFERENCIA TO DET-DIFERENCIA
           PERFORM 6000-ESCRIBIR-LISTADO-DET.
       3500-F-ESCRIBIR-DETALLE.EXIT.
      *----------------------------------------------------------------*
       3600-TOTALIZAR-PAIS.
           MOVE "TOTAL PAIS" TO TOT-TEXTO
           MOVE WS-PAIS-ANT TO TOT-CLAVE
           MOVE WS-GANANCIA-PAIS TO TOT-GANANCIA
           MOVE WS-PERDIDA-PAIS TO TOT-PERDIDA
           COMPUTE TOT-NETO = WS-GANANCIA-PAIS - WS-PERDIDA-PAIS
           PERFORM 6100-ESCRIBIR-LISTADO-TOTAL.
       3600-F-TOTALIZAR-PAIS.EXIT.
      *----------------------------------------------------------------*
       3700-TOTALIZAR-GENERAL.
           MOVE "TOTAL GENERAL" TO TOT-TEXTO
           MOVE SPACES TO TOT-CLAVE
           MOVE WS-GANANCIA-GRAL TO TOT-GANANCIA
           MOVE WS-PERDIDA-GRAL TO TOT-PERDIDA
           COMPUTE TOT-NETO = WS-GANANCIA-GRAL - WS-PERDIDA-GRAL
           PERFORM 6100-ESCRIBIR-LISTADO-TOTAL.
       3700-F-TOTALIZAR-GENERAL.EXIT.
      *----------------------------------------------------------------*
       3800-RESUMIR-MONEDAS.
           MOVE "RESUMEN POR MONEDA" TO SEC-DESCRIPCION
           IF FS-LISTADO-OK
               WRITE REG-LISTADO FROM ESTRUCTURA-SECCION
               WRITE REG-LISTADO FROM ESTRUCTURA-ENCABEZADO-MON
           END-IF
           MOVE 1 TO WS-IDX-RESUMEN
           PERFORM 3810-RESUMIR-MONEDA-ITEM
           UNTIL WS-IDX-RESUMEN > WS-CONT-MONEDAS

           MOVE "CUENTAS EN MONEDA BASE (NO SE REVALUAN):"
               TO CNT-TEXTO
           MOVE WS-CONT-MONEDA-BASE TO CNT-CANTIDAD
           PERFORM 6200-ESCRIBIR-LISTADO-CONTADOR
           MOVE "CUENTAS SIN COTIZACION VIGENTE:" TO CNT-TEXTO
           MOVE WS-CONT-SIN-COTIZACION TO CNT-CANTIDAD
           PERFORM 6200-ESCRIBIR-LISTADO-CONTADOR
           MOVE "CUENTAS SIN CIERRE ANTERIOR:" TO CNT-TEXTO
           MOVE WS-CONT-SIN-CIERRE TO CNT-CANTIDAD
           PERFORM 6200-ESCRIBIR-LISTADO-CONTADOR
           MOVE "CUENTAS CON SALDO INVALIDO:" TO CNT-TEXTO
           MOVE WS-CONT-RECHAZOS TO CNT-CANTIDAD
           PERFORM 6200-ESCRIBIR-LISTADO-CONTADOR
           MOVE "PATAS DE ASIENTO GENERADAS:" TO CNT-TEXTO
           MOVE WS-CONT-ASIENTOS TO CNT-CANTIDAD
           PERFORM 6200-ESCRIBIR-LISTADO-CONTADOR.
       3800-F-RESUMIR-MONEDAS.EXIT.
      *----------------------------------------------------------------*
       3810-RESUMIR-MONEDA-ITEM.
           MOVE TABMON-MONEDA(WS-IDX-RESUMEN) TO MON-MONEDA
           MOVE TABMON-FECHA-CIERRE(WS-IDX-RESUMEN) TO MON-FECHA-CIERRE
           MOVE TABMON-TASA-CIERRE(WS-IDX-RESUMEN) TO MON-TASA-CIERRE
           MOVE TABMON-TASA-ACTUAL(WS-IDX-RESUMEN) TO MON-TASA-ACTUAL
           MOVE TABMON-CUENTAS(WS-IDX-RESUMEN) TO MON-CUENTAS
           MOVE TABMON-SALDO(WS-IDX-RESUMEN) TO MON-SALDO
           MOVE TABMON-DIFERENCIA(WS-IDX-RESUMEN) TO MON-DIFERENCIA

           EVALUATE TRUE
               WHEN NOT TABMON-CON-ACTUAL(WS-IDX-RESUMEN)
                   MOVE "SIN COTIZACION" TO MON-RESULTADO
               WHEN NOT TABMON-CON-CIERRE(WS-IDX-RESUMEN)
                   MOVE "SIN CIERRE ANTERIOR" TO MON-RESULTADO
               WHEN TABMON-DIFERENCIA(WS-IDX-RESUMEN) > ZERO
                   MOVE "PERDIDA DE CAMBIO" TO MON-RESULTADO
               WHEN TABMON-DIFERENCIA(WS-IDX-RESUMEN) < ZERO
                   MOVE "GANANCIA DE CAMBIO" TO MON-RESULTADO
               WHEN OTHER
                   MOVE "SIN VARIACION" TO MON-RESULTADO
           END-EVALUATE

           IF FS-LISTADO-OK
               WRITE REG-LISTADO FROM ESTRUCTURA-DET-MON
               ADD 1 TO WS-CONT-ESCRITURA
           END-IF
           ADD 1 TO WS-IDX-RESUMEN.
       3810-F-RESUMIR-MONEDA-ITEM.EXIT.
      *----------------------------------------------------------------*
       4000-GENERAR-ASIENTO.
      * UNA PERDIDA DEBITA PERDIDA-CAMBIO CONTRA CTAS-CLIENTES; UNA
      * GANANCIA DEBITA CTAS-CLIENTES CONTRA GANANCIA-CAMBIO
           IF WS-DIFERENCIA < ZERO
               COMPUTE WS-IMPORTE-ABSOLUTO = ZERO - WS-DIFERENCIA
                   ON SIZE ERROR
                       DISPLAY "IMPORTE DE ASIENTO EXCEDIDO EN "
                           WS-PAIS-ANT " " WS-SUC-ANT " " WS-MONEDA-ANT
                       MOVE "S" TO WS-SW-ABEND
                       PERFORM 9000-I-FINAL
               END-COMPUTE
           ELSE
               COMPUTE WS-IMPORTE-ABSOLUTO = WS-DIFERENCIA
                   ON SIZE ERROR
                       DISPLAY "IMPORTE DE ASIENTO EXCEDIDO EN "
                           WS-PAIS-ANT " " WS-SUC-ANT " " WS-MONEDA-ANT
                       MOVE "S" TO WS-SW-ABEND
                       PERFORM 9000-I-FINAL
               END-COMPUTE
           END-IF

           MOVE WS-MONEDA-ANT TO WS-MOVREV-MONEDA

           IF WS-DIFERENCIA > ZERO
               MOVE "PERDIDA-CAMBIO" TO ASI-DET-CUENTA-GL
               MOVE "DB" TO ASI-DET-DC
               PERFORM 4100-ESCRIBIR-PATA
               MOVE "CTAS-CLIENTES" TO ASI-DET-CUENTA-GL
               MOVE "CR" TO ASI-DET-DC
               PERFORM 4100-ESCRIBIR-PATA
           ELSE
               MOVE "CTAS-CLIENTES" TO ASI-DET-CUENTA-GL
               MOVE "DB" TO ASI-DET-DC
               PERFORM 4100-ESCRIBIR-PATA
               MOVE "GANANCIA-CAMBIO" TO ASI-DET-CUENTA-GL
               MOVE "CR" TO ASI-DET-DC
               PERFORM 4100-ESCRIBIR-PATA
           END-IF.
       4000-F-GENERAR-ASIENTO.EXIT.
      *----------------------------------------------------------------*
       4100-ESCRIBIR-PATA.
           MOVE WS-PAIS-ANT TO ASI-DET-PAIS
           MOVE WS-SUC-ANT TO ASI-DET-SUCURSAL
           MOVE SPACES TO ASI-DET-TIPO-CTA
           MOVE WS-IMPORTE-ABSOLUTO TO ASI-DET-IMPORTE
           MOVE WS-MOV-ID-REVAL TO ASI-DET-MOV-ID
           MOVE SPACES TO ASI-DET-MARCA-REVERSO

           IF ASI-DET-DC = "DB"
               ADD WS-IMPORTE-ABSOLUTO TO WS-TOTAL-DB
           ELSE
               ADD WS-IMPORTE-ABSOLUTO TO WS-TOTAL-CR
           END-IF

           IF NOT FS-ASIENTOS-OK
               DISPLAY "ERROR ESCRITURA ASIENTOSREVAL FS: " FS-ASIENTOS
           ELSE
               WRITE REG-ASIENTO FROM ESTRUCTURA-ASIENTO-DET
               ADD 1 TO WS-CONT-ESCRITURA
               ADD 1 TO WS-CONT-ASIENTOS
           END-IF.
       4100-F-ESCRIBIR-PATA.EXIT.
      *----------------------------------------------------------------*
       5000-LEERORDENADO.
           READ ORDENADO
           EVALUATE TRUE
               WHEN FS-ORDENADO-OK
                   ADD 1 TO WS-CONT-LECTURA
               WHEN FS-ORDENADO-FIN
                   CONTINUE
               WHEN OTHER
                   DISPLAY "ERROR LECTURA REVAL-ED FS: " FS-ORDENADO
                   MOVE "S" TO WS-SW-ABEND
                   PERFORM 9000-I-FINAL
           END-EVALUATE.
       5000-F-LEERORDENADO.EXIT.
      *----------------------------------------------------------------*
       5010-BUSCAR-MONEDA.
           MOVE "N" TO WS-SW-MONEDA-ENCONTRADA
           MOVE 1 TO WS-IDX-MONEDA

           PERFORM 5015-BUSCAR-MONEDA-ITEM
           UNTIL WS-IDX-MONEDA > WS-CONT-MONEDAS
           OR MONEDA-ENCONTRADA.
       5010-F-BUSCAR-MONEDA.EXIT.
      *----------------------------------------------------------------*
       5015-BUSCAR-MONEDA-ITEM.
           IF TABMON-MONEDA(WS-IDX-MONEDA) = WS-MONEDA-BUSCADA
               MOVE "S" TO WS-SW-MONEDA-ENCONTRADA
           ELSE
               ADD 1 TO WS-IDX-MONEDA
           END-IF.
       5015-F-BUSCAR-MONEDA-ITEM.EXIT.
      *----------------------------------------------------------------*
       5020-AGREGAR-MONEDA.
      * DEJA WS-IDX-MONEDA EN LA ENTRADA DE LA MONEDA BUSCADA,
      * CREANDOLA SI TODAVIA NO ESTA EN LA TABLA
           PERFORM 5010-BUSCAR-MONEDA
           IF NOT MONEDA-ENCONTRADA
               IF WS-CONT-MONEDAS >= 100
                   DISPLAY "REVALCAMBIO EXCEDE LA TABLA DE MONEDAS"
                   MOVE "S" TO WS-SW-ABEND
                   PERFORM 9000-I-FINAL
               END-IF
               ADD 1 TO WS-CONT-MONEDAS
               MOVE WS-CONT-MONEDAS TO WS-IDX-MONEDA
               MOVE WS-MONEDA-BUSCADA TO TABMON-MONEDA(WS-IDX-MONEDA)
               MOVE "N" TO TABMON-SW-CIERRE(WS-IDX-MONEDA)
               MOVE "N" TO TABMON-SW-ACTUAL(WS-IDX-MONEDA)
           END-IF.
       5020-F-AGREGAR-MONEDA.EXIT.
      *----------------------------------------------------------------*
       6000-ESCRIBIR-LISTADO-DET.
           IF NOT FS-LISTADO-OK
               DISPLAY "ERROR ESCRITURA REVALUACION FS: " FS-LISTADO
           ELSE
               WRITE REG-LISTADO FROM ESTRUCTURA-DET
               ADD 1 TO WS-CONT-ESCRITURA
           END-IF.
       6000-F-ESCRIBIR-LISTADO-DET.EXIT.
      *----------------------------------------------------------------*
       6100-ESCRIBIR-LISTADO-TOTAL.
           IF NOT FS-LISTADO-OK
               DISPLAY "ERROR ESCRITURA REVALUACION FS: " FS-LISTADO
           ELSE
               WRITE REG-LISTADO FROM ESTRUCTURA-TOTAL
               ADD 1 TO WS-CONT-ESCRITURA
           END-IF.
       6100-F-ESCRIBIR-LISTADO-TOTAL.EXIT.
      *----------------------------------------------------------------*
       6200-ESCRIBIR-LISTADO-CONTADOR.
           IF NOT FS-LISTADO-OK
               DISPLAY "ERROR ESCRITURA REVALUACION FS: " FS-LISTADO
           ELSE
               WRITE REG-LISTADO FROM ESTRUCTURA-CONTADOR
               ADD 1 TO WS-CONT-ESCRITURA
           END-IF.
       6200-F-ESCRIBIR-LISTADO-CONTADOR.EXIT.
      *----------------------------------------------------------------*
       6300-ESCRIBIR-COLA.
           MOVE WS-CONT-ASIENTOS TO ASI-COLA-CANT-REG
           MOVE WS-TOTAL-DB TO ASI-COLA-TOTAL-DB
           MOVE WS-TOTAL-CR TO ASI-COLA-TOTAL-CR
           COMPUTE WS-NETO = WS-TOTAL-DB - WS-TOTAL-CR
           MOVE WS-NETO TO ASI-COLA-NETO

           IF FS-ASIENTOS-OK
               WRITE REG-ASIENTO FROM ESTRUCTURA-ASIENTO-COLA
               ADD 1 TO WS-CONT-ESCRITURA
           END-IF.
       6300-F-ESCRIBIR-COLA.EXIT.
      *----------------------------------------------------------------*
       6350-LIBERAR-ARCHIVOS.
      * LOS ASIENTOS Y EL NUEVO CIERRECAMBIO SE LIBERAN JUNTOS Y SOLO
      * SI EL ARCHIVO DE ASIENTOS CUADRA; SI NO, SE DESCARTAN AMBOS Y
      * EL MES QUEDA SIN REVALUAR PARA REPROCESARLO
           IF WS-NETO = ZERO
               MOVE SPACES TO WS-CMD-LIBERAR
               STRING "mv ASIENTOSREVAL.tmp " DELIMITED BY SIZE
                   WS-ARCH-ASIENTOS DELIMITED BY SPACE
                   INTO WS-CMD-LIBERAR
               CALL "SYSTEM" USING WS-CMD-LIBERAR
               CALL "SYSTEM" USING WS-CMD-CIERRES
               MOVE WS-ARCH-ASIENTOS TO WS-ARCH-CATALOGAR
               PERFORM 6400-CATALOGAR-GENERACION
               MOVE WS-ARCH-LISTADO TO WS-ARCH-CATALOGAR
               PERFORM 6400-CATALOGAR-GENERACION
           ELSE
               DISPLAY "ASIENTOSREVAL DESCUADRADO - NETO: " WS-NETO
                   " - NO SE LIBERA"
               CALL "SYSTEM" USING WS-CMD-DESCARTAR
               MOVE "S" TO WS-SW-ABEND
           END-IF.
       6350-F-LIBERAR-ARCHIVOS.EXIT.
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
       7000-GRABAR-CIERRES.
      * CADA MONEDA CON COTIZACION VIGENTE QUEDA CON LA COTIZACION Y
      * FECHA DE ESTE CIERRE; LAS QUE NO TIENEN COTIZACION CONSERVAN
      * SU CIERRE ANTERIOR PARA REVALUARSE CUANDO VUELVAN A TENERLA
           OPEN OUTPUT CIERRESNUEVO.
           IF NOT FS-CIERRESNUEVO-OK
               DISPLAY "ERROR APERTURA CIERRECAMBIO.tmp FS: "
                   FS-CIERRESNUEVO
               MOVE "S" TO WS-SW-ABEND
           ELSE
               MOVE 1 TO WS-IDX-RESUMEN
               PERFORM 7010-GRABAR-CIERRE-ITEM
               UNTIL WS-IDX-RESUMEN > WS-CONT-MONEDAS
           END-IF.
           CLOSE CIERRESNUEVO.
       7000-F-GRABAR-CIERRES.EXIT.
      *----------------------------------------------------------------*
       7010-GRABAR-CIERRE-ITEM.
           EVALUATE TRUE
               WHEN TABMON-CON-ACTUAL(WS-IDX-RESUMEN)
                   MOVE TABMON-MONEDA(WS-IDX-RESUMEN) TO CIEN-MONEDA
                   MOVE TABMON-TASA-ACTUAL(WS-IDX-RESUMEN) TO CIEN-TASA
                   MOVE WS-FECHA-PROCESO TO CIEN-FECHA
                   WRITE REG-CIERRE-NUEVO
               WHEN TABMON-CON-CIERRE(WS-IDX-RESUMEN)
                   MOVE TABMON-MONEDA(WS-IDX-RESUMEN) TO CIEN-MONEDA
                   MOVE TABMON-TASA-CIERRE(WS-IDX-RESUMEN) TO CIEN-TASA
                   MOVE TABMON-FECHA-CIERRE(WS-IDX-RESUMEN)
                       TO CIEN-FECHA
                   WRITE REG-CIERRE-NUEVO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           ADD 1 TO WS-IDX-RESUMEN.
       7010-F-GRABAR-CIERRE-ITEM.EXIT.
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
           MOVE "REVALCAMBIO"         TO AUD-PROGRAMA
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
           IF NOT SIN-REVALUACION AND NOT HUBO-ABEND
               PERFORM 3700-TOTALIZAR-GENERAL
               PERFORM 3800-RESUMIR-MONEDAS
               PERFORM 6300-ESCRIBIR-COLA
               PERFORM 7000-GRABAR-CIERRES
           END-IF.
           PERFORM 8000-ESCRIBIR-AUDITORIA.
           CLOSE AUDITORIA.

      * SIN REVALUACION NO SE ABRIERON ASIENTOS NI LISTADO
           IF ARCHIVOS-ABIERTOS
               CLOSE ORDENADO
               CLOSE ASIENTOS
               CLOSE LISTADO
               CALL "SYSTEM" USING "rm -f REVAL-ED.tmp"
               IF NOT HUBO-ABEND
                   PERFORM 6350-LIBERAR-ARCHIVOS
               ELSE
                   CALL "SYSTEM" USING WS-CMD-DESCARTAR
               END-IF
           END-IF.

           DISPLAY "PATAS DE ASIENTO DE REVALUACION: " WS-CONT-ASIENTOS

      * EL RC SE FIJA AL FINAL PORQUE LOS CALL "SYSTEM" LO PISAN;
      * RC 4 LE INDICA AL DRIVER QUE ESTE MES NO HABIA QUE REVALUAR
           EVALUATE TRUE
               WHEN HUBO-ABEND
                   MOVE 16 TO RETURN-CODE
               WHEN SIN-REVALUACION
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE ZERO TO RETURN-CODE
           END-EVALUATE

           PERFORM 6410-GRABAR-CATALOGO
           STOP RUN.
       9000-F-FINAL.
           EXIT.
      *----------------------------------------------------------------*
