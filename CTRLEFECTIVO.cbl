      ******************************************************************
      * CONTROL DE OPERACIONES EN EFECTIVO PARA CUMPLIMIENTO
      * LEE EL JOURNAL DE POSTEO DEL DIA, UBICA EL TITULAR DE CADA
      * CUENTA (CUENTAS.dat Y, PARA LAS CERRADAS EN LA NOCHE, EL
      * RESPALDO CUENTAS-<FECHA>-POST.bak) Y LLEVA LOS IMPORTES A
      * MONEDA BASE CON TIPOCAMBIO. EMITE EL ARCHIVO REGULATORIO
      * REPEFECTIVO-<FECHA>.dat (CABECERA, DETALLE Y COLA DE CONTROL)
      * CON LOS MOVIMIENTOS DEL DIA QUE ALCANZAN EL UMBRAL, Y EL
      * LISTADO ALERTASEFECTIVO-<FECHA>.dat CON LOS TITULARES CUYOS
      * MOVIMIENTOS POR DEBAJO DEL UMBRAL SUMAN, EN LA VENTANA DE
      * DIAS, EL UMBRAL DE FRACCIONAMIENTO EN UN MISMO SENTIDO. LA
      * VENTANA SE ARRASTRA EN HISTEFECTIVO.dat ENTRE CORRIDAS;
      * UMBRALES Y VENTANA VIENEN DE PARAMETROS.dat. LAS PATAS DE LAS
      * TRANSFERENCIAS DE GENORDENES Y LOS PAGOS DE VENCPLAZOS NO SON
      * EFECTIVO: SE RECONOCEN POR EL MOV-ID CONTRA ORDENES.dat Y
      * PLAZOS.dat Y QUEDAN FUERA DEL CONTROL
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CTRLEFECTIVO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOURNALPOSTEO ASSIGN TO "JOURNALPOSTEO.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-JOURNAL.

           SELECT MAESTRO ASSIGN TO "CUENTAS.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-MAESTRO.

           SELECT OPTIONAL RESPALDO ASSIGN USING WS-ARCH-RESPALDO
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-RESPALDO.

           SELECT TITULARES ASSIGN TO "TITULARES.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-TITULARES.

           SELECT ARCHIVOCAMBIO ASSIGN TO "TIPOCAMBIO.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-CAMBIO.

           SELECT OPTIONAL HISTORIA ASSIGN TO "HISTEFECTIVO.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-HISTORIA.

           SELECT HISTORIANUEVA ASSIGN TO "HISTEFECTIVONEW.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-HISTORIANUEVA.

           SELECT REGULATORIO ASSIGN USING WS-ARCH-REGULATORIO
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-REGULATORIO.

           SELECT ALERTAS ASSIGN USING WS-ARCH-ALERTAS
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-ALERTAS.

           SELECT OPTIONAL ORDENES ASSIGN TO "ORDENES.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-ORDENES.

           SELECT OPTIONAL PLAZOS ASSIGN TO "PLAZOS.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-PLAZOS.

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
       FD  JOURNALPOSTEO.
           01 REG-JOURNAL-POSTEO PIC X(90).

       FD  MAESTRO.
           COPY CPY001.

       FD  RESPALDO.
           01 REG-CUENTA-RESPALDO.
               05 RSP-CLAVE                PIC X(10).
               05 RSP-SALDO                PIC S9(07).
               05 RSP-MONEDA               PIC X(03).
               05 RSP-TASA-INTERES         PIC 9(02)V9(03).
               05 RSP-TITULAR              PIC 9(05).
               05 FILLER                   PIC X(24).

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

       FD  ARCHIVOCAMBIO.
           01 REG-TIPOCAMBIO.
               05 TCA-MONEDA               PIC X(03).
               05 TCA-TASA                 PIC 9(04)V9(06).
               05 TCA-FECHA-VIGENCIA       PIC X(08).
               05 TCA-ESTADO               PIC X(01).

       FD  HISTORIA.
           01 REG-HISTORIA.
               05 HEF-FECHA                PIC X(08).
               05 HEF-TITULAR              PIC 9(05).
               05 HEF-MOV-ID               PIC 9(09).
               05 HEF-CUENTA               PIC X(10).
               05 HEF-TIPO-MOV             PIC X(01).
               05 HEF-SENTIDO              PIC X(01).
               05 HEF-IMPORTE              PIC 9(07).
               05 HEF-MONEDA               PIC X(03).
               05 HEF-IMPORTE-BASE         PIC 9(11).

       FD  HISTORIANUEVA.
           01 REG-HISTORIA-NUEVA PIC X(55).

       FD  REGULATORIO.
           01 REG-REGULATORIO PIC X(110).

       FD  ALERTAS.
           01 REG-ALERTA PIC X(100).

       FD  ORDENES.
           COPY ORDENREG.

       FD  PLAZOS.
           COPY PLAZOREG.

       FD  AUDITORIA.
           COPY AUDITREG.

       FD  CATALOGO.
           COPY CATREG.

       FD  GENCONTROL.
           01 REG-GENCONTROL PIC X(300).

       FD  PARAMETROS.
           COPY PARMREG.

       WORKING-STORAGE SECTION.

       01  LINEA-POSTEO.
           05 POS-PAIS                     PIC X(03).
           05 POS-SEP-1                    PIC X(01).
           05 POS-SUCURSAL                 PIC 9(02).
           05 POS-SEP-2                    PIC X(01).
           05 POS-TIPO-CTA                 PIC X(02).
           05 FILLER                       PIC X(01).
           05 POS-CUENTA                   PIC 9(03).
           05 FILLER                       PIC X(01).
           05 POS-TIPO-MOV                 PIC X(01).
           05 FILLER                       PIC X(01).
           05 POS-IMPORTE                  PIC 9(07).
           05 FILLER                       PIC X(01).
           05 POS-SALDO-ANTERIOR.
               10 POS-SALDO-ANT-SIGNO      PIC X(01).
               10 POS-SALDO-ANT-VALOR      PIC 9(07).
           05 FILLER                       PIC X(01).
           05 POS-SALDO-NUEVO              PIC X(08).
           05 FILLER                       PIC X(01).
           05 POS-MOV-ID                   PIC 9(09).
           05 FILLER                       PIC X(39).

       01  ESTRUCTURA-REG-CABECERA.
           05 REG-CAB-TIPO                 PIC X(01) VALUE "H".
           05 REG-CAB-FECHA                PIC X(08).
           05 REG-CAB-MONEDA-BASE          PIC X(03).
           05 REG-CAB-UMBRAL               PIC 9(09).

       01  ESTRUCTURA-REG-DETALLE.
           05 REG-DET-TIPO                 PIC X(01) VALUE "D".
           05 REG-DET-FECHA                PIC X(08).
           05 REG-DET-MOV-ID               PIC 9(09).
           05 REG-DET-TIPO-MOV             PIC X(01).
           05 REG-DET-CUENTA               PIC X(10).
           05 REG-DET-IMPORTE              PIC 9(07).
           05 REG-DET-MONEDA               PIC X(03).
           05 REG-DET-IMPORTE-BASE         PIC 9(11).
           05 REG-DET-TITULAR              PIC 9(05).
           05 REG-DET-DOCUMENTO            PIC X(15).
           05 REG-DET-NOMBRE               PIC X(40).

       01  ESTRUCTURA-REG-COLA.
           05 REG-COLA-TIPO                PIC X(01) VALUE "T".
           05 REG-COLA-CANT-REG            PIC 9(09).
           05 REG-COLA-HASH-IMPORTES       PIC 9(13).

       01  ESTRUCTURA-ALR-TITULO.
           05 FILLER                       PIC X(42)
              VALUE "ALERTAS DE FRACCIONAMIENTO DE EFECTIVO AL ".
           05 ALR-TITULO-FECHA             PIC X(08).

       01  ESTRUCTURA-ALR-PARAMETROS.
           05 FILLER                       PIC X(08) VALUE "UMBRAL: ".
           05 ALR-PAR-UMBRAL               PIC ZZZZZZZZ9.
           05 FILLER                       PIC X(18)
              VALUE " FRACCIONAMIENTO: ".
           05 ALR-PAR-FRACCIONADO          PIC ZZZZZZZZ9.
           05 FILLER                       PIC X(10) VALUE " VENTANA: ".
           05 ALR-PAR-VENTANA              PIC ZZ9.
           05 FILLER                       PIC X(19)
              VALUE " DIAS MONEDA BASE: ".
           05 ALR-PAR-MONEDA-BASE          PIC X(03).

       01  ESTRUCTURA-ALR-EXCEPCION.
           05 FILLER                       PIC X(11)
              VALUE "EXCEPCION: ".
           05 ALR-EXC-CUENTA               PIC X(10).
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 ALR-EXC-TIPO-MOV             PIC X(01).
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 ALR-EXC-MOV-ID               PIC 9(09).
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 ALR-EXC-MOTIVO               PIC X(40).

       01  ESTRUCTURA-ALR-TITULAR.
           05 FILLER                       PIC X(09) VALUE "TITULAR: ".
           05 ALR-TIT-ID                   PIC 9(05).
           05 FILLER                       PIC X(06) VALUE " DOC: ".
           05 ALR-TIT-DOCUMENTO            PIC X(15).
           05 FILLER                       PIC X(09) VALUE " NOMBRE: ".
           05 ALR-TIT-NOMBRE               PIC X(40).

       01  ESTRUCTURA-ALR-RESUMEN.
           05 FILLER                       PIC X(09) VALUE "SENTIDO: ".
           05 ALR-RES-SENTIDO              PIC X(12).
           05 FILLER                       PIC X(12)
              VALUE " CANTIDAD: ".
           05 ALR-RES-CANTIDAD             PIC ZZZZ9.
           05 FILLER                       PIC X(21)
              VALUE " TOTAL MONEDA BASE: ".
           05 ALR-RES-TOTAL                PIC ZZZZZZZZZZZZ9.

       01  ESTRUCTURA-ALR-ENCABEZADO.
           05 FILLER                       PIC X(45)
              VALUE "  FECHA    MOV-ID    CUENTA     T IMPORTE MON".
           05 FILLER                       PIC X(12)
              VALUE "IMPORTE BASE".

       01  ESTRUCTURA-ALR-DET.
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 ALR-DET-FECHA                PIC X(08).
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 ALR-DET-MOV-ID               PIC 9(09).
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 ALR-DET-CUENTA               PIC X(10).
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 ALR-DET-TIPO-MOV             PIC X(01).
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 ALR-DET-IMPORTE              PIC 9(07).
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 ALR-DET-MONEDA               PIC X(03).
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 ALR-DET-IMPORTE-BASE         PIC ZZZZZZZZZZ9.

       01  ESTRUCTURA-ALR-TOTAL.
           05 ALR-TOT-TEXTO                PIC X(40).
           05 ALR-TOT-CANTIDAD             PIC ZZZZZZZZ9.

       01  WS-FECHA-PROCESO-DET.
           05 WS-FP-ANIO                   PIC 9(4).
           05 WS-FP-MES                    PIC 9(2).
           05 WS-FP-DIA                    PIC 9(2).

       01  WS-FECHA-MOV-DET.
           05 WS-FM-ANIO                   PIC 9(4).
           05 WS-FM-MES                    PIC 9(2).
           05 WS-FM-DIA                    PIC 9(2).

       01  WS-CLAVE-BUSCADA.
           05 WS-CLAVE-PAIS                PIC X(03).
           05 WS-CLAVE-SUCURSAL            PIC 9(02).
           05 WS-CLAVE-TIPO-CTA            PIC X(02).
           05 WS-CLAVE-CUENTA              PIC 9(03).

       01  VARIABLES.
           05 FS-JOURNAL               PIC XX.
               88 FS-JOURNAL-OK        VALUE "00".
               88 FS-JOURNAL-FIN       VALUE "10".
               88 FS-JOURNAL-NOEXISTE  VALUE "35".

           05 FS-MAESTRO               PIC XX.
               88 FS-MAESTRO-OK        VALUE "00".
               88 FS-MAESTRO-FIN       VALUE "10".

           05 FS-RESPALDO              PIC XX.
               88 FS-RESPALDO-OK       VALUE "00".
               88 FS-RESPALDO-FIN      VALUE "10".
               88 FS-RESPALDO-NOEXISTE VALUE "05" "35".

           05 FS-TITULARES             PIC XX.
               88 FS-TITULARES-OK      VALUE "00".
               88 FS-TITULARES-FIN     VALUE "10".
               88 FS-TITULARES-NOEXISTE VALUE "35".

           05 FS-CAMBIO                PIC XX.
               88 FS-CAMBIO-OK         VALUE "00".
               88 FS-CAMBIO-FIN        VALUE "10".
               88 FS-CAMBIO-NOEXISTE   VALUE "35".

           05 FS-HISTORIA              PIC XX.
               88 FS-HISTORIA-OK       VALUE "00".
               88 FS-HISTORIA-FIN      VALUE "10".
               88 FS-HISTORIA-NOEXISTE VALUE "05" "35".

           05 FS-HISTORIANUEVA         PIC XX.
               88 FS-HISTORIANUEVA-OK  VALUE "00".

           05 FS-REGULATORIO           PIC XX.
               88 FS-REGULATORIO-OK    VALUE "00".

           05 FS-ALERTAS               PIC XX.
               88 FS-ALERTAS-OK        VALUE "00".

           05 FS-ORDENES               PIC XX.
               88 FS-ORDENES-OK        VALUE "00".
               88 FS-ORDENES-FIN       VALUE "10".
               88 FS-ORDENES-NOEXISTE  VALUE "05" "35".

           05 FS-PLAZOS                PIC XX.
               88 FS-PLAZOS-OK         VALUE "00".
               88 FS-PLAZOS-FIN        VALUE "10".
               88 FS-PLAZOS-NOEXISTE   VALUE "05" "35".

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

       01  TABLA-CUENTAS.
           05 CUENTA-ITEM OCCURS 2000 TIMES.
               10 TABCTA-CLAVE             PIC X(10).
               10 TABCTA-MONEDA            PIC X(03).
               10 TABCTA-TITULAR           PIC 9(05).

       01  TABLA-TITULARES.
           05 TITULAR-ITEM OCCURS 1000 TIMES.
               10 TABTIT-ID                PIC 9(05).
               10 TABTIT-NOMBRE            PIC X(40).
               10 TABTIT-DOCUMENTO         PIC X(15).

       01  TABLA-CAMBIO.
           05 CAMBIO-ITEM OCCURS 100 TIMES.
               10 CAM-MONEDA-ITEM          PIC X(03).
               10 CAM-TASA-ITEM            PIC 9(04)V9(06).

      * ORDENES PERMANENTES Y PLAZOS FIJOS: EL MOV-ID DE SUS
      * MOVIMIENTOS ES EL ID * 10000 + SECUENCIA (3) + PATA (1)
       01  TABLA-ORDENES.
           05 ORDEN-ITEM OCCURS 1000 TIMES.
               10 TABORD-ID                PIC 9(05).

       01  TABLA-PLAZOS.
           05 PLAZO-ITEM OCCURS 1000 TIMES.
               10 TABPFJ-ID                PIC 9(05).

      * MOVIMIENTOS EN EFECTIVO DE LA VENTANA: LOS DE DIAS ANTERIORES
      * VIENEN DE HISTEFECTIVO.dat Y LOS DEL DIA DEL JOURNAL
       01  TABLA-MOVIMIENTOS.
           05 MOVIMIENTO-ITEM OCCURS 5000 TIMES.
               10 TABMOV-FECHA             PIC X(08).
               10 TABMOV-TITULAR           PIC 9(05).
               10 TABMOV-MOV-ID            PIC 9(09).
               10 TABMOV-CUENTA            PIC X(10).
               10 TABMOV-TIPO-MOV          PIC X(01).
               10 TABMOV-SENTIDO           PIC X(01).
               10 TABMOV-IMPORTE           PIC 9(07).
               10 TABMOV-MONEDA            PIC X(03).
               10 TABMOV-IMPORTE-BASE      PIC 9(11).
               10 TABMOV-REVERSADO         PIC X(01).

      * REVERSOS DEL DIA (X ANULA UN DEPOSITO, Y UNA EXTRACCION); SE
      * APLICAN AL TERMINAR EL JOURNAL PORQUE EL REVERSO PUEDE VENIR
      * ANTES QUE EL ORIGINAL EN EL ORDEN DE POSTEO
       01  TABLA-REVERSOS.
           05 REVERSO-ITEM OCCURS 500 TIMES.
               10 TABREV-MOV-ID            PIC 9(09).
               10 TABREV-TIPO-ORIGINAL     PIC X(01).

      * TITULARES Y SENTIDO CON ALGUN MOVIMIENTO DEL DIA POR DEBAJO
      * DEL UMBRAL: SON LOS UNICOS QUE PUEDEN GENERAR UNA ALERTA NUEVA
       01  TABLA-CANDIDATOS.
           05 CANDIDATO-ITEM OCCURS 2000 TIMES.
               10 TABCAN-TITULAR           PIC 9(05).
               10 TABCAN-SENTIDO           PIC X(01).

       77  WS-CONT-LECTURA                 PIC 9(9) VALUE ZERO.
       77  WS-CONT-EFECTIVO-DIA            PIC 9(9) VALUE ZERO.
       77  WS-CONT-REGULATORIO             PIC 9(9) VALUE ZERO.
       77  WS-CONT-ALERTAS                 PIC 9(9) VALUE ZERO.
       77  WS-CONT-EXCEPCIONES             PIC 9(9) VALUE ZERO.
       77  WS-CONT-SIN-CAMBIO              PIC 9(9) VALUE ZERO.
       77  WS-CONT-REVERSADOS              PIC 9(9) VALUE ZERO.
       77  WS-CONT-HISTORIA                PIC 9(9) VALUE ZERO.
       77  WS-CONT-INTERNOS                PIC 9(9) VALUE ZERO.
       77  WS-CONT-ORDENES                 PIC 9(4) VALUE ZERO.
       77  WS-CONT-PLAZOS                  PIC 9(4) VALUE ZERO.
       77  WS-IDX-ORDEN                    PIC 9(4) VALUE ZERO.
       77  WS-IDX-PLAZO                    PIC 9(4) VALUE ZERO.
       77  WS-MOV-ORIGEN                   PIC 9(05) VALUE ZERO.
       77  WS-MOV-COCIENTE                 PIC 9(09) VALUE ZERO.
       77  WS-MOV-PATA                     PIC 9(01) VALUE ZERO.
       77  WS-CONT-CUENTAS                 PIC 9(4) VALUE ZERO.
       77  WS-CONT-TITULARES               PIC 9(4) VALUE ZERO.
       77  WS-CONT-CAMBIO                  PIC 9(4) VALUE ZERO.
       77  WS-CONT-MOVIMIENTOS             PIC 9(4) VALUE ZERO.
       77  WS-CONT-REVERSOS                PIC 9(4) VALUE ZERO.
       77  WS-CONT-CANDIDATOS              PIC 9(4) VALUE ZERO.
       77  WS-IDX-CUENTA                   PIC 9(4) VALUE ZERO.
       77  WS-IDX-TITULAR                  PIC 9(4) VALUE ZERO.
       77  WS-IDX-CAMBIO                   PIC 9(4) VALUE ZERO.
       77  WS-IDX-MOV                      PIC 9(4) VALUE ZERO.
       77  WS-IDX-REVERSO                  PIC 9(4) VALUE ZERO.
       77  WS-IDX-CANDIDATO                PIC 9(4) VALUE ZERO.
       77  WS-SW-CUENTA-ENCONTRADA         PIC X VALUE "N".
           88 CUENTA-ENCONTRADA            VALUE "S".
       77  WS-SW-TITULAR-ENCONTRADO        PIC X VALUE "N".
           88 TITULAR-ENCONTRADO           VALUE "S".
       77  WS-SW-CAMBIO-ENCONTRADO         PIC X VALUE "N".
           88 CAMBIO-ENCONTRADO            VALUE "S".
       77  WS-SW-CANDIDATO-ENCONTRADO      PIC X VALUE "N".
           88 CANDIDATO-ENCONTRADO         VALUE "S".
       77  WS-SW-MOV-INTERNO               PIC X VALUE "N".
           88 MOV-INTERNO                  VALUE "S".
       77  WS-SW-REVERSO-APLICADO          PIC X VALUE "N".
           88 REVERSO-APLICADO             VALUE "S".
       77  WS-SENTIDO                      PIC X VALUE SPACES.
           88 SENTIDO-INGRESO              VALUE "I".
           88 SENTIDO-EGRESO               VALUE "E".
       77  WS-IMPORTE-EFECTIVO             PIC 9(07) VALUE ZERO.
       77  WS-IMPORTE-BASE                 PIC 9(11) VALUE ZERO.
       77  WS-MONEDA-MOV                   PIC X(03) VALUE SPACES.
       77  WS-TITULAR-MOV                  PIC 9(05) VALUE ZERO.
       77  WS-TITULAR-BUSCADO              PIC 9(05) VALUE ZERO.
       77  WS-MONEDA-BUSCADA               PIC X(03) VALUE SPACES.
       77  WS-SUMA-VENTANA                 PIC 9(13) VALUE ZERO.
       77  WS-CANT-VENTANA                 PIC 9(05) VALUE ZERO.
       77  WS-HASH-IMPORTES                PIC 9(13) VALUE ZERO.
       77  WS-DIAS-ANTIGUEDAD              PIC S9(7) VALUE ZERO.
       77  WS-MOTIVO-EXCEPCION             PIC X(40) VALUE SPACES.
       77  WS-MONEDA-BASE                  PIC X(3) VALUE "USD".
       77  WS-UMBRAL-EFECTIVO              PIC 9(09) VALUE 10000.
       77  WS-UMBRAL-FRACCIONADO           PIC 9(09) VALUE ZERO.
       77  WS-VENTANA-DIAS                 PIC 9(03) VALUE 7.
       77  WS-FECHA-PROCESO                PIC X(8) VALUE SPACES.
       77  WS-ARCH-RESPALDO                PIC X(44) VALUE SPACES.
       77  WS-ARCH-REGULATORIO             PIC X(44) VALUE SPACES.
       77  WS-ARCH-ALERTAS                 PIC X(44) VALUE SPACES.
       77  WS-ARCH-CATALOGAR               PIC X(44) VALUE SPACES.
       77  WS-CMD-PROMOVER-HISTORIA        PIC X(80)
           VALUE "mv HISTEFECTIVONEW.dat HISTEFECTIVO.dat".
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
           PERFORM 2000-I-PROCESO UNTIL FS-JOURNAL-FIN.
           PERFORM 3000-CERRAR-JORNADA.
           PERFORM 9000-I-FINAL.
               STOP RUN.
      *----------------------------------------------------------------*
       1000-I-INICIO.
           INITIALIZE VARIABLES
           PERFORM 1050-LEERPARAMETROS.
           PERFORM 1100-CARGAR-CAMBIO.
           PERFORM 1110-CARGAR-CUENTAS.
           PERFORM 1115-CARGAR-RESPALDO.
           PERFORM 1120-CARGAR-TITULARES.
           PERFORM 1130-CARGAR-HISTORIA.
           PERFORM 1140-CARGAR-ORDENES.
           PERFORM 1145-CARGAR-PLAZOS.
           PERFORM 1150-ABRIRJOURNAL.
           PERFORM 1160-ABRIRREGULATORIO.
           PERFORM 1170-ABRIRALERTAS.
           PERFORM 1180-ABRIRAUDITORIA.
           IF NOT FS-JOURNAL-FIN
               PERFORM 5000-LEERJOURNAL
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
                       IF PARM-MONEDA-BASE NOT = SPACES
                           MOVE PARM-MONEDA-BASE TO WS-MONEDA-BASE
                       END-IF
                       IF PARM-UMBRAL-EFECTIVO NUMERIC
                       AND PARM-UMBRAL-EFECTIVO > ZERO
                           MOVE PARM-UMBRAL-EFECTIVO
                               TO WS-UMBRAL-EFECTIVO
                       END-IF
                       IF PARM-UMBRAL-FRACCIONADO NUMERIC
                       AND PARM-UMBRAL-FRACCIONADO > ZERO
                           MOVE PARM-UMBRAL-FRACCIONADO
                               TO WS-UMBRAL-FRACCIONADO
                       END-IF
                       IF PARM-VENTANA-EFECTIVO NUMERIC
                       AND PARM-VENTANA-EFECTIVO > ZERO
                           MOVE PARM-VENTANA-EFECTIVO
                               TO WS-VENTANA-DIAS
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

      * SIN UMBRAL PROPIO EL FRACCIONAMIENTO SE MIDE CONTRA EL MISMO
      * UMBRAL DE LA OPERACION INDIVIDUAL
           IF WS-UMBRAL-FRACCIONADO = ZERO
               MOVE WS-UMBRAL-EFECTIVO TO WS-UMBRAL-FRACCIONADO
           END-IF

           IF WS-FECHA-PROCESO = SPACES
               ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD
           END-IF

           MOVE WS-FECHA-PROCESO TO WS-FECHA-PROCESO-DET

           MOVE SPACES TO WS-ARCH-RESPALDO
           STRING "CUENTAS-" DELIMITED BY SIZE
               WS-FECHA-PROCESO DELIMITED BY SPACE
               "-POST.bak" DELIMITED BY SIZE
               INTO WS-ARCH-RESPALDO

           MOVE SPACES TO WS-ARCH-REGULATORIO
           STRING "REPEFECTIVO-" DELIMITED BY SIZE
               WS-FECHA-PROCESO DELIMITED BY SPACE
               ".dat" DELIMITED BY SIZE
               INTO WS-ARCH-REGULATORIO

           MOVE SPACES TO WS-ARCH-ALERTAS
           STRING "ALERTASEFECTIVO-" DELIMITED BY SIZE
               WS-FECHA-PROCESO DELIMITED BY SPACE
               ".dat" DELIMITED BY SIZE
               INTO WS-ARCH-ALERTAS.
       1050-F-LEERPARAMETROS.EXIT.
      *----------------------------------------------------------------*
       1100-CARGAR-CAMBIO.
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
       1100-F-CARGAR-CAMBIO.EXIT.
      *----------------------------------------------------------------*
       1101-LEER-TIPOCAMBIO.
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
       1110-CARGAR-CUENTAS.
           OPEN INPUT MAESTRO

           IF NOT FS-MAESTRO-OK
               DISPLAY "ERROR APERTURA CUENTAS FS: " FS-MAESTRO
               MOVE "S" TO WS-SW-ABEND
               PERFORM 9000-I-FINAL
           END-IF

           PERFORM 1111-LEER-CUENTA
           PERFORM 1112-CARGAR-CUENTA-ITEM UNTIL FS-MAESTRO-FIN
           CLOSE MAESTRO.
       1110-F-CARGAR-CUENTAS.EXIT.
      *----------------------------------------------------------------*
       1111-LEER-CUENTA.
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
       1111-F-LEER-CUENTA.EXIT.
      *----------------------------------------------------------------*
       1112-CARGAR-CUENTA-ITEM.
           IF WS-CONT-CUENTAS >= 2000
               DISPLAY "CUENTAS EXCEDE LA TABLA DEL CONTROL"
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
           PERFORM 1111-LEER-CUENTA.
       1112-F-CARGAR-CUENTA-ITEM.EXIT.
      *----------------------------------------------------------------*
       1115-CARGAR-RESPALDO.
      * EL MAESTRO DE ARRANQUE DE LA NOCHE APORTA LAS CUENTAS QUE EL
      * POSTEO CERRO Y YA NO ESTAN EN CUENTAS.dat
           OPEN INPUT RESPALDO
           IF FS-RESPALDO-OK
               PERFORM 1116-LEER-RESPALDO
               PERFORM 1117-CARGAR-RESPALDO-ITEM
                   UNTIL FS-RESPALDO-FIN
               CLOSE RESPALDO
           END-IF.
       1115-F-CARGAR-RESPALDO.EXIT.
      *----------------------------------------------------------------*
       1116-LEER-RESPALDO.
           READ RESPALDO
           EVALUATE TRUE
               WHEN FS-RESPALDO-OK
                   CONTINUE
               WHEN FS-RESPALDO-FIN
                   CONTINUE
               WHEN OTHER
                   DISPLAY "ERROR LECTURA RESPALDO FS: " FS-RESPALDO
                   MOVE "S" TO WS-SW-ABEND
                   PERFORM 9000-I-FINAL
           END-EVALUATE.
       1116-F-LEER-RESPALDO.EXIT.
      *----------------------------------------------------------------*
       1117-CARGAR-RESPALDO-ITEM.
           MOVE RSP-CLAVE TO WS-CLAVE-BUSCADA
           PERFORM 5100-BUSCAR-CUENTA
           IF NOT CUENTA-ENCONTRADA
               IF WS-CONT-CUENTAS >= 2000
                   DISPLAY "CUENTAS EXCEDE LA TABLA DEL CONTROL"
                   MOVE "S" TO WS-SW-ABEND
                   PERFORM 9000-I-FINAL
               END-IF
               ADD 1 TO WS-CONT-CUENTAS
               MOVE RSP-CLAVE TO TABCTA-CLAVE(WS-CONT-CUENTAS)
               MOVE RSP-MONEDA TO TABCTA-MONEDA(WS-CONT-CUENTAS)
               IF RSP-TITULAR NUMERIC
                   MOVE RSP-TITULAR TO TABCTA-TITULAR(WS-CONT-CUENTAS)
               ELSE
                   MOVE ZERO TO TABCTA-TITULAR(WS-CONT-CUENTAS)
               END-IF
           END-IF
           PERFORM 1116-LEER-RESPALDO.
       1117-F-CARGAR-RESPALDO-ITEM.EXIT.
      *----------------------------------------------------------------*
       1120-CARGAR-TITULARES.
           OPEN INPUT TITULARES
           EVALUATE TRUE
               WHEN FS-TITULARES-OK
                   PERFORM 1121-LEER-TITULAR
                   PERFORM 1122-CARGAR-TITULAR-ITEM
                       UNTIL FS-TITULARES-FIN
                   CLOSE TITULARES
               WHEN FS-TITULARES-NOEXISTE
                   CONTINUE
               WHEN OTHER
                   DISPLAY "ERROR APERTURA TITULARES FS: " FS-TITULARES
                   MOVE "S" TO WS-SW-ABEND
                   PERFORM 9000-I-FINAL
           END-EVALUATE.
       1120-F-CARGAR-TITULARES.EXIT.
      *----------------------------------------------------------------*
       1121-LEER-TITULAR.
           READ TITULARES
           EVALUATE TRUE
               WHEN FS-TITULARES-OK
                   CONTINUE
               WHEN FS-TITULARES-FIN
                   CONTINUE
               WHEN OTHER
                   DISPLAY "ERROR LECTURA TITULARES FS: " FS-TITULARES
                   MOVE "S" TO WS-SW-ABEND
                   PERFORM 9000-I-FINAL
           END-EVALUATE.
       1121-F-LEER-TITULAR.EXIT.
      *----------------------------------------------------------------*
       1122-CARGAR-TITULAR-ITEM.
           IF WS-CONT-TITULARES >= 1000
               DISPLAY "TITULARES EXCEDE LA TABLA DEL CONTROL"
               MOVE "S" TO WS-SW-ABEND
               PERFORM 9000-I-FINAL
           END-IF
           ADD 1 TO WS-CONT-TITULARES
           MOVE TIT-ID TO TABTIT-ID(WS-CONT-TITULARES)
           MOVE TIT-NOMBRE TO TABTIT-NOMBRE(WS-CONT-TITULARES)
           MOVE TIT-DOCUMENTO TO TABTIT-DOCUMENTO(WS-CONT-TITULARES)
           PERFORM 1121-LEER-TITULAR.
       1122-F-CARGAR-TITULAR-ITEM.EXIT.
      *----------------------------------------------------------------*
       1130-CARGAR-HISTORIA.
      * SE CONSERVAN LOS DIAS ANTERIORES DENTRO DE LA VENTANA (BASE
      * 30/360 COMO SOBREGIROS); LOS DEL DIA SE VUELVEN A TOMAR DEL
      * JOURNAL PARA QUE UNA RECORRIDA DEL MISMO DIA NO LOS DUPLIQUE
           OPEN INPUT HISTORIA
           IF FS-HISTORIA-OK
               PERFORM 1131-LEER-HISTORIA
               PERFORM 1132-CARGAR-HISTORIA-ITEM
                   UNTIL FS-HISTORIA-FIN
               CLOSE HISTORIA
           END-IF.
       1130-F-CARGAR-HISTORIA.EXIT.
      *----------------------------------------------------------------*
       1131-LEER-HISTORIA.
           READ HISTORIA
           EVALUATE TRUE
               WHEN FS-HISTORIA-OK
                   CONTINUE
               WHEN FS-HISTORIA-FIN
                   CONTINUE
               WHEN OTHER
                   DISPLAY "ERROR LECTURA HISTEFECTIVO FS: "
                       FS-HISTORIA
                   MOVE "S" TO WS-SW-ABEND
                   PERFORM 9000-I-FINAL
           END-EVALUATE.
       1131-F-LEER-HISTORIA.EXIT.
      *----------------------------------------------------------------*
       1132-CARGAR-HISTORIA-ITEM.
           IF HEF-FECHA NUMERIC
               MOVE HEF-FECHA TO WS-FECHA-MOV-DET
               COMPUTE WS-DIAS-ANTIGUEDAD =
                   (WS-FP-ANIO - WS-FM-ANIO) * 360
                   + (WS-FP-MES - WS-FM-MES) * 30
                   + (WS-FP-DIA - WS-FM-DIA)
               IF WS-DIAS-ANTIGUEDAD > ZERO
               AND WS-DIAS-ANTIGUEDAD < WS-VENTANA-DIAS
                   PERFORM 6600-VERIFICAR-TABLA-MOV
                   ADD 1 TO WS-CONT-MOVIMIENTOS
                   ADD 1 TO WS-CONT-HISTORIA
                   MOVE HEF-FECHA TO TABMOV-FECHA(WS-CONT-MOVIMIENTOS)
                   MOVE HEF-TITULAR
                       TO TABMOV-TITULAR(WS-CONT-MOVIMIENTOS)
                   MOVE HEF-MOV-ID TO TABMOV-MOV-ID(WS-CONT-MOVIMIENTOS)
                   MOVE HEF-CUENTA TO TABMOV-CUENTA(WS-CONT-MOVIMIENTOS)
                   MOVE HEF-TIPO-MOV
                       TO TABMOV-TIPO-MOV(WS-CONT-MOVIMIENTOS)
                   MOVE HEF-SENTIDO
                       TO TABMOV-SENTIDO(WS-CONT-MOVIMIENTOS)
                   MOVE HEF-IMPORTE
                       TO TABMOV-IMPORTE(WS-CONT-MOVIMIENTOS)
                   MOVE HEF-MONEDA TO TABMOV-MONEDA(WS-CONT-MOVIMIENTOS)
                   MOVE HEF-IMPORTE-BASE
                       TO TABMOV-IMPORTE-BASE(WS-CONT-MOVIMIENTOS)
                   MOVE "N" TO TABMOV-REVERSADO(WS-CONT-MOVIMIENTOS)
               END-IF
           END-IF
           PERFORM 1131-LEER-HISTORIA.
       1132-F-CARGAR-HISTORIA-ITEM.EXIT.
      *----------------------------------------------------------------*
       1140-CARGAR-ORDENES.
      * SE CARGAN TODAS LAS ORDENES, VIGENTES O NO: UNA BAJA DEL DIA
      * PUEDE TENER MOVIMIENTOS GENERADOS ANTES
           OPEN INPUT ORDENES
           EVALUATE TRUE
               WHEN FS-ORDENES-OK
                   PERFORM 1141-LEER-ORDEN
                   PERFORM 1142-CARGAR-ORDEN-ITEM
                       UNTIL FS-ORDENES-FIN
                   CLOSE ORDENES
               WHEN FS-ORDENES-NOEXISTE
                   CONTINUE
               WHEN OTHER
                   DISPLAY "ERROR APERTURA ORDENES FS: " FS-ORDENES
                   MOVE "S" TO WS-SW-ABEND
                   PERFORM 9000-I-FINAL
           END-EVALUATE.
       1140-F-CARGAR-ORDENES.EXIT.
      *----------------------------------------------------------------*
       1141-LEER-ORDEN.
           READ ORDENES
           EVALUATE TRUE
               WHEN FS-ORDENES-OK
                   CONTINUE
               WHEN FS-ORDENES-FIN
                   CONTINUE
               WHEN OTHER
                   DISPLAY "ERROR LECTURA ORDENES FS: " FS-ORDENES
                   MOVE "S" TO WS-SW-ABEND
                   PERFORM 9000-I-FINAL
           END-EVALUATE.
       1141-F-LEER-ORDEN.EXIT.
      *----------------------------------------------------------------*
       1142-CARGAR-ORDEN-ITEM.
           IF WS-CONT-ORDENES >= 1000
               DISPLAY "ORDENES EXCEDE LA TABLA DEL CONTROL"
               MOVE "S" TO WS-SW-ABEND
               PERFORM 9000-I-FINAL
           END-IF
           ADD 1 TO WS-CONT-ORDENES
           MOVE ORD-ID TO TABORD-ID(WS-CONT-ORDENES)
           PERFORM 1141-LEER-ORDEN.
       1142-F-CARGAR-ORDEN-ITEM.EXIT.
      *----------------------------------------------------------------*
       1145-CARGAR-PLAZOS.
      * TAMBIEN LOS LIQUIDADOS: VENCPLAZOS LOS MARCA AL PAGARLOS
           OPEN INPUT PLAZOS
           EVALUATE TRUE
               WHEN FS-PLAZOS-OK
                   PERFORM 1146-LEER-PLAZO
                   PERFORM 1147-CARGAR-PLAZO-ITEM
                       UNTIL FS-PLAZOS-FIN
                   CLOSE PLAZOS
               WHEN FS-PLAZOS-NOEXISTE
                   CONTINUE
               WHEN OTHER
                   DISPLAY "ERROR APERTURA PLAZOS FS: " FS-PLAZOS
                   MOVE "S" TO WS-SW-ABEND
                   PERFORM 9000-I-FINAL
           END-EVALUATE.
       1145-F-CARGAR-PLAZOS.EXIT.
      *----------------------------------------------------------------*
       1146-LEER-PLAZO.
           READ PLAZOS
           EVALUATE TRUE
               WHEN FS-PLAZOS-OK
                   CONTINUE
               WHEN FS-PLAZOS-FIN
                   CONTINUE
               WHEN OTHER
                   DISPLAY "ERROR LECTURA PLAZOS FS: " FS-PLAZOS
                   MOVE "S" TO WS-SW-ABEND
                   PERFORM 9000-I-FINAL
           END-EVALUATE.
       1146-F-LEER-PLAZO.EXIT.
      *----------------------------------------------------------------*
       1147-CARGAR-PLAZO-ITEM.
           IF WS-CONT-PLAZOS >= 1000
               DISPLAY "PLAZOS EXCEDE LA TABLA DEL CONTROL"
               MOVE "S" TO WS-SW-ABEND
               PERFORM 9000-I-FINAL
           END-IF
           ADD 1 TO WS-CONT-PLAZOS
           MOVE PFJ-ID TO TABPFJ-ID(WS-CONT-PLAZOS)
           PERFORM 1146-LEER-PLAZO.
       1147-F-CARGAR-PLAZO-ITEM.EXIT.
      *----------------------------------------------------------------*
       1150-ABRIRJOURNAL.
           OPEN INPUT JOURNALPOSTEO
           EVALUATE TRUE
               WHEN FS-JOURNAL-OK
                   CONTINUE
               WHEN FS-JOURNAL-NOEXISTE
                   DISPLAY "JOURNALPOSTEO.dat NO EXISTE - SIN "
                       "MOVIMIENTOS DEL DIA"
                   MOVE "10" TO FS-JOURNAL
               WHEN OTHER
                   DISPLAY "ERROR APERTURA JOURNALPOSTEO FS: "
                       FS-JOURNAL
                   MOVE "S" TO WS-SW-ABEND
                   PERFORM 9000-I-FINAL
           END-EVALUATE.
       1150-F-ABRIRJOURNAL.EXIT.
      *----------------------------------------------------------------*
       1160-ABRIRREGULATORIO.
           OPEN OUTPUT REGULATORIO.

           IF NOT FS-REGULATORIO-OK
               DISPLAY "ERROR APERTURA REPEFECTIVO FS: "
                   FS-REGULATORIO
               MOVE "S" TO WS-SW-ABEND
               PERFORM 9000-I-FINAL
           END-IF

           MOVE WS-ARCH-REGULATORIO TO WS-ARCH-CATALOGAR
           PERFORM 6400-CATALOGAR-GENERACION

           MOVE WS-FECHA-PROCESO TO REG-CAB-FECHA
           MOVE WS-MONEDA-BASE TO REG-CAB-MONEDA-BASE
           MOVE WS-UMBRAL-EFECTIVO TO REG-CAB-UMBRAL
           WRITE REG-REGULATORIO FROM ESTRUCTURA-REG-CABECERA.
       1160-F-ABRIRREGULATORIO.EXIT.
      *----------------------------------------------------------------*
       1170-ABRIRALERTAS.
           OPEN OUTPUT ALERTAS.

           IF NOT FS-ALERTAS-OK
               DISPLAY "ERROR APERTURA ALERTASEFECTIVO FS: " FS-ALERTAS
               MOVE "S" TO WS-SW-ABEND
               PERFORM 9000-I-FINAL
           END-IF

           MOVE WS-ARCH-ALERTAS TO WS-ARCH-CATALOGAR
           PERFORM 6400-CATALOGAR-GENERACION

           MOVE WS-FECHA-PROCESO TO ALR-TITULO-FECHA
           WRITE REG-ALERTA FROM ESTRUCTURA-ALR-TITULO
           MOVE WS-UMBRAL-EFECTIVO TO ALR-PAR-UMBRAL
           MOVE WS-UMBRAL-FRACCIONADO TO ALR-PAR-FRACCIONADO
           MOVE WS-VENTANA-DIAS TO ALR-PAR-VENTANA
           MOVE WS-MONEDA-BASE TO ALR-PAR-MONEDA-BASE
           WRITE REG-ALERTA FROM ESTRUCTURA-ALR-PARAMETROS.
       1170-F-ABRIRALERTAS.EXIT.
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
      * SOLO CUENTAN LAS LINEAS DE DETALLE DEL JOURNAL: DEPOSITOS Y
      * APERTURAS CON IMPORTE COMO INGRESO, EXTRACCIONES Y EL SALDO
      * RETIRADO AL CERRAR LA CUENTA COMO EGRESO; LOS REVERSOS SE
      * GUARDAN PARA ANULAR EL MOVIMIENTO ORIGINAL. LAS TRANSFERENCIAS
      * Y LOS PAGOS DE PLAZOS FIJOS SE DESCARTAN (2050)
           MOVE REG-JOURNAL-POSTEO TO LINEA-POSTEO
           IF POS-SEP-1 = "|" AND POS-SEP-2 = "|"
               MOVE SPACES TO WS-SENTIDO
               EVALUATE POS-TIPO-MOV
                   WHEN "D"
                   WHEN "A"
                       MOVE "I" TO WS-SENTIDO
                       MOVE POS-IMPORTE TO WS-IMPORTE-EFECTIVO
                   WHEN "R"
                       MOVE "E" TO WS-SENTIDO
                       MOVE POS-IMPORTE TO WS-IMPORTE-EFECTIVO
                   WHEN "B"
                       IF POS-SALDO-ANT-SIGNO = "+"
                           MOVE "E" TO WS-SENTIDO
                           MOVE POS-SALDO-ANT-VALOR
                               TO WS-IMPORTE-EFECTIVO
                       END-IF
                   WHEN "X"
                   WHEN "Y"
                       PERFORM 2200-REGISTRAR-REVERSO
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               IF WS-SENTIDO NOT = SPACES
               AND WS-IMPORTE-EFECTIVO > ZERO
                   PERFORM 2050-VERIFICAR-INTERNO
                   IF MOV-INTERNO
                       ADD 1 TO WS-CONT-INTERNOS
                   ELSE
                       PERFORM 2100-REGISTRAR-EFECTIVO
                   END-IF
               END-IF
           END-IF
           PERFORM 5000-LEERJOURNAL.
       2000-F-PROCESO.EXIT.
      *----------------------------------------------------------------*
       2050-VERIFICAR-INTERNO.
      * PATA 1 RETIRO Y 2 DEPOSITO DE UNA ORDEN PERMANENTE (GENORDENES)
      * Y PATA 5 CAPITAL Y 6 INTERES DE UN PLAZO FIJO (VENCPLAZOS)
           MOVE "N" TO WS-SW-MOV-INTERNO
           DIVIDE POS-MOV-ID BY 10000 GIVING WS-MOV-ORIGEN
           DIVIDE POS-MOV-ID BY 10 GIVING WS-MOV-COCIENTE
               REMAINDER WS-MOV-PATA

           IF (POS-TIPO-MOV = "R" AND WS-MOV-PATA = 1)
           OR (POS-TIPO-MOV = "D" AND WS-MOV-PATA = 2)
               MOVE 1 TO WS-IDX-ORDEN
               PERFORM 2060-BUSCAR-ORDEN-ITEM
                   UNTIL WS-IDX-ORDEN > WS-CONT-ORDENES
                   OR MOV-INTERNO
           END-IF

           IF POS-TIPO-MOV = "D"
           AND (WS-MOV-PATA = 5 OR WS-MOV-PATA = 6)
               MOVE 1 TO WS-IDX-PLAZO
               PERFORM 2070-BUSCAR-PLAZO-ITEM
                   UNTIL WS-IDX-PLAZO > WS-CONT-PLAZOS
                   OR MOV-INTERNO
           END-IF.
       2050-F-VERIFICAR-INTERNO.EXIT.
      *----------------------------------------------------------------*
       2060-BUSCAR-ORDEN-ITEM.
           IF TABORD-ID(WS-IDX-ORDEN) = WS-MOV-ORIGEN
               MOVE "S" TO WS-SW-MOV-INTERNO
           ELSE
               ADD 1 TO WS-IDX-ORDEN
           END-IF.
       2060-F-BUSCAR-ORDEN-ITEM.EXIT.
      *----------------------------------------------------------------*
       2070-BUSCAR-PLAZO-ITEM.
           IF TABPFJ-ID(WS-IDX-PLAZO) = WS-MOV-ORIGEN
               MOVE "S" TO WS-SW-MOV-INTERNO
           ELSE
               ADD 1 TO WS-IDX-PLAZO
           END-IF.
       2070-F-BUSCAR-PLAZO-ITEM.EXIT.
      *----------------------------------------------------------------*
       2100-REGISTRAR-EFECTIVO.
           MOVE POS-PAIS TO WS-CLAVE-PAIS
           MOVE POS-SUCURSAL TO WS-CLAVE-SUCURSAL
           MOVE POS-TIPO-CTA TO WS-CLAVE-TIPO-CTA
           MOVE POS-CUENTA TO WS-CLAVE-CUENTA
           PERFORM 5100-BUSCAR-CUENTA

           IF NOT CUENTA-ENCONTRADA
               MOVE "CUENTA INEXISTENTE EN MAESTRO Y RESPALDO"
                   TO WS-MOTIVO-EXCEPCION
               PERFORM 6500-ESCRIBIR-EXCEPCION
           ELSE
               MOVE TABCTA-MONEDA(WS-IDX-CUENTA) TO WS-MONEDA-MOV
               MOVE TABCTA-TITULAR(WS-IDX-CUENTA) TO WS-TITULAR-MOV
               PERFORM 2150-CONVERTIR-IMPORTE

               PERFORM 6600-VERIFICAR-TABLA-MOV
               ADD 1 TO WS-CONT-MOVIMIENTOS
               ADD 1 TO WS-CONT-EFECTIVO-DIA
               MOVE WS-FECHA-PROCESO
                   TO TABMOV-FECHA(WS-CONT-MOVIMIENTOS)
               MOVE WS-TITULAR-MOV
                   TO TABMOV-TITULAR(WS-CONT-MOVIMIENTOS)
               MOVE POS-MOV-ID TO TABMOV-MOV-ID(WS-CONT-MOVIMIENTOS)
               MOVE WS-CLAVE-BUSCADA
                   TO TABMOV-CUENTA(WS-CONT-MOVIMIENTOS)
               MOVE POS-TIPO-MOV TO TABMOV-TIPO-MOV(WS-CONT-MOVIMIENTOS)
               MOVE WS-SENTIDO TO TABMOV-SENTIDO(WS-CONT-MOVIMIENTOS)
               MOVE WS-IMPORTE-EFECTIVO
                   TO TABMOV-IMPORTE(WS-CONT-MOVIMIENTOS)
               MOVE WS-MONEDA-MOV TO TABMOV-MONEDA(WS-CONT-MOVIMIENTOS)
               MOVE WS-IMPORTE-BASE
                   TO TABMOV-IMPORTE-BASE(WS-CONT-MOVIMIENTOS)
               MOVE "N" TO TABMOV-REVERSADO(WS-CONT-MOVIMIENTOS)
           END-IF.
       2100-F-REGISTRAR-EFECTIVO.EXIT.
      *----------------------------------------------------------------*
       2150-CONVERTIR-IMPORTE.
      * IGUAL QUE CORTECONTROLCUENTAS: SIN TIPO DE CAMBIO CARGADO EL
      * IMPORTE SE TOMA SIN CONVERTIR Y SE DEJA CONSTANCIA
           IF WS-MONEDA-MOV = WS-MONEDA-BASE
               MOVE WS-IMPORTE-EFECTIVO TO WS-IMPORTE-BASE
           ELSE
               MOVE WS-MONEDA-MOV TO WS-MONEDA-BUSCADA
               PERFORM 5200-BUSCAR-CAMBIO
               IF CAMBIO-ENCONTRADO
                   COMPUTE WS-IMPORTE-BASE ROUNDED =
                       WS-IMPORTE-EFECTIVO
                       * CAM-TASA-ITEM(WS-IDX-CAMBIO)
               ELSE
                   MOVE WS-IMPORTE-EFECTIVO TO WS-IMPORTE-BASE
                   ADD 1 TO WS-CONT-SIN-CAMBIO
                   MOVE "SIN TIPO DE CAMBIO - IMPORTE SIN CONVERTIR"
                       TO WS-MOTIVO-EXCEPCION
                   PERFORM 6500-ESCRIBIR-EXCEPCION
               END-IF
           END-IF.
       2150-F-CONVERTIR-IMPORTE.EXIT.
      *----------------------------------------------------------------*
       2200-REGISTRAR-REVERSO.
           IF WS-CONT-REVERSOS >= 500
               DISPLAY "REVERSOS DEL DIA EXCEDEN LA TABLA DEL CONTROL"
               MOVE "S" TO WS-SW-ABEND
               PERFORM 9000-I-FINAL
           END-IF
           ADD 1 TO WS-CONT-REVERSOS
           MOVE POS-MOV-ID TO TABREV-MOV-ID(WS-CONT-REVERSOS)
           IF POS-TIPO-MOV = "X"
               MOVE "D" TO TABREV-TIPO-ORIGINAL(WS-CONT-REVERSOS)
           ELSE
               MOVE "R" TO TABREV-TIPO-ORIGINAL(WS-CONT-REVERSOS)
           END-IF.
       2200-F-REGISTRAR-REVERSO.EXIT.
      *----------------------------------------------------------------*
       3000-CERRAR-JORNADA.
           MOVE 1 TO WS-IDX-REVERSO
           PERFORM 3100-APLICAR-REVERSO
               UNTIL WS-IDX-REVERSO > WS-CONT-REVERSOS

           MOVE 1 TO WS-IDX-MOV
           PERFORM 3500-REPORTE-REGULATORIO
               UNTIL WS-IDX-MOV > WS-CONT-MOVIMIENTOS
           PERFORM 3590-ESCRIBIR-COLA-REGULATORIO

           PERFORM 4000-ARMAR-CANDIDATOS
           MOVE 1 TO WS-IDX-CANDIDATO
           PERFORM 4100-EVALUAR-CANDIDATO
               UNTIL WS-IDX-CANDIDATO > WS-CONT-CANDIDATOS

           PERFORM 4800-GRABAR-HISTORIA
           PERFORM 7000-ESCRIBIR-TOTALES.
       3000-F-CERRAR-JORNADA.EXIT.
      *----------------------------------------------------------------*
       3100-APLICAR-REVERSO.
      * UN MOVIMIENTO REVERSADO NO ES UNA OPERACION REALIZADA: SALE
      * DEL REPORTE DEL DIA Y DE LA VENTANA DE FRACCIONAMIENTO
           IF TABREV-MOV-ID(WS-IDX-REVERSO) NOT = ZERO
               MOVE "N" TO WS-SW-REVERSO-APLICADO
               MOVE 1 TO WS-IDX-MOV
               PERFORM 3110-BUSCAR-ORIGINAL
                   UNTIL WS-IDX-MOV > WS-CONT-MOVIMIENTOS
                   OR REVERSO-APLICADO
           END-IF
           ADD 1 TO WS-IDX-REVERSO.
       3100-F-APLICAR-REVERSO.EXIT.
      *----------------------------------------------------------------*
       3110-BUSCAR-ORIGINAL.
           IF TABMOV-MOV-ID(WS-IDX-MOV) = TABREV-MOV-ID(WS-IDX-REVERSO)
           AND TABMOV-TIPO-MOV(WS-IDX-MOV)
               = TABREV-TIPO-ORIGINAL(WS-IDX-REVERSO)
           AND TABMOV-REVERSADO(WS-IDX-MOV) = "N"
               MOVE "S" TO TABMOV-REVERSADO(WS-IDX-MOV)
               MOVE "S" TO WS-SW-REVERSO-APLICADO
               ADD 1 TO WS-CONT-REVERSADOS
           ELSE
               ADD 1 TO WS-IDX-MOV
           END-IF.
       3110-F-BUSCAR-ORIGINAL.EXIT.
      *----------------------------------------------------------------*
       3500-REPORTE-REGULATORIO.
           IF TABMOV-FECHA(WS-IDX-MOV) = WS-FECHA-PROCESO
           AND TABMOV-REVERSADO(WS-IDX-MOV) = "N"
           AND TABMOV-IMPORTE-BASE(WS-IDX-MOV) >= WS-UMBRAL-EFECTIVO
               MOVE TABMOV-FECHA(WS-IDX-MOV) TO REG-DET-FECHA
               MOVE TABMOV-MOV-ID(WS-IDX-MOV) TO REG-DET-MOV-ID
               MOVE TABMOV-TIPO-MOV(WS-IDX-MOV) TO REG-DET-TIPO-MOV
               MOVE TABMOV-CUENTA(WS-IDX-MOV) TO REG-DET-CUENTA
               MOVE TABMOV-IMPORTE(WS-IDX-MOV) TO REG-DET-IMPORTE
               MOVE TABMOV-MONEDA(WS-IDX-MOV) TO REG-DET-MONEDA
               MOVE TABMOV-IMPORTE-BASE(WS-IDX-MOV)
                   TO REG-DET-IMPORTE-BASE
               MOVE TABMOV-TITULAR(WS-IDX-MOV) TO REG-DET-TITULAR
               MOVE TABMOV-TITULAR(WS-IDX-MOV) TO WS-TITULAR-BUSCADO
               PERFORM 5300-BUSCAR-TITULAR
               IF TITULAR-ENCONTRADO
                   MOVE TABTIT-DOCUMENTO(WS-IDX-TITULAR)
                       TO REG-DET-DOCUMENTO
                   MOVE TABTIT-NOMBRE(WS-IDX-TITULAR) TO REG-DET-NOMBRE
               ELSE
                   MOVE SPACES TO REG-DET-DOCUMENTO
                   MOVE "TITULAR NO REGISTRADO" TO REG-DET-NOMBRE
               END-IF

               IF NOT FS-REGULATORIO-OK
                   DISPLAY "ERROR ESCRITURA REPEFECTIVO FS: "
                       FS-REGULATORIO
               ELSE
                   WRITE REG-REGULATORIO FROM ESTRUCTURA-REG-DETALLE
                   ADD 1 TO WS-CONT-REGULATORIO
                   ADD TABMOV-IMPORTE-BASE(WS-IDX-MOV)
                       TO WS-HASH-IMPORTES
               END-IF
           END-IF
           ADD 1 TO WS-IDX-MOV.
       3500-F-REPORTE-REGULATORIO.EXIT.
      *----------------------------------------------------------------*
       3590-ESCRIBIR-COLA-REGULATORIO.
           MOVE WS-CONT-REGULATORIO TO REG-COLA-CANT-REG
           MOVE WS-HASH-IMPORTES TO REG-COLA-HASH-IMPORTES
           IF FS-REGULATORIO-OK
               WRITE REG-REGULATORIO FROM ESTRUCTURA-REG-COLA
           END-IF.
       3590-F-ESCRIBIR-COLA-REGULATORIO.EXIT.
      *----------------------------------------------------------------*
       4000-ARMAR-CANDIDATOS.
      * UNA CUENTA SIN TITULAR CARGADO NO SE PUEDE AGRUPAR CON OTRAS
      * Y QUEDA FUERA DEL CONTROL DE FRACCIONAMIENTO
           MOVE 1 TO WS-IDX-MOV
           PERFORM 4010-ARMAR-CANDIDATO-ITEM
               UNTIL WS-IDX-MOV > WS-CONT-MOVIMIENTOS.
       4000-F-ARMAR-CANDIDATOS.EXIT.
      *----------------------------------------------------------------*
       4010-ARMAR-CANDIDATO-ITEM.
           IF TABMOV-FECHA(WS-IDX-MOV) = WS-FECHA-PROCESO
           AND TABMOV-REVERSADO(WS-IDX-MOV) = "N"
           AND TABMOV-IMPORTE-BASE(WS-IDX-MOV) < WS-UMBRAL-EFECTIVO
           AND TABMOV-TITULAR(WS-IDX-MOV) > ZERO
               MOVE "N" TO WS-SW-CANDIDATO-ENCONTRADO
               MOVE 1 TO WS-IDX-CANDIDATO
               PERFORM 4020-BUSCAR-CANDIDATO-ITEM
                   UNTIL WS-IDX-CANDIDATO > WS-CONT-CANDIDATOS
                   OR CANDIDATO-ENCONTRADO
               IF NOT CANDIDATO-ENCONTRADO
                   IF WS-CONT-CANDIDATOS >= 2000
                       DISPLAY "CANDIDATOS EXCEDEN LA TABLA DEL "
                           "CONTROL"
                       MOVE "S" TO WS-SW-ABEND
                       PERFORM 9000-I-FINAL
                   END-IF
                   ADD 1 TO WS-CONT-CANDIDATOS
                   MOVE TABMOV-TITULAR(WS-IDX-MOV)
                       TO TABCAN-TITULAR(WS-CONT-CANDIDATOS)
                   MOVE TABMOV-SENTIDO(WS-IDX-MOV)
                       TO TABCAN-SENTIDO(WS-CONT-CANDIDATOS)
               END-IF
           END-IF
           ADD 1 TO WS-IDX-MOV.
       4010-F-ARMAR-CANDIDATO-ITEM.EXIT.
      *----------------------------------------------------------------*
       4020-BUSCAR-CANDIDATO-ITEM.
           IF TABCAN-TITULAR(WS-IDX-CANDIDATO)
               = TABMOV-TITULAR(WS-IDX-MOV)
           AND TABCAN-SENTIDO(WS-IDX-CANDIDATO)
               = TABMOV-SENTIDO(WS-IDX-MOV)
               MOVE "S" TO WS-SW-CANDIDATO-ENCONTRADO
           ELSE
               ADD 1 TO WS-IDX-CANDIDATO
           END-IF.
       4020-F-BUSCAR-CANDIDATO-ITEM.EXIT.
      *----------------------------------------------------------------*
       4100-EVALUAR-CANDIDATO.
      * SE SUMAN EN MONEDA BASE TODAS LAS CUENTAS DEL TITULAR EN LA
      * VENTANA, SOLO LOS MOVIMIENTOS QUE QUEDARON POR DEBAJO DEL
      * UMBRAL; HACEN FALTA AL MENOS DOS PARA HABLAR DE FRACCIONAMIENTO
           MOVE ZERO TO WS-SUMA-VENTANA WS-CANT-VENTANA
           MOVE 1 TO WS-IDX-MOV
           PERFORM 4110-SUMAR-VENTANA-ITEM
               UNTIL WS-IDX-MOV > WS-CONT-MOVIMIENTOS

           IF WS-CANT-VENTANA > 1
           AND WS-SUMA-VENTANA >= WS-UMBRAL-FRACCIONADO
               PERFORM 4200-ESCRIBIR-ALERTA
           END-IF
           ADD 1 TO WS-IDX-CANDIDATO.
       4100-F-EVALUAR-CANDIDATO.EXIT.
      *----------------------------------------------------------------*
       4110-SUMAR-VENTANA-ITEM.
           IF TABMOV-TITULAR(WS-IDX-MOV)
               = TABCAN-TITULAR(WS-IDX-CANDIDATO)
           AND TABMOV-SENTIDO(WS-IDX-MOV)
               = TABCAN-SENTIDO(WS-IDX-CANDIDATO)
           AND TABMOV-REVERSADO(WS-IDX-MOV) = "N"
           AND TABMOV-IMPORTE-BASE(WS-IDX-MOV) < WS-UMBRAL-EFECTIVO
               ADD TABMOV-IMPORTE-BASE(WS-IDX-MOV) TO WS-SUMA-VENTANA
               ADD 1 TO WS-CANT-VENTANA
           END-IF
           ADD 1 TO WS-IDX-MOV.
       4110-F-SUMAR-VENTANA-ITEM.EXIT.
      *----------------------------------------------------------------*
       4200-ESCRIBIR-ALERTA.
           ADD 1 TO WS-CONT-ALERTAS

           MOVE TABCAN-TITULAR(WS-IDX-CANDIDATO) TO ALR-TIT-ID
           MOVE TABCAN-TITULAR(WS-IDX-CANDIDATO) TO WS-TITULAR-BUSCADO
           PERFORM 5300-BUSCAR-TITULAR
           IF TITULAR-ENCONTRADO
               MOVE TABTIT-DOCUMENTO(WS-IDX-TITULAR)
                   TO ALR-TIT-DOCUMENTO
               MOVE TABTIT-NOMBRE(WS-IDX-TITULAR) TO ALR-TIT-NOMBRE
           ELSE
               MOVE SPACES TO ALR-TIT-DOCUMENTO
               MOVE "TITULAR NO REGISTRADO" TO ALR-TIT-NOMBRE
           END-IF
           MOVE SPACES TO REG-ALERTA
           PERFORM 6000-ESCRIBIR-ALERTA
           MOVE ESTRUCTURA-ALR-TITULAR TO REG-ALERTA
           PERFORM 6000-ESCRIBIR-ALERTA

           IF TABCAN-SENTIDO(WS-IDX-CANDIDATO) = "I"
               MOVE "DEPOSITOS" TO ALR-RES-SENTIDO
           ELSE
               MOVE "EXTRACCIONES" TO ALR-RES-SENTIDO
           END-IF
           MOVE WS-CANT-VENTANA TO ALR-RES-CANTIDAD
           MOVE WS-SUMA-VENTANA TO ALR-RES-TOTAL
           MOVE ESTRUCTURA-ALR-RESUMEN TO REG-ALERTA
           PERFORM 6000-ESCRIBIR-ALERTA
           MOVE ESTRUCTURA-ALR-ENCABEZADO TO REG-ALERTA
           PERFORM 6000-ESCRIBIR-ALERTA

           MOVE 1 TO WS-IDX-MOV
           PERFORM 4210-LISTAR-CONTRIBUYENTE
               UNTIL WS-IDX-MOV > WS-CONT-MOVIMIENTOS.
       4200-F-ESCRIBIR-ALERTA.EXIT.
      *----------------------------------------------------------------*
       4210-LISTAR-CONTRIBUYENTE.
           IF TABMOV-TITULAR(WS-IDX-MOV)
               = TABCAN-TITULAR(WS-IDX-CANDIDATO)
           AND TABMOV-SENTIDO(WS-IDX-MOV)
               = TABCAN-SENTIDO(WS-IDX-CANDIDATO)
           AND TABMOV-REVERSADO(WS-IDX-MOV) = "N"
           AND TABMOV-IMPORTE-BASE(WS-IDX-MOV) < WS-UMBRAL-EFECTIVO
               MOVE TABMOV-FECHA(WS-IDX-MOV) TO ALR-DET-FECHA
               MOVE TABMOV-MOV-ID(WS-IDX-MOV) TO ALR-DET-MOV-ID
               MOVE TABMOV-CUENTA(WS-IDX-MOV) TO ALR-DET-CUENTA
               MOVE TABMOV-TIPO-MOV(WS-IDX-MOV) TO ALR-DET-TIPO-MOV
               MOVE TABMOV-IMPORTE(WS-IDX-MOV) TO ALR-DET-IMPORTE
               MOVE TABMOV-MONEDA(WS-IDX-MOV) TO ALR-DET-MONEDA
               MOVE TABMOV-IMPORTE-BASE(WS-IDX-MOV)
                   TO ALR-DET-IMPORTE-BASE
               MOVE ESTRUCTURA-ALR-DET TO REG-ALERTA
               PERFORM 6000-ESCRIBIR-ALERTA
           END-IF
           ADD 1 TO WS-IDX-MOV.
       4210-F-LISTAR-CONTRIBUYENTE.EXIT.
      *----------------------------------------------------------------*
       4800-GRABAR-HISTORIA.
      * LA VENTANA SE GRABA SIN LOS REVERSADOS; EL REEMPLAZO DE
      * HISTEFECTIVO.dat SE HACE AL FINAL SI NO HUBO ABEND
           OPEN OUTPUT HISTORIANUEVA
           IF NOT FS-HISTORIANUEVA-OK
               DISPLAY "ERROR APERTURA HISTEFECTIVONEW FS: "
                   FS-HISTORIANUEVA
               MOVE "S" TO WS-SW-ABEND
               PERFORM 9000-I-FINAL
           END-IF

           MOVE 1 TO WS-IDX-MOV
           PERFORM 4810-GRABAR-HISTORIA-ITEM
               UNTIL WS-IDX-MOV > WS-CONT-MOVIMIENTOS
           CLOSE HISTORIANUEVA.
       4800-F-GRABAR-HISTORIA.EXIT.
      *----------------------------------------------------------------*
       4810-GRABAR-HISTORIA-ITEM.
           IF TABMOV-REVERSADO(WS-IDX-MOV) = "N"
               MOVE TABMOV-FECHA(WS-IDX-MOV) TO HEF-FECHA
               MOVE TABMOV-TITULAR(WS-IDX-MOV) TO HEF-TITULAR
               MOVE TABMOV-MOV-ID(WS-IDX-MOV) TO HEF-MOV-ID
               MOVE TABMOV-CUENTA(WS-IDX-MOV) TO HEF-CUENTA
               MOVE TABMOV-TIPO-MOV(WS-IDX-MOV) TO HEF-TIPO-MOV
               MOVE TABMOV-SENTIDO(WS-IDX-MOV) TO HEF-SENTIDO
               MOVE TABMOV-IMPORTE(WS-IDX-MOV) TO HEF-IMPORTE
               MOVE TABMOV-MONEDA(WS-IDX-MOV) TO HEF-MONEDA
               MOVE TABMOV-IMPORTE-BASE(WS-IDX-MOV) TO HEF-IMPORTE-BASE
               WRITE REG-HISTORIA-NUEVA FROM REG-HISTORIA
               IF NOT FS-HISTORIANUEVA-OK
                   DISPLAY "ERROR ESCRITURA HISTEFECTIVONEW FS: "
                       FS-HISTORIANUEVA
                   MOVE "S" TO WS-SW-ABEND
                   PERFORM 9000-I-FINAL
               END-IF
           END-IF
           ADD 1 TO WS-IDX-MOV.
       4810-F-GRABAR-HISTORIA-ITEM.EXIT.
      *----------------------------------------------------------------*
       5000-LEERJOURNAL.
           READ JOURNALPOSTEO
           EVALUATE TRUE
               WHEN FS-JOURNAL-OK
                   ADD 1 TO WS-CONT-LECTURA
               WHEN FS-JOURNAL-FIN
                   CONTINUE
               WHEN OTHER
                   DISPLAY "ERROR LECTURA JOURNALPOSTEO FS: " FS-JOURNAL
                   MOVE "S" TO WS-SW-ABEND
                   PERFORM 9000-I-FINAL
           END-EVALUATE.
       5000-F-LEERJOURNAL.EXIT.
      *----------------------------------------------------------------*
       5100-BUSCAR-CUENTA.
           MOVE "N" TO WS-SW-CUENTA-ENCONTRADA
           MOVE 1 TO WS-IDX-CUENTA

           PERFORM 5110-BUSCAR-CUENTA-ITEM
           UNTIL WS-IDX-CUENTA > WS-CONT-CUENTAS
           OR CUENTA-ENCONTRADA.
       5100-F-BUSCAR-CUENTA.EXIT.
      *----------------------------------------------------------------*
       5110-BUSCAR-CUENTA-ITEM.
           IF TABCTA-CLAVE(WS-IDX-CUENTA) = WS-CLAVE-BUSCADA
               MOVE "S" TO WS-SW-CUENTA-ENCONTRADA
           ELSE
               ADD 1 TO WS-IDX-CUENTA
           END-IF.
       5110-F-BUSCAR-CUENTA-ITEM.EXIT.
      *----------------------------------------------------------------*
       5200-BUSCAR-CAMBIO.
           MOVE "N" TO WS-SW-CAMBIO-ENCONTRADO
           MOVE 1 TO WS-IDX-CAMBIO

           PERFORM 5210-BUSCAR-CAMBIO-ITEM
           UNTIL WS-IDX-CAMBIO > WS-CONT-CAMBIO
           OR CAMBIO-ENCONTRADO.
       5200-F-BUSCAR-CAMBIO.EXIT.
      *----------------------------------------------------------------*
       5210-BUSCAR-CAMBIO-ITEM.
           IF CAM-MONEDA-ITEM(WS-IDX-CAMBIO) = WS-MONEDA-BUSCADA
               MOVE "S" TO WS-SW-CAMBIO-ENCONTRADO
           ELSE
               ADD 1 TO WS-IDX-CAMBIO
           END-IF.
       5210-F-BUSCAR-CAMBIO-ITEM.EXIT.
      *----------------------------------------------------------------*
       5300-BUSCAR-TITULAR.
           MOVE "N" TO WS-SW-TITULAR-ENCONTRADO
           MOVE 1 TO WS-IDX-TITULAR

           PERFORM 5310-BUSCAR-TITULAR-ITEM
           UNTIL WS-IDX-TITULAR > WS-CONT-TITULARES
           OR TITULAR-ENCONTRADO.
       5300-F-BUSCAR-TITULAR.EXIT.
      *----------------------------------------------------------------*
       5310-BUSCAR-TITULAR-ITEM.
           IF TABTIT-ID(WS-IDX-TITULAR) = WS-TITULAR-BUSCADO
               MOVE "S" TO WS-SW-TITULAR-ENCONTRADO
           ELSE
               ADD 1 TO WS-IDX-TITULAR
           END-IF.
       5310-F-BUSCAR-TITULAR-ITEM.EXIT.
      *----------------------------------------------------------------*
       6000-ESCRIBIR-ALERTA.
           IF NOT FS-ALERTAS-OK
               DISPLAY "ERROR ESCRITURA ALERTASEFECTIVO FS: "
                   FS-ALERTAS
           ELSE
               WRITE REG-ALERTA
           END-IF.
       6000-F-ESCRIBIR-ALERTA.EXIT.
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
       6500-ESCRIBIR-EXCEPCION.
           ADD 1 TO WS-CONT-EXCEPCIONES
           MOVE WS-CLAVE-BUSCADA TO ALR-EXC-CUENTA
           MOVE POS-TIPO-MOV TO ALR-EXC-TIPO-MOV
           MOVE POS-MOV-ID TO ALR-EXC-MOV-ID
           MOVE WS-MOTIVO-EXCEPCION TO ALR-EXC-MOTIVO
           MOVE ESTRUCTURA-ALR-EXCEPCION TO REG-ALERTA
           PERFORM 6000-ESCRIBIR-ALERTA.
       6500-F-ESCRIBIR-EXCEPCION.EXIT.
      *----------------------------------------------------------------*
       6600-VERIFICAR-TABLA-MOV.
           IF WS-CONT-MOVIMIENTOS >= 5000
               DISPLAY "MOVIMIENTOS EN EFECTIVO EXCEDEN LA TABLA DE "
                   "LA VENTANA"
               MOVE "S" TO WS-SW-ABEND
               PERFORM 9000-I-FINAL
           END-IF.
       6600-F-VERIFICAR-TABLA-MOV.EXIT.
      *----------------------------------------------------------------*
       7000-ESCRIBIR-TOTALES.
           MOVE SPACES TO REG-ALERTA
           PERFORM 6000-ESCRIBIR-ALERTA
           MOVE "MOVIMIENTOS EN EFECTIVO DEL DIA:" TO ALR-TOT-TEXTO
           MOVE WS-CONT-EFECTIVO-DIA TO ALR-TOT-CANTIDAD
           MOVE ESTRUCTURA-ALR-TOTAL TO REG-ALERTA
           PERFORM 6000-ESCRIBIR-ALERTA
           MOVE "MOVIMIENTOS DE DIAS ANTERIORES:" TO ALR-TOT-TEXTO
           MOVE WS-CONT-HISTORIA TO ALR-TOT-CANTIDAD
           MOVE ESTRUCTURA-ALR-TOTAL TO REG-ALERTA
           PERFORM 6000-ESCRIBIR-ALERTA
           MOVE "TRANSFERENCIAS Y PLAZOS EXCLUIDOS:" TO ALR-TOT-TEXTO
           MOVE WS-CONT-INTERNOS TO ALR-TOT-CANTIDAD
           MOVE ESTRUCTURA-ALR-TOTAL TO REG-ALERTA
           PERFORM 6000-ESCRIBIR-ALERTA
           MOVE "MOVIMIENTOS REVERSADOS EXCLUIDOS:" TO ALR-TOT-TEXTO
           MOVE WS-CONT-REVERSADOS TO ALR-TOT-CANTIDAD
           MOVE ESTRUCTURA-ALR-TOTAL TO REG-ALERTA
           PERFORM 6000-ESCRIBIR-ALERTA
           MOVE "INFORMADOS EN ARCHIVO REGULATORIO:" TO ALR-TOT-TEXTO
           MOVE WS-CONT-REGULATORIO TO ALR-TOT-CANTIDAD
           MOVE ESTRUCTURA-ALR-TOTAL TO REG-ALERTA
           PERFORM 6000-ESCRIBIR-ALERTA
           MOVE "ALERTAS DE FRACCIONAMIENTO:" TO ALR-TOT-TEXTO
           MOVE WS-CONT-ALERTAS TO ALR-TOT-CANTIDAD
           MOVE ESTRUCTURA-ALR-TOTAL TO REG-ALERTA
           PERFORM 6000-ESCRIBIR-ALERTA
           MOVE "MOVIMIENTOS SIN TIPO DE CAMBIO:" TO ALR-TOT-TEXTO
           MOVE WS-CONT-SIN-CAMBIO TO ALR-TOT-CANTIDAD
           MOVE ESTRUCTURA-ALR-TOTAL TO REG-ALERTA
           PERFORM 6000-ESCRIBIR-ALERTA
           MOVE "EXCEPCIONES:" TO ALR-TOT-TEXTO
           MOVE WS-CONT-EXCEPCIONES TO ALR-TOT-CANTIDAD
           MOVE ESTRUCTURA-ALR-TOTAL TO REG-ALERTA
           PERFORM 6000-ESCRIBIR-ALERTA.
       7000-F-ESCRIBIR-TOTALES.EXIT.
      *----------------------------------------------------------------*
       8000-ESCRIBIR-AUDITORIA.
           MOVE "CTRLEFECTIVO"        TO AUD-PROGRAMA
           MOVE WS-FECHA-PROCESO      TO AUD-FECHA
           ACCEPT AUD-HORA FROM TIME
           MOVE WS-CONT-LECTURA       TO AUD-LEIDOS
           COMPUTE AUD-ESCRITOS = WS-CONT-REGULATORIO + WS-CONT-ALERTAS
           MOVE WS-CONT-EXCEPCIONES   TO AUD-RECHAZADOS

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
           CLOSE JOURNALPOSTEO.
           CLOSE REGULATORIO.
           CLOSE ALERTAS.
           CLOSE AUDITORIA.

           IF NOT HUBO-ABEND
               CALL "SYSTEM" USING WS-CMD-PROMOVER-HISTORIA
               MOVE ZERO TO RETURN-CODE
           END-IF

           DISPLAY "MOVIMIENTOS EN EFECTIVO DEL DIA: "
               WS-CONT-EFECTIVO-DIA
           DISPLAY "INFORMADOS: " WS-CONT-REGULATORIO
               " ALERTAS: " WS-CONT-ALERTAS
               " EXCEPCIONES: " WS-CONT-EXCEPCIONES

           PERFORM 6410-GRABAR-CATALOGO
           STOP RUN.
       9000-F-FINAL.
           EXIT.
      *----------------------------------------------------------------*
