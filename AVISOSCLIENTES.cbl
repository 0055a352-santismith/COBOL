      ******************************************************************
      * AVISOS A CLIENTES
      * DETECTA EN EL MAESTRO DE CUENTAS LOS SOBREGIROS QUE EXCEDEN EL
      * LIMITE AUTORIZADO (MISMO CRITERIO QUE SOBREGIROS) Y LAS CUENTAS
      * A PUNTO DE QUEDAR INACTIVAS (DENTRO DE LOS ULTIMOS
      * PARM-DIAS-AVISO-INACTIVIDAD DIAS ANTES DEL UMBRAL DE
      * BARRIDORMANTES), Y TOMA LOS CAMBIOS DE TASA QUE DEJA
      * REPRECIOCUENTAS EN LA COLA CAMBIOSTASA.dat. EMITE UNA CARTA
      * CONSOLIDADA POR TITULAR CON SU DOMICILIO POSTAL
      * (AVISOS-<FECHA>.dat) Y UN LISTADO DE CONTROL POR PAIS Y
      * SUCURSAL (CTLAVISOS-<FECHA>.dat). UN AVISO QUEDA RETENIDO SI LA
      * CUENTA NO TIENE TITULAR, SI EL TITULAR NO EXISTE O ESTA
      * INACTIVO, O SI NO TIENE DOMICILIO CARGADO. EL HISTORICO
      * AVISOSHIST.dat EVITA REPETIR EL AVISO DE UN MISMO SOBREGIRO O
      * DE UNA MISMA INACTIVIDAD MIENTRAS LA SITUACION SIGA VIGENTE;
      * LOS CAMBIOS DE TASA AVISADOS SALEN DE LA COLA Y LOS RETENIDOS
      * QUEDAN EN ELLA PARA LA CORRIDA SIGUIENTE. CON
      * PARM-DIAS-HABILES = S LOS DIAS DE SOBREGIRO E INACTIVIDAD SE
      * CUENTAN HABILES, COMO EN SOBREGIROS Y BARRIDORMANTES
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AVISOSCLIENTES.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MAESTRO ASSIGN TO "CUENTAS.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-MAESTRO.

           SELECT TITULARES ASSIGN TO "TITULARES.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-TITULARES.

           SELECT OPTIONAL CAMBIOSTASA ASSIGN TO "CAMBIOSTASA.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-CAMBIOSTASA.

           SELECT CAMBIOSPEND ASSIGN TO "CAMBIOSTASA.tmp"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-CAMBIOSPEND.

           SELECT OPTIONAL HISTORIA ASSIGN TO "AVISOSHIST.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-HISTORIA.

           SELECT HISTORIANUEVA ASSIGN TO "AVISOSHIST.tmp"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-HISTORIANUEVA.

           SELECT EVENTOS ASSIGN TO "AVISOS-EVT.tmp"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-EVENTOS.

           SELECT ORDENADO ASSIGN TO "AVISOS-ED.tmp"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-ORDENADO.

           SELECT ORDENAMIENTO ASSIGN TO "AVISOS-SORT.tmp".

           SELECT CARTAS ASSIGN USING WS-ARCH-CARTAS
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-CARTAS.

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
       FD  MAESTRO.
           COPY CPY001.

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

       FD  CAMBIOSTASA.
           COPY CAMTASREG.

       FD  CAMBIOSPEND.
           01 REG-CAMBIOTASA-PEND PIC X(33).

       FD  HISTORIA.
           01 REG-HISTORIA.
               05 HIS-TIPO                 PIC X(01).
               05 HIS-CLAVE                PIC X(10).
               05 HIS-REFERENCIA           PIC X(08).
               05 HIS-FECHA-AVISO          PIC X(08).

       FD  HISTORIANUEVA.
           01 REG-HISTORIA-NUEVA.
               05 HISN-TIPO                PIC X(01).
               05 HISN-CLAVE               PIC X(10).
               05 HISN-REFERENCIA          PIC X(08).
               05 HISN-FECHA-AVISO         PIC X(08).

       FD  EVENTOS.
           01 REG-EVENTO PIC X(54).

       FD  ORDENADO.
           01 REG-ORDENADO.
               05 ORD-TITULAR              PIC 9(05).
               05 ORD-EVENTO-ID.
                   10 ORD-CLAVE.
                       15 ORD-PAIS         PIC X(03).
                       15 ORD-SUCURSAL     PIC 9(02).
                       15 ORD-TIPO-CTA     PIC X(02).
                       15 ORD-CUENTA       PIC 9(03).
                   10 ORD-TIPO             PIC X(01).
                       88 ORD-SOBREGIRO    VALUE "S".
                       88 ORD-INACTIVIDAD  VALUE "I".
                       88 ORD-CAMBIO-TASA  VALUE "T".
                   10 ORD-REFERENCIA       PIC X(08).
                   10 ORD-TASA-NUEVA       PIC 9(02)V9(03).
               05 ORD-TASA-ANTERIOR        PIC 9(02)V9(03).
               05 ORD-SALDO                PIC S9(07).
               05 ORD-LIMITE               PIC 9(07).
               05 ORD-DIAS                 PIC 9(05).
               05 ORD-SITUACION            PIC X(01).
                   88 ORD-EMITIDO          VALUE "E".
                   88 ORD-YA-AVISADO       VALUE "A".

       SD  ORDENAMIENTO.
           01 REG-ORDENAMIENTO.
               05 SRT-TITULAR              PIC 9(05).
               05 SRT-EVENTO-ID            PIC X(24).
               05 FILLER                   PIC X(25).

       FD  CARTAS.
           01 REG-CARTA PIC X(80).

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

       FD  FERIADOS.
           COPY FERIADOREG.

       WORKING-STORAGE SECTION.

      * EVENTO DE AVISO: MISMO LAYOUT QUE REG-ORDENADO
       01  ESTRUCTURA-EVENTO.
           05 EVT-TITULAR                  PIC 9(05).
           05 EVT-CLAVE.
               10 EVT-PAIS                 PIC X(03).
               10 EVT-SUCURSAL             PIC 9(02).
               10 EVT-TIPO-CTA             PIC X(02).
               10 EVT-CUENTA               PIC 9(03).
           05 EVT-TIPO                     PIC X(01).
           05 EVT-REFERENCIA               PIC X(08).
           05 EVT-TASA-NUEVA               PIC 9(02)V9(03).
           05 EVT-TASA-ANTERIOR            PIC 9(02)V9(03).
           05 EVT-SALDO                    PIC S9(07).
           05 EVT-LIMITE                   PIC 9(07).
           05 EVT-DIAS                     PIC 9(05).
           05 EVT-SITUACION                PIC X(01).
               88 EVT-EMITIDO              VALUE "E".
               88 EVT-YA-AVISADO           VALUE "A".
               88 EVT-SIN-TITULAR          VALUE "T".
               88 EVT-TITULAR-INEXISTENTE  VALUE "N".
               88 EVT-TITULAR-INACTIVO     VALUE "I".
               88 EVT-SIN-DOMICILIO        VALUE "D".

       01  ESTRUCTURA-CARTA-SEPARADOR      PIC X(80) VALUE ALL "=".

       01  ESTRUCTURA-CARTA-ENCABEZADO.
           05 FILLER                       PIC X(65)
              VALUE "AVISO AL CLIENTE".
           05 FILLER                       PIC X(07) VALUE "FECHA: ".
           05 CAR-FECHA                    PIC X(08).

       01  ESTRUCTURA-CARTA-TITULAR.
           05 FILLER                       PIC X(13)
              VALUE "TITULAR NRO. ".
           05 CAR-TITULAR                  PIC 9(05).
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 CAR-NOMBRE                   PIC X(40).

       01  ESTRUCTURA-CARTA-DOMICILIO.
           05 FILLER                       PIC X(13) VALUE SPACES.
           05 CAR-DOMICILIO                PIC X(40).

       01  ESTRUCTURA-CARTA-LOCALIDAD.
           05 FILLER                       PIC X(13) VALUE SPACES.
           05 CAR-LOCALIDAD                PIC X(30).
           05 FILLER                       PIC X(06) VALUE "  CP: ".
           05 CAR-COD-POSTAL               PIC X(08).

       01  ESTRUCTURA-CARTA-TEXTO.
           05 CAR-TEXTO                    PIC X(80).

       01  ESTRUCTURA-CARTA-DET.
           05 FILLER                       PIC X(09) VALUE "  CUENTA ".
           05 CAR-DET-PAIS                 PIC X(03).
           05 FILLER                       PIC X(01) VALUE "-".
           05 CAR-DET-SUCURSAL             PIC 9(02).
           05 FILLER                       PIC X(01) VALUE "-".
           05 CAR-DET-TIPO-CTA             PIC X(02).
           05 FILLER                       PIC X(01) VALUE "-".
           05 CAR-DET-CUENTA               PIC 9(03).
           05 FILLER                       PIC X(02) VALUE ": ".
           05 CAR-DET-TEXTO                PIC X(56).

       01  ESTRUCTURA-CARTA-DET2.
           05 FILLER                       PIC X(24) VALUE SPACES.
           05 CAR-DET2-TEXTO               PIC X(56).

       01  ESTRUCTURA-TEXTO-SOBREGIRO.
           05 FILLER                       PIC X(13)
              VALUE "SALDO DEUDOR ".
           05 TXS-SALDO                    PIC Z,ZZZ,ZZ9.
           05 FILLER                       PIC X(21)
              VALUE " SUPERA SU LIMITE DE ".
           05 TXS-LIMITE                   PIC Z,ZZZ,ZZ9.

       01  ESTRUCTURA-TEXTO-SOBREGIRO-2.
           05 FILLER                       PIC X(22)
              VALUE "EN SOBREGIRO DESDE EL ".
           05 TXS-FECHA                    PIC X(08).
           05 FILLER                       PIC X(22)
              VALUE " - REGULARICE EL SALDO".

       01  ESTRUCTURA-TEXTO-INACTIVIDAD.
           05 FILLER                       PIC X(25)
              VALUE "SIN MOVIMIENTOS DESDE EL ".
           05 TXI-FECHA                    PIC X(08).

       01  ESTRUCTURA-TEXTO-INACTIVIDAD-2.
           05 FILLER                       PIC X(21)
              VALUE "PASARA A INACTIVA EN ".
           05 TXI-DIAS                     PIC ZZZZ9.
           05 TXI-UNIDAD                   PIC X(25)
              VALUE " DIAS SI NO OPERA".

       01  ESTRUCTURA-TEXTO-TASA.
           05 FILLER                       PIC X(26)
              VALUE "TASA DE INTERES ANTERIOR: ".
           05 TXT-TASA-ANTERIOR            PIC 9(02).9(03).
           05 FILLER                       PIC X(08) VALUE " NUEVA: ".
           05 TXT-TASA-NUEVA               PIC 9(02).9(03).

       01  ESTRUCTURA-TEXTO-TASA-2.
           05 FILLER                       PIC X(28)
              VALUE "APLICADA EN EL REPRECIO DEL ".
           05 TXT-FECHA                    PIC X(08).

       01  ESTRUCTURA-TITULO.
           05 FILLER                       PIC X(32)
              VALUE "CONTROL DE AVISOS A CLIENTES AL ".
           05 TIT-FECHA                    PIC X(08).

       01  ESTRUCTURA-ENCABEZADO.
           05 FILLER                       PIC X(40)
              VALUE "PAIS SUC TC CTA  TITULAR  EVENTO       ".
           05 FILLER                       PIC X(40)
              VALUE "        REFERENCIA  SITUACION           ".

       01  ESTRUCTURA-DET.
           05 DET-PAIS                     PIC X(03).
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 DET-SUCURSAL                 PIC 9(02).
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 DET-TIPO-CTA                 PIC X(02).
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 DET-CUENTA                   PIC 9(03).
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 DET-TITULAR                  PIC 9(05).
           05 FILLER                       PIC X(04) VALUE SPACES.
           05 DET-EVENTO                   PIC X(20).
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 DET-REFERENCIA               PIC X(08).
           05 FILLER                       PIC X(04) VALUE SPACES.
           05 DET-SITUACION                PIC X(32).

       01  ESTRUCTURA-TOTAL.
           05 TOT-TEXTO                    PIC X(16).
           05 TOT-CLAVE                    PIC X(07).
           05 FILLER                       PIC X(11)
              VALUE "SOBREGIRO: ".
           05 TOT-SOBREGIRO                PIC ZZZ,ZZ9.
           05 FILLER                       PIC X(15)
              VALUE "  INACTIVIDAD: ".
           05 TOT-INACTIVIDAD              PIC ZZZ,ZZ9.
           05 FILLER                       PIC X(08) VALUE "  TASA: ".
           05 TOT-TASA                     PIC ZZZ,ZZ9.

       01  ESTRUCTURA-TOTAL-2.
           05 FILLER                       PIC X(23) VALUE SPACES.
           05 FILLER                       PIC X(11)
              VALUE "EMITIDOS:  ".
           05 TOT-EMITIDOS                 PIC ZZZ,ZZ9.
           05 FILLER                       PIC X(15)
              VALUE "  RETENIDOS:   ".
           05 TOT-RETENIDOS                PIC ZZZ,ZZ9.
           05 FILLER                       PIC X(17)
              VALUE "  YA AVISADOS:   ".
           05 TOT-AVISADOS                 PIC ZZZ,ZZ9.

       01  ESTRUCTURA-CONTADOR.
           05 CNT-TEXTO                    PIC X(45).
           05 CNT-CANTIDAD                 PIC ZZZ,ZZZ,ZZ9.

      * ACUMULADOS DEL LISTADO DE CONTROL: 1 = SUCURSAL, 2 = GENERAL
       01  TABLA-TOTALES.
           05 TOTALES-ITEM OCCURS 2 TIMES.
               10 TABTOT-SOBREGIRO         PIC 9(07).
               10 TABTOT-INACTIVIDAD       PIC 9(07).
               10 TABTOT-TASA              PIC 9(07).
               10 TABTOT-EMITIDOS          PIC 9(07).
               10 TABTOT-RETENIDOS         PIC 9(07).
               10 TABTOT-AVISADOS          PIC 9(07).

       01  TABLA-TITULARES.
           05 TITULAR-ITEM OCCURS 1000 TIMES.
               10 TABTIT-ID                PIC 9(05).
               10 TABTIT-NOMBRE            PIC X(40).
               10 TABTIT-ESTADO            PIC X(01).
               10 TABTIT-DOMICILIO         PIC X(40).
               10 TABTIT-LOCALIDAD         PIC X(30).
               10 TABTIT-COD-POSTAL        PIC X(08).

       01  TABLA-HISTORIA.
           05 HISTORIA-ITEM OCCURS 2000 TIMES.
               10 TABHIS-TIPO              PIC X(01).
               10 TABHIS-CLAVE             PIC X(10).
               10 TABHIS-REFERENCIA        PIC X(08).
               10 TABHIS-FECHA-AVISO       PIC X(08).

       01  WS-FECHA-PROCESO-DET.
           05 WS-FP-ANIO                   PIC 9(4).
           05 WS-FP-MES                    PIC 9(2).
           05 WS-FP-DIA                    PIC 9(2).

       01  WS-FECHA-CUENTA-DET.
           05 WS-FC-ANIO                   PIC 9(4).
           05 WS-FC-MES                    PIC 9(2).
           05 WS-FC-DIA                    PIC 9(2).

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

       01  WS-CLAVE-SUCURSAL.
           05 WS-CLAVE-SUC-PAIS            PIC X(03).
           05 WS-CLAVE-SUC-SUCURSAL        PIC 9(02).
       01  WS-CLAVE-ANT-SUCURSAL           PIC X(05).
       01  WS-TITULAR-ANT                  PIC X(05).
       01  WS-EVENTO-ANT                   PIC X(29).

       01  VARIABLES.
           05 FS-MAESTRO               PIC XX.
               88 FS-MAESTRO-OK        VALUE "00".
               88 FS-MAESTRO-FIN       VALUE "10".

           05 FS-TITULARES             PIC XX.
               88 FS-TITULARES-OK      VALUE "00".
               88 FS-TITULARES-FIN     VALUE "10".

           05 FS-CAMBIOSTASA           PIC XX.
               88 FS-CAMBIOSTASA-OK     VALUE "00".
               88 FS-CAMBIOSTASA-FIN    VALUE "10".
               88 FS-CAMBIOSTASA-CREADO VALUE "05".

           05 FS-CAMBIOSPEND           PIC XX.
               88 FS-CAMBIOSPEND-OK    VALUE "00".

           05 FS-HISTORIA              PIC XX.
               88 FS-HISTORIA-OK       VALUE "00".
               88 FS-HISTORIA-FIN      VALUE "10".
               88 FS-HISTORIA-CREADO   VALUE "05".

           05 FS-HISTORIANUEVA         PIC XX.
               88 FS-HISTORIANUEVA-OK  VALUE "00".

           05 FS-EVENTOS               PIC XX.
               88 FS-EVENTOS-OK        VALUE "00".

           05 FS-ORDENADO              PIC XX.
               88 FS-ORDENADO-OK       VALUE "00".
               88 FS-ORDENADO-FIN      VALUE "10".

           05 FS-CARTAS                PIC XX.
               88 FS-CARTAS-OK         VALUE "00".

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

       77  WS-CONT-LECTURA                 PIC 9(9) VALUE ZERO.
       77  WS-CONT-ESCRITURA               PIC 9(9) VALUE ZERO.
       77  WS-CONT-EVENTOS                 PIC 9(9) VALUE ZERO.
       77  WS-CONT-EMITIDOS                PIC 9(9) VALUE ZERO.
       77  WS-CONT-RETENIDOS               PIC 9(9) VALUE ZERO.
       77  WS-CONT-AVISADOS                PIC 9(9) VALUE ZERO.
       77  WS-CONT-DUPLICADOS              PIC 9(9) VALUE ZERO.
       77  WS-CONT-CAMBIOSTASA             PIC 9(9) VALUE ZERO.
       77  WS-CONT-PENDIENTES              PIC 9(9) VALUE ZERO.
       77  WS-CONT-CARTAS                  PIC 9(9) VALUE ZERO.
       77  WS-CONT-TITULARES               PIC 9(4) VALUE ZERO.
       77  WS-IDX-TITULAR                  PIC 9(4) VALUE ZERO.
       77  WS-CONT-HISTORIA                PIC 9(4) VALUE ZERO.
       77  WS-IDX-HISTORIA                 PIC 9(4) VALUE ZERO.
       77  WS-IDX-TOTAL                    PIC 9(1) VALUE ZERO.
       77  WS-SW-TITULAR-ENCONTRADO        PIC X VALUE "N".
           88 TITULAR-ENCONTRADO           VALUE "S".
       77  WS-SW-HISTORIA-ENCONTRADA       PIC X VALUE "N".
           88 HISTORIA-ENCONTRADA          VALUE "S".
       77  WS-TITULAR-BUSCADO              PIC 9(05) VALUE ZERO.
       77  WS-DIAS-INACTIVIDAD             PIC 9(5) VALUE 180.
       77  WS-DIAS-AVISO                   PIC 9(3) VALUE 30.
       77  WS-DIAS-DESDE-AVISO             PIC S9(5) VALUE ZERO.
       77  WS-DIAS-TRANSCURRIDOS           PIC S9(7) VALUE ZERO.
       77  WS-SALDO-NEGATIVO               PIC 9(07) VALUE ZERO.
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
       77  WS-FECHA-PROCESO                PIC X(8) VALUE SPACES.
       77  WS-ARCH-CARTAS                  PIC X(44) VALUE SPACES.
       77  WS-ARCH-LISTADO                 PIC X(44) VALUE SPACES.
       77  WS-ARCH-CATALOGAR               PIC X(44) VALUE SPACES.
       77  WS-CMD-COLA                     PIC X(90) VALUE SPACES.
       77  WS-CMD-HISTORIA                 PIC X(80)
           VALUE "mv AVISOSHIST.tmp AVISOSHIST.dat".
       77  WS-CMD-PENDIENTES               PIC X(80)
           VALUE "mv CAMBIOSTASA.tmp CAMBIOSTASA.dat".
       77  WS-CMD-DESCARTAR                PIC X(80)
           VALUE "rm -f AVISOSHIST.tmp CAMBIOSTASA.tmp".
       77  WS-SW-ABEND                     PIC X VALUE "N".
           88 HUBO-ABEND                   VALUE "S".
       77  WS-SW-ARCHIVOS-ABIERTOS         PIC X VALUE "N".
           88 ARCHIVOS-ABIERTOS            VALUE "S".

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
           PERFORM 2500-I-CAMBIOSTASA.
           PERFORM 3000-I-CARTAS.
           PERFORM 4000-I-CONTROL.
           PERFORM 9000-I-FINAL.
               STOP RUN.
      *----------------------------------------------------------------*
       1000-I-INICIO.
           INITIALIZE VARIABLES
           INITIALIZE TABLA-TOTALES
           PERFORM 1050-LEERPARAMETROS.
           IF CUENTA-DIAS-HABILES
               PERFORM 1060-CARGAR-FERIADOS
           END-IF.
           PERFORM 1180-ABRIRAUDITORIA.
           PERFORM 1100-CARGAR-TITULARES.
           PERFORM 1120-CARGAR-HISTORIA.
           PERFORM 1150-ABRIRTRABAJO.
           PERFORM 1170-ABRIRSALIDAS.
           PERFORM 1190-ABRIRMAESTRO.
       1000-F-INICIO.EXIT.
      *----------------------------------------------------------------*
       1050-LEERPARAMETROS.
           OPEN INPUT PARAMETROS
           EVALUATE TRUE
               WHEN FS-PARAMETROS-OK
                   READ PARAMETROS
                   IF FS-PARAMETROS-OK
                       MOVE PARM-FECHA-PROCESO TO WS-FECHA-PROCESO
                       IF PARM-DIAS-HABILES = "S"
                           MOVE "S" TO WS-SW-DIAS-HABILES
                           MOVE " DIAS HABILES SI NO OPERA"
                               TO TXI-UNIDAD
                       END-IF
                       IF PARM-DIAS-INACTIVIDAD NUMERIC
                       AND PARM-DIAS-INACTIVIDAD > ZERO
                           MOVE PARM-DIAS-INACTIVIDAD
                               TO WS-DIAS-INACTIVIDAD
                       END-IF
                       IF PARM-DIAS-AVISO-INACTIVIDAD NUMERIC
                       AND PARM-DIAS-AVISO-INACTIVIDAD > ZERO
                           MOVE PARM-DIAS-AVISO-INACTIVIDAD
                               TO WS-DIAS-AVISO
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

           MOVE WS-FECHA-PROCESO TO WS-FECHA-PROCESO-DET
           IF WS-FECHA-PROCESO-DET NOT NUMERIC
               DISPLAY "FECHA DE PROCESO INVALIDA: " WS-FECHA-PROCESO
               MOVE "S" TO WS-SW-ABEND
               PERFORM 9000-I-FINAL
           END-IF

      * EL AVISO EMPIEZA WS-DIAS-AVISO DIAS ANTES DEL UMBRAL
           COMPUTE WS-DIAS-DESDE-AVISO =
               WS-DIAS-INACTIVIDAD - WS-DIAS-AVISO
           IF WS-DIAS-DESDE-AVISO < ZERO
               MOVE ZERO TO WS-DIAS-DESDE-AVISO
           END-IF

           MOVE SPACES TO WS-ARCH-CARTAS
           STRING "AVISOS-" DELIMITED BY SIZE
               WS-FECHA-PROCESO DELIMITED BY SPACE
               ".dat" DELIMITED BY SIZE
               INTO WS-ARCH-CARTAS

           MOVE SPACES TO WS-ARCH-LISTADO
           STRING "CTLAVISOS-" DELIMITED BY SIZE
               WS-FECHA-PROCESO DELIMITED BY SPACE
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
       1100-CARGAR-TITULARES.
           OPEN INPUT TITULARES
           IF NOT FS-TITULARES-OK
               DISPLAY "ERROR APERTURA TITULARES FS: " FS-TITULARES
               MOVE "S" TO WS-SW-ABEND
               PERFORM 9000-I-FINAL
           END-IF

           PERFORM 1101-LEER-TITULAR
           PERFORM 1102-CARGAR-TITULAR-ITEM UNTIL FS-TITULARES-FIN
           CLOSE TITULARES.
       1100-F-CARGAR-TITULARES.EXIT.
      *----------------------------------------------------------------*
       1101-LEER-TITULAR.
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
       1101-F-LEER-TITULAR.EXIT.
      *----------------------------------------------------------------*
       1102-CARGAR-TITULAR-ITEM.
           IF WS-CONT-TITULARES >= 1000
               DISPLAY "TITULARES EXCEDE LA TABLA DE AVISOSCLIENTES"
               MOVE "S" TO WS-SW-ABEND
               PERFORM 9000-I-FINAL
           END-IF
           ADD 1 TO WS-CONT-TITULARES
           MOVE TIT-ID TO TABTIT-ID(WS-CONT-TITULARES)
           MOVE TIT-NOMBRE TO TABTIT-NOMBRE(WS-CONT-TITULARES)
           MOVE TIT-ESTADO TO TABTIT-ESTADO(WS-CONT-TITULARES)
           MOVE TIT-DOMICILIO TO TABTIT-DOMICILIO(WS-CONT-TITULARES)
           MOVE TIT-LOCALIDAD TO TABTIT-LOCALIDAD(WS-CONT-TITULARES)
           MOVE TIT-COD-POSTAL TO TABTIT-COD-POSTAL(WS-CONT-TITULARES)
           PERFORM 1101-LEER-TITULAR.
       1102-F-CARGAR-TITULAR-ITEM.EXIT.
      *----------------------------------------------------------------*
       1120-CARGAR-HISTORIA.
      * SIN HISTORICO TODO SOBREGIRO E INACTIVIDAD DETECTADO ES NUEVO
           OPEN INPUT HISTORIA
           EVALUATE TRUE
               WHEN FS-HISTORIA-OK
                   PERFORM 1121-LEER-HISTORIA
                   PERFORM 1122-CARGAR-HISTORIA-ITEM
                       UNTIL FS-HISTORIA-FIN
                   CLOSE HISTORIA
               WHEN FS-HISTORIA-CREADO
                   CLOSE HISTORIA
               WHEN OTHER
                   DISPLAY "ERROR APERTURA AVISOSHIST FS: " FS-HISTORIA
                   MOVE "S" TO WS-SW-ABEND
                   PERFORM 9000-I-FINAL
           END-EVALUATE.
       1120-F-CARGAR-HISTORIA.EXIT.
      *----------------------------------------------------------------*
       1121-LEER-HISTORIA.
           READ HISTORIA
           EVALUATE TRUE
               WHEN FS-HISTORIA-OK
                   CONTINUE
               WHEN FS-HISTORIA-FIN
                   CONTINUE
               WHEN OTHER
                   DISPLAY "ERROR LECTURA AVISOSHIST FS: " FS-HISTORIA
                   MOVE "S" TO WS-SW-ABEND
                   PERFORM 9000-I-FINAL
           END-EVALUATE.
       1121-F-LEER-HISTORIA.EXIT.
      *----------------------------------------------------------------*
       1122-CARGAR-HISTORIA-ITEM.
           IF WS-CONT-HISTORIA >= 2000
               DISPLAY "AVISOSHIST EXCEDE LA TABLA DE HISTORICO"
               MOVE "S" TO WS-SW-ABEND
               PERFORM 9000-I-FINAL
           END-IF
           ADD 1 TO WS-CONT-HISTORIA
           MOVE HIS-TIPO TO TABHIS-TIPO(WS-CONT-HISTORIA)
           MOVE HIS-CLAVE TO TABHIS-CLAVE(WS-CONT-HISTORIA)
           MOVE HIS-REFERENCIA TO TABHIS-REFERENCIA(WS-CONT-HISTORIA)
           MOVE HIS-FECHA-AVISO TO TABHIS-FECHA-AVISO(WS-CONT-HISTORIA)
           PERFORM 1121-LEER-HISTORIA.
       1122-F-CARGAR-HISTORIA-ITEM.EXIT.
      *----------------------------------------------------------------*
       1150-ABRIRTRABAJO.
           OPEN OUTPUT EVENTOS.
           IF NOT FS-EVENTOS-OK
               DISPLAY "ERROR APERTURA AVISOS-EVT FS: " FS-EVENTOS
               MOVE "S" TO WS-SW-ABEND
               PERFORM 9000-I-FINAL
           END-IF

           MOVE "S" TO WS-SW-ARCHIVOS-ABIERTOS
           OPEN OUTPUT HISTORIANUEVA.
           IF NOT FS-HISTORIANUEVA-OK
               DISPLAY "ERROR APERTURA AVISOSHIST.tmp FS: "
                   FS-HISTORIANUEVA
               MOVE "S" TO WS-SW-ABEND
               PERFORM 9000-I-FINAL
           END-IF

           OPEN OUTPUT CAMBIOSPEND.
           IF NOT FS-CAMBIOSPEND-OK
               DISPLAY "ERROR APERTURA CAMBIOSTASA.tmp FS: "
                   FS-CAMBIOSPEND
               MOVE "S" TO WS-SW-ABEND
               PERFORM 9000-I-FINAL
           END-IF.
       1150-F-ABRIRTRABAJO.EXIT.
      *----------------------------------------------------------------*
       1170-ABRIRSALIDAS.
           OPEN OUTPUT CARTAS.
           IF NOT FS-CARTAS-OK
               DISPLAY "ERROR APERTURA AVISOS FS: " FS-CARTAS
               MOVE "S" TO WS-SW-ABEND
               PERFORM 9000-I-FINAL
           END-IF

           OPEN OUTPUT LISTADO.
           IF NOT FS-LISTADO-OK
               DISPLAY "ERROR APERTURA CTLAVISOS FS: " FS-LISTADO
               MOVE "S" TO WS-SW-ABEND
               PERFORM 9000-I-FINAL
           END-IF

           MOVE WS-FECHA-PROCESO TO TIT-FECHA
           WRITE REG-LISTADO FROM ESTRUCTURA-TITULO
           WRITE REG-LISTADO FROM ESTRUCTURA-ENCABEZADO.
       1170-F-ABRIRSALIDAS.EXIT.
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
       1190-ABRIRMAESTRO.
           OPEN INPUT MAESTRO.

           IF NOT FS-MAESTRO-OK
               DISPLAY "ERROR APERTURA CUENTAS FS: " FS-MAESTRO
               MOVE "S" TO WS-SW-ABEND
               PERFORM 9000-I-FINAL
           END-IF

           PERFORM 5000-LEERMAESTRO.
       1190-F-ABRIRMAESTRO.EXIT.
      *----------------------------------------------------------------*
       2000-I-PROCESO.
           PERFORM 2100-EVALUAR-SOBREGIRO
           PERFORM 2200-EVALUAR-INACTIVIDAD
           PERFORM 5000-LEERMAESTRO.
       2000-F-PROCESO.EXIT.
      *----------------------------------------------------------------*
       2100-EVALUAR-SOBREGIRO.
      * MISMO CRITERIO QUE SOBREGIROS: SALDO DEUDOR MAYOR AL LIMITE
      * AUTORIZADO; EL EPISODIO SE IDENTIFICA POR LA FECHA DE INICIO
           IF CTA-SALDO NUMERIC
           AND CTA-SALDO < ZERO
           AND CTA-LIMITE-SOBREGIRO NUMERIC
               COMPUTE WS-SALDO-NEGATIVO = CTA-SALDO * -1
               IF WS-SALDO-NEGATIVO > CTA-LIMITE-SOBREGIRO
                   PERFORM 2800-INICIAR-EVENTO
                   MOVE "S" TO EVT-TIPO
                   MOVE CTA-FECHA-SOBREGIRO TO EVT-REFERENCIA
                   MOVE WS-SALDO-NEGATIVO TO EVT-SALDO
                   MOVE CTA-LIMITE-SOBREGIRO TO EVT-LIMITE
                   IF CTA-FECHA-SOBREGIRO NUMERIC
                       MOVE CTA-FECHA-SOBREGIRO TO WS-FECHA-CUENTA-DET
                       PERFORM 2900-CALCULAR-DIAS
                       MOVE WS-DIAS-TRANSCURRIDOS TO EVT-DIAS
                   END-IF
                   PERFORM 2810-VERIFICAR-HISTORIA
                   PERFORM 2850-GRABAR-EVENTO
               END-IF
           END-IF.
       2100-F-EVALUAR-SOBREGIRO.EXIT.
      *----------------------------------------------------------------*
       2200-EVALUAR-INACTIVIDAD.
      * CUENTAS QUE ENTRARON EN LA VENTANA DE AVISO Y TODAVIA NO
      * ALCANZAN EL UMBRAL DEL BARRIDO (DIAS CONTADOS COMO EN
      * BARRIDORMANTES: 30/360 O HABILES SEGUN PARM-DIAS-HABILES);
      * EL EPISODIO SE IDENTIFICA POR LA FECHA DEL ULTIMO MOVIMIENTO
           IF CTA-FECHA-ULT-MOV NUMERIC
           AND CTA-ESTADO NOT = "D"
           AND CTA-ESTADO NOT = "I"
               MOVE CTA-FECHA-ULT-MOV TO WS-FECHA-CUENTA-DET
               PERFORM 2900-CALCULAR-DIAS
               IF WS-DIAS-TRANSCURRIDOS >= WS-DIAS-DESDE-AVISO
               AND WS-DIAS-TRANSCURRIDOS < WS-DIAS-INACTIVIDAD
                   PERFORM 2800-INICIAR-EVENTO
                   MOVE "I" TO EVT-TIPO
                   MOVE CTA-FECHA-ULT-MOV TO EVT-REFERENCIA
                   COMPUTE EVT-DIAS =
                       WS-DIAS-INACTIVIDAD - WS-DIAS-TRANSCURRIDOS
                   PERFORM 2810-VERIFICAR-HISTORIA
                   PERFORM 2850-GRABAR-EVENTO
               END-IF
           END-IF.
       2200-F-EVALUAR-INACTIVIDAD.EXIT.
      *----------------------------------------------------------------*
       2500-I-CAMBIOSTASA.
      * LA COLA PUEDE NO EXISTIR SI NO HUBO REPRECIO DESDE LA ULTIMA
      * CORRIDA
           OPEN INPUT CAMBIOSTASA
           EVALUATE TRUE
               WHEN FS-CAMBIOSTASA-OK
                   PERFORM 2510-LEER-CAMBIOTASA
                   PERFORM 2520-PROCESAR-CAMBIOTASA
                       UNTIL FS-CAMBIOSTASA-FIN
                   CLOSE CAMBIOSTASA
               WHEN FS-CAMBIOSTASA-CREADO
                   CLOSE CAMBIOSTASA
               WHEN OTHER
                   DISPLAY "ERROR APERTURA CAMBIOSTASA FS: "
                       FS-CAMBIOSTASA
                   MOVE "S" TO WS-SW-ABEND
                   PERFORM 9000-I-FINAL
           END-EVALUATE

           CLOSE EVENTOS
           CLOSE HISTORIANUEVA
           CLOSE CAMBIOSPEND.
       2500-F-CAMBIOSTASA.EXIT.
      *----------------------------------------------------------------*
       2510-LEER-CAMBIOTASA.
           READ CAMBIOSTASA
           EVALUATE TRUE
               WHEN FS-CAMBIOSTASA-OK
                   ADD 1 TO WS-CONT-CAMBIOSTASA
               WHEN FS-CAMBIOSTASA-FIN
                   CONTINUE
               WHEN OTHER
                   DISPLAY "ERROR LECTURA CAMBIOSTASA FS: "
                       FS-CAMBIOSTASA
                   MOVE "S" TO WS-SW-ABEND
                   PERFORM 9000-I-FINAL
           END-EVALUATE.
       2510-F-LEER-CAMBIOTASA.EXIT.
      *----------------------------------------------------------------*
       2520-PROCESAR-CAMBIOTASA.
      * EL CAMBIO RETENIDO VUELVE A LA COLA PARA AVISARLO CUANDO SE
      * CORRIJA EL TITULAR O SU DOMICILIO
           INITIALIZE ESTRUCTURA-EVENTO
           MOVE CTS-TITULAR TO EVT-TITULAR
           MOVE CTS-PAIS TO EVT-PAIS
           MOVE CTS-SUCURSAL TO EVT-SUCURSAL
           MOVE CTS-TIPO-CTA TO EVT-TIPO-CTA
           MOVE CTS-CUENTA TO EVT-CUENTA
           MOVE "T" TO EVT-TIPO
           MOVE CTS-FECHA TO EVT-REFERENCIA
           MOVE CTS-TASA-ANTERIOR TO EVT-TASA-ANTERIOR
           MOVE CTS-TASA-NUEVA TO EVT-TASA-NUEVA
           PERFORM 2820-CLASIFICAR-TITULAR
           PERFORM 2850-GRABAR-EVENTO

           IF NOT EVT-EMITIDO
               WRITE REG-CAMBIOTASA-PEND FROM REG-CAMBIOTASA
               ADD 1 TO WS-CONT-PENDIENTES
           END-IF
           PERFORM 2510-LEER-CAMBIOTASA.
       2520-F-PROCESAR-CAMBIOTASA.EXIT.
      *----------------------------------------------------------------*
       2800-INICIAR-EVENTO.
           INITIALIZE ESTRUCTURA-EVENTO
           MOVE CTA-TITULAR TO EVT-TITULAR
           MOVE CTA-PAIS TO EVT-PAIS
           MOVE CTA-SUCURSAL TO EVT-SUCURSAL
           MOVE CTA-TIPO-CTA TO EVT-TIPO-CTA
           MOVE CTA-CUENTA TO EVT-CUENTA.
       2800-F-INICIAR-EVENTO.EXIT.
      *----------------------------------------------------------------*
       2810-VERIFICAR-HISTORIA.
      * UN EPISODIO YA AVISADO NO SE VUELVE A AVISAR; EL QUE SIGUE
      * VIGENTE (AVISADO AHORA O ANTES) PASA AL HISTORICO NUEVO
           MOVE "N" TO WS-SW-HISTORIA-ENCONTRADA
           MOVE 1 TO WS-IDX-HISTORIA
           PERFORM 2815-BUSCAR-HISTORIA-ITEM
           UNTIL WS-IDX-HISTORIA > WS-CONT-HISTORIA
           OR HISTORIA-ENCONTRADA

           IF HISTORIA-ENCONTRADA
               MOVE "A" TO EVT-SITUACION
               MOVE TABHIS-FECHA-AVISO(WS-IDX-HISTORIA)
                   TO HISN-FECHA-AVISO
           ELSE
               PERFORM 2820-CLASIFICAR-TITULAR
               MOVE WS-FECHA-PROCESO TO HISN-FECHA-AVISO
           END-IF

           IF EVT-EMITIDO OR EVT-YA-AVISADO
               MOVE EVT-TIPO TO HISN-TIPO
               MOVE EVT-CLAVE TO HISN-CLAVE
               MOVE EVT-REFERENCIA TO HISN-REFERENCIA
               WRITE REG-HISTORIA-NUEVA
           END-IF.
       2810-F-VERIFICAR-HISTORIA.EXIT.
      *----------------------------------------------------------------*
       2815-BUSCAR-HISTORIA-ITEM.
           IF TABHIS-TIPO(WS-IDX-HISTORIA) = EVT-TIPO
           AND TABHIS-CLAVE(WS-IDX-HISTORIA) = EVT-CLAVE
           AND TABHIS-REFERENCIA(WS-IDX-HISTORIA) = EVT-REFERENCIA
               MOVE "S" TO WS-SW-HISTORIA-ENCONTRADA
           ELSE
               ADD 1 TO WS-IDX-HISTORIA
           END-IF.
       2815-F-BUSCAR-HISTORIA-ITEM.EXIT.
      *----------------------------------------------------------------*
       2820-CLASIFICAR-TITULAR.
      * SOLO SE EMITE CARTA A UN TITULAR ACTIVO CON DOMICILIO POSTAL
           MOVE EVT-TITULAR TO WS-TITULAR-BUSCADO
           PERFORM 5100-BUSCAR-TITULAR

           EVALUATE TRUE
               WHEN EVT-TITULAR NOT NUMERIC OR EVT-TITULAR = ZERO
                   MOVE "T" TO EVT-SITUACION
               WHEN NOT TITULAR-ENCONTRADO
                   MOVE "N" TO EVT-SITUACION
               WHEN TABTIT-ESTADO(WS-IDX-TITULAR) = "I"
                   MOVE "I" TO EVT-SITUACION
               WHEN TABTIT-DOMICILIO(WS-IDX-TITULAR) = SPACES
               OR TABTIT-LOCALIDAD(WS-IDX-TITULAR) = SPACES
                   MOVE "D" TO EVT-SITUACION
               WHEN OTHER
                   MOVE "E" TO EVT-SITUACION
           END-EVALUATE.
       2820-F-CLASIFICAR-TITULAR.EXIT.
      *----------------------------------------------------------------*
       2850-GRABAR-EVENTO.
           IF NOT FS-EVENTOS-OK
               DISPLAY "ERROR ESCRITURA AVISOS-EVT FS: " FS-EVENTOS
               MOVE "S" TO WS-SW-ABEND
               PERFORM 9000-I-FINAL
           END-IF
           WRITE REG-EVENTO FROM ESTRUCTURA-EVENTO
           ADD 1 TO WS-CONT-EVENTOS.
       2850-F-GRABAR-EVENTO.EXIT.
      *----------------------------------------------------------------*
       2900-CALCULAR-DIAS.
      * DIAS DESDE WS-FECHA-CUENTA-DET HASTA LA FECHA DE PROCESO CON
      * EL MISMO CRITERIO QUE EL BARRIDO DE INACTIVAS Y EL LISTADO DE
      * SOBREGIROS: CON PARM-DIAS-HABILES = S DIAS HABILES DEL PAIS
      * DE LA CUENTA; SI NO, BASE COMERCIAL 30/360
           IF CUENTA-DIAS-HABILES
               PERFORM 2910-CONTAR-DIAS-HABILES
           ELSE
               COMPUTE WS-DIAS-TRANSCURRIDOS =
                   (WS-FP-ANIO - WS-FC-ANIO) * 360
                   + (WS-FP-MES - WS-FC-MES) * 30
                   + (WS-FP-DIA - WS-FC-DIA)
               IF WS-DIAS-TRANSCURRIDOS < ZERO
                   MOVE ZERO TO WS-DIAS-TRANSCURRIDOS
               END-IF
           END-IF.
       2900-F-CALCULAR-DIAS.EXIT.
      *----------------------------------------------------------------*
       2910-CONTAR-DIAS-HABILES.
      * DIAS HABILES DEL PAIS DE LA CUENTA POSTERIORES A LA FECHA DE
      * LA CUENTA HASTA LA FECHA DE PROCESO INCLUSIVE
           MOVE ZERO TO WS-DIAS-TRANSCURRIDOS
           MOVE WS-FECHA-CUENTA-DET TO WS-FECHA-CALENDARIO
           MOVE CTA-PAIS TO WS-CAL-PAIS

           IF WS-CAL-MES >= 1 AND WS-CAL-MES <= 12
               PERFORM 2922-DIA-SEMANA
               PERFORM 2911-CONTAR-DIA-HABIL
               UNTIL WS-FECHA-CALENDARIO NOT < WS-FECHA-PROCESO
               OR WS-DIAS-TRANSCURRIDOS >= 99999
           END-IF.
       2910-F-CONTAR-DIAS-HABILES.EXIT.
      *----------------------------------------------------------------*
       2911-CONTAR-DIA-HABIL.
           PERFORM 2920-SIGUIENTE-DIA
           PERFORM 2930-VERIFICAR-HABIL
           IF DIA-HABIL
               ADD 1 TO WS-DIAS-TRANSCURRIDOS
           END-IF.
       2911-F-CONTAR-DIA-HABIL.EXIT.
      *----------------------------------------------------------------*
       2920-SIGUIENTE-DIA.
      * AVANZA WS-FECHA-CALENDARIO UN DIA Y SU DIA DE LA SEMANA
           PERFORM 2921-DIAS-DEL-MES

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
       2920-F-SIGUIENTE-DIA.EXIT.
      *----------------------------------------------------------------*
       2921-DIAS-DEL-MES.
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
       2921-F-DIAS-DEL-MES.EXIT.
      *----------------------------------------------------------------*
       2922-DIA-SEMANA.
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
       2922-F-DIA-SEMANA.EXIT.
      *----------------------------------------------------------------*
       2930-VERIFICAR-HABIL.
      * HABIL = DE LUNES A VIERNES Y SIN FERIADO DEL PAIS NI GENERAL
           MOVE "S" TO WS-SW-DIA-HABIL

           IF WS-CAL-DIA-SEMANA < 2
               MOVE "N" TO WS-SW-DIA-HABIL
           ELSE
               MOVE 1 TO WS-IDX-FERIADO
               PERFORM 2931-BUSCAR-FERIADO-ITEM
               UNTIL WS-IDX-FERIADO > WS-CONT-FERIADOS
               OR NOT DIA-HABIL
           END-IF.
       2930-F-VERIFICAR-HABIL.EXIT.
      *----------------------------------------------------------------*
       2931-BUSCAR-FERIADO-ITEM.
           IF TABFER-FECHA(WS-IDX-FERIADO) = WS-FECHA-CALENDARIO
           AND (TABFER-PAIS(WS-IDX-FERIADO) = WS-CAL-PAIS
           OR TABFER-PAIS(WS-IDX-FERIADO) = "***")
               MOVE "N" TO WS-SW-DIA-HABIL
           END-IF
           ADD 1 TO WS-IDX-FERIADO.
       2931-F-BUSCAR-FERIADO-ITEM.EXIT.
      *----------------------------------------------------------------*
       3000-I-CARTAS.
      * UNA CARTA POR TITULAR CON TODOS SUS AVISOS EMITIDOS
           MOVE LOW-VALUES TO WS-TITULAR-ANT
           MOVE LOW-VALUES TO WS-EVENTO-ANT

           SORT ORDENAMIENTO
               ON ASCENDING KEY SRT-TITULAR SRT-EVENTO-ID
               USING EVENTOS
               GIVING ORDENADO
           PERFORM 5300-ABRIRORDENADO
           PERFORM 3100-PROCESAR-CARTA UNTIL FS-ORDENADO-FIN
           CLOSE ORDENADO

           IF WS-TITULAR-ANT NOT = LOW-VALUES
               PERFORM 6150-ESCRIBIR-CIERRE-CARTA
           END-IF.
       3000-F-CARTAS.EXIT.
      *----------------------------------------------------------------*
       3100-PROCESAR-CARTA.
           IF ORD-EMITIDO
           AND REG-ORDENADO(1:29) NOT = WS-EVENTO-ANT
               IF ORD-TITULAR NOT = WS-TITULAR-ANT
                   IF WS-TITULAR-ANT NOT = LOW-VALUES
                       PERFORM 6150-ESCRIBIR-CIERRE-CARTA
                   END-IF
                   MOVE ORD-TITULAR TO WS-TITULAR-ANT
                   PERFORM 6100-ESCRIBIR-CABECERA-CARTA
               END-IF
               PERFORM 6200-ESCRIBIR-AVISO-CARTA
           END-IF
           MOVE REG-ORDENADO(1:29) TO WS-EVENTO-ANT
           PERFORM 5200-LEERORDENADO.
       3100-F-PROCESAR-CARTA.EXIT.
      *----------------------------------------------------------------*
       4000-I-CONTROL.
      * LISTADO DE CONTROL POR PAIS Y SUCURSAL CON TODOS LOS AVISOS,
      * EMITIDOS, RETENIDOS Y YA AVISADOS
           MOVE LOW-VALUES TO WS-CLAVE-ANT-SUCURSAL
           MOVE LOW-VALUES TO WS-EVENTO-ANT

           SORT ORDENAMIENTO
               ON ASCENDING KEY SRT-EVENTO-ID SRT-TITULAR
               USING EVENTOS
               GIVING ORDENADO
           PERFORM 5300-ABRIRORDENADO
           PERFORM 4100-PROCESAR-CONTROL UNTIL FS-ORDENADO-FIN
           CLOSE ORDENADO

           IF WS-CLAVE-ANT-SUCURSAL NOT = LOW-VALUES
               PERFORM 7200-ESCRIBIR-CORTE-SUCURSAL
           END-IF.
       4000-F-CONTROL.EXIT.
      *----------------------------------------------------------------*
       4100-PROCESAR-CONTROL.
      * UN CAMBIO DE TASA REPETIDO EN LA COLA SE LISTA UNA SOLA VEZ
           IF REG-ORDENADO(1:29) = WS-EVENTO-ANT
               ADD 1 TO WS-CONT-DUPLICADOS
           ELSE
               MOVE ORD-PAIS TO WS-CLAVE-SUC-PAIS
               MOVE ORD-SUCURSAL TO WS-CLAVE-SUC-SUCURSAL
               IF WS-CLAVE-SUCURSAL NOT = WS-CLAVE-ANT-SUCURSAL
                   IF WS-CLAVE-ANT-SUCURSAL NOT = LOW-VALUES
                       PERFORM 7200-ESCRIBIR-CORTE-SUCURSAL
                   END-IF
                   MOVE WS-CLAVE-SUCURSAL TO WS-CLAVE-ANT-SUCURSAL
               END-IF
               MOVE 1 TO WS-IDX-TOTAL
               PERFORM 4200-ACUMULAR-TOTALES
               MOVE 2 TO WS-IDX-TOTAL
               PERFORM 4200-ACUMULAR-TOTALES
               PERFORM 7100-ESCRIBIR-DETALLE
           END-IF
           MOVE REG-ORDENADO(1:29) TO WS-EVENTO-ANT
           PERFORM 5200-LEERORDENADO.
       4100-F-PROCESAR-CONTROL.EXIT.
      *----------------------------------------------------------------*
       4200-ACUMULAR-TOTALES.
           EVALUATE TRUE
               WHEN ORD-SOBREGIRO
                   ADD 1 TO TABTOT-SOBREGIRO(WS-IDX-TOTAL)
               WHEN ORD-INACTIVIDAD
                   ADD 1 TO TABTOT-INACTIVIDAD(WS-IDX-TOTAL)
               WHEN OTHER
                   ADD 1 TO TABTOT-TASA(WS-IDX-TOTAL)
           END-EVALUATE

           EVALUATE TRUE
               WHEN ORD-EMITIDO
                   ADD 1 TO TABTOT-EMITIDOS(WS-IDX-TOTAL)
               WHEN ORD-YA-AVISADO
                   ADD 1 TO TABTOT-AVISADOS(WS-IDX-TOTAL)
               WHEN OTHER
                   ADD 1 TO TABTOT-RETENIDOS(WS-IDX-TOTAL)
           END-EVALUATE.
       4200-F-ACUMULAR-TOTALES.EXIT.
      *----------------------------------------------------------------*
       5000-LEERMAESTRO.
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
       5000-F-LEERMAESTRO.EXIT.
      *----------------------------------------------------------------*
       5100-BUSCAR-TITULAR.
           MOVE "N" TO WS-SW-TITULAR-ENCONTRADO
           MOVE 1 TO WS-IDX-TITULAR
           PERFORM 5110-BUSCAR-TITULAR-ITEM
           UNTIL WS-IDX-TITULAR > WS-CONT-TITULARES
           OR TITULAR-ENCONTRADO.
       5100-F-BUSCAR-TITULAR.EXIT.
      *----------------------------------------------------------------*
       5110-BUSCAR-TITULAR-ITEM.
           IF TABTIT-ID(WS-IDX-TITULAR) = WS-TITULAR-BUSCADO
               MOVE "S" TO WS-SW-TITULAR-ENCONTRADO
           ELSE
               ADD 1 TO WS-IDX-TITULAR
           END-IF.
       5110-F-BUSCAR-TITULAR-ITEM.EXIT.
      *----------------------------------------------------------------*
       5200-LEERORDENADO.
           READ ORDENADO
           EVALUATE TRUE
               WHEN FS-ORDENADO-OK
                   CONTINUE
               WHEN FS-ORDENADO-FIN
                   CONTINUE
               WHEN OTHER
                   DISPLAY "ERROR LECTURA AVISOS-ED FS: " FS-ORDENADO
                   MOVE "S" TO WS-SW-ABEND
                   PERFORM 9000-I-FINAL
           END-EVALUATE.
       5200-F-LEERORDENADO.EXIT.
      *----------------------------------------------------------------*
       5300-ABRIRORDENADO.
           OPEN INPUT ORDENADO
           IF NOT FS-ORDENADO-OK
               DISPLAY "ERROR APERTURA AVISOS-ED FS: " FS-ORDENADO
               MOVE "S" TO WS-SW-ABEND
               PERFORM 9000-I-FINAL
           END-IF

           PERFORM 5200-LEERORDENADO.
       5300-F-ABRIRORDENADO.EXIT.
      *----------------------------------------------------------------*
       6000-ESCRIBIR-CARTA.
           IF NOT FS-CARTAS-OK
               DISPLAY "ERROR ESCRITURA AVISOS FS: " FS-CARTAS
           ELSE
               WRITE REG-CARTA
               ADD 1 TO WS-CONT-ESCRITURA
           END-IF.
       6000-F-ESCRIBIR-CARTA.EXIT.
      *----------------------------------------------------------------*
       6100-ESCRIBIR-CABECERA-CARTA.
           MOVE ORD-TITULAR TO WS-TITULAR-BUSCADO
           PERFORM 5100-BUSCAR-TITULAR
           ADD 1 TO WS-CONT-CARTAS

           MOVE ESTRUCTURA-CARTA-SEPARADOR TO REG-CARTA
           PERFORM 6000-ESCRIBIR-CARTA
           MOVE WS-FECHA-PROCESO TO CAR-FECHA
           MOVE ESTRUCTURA-CARTA-ENCABEZADO TO REG-CARTA
           PERFORM 6000-ESCRIBIR-CARTA
           MOVE SPACES TO REG-CARTA
           PERFORM 6000-ESCRIBIR-CARTA

           MOVE ORD-TITULAR TO CAR-TITULAR
           MOVE TABTIT-NOMBRE(WS-IDX-TITULAR) TO CAR-NOMBRE
           MOVE ESTRUCTURA-CARTA-TITULAR TO REG-CARTA
           PERFORM 6000-ESCRIBIR-CARTA
           MOVE TABTIT-DOMICILIO(WS-IDX-TITULAR) TO CAR-DOMICILIO
           MOVE ESTRUCTURA-CARTA-DOMICILIO TO REG-CARTA
           PERFORM 6000-ESCRIBIR-CARTA
           MOVE TABTIT-LOCALIDAD(WS-IDX-TITULAR) TO CAR-LOCALIDAD
           MOVE TABTIT-COD-POSTAL(WS-IDX-TITULAR) TO CAR-COD-POSTAL
           MOVE ESTRUCTURA-CARTA-LOCALIDAD TO REG-CARTA
           PERFORM 6000-ESCRIBIR-CARTA
           MOVE SPACES TO REG-CARTA
           PERFORM 6000-ESCRIBIR-CARTA

           MOVE "ESTIMADO CLIENTE: LE INFORMAMOS LAS SIGUIENTES "
               TO CAR-TEXTO
           MOVE ESTRUCTURA-CARTA-TEXTO TO REG-CARTA
           PERFORM 6000-ESCRIBIR-CARTA
           MOVE "NOVEDADES SOBRE SUS CUENTAS:" TO CAR-TEXTO
           MOVE ESTRUCTURA-CARTA-TEXTO TO REG-CARTA
           PERFORM 6000-ESCRIBIR-CARTA
           MOVE SPACES TO REG-CARTA
           PERFORM 6000-ESCRIBIR-CARTA.
       6100-F-ESCRIBIR-CABECERA-CARTA.EXIT.
      *----------------------------------------------------------------*
       6150-ESCRIBIR-CIERRE-CARTA.
           MOVE SPACES TO REG-CARTA
           PERFORM 6000-ESCRIBIR-CARTA
           MOVE "ANTE CUALQUIER CONSULTA DIRIJASE A SU SUCURSAL."
               TO CAR-TEXTO
           MOVE ESTRUCTURA-CARTA-TEXTO TO REG-CARTA
           PERFORM 6000-ESCRIBIR-CARTA.
       6150-F-ESCRIBIR-CIERRE-CARTA.EXIT.
      *----------------------------------------------------------------*
       6200-ESCRIBIR-AVISO-CARTA.
           MOVE ORD-PAIS TO CAR-DET-PAIS
           MOVE ORD-SUCURSAL TO CAR-DET-SUCURSAL
           MOVE ORD-TIPO-CTA TO CAR-DET-TIPO-CTA
           MOVE ORD-CUENTA TO CAR-DET-CUENTA

           EVALUATE TRUE
               WHEN ORD-SOBREGIRO
                   MOVE ORD-SALDO TO TXS-SALDO
                   MOVE ORD-LIMITE TO TXS-LIMITE
                   MOVE ORD-REFERENCIA TO TXS-FECHA
                   MOVE ESTRUCTURA-TEXTO-SOBREGIRO TO CAR-DET-TEXTO
                   MOVE ESTRUCTURA-TEXTO-SOBREGIRO-2 TO CAR-DET2-TEXTO
               WHEN ORD-INACTIVIDAD
                   MOVE ORD-REFERENCIA TO TXI-FECHA
                   MOVE ORD-DIAS TO TXI-DIAS
                   MOVE ESTRUCTURA-TEXTO-INACTIVIDAD TO CAR-DET-TEXTO
                   MOVE ESTRUCTURA-TEXTO-INACTIVIDAD-2
                       TO CAR-DET2-TEXTO
               WHEN OTHER
                   MOVE ORD-TASA-ANTERIOR TO TXT-TASA-ANTERIOR
                   MOVE ORD-TASA-NUEVA TO TXT-TASA-NUEVA
                   MOVE ORD-REFERENCIA TO TXT-FECHA
                   MOVE ESTRUCTURA-TEXTO-TASA TO CAR-DET-TEXTO
                   MOVE ESTRUCTURA-TEXTO-TASA-2 TO CAR-DET2-TEXTO
           END-EVALUATE

           MOVE ESTRUCTURA-CARTA-DET TO REG-CARTA
           PERFORM 6000-ESCRIBIR-CARTA
           MOVE ESTRUCTURA-CARTA-DET2 TO REG-CARTA
           PERFORM 6000-ESCRIBIR-CARTA.
       6200-F-ESCRIBIR-AVISO-CARTA.EXIT.
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
       7000-ESCRIBIR-LISTADO.
           IF NOT FS-LISTADO-OK
               DISPLAY "ERROR ESCRITURA CTLAVISOS FS: " FS-LISTADO
           ELSE
               WRITE REG-LISTADO
               ADD 1 TO WS-CONT-ESCRITURA
           END-IF.
       7000-F-ESCRIBIR-LISTADO.EXIT.
      *----------------------------------------------------------------*
       7100-ESCRIBIR-DETALLE.
           MOVE ORD-PAIS TO DET-PAIS
           MOVE ORD-SUCURSAL TO DET-SUCURSAL
           MOVE ORD-TIPO-CTA TO DET-TIPO-CTA
           MOVE ORD-CUENTA TO DET-CUENTA
           MOVE ORD-TITULAR TO DET-TITULAR
           MOVE ORD-REFERENCIA TO DET-REFERENCIA

           EVALUATE TRUE
               WHEN ORD-SOBREGIRO
                   MOVE "SOBREGIRO EXCEDIDO" TO DET-EVENTO
               WHEN ORD-INACTIVIDAD
                   MOVE "PROXIMA INACTIVIDAD" TO DET-EVENTO
               WHEN OTHER
                   MOVE "CAMBIO DE TASA" TO DET-EVENTO
           END-EVALUATE

           EVALUATE ORD-SITUACION
               WHEN "E"
                   MOVE "EMITIDO EN CARTA" TO DET-SITUACION
                   ADD 1 TO WS-CONT-EMITIDOS
               WHEN "A"
                   MOVE "YA AVISADO" TO DET-SITUACION
                   ADD 1 TO WS-CONT-AVISADOS
               WHEN "T"
                   MOVE "RETENIDO - SIN TITULAR" TO DET-SITUACION
                   ADD 1 TO WS-CONT-RETENIDOS
               WHEN "N"
                   MOVE "RETENIDO - TITULAR INEXISTENTE"
                       TO DET-SITUACION
                   ADD 1 TO WS-CONT-RETENIDOS
               WHEN "I"
                   MOVE "RETENIDO - TITULAR INACTIVO" TO DET-SITUACION
                   ADD 1 TO WS-CONT-RETENIDOS
               WHEN OTHER
                   MOVE "RETENIDO - SIN DOMICILIO" TO DET-SITUACION
                   ADD 1 TO WS-CONT-RETENIDOS
           END-EVALUATE

           MOVE ESTRUCTURA-DET TO REG-LISTADO
           PERFORM 7000-ESCRIBIR-LISTADO.
       7100-F-ESCRIBIR-DETALLE.EXIT.
      *----------------------------------------------------------------*
       7200-ESCRIBIR-CORTE-SUCURSAL.
           MOVE "TOTAL SUCURSAL  " TO TOT-TEXTO
           MOVE SPACES TO TOT-CLAVE
           STRING WS-CLAVE-ANT-SUCURSAL(1:3) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               WS-CLAVE-ANT-SUCURSAL(4:2) DELIMITED BY SIZE
               INTO TOT-CLAVE
           MOVE 1 TO WS-IDX-TOTAL
           PERFORM 7300-ESCRIBIR-TOTALES
           INITIALIZE TOTALES-ITEM(1).
       7200-F-ESCRIBIR-CORTE-SUCURSAL.EXIT.
      *----------------------------------------------------------------*
       7300-ESCRIBIR-TOTALES.
           MOVE TABTOT-SOBREGIRO(WS-IDX-TOTAL) TO TOT-SOBREGIRO
           MOVE TABTOT-INACTIVIDAD(WS-IDX-TOTAL) TO TOT-INACTIVIDAD
           MOVE TABTOT-TASA(WS-IDX-TOTAL) TO TOT-TASA
           MOVE TABTOT-EMITIDOS(WS-IDX-TOTAL) TO TOT-EMITIDOS
           MOVE TABTOT-RETENIDOS(WS-IDX-TOTAL) TO TOT-RETENIDOS
           MOVE TABTOT-AVISADOS(WS-IDX-TOTAL) TO TOT-AVISADOS

           MOVE ESTRUCTURA-TOTAL TO REG-LISTADO
           PERFORM 7000-ESCRIBIR-LISTADO
           MOVE ESTRUCTURA-TOTAL-2 TO REG-LISTADO
           PERFORM 7000-ESCRIBIR-LISTADO.
       7300-F-ESCRIBIR-TOTALES.EXIT.
      *----------------------------------------------------------------*
       7400-ESCRIBIR-CONTADOR.
           MOVE ESTRUCTURA-CONTADOR TO REG-LISTADO
           PERFORM 7000-ESCRIBIR-LISTADO.
       7400-F-ESCRIBIR-CONTADOR.EXIT.
      *----------------------------------------------------------------*
       7500-ESCRIBIR-TOTAL-GENERAL.
           MOVE SPACES TO REG-LISTADO
           PERFORM 7000-ESCRIBIR-LISTADO
           MOVE "TOTAL GENERAL   " TO TOT-TEXTO
           MOVE SPACES TO TOT-CLAVE
           MOVE 2 TO WS-IDX-TOTAL
           PERFORM 7300-ESCRIBIR-TOTALES

           MOVE SPACES TO REG-LISTADO
           PERFORM 7000-ESCRIBIR-LISTADO
           MOVE "CUENTAS LEIDAS:" TO CNT-TEXTO
           MOVE WS-CONT-LECTURA TO CNT-CANTIDAD
           PERFORM 7400-ESCRIBIR-CONTADOR
           MOVE "CAMBIOS DE TASA LEIDOS DE LA COLA:" TO CNT-TEXTO
           MOVE WS-CONT-CAMBIOSTASA TO CNT-CANTIDAD
           PERFORM 7400-ESCRIBIR-CONTADOR
           MOVE "CAMBIOS DE TASA DUPLICADOS DESCARTADOS:"
               TO CNT-TEXTO
           MOVE WS-CONT-DUPLICADOS TO CNT-CANTIDAD
           PERFORM 7400-ESCRIBIR-CONTADOR
           MOVE "CAMBIOS DE TASA QUE QUEDAN EN LA COLA:" TO CNT-TEXTO
           MOVE WS-CONT-PENDIENTES TO CNT-CANTIDAD
           PERFORM 7400-ESCRIBIR-CONTADOR
           MOVE "CARTAS EMITIDAS (TITULARES):" TO CNT-TEXTO
           MOVE WS-CONT-CARTAS TO CNT-CANTIDAD
           PERFORM 7400-ESCRIBIR-CONTADOR.
       7500-F-ESCRIBIR-TOTAL-GENERAL.EXIT.
      *----------------------------------------------------------------*
       7600-LIBERAR-ARCHIVOS.
      * EL HISTORICO Y LA COLA SE ACTUALIZAN SOLO CON LA CORRIDA
      * COMPLETA; LA COLA CONSUMIDA QUEDA COMO RESPALDO FECHADO (SI
      * SOLO HABIA RETENIDOS LA COLA QUEDA COMO ESTABA)
           CALL "SYSTEM" USING WS-CMD-HISTORIA
           IF WS-CONT-CAMBIOSTASA > WS-CONT-PENDIENTES
               MOVE SPACES TO WS-CMD-COLA
               STRING "mv CAMBIOSTASA.dat CAMBIOSTASA-"
                   DELIMITED BY SIZE
                   WS-FECHA-PROCESO DELIMITED BY SPACE
                   "-AVI.bak" DELIMITED BY SIZE
                   INTO WS-CMD-COLA
               CALL "SYSTEM" USING WS-CMD-COLA
           END-IF
           IF WS-CONT-PENDIENTES > ZERO
               CALL "SYSTEM" USING WS-CMD-PENDIENTES
           ELSE
               CALL "SYSTEM" USING "rm -f CAMBIOSTASA.tmp"
           END-IF

           MOVE WS-ARCH-CARTAS TO WS-ARCH-CATALOGAR
           PERFORM 6400-CATALOGAR-GENERACION
           MOVE WS-ARCH-LISTADO TO WS-ARCH-CATALOGAR
           PERFORM 6400-CATALOGAR-GENERACION.
       7600-F-LIBERAR-ARCHIVOS.EXIT.
      *----------------------------------------------------------------*
       8000-ESCRIBIR-AUDITORIA.
           MOVE "AVISOSCLIENTES"      TO AUD-PROGRAMA
           MOVE WS-FECHA-PROCESO      TO AUD-FECHA
           ACCEPT AUD-HORA FROM TIME
           MOVE WS-CONT-LECTURA       TO AUD-LEIDOS
           MOVE WS-CONT-ESCRITURA     TO AUD-ESCRITOS
           MOVE WS-CONT-RETENIDOS     TO AUD-RECHAZADOS

           IF FS-AUDITORIA-OK OR FS-AUDITORIA-CREADO
               WRITE REG-AUDITORIA
           END-IF.
       8000-F-ESCRIBIR-AUDITORIA.EXIT.
      *----------------------------------------------------------------*
       9000-I-FINAL.
           IF NOT HUBO-ABEND
               PERFORM 7500-ESCRIBIR-TOTAL-GENERAL
           END-IF.
           PERFORM 8000-ESCRIBIR-AUDITORIA.
           CLOSE AUDITORIA.
           CLOSE MAESTRO.
           CLOSE CARTAS.
           CLOSE LISTADO.

      * EN UNA CORRIDA NORMAL 2500-I-CAMBIOSTASA YA CERRO LOS ARCHIVOS
      * DE TRABAJO
           IF ARCHIVOS-ABIERTOS
               IF HUBO-ABEND
                   CLOSE EVENTOS
                   CLOSE HISTORIANUEVA
                   CLOSE CAMBIOSPEND
               END-IF
               CALL "SYSTEM" USING "rm -f AVISOS-EVT.tmp AVISOS-ED.tmp"
               IF NOT HUBO-ABEND
                   PERFORM 7600-LIBERAR-ARCHIVOS
               ELSE
                   CALL "SYSTEM" USING WS-CMD-DESCARTAR
               END-IF
           END-IF.

           DISPLAY "AVISOS EMITIDOS: " WS-CONT-EMITIDOS
               " RETENIDOS: " WS-CONT-RETENIDOS
               " CARTAS: " WS-CONT-CARTAS

      * EL RC SE FIJA AL FINAL PORQUE LOS CALL "SYSTEM" LO PISAN
           IF HUBO-ABEND
               MOVE 16 TO RETURN-CODE
           ELSE
               MOVE ZERO TO RETURN-CODE
           END-IF

           PERFORM 6410-GRABAR-CATALOGO
           STOP RUN.
       9000-F-FINAL.
           EXIT.
      *----------------------------------------------------------------*
