      ******************************************************************
      * VERIFICACION NOCTURNA DE INTEGRIDAD REFERENCIAL
      * RECORRE LOS MAESTROS Y CONTROLA SUS REFERENCIAS CRUZADAS:
      * CUENTAS CONTRA PAISLATIDX (PAIS INEXISTENTE O DADO DE BAJA),
      * CONTRA TITULARES (TITULAR INEXISTENTE O INACTIVO) Y CONTRA
      * TIPOCAMBIO (MONEDA SIN TASA VIGENTE, SALVO LA MONEDA BASE);
      * CIUDADES, ASIGNACIONES Y TASAINTERES CONTRA PAISLATIDX (PAIS
      * INEXISTENTE O DADO DE BAJA). LOS REGISTROS DADOS DE BAJA DE
      * ESOS MAESTROS Y LAS TASAS GENERICAS (PAIS EN BLANCO) NO SE
      * CONTROLAN, NI LAS CUENTAS SIN TITULAR CARGADO. EL REPORTE
      * INTEGRIDAD-<FECHA>.dat AGRUPA LAS EXCEPCIONES POR MAESTRO Y
      * REGLA CON SU CANTIDAD Y CIERRA CON UN RESUMEN DE TODAS LAS
      * REGLAS; QUEDA CATALOGADO. TERMINA CON RC 4 SI ALGUNA REGLA
      * TUVO EXCEPCIONES
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VERINTEGRIDAD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVOPAISES ASSIGN TO "PAISLATIDX.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS PAISLAT-COD-PAIS
           FILE STATUS FS-PAISLAT.

           SELECT OPTIONAL CUENTAS ASSIGN TO "CUENTAS.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-CUENTAS.

           SELECT OPTIONAL TITULARES ASSIGN TO "TITULARES.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-TITULARES.

           SELECT OPTIONAL ARCHIVOCAMBIO ASSIGN TO "TIPOCAMBIO.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-CAMBIO.

           SELECT OPTIONAL CIUDADES ASSIGN TO "CIUDADES.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-CIUDADES.

           SELECT OPTIONAL ASIGNACIONES ASSIGN TO "ASIGNACIONES.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-ASIGNACIONES.

           SELECT OPTIONAL TASAS ASSIGN TO "TASAINTERES.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-TASAS.

           SELECT EXCEPCIONES ASSIGN TO "INTEGRIDAD.tmp"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-EXCEPCIONES.

           SELECT ORDENADO ASSIGN TO "INTEGRIDAD-ED.tmp"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-ORDENADO.

           SELECT ORDENAMIENTO ASSIGN TO "VERINT-SORT.tmp".

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
       FD  ARCHIVOPAISES.
           01 REG-PAISLAT.
               05 PAISLAT-COD-PAIS     PIC X(3).
               05 PAISLAT-DES-PAIS     PIC X(40).
               05 PAISLAT-ESTADO       PIC X(1).

       FD  CUENTAS.
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

       FD  ARCHIVOCAMBIO.
           01 REG-TIPOCAMBIO.
               05 CAMBIO-MONEDA            PIC X(03).
               05 CAMBIO-TASA              PIC 9(04)V9(06).
               05 CAMBIO-FECHA-VIGENCIA    PIC X(08).
               05 CAMBIO-ESTADO            PIC X(01).

       FD  CIUDADES.
           01 REG-CIUDAD.
               05 CIUDAD-COD               PIC X(03).
               05 CIUDAD-NOMBRE            PIC X(30).
               05 CIUDAD-COD-PAIS          PIC X(03).
               05 CIUDAD-ESTADO            PIC X(01).

       FD  ASIGNACIONES.
           01 REG-ASIGNACION.
               05 ASG-PAIS                 PIC X(03).
               05 ASG-NUM-JUGADOR          PIC 9(03).
               05 ASG-EQUIPO               PIC X(20).
               05 ASG-FECHA-DESDE          PIC X(08).
               05 ASG-ESTADO               PIC X(01).

       FD  TASAS.
           01 REG-TASA.
               05 TAS-TIPO-CTA             PIC X(02).
               05 TAS-PAIS                 PIC X(03).
               05 TAS-TASA                 PIC 9(02)V9(03).
               05 TAS-FECHA-VIGENCIA       PIC X(08).
               05 TAS-ESTADO               PIC X(01).

       FD  EXCEPCIONES.
           01 REG-EXCEPCION.
               05 EXC-REGLA                PIC 9(02).
               05 EXC-CLAVE                PIC X(20).
               05 EXC-VALOR                PIC X(10).
               05 EXC-DETALLE              PIC X(40).

       FD  ORDENADO.
           01 REG-ORDENADO.
               05 ORD-REGLA                PIC 9(02).
               05 ORD-CLAVE                PIC X(20).
               05 ORD-VALOR                PIC X(10).
               05 ORD-DETALLE              PIC X(40).

       SD  ORDENAMIENTO.
           01 REG-ORDENAMIENTO.
               05 SRT-REGLA                PIC 9(02).
               05 SRT-CLAVE                PIC X(20).
               05 SRT-VALOR                PIC X(10).
               05 SRT-DETALLE              PIC X(40).

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

       WORKING-STORAGE SECTION.

       01  ESTRUCTURA-TITULO.
           05 FILLER                       PIC X(42)
              VALUE "VERIFICACION DE INTEGRIDAD REFERENCIAL AL ".
           05 TIT-LIS-FECHA                PIC X(08).

       01  ESTRUCTURA-MAESTRO.
           05 FILLER                       PIC X(08) VALUE "MAESTRO ".
           05 MAE-NOMBRE                   PIC X(12).

       01  ESTRUCTURA-REGLA.
           05 FILLER                       PIC X(08) VALUE "  REGLA ".
           05 REG-LIS-CODIGO               PIC X(03).
           05 FILLER                       PIC X(1) VALUE SPACES.
           05 REG-LIS-DESCRIPCION          PIC X(33).

       01  ESTRUCTURA-ENCABEZADO.
           05 FILLER                       PIC X(04) VALUE SPACES.
           05 FILLER                       PIC X(21)
              VALUE "CLAVE               |".
           05 FILLER                       PIC X(11)
              VALUE "VALOR     |".
           05 FILLER                       PIC X(07) VALUE "DETALLE".

       01  ESTRUCTURA-DET.
           05 FILLER                       PIC X(04) VALUE SPACES.
           05 DET-CLAVE                    PIC X(20).
           05 FILLER                       PIC X(1) VALUE "|".
           05 DET-VALOR                    PIC X(10).
           05 FILLER                       PIC X(1) VALUE "|".
           05 DET-DETALLE                  PIC X(40).

       01  ESTRUCTURA-CORTE-REGLA.
           05 FILLER                       PIC X(20)
              VALUE "  EXCEPCIONES REGLA ".
           05 CRE-CODIGO                   PIC X(03).
           05 FILLER                       PIC X(2) VALUE ": ".
           05 CRE-CANTIDAD                 PIC ZZZZZZ9.

       01  ESTRUCTURA-CORTE-MAESTRO.
           05 FILLER                       PIC X(26)
              VALUE "TOTAL EXCEPCIONES MAESTRO ".
           05 CMA-NOMBRE                   PIC X(12).
           05 FILLER                       PIC X(2) VALUE ": ".
           05 CMA-CANTIDAD                 PIC ZZZZZZ9.

       01  ESTRUCTURA-RESUMEN-TITULO.
           05 FILLER                       PIC X(40)
              VALUE "RESUMEN POR MAESTRO Y REGLA".

       01  ESTRUCTURA-RESUMEN-LEIDOS.
           05 FILLER                       PIC X(2) VALUE SPACES.
           05 RLE-NOMBRE                   PIC X(12).
           05 FILLER                       PIC X(21)
              VALUE " REGISTROS LEIDOS:   ".
           05 RLE-CANTIDAD                 PIC ZZZZZZ9.

       01  ESTRUCTURA-RESUMEN-DET.
           05 FILLER                       PIC X(2) VALUE SPACES.
           05 RDE-MAESTRO                  PIC X(12).
           05 FILLER                       PIC X(1) VALUE SPACES.
           05 RDE-CODIGO                   PIC X(03).
           05 FILLER                       PIC X(1) VALUE SPACES.
           05 RDE-DESCRIPCION              PIC X(33).
           05 FILLER                       PIC X(1) VALUE SPACES.
           05 RDE-CANTIDAD                 PIC ZZZZZZ9.

       01  ESTRUCTURA-TOTAL.
           05 FILLER                       PIC X(30)
              VALUE "TOTAL EXCEPCIONES: ".
           05 TOT-CANTIDAD                 PIC ZZZZZZ9.
           05 FILLER                       PIC X(2) VALUE SPACES.
           05 TOT-RESULTADO                PIC X(30).

       01  WS-REGLAS-VALORES.
           05 FILLER                       PIC X(48)
              VALUE "R01CUENTAS     PAIS INEXISTENTE EN PAISLAT      ".
           05 FILLER                       PIC X(48)
              VALUE "R02CUENTAS     PAIS DADO DE BAJA EN PAISLAT     ".
           05 FILLER                       PIC X(48)
              VALUE "R03CUENTAS     TITULAR INEXISTENTE EN TITULARES ".
           05 FILLER                       PIC X(48)
              VALUE "R04CUENTAS     TITULAR INACTIVO EN TITULARES    ".
           05 FILLER                       PIC X(48)
              VALUE "R05CUENTAS     MONEDA SIN TIPO DE CAMBIO        ".
           05 FILLER                       PIC X(48)
              VALUE "R06CIUDADES    PAIS INEXISTENTE O DADO DE BAJA  ".
           05 FILLER                       PIC X(48)
              VALUE "R07ASIGNACIONESPAIS INEXISTENTE O DADO DE BAJA  ".
           05 FILLER                       PIC X(48)
              VALUE "R08TASAINTERES PAIS INEXISTENTE O DADO DE BAJA  ".
       01  WS-REGLAS REDEFINES WS-REGLAS-VALORES.
           05 WS-REGLA-ITEM OCCURS 8 TIMES.
               10 WS-REGLA-CODIGO          PIC X(03).
               10 WS-REGLA-MAESTRO         PIC X(12).
               10 WS-REGLA-DESCRIPCION     PIC X(33).

       01  TABLA-CONTADORES.
           05 CONT-REGLA-ITEM OCCURS 8 TIMES.
               10 CONT-REGLA               PIC 9(07).

       01  TABLA-TITULARES.
           05 TITULAR-ITEM OCCURS 2000 TIMES.
               10 TABTIT-ID                PIC 9(05).
               10 TABTIT-ESTADO            PIC X(01).

       01  TABLA-TIPOCAMBIO.
           05 TIPOCAMBIO-ITEM OCCURS 100 TIMES.
               10 TABCAM-MONEDA            PIC X(03).

       01  WS-CLAVE-CUENTA.
           05 WS-CLC-PAIS                  PIC X(03).
           05 FILLER                       PIC X(1) VALUE "-".
           05 WS-CLC-SUCURSAL              PIC 9(02).
           05 FILLER                       PIC X(1) VALUE "-".
           05 WS-CLC-TIPO-CTA              PIC X(02).
           05 FILLER                       PIC X(1) VALUE "-".
           05 WS-CLC-CUENTA                PIC 9(03).

       01  WS-CLAVE-ASIGNACION.
           05 WS-CLA-PAIS                  PIC X(03).
           05 FILLER                       PIC X(1) VALUE "-".
           05 WS-CLA-NUM-JUGADOR           PIC 9(03).

       01  WS-CLAVE-TASA.
           05 WS-CLT-TIPO-CTA              PIC X(02).
           05 FILLER                       PIC X(1) VALUE "-".
           05 WS-CLT-PAIS                  PIC X(03).
           05 FILLER                       PIC X(1) VALUE "-".
           05 WS-CLT-FECHA-VIGENCIA        PIC X(08).

       01  VARIABLES.
           05 FS-PAISLAT               PIC XX.
               88 FS-PAISLAT-OK        VALUE "00".
               88 FS-PAISLAT-NOEXISTE  VALUE "35".

           05 FS-CUENTAS               PIC XX.
               88 FS-CUENTAS-OK          VALUE "00".
               88 FS-CUENTAS-FIN         VALUE "10".
               88 FS-CUENTAS-CREADO      VALUE "05".

           05 FS-TITULARES             PIC XX.
               88 FS-TITULARES-OK        VALUE "00".
               88 FS-TITULARES-FIN       VALUE "10".
               88 FS-TITULARES-CREADO    VALUE "05".

           05 FS-CAMBIO                PIC XX.
               88 FS-CAMBIO-OK           VALUE "00".
               88 FS-CAMBIO-FIN          VALUE "10".
               88 FS-CAMBIO-CREADO       VALUE "05".

           05 FS-CIUDADES              PIC XX.
               88 FS-CIUDADES-OK         VALUE "00".
               88 FS-CIUDADES-FIN        VALUE "10".
               88 FS-CIUDADES-CREADO     VALUE "05".

           05 FS-ASIGNACIONES          PIC XX.
               88 FS-ASIGNACIONES-OK     VALUE "00".
               88 FS-ASIGNACIONES-FIN    VALUE "10".
               88 FS-ASIGNACIONES-CREADO VALUE "05".

           05 FS-TASAS                 PIC XX.
               88 FS-TASAS-OK            VALUE "00".
               88 FS-TASAS-FIN           VALUE "10".
               88 FS-TASAS-CREADO        VALUE "05".

           05 FS-EXCEPCIONES           PIC XX.
               88 FS-EXCEPCIONES-OK    VALUE "00".

           05 FS-ORDENADO              PIC XX.
               88 FS-ORDENADO-OK       VALUE "00".
               88 FS-ORDENADO-FIN      VALUE "10".

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

       77  WS-CONT-LECTURA                 PIC 9(9) VALUE ZERO.
       77  WS-CONT-ESCRITURA               PIC 9(9) VALUE ZERO.
       77  WS-CONT-EXCEPCIONES             PIC 9(9) VALUE ZERO.
       77  WS-CONT-CUENTAS                 PIC 9(7) VALUE ZERO.
       77  WS-CONT-CIUDADES                PIC 9(7) VALUE ZERO.
       77  WS-CONT-ASIGNACIONES            PIC 9(7) VALUE ZERO.
       77  WS-CONT-TASAS                   PIC 9(7) VALUE ZERO.
       77  WS-CONT-TITULARES               PIC 9(4) VALUE ZERO.
       77  WS-IDX-TITULAR                  PIC 9(4) VALUE ZERO.
       77  WS-CONT-MONEDAS                 PIC 9(3) VALUE ZERO.
       77  WS-IDX-MONEDA                   PIC 9(3) VALUE ZERO.
       77  WS-IDX-REGLA                    PIC 9(2) VALUE ZERO.
       77  WS-CONT-GRUPO-REGLA             PIC 9(7) VALUE ZERO.
       77  WS-CONT-GRUPO-MAESTRO           PIC 9(7) VALUE ZERO.
       77  WS-REGLA-ANT                    PIC 9(2) VALUE ZERO.
       77  WS-MAESTRO-ANT                  PIC X(12) VALUE SPACES.
       77  WS-PAIS-BUSCADO                 PIC X(3) VALUE SPACES.
       77  WS-PAIS-ENCONTRADO              PIC X VALUE "N".
           88 PAIS-ENCONTRADO              VALUE "S".
       77  WS-PAIS-INACTIVO                PIC X VALUE "N".
           88 PAIS-INACTIVO                VALUE "S".
       77  WS-SW-TITULAR-ENCONTRADO        PIC X VALUE "N".
           88 TITULAR-ENCONTRADO           VALUE "S".
       77  WS-SW-MONEDA-ENCONTRADA         PIC X VALUE "N".
           88 MONEDA-ENCONTRADA            VALUE "S".
       77  WS-MONEDA-BASE                  PIC X(3) VALUE "USD".
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
           PERFORM 2000-I-CUENTAS.
           PERFORM 2100-I-CIUDADES.
           PERFORM 2200-I-ASIGNACIONES.
           PERFORM 2300-I-TASAS.
           PERFORM 3000-I-LISTADO.
           PERFORM 9000-I-FINAL.
               STOP RUN.
      *----------------------------------------------------------------*
       1000-I-INICIO.
           INITIALIZE VARIABLES
           INITIALIZE TABLA-CONTADORES
           PERFORM 1050-LEERPARAMETROS.
           PERFORM 1100-CARGAR-TITULARES.
           PERFORM 1150-CARGAR-TIPOCAMBIO.
           PERFORM 1200-ABRIRPAISES.
           PERFORM 1250-ABRIREXCEPCIONES.
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
           STRING "INTEGRIDAD-" DELIMITED BY SIZE
               WS-FECHA-PROCESO DELIMITED BY SPACE
               ".dat" DELIMITED BY SIZE
               INTO WS-ARCH-LISTADO.
       1050-F-LEERPARAMETROS.EXIT.
      *----------------------------------------------------------------*
       1100-CARGAR-TITULARES.
           OPEN INPUT TITULARES
           EVALUATE TRUE
               WHEN FS-TITULARES-OK
                   PERFORM 5100-LEERTITULAR
                   PERFORM 1110-CARGAR-TITULAR-ITEM
                       UNTIL FS-TITULARES-FIN
                   CLOSE TITULARES
               WHEN FS-TITULARES-CREADO
                   CLOSE TITULARES
               WHEN OTHER
                   DISPLAY "ERROR APERTURA TITULARES FS: " FS-TITULARES
                   MOVE "S" TO WS-SW-ABEND
                   PERFORM 9000-I-FINAL
           END-EVALUATE.
       1100-F-CARGAR-TITULARES.EXIT.
      *----------------------------------------------------------------*
       1110-CARGAR-TITULAR-ITEM.
           IF WS-CONT-TITULARES >= 2000
               DISPLAY "TITULARES EXCEDE LA TABLA DE LA VERIFICACION"
               MOVE "S" TO WS-SW-ABEND
               PERFORM 9000-I-FINAL
           END-IF
           ADD 1 TO WS-CONT-TITULARES
           MOVE TIT-ID TO TABTIT-ID(WS-CONT-TITULARES)
           IF TIT-ESTADO = SPACES
               MOVE "A" TO TABTIT-ESTADO(WS-CONT-TITULARES)
           ELSE
               MOVE TIT-ESTADO TO TABTIT-ESTADO(WS-CONT-TITULARES)
           END-IF
           PERFORM 5100-LEERTITULAR.
       1110-F-CARGAR-TITULAR-ITEM.EXIT.
      *----------------------------------------------------------------*
       1150-CARGAR-TIPOCAMBIO.
      * SOLO SE CARGAN LAS MONEDAS CON UNA TASA NO DADA DE BAJA
           OPEN INPUT ARCHIVOCAMBIO
           EVALUATE TRUE
               WHEN FS-CAMBIO-OK
                   PERFORM 5200-LEERCAMBIO
                   PERFORM 1160-CARGAR-CAMBIO-ITEM
                       UNTIL FS-CAMBIO-FIN
                   CLOSE ARCHIVOCAMBIO
               WHEN FS-CAMBIO-CREADO
                   CLOSE ARCHIVOCAMBIO
               WHEN OTHER
                   DISPLAY "ERROR APERTURA TIPOCAMBIO FS: " FS-CAMBIO
                   MOVE "S" TO WS-SW-ABEND
                   PERFORM 9000-I-FINAL
           END-EVALUATE.
       1150-F-CARGAR-TIPOCAMBIO.EXIT.
      *----------------------------------------------------------------*
       1160-CARGAR-CAMBIO-ITEM.
           IF CAMBIO-ESTADO NOT = "I"
               IF WS-CONT-MONEDAS >= 100
                   DISPLAY "TIPOCAMBIO EXCEDE LA TABLA DE MONEDAS"
                   MOVE "S" TO WS-SW-ABEND
                   PERFORM 9000-I-FINAL
               END-IF
               ADD 1 TO WS-CONT-MONEDAS
               MOVE CAMBIO-MONEDA TO TABCAM-MONEDA(WS-CONT-MONEDAS)
           END-IF
           PERFORM 5200-LEERCAMBIO.
       1160-F-CARGAR-CAMBIO-ITEM.EXIT.
      *----------------------------------------------------------------*
       1200-ABRIRPAISES.
           OPEN INPUT ARCHIVOPAISES.

           EVALUATE TRUE
               WHEN FS-PAISLAT-OK
                   CONTINUE
               WHEN FS-PAISLAT-NOEXISTE
                   DISPLAY "PAISLATIDX.dat NO EXISTE - EJECUTAR "
                       "CARGAPAISLAT ANTES DE LA VERIFICACION"
                   MOVE "S" TO WS-SW-ABEND
                   PERFORM 9000-I-FINAL
               WHEN OTHER
                   DISPLAY "ERROR APERTURA PAISLATIDX FS: " FS-PAISLAT
                   MOVE "S" TO WS-SW-ABEND
                   PERFORM 9000-I-FINAL
           END-EVALUATE.
       1200-F-ABRIRPAISES.EXIT.
      *----------------------------------------------------------------*
       1250-ABRIREXCEPCIONES.
           OPEN OUTPUT EXCEPCIONES.

           IF NOT FS-EXCEPCIONES-OK
               DISPLAY "ERROR APERTURA INTEGRIDAD.tmp FS: "
                   FS-EXCEPCIONES
               MOVE "S" TO WS-SW-ABEND
               PERFORM 9000-I-FINAL
           END-IF.
       1250-F-ABRIREXCEPCIONES.EXIT.
      *----------------------------------------------------------------*
       1300-ABRIRLISTADO.
           OPEN OUTPUT LISTADO.

           IF NOT FS-LISTADO-OK
               DISPLAY "ERROR APERTURA INTEGRIDAD FS: " FS-LISTADO
               MOVE "S" TO WS-SW-ABEND
               PERFORM 9000-I-FINAL
           END-IF

           MOVE WS-FECHA-PROCESO TO TIT-LIS-FECHA
           WRITE REG-LISTADO FROM ESTRUCTURA-TITULO
           ADD 1 TO WS-CONT-ESCRITURA.
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
       2000-I-CUENTAS.
           OPEN INPUT CUENTAS
           EVALUATE TRUE
               WHEN FS-CUENTAS-OK
                   PERFORM 5000-LEERCUENTA
                   PERFORM 2010-VERIFICAR-CUENTA UNTIL FS-CUENTAS-FIN
                   CLOSE CUENTAS
               WHEN FS-CUENTAS-CREADO
                   CLOSE CUENTAS
               WHEN OTHER
                   DISPLAY "ERROR APERTURA CUENTAS FS: " FS-CUENTAS
                   MOVE "S" TO WS-SW-ABEND
                   PERFORM 9000-I-FINAL
           END-EVALUATE.
       2000-F-CUENTAS.EXIT.
      *----------------------------------------------------------------*
       2010-VERIFICAR-CUENTA.
           ADD 1 TO WS-CONT-CUENTAS
           MOVE CTA-PAIS TO WS-CLC-PAIS
           MOVE CTA-SUCURSAL TO WS-CLC-SUCURSAL
           MOVE CTA-TIPO-CTA TO WS-CLC-TIPO-CTA
           MOVE CTA-CUENTA TO WS-CLC-CUENTA

           MOVE CTA-PAIS TO WS-PAIS-BUSCADO
           PERFORM 4000-BUSCAR-PAIS
           EVALUATE TRUE
               WHEN NOT PAIS-ENCONTRADO
                   MOVE 1 TO WS-IDX-REGLA
                   MOVE CTA-PAIS TO EXC-VALOR
                   MOVE SPACES TO EXC-DETALLE
                   PERFORM 6000-GRABAR-EXCEPCION-CUENTA
               WHEN PAIS-INACTIVO
                   MOVE 2 TO WS-IDX-REGLA
                   MOVE CTA-PAIS TO EXC-VALOR
                   MOVE PAISLAT-DES-PAIS TO EXC-DETALLE
                   PERFORM 6000-GRABAR-EXCEPCION-CUENTA
           END-EVALUATE

      * LAS CUENTAS ANTERIORES AL MAESTRO DE TITULARES NO TIENEN TITULAR
           IF CTA-TITULAR NUMERIC AND CTA-TITULAR > ZERO
               PERFORM 4100-BUSCAR-TITULAR
               EVALUATE TRUE
                   WHEN NOT TITULAR-ENCONTRADO
                       MOVE 3 TO WS-IDX-REGLA
                       MOVE CTA-TITULAR TO EXC-VALOR
                       MOVE SPACES TO EXC-DETALLE
                       PERFORM 6000-GRABAR-EXCEPCION-CUENTA
                   WHEN TABTIT-ESTADO(WS-IDX-TITULAR) NOT = "A"
                       MOVE 4 TO WS-IDX-REGLA
                       MOVE CTA-TITULAR TO EXC-VALOR
                       MOVE SPACES TO EXC-DETALLE
                       STRING "ESTADO DEL TITULAR: " DELIMITED BY SIZE
                           TABTIT-ESTADO(WS-IDX-TITULAR)
                           DELIMITED BY SIZE
                           INTO EXC-DETALLE
                       PERFORM 6000-GRABAR-EXCEPCION-CUENTA
               END-EVALUATE
           END-IF

           IF CTA-MONEDA NOT = WS-MONEDA-BASE
               PERFORM 4200-BUSCAR-MONEDA
               IF NOT MONEDA-ENCONTRADA
                   MOVE 5 TO WS-IDX-REGLA
                   MOVE CTA-MONEDA TO EXC-VALOR
                   MOVE SPACES TO EXC-DETALLE
                   PERFORM 6000-GRABAR-EXCEPCION-CUENTA
               END-IF
           END-IF

           PERFORM 5000-LEERCUENTA.
       2010-F-VERIFICAR-CUENTA.EXIT.
      *----------------------------------------------------------------*
       2100-I-CIUDADES.
           OPEN INPUT CIUDADES
           EVALUATE TRUE
               WHEN FS-CIUDADES-OK
                   PERFORM 5300-LEERCIUDAD
                   PERFORM 2110-VERIFICAR-CIUDAD UNTIL FS-CIUDADES-FIN
                   CLOSE CIUDADES
               WHEN FS-CIUDADES-CREADO
                   CLOSE CIUDADES
               WHEN OTHER
                   DISPLAY "ERROR APERTURA CIUDADES FS: " FS-CIUDADES
                   MOVE "S" TO WS-SW-ABEND
                   PERFORM 9000-I-FINAL
           END-EVALUATE.
       2100-F-CIUDADES.EXIT.
      *----------------------------------------------------------------*
       2110-VERIFICAR-CIUDAD.
           ADD 1 TO WS-CONT-CIUDADES
           IF CIUDAD-ESTADO NOT = "I"
               MOVE CIUDAD-COD-PAIS TO WS-PAIS-BUSCADO
               PERFORM 4000-BUSCAR-PAIS
               IF NOT PAIS-ENCONTRADO OR PAIS-INACTIVO
                   MOVE 6 TO WS-IDX-REGLA
                   MOVE CIUDAD-COD TO EXC-CLAVE
                   MOVE CIUDAD-COD-PAIS TO EXC-VALOR
                   MOVE CIUDAD-NOMBRE TO EXC-DETALLE
                   PERFORM 6100-GRABAR-EXCEPCION
               END-IF
           END-IF
           PERFORM 5300-LEERCIUDAD.
       2110-F-VERIFICAR-CIUDAD.EXIT.
      *----------------------------------------------------------------*
       2200-I-ASIGNACIONES.
           OPEN INPUT ASIGNACIONES
           EVALUATE TRUE
               WHEN FS-ASIGNACIONES-OK
                   PERFORM 5400-LEERASIGNACION
                   PERFORM 2210-VERIFICAR-ASIGNACION
                       UNTIL FS-ASIGNACIONES-FIN
                   CLOSE ASIGNACIONES
               WHEN FS-ASIGNACIONES-CREADO
                   CLOSE ASIGNACIONES
               WHEN OTHER
                   DISPLAY "ERROR APERTURA ASIGNACIONES FS: "
                       FS-ASIGNACIONES
                   MOVE "S" TO WS-SW-ABEND
                   PERFORM 9000-I-FINAL
           END-EVALUATE.
       2200-F-ASIGNACIONES.EXIT.
      *----------------------------------------------------------------*
       2210-VERIFICAR-ASIGNACION.
           ADD 1 TO WS-CONT-ASIGNACIONES
           IF ASG-ESTADO NOT = "I"
               MOVE ASG-PAIS TO WS-PAIS-BUSCADO
               PERFORM 4000-BUSCAR-PAIS
               IF NOT PAIS-ENCONTRADO OR PAIS-INACTIVO
                   MOVE 7 TO WS-IDX-REGLA
                   MOVE ASG-PAIS TO WS-CLA-PAIS
                   MOVE ASG-NUM-JUGADOR TO WS-CLA-NUM-JUGADOR
                   MOVE WS-CLAVE-ASIGNACION TO EXC-CLAVE
                   MOVE ASG-PAIS TO EXC-VALOR
                   MOVE ASG-EQUIPO TO EXC-DETALLE
                   PERFORM 6100-GRABAR-EXCEPCION
               END-IF
           END-IF
           PERFORM 5400-LEERASIGNACION.
       2210-F-VERIFICAR-ASIGNACION.EXIT.
      *----------------------------------------------------------------*
       2300-I-TASAS.
           OPEN INPUT TASAS
           EVALUATE TRUE
               WHEN FS-TASAS-OK
                   PERFORM 5500-LEERTASA
                   PERFORM 2310-VERIFICAR-TASA UNTIL FS-TASAS-FIN
                   CLOSE TASAS
               WHEN FS-TASAS-CREADO
                   CLOSE TASAS
               WHEN OTHER
                   DISPLAY "ERROR APERTURA TASAINTERES FS: " FS-TASAS
                   MOVE "S" TO WS-SW-ABEND
                   PERFORM 9000-I-FINAL
           END-EVALUATE.
       2300-F-TASAS.EXIT.
      *----------------------------------------------------------------*
       2310-VERIFICAR-TASA.
      * LA TASA GENERICA (PAIS EN BLANCO) NO REFERENCIA A NINGUN PAIS
           ADD 1 TO WS-CONT-TASAS
           IF TAS-ESTADO NOT = "I" AND TAS-PAIS NOT = SPACES
               MOVE TAS-PAIS TO WS-PAIS-BUSCADO
               PERFORM 4000-BUSCAR-PAIS
               IF NOT PAIS-ENCONTRADO OR PAIS-INACTIVO
                   MOVE 8 TO WS-IDX-REGLA
                   MOVE TAS-TIPO-CTA TO WS-CLT-TIPO-CTA
                   MOVE TAS-PAIS TO WS-CLT-PAIS
                   MOVE TAS-FECHA-VIGENCIA TO WS-CLT-FECHA-VIGENCIA
                   MOVE WS-CLAVE-TASA TO EXC-CLAVE
                   MOVE TAS-PAIS TO EXC-VALOR
                   MOVE SPACES TO EXC-DETALLE
                   PERFORM 6100-GRABAR-EXCEPCION
               END-IF
           END-IF
           PERFORM 5500-LEERTASA.
       2310-F-VERIFICAR-TASA.EXIT.
      *----------------------------------------------------------------*
       3000-I-LISTADO.
           CLOSE EXCEPCIONES
           MOVE ZERO TO WS-REGLA-ANT
           MOVE SPACES TO WS-MAESTRO-ANT

           IF WS-CONT-EXCEPCIONES > ZERO
               SORT ORDENAMIENTO
                   ON ASCENDING KEY SRT-REGLA SRT-CLAVE
                   USING EXCEPCIONES
                   GIVING ORDENADO
               PERFORM 5700-ABRIRORDENADO
               PERFORM 3100-PROCESAR-EXCEPCION UNTIL FS-ORDENADO-FIN
               CLOSE ORDENADO
           END-IF

           IF WS-REGLA-ANT NOT = ZERO
               PERFORM 7200-ESCRIBIR-CORTE-REGLA
               PERFORM 7300-ESCRIBIR-CORTE-MAESTRO
           END-IF

           PERFORM 3500-ESCRIBIR-RESUMEN.
       3000-F-LISTADO.EXIT.
      *----------------------------------------------------------------*
       3100-PROCESAR-EXCEPCION.
           IF ORD-REGLA NOT = WS-REGLA-ANT
               IF WS-REGLA-ANT NOT = ZERO
                   PERFORM 7200-ESCRIBIR-CORTE-REGLA
                   IF WS-REGLA-MAESTRO(ORD-REGLA) NOT = WS-MAESTRO-ANT
                       PERFORM 7300-ESCRIBIR-CORTE-MAESTRO
                   END-IF
               END-IF
               IF WS-REGLA-MAESTRO(ORD-REGLA) NOT = WS-MAESTRO-ANT
                   MOVE WS-REGLA-MAESTRO(ORD-REGLA) TO WS-MAESTRO-ANT
                   MOVE ZERO TO WS-CONT-GRUPO-MAESTRO
                   PERFORM 7000-ESCRIBIR-MAESTRO
               END-IF
               MOVE ORD-REGLA TO WS-REGLA-ANT
               MOVE ZERO TO WS-CONT-GRUPO-REGLA
               PERFORM 7050-ESCRIBIR-REGLA
           END-IF

           PERFORM 7100-ESCRIBIR-DETALLE
           ADD 1 TO WS-CONT-GRUPO-REGLA
           ADD 1 TO WS-CONT-GRUPO-MAESTRO
           PERFORM 5600-LEERORDENADO.
       3100-F-PROCESAR-EXCEPCION.EXIT.
      *----------------------------------------------------------------*
       3500-ESCRIBIR-RESUMEN.
           IF FS-LISTADO-OK
               MOVE SPACES TO REG-LISTADO
               WRITE REG-LISTADO
               WRITE REG-LISTADO FROM ESTRUCTURA-RESUMEN-TITULO
               ADD 2 TO WS-CONT-ESCRITURA
           END-IF

           MOVE "CUENTAS" TO RLE-NOMBRE
           MOVE WS-CONT-CUENTAS TO RLE-CANTIDAD
           PERFORM 7400-ESCRIBIR-LEIDOS
           MOVE "CIUDADES" TO RLE-NOMBRE
           MOVE WS-CONT-CIUDADES TO RLE-CANTIDAD
           PERFORM 7400-ESCRIBIR-LEIDOS
           MOVE "ASIGNACIONES" TO RLE-NOMBRE
           MOVE WS-CONT-ASIGNACIONES TO RLE-CANTIDAD
           PERFORM 7400-ESCRIBIR-LEIDOS
           MOVE "TASAINTERES" TO RLE-NOMBRE
           MOVE WS-CONT-TASAS TO RLE-CANTIDAD
           PERFORM 7400-ESCRIBIR-LEIDOS

           MOVE 1 TO WS-IDX-REGLA
           PERFORM 7500-ESCRIBIR-RESUMEN-REGLA
           UNTIL WS-IDX-REGLA > 8

           MOVE WS-CONT-EXCEPCIONES TO TOT-CANTIDAD
           IF WS-CONT-EXCEPCIONES = ZERO
               MOVE "MAESTROS CONSISTENTES" TO TOT-RESULTADO
           ELSE
               MOVE "HAY REGLAS CON EXCEPCIONES" TO TOT-RESULTADO
           END-IF
           IF FS-LISTADO-OK
               WRITE REG-LISTADO FROM ESTRUCTURA-TOTAL
               ADD 1 TO WS-CONT-ESCRITURA
           END-IF.
       3500-F-ESCRIBIR-RESUMEN.EXIT.
      *----------------------------------------------------------------*
       4000-BUSCAR-PAIS.
           MOVE "N" TO WS-PAIS-ENCONTRADO
           MOVE "N" TO WS-PAIS-INACTIVO
           MOVE WS-PAIS-BUSCADO TO PAISLAT-COD-PAIS
           READ ARCHIVOPAISES
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO WS-PAIS-ENCONTRADO
                   IF PAISLAT-ESTADO = "I"
                       MOVE "S" TO WS-PAIS-INACTIVO
                   END-IF
           END-READ.
       4000-F-BUSCAR-PAIS.EXIT.
      *----------------------------------------------------------------*
       4100-BUSCAR-TITULAR.
           MOVE "N" TO WS-SW-TITULAR-ENCONTRADO
           MOVE 1 TO WS-IDX-TITULAR
           PERFORM 4110-BUSCAR-TITULAR-ITEM
           UNTIL WS-IDX-TITULAR > WS-CONT-TITULARES
           OR TITULAR-ENCONTRADO.
       4100-F-BUSCAR-TITULAR.EXIT.
      *----------------------------------------------------------------*
       4110-BUSCAR-TITULAR-ITEM.
           IF TABTIT-ID(WS-IDX-TITULAR) = CTA-TITULAR
               MOVE "S" TO WS-SW-TITULAR-ENCONTRADO
           ELSE
               ADD 1 TO WS-IDX-TITULAR
           END-IF.
       4110-F-BUSCAR-TITULAR-ITEM.EXIT.
      *----------------------------------------------------------------*
       4200-BUSCAR-MONEDA.
           MOVE "N" TO WS-SW-MONEDA-ENCONTRADA
           MOVE 1 TO WS-IDX-MONEDA
           PERFORM 4210-BUSCAR-MONEDA-ITEM
           UNTIL WS-IDX-MONEDA > WS-CONT-MONEDAS
           OR MONEDA-ENCONTRADA.
       4200-F-BUSCAR-MONEDA.EXIT.
      *----------------------------------------------------------------*
       4210-BUSCAR-MONEDA-ITEM.
           IF TABCAM-MONEDA(WS-IDX-MONEDA) = CTA-MONEDA
               MOVE "S" TO WS-SW-MONEDA-ENCONTRADA
           ELSE
               ADD 1 TO WS-IDX-MONEDA
           END-IF.
       4210-F-BUSCAR-MONEDA-ITEM.EXIT.
      *----------------------------------------------------------------*
       5000-LEERCUENTA.
           READ CUENTAS
           EVALUATE TRUE
               WHEN FS-CUENTAS-OK
                   ADD 1 TO WS-CONT-LECTURA
               WHEN FS-CUENTAS-FIN
                   CONTINUE
               WHEN OTHER
                   DISPLAY "ERROR LECTURA CUENTAS FS: " FS-CUENTAS
                   MOVE "S" TO WS-SW-ABEND
                   PERFORM 9000-I-FINAL
           END-EVALUATE.
       5000-F-LEERCUENTA.EXIT.
      *----------------------------------------------------------------*
       5100-LEERTITULAR.
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
       5100-F-LEERTITULAR.EXIT.
      *----------------------------------------------------------------*
       5200-LEERCAMBIO.
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
       5200-F-LEERCAMBIO.EXIT.
      *----------------------------------------------------------------*
       5300-LEERCIUDAD.
           READ CIUDADES
           EVALUATE TRUE
               WHEN FS-CIUDADES-OK
                   ADD 1 TO WS-CONT-LECTURA
               WHEN FS-CIUDADES-FIN
                   CONTINUE
               WHEN OTHER
                   DISPLAY "ERROR LECTURA CIUDADES FS: " FS-CIUDADES
                   MOVE "S" TO WS-SW-ABEND
                   PERFORM 9000-I-FINAL
           END-EVALUATE.
       5300-F-LEERCIUDAD.EXIT.
      *----------------------------------------------------------------*
       5400-LEERASIGNACION.
           READ ASIGNACIONES
           EVALUATE TRUE
               WHEN FS-ASIGNACIONES-OK
                   ADD 1 TO WS-CONT-LECTURA
               WHEN FS-ASIGNACIONES-FIN
                   CONTINUE
               WHEN OTHER
                   DISPLAY "ERROR LECTURA ASIGNACIONES FS: "
                       FS-ASIGNACIONES
                   MOVE "S" TO WS-SW-ABEND
                   PERFORM 9000-I-FINAL
           END-EVALUATE.
       5400-F-LEERASIGNACION.EXIT.
      *----------------------------------------------------------------*
       5500-LEERTASA.
           READ TASAS
           EVALUATE TRUE
               WHEN FS-TASAS-OK
                   ADD 1 TO WS-CONT-LECTURA
               WHEN FS-TASAS-FIN
                   CONTINUE
               WHEN OTHER
                   DISPLAY "ERROR LECTURA TASAINTERES FS: " FS-TASAS
                   MOVE "S" TO WS-SW-ABEND
                   PERFORM 9000-I-FINAL
           END-EVALUATE.
       5500-F-LEERTASA.EXIT.
      *----------------------------------------------------------------*
       5600-LEERORDENADO.
           READ ORDENADO
           EVALUATE TRUE
               WHEN FS-ORDENADO-OK
                   CONTINUE
               WHEN FS-ORDENADO-FIN
                   CONTINUE
               WHEN OTHER
                   DISPLAY "ERROR LECTURA ORDENADO FS: " FS-ORDENADO
                   MOVE "S" TO WS-SW-ABEND
                   PERFORM 9000-I-FINAL
           END-EVALUATE.
       5600-F-LEERORDENADO.EXIT.
      *----------------------------------------------------------------*
       5700-ABRIRORDENADO.
           OPEN INPUT ORDENADO
           IF NOT FS-ORDENADO-OK
               DISPLAY "ERROR APERTURA ORDENADO FS: " FS-ORDENADO
               MOVE "S" TO WS-SW-ABEND
               PERFORM 9000-I-FINAL
           END-IF

           PERFORM 5600-LEERORDENADO.
       5700-F-ABRIRORDENADO.EXIT.
      *----------------------------------------------------------------*
       6000-GRABAR-EXCEPCION-CUENTA.
           MOVE WS-CLAVE-CUENTA TO EXC-CLAVE
           PERFORM 6100-GRABAR-EXCEPCION.
       6000-F-GRABAR-EXCEPCION-CUENTA.EXIT.
      *----------------------------------------------------------------*
       6100-GRABAR-EXCEPCION.
           MOVE WS-IDX-REGLA TO EXC-REGLA
           WRITE REG-EXCEPCION
           IF NOT FS-EXCEPCIONES-OK
               DISPLAY "ERROR ESCRITURA INTEGRIDAD.tmp FS: "
                   FS-EXCEPCIONES
               MOVE "S" TO WS-SW-ABEND
               PERFORM 9000-I-FINAL
           END-IF
           ADD 1 TO CONT-REGLA(WS-IDX-REGLA)
           ADD 1 TO WS-CONT-EXCEPCIONES.
       6100-F-GRABAR-EXCEPCION.EXIT.
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
       7000-ESCRIBIR-MAESTRO.
           MOVE WS-MAESTRO-ANT TO MAE-NOMBRE
           IF FS-LISTADO-OK
               MOVE SPACES TO REG-LISTADO
               WRITE REG-LISTADO
               WRITE REG-LISTADO FROM ESTRUCTURA-MAESTRO
               ADD 2 TO WS-CONT-ESCRITURA
           END-IF.
       7000-F-ESCRIBIR-MAESTRO.EXIT.
      *----------------------------------------------------------------*
       7050-ESCRIBIR-REGLA.
           MOVE WS-REGLA-CODIGO(ORD-REGLA) TO REG-LIS-CODIGO
           MOVE WS-REGLA-DESCRIPCION(ORD-REGLA) TO REG-LIS-DESCRIPCION
           IF FS-LISTADO-OK
               WRITE REG-LISTADO FROM ESTRUCTURA-REGLA
               WRITE REG-LISTADO FROM ESTRUCTURA-ENCABEZADO
               ADD 2 TO WS-CONT-ESCRITURA
           END-IF.
       7050-F-ESCRIBIR-REGLA.EXIT.
      *----------------------------------------------------------------*
       7100-ESCRIBIR-DETALLE.
           MOVE ORD-CLAVE TO DET-CLAVE
           MOVE ORD-VALOR TO DET-VALOR
           MOVE ORD-DETALLE TO DET-DETALLE

           IF NOT FS-LISTADO-OK
               DISPLAY "ERROR ESCRITURA INTEGRIDAD FS: " FS-LISTADO
           ELSE
               WRITE REG-LISTADO FROM ESTRUCTURA-DET
               ADD 1 TO WS-CONT-ESCRITURA
           END-IF.
       7100-F-ESCRIBIR-DETALLE.EXIT.
      *----------------------------------------------------------------*
       7200-ESCRIBIR-CORTE-REGLA.
           MOVE WS-REGLA-CODIGO(WS-REGLA-ANT) TO CRE-CODIGO
           MOVE WS-CONT-GRUPO-REGLA TO CRE-CANTIDAD
           IF FS-LISTADO-OK
               WRITE REG-LISTADO FROM ESTRUCTURA-CORTE-REGLA
               ADD 1 TO WS-CONT-ESCRITURA
           END-IF.
       7200-F-ESCRIBIR-CORTE-REGLA.EXIT.
      *----------------------------------------------------------------*
       7300-ESCRIBIR-CORTE-MAESTRO.
           MOVE WS-MAESTRO-ANT TO CMA-NOMBRE
           MOVE WS-CONT-GRUPO-MAESTRO TO CMA-CANTIDAD
           IF FS-LISTADO-OK
               WRITE REG-LISTADO FROM ESTRUCTURA-CORTE-MAESTRO
               ADD 1 TO WS-CONT-ESCRITURA
           END-IF.
       7300-F-ESCRIBIR-CORTE-MAESTRO.EXIT.
      *----------------------------------------------------------------*
       7400-ESCRIBIR-LEIDOS.
           IF FS-LISTADO-OK
               WRITE REG-LISTADO FROM ESTRUCTURA-RESUMEN-LEIDOS
               ADD 1 TO WS-CONT-ESCRITURA
           END-IF.
       7400-F-ESCRIBIR-LEIDOS.EXIT.
      *----------------------------------------------------------------*
       7500-ESCRIBIR-RESUMEN-REGLA.
           MOVE WS-REGLA-MAESTRO(WS-IDX-REGLA) TO RDE-MAESTRO
           MOVE WS-REGLA-CODIGO(WS-IDX-REGLA) TO RDE-CODIGO
           MOVE WS-REGLA-DESCRIPCION(WS-IDX-REGLA) TO RDE-DESCRIPCION
           MOVE CONT-REGLA(WS-IDX-REGLA) TO RDE-CANTIDAD
           IF FS-LISTADO-OK
               WRITE REG-LISTADO FROM ESTRUCTURA-RESUMEN-DET
               ADD 1 TO WS-CONT-ESCRITURA
           END-IF
           ADD 1 TO WS-IDX-REGLA.
       7500-F-ESCRIBIR-RESUMEN-REGLA.EXIT.
      *----------------------------------------------------------------*
       8000-ESCRIBIR-AUDITORIA.
           MOVE "VERINTEGRIDAD"       TO AUD-PROGRAMA
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
           PERFORM 8000-ESCRIBIR-AUDITORIA.
           CLOSE ARCHIVOPAISES.
           CLOSE EXCEPCIONES.
           CLOSE LISTADO.
           CLOSE AUDITORIA.
           CALL "SYSTEM" USING "rm -f INTEGRIDAD.tmp INTEGRIDAD-ED.tmp"

           IF NOT HUBO-ABEND
               PERFORM 6400-CATALOGAR-GENERACION
           END-IF.

           DISPLAY "REGISTROS VERIFICADOS: " WS-CONT-LECTURA
               " EXCEPCIONES: " WS-CONT-EXCEPCIONES

      * RC 4 AVISA AL DRIVER QUE HAY REGLAS CON EXCEPCIONES
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
