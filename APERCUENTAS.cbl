      ******************************************************************
      * APERTURA DE CUENTAS CON ASIGNACION AUTOMATICA DE NUMERO
      * LEE LAS SOLICITUDES DE APERTURA DE LAS SUCURSALES (PAIS,
      * SUCURSAL, TIPO DE CUENTA, TITULAR, MONEDA, DEPOSITO INICIAL Y
      * LIMITE DE SOBREGIRO PEDIDO), VALIDA EL TITULAR ACTIVO EN
      * TITULARES.dat Y LA MONEDA EN TIPOCAMBIO.dat, ASIGNA EL
      * SIGUIENTE NUMERO DE CUENTA LIBRE DEL PAIS/SUCURSAL/TIPO Y
      * GENERA PARA POSTCUENTAS EL ALTA (A), EL DEPOSITO INICIAL (D)
      * Y EL LIMITE (L) CUANDO SE PIDE. LOS MOVIMIENTOS SE INTERCALAN
      * EN MOVCUENTAS.dat EN ORDEN DE CLAVE. EMITE LA CONFIRMACION
      * POR SUCURSAL CON LOS NUMEROS ASIGNADOS Y LAS SOLICITUDES
      * RECHAZADAS CON SU MOTIVO EN RECHAZOSAPERTURAS.dat
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. APERCUENTAS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MAESTRO ASSIGN TO "CUENTAS.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-MAESTRO.

           SELECT SOLICITUDES ASSIGN TO "SOLAPERTURAS.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-SOLICITUDES.

           SELECT TITULARES ASSIGN TO "TITULARES.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-TITULARES.

           SELECT ARCHIVOCAMBIO ASSIGN TO "TIPOCAMBIO.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-CAMBIO.

           SELECT TASAS ASSIGN TO "TASAINTERES.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-TASAS.

           SELECT OPTIONAL MOVAPLICADOS ASSIGN TO "MOVAPLICADOS.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-MOVAPLICADOS.

           SELECT OPTIONAL MOVIMIENTOS ASSIGN TO "MOVCUENTAS.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-MOVIMIENTOS.

           SELECT MOVAPERTURAS ASSIGN TO "MOVAPERTURAS.tmp"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-MOVAPERTURAS.

           SELECT MOVIMIENTOSORD ASSIGN TO "MOVCUENTAS-ORD.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-MOVIMIENTOSORD.

           SELECT ORDENAMIENTO ASSIGN TO "APERCTA-SORT.tmp".

           SELECT LISTADO ASSIGN USING WS-ARCH-LISTADO
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-LISTADO.

           SELECT RECHAZOS ASSIGN TO "RECHAZOSAPERTURAS.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-RECHAZOS.

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

       FD  SOLICITUDES.
           01 REG-SOLICITUD.
               05 SOL-ID                   PIC 9(05).
               05 SOL-PAIS                 PIC X(03).
               05 SOL-SUCURSAL             PIC 9(02).
               05 SOL-TIPO-CTA             PIC X(02).
               05 SOL-TITULAR              PIC 9(05).
               05 SOL-MONEDA               PIC X(03).
               05 SOL-DEPOSITO             PIC 9(07).
               05 SOL-LIMITE               PIC 9(07).

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

       FD  TASAS.
           01 REG-TASA.
               05 TAS-TIPO-CTA             PIC X(02).
               05 TAS-PAIS                 PIC X(03).
               05 TAS-TASA                 PIC 9(02)V9(03).
               05 TAS-FECHA-VIGENCIA       PIC X(08).
               05 TAS-ESTADO               PIC X(01).

       FD  MOVAPLICADOS.
           COPY APLICREG.

       FD  MOVIMIENTOS.
           01 REG-MOVIMIENTO-EXISTENTE.
               05 EXI-TIPO                 PIC X(01).
               05 EXI-CLAVE.
                   10 EXI-PAIS             PIC X(03).
                   10 EXI-SUCURSAL         PIC X(02).
                   10 EXI-TIPO-CTA         PIC X(02).
                   10 EXI-CUENTA           PIC X(03).
               05 FILLER                   PIC X(20).
               05 EXI-ID                   PIC X(09).

       FD  MOVAPERTURAS.
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
           01 REG-LISTADO PIC X(100).

       FD  RECHAZOS.
           01 REG-RECHAZO PIC X(80).

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
           05 FILLER                       PIC X(36)
              VALUE "APERTURAS DE CUENTAS CONFIRMADAS AL ".
           05 LIS-TITULO-FECHA             PIC X(8).

       01  ESTRUCTURA-LISTADO-SUCURSAL.
           05 FILLER                       PIC X(10) VALUE "SUCURSAL: ".
           05 LIS-SUC-PAIS                 PIC X(03).
           05 FILLER                       PIC X(1) VALUE "-".
           05 LIS-SUC-SUCURSAL             PIC X(02).

       01  ESTRUCTURA-LISTADO-DET.
           05 LIS-SOL-ID                   PIC 9(05).
           05 FILLER                       PIC X(1) VALUE "|".
           05 LIS-CUENTA                   PIC X(10).
           05 FILLER                       PIC X(1) VALUE "|".
           05 LIS-TITULAR                  PIC 9(05).
           05 FILLER                       PIC X(1) VALUE "|".
           05 LIS-NOMBRE                   PIC X(30).
           05 FILLER                       PIC X(1) VALUE "|".
           05 LIS-MONEDA                   PIC X(03).
           05 FILLER                       PIC X(1) VALUE "|".
           05 LIS-DEPOSITO                 PIC 9(07).
           05 FILLER                       PIC X(1) VALUE "|".
           05 LIS-LIMITE                   PIC 9(07).
           05 FILLER                       PIC X(1) VALUE "|".
           05 LIS-TASA                     PIC Z9.999.

       01  ESTRUCTURA-LISTADO-FIRMA.
           05 FILLER                       PIC X(30)
              VALUE "CONFORME GERENTE DE SUCURSAL: ".
           05 FILLER                       PIC X(20) VALUE ALL "_".

       01  ESTRUCTURA-LISTADO-TOTAL.
           05 FILLER                       PIC X(24)
              VALUE "TOTAL CUENTAS ABIERTAS: ".
           05 LIS-TOT-ABIERTAS             PIC ZZZZZZZZ9.
           05 FILLER                       PIC X(13)
              VALUE " RECHAZADAS: ".
           05 LIS-TOT-RECHAZADAS           PIC ZZZZZZZZ9.

       01  ESTRUCTURA-RECHAZO.
           05 RCH-SOL-ID                   PIC X(05).
           05 FILLER                       PIC X(1) VALUE SPACES.
           05 RCH-PAIS                     PIC X(03).
           05 FILLER                       PIC X(1) VALUE "-".
           05 RCH-SUCURSAL                 PIC X(02).
           05 FILLER                       PIC X(1) VALUE "-".
           05 RCH-TIPO-CTA                 PIC X(02).
           05 FILLER                       PIC X(1) VALUE SPACES.
           05 RCH-TITULAR                  PIC X(05).
           05 FILLER                       PIC X(1) VALUE SPACES.
           05 RCH-MONEDA                   PIC X(03).
           05 FILLER                       PIC X(1) VALUE SPACES.
           05 RCH-DEPOSITO                 PIC X(07).
           05 FILLER                       PIC X(1) VALUE SPACES.
           05 RCH-LIMITE                   PIC X(07).
           05 FILLER                       PIC X(1) VALUE SPACES.
           05 RCH-MOTIVO                   PIC X(35).

       01  VARIABLES.
           05 FS-MAESTRO               PIC XX.
               88 FS-MAESTRO-OK        VALUE "00".
               88 FS-MAESTRO-FIN       VALUE "10".

           05 FS-SOLICITUDES           PIC XX.
               88 FS-SOLICITUDES-OK    VALUE "00".
               88 FS-SOLICITUDES-FIN   VALUE "10".
               88 FS-SOLICITUDES-NOEXISTE VALUE "35".

           05 FS-TITULARES             PIC XX.
               88 FS-TITULARES-OK      VALUE "00".
               88 FS-TITULARES-FIN     VALUE "10".

           05 FS-CAMBIO                PIC XX.
               88 FS-CAMBIO-OK         VALUE "00".
               88 FS-CAMBIO-FIN        VALUE "10".
               88 FS-CAMBIO-NOEXISTE   VALUE "35".

           05 FS-TASAS                 PIC XX.
               88 FS-TASAS-OK          VALUE "00".
               88 FS-TASAS-FIN         VALUE "10".
               88 FS-TASAS-NOEXISTE    VALUE "35".

           05 FS-MOVAPLICADOS          PIC XX.
               88 FS-MOVAPLICADOS-OK       VALUE "00".
               88 FS-MOVAPLICADOS-FIN      VALUE "10".
               88 FS-MOVAPLICADOS-CREADO   VALUE "05".
               88 FS-MOVAPLICADOS-NOEXISTE VALUE "35".

           05 FS-MOVIMIENTOS           PIC XX.
               88 FS-MOVIMIENTOS-OK    VALUE "00".
               88 FS-MOVIMIENTOS-FIN   VALUE "10".
               88 FS-MOVIMIENTOS-CREADO VALUE "05".
               88 FS-MOVIMIENTOS-NOEXISTE VALUE "35".

           05 FS-MOVAPERTURAS          PIC XX.
               88 FS-MOVAPERTURAS-OK   VALUE "00".

           05 FS-MOVIMIENTOSORD        PIC XX.
               88 FS-MOVIMIENTOSORD-OK VALUE "00".

           05 FS-LISTADO               PIC XX.
               88 FS-LISTADO-OK        VALUE "00".

           05 FS-RECHAZOS              PIC XX.
               88 FS-RECHAZOS-OK       VALUE "00".

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

       01  TABLA-TITULARES.
           05 TITULAR-ITEM OCCURS 2000 TIMES.
               10 TABTIT-ID                PIC 9(05).
               10 TABTIT-NOMBRE            PIC X(40).
               10 TABTIT-ESTADO            PIC X(01).

       01  TABLA-MONEDAS.
           05 MONEDA-ITEM OCCURS 100 TIMES.
               10 TABMON-MONEDA            PIC X(03).

       01  TABLA-TASAS.
           05 TASA-ITEM OCCURS 200 TIMES.
               10 TABTAS-TIPO-CTA          PIC X(02).
               10 TABTAS-PAIS              PIC X(03).
               10 TABTAS-TASA              PIC 9(02)V9(03).
               10 TABTAS-FECHA-VIGENCIA    PIC X(08).

      * ULTIMO NUMERO USADO POR PAIS + SUCURSAL + TIPO DE CUENTA
       01  TABLA-NUMERACION.
           05 NUMERACION-ITEM OCCURS 500 TIMES.
               10 TABNUM-CLAVE             PIC X(07).
               10 TABNUM-ULTIMO            PIC 9(03).

      * MOV-ID DE LAS ALTAS YA GENERADAS (APLICADAS O PENDIENTES)
       01  TABLA-ALTAS.
           05 ALTA-ITEM OCCURS 5000 TIMES.
               10 TABALT-ID                PIC 9(09).

       01  TABLA-LISTADO.
           05 LISTADO-ITEM OCCURS 500 TIMES.
               10 TABLIS-SUCURSAL          PIC X(05).
               10 TABLIS-SOL-ID            PIC 9(05).
               10 TABLIS-CUENTA            PIC X(10).
               10 TABLIS-TITULAR           PIC 9(05).
               10 TABLIS-NOMBRE            PIC X(30).
               10 TABLIS-MONEDA            PIC X(03).
               10 TABLIS-DEPOSITO          PIC 9(07).
               10 TABLIS-LIMITE            PIC 9(07).
               10 TABLIS-TASA              PIC 9(02)V9(03).

       01  WS-LISTADO-TEMP                 PIC X(77).

       01  WS-CLAVE-BUSCADA-REC.
           05 WS-CLAVE-BUSCADA             PIC X(10) VALUE SPACES.
       01  WS-CLAVE-BUSCADA-DET REDEFINES WS-CLAVE-BUSCADA-REC.
           05 WS-NUMERACION-BUSCADA        PIC X(07).
           05 WS-CUENTA-BUSCADA            PIC X(03).

       01  WS-CUENTA-NUEVA-REC.
           05 WS-CUENTA-NUEVA              PIC X(10) VALUE SPACES.
       01  WS-CUENTA-NUEVA-DET REDEFINES WS-CUENTA-NUEVA-REC.
           05 WS-NUEVA-PAIS                PIC X(03).
           05 WS-NUEVA-SUCURSAL            PIC 9(02).
           05 WS-NUEVA-TIPO-CTA            PIC X(02).
           05 WS-NUEVA-CUENTA              PIC 9(03).

       77  WS-CONT-LECTURA                 PIC 9(9) VALUE ZERO.
       77  WS-CONT-SOLICITUDES             PIC 9(9) VALUE ZERO.
       77  WS-CONT-ABIERTAS                PIC 9(9) VALUE ZERO.
       77  WS-CONT-GENERADOS               PIC 9(9) VALUE ZERO.
       77  WS-CONT-RECHAZADAS              PIC 9(9) VALUE ZERO.
       77  WS-CONT-TITULARES               PIC 9(4) VALUE ZERO.
       77  WS-CONT-MONEDAS                 PIC 9(4) VALUE ZERO.
       77  WS-CONT-TASAS                   PIC 9(4) VALUE ZERO.
       77  WS-CONT-NUMERACION              PIC 9(4) VALUE ZERO.
       77  WS-CONT-ALTAS                   PIC 9(4) VALUE ZERO.
       77  WS-CONT-TAB-LISTADO             PIC 9(4) VALUE ZERO.
       77  WS-IDX-TITULAR                  PIC 9(4) VALUE ZERO.
       77  WS-IDX-MONEDA                   PIC 9(4) VALUE ZERO.
       77  WS-IDX-TASA                     PIC 9(4) VALUE ZERO.
       77  WS-IDX-ELEGIDA                  PIC 9(4) VALUE ZERO.
       77  WS-IDX-NUM                      PIC 9(4) VALUE ZERO.
       77  WS-IDX-ALT                      PIC 9(4) VALUE ZERO.
       77  WS-IDX-LIS                      PIC 9(4) VALUE ZERO.
       77  WS-IDX-LIS-J                    PIC 9(4) VALUE ZERO.
       77  WS-ID-BUSCADO                   PIC 9(09) VALUE ZERO.
       77  WS-ID-COCIENTE                  PIC 9(09) VALUE ZERO.
       77  WS-ID-RESTO                     PIC 9(04) VALUE ZERO.
       77  WS-ID-ALTA                      PIC 9(09) VALUE ZERO.
       77  WS-NUMERO-LEIDO                 PIC 9(03) VALUE ZERO.
       77  WS-TASA-APERTURA                PIC 9(02)V9(03) VALUE ZERO.
       77  WS-FECHA-ELEGIDA                PIC X(08) VALUE SPACES.
       77  WS-TIPO-PLAZO-FIJO              PIC X(02) VALUE "PF".
       77  WS-MONEDA-BASE                  PIC X(03) VALUE "USD".
       77  WS-SUCURSAL-ANTERIOR            PIC X(05) VALUE SPACES.
       77  WS-SW-TITULAR                   PIC X VALUE "N".
           88 TITULAR-ENCONTRADO           VALUE "S".
       77  WS-SW-MONEDA                    PIC X VALUE "N".
           88 MONEDA-ENCONTRADA            VALUE "S".
       77  WS-SW-NUMERACION                PIC X VALUE "N".
           88 NUMERACION-ENCONTRADA        VALUE "S".
       77  WS-SW-ALTA                      PIC X VALUE "N".
           88 ALTA-YA-GENERADA             VALUE "S".
       77  WS-SW-TASA-ELEGIDA              PIC X VALUE "N".
           88 TASA-ELEGIDA                 VALUE "S".
       77  WS-SW-ELEGIDA-GENERICA          PIC X VALUE "N".
           88 ELEGIDA-GENERICA             VALUE "S".
       77  WS-SW-RECHAZADA                 PIC X VALUE "N".
           88 SOLICITUD-RECHAZADA          VALUE "S".
       77  WS-SW-INTERCAMBIO               PIC X VALUE "N".
           88 HUBO-INTERCAMBIO             VALUE "S".
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
           PERFORM 2000-I-PROCESO UNTIL FS-SOLICITUDES-FIN.
           PERFORM 7000-ESCRIBIR-LISTADO.
           PERFORM 9000-I-FINAL.
               STOP RUN.
      *----------------------------------------------------------------*
       1000-I-INICIO.
           INITIALIZE VARIABLES
           PERFORM 1050-LEERPARAMETROS.
           PERFORM 1100-CARGAR-CUENTAS.
           PERFORM 1110-CARGAR-TITULARES.
           PERFORM 1120-CARGAR-CAMBIO.
           PERFORM 1125-CARGAR-TASAS.
           PERFORM 1130-CARGAR-APLICADOS.
           PERFORM 1140-CARGAR-PENDIENTES.
           PERFORM 1155-ABRIRSOLICITUDES.
           PERFORM 1160-ABRIRMOVAPERTURAS.
           PERFORM 1170-ABRIRLISTADO.
           PERFORM 1175-ABRIRRECHAZOS.
           PERFORM 1180-ABRIRAUDITORIA.
           IF NOT FS-SOLICITUDES-FIN
               PERFORM 5000-LEER-SOLICITUD
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
           STRING "CONFAPERTURAS-" DELIMITED BY SIZE
               WS-FECHA-PROCESO DELIMITED BY SPACE
               ".dat" DELIMITED BY SIZE
               INTO WS-ARCH-LISTADO.
       1050-F-LEERPARAMETROS.EXIT.
      *----------------------------------------------------------------*
       1100-CARGAR-CUENTAS.
      * EL MAESTRO DA EL ULTIMO NUMERO EN USO DE CADA SUCURSAL Y TIPO
           OPEN INPUT MAESTRO.

           IF NOT FS-MAESTRO-OK
               DISPLAY "ERROR APERTURA CUENTAS FS: " FS-MAESTRO
               MOVE "S" TO WS-SW-ABEND
               PERFORM 9000-I-FINAL
           END-IF

           PERFORM 1101-LEER-MAESTRO
           PERFORM 1102-CARGAR-CUENTA-ITEM UNTIL FS-MAESTRO-FIN
           CLOSE MAESTRO.
       1100-F-CARGAR-CUENTAS.EXIT.
      *----------------------------------------------------------------*
       1101-LEER-MAESTRO.
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
       1101-F-LEER-MAESTRO.EXIT.
      *----------------------------------------------------------------*
       1102-CARGAR-CUENTA-ITEM.
           MOVE CTA-PAIS TO WS-NUMERACION-BUSCADA(1:3)
           MOVE CTA-SUCURSAL TO WS-NUMERACION-BUSCADA(4:2)
           MOVE CTA-TIPO-CTA TO WS-NUMERACION-BUSCADA(6:2)
           MOVE CTA-CUENTA TO WS-NUMERO-LEIDO
           PERFORM 1150-REGISTRAR-NUMERO
           PERFORM 1101-LEER-MAESTRO.
       1102-F-CARGAR-CUENTA-ITEM.EXIT.
      *----------------------------------------------------------------*
       1110-CARGAR-TITULARES.
           OPEN INPUT TITULARES.

           IF NOT FS-TITULARES-OK
               DISPLAY "ERROR APERTURA TITULARES FS: " FS-TITULARES
               MOVE "S" TO WS-SW-ABEND
               PERFORM 9000-I-FINAL
           END-IF

           PERFORM 1111-LEER-TITULAR
           PERFORM 1112-CARGAR-TITULAR-ITEM UNTIL FS-TITULARES-FIN
           CLOSE TITULARES.
       1110-F-CARGAR-TITULARES.EXIT.
      *----------------------------------------------------------------*
       1111-LEER-TITULAR.
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
       1111-F-LEER-TITULAR.EXIT.
      *----------------------------------------------------------------*
       1112-CARGAR-TITULAR-ITEM.
           IF WS-CONT-TITULARES >= 2000
               DISPLAY "TITULARES EXCEDE LA TABLA DE TITULARES"
               MOVE "S" TO WS-SW-ABEND
               PERFORM 9000-I-FINAL
           END-IF
           ADD 1 TO WS-CONT-TITULARES
           MOVE TIT-ID TO TABTIT-ID(WS-CONT-TITULARES)
           MOVE TIT-NOMBRE TO TABTIT-NOMBRE(WS-CONT-TITULARES)
           MOVE TIT-ESTADO TO TABTIT-ESTADO(WS-CONT-TITULARES)
           PERFORM 1111-LEER-TITULAR.
       1112-F-CARGAR-TITULAR-ITEM.EXIT.
      *----------------------------------------------------------------*
       1120-CARGAR-CAMBIO.
      * SIN TABLA DE CAMBIO SOLO SE ABREN CUENTAS EN MONEDA BASE
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
       1120-F-CARGAR-CAMBIO.EXIT.
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
               IF WS-CONT-MONEDAS >= 100
                   DISPLAY "TIPOCAMBIO EXCEDE LA TABLA DE MONEDAS"
                   MOVE "S" TO WS-SW-ABEND
                   PERFORM 9000-I-FINAL
               END-IF
               ADD 1 TO WS-CONT-MONEDAS
               MOVE TCA-MONEDA TO TABMON-MONEDA(WS-CONT-MONEDAS)
           END-IF
           PERFORM 1121-LEER-TIPOCAMBIO.
       1122-F-CARGAR-CAMBIO-ITEM.EXIT.
      *----------------------------------------------------------------*
       1125-CARGAR-TASAS.
      * SIN TABLA DE TASAS LA CUENTA SE ABRE CON TASA CERO HASTA EL
      * PROXIMO REPRECIO
           OPEN INPUT TASAS
           EVALUATE TRUE
               WHEN FS-TASAS-OK
                   PERFORM 1126-LEER-TASA
                   PERFORM 1127-CARGAR-TASA-ITEM UNTIL FS-TASAS-FIN
                   CLOSE TASAS
               WHEN FS-TASAS-NOEXISTE
                   CONTINUE
               WHEN OTHER
                   DISPLAY "ERROR APERTURA TASAINTERES FS: " FS-TASAS
                   MOVE "S" TO WS-SW-ABEND
                   PERFORM 9000-I-FINAL
           END-EVALUATE.
       1125-F-CARGAR-TASAS.EXIT.
      *----------------------------------------------------------------*
       1126-LEER-TASA.
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
       1126-F-LEER-TASA.EXIT.
      *----------------------------------------------------------------*
       1127-CARGAR-TASA-ITEM.
           IF TAS-ESTADO NOT = "I"
           AND TAS-FECHA-VIGENCIA NOT > WS-FECHA-PROCESO
               IF WS-CONT-TASAS >= 200
                   DISPLAY "TASAINTERES EXCEDE LA TABLA DE TASAS"
                   MOVE "S" TO WS-SW-ABEND
                   PERFORM 9000-I-FINAL
               END-IF
               ADD 1 TO WS-CONT-TASAS
               MOVE TAS-TIPO-CTA TO TABTAS-TIPO-CTA(WS-CONT-TASAS)
               MOVE TAS-PAIS TO TABTAS-PAIS(WS-CONT-TASAS)
               MOVE TAS-TASA TO TABTAS-TASA(WS-CONT-TASAS)
               MOVE TAS-FECHA-VIGENCIA
                   TO TABTAS-FECHA-VIGENCIA(WS-CONT-TASAS)
           END-IF
           PERFORM 1126-LEER-TASA.
       1127-F-CARGAR-TASA-ITEM.EXIT.
      *----------------------------------------------------------------*
       1130-CARGAR-APLICADOS.
      * LAS ALTAS YA POSTEADAS CUENTAN PARA LA NUMERACION AUNQUE LA
      * CUENTA HAYA SIDO CERRADA: UN NUMERO NO SE REUTILIZA
           OPEN INPUT MOVAPLICADOS
           EVALUATE TRUE
               WHEN FS-MOVAPLICADOS-OK
                   PERFORM 1131-LEER-APLICADO
                   PERFORM 1132-CARGAR-APLICADO-ITEM
                       UNTIL FS-MOVAPLICADOS-FIN
                   CLOSE MOVAPLICADOS
               WHEN FS-MOVAPLICADOS-CREADO
                   CLOSE MOVAPLICADOS
               WHEN FS-MOVAPLICADOS-NOEXISTE
                   CONTINUE
               WHEN OTHER
                   DISPLAY "ERROR APERTURA MOVAPLICADOS FS: "
                       FS-MOVAPLICADOS
                   MOVE "S" TO WS-SW-ABEND
                   PERFORM 9000-I-FINAL
           END-EVALUATE.
       1130-F-CARGAR-APLICADOS.EXIT.
      *----------------------------------------------------------------*
       1131-LEER-APLICADO.
           READ MOVAPLICADOS
           EVALUATE TRUE
               WHEN FS-MOVAPLICADOS-OK
                   ADD 1 TO WS-CONT-LECTURA
               WHEN FS-MOVAPLICADOS-FIN
                   CONTINUE
               WHEN OTHER
                   DISPLAY "ERROR LECTURA MOVAPLICADOS FS: "
                       FS-MOVAPLICADOS
                   MOVE "S" TO WS-SW-ABEND
                   PERFORM 9000-I-FINAL
           END-EVALUATE.
       1131-F-LEER-APLICADO.EXIT.
      *----------------------------------------------------------------*
       1132-CARGAR-APLICADO-ITEM.
           IF APL-TIPO = "A" AND APL-SUCURSAL NUMERIC
           AND APL-CUENTA NUMERIC
               MOVE APL-CLAVE(1:7) TO WS-NUMERACION-BUSCADA
               MOVE APL-CUENTA TO WS-NUMERO-LEIDO
               PERFORM 1150-REGISTRAR-NUMERO
           END-IF
           MOVE APL-ID TO WS-ID-BUSCADO
           PERFORM 1152-REGISTRAR-ALTA
           PERFORM 1131-LEER-APLICADO.
       1132-F-CARGAR-APLICADO-ITEM.EXIT.
      *----------------------------------------------------------------*
       1140-CARGAR-PENDIENTES.
      * LAS ALTAS QUE ESPERAN EL POSTEO EN MOVCUENTAS.dat YA TIENEN SU
      * NUMERO TOMADO
           OPEN INPUT MOVIMIENTOS
           EVALUATE TRUE
               WHEN FS-MOVIMIENTOS-OK
                   PERFORM 1141-LEER-PENDIENTE
                   PERFORM 1142-CARGAR-PENDIENTE-ITEM
                       UNTIL FS-MOVIMIENTOS-FIN
                   CLOSE MOVIMIENTOS
               WHEN FS-MOVIMIENTOS-CREADO
                   CLOSE MOVIMIENTOS
               WHEN FS-MOVIMIENTOS-NOEXISTE
                   CONTINUE
               WHEN OTHER
                   DISPLAY "ERROR APERTURA MOVCUENTAS FS: "
                       FS-MOVIMIENTOS
                   MOVE "S" TO WS-SW-ABEND
                   PERFORM 9000-I-FINAL
           END-EVALUATE.
       1140-F-CARGAR-PENDIENTES.EXIT.
      *----------------------------------------------------------------*
       1141-LEER-PENDIENTE.
           READ MOVIMIENTOS
           EVALUATE TRUE
               WHEN FS-MOVIMIENTOS-OK
                   ADD 1 TO WS-CONT-LECTURA
               WHEN FS-MOVIMIENTOS-FIN
                   CONTINUE
               WHEN OTHER
                   DISPLAY "ERROR LECTURA MOVCUENTAS FS: "
                       FS-MOVIMIENTOS
                   MOVE "S" TO WS-SW-ABEND
                   PERFORM 9000-I-FINAL
           END-EVALUATE.
       1141-F-LEER-PENDIENTE.EXIT.
      *----------------------------------------------------------------*
       1142-CARGAR-PENDIENTE-ITEM.
           IF EXI-TIPO = "A" AND EXI-SUCURSAL NUMERIC
           AND EXI-CUENTA NUMERIC
               MOVE EXI-CLAVE(1:7) TO WS-NUMERACION-BUSCADA
               MOVE EXI-CUENTA TO WS-NUMERO-LEIDO
               PERFORM 1150-REGISTRAR-NUMERO
           END-IF
           IF EXI-ID NUMERIC
               MOVE EXI-ID TO WS-ID-BUSCADO
               PERFORM 1152-REGISTRAR-ALTA
           END-IF
           PERFORM 1141-LEER-PENDIENTE.
       1142-F-CARGAR-PENDIENTE-ITEM.EXIT.
      *----------------------------------------------------------------*
       1150-REGISTRAR-NUMERO.
           PERFORM 3200-BUSCAR-NUMERACION
           IF NUMERACION-ENCONTRADA
               IF WS-NUMERO-LEIDO > TABNUM-ULTIMO(WS-IDX-NUM)
                   MOVE WS-NUMERO-LEIDO TO TABNUM-ULTIMO(WS-IDX-NUM)
               END-IF
           ELSE
               IF WS-CONT-NUMERACION >= 500
                   DISPLAY "SUCURSALES EXCEDE LA TABLA DE NUMERACION"
                   MOVE "S" TO WS-SW-ABEND
                   PERFORM 9000-I-FINAL
               END-IF
               ADD 1 TO WS-CONT-NUMERACION
               MOVE WS-NUMERACION-BUSCADA
                   TO TABNUM-CLAVE(WS-CONT-NUMERACION)
               MOVE WS-NUMERO-LEIDO TO TABNUM-ULTIMO(WS-CONT-NUMERACION)
               MOVE WS-CONT-NUMERACION TO WS-IDX-NUM
           END-IF.
       1150-F-REGISTRAR-NUMERO.EXIT.
      *----------------------------------------------------------------*
       1152-REGISTRAR-ALTA.
      * SOLO INTERESAN LOS MOV-ID CON LA TERMINACION DEL ALTA DE UNA
      * SOLICITUD DE APERTURA (ID DE SOLICITUD * 10000 + 7)
           DIVIDE WS-ID-BUSCADO BY 10000 GIVING WS-ID-COCIENTE
               REMAINDER WS-ID-RESTO
           IF WS-ID-RESTO = 7
               IF WS-CONT-ALTAS >= 5000
                   DISPLAY "ALTAS EXCEDE LA TABLA DE APERTURAS - "
                       "DEPURAR EL REGISTRO DE IDS APLICADOS"
                   MOVE "S" TO WS-SW-ABEND
                   PERFORM 9000-I-FINAL
               END-IF
               ADD 1 TO WS-CONT-ALTAS
               MOVE WS-ID-BUSCADO TO TABALT-ID(WS-CONT-ALTAS)
           END-IF.
       1152-F-REGISTRAR-ALTA.EXIT.
      *----------------------------------------------------------------*
       1155-ABRIRSOLICITUDES.
           OPEN INPUT SOLICITUDES
           EVALUATE TRUE
               WHEN FS-SOLICITUDES-OK
                   CONTINUE
               WHEN FS-SOLICITUDES-NOEXISTE
                   DISPLAY "SOLAPERTURAS.dat NO EXISTE - SIN "
                       "APERTURAS SOLICITADAS"
                   MOVE "10" TO FS-SOLICITUDES
               WHEN OTHER
                   DISPLAY "ERROR APERTURA SOLAPERTURAS FS: "
                       FS-SOLICITUDES
                   MOVE "S" TO WS-SW-ABEND
                   PERFORM 9000-I-FINAL
           END-EVALUATE.
       1155-F-ABRIRSOLICITUDES.EXIT.
      *----------------------------------------------------------------*
       1160-ABRIRMOVAPERTURAS.
           OPEN OUTPUT MOVAPERTURAS.

           IF NOT FS-MOVAPERTURAS-OK
               DISPLAY "ERROR APERTURA MOVAPERTURAS.tmp FS: "
                   FS-MOVAPERTURAS
               MOVE "S" TO WS-SW-ABEND
               PERFORM 9000-I-FINAL
           END-IF.
       1160-F-ABRIRMOVAPERTURAS.EXIT.
      *----------------------------------------------------------------*
       1170-ABRIRLISTADO.
           OPEN OUTPUT LISTADO.

           IF NOT FS-LISTADO-OK
               DISPLAY "ERROR APERTURA CONFAPERTURAS FS: " FS-LISTADO
               MOVE "S" TO WS-SW-ABEND
               PERFORM 9000-I-FINAL
           END-IF

           PERFORM 6400-CATALOGAR-GENERACION

           MOVE WS-FECHA-PROCESO TO LIS-TITULO-FECHA
           WRITE REG-LISTADO FROM ESTRUCTURA-LISTADO-TITULO.
       1170-F-ABRIRLISTADO.EXIT.
      *----------------------------------------------------------------*
       1175-ABRIRRECHAZOS.
           OPEN OUTPUT RECHAZOS.

           IF NOT FS-RECHAZOS-OK
               DISPLAY "ERROR APERTURA RECHAZOS FS: " FS-RECHAZOS
               MOVE "S" TO WS-SW-ABEND
               PERFORM 9000-I-FINAL
           END-IF.
       1175-F-ABRIRRECHAZOS.EXIT.
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
           ADD 1 TO WS-CONT-SOLICITUDES
           PERFORM 3000-VALIDAR-SOLICITUD
           IF SOLICITUD-RECHAZADA
               ADD 1 TO WS-CONT-RECHAZADAS
               PERFORM 6100-ESCRIBIR-RECHAZO
           ELSE
               PERFORM 4000-GENERAR-APERTURA
               PERFORM 6000-REGISTRAR-LISTADO
           END-IF
           PERFORM 5000-LEER-SOLICITUD.
       2000-F-PROCESO.EXIT.
      *----------------------------------------------------------------*
       3000-VALIDAR-SOLICITUD.
      * LAS CUENTAS DE PLAZO FIJO SE ABREN POR LA CARTERA DE PLAZOS;
      * EL NUMERO SE TOMA ULTIMO PARA NO CONSUMIRLO EN UN RECHAZO
           MOVE "N" TO WS-SW-RECHAZADA
           MOVE "N" TO WS-SW-TITULAR
           MOVE "N" TO WS-SW-MONEDA
           MOVE "N" TO WS-SW-ALTA
           MOVE "N" TO WS-SW-NUMERACION

           IF SOL-ID NUMERIC AND SOL-ID > ZERO
               COMPUTE WS-ID-ALTA = SOL-ID * 10000 + 7
               PERFORM 3100-BUSCAR-ALTA
           END-IF
           IF SOL-TITULAR NUMERIC
               PERFORM 3300-BUSCAR-TITULAR
           END-IF
           PERFORM 3400-BUSCAR-MONEDA

           IF SOL-ID NOT NUMERIC OR SOL-ID = ZERO
               MOVE "NUMERO DE SOLICITUD INVALIDO" TO RCH-MOTIVO
               MOVE "S" TO WS-SW-RECHAZADA
           ELSE IF ALTA-YA-GENERADA
               MOVE "SOLICITUD YA PROCESADA" TO RCH-MOTIVO
               MOVE "S" TO WS-SW-RECHAZADA
           ELSE IF SOL-PAIS = SPACES
               MOVE "PAIS EN BLANCO" TO RCH-MOTIVO
               MOVE "S" TO WS-SW-RECHAZADA
           ELSE IF SOL-SUCURSAL NOT NUMERIC
               MOVE "SUCURSAL INVALIDA" TO RCH-MOTIVO
               MOVE "S" TO WS-SW-RECHAZADA
           ELSE IF SOL-TIPO-CTA = SPACES
               MOVE "TIPO DE CUENTA EN BLANCO" TO RCH-MOTIVO
               MOVE "S" TO WS-SW-RECHAZADA
           ELSE IF SOL-TIPO-CTA = WS-TIPO-PLAZO-FIJO
               MOVE "TIPO PF SE ABRE POR PLAZOS FIJOS" TO RCH-MOTIVO
               MOVE "S" TO WS-SW-RECHAZADA
           ELSE IF NOT TITULAR-ENCONTRADO
               MOVE "TITULAR INEXISTENTE EN MAESTRO" TO RCH-MOTIVO
               MOVE "S" TO WS-SW-RECHAZADA
           ELSE IF TABTIT-ESTADO(WS-IDX-TITULAR) NOT = "A"
           AND TABTIT-ESTADO(WS-IDX-TITULAR) NOT = SPACES
               MOVE "TITULAR INACTIVO" TO RCH-MOTIVO
               MOVE "S" TO WS-SW-RECHAZADA
           ELSE IF NOT MONEDA-ENCONTRADA
               MOVE "MONEDA INEXISTENTE EN TIPOCAMBIO" TO RCH-MOTIVO
               MOVE "S" TO WS-SW-RECHAZADA
           ELSE IF SOL-DEPOSITO NOT NUMERIC
               MOVE "DEPOSITO INICIAL INVALIDO" TO RCH-MOTIVO
               MOVE "S" TO WS-SW-RECHAZADA
           ELSE IF SOL-LIMITE NOT NUMERIC
               MOVE "LIMITE DE SOBREGIRO INVALIDO" TO RCH-MOTIVO
               MOVE "S" TO WS-SW-RECHAZADA
           ELSE
               PERFORM 3500-ASIGNAR-NUMERO
           END-IF.
       3000-F-VALIDAR-SOLICITUD.EXIT.
      *----------------------------------------------------------------*
       3100-BUSCAR-ALTA.
           MOVE "N" TO WS-SW-ALTA
           MOVE 1 TO WS-IDX-ALT

           PERFORM 3110-BUSCAR-ALTA-ITEM
           UNTIL WS-IDX-ALT > WS-CONT-ALTAS
           OR ALTA-YA-GENERADA.
       3100-F-BUSCAR-ALTA.EXIT.
      *----------------------------------------------------------------*
       3110-BUSCAR-ALTA-ITEM.
           IF TABALT-ID(WS-IDX-ALT) = WS-ID-ALTA
               MOVE "S" TO WS-SW-ALTA
           ELSE
               ADD 1 TO WS-IDX-ALT
           END-IF.
       3110-F-BUSCAR-ALTA-ITEM.EXIT.
      *----------------------------------------------------------------*
       3200-BUSCAR-NUMERACION.
           MOVE "N" TO WS-SW-NUMERACION
           MOVE 1 TO WS-IDX-NUM

           PERFORM 3210-BUSCAR-NUMERACION-ITEM
           UNTIL WS-IDX-NUM > WS-CONT-NUMERACION
           OR NUMERACION-ENCONTRADA.
       3200-F-BUSCAR-NUMERACION.EXIT.
      *----------------------------------------------------------------*
       3210-BUSCAR-NUMERACION-ITEM.
           IF TABNUM-CLAVE(WS-IDX-NUM) = WS-NUMERACION-BUSCADA
               MOVE "S" TO WS-SW-NUMERACION
           ELSE
               ADD 1 TO WS-IDX-NUM
           END-IF.
       3210-F-BUSCAR-NUMERACION-ITEM.EXIT.
      *----------------------------------------------------------------*
       3300-BUSCAR-TITULAR.
           MOVE "N" TO WS-SW-TITULAR
           MOVE 1 TO WS-IDX-TITULAR

           PERFORM 3310-BUSCAR-TITULAR-ITEM
           UNTIL WS-IDX-TITULAR > WS-CONT-TITULARES
           OR TITULAR-ENCONTRADO.
       3300-F-BUSCAR-TITULAR.EXIT.
      *----------------------------------------------------------------*
       3310-BUSCAR-TITULAR-ITEM.
           IF TABTIT-ID(WS-IDX-TITULAR) = SOL-TITULAR
               MOVE "S" TO WS-SW-TITULAR
           ELSE
               ADD 1 TO WS-IDX-TITULAR
           END-IF.
       3310-F-BUSCAR-TITULAR-ITEM.EXIT.
      *----------------------------------------------------------------*
       3400-BUSCAR-MONEDA.
      * LA MONEDA BASE NO NECESITA FILA EN LA TABLA DE CAMBIO
           MOVE "N" TO WS-SW-MONEDA
           IF SOL-MONEDA NOT = SPACES
               IF SOL-MONEDA = WS-MONEDA-BASE
                   MOVE "S" TO WS-SW-MONEDA
               ELSE
                   MOVE 1 TO WS-IDX-MONEDA
                   PERFORM 3410-BUSCAR-MONEDA-ITEM
                   UNTIL WS-IDX-MONEDA > WS-CONT-MONEDAS
                   OR MONEDA-ENCONTRADA
               END-IF
           END-IF.
       3400-F-BUSCAR-MONEDA.EXIT.
      *----------------------------------------------------------------*
       3410-BUSCAR-MONEDA-ITEM.
           IF TABMON-MONEDA(WS-IDX-MONEDA) = SOL-MONEDA
               MOVE "S" TO WS-SW-MONEDA
           ELSE
               ADD 1 TO WS-IDX-MONEDA
           END-IF.
       3410-F-BUSCAR-MONEDA-ITEM.EXIT.
      *----------------------------------------------------------------*
       3500-ASIGNAR-NUMERO.
      * SIGUIENTE AL MAYOR NUMERO EN USO; LA CUENTA 999 ES LA ULTIMA
      * QUE ADMITE LA CLAVE DE LA SUCURSAL
           MOVE SOL-PAIS TO WS-NUMERACION-BUSCADA(1:3)
           MOVE SOL-SUCURSAL TO WS-NUMERACION-BUSCADA(4:2)
           MOVE SOL-TIPO-CTA TO WS-NUMERACION-BUSCADA(6:2)
           PERFORM 3200-BUSCAR-NUMERACION

           IF NUMERACION-ENCONTRADA
               IF TABNUM-ULTIMO(WS-IDX-NUM) >= 999
                   MOVE "SUCURSAL SIN NUMEROS LIBRES" TO RCH-MOTIVO
                   MOVE "S" TO WS-SW-RECHAZADA
               END-IF
           ELSE IF WS-CONT-NUMERACION >= 500
               MOVE "SUCURSAL FUERA DE LA TABLA DE NUMERACION"
                   TO RCH-MOTIVO
               MOVE "S" TO WS-SW-RECHAZADA
           ELSE
               ADD 1 TO WS-CONT-NUMERACION
               MOVE WS-NUMERACION-BUSCADA
                   TO TABNUM-CLAVE(WS-CONT-NUMERACION)
               MOVE ZERO TO TABNUM-ULTIMO(WS-CONT-NUMERACION)
               MOVE WS-CONT-NUMERACION TO WS-IDX-NUM
           END-IF.

           IF NOT SOLICITUD-RECHAZADA
               ADD 1 TO TABNUM-ULTIMO(WS-IDX-NUM)
               MOVE WS-NUMERACION-BUSCADA TO WS-CUENTA-NUEVA(1:7)
               MOVE TABNUM-ULTIMO(WS-IDX-NUM) TO WS-NUEVA-CUENTA
           END-IF.
       3500-F-ASIGNAR-NUMERO.EXIT.
      *----------------------------------------------------------------*
       3600-ELEGIR-TASA.
      * MISMA REGLA QUE EL REPRECIO: GANA LA FILA DEL PAIS CON MAYOR
      * VIGENCIA; SIN FILA PROPIA SE TOMA LA GENERICA (PAIS EN BLANCO)
           MOVE "N" TO WS-SW-TASA-ELEGIDA
           MOVE "N" TO WS-SW-ELEGIDA-GENERICA
           MOVE SPACES TO WS-FECHA-ELEGIDA
           MOVE ZERO TO WS-IDX-ELEGIDA
           MOVE ZERO TO WS-TASA-APERTURA
           MOVE 1 TO WS-IDX-TASA

           PERFORM 3610-EVALUAR-TASA-ITEM
           UNTIL WS-IDX-TASA > WS-CONT-TASAS

           IF TASA-ELEGIDA
               MOVE TABTAS-TASA(WS-IDX-ELEGIDA) TO WS-TASA-APERTURA
           END-IF.
       3600-F-ELEGIR-TASA.EXIT.
      *----------------------------------------------------------------*
       3610-EVALUAR-TASA-ITEM.
           EVALUATE TRUE
               WHEN TABTAS-TIPO-CTA(WS-IDX-TASA) NOT = SOL-TIPO-CTA
                   CONTINUE
               WHEN TABTAS-PAIS(WS-IDX-TASA) = SOL-PAIS
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
       3610-F-EVALUAR-TASA-ITEM.EXIT.
      *----------------------------------------------------------------*
       4000-GENERAR-APERTURA.
      * EL ALTA ABRE CON SALDO CERO Y EL DEPOSITO INICIAL VA APARTE
      * PARA QUE EL EXTRACTO LO MUESTRE; EL MOV-ID LLEVA EL NUMERO DE
      * SOLICITUD Y LA PATA: 7 ALTA, 8 DEPOSITO, 9 LIMITE
           PERFORM 3600-ELEGIR-TASA

           INITIALIZE REG-MOVCUENTA
           MOVE "A" TO MOV-TIPO
           MOVE ZERO TO MOV-IMPORTE
           MOVE WS-TASA-APERTURA TO MOV-TASA-INTERES
           COMPUTE MOV-ID = SOL-ID * 10000 + 7
           PERFORM 4100-GRABAR-MOVIMIENTO

           IF SOL-DEPOSITO > ZERO
               INITIALIZE REG-MOVCUENTA
               MOVE "D" TO MOV-TIPO
               MOVE SOL-DEPOSITO TO MOV-IMPORTE
               COMPUTE MOV-ID = SOL-ID * 10000 + 8
               PERFORM 4100-GRABAR-MOVIMIENTO
           END-IF

           IF SOL-LIMITE > ZERO
               INITIALIZE REG-MOVCUENTA
               MOVE "L" TO MOV-TIPO
               MOVE SOL-LIMITE TO MOV-IMPORTE
               COMPUTE MOV-ID = SOL-ID * 10000 + 9
               PERFORM 4100-GRABAR-MOVIMIENTO
           END-IF

           ADD 1 TO WS-CONT-ABIERTAS

      * UNA SEGUNDA SOLICITUD CON EL MISMO NUMERO SE RECHAZA
           COMPUTE WS-ID-BUSCADO = SOL-ID * 10000 + 7
           PERFORM 1152-REGISTRAR-ALTA.
       4000-F-GENERAR-APERTURA.EXIT.
      *----------------------------------------------------------------*
       4100-GRABAR-MOVIMIENTO.
           MOVE WS-NUEVA-PAIS TO MOV-PAIS
           MOVE WS-NUEVA-SUCURSAL TO MOV-SUCURSAL
           MOVE WS-NUEVA-TIPO-CTA TO MOV-TIPO-CTA
           MOVE WS-NUEVA-CUENTA TO MOV-CUENTA
           MOVE SOL-MONEDA TO MOV-MONEDA
           MOVE SOL-TITULAR TO MOV-TITULAR

           IF NOT FS-MOVAPERTURAS-OK
               DISPLAY "ERROR ESCRITURA MOVAPERTURAS.tmp FS: "
                   FS-MOVAPERTURAS
               MOVE "S" TO WS-SW-ABEND
               PERFORM 9000-I-FINAL
           ELSE
               WRITE REG-MOVCUENTA
               ADD 1 TO WS-CONT-GENERADOS
           END-IF.
       4100-F-GRABAR-MOVIMIENTO.EXIT.
      *----------------------------------------------------------------*
       5000-LEER-SOLICITUD.
           READ SOLICITUDES
           EVALUATE TRUE
               WHEN FS-SOLICITUDES-OK
                   ADD 1 TO WS-CONT-LECTURA
               WHEN FS-SOLICITUDES-FIN
                   CONTINUE
               WHEN OTHER
                   DISPLAY "ERROR LECTURA SOLAPERTURAS FS: "
                       FS-SOLICITUDES
                   MOVE "S" TO WS-SW-ABEND
                   PERFORM 9000-I-FINAL
           END-EVALUATE.
       5000-F-LEER-SOLICITUD.EXIT.
      *----------------------------------------------------------------*
       6000-REGISTRAR-LISTADO.
           IF WS-CONT-TAB-LISTADO >= 500
               DISPLAY "APERTURA FUERA DE LA TABLA DEL LISTADO: "
                   SOL-ID " " WS-CUENTA-NUEVA
           ELSE
               ADD 1 TO WS-CONT-TAB-LISTADO
               MOVE WS-CUENTA-NUEVA(1:5)
                   TO TABLIS-SUCURSAL(WS-CONT-TAB-LISTADO)
               MOVE SOL-ID TO TABLIS-SOL-ID(WS-CONT-TAB-LISTADO)
               MOVE WS-CUENTA-NUEVA
                   TO TABLIS-CUENTA(WS-CONT-TAB-LISTADO)
               MOVE SOL-TITULAR TO TABLIS-TITULAR(WS-CONT-TAB-LISTADO)
               MOVE TABTIT-NOMBRE(WS-IDX-TITULAR)
                   TO TABLIS-NOMBRE(WS-CONT-TAB-LISTADO)
               MOVE SOL-MONEDA TO TABLIS-MONEDA(WS-CONT-TAB-LISTADO)
               MOVE SOL-DEPOSITO
                   TO TABLIS-DEPOSITO(WS-CONT-TAB-LISTADO)
               MOVE SOL-LIMITE TO TABLIS-LIMITE(WS-CONT-TAB-LISTADO)
               MOVE WS-TASA-APERTURA
                   TO TABLIS-TASA(WS-CONT-TAB-LISTADO)
           END-IF.
       6000-F-REGISTRAR-LISTADO.EXIT.
      *----------------------------------------------------------------*
       6100-ESCRIBIR-RECHAZO.
           MOVE SOL-ID TO RCH-SOL-ID
           MOVE SOL-PAIS TO RCH-PAIS
           MOVE SOL-SUCURSAL TO RCH-SUCURSAL
           MOVE SOL-TIPO-CTA TO RCH-TIPO-CTA
           MOVE SOL-TITULAR TO RCH-TITULAR
           MOVE SOL-MONEDA TO RCH-MONEDA
           MOVE SOL-DEPOSITO TO RCH-DEPOSITO
           MOVE SOL-LIMITE TO RCH-LIMITE

           IF NOT FS-RECHAZOS-OK
               DISPLAY "ERROR ESCRITURA RECHAZOS FS: " FS-RECHAZOS
           ELSE
               WRITE REG-RECHAZO FROM ESTRUCTURA-RECHAZO
           END-IF.
       6100-F-ESCRIBIR-RECHAZO.EXIT.
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
       7000-ESCRIBIR-LISTADO.
      * CADA SUCURSAL RECIBE SU BLOQUE CON LOS NUMEROS ASIGNADOS Y LA
      * LINEA DE CONFORMIDAD PARA LA FIRMA DEL GERENTE
           IF WS-CONT-TAB-LISTADO > 1
               MOVE "S" TO WS-SW-INTERCAMBIO
               PERFORM 7100-PASADA-ORDENAR
                   UNTIL NOT HUBO-INTERCAMBIO
           END-IF

           MOVE SPACES TO WS-SUCURSAL-ANTERIOR
           MOVE 1 TO WS-IDX-LIS
           PERFORM 7300-LISTAR-APERTURA
               UNTIL WS-IDX-LIS > WS-CONT-TAB-LISTADO

           IF WS-CONT-TAB-LISTADO > ZERO AND FS-LISTADO-OK
               WRITE REG-LISTADO FROM ESTRUCTURA-LISTADO-FIRMA
           END-IF

           MOVE WS-CONT-ABIERTAS TO LIS-TOT-ABIERTAS
           MOVE WS-CONT-RECHAZADAS TO LIS-TOT-RECHAZADAS
           IF FS-LISTADO-OK
               WRITE REG-LISTADO FROM ESTRUCTURA-LISTADO-TOTAL
           END-IF.
       7000-F-ESCRIBIR-LISTADO.EXIT.
      *----------------------------------------------------------------*
       7100-PASADA-ORDENAR.
           MOVE "N" TO WS-SW-INTERCAMBIO
           MOVE 1 TO WS-IDX-LIS
           PERFORM 7200-COMPARAR-APERTURAS
               UNTIL WS-IDX-LIS >= WS-CONT-TAB-LISTADO.
       7100-F-PASADA-ORDENAR.EXIT.
      *----------------------------------------------------------------*
       7200-COMPARAR-APERTURAS.
           COMPUTE WS-IDX-LIS-J = WS-IDX-LIS + 1
           IF LISTADO-ITEM(WS-IDX-LIS) > LISTADO-ITEM(WS-IDX-LIS-J)
               MOVE LISTADO-ITEM(WS-IDX-LIS) TO WS-LISTADO-TEMP
               MOVE LISTADO-ITEM(WS-IDX-LIS-J)
                   TO LISTADO-ITEM(WS-IDX-LIS)
               MOVE WS-LISTADO-TEMP TO LISTADO-ITEM(WS-IDX-LIS-J)
               MOVE "S" TO WS-SW-INTERCAMBIO
           END-IF
           ADD 1 TO WS-IDX-LIS.
       7200-F-COMPARAR-APERTURAS.EXIT.
      *----------------------------------------------------------------*
       7300-LISTAR-APERTURA.
           IF TABLIS-SUCURSAL(WS-IDX-LIS) NOT = WS-SUCURSAL-ANTERIOR
               IF WS-SUCURSAL-ANTERIOR NOT = SPACES AND FS-LISTADO-OK
                   WRITE REG-LISTADO FROM ESTRUCTURA-LISTADO-FIRMA
               END-IF
               MOVE TABLIS-SUCURSAL(WS-IDX-LIS) TO WS-SUCURSAL-ANTERIOR
               MOVE WS-SUCURSAL-ANTERIOR(1:3) TO LIS-SUC-PAIS
               MOVE WS-SUCURSAL-ANTERIOR(4:2) TO LIS-SUC-SUCURSAL
               IF FS-LISTADO-OK
                   WRITE REG-LISTADO FROM ESTRUCTURA-LISTADO-SUCURSAL
               END-IF
           END-IF

           MOVE TABLIS-SOL-ID(WS-IDX-LIS) TO LIS-SOL-ID
           MOVE TABLIS-CUENTA(WS-IDX-LIS) TO LIS-CUENTA
           MOVE TABLIS-TITULAR(WS-IDX-LIS) TO LIS-TITULAR
           MOVE TABLIS-NOMBRE(WS-IDX-LIS) TO LIS-NOMBRE
           MOVE TABLIS-MONEDA(WS-IDX-LIS) TO LIS-MONEDA
           MOVE TABLIS-DEPOSITO(WS-IDX-LIS) TO LIS-DEPOSITO
           MOVE TABLIS-LIMITE(WS-IDX-LIS) TO LIS-LIMITE
           MOVE TABLIS-TASA(WS-IDX-LIS) TO LIS-TASA

           IF NOT FS-LISTADO-OK
               DISPLAY "ERROR ESCRITURA CONFAPERTURAS FS: " FS-LISTADO
           ELSE
               WRITE REG-LISTADO FROM ESTRUCTURA-LISTADO-DET
           END-IF

           ADD 1 TO WS-IDX-LIS.
       7300-F-LISTAR-APERTURA.EXIT.
      *----------------------------------------------------------------*
       8000-ESCRIBIR-AUDITORIA.
           MOVE "APERCUENTAS"         TO AUD-PROGRAMA
           MOVE WS-FECHA-PROCESO      TO AUD-FECHA
           ACCEPT AUD-HORA FROM TIME
           MOVE WS-CONT-LECTURA       TO AUD-LEIDOS
           MOVE WS-CONT-GENERADOS     TO AUD-ESCRITOS
           MOVE WS-CONT-RECHAZADAS    TO AUD-RECHAZADOS

           IF FS-AUDITORIA-OK OR FS-AUDITORIA-CREADO
               WRITE REG-AUDITORIA
           END-IF.
       8000-F-ESCRIBIR-AUDITORIA.EXIT.
      *----------------------------------------------------------------*
       8500-INTERCALAR-MOVIMIENTOS.
      * EL MISMO INTERCALADO ESTABLE QUE USA LA GENERACION DE ORDENES
      * PERMANENTES: ALTA, DEPOSITO Y LIMITE QUEDAN EN ESE ORDEN
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
                   USING MOVIMIENTOS MOVAPERTURAS
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
           CLOSE SOLICITUDES.
           CLOSE MOVAPERTURAS.
           CLOSE LISTADO.
           CLOSE RECHAZOS.
           CLOSE AUDITORIA.

      * UNA CORRIDA CAIDA NO TOCA MOVCUENTAS.dat
           IF NOT HUBO-ABEND AND WS-CONT-GENERADOS > ZERO
               PERFORM 8500-INTERCALAR-MOVIMIENTOS
           END-IF.
           CALL "SYSTEM" USING "rm -f MOVAPERTURAS.tmp".

           DISPLAY "SOLICITUDES DE APERTURA: " WS-CONT-SOLICITUDES
               " RECHAZADAS: " WS-CONT-RECHAZADAS
           DISPLAY "CUENTAS ABIERTAS: " WS-CONT-ABIERTAS
               " MOVIMIENTOS GENERADOS: " WS-CONT-GENERADOS

      * EL RC SE FIJA AL FINAL PORQUE LOS CALL "SYSTEM" LO PISAN
           IF HUBO-ABEND
               MOVE 16 TO RETURN-CODE
           END-IF
           PERFORM 6410-GRABAR-CATALOGO
           STOP RUN.
       9000-F-FINAL.
           EXIT.
      *----------------------------------------------------------------*
