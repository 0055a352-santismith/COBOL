      ******************************************************************
      * GENERACION DE REVERSOS DE MOVIMIENTOS YA POSTEADOS
      * LEE LAS SOLICITUDES DE REVERSO (MOV-ID ORIGINAL, MOTIVO Y
      * SOLICITANTE), UBICA EL MOVIMIENTO EN MOVAPLICADOS.dat (O EN
      * EL ULTIMO JOURNALPOSTEO.dat PARA LOS REGISTRADOS SIN DETALLE)
      * Y GENERA LA CONTRAPARTIDA EXACTA CON EL MISMO MOV-ID: TIPO X
      * PARA ANULAR UN DEPOSITO Y TIPO Y PARA ANULAR UN RETIRO. LOS
      * REVERSOS SE INTERCALAN EN MOVCUENTAS.dat EN ORDEN DE CLAVE Y
      * EL POSTEO LOS APLICA SIN CONTROL DE SOBREGIRO. UN ORIGINAL YA
      * REVERSADO O CON REVERSO PENDIENTE SE RECHAZA. EMITE EL LISTADO
      * DIARIO DE REVERSOS POR SUCURSAL PARA LA FIRMA DEL GERENTE
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REVCUENTAS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MAESTRO ASSIGN TO "CUENTAS.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-MAESTRO.

           SELECT SOLICITUDES ASSIGN TO "SOLREVERSIONES.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-SOLICITUDES.

           SELECT OPTIONAL MOVAPLICADOS ASSIGN TO "MOVAPLICADOS.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-MOVAPLICADOS.

           SELECT OPTIONAL JOURNALPOSTEO ASSIGN TO "JOURNALPOSTEO.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-POSTEO.

           SELECT OPTIONAL MOVIMIENTOS ASSIGN TO "MOVCUENTAS.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-MOVIMIENTOS.

           SELECT MOVREVERSOS ASSIGN TO "MOVREVERSOS.tmp"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-MOVREVERSOS.

           SELECT MOVIMIENTOSORD ASSIGN TO "MOVCUENTAS-ORD.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-MOVIMIENTOSORD.

           SELECT ORDENAMIENTO ASSIGN TO "REVCTA-SORT.tmp".

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

       FD  SOLICITUDES.
           01 REG-SOLICITUD.
               05 SOL-MOV-ID               PIC 9(09).
               05 SOL-MOTIVO               PIC X(02).
               05 SOL-SOLICITANTE          PIC X(10).

       FD  MOVAPLICADOS.
           COPY APLICREG.

       FD  JOURNALPOSTEO.
           01 REG-JOURNAL-POSTEO PIC X(90).

       FD  MOVIMIENTOS.
           01 REG-MOVIMIENTO-EXISTENTE.
               05 EXI-TIPO                 PIC X(01).
               05 EXI-CLAVE                PIC X(10).
               05 FILLER                   PIC X(20).
               05 EXI-ID                   PIC X(09).

       FD  MOVREVERSOS.
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
           05 FILLER                       PIC X(01).
           05 POS-SUCURSAL                 PIC X(02).
           05 FILLER                       PIC X(01).
           05 POS-TIPO-CTA                 PIC X(02).
           05 FILLER                       PIC X(01).
           05 POS-CUENTA                   PIC X(03).
           05 POS-SEP-CLAVE                PIC X(01).
           05 POS-TIPO-MOV                 PIC X(01).
           05 FILLER                       PIC X(01).
           05 POS-IMPORTE                  PIC X(07).
           05 FILLER                       PIC X(01).
           05 POS-SALDO-ANTERIOR           PIC X(08).
           05 FILLER                       PIC X(01).
           05 POS-SALDO-NUEVO              PIC X(08).
           05 FILLER                       PIC X(01).
           05 POS-MOV-ID                   PIC X(09).
           05 FILLER                       PIC X(39).

       01  ESTRUCTURA-LISTADO-TITULO.
           05 FILLER                       PIC X(42)
              VALUE "REVERSIONES DE MOVIMIENTOS SOLICITADAS AL ".
           05 LIS-TITULO-FECHA             PIC X(8).

       01  ESTRUCTURA-LISTADO-SUCURSAL.
           05 FILLER                       PIC X(10) VALUE "SUCURSAL: ".
           05 LIS-SUC-PAIS                 PIC X(03).
           05 FILLER                       PIC X(1) VALUE "-".
           05 LIS-SUC-SUCURSAL             PIC X(02).

       01  ESTRUCTURA-LISTADO-DET.
           05 LIS-MOV-ID                   PIC 9(09).
           05 FILLER                       PIC X(1) VALUE "|".
           05 LIS-CUENTA                   PIC X(10).
           05 FILLER                       PIC X(1) VALUE "|".
           05 LIS-TIPO-ORIGINAL            PIC X(01).
           05 FILLER                       PIC X(1) VALUE "|".
           05 LIS-IMPORTE                  PIC 9(07).
           05 FILLER                       PIC X(1) VALUE "|".
           05 LIS-MOTIVO                   PIC X(20).
           05 FILLER                       PIC X(1) VALUE "|".
           05 LIS-SOLICITANTE              PIC X(10).
           05 FILLER                       PIC X(1) VALUE "|".
           05 LIS-RESULTADO                PIC X(35).

       01  ESTRUCTURA-LISTADO-FIRMA.
           05 FILLER                       PIC X(30)
              VALUE "CONFORME GERENTE DE SUCURSAL: ".
           05 FILLER                       PIC X(20) VALUE ALL "_".

       01  ESTRUCTURA-LISTADO-TOTAL.
           05 FILLER                       PIC X(26)
              VALUE "TOTAL REVERSOS GENERADOS: ".
           05 LIS-TOT-GENERADOS            PIC ZZZZZZZZ9.
           05 FILLER                       PIC X(13)
              VALUE " RECHAZADOS: ".
           05 LIS-TOT-RECHAZADOS           PIC ZZZZZZZZ9.

       01  WS-MOTIVOS-VALORES.
           05 FILLER                       PIC X(22)
              VALUE "01CUENTA EQUIVOCADA   ".
           05 FILLER                       PIC X(22)
              VALUE "02IMPORTE EQUIVOCADO  ".
           05 FILLER                       PIC X(22)
              VALUE "03MOVIMIENTO DUPLICADO".
           05 FILLER                       PIC X(22)
              VALUE "04RECLAMO DEL CLIENTE ".
           05 FILLER                       PIC X(22)
              VALUE "99OTRO MOTIVO         ".
       01  WS-MOTIVOS REDEFINES WS-MOTIVOS-VALORES.
           05 WS-MOTIVO-ITEM OCCURS 5 TIMES.
               10 WS-MOTIVO-COD            PIC X(02).
               10 WS-MOTIVO-DESC           PIC X(20).

       01  VARIABLES.
           05 FS-MAESTRO               PIC XX.
               88 FS-MAESTRO-OK        VALUE "00".
               88 FS-MAESTRO-FIN       VALUE "10".

           05 FS-SOLICITUDES           PIC XX.
               88 FS-SOLICITUDES-OK    VALUE "00".
               88 FS-SOLICITUDES-FIN   VALUE "10".
               88 FS-SOLICITUDES-NOEXISTE VALUE "35".

           05 FS-MOVAPLICADOS          PIC XX.
               88 FS-MOVAPLICADOS-OK       VALUE "00".
               88 FS-MOVAPLICADOS-FIN      VALUE "10".
               88 FS-MOVAPLICADOS-CREADO   VALUE "05".
               88 FS-MOVAPLICADOS-NOEXISTE VALUE "35".

           05 FS-POSTEO                PIC XX.
               88 FS-POSTEO-OK         VALUE "00".
               88 FS-POSTEO-FIN        VALUE "10".
               88 FS-POSTEO-CREADO     VALUE "05".
               88 FS-POSTEO-NOEXISTE   VALUE "35".

           05 FS-MOVIMIENTOS           PIC XX.
               88 FS-MOVIMIENTOS-OK    VALUE "00".
               88 FS-MOVIMIENTOS-FIN   VALUE "10".
               88 FS-MOVIMIENTOS-CREADO VALUE "05".
               88 FS-MOVIMIENTOS-NOEXISTE VALUE "35".

           05 FS-MOVREVERSOS           PIC XX.
               88 FS-MOVREVERSOS-OK    VALUE "00".

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

       01  TABLA-CUENTAS.
           05 CUENTA-ITEM OCCURS 2000 TIMES.
               10 TABCTA-CLAVE             PIC X(10).
               10 TABCTA-MONEDA            PIC X(03).

       01  TABLA-APLICADOS.
           05 APLICADO-ITEM OCCURS 10000 TIMES.
               10 TABAPL-ID                PIC 9(09).
               10 TABAPL-TIPO              PIC X(01).
               10 TABAPL-CLAVE             PIC X(10).
               10 TABAPL-IMPORTE           PIC 9(07).

       01  TABLA-REVERSADOS.
           05 REVERSADO-ITEM OCCURS 2000 TIMES.
               10 TABREV-ID                PIC 9(09).

       01  TABLA-JOURNAL.
           05 JOURNAL-ITEM OCCURS 5000 TIMES.
               10 TABJRN-ID                PIC 9(09).
               10 TABJRN-TIPO              PIC X(01).
               10 TABJRN-CLAVE             PIC X(10).
               10 TABJRN-IMPORTE           PIC 9(07).

       01  TABLA-LISTADO.
           05 LISTADO-ITEM OCCURS 500 TIMES.
               10 TABLIS-SUCURSAL          PIC X(05).
               10 TABLIS-MOV-ID            PIC 9(09).
               10 TABLIS-CUENTA            PIC X(10).
               10 TABLIS-TIPO              PIC X(01).
               10 TABLIS-IMPORTE           PIC 9(07).
               10 TABLIS-MOTIVO            PIC X(20).
               10 TABLIS-SOLICITANTE       PIC X(10).
               10 TABLIS-RESULTADO         PIC X(35).

       01  WS-LISTADO-TEMP                 PIC X(97).

       01  WS-ORIG-CLAVE-REC.
           05 WS-ORIG-CLAVE                PIC X(10) VALUE SPACES.
       01  WS-ORIG-CLAVE-DET REDEFINES WS-ORIG-CLAVE-REC.
           05 WS-ORIG-PAIS                 PIC X(03).
           05 WS-ORIG-SUCURSAL             PIC 9(02).
           05 WS-ORIG-TIPO-CTA             PIC X(02).
           05 WS-ORIG-CUENTA               PIC 9(03).

       77  WS-CONT-LECTURA                 PIC 9(9) VALUE ZERO.
       77  WS-CONT-SOLICITUDES             PIC 9(9) VALUE ZERO.
       77  WS-CONT-GENERADOS               PIC 9(9) VALUE ZERO.
       77  WS-CONT-RECHAZADAS              PIC 9(9) VALUE ZERO.
       77  WS-CONT-CUENTAS                 PIC 9(4) VALUE ZERO.
       77  WS-CONT-APLICADOS               PIC 9(5) VALUE ZERO.
       77  WS-CONT-REVERSADOS              PIC 9(4) VALUE ZERO.
       77  WS-CONT-JOURNAL                 PIC 9(4) VALUE ZERO.
       77  WS-CONT-TAB-LISTADO             PIC 9(4) VALUE ZERO.
       77  WS-IDX-CUENTA                   PIC 9(4) VALUE ZERO.
       77  WS-IDX-APL                      PIC 9(5) VALUE ZERO.
       77  WS-IDX-REV                      PIC 9(4) VALUE ZERO.
       77  WS-IDX-JRN                      PIC 9(4) VALUE ZERO.
       77  WS-IDX-MOTIVO                   PIC 9(4) VALUE ZERO.
       77  WS-IDX-LIS                      PIC 9(4) VALUE ZERO.
       77  WS-IDX-LIS-J                    PIC 9(4) VALUE ZERO.
       77  WS-ID-BUSCADO                   PIC 9(09) VALUE ZERO.
       77  WS-ORIG-TIPO                    PIC X(01) VALUE SPACES.
       77  WS-ORIG-IMPORTE                 PIC 9(07) VALUE ZERO.
       77  WS-MOTIVO-DESCRIPCION           PIC X(20) VALUE SPACES.
       77  WS-RESULTADO                    PIC X(35) VALUE SPACES.
       77  WS-SUCURSAL-ANTERIOR            PIC X(05) VALUE SPACES.
       77  WS-SW-APLICADO                  PIC X VALUE "N".
           88 APLICADO-ENCONTRADO          VALUE "S".
       77  WS-SW-DETALLE                   PIC X VALUE "N".
           88 DETALLE-ENCONTRADO           VALUE "S".
       77  WS-SW-REVERSADO                 PIC X VALUE "N".
           88 YA-REVERSADO                 VALUE "S".
       77  WS-SW-JOURNAL                   PIC X VALUE "N".
           88 JOURNAL-ENCONTRADO           VALUE "S".
       77  WS-SW-MOTIVO                    PIC X VALUE "N".
           88 MOTIVO-ENCONTRADO            VALUE "S".
       77  WS-SW-CUENTA-ENCONTRADA         PIC X VALUE "N".
           88 CUENTA-ENCONTRADA            VALUE "S".
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
           PERFORM 1130-CARGAR-APLICADOS.
           PERFORM 1140-CARGAR-JOURNAL.
           PERFORM 1145-CARGAR-PENDIENTES.
           PERFORM 1155-ABRIRSOLICITUDES.
           PERFORM 1160-ABRIRMOVREVERSOS.
           PERFORM 1170-ABRIRLISTADO.
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
           STRING "REVERSIONES-" DELIMITED BY SIZE
               WS-FECHA-PROCESO DELIMITED BY SPACE
               ".dat" DELIMITED BY SIZE
               INTO WS-ARCH-LISTADO.
       1050-F-LEERPARAMETROS.EXIT.
      *----------------------------------------------------------------*
       1100-CARGAR-CUENTAS.
      * UNA CUENTA AUSENTE DEL MAESTRO ESTA CERRADA Y NO ADMITE EL
      * REVERSO; LA MONEDA DEL REVERSO ES LA DE LA CUENTA
           OPEN INPUT MAESTRO.

           IF NOT FS-MAESTRO-OK
               DISPLAY "ERROR APERTURA CUENTAS FS: " FS-MAESTRO
               MOVE "S" TO WS-SW-ABEND
               PERFORM 9000-I-FINAL
           END-IF

           PERFORM 1110-LEER-MAESTRO
           PERFORM 1120-CARGAR-CUENTA-ITEM UNTIL FS-MAESTRO-FIN
           CLOSE MAESTRO.
       1100-F-CARGAR-CUENTAS.EXIT.
      *----------------------------------------------------------------*
       1110-LEER-MAESTRO.
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
       1110-F-LEER-MAESTRO.EXIT.
      *----------------------------------------------------------------*
       1120-CARGAR-CUENTA-ITEM.
           IF WS-CONT-CUENTAS >= 2000
               DISPLAY "CUENTAS EXCEDE LA TABLA DE REVERSOS"
               MOVE "S" TO WS-SW-ABEND
               PERFORM 9000-I-FINAL
           END-IF
           ADD 1 TO WS-CONT-CUENTAS
           MOVE CTA-PAIS TO TABCTA-CLAVE(WS-CONT-CUENTAS)(1:3)
           MOVE CTA-SUCURSAL TO TABCTA-CLAVE(WS-CONT-CUENTAS)(4:2)
           MOVE CTA-TIPO-CTA TO TABCTA-CLAVE(WS-CONT-CUENTAS)(6:2)
           MOVE CTA-CUENTA TO TABCTA-CLAVE(WS-CONT-CUENTAS)(8:3)
           MOVE CTA-MONEDA TO TABCTA-MONEDA(WS-CONT-CUENTAS)
           PERFORM 1110-LEER-MAESTRO.
       1120-F-CARGAR-CUENTA-ITEM.EXIT.
      *----------------------------------------------------------------*
       1130-CARGAR-APLICADOS.
      * LOS REGISTROS DE REVERSO (X/Y) MARCAN AL ORIGINAL COMO YA
      * REVERSADO; EL RESTO SON LOS MOVIMIENTOS REVERSABLES
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
           IF APL-ES-REVERSO
               MOVE APL-ID TO WS-ID-BUSCADO
               PERFORM 1150-AGREGAR-REVERSADO
           ELSE
               IF WS-CONT-APLICADOS >= 10000
                   DISPLAY "MOVAPLICADOS EXCEDE LA TABLA DE IDS - "
                       "DEPURAR EL REGISTRO DE IDS APLICADOS"
                   MOVE "S" TO WS-SW-ABEND
                   PERFORM 9000-I-FINAL
               END-IF
               ADD 1 TO WS-CONT-APLICADOS
               MOVE APL-ID TO TABAPL-ID(WS-CONT-APLICADOS)
      * LOS REGISTROS ANTERIORES AL DETALLE QUEDAN CON TIPO EN BLANCO
      * Y SE BUSCAN EN EL JOURNAL
               IF APL-IMPORTE NUMERIC AND APL-TIPO NOT = SPACES
                   MOVE APL-TIPO TO TABAPL-TIPO(WS-CONT-APLICADOS)
                   MOVE APL-CLAVE TO TABAPL-CLAVE(WS-CONT-APLICADOS)
                   MOVE APL-IMPORTE
                       TO TABAPL-IMPORTE(WS-CONT-APLICADOS)
               ELSE
                   MOVE SPACES TO TABAPL-TIPO(WS-CONT-APLICADOS)
                   MOVE SPACES TO TABAPL-CLAVE(WS-CONT-APLICADOS)
                   MOVE ZERO TO TABAPL-IMPORTE(WS-CONT-APLICADOS)
               END-IF
           END-IF
           PERFORM 1131-LEER-APLICADO.
       1132-F-CARGAR-APLICADO-ITEM.EXIT.
      *----------------------------------------------------------------*
       1140-CARGAR-JOURNAL.
      * SOLO LAS LINEAS DE DETALLE CON MOV-ID SIRVEN PARA UBICAR EL
      * ORIGINAL; TITULO, TOTALES Y MOVIMIENTOS SIN ID SE SALTEAN
           OPEN INPUT JOURNALPOSTEO
           EVALUATE TRUE
               WHEN FS-POSTEO-OK
                   PERFORM 1141-LEER-JOURNAL
                   PERFORM 1142-CARGAR-JOURNAL-ITEM
                       UNTIL FS-POSTEO-FIN
                   CLOSE JOURNALPOSTEO
               WHEN FS-POSTEO-CREADO
                   CLOSE JOURNALPOSTEO
               WHEN FS-POSTEO-NOEXISTE
                   CONTINUE
               WHEN OTHER
                   DISPLAY "ERROR APERTURA JOURNALPOSTEO FS: " FS-POSTEO
                   MOVE "S" TO WS-SW-ABEND
                   PERFORM 9000-I-FINAL
           END-EVALUATE.
       1140-F-CARGAR-JOURNAL.EXIT.
      *----------------------------------------------------------------*
       1141-LEER-JOURNAL.
           READ JOURNALPOSTEO INTO LINEA-POSTEO
           EVALUATE TRUE
               WHEN FS-POSTEO-OK
                   ADD 1 TO WS-CONT-LECTURA
               WHEN FS-POSTEO-FIN
                   CONTINUE
               WHEN OTHER
                   DISPLAY "ERROR LECTURA JOURNALPOSTEO FS: " FS-POSTEO
                   MOVE "S" TO WS-SW-ABEND
                   PERFORM 9000-I-FINAL
           END-EVALUATE.
       1141-F-LEER-JOURNAL.EXIT.
      *----------------------------------------------------------------*
       1142-CARGAR-JOURNAL-ITEM.
           IF POS-SEP-CLAVE = "|"
           AND POS-MOV-ID NUMERIC AND POS-MOV-ID NOT = ZEROS
           AND POS-IMPORTE NUMERIC
               IF WS-CONT-JOURNAL >= 5000
                   DISPLAY "JOURNALPOSTEO EXCEDE LA TABLA DE REVERSOS"
                   MOVE "S" TO WS-SW-ABEND
                   PERFORM 9000-I-FINAL
               END-IF
               ADD 1 TO WS-CONT-JOURNAL
               MOVE POS-MOV-ID TO TABJRN-ID(WS-CONT-JOURNAL)
               MOVE POS-TIPO-MOV TO TABJRN-TIPO(WS-CONT-JOURNAL)
               MOVE POS-PAIS TO TABJRN-CLAVE(WS-CONT-JOURNAL)(1:3)
               MOVE POS-SUCURSAL TO TABJRN-CLAVE(WS-CONT-JOURNAL)(4:2)
               MOVE POS-TIPO-CTA TO TABJRN-CLAVE(WS-CONT-JOURNAL)(6:2)
               MOVE POS-CUENTA TO TABJRN-CLAVE(WS-CONT-JOURNAL)(8:3)
               MOVE POS-IMPORTE TO TABJRN-IMPORTE(WS-CONT-JOURNAL)
           END-IF
           PERFORM 1141-LEER-JOURNAL.
       1142-F-CARGAR-JOURNAL-ITEM.EXIT.
      *----------------------------------------------------------------*
       1145-CARGAR-PENDIENTES.
      * UN REVERSO YA INTERCALADO EN MOVCUENTAS Y TODAVIA NO POSTEADO
      * (RECORRIDA DEL MISMO DIA) CUENTA COMO REVERSADO
           OPEN INPUT MOVIMIENTOS
           EVALUATE TRUE
               WHEN FS-MOVIMIENTOS-OK
                   PERFORM 1146-LEER-PENDIENTE
                   PERFORM 1147-CARGAR-PENDIENTE-ITEM
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
       1145-F-CARGAR-PENDIENTES.EXIT.
      *----------------------------------------------------------------*
       1146-LEER-PENDIENTE.
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
       1146-F-LEER-PENDIENTE.EXIT.
      *----------------------------------------------------------------*
       1147-CARGAR-PENDIENTE-ITEM.
           IF (EXI-TIPO = "X" OR EXI-TIPO = "Y")
           AND EXI-ID NUMERIC
               MOVE EXI-ID TO WS-ID-BUSCADO
               PERFORM 1150-AGREGAR-REVERSADO
           END-IF
           PERFORM 1146-LEER-PENDIENTE.
       1147-F-CARGAR-PENDIENTE-ITEM.EXIT.
      *----------------------------------------------------------------*
       1150-AGREGAR-REVERSADO.
           IF WS-CONT-REVERSADOS >= 2000
               DISPLAY "REVERSOS EXCEDE LA TABLA DE REVERSADOS - "
                   "DEPURAR EL REGISTRO DE IDS APLICADOS"
               MOVE "S" TO WS-SW-ABEND
               PERFORM 9000-I-FINAL
           END-IF
           ADD 1 TO WS-CONT-REVERSADOS
           MOVE WS-ID-BUSCADO TO TABREV-ID(WS-CONT-REVERSADOS).
       1150-F-AGREGAR-REVERSADO.EXIT.
      *----------------------------------------------------------------*
       1155-ABRIRSOLICITUDES.
           OPEN INPUT SOLICITUDES
           EVALUATE TRUE
               WHEN FS-SOLICITUDES-OK
                   CONTINUE
               WHEN FS-SOLICITUDES-NOEXISTE
                   DISPLAY "SOLREVERSIONES.dat NO EXISTE - SIN "
                       "REVERSOS SOLICITADOS"
                   MOVE "10" TO FS-SOLICITUDES
               WHEN OTHER
                   DISPLAY "ERROR APERTURA SOLREVERSIONES FS: "
                       FS-SOLICITUDES
                   MOVE "S" TO WS-SW-ABEND
                   PERFORM 9000-I-FINAL
           END-EVALUATE.
       1155-F-ABRIRSOLICITUDES.EXIT.
      *----------------------------------------------------------------*
       1160-ABRIRMOVREVERSOS.
           OPEN OUTPUT MOVREVERSOS.

           IF NOT FS-MOVREVERSOS-OK
               DISPLAY "ERROR APERTURA MOVREVERSOS.tmp FS: "
                   FS-MOVREVERSOS
               MOVE "S" TO WS-SW-ABEND
               PERFORM 9000-I-FINAL
           END-IF.
       1160-F-ABRIRMOVREVERSOS.EXIT.
      *----------------------------------------------------------------*
       1170-ABRIRLISTADO.
           OPEN OUTPUT LISTADO.

           IF NOT FS-LISTADO-OK
               DISPLAY "ERROR APERTURA REVERSIONES FS: " FS-LISTADO
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
           ADD 1 TO WS-CONT-SOLICITUDES
           PERFORM 3000-UBICAR-ORIGINAL
           PERFORM 3100-VALIDAR-SOLICITUD
           IF SOLICITUD-RECHAZADA
               ADD 1 TO WS-CONT-RECHAZADAS
           ELSE
               PERFORM 4000-GENERAR-REVERSO
           END-IF
           PERFORM 6000-REGISTRAR-LISTADO
           PERFORM 5000-LEER-SOLICITUD.
       2000-F-PROCESO.EXIT.
      *----------------------------------------------------------------*
       3000-UBICAR-ORIGINAL.
      * EL DETALLE DEL ORIGINAL SALE DE MOVAPLICADOS; SI EL REGISTRO
      * ES ANTERIOR AL DETALLE SE BUSCA EN EL ULTIMO JOURNAL DE POSTEO
           MOVE "N" TO WS-SW-APLICADO
           MOVE "N" TO WS-SW-DETALLE
           MOVE "N" TO WS-SW-REVERSADO
           MOVE "N" TO WS-SW-CUENTA-ENCONTRADA
           MOVE SPACES TO WS-ORIG-TIPO
           MOVE SPACES TO WS-ORIG-CLAVE
           MOVE ZERO TO WS-ORIG-IMPORTE

           IF SOL-MOV-ID NUMERIC AND SOL-MOV-ID > ZERO
               MOVE SOL-MOV-ID TO WS-ID-BUSCADO
               PERFORM 3010-BUSCAR-APLICADO
               IF APLICADO-ENCONTRADO
                   IF TABAPL-TIPO(WS-IDX-APL) NOT = SPACES
                       MOVE TABAPL-TIPO(WS-IDX-APL) TO WS-ORIG-TIPO
                       MOVE TABAPL-CLAVE(WS-IDX-APL) TO WS-ORIG-CLAVE
                       MOVE TABAPL-IMPORTE(WS-IDX-APL)
                           TO WS-ORIG-IMPORTE
                       MOVE "S" TO WS-SW-DETALLE
                   ELSE
                       PERFORM 3020-BUSCAR-JOURNAL
                       IF JOURNAL-ENCONTRADO
                           MOVE TABJRN-TIPO(WS-IDX-JRN) TO WS-ORIG-TIPO
                           MOVE TABJRN-CLAVE(WS-IDX-JRN)
                               TO WS-ORIG-CLAVE
                           MOVE TABJRN-IMPORTE(WS-IDX-JRN)
                               TO WS-ORIG-IMPORTE
                           MOVE "S" TO WS-SW-DETALLE
                       END-IF
                   END-IF
               END-IF
               PERFORM 3030-BUSCAR-REVERSADO
               IF DETALLE-ENCONTRADO
                   PERFORM 3050-BUSCAR-CUENTA
               END-IF
           END-IF

           PERFORM 3040-BUSCAR-MOTIVO.
       3000-F-UBICAR-ORIGINAL.EXIT.
      *----------------------------------------------------------------*
       3010-BUSCAR-APLICADO.
           MOVE "N" TO WS-SW-APLICADO
           MOVE 1 TO WS-IDX-APL

           PERFORM 3011-BUSCAR-APLICADO-ITEM
           UNTIL WS-IDX-APL > WS-CONT-APLICADOS
           OR APLICADO-ENCONTRADO.
       3010-F-BUSCAR-APLICADO.EXIT.
      *----------------------------------------------------------------*
       3011-BUSCAR-APLICADO-ITEM.
           IF TABAPL-ID(WS-IDX-APL) = WS-ID-BUSCADO
               MOVE "S" TO WS-SW-APLICADO
           ELSE
               ADD 1 TO WS-IDX-APL
           END-IF.
       3011-F-BUSCAR-APLICADO-ITEM.EXIT.
      *----------------------------------------------------------------*
       3020-BUSCAR-JOURNAL.
           MOVE "N" TO WS-SW-JOURNAL
           MOVE 1 TO WS-IDX-JRN

           PERFORM 3021-BUSCAR-JOURNAL-ITEM
           UNTIL WS-IDX-JRN > WS-CONT-JOURNAL
           OR JOURNAL-ENCONTRADO.
       3020-F-BUSCAR-JOURNAL.EXIT.
      *----------------------------------------------------------------*
       3021-BUSCAR-JOURNAL-ITEM.
           IF TABJRN-ID(WS-IDX-JRN) = WS-ID-BUSCADO
           AND TABJRN-TIPO(WS-IDX-JRN) NOT = "X"
           AND TABJRN-TIPO(WS-IDX-JRN) NOT = "Y"
               MOVE "S" TO WS-SW-JOURNAL
           ELSE
               ADD 1 TO WS-IDX-JRN
           END-IF.
       3021-F-BUSCAR-JOURNAL-ITEM.EXIT.
      *----------------------------------------------------------------*
       3030-BUSCAR-REVERSADO.
           MOVE "N" TO WS-SW-REVERSADO
           MOVE 1 TO WS-IDX-REV

           PERFORM 3031-BUSCAR-REVERSADO-ITEM
           UNTIL WS-IDX-REV > WS-CONT-REVERSADOS
           OR YA-REVERSADO.
       3030-F-BUSCAR-REVERSADO.EXIT.
      *----------------------------------------------------------------*
       3031-BUSCAR-REVERSADO-ITEM.
           IF TABREV-ID(WS-IDX-REV) = WS-ID-BUSCADO
               MOVE "S" TO WS-SW-REVERSADO
           ELSE
               ADD 1 TO WS-IDX-REV
           END-IF.
       3031-F-BUSCAR-REVERSADO-ITEM.EXIT.
      *----------------------------------------------------------------*
       3040-BUSCAR-MOTIVO.
           MOVE "N" TO WS-SW-MOTIVO
           MOVE SPACES TO WS-MOTIVO-DESCRIPCION
           MOVE 1 TO WS-IDX-MOTIVO

           PERFORM 3041-BUSCAR-MOTIVO-ITEM
           UNTIL WS-IDX-MOTIVO > 5
           OR MOTIVO-ENCONTRADO.
       3040-F-BUSCAR-MOTIVO.EXIT.
      *----------------------------------------------------------------*
       3041-BUSCAR-MOTIVO-ITEM.
           IF WS-MOTIVO-COD(WS-IDX-MOTIVO) = SOL-MOTIVO
               MOVE "S" TO WS-SW-MOTIVO
               MOVE WS-MOTIVO-DESC(WS-IDX-MOTIVO)
                   TO WS-MOTIVO-DESCRIPCION
           ELSE
               ADD 1 TO WS-IDX-MOTIVO
           END-IF.
       3041-F-BUSCAR-MOTIVO-ITEM.EXIT.
      *----------------------------------------------------------------*
       3050-BUSCAR-CUENTA.
           MOVE "N" TO WS-SW-CUENTA-ENCONTRADA
           MOVE 1 TO WS-IDX-CUENTA

           PERFORM 3051-BUSCAR-CUENTA-ITEM
           UNTIL WS-IDX-CUENTA > WS-CONT-CUENTAS
           OR CUENTA-ENCONTRADA.
       3050-F-BUSCAR-CUENTA.EXIT.
      *----------------------------------------------------------------*
       3051-BUSCAR-CUENTA-ITEM.
           IF TABCTA-CLAVE(WS-IDX-CUENTA) = WS-ORIG-CLAVE
               MOVE "S" TO WS-SW-CUENTA-ENCONTRADA
           ELSE
               ADD 1 TO WS-IDX-CUENTA
           END-IF.
       3051-F-BUSCAR-CUENTA-ITEM.EXIT.
      *----------------------------------------------------------------*
       3100-VALIDAR-SOLICITUD.
      * SOLO SE REVERSAN DEPOSITOS Y RETIROS; APERTURAS, CIERRES,
      * REACTIVACIONES Y CAMBIOS DE LIMITE SE CORRIGEN CON SU PROPIO
      * MOVIMIENTO
           MOVE "N" TO WS-SW-RECHAZADA

           IF SOL-MOV-ID NOT NUMERIC OR SOL-MOV-ID = ZERO
               MOVE "MOV-ID INVALIDO" TO WS-RESULTADO
               MOVE "S" TO WS-SW-RECHAZADA
           ELSE IF NOT MOTIVO-ENCONTRADO
               MOVE "CODIGO DE MOTIVO INVALIDO" TO WS-RESULTADO
               MOVE "S" TO WS-SW-RECHAZADA
           ELSE IF SOL-SOLICITANTE = SPACES
               MOVE "SOLICITANTE NO INFORMADO" TO WS-RESULTADO
               MOVE "S" TO WS-SW-RECHAZADA
           ELSE IF NOT APLICADO-ENCONTRADO
               MOVE "MOV-ID NO FIGURA COMO APLICADO" TO WS-RESULTADO
               MOVE "S" TO WS-SW-RECHAZADA
           ELSE IF YA-REVERSADO
               MOVE "MOVIMIENTO YA REVERSADO O PENDIENTE"
                   TO WS-RESULTADO
               MOVE "S" TO WS-SW-RECHAZADA
           ELSE IF NOT DETALLE-ENCONTRADO
               MOVE "SIN DETALLE DEL MOVIMIENTO ORIGINAL"
                   TO WS-RESULTADO
               MOVE "S" TO WS-SW-RECHAZADA
           ELSE IF WS-ORIG-TIPO NOT = "D" AND WS-ORIG-TIPO NOT = "R"
               MOVE "TIPO DE MOVIMIENTO NO REVERSABLE" TO WS-RESULTADO
               MOVE "S" TO WS-SW-RECHAZADA
           ELSE IF NOT CUENTA-ENCONTRADA
               MOVE "CUENTA DEL ORIGINAL CERRADA" TO WS-RESULTADO
               MOVE "S" TO WS-SW-RECHAZADA
           END-IF.
       3100-F-VALIDAR-SOLICITUD.EXIT.
      *----------------------------------------------------------------*
       4000-GENERAR-REVERSO.
      * EL REVERSO LLEVA EL MOV-ID DEL ORIGINAL: ES LO QUE LO VINCULA
      * EN EL JOURNAL, EL EXTRACTO Y LOS ASIENTOS CONTABLES
           INITIALIZE REG-MOVCUENTA
           IF WS-ORIG-TIPO = "D"
               MOVE "X" TO MOV-TIPO
           ELSE
               MOVE "Y" TO MOV-TIPO
           END-IF
           MOVE WS-ORIG-PAIS TO MOV-PAIS
           MOVE WS-ORIG-SUCURSAL TO MOV-SUCURSAL
           MOVE WS-ORIG-TIPO-CTA TO MOV-TIPO-CTA
           MOVE WS-ORIG-CUENTA TO MOV-CUENTA
           MOVE WS-ORIG-IMPORTE TO MOV-IMPORTE
           MOVE TABCTA-MONEDA(WS-IDX-CUENTA) TO MOV-MONEDA
           MOVE SOL-MOV-ID TO MOV-ID

           IF NOT FS-MOVREVERSOS-OK
               DISPLAY "ERROR ESCRITURA MOVREVERSOS.tmp FS: "
                   FS-MOVREVERSOS
               MOVE "S" TO WS-SW-ABEND
               PERFORM 9000-I-FINAL
           ELSE
               WRITE REG-MOVCUENTA
               ADD 1 TO WS-CONT-GENERADOS
           END-IF

      * UNA SEGUNDA SOLICITUD DEL MISMO ID EN EL ARCHIVO SE RECHAZA
           MOVE SOL-MOV-ID TO WS-ID-BUSCADO
           PERFORM 1150-AGREGAR-REVERSADO
           MOVE "REVERSO GENERADO" TO WS-RESULTADO.
       4000-F-GENERAR-REVERSO.EXIT.
      *----------------------------------------------------------------*
       5000-LEER-SOLICITUD.
           READ SOLICITUDES
           EVALUATE TRUE
               WHEN FS-SOLICITUDES-OK
                   ADD 1 TO WS-CONT-LECTURA
               WHEN FS-SOLICITUDES-FIN
                   CONTINUE
               WHEN OTHER
                   DISPLAY "ERROR LECTURA SOLREVERSIONES FS: "
                       FS-SOLICITUDES
                   MOVE "S" TO WS-SW-ABEND
                   PERFORM 9000-I-FINAL
           END-EVALUATE.
       5000-F-LEER-SOLICITUD.EXIT.
      *----------------------------------------------------------------*
       6000-REGISTRAR-LISTADO.
      * LAS SOLICITUDES CUYO ORIGINAL NO SE PUDO UBICAR NO TIENEN
      * SUCURSAL Y SALEN AGRUPADAS AL PRINCIPIO DEL LISTADO
           IF WS-CONT-TAB-LISTADO >= 500
               DISPLAY "REVERSO FUERA DE LA TABLA DEL LISTADO: "
                   SOL-MOV-ID " " WS-RESULTADO
           ELSE
               ADD 1 TO WS-CONT-TAB-LISTADO
               IF DETALLE-ENCONTRADO
                   MOVE WS-ORIG-CLAVE(1:5)
                       TO TABLIS-SUCURSAL(WS-CONT-TAB-LISTADO)
               ELSE
                   MOVE "*****" TO TABLIS-SUCURSAL(WS-CONT-TAB-LISTADO)
               END-IF
               IF SOL-MOV-ID NUMERIC
                   MOVE SOL-MOV-ID TO TABLIS-MOV-ID(WS-CONT-TAB-LISTADO)
               ELSE
                   MOVE ZERO TO TABLIS-MOV-ID(WS-CONT-TAB-LISTADO)
               END-IF
               MOVE WS-ORIG-CLAVE TO TABLIS-CUENTA(WS-CONT-TAB-LISTADO)
               MOVE WS-ORIG-TIPO TO TABLIS-TIPO(WS-CONT-TAB-LISTADO)
               MOVE WS-ORIG-IMPORTE
                   TO TABLIS-IMPORTE(WS-CONT-TAB-LISTADO)
               IF MOTIVO-ENCONTRADO
                   MOVE WS-MOTIVO-DESCRIPCION
                       TO TABLIS-MOTIVO(WS-CONT-TAB-LISTADO)
               ELSE
                   MOVE SOL-MOTIVO TO TABLIS-MOTIVO(WS-CONT-TAB-LISTADO)
               END-IF
               MOVE SOL-SOLICITANTE
                   TO TABLIS-SOLICITANTE(WS-CONT-TAB-LISTADO)
               MOVE WS-RESULTADO
                   TO TABLIS-RESULTADO(WS-CONT-TAB-LISTADO)
           END-IF.
       6000-F-REGISTRAR-LISTADO.EXIT.
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
      * CADA SUCURSAL RECIBE SU BLOQUE CON LA LINEA DE CONFORMIDAD
      * PARA LA FIRMA DEL GERENTE
           IF WS-CONT-TAB-LISTADO > 1
               MOVE "S" TO WS-SW-INTERCAMBIO
               PERFORM 7100-PASADA-ORDENAR
                   UNTIL NOT HUBO-INTERCAMBIO
           END-IF

           MOVE SPACES TO WS-SUCURSAL-ANTERIOR
           MOVE 1 TO WS-IDX-LIS
           PERFORM 7300-LISTAR-REVERSO
               UNTIL WS-IDX-LIS > WS-CONT-TAB-LISTADO

           IF WS-CONT-TAB-LISTADO > ZERO AND FS-LISTADO-OK
               WRITE REG-LISTADO FROM ESTRUCTURA-LISTADO-FIRMA
           END-IF

           MOVE WS-CONT-GENERADOS TO LIS-TOT-GENERADOS
           MOVE WS-CONT-RECHAZADAS TO LIS-TOT-RECHAZADOS
           IF FS-LISTADO-OK
               WRITE REG-LISTADO FROM ESTRUCTURA-LISTADO-TOTAL
           END-IF.
       7000-F-ESCRIBIR-LISTADO.EXIT.
      *----------------------------------------------------------------*
       7100-PASADA-ORDENAR.
           MOVE "N" TO WS-SW-INTERCAMBIO
           MOVE 1 TO WS-IDX-LIS
           PERFORM 7200-COMPARAR-REVERSOS
               UNTIL WS-IDX-LIS >= WS-CONT-TAB-LISTADO.
       7100-F-PASADA-ORDENAR.EXIT.
      *----------------------------------------------------------------*
       7200-COMPARAR-REVERSOS.
           COMPUTE WS-IDX-LIS-J = WS-IDX-LIS + 1
           IF LISTADO-ITEM(WS-IDX-LIS) > LISTADO-ITEM(WS-IDX-LIS-J)
               MOVE LISTADO-ITEM(WS-IDX-LIS) TO WS-LISTADO-TEMP
               MOVE LISTADO-ITEM(WS-IDX-LIS-J)
                   TO LISTADO-ITEM(WS-IDX-LIS)
               MOVE WS-LISTADO-TEMP TO LISTADO-ITEM(WS-IDX-LIS-J)
               MOVE "S" TO WS-SW-INTERCAMBIO
           END-IF
           ADD 1 TO WS-IDX-LIS.
       7200-F-COMPARAR-REVERSOS.EXIT.
      *----------------------------------------------------------------*
       7300-LISTAR-REVERSO.
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

           MOVE TABLIS-MOV-ID(WS-IDX-LIS) TO LIS-MOV-ID
           MOVE TABLIS-CUENTA(WS-IDX-LIS) TO LIS-CUENTA
           MOVE TABLIS-TIPO(WS-IDX-LIS) TO LIS-TIPO-ORIGINAL
           MOVE TABLIS-IMPORTE(WS-IDX-LIS) TO LIS-IMPORTE
           MOVE TABLIS-MOTIVO(WS-IDX-LIS) TO LIS-MOTIVO
           MOVE TABLIS-SOLICITANTE(WS-IDX-LIS) TO LIS-SOLICITANTE
           MOVE TABLIS-RESULTADO(WS-IDX-LIS) TO LIS-RESULTADO

           IF NOT FS-LISTADO-OK
               DISPLAY "ERROR ESCRITURA REVERSIONES FS: " FS-LISTADO
           ELSE
               WRITE REG-LISTADO FROM ESTRUCTURA-LISTADO-DET
           END-IF

           ADD 1 TO WS-IDX-LIS.
       7300-F-LISTAR-REVERSO.EXIT.
      *----------------------------------------------------------------*
       8000-ESCRIBIR-AUDITORIA.
           MOVE "REVCUENTAS"          TO AUD-PROGRAMA
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
      * PERMANENTES: A IGUAL CLAVE EL REVERSO QUEDA DESPUES DE LOS
      * MOVIMIENTOS YA CARGADOS PARA LA CUENTA
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
                   USING MOVIMIENTOS MOVREVERSOS
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
           CLOSE MOVREVERSOS.
           CLOSE LISTADO.
           CLOSE AUDITORIA.

      * UNA CORRIDA CAIDA NO TOCA MOVCUENTAS.dat
           IF NOT HUBO-ABEND AND WS-CONT-GENERADOS > ZERO
               PERFORM 8500-INTERCALAR-MOVIMIENTOS
           END-IF.
           CALL "SYSTEM" USING "rm -f MOVREVERSOS.tmp".

           DISPLAY "SOLICITUDES DE REVERSO: " WS-CONT-SOLICITUDES
               " RECHAZADAS: " WS-CONT-RECHAZADAS
           DISPLAY "REVERSOS GENERADOS: " WS-CONT-GENERADOS

      * EL RC SE FIJA AL FINAL PORQUE LOS CALL "SYSTEM" LO PISAN
           IF HUBO-ABEND
               MOVE 16 TO RETURN-CODE
           END-IF
           PERFORM 6410-GRABAR-CATALOGO
           STOP RUN.
       9000-F-FINAL.
           EXIT.
      *----------------------------------------------------------------*
