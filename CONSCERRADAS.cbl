      ******************************************************************
      * CONSULTA Y LISTADO DEL ARCHIVO DE CUENTAS CERRADAS
      * LEE EL ARCHIVO PERMANENTE CUENTASCERRADAS.dat QUE ALIMENTA EL
      * POSTEO Y EMITE DOS SECCIONES: POR PAIS/SUCURSAL CON CANTIDAD
      * DE CIERRES POR SUCURSAL, Y POR TITULAR CON SU NOMBRE Y LAS
      * CUENTAS QUE TUVO. SI EXISTE SOLCONSCERRADAS.dat SOLO SE
      * LISTAN LAS CUENTAS QUE CUMPLEN ALGUNO DE SUS CRITERIOS:
      * S=PAIS Y SUCURSAL (SUCURSAL 00 = TODO EL PAIS), T=TITULAR;
      * SIN ESE ARCHIVO SE LISTA EL ARCHIVO COMPLETO. LA GENERACION
      * CERRADAS-<FECHA>.dat QUEDA CATALOGADA
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONSCERRADAS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CERRADAS ASSIGN TO "CUENTASCERRADAS.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-CERRADAS.

           SELECT ORDENADO ASSIGN TO "CERRADAS-ED.tmp"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-ORDENADO.

           SELECT ORDENAMIENTO ASSIGN TO "CONSCER-SORT.tmp".

           SELECT OPTIONAL SOLICITUDES ASSIGN TO "SOLCONSCERRADAS.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-SOLICITUDES.

           SELECT OPTIONAL TITULARES ASSIGN TO "TITULARES.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-TITULARES.

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
       FD  CERRADAS.
           01 REG-CERRADA-HIST PIC X(62).

       FD  ORDENADO.
           COPY CERRREG.

       SD  ORDENAMIENTO.
           01 REG-ORDENAMIENTO.
               05 SRT-PAIS                 PIC X(03).
               05 SRT-SUCURSAL             PIC 9(02).
               05 SRT-TIPO-CTA             PIC X(02).
               05 SRT-CUENTA               PIC 9(03).
               05 SRT-SALDO-FINAL          PIC S9(07).
               05 SRT-MONEDA               PIC X(03).
               05 SRT-TASA-INTERES         PIC 9(02)V9(03).
               05 SRT-TITULAR              PIC 9(05).
               05 SRT-FECHA-CIERRE         PIC X(08).
               05 SRT-MOV-ID               PIC 9(09).
               05 SRT-FECHA-ULT-MOV        PIC X(08).
               05 SRT-LIMITE-SOBREGIRO     PIC 9(07).

       FD  SOLICITUDES.
           01 REG-SOLICITUD.
               05 SOLC-TIPO                PIC X(01).
                   88 SOLC-POR-SUCURSAL    VALUE "S".
                   88 SOLC-POR-TITULAR     VALUE "T".
               05 SOLC-PAIS                PIC X(03).
               05 SOLC-SUCURSAL            PIC 9(02).
               05 SOLC-TITULAR             PIC 9(05).

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
           05 FILLER                       PIC X(20)
              VALUE "CUENTAS CERRADAS AL ".
           05 TIT-LIS-FECHA                PIC X(08).
           05 FILLER                       PIC X(13)
              VALUE "  SELECCION: ".
           05 TIT-LIS-SELECCION            PIC X(30).

       01  ESTRUCTURA-SECCION.
           05 SEC-DESCRIPCION              PIC X(40).

       01  ESTRUCTURA-ENCABEZADO.
           05 FILLER                       PIC X(35) VALUE
              "PAIS|SU|TC|CTA|TITUL|MON|TASA  |SAL".
           05 FILLER                       PIC X(34) VALUE
              "DO FIN|F.CIERRE|ULT.MOV |MOV-ID".

       01  ESTRUCTURA-DET.
           05 DET-PAIS                     PIC X(03).
           05 FILLER                       PIC X(2) VALUE " |".
           05 DET-SUCURSAL                 PIC 9(02).
           05 FILLER                       PIC X(1) VALUE "|".
           05 DET-TIPO-CTA                 PIC X(02).
           05 FILLER                       PIC X(1) VALUE "|".
           05 DET-CUENTA                   PIC 9(03).
           05 FILLER                       PIC X(1) VALUE "|".
           05 DET-TITULAR                  PIC 9(05).
           05 FILLER                       PIC X(1) VALUE "|".
           05 DET-MONEDA                   PIC X(03).
           05 FILLER                       PIC X(1) VALUE "|".
           05 DET-TASA                     PIC Z9.999.
           05 FILLER                       PIC X(1) VALUE "|".
           05 DET-SALDO-FINAL              PIC -ZZZZZZ9.
           05 FILLER                       PIC X(2) VALUE " |".
           05 DET-FECHA-CIERRE             PIC X(08).
           05 FILLER                       PIC X(1) VALUE "|".
           05 DET-FECHA-ULT-MOV            PIC X(08).
           05 FILLER                       PIC X(1) VALUE "|".
           05 DET-MOV-ID                   PIC 9(09).

       01  ESTRUCTURA-CORTE-SUCURSAL.
           05 FILLER                       PIC X(11)
              VALUE "  SUCURSAL ".
           05 CSU-PAIS                     PIC X(03).
           05 FILLER                       PIC X(1) VALUE "-".
           05 CSU-SUCURSAL                 PIC 9(02).
           05 FILLER                       PIC X(21)
              VALUE " CUENTAS CERRADAS: ".
           05 CSU-CANTIDAD                 PIC ZZZZ9.

       01  ESTRUCTURA-CABECERA-TITULAR.
           05 FILLER                       PIC X(08) VALUE "TITULAR ".
           05 CTI-TITULAR                  PIC 9(05).
           05 FILLER                       PIC X(1) VALUE SPACES.
           05 CTI-NOMBRE                   PIC X(40).

       01  ESTRUCTURA-CORTE-TITULAR.
           05 FILLER                       PIC X(19)
              VALUE "  CUENTAS CERRADAS:".
           05 CTT-CANTIDAD                 PIC ZZZZ9.

       01  ESTRUCTURA-TOTAL.
           05 FILLER                       PIC X(30)
              VALUE "TOTAL CUENTAS LISTADAS: ".
           05 TOT-CANTIDAD                 PIC ZZZZZZ9.

       01  TABLA-SELECCION.
           05 SELECCION-ITEM OCCURS 200 TIMES.
               10 TABSEL-TIPO              PIC X(01).
               10 TABSEL-PAIS              PIC X(03).
               10 TABSEL-SUCURSAL          PIC 9(02).
               10 TABSEL-TITULAR           PIC 9(05).

       01  TABLA-TITULARES.
           05 TITULAR-ITEM OCCURS 2000 TIMES.
               10 TABTIT-ID                PIC 9(05).
               10 TABTIT-NOMBRE            PIC X(40).

       01  WS-CLAVE-SUCURSAL-REC.
           05 WS-CLAVE-SUC-PAIS            PIC X(03).
           05 WS-CLAVE-SUC-SUCURSAL        PIC 9(02).
       01  WS-CLAVE-SUCURSAL REDEFINES WS-CLAVE-SUCURSAL-REC
                                           PIC X(05).
       01  WS-CLAVE-ANT-SUCURSAL           PIC X(05).
       01  WS-TITULAR-ANT                  PIC X(05).

       01  VARIABLES.
           05 FS-CERRADAS              PIC XX.
               88 FS-CERRADAS-OK         VALUE "00".
               88 FS-CERRADAS-CREADO     VALUE "05".
               88 FS-CERRADAS-NOEXISTE   VALUE "35".

           05 FS-ORDENADO              PIC XX.
               88 FS-ORDENADO-OK       VALUE "00".
               88 FS-ORDENADO-FIN      VALUE "10".

           05 FS-SOLICITUDES           PIC XX.
               88 FS-SOLICITUDES-OK       VALUE "00".
               88 FS-SOLICITUDES-FIN      VALUE "10".
               88 FS-SOLICITUDES-CREADO   VALUE "05".
               88 FS-SOLICITUDES-NOEXISTE VALUE "35".

           05 FS-TITULARES             PIC XX.
               88 FS-TITULARES-OK        VALUE "00".
               88 FS-TITULARES-FIN       VALUE "10".
               88 FS-TITULARES-CREADO    VALUE "05".
               88 FS-TITULARES-NOEXISTE  VALUE "35".

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
       77  WS-CONT-RECHAZOS                PIC 9(9) VALUE ZERO.
       77  WS-CONT-SELECCION               PIC 9(3) VALUE ZERO.
       77  WS-IDX-SEL                      PIC 9(3) VALUE ZERO.
       77  WS-CONT-TITULARES               PIC 9(4) VALUE ZERO.
       77  WS-IDX-TITULAR                  PIC 9(4) VALUE ZERO.
       77  WS-CONT-GRUPO                   PIC 9(5) VALUE ZERO.
       77  WS-CONT-LISTADAS                PIC 9(7) VALUE ZERO.
       77  WS-NOMBRE-TITULAR               PIC X(40) VALUE SPACES.
       77  WS-SW-SELECCIONADA              PIC X VALUE "N".
           88 CUENTA-SELECCIONADA          VALUE "S".
       77  WS-SW-TITULAR-ENCONTRADO        PIC X VALUE "N".
           88 TITULAR-ENCONTRADO           VALUE "S".
       77  WS-SW-ARCHIVO-VACIO             PIC X VALUE "N".
           88 ARCHIVO-VACIO                VALUE "S".
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
           PERFORM 2000-I-SECCION-SUCURSAL.
           PERFORM 3000-I-SECCION-TITULAR.
           PERFORM 9000-I-FINAL.
               STOP RUN.
      *----------------------------------------------------------------*
       1000-I-INICIO.
           INITIALIZE VARIABLES
           PERFORM 1050-LEERPARAMETROS.
           PERFORM 1100-CARGAR-SELECCION.
           PERFORM 1200-CARGAR-TITULARES.
           PERFORM 1300-VERIFICAR-ARCHIVO.
           PERFORM 1150-ABRIRLISTADO.
           PERFORM 1180-ABRIRAUDITORIA.
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
           STRING "CERRADAS-" DELIMITED BY SIZE
               WS-FECHA-PROCESO DELIMITED BY SPACE
               ".dat" DELIMITED BY SIZE
               INTO WS-ARCH-LISTADO.
       1050-F-LEERPARAMETROS.EXIT.
      *----------------------------------------------------------------*
       1100-CARGAR-SELECCION.
      * LOS CRITERIOS DE TIPO DESCONOCIDO SE INFORMAN Y SE DESCARTAN
           OPEN INPUT SOLICITUDES
           EVALUATE TRUE
               WHEN FS-SOLICITUDES-OK
                   PERFORM 1110-LEER-SOLICITUD
                   PERFORM 1120-CARGAR-SOLICITUD-ITEM
                       UNTIL FS-SOLICITUDES-FIN
                   CLOSE SOLICITUDES
               WHEN FS-SOLICITUDES-CREADO
                   CLOSE SOLICITUDES
               WHEN FS-SOLICITUDES-NOEXISTE
                   CONTINUE
               WHEN OTHER
                   DISPLAY "ERROR APERTURA SOLCONSCERRADAS FS: "
                       FS-SOLICITUDES
                   MOVE "S" TO WS-SW-ABEND
                   PERFORM 9000-I-FINAL
           END-EVALUATE.
       1100-F-CARGAR-SELECCION.EXIT.
      *----------------------------------------------------------------*
       1110-LEER-SOLICITUD.
           READ SOLICITUDES
           EVALUATE TRUE
               WHEN FS-SOLICITUDES-OK
                   ADD 1 TO WS-CONT-LECTURA
               WHEN FS-SOLICITUDES-FIN
                   CONTINUE
               WHEN OTHER
                   DISPLAY "ERROR LECTURA SOLCONSCERRADAS FS: "
                       FS-SOLICITUDES
                   MOVE "S" TO WS-SW-ABEND
                   PERFORM 9000-I-FINAL
           END-EVALUATE.
       1110-F-LEER-SOLICITUD.EXIT.
      *----------------------------------------------------------------*
       1120-CARGAR-SOLICITUD-ITEM.
           IF (SOLC-POR-SUCURSAL AND SOLC-PAIS NOT = SPACES
               AND SOLC-SUCURSAL NUMERIC)
           OR (SOLC-POR-TITULAR AND SOLC-TITULAR NUMERIC)
               IF WS-CONT-SELECCION >= 200
                   DISPLAY "SOLCONSCERRADAS EXCEDE LA TABLA DE "
                       "CRITERIOS"
                   MOVE "S" TO WS-SW-ABEND
                   PERFORM 9000-I-FINAL
               END-IF
               ADD 1 TO WS-CONT-SELECCION
               MOVE SOLC-TIPO TO TABSEL-TIPO(WS-CONT-SELECCION)
               MOVE SOLC-PAIS TO TABSEL-PAIS(WS-CONT-SELECCION)
               IF SOLC-POR-SUCURSAL
                   MOVE SOLC-SUCURSAL
                       TO TABSEL-SUCURSAL(WS-CONT-SELECCION)
                   MOVE ZERO TO TABSEL-TITULAR(WS-CONT-SELECCION)
               ELSE
                   MOVE ZERO TO TABSEL-SUCURSAL(WS-CONT-SELECCION)
                   MOVE SOLC-TITULAR
                       TO TABSEL-TITULAR(WS-CONT-SELECCION)
               END-IF
           ELSE
               DISPLAY "CRITERIO DE CONSULTA INVALIDO: " REG-SOLICITUD
               ADD 1 TO WS-CONT-RECHAZOS
           END-IF
           PERFORM 1110-LEER-SOLICITUD.
       1120-F-CARGAR-SOLICITUD-ITEM.EXIT.
      *----------------------------------------------------------------*
       1150-ABRIRLISTADO.
           OPEN OUTPUT LISTADO.

           IF NOT FS-LISTADO-OK
               DISPLAY "ERROR APERTURA CERRADAS FS: " FS-LISTADO
               MOVE "S" TO WS-SW-ABEND
               PERFORM 9000-I-FINAL
           END-IF

           MOVE WS-FECHA-PROCESO TO TIT-LIS-FECHA
           IF WS-CONT-SELECCION = ZERO
               MOVE "ARCHIVO COMPLETO" TO TIT-LIS-SELECCION
           ELSE
               MOVE "SEGUN SOLCONSCERRADAS" TO TIT-LIS-SELECCION
           END-IF
           WRITE REG-LISTADO FROM ESTRUCTURA-TITULO
           ADD 1 TO WS-CONT-ESCRITURA.
       1150-F-ABRIRLISTADO.EXIT.
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
       1200-CARGAR-TITULARES.
      * EL NOMBRE DEL TITULAR ES SOLO INFORMATIVO: SIN MAESTRO DE
      * TITULARES LA SECCION SE LISTA IGUAL, SIN NOMBRES
           OPEN INPUT TITULARES
           EVALUATE TRUE
               WHEN FS-TITULARES-OK
                   PERFORM 1210-LEER-TITULAR
                   PERFORM 1220-CARGAR-TITULAR-ITEM
                       UNTIL FS-TITULARES-FIN
                   CLOSE TITULARES
               WHEN FS-TITULARES-CREADO
                   CLOSE TITULARES
               WHEN FS-TITULARES-NOEXISTE
                   CONTINUE
               WHEN OTHER
                   DISPLAY "ERROR APERTURA TITULARES FS: " FS-TITULARES
                   MOVE "S" TO WS-SW-ABEND
                   PERFORM 9000-I-FINAL
           END-EVALUATE.
       1200-F-CARGAR-TITULARES.EXIT.
      *----------------------------------------------------------------*
       1210-LEER-TITULAR.
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
       1210-F-LEER-TITULAR.EXIT.
      *----------------------------------------------------------------*
       1220-CARGAR-TITULAR-ITEM.
           IF WS-CONT-TITULARES >= 2000
               DISPLAY "TITULARES EXCEDE LA TABLA DE LA CONSULTA"
               MOVE "S" TO WS-SW-ABEND
               PERFORM 9000-I-FINAL
           END-IF
           ADD 1 TO WS-CONT-TITULARES
           MOVE TIT-ID TO TABTIT-ID(WS-CONT-TITULARES)
           MOVE TIT-NOMBRE TO TABTIT-NOMBRE(WS-CONT-TITULARES)
           PERFORM 1210-LEER-TITULAR.
       1220-F-CARGAR-TITULAR-ITEM.EXIT.
      *----------------------------------------------------------------*
       1300-VERIFICAR-ARCHIVO.
      * SIN CIERRES TODAVIA NO HAY NADA QUE ORDENAR: EL LISTADO SALE
      * CON LOS TITULOS Y EL TOTAL EN CERO
           OPEN INPUT CERRADAS
           EVALUATE TRUE
               WHEN FS-CERRADAS-OK
                   CLOSE CERRADAS
               WHEN FS-CERRADAS-CREADO
                   MOVE "S" TO WS-SW-ARCHIVO-VACIO
                   CLOSE CERRADAS
               WHEN FS-CERRADAS-NOEXISTE
                   MOVE "S" TO WS-SW-ARCHIVO-VACIO
               WHEN OTHER
                   DISPLAY "ERROR APERTURA CUENTASCERRADAS FS: "
                       FS-CERRADAS
                   MOVE "S" TO WS-SW-ABEND
                   PERFORM 9000-I-FINAL
           END-EVALUATE.
       1300-F-VERIFICAR-ARCHIVO.EXIT.
      *----------------------------------------------------------------*
       2000-I-SECCION-SUCURSAL.
           MOVE "CIERRES POR PAIS / SUCURSAL" TO SEC-DESCRIPCION
           PERFORM 7000-ESCRIBIR-SECCION
           MOVE LOW-VALUES TO WS-CLAVE-ANT-SUCURSAL
           MOVE ZERO TO WS-CONT-GRUPO

           IF NOT ARCHIVO-VACIO
               SORT ORDENAMIENTO
                   ON ASCENDING KEY SRT-PAIS SRT-SUCURSAL
                       SRT-TIPO-CTA SRT-CUENTA SRT-FECHA-CIERRE
                   USING CERRADAS
                   GIVING ORDENADO
               PERFORM 5100-ABRIRORDENADO
               PERFORM 2100-PROCESAR-SUCURSAL UNTIL FS-ORDENADO-FIN
               CLOSE ORDENADO
           END-IF

           IF WS-CLAVE-ANT-SUCURSAL NOT = LOW-VALUES
               PERFORM 7200-ESCRIBIR-CORTE-SUCURSAL
           END-IF

           MOVE WS-CONT-LISTADAS TO TOT-CANTIDAD
           PERFORM 7500-ESCRIBIR-TOTAL.
       2000-F-SECCION-SUCURSAL.EXIT.
      *----------------------------------------------------------------*
       2100-PROCESAR-SUCURSAL.
           PERFORM 4000-VERIFICAR-SELECCION
           IF CUENTA-SELECCIONADA
               MOVE CER-PAIS TO WS-CLAVE-SUC-PAIS
               MOVE CER-SUCURSAL TO WS-CLAVE-SUC-SUCURSAL
               IF WS-CLAVE-SUCURSAL NOT = WS-CLAVE-ANT-SUCURSAL
                   IF WS-CLAVE-ANT-SUCURSAL NOT = LOW-VALUES
                       PERFORM 7200-ESCRIBIR-CORTE-SUCURSAL
                   END-IF
                   MOVE WS-CLAVE-SUCURSAL TO WS-CLAVE-ANT-SUCURSAL
                   MOVE ZERO TO WS-CONT-GRUPO
               END-IF
               PERFORM 7100-ESCRIBIR-DETALLE
               ADD 1 TO WS-CONT-GRUPO
               ADD 1 TO WS-CONT-LISTADAS
           END-IF
           PERFORM 5000-LEERORDENADO.
       2100-F-PROCESAR-SUCURSAL.EXIT.
      *----------------------------------------------------------------*
       3000-I-SECCION-TITULAR.
           MOVE "CIERRES POR TITULAR" TO SEC-DESCRIPCION
           PERFORM 7000-ESCRIBIR-SECCION
           MOVE LOW-VALUES TO WS-TITULAR-ANT
           MOVE ZERO TO WS-CONT-GRUPO

           IF NOT ARCHIVO-VACIO
               SORT ORDENAMIENTO
                   ON ASCENDING KEY SRT-TITULAR SRT-PAIS
                       SRT-SUCURSAL SRT-TIPO-CTA SRT-CUENTA
                       SRT-FECHA-CIERRE
                   USING CERRADAS
                   GIVING ORDENADO
               PERFORM 5100-ABRIRORDENADO
               PERFORM 3100-PROCESAR-TITULAR UNTIL FS-ORDENADO-FIN
               CLOSE ORDENADO
           END-IF

           IF WS-TITULAR-ANT NOT = LOW-VALUES
               PERFORM 7400-ESCRIBIR-CORTE-TITULAR
           END-IF.
       3000-F-SECCION-TITULAR.EXIT.
      *----------------------------------------------------------------*
       3100-PROCESAR-TITULAR.
           PERFORM 4000-VERIFICAR-SELECCION
           IF CUENTA-SELECCIONADA
               IF CER-TITULAR NOT = WS-TITULAR-ANT
                   IF WS-TITULAR-ANT NOT = LOW-VALUES
                       PERFORM 7400-ESCRIBIR-CORTE-TITULAR
                   END-IF
                   MOVE CER-TITULAR TO WS-TITULAR-ANT
                   MOVE ZERO TO WS-CONT-GRUPO
                   PERFORM 7300-ESCRIBIR-CABECERA-TITULAR
               END-IF
               PERFORM 7100-ESCRIBIR-DETALLE
               ADD 1 TO WS-CONT-GRUPO
           END-IF
           PERFORM 5000-LEERORDENADO.
       3100-F-PROCESAR-TITULAR.EXIT.
      *----------------------------------------------------------------*
       4000-VERIFICAR-SELECCION.
      * SIN CRITERIOS SE TOMA TODO EL ARCHIVO; CON CRITERIOS ALCANZA
      * CON QUE LA CUENTA CUMPLA UNO
           IF WS-CONT-SELECCION = ZERO
               MOVE "S" TO WS-SW-SELECCIONADA
           ELSE
               MOVE "N" TO WS-SW-SELECCIONADA
               MOVE 1 TO WS-IDX-SEL
               PERFORM 4010-VERIFICAR-SELECCION-ITEM
               UNTIL WS-IDX-SEL > WS-CONT-SELECCION
               OR CUENTA-SELECCIONADA
           END-IF.
       4000-F-VERIFICAR-SELECCION.EXIT.
      *----------------------------------------------------------------*
       4010-VERIFICAR-SELECCION-ITEM.
           IF TABSEL-TIPO(WS-IDX-SEL) = "S"
               IF TABSEL-PAIS(WS-IDX-SEL) = CER-PAIS
               AND (TABSEL-SUCURSAL(WS-IDX-SEL) = ZERO
                    OR TABSEL-SUCURSAL(WS-IDX-SEL) = CER-SUCURSAL)
                   MOVE "S" TO WS-SW-SELECCIONADA
               END-IF
           ELSE
               IF TABSEL-TITULAR(WS-IDX-SEL) = CER-TITULAR
                   MOVE "S" TO WS-SW-SELECCIONADA
               END-IF
           END-IF
           ADD 1 TO WS-IDX-SEL.
       4010-F-VERIFICAR-SELECCION-ITEM.EXIT.
      *----------------------------------------------------------------*
       4100-BUSCAR-NOMBRE-TITULAR.
           MOVE "N" TO WS-SW-TITULAR-ENCONTRADO
           MOVE SPACES TO WS-NOMBRE-TITULAR
           MOVE 1 TO WS-IDX-TITULAR
           PERFORM 4110-BUSCAR-TITULAR-ITEM
           UNTIL WS-IDX-TITULAR > WS-CONT-TITULARES
           OR TITULAR-ENCONTRADO

           IF CER-TITULAR NOT NUMERIC OR CER-TITULAR = ZERO
               MOVE "SIN TITULAR CARGADO" TO WS-NOMBRE-TITULAR
           ELSE IF NOT TITULAR-ENCONTRADO
               MOVE "TITULAR INEXISTENTE EN MAESTRO"
                   TO WS-NOMBRE-TITULAR
           END-IF.
       4100-F-BUSCAR-NOMBRE-TITULAR.EXIT.
      *----------------------------------------------------------------*
       4110-BUSCAR-TITULAR-ITEM.
           IF TABTIT-ID(WS-IDX-TITULAR) = CER-TITULAR
               MOVE "S" TO WS-SW-TITULAR-ENCONTRADO
               MOVE TABTIT-NOMBRE(WS-IDX-TITULAR) TO WS-NOMBRE-TITULAR
           ELSE
               ADD 1 TO WS-IDX-TITULAR
           END-IF.
       4110-F-BUSCAR-TITULAR-ITEM.EXIT.
      *----------------------------------------------------------------*
       5000-LEERORDENADO.
           READ ORDENADO
           EVALUATE TRUE
               WHEN FS-ORDENADO-OK
                   ADD 1 TO WS-CONT-LECTURA
               WHEN FS-ORDENADO-FIN
                   CONTINUE
               WHEN OTHER
                   DISPLAY "ERROR LECTURA ORDENADO FS: " FS-ORDENADO
                   MOVE "S" TO WS-SW-ABEND
                   PERFORM 9000-I-FINAL
           END-EVALUATE.
       5000-F-LEERORDENADO.EXIT.
      *----------------------------------------------------------------*
       5100-ABRIRORDENADO.
           OPEN INPUT ORDENADO
           IF NOT FS-ORDENADO-OK
               DISPLAY "ERROR APERTURA ORDENADO FS: " FS-ORDENADO
               MOVE "S" TO WS-SW-ABEND
               PERFORM 9000-I-FINAL
           END-IF

           PERFORM 5000-LEERORDENADO.
       5100-F-ABRIRORDENADO.EXIT.
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
       7000-ESCRIBIR-SECCION.
           IF FS-LISTADO-OK
               MOVE SPACES TO REG-LISTADO
               WRITE REG-LISTADO
               WRITE REG-LISTADO FROM ESTRUCTURA-SECCION
               WRITE REG-LISTADO FROM ESTRUCTURA-ENCABEZADO
               ADD 3 TO WS-CONT-ESCRITURA
           END-IF.
       7000-F-ESCRIBIR-SECCION.EXIT.
      *----------------------------------------------------------------*
       7100-ESCRIBIR-DETALLE.
           MOVE CER-PAIS TO DET-PAIS
           MOVE CER-SUCURSAL TO DET-SUCURSAL
           MOVE CER-TIPO-CTA TO DET-TIPO-CTA
           MOVE CER-CUENTA TO DET-CUENTA
           MOVE CER-TITULAR TO DET-TITULAR
           MOVE CER-MONEDA TO DET-MONEDA
           MOVE CER-TASA-INTERES TO DET-TASA
           MOVE CER-SALDO-FINAL TO DET-SALDO-FINAL
           MOVE CER-FECHA-CIERRE TO DET-FECHA-CIERRE
           MOVE CER-FECHA-ULT-MOV TO DET-FECHA-ULT-MOV
           MOVE CER-MOV-ID TO DET-MOV-ID

           IF NOT FS-LISTADO-OK
               DISPLAY "ERROR ESCRITURA CERRADAS FS: " FS-LISTADO
           ELSE
               WRITE REG-LISTADO FROM ESTRUCTURA-DET
               ADD 1 TO WS-CONT-ESCRITURA
           END-IF.
       7100-F-ESCRIBIR-DETALLE.EXIT.
      *----------------------------------------------------------------*
       7200-ESCRIBIR-CORTE-SUCURSAL.
           MOVE WS-CLAVE-ANT-SUCURSAL(1:3) TO CSU-PAIS
           MOVE WS-CLAVE-ANT-SUCURSAL(4:2) TO CSU-SUCURSAL
           MOVE WS-CONT-GRUPO TO CSU-CANTIDAD
           IF FS-LISTADO-OK
               WRITE REG-LISTADO FROM ESTRUCTURA-CORTE-SUCURSAL
               ADD 1 TO WS-CONT-ESCRITURA
           END-IF.
       7200-F-ESCRIBIR-CORTE-SUCURSAL.EXIT.
      *----------------------------------------------------------------*
       7300-ESCRIBIR-CABECERA-TITULAR.
           PERFORM 4100-BUSCAR-NOMBRE-TITULAR
           MOVE CER-TITULAR TO CTI-TITULAR
           MOVE WS-NOMBRE-TITULAR TO CTI-NOMBRE
           IF FS-LISTADO-OK
               WRITE REG-LISTADO FROM ESTRUCTURA-CABECERA-TITULAR
               ADD 1 TO WS-CONT-ESCRITURA
           END-IF.
       7300-F-ESCRIBIR-CABECERA-TITULAR.EXIT.
      *----------------------------------------------------------------*
       7400-ESCRIBIR-CORTE-TITULAR.
           MOVE WS-CONT-GRUPO TO CTT-CANTIDAD
           IF FS-LISTADO-OK
               WRITE REG-LISTADO FROM ESTRUCTURA-CORTE-TITULAR
               ADD 1 TO WS-CONT-ESCRITURA
           END-IF.
       7400-F-ESCRIBIR-CORTE-TITULAR.EXIT.
      *----------------------------------------------------------------*
       7500-ESCRIBIR-TOTAL.
           IF FS-LISTADO-OK
               WRITE REG-LISTADO FROM ESTRUCTURA-TOTAL
               ADD 1 TO WS-CONT-ESCRITURA
           END-IF.
       7500-F-ESCRIBIR-TOTAL.EXIT.
      *----------------------------------------------------------------*
       8000-ESCRIBIR-AUDITORIA.
           MOVE "CONSCERRADAS"        TO AUD-PROGRAMA
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
           PERFORM 8000-ESCRIBIR-AUDITORIA.
           CLOSE LISTADO.
           CLOSE AUDITORIA.
           CALL "SYSTEM" USING "rm -f CERRADAS-ED.tmp"

           IF NOT HUBO-ABEND
               PERFORM 6400-CATALOGAR-GENERACION
           END-IF.

           DISPLAY "CUENTAS CERRADAS LISTADAS: " WS-CONT-LISTADAS
           DISPLAY "CRITERIOS DE CONSULTA: " WS-CONT-SELECCION
               " INVALIDOS: " WS-CONT-RECHAZOS
           IF HUBO-ABEND
               MOVE 16 TO RETURN-CODE
           END-IF
           PERFORM 6410-GRABAR-CATALOGO
           STOP RUN.
       9000-F-FINAL.
           EXIT.
      *----------------------------------------------------------------*
