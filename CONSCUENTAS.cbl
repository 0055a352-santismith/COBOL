      ******************************************************************
      * CONSULTA DE CUENTAS POR CLAVE Y POR TITULAR
      * ATIENDE LAS CONSULTAS DE SOLCONSCUENTAS.dat CONTRA EL MAESTRO
      * INDEXADO CUENTASIDX.dat: TIPO C = CUENTA (PAIS/SUCURSAL/TIPO/
      * CUENTA) POR CLAVE PRIMARIA, TIPO T = TODAS LAS CUENTAS DE UN
      * TITULAR POR LA CLAVE ALTERNATIVA. PARA CADA CUENTA MUESTRA
      * SALDO, ESTADO, LIMITE DE SOBREGIRO, FECHA DE ULTIMO MOVIMIENTO
      * Y NOMBRE DEL TITULAR. LA RESPUESTA CONSCUENTAS-<FECHA>.dat
      * QUEDA CATALOGADA
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONSCUENTAS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SOLICITUDES ASSIGN TO "SOLCONSCUENTAS.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-SOLICITUDES.

           SELECT MAESTRO ASSIGN TO "CUENTASIDX.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS IDXC-CLAVE
           ALTERNATE RECORD KEY IS IDXC-TITULAR WITH DUPLICATES
           FILE STATUS FS-MAESTRO.

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
       FD  SOLICITUDES.
           01 REG-SOLICITUD.
               05 SOLQ-TIPO                PIC X(01).
                   88 SOLQ-POR-CUENTA      VALUE "C".
                   88 SOLQ-POR-TITULAR     VALUE "T".
               05 SOLQ-DATOS               PIC X(10).
               05 SOLQ-CLAVE-CTA REDEFINES SOLQ-DATOS.
                   10 SOLQ-PAIS            PIC X(03).
                   10 SOLQ-SUCURSAL        PIC 9(02).
                   10 SOLQ-TIPO-CTA        PIC X(02).
                   10 SOLQ-CUENTA          PIC 9(03).
               05 SOLQ-CLAVE-TIT REDEFINES SOLQ-DATOS.
                   10 SOLQ-TITULAR         PIC 9(05).
                   10 FILLER               PIC X(05).

       FD  MAESTRO.
           COPY CTAIDXREG.

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
           05 FILLER                       PIC X(24)
              VALUE "CONSULTA DE CUENTAS AL ".
           05 TIT-LIS-FECHA                PIC X(08).

       01  ESTRUCTURA-CONSULTA.
           05 FILLER                       PIC X(11)
              VALUE "CONSULTA: ".
           05 CON-TIPO                     PIC X(01).
           05 FILLER                       PIC X(1) VALUE SPACES.
           05 CON-DATOS                    PIC X(10).

       01  ESTRUCTURA-ENCABEZADO.
           05 FILLER                       PIC X(42) VALUE
              "  PAIS|SU|TC|CTA|TITUL|NOMBRE TITULAR     ".
           05 FILLER                       PIC X(42) VALUE
              "           |E|    SALDO|  LIMITE|ULT.MOV".

       01  ESTRUCTURA-DET.
           05 FILLER                       PIC X(2) VALUE SPACES.
           05 DET-PAIS                     PIC X(03).
           05 FILLER                       PIC X(2) VALUE " |".
           05 DET-SUCURSAL                 PIC 9(02).
           05 FILLER                       PIC X(1) VALUE "|".
           05 DET-TIPO-CTA                 PIC X(02).
           05 FILLER                       PIC X(1) VALUE "|".
           05 DET-CUENTA                   PIC 9(03).
           05 FILLER                       PIC X(1) VALUE "|".
           05 DET-TITULAR                  PIC X(05).
           05 FILLER                       PIC X(1) VALUE "|".
           05 DET-NOMBRE                   PIC X(30).
           05 FILLER                       PIC X(1) VALUE "|".
           05 DET-ESTADO                   PIC X(01).
           05 FILLER                       PIC X(1) VALUE "|".
           05 DET-SALDO                    PIC -ZZZZZZ9.
           05 FILLER                       PIC X(1) VALUE "|".
           05 DET-LIMITE                   PIC ZZZZZZ9.
           05 FILLER                       PIC X(1) VALUE " ".
           05 FILLER                       PIC X(1) VALUE "|".
           05 DET-FECHA-ULT-MOV            PIC X(08).

       01  ESTRUCTURA-SIN-RESULTADO.
           05 FILLER                       PIC X(2) VALUE SPACES.
           05 SRE-MOTIVO                   PIC X(40).

       01  TABLA-TITULARES.
           05 TITULAR-ITEM OCCURS 2000 TIMES.
               10 TABTIT-ID                PIC 9(05).
               10 TABTIT-NOMBRE            PIC X(40).

       01  VARIABLES.
           05 FS-SOLICITUDES           PIC XX.
               88 FS-SOLICITUDES-OK       VALUE "00".
               88 FS-SOLICITUDES-FIN      VALUE "10".

           05 FS-MAESTRO               PIC XX.
               88 FS-MAESTRO-OK        VALUE "00".
               88 FS-MAESTRO-DUPLICADO VALUE "02".
               88 FS-MAESTRO-FIN       VALUE "10".
               88 FS-MAESTRO-NOEXISTE  VALUE "35".

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
       77  WS-CONT-CONSULTAS               PIC 9(9) VALUE ZERO.
       77  WS-CONT-CUENTAS                 PIC 9(9) VALUE ZERO.
       77  WS-CONT-TITULARES               PIC 9(4) VALUE ZERO.
       77  WS-IDX-TITULAR                  PIC 9(4) VALUE ZERO.
       77  WS-CONT-DEL-TITULAR             PIC 9(5) VALUE ZERO.
       77  WS-TITULAR-BUSCADO              PIC X(05) VALUE SPACES.
       77  WS-NOMBRE-TITULAR               PIC X(40) VALUE SPACES.
       77  WS-SW-TITULAR-ENCONTRADO        PIC X VALUE "N".
           88 TITULAR-ENCONTRADO           VALUE "S".
       77  WS-SW-FIN-TITULAR               PIC X VALUE "N".
           88 FIN-CUENTAS-TITULAR          VALUE "S".
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
           PERFORM 2000-I-PROCESO UNTIL FS-SOLICITUDES-FIN.
           PERFORM 9000-I-FINAL.
               STOP RUN.
      *----------------------------------------------------------------*
       1000-I-INICIO.
           INITIALIZE VARIABLES
           PERFORM 1050-LEERPARAMETROS.
           PERFORM 1200-CARGAR-TITULARES.
           PERFORM 1100-ABRIRSOLICITUDES.
           PERFORM 1120-ABRIRMAESTRO.
           PERFORM 1150-ABRIRLISTADO.
           PERFORM 1180-ABRIRAUDITORIA.
           PERFORM 5000-LEERSOLICITUD.
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
           STRING "CONSCUENTAS-" DELIMITED BY SIZE
               WS-FECHA-PROCESO DELIMITED BY SPACE
               ".dat" DELIMITED BY SIZE
               INTO WS-ARCH-LISTADO.
       1050-F-LEERPARAMETROS.EXIT.
      *----------------------------------------------------------------*
       1100-ABRIRSOLICITUDES.
           OPEN INPUT SOLICITUDES.

           IF NOT FS-SOLICITUDES-OK
               DISPLAY "ERROR APERTURA SOLCONSCUENTAS FS: "
                   FS-SOLICITUDES
               MOVE "S" TO WS-SW-ABEND
               PERFORM 9000-I-FINAL
           END-IF.
       1100-F-ABRIRSOLICITUDES.EXIT.
      *----------------------------------------------------------------*
       1120-ABRIRMAESTRO.
           OPEN INPUT MAESTRO.

           EVALUATE TRUE
               WHEN FS-MAESTRO-OK
                   CONTINUE
               WHEN FS-MAESTRO-NOEXISTE
                   DISPLAY "CUENTASIDX.dat NO EXISTE - EJECUTAR "
                       "CARGACUENTASIDX ANTES DE LA CONSULTA"
                   MOVE "S" TO WS-SW-ABEND
                   PERFORM 9000-I-FINAL
               WHEN OTHER
                   DISPLAY "ERROR APERTURA CUENTASIDX FS: " FS-MAESTRO
                   MOVE "S" TO WS-SW-ABEND
                   PERFORM 9000-I-FINAL
           END-EVALUATE.
       1120-F-ABRIRMAESTRO.EXIT.
      *----------------------------------------------------------------*
       1150-ABRIRLISTADO.
           OPEN OUTPUT LISTADO.

           IF NOT FS-LISTADO-OK
               DISPLAY "ERROR APERTURA CONSCUENTAS FS: " FS-LISTADO
               MOVE "S" TO WS-SW-ABEND
               PERFORM 9000-I-FINAL
           END-IF

           MOVE WS-FECHA-PROCESO TO TIT-LIS-FECHA
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
       2000-I-PROCESO.
           ADD 1 TO WS-CONT-CONSULTAS
           MOVE SOLQ-TIPO TO CON-TIPO
           MOVE SOLQ-DATOS TO CON-DATOS
           IF FS-LISTADO-OK
               MOVE SPACES TO REG-LISTADO
               WRITE REG-LISTADO
               WRITE REG-LISTADO FROM ESTRUCTURA-CONSULTA
               ADD 2 TO WS-CONT-ESCRITURA
           END-IF

           EVALUATE TRUE
               WHEN SOLQ-POR-CUENTA
                   PERFORM 3000-CONSULTAR-CUENTA
               WHEN SOLQ-POR-TITULAR
                   PERFORM 3100-CONSULTAR-TITULAR
               WHEN OTHER
                   ADD 1 TO WS-CONT-RECHAZOS
                   MOVE "TIPO DE CONSULTA INVALIDO" TO SRE-MOTIVO
                   PERFORM 7200-ESCRIBIR-SIN-RESULTADO
           END-EVALUATE

           PERFORM 5000-LEERSOLICITUD.
       2000-F-PROCESO.EXIT.
      *----------------------------------------------------------------*
       3000-CONSULTAR-CUENTA.
           MOVE SOLQ-PAIS TO IDXC-PAIS
           MOVE SOLQ-SUCURSAL TO IDXC-SUCURSAL
           MOVE SOLQ-TIPO-CTA TO IDXC-TIPO-CTA
           MOVE SOLQ-CUENTA TO IDXC-CUENTA

           READ MAESTRO KEY IS IDXC-CLAVE
               INVALID KEY
                   MOVE "CUENTA INEXISTENTE EN MAESTRO" TO SRE-MOTIVO
                   PERFORM 7200-ESCRIBIR-SIN-RESULTADO
               NOT INVALID KEY
                   PERFORM 7000-ENCABEZAR-RESULTADO
                   PERFORM 7100-ESCRIBIR-CUENTA
           END-READ.
       3000-F-CONSULTAR-CUENTA.EXIT.
      *----------------------------------------------------------------*
       3100-CONSULTAR-TITULAR.
      * LA CLAVE ALTERNATIVA ADMITE DUPLICADOS: SE POSICIONA EN EL
      * PRIMER REGISTRO DEL TITULAR Y SE LEE HACIA ADELANTE MIENTRAS
      * EL TITULAR SIGA SIENDO EL CONSULTADO
           MOVE SOLQ-DATOS(1:5) TO WS-TITULAR-BUSCADO
           MOVE WS-TITULAR-BUSCADO TO IDXC-TITULAR
           MOVE ZERO TO WS-CONT-DEL-TITULAR
           MOVE "N" TO WS-SW-FIN-TITULAR

           START MAESTRO KEY IS = IDXC-TITULAR
               INVALID KEY
                   MOVE "S" TO WS-SW-FIN-TITULAR
               NOT INVALID KEY
                   PERFORM 3110-LEER-SIGUIENTE-TITULAR
           END-START

           PERFORM 3120-LISTAR-CUENTA-TITULAR
           UNTIL FIN-CUENTAS-TITULAR

           IF WS-CONT-DEL-TITULAR = ZERO
               MOVE "TITULAR SIN CUENTAS EN MAESTRO" TO SRE-MOTIVO
               PERFORM 7200-ESCRIBIR-SIN-RESULTADO
           END-IF.
       3100-F-CONSULTAR-TITULAR.EXIT.
      *----------------------------------------------------------------*
       3110-LEER-SIGUIENTE-TITULAR.
           READ MAESTRO NEXT RECORD
           EVALUATE TRUE
               WHEN FS-MAESTRO-OK
               WHEN FS-MAESTRO-DUPLICADO
                   IF IDXC-TITULAR NOT = WS-TITULAR-BUSCADO
                       MOVE "S" TO WS-SW-FIN-TITULAR
                   END-IF
               WHEN FS-MAESTRO-FIN
                   MOVE "S" TO WS-SW-FIN-TITULAR
               WHEN OTHER
                   DISPLAY "ERROR LECTURA CUENTASIDX FS: " FS-MAESTRO
                   MOVE "S" TO WS-SW-ABEND
                   PERFORM 9000-I-FINAL
           END-EVALUATE.
       3110-F-LEER-SIGUIENTE-TITULAR.EXIT.
      *----------------------------------------------------------------*
       3120-LISTAR-CUENTA-TITULAR.
           IF WS-CONT-DEL-TITULAR = ZERO
               PERFORM 7000-ENCABEZAR-RESULTADO
           END-IF
           ADD 1 TO WS-CONT-DEL-TITULAR
           PERFORM 7100-ESCRIBIR-CUENTA
           PERFORM 3110-LEER-SIGUIENTE-TITULAR.
       3120-F-LISTAR-CUENTA-TITULAR.EXIT.
      *----------------------------------------------------------------*
       4100-BUSCAR-NOMBRE-TITULAR.
           MOVE "N" TO WS-SW-TITULAR-ENCONTRADO
           MOVE SPACES TO WS-NOMBRE-TITULAR
           MOVE 1 TO WS-IDX-TITULAR
           IF IDXC-TITULAR NUMERIC AND IDXC-TITULAR > ZERO
               PERFORM 4110-BUSCAR-TITULAR-ITEM
               UNTIL WS-IDX-TITULAR > WS-CONT-TITULARES
               OR TITULAR-ENCONTRADO
               IF NOT TITULAR-ENCONTRADO
                   MOVE "TITULAR INEXISTENTE EN MAESTRO"
                       TO WS-NOMBRE-TITULAR
               END-IF
           ELSE
               MOVE "SIN TITULAR CARGADO" TO WS-NOMBRE-TITULAR
           END-IF.
       4100-F-BUSCAR-NOMBRE-TITULAR.EXIT.
      *----------------------------------------------------------------*
       4110-BUSCAR-TITULAR-ITEM.
           IF TABTIT-ID(WS-IDX-TITULAR) = IDXC-TITULAR
               MOVE "S" TO WS-SW-TITULAR-ENCONTRADO
               MOVE TABTIT-NOMBRE(WS-IDX-TITULAR) TO WS-NOMBRE-TITULAR
           ELSE
               ADD 1 TO WS-IDX-TITULAR
           END-IF.
       4110-F-BUSCAR-TITULAR-ITEM.EXIT.
      *----------------------------------------------------------------*
       5000-LEERSOLICITUD.
           READ SOLICITUDES
           EVALUATE TRUE
               WHEN FS-SOLICITUDES-OK
                   ADD 1 TO WS-CONT-LECTURA
               WHEN FS-SOLICITUDES-FIN
                   CONTINUE
               WHEN OTHER
                   DISPLAY "ERROR LECTURA SOLCONSCUENTAS FS: "
                       FS-SOLICITUDES
                   MOVE "S" TO WS-SW-ABEND
                   PERFORM 9000-I-FINAL
           END-EVALUATE.
       5000-F-LEERSOLICITUD.EXIT.
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
       7000-ENCABEZAR-RESULTADO.
           IF FS-LISTADO-OK
               WRITE REG-LISTADO FROM ESTRUCTURA-ENCABEZADO
               ADD 1 TO WS-CONT-ESCRITURA
           END-IF.
       7000-F-ENCABEZAR-RESULTADO.EXIT.
      *----------------------------------------------------------------*
       7100-ESCRIBIR-CUENTA.
           PERFORM 4100-BUSCAR-NOMBRE-TITULAR
           MOVE IDXC-PAIS TO DET-PAIS
           MOVE IDXC-SUCURSAL TO DET-SUCURSAL
           MOVE IDXC-TIPO-CTA TO DET-TIPO-CTA
           MOVE IDXC-CUENTA TO DET-CUENTA
           MOVE IDXC-TITULAR TO DET-TITULAR
           MOVE WS-NOMBRE-TITULAR TO DET-NOMBRE
           MOVE IDXC-ESTADO TO DET-ESTADO
           MOVE IDXC-SALDO TO DET-SALDO
           IF IDXC-LIMITE-SOBREGIRO NUMERIC
               MOVE IDXC-LIMITE-SOBREGIRO TO DET-LIMITE
           ELSE
               MOVE ZERO TO DET-LIMITE
           END-IF
           MOVE IDXC-FECHA-ULT-MOV TO DET-FECHA-ULT-MOV
           ADD 1 TO WS-CONT-CUENTAS

           IF NOT FS-LISTADO-OK
               DISPLAY "ERROR ESCRITURA CONSCUENTAS FS: " FS-LISTADO
           ELSE
               WRITE REG-LISTADO FROM ESTRUCTURA-DET
               ADD 1 TO WS-CONT-ESCRITURA
           END-IF.
       7100-F-ESCRIBIR-CUENTA.EXIT.
      *----------------------------------------------------------------*
       7200-ESCRIBIR-SIN-RESULTADO.
           IF FS-LISTADO-OK
               WRITE REG-LISTADO FROM ESTRUCTURA-SIN-RESULTADO
               ADD 1 TO WS-CONT-ESCRITURA
           END-IF.
       7200-F-ESCRIBIR-SIN-RESULTADO.EXIT.
      *----------------------------------------------------------------*
       8000-ESCRIBIR-AUDITORIA.
           MOVE "CONSCUENTAS"         TO AUD-PROGRAMA
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
           CLOSE SOLICITUDES.
           CLOSE MAESTRO.
           CLOSE LISTADO.
           CLOSE AUDITORIA.

           IF NOT HUBO-ABEND
               PERFORM 6400-CATALOGAR-GENERACION
           END-IF.

           DISPLAY "CONSULTAS ATENDIDAS: " WS-CONT-CONSULTAS
               " INVALIDAS: " WS-CONT-RECHAZOS
           DISPLAY "CUENTAS INFORMADAS: " WS-CONT-CUENTAS
           PERFORM 6410-GRABAR-CATALOGO
           STOP RUN.
       9000-F-FINAL.
           EXIT.
      *----------------------------------------------------------------*
