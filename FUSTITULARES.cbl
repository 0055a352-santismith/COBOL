      ******************************************************************
      * FUSION DE TITULARES DUPLICADOS
      * APLICA LAS FUSIONES APROBADAS DE FUSIONESTITULARES.dat (TIPO F:
      * TITULAR SOBREVIVIENTE Y TITULAR RETIRADO) SOBRE LOS MAESTROS:
      * TODA CUENTA DE CUENTAS.dat DEL RETIRADO PASA AL SOBREVIVIENTE Y
      * EL RETIRADO QUEDA INACTIVO EN TITULARES.dat. CADA FUSION Y CADA
      * CUENTA MOVIDA QUEDAN EN EL JOURNAL ACUMULADO JOURNALFUSIONES.dat
      * PARA AUDITORIA; UNA SOLICITUD TIPO D DESHACE LA FUSION: DEVUELVE
      * AL RETIRADO LAS CUENTAS QUE EL JOURNAL REGISTRA COMO MOVIDAS Y
      * LO REACTIVA. LAS ORDENES PERMANENTES Y LOS PLAZOS FIJOS DEL
      * RETIRADO SIGUEN A SUS CUENTAS, PORQUE GENORDENES Y VENCPLAZOS
      * EXIGEN QUE LA CUENTA SEA DEL MISMO TITULAR. UN TITULAR SE TOCA
      * UNA SOLA VEZ POR CORRIDA
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FUSTITULARES.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TITULARES ASSIGN TO "TITULARES.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-TITULARES.

           SELECT TITULARESNUEVO ASSIGN TO "TITULARESNEW.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-TITULARESNUEVO.

           SELECT MAESTRO ASSIGN TO "CUENTAS.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-MAESTRO.

           SELECT MAESTRONUEVO ASSIGN TO "CUENTASNEW.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-MAESTRONUEVO.

           SELECT OPTIONAL ORDENES ASSIGN TO "ORDENES.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-ORDENES.

           SELECT ORDENESNUEVO ASSIGN TO "ORDENESNEW.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-ORDENESNUEVO.

           SELECT OPTIONAL PLAZOS ASSIGN TO "PLAZOS.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-PLAZOS.

           SELECT PLAZOSNUEVO ASSIGN TO "PLAZOSNEW.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-PLAZOSNUEVO.

           SELECT FUSIONES ASSIGN TO "FUSIONESTITULARES.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-FUSIONES.

           SELECT OPTIONAL JOURNAL ASSIGN TO "JOURNALFUSIONES.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-JOURNAL.

           SELECT JOURNALNUEVO ASSIGN TO "JOURNALFUSIONESNEW.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-JOURNALNUEVO.

           SELECT LISTADO ASSIGN USING WS-ARCH-LISTADO
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-LISTADO.

           SELECT RECHAZOS ASSIGN TO "RECHAZOSFUSIONES.dat"
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

       FD  TITULARESNUEVO.
           01 REG-TITULAR-NUEVO.
               05 TITN-ID                  PIC 9(05).
               05 TITN-NOMBRE              PIC X(40).
               05 TITN-DOCUMENTO           PIC X(15).
               05 TITN-PAIS                PIC X(03).
               05 TITN-ESTADO              PIC X(01).
               05 TITN-DOMICILIO           PIC X(40).
               05 TITN-LOCALIDAD           PIC X(30).
               05 TITN-COD-POSTAL          PIC X(08).

       FD  MAESTRO.
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

       FD  ORDENES.
           COPY ORDENREG.

       FD  ORDENESNUEVO.
           01 REG-ORDEN-NUEVO PIC X(55).

       FD  PLAZOS.
           COPY PLAZOREG.

       FD  PLAZOSNUEVO.
           01 REG-PLAZO-NUEVO PIC X(59).

       FD  FUSIONES.
           01 REG-FUSION.
               05 FUS-TIPO                 PIC X(01).
                   88 FUS-FUSIONAR         VALUE "F".
                   88 FUS-DESHACER         VALUE "D".
               05 FUS-SOBREVIVIENTE        PIC 9(05).
               05 FUS-RETIRADO             PIC 9(05).
               05 FUS-APROBADOR            PIC X(10).

      * UNA FILA POR FUSION O DESHACER (ARCHIVO Y CLAVE EN BLANCO) Y
      * UNA POR CADA CUENTA (C), ORDEN (O) O PLAZO (P) QUE CAMBIO DE
      * TITULAR
       FD  JOURNAL.
           01 REG-JOURNAL.
               05 JFU-FECHA                PIC X(08).
               05 JFU-TIPO                 PIC X(01).
               05 JFU-SOBREVIVIENTE        PIC 9(05).
               05 JFU-RETIRADO             PIC 9(05).
               05 JFU-ARCHIVO              PIC X(01).
               05 JFU-CLAVE                PIC X(10).
               05 JFU-APROBADOR            PIC X(10).

       FD  JOURNALNUEVO.
           01 REG-JOURNAL-NUEVO PIC X(40).

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
           05 FILLER                       PIC X(25)
              VALUE "FUSIONES DE TITULARES AL ".
           05 LIS-TITULO-FECHA             PIC X(8).

       01  ESTRUCTURA-LISTADO-CUENTAS.
           05 FILLER                       PIC X(37)
              VALUE "CUENTAS, ORDENES Y PLAZOS REASIGNADOS".

       01  ESTRUCTURA-LISTADO-CTA-DET.
           05 FILLER                       PIC X(2) VALUE SPACES.
           05 LIS-CTA-TIPO                 PIC X(01).
           05 FILLER                       PIC X(1) VALUE "|".
           05 LIS-CTA-ARCHIVO              PIC X(06).
           05 FILLER                       PIC X(1) VALUE "|".
           05 LIS-CTA-CUENTA               PIC X(10).
           05 FILLER                       PIC X(1) VALUE "|".
           05 LIS-CTA-DESDE                PIC 9(05).
           05 FILLER                       PIC X(4) VALUE " -> ".
           05 LIS-CTA-HACIA                PIC 9(05).
           05 FILLER                       PIC X(1) VALUE "|".
           05 LIS-CTA-SALDO                PIC -9(07).
           05 FILLER                       PIC X(1) VALUE "|".
           05 LIS-CTA-MONEDA               PIC X(03).

       01  ESTRUCTURA-LISTADO-SOLICITUDES.
           05 FILLER                       PIC X(21)
              VALUE "SOLICITUDES ACEPTADAS".

       01  ESTRUCTURA-LISTADO-SOL-DET.
           05 FILLER                       PIC X(2) VALUE SPACES.
           05 LIS-SOL-TIPO                 PIC X(01).
           05 FILLER                       PIC X(1) VALUE "|".
           05 LIS-SOL-SOBREVIVIENTE        PIC 9(05).
           05 FILLER                       PIC X(1) VALUE "|".
           05 LIS-SOL-RETIRADO             PIC 9(05).
           05 FILLER                       PIC X(1) VALUE "|".
           05 LIS-SOL-NOMBRE               PIC X(40).
           05 FILLER                       PIC X(1) VALUE "|".
           05 LIS-SOL-APROBADOR            PIC X(10).
           05 FILLER                       PIC X(14)
              VALUE "| REASIGNADOS:".
           05 LIS-SOL-CUENTAS              PIC ZZZ9.

       01  ESTRUCTURA-LISTADO-TOTAL.
           05 FILLER                       PIC X(10)
              VALUE "FUSIONES: ".
           05 LIS-TOT-FUSIONES             PIC ZZZZ9.
           05 FILLER                       PIC X(12)
              VALUE " DESHECHAS: ".
           05 LIS-TOT-DESHECHAS            PIC ZZZZ9.
           05 FILLER                       PIC X(14)
              VALUE " REASIGNADOS: ".
           05 LIS-TOT-CUENTAS              PIC ZZZZ9.
           05 FILLER                       PIC X(13)
              VALUE " RECHAZADAS: ".
           05 LIS-TOT-RECHAZADAS           PIC ZZZZ9.

       01  ESTRUCTURA-RECHAZO.
           05 RCH-TIPO                     PIC X(01).
           05 FILLER                       PIC X(1) VALUE SPACES.
           05 RCH-SOBREVIVIENTE            PIC X(05).
           05 FILLER                       PIC X(1) VALUE SPACES.
           05 RCH-RETIRADO                 PIC X(05).
           05 FILLER                       PIC X(1) VALUE SPACES.
           05 RCH-APROBADOR                PIC X(10).
           05 FILLER                       PIC X(1) VALUE SPACES.
           05 RCH-MOTIVO                   PIC X(40).

       01  VARIABLES.
           05 FS-TITULARES             PIC XX.
               88 FS-TITULARES-OK      VALUE "00".
               88 FS-TITULARES-FIN     VALUE "10".

           05 FS-TITULARESNUEVO        PIC XX.
               88 FS-TITULARESNUEVO-OK VALUE "00".

           05 FS-MAESTRO               PIC XX.
               88 FS-MAESTRO-OK        VALUE "00".
               88 FS-MAESTRO-FIN       VALUE "10".

           05 FS-MAESTRONUEVO          PIC XX.
               88 FS-MAESTRONUEVO-OK   VALUE "00".

           05 FS-ORDENES               PIC XX.
               88 FS-ORDENES-OK        VALUE "00".
               88 FS-ORDENES-FIN       VALUE "10".
               88 FS-ORDENES-CREADO    VALUE "05".
               88 FS-ORDENES-NOEXISTE  VALUE "35".

           05 FS-ORDENESNUEVO          PIC XX.
               88 FS-ORDENESNUEVO-OK   VALUE "00".

           05 FS-PLAZOS                PIC XX.
               88 FS-PLAZOS-OK         VALUE "00".
               88 FS-PLAZOS-FIN        VALUE "10".
               88 FS-PLAZOS-CREADO     VALUE "05".
               88 FS-PLAZOS-NOEXISTE   VALUE "35".

           05 FS-PLAZOSNUEVO           PIC XX.
               88 FS-PLAZOSNUEVO-OK    VALUE "00".

           05 FS-FUSIONES              PIC XX.
               88 FS-FUSIONES-OK       VALUE "00".
               88 FS-FUSIONES-FIN      VALUE "10".
               88 FS-FUSIONES-NOEXISTE VALUE "35".

           05 FS-JOURNAL               PIC XX.
               88 FS-JOURNAL-OK        VALUE "00".
               88 FS-JOURNAL-FIN       VALUE "10".
               88 FS-JOURNAL-CREADO    VALUE "05".
               88 FS-JOURNAL-NOEXISTE  VALUE "35".

           05 FS-JOURNALNUEVO          PIC XX.
               88 FS-JOURNALNUEVO-OK   VALUE "00".

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
               10 TABTIT-DOCUMENTO         PIC X(15).
               10 TABTIT-PAIS              PIC X(03).
               10 TABTIT-ESTADO            PIC X(01).
               10 TABTIT-DOMICILIO         PIC X(40).
               10 TABTIT-LOCALIDAD         PIC X(30).
               10 TABTIT-COD-POSTAL        PIC X(08).
               10 TABTIT-TOCADO            PIC X(01).

       01  TABLA-FUSIONES.
           05 FUSION-ITEM OCCURS 500 TIMES.
               10 TABFUS-TIPO              PIC X(01).
               10 TABFUS-SOBREVIVIENTE     PIC 9(05).
               10 TABFUS-RETIRADO          PIC 9(05).
               10 TABFUS-APROBADOR         PIC X(10).
               10 TABFUS-NOMBRE            PIC X(40).
               10 TABFUS-CUENTAS           PIC 9(04).

      * CUENTAS, ORDENES Y PLAZOS MOVIDOS POR FUSIONES ANTERIORES,
      * PARA DESHACERLAS
       01  TABLA-MOVIDAS.
           05 MOVIDA-ITEM OCCURS 5000 TIMES.
               10 TABMOV-SOBREVIVIENTE     PIC 9(05).
               10 TABMOV-RETIRADO          PIC 9(05).
               10 TABMOV-ARCHIVO           PIC X(01).
               10 TABMOV-CLAVE             PIC X(10).

      * ULTIMO ESTADO DE CADA PAR FUSIONADO SEGUN EL JOURNAL
       01  TABLA-PARES.
           05 PAR-ITEM OCCURS 1000 TIMES.
               10 TABPAR-SOBREVIVIENTE     PIC 9(05).
               10 TABPAR-RETIRADO          PIC 9(05).
               10 TABPAR-ULTIMO-TIPO       PIC X(01).

      * DATOS DEL REGISTRO EN CURSO (CUENTA, ORDEN O PLAZO)
       01  WS-ITEM-ACTUAL.
           05 WS-ARCHIVO-ITEM              PIC X(01).
           05 WS-CLAVE-ITEM                PIC X(10).
           05 WS-TITULAR-ITEM              PIC 9(05).
           05 WS-IMPORTE-ITEM              PIC S9(07).
           05 WS-MONEDA-ITEM               PIC X(03).

       77  WS-CONT-LECTURA                 PIC 9(9) VALUE ZERO.
       77  WS-CONT-SOLICITUDES             PIC 9(9) VALUE ZERO.
       77  WS-CONT-FUSIONES                PIC 9(9) VALUE ZERO.
       77  WS-CONT-DESHECHAS               PIC 9(9) VALUE ZERO.
       77  WS-CONT-REASIGNADAS             PIC 9(9) VALUE ZERO.
       77  WS-CONT-RECHAZADAS              PIC 9(9) VALUE ZERO.
       77  WS-CONT-ESCRITURA               PIC 9(9) VALUE ZERO.
       77  WS-CONT-TITULARES               PIC 9(4) VALUE ZERO.
       77  WS-CONT-TAB-FUSIONES            PIC 9(4) VALUE ZERO.
       77  WS-CONT-MOVIDAS                 PIC 9(4) VALUE ZERO.
       77  WS-CONT-PARES                   PIC 9(4) VALUE ZERO.
       77  WS-IDX-TITULAR                  PIC 9(4) VALUE ZERO.
       77  WS-IDX-SOBREVIVIENTE            PIC 9(4) VALUE ZERO.
       77  WS-IDX-RETIRADO                 PIC 9(4) VALUE ZERO.
       77  WS-IDX-FUS                      PIC 9(4) VALUE ZERO.
       77  WS-IDX-MOV                      PIC 9(4) VALUE ZERO.
       77  WS-IDX-PAR                      PIC 9(4) VALUE ZERO.
       77  WS-ID-BUSCADO                   PIC 9(05) VALUE ZERO.
       77  WS-TITULAR-NUEVO                PIC 9(05) VALUE ZERO.
       77  WS-SW-TITULAR                   PIC X VALUE "N".
           88 TITULAR-ENCONTRADO           VALUE "S".
       77  WS-SW-SOBREVIVIENTE             PIC X VALUE "N".
           88 SOBREVIVIENTE-ENCONTRADO     VALUE "S".
       77  WS-SW-RETIRADO                  PIC X VALUE "N".
           88 RETIRADO-ENCONTRADO          VALUE "S".
       77  WS-SW-FUSION                    PIC X VALUE "N".
           88 FUSION-ENCONTRADA            VALUE "S".
       77  WS-SW-MOVIDA                    PIC X VALUE "N".
           88 MOVIDA-ENCONTRADA            VALUE "S".
       77  WS-SW-PAR                       PIC X VALUE "N".
           88 PAR-ENCONTRADO               VALUE "S".
       77  WS-SW-ORDENES                   PIC X VALUE "N".
           88 HAY-ORDENES                  VALUE "S".
       77  WS-SW-PLAZOS                    PIC X VALUE "N".
           88 HAY-PLAZOS                   VALUE "S".
       77  WS-SW-RECHAZADA                 PIC X VALUE "N".
           88 SOLICITUD-RECHAZADA          VALUE "S".
       77  WS-FECHA-PROCESO                PIC X(8) VALUE SPACES.
       77  WS-ARCH-LISTADO                 PIC X(44) VALUE SPACES.
       77  WS-SW-ABEND                     PIC X VALUE "N".
           88 HUBO-ABEND                   VALUE "S".
       77  WS-CMD-TITULARES                PIC X(80)
           VALUE "mv TITULARESNEW.dat TITULARES.dat".
       77  WS-RC-CARGAIDX                  PIC S9(4) COMP VALUE ZERO.
       77  WS-CMD-CUENTAS                  PIC X(80)
           VALUE "mv CUENTASNEW.dat CUENTAS.dat".
       77  WS-CMD-JOURNAL                  PIC X(80)
           VALUE "mv JOURNALFUSIONESNEW.dat JOURNALFUSIONES.dat".
       77  WS-CMD-ORDENES                  PIC X(80)
           VALUE "mv ORDENESNEW.dat ORDENES.dat".
       77  WS-CMD-PLAZOS                   PIC X(80)
           VALUE "mv PLAZOSNEW.dat PLAZOS.dat".

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
           PERFORM 2000-I-PROCESO UNTIL FS-FUSIONES-FIN.
           PERFORM 3000-REASIGNAR-CUENTAS.
           PERFORM 3300-REASIGNAR-ORDENES.
           PERFORM 3400-REASIGNAR-PLAZOS.
           PERFORM 7000-ESCRIBIR-LISTADO.
           PERFORM 9000-I-FINAL.
               STOP RUN.
      *----------------------------------------------------------------*
       1000-I-INICIO.
           INITIALIZE VARIABLES
           PERFORM 1050-LEERPARAMETROS.
           PERFORM 1100-CARGAR-TITULARES.
           PERFORM 1140-ABRIRJOURNALNUEVO.
           PERFORM 1130-CARGAR-JOURNAL.
           PERFORM 1150-ABRIRFUSIONES.
           PERFORM 1160-ABRIRMAESTROS.
           PERFORM 1165-ABRIRORDENES.
           PERFORM 1166-ABRIRPLAZOS.
           PERFORM 1170-ABRIRLISTADO.
           PERFORM 1175-ABRIRRECHAZOS.
           PERFORM 1180-ABRIRAUDITORIA.
           IF NOT FS-FUSIONES-FIN
               PERFORM 5000-LEER-FUSION
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
           STRING "FUSIONES-" DELIMITED BY SIZE
               WS-FECHA-PROCESO DELIMITED BY SPACE
               ".dat" DELIMITED BY SIZE
               INTO WS-ARCH-LISTADO.
       1050-F-LEERPARAMETROS.EXIT.
      *----------------------------------------------------------------*
       1100-CARGAR-TITULARES.
           OPEN INPUT TITULARES.

           IF NOT FS-TITULARES-OK
               DISPLAY "ERROR APERTURA TITULARES FS: " FS-TITULARES
               MOVE "S" TO WS-SW-ABEND
               PERFORM 9000-I-FINAL
           END-IF

           PERFORM 1110-LEER-TITULAR
           PERFORM 1120-CARGAR-TITULAR-ITEM UNTIL FS-TITULARES-FIN
           CLOSE TITULARES.
       1100-F-CARGAR-TITULARES.EXIT.
      *----------------------------------------------------------------*
       1110-LEER-TITULAR.
           READ TITULARES
           EVALUATE TRUE
               WHEN FS-TITULARES-OK
                   ADD 1 TO WS-CONT-LECTURA
               WHEN FS-TITULARES-FIN
                   CONTINUE
               WHEN OTHER
                   DISPLAY "ERROR LECTURA TITULARES FS: " FS-TITULARES
                   MOVE "S" TO WS-SW-ABEND
                   PERFORM 9000-I-FINAL
           END-EVALUATE.
       1110-F-LEER-TITULAR.EXIT.
      *----------------------------------------------------------------*
       1120-CARGAR-TITULAR-ITEM.
           IF WS-CONT-TITULARES >= 2000
               DISPLAY "TITULARES EXCEDE LA TABLA DE TITULARES"
               MOVE "S" TO WS-SW-ABEND
               PERFORM 9000-I-FINAL
           END-IF
           ADD 1 TO WS-CONT-TITULARES
           MOVE TIT-ID TO TABTIT-ID(WS-CONT-TITULARES)
           MOVE TIT-NOMBRE TO TABTIT-NOMBRE(WS-CONT-TITULARES)
           MOVE TIT-DOCUMENTO TO TABTIT-DOCUMENTO(WS-CONT-TITULARES)
           MOVE TIT-PAIS TO TABTIT-PAIS(WS-CONT-TITULARES)
           IF TIT-ESTADO = SPACES
               MOVE "A" TO TABTIT-ESTADO(WS-CONT-TITULARES)
           ELSE
               MOVE TIT-ESTADO TO TABTIT-ESTADO(WS-CONT-TITULARES)
           END-IF
           MOVE TIT-DOMICILIO TO TABTIT-DOMICILIO(WS-CONT-TITULARES)
           MOVE TIT-LOCALIDAD TO TABTIT-LOCALIDAD(WS-CONT-TITULARES)
           MOVE TIT-COD-POSTAL TO TABTIT-COD-POSTAL(WS-CONT-TITULARES)
           MOVE "N" TO TABTIT-TOCADO(WS-CONT-TITULARES)
           PERFORM 1110-LEER-TITULAR.
       1120-F-CARGAR-TITULAR-ITEM.EXIT.
      *----------------------------------------------------------------*
       1130-CARGAR-JOURNAL.
      * EL JOURNAL ANTERIOR SE COPIA ENTERO A LA NUEVA GENERACION Y
      * QUEDA EN TABLA LO NECESARIO PARA VALIDAR Y DESHACER
           OPEN INPUT JOURNAL
           EVALUATE TRUE
               WHEN FS-JOURNAL-OK
                   PERFORM 1131-LEER-JOURNAL
                   PERFORM 1132-CARGAR-JOURNAL-ITEM
                       UNTIL FS-JOURNAL-FIN
                   CLOSE JOURNAL
               WHEN FS-JOURNAL-CREADO
                   CLOSE JOURNAL
               WHEN FS-JOURNAL-NOEXISTE
                   CONTINUE
               WHEN OTHER
                   DISPLAY "ERROR APERTURA JOURNALFUSIONES FS: "
                       FS-JOURNAL
                   MOVE "S" TO WS-SW-ABEND
                   PERFORM 9000-I-FINAL
           END-EVALUATE.
       1130-F-CARGAR-JOURNAL.EXIT.
      *----------------------------------------------------------------*
       1131-LEER-JOURNAL.
           READ JOURNAL
           EVALUATE TRUE
               WHEN FS-JOURNAL-OK
                   ADD 1 TO WS-CONT-LECTURA
               WHEN FS-JOURNAL-FIN
                   CONTINUE
               WHEN OTHER
                   DISPLAY "ERROR LECTURA JOURNALFUSIONES FS: "
                       FS-JOURNAL
                   MOVE "S" TO WS-SW-ABEND
                   PERFORM 9000-I-FINAL
           END-EVALUATE.
       1131-F-LEER-JOURNAL.EXIT.
      *----------------------------------------------------------------*
       1132-CARGAR-JOURNAL-ITEM.
           WRITE REG-JOURNAL-NUEVO FROM REG-JOURNAL

           IF JFU-CLAVE = SPACES
               PERFORM 1133-REGISTRAR-PAR
           ELSE IF JFU-TIPO = "F"
               IF WS-CONT-MOVIDAS >= 5000
                   DISPLAY "JOURNALFUSIONES EXCEDE LA TABLA DE "
                       "CUENTAS MOVIDAS"
                   MOVE "S" TO WS-SW-ABEND
                   PERFORM 9000-I-FINAL
               END-IF
               ADD 1 TO WS-CONT-MOVIDAS
               MOVE JFU-SOBREVIVIENTE
                   TO TABMOV-SOBREVIVIENTE(WS-CONT-MOVIDAS)
               MOVE JFU-RETIRADO TO TABMOV-RETIRADO(WS-CONT-MOVIDAS)
               MOVE JFU-ARCHIVO TO TABMOV-ARCHIVO(WS-CONT-MOVIDAS)
               MOVE JFU-CLAVE TO TABMOV-CLAVE(WS-CONT-MOVIDAS)
           END-IF
           END-IF

           PERFORM 1131-LEER-JOURNAL.
       1132-F-CARGAR-JOURNAL-ITEM.EXIT.
      *----------------------------------------------------------------*
       1133-REGISTRAR-PAR.
      * EL JOURNAL ESTA EN ORDEN CRONOLOGICO: LA ULTIMA FILA DEL PAR
      * DICE SI LA FUSION ESTA VIGENTE (F) O YA FUE DESHECHA (D)
           MOVE JFU-SOBREVIVIENTE TO WS-TITULAR-NUEVO
           MOVE JFU-RETIRADO TO WS-ID-BUSCADO
           PERFORM 4200-BUSCAR-PAR
           IF NOT PAR-ENCONTRADO
               IF WS-CONT-PARES >= 1000
                   DISPLAY "JOURNALFUSIONES EXCEDE LA TABLA DE PARES"
                   MOVE "S" TO WS-SW-ABEND
                   PERFORM 9000-I-FINAL
               END-IF
               ADD 1 TO WS-CONT-PARES
               MOVE WS-CONT-PARES TO WS-IDX-PAR
               MOVE JFU-SOBREVIVIENTE
                   TO TABPAR-SOBREVIVIENTE(WS-IDX-PAR)
               MOVE JFU-RETIRADO TO TABPAR-RETIRADO(WS-IDX-PAR)
           END-IF
           MOVE JFU-TIPO TO TABPAR-ULTIMO-TIPO(WS-IDX-PAR).
       1133-F-REGISTRAR-PAR.EXIT.
      *----------------------------------------------------------------*
       1140-ABRIRJOURNALNUEVO.
           OPEN OUTPUT JOURNALNUEVO.

           IF NOT FS-JOURNALNUEVO-OK
               DISPLAY "ERROR APERTURA JOURNALFUSIONESNEW FS: "
                   FS-JOURNALNUEVO
               MOVE "S" TO WS-SW-ABEND
               PERFORM 9000-I-FINAL
           END-IF.
       1140-F-ABRIRJOURNALNUEVO.EXIT.
      *----------------------------------------------------------------*
       1150-ABRIRFUSIONES.
           OPEN INPUT FUSIONES
           EVALUATE TRUE
               WHEN FS-FUSIONES-OK
                   CONTINUE
               WHEN FS-FUSIONES-NOEXISTE
                   DISPLAY "FUSIONESTITULARES.dat NO EXISTE - SIN "
                       "FUSIONES APROBADAS"
                   MOVE "10" TO FS-FUSIONES
               WHEN OTHER
                   DISPLAY "ERROR APERTURA FUSIONESTITULARES FS: "
                       FS-FUSIONES
                   MOVE "S" TO WS-SW-ABEND
                   PERFORM 9000-I-FINAL
           END-EVALUATE.
       1150-F-ABRIRFUSIONES.EXIT.
      *----------------------------------------------------------------*
       1160-ABRIRMAESTROS.
           OPEN INPUT MAESTRO.

           IF NOT FS-MAESTRO-OK
               DISPLAY "ERROR APERTURA CUENTAS FS: " FS-MAESTRO
               MOVE "S" TO WS-SW-ABEND
               PERFORM 9000-I-FINAL
           END-IF

           OPEN OUTPUT MAESTRONUEVO.

           IF NOT FS-MAESTRONUEVO-OK
               DISPLAY "ERROR APERTURA CUENTASNEW FS: " FS-MAESTRONUEVO
               MOVE "S" TO WS-SW-ABEND
               PERFORM 9000-I-FINAL
           END-IF

           OPEN OUTPUT TITULARESNUEVO.

           IF NOT FS-TITULARESNUEVO-OK
               DISPLAY "ERROR APERTURA TITULARESNEW FS: "
                   FS-TITULARESNUEVO
               MOVE "S" TO WS-SW-ABEND
               PERFORM 9000-I-FINAL
           END-IF.
       1160-F-ABRIRMAESTROS.EXIT.
      *----------------------------------------------------------------*
       1165-ABRIRORDENES.
      * SIN ORDENES.dat NO HAY ORDENES QUE REASIGNAR NI QUE REEMPLAZAR
           OPEN INPUT ORDENES
           EVALUATE TRUE
               WHEN FS-ORDENES-OK
                   MOVE "S" TO WS-SW-ORDENES
               WHEN FS-ORDENES-CREADO
                   CLOSE ORDENES
               WHEN FS-ORDENES-NOEXISTE
                   CONTINUE
               WHEN OTHER
                   DISPLAY "ERROR APERTURA ORDENES FS: " FS-ORDENES
                   MOVE "S" TO WS-SW-ABEND
                   PERFORM 9000-I-FINAL
           END-EVALUATE

           IF HAY-ORDENES
               OPEN OUTPUT ORDENESNUEVO
               IF NOT FS-ORDENESNUEVO-OK
                   DISPLAY "ERROR APERTURA ORDENESNEW FS: "
                       FS-ORDENESNUEVO
                   MOVE "S" TO WS-SW-ABEND
                   PERFORM 9000-I-FINAL
               END-IF
           END-IF.
       1165-F-ABRIRORDENES.EXIT.
      *----------------------------------------------------------------*
       1166-ABRIRPLAZOS.
           OPEN INPUT PLAZOS
           EVALUATE TRUE
               WHEN FS-PLAZOS-OK
                   MOVE "S" TO WS-SW-PLAZOS
               WHEN FS-PLAZOS-CREADO
                   CLOSE PLAZOS
               WHEN FS-PLAZOS-NOEXISTE
                   CONTINUE
               WHEN OTHER
                   DISPLAY "ERROR APERTURA PLAZOS FS: " FS-PLAZOS
                   MOVE "S" TO WS-SW-ABEND
                   PERFORM 9000-I-FINAL
           END-EVALUATE

           IF HAY-PLAZOS
               OPEN OUTPUT PLAZOSNUEVO
               IF NOT FS-PLAZOSNUEVO-OK
                   DISPLAY "ERROR APERTURA PLAZOSNEW FS: "
                       FS-PLAZOSNUEVO
                   MOVE "S" TO WS-SW-ABEND
                   PERFORM 9000-I-FINAL
               END-IF
           END-IF.
       1166-F-ABRIRPLAZOS.EXIT.
      *----------------------------------------------------------------*
       1170-ABRIRLISTADO.
           OPEN OUTPUT LISTADO.

           IF NOT FS-LISTADO-OK
               DISPLAY "ERROR APERTURA FUSIONES FS: " FS-LISTADO
               MOVE "S" TO WS-SW-ABEND
               PERFORM 9000-I-FINAL
           END-IF

           PERFORM 6400-CATALOGAR-GENERACION

           MOVE WS-FECHA-PROCESO TO LIS-TITULO-FECHA
           WRITE REG-LISTADO FROM ESTRUCTURA-LISTADO-TITULO
           WRITE REG-LISTADO FROM ESTRUCTURA-LISTADO-CUENTAS.
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
           PERFORM 2100-VALIDAR-SOLICITUD
           IF SOLICITUD-RECHAZADA
               ADD 1 TO WS-CONT-RECHAZADAS
               PERFORM 6100-ESCRIBIR-RECHAZO
           ELSE
               PERFORM 2200-REGISTRAR-SOLICITUD
           END-IF
           PERFORM 5000-LEER-FUSION.
       2000-F-PROCESO.EXIT.
      *----------------------------------------------------------------*
       2100-VALIDAR-SOLICITUD.
           MOVE "N" TO WS-SW-RECHAZADA
           MOVE "N" TO WS-SW-SOBREVIVIENTE
           MOVE "N" TO WS-SW-RETIRADO
           MOVE "N" TO WS-SW-PAR

           IF FUS-SOBREVIVIENTE NUMERIC
               MOVE FUS-SOBREVIVIENTE TO WS-ID-BUSCADO
               PERFORM 4000-BUSCAR-TITULAR
               MOVE WS-SW-TITULAR TO WS-SW-SOBREVIVIENTE
               MOVE WS-IDX-TITULAR TO WS-IDX-SOBREVIVIENTE
           END-IF
           IF FUS-RETIRADO NUMERIC
               MOVE FUS-RETIRADO TO WS-ID-BUSCADO
               PERFORM 4000-BUSCAR-TITULAR
               MOVE WS-SW-TITULAR TO WS-SW-RETIRADO
               MOVE WS-IDX-TITULAR TO WS-IDX-RETIRADO
           END-IF
           IF FUS-SOBREVIVIENTE NUMERIC AND FUS-RETIRADO NUMERIC
               MOVE FUS-SOBREVIVIENTE TO WS-TITULAR-NUEVO
               MOVE FUS-RETIRADO TO WS-ID-BUSCADO
               PERFORM 4200-BUSCAR-PAR
           END-IF

           IF NOT FUS-FUSIONAR AND NOT FUS-DESHACER
               MOVE "TIPO DE SOLICITUD INVALIDO" TO RCH-MOTIVO
               MOVE "S" TO WS-SW-RECHAZADA
           ELSE IF FUS-APROBADOR = SPACES
               MOVE "FUSION SIN APROBADOR" TO RCH-MOTIVO
               MOVE "S" TO WS-SW-RECHAZADA
           ELSE IF NOT SOBREVIVIENTE-ENCONTRADO
               MOVE "TITULAR SOBREVIVIENTE INEXISTENTE" TO RCH-MOTIVO
               MOVE "S" TO WS-SW-RECHAZADA
           ELSE IF NOT RETIRADO-ENCONTRADO
               MOVE "TITULAR RETIRADO INEXISTENTE" TO RCH-MOTIVO
               MOVE "S" TO WS-SW-RECHAZADA
           ELSE IF FUS-SOBREVIVIENTE = FUS-RETIRADO
               MOVE "SOBREVIVIENTE IGUAL AL RETIRADO" TO RCH-MOTIVO
               MOVE "S" TO WS-SW-RECHAZADA
           ELSE IF TABTIT-TOCADO(WS-IDX-SOBREVIVIENTE) = "S"
           OR TABTIT-TOCADO(WS-IDX-RETIRADO) = "S"
               MOVE "TITULAR YA FUSIONADO EN ESTA CORRIDA"
                   TO RCH-MOTIVO
               MOVE "S" TO WS-SW-RECHAZADA
           ELSE IF TABTIT-ESTADO(WS-IDX-SOBREVIVIENTE) NOT = "A"
               MOVE "TITULAR SOBREVIVIENTE INACTIVO" TO RCH-MOTIVO
               MOVE "S" TO WS-SW-RECHAZADA
           ELSE IF FUS-FUSIONAR
           AND TABTIT-ESTADO(WS-IDX-RETIRADO) NOT = "A"
               MOVE "TITULAR RETIRADO YA INACTIVO" TO RCH-MOTIVO
               MOVE "S" TO WS-SW-RECHAZADA
           ELSE IF FUS-DESHACER AND NOT PAR-ENCONTRADO
               MOVE "FUSION NO REGISTRADA EN EL JOURNAL" TO RCH-MOTIVO
               MOVE "S" TO WS-SW-RECHAZADA
           ELSE IF FUS-DESHACER
           AND TABPAR-ULTIMO-TIPO(WS-IDX-PAR) NOT = "F"
               MOVE "FUSION YA DESHECHA" TO RCH-MOTIVO
               MOVE "S" TO WS-SW-RECHAZADA
           ELSE IF FUS-DESHACER
           AND TABTIT-ESTADO(WS-IDX-RETIRADO) = "A"
               MOVE "TITULAR RETIRADO YA ACTIVO" TO RCH-MOTIVO
               MOVE "S" TO WS-SW-RECHAZADA
           ELSE IF WS-CONT-TAB-FUSIONES >= 500
               MOVE "FUSION FUERA DE LA TABLA DE LA CORRIDA"
                   TO RCH-MOTIVO
               MOVE "S" TO WS-SW-RECHAZADA
           END-IF.
       2100-F-VALIDAR-SOLICITUD.EXIT.
      *----------------------------------------------------------------*
       2200-REGISTRAR-SOLICITUD.
      * EL ESTADO DEL RETIRADO CAMBIA YA EN LA TABLA; LAS CUENTAS SE
      * REASIGNAN EN UNA SOLA PASADA DEL MAESTRO AL FINAL DEL LOTE
           ADD 1 TO WS-CONT-TAB-FUSIONES
           MOVE FUS-TIPO TO TABFUS-TIPO(WS-CONT-TAB-FUSIONES)
           MOVE FUS-SOBREVIVIENTE
               TO TABFUS-SOBREVIVIENTE(WS-CONT-TAB-FUSIONES)
           MOVE FUS-RETIRADO TO TABFUS-RETIRADO(WS-CONT-TAB-FUSIONES)
           MOVE FUS-APROBADOR TO TABFUS-APROBADOR(WS-CONT-TAB-FUSIONES)
           MOVE TABTIT-NOMBRE(WS-IDX-RETIRADO)
               TO TABFUS-NOMBRE(WS-CONT-TAB-FUSIONES)
           MOVE ZERO TO TABFUS-CUENTAS(WS-CONT-TAB-FUSIONES)

           MOVE "S" TO TABTIT-TOCADO(WS-IDX-SOBREVIVIENTE)
           MOVE "S" TO TABTIT-TOCADO(WS-IDX-RETIRADO)
           IF FUS-FUSIONAR
               MOVE "I" TO TABTIT-ESTADO(WS-IDX-RETIRADO)
               ADD 1 TO WS-CONT-FUSIONES
           ELSE
               MOVE "A" TO TABTIT-ESTADO(WS-IDX-RETIRADO)
               ADD 1 TO WS-CONT-DESHECHAS
           END-IF

           INITIALIZE REG-JOURNAL
           MOVE WS-FECHA-PROCESO TO JFU-FECHA
           MOVE FUS-TIPO TO JFU-TIPO
           MOVE FUS-SOBREVIVIENTE TO JFU-SOBREVIVIENTE
           MOVE FUS-RETIRADO TO JFU-RETIRADO
           MOVE SPACES TO JFU-ARCHIVO
           MOVE SPACES TO JFU-CLAVE
           MOVE FUS-APROBADOR TO JFU-APROBADOR
           PERFORM 6200-ESCRIBIR-JOURNAL.
       2200-F-REGISTRAR-SOLICITUD.EXIT.
      *----------------------------------------------------------------*
       3000-REASIGNAR-CUENTAS.
           PERFORM 3100-LEER-MAESTRO
           PERFORM 3200-PROCESAR-CUENTA UNTIL FS-MAESTRO-FIN.
       3000-F-REASIGNAR-CUENTAS.EXIT.
      *----------------------------------------------------------------*
       3100-LEER-MAESTRO.
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
       3100-F-LEER-MAESTRO.EXIT.
      *----------------------------------------------------------------*
       3200-PROCESAR-CUENTA.
           MOVE REG-CUENTA TO REG-CUENTA-NUEVA
           MOVE "C" TO WS-ARCHIVO-ITEM
           MOVE CTA-PAIS TO WS-CLAVE-ITEM(1:3)
           MOVE CTA-SUCURSAL TO WS-CLAVE-ITEM(4:2)
           MOVE CTA-TIPO-CTA TO WS-CLAVE-ITEM(6:2)
           MOVE CTA-CUENTA TO WS-CLAVE-ITEM(8:3)
           MOVE CTA-TITULAR TO WS-TITULAR-ITEM
           MOVE CTA-SALDO TO WS-IMPORTE-ITEM
           MOVE CTA-MONEDA TO WS-MONEDA-ITEM

           PERFORM 3500-BUSCAR-FUSION
           IF FUSION-ENCONTRADA
               MOVE WS-TITULAR-NUEVO TO CTAN-TITULAR
               PERFORM 3600-REGISTRAR-CAMBIO
           END-IF

           IF NOT FS-MAESTRONUEVO-OK
               DISPLAY "ERROR ESCRITURA CUENTASNEW FS: "
                   FS-MAESTRONUEVO
           ELSE
               WRITE REG-CUENTA-NUEVA
               ADD 1 TO WS-CONT-ESCRITURA
           END-IF

           PERFORM 3100-LEER-MAESTRO.
       3200-F-PROCESAR-CUENTA.EXIT.
      *----------------------------------------------------------------*
       3300-REASIGNAR-ORDENES.
           IF HAY-ORDENES
               PERFORM 3310-LEER-ORDEN
               PERFORM 3320-PROCESAR-ORDEN UNTIL FS-ORDENES-FIN
           END-IF.
       3300-F-REASIGNAR-ORDENES.EXIT.
      *----------------------------------------------------------------*
       3310-LEER-ORDEN.
           READ ORDENES
           EVALUATE TRUE
               WHEN FS-ORDENES-OK
                   ADD 1 TO WS-CONT-LECTURA
               WHEN FS-ORDENES-FIN
                   CONTINUE
               WHEN OTHER
                   DISPLAY "ERROR LECTURA ORDENES FS: " FS-ORDENES
                   MOVE "S" TO WS-SW-ABEND
                   PERFORM 9000-I-FINAL
           END-EVALUATE.
       3310-F-LEER-ORDEN.EXIT.
      *----------------------------------------------------------------*
       3320-PROCESAR-ORDEN.
           MOVE "O" TO WS-ARCHIVO-ITEM
           MOVE SPACES TO WS-CLAVE-ITEM
           MOVE ORD-ID TO WS-CLAVE-ITEM(1:5)
           MOVE ORD-TITULAR TO WS-TITULAR-ITEM
           MOVE ORD-IMPORTE TO WS-IMPORTE-ITEM
           MOVE SPACES TO WS-MONEDA-ITEM

           PERFORM 3500-BUSCAR-FUSION
           IF FUSION-ENCONTRADA
               MOVE WS-TITULAR-NUEVO TO ORD-TITULAR
               PERFORM 3600-REGISTRAR-CAMBIO
           END-IF

           IF NOT FS-ORDENESNUEVO-OK
               DISPLAY "ERROR ESCRITURA ORDENESNEW FS: "
                   FS-ORDENESNUEVO
           ELSE
               WRITE REG-ORDEN-NUEVO FROM REG-ORDEN
           END-IF

           PERFORM 3310-LEER-ORDEN.
       3320-F-PROCESAR-ORDEN.EXIT.
      *----------------------------------------------------------------*
       3400-REASIGNAR-PLAZOS.
           IF HAY-PLAZOS
               PERFORM 3410-LEER-PLAZO
               PERFORM 3420-PROCESAR-PLAZO UNTIL FS-PLAZOS-FIN
           END-IF.
       3400-F-REASIGNAR-PLAZOS.EXIT.
      *----------------------------------------------------------------*
       3410-LEER-PLAZO.
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
       3410-F-LEER-PLAZO.EXIT.
      *----------------------------------------------------------------*
       3420-PROCESAR-PLAZO.
           MOVE "P" TO WS-ARCHIVO-ITEM
           MOVE SPACES TO WS-CLAVE-ITEM
           MOVE PFJ-ID TO WS-CLAVE-ITEM(1:5)
           MOVE PFJ-TITULAR TO WS-TITULAR-ITEM
           MOVE PFJ-CAPITAL TO WS-IMPORTE-ITEM
           MOVE PFJ-MONEDA TO WS-MONEDA-ITEM

           PERFORM 3500-BUSCAR-FUSION
           IF FUSION-ENCONTRADA
               MOVE WS-TITULAR-NUEVO TO PFJ-TITULAR
               PERFORM 3600-REGISTRAR-CAMBIO
           END-IF

           IF NOT FS-PLAZOSNUEVO-OK
               DISPLAY "ERROR ESCRITURA PLAZOSNEW FS: "
                   FS-PLAZOSNUEVO
           ELSE
               WRITE REG-PLAZO-NUEVO FROM REG-PLAZO
           END-IF

           PERFORM 3410-LEER-PLAZO.
       3420-F-PROCESAR-PLAZO.EXIT.
      *----------------------------------------------------------------*
       3500-BUSCAR-FUSION.
      * FUSION: EL REGISTRO DEL RETIRADO PASA AL SOBREVIVIENTE.
      * DESHACER: VUELVE AL RETIRADO SOLO EL REGISTRO QUE EL JOURNAL
      * MUESTRA MOVIDO POR ESE PAR Y QUE SIGUE EN EL SOBREVIVIENTE
           MOVE "N" TO WS-SW-FUSION
           MOVE 1 TO WS-IDX-FUS

           PERFORM 3510-EVALUAR-FUSION-ITEM
           UNTIL WS-IDX-FUS > WS-CONT-TAB-FUSIONES
           OR FUSION-ENCONTRADA.
       3500-F-BUSCAR-FUSION.EXIT.
      *----------------------------------------------------------------*
       3510-EVALUAR-FUSION-ITEM.
           IF TABFUS-TIPO(WS-IDX-FUS) = "F"
           AND TABFUS-RETIRADO(WS-IDX-FUS) = WS-TITULAR-ITEM
               MOVE "S" TO WS-SW-FUSION
               MOVE TABFUS-SOBREVIVIENTE(WS-IDX-FUS)
                   TO WS-TITULAR-NUEVO
           ELSE IF TABFUS-TIPO(WS-IDX-FUS) = "D"
           AND TABFUS-SOBREVIVIENTE(WS-IDX-FUS) = WS-TITULAR-ITEM
               PERFORM 4300-BUSCAR-MOVIDA
               IF MOVIDA-ENCONTRADA
                   MOVE "S" TO WS-SW-FUSION
                   MOVE TABFUS-RETIRADO(WS-IDX-FUS)
                       TO WS-TITULAR-NUEVO
               END-IF
           END-IF
           END-IF

           IF NOT FUSION-ENCONTRADA
               ADD 1 TO WS-IDX-FUS
           END-IF.
       3510-F-EVALUAR-FUSION-ITEM.EXIT.
      *----------------------------------------------------------------*
       3600-REGISTRAR-CAMBIO.
           ADD 1 TO TABFUS-CUENTAS(WS-IDX-FUS)
           ADD 1 TO WS-CONT-REASIGNADAS
           PERFORM 6000-LISTAR-CAMBIO

           INITIALIZE REG-JOURNAL
           MOVE WS-FECHA-PROCESO TO JFU-FECHA
           MOVE TABFUS-TIPO(WS-IDX-FUS) TO JFU-TIPO
           MOVE TABFUS-SOBREVIVIENTE(WS-IDX-FUS) TO JFU-SOBREVIVIENTE
           MOVE TABFUS-RETIRADO(WS-IDX-FUS) TO JFU-RETIRADO
           MOVE WS-ARCHIVO-ITEM TO JFU-ARCHIVO
           MOVE WS-CLAVE-ITEM TO JFU-CLAVE
           MOVE TABFUS-APROBADOR(WS-IDX-FUS) TO JFU-APROBADOR
           PERFORM 6200-ESCRIBIR-JOURNAL.
       3600-F-REGISTRAR-CAMBIO.EXIT.
      *----------------------------------------------------------------*
       4000-BUSCAR-TITULAR.
           MOVE "N" TO WS-SW-TITULAR
           MOVE 1 TO WS-IDX-TITULAR

           PERFORM 4010-BUSCAR-TITULAR-ITEM
           UNTIL WS-IDX-TITULAR > WS-CONT-TITULARES
           OR TITULAR-ENCONTRADO.
       4000-F-BUSCAR-TITULAR.EXIT.
      *----------------------------------------------------------------*
       4010-BUSCAR-TITULAR-ITEM.
           IF TABTIT-ID(WS-IDX-TITULAR) = WS-ID-BUSCADO
               MOVE "S" TO WS-SW-TITULAR
           ELSE
               ADD 1 TO WS-IDX-TITULAR
           END-IF.
       4010-F-BUSCAR-TITULAR-ITEM.EXIT.
      *----------------------------------------------------------------*
       4200-BUSCAR-PAR.
      * PAR = SOBREVIVIENTE EN WS-TITULAR-NUEVO, RETIRADO EN
      * WS-ID-BUSCADO
           MOVE "N" TO WS-SW-PAR
           MOVE 1 TO WS-IDX-PAR

           PERFORM 4210-BUSCAR-PAR-ITEM
           UNTIL WS-IDX-PAR > WS-CONT-PARES
           OR PAR-ENCONTRADO.
       4200-F-BUSCAR-PAR.EXIT.
      *----------------------------------------------------------------*
       4210-BUSCAR-PAR-ITEM.
           IF TABPAR-SOBREVIVIENTE(WS-IDX-PAR) = WS-TITULAR-NUEVO
           AND TABPAR-RETIRADO(WS-IDX-PAR) = WS-ID-BUSCADO
               MOVE "S" TO WS-SW-PAR
           ELSE
               ADD 1 TO WS-IDX-PAR
           END-IF.
       4210-F-BUSCAR-PAR-ITEM.EXIT.
      *----------------------------------------------------------------*
       4300-BUSCAR-MOVIDA.
           MOVE "N" TO WS-SW-MOVIDA
           MOVE 1 TO WS-IDX-MOV

           PERFORM 4310-BUSCAR-MOVIDA-ITEM
           UNTIL WS-IDX-MOV > WS-CONT-MOVIDAS
           OR MOVIDA-ENCONTRADA.
       4300-F-BUSCAR-MOVIDA.EXIT.
      *----------------------------------------------------------------*
       4310-BUSCAR-MOVIDA-ITEM.
           IF TABMOV-ARCHIVO(WS-IDX-MOV) = WS-ARCHIVO-ITEM
           AND TABMOV-CLAVE(WS-IDX-MOV) = WS-CLAVE-ITEM
           AND TABMOV-SOBREVIVIENTE(WS-IDX-MOV)
               = TABFUS-SOBREVIVIENTE(WS-IDX-FUS)
           AND TABMOV-RETIRADO(WS-IDX-MOV)
               = TABFUS-RETIRADO(WS-IDX-FUS)
               MOVE "S" TO WS-SW-MOVIDA
           ELSE
               ADD 1 TO WS-IDX-MOV
           END-IF.
       4310-F-BUSCAR-MOVIDA-ITEM.EXIT.
      *----------------------------------------------------------------*
       5000-LEER-FUSION.
           READ FUSIONES
           EVALUATE TRUE
               WHEN FS-FUSIONES-OK
                   ADD 1 TO WS-CONT-LECTURA
               WHEN FS-FUSIONES-FIN
                   CONTINUE
               WHEN OTHER
                   DISPLAY "ERROR LECTURA FUSIONESTITULARES FS: "
                       FS-FUSIONES
                   MOVE "S" TO WS-SW-ABEND
                   PERFORM 9000-I-FINAL
           END-EVALUATE.
       5000-F-LEER-FUSION.EXIT.
      *----------------------------------------------------------------*
       6000-LISTAR-CAMBIO.
           MOVE TABFUS-TIPO(WS-IDX-FUS) TO LIS-CTA-TIPO
           EVALUATE WS-ARCHIVO-ITEM
               WHEN "C"
                   MOVE "CUENTA" TO LIS-CTA-ARCHIVO
               WHEN "O"
                   MOVE "ORDEN" TO LIS-CTA-ARCHIVO
               WHEN OTHER
                   MOVE "PLAZO" TO LIS-CTA-ARCHIVO
           END-EVALUATE
           MOVE WS-CLAVE-ITEM TO LIS-CTA-CUENTA
           MOVE WS-TITULAR-ITEM TO LIS-CTA-DESDE
           MOVE WS-TITULAR-NUEVO TO LIS-CTA-HACIA
           MOVE WS-IMPORTE-ITEM TO LIS-CTA-SALDO
           MOVE WS-MONEDA-ITEM TO LIS-CTA-MONEDA

           IF NOT FS-LISTADO-OK
               DISPLAY "ERROR ESCRITURA FUSIONES FS: " FS-LISTADO
           ELSE
               WRITE REG-LISTADO FROM ESTRUCTURA-LISTADO-CTA-DET
           END-IF.
       6000-F-LISTAR-CAMBIO.EXIT.
      *----------------------------------------------------------------*
       6100-ESCRIBIR-RECHAZO.
           MOVE FUS-TIPO TO RCH-TIPO
           MOVE FUS-SOBREVIVIENTE TO RCH-SOBREVIVIENTE
           MOVE FUS-RETIRADO TO RCH-RETIRADO
           MOVE FUS-APROBADOR TO RCH-APROBADOR

           IF NOT FS-RECHAZOS-OK
               DISPLAY "ERROR ESCRITURA RECHAZOS FS: " FS-RECHAZOS
           ELSE
               WRITE REG-RECHAZO FROM ESTRUCTURA-RECHAZO
           END-IF.
       6100-F-ESCRIBIR-RECHAZO.EXIT.
      *----------------------------------------------------------------*
       6200-ESCRIBIR-JOURNAL.
           IF NOT FS-JOURNALNUEVO-OK
               DISPLAY "ERROR ESCRITURA JOURNALFUSIONESNEW FS: "
                   FS-JOURNALNUEVO
               MOVE "S" TO WS-SW-ABEND
               PERFORM 9000-I-FINAL
           ELSE
               WRITE REG-JOURNAL-NUEVO FROM REG-JOURNAL
           END-IF.
       6200-F-ESCRIBIR-JOURNAL.EXIT.
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
           IF FS-LISTADO-OK
               WRITE REG-LISTADO FROM ESTRUCTURA-LISTADO-SOLICITUDES
           END-IF

           MOVE 1 TO WS-IDX-FUS
           PERFORM 7100-LISTAR-SOLICITUD
               UNTIL WS-IDX-FUS > WS-CONT-TAB-FUSIONES

           MOVE WS-CONT-FUSIONES TO LIS-TOT-FUSIONES
           MOVE WS-CONT-DESHECHAS TO LIS-TOT-DESHECHAS
           MOVE WS-CONT-REASIGNADAS TO LIS-TOT-CUENTAS
           MOVE WS-CONT-RECHAZADAS TO LIS-TOT-RECHAZADAS
           IF FS-LISTADO-OK
               WRITE REG-LISTADO FROM ESTRUCTURA-LISTADO-TOTAL
           END-IF.
       7000-F-ESCRIBIR-LISTADO.EXIT.
      *----------------------------------------------------------------*
       7100-LISTAR-SOLICITUD.
           MOVE TABFUS-TIPO(WS-IDX-FUS) TO LIS-SOL-TIPO
           MOVE TABFUS-SOBREVIVIENTE(WS-IDX-FUS)
               TO LIS-SOL-SOBREVIVIENTE
           MOVE TABFUS-RETIRADO(WS-IDX-FUS) TO LIS-SOL-RETIRADO
           MOVE TABFUS-NOMBRE(WS-IDX-FUS) TO LIS-SOL-NOMBRE
           MOVE TABFUS-APROBADOR(WS-IDX-FUS) TO LIS-SOL-APROBADOR
           MOVE TABFUS-CUENTAS(WS-IDX-FUS) TO LIS-SOL-CUENTAS

           IF NOT FS-LISTADO-OK
               DISPLAY "ERROR ESCRITURA FUSIONES FS: " FS-LISTADO
           ELSE
               WRITE REG-LISTADO FROM ESTRUCTURA-LISTADO-SOL-DET
           END-IF

           ADD 1 TO WS-IDX-FUS.
       7100-F-LISTAR-SOLICITUD.EXIT.
      *----------------------------------------------------------------*
       7500-GRABAR-TITULARES.
           MOVE 1 TO WS-IDX-TITULAR
           PERFORM 7510-GRABAR-TITULAR-ITEM
           UNTIL WS-IDX-TITULAR > WS-CONT-TITULARES.
       7500-F-GRABAR-TITULARES.EXIT.
      *----------------------------------------------------------------*
       7510-GRABAR-TITULAR-ITEM.
           MOVE TABTIT-ID(WS-IDX-TITULAR) TO TITN-ID
           MOVE TABTIT-NOMBRE(WS-IDX-TITULAR) TO TITN-NOMBRE
           MOVE TABTIT-DOCUMENTO(WS-IDX-TITULAR) TO TITN-DOCUMENTO
           MOVE TABTIT-PAIS(WS-IDX-TITULAR) TO TITN-PAIS
           MOVE TABTIT-ESTADO(WS-IDX-TITULAR) TO TITN-ESTADO
           MOVE TABTIT-DOMICILIO(WS-IDX-TITULAR) TO TITN-DOMICILIO
           MOVE TABTIT-LOCALIDAD(WS-IDX-TITULAR) TO TITN-LOCALIDAD
           MOVE TABTIT-COD-POSTAL(WS-IDX-TITULAR) TO TITN-COD-POSTAL

           IF NOT FS-TITULARESNUEVO-OK
               DISPLAY "ERROR ESCRITURA TITULARESNEW FS: "
                   FS-TITULARESNUEVO
           ELSE
               WRITE REG-TITULAR-NUEVO
           END-IF

           ADD 1 TO WS-IDX-TITULAR.
       7510-F-GRABAR-TITULAR-ITEM.EXIT.
      *----------------------------------------------------------------*
       8000-ESCRIBIR-AUDITORIA.
           MOVE "FUSTITULARES"        TO AUD-PROGRAMA
           MOVE WS-FECHA-PROCESO      TO AUD-FECHA
           ACCEPT AUD-HORA FROM TIME
           MOVE WS-CONT-LECTURA       TO AUD-LEIDOS
           MOVE WS-CONT-REASIGNADAS   TO AUD-ESCRITOS
           MOVE WS-CONT-RECHAZADAS    TO AUD-RECHAZADOS

           IF FS-AUDITORIA-OK OR FS-AUDITORIA-CREADO
               WRITE REG-AUDITORIA
           END-IF.
       8000-F-ESCRIBIR-AUDITORIA.EXIT.
      *----------------------------------------------------------------*
       9000-I-FINAL.
           IF HUBO-ABEND
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM 7500-GRABAR-TITULARES
           END-IF.
           PERFORM 8000-ESCRIBIR-AUDITORIA.
           CLOSE FUSIONES.
           CLOSE MAESTRO.
           CLOSE MAESTRONUEVO.
           CLOSE TITULARESNUEVO.
           CLOSE JOURNALNUEVO.
           IF HAY-ORDENES
               CLOSE ORDENES
               CLOSE ORDENESNUEVO
           END-IF.
           IF HAY-PLAZOS
               CLOSE PLAZOS
               CLOSE PLAZOSNUEVO
           END-IF.
           CLOSE LISTADO.
           CLOSE RECHAZOS.
           CLOSE AUDITORIA.

      * LOS MAESTROS Y EL JOURNAL SE REEMPLAZAN JUNTOS O NINGUNO
           IF NOT HUBO-ABEND
               CALL "SYSTEM" USING WS-CMD-CUENTAS
               CALL "SYSTEM" USING WS-CMD-TITULARES
               CALL "SYSTEM" USING WS-CMD-JOURNAL
               IF HAY-ORDENES
                   CALL "SYSTEM" USING WS-CMD-ORDENES
               END-IF
               IF HAY-PLAZOS
                   CALL "SYSTEM" USING WS-CMD-PLAZOS
               END-IF
               PERFORM 9100-RECONSTRUIR-INDICE
           END-IF.

           DISPLAY "FUSIONES APLICADAS: " WS-CONT-FUSIONES
               " DESHECHAS: " WS-CONT-DESHECHAS
               " RECHAZADAS: " WS-CONT-RECHAZADAS
           DISPLAY "REGISTROS REASIGNADOS: " WS-CONT-REASIGNADAS

           PERFORM 6410-GRABAR-CATALOGO
           STOP RUN.
       9000-F-FINAL.
           EXIT.
      *----------------------------------------------------------------*
       9100-RECONSTRUIR-INDICE.
           CALL "SYSTEM" USING "./CARGACUENTASIDX"
           MOVE RETURN-CODE TO WS-RC-CARGAIDX
           DIVIDE WS-RC-CARGAIDX BY 256 GIVING WS-RC-CARGAIDX
           MOVE ZERO TO RETURN-CODE
           IF WS-RC-CARGAIDX NOT = ZERO
               DISPLAY "CARGACUENTASIDX TERMINO CON RC: "
                   WS-RC-CARGAIDX " - CUENTASIDX DESACTUALIZADO"
           END-IF.
       9100-F-RECONSTRUIR-INDICE.EXIT.
      *----------------------------------------------------------------*
