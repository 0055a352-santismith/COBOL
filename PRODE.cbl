      ******************************************************************
      * PRODE - PRONOSTICOS DE PARTIDOS PUNTUADOS CONTRA PARTIDOS.dat
      * LEE PRONOSTICOS.dat (PARTICIPANTE, FECHA DE CARGA, FECHA DEL
      * PARTIDO, LOCAL, VISITANTE Y MARCADOR PRONOSTICADO) Y LOS
      * VALIDA CONTRA EL FIXTURE DE PARTIDOS.dat, JUGADOS O PENDIENTES
      * (MARCADOR EN BLANCO): SE RECHAZAN A RECHAZOSPRODE.dat LOS DE
      * PARTICIPANTE EN BLANCO, MARCADOR O FECHA DE CARGA INVALIDOS,
      * PARTIDO INEXISTENTE, CARGADOS DESPUES DE LA FECHA DEL PARTIDO
      * Y LOS DUPLICADOS. CADA PRONOSTICO DE UN PARTIDO JUGADO SUMA 3
      * PUNTOS SI ACIERTA EL MARCADOR EXACTO Y 1 SI SOLO ACIERTA EL
      * RESULTADO (LOCAL, EMPATE O VISITANTE); LOS DE PARTIDOS
      * PENDIENTES QUEDAN ACEPTADOS SIN PUNTUAR. EL REPORTE
      * prode-<FECHA>.dat MUESTRA LA TABLA ACUMULADA AL CIERRE DE
      * CADA FECHA CON PARTIDOS JUGADOS (PUNTOS, EXACTOS, NOMBRE) Y
      * EL DETALLE DE PRONOSTICOS DE CADA PARTICIPANTE; QUEDA
      * CATALOGADO
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRODE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARTIDOS ASSIGN TO "PARTIDOS.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-PARTIDOS.

           SELECT PRONOSTICOS ASSIGN TO "PRONOSTICOS.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-PRONOSTICOS.

           SELECT LISTADO ASSIGN USING WS-ARCH-LISTADO
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-LISTADO.

           SELECT RECHAZOS ASSIGN TO "RECHAZOSPRODE.dat"
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
       FD  PARTIDOS.
           01 REG-PARTIDO.
               05 PAR-FECHA                PIC X(08).
               05 PAR-PAIS-LOCAL           PIC X(03).
               05 PAR-PAIS-VISITA          PIC X(03).
               05 PAR-GOLES-LOCAL          PIC 9(02).
               05 PAR-GOLES-VISITA         PIC 9(02).
               05 PAR-GRUPO                PIC X(01).

       FD  PRONOSTICOS.
           01 REG-PRONOSTICO.
               05 PRO-PARTICIPANTE         PIC X(20).
               05 PRO-FECHA-CARGA          PIC X(08).
               05 PRO-FECHA-PARTIDO        PIC X(08).
               05 PRO-PAIS-LOCAL           PIC X(03).
               05 PRO-PAIS-VISITA          PIC X(03).
               05 PRO-GOLES-LOCAL          PIC 9(02).
               05 PRO-GOLES-VISITA         PIC 9(02).

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

       01  ESTRUCTURA-TITULO.
           05 FILLER                       PIC X(36)
              VALUE "PRODE - TABLA ACUMULADA POR FECHA - ".
           05 FILLER                       PIC X(9) VALUE "PROCESO: ".
           05 TITULO-FECHA                 PIC X(08).

       01  ESTRUCTURA-JORNADA.
           05 FILLER                       PIC X(28)
              VALUE "ACUMULADO AL CIERRE DE LA FE".
           05 FILLER                       PIC X(05) VALUE "CHA: ".
           05 JOR-FECHA                    PIC X(08).
           05 FILLER                       PIC X(12)
              VALUE "  PARTIDOS: ".
           05 JOR-PARTIDOS                 PIC ZZ9.

       01  ESTRUCTURA-ENCABEZADO.
           05 FILLER                       PIC X(46) VALUE
              "PTO PARTICIPANTE           PTS  EXA  ACI  PRO".

       01  ESTRUCTURA-POSICION.
           05 POS-PUESTO-SAL               PIC ZZ9.
           05 FILLER                       PIC X(1) VALUE SPACES.
           05 POS-PARTICIPANTE-SAL         PIC X(20).
           05 FILLER                       PIC X(1) VALUE SPACES.
           05 POS-PUNTOS-SAL               PIC ZZZZ9.
           05 FILLER                       PIC X(1) VALUE SPACES.
           05 POS-EXACTOS-SAL              PIC ZZZ9.
           05 FILLER                       PIC X(1) VALUE SPACES.
           05 POS-ACIERTOS-SAL             PIC ZZZ9.
           05 FILLER                       PIC X(1) VALUE SPACES.
           05 POS-PRONOSTICOS-SAL          PIC ZZZ9.

       01  ESTRUCTURA-TITULO-DETALLE.
           05 FILLER                       PIC X(37)
              VALUE "DETALLE DE PRONOSTICOS POR PARTICIPAN".
           05 FILLER                       PIC X(02) VALUE "TE".

       01  ESTRUCTURA-PARTICIPANTE.
           05 FILLER                       PIC X(14)
              VALUE "PARTICIPANTE: ".
           05 PAT-NOMBRE-SAL               PIC X(20).
           05 FILLER                       PIC X(10) VALUE " PUNTOS: ".
           05 PAT-PUNTOS-SAL               PIC ZZZZ9.

       01  ESTRUCTURA-DETALLE.
           05 FILLER                       PIC X(2) VALUE SPACES.
           05 DET-FECHA                    PIC X(08).
           05 FILLER                       PIC X(1) VALUE SPACES.
           05 DET-LOCAL                    PIC X(03).
           05 FILLER                       PIC X(1) VALUE SPACES.
           05 DET-MARCADOR.
               10 DET-GOLES-LOCAL          PIC 9(02).
               10 FILLER                   PIC X(1) VALUE "-".
               10 DET-GOLES-VISITA         PIC 9(02).
           05 DET-MARCADOR-X REDEFINES DET-MARCADOR PIC X(05).
           05 FILLER                       PIC X(1) VALUE SPACES.
           05 DET-VISITA                   PIC X(03).
           05 FILLER                       PIC X(13)
              VALUE "  PRONOSTICO ".
           05 DET-PRO-GOLES-LOCAL          PIC 9(02).
           05 FILLER                       PIC X(1) VALUE "-".
           05 DET-PRO-GOLES-VISITA         PIC 9(02).
           05 FILLER                       PIC X(2) VALUE SPACES.
           05 DET-ACIERTO                  PIC X(10).
           05 FILLER                       PIC X(1) VALUE SPACES.
           05 DET-PUNTOS                   PIC 9.

       01  ESTRUCTURA-RECHAZO.
           05 RCH-PARTICIPANTE             PIC X(20).
           05 FILLER                       PIC X(1) VALUE SPACES.
           05 RCH-FECHA                    PIC X(08).
           05 FILLER                       PIC X(1) VALUE SPACES.
           05 RCH-LOCAL                    PIC X(03).
           05 FILLER                       PIC X(1) VALUE SPACES.
           05 RCH-VISITA                   PIC X(03).
           05 FILLER                       PIC X(1) VALUE SPACES.
           05 RCH-MOTIVO                   PIC X(40).

       01  TABLA-PARTIDOS.
           05 PARTIDO-ITEM OCCURS 500 TIMES.
               10 TAB-PAR-FECHA            PIC X(08).
               10 TAB-PAR-LOCAL            PIC X(03).
               10 TAB-PAR-VISITA           PIC X(03).
               10 TAB-PAR-GOLES-LOCAL      PIC 9(02).
               10 TAB-PAR-GOLES-VISITA     PIC 9(02).
               10 TAB-PAR-JUGADO           PIC X(01).
                   88 PARTIDO-JUGADO       VALUE "S".
                   88 PARTIDO-PENDIENTE    VALUE "N".

       01  TABLA-JORNADAS.
           05 JORNADA-ITEM OCCURS 200 TIMES.
               10 TAB-JOR-FECHA            PIC X(08).
               10 TAB-JOR-PARTIDOS         PIC 9(03).

       01  JORNADA-ITEM-TEMP.
           05 TAB-JOR-FECHA-TEMP           PIC X(08).
           05 TAB-JOR-PARTIDOS-TEMP        PIC 9(03).

       01  TABLA-PRONOSTICOS.
           05 PRONOSTICO-ITEM OCCURS 2000 TIMES.
               10 TAB-PRO-PARTICIPANTE     PIC X(20).
               10 TAB-PRO-IDX-PARTIDO      PIC 9(04).
               10 TAB-PRO-GOLES-LOCAL      PIC 9(02).
               10 TAB-PRO-GOLES-VISITA     PIC 9(02).
               10 TAB-PRO-PUNTOS           PIC 9(01).
               10 TAB-PRO-ACIERTO          PIC X(01).
                   88 PRO-ACIERTO-EXACTO   VALUE "E".
                   88 PRO-ACIERTO-RESULTADO VALUE "R".
                   88 PRO-ACIERTO-PENDIENTE VALUE "P".

       01  TABLA-PARTICIPANTES.
           05 PARTICIPANTE-ITEM OCCURS 300 TIMES.
               10 TAB-PAT-NOMBRE           PIC X(20).
               10 TAB-PAT-PUNTOS           PIC 9(05).
               10 TAB-PAT-EXACTOS          PIC 9(04).
               10 TAB-PAT-ACIERTOS         PIC 9(04).
               10 TAB-PAT-PRONOSTICOS      PIC 9(04).

       01  PARTICIPANTE-ITEM-TEMP.
           05 TAB-PAT-NOMBRE-TEMP          PIC X(20).
           05 TAB-PAT-RESTO-TEMP           PIC X(17).

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

       01  VARIABLES.
           05 FS-PARTIDOS              PIC XX.
               88 FS-PARTIDOS-OK       VALUE "00".
               88 FS-PARTIDOS-FIN      VALUE "10".

           05 FS-PRONOSTICOS           PIC XX.
               88 FS-PRONOSTICOS-OK    VALUE "00".
               88 FS-PRONOSTICOS-FIN   VALUE "10".

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

       77  WS-CONT-LECTURA                 PIC 9(9) VALUE ZERO.
       77  WS-CONT-ESCRITURA               PIC 9(9) VALUE ZERO.
       77  WS-CONT-RECHAZOS                PIC 9(9) VALUE ZERO.
       77  WS-CONT-ACEPTADOS               PIC 9(9) VALUE ZERO.
       77  WS-CONT-PARTIDOS                PIC 9(4) VALUE ZERO.
       77  WS-CONT-JORNADAS                PIC 9(4) VALUE ZERO.
       77  WS-CONT-PRONOSTICOS             PIC 9(4) VALUE ZERO.
       77  WS-CONT-PARTICIPANTES           PIC 9(4) VALUE ZERO.
       77  WS-IDX-PAR                      PIC 9(4) VALUE ZERO.
       77  WS-IDX-JOR                      PIC 9(4) VALUE ZERO.
       77  WS-IDX-JOR-J                    PIC 9(4) VALUE ZERO.
       77  WS-IDX-PRO                      PIC 9(4) VALUE ZERO.
       77  WS-IDX-PAT                      PIC 9(4) VALUE ZERO.
       77  WS-IDX-PAT-J                    PIC 9(4) VALUE ZERO.
       77  WS-IDX-PARTIDO-PRO              PIC 9(4) VALUE ZERO.
       77  WS-PUESTO                       PIC 9(3) VALUE ZERO.
       77  WS-PUNTOS-EXACTO                PIC 9(1) VALUE 3.
       77  WS-PUNTOS-RESULTADO             PIC 9(1) VALUE 1.
       77  WS-SIGNO-REAL                   PIC X(1) VALUE SPACES.
       77  WS-SIGNO-PRONOSTICO             PIC X(1) VALUE SPACES.
       77  WS-FECHA-JORNADA                PIC X(8) VALUE SPACES.
       77  WS-PARTICIPANTE-BUSCADO         PIC X(20) VALUE SPACES.
       77  WS-SW-ENCONTRADO                PIC X VALUE "N".
           88 ITEM-ENCONTRADO              VALUE "S".
       77  WS-SW-DUPLICADO                 PIC X VALUE "N".
           88 PRONOSTICO-DUPLICADO         VALUE "S".
       77  WS-SW-INTERCAMBIO               PIC X VALUE "N".
           88 HUBO-INTERCAMBIO             VALUE "S".
       77  WS-SW-DEBE-INTERCAMBIAR         PIC X VALUE "N".
           88 DEBE-INTERCAMBIAR            VALUE "S".
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
       77  WS-ARCH-LISTADO                 PIC X(44) VALUE SPACES.
       77  WS-FECHA-PROCESO                PIC X(8) VALUE SPACES.
       77  WS-SW-ABEND                     PIC X VALUE "N".
           88 HUBO-ABEND                   VALUE "S".

       PROCEDURE DIVISION.
           PERFORM 1000-I-INICIO.
           PERFORM 2000-I-PROCESO UNTIL FS-PRONOSTICOS-FIN.
           PERFORM 9000-I-FINAL.
               STOP RUN.
      *----------------------------------------------------------------*
       1000-I-INICIO.
           INITIALIZE VARIABLES
           PERFORM 1050-LEERPARAMETROS.
           PERFORM 1100-CARGAR-PARTIDOS.
           PERFORM 1150-ABRIRPRONOSTICOS.
           PERFORM 1160-ABRIRLISTADO.
           PERFORM 1170-ABRIRRECHAZOS.
           PERFORM 1180-ABRIRAUDITORIA.
           PERFORM 5000-LEERPRONOSTICO.
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
               ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD
           END-IF

           MOVE SPACES TO WS-ARCH-LISTADO
           STRING "prode-" DELIMITED BY SIZE
               WS-FECHA-PROCESO DELIMITED BY SPACE
               ".dat" DELIMITED BY SIZE
               INTO WS-ARCH-LISTADO.
       1050-F-LEERPARAMETROS.EXIT.
      *----------------------------------------------------------------*
       1100-CARGAR-PARTIDOS.
      * TODO EL FIXTURE SE PUEDE PRONOSTICAR; LOS PARTIDOS TODAVIA
      * NO JUGADOS (MARCADOR EN BLANCO) QUEDAN PENDIENTES Y SOLO LOS
      * JUGADOS ABREN UNA FECHA EN LA TABLA ACUMULADA
           OPEN INPUT PARTIDOS.

           IF NOT FS-PARTIDOS-OK
               DISPLAY "ERROR APERTURA PARTIDOS FS: " FS-PARTIDOS
               MOVE "S" TO WS-SW-ABEND
               PERFORM 9000-I-FINAL
           END-IF

           PERFORM 1110-LEERPARTIDO
           PERFORM 1120-CARGAR-PARTIDO-ITEM UNTIL FS-PARTIDOS-FIN
           CLOSE PARTIDOS.
       1100-F-CARGAR-PARTIDOS.EXIT.
      *----------------------------------------------------------------*
       1110-LEERPARTIDO.
           READ PARTIDOS
           EVALUATE TRUE
               WHEN FS-PARTIDOS-OK
                   CONTINUE
               WHEN FS-PARTIDOS-FIN
                   CONTINUE
               WHEN OTHER
                   DISPLAY "ERROR LECTURA PARTIDOS FS: " FS-PARTIDOS
                   MOVE "S" TO WS-SW-ABEND
                   PERFORM 9000-I-FINAL
           END-EVALUATE.
       1110-F-LEERPARTIDO.EXIT.
      *----------------------------------------------------------------*
       1120-CARGAR-PARTIDO-ITEM.
           IF PAR-FECHA NUMERIC
           AND PAR-PAIS-LOCAL NOT = SPACES
           AND PAR-PAIS-VISITA NOT = SPACES
           AND PAR-PAIS-LOCAL NOT = PAR-PAIS-VISITA
               IF WS-CONT-PARTIDOS >= 500
                   DISPLAY "PARTIDOS EXCEDE LA TABLA DEL PRODE"
                   MOVE "S" TO WS-SW-ABEND
                   PERFORM 9000-I-FINAL
               END-IF
               ADD 1 TO WS-CONT-PARTIDOS
               MOVE PAR-FECHA TO TAB-PAR-FECHA(WS-CONT-PARTIDOS)
               MOVE PAR-PAIS-LOCAL TO TAB-PAR-LOCAL(WS-CONT-PARTIDOS)
               MOVE PAR-PAIS-VISITA
                   TO TAB-PAR-VISITA(WS-CONT-PARTIDOS)
               IF PAR-GOLES-LOCAL NUMERIC
               AND PAR-GOLES-VISITA NUMERIC
                   MOVE PAR-GOLES-LOCAL
                       TO TAB-PAR-GOLES-LOCAL(WS-CONT-PARTIDOS)
                   MOVE PAR-GOLES-VISITA
                       TO TAB-PAR-GOLES-VISITA(WS-CONT-PARTIDOS)
                   MOVE "S" TO TAB-PAR-JUGADO(WS-CONT-PARTIDOS)
                   PERFORM 1130-REGISTRAR-JORNADA
               ELSE
                   MOVE ZERO TO TAB-PAR-GOLES-LOCAL(WS-CONT-PARTIDOS)
                   MOVE ZERO TO TAB-PAR-GOLES-VISITA(WS-CONT-PARTIDOS)
                   MOVE "N" TO TAB-PAR-JUGADO(WS-CONT-PARTIDOS)
               END-IF
           END-IF
           PERFORM 1110-LEERPARTIDO.
       1120-F-CARGAR-PARTIDO-ITEM.EXIT.
      *----------------------------------------------------------------*
       1130-REGISTRAR-JORNADA.
           MOVE "N" TO WS-SW-ENCONTRADO
           MOVE 1 TO WS-IDX-JOR

           PERFORM 1140-BUSCAR-JORNADA-ITEM
           UNTIL WS-IDX-JOR > WS-CONT-JORNADAS
           OR ITEM-ENCONTRADO

           IF NOT ITEM-ENCONTRADO
               IF WS-CONT-JORNADAS >= 200
                   DISPLAY "FECHAS DE PARTIDOS EXCEDE LA TABLA"
                   MOVE "S" TO WS-SW-ABEND
                   PERFORM 9000-I-FINAL
               END-IF
               ADD 1 TO WS-CONT-JORNADAS
               MOVE WS-CONT-JORNADAS TO WS-IDX-JOR
               MOVE PAR-FECHA TO TAB-JOR-FECHA(WS-IDX-JOR)
               MOVE ZERO TO TAB-JOR-PARTIDOS(WS-IDX-JOR)
           END-IF

           ADD 1 TO TAB-JOR-PARTIDOS(WS-IDX-JOR).
       1130-F-REGISTRAR-JORNADA.EXIT.
      *----------------------------------------------------------------*
       1140-BUSCAR-JORNADA-ITEM.
           IF TAB-JOR-FECHA(WS-IDX-JOR) = PAR-FECHA
               MOVE "S" TO WS-SW-ENCONTRADO
           ELSE
               ADD 1 TO WS-IDX-JOR
           END-IF.
       1140-F-BUSCAR-JORNADA-ITEM.EXIT.
      *----------------------------------------------------------------*
       1150-ABRIRPRONOSTICOS.
           OPEN INPUT PRONOSTICOS.

           IF NOT FS-PRONOSTICOS-OK
               DISPLAY "ERROR APERTURA PRONOSTICOS FS: "
                   FS-PRONOSTICOS
               MOVE "S" TO WS-SW-ABEND
               PERFORM 9000-I-FINAL
           END-IF.
       1150-F-ABRIRPRONOSTICOS.EXIT.
      *----------------------------------------------------------------*
       1160-ABRIRLISTADO.
           OPEN OUTPUT LISTADO.

           IF NOT FS-LISTADO-OK
               DISPLAY "ERROR APERTURA PRODE FS: " FS-LISTADO
               MOVE "S" TO WS-SW-ABEND
               PERFORM 9000-I-FINAL
           END-IF

           MOVE WS-FECHA-PROCESO TO TITULO-FECHA
           WRITE REG-LISTADO FROM ESTRUCTURA-TITULO
           ADD 1 TO WS-CONT-ESCRITURA
           PERFORM 6400-CATALOGAR-GENERACION.
       1160-F-ABRIRLISTADO.EXIT.
      *----------------------------------------------------------------*
       1170-ABRIRRECHAZOS.
           OPEN OUTPUT RECHAZOS.

           IF NOT FS-RECHAZOS-OK
               DISPLAY "ERROR APERTURA RECHAZOSPRODE FS: "
                   FS-RECHAZOS
               MOVE "S" TO WS-SW-ABEND
               PERFORM 9000-I-FINAL
           END-IF.
       1170-F-ABRIRRECHAZOS.EXIT.
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
           PERFORM 3200-BUSCAR-PARTIDO

           EVALUATE TRUE
               WHEN PRO-PARTICIPANTE = SPACES
                   MOVE "PARTICIPANTE EN BLANCO" TO RCH-MOTIVO
                   PERFORM 6000-ESCRIBIR-RECHAZO
               WHEN PRO-GOLES-LOCAL NOT NUMERIC
               OR PRO-GOLES-VISITA NOT NUMERIC
                   MOVE "MARCADOR PRONOSTICADO NO NUMERICO"
                       TO RCH-MOTIVO
                   PERFORM 6000-ESCRIBIR-RECHAZO
               WHEN PRO-FECHA-CARGA NOT NUMERIC
                   MOVE "FECHA DE CARGA INVALIDA" TO RCH-MOTIVO
                   PERFORM 6000-ESCRIBIR-RECHAZO
               WHEN NOT ITEM-ENCONTRADO
                   MOVE "PARTIDO INEXISTENTE EN PARTIDOS"
                       TO RCH-MOTIVO
                   PERFORM 6000-ESCRIBIR-RECHAZO
               WHEN PRO-FECHA-CARGA > PRO-FECHA-PARTIDO
                   MOVE "CARGADO DESPUES DE LA FECHA DEL PARTIDO"
                       TO RCH-MOTIVO
                   PERFORM 6000-ESCRIBIR-RECHAZO
               WHEN OTHER
                   PERFORM 3300-BUSCAR-DUPLICADO
                   IF PRONOSTICO-DUPLICADO
                       MOVE "PRONOSTICO DUPLICADO PARA EL PARTIDO"
                           TO RCH-MOTIVO
                       PERFORM 6000-ESCRIBIR-RECHAZO
                   ELSE
                       PERFORM 3000-REGISTRAR-PRONOSTICO
                   END-IF
           END-EVALUATE
           PERFORM 5000-LEERPRONOSTICO.
       2000-F-PROCESO.EXIT.
      *----------------------------------------------------------------*
       3000-REGISTRAR-PRONOSTICO.
           IF WS-CONT-PRONOSTICOS >= 2000
               DISPLAY "PRONOSTICOS EXCEDE LA TABLA DEL PRODE"
               MOVE "S" TO WS-SW-ABEND
               PERFORM 9000-I-FINAL
           END-IF
           ADD 1 TO WS-CONT-PRONOSTICOS
           ADD 1 TO WS-CONT-ACEPTADOS
           MOVE WS-CONT-PRONOSTICOS TO WS-IDX-PRO
           MOVE PRO-PARTICIPANTE TO TAB-PRO-PARTICIPANTE(WS-IDX-PRO)
           MOVE WS-IDX-PARTIDO-PRO TO TAB-PRO-IDX-PARTIDO(WS-IDX-PRO)
           MOVE PRO-GOLES-LOCAL TO TAB-PRO-GOLES-LOCAL(WS-IDX-PRO)
           MOVE PRO-GOLES-VISITA TO TAB-PRO-GOLES-VISITA(WS-IDX-PRO)

           PERFORM 3100-PUNTUAR-PRONOSTICO
           MOVE PRO-PARTICIPANTE TO WS-PARTICIPANTE-BUSCADO
           PERFORM 3400-REGISTRAR-PARTICIPANTE.
       3000-F-REGISTRAR-PRONOSTICO.EXIT.
      *----------------------------------------------------------------*
       3100-PUNTUAR-PRONOSTICO.
      * MARCADOR EXACTO: 3 PUNTOS; SOLO EL RESULTADO (GANA LOCAL,
      * EMPATE O GANA VISITANTE): 1 PUNTO. UN PARTIDO PENDIENTE NO
      * SE PUNTUA
           IF PARTIDO-PENDIENTE(WS-IDX-PARTIDO-PRO)
               MOVE ZERO TO TAB-PRO-PUNTOS(WS-IDX-PRO)
               MOVE "P" TO TAB-PRO-ACIERTO(WS-IDX-PRO)
           ELSE
               PERFORM 3110-CALCULAR-PUNTOS
           END-IF.
       3100-F-PUNTUAR-PRONOSTICO.EXIT.
      *----------------------------------------------------------------*
       3110-CALCULAR-PUNTOS.
           EVALUATE TRUE
               WHEN TAB-PAR-GOLES-LOCAL(WS-IDX-PARTIDO-PRO)
                   > TAB-PAR-GOLES-VISITA(WS-IDX-PARTIDO-PRO)
                   MOVE "L" TO WS-SIGNO-REAL
               WHEN TAB-PAR-GOLES-LOCAL(WS-IDX-PARTIDO-PRO)
                   = TAB-PAR-GOLES-VISITA(WS-IDX-PARTIDO-PRO)
                   MOVE "E" TO WS-SIGNO-REAL
               WHEN OTHER
                   MOVE "V" TO WS-SIGNO-REAL
           END-EVALUATE

           EVALUATE TRUE
               WHEN PRO-GOLES-LOCAL > PRO-GOLES-VISITA
                   MOVE "L" TO WS-SIGNO-PRONOSTICO
               WHEN PRO-GOLES-LOCAL = PRO-GOLES-VISITA
                   MOVE "E" TO WS-SIGNO-PRONOSTICO
               WHEN OTHER
                   MOVE "V" TO WS-SIGNO-PRONOSTICO
           END-EVALUATE

           EVALUATE TRUE
               WHEN PRO-GOLES-LOCAL =
                   TAB-PAR-GOLES-LOCAL(WS-IDX-PARTIDO-PRO)
               AND PRO-GOLES-VISITA =
                   TAB-PAR-GOLES-VISITA(WS-IDX-PARTIDO-PRO)
                   MOVE WS-PUNTOS-EXACTO TO TAB-PRO-PUNTOS(WS-IDX-PRO)
                   MOVE "E" TO TAB-PRO-ACIERTO(WS-IDX-PRO)
               WHEN WS-SIGNO-PRONOSTICO = WS-SIGNO-REAL
                   MOVE WS-PUNTOS-RESULTADO
                       TO TAB-PRO-PUNTOS(WS-IDX-PRO)
                   MOVE "R" TO TAB-PRO-ACIERTO(WS-IDX-PRO)
               WHEN OTHER
                   MOVE ZERO TO TAB-PRO-PUNTOS(WS-IDX-PRO)
                   MOVE "N" TO TAB-PRO-ACIERTO(WS-IDX-PRO)
           END-EVALUATE.
       3110-F-CALCULAR-PUNTOS.EXIT.
      *----------------------------------------------------------------*
       3200-BUSCAR-PARTIDO.
           MOVE "N" TO WS-SW-ENCONTRADO
           MOVE 1 TO WS-IDX-PARTIDO-PRO

           PERFORM 3210-BUSCAR-PARTIDO-ITEM
           UNTIL WS-IDX-PARTIDO-PRO > WS-CONT-PARTIDOS
           OR ITEM-ENCONTRADO.
       3200-F-BUSCAR-PARTIDO.EXIT.
      *----------------------------------------------------------------*
       3210-BUSCAR-PARTIDO-ITEM.
           IF TAB-PAR-FECHA(WS-IDX-PARTIDO-PRO) = PRO-FECHA-PARTIDO
           AND TAB-PAR-LOCAL(WS-IDX-PARTIDO-PRO) = PRO-PAIS-LOCAL
           AND TAB-PAR-VISITA(WS-IDX-PARTIDO-PRO) = PRO-PAIS-VISITA
               MOVE "S" TO WS-SW-ENCONTRADO
           ELSE
               ADD 1 TO WS-IDX-PARTIDO-PRO
           END-IF.
       3210-F-BUSCAR-PARTIDO-ITEM.EXIT.
      *----------------------------------------------------------------*
       3300-BUSCAR-DUPLICADO.
      * VALE EL PRIMER PRONOSTICO DEL PARTICIPANTE PARA CADA PARTIDO
           MOVE "N" TO WS-SW-DUPLICADO
           MOVE 1 TO WS-IDX-PRO

           PERFORM 3310-BUSCAR-DUPLICADO-ITEM
           UNTIL WS-IDX-PRO > WS-CONT-PRONOSTICOS
           OR PRONOSTICO-DUPLICADO.
       3300-F-BUSCAR-DUPLICADO.EXIT.
      *----------------------------------------------------------------*
       3310-BUSCAR-DUPLICADO-ITEM.
           IF TAB-PRO-PARTICIPANTE(WS-IDX-PRO) = PRO-PARTICIPANTE
           AND TAB-PRO-IDX-PARTIDO(WS-IDX-PRO) = WS-IDX-PARTIDO-PRO
               MOVE "S" TO WS-SW-DUPLICADO
           ELSE
               ADD 1 TO WS-IDX-PRO
           END-IF.
       3310-F-BUSCAR-DUPLICADO-ITEM.EXIT.
      *----------------------------------------------------------------*
       3400-REGISTRAR-PARTICIPANTE.
           MOVE "N" TO WS-SW-ENCONTRADO
           MOVE 1 TO WS-IDX-PAT

           PERFORM 3410-BUSCAR-PARTICIPANTE-ITEM
           UNTIL WS-IDX-PAT > WS-CONT-PARTICIPANTES
           OR ITEM-ENCONTRADO

           IF NOT ITEM-ENCONTRADO
               IF WS-CONT-PARTICIPANTES >= 300
                   DISPLAY "PARTICIPANTES EXCEDE LA TABLA DEL PRODE"
                   MOVE "S" TO WS-SW-ABEND
                   PERFORM 9000-I-FINAL
               END-IF
               ADD 1 TO WS-CONT-PARTICIPANTES
               MOVE WS-PARTICIPANTE-BUSCADO
                   TO TAB-PAT-NOMBRE(WS-CONT-PARTICIPANTES)
           END-IF.
       3400-F-REGISTRAR-PARTICIPANTE.EXIT.
      *----------------------------------------------------------------*
       3410-BUSCAR-PARTICIPANTE-ITEM.
           IF TAB-PAT-NOMBRE(WS-IDX-PAT) = WS-PARTICIPANTE-BUSCADO
               MOVE "S" TO WS-SW-ENCONTRADO
           ELSE
               ADD 1 TO WS-IDX-PAT
           END-IF.
       3410-F-BUSCAR-PARTICIPANTE-ITEM.EXIT.
      *----------------------------------------------------------------*
       5000-LEERPRONOSTICO.
           READ PRONOSTICOS
           EVALUATE TRUE
               WHEN FS-PRONOSTICOS-OK
                   ADD 1 TO WS-CONT-LECTURA
               WHEN FS-PRONOSTICOS-FIN
                   CONTINUE
               WHEN OTHER
                   DISPLAY "ERROR LECTURA PRONOSTICOS FS: "
                       FS-PRONOSTICOS
                   MOVE "S" TO WS-SW-ABEND
                   PERFORM 9000-I-FINAL
           END-EVALUATE.
       5000-F-LEERPRONOSTICO.EXIT.
      *----------------------------------------------------------------*
       6000-ESCRIBIR-RECHAZO.
           ADD 1 TO WS-CONT-RECHAZOS
           MOVE PRO-PARTICIPANTE TO RCH-PARTICIPANTE
           MOVE PRO-FECHA-PARTIDO TO RCH-FECHA
           MOVE PRO-PAIS-LOCAL TO RCH-LOCAL
           MOVE PRO-PAIS-VISITA TO RCH-VISITA

           IF NOT FS-RECHAZOS-OK
               DISPLAY "ERROR ESCRITURA RECHAZOSPRODE FS: "
                   FS-RECHAZOS
           ELSE
               WRITE REG-RECHAZO FROM ESTRUCTURA-RECHAZO
           END-IF.
       6000-F-ESCRIBIR-RECHAZO.EXIT.
      *----------------------------------------------------------------*
       6100-ESCRIBIR-LISTADO.
           IF NOT FS-LISTADO-OK
               DISPLAY "ERROR ESCRITURA PRODE FS: " FS-LISTADO
           ELSE
               WRITE REG-LISTADO
               ADD 1 TO WS-CONT-ESCRITURA
           END-IF.
       6100-F-ESCRIBIR-LISTADO.EXIT.
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
       7000-IMPRIMIR-JORNADAS.
      * UNA TABLA POR CADA FECHA DE PARTIDOS, EN ORDEN CRONOLOGICO,
      * CON LOS PUNTOS ACUMULADOS HASTA ESA FECHA INCLUSIVE
           IF WS-CONT-JORNADAS > 1
               MOVE "S" TO WS-SW-INTERCAMBIO
               PERFORM 7010-PASADA-ORDENAR-JORNADAS
                   UNTIL NOT HUBO-INTERCAMBIO
           END-IF

           MOVE 1 TO WS-IDX-JOR
           PERFORM 7100-IMPRIMIR-JORNADA
           UNTIL WS-IDX-JOR > WS-CONT-JORNADAS.
       7000-F-IMPRIMIR-JORNADAS.EXIT.
      *----------------------------------------------------------------*
       7010-PASADA-ORDENAR-JORNADAS.
           MOVE "N" TO WS-SW-INTERCAMBIO
           MOVE 1 TO WS-IDX-JOR
           PERFORM 7020-COMPARAR-JORNADAS
               UNTIL WS-IDX-JOR >= WS-CONT-JORNADAS.
       7010-F-PASADA-ORDENAR-JORNADAS.EXIT.
      *----------------------------------------------------------------*
       7020-COMPARAR-JORNADAS.
           COMPUTE WS-IDX-JOR-J = WS-IDX-JOR + 1
           IF TAB-JOR-FECHA(WS-IDX-JOR) > TAB-JOR-FECHA(WS-IDX-JOR-J)
               MOVE JORNADA-ITEM(WS-IDX-JOR) TO JORNADA-ITEM-TEMP
               MOVE JORNADA-ITEM(WS-IDX-JOR-J)
                   TO JORNADA-ITEM(WS-IDX-JOR)
               MOVE JORNADA-ITEM-TEMP TO JORNADA-ITEM(WS-IDX-JOR-J)
               MOVE "S" TO WS-SW-INTERCAMBIO
           END-IF
           ADD 1 TO WS-IDX-JOR.
       7020-F-COMPARAR-JORNADAS.EXIT.
      *----------------------------------------------------------------*
       7100-IMPRIMIR-JORNADA.
           MOVE TAB-JOR-FECHA(WS-IDX-JOR) TO WS-FECHA-JORNADA

           MOVE 1 TO WS-IDX-PAT
           PERFORM 7110-LIMPIAR-PARTICIPANTE
           UNTIL WS-IDX-PAT > WS-CONT-PARTICIPANTES

           MOVE 1 TO WS-IDX-PRO
           PERFORM 7120-ACUMULAR-PRONOSTICO
           UNTIL WS-IDX-PRO > WS-CONT-PRONOSTICOS

           PERFORM 7200-ORDENAR-PARTICIPANTES

           MOVE SPACES TO REG-LISTADO
           PERFORM 6100-ESCRIBIR-LISTADO
           MOVE WS-FECHA-JORNADA TO JOR-FECHA
           MOVE TAB-JOR-PARTIDOS(WS-IDX-JOR) TO JOR-PARTIDOS
           MOVE ESTRUCTURA-JORNADA TO REG-LISTADO
           PERFORM 6100-ESCRIBIR-LISTADO
           MOVE ESTRUCTURA-ENCABEZADO TO REG-LISTADO
           PERFORM 6100-ESCRIBIR-LISTADO

           MOVE 1 TO WS-IDX-PAT
           PERFORM 7130-IMPRIMIR-POSICION
           UNTIL WS-IDX-PAT > WS-CONT-PARTICIPANTES

           ADD 1 TO WS-IDX-JOR.
       7100-F-IMPRIMIR-JORNADA.EXIT.
      *----------------------------------------------------------------*
       7110-LIMPIAR-PARTICIPANTE.
           MOVE ZERO TO TAB-PAT-PUNTOS(WS-IDX-PAT)
           MOVE ZERO TO TAB-PAT-EXACTOS(WS-IDX-PAT)
           MOVE ZERO TO TAB-PAT-ACIERTOS(WS-IDX-PAT)
           MOVE ZERO TO TAB-PAT-PRONOSTICOS(WS-IDX-PAT)
           ADD 1 TO WS-IDX-PAT.
       7110-F-LIMPIAR-PARTICIPANTE.EXIT.
      *----------------------------------------------------------------*
       7120-ACUMULAR-PRONOSTICO.
      * LOS PRONOSTICOS DE PARTIDOS PENDIENTES NO CUENTAN
           MOVE TAB-PRO-IDX-PARTIDO(WS-IDX-PRO) TO WS-IDX-PAR
           IF TAB-PAR-FECHA(WS-IDX-PAR) NOT > WS-FECHA-JORNADA
           AND PARTIDO-JUGADO(WS-IDX-PAR)
               MOVE TAB-PRO-PARTICIPANTE(WS-IDX-PRO)
                   TO WS-PARTICIPANTE-BUSCADO
               PERFORM 3400-REGISTRAR-PARTICIPANTE
               ADD 1 TO TAB-PAT-PRONOSTICOS(WS-IDX-PAT)
               ADD TAB-PRO-PUNTOS(WS-IDX-PRO)
                   TO TAB-PAT-PUNTOS(WS-IDX-PAT)
               EVALUATE TRUE
                   WHEN PRO-ACIERTO-EXACTO(WS-IDX-PRO)
                       ADD 1 TO TAB-PAT-EXACTOS(WS-IDX-PAT)
                   WHEN PRO-ACIERTO-RESULTADO(WS-IDX-PRO)
                       ADD 1 TO TAB-PAT-ACIERTOS(WS-IDX-PAT)
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF
           ADD 1 TO WS-IDX-PRO.
       7120-F-ACUMULAR-PRONOSTICO.EXIT.
      *----------------------------------------------------------------*
       7130-IMPRIMIR-POSICION.
      * A IGUALDAD DE PUNTOS Y EXACTOS SE COMPARTE EL PUESTO
           IF WS-IDX-PAT = 1
               MOVE 1 TO WS-PUESTO
           ELSE
               COMPUTE WS-IDX-PAT-J = WS-IDX-PAT - 1
               IF TAB-PAT-PUNTOS(WS-IDX-PAT)
                   NOT = TAB-PAT-PUNTOS(WS-IDX-PAT-J)
               OR TAB-PAT-EXACTOS(WS-IDX-PAT)
                   NOT = TAB-PAT-EXACTOS(WS-IDX-PAT-J)
                   MOVE WS-IDX-PAT TO WS-PUESTO
               END-IF
           END-IF

           MOVE WS-PUESTO TO POS-PUESTO-SAL
           MOVE TAB-PAT-NOMBRE(WS-IDX-PAT) TO POS-PARTICIPANTE-SAL
           MOVE TAB-PAT-PUNTOS(WS-IDX-PAT) TO POS-PUNTOS-SAL
           MOVE TAB-PAT-EXACTOS(WS-IDX-PAT) TO POS-EXACTOS-SAL
           MOVE TAB-PAT-ACIERTOS(WS-IDX-PAT) TO POS-ACIERTOS-SAL
           MOVE TAB-PAT-PRONOSTICOS(WS-IDX-PAT) TO POS-PRONOSTICOS-SAL
           MOVE ESTRUCTURA-POSICION TO REG-LISTADO
           PERFORM 6100-ESCRIBIR-LISTADO

           ADD 1 TO WS-IDX-PAT.
       7130-F-IMPRIMIR-POSICION.EXIT.
      *----------------------------------------------------------------*
       7200-ORDENAR-PARTICIPANTES.
           IF WS-CONT-PARTICIPANTES > 1
               MOVE "S" TO WS-SW-INTERCAMBIO
               PERFORM 7210-PASADA-ORDENAR-PARTICIP
                   UNTIL NOT HUBO-INTERCAMBIO
           END-IF.
       7200-F-ORDENAR-PARTICIPANTES.EXIT.
      *----------------------------------------------------------------*
       7210-PASADA-ORDENAR-PARTICIP.
           MOVE "N" TO WS-SW-INTERCAMBIO
           MOVE 1 TO WS-IDX-PAT
           PERFORM 7220-COMPARAR-PARTICIPANTES
               UNTIL WS-IDX-PAT >= WS-CONT-PARTICIPANTES.
       7210-F-PASADA-ORDENAR-PARTICIP.EXIT.
      *----------------------------------------------------------------*
       7220-COMPARAR-PARTICIPANTES.
      * ORDEN: PUNTOS, MARCADORES EXACTOS Y NOMBRE
           COMPUTE WS-IDX-PAT-J = WS-IDX-PAT + 1
           MOVE "N" TO WS-SW-DEBE-INTERCAMBIAR

           EVALUATE TRUE
               WHEN TAB-PAT-PUNTOS(WS-IDX-PAT)
                   < TAB-PAT-PUNTOS(WS-IDX-PAT-J)
                   MOVE "S" TO WS-SW-DEBE-INTERCAMBIAR
               WHEN TAB-PAT-PUNTOS(WS-IDX-PAT)
                   > TAB-PAT-PUNTOS(WS-IDX-PAT-J)
                   CONTINUE
               WHEN TAB-PAT-EXACTOS(WS-IDX-PAT)
                   < TAB-PAT-EXACTOS(WS-IDX-PAT-J)
                   MOVE "S" TO WS-SW-DEBE-INTERCAMBIAR
               WHEN TAB-PAT-EXACTOS(WS-IDX-PAT)
                   > TAB-PAT-EXACTOS(WS-IDX-PAT-J)
                   CONTINUE
               WHEN TAB-PAT-NOMBRE(WS-IDX-PAT)
                   > TAB-PAT-NOMBRE(WS-IDX-PAT-J)
                   MOVE "S" TO WS-SW-DEBE-INTERCAMBIAR
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           IF DEBE-INTERCAMBIAR
               MOVE PARTICIPANTE-ITEM(WS-IDX-PAT)
                   TO PARTICIPANTE-ITEM-TEMP
               MOVE PARTICIPANTE-ITEM(WS-IDX-PAT-J)
                   TO PARTICIPANTE-ITEM(WS-IDX-PAT)
               MOVE PARTICIPANTE-ITEM-TEMP
                   TO PARTICIPANTE-ITEM(WS-IDX-PAT-J)
               MOVE "S" TO WS-SW-INTERCAMBIO
           END-IF
           ADD 1 TO WS-IDX-PAT.
       7220-F-COMPARAR-PARTICIPANTES.EXIT.
      *----------------------------------------------------------------*
       7500-IMPRIMIR-DETALLE.
      * LOS PARTICIPANTES QUEDAN EN EL ORDEN DE LA ULTIMA FECHA
           MOVE SPACES TO REG-LISTADO
           PERFORM 6100-ESCRIBIR-LISTADO
           MOVE ESTRUCTURA-TITULO-DETALLE TO REG-LISTADO
           PERFORM 6100-ESCRIBIR-LISTADO

           MOVE 1 TO WS-IDX-PAT
           PERFORM 7510-IMPRIMIR-PARTICIPANTE
           UNTIL WS-IDX-PAT > WS-CONT-PARTICIPANTES.
       7500-F-IMPRIMIR-DETALLE.EXIT.
      *----------------------------------------------------------------*
       7510-IMPRIMIR-PARTICIPANTE.
           MOVE TAB-PAT-NOMBRE(WS-IDX-PAT) TO PAT-NOMBRE-SAL
           MOVE TAB-PAT-PUNTOS(WS-IDX-PAT) TO PAT-PUNTOS-SAL
           MOVE ESTRUCTURA-PARTICIPANTE TO REG-LISTADO
           PERFORM 6100-ESCRIBIR-LISTADO

           MOVE 1 TO WS-IDX-PRO
           PERFORM 7520-IMPRIMIR-PRONOSTICO
           UNTIL WS-IDX-PRO > WS-CONT-PRONOSTICOS

           ADD 1 TO WS-IDX-PAT.
       7510-F-IMPRIMIR-PARTICIPANTE.EXIT.
      *----------------------------------------------------------------*
       7520-IMPRIMIR-PRONOSTICO.
           IF TAB-PRO-PARTICIPANTE(WS-IDX-PRO)
               = TAB-PAT-NOMBRE(WS-IDX-PAT)
               MOVE TAB-PRO-IDX-PARTIDO(WS-IDX-PRO) TO WS-IDX-PAR
               MOVE TAB-PAR-FECHA(WS-IDX-PAR) TO DET-FECHA
               MOVE TAB-PAR-LOCAL(WS-IDX-PAR) TO DET-LOCAL
               MOVE TAB-PAR-VISITA(WS-IDX-PAR) TO DET-VISITA
               IF PARTIDO-JUGADO(WS-IDX-PAR)
                   MOVE TAB-PAR-GOLES-LOCAL(WS-IDX-PAR)
                       TO DET-GOLES-LOCAL
                   MOVE TAB-PAR-GOLES-VISITA(WS-IDX-PAR)
                       TO DET-GOLES-VISITA
               ELSE
                   MOVE "  -  " TO DET-MARCADOR-X
               END-IF
               MOVE TAB-PRO-GOLES-LOCAL(WS-IDX-PRO)
                   TO DET-PRO-GOLES-LOCAL
               MOVE TAB-PRO-GOLES-VISITA(WS-IDX-PRO)
                   TO DET-PRO-GOLES-VISITA
               EVALUATE TRUE
                   WHEN PRO-ACIERTO-EXACTO(WS-IDX-PRO)
                       MOVE "EXACTO" TO DET-ACIERTO
                   WHEN PRO-ACIERTO-RESULTADO(WS-IDX-PRO)
                       MOVE "RESULTADO" TO DET-ACIERTO
                   WHEN PRO-ACIERTO-PENDIENTE(WS-IDX-PRO)
                       MOVE "PENDIENTE" TO DET-ACIERTO
                   WHEN OTHER
                       MOVE "SIN PUNTOS" TO DET-ACIERTO
               END-EVALUATE
               MOVE TAB-PRO-PUNTOS(WS-IDX-PRO) TO DET-PUNTOS
               MOVE ESTRUCTURA-DETALLE TO REG-LISTADO
               PERFORM 6100-ESCRIBIR-LISTADO
           END-IF
           ADD 1 TO WS-IDX-PRO.
       7520-F-IMPRIMIR-PRONOSTICO.EXIT.
      *----------------------------------------------------------------*
       8000-ESCRIBIR-AUDITORIA.
           MOVE "PRODE"               TO AUD-PROGRAMA
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
           IF NOT HUBO-ABEND
               PERFORM 7000-IMPRIMIR-JORNADAS
               PERFORM 7500-IMPRIMIR-DETALLE
           END-IF.
           PERFORM 8000-ESCRIBIR-AUDITORIA.
           CLOSE PRONOSTICOS.
           CLOSE LISTADO.
           CLOSE RECHAZOS.
           CLOSE AUDITORIA.
           DISPLAY "PRONOSTICOS ACEPTADOS: " WS-CONT-ACEPTADOS
               " RECHAZADOS: " WS-CONT-RECHAZOS
               " PARTICIPANTES: " WS-CONT-PARTICIPANTES

           PERFORM 6410-GRABAR-CATALOGO
           STOP RUN.
       9000-F-FINAL.
           EXIT.
      *----------------------------------------------------------------*
