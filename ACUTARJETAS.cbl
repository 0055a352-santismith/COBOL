      ******************************************************************
      * ACUMULACION DE TARJETAS Y SUSPENSIONES DEL TORNEO
      * ORDENA LAS TARJETAS DEL TORNEO (TARJETAS.dat) POR PAIS/JUGADOR/
      * FECHA, LAS VALIDA CONTRA EL FIXTURE DE PARTIDOS.dat Y APLICA
      * EL REGLAMENTO: UNA ROJA, O DOS AMARILLAS EN EL MISMO PARTIDO,
      * O DOS AMARILLAS ACUMULADAS EN PARTIDOS DISTINTOS SUSPENDEN AL
      * JUGADOR PARA EL PROXIMO PARTIDO DE SU PAIS. RECONSTRUYE EL
      * MAESTRO SUSPENSIONES.dat QUE USA EDTJUGADORES, E IMPRIME LA
      * TABLA DE JUEGO LIMPIO POR PAIS Y LA LISTA DE SUSPENDIDOS PARA
      * EL PROXIMO PARTIDO DE CADA PAIS DESDE LA FECHA DE PROCESO
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACUTARJETAS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ENTRADA ASSIGN TO "TARJETAS.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-ENTRADA.

           SELECT ORDENADO ASSIGN TO "TARJETAS-ED.tmp"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-ORDENADO.

           SELECT ORDENAMIENTO ASSIGN TO "ACUTAR-SORT.tmp".

           SELECT PARTIDOS ASSIGN TO "PARTIDOS.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-PARTIDOS.

           SELECT SUSPENSIONES ASSIGN TO "SUSPENSIONESNEW.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-SUSPENSIONES.

           SELECT JUEGOLIMPIO ASSIGN USING WS-ARCH-JUEGOLIMPIO
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-JUEGOLIMPIO.

           SELECT SUSPENDIDOS ASSIGN USING WS-ARCH-SUSPENDIDOS
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-SUSPENDIDOS.

           SELECT RECHAZOS ASSIGN TO "RECHAZOSTARJETAS.dat"
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
       FD  ENTRADA.
           01 REG-ENTRADA-CRUDA PIC X(15).

       FD  ORDENADO.
           COPY TARJREG.

       SD  ORDENAMIENTO.
           01 REG-ORDENAMIENTO.
               05 ORD-FECHA            PIC X(8).
               05 ORD-PAIS             PIC X(3).
               05 ORD-NUM              PIC X(3).
               05 ORD-TIPO             PIC X(1).

       FD  PARTIDOS.
           01 REG-PARTIDO.
               05 PAR-FECHA                PIC X(08).
               05 PAR-PAIS-LOCAL           PIC X(03).
               05 PAR-PAIS-VISITA          PIC X(03).
               05 PAR-GOLES-LOCAL          PIC 9(02).
               05 PAR-GOLES-VISITA         PIC 9(02).
               05 PAR-GRUPO                PIC X(01).

       FD  SUSPENSIONES.
           COPY SUSPREG.

       FD  JUEGOLIMPIO.
           01 REG-JUEGOLIMPIO PIC X(80).

       FD  SUSPENDIDOS.
           01 REG-SUSPENDIDO PIC X(80).

       FD  RECHAZOS.
           01 REG-RECHAZO PIC X(70).

       FD  AUDITORIA.
           COPY AUDITREG.

       FD  CATALOGO.
           COPY CATREG.

       FD  GENCONTROL.
           01 REG-GENCONTROL PIC X(300).

       FD  PARAMETROS.
           COPY PARMREG.

       WORKING-STORAGE SECTION.

       01  ESTRUCTURA-RECHAZO.
           05 RCH-FECHA-PARTIDO            PIC X(08).
           05 FILLER                       PIC X(1) VALUE SPACES.
           05 RCH-PAIS                     PIC X(03).
           05 FILLER                       PIC X(1) VALUE SPACES.
           05 RCH-NUM-JUGADOR              PIC X(03).
           05 FILLER                       PIC X(1) VALUE SPACES.
           05 RCH-TIPO                     PIC X(01).
           05 FILLER                       PIC X(1) VALUE SPACES.
           05 RCH-MOTIVO                   PIC X(40).

       01  ESTRUCTURA-JL-TITULO.
           05 FILLER                       PIC X(30)
              VALUE "TABLA DE JUEGO LIMPIO AL ".
           05 JLT-FECHA                    PIC X(08).

       01  ESTRUCTURA-JL-ENCABEZADO.
           05 FILLER                       PIC X(48) VALUE
              "PTO PAIS   AMAR  ROJAS  SUSP   PUNTOS".

       01  ESTRUCTURA-JL-DET.
           05 JLD-PUESTO                   PIC ZZ9.
           05 FILLER                       PIC X(1) VALUE SPACES.
           05 JLD-PAIS                     PIC X(03).
           05 FILLER                       PIC X(2) VALUE SPACES.
           05 JLD-AMARILLAS                PIC ZZZZ9.
           05 FILLER                       PIC X(2) VALUE SPACES.
           05 JLD-ROJAS                    PIC ZZZZ9.
           05 FILLER                       PIC X(2) VALUE SPACES.
           05 JLD-SUSPENSIONES             PIC ZZZZ9.
           05 FILLER                       PIC X(2) VALUE SPACES.
           05 JLD-PUNTOS                   PIC ZZZZZ9.

       01  ESTRUCTURA-SUS-TITULO.
           05 FILLER                       PIC X(40)
              VALUE "SUSPENDIDOS PARA EL PROXIMO PARTIDO AL ".
           05 SST-FECHA                    PIC X(08).

       01  ESTRUCTURA-SUS-ENCABEZADO.
           05 FILLER                       PIC X(50) VALUE
              "PAIS|PARTIDO    |JUG|MOTIVO             |TARJETA".

       01  ESTRUCTURA-SUS-DET.
           05 SSD-PAIS                     PIC X(03).
           05 FILLER                       PIC X(1) VALUE "|".
           05 SSD-FECHA-PARTIDO            PIC X(11).
           05 FILLER                       PIC X(1) VALUE "|".
           05 SSD-NUM-JUGADOR              PIC 9(03).
           05 FILLER                       PIC X(1) VALUE "|".
           05 SSD-MOTIVO                   PIC X(19).
           05 FILLER                       PIC X(1) VALUE "|".
           05 SSD-FECHA-TARJETA            PIC X(08).

       01  ESTRUCTURA-SUS-PIE.
           05 FILLER                       PIC X(25)
              VALUE "TOTAL SUSPENDIDOS: ".
           05 SSP-TOTAL                    PIC ZZZZ9.
           05 FILLER                       PIC X(26)
              VALUE "  SIN PARTIDO EN FIXTURE: ".
           05 SSP-PENDIENTES               PIC ZZZZ9.

       01  TABLA-FIXTURE.
           05 FIXTURE-ITEM OCCURS 1000 TIMES.
               10 TABFIX-PAIS              PIC X(03).
               10 TABFIX-FECHA             PIC X(08).

       01  TABLA-SUSPENSIONES.
           05 SUSPENSION-ITEM OCCURS 1000 TIMES.
               10 TABSUS-PAIS              PIC X(03).
               10 TABSUS-NUM-JUGADOR       PIC 9(03).
               10 TABSUS-FECHA-PARTIDO     PIC X(08).
               10 TABSUS-MOTIVO            PIC X(01).
               10 TABSUS-FECHA-TARJETA     PIC X(08).

       01  TABLA-JUEGOLIMPIO.
           05 JUEGOLIMPIO-ITEM OCCURS 200 TIMES.
               10 TABJL-PAIS               PIC X(03).
               10 TABJL-AMARILLAS          PIC 9(05).
               10 TABJL-ROJAS              PIC 9(05).
               10 TABJL-SUSPENSIONES       PIC 9(05).
               10 TABJL-PUNTOS             PIC 9(06).
               10 TABJL-PROXIMO            PIC X(08).

       01  JUEGOLIMPIO-ITEM-TEMP           PIC X(32).

       01  WS-CLAVE-PARTIDO-REC.
           05 WS-CLAVE-PARTIDO             PIC X(14).
       01  WS-CLAVE-ANT-PARTIDO-REC.
           05 WS-CLAVE-ANT-PARTIDO         PIC X(14).
       01  WS-CLAVE-ANT-JUGADOR            PIC X(06).

       01  WS-FECHA-TARJETA-DET.
           05 WS-FT-ANIO                   PIC 9(4).
           05 WS-FT-MES                    PIC 9(2).
           05 WS-FT-DIA                    PIC 9(2).

       01  VARIABLES.
           05 FS-ENTRADA               PIC XX.
               88 FS-ENTRADA-OK        VALUE "00".
               88 FS-ENTRADA-FIN       VALUE "10".

           05 FS-ORDENADO              PIC XX.
               88 FS-ORDENADO-OK       VALUE "00".
               88 FS-ORDENADO-FIN      VALUE "10".

           05 FS-PARTIDOS              PIC XX.
               88 FS-PARTIDOS-OK       VALUE "00".
               88 FS-PARTIDOS-FIN      VALUE "10".

           05 FS-SUSPENSIONES          PIC XX.
               88 FS-SUSPENSIONES-OK   VALUE "00".

           05 FS-JUEGOLIMPIO           PIC XX.
               88 FS-JUEGOLIMPIO-OK    VALUE "00".

           05 FS-SUSPENDIDOS           PIC XX.
               88 FS-SUSPENDIDOS-OK    VALUE "00".

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
       77  WS-CONT-FIXTURE                 PIC 9(4) VALUE ZERO.
       77  WS-IDX-FIX                      PIC 9(4) VALUE ZERO.
       77  WS-CONT-SUSPENSIONES            PIC 9(4) VALUE ZERO.
       77  WS-IDX-SUS                      PIC 9(4) VALUE ZERO.
       77  WS-CONT-PAISES-JL               PIC 9(3) VALUE ZERO.
       77  WS-IDX-JL                       PIC 9(3) VALUE ZERO.
       77  WS-IDX-JL-J                     PIC 9(3) VALUE ZERO.
       77  WS-PUESTO                       PIC 9(3) VALUE ZERO.
       77  WS-CONT-LISTADOS                PIC 9(5) VALUE ZERO.
       77  WS-CONT-PENDIENTES              PIC 9(5) VALUE ZERO.
       77  WS-AMARILLAS-PARTIDO            PIC 9(2) VALUE ZERO.
       77  WS-AMARILLAS-ACUMULADAS         PIC 9(2) VALUE ZERO.
       77  WS-AMARILLAS-SUSPENSION         PIC 9(2) VALUE 2.
       77  WS-PUNTOS-AMARILLA              PIC 9(1) VALUE 1.
       77  WS-PUNTOS-ROJA                  PIC 9(1) VALUE 3.
       77  WS-SW-ROJA-PARTIDO              PIC X VALUE "N".
           88 HUBO-ROJA-PARTIDO            VALUE "S".
       77  WS-SW-PARTIDO-ABIERTO           PIC X VALUE "N".
           88 PARTIDO-ABIERTO              VALUE "S".
       77  WS-PAIS-PARTIDO                 PIC X(3) VALUE SPACES.
       77  WS-NUM-PARTIDO                  PIC 9(3) VALUE ZERO.
       77  WS-FECHA-PARTIDO                PIC X(8) VALUE SPACES.
       77  WS-MOTIVO-SUSPENSION            PIC X(1) VALUE SPACES.
       77  WS-PAIS-BUSCADO                 PIC X(3) VALUE SPACES.
       77  WS-FECHA-DESDE                  PIC X(8) VALUE SPACES.
       77  WS-FECHA-SIGUIENTE              PIC X(8) VALUE SPACES.
       77  WS-FECHA-CANDIDATA              PIC X(8) VALUE SPACES.
       77  WS-SW-FIXTURE-ENCONTRADO        PIC X VALUE "N".
           88 FIXTURE-ENCONTRADO           VALUE "S".
       77  WS-SW-SUSPENDIDO                PIC X VALUE "N".
           88 JUGADOR-SUSPENDIDO           VALUE "S".
       77  WS-SW-JL-ENCONTRADO             PIC X VALUE "N".
           88 JL-ENCONTRADO                VALUE "S".
       77  WS-SW-INTERCAMBIO               PIC X VALUE "N".
           88 HUBO-INTERCAMBIO             VALUE "S".
       77  WS-SW-RECHAZADO                 PIC X VALUE "N".
           88 REGISTRO-RECHAZADO           VALUE "S".
       77  WS-FECHA-PROCESO                PIC X(8) VALUE SPACES.
       77  WS-ARCH-JUEGOLIMPIO             PIC X(44) VALUE SPACES.
       77  WS-ARCH-SUSPENDIDOS             PIC X(44) VALUE SPACES.
       77  WS-ARCH-CATALOGAR               PIC X(44) VALUE SPACES.
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
           PERFORM 1500-ORDENAR-ENTRADA.
           PERFORM 2000-I-PROCESO UNTIL FS-ORDENADO-FIN.
           PERFORM 9000-I-FINAL.
               STOP RUN.
      *----------------------------------------------------------------*
       1000-I-INICIO.
           INITIALIZE VARIABLES
           PERFORM 1050-LEERPARAMETROS.
           PERFORM 1200-CARGAR-FIXTURE.
           PERFORM 1150-ABRIRSUSPENSIONES.
           PERFORM 1160-ABRIRJUEGOLIMPIO.
           PERFORM 1165-ABRIRSUSPENDIDOS.
           PERFORM 1170-ABRIRRECHAZOS.
           PERFORM 1180-ABRIRAUDITORIA.
           MOVE LOW-VALUES TO WS-CLAVE-ANT-PARTIDO
           MOVE LOW-VALUES TO WS-CLAVE-ANT-JUGADOR.
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

           MOVE SPACES TO WS-ARCH-JUEGOLIMPIO
           STRING "JUEGOLIMPIO-" DELIMITED BY SIZE
               WS-FECHA-PROCESO DELIMITED BY SPACE
               ".dat" DELIMITED BY SIZE
               INTO WS-ARCH-JUEGOLIMPIO

           MOVE SPACES TO WS-ARCH-SUSPENDIDOS
           STRING "SUSPENDIDOS-" DELIMITED BY SIZE
               WS-FECHA-PROCESO DELIMITED BY SPACE
               ".dat" DELIMITED BY SIZE
               INTO WS-ARCH-SUSPENDIDOS.
       1050-F-LEERPARAMETROS.EXIT.
      *----------------------------------------------------------------*
       1150-ABRIRSUSPENSIONES.
           OPEN OUTPUT SUSPENSIONES.

           IF NOT FS-SUSPENSIONES-OK
               DISPLAY "ERROR APERTURA SUSPENSIONESNEW FS: "
                   FS-SUSPENSIONES
               MOVE "S" TO WS-SW-ABEND
               PERFORM 9000-I-FINAL
           END-IF.
       1150-F-ABRIRSUSPENSIONES.EXIT.
      *----------------------------------------------------------------*
       1160-ABRIRJUEGOLIMPIO.
           OPEN OUTPUT JUEGOLIMPIO.

           IF NOT FS-JUEGOLIMPIO-OK
               DISPLAY "ERROR APERTURA JUEGOLIMPIO FS: "
                   FS-JUEGOLIMPIO
               MOVE "S" TO WS-SW-ABEND
               PERFORM 9000-I-FINAL
           END-IF

           MOVE WS-FECHA-PROCESO TO JLT-FECHA
           WRITE REG-JUEGOLIMPIO FROM ESTRUCTURA-JL-TITULO
           WRITE REG-JUEGOLIMPIO FROM ESTRUCTURA-JL-ENCABEZADO.
       1160-F-ABRIRJUEGOLIMPIO.EXIT.
      *----------------------------------------------------------------*
       1165-ABRIRSUSPENDIDOS.
           OPEN OUTPUT SUSPENDIDOS.

           IF NOT FS-SUSPENDIDOS-OK
               DISPLAY "ERROR APERTURA SUSPENDIDOS FS: "
                   FS-SUSPENDIDOS
               MOVE "S" TO WS-SW-ABEND
               PERFORM 9000-I-FINAL
           END-IF

           MOVE WS-FECHA-PROCESO TO SST-FECHA
           WRITE REG-SUSPENDIDO FROM ESTRUCTURA-SUS-TITULO
           WRITE REG-SUSPENDIDO FROM ESTRUCTURA-SUS-ENCABEZADO.
       1165-F-ABRIRSUSPENDIDOS.EXIT.
      *----------------------------------------------------------------*
       1170-ABRIRRECHAZOS.
           OPEN OUTPUT RECHAZOS.

           IF NOT FS-RECHAZOS-OK
               DISPLAY "ERROR APERTURA RECHAZOSTARJETAS FS: "
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
       1200-CARGAR-FIXTURE.
      * CADA PARTIDO APORTA UNA FECHA PARA EL LOCAL Y OTRA PARA EL
      * VISITANTE; LOS PARTIDOS TODAVIA NO JUGADOS (MARCADOR EN
      * BLANCO) TAMBIEN CUENTAN PORQUE SON LOS QUE SE SUSPENDEN
           OPEN INPUT PARTIDOS

           IF NOT FS-PARTIDOS-OK
               DISPLAY "ERROR APERTURA PARTIDOS FS: " FS-PARTIDOS
               MOVE "S" TO WS-SW-ABEND
               PERFORM 9000-I-FINAL
           END-IF

           PERFORM 1210-LEER-PARTIDO
           PERFORM 1220-CARGAR-PARTIDO-ITEM UNTIL FS-PARTIDOS-FIN

           CLOSE PARTIDOS.
       1200-F-CARGAR-FIXTURE.EXIT.
      *----------------------------------------------------------------*
       1210-LEER-PARTIDO.
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
       1210-F-LEER-PARTIDO.EXIT.
      *----------------------------------------------------------------*
       1220-CARGAR-PARTIDO-ITEM.
           IF PAR-FECHA NUMERIC
               IF PAR-PAIS-LOCAL NOT = SPACES
                   MOVE PAR-PAIS-LOCAL TO WS-PAIS-BUSCADO
                   PERFORM 1230-AGREGAR-FIXTURE
               END-IF
               IF PAR-PAIS-VISITA NOT = SPACES
               AND PAR-PAIS-VISITA NOT = PAR-PAIS-LOCAL
                   MOVE PAR-PAIS-VISITA TO WS-PAIS-BUSCADO
                   PERFORM 1230-AGREGAR-FIXTURE
               END-IF
           END-IF
           PERFORM 1210-LEER-PARTIDO.
       1220-F-CARGAR-PARTIDO-ITEM.EXIT.
      *----------------------------------------------------------------*
       1230-AGREGAR-FIXTURE.
           IF WS-CONT-FIXTURE >= 1000
               DISPLAY "PARTIDOS EXCEDE LA TABLA DEL FIXTURE"
               MOVE "S" TO WS-SW-ABEND
               PERFORM 9000-I-FINAL
           END-IF
           ADD 1 TO WS-CONT-FIXTURE
           MOVE WS-PAIS-BUSCADO TO TABFIX-PAIS(WS-CONT-FIXTURE)
           MOVE PAR-FECHA TO TABFIX-FECHA(WS-CONT-FIXTURE)
           PERFORM 4300-BUSCAR-JUEGOLIMPIO.
       1230-F-AGREGAR-FIXTURE.EXIT.
      *----------------------------------------------------------------*
       1500-ORDENAR-ENTRADA.
           SORT ORDENAMIENTO
               ON ASCENDING KEY ORD-PAIS ORD-NUM ORD-FECHA ORD-TIPO
               USING ENTRADA
               GIVING ORDENADO

           OPEN INPUT ORDENADO
           IF NOT FS-ORDENADO-OK
               DISPLAY "ERROR APERTURA ORDENADO FS: " FS-ORDENADO
               MOVE "S" TO WS-SW-ABEND
               PERFORM 9000-I-FINAL
           END-IF

           PERFORM 5000-LEERORDENADO.
       1500-F-ORDENAR-ENTRADA.EXIT.
      *----------------------------------------------------------------*
       2000-I-PROCESO.
           MOVE "N" TO WS-SW-RECHAZADO

           MOVE TAR-PAIS TO WS-CLAVE-PARTIDO(1:3)
           MOVE TAR-NUM-JUGADOR TO WS-CLAVE-PARTIDO(4:3)
           MOVE TAR-FECHA-PARTIDO TO WS-CLAVE-PARTIDO(7:8)

           IF WS-CLAVE-PARTIDO NOT = WS-CLAVE-ANT-PARTIDO
               PERFORM 3500-CERRAR-PARTIDO
               IF WS-CLAVE-PARTIDO(1:6) NOT = WS-CLAVE-ANT-JUGADOR
                   MOVE ZERO TO WS-AMARILLAS-ACUMULADAS
                   MOVE WS-CLAVE-PARTIDO(1:6) TO WS-CLAVE-ANT-JUGADOR
               END-IF
               MOVE WS-CLAVE-PARTIDO TO WS-CLAVE-ANT-PARTIDO
           END-IF

           PERFORM 3000-VALIDAR-TARJETA

           IF NOT REGISTRO-RECHAZADO
               PERFORM 3100-ACUMULAR-TARJETA
           END-IF

           PERFORM 5000-LEERORDENADO.
       2000-F-PROCESO.EXIT.
      *----------------------------------------------------------------*
       3000-VALIDAR-TARJETA.
           IF TAR-FECHA-PARTIDO NOT NUMERIC
               MOVE "FECHA DE PARTIDO NO NUMERICA" TO RCH-MOTIVO
               PERFORM 6000-ESCRIBIR-RECHAZO
           ELSE
               MOVE TAR-FECHA-PARTIDO TO WS-FECHA-TARJETA-DET
               IF WS-FT-MES < 1 OR WS-FT-MES > 12
               OR WS-FT-DIA < 1 OR WS-FT-DIA > 31
               OR WS-FT-ANIO < 1900
                   MOVE "FECHA DE PARTIDO IMPOSIBLE" TO RCH-MOTIVO
                   PERFORM 6000-ESCRIBIR-RECHAZO
               END-IF
           END-IF

           IF NOT REGISTRO-RECHAZADO
           AND TAR-NUM-JUGADOR NOT NUMERIC
               MOVE "NUMERO DE JUGADOR INVALIDO" TO RCH-MOTIVO
               PERFORM 6000-ESCRIBIR-RECHAZO
           END-IF

           IF NOT REGISTRO-RECHAZADO
           AND NOT TAR-AMARILLA AND NOT TAR-ROJA
               MOVE "TIPO DE TARJETA INVALIDO" TO RCH-MOTIVO
               PERFORM 6000-ESCRIBIR-RECHAZO
           END-IF

           IF NOT REGISTRO-RECHAZADO
               MOVE TAR-PAIS TO WS-PAIS-BUSCADO
               MOVE TAR-FECHA-PARTIDO TO WS-FECHA-CANDIDATA
               PERFORM 4000-BUSCAR-FIXTURE
               IF NOT FIXTURE-ENCONTRADO
                   MOVE "PAIS SIN PARTIDO EN ESA FECHA" TO RCH-MOTIVO
                   PERFORM 6000-ESCRIBIR-RECHAZO
               END-IF
           END-IF

           IF NOT REGISTRO-RECHAZADO
               MOVE TAR-PAIS TO WS-PAIS-PARTIDO
               MOVE TAR-NUM-JUGADOR TO WS-NUM-PARTIDO
               MOVE TAR-FECHA-PARTIDO TO WS-FECHA-CANDIDATA
               PERFORM 4200-BUSCAR-SUSPENSION
               IF JUGADOR-SUSPENDIDO
                   MOVE "JUGADOR SUSPENDIDO PARA EL PARTIDO"
                       TO RCH-MOTIVO
                   PERFORM 6000-ESCRIBIR-RECHAZO
               END-IF
           END-IF.
       3000-F-VALIDAR-TARJETA.EXIT.
      *----------------------------------------------------------------*
       3100-ACUMULAR-TARJETA.
           MOVE "S" TO WS-SW-PARTIDO-ABIERTO
           MOVE TAR-PAIS TO WS-PAIS-PARTIDO
           MOVE TAR-NUM-JUGADOR TO WS-NUM-PARTIDO
           MOVE TAR-FECHA-PARTIDO TO WS-FECHA-PARTIDO

           MOVE TAR-PAIS TO WS-PAIS-BUSCADO
           PERFORM 4300-BUSCAR-JUEGOLIMPIO

           IF TAR-ROJA
               MOVE "S" TO WS-SW-ROJA-PARTIDO
               ADD 1 TO TABJL-ROJAS(WS-IDX-JL)
               ADD WS-PUNTOS-ROJA TO TABJL-PUNTOS(WS-IDX-JL)
           ELSE
               ADD 1 TO WS-AMARILLAS-PARTIDO
               ADD 1 TO TABJL-AMARILLAS(WS-IDX-JL)
               ADD WS-PUNTOS-AMARILLA TO TABJL-PUNTOS(WS-IDX-JL)
           END-IF.
       3100-F-ACUMULAR-TARJETA.EXIT.
      *----------------------------------------------------------------*
       3500-CERRAR-PARTIDO.
      * AL CAMBIAR DE JUGADOR O DE PARTIDO SE APLICA EL REGLAMENTO A
      * LAS TARJETAS DEL PARTIDO CERRADO: LA EXPULSION (ROJA O DOBLE
      * AMARILLA) SUSPENDE SIN TOCAR LA ACUMULACION; LAS AMARILLAS
      * SUELTAS SE ACUMULAN Y AL LLEGAR AL TOPE SUSPENDEN Y SE LIMPIAN
           IF PARTIDO-ABIERTO
               MOVE SPACES TO WS-MOTIVO-SUSPENSION
               EVALUATE TRUE
                   WHEN HUBO-ROJA-PARTIDO
                       MOVE "R" TO WS-MOTIVO-SUSPENSION
                   WHEN WS-AMARILLAS-PARTIDO >= 2
                       MOVE "D" TO WS-MOTIVO-SUSPENSION
                   WHEN WS-AMARILLAS-PARTIDO > ZERO
                       ADD WS-AMARILLAS-PARTIDO
                           TO WS-AMARILLAS-ACUMULADAS
                       IF WS-AMARILLAS-ACUMULADAS
                           >= WS-AMARILLAS-SUSPENSION
                           MOVE "A" TO WS-MOTIVO-SUSPENSION
                           MOVE ZERO TO WS-AMARILLAS-ACUMULADAS
                       END-IF
               END-EVALUATE

               IF WS-MOTIVO-SUSPENSION NOT = SPACES
                   PERFORM 3600-REGISTRAR-SUSPENSION
               END-IF
           END-IF

           MOVE "N" TO WS-SW-PARTIDO-ABIERTO
           MOVE "N" TO WS-SW-ROJA-PARTIDO
           MOVE ZERO TO WS-AMARILLAS-PARTIDO.
       3500-F-CERRAR-PARTIDO.EXIT.
      *----------------------------------------------------------------*
       3600-REGISTRAR-SUSPENSION.
      * EL PARTIDO SUSPENDIDO ES EL PRIMERO DEL PAIS POSTERIOR A LA
      * TARJETA QUE EL JUGADOR NO TENGA YA SUSPENDIDO POR OTRA CAUSA
           IF WS-CONT-SUSPENSIONES >= 1000
               DISPLAY "SUSPENSIONES EXCEDE LA TABLA DEL PROCESO"
               MOVE "S" TO WS-SW-ABEND
               PERFORM 9000-I-FINAL
           END-IF

           MOVE WS-PAIS-PARTIDO TO WS-PAIS-BUSCADO
           MOVE WS-FECHA-PARTIDO TO WS-FECHA-DESDE
           PERFORM 4100-BUSCAR-SIGUIENTE-PARTIDO
           MOVE WS-FECHA-SIGUIENTE TO WS-FECHA-CANDIDATA
           PERFORM 4200-BUSCAR-SUSPENSION
           PERFORM 3610-SALTAR-PARTIDO-SUSPENDIDO
               UNTIL NOT JUGADOR-SUSPENDIDO

           ADD 1 TO WS-CONT-SUSPENSIONES
           MOVE WS-PAIS-PARTIDO TO TABSUS-PAIS(WS-CONT-SUSPENSIONES)
           MOVE WS-NUM-PARTIDO
               TO TABSUS-NUM-JUGADOR(WS-CONT-SUSPENSIONES)
           MOVE WS-FECHA-SIGUIENTE
               TO TABSUS-FECHA-PARTIDO(WS-CONT-SUSPENSIONES)
           MOVE WS-MOTIVO-SUSPENSION
               TO TABSUS-MOTIVO(WS-CONT-SUSPENSIONES)
           MOVE WS-FECHA-PARTIDO
               TO TABSUS-FECHA-TARJETA(WS-CONT-SUSPENSIONES)

           PERFORM 4300-BUSCAR-JUEGOLIMPIO
           ADD 1 TO TABJL-SUSPENSIONES(WS-IDX-JL).
       3600-F-REGISTRAR-SUSPENSION.EXIT.
      *----------------------------------------------------------------*
       3610-SALTAR-PARTIDO-SUSPENDIDO.
      * SIN PARTIDO SIGUIENTE EN EL FIXTURE LA SUSPENSION QUEDA CON
      * FECHA EN BLANCO HASTA QUE SE CARGUE; DOS PENDIENTES DEL MISMO
      * JUGADOR SE RESUELVEN EN LA CORRIDA QUE TENGA EL FIXTURE
           IF WS-FECHA-SIGUIENTE = SPACES
               MOVE "N" TO WS-SW-SUSPENDIDO
           ELSE
               MOVE WS-FECHA-SIGUIENTE TO WS-FECHA-DESDE
               PERFORM 4100-BUSCAR-SIGUIENTE-PARTIDO
               MOVE WS-FECHA-SIGUIENTE TO WS-FECHA-CANDIDATA
               PERFORM 4200-BUSCAR-SUSPENSION
           END-IF.
       3610-F-SALTAR-PARTIDO-SUSPENDIDO.EXIT.
      *----------------------------------------------------------------*
       4000-BUSCAR-FIXTURE.
           MOVE "N" TO WS-SW-FIXTURE-ENCONTRADO
           MOVE 1 TO WS-IDX-FIX

           PERFORM 4010-BUSCAR-FIXTURE-ITEM
           UNTIL WS-IDX-FIX > WS-CONT-FIXTURE
           OR FIXTURE-ENCONTRADO.
       4000-F-BUSCAR-FIXTURE.EXIT.
      *----------------------------------------------------------------*
       4010-BUSCAR-FIXTURE-ITEM.
           IF TABFIX-PAIS(WS-IDX-FIX) = WS-PAIS-BUSCADO
           AND TABFIX-FECHA(WS-IDX-FIX) = WS-FECHA-CANDIDATA
               MOVE "S" TO WS-SW-FIXTURE-ENCONTRADO
           ELSE
               ADD 1 TO WS-IDX-FIX
           END-IF.
       4010-F-BUSCAR-FIXTURE-ITEM.EXIT.
      *----------------------------------------------------------------*
       4100-BUSCAR-SIGUIENTE-PARTIDO.
      * MENOR FECHA DEL PAIS ESTRICTAMENTE POSTERIOR A WS-FECHA-DESDE
           MOVE SPACES TO WS-FECHA-SIGUIENTE
           MOVE 1 TO WS-IDX-FIX

           PERFORM 4110-EVALUAR-SIGUIENTE-ITEM
           UNTIL WS-IDX-FIX > WS-CONT-FIXTURE.
       4100-F-BUSCAR-SIGUIENTE-PARTIDO.EXIT.
      *----------------------------------------------------------------*
       4110-EVALUAR-SIGUIENTE-ITEM.
           IF TABFIX-PAIS(WS-IDX-FIX) = WS-PAIS-BUSCADO
           AND TABFIX-FECHA(WS-IDX-FIX) > WS-FECHA-DESDE
               IF WS-FECHA-SIGUIENTE = SPACES
               OR TABFIX-FECHA(WS-IDX-FIX) < WS-FECHA-SIGUIENTE
                   MOVE TABFIX-FECHA(WS-IDX-FIX) TO WS-FECHA-SIGUIENTE
               END-IF
           END-IF
           ADD 1 TO WS-IDX-FIX.
       4110-F-EVALUAR-SIGUIENTE-ITEM.EXIT.
      *----------------------------------------------------------------*
       4200-BUSCAR-SUSPENSION.
           MOVE "N" TO WS-SW-SUSPENDIDO
           MOVE 1 TO WS-IDX-SUS

           IF WS-FECHA-CANDIDATA NOT = SPACES
               PERFORM 4210-BUSCAR-SUSPENSION-ITEM
               UNTIL WS-IDX-SUS > WS-CONT-SUSPENSIONES
               OR JUGADOR-SUSPENDIDO
           END-IF.
       4200-F-BUSCAR-SUSPENSION.EXIT.
      *----------------------------------------------------------------*
       4210-BUSCAR-SUSPENSION-ITEM.
           IF TABSUS-PAIS(WS-IDX-SUS) = WS-PAIS-PARTIDO
           AND TABSUS-NUM-JUGADOR(WS-IDX-SUS) = WS-NUM-PARTIDO
           AND TABSUS-FECHA-PARTIDO(WS-IDX-SUS) = WS-FECHA-CANDIDATA
               MOVE "S" TO WS-SW-SUSPENDIDO
           ELSE
               ADD 1 TO WS-IDX-SUS
           END-IF.
       4210-F-BUSCAR-SUSPENSION-ITEM.EXIT.
      *----------------------------------------------------------------*
       4300-BUSCAR-JUEGOLIMPIO.
      * LA TABLA DE JUEGO LIMPIO INCLUYE A TODOS LOS PAISES DEL
      * FIXTURE, TENGAN O NO TARJETAS
           MOVE "N" TO WS-SW-JL-ENCONTRADO
           MOVE 1 TO WS-IDX-JL

           PERFORM 4310-BUSCAR-JUEGOLIMPIO-ITEM
           UNTIL WS-IDX-JL > WS-CONT-PAISES-JL
           OR JL-ENCONTRADO

           IF NOT JL-ENCONTRADO
               IF WS-CONT-PAISES-JL >= 200
                   DISPLAY "PAISES EXCEDE LA TABLA DE JUEGO LIMPIO"
                   MOVE "S" TO WS-SW-ABEND
                   PERFORM 9000-I-FINAL
               END-IF
               ADD 1 TO WS-CONT-PAISES-JL
               MOVE WS-CONT-PAISES-JL TO WS-IDX-JL
               MOVE WS-PAIS-BUSCADO TO TABJL-PAIS(WS-IDX-JL)
               MOVE ZERO TO TABJL-AMARILLAS(WS-IDX-JL)
               MOVE ZERO TO TABJL-ROJAS(WS-IDX-JL)
               MOVE ZERO TO TABJL-SUSPENSIONES(WS-IDX-JL)
               MOVE ZERO TO TABJL-PUNTOS(WS-IDX-JL)
               MOVE SPACES TO TABJL-PROXIMO(WS-IDX-JL)
           END-IF.
       4300-F-BUSCAR-JUEGOLIMPIO.EXIT.
      *----------------------------------------------------------------*
       4310-BUSCAR-JUEGOLIMPIO-ITEM.
           IF TABJL-PAIS(WS-IDX-JL) = WS-PAIS-BUSCADO
               MOVE "S" TO WS-SW-JL-ENCONTRADO
           ELSE
               ADD 1 TO WS-IDX-JL
           END-IF.
       4310-F-BUSCAR-JUEGOLIMPIO-ITEM.EXIT.
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
       6000-ESCRIBIR-RECHAZO.
           MOVE "S" TO WS-SW-RECHAZADO
           ADD 1 TO WS-CONT-RECHAZOS
           MOVE TAR-FECHA-PARTIDO TO RCH-FECHA-PARTIDO
           MOVE TAR-PAIS TO RCH-PAIS
           MOVE TAR-NUM-JUGADOR TO RCH-NUM-JUGADOR
           MOVE TAR-TIPO TO RCH-TIPO

           IF NOT FS-RECHAZOS-OK
               DISPLAY "ERROR ESCRITURA RECHAZOSTARJETAS FS: "
                   FS-RECHAZOS
           ELSE
               WRITE REG-RECHAZO FROM ESTRUCTURA-RECHAZO
           END-IF.
       6000-F-ESCRIBIR-RECHAZO.EXIT.
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
       7000-GRABAR-SUSPENSIONES.
           MOVE 1 TO WS-IDX-SUS
           PERFORM 7010-GRABAR-SUSPENSION-ITEM
           UNTIL WS-IDX-SUS > WS-CONT-SUSPENSIONES.
       7000-F-GRABAR-SUSPENSIONES.EXIT.
      *----------------------------------------------------------------*
       7010-GRABAR-SUSPENSION-ITEM.
           MOVE TABSUS-PAIS(WS-IDX-SUS) TO SUS-PAIS
           MOVE TABSUS-NUM-JUGADOR(WS-IDX-SUS) TO SUS-NUM-JUGADOR
           MOVE TABSUS-FECHA-PARTIDO(WS-IDX-SUS) TO SUS-FECHA-PARTIDO
           MOVE TABSUS-MOTIVO(WS-IDX-SUS) TO SUS-MOTIVO
           MOVE TABSUS-FECHA-TARJETA(WS-IDX-SUS) TO SUS-FECHA-TARJETA

           IF NOT FS-SUSPENSIONES-OK
               DISPLAY "ERROR ESCRITURA SUSPENSIONESNEW FS: "
                   FS-SUSPENSIONES
           ELSE
               WRITE REG-SUSPENSION
               ADD 1 TO WS-CONT-ESCRITURA
           END-IF

           ADD 1 TO WS-IDX-SUS.
       7010-F-GRABAR-SUSPENSION-ITEM.EXIT.
      *----------------------------------------------------------------*
       7100-IMPRIMIR-JUEGOLIMPIO.
      * MENOS PUNTOS ES MEJOR CONDUCTA; A IGUALDAD DE PUNTOS DECIDE
      * EL CODIGO DE PAIS PARA QUE EL LISTADO SEA REPRODUCIBLE
           IF WS-CONT-PAISES-JL > 1
               MOVE "S" TO WS-SW-INTERCAMBIO
               PERFORM 7110-PASADA-ORDENAR UNTIL NOT HUBO-INTERCAMBIO
           END-IF

           MOVE 1 TO WS-PUESTO
           MOVE 1 TO WS-IDX-JL
           PERFORM 7130-IMPRIMIR-JUEGOLIMPIO-ITEM
           UNTIL WS-IDX-JL > WS-CONT-PAISES-JL.
       7100-F-IMPRIMIR-JUEGOLIMPIO.EXIT.
      *----------------------------------------------------------------*
       7110-PASADA-ORDENAR.
           MOVE "N" TO WS-SW-INTERCAMBIO
           MOVE 1 TO WS-IDX-JL
           PERFORM 7120-COMPARAR-JUEGOLIMPIO
               UNTIL WS-IDX-JL >= WS-CONT-PAISES-JL.
       7110-F-PASADA-ORDENAR.EXIT.
      *----------------------------------------------------------------*
       7120-COMPARAR-JUEGOLIMPIO.
           COMPUTE WS-IDX-JL-J = WS-IDX-JL + 1
           IF TABJL-PUNTOS(WS-IDX-JL) > TABJL-PUNTOS(WS-IDX-JL-J)
           OR (TABJL-PUNTOS(WS-IDX-JL) = TABJL-PUNTOS(WS-IDX-JL-J)
           AND TABJL-PAIS(WS-IDX-JL) > TABJL-PAIS(WS-IDX-JL-J))
               MOVE JUEGOLIMPIO-ITEM(WS-IDX-JL)
                   TO JUEGOLIMPIO-ITEM-TEMP
               MOVE JUEGOLIMPIO-ITEM(WS-IDX-JL-J)
                   TO JUEGOLIMPIO-ITEM(WS-IDX-JL)
               MOVE JUEGOLIMPIO-ITEM-TEMP
                   TO JUEGOLIMPIO-ITEM(WS-IDX-JL-J)
               MOVE "S" TO WS-SW-INTERCAMBIO
           END-IF
           ADD 1 TO WS-IDX-JL.
       7120-F-COMPARAR-JUEGOLIMPIO.EXIT.
      *----------------------------------------------------------------*
       7130-IMPRIMIR-JUEGOLIMPIO-ITEM.
           MOVE WS-PUESTO TO JLD-PUESTO
           MOVE TABJL-PAIS(WS-IDX-JL) TO JLD-PAIS
           MOVE TABJL-AMARILLAS(WS-IDX-JL) TO JLD-AMARILLAS
           MOVE TABJL-ROJAS(WS-IDX-JL) TO JLD-ROJAS
           MOVE TABJL-SUSPENSIONES(WS-IDX-JL) TO JLD-SUSPENSIONES
           MOVE TABJL-PUNTOS(WS-IDX-JL) TO JLD-PUNTOS

           IF NOT FS-JUEGOLIMPIO-OK
               DISPLAY "ERROR ESCRITURA JUEGOLIMPIO FS: "
                   FS-JUEGOLIMPIO
           ELSE
               WRITE REG-JUEGOLIMPIO FROM ESTRUCTURA-JL-DET
           END-IF

           ADD 1 TO WS-PUESTO
           ADD 1 TO WS-IDX-JL.
       7130-F-IMPRIMIR-JUEGOLIMPIO-ITEM.EXIT.
      *----------------------------------------------------------------*
       7200-IMPRIMIR-SUSPENDIDOS.
      * PARA CADA PAIS SE BUSCA SU PROXIMO PARTIDO DESDE LA FECHA DE
      * PROCESO INCLUSIVE Y SE LISTAN LOS JUGADORES SUSPENDIDOS PARA
      * ESE PARTIDO, MAS LAS SUSPENSIONES SIN PARTIDO EN EL FIXTURE
           MOVE 1 TO WS-IDX-JL
           PERFORM 7210-PROXIMO-PARTIDO-PAIS
           UNTIL WS-IDX-JL > WS-CONT-PAISES-JL

           MOVE 1 TO WS-IDX-SUS
           PERFORM 7220-IMPRIMIR-SUSPENDIDO-ITEM
           UNTIL WS-IDX-SUS > WS-CONT-SUSPENSIONES

           MOVE WS-CONT-LISTADOS TO SSP-TOTAL
           MOVE WS-CONT-PENDIENTES TO SSP-PENDIENTES
           IF FS-SUSPENDIDOS-OK
               WRITE REG-SUSPENDIDO FROM ESTRUCTURA-SUS-PIE
           END-IF.
       7200-F-IMPRIMIR-SUSPENDIDOS.EXIT.
      *----------------------------------------------------------------*
       7210-PROXIMO-PARTIDO-PAIS.
           MOVE TABJL-PAIS(WS-IDX-JL) TO WS-PAIS-BUSCADO
           MOVE WS-FECHA-PROCESO TO WS-FECHA-CANDIDATA
           PERFORM 4000-BUSCAR-FIXTURE
           IF FIXTURE-ENCONTRADO
               MOVE WS-FECHA-PROCESO TO TABJL-PROXIMO(WS-IDX-JL)
           ELSE
               MOVE WS-FECHA-PROCESO TO WS-FECHA-DESDE
               PERFORM 4100-BUSCAR-SIGUIENTE-PARTIDO
               MOVE WS-FECHA-SIGUIENTE TO TABJL-PROXIMO(WS-IDX-JL)
           END-IF
           ADD 1 TO WS-IDX-JL.
       7210-F-PROXIMO-PARTIDO-PAIS.EXIT.
      *----------------------------------------------------------------*
       7220-IMPRIMIR-SUSPENDIDO-ITEM.
           MOVE TABSUS-PAIS(WS-IDX-SUS) TO WS-PAIS-BUSCADO
           PERFORM 4300-BUSCAR-JUEGOLIMPIO

           IF TABSUS-FECHA-PARTIDO(WS-IDX-SUS) = SPACES
               ADD 1 TO WS-CONT-PENDIENTES
               MOVE "SIN FIXTURE" TO SSD-FECHA-PARTIDO
               PERFORM 7230-ESCRIBIR-SUSPENDIDO
           ELSE
               IF TABJL-PROXIMO(WS-IDX-JL) NOT = SPACES
               AND TABSUS-FECHA-PARTIDO(WS-IDX-SUS)
                   = TABJL-PROXIMO(WS-IDX-JL)
                   MOVE TABSUS-FECHA-PARTIDO(WS-IDX-SUS)
                       TO SSD-FECHA-PARTIDO
                   PERFORM 7230-ESCRIBIR-SUSPENDIDO
               END-IF
           END-IF

           ADD 1 TO WS-IDX-SUS.
       7220-F-IMPRIMIR-SUSPENDIDO-ITEM.EXIT.
      *----------------------------------------------------------------*
       7230-ESCRIBIR-SUSPENDIDO.
           ADD 1 TO WS-CONT-LISTADOS
           MOVE TABSUS-PAIS(WS-IDX-SUS) TO SSD-PAIS
           MOVE TABSUS-NUM-JUGADOR(WS-IDX-SUS) TO SSD-NUM-JUGADOR
           MOVE TABSUS-FECHA-TARJETA(WS-IDX-SUS) TO SSD-FECHA-TARJETA
           EVALUATE TABSUS-MOTIVO(WS-IDX-SUS)
               WHEN "R"
                   MOVE "TARJETA ROJA" TO SSD-MOTIVO
               WHEN "D"
                   MOVE "DOBLE AMARILLA" TO SSD-MOTIVO
               WHEN OTHER
                   MOVE "AMARILLAS ACUMUL." TO SSD-MOTIVO
           END-EVALUATE

           IF NOT FS-SUSPENDIDOS-OK
               DISPLAY "ERROR ESCRITURA SUSPENDIDOS FS: "
                   FS-SUSPENDIDOS
           ELSE
               WRITE REG-SUSPENDIDO FROM ESTRUCTURA-SUS-DET
           END-IF.
       7230-F-ESCRIBIR-SUSPENDIDO.EXIT.
      *----------------------------------------------------------------*
       8000-ESCRIBIR-AUDITORIA.
           MOVE "ACUTARJETAS"          TO AUD-PROGRAMA
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
               PERFORM 3500-CERRAR-PARTIDO
               PERFORM 7000-GRABAR-SUSPENSIONES
               PERFORM 7100-IMPRIMIR-JUEGOLIMPIO
               PERFORM 7200-IMPRIMIR-SUSPENDIDOS
           END-IF.
           PERFORM 8000-ESCRIBIR-AUDITORIA.
           CLOSE ORDENADO.
           CLOSE SUSPENSIONES.
           CLOSE JUEGOLIMPIO.
           CLOSE SUSPENDIDOS.
           CLOSE RECHAZOS.
           CLOSE AUDITORIA.
           CALL "SYSTEM" USING "rm -f TARJETAS-ED.tmp"

           IF NOT HUBO-ABEND
               CALL "SYSTEM" USING
                   "mv SUSPENSIONESNEW.dat SUSPENSIONES.dat"
               MOVE WS-ARCH-JUEGOLIMPIO TO WS-ARCH-CATALOGAR
               PERFORM 6400-CATALOGAR-GENERACION
               MOVE WS-ARCH-SUSPENDIDOS TO WS-ARCH-CATALOGAR
               PERFORM 6400-CATALOGAR-GENERACION
           END-IF.

           DISPLAY "TARJETAS LEIDAS: " WS-CONT-LECTURA
               " RECHAZADAS: " WS-CONT-RECHAZOS
           DISPLAY "SUSPENSIONES: " WS-CONT-SUSPENSIONES
               " SUSPENDIDOS PROXIMO PARTIDO: " WS-CONT-LISTADOS
           IF HUBO-ABEND
               MOVE 16 TO RETURN-CODE
           END-IF
           PERFORM 6410-GRABAR-CATALOGO
           STOP RUN.
       9000-F-FINAL.
           EXIT.
      *----------------------------------------------------------------*
