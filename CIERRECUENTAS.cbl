      * ANTERIOR AL ESTILO TENDPOBLACION: POR SUCURSAL Y TIPO DE
      * CUENTA SALDO DE APERTURA, MOVIMIENTOS POSTEADOS, INTERESES
      * DEVENGADOS (DE LOS JOURNALES DEL DIA DE CIERRE), SALDO DE
      * CIERRE Y DIFERENCIA NO EXPLICADA. LAS COMISIONES COBRADAS
      * (JOURNALCOMISIONES) SUMAN A LOS MOVIMIENTOS DEL PERIODO
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CIERRECUENTAS.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-INTERES.

           SELECT OPTIONAL JOURNALCOMISIONES
           ASSIGN TO "JOURNALCOMISIONES.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-COMISION.

           SELECT SALIDA ASSIGN USING WS-ARCH-SALIDA
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-SALIDA.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-CATALOGO.

           SELECT GENCONTROL ASSIGN USING WS-ARCH-CONTROL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-GENCONTROL.

           SELECT PARAMETROS ASSIGN TO "PARAMETROS.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-PARAMETROS.
       FD  JOURNALINTERES.
           01 REG-JOURNAL-INTERES PIC X(90).

       FD  JOURNALCOMISIONES.
           01 REG-JOURNAL-COMISION PIC X(90).

       FD  SALIDA.
           01 REG-SALIDA PIC X(120).

       FD  CATALOGO.
           COPY CATREG.

       FD  GENCONTROL.
           01 REG-GENCONTROL PIC X(300).

       FD  PARAMETROS.
           COPY PARMREG.

           05 INT-SALDO-NUEVO              PIC X(08).
           05 FILLER                       PIC X(47).

       01  LINEA-COMISION.
           05 COM-PAIS                     PIC X(03).
           05 FILLER                       PIC X(01).
           05 COM-SUCURSAL                 PIC X(02).
           05 FILLER                       PIC X(01).
           05 COM-TIPO-CTA                 PIC X(02).
           05 FILLER                       PIC X(01).
           05 COM-CUENTA                   PIC X(03).
           05 COM-SEP-CLAVE                PIC X(01).
           05 COM-TIPO-COMISION            PIC X(01).
           05 FILLER                       PIC X(01).
           05 COM-IMPORTE                  PIC X(07).
           05 FILLER                       PIC X(01).
           05 COM-SALDO-ANTERIOR           PIC X(08).
           05 FILLER                       PIC X(01).
           05 COM-SALDO-NUEVO              PIC X(08).
           05 FILLER                       PIC X(49).

       01  WS-SALDO-ANT-TXT                PIC X(08).
       01  WS-SALDO-ANT-NUM REDEFINES WS-SALDO-ANT-TXT
                                           PIC S9(7)
               88 FS-INTERES-CREADO    VALUE "05".
               88 FS-INTERES-NOEXISTE  VALUE "35".

           05 FS-COMISION              PIC XX.
               88 FS-COMISION-OK       VALUE "00".
               88 FS-COMISION-FIN      VALUE "10".
               88 FS-COMISION-CREADO   VALUE "05".
               88 FS-COMISION-NOEXISTE VALUE "35".

           05 FS-SALIDA                PIC XX.
               88 FS-SALIDA-OK         VALUE "00".

               88 FS-CATALOGO-OK       VALUE "00".
               88 FS-CATALOGO-CREADO   VALUE "05".

           05 FS-GENCONTROL            PIC XX.
               88 FS-GENCONTROL-OK     VALUE "00".
               88 FS-GENCONTROL-FIN    VALUE "10".

           05 FS-PARAMETROS            PIC XX.
               88 FS-PARAMETROS-OK       VALUE "00".
               88 FS-PARAMETROS-NOEXISTE VALUE "35".
           88 SALTAR-POSTEO                VALUE "S".
       77  WS-SW-SALTAR-INTERES            PIC X VALUE "N".
           88 SALTAR-INTERES               VALUE "S".
       77  WS-SW-SALTAR-COMISION           PIC X VALUE "N".
           88 SALTAR-COMISION              VALUE "S".
       77  WS-IMPORTE-DELTA                PIC S9(09) VALUE ZERO.
       77  WS-DIFERENCIA                   PIC S9(09) VALUE ZERO.
       77  WS-FECHA-PROCESO                PIC X(8) VALUE SPACES.
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
           PERFORM 2000-DETERMINAR-PERIODOS.
                       FS-INTERES
                   MOVE "S" TO WS-SW-ABEND
                   PERFORM 9000-I-FINAL
           END-EVALUATE

           OPEN INPUT JOURNALCOMISIONES
           EVALUATE TRUE
               WHEN FS-COMISION-OK
                   PERFORM 4600-LEER-COMISION
                   PERFORM 4700-ACUMULAR-COMISION
                       UNTIL FS-COMISION-FIN
                   CLOSE JOURNALCOMISIONES
               WHEN FS-COMISION-CREADO
                   CLOSE JOURNALCOMISIONES
               WHEN FS-COMISION-NOEXISTE
                   CONTINUE
               WHEN OTHER
                   DISPLAY "ERROR APERTURA JOURNALCOMISIONES FS: "
                       FS-COMISION
                   MOVE "S" TO WS-SW-ABEND
                   PERFORM 9000-I-FINAL
           END-EVALUATE.
       4000-F-CARGAR-JOURNALES.EXIT.
      *----------------------------------------------------------------*
               ADD 1 TO WS-IDX-JOURNAL
           END-IF.
       4510-F-BUSCAR-JOURNAL-ITEM.EXIT.
      *----------------------------------------------------------------*
       4600-LEER-COMISION.
           MOVE "S" TO WS-SW-SALTAR-COMISION
           PERFORM 4610-LEER-COMISION-UNA-VEZ
               UNTIL NOT SALTAR-COMISION.
       4600-F-LEER-COMISION.EXIT.
      *----------------------------------------------------------------*
       4610-LEER-COMISION-UNA-VEZ.
           MOVE "N" TO WS-SW-SALTAR-COMISION
           READ JOURNALCOMISIONES INTO LINEA-COMISION
           EVALUATE TRUE
               WHEN FS-COMISION-OK
                   ADD 1 TO WS-CONT-LECTURA
                   IF COM-SEP-CLAVE NOT = "|"
                       MOVE "S" TO WS-SW-SALTAR-COMISION
                   END-IF
               WHEN FS-COMISION-FIN
                   CONTINUE
               WHEN OTHER
                   DISPLAY "ERROR LECTURA JOURNALCOMISIONES FS: "
                       FS-COMISION
                   MOVE "S" TO WS-SW-ABEND
                   PERFORM 9000-I-FINAL
           END-EVALUATE.
       4610-F-LEER-COMISION-UNA-VEZ.EXIT.
      *----------------------------------------------------------------*
       4700-ACUMULAR-COMISION.
           MOVE COM-SALDO-ANTERIOR TO WS-SALDO-ANT-TXT
           MOVE COM-SALDO-NUEVO TO WS-SALDO-NVO-TXT
           COMPUTE WS-IMPORTE-DELTA =
               WS-SALDO-NVO-NUM - WS-SALDO-ANT-NUM

           MOVE SPACES TO WS-CLAVE-BUSCADA
           MOVE COM-PAIS TO WS-CLAVE-BUSCADA(1:3)
           MOVE COM-SUCURSAL TO WS-CLAVE-BUSCADA(4:2)
           MOVE COM-TIPO-CTA TO WS-CLAVE-BUSCADA(6:2)
           PERFORM 4500-BUSCAR-O-CREAR-JOURNAL
           ADD WS-IMPORTE-DELTA TO JRN-MOVIMIENTOS(WS-IDX-JOURNAL)

           PERFORM 4600-LEER-COMISION.
       4700-F-ACUMULAR-COMISION.EXIT.
      *----------------------------------------------------------------*
       5000-COMPARAR-CIERRES.
           MOVE WS-PERIODO-ACTUAL TO TITULO-PERIODO-ACT
       6000-F-ESCRIBIR-DETALLE.EXIT.
      *----------------------------------------------------------------*
       6400-CATALOGAR-GENERACION.
      * LA GENERACION SE ANOTA Y SE CATALOGA AL FINAL DE LA CORRIDA
      * (6410) CON SU MANIFIESTO, CALCULADO SOBRE EL ARCHIVO
      * TAL COMO QUEDO EN DISCO
           IF WS-CONT-GENERACIONES < 10
               ADD 1 TO WS-CONT-GENERACIONES
               MOVE WS-ARCH-SALIDA
                   TO TABGEN-ARCHIVO(WS-CONT-GENERACIONES)
           ELSE
               DISPLAY "AVISO: GENERACION SIN CATALOGAR "
                   WS-ARCH-SALIDA
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
       8000-ESCRIBIR-AUDITORIA.
           MOVE "CIERRECUENTAS"       TO AUD-PROGRAMA

           DISPLAY "CUENTAS FOTOGRAFIADAS: " WS-CONT-FOTOGRAFIADAS

           PERFORM 6410-GRABAR-CATALOGO
           STOP RUN.
       9000-F-FINAL.
           EXIT.
