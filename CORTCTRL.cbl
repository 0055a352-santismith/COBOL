           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-CATALOGO.

           SELECT GENCONTROL ASSIGN USING WS-ARCH-CONTROL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-GENCONTROL.

           SELECT CERROJO ASSIGN TO "CORTCTRL-LOCK.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-CERROJO.
       FD  CATALOGO.
           COPY CATREG.

       FD  GENCONTROL.
           01 REG-GENCONTROL PIC X(300).

       FD  CERROJO.
           COPY LOCKREG.

               88 FS-CATALOGO-OK       VALUE "00".
               88 FS-CATALOGO-CREADO   VALUE "05".

           05 FS-GENCONTROL            PIC XX.
               88 FS-GENCONTROL-OK     VALUE "00".
               88 FS-GENCONTROL-FIN    VALUE "10".

           05 WS-DES-PAIS-ANT             PIC X(40).
           05 WS-PAIS-ENCONTRADO          PIC X VALUE "N".
               88 PAIS-ENCONTRADO         VALUE "S".
           88 APAREO-ENCONTRADO             VALUE "S".
       77  WS-DIFERENCIA-APAREO             PIC S9(9) VALUE ZERO.

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
           PERFORM 1000-I-INICIO
           PERFORM 2000-I-PROCESO UNTIL FS-ENTRADA-FIN.
               PERFORM 9000-I-FINAL
           END-IF.

           MOVE WS-ARCH-SALIDA TO WS-ARCH-CATALOGAR
           PERFORM 5400-CATALOGAR-GENERACION.
       1150-F-ABRIRSALIDA.EXIT.
      *----------------------------------------------------------------*
       1175-ABRIRSALIDACSV.
               PERFORM 9000-I-FINAL
           END-IF.

           MOVE WS-ARCH-SALIDACSV TO WS-ARCH-CATALOGAR
           PERFORM 5400-CATALOGAR-GENERACION.
       1175-F-ABRIRSALIDACSV.EXIT.
      *----------------------------------------------------------------*
       1200-ABRIRPAISES.
               PERFORM 9000-I-FINAL
           END-IF.

           MOVE WS-ARCH-RECHAZOS TO WS-ARCH-CATALOGAR
           PERFORM 5400-CATALOGAR-GENERACION.
       1240-F-ABRIRRECHAZOS.EXIT.
      *----------------------------------------------------------------*
       1295-ABRIREXCAPAREO.
       5300-F-LIBERAR-CERROJO.EXIT.
      *----------------------------------------------------------------*
       5400-CATALOGAR-GENERACION.
      * LA GENERACION SE ANOTA Y SE CATALOGA AL FINAL DE LA CORRIDA
      * (5410) CON SU MANIFIESTO, CALCULADO SOBRE EL ARCHIVO
      * TAL COMO QUEDO EN DISCO
           IF WS-CONT-GENERACIONES < 10
               ADD 1 TO WS-CONT-GENERACIONES
               MOVE WS-ARCH-CATALOGAR
                   TO TABGEN-ARCHIVO(WS-CONT-GENERACIONES)
           ELSE
               DISPLAY "AVISO: GENERACION SIN CATALOGAR "
                   WS-ARCH-CATALOGAR
           END-IF.
       5400-F-CATALOGAR-GENERACION.EXIT.
      *----------------------------------------------------------------*
       5410-GRABAR-CATALOGO.
           MOVE 1 TO WS-IDX-GENERACION
           PERFORM 5420-GRABAR-CATALOGO-ITEM
               UNTIL WS-IDX-GENERACION > WS-CONT-GENERACIONES.
       5410-F-GRABAR-CATALOGO.EXIT.
      *----------------------------------------------------------------*
       5420-GRABAR-CATALOGO-ITEM.
           MOVE TABGEN-ARCHIVO(WS-IDX-GENERACION) TO WS-ARCH-CONTROL
           PERFORM 5430-CALCULAR-MANIFIESTO
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
       5420-F-GRABAR-CATALOGO-ITEM.EXIT.
      *----------------------------------------------------------------*
       5430-CALCULAR-MANIFIESTO.
      * MANIFIESTO: CANTIDAD DE REGISTROS Y HASH DE CONTENIDO
      * (HASH = HASH * 31 + BYTE, MODULO 999999937, SOBRE CADA
      * REGISTRO COMPLETADO CON BLANCOS A 300 POSICIONES)
           MOVE "N" TO WS-SW-MANIFIESTO
           MOVE ZERO TO WS-CANT-CONTROL
           MOVE ZERO TO WS-HASH-CONTROL

           OPEN INPUT GENCONTROL
           IF FS-GENCONTROL-OK
               PERFORM 5440-LEER-GENCONTROL
               PERFORM 5450-ACUMULAR-REGISTRO
                   UNTIL NOT FS-GENCONTROL-OK
               IF FS-GENCONTROL-FIN
                   MOVE "S" TO WS-SW-MANIFIESTO
               END-IF
               CLOSE GENCONTROL
           END-IF.
       5430-F-CALCULAR-MANIFIESTO.EXIT.
      *----------------------------------------------------------------*
       5440-LEER-GENCONTROL.
           READ GENCONTROL INTO LINEA-GENCONTROL.
       5440-F-LEER-GENCONTROL.EXIT.
      *----------------------------------------------------------------*
       5450-ACUMULAR-REGISTRO.
           ADD 1 TO WS-CANT-CONTROL
           MOVE 1 TO WS-IDX-BYTE
           PERFORM 5460-ACUMULAR-BYTE UNTIL WS-IDX-BYTE > 300
           PERFORM 5440-LEER-GENCONTROL.
       5450-F-ACUMULAR-REGISTRO.EXIT.
      *----------------------------------------------------------------*
       5460-ACUMULAR-BYTE.
           MOVE ZERO TO WS-BYTE-CONTROL-NUM
           MOVE GENCONTROL-BYTE(WS-IDX-BYTE) TO WS-BYTE-CONTROL-BAJO
           COMPUTE WS-HASH-TRABAJO =
               WS-HASH-CONTROL * 31 + WS-BYTE-CONTROL-NUM
           DIVIDE WS-HASH-TRABAJO BY 999999937
               GIVING WS-HASH-COCIENTE REMAINDER WS-HASH-CONTROL
           ADD 1 TO WS-IDX-BYTE.
       5460-F-ACUMULAR-BYTE.EXIT.
      *----------------------------------------------------------------*
       5100-ESCRIBIR-AUDITORIA.
           MOVE "POBLACION"           TO AUD-PROGRAMA
           CLOSE AUDITORIA.
           CLOSE EXCAPAREO.
           CLOSE HISTORIA.
           PERFORM 5410-GRABAR-CATALOGO
           STOP RUN.
       9000-F-FINAL.
           EXIT.
