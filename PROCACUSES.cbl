      * ACEPTADO/RECHAZADO POR PAIS Y SUCURSAL CON CODIGO DE MOTIVO):
      * LISTA LOS RECHAZOS Y LOS DETALLES SIN ACUSE, Y ARMA EL
      * ARCHIVO DE REENVIO QUE EL PROXIMO EXTRACTO DEL CORTE DE
      * CONTROL DE CUENTAS INCORPORA AUTOMATICAMENTE. ANTES DE
      * COTEJAR VERIFICA LA GENERACION CONTRA SU MANIFIESTO DEL
      * CATALOGO: SI ESTA TRUNCADA O ALTERADA SE NIEGA A PROCESARLA
      * (RC 16); SI LA ENTRADA ES ANTERIOR AL MANIFIESTO LA ACEPTA CON
      * AVISO
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROCACUSES.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-CATALOGO.

           SELECT GENCONTROL ASSIGN USING WS-ARCH-CONTROL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-GENCONTROL.

           SELECT INTERFAZ ASSIGN USING WS-ARCH-INTERFAZ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-INTERFAZ.
       FD  CATALOGO.
           COPY CATREG.

       FD  GENCONTROL.
           01 REG-GENCONTROL PIC X(300).

       FD  INTERFAZ.
           01 REG-INTERFAZ PIC X(40).

               88 FS-CATALOGO-CREADO   VALUE "05".
               88 FS-CATALOGO-NOEXISTE VALUE "35".

           05 FS-GENCONTROL            PIC XX.
               88 FS-GENCONTROL-OK     VALUE "00".
               88 FS-GENCONTROL-FIN    VALUE "10".

           05 FS-INTERFAZ              PIC XX.
               88 FS-INTERFAZ-OK       VALUE "00".
               88 FS-INTERFAZ-FIN      VALUE "10".
           88 INTERFAZ-ENCONTRADA          VALUE "S".
       77  WS-FECHA-GENERACION             PIC X(8) VALUE SPACES.
       77  WS-ARCH-INTERFAZ                PIC X(44) VALUE SPACES.
       01  WS-MANIFIESTO-INTERFAZ.
           05 WS-MAN-CANT-REGISTROS        PIC 9(9).
           05 WS-MAN-HASH                  PIC 9(9).
       77  WS-ARCH-LISTADO                 PIC X(44) VALUE SPACES.
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
           PERFORM 2000-UBICAR-GENERACION.
           PERFORM 2500-VERIFICAR-GENERACION.
           PERFORM 3000-CARGAR-INTERFAZ.
           PERFORM 4000-PROCESAR-ACUSES.
           PERFORM 5000-REPORTAR-SIN-ACUSE.
           AND CAT-FECHA NOT < WS-FECHA-GENERACION
               MOVE CAT-FECHA TO WS-FECHA-GENERACION
               MOVE CAT-ARCHIVO TO WS-ARCH-INTERFAZ
               MOVE CAT-MANIFIESTO TO WS-MANIFIESTO-INTERFAZ
           END-IF
           PERFORM 2100-LEER-CATALOGO.
       2200-F-RELEVAR-GENERACION.EXIT.
      *----------------------------------------------------------------*
       2500-VERIFICAR-GENERACION.
      * LA GENERACION DEBE COINCIDIR CON EL MANIFIESTO GRABADO AL
      * CATALOGARLA (LA FALTA DEL ARCHIVO LA INFORMA 3000)
           MOVE WS-ARCH-INTERFAZ TO WS-ARCH-CONTROL
           PERFORM 6430-CALCULAR-MANIFIESTO

           EVALUATE TRUE
               WHEN NOT MANIFIESTO-CALCULADO
                   CONTINUE
               WHEN WS-MAN-CANT-REGISTROS NOT NUMERIC
               OR WS-MAN-HASH NOT NUMERIC
                   DISPLAY "AVISO: GENERACION " WS-ARCH-INTERFAZ
                       " CATALOGADA SIN MANIFIESTO - NO SE VERIFICA"
               WHEN WS-CANT-CONTROL < WS-MAN-CANT-REGISTROS
                   DISPLAY "GENERACION " WS-ARCH-INTERFAZ
                       " TRUNCADA: " WS-CANT-CONTROL
                       " REGISTROS DE " WS-MAN-CANT-REGISTROS
                       " - NO SE PROCESA"
                   MOVE "S" TO WS-SW-ABEND
                   PERFORM 9000-I-FINAL
               WHEN WS-CANT-CONTROL NOT = WS-MAN-CANT-REGISTROS
               OR WS-HASH-CONTROL NOT = WS-MAN-HASH
                   DISPLAY "GENERACION " WS-ARCH-INTERFAZ
                       " ALTERADA DESDE SU CATALOGACION"
                       " - NO SE PROCESA"
                   MOVE "S" TO WS-SW-ABEND
                   PERFORM 9000-I-FINAL
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       2500-F-VERIFICAR-GENERACION.EXIT.
      *----------------------------------------------------------------*
       3000-CARGAR-INTERFAZ.
           OPEN INPUT INTERFAZ
       6100-F-ESCRIBIR-REENVIO.EXIT.
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
       8000-ESCRIBIR-AUDITORIA.
           MOVE "PROCACUSES"          TO AUD-PROGRAMA
               " RECHAZADOS: " WS-CONT-RECHAZADOS
               " REENVIOS: " WS-CONT-REENVIOS

           PERFORM 6410-GRABAR-CATALOGO
           STOP RUN.
       9000-F-FINAL.
           EXIT.
