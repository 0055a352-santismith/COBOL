      * POR CADA MOVIMIENTO UNA PATA DEBE Y UNA PATA HABER ENTRE LA
      * CUENTA DE CLIENTES Y LA CAJA OPERATIVA (O EL GASTO DE INTERES),
      * CON CABECERA Y COLA DE CONTROL; SI LOS DEBITOS Y CREDITOS NO
      * NETEAN A CERO EL ARCHIVO NO SE LIBERA Y EL PROCESO ABENDEA.
      * CADA PATA LLEVA EL MOV-ID DEL MOVIMIENTO; EN LOS REVERSOS ES
      * EL DEL MOVIMIENTO ANULADO Y LA PATA VA MARCADA CON "R".
      * LAS COMISIONES COBRADAS A FIN DE MES (JOURNALCOMISIONES)
      * DEBITAN LA CUENTA DE CLIENTES CONTRA EL INGRESO POR COMISIONES.
      * LOS CIERRES (B) NO SE TOMAN DEL JOURNAL SINO DE PAGOSCIERRE:
      * EL SALDO RESIDUAL DEBITA CLIENTES CONTRA PAGOS A TITULARES O
      * CONTRA LA CUENTA DE SUSPENSO SI LA CUENTA NO TENIA TITULAR
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLASIENTOS.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-INTERES.

           SELECT OPTIONAL JOURNALCOMISIONES
           ASSIGN TO "JOURNALCOMISIONES.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-COMISION.

           SELECT OPTIONAL PAGOSCIERRE ASSIGN TO "PAGOSCIERRE.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-PAGOS.

           SELECT ASIENTOS ASSIGN TO "GLASIENTOS.tmp"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-ASIENTOS.
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

       FD  PAGOSCIERRE.
           COPY PAGOREG.

       FD  ASIENTOS.
           01 REG-ASIENTO PIC X(60).

       FD  CATALOGO.
           COPY CATREG.

       FD  GENCONTROL.
           01 REG-GENCONTROL PIC X(300).

       FD  PARAMETROS.
           COPY PARMREG.

           05 POS-SALDO-ANTERIOR           PIC X(08).
           05 FILLER                       PIC X(01).
           05 POS-SALDO-NUEVO              PIC X(08).
           05 FILLER                       PIC X(01).
           05 POS-MOV-ID                   PIC X(09).
           05 FILLER                       PIC X(39).

       01  LINEA-INTERES.
           05 INT-PAIS                     PIC X(03).
           05 INT-RETENCION                PIC X(11).
           05 FILLER                       PIC X(35).

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
           05 COM-IMPORTE                  PIC 9(07).
           05 FILLER                       PIC X(68).

       01  WS-SALDO-ANT-TXT                PIC X(08).
       01  WS-SALDO-ANT-NUM REDEFINES WS-SALDO-ANT-TXT
                                           PIC S9(7)
           05 ASI-DET-CUENTA-GL            PIC X(15).
           05 ASI-DET-DC                   PIC X(02).
           05 ASI-DET-IMPORTE              PIC 9(09)V99.
           05 ASI-DET-MOV-ID               PIC X(09).
           05 ASI-DET-MARCA-REVERSO        PIC X(01).

       01  ESTRUCTURA-ASIENTO-COLA.
           05 ASI-COLA-TIPO                PIC X(01) VALUE "T".
               88 FS-INTERES-CREADO    VALUE "05".
               88 FS-INTERES-NOEXISTE  VALUE "35".

           05 FS-COMISION              PIC XX.
               88 FS-COMISION-OK       VALUE "00".
               88 FS-COMISION-FIN      VALUE "10".
               88 FS-COMISION-CREADO   VALUE "05".
               88 FS-COMISION-NOEXISTE VALUE "35".

           05 FS-PAGOS                 PIC XX.
               88 FS-PAGOS-OK          VALUE "00".
               88 FS-PAGOS-FIN         VALUE "10".
               88 FS-PAGOS-CREADO      VALUE "05".
               88 FS-PAGOS-NOEXISTE    VALUE "35".

           05 FS-ASIENTOS              PIC XX.
               88 FS-ASIENTOS-OK       VALUE "00".

               88 FS-CATALOGO-OK       VALUE "00".
               88 FS-CATALOGO-CREADO   VALUE "05".

           05 FS-GENCONTROL            PIC XX.
               88 FS-GENCONTROL-OK     VALUE "00".
               88 FS-GENCONTROL-FIN    VALUE "10".

           05 FS-PARAMETROS            PIC XX.
               88 FS-PARAMETROS-OK       VALUE "00".
               88 FS-PARAMETROS-NOEXISTE VALUE "35".
       77  WS-TIPO-ASIENTO                 PIC X(02) VALUE SPACES.
       77  WS-CTAGL-MOVIMIENTO             PIC X(15) VALUE SPACES.
       77  WS-CTAGL-CONTRAPARTIDA          PIC X(15) VALUE SPACES.
       77  WS-MOV-ID-ASIENTO               PIC X(09) VALUE SPACES.
       77  WS-MARCA-REVERSO                PIC X(01) VALUE SPACES.
       77  WS-SW-ABEND                     PIC X VALUE "N".
           88 HUBO-ABEND                   VALUE "S".
       77  WS-SW-SALTAR-POSTEO             PIC X VALUE "N".
           88 SALTAR-POSTEO                VALUE "S".
       77  WS-SW-SALTAR-INTERES            PIC X VALUE "N".
           88 SALTAR-INTERES               VALUE "S".
       77  WS-SW-SALTAR-COMISION           PIC X VALUE "N".
           88 SALTAR-COMISION              VALUE "S".
       77  WS-CMD-LIBERAR                  PIC X(90) VALUE SPACES.
       77  WS-CMD-DESCARTAR                PIC X(80)
           VALUE "rm -f GLASIENTOS.tmp".

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
           PERFORM 2000-I-PROCESO-POSTEO UNTIL FS-POSTEO-FIN.
           PERFORM 2500-I-PROCESO-INTERES UNTIL FS-INTERES-FIN.
           PERFORM 2700-I-PROCESO-COMISION UNTIL FS-COMISION-FIN.
           PERFORM 2800-I-PROCESO-PAGOS UNTIL FS-PAGOS-FIN.
           PERFORM 9000-I-FINAL.
               STOP RUN.
      *----------------------------------------------------------------*
           PERFORM 1180-ABRIRAUDITORIA.
           PERFORM 5100-LEERPOSTEO.
           PERFORM 5200-LEERINTERES.
           PERFORM 5300-LEERCOMISION.
           PERFORM 5400-LEERPAGO.
       1000-F-INICIO.EXIT.
      *----------------------------------------------------------------*
       1050-LEERPARAMETROS.

           IF FS-INTERES-CREADO OR FS-INTERES-NOEXISTE
               MOVE "10" TO FS-INTERES
           END-IF

           OPEN INPUT JOURNALCOMISIONES.

           IF NOT FS-COMISION-OK
           AND NOT FS-COMISION-CREADO
           AND NOT FS-COMISION-NOEXISTE
               DISPLAY "ERROR APERTURA JOURNALCOMISIONES FS: "
                   FS-COMISION
               MOVE "S" TO WS-SW-ABEND
               PERFORM 9000-I-FINAL
           END-IF

           IF FS-COMISION-CREADO OR FS-COMISION-NOEXISTE
               MOVE "10" TO FS-COMISION
           END-IF

           OPEN INPUT PAGOSCIERRE.

           IF NOT FS-PAGOS-OK
           AND NOT FS-PAGOS-CREADO
           AND NOT FS-PAGOS-NOEXISTE
               DISPLAY "ERROR APERTURA PAGOSCIERRE FS: " FS-PAGOS
               MOVE "S" TO WS-SW-ABEND
               PERFORM 9000-I-FINAL
           END-IF

           IF FS-PAGOS-CREADO OR FS-PAGOS-NOEXISTE
               MOVE "10" TO FS-PAGOS
           END-IF.
       1100-F-ABRIRJOURNALES.EXIT.
      *----------------------------------------------------------------*
      * LA VARIACION DE SALDO DEL MOVIMIENTO DEFINE EL ASIENTO: UN
      * AUMENTO ACREDITA LA CUENTA DE CLIENTES CONTRA LA CAJA, UNA
      * DISMINUCION LA DEBITA; LAS LINEAS SIN VARIACION NO GENERAN
      * ASIENTO; EL CIERRE SE CONTABILIZA DESDE PAGOSCIERRE
           MOVE POS-SALDO-ANTERIOR TO WS-SALDO-ANT-TXT
           MOVE POS-SALDO-NUEVO TO WS-SALDO-NVO-TXT
           COMPUTE WS-IMPORTE-ASIENTO =
               WS-SALDO-NVO-NUM - WS-SALDO-ANT-NUM

           IF WS-IMPORTE-ASIENTO NOT = ZERO
           AND POS-TIPO-MOV NOT = "B"
               MOVE POS-PAIS TO WS-PAIS-ASIENTO
               MOVE POS-SUCURSAL TO WS-SUC-ASIENTO
               MOVE POS-TIPO-CTA TO WS-TIPO-ASIENTO
               MOVE "CTAS-CLIENTES" TO WS-CTAGL-MOVIMIENTO
               MOVE "CAJA-OPERATIVA" TO WS-CTAGL-CONTRAPARTIDA
               MOVE POS-MOV-ID TO WS-MOV-ID-ASIENTO
               IF POS-TIPO-MOV = "X" OR POS-TIPO-MOV = "Y"
                   MOVE "R" TO WS-MARCA-REVERSO
               ELSE
                   MOVE SPACES TO WS-MARCA-REVERSO
               END-IF
               PERFORM 3000-GENERAR-PARTIDA-DOBLE
           END-IF

               MOVE INT-PAIS TO WS-PAIS-ASIENTO
               MOVE INT-SUCURSAL TO WS-SUC-ASIENTO
               MOVE INT-TIPO-CTA TO WS-TIPO-ASIENTO
               MOVE SPACES TO WS-MOV-ID-ASIENTO
               MOVE SPACES TO WS-MARCA-REVERSO
               PERFORM 3500-GENERAR-ASIENTO-INTERES
           END-IF

           PERFORM 5200-LEERINTERES.
       2500-F-PROCESO-INTERES.EXIT.
      *----------------------------------------------------------------*
       2700-I-PROCESO-COMISION.
      * LA COMISION COBRADA DEBITA LA CUENTA DE CLIENTES Y ACREDITA
      * EL INGRESO POR COMISIONES
           IF COM-IMPORTE NUMERIC AND COM-IMPORTE NOT = ZERO
               MOVE COM-PAIS TO WS-PAIS-ASIENTO
               MOVE COM-SUCURSAL TO WS-SUC-ASIENTO
               MOVE COM-TIPO-CTA TO WS-TIPO-ASIENTO
               MOVE SPACES TO WS-MOV-ID-ASIENTO
               MOVE SPACES TO WS-MARCA-REVERSO
               MOVE COM-IMPORTE TO WS-IMPORTE-ABSOLUTO
               MOVE "CTAS-CLIENTES" TO ASI-DET-CUENTA-GL
               MOVE "DB" TO ASI-DET-DC
               PERFORM 4000-ESCRIBIR-PATA
               MOVE "INGR-COMISIONES" TO ASI-DET-CUENTA-GL
               MOVE "CR" TO ASI-DET-DC
               PERFORM 4000-ESCRIBIR-PATA
           END-IF

           PERFORM 5300-LEERCOMISION.
       2700-F-PROCESO-COMISION.EXIT.
      *----------------------------------------------------------------*
       2800-I-PROCESO-PAGOS.
      * EL SALDO RESIDUAL DE LA CUENTA CERRADA DEBITA LA CUENTA DE
      * CLIENTES Y QUEDA A PAGAR AL TITULAR O EN SUSPENSO
           IF PAG-IMPORTE NUMERIC AND PAG-IMPORTE NOT = ZERO
               MOVE PAG-PAIS TO WS-PAIS-ASIENTO
               MOVE PAG-SUCURSAL TO WS-SUC-ASIENTO
               MOVE PAG-TIPO-CTA TO WS-TIPO-ASIENTO
               MOVE PAG-MOV-ID TO WS-MOV-ID-ASIENTO
               MOVE SPACES TO WS-MARCA-REVERSO
               MOVE PAG-IMPORTE TO WS-IMPORTE-ABSOLUTO
               MOVE "CTAS-CLIENTES" TO ASI-DET-CUENTA-GL
               MOVE "DB" TO ASI-DET-DC
               PERFORM 4000-ESCRIBIR-PATA
               IF PAG-A-SUSPENSO
                   MOVE "CTA-SUSPENSO" TO ASI-DET-CUENTA-GL
               ELSE
                   MOVE "PAGOS-TITULARES" TO ASI-DET-CUENTA-GL
               END-IF
               MOVE "CR" TO ASI-DET-DC
               PERFORM 4000-ESCRIBIR-PATA
           END-IF

           PERFORM 5400-LEERPAGO.
       2800-F-PROCESO-PAGOS.EXIT.
      *----------------------------------------------------------------*
       3500-GENERAR-ASIENTO-INTERES.
           COMPUTE WS-NETO-ASIENTO =
           MOVE WS-SUC-ASIENTO TO ASI-DET-SUCURSAL
           MOVE WS-TIPO-ASIENTO TO ASI-DET-TIPO-CTA
           MOVE WS-IMPORTE-ABSOLUTO TO ASI-DET-IMPORTE
           MOVE WS-MOV-ID-ASIENTO TO ASI-DET-MOV-ID
           MOVE WS-MARCA-REVERSO TO ASI-DET-MARCA-REVERSO

           IF ASI-DET-DC = "DB"
               ADD WS-IMPORTE-ABSOLUTO TO WS-TOTAL-DB
                   PERFORM 9000-I-FINAL
           END-EVALUATE.
       5210-F-LEERINTERES-UNA-VEZ.EXIT.
      *----------------------------------------------------------------*
       5300-LEERCOMISION.
           IF NOT FS-COMISION-FIN
               MOVE "S" TO WS-SW-SALTAR-COMISION
               PERFORM 5310-LEERCOMISION-UNA-VEZ
                   UNTIL NOT SALTAR-COMISION
           END-IF.
       5300-F-LEERCOMISION.EXIT.
      *----------------------------------------------------------------*
       5310-LEERCOMISION-UNA-VEZ.
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
       5310-F-LEERCOMISION-UNA-VEZ.EXIT.
      *----------------------------------------------------------------*
       5400-LEERPAGO.
           IF NOT FS-PAGOS-FIN
               READ PAGOSCIERRE
               EVALUATE TRUE
                   WHEN FS-PAGOS-OK
                       ADD 1 TO WS-CONT-LECTURA
                   WHEN FS-PAGOS-FIN
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "ERROR LECTURA PAGOSCIERRE FS: " FS-PAGOS
                       MOVE "S" TO WS-SW-ABEND
                       PERFORM 9000-I-FINAL
               END-EVALUATE
           END-IF.
       5400-F-LEERPAGO.EXIT.
      *----------------------------------------------------------------*
       6000-ESCRIBIR-COLA.
           MOVE WS-CONT-ASIENTOS TO ASI-COLA-CANT-REG
       6100-F-LIBERAR-ARCHIVO.EXIT.
      *----------------------------------------------------------------*
       6400-CATALOGAR-GENERACION.
      * LA GENERACION SE ANOTA Y SE CATALOGA AL FINAL DE LA CORRIDA
      * (6410) CON SU MANIFIESTO, CALCULADO SOBRE EL ARCHIVO
      * TAL COMO QUEDO EN DISCO
           IF WS-CONT-GENERACIONES < 10
               ADD 1 TO WS-CONT-GENERACIONES
               MOVE WS-ARCH-ASIENTOS
                   TO TABGEN-ARCHIVO(WS-CONT-GENERACIONES)
           ELSE
               DISPLAY "AVISO: GENERACION SIN CATALOGAR "
                   WS-ARCH-ASIENTOS
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
           MOVE "GLASIENTOS"          TO AUD-PROGRAMA
           PERFORM 8000-ESCRIBIR-AUDITORIA.
           CLOSE JOURNALPOSTEO.
           CLOSE JOURNALINTERES.
           CLOSE JOURNALCOMISIONES.
           CLOSE PAGOSCIERRE.
           CLOSE ASIENTOS.
           CLOSE AUDITORIA.


           DISPLAY "PATAS DE ASIENTO GENERADAS: " WS-CONT-ASIENTOS

      * EL RC SE FIJA AL FINAL PORQUE LOS CALL "SYSTEM" LO PISAN
           IF HUBO-ABEND
               MOVE 16 TO RETURN-CODE
           END-IF
           PERFORM 6410-GRABAR-CATALOGO
           STOP RUN.
       9000-F-FINAL.
           EXIT.
