      ******************************************************************
      * MANTENIMIENTO DE ORDENES PERMANENTES DE TRANSFERENCIA
      * MANTIENE EL MAESTRO DE ORDENES (CUENTA ORIGEN, CUENTA DESTINO,
      * IMPORTE, FRECUENCIA, VIGENCIA Y TITULAR) POR MOVIMIENTOS, CON
      * EL MISMO ESQUEMA DE ALTAS, CAMBIOS Y BAJAS QUE EL MANTENIMIENTO
      * DE TITULARES; GENORDENES GENERA LOS MOVIMIENTOS DEL DIA
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MNTORDENES.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MAESTRO ASSIGN TO "ORDENES.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-MAESTRO.

           SELECT MOVIMIENTOS ASSIGN TO "MOVORDENES.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-MOVIMIENTOS.

           SELECT MAESTRONUEVO ASSIGN TO "ORDENESNEW.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-MAESTRONUEVO.

           SELECT RECHAZOS ASSIGN TO "RECHAZOSORDENES.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-RECHAZOS.

           SELECT OPTIONAL AUDITORIA ASSIGN TO "AUDIT.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-AUDITORIA.
       DATA DIVISION.
       FILE SECTION.
       FD  MAESTRO.
           COPY ORDENREG.

       FD  MOVIMIENTOS.
           01 REG-MOVORDEN.
               05 MOV-TIPO                 PIC X(01).
               05 MOV-ID                   PIC 9(05).
               05 MOV-TITULAR              PIC 9(05).
               05 MOV-ORIGEN               PIC X(10).
               05 MOV-DESTINO              PIC X(10).
               05 MOV-IMPORTE              PIC 9(07).
               05 MOV-FRECUENCIA           PIC X(01).
                   88 MOV-FRECUENCIA-VALIDA VALUE "M" "T" "S" "A".
               05 MOV-FECHA-INICIO         PIC X(08).
               05 MOV-FECHA-FIN            PIC X(08).

       FD  MAESTRONUEVO.
           01 REG-ORDEN-NUEVA PIC X(55).

       FD  RECHAZOS.
           01 REG-RECHAZO PIC X(80).

       FD  AUDITORIA.
           COPY AUDITREG.

       WORKING-STORAGE SECTION.

       01  VARIABLES.
           05 FS-MAESTRO               PIC XX.
               88 FS-MAESTRO-OK         VALUE "00".
               88 FS-MAESTRO-FIN        VALUE "10".
               88 FS-MAESTRO-NOEXISTE   VALUE "35".

           05 FS-MOVIMIENTOS           PIC XX.
               88 FS-MOVIMIENTOS-OK     VALUE "00".
               88 FS-MOVIMIENTOS-FIN    VALUE "10".

           05 FS-MAESTRONUEVO          PIC XX.
               88 FS-MAESTRONUEVO-OK    VALUE "00".

           05 FS-RECHAZOS              PIC XX.
               88 FS-RECHAZOS-OK        VALUE "00".

           05 FS-AUDITORIA             PIC XX.
               88 FS-AUDITORIA-OK       VALUE "00".
               88 FS-AUDITORIA-CREADO   VALUE "05".

       01  ESTRUCTURA-ORDEN-NUEVA.
           05 ESN-ID                       PIC 9(05).
           05 ESN-TITULAR                  PIC 9(05).
           05 ESN-ORIGEN                   PIC X(10).
           05 ESN-DESTINO                  PIC X(10).
           05 ESN-IMPORTE                  PIC 9(07).
           05 ESN-FRECUENCIA               PIC X(01).
           05 ESN-FECHA-INICIO             PIC X(08).
           05 ESN-FECHA-FIN                PIC X(08).
           05 ESN-ESTADO                   PIC X(01).

       01  ESTRUCTURA-RECHAZO.
           05 RCH-TIPO                     PIC X(01).
           05 FILLER                       PIC X(1) VALUE SPACES.
           05 RCH-ID                       PIC 9(05).
           05 FILLER                       PIC X(1) VALUE SPACES.
           05 RCH-MOTIVO                   PIC X(35).

       01  TABLA-ORDENES.
           05 ORDEN-ITEM OCCURS 1000 TIMES.
               10 TABORD-ID                PIC 9(05).
               10 TABORD-TITULAR           PIC 9(05).
               10 TABORD-ORIGEN            PIC X(10).
               10 TABORD-DESTINO           PIC X(10).
               10 TABORD-IMPORTE           PIC 9(07).
               10 TABORD-FRECUENCIA        PIC X(01).
               10 TABORD-FECHA-INICIO      PIC X(08).
               10 TABORD-FECHA-FIN         PIC X(08).
               10 TABORD-ESTADO            PIC X(01).

       77  WS-CONT-ORDENES                 PIC 9(4) VALUE ZERO.
       77  WS-IDX-ORDEN                    PIC 9(4) VALUE ZERO.
       77  WS-ORDEN-ENCONTRADA             PIC X VALUE "N".
           88 ORDEN-ENCONTRADA             VALUE "S".
       77  WS-CONT-MOVIMIENTOS             PIC 9(9) VALUE ZERO.
       77  WS-CONT-ALTAS                   PIC 9(9) VALUE ZERO.
       77  WS-CONT-CAMBIOS                 PIC 9(9) VALUE ZERO.
       77  WS-CONT-BAJAS                   PIC 9(9) VALUE ZERO.
       77  WS-CONT-RECHAZOS                PIC 9(9) VALUE ZERO.
       77  WS-SW-ABEND                     PIC X VALUE "N".
           88 HUBO-ABEND                   VALUE "S".

       PROCEDURE DIVISION.
           PERFORM 1000-I-INICIO.
           PERFORM 2000-I-PROCESO UNTIL FS-MOVIMIENTOS-FIN.
           PERFORM 9000-I-FINAL.
               STOP RUN.
      *----------------------------------------------------------------*
       1000-I-INICIO.
           INITIALIZE VARIABLES
           PERFORM 1100-ABRIRMAESTRO.
           PERFORM 1110-CARGAR-MAESTRO.
           PERFORM 1150-ABRIRMOVIMIENTOS.
           PERFORM 1160-ABRIRMAESTRONUEVO.
           PERFORM 1170-ABRIRRECHAZOS.
           PERFORM 1180-ABRIRAUDITORIA.
           PERFORM 5000-LEERMOVIMIENTO.
       1000-F-INICIO.EXIT.
      *----------------------------------------------------------------*
       1100-ABRIRMAESTRO.
           OPEN INPUT MAESTRO.

           IF NOT FS-MAESTRO-OK AND NOT FS-MAESTRO-NOEXISTE
               DISPLAY "ERROR APERTURA ORDENES FS: " FS-MAESTRO
               MOVE "S" TO WS-SW-ABEND
               PERFORM 9000-I-FINAL
           END-IF.
       1100-F-ABRIRMAESTRO.EXIT.
      *----------------------------------------------------------------*
       1110-CARGAR-MAESTRO.
           IF FS-MAESTRO-OK
               PERFORM 1111-LEER-MAESTRO
               PERFORM 1112-CARGAR-ORDEN-ITEM UNTIL FS-MAESTRO-FIN
               CLOSE MAESTRO
           END-IF.
       1110-F-CARGAR-MAESTRO.EXIT.
      *----------------------------------------------------------------*
       1111-LEER-MAESTRO.
           READ MAESTRO
           EVALUATE TRUE
               WHEN FS-MAESTRO-OK
                   CONTINUE
               WHEN FS-MAESTRO-FIN
                   CONTINUE
               WHEN OTHER
                   DISPLAY "ERROR LECTURA ORDENES FS: " FS-MAESTRO
                   MOVE "S" TO WS-SW-ABEND
                   PERFORM 9000-I-FINAL
           END-EVALUATE.
       1111-F-LEER-MAESTRO.EXIT.
      *----------------------------------------------------------------*
       1112-CARGAR-ORDEN-ITEM.
           IF WS-CONT-ORDENES >= 1000
               DISPLAY "ORDENES EXCEDE LA TABLA DEL MANTENIMIENTO"
               MOVE "S" TO WS-SW-ABEND
               PERFORM 9000-I-FINAL
           END-IF
           ADD 1 TO WS-CONT-ORDENES
           MOVE ORD-ID TO TABORD-ID(WS-CONT-ORDENES)
           MOVE ORD-TITULAR TO TABORD-TITULAR(WS-CONT-ORDENES)
           MOVE ORD-ORIGEN TO TABORD-ORIGEN(WS-CONT-ORDENES)
           MOVE ORD-DESTINO TO TABORD-DESTINO(WS-CONT-ORDENES)
           MOVE ORD-IMPORTE TO TABORD-IMPORTE(WS-CONT-ORDENES)
           MOVE ORD-FRECUENCIA TO TABORD-FRECUENCIA(WS-CONT-ORDENES)
           MOVE ORD-FECHA-INICIO
               TO TABORD-FECHA-INICIO(WS-CONT-ORDENES)
           MOVE ORD-FECHA-FIN TO TABORD-FECHA-FIN(WS-CONT-ORDENES)
           IF ORD-ESTADO = SPACES
               MOVE "A" TO TABORD-ESTADO(WS-CONT-ORDENES)
           ELSE
               MOVE ORD-ESTADO TO TABORD-ESTADO(WS-CONT-ORDENES)
           END-IF
           PERFORM 1111-LEER-MAESTRO.
       1112-F-CARGAR-ORDEN-ITEM.EXIT.
      *----------------------------------------------------------------*
       1150-ABRIRMOVIMIENTOS.
           OPEN INPUT MOVIMIENTOS.

           IF NOT FS-MOVIMIENTOS-OK
               DISPLAY "ERROR APERTURA MOVORDENES FS: "
                   FS-MOVIMIENTOS
               MOVE "S" TO WS-SW-ABEND
               PERFORM 9000-I-FINAL
           END-IF.
       1150-F-ABRIRMOVIMIENTOS.EXIT.
      *----------------------------------------------------------------*
       1160-ABRIRMAESTRONUEVO.
           OPEN OUTPUT MAESTRONUEVO.

           IF NOT FS-MAESTRONUEVO-OK
               DISPLAY "ERROR APERTURA ORDENESNEW FS: "
                   FS-MAESTRONUEVO
               MOVE "S" TO WS-SW-ABEND
               PERFORM 9000-I-FINAL
           END-IF.
       1160-F-ABRIRMAESTRONUEVO.EXIT.
      *----------------------------------------------------------------*
       1170-ABRIRRECHAZOS.
           OPEN OUTPUT RECHAZOS.

           IF NOT FS-RECHAZOS-OK
               DISPLAY "ERROR APERTURA RECHAZOS FS: " FS-RECHAZOS
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
           EVALUATE MOV-TIPO
               WHEN "A"
                   PERFORM 3000-PROCESAR-ALTA
               WHEN "C"
                   PERFORM 3100-PROCESAR-CAMBIO
               WHEN "B"
                   PERFORM 3200-PROCESAR-BAJA
               WHEN OTHER
                   MOVE "TIPO DE MOVIMIENTO INVALIDO" TO RCH-MOTIVO
                   PERFORM 6000-ESCRIBIR-RECHAZO
           END-EVALUATE
           PERFORM 5000-LEERMOVIMIENTO.
       2000-F-I-PROCESO.EXIT.
      *----------------------------------------------------------------*
       3000-PROCESAR-ALTA.
           PERFORM 4000-BUSCAR-ORDEN

           IF ORDEN-ENCONTRADA
               MOVE "ORDEN YA EXISTE EN MAESTRO" TO RCH-MOTIVO
               PERFORM 6000-ESCRIBIR-RECHAZO
           ELSE IF MOV-ID NOT NUMERIC OR MOV-ID = ZERO
               MOVE "ID DE ORDEN INVALIDO" TO RCH-MOTIVO
               PERFORM 6000-ESCRIBIR-RECHAZO
           ELSE IF MOV-TITULAR NOT NUMERIC OR MOV-TITULAR = ZERO
               MOVE "TITULAR INVALIDO" TO RCH-MOTIVO
               PERFORM 6000-ESCRIBIR-RECHAZO
           ELSE IF MOV-ORIGEN = SPACES OR MOV-DESTINO = SPACES
               MOVE "CUENTA ORIGEN O DESTINO EN BLANCO" TO RCH-MOTIVO
               PERFORM 6000-ESCRIBIR-RECHAZO
           ELSE IF MOV-ORIGEN = MOV-DESTINO
               MOVE "CUENTA ORIGEN IGUAL A DESTINO" TO RCH-MOTIVO
               PERFORM 6000-ESCRIBIR-RECHAZO
           ELSE IF MOV-IMPORTE NOT NUMERIC OR MOV-IMPORTE = ZERO
               MOVE "IMPORTE INVALIDO" TO RCH-MOTIVO
               PERFORM 6000-ESCRIBIR-RECHAZO
           ELSE IF NOT MOV-FRECUENCIA-VALIDA
               MOVE "FRECUENCIA INVALIDA" TO RCH-MOTIVO
               PERFORM 6000-ESCRIBIR-RECHAZO
           ELSE IF MOV-FECHA-INICIO NOT NUMERIC
               MOVE "FECHA DE INICIO INVALIDA" TO RCH-MOTIVO
               PERFORM 6000-ESCRIBIR-RECHAZO
           ELSE IF MOV-FECHA-FIN NOT = SPACES
           AND (MOV-FECHA-FIN NOT NUMERIC
           OR MOV-FECHA-FIN < MOV-FECHA-INICIO)
               MOVE "FECHA DE FIN INVALIDA" TO RCH-MOTIVO
               PERFORM 6000-ESCRIBIR-RECHAZO
           ELSE IF WS-CONT-ORDENES >= 1000
               MOVE "TABLA DE ORDENES LLENA" TO RCH-MOTIVO
               PERFORM 6000-ESCRIBIR-RECHAZO
           ELSE
               ADD 1 TO WS-CONT-ORDENES
               MOVE MOV-ID TO TABORD-ID(WS-CONT-ORDENES)
               MOVE MOV-TITULAR TO TABORD-TITULAR(WS-CONT-ORDENES)
               MOVE MOV-ORIGEN TO TABORD-ORIGEN(WS-CONT-ORDENES)
               MOVE MOV-DESTINO TO TABORD-DESTINO(WS-CONT-ORDENES)
               MOVE MOV-IMPORTE TO TABORD-IMPORTE(WS-CONT-ORDENES)
               MOVE MOV-FRECUENCIA
                   TO TABORD-FRECUENCIA(WS-CONT-ORDENES)
               MOVE MOV-FECHA-INICIO
                   TO TABORD-FECHA-INICIO(WS-CONT-ORDENES)
               MOVE MOV-FECHA-FIN
                   TO TABORD-FECHA-FIN(WS-CONT-ORDENES)
               MOVE "A" TO TABORD-ESTADO(WS-CONT-ORDENES)
               ADD 1 TO WS-CONT-ALTAS
           END-IF.
       3000-F-PROCESAR-ALTA.EXIT.
      *----------------------------------------------------------------*
       3100-PROCESAR-CAMBIO.
      * EL CAMBIO ACTUALIZA IMPORTE Y FECHA DE FIN; LAS CUENTAS, EL
      * INICIO Y LA FRECUENCIA NO CAMBIAN PORQUE DETERMINAN LOS IDS DE
      * LOS MOVIMIENTOS YA GENERADOS (BAJA Y ALTA NUEVA EN ESE CASO).
      * LA FRECUENCIA PUEDE VENIR EN BLANCO O IGUAL A LA VIGENTE
           PERFORM 4000-BUSCAR-ORDEN

           IF NOT ORDEN-ENCONTRADA
               MOVE "ORDEN NO EXISTE EN MAESTRO" TO RCH-MOTIVO
               PERFORM 6000-ESCRIBIR-RECHAZO
           ELSE IF MOV-IMPORTE NOT NUMERIC OR MOV-IMPORTE = ZERO
               MOVE "IMPORTE INVALIDO" TO RCH-MOTIVO
               PERFORM 6000-ESCRIBIR-RECHAZO
           ELSE IF MOV-FRECUENCIA NOT = SPACES
           AND NOT MOV-FRECUENCIA-VALIDA
               MOVE "FRECUENCIA INVALIDA" TO RCH-MOTIVO
               PERFORM 6000-ESCRIBIR-RECHAZO
           ELSE IF MOV-FRECUENCIA NOT = SPACES
           AND MOV-FRECUENCIA NOT = TABORD-FRECUENCIA(WS-IDX-ORDEN)
               MOVE "FRECUENCIA NO MODIFICABLE" TO RCH-MOTIVO
               PERFORM 6000-ESCRIBIR-RECHAZO
           ELSE IF MOV-FECHA-FIN NOT = SPACES
           AND (MOV-FECHA-FIN NOT NUMERIC
           OR MOV-FECHA-FIN < TABORD-FECHA-INICIO(WS-IDX-ORDEN))
               MOVE "FECHA DE FIN INVALIDA" TO RCH-MOTIVO
               PERFORM 6000-ESCRIBIR-RECHAZO
           ELSE
               MOVE MOV-IMPORTE TO TABORD-IMPORTE(WS-IDX-ORDEN)
               IF MOV-FECHA-FIN NOT = SPACES
                   MOVE MOV-FECHA-FIN TO TABORD-FECHA-FIN(WS-IDX-ORDEN)
               END-IF
               ADD 1 TO WS-CONT-CAMBIOS
           END-IF.
       3100-F-PROCESAR-CAMBIO.EXIT.
      *----------------------------------------------------------------*
       3200-PROCESAR-BAJA.
           PERFORM 4000-BUSCAR-ORDEN

           IF NOT ORDEN-ENCONTRADA
               MOVE "ORDEN NO EXISTE EN MAESTRO" TO RCH-MOTIVO
               PERFORM 6000-ESCRIBIR-RECHAZO
           ELSE
               MOVE "I" TO TABORD-ESTADO(WS-IDX-ORDEN)
               ADD 1 TO WS-CONT-BAJAS
           END-IF.
       3200-F-PROCESAR-BAJA.EXIT.
      *----------------------------------------------------------------*
       4000-BUSCAR-ORDEN.
           MOVE "N" TO WS-ORDEN-ENCONTRADA
           MOVE 1 TO WS-IDX-ORDEN

           PERFORM 4010-BUSCAR-ORDEN-ITEM
           UNTIL WS-IDX-ORDEN > WS-CONT-ORDENES
           OR ORDEN-ENCONTRADA.
       4000-F-BUSCAR-ORDEN.EXIT.
      *----------------------------------------------------------------*
       4010-BUSCAR-ORDEN-ITEM.
           IF TABORD-ID(WS-IDX-ORDEN) = MOV-ID
               MOVE "S" TO WS-ORDEN-ENCONTRADA
           ELSE
               ADD 1 TO WS-IDX-ORDEN
           END-IF.
       4010-F-BUSCAR-ORDEN-ITEM.EXIT.
      *----------------------------------------------------------------*
       5000-LEERMOVIMIENTO.
           READ MOVIMIENTOS
           EVALUATE TRUE
               WHEN FS-MOVIMIENTOS-OK
                   ADD 1 TO WS-CONT-MOVIMIENTOS
               WHEN FS-MOVIMIENTOS-FIN
                   CONTINUE
               WHEN OTHER
                   DISPLAY "ERROR LECTURA MOVORDENES FS: "
                       FS-MOVIMIENTOS
                   MOVE "S" TO WS-SW-ABEND
                   PERFORM 9000-I-FINAL
           END-EVALUATE.
       5000-F-LEERMOVIMIENTO.EXIT.
      *----------------------------------------------------------------*
       6000-ESCRIBIR-RECHAZO.
           ADD 1 TO WS-CONT-RECHAZOS
           MOVE MOV-TIPO TO RCH-TIPO
           MOVE MOV-ID TO RCH-ID

           IF NOT FS-RECHAZOS-OK
               DISPLAY "ERROR ESCRITURA RECHAZOS FS: " FS-RECHAZOS
           ELSE
               WRITE REG-RECHAZO FROM ESTRUCTURA-RECHAZO
           END-IF.
       6000-F-ESCRIBIR-RECHAZO.EXIT.
      *----------------------------------------------------------------*
       7000-GRABAR-MAESTRONUEVO.
           MOVE 1 TO WS-IDX-ORDEN
           PERFORM 7010-GRABAR-ORDEN-ITEM
           UNTIL WS-IDX-ORDEN > WS-CONT-ORDENES.
       7000-F-GRABAR-MAESTRONUEVO.EXIT.
      *----------------------------------------------------------------*
       7010-GRABAR-ORDEN-ITEM.
           MOVE TABORD-ID(WS-IDX-ORDEN) TO ESN-ID
           MOVE TABORD-TITULAR(WS-IDX-ORDEN) TO ESN-TITULAR
           MOVE TABORD-ORIGEN(WS-IDX-ORDEN) TO ESN-ORIGEN
           MOVE TABORD-DESTINO(WS-IDX-ORDEN) TO ESN-DESTINO
           MOVE TABORD-IMPORTE(WS-IDX-ORDEN) TO ESN-IMPORTE
           MOVE TABORD-FRECUENCIA(WS-IDX-ORDEN) TO ESN-FRECUENCIA
           MOVE TABORD-FECHA-INICIO(WS-IDX-ORDEN) TO ESN-FECHA-INICIO
           MOVE TABORD-FECHA-FIN(WS-IDX-ORDEN) TO ESN-FECHA-FIN
           MOVE TABORD-ESTADO(WS-IDX-ORDEN) TO ESN-ESTADO

           IF NOT FS-MAESTRONUEVO-OK
               DISPLAY "ERROR ESCRITURA ORDENESNEW FS: "
                   FS-MAESTRONUEVO
           ELSE
               WRITE REG-ORDEN-NUEVA
                   FROM ESTRUCTURA-ORDEN-NUEVA
           END-IF

           ADD 1 TO WS-IDX-ORDEN.
       7010-F-GRABAR-ORDEN-ITEM.EXIT.
      *----------------------------------------------------------------*
       8000-ESCRIBIR-AUDITORIA.
           MOVE "MNTORDENES"           TO AUD-PROGRAMA
           ACCEPT AUD-FECHA FROM DATE
           ACCEPT AUD-HORA FROM TIME
           MOVE WS-CONT-MOVIMIENTOS   TO AUD-LEIDOS
           MOVE WS-CONT-ORDENES       TO AUD-ESCRITOS
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
           PERFORM 7000-GRABAR-MAESTRONUEVO.
           PERFORM 8000-ESCRIBIR-AUDITORIA.
           CLOSE MOVIMIENTOS.
           CLOSE MAESTRONUEVO.
           CLOSE RECHAZOS.
           CLOSE AUDITORIA.

           IF NOT HUBO-ABEND
               CALL "SYSTEM" USING "mv ORDENESNEW.dat ORDENES.dat"
           END-IF.

           STOP RUN.
       9000-F-FINAL.
           EXIT.
      *----------------------------------------------------------------*
