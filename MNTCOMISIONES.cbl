      ******************************************************************
      * ESQUELETO MANTENIMIENTO COMISIONES
      * MANTIENE EL TARIFARIO DE COMISIONES POR TIPO DE COMISION
      * (M = MANTENIMIENTO MENSUAL, B = SALDO BAJO), TIPO DE CUENTA Y
      * PAIS CON FECHA DE VIGENCIA: IMPORTE, SALDO MINIMO QUE EXIME
      * DEL COBRO Y MONEDA. MISMO ESQUEMA DE ALTAS, CAMBIOS Y BAJAS
      * QUE EL MANTENIMIENTO DE TASAINTERES; EL COBRO DE FIN DE MES
      * (COBRCOMISIONES) TOMA LA TARIFA VIGENTE DE ESTE MAESTRO
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MNTCOMISIONES.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MAESTRO ASSIGN TO "COMISIONES.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-MAESTRO.

           SELECT MOVIMIENTOS ASSIGN TO "MOVCOMISIONES.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-MOVIMIENTOS.

           SELECT MAESTRONUEVO ASSIGN TO "COMISIONESNEW.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-MAESTRONUEVO.

           SELECT RECHAZOS ASSIGN TO "RECHAZOSCOMISIONES.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-RECHAZOS.

           SELECT OPTIONAL AUDITORIA ASSIGN TO "AUDIT.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-AUDITORIA.
       DATA DIVISION.
       FILE SECTION.
       FD  MAESTRO.
           01 REG-COMISION-VIEJA.
               05 COMV-TIPO-COMISION       PIC X(01).
               05 COMV-TIPO-CTA            PIC X(02).
               05 COMV-PAIS                PIC X(03).
               05 COMV-IMPORTE             PIC 9(07).
               05 COMV-SALDO-MINIMO        PIC 9(07).
               05 COMV-MONEDA              PIC X(03).
               05 COMV-FECHA-VIGENCIA      PIC X(08).
               05 COMV-ESTADO              PIC X(01).

       FD  MOVIMIENTOS.
           01 REG-MOVCOMISION.
               05 MOV-TIPO                 PIC X(01).
               05 MOV-TIPO-COMISION        PIC X(01).
               05 MOV-TIPO-CTA             PIC X(02).
               05 MOV-PAIS                 PIC X(03).
               05 MOV-IMPORTE              PIC 9(07).
               05 MOV-SALDO-MINIMO         PIC 9(07).
               05 MOV-MONEDA               PIC X(03).
               05 MOV-FECHA-VIGENCIA       PIC X(08).

       FD  MAESTRONUEVO.
           01 REG-COMISION-NUEVA.
               05 COMN-TIPO-COMISION       PIC X(01).
               05 COMN-TIPO-CTA            PIC X(02).
               05 COMN-PAIS                PIC X(03).
               05 COMN-IMPORTE             PIC 9(07).
               05 COMN-SALDO-MINIMO        PIC 9(07).
               05 COMN-MONEDA              PIC X(03).
               05 COMN-FECHA-VIGENCIA      PIC X(08).
               05 COMN-ESTADO              PIC X(01).

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

       01  ESTRUCTURA-COMISION-NUEVA.
           05 ESN-TIPO-COMISION            PIC X(01).
           05 ESN-TIPO-CTA                 PIC X(02).
           05 ESN-PAIS                     PIC X(03).
           05 ESN-IMPORTE                  PIC 9(07).
           05 ESN-SALDO-MINIMO             PIC 9(07).
           05 ESN-MONEDA                   PIC X(03).
           05 ESN-FECHA-VIGENCIA           PIC X(08).
           05 ESN-ESTADO                   PIC X(01).

       01  ESTRUCTURA-RECHAZO.
           05 RCH-TIPO                     PIC X(01).
           05 FILLER                       PIC X(1) VALUE SPACES.
           05 RCH-TIPO-COMISION            PIC X(01).
           05 FILLER                       PIC X(1) VALUE SPACES.
           05 RCH-TIPO-CTA                 PIC X(02).
           05 FILLER                       PIC X(1) VALUE SPACES.
           05 RCH-PAIS                     PIC X(03).
           05 FILLER                       PIC X(1) VALUE SPACES.
           05 RCH-FECHA-VIGENCIA           PIC X(08).
           05 FILLER                       PIC X(1) VALUE SPACES.
           05 RCH-MOTIVO                   PIC X(35).

       01  TABLA-COMISIONES.
           05 COMISION-ITEM OCCURS 200 TIMES.
               10 TABCOM-TIPO-COMISION     PIC X(01).
               10 TABCOM-TIPO-CTA          PIC X(02).
               10 TABCOM-PAIS              PIC X(03).
               10 TABCOM-IMPORTE           PIC 9(07).
               10 TABCOM-SALDO-MINIMO      PIC 9(07).
               10 TABCOM-MONEDA            PIC X(03).
               10 TABCOM-FECHA-VIGENCIA    PIC X(08).
               10 TABCOM-ESTADO            PIC X(01).

       77  WS-CONT-COMISIONES              PIC 9(4) VALUE ZERO.
       77  WS-IDX-COMISION                 PIC 9(4) VALUE ZERO.
       77  WS-COMISION-ENCONTRADA          PIC X VALUE "N".
           88 COMISION-ENCONTRADA          VALUE "S".
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
               DISPLAY "ERROR APERTURA COMISIONES FS: " FS-MAESTRO
               MOVE "S" TO WS-SW-ABEND
               PERFORM 9000-I-FINAL
           END-IF.
       1100-F-ABRIRMAESTRO.EXIT.
      *----------------------------------------------------------------*
       1110-CARGAR-MAESTRO.
           IF FS-MAESTRO-OK
               PERFORM 1111-LEER-MAESTRO
               PERFORM 1112-CARGAR-COMISION-ITEM UNTIL FS-MAESTRO-FIN
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
                   DISPLAY "ERROR LECTURA COMISIONES FS: " FS-MAESTRO
                   MOVE "S" TO WS-SW-ABEND
                   PERFORM 9000-I-FINAL
           END-EVALUATE.
       1111-F-LEER-MAESTRO.EXIT.
      *----------------------------------------------------------------*
       1112-CARGAR-COMISION-ITEM.
           IF WS-CONT-COMISIONES >= 200
               DISPLAY "COMISIONES EXCEDE LA TABLA DE TARIFAS"
               MOVE "S" TO WS-SW-ABEND
               PERFORM 9000-I-FINAL
           END-IF
           ADD 1 TO WS-CONT-COMISIONES
           MOVE COMV-TIPO-COMISION
               TO TABCOM-TIPO-COMISION(WS-CONT-COMISIONES)
           MOVE COMV-TIPO-CTA TO TABCOM-TIPO-CTA(WS-CONT-COMISIONES)
           MOVE COMV-PAIS TO TABCOM-PAIS(WS-CONT-COMISIONES)
           MOVE COMV-IMPORTE TO TABCOM-IMPORTE(WS-CONT-COMISIONES)
           MOVE COMV-SALDO-MINIMO
               TO TABCOM-SALDO-MINIMO(WS-CONT-COMISIONES)
           MOVE COMV-MONEDA TO TABCOM-MONEDA(WS-CONT-COMISIONES)
           MOVE COMV-FECHA-VIGENCIA
               TO TABCOM-FECHA-VIGENCIA(WS-CONT-COMISIONES)
           IF COMV-ESTADO = SPACES
               MOVE "A" TO TABCOM-ESTADO(WS-CONT-COMISIONES)
           ELSE
               MOVE COMV-ESTADO TO TABCOM-ESTADO(WS-CONT-COMISIONES)
           END-IF
           PERFORM 1111-LEER-MAESTRO.
       1112-F-CARGAR-COMISION-ITEM.EXIT.
      *----------------------------------------------------------------*
       1150-ABRIRMOVIMIENTOS.
           OPEN INPUT MOVIMIENTOS.

           IF NOT FS-MOVIMIENTOS-OK
               DISPLAY "ERROR APERTURA MOVCOMISIONES FS: "
                   FS-MOVIMIENTOS
               MOVE "S" TO WS-SW-ABEND
               PERFORM 9000-I-FINAL
           END-IF.
       1150-F-ABRIRMOVIMIENTOS.EXIT.
      *----------------------------------------------------------------*
       1160-ABRIRMAESTRONUEVO.
           OPEN OUTPUT MAESTRONUEVO.

           IF NOT FS-MAESTRONUEVO-OK
               DISPLAY "ERROR APERTURA COMISIONESNEW FS: "
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
           PERFORM 4000-BUSCAR-COMISION

           IF COMISION-ENCONTRADA
               MOVE "COMISION YA EXISTE PARA ESA VIGENCIA"
                   TO RCH-MOTIVO
               PERFORM 6000-ESCRIBIR-RECHAZO
           ELSE IF MOV-TIPO-COMISION NOT = "M"
           AND MOV-TIPO-COMISION NOT = "B"
               MOVE "TIPO DE COMISION INVALIDO" TO RCH-MOTIVO
               PERFORM 6000-ESCRIBIR-RECHAZO
           ELSE IF MOV-IMPORTE NOT NUMERIC
           OR MOV-IMPORTE = ZERO
               MOVE "IMPORTE DE COMISION INVALIDO" TO RCH-MOTIVO
               PERFORM 6000-ESCRIBIR-RECHAZO
           ELSE IF MOV-SALDO-MINIMO NOT NUMERIC
               MOVE "SALDO MINIMO INVALIDO" TO RCH-MOTIVO
               PERFORM 6000-ESCRIBIR-RECHAZO
           ELSE IF MOV-MONEDA = SPACES
               MOVE "MONEDA NO INFORMADA" TO RCH-MOTIVO
               PERFORM 6000-ESCRIBIR-RECHAZO
           ELSE IF MOV-FECHA-VIGENCIA NOT NUMERIC
               MOVE "FECHA DE VIGENCIA INVALIDA" TO RCH-MOTIVO
               PERFORM 6000-ESCRIBIR-RECHAZO
           ELSE IF WS-CONT-COMISIONES >= 200
               MOVE "TABLA DE COMISIONES LLENA" TO RCH-MOTIVO
               PERFORM 6000-ESCRIBIR-RECHAZO
           ELSE
               ADD 1 TO WS-CONT-COMISIONES
               MOVE MOV-TIPO-COMISION
                   TO TABCOM-TIPO-COMISION(WS-CONT-COMISIONES)
               MOVE MOV-TIPO-CTA
                   TO TABCOM-TIPO-CTA(WS-CONT-COMISIONES)
               MOVE MOV-PAIS TO TABCOM-PAIS(WS-CONT-COMISIONES)
               MOVE MOV-IMPORTE TO TABCOM-IMPORTE(WS-CONT-COMISIONES)
               MOVE MOV-SALDO-MINIMO
                   TO TABCOM-SALDO-MINIMO(WS-CONT-COMISIONES)
               MOVE MOV-MONEDA TO TABCOM-MONEDA(WS-CONT-COMISIONES)
               MOVE MOV-FECHA-VIGENCIA
                   TO TABCOM-FECHA-VIGENCIA(WS-CONT-COMISIONES)
               MOVE "A" TO TABCOM-ESTADO(WS-CONT-COMISIONES)
               ADD 1 TO WS-CONT-ALTAS
           END-IF.
       3000-F-PROCESAR-ALTA.EXIT.
      *----------------------------------------------------------------*
       3100-PROCESAR-CAMBIO.
      * EL CAMBIO REEMPLAZA IMPORTE, SALDO MINIMO Y MONEDA DE LA
      * TARIFA DE ESA VIGENCIA; UN CAMBIO DE TARIFA A FUTURO SE DA
      * DE ALTA CON SU PROPIA FECHA DE VIGENCIA
           PERFORM 4000-BUSCAR-COMISION

           IF NOT COMISION-ENCONTRADA
               MOVE "COMISION NO EXISTE PARA ESA VIGENCIA"
                   TO RCH-MOTIVO
               PERFORM 6000-ESCRIBIR-RECHAZO
           ELSE IF MOV-IMPORTE NOT NUMERIC
           OR MOV-IMPORTE = ZERO
               MOVE "IMPORTE DE COMISION INVALIDO" TO RCH-MOTIVO
               PERFORM 6000-ESCRIBIR-RECHAZO
           ELSE IF MOV-SALDO-MINIMO NOT NUMERIC
               MOVE "SALDO MINIMO INVALIDO" TO RCH-MOTIVO
               PERFORM 6000-ESCRIBIR-RECHAZO
           ELSE IF MOV-MONEDA = SPACES
               MOVE "MONEDA NO INFORMADA" TO RCH-MOTIVO
               PERFORM 6000-ESCRIBIR-RECHAZO
           ELSE
               MOVE MOV-IMPORTE TO TABCOM-IMPORTE(WS-IDX-COMISION)
               MOVE MOV-SALDO-MINIMO
                   TO TABCOM-SALDO-MINIMO(WS-IDX-COMISION)
               MOVE MOV-MONEDA TO TABCOM-MONEDA(WS-IDX-COMISION)
               ADD 1 TO WS-CONT-CAMBIOS
           END-IF.
       3100-F-PROCESAR-CAMBIO.EXIT.
      *----------------------------------------------------------------*
       3200-PROCESAR-BAJA.
           PERFORM 4000-BUSCAR-COMISION

           IF NOT COMISION-ENCONTRADA
               MOVE "COMISION NO EXISTE PARA ESA VIGENCIA"
                   TO RCH-MOTIVO
               PERFORM 6000-ESCRIBIR-RECHAZO
           ELSE
               MOVE "I" TO TABCOM-ESTADO(WS-IDX-COMISION)
               ADD 1 TO WS-CONT-BAJAS
           END-IF.
       3200-F-PROCESAR-BAJA.EXIT.
      *----------------------------------------------------------------*
       4000-BUSCAR-COMISION.
           MOVE "N" TO WS-COMISION-ENCONTRADA
           MOVE 1 TO WS-IDX-COMISION

           PERFORM 4010-BUSCAR-COMISION-ITEM
           UNTIL WS-IDX-COMISION > WS-CONT-COMISIONES
           OR COMISION-ENCONTRADA.
       4000-F-BUSCAR-COMISION.EXIT.
      *----------------------------------------------------------------*
       4010-BUSCAR-COMISION-ITEM.
           IF TABCOM-TIPO-COMISION(WS-IDX-COMISION) = MOV-TIPO-COMISION
           AND TABCOM-TIPO-CTA(WS-IDX-COMISION) = MOV-TIPO-CTA
           AND TABCOM-PAIS(WS-IDX-COMISION) = MOV-PAIS
           AND TABCOM-FECHA-VIGENCIA(WS-IDX-COMISION)
               = MOV-FECHA-VIGENCIA
               MOVE "S" TO WS-COMISION-ENCONTRADA
           ELSE
               ADD 1 TO WS-IDX-COMISION
           END-IF.
       4010-F-BUSCAR-COMISION-ITEM.EXIT.
      *----------------------------------------------------------------*
       5000-LEERMOVIMIENTO.
           READ MOVIMIENTOS
           EVALUATE TRUE
               WHEN FS-MOVIMIENTOS-OK
                   ADD 1 TO WS-CONT-MOVIMIENTOS
               WHEN FS-MOVIMIENTOS-FIN
                   CONTINUE
               WHEN OTHER
                   DISPLAY "ERROR LECTURA MOVCOMISIONES FS: "
                       FS-MOVIMIENTOS
                   MOVE "S" TO WS-SW-ABEND
                   PERFORM 9000-I-FINAL
           END-EVALUATE.
       5000-F-LEERMOVIMIENTO.EXIT.
      *----------------------------------------------------------------*
       6000-ESCRIBIR-RECHAZO.
           ADD 1 TO WS-CONT-RECHAZOS
           MOVE MOV-TIPO TO RCH-TIPO
           MOVE MOV-TIPO-COMISION TO RCH-TIPO-COMISION
           MOVE MOV-TIPO-CTA TO RCH-TIPO-CTA
           MOVE MOV-PAIS TO RCH-PAIS
           MOVE MOV-FECHA-VIGENCIA TO RCH-FECHA-VIGENCIA

           IF NOT FS-RECHAZOS-OK
               DISPLAY "ERROR ESCRITURA RECHAZOS FS: " FS-RECHAZOS
           ELSE
               WRITE REG-RECHAZO FROM ESTRUCTURA-RECHAZO
           END-IF.
       6000-F-ESCRIBIR-RECHAZO.EXIT.
      *----------------------------------------------------------------*
       7000-GRABAR-MAESTRONUEVO.
           MOVE 1 TO WS-IDX-COMISION
           PERFORM 7010-GRABAR-COMISION-ITEM
           UNTIL WS-IDX-COMISION > WS-CONT-COMISIONES.
       7000-F-GRABAR-MAESTRONUEVO.EXIT.
      *----------------------------------------------------------------*
       7010-GRABAR-COMISION-ITEM.
           MOVE TABCOM-TIPO-COMISION(WS-IDX-COMISION)
               TO ESN-TIPO-COMISION
           MOVE TABCOM-TIPO-CTA(WS-IDX-COMISION) TO ESN-TIPO-CTA
           MOVE TABCOM-PAIS(WS-IDX-COMISION) TO ESN-PAIS
           MOVE TABCOM-IMPORTE(WS-IDX-COMISION) TO ESN-IMPORTE
           MOVE TABCOM-SALDO-MINIMO(WS-IDX-COMISION)
               TO ESN-SALDO-MINIMO
           MOVE TABCOM-MONEDA(WS-IDX-COMISION) TO ESN-MONEDA
           MOVE TABCOM-FECHA-VIGENCIA(WS-IDX-COMISION)
               TO ESN-FECHA-VIGENCIA
           MOVE TABCOM-ESTADO(WS-IDX-COMISION) TO ESN-ESTADO

           IF NOT FS-MAESTRONUEVO-OK
               DISPLAY "ERROR ESCRITURA COMISIONESNEW FS: "
                   FS-MAESTRONUEVO
           ELSE
               WRITE REG-COMISION-NUEVA
                   FROM ESTRUCTURA-COMISION-NUEVA
           END-IF

           ADD 1 TO WS-IDX-COMISION.
       7010-F-GRABAR-COMISION-ITEM.EXIT.
      *----------------------------------------------------------------*
       8000-ESCRIBIR-AUDITORIA.
           MOVE "MNTCOMISIONES"        TO AUD-PROGRAMA
           ACCEPT AUD-FECHA FROM DATE
           ACCEPT AUD-HORA FROM TIME
           MOVE WS-CONT-MOVIMIENTOS   TO AUD-LEIDOS
           MOVE WS-CONT-COMISIONES    TO AUD-ESCRITOS
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
               CALL "SYSTEM" USING
                   "mv COMISIONESNEW.dat COMISIONES.dat"
           END-IF.

           STOP RUN.
       9000-F-FINAL.
           EXIT.
      *----------------------------------------------------------------*
