      ******************************************************************
      * ESQUELETO MANTENIMIENTO FERIADOS
      * MANTIENE EL CALENDARIO DE FERIADOS POR PAIS Y FECHA (EL PAIS
      * *** RIGE PARA TODOS) CON EL MISMO ESQUEMA DE ALTAS, CAMBIOS Y
      * BAJAS QUE EL MANTENIMIENTO DE TIPOCAMBIO; LA CADENA DE CUENTAS
      * LO USA PARA CORRER LA FECHA DE PROCESO AL DIA HABIL SIGUIENTE
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MNTFERIADOS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MAESTRO ASSIGN TO "FERIADOS.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-MAESTRO.

           SELECT MOVIMIENTOS ASSIGN TO "MOVFERIADOS.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-MOVIMIENTOS.

           SELECT MAESTRONUEVO ASSIGN TO "FERIADOSNEW.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-MAESTRONUEVO.

           SELECT RECHAZOS ASSIGN TO "RECHAZOSFERIADOS.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-RECHAZOS.

           SELECT OPTIONAL AUDITORIA ASSIGN TO "AUDIT.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-AUDITORIA.
       DATA DIVISION.
       FILE SECTION.
       FD  MAESTRO.
           COPY FERIADOREG.

       FD  MOVIMIENTOS.
           01 REG-MOVFERIADO.
               05 MOV-TIPO                 PIC X(01).
               05 MOV-PAIS                 PIC X(03).
               05 MOV-FECHA                PIC X(08).
               05 MOV-DESCRIPCION          PIC X(30).

       FD  MAESTRONUEVO.
           01 REG-FERIADO-NUEVO.
               05 FERN-PAIS                PIC X(03).
               05 FERN-FECHA               PIC X(08).
               05 FERN-DESCRIPCION         PIC X(30).
               05 FERN-ESTADO              PIC X(01).

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

       01  ESTRUCTURA-FERIADO-NUEVO.
           05 ESN-PAIS                     PIC X(03).
           05 ESN-FECHA                    PIC X(08).
           05 ESN-DESCRIPCION              PIC X(30).
           05 ESN-ESTADO                   PIC X(01).

       01  ESTRUCTURA-RECHAZO.
           05 RCH-TIPO                     PIC X(01).
           05 FILLER                       PIC X(1) VALUE SPACES.
           05 RCH-PAIS                     PIC X(03).
           05 FILLER                       PIC X(1) VALUE SPACES.
           05 RCH-FECHA                    PIC X(08).
           05 FILLER                       PIC X(1) VALUE SPACES.
           05 RCH-MOTIVO                   PIC X(35).

       01  WS-FECHA-MOV-DET.
           05 WS-FM-ANIO                   PIC 9(4).
           05 WS-FM-MES                    PIC 9(2).
           05 WS-FM-DIA                    PIC 9(2).

       01  TABLA-FERIADOS.
           05 FERIADO-ITEM OCCURS 1000 TIMES.
               10 TABFER-PAIS              PIC X(03).
               10 TABFER-FECHA             PIC X(08).
               10 TABFER-DESCRIPCION       PIC X(30).
               10 TABFER-ESTADO            PIC X(01).

       77  WS-CONT-FERIADOS                PIC 9(4) VALUE ZERO.
       77  WS-IDX-FERIADO                  PIC 9(4) VALUE ZERO.
       77  WS-FERIADO-ENCONTRADO           PIC X VALUE "N".
           88 FERIADO-ENCONTRADO           VALUE "S".
       77  WS-SW-FECHA-VALIDA              PIC X VALUE "N".
           88 FECHA-VALIDA                 VALUE "S".
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
               DISPLAY "ERROR APERTURA FERIADOS FS: " FS-MAESTRO
               MOVE "S" TO WS-SW-ABEND
               PERFORM 9000-I-FINAL
           END-IF.
       1100-F-ABRIRMAESTRO.EXIT.
      *----------------------------------------------------------------*
       1110-CARGAR-MAESTRO.
           IF FS-MAESTRO-OK
               PERFORM 1111-LEER-MAESTRO
               PERFORM 1112-CARGAR-FERIADO-ITEM UNTIL FS-MAESTRO-FIN
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
                   DISPLAY "ERROR LECTURA FERIADOS FS: " FS-MAESTRO
                   MOVE "S" TO WS-SW-ABEND
                   PERFORM 9000-I-FINAL
           END-EVALUATE.
       1111-F-LEER-MAESTRO.EXIT.
      *----------------------------------------------------------------*
       1112-CARGAR-FERIADO-ITEM.
           IF WS-CONT-FERIADOS >= 1000
               DISPLAY "FERIADOS EXCEDE LA TABLA DE FERIADOS"
               MOVE "S" TO WS-SW-ABEND
               PERFORM 9000-I-FINAL
           END-IF
           ADD 1 TO WS-CONT-FERIADOS
           MOVE FER-PAIS TO TABFER-PAIS(WS-CONT-FERIADOS)
           MOVE FER-FECHA TO TABFER-FECHA(WS-CONT-FERIADOS)
           MOVE FER-DESCRIPCION
               TO TABFER-DESCRIPCION(WS-CONT-FERIADOS)
           IF FER-ESTADO = SPACES
               MOVE "A" TO TABFER-ESTADO(WS-CONT-FERIADOS)
           ELSE
               MOVE FER-ESTADO TO TABFER-ESTADO(WS-CONT-FERIADOS)
           END-IF
           PERFORM 1111-LEER-MAESTRO.
       1112-F-CARGAR-FERIADO-ITEM.EXIT.
      *----------------------------------------------------------------*
       1150-ABRIRMOVIMIENTOS.
           OPEN INPUT MOVIMIENTOS.

           IF NOT FS-MOVIMIENTOS-OK
               DISPLAY "ERROR APERTURA MOVFERIADOS FS: "
                   FS-MOVIMIENTOS
               MOVE "S" TO WS-SW-ABEND
               PERFORM 9000-I-FINAL
           END-IF.
       1150-F-ABRIRMOVIMIENTOS.EXIT.
      *----------------------------------------------------------------*
       1160-ABRIRMAESTRONUEVO.
           OPEN OUTPUT MAESTRONUEVO.

           IF NOT FS-MAESTRONUEVO-OK
               DISPLAY "ERROR APERTURA FERIADOSNEW FS: "
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
           PERFORM 4000-BUSCAR-FERIADO
           PERFORM 4100-VALIDAR-FECHA

           IF FERIADO-ENCONTRADO
               MOVE "FERIADO YA EXISTE PARA ESE PAIS" TO RCH-MOTIVO
               PERFORM 6000-ESCRIBIR-RECHAZO
           ELSE IF MOV-PAIS = SPACES
               MOVE "PAIS NO INFORMADO" TO RCH-MOTIVO
               PERFORM 6000-ESCRIBIR-RECHAZO
           ELSE IF NOT FECHA-VALIDA
               MOVE "FECHA DE FERIADO INVALIDA" TO RCH-MOTIVO
               PERFORM 6000-ESCRIBIR-RECHAZO
           ELSE IF WS-CONT-FERIADOS >= 1000
               MOVE "TABLA DE FERIADOS LLENA" TO RCH-MOTIVO
               PERFORM 6000-ESCRIBIR-RECHAZO
           ELSE
               ADD 1 TO WS-CONT-FERIADOS
               MOVE MOV-PAIS TO TABFER-PAIS(WS-CONT-FERIADOS)
               MOVE MOV-FECHA TO TABFER-FECHA(WS-CONT-FERIADOS)
               MOVE MOV-DESCRIPCION
                   TO TABFER-DESCRIPCION(WS-CONT-FERIADOS)
               MOVE "A" TO TABFER-ESTADO(WS-CONT-FERIADOS)
               ADD 1 TO WS-CONT-ALTAS
           END-IF.
       3000-F-PROCESAR-ALTA.EXIT.
      *----------------------------------------------------------------*
       3100-PROCESAR-CAMBIO.
      * EL CAMBIO ACTUALIZA LA DESCRIPCION Y REACTIVA UN FERIADO DADO
      * DE BAJA; PARA MOVER LA FECHA SE DA BAJA Y ALTA
           PERFORM 4000-BUSCAR-FERIADO

           IF NOT FERIADO-ENCONTRADO
               MOVE "FERIADO NO EXISTE PARA ESE PAIS" TO RCH-MOTIVO
               PERFORM 6000-ESCRIBIR-RECHAZO
           ELSE
               IF MOV-DESCRIPCION NOT = SPACES
                   MOVE MOV-DESCRIPCION
                       TO TABFER-DESCRIPCION(WS-IDX-FERIADO)
               END-IF
               MOVE "A" TO TABFER-ESTADO(WS-IDX-FERIADO)
               ADD 1 TO WS-CONT-CAMBIOS
           END-IF.
       3100-F-PROCESAR-CAMBIO.EXIT.
      *----------------------------------------------------------------*
       3200-PROCESAR-BAJA.
           PERFORM 4000-BUSCAR-FERIADO

           IF NOT FERIADO-ENCONTRADO
               MOVE "FERIADO NO EXISTE PARA ESE PAIS" TO RCH-MOTIVO
               PERFORM 6000-ESCRIBIR-RECHAZO
           ELSE
               MOVE "I" TO TABFER-ESTADO(WS-IDX-FERIADO)
               ADD 1 TO WS-CONT-BAJAS
           END-IF.
       3200-F-PROCESAR-BAJA.EXIT.
      *----------------------------------------------------------------*
       4000-BUSCAR-FERIADO.
           MOVE "N" TO WS-FERIADO-ENCONTRADO
           MOVE 1 TO WS-IDX-FERIADO

           PERFORM 4010-BUSCAR-FERIADO-ITEM
           UNTIL WS-IDX-FERIADO > WS-CONT-FERIADOS
           OR FERIADO-ENCONTRADO.
       4000-F-BUSCAR-FERIADO.EXIT.
      *----------------------------------------------------------------*
       4010-BUSCAR-FERIADO-ITEM.
           IF TABFER-PAIS(WS-IDX-FERIADO) = MOV-PAIS
           AND TABFER-FECHA(WS-IDX-FERIADO) = MOV-FECHA
               MOVE "S" TO WS-FERIADO-ENCONTRADO
           ELSE
               ADD 1 TO WS-IDX-FERIADO
           END-IF.
       4010-F-BUSCAR-FERIADO-ITEM.EXIT.
      *----------------------------------------------------------------*
       4100-VALIDAR-FECHA.
           MOVE "N" TO WS-SW-FECHA-VALIDA

           IF MOV-FECHA NUMERIC
               MOVE MOV-FECHA TO WS-FECHA-MOV-DET
               IF WS-FM-MES >= 1 AND WS-FM-MES <= 12
               AND WS-FM-DIA >= 1 AND WS-FM-DIA <= 31
                   MOVE "S" TO WS-SW-FECHA-VALIDA
               END-IF
           END-IF.
       4100-F-VALIDAR-FECHA.EXIT.
      *----------------------------------------------------------------*
       5000-LEERMOVIMIENTO.
           READ MOVIMIENTOS
           EVALUATE TRUE
               WHEN FS-MOVIMIENTOS-OK
                   ADD 1 TO WS-CONT-MOVIMIENTOS
               WHEN FS-MOVIMIENTOS-FIN
                   CONTINUE
               WHEN OTHER
                   DISPLAY "ERROR LECTURA MOVFERIADOS FS: "
                       FS-MOVIMIENTOS
                   MOVE "S" TO WS-SW-ABEND
                   PERFORM 9000-I-FINAL
           END-EVALUATE.
       5000-F-LEERMOVIMIENTO.EXIT.
      *----------------------------------------------------------------*
       6000-ESCRIBIR-RECHAZO.
           ADD 1 TO WS-CONT-RECHAZOS
           MOVE MOV-TIPO TO RCH-TIPO
           MOVE MOV-PAIS TO RCH-PAIS
           MOVE MOV-FECHA TO RCH-FECHA

           IF NOT FS-RECHAZOS-OK
               DISPLAY "ERROR ESCRITURA RECHAZOS FS: " FS-RECHAZOS
           ELSE
               WRITE REG-RECHAZO FROM ESTRUCTURA-RECHAZO
           END-IF.
       6000-F-ESCRIBIR-RECHAZO.EXIT.
      *----------------------------------------------------------------*
       7000-GRABAR-MAESTRONUEVO.
           MOVE 1 TO WS-IDX-FERIADO
           PERFORM 7010-GRABAR-FERIADO-ITEM
           UNTIL WS-IDX-FERIADO > WS-CONT-FERIADOS.
       7000-F-GRABAR-MAESTRONUEVO.EXIT.
      *----------------------------------------------------------------*
       7010-GRABAR-FERIADO-ITEM.
           MOVE TABFER-PAIS(WS-IDX-FERIADO) TO ESN-PAIS
           MOVE TABFER-FECHA(WS-IDX-FERIADO) TO ESN-FECHA
           MOVE TABFER-DESCRIPCION(WS-IDX-FERIADO) TO ESN-DESCRIPCION
           MOVE TABFER-ESTADO(WS-IDX-FERIADO) TO ESN-ESTADO

           IF NOT FS-MAESTRONUEVO-OK
               DISPLAY "ERROR ESCRITURA FERIADOSNEW FS: "
                   FS-MAESTRONUEVO
           ELSE
               WRITE REG-FERIADO-NUEVO
                   FROM ESTRUCTURA-FERIADO-NUEVO
           END-IF

           ADD 1 TO WS-IDX-FERIADO.
       7010-F-GRABAR-FERIADO-ITEM.EXIT.
      *----------------------------------------------------------------*
       8000-ESCRIBIR-AUDITORIA.
           MOVE "MNTFERIADOS"          TO AUD-PROGRAMA
           ACCEPT AUD-FECHA FROM DATE
           ACCEPT AUD-HORA FROM TIME
           MOVE WS-CONT-MOVIMIENTOS   TO AUD-LEIDOS
           MOVE WS-CONT-FERIADOS      TO AUD-ESCRITOS
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
               CALL "SYSTEM" USING "mv FERIADOSNEW.dat FERIADOS.dat"
           END-IF.

           STOP RUN.
       9000-F-FINAL.
           EXIT.
      *----------------------------------------------------------------*
