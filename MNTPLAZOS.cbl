      ******************************************************************
      * MANTENIMIENTO DEL MAESTRO DE PLAZOS FIJOS
      * MANTIENE LOS PLAZOS FIJOS (TITULAR, CUENTA DE LIQUIDACION,
      * CAPITAL, MONEDA, TASA, FECHA DE CONSTITUCION, PLAZO EN DIAS E
      * INSTRUCCION DE RENOVACION) POR MOVIMIENTOS DE ALTA, CAMBIO Y
      * BAJA COMO EL MANTENIMIENTO DE TITULARES; EL VENCIMIENTO SE
      * CALCULA EN EL ALTA EN BASE 30/360 Y VENCPLAZOS LIQUIDA O
      * RENUEVA LOS PLAZOS QUE VENCEN EN LA FECHA DE PROCESO
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MNTPLAZOS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MAESTRO ASSIGN TO "PLAZOS.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-MAESTRO.

           SELECT MOVIMIENTOS ASSIGN TO "MOVPLAZOS.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-MOVIMIENTOS.

           SELECT MAESTRONUEVO ASSIGN TO "PLAZOSNEW.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-MAESTRONUEVO.

           SELECT RECHAZOS ASSIGN TO "RECHAZOSPLAZOS.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-RECHAZOS.

           SELECT OPTIONAL AUDITORIA ASSIGN TO "AUDIT.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-AUDITORIA.
       DATA DIVISION.
       FILE SECTION.
       FD  MAESTRO.
           COPY PLAZOREG.

       FD  MOVIMIENTOS.
           01 REG-MOVPLAZO.
               05 MOV-TIPO                 PIC X(01).
               05 MOV-ID                   PIC 9(05).
               05 MOV-TITULAR              PIC 9(05).
               05 MOV-CUENTA-LIQ           PIC X(10).
               05 MOV-CAPITAL              PIC 9(07).
               05 MOV-MONEDA               PIC X(03).
               05 MOV-TASA                 PIC 9(02)V9(03).
               05 MOV-FECHA-CONSTITUCION   PIC X(08).
               05 MOV-PLAZO-DIAS           PIC 9(03).
               05 MOV-INSTRUCCION          PIC X(01).
                   88 MOV-INSTRUCCION-VALIDA VALUE "L" "C" "R".

       FD  MAESTRONUEVO.
           01 REG-PLAZO-NUEVO PIC X(59).

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

       01  ESTRUCTURA-PLAZO-NUEVO.
           05 ESN-ID                       PIC 9(05).
           05 ESN-TITULAR                  PIC 9(05).
           05 ESN-CUENTA-LIQ               PIC X(10).
           05 ESN-CAPITAL                  PIC 9(07).
           05 ESN-MONEDA                   PIC X(03).
           05 ESN-TASA                     PIC 9(02)V9(03).
           05 ESN-FECHA-CONSTITUCION       PIC X(08).
           05 ESN-PLAZO-DIAS               PIC 9(03).
           05 ESN-FECHA-VENCIMIENTO        PIC X(08).
           05 ESN-INSTRUCCION              PIC X(01).
           05 ESN-RENOVACIONES             PIC 9(03).
           05 ESN-ESTADO                   PIC X(01).

       01  ESTRUCTURA-RECHAZO.
           05 RCH-TIPO                     PIC X(01).
           05 FILLER                       PIC X(1) VALUE SPACES.
           05 RCH-ID                       PIC 9(05).
           05 FILLER                       PIC X(1) VALUE SPACES.
           05 RCH-MOTIVO                   PIC X(35).

       01  TABLA-PLAZOS.
           05 PLAZO-ITEM OCCURS 1000 TIMES.
               10 TABPFJ-ID                PIC 9(05).
               10 TABPFJ-TITULAR           PIC 9(05).
               10 TABPFJ-CUENTA-LIQ        PIC X(10).
               10 TABPFJ-CAPITAL           PIC 9(07).
               10 TABPFJ-MONEDA            PIC X(03).
               10 TABPFJ-TASA              PIC 9(02)V9(03).
               10 TABPFJ-FECHA-CONSTITUCION PIC X(08).
               10 TABPFJ-PLAZO-DIAS        PIC 9(03).
               10 TABPFJ-FECHA-VENCIMIENTO PIC X(08).
               10 TABPFJ-INSTRUCCION       PIC X(01).
               10 TABPFJ-RENOVACIONES      PIC 9(03).
               10 TABPFJ-ESTADO            PIC X(01).

       01  WS-FECHA-CALCULO-DET.
           05 WS-FC-ANIO                   PIC 9(4).
           05 WS-FC-MES                    PIC 9(2).
           05 WS-FC-DIA                    PIC 9(2).

       01  WS-DIAS-POR-MES-VALORES         PIC X(24)
           VALUE "312831303130313130313031".
       01  WS-DIAS-POR-MES REDEFINES WS-DIAS-POR-MES-VALORES.
           05 WS-DIAS-MES-ITEM             PIC 9(2) OCCURS 12 TIMES.

       77  WS-CONT-PLAZOS                  PIC 9(4) VALUE ZERO.
       77  WS-IDX-PLAZO                    PIC 9(4) VALUE ZERO.
       77  WS-PLAZO-ENCONTRADO             PIC X VALUE "N".
           88 PLAZO-ENCONTRADO             VALUE "S".
       77  WS-CONT-MOVIMIENTOS             PIC 9(9) VALUE ZERO.
       77  WS-CONT-ALTAS                   PIC 9(9) VALUE ZERO.
       77  WS-CONT-CAMBIOS                 PIC 9(9) VALUE ZERO.
       77  WS-CONT-BAJAS                   PIC 9(9) VALUE ZERO.
       77  WS-CONT-RECHAZOS                PIC 9(9) VALUE ZERO.
       77  WS-DIAS-COMERCIALES             PIC 9(7) VALUE ZERO.
       77  WS-RESTO-ANIO                   PIC 9(3) VALUE ZERO.
       77  WS-DIAS-MES                     PIC 9(2) VALUE ZERO.
       77  WS-COCIENTE                     PIC 9(5) VALUE ZERO.
       77  WS-RESTO                        PIC 9(5) VALUE ZERO.
       77  WS-FECHA-VENCIMIENTO            PIC X(8) VALUE SPACES.
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
               DISPLAY "ERROR APERTURA PLAZOS FS: " FS-MAESTRO
               MOVE "S" TO WS-SW-ABEND
               PERFORM 9000-I-FINAL
           END-IF.
       1100-F-ABRIRMAESTRO.EXIT.
      *----------------------------------------------------------------*
       1110-CARGAR-MAESTRO.
           IF FS-MAESTRO-OK
               PERFORM 1111-LEER-MAESTRO
               PERFORM 1112-CARGAR-PLAZO-ITEM UNTIL FS-MAESTRO-FIN
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
                   DISPLAY "ERROR LECTURA PLAZOS FS: " FS-MAESTRO
                   MOVE "S" TO WS-SW-ABEND
                   PERFORM 9000-I-FINAL
           END-EVALUATE.
       1111-F-LEER-MAESTRO.EXIT.
      *----------------------------------------------------------------*
       1112-CARGAR-PLAZO-ITEM.
           IF WS-CONT-PLAZOS >= 1000
               DISPLAY "PLAZOS EXCEDE LA TABLA DEL MANTENIMIENTO"
               MOVE "S" TO WS-SW-ABEND
               PERFORM 9000-I-FINAL
           END-IF
           ADD 1 TO WS-CONT-PLAZOS
           MOVE PFJ-ID TO TABPFJ-ID(WS-CONT-PLAZOS)
           MOVE PFJ-TITULAR TO TABPFJ-TITULAR(WS-CONT-PLAZOS)
           MOVE PFJ-CUENTA-LIQ TO TABPFJ-CUENTA-LIQ(WS-CONT-PLAZOS)
           MOVE PFJ-CAPITAL TO TABPFJ-CAPITAL(WS-CONT-PLAZOS)
           MOVE PFJ-MONEDA TO TABPFJ-MONEDA(WS-CONT-PLAZOS)
           MOVE PFJ-TASA TO TABPFJ-TASA(WS-CONT-PLAZOS)
           MOVE PFJ-FECHA-CONSTITUCION
               TO TABPFJ-FECHA-CONSTITUCION(WS-CONT-PLAZOS)
           MOVE PFJ-PLAZO-DIAS TO TABPFJ-PLAZO-DIAS(WS-CONT-PLAZOS)
           MOVE PFJ-FECHA-VENCIMIENTO
               TO TABPFJ-FECHA-VENCIMIENTO(WS-CONT-PLAZOS)
           MOVE PFJ-INSTRUCCION TO TABPFJ-INSTRUCCION(WS-CONT-PLAZOS)
           MOVE PFJ-RENOVACIONES
               TO TABPFJ-RENOVACIONES(WS-CONT-PLAZOS)
           IF PFJ-ESTADO = SPACES
               MOVE "A" TO TABPFJ-ESTADO(WS-CONT-PLAZOS)
           ELSE
               MOVE PFJ-ESTADO TO TABPFJ-ESTADO(WS-CONT-PLAZOS)
           END-IF
           PERFORM 1111-LEER-MAESTRO.
       1112-F-CARGAR-PLAZO-ITEM.EXIT.
      *----------------------------------------------------------------*
       1150-ABRIRMOVIMIENTOS.
           OPEN INPUT MOVIMIENTOS.

           IF NOT FS-MOVIMIENTOS-OK
               DISPLAY "ERROR APERTURA MOVPLAZOS FS: "
                   FS-MOVIMIENTOS
               MOVE "S" TO WS-SW-ABEND
               PERFORM 9000-I-FINAL
           END-IF.
       1150-F-ABRIRMOVIMIENTOS.EXIT.
      *----------------------------------------------------------------*
       1160-ABRIRMAESTRONUEVO.
           OPEN OUTPUT MAESTRONUEVO.

           IF NOT FS-MAESTRONUEVO-OK
               DISPLAY "ERROR APERTURA PLAZOSNEW FS: "
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
           PERFORM 4000-BUSCAR-PLAZO

           IF PLAZO-ENCONTRADO
               MOVE "PLAZO FIJO YA EXISTE EN MAESTRO" TO RCH-MOTIVO
               PERFORM 6000-ESCRIBIR-RECHAZO
           ELSE IF MOV-ID NOT NUMERIC OR MOV-ID = ZERO
               MOVE "ID DE PLAZO FIJO INVALIDO" TO RCH-MOTIVO
               PERFORM 6000-ESCRIBIR-RECHAZO
           ELSE IF MOV-TITULAR NOT NUMERIC OR MOV-TITULAR = ZERO
               MOVE "TITULAR INVALIDO" TO RCH-MOTIVO
               PERFORM 6000-ESCRIBIR-RECHAZO
           ELSE IF MOV-CUENTA-LIQ = SPACES
               MOVE "CUENTA DE LIQUIDACION EN BLANCO" TO RCH-MOTIVO
               PERFORM 6000-ESCRIBIR-RECHAZO
           ELSE IF MOV-CAPITAL NOT NUMERIC OR MOV-CAPITAL = ZERO
               MOVE "CAPITAL INVALIDO" TO RCH-MOTIVO
               PERFORM 6000-ESCRIBIR-RECHAZO
           ELSE IF MOV-MONEDA = SPACES
               MOVE "MONEDA NO INFORMADA" TO RCH-MOTIVO
               PERFORM 6000-ESCRIBIR-RECHAZO
           ELSE IF MOV-TASA NOT NUMERIC OR MOV-TASA = ZERO
               MOVE "TASA INVALIDA" TO RCH-MOTIVO
               PERFORM 6000-ESCRIBIR-RECHAZO
           ELSE IF MOV-FECHA-CONSTITUCION NOT NUMERIC
               MOVE "FECHA DE CONSTITUCION INVALIDA" TO RCH-MOTIVO
               PERFORM 6000-ESCRIBIR-RECHAZO
           ELSE IF MOV-PLAZO-DIAS NOT NUMERIC
           OR MOV-PLAZO-DIAS = ZERO
               MOVE "PLAZO EN DIAS INVALIDO" TO RCH-MOTIVO
               PERFORM 6000-ESCRIBIR-RECHAZO
           ELSE IF NOT MOV-INSTRUCCION-VALIDA
               MOVE "INSTRUCCION DE RENOVACION INVALIDA"
                   TO RCH-MOTIVO
               PERFORM 6000-ESCRIBIR-RECHAZO
           ELSE IF WS-CONT-PLAZOS >= 1000
               MOVE "TABLA DE PLAZOS FIJOS LLENA" TO RCH-MOTIVO
               PERFORM 6000-ESCRIBIR-RECHAZO
           ELSE
               MOVE MOV-FECHA-CONSTITUCION TO WS-FECHA-CALCULO-DET
               MOVE MOV-PLAZO-DIAS TO WS-DIAS-COMERCIALES
               PERFORM 3300-CALCULAR-VENCIMIENTO
               ADD 1 TO WS-CONT-PLAZOS
               MOVE MOV-ID TO TABPFJ-ID(WS-CONT-PLAZOS)
               MOVE MOV-TITULAR TO TABPFJ-TITULAR(WS-CONT-PLAZOS)
               MOVE MOV-CUENTA-LIQ TO TABPFJ-CUENTA-LIQ(WS-CONT-PLAZOS)
               MOVE MOV-CAPITAL TO TABPFJ-CAPITAL(WS-CONT-PLAZOS)
               MOVE MOV-MONEDA TO TABPFJ-MONEDA(WS-CONT-PLAZOS)
               MOVE MOV-TASA TO TABPFJ-TASA(WS-CONT-PLAZOS)
               MOVE MOV-FECHA-CONSTITUCION
                   TO TABPFJ-FECHA-CONSTITUCION(WS-CONT-PLAZOS)
               MOVE MOV-PLAZO-DIAS TO TABPFJ-PLAZO-DIAS(WS-CONT-PLAZOS)
               MOVE WS-FECHA-VENCIMIENTO
                   TO TABPFJ-FECHA-VENCIMIENTO(WS-CONT-PLAZOS)
               MOVE MOV-INSTRUCCION
                   TO TABPFJ-INSTRUCCION(WS-CONT-PLAZOS)
               MOVE ZERO TO TABPFJ-RENOVACIONES(WS-CONT-PLAZOS)
               MOVE "A" TO TABPFJ-ESTADO(WS-CONT-PLAZOS)
               ADD 1 TO WS-CONT-ALTAS
           END-IF.
       3000-F-PROCESAR-ALTA.EXIT.
      *----------------------------------------------------------------*
       3100-PROCESAR-CAMBIO.
      * EL CAMBIO SOLO ADMITE LA INSTRUCCION DE RENOVACION Y LA
      * CUENTA DE LIQUIDACION; CAPITAL, TASA Y FECHAS SON LAS DEL
      * CONTRATO VIGENTE Y SOLO CAMBIAN EN LA RENOVACION
           PERFORM 4000-BUSCAR-PLAZO

           IF NOT PLAZO-ENCONTRADO
               MOVE "PLAZO FIJO NO EXISTE EN MAESTRO" TO RCH-MOTIVO
               PERFORM 6000-ESCRIBIR-RECHAZO
           ELSE IF TABPFJ-ESTADO(WS-IDX-PLAZO) NOT = "A"
               MOVE "PLAZO FIJO LIQUIDADO O DADO DE BAJA"
                   TO RCH-MOTIVO
               PERFORM 6000-ESCRIBIR-RECHAZO
           ELSE IF MOV-INSTRUCCION NOT = SPACES
           AND NOT MOV-INSTRUCCION-VALIDA
               MOVE "INSTRUCCION DE RENOVACION INVALIDA"
                   TO RCH-MOTIVO
               PERFORM 6000-ESCRIBIR-RECHAZO
           ELSE IF MOV-INSTRUCCION = SPACES
           AND MOV-CUENTA-LIQ = SPACES
               MOVE "CAMBIO SIN DATOS A MODIFICAR" TO RCH-MOTIVO
               PERFORM 6000-ESCRIBIR-RECHAZO
           ELSE
               IF MOV-INSTRUCCION NOT = SPACES
                   MOVE MOV-INSTRUCCION
                       TO TABPFJ-INSTRUCCION(WS-IDX-PLAZO)
               END-IF
               IF MOV-CUENTA-LIQ NOT = SPACES
                   MOVE MOV-CUENTA-LIQ
                       TO TABPFJ-CUENTA-LIQ(WS-IDX-PLAZO)
               END-IF
               ADD 1 TO WS-CONT-CAMBIOS
           END-IF.
       3100-F-PROCESAR-CAMBIO.EXIT.
      *----------------------------------------------------------------*
       3200-PROCESAR-BAJA.
      * LA BAJA ANULA EL CONTRATO; LA PRECANCELACION CON DEVOLUCION
      * DE FONDOS LA OPERA LA SUCURSAL CON SUS PROPIOS MOVIMIENTOS
           PERFORM 4000-BUSCAR-PLAZO

           IF NOT PLAZO-ENCONTRADO
               MOVE "PLAZO FIJO NO EXISTE EN MAESTRO" TO RCH-MOTIVO
               PERFORM 6000-ESCRIBIR-RECHAZO
           ELSE
               MOVE "I" TO TABPFJ-ESTADO(WS-IDX-PLAZO)
               ADD 1 TO WS-CONT-BAJAS
           END-IF.
       3200-F-PROCESAR-BAJA.EXIT.
      *----------------------------------------------------------------*
       3300-CALCULAR-VENCIMIENTO.
      * SUMA EL PLAZO A LA FECHA EN BASE COMERCIAL 30/360 (MESES DE
      * 30 DIAS, COMO EL CALCULO DE DIAS DE SOBREGIROS); SI EL DIA
      * RESULTANTE NO EXISTE EN EL MES VENCE EL ULTIMO DIA DEL MES
           IF WS-FC-DIA > 30
               MOVE 30 TO WS-FC-DIA
           END-IF
           COMPUTE WS-DIAS-COMERCIALES = WS-DIAS-COMERCIALES
               + WS-FC-ANIO * 360 + (WS-FC-MES - 1) * 30
               + WS-FC-DIA - 1
           DIVIDE WS-DIAS-COMERCIALES BY 360
               GIVING WS-FC-ANIO REMAINDER WS-RESTO-ANIO
           DIVIDE WS-RESTO-ANIO BY 30
               GIVING WS-FC-MES REMAINDER WS-FC-DIA
           ADD 1 TO WS-FC-MES
           ADD 1 TO WS-FC-DIA

           MOVE WS-DIAS-MES-ITEM(WS-FC-MES) TO WS-DIAS-MES
           IF WS-FC-MES = 2
               DIVIDE WS-FC-ANIO BY 4
                   GIVING WS-COCIENTE REMAINDER WS-RESTO
               IF WS-RESTO = ZERO
                   MOVE 29 TO WS-DIAS-MES
                   DIVIDE WS-FC-ANIO BY 100
                       GIVING WS-COCIENTE REMAINDER WS-RESTO
                   IF WS-RESTO = ZERO
                       DIVIDE WS-FC-ANIO BY 400
                           GIVING WS-COCIENTE REMAINDER WS-RESTO
                       IF WS-RESTO NOT = ZERO
                           MOVE 28 TO WS-DIAS-MES
                       END-IF
                   END-IF
               END-IF
           END-IF
           IF WS-FC-DIA > WS-DIAS-MES
               MOVE WS-DIAS-MES TO WS-FC-DIA
           END-IF

           MOVE WS-FECHA-CALCULO-DET TO WS-FECHA-VENCIMIENTO.
       3300-F-CALCULAR-VENCIMIENTO.EXIT.
      *----------------------------------------------------------------*
       4000-BUSCAR-PLAZO.
           MOVE "N" TO WS-PLAZO-ENCONTRADO
           MOVE 1 TO WS-IDX-PLAZO

           PERFORM 4010-BUSCAR-PLAZO-ITEM
           UNTIL WS-IDX-PLAZO > WS-CONT-PLAZOS
           OR PLAZO-ENCONTRADO.
       4000-F-BUSCAR-PLAZO.EXIT.
      *----------------------------------------------------------------*
       4010-BUSCAR-PLAZO-ITEM.
           IF TABPFJ-ID(WS-IDX-PLAZO) = MOV-ID
               MOVE "S" TO WS-PLAZO-ENCONTRADO
           ELSE
               ADD 1 TO WS-IDX-PLAZO
           END-IF.
       4010-F-BUSCAR-PLAZO-ITEM.EXIT.
      *----------------------------------------------------------------*
       5000-LEERMOVIMIENTO.
           READ MOVIMIENTOS
           EVALUATE TRUE
               WHEN FS-MOVIMIENTOS-OK
                   ADD 1 TO WS-CONT-MOVIMIENTOS
               WHEN FS-MOVIMIENTOS-FIN
                   CONTINUE
               WHEN OTHER
                   DISPLAY "ERROR LECTURA MOVPLAZOS FS: "
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
           MOVE 1 TO WS-IDX-PLAZO
           PERFORM 7010-GRABAR-PLAZO-ITEM
           UNTIL WS-IDX-PLAZO > WS-CONT-PLAZOS.
       7000-F-GRABAR-MAESTRONUEVO.EXIT.
      *----------------------------------------------------------------*
       7010-GRABAR-PLAZO-ITEM.
           MOVE TABPFJ-ID(WS-IDX-PLAZO) TO ESN-ID
           MOVE TABPFJ-TITULAR(WS-IDX-PLAZO) TO ESN-TITULAR
           MOVE TABPFJ-CUENTA-LIQ(WS-IDX-PLAZO) TO ESN-CUENTA-LIQ
           MOVE TABPFJ-CAPITAL(WS-IDX-PLAZO) TO ESN-CAPITAL
           MOVE TABPFJ-MONEDA(WS-IDX-PLAZO) TO ESN-MONEDA
           MOVE TABPFJ-TASA(WS-IDX-PLAZO) TO ESN-TASA
           MOVE TABPFJ-FECHA-CONSTITUCION(WS-IDX-PLAZO)
               TO ESN-FECHA-CONSTITUCION
           MOVE TABPFJ-PLAZO-DIAS(WS-IDX-PLAZO) TO ESN-PLAZO-DIAS
           MOVE TABPFJ-FECHA-VENCIMIENTO(WS-IDX-PLAZO)
               TO ESN-FECHA-VENCIMIENTO
           MOVE TABPFJ-INSTRUCCION(WS-IDX-PLAZO) TO ESN-INSTRUCCION
           MOVE TABPFJ-RENOVACIONES(WS-IDX-PLAZO) TO ESN-RENOVACIONES
           MOVE TABPFJ-ESTADO(WS-IDX-PLAZO) TO ESN-ESTADO

           IF NOT FS-MAESTRONUEVO-OK
               DISPLAY "ERROR ESCRITURA PLAZOSNEW FS: "
                   FS-MAESTRONUEVO
           ELSE
               WRITE REG-PLAZO-NUEVO
                   FROM ESTRUCTURA-PLAZO-NUEVO
           END-IF

           ADD 1 TO WS-IDX-PLAZO.
       7010-F-GRABAR-PLAZO-ITEM.EXIT.
      *----------------------------------------------------------------*
       8000-ESCRIBIR-AUDITORIA.
           MOVE "MNTPLAZOS"            TO AUD-PROGRAMA
           ACCEPT AUD-FECHA FROM DATE
           ACCEPT AUD-HORA FROM TIME
           MOVE WS-CONT-MOVIMIENTOS   TO AUD-LEIDOS
           MOVE WS-CONT-PLAZOS        TO AUD-ESCRITOS
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
               CALL "SYSTEM" USING "mv PLAZOSNEW.dat PLAZOS.dat"
           END-IF.

           STOP RUN.
       9000-F-FINAL.
           EXIT.
      *----------------------------------------------------------------*
