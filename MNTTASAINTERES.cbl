      * CUENTA Y PAIS CON FECHA DE VIGENCIA, CON EL MISMO ESQUEMA DE
      * ALTAS, CAMBIOS Y BAJAS QUE EL MANTENIMIENTO DE TIPOCAMBIO;
      * EL REPRECIO DE CUENTAS TOMA LA TASA VIGENTE DE ESTE MAESTRO
      * CADA MOVIMIENTO LLEVA UN ID Y EL USUARIO QUE LO CARGO Y SOLO SE
      * APLICA CUANDO APROBTASAINTERES TRAE SU APROBACION POR OTRO
      * USUARIO; LOS NO APROBADOS O AUTOAPROBADOS QUEDAN RETENIDOS EN
      * MOVTASAINTERES Y SE LISTAN EN RETENIDOSTASAINTERES. LO APROBADO
      * O RECHAZADO SE ASIENTA EN LA BITACORA PERMANENTE BITACORAMNT
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MNTTASAINTERES.
           SELECT OPTIONAL AUDITORIA ASSIGN TO "AUDIT.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-AUDITORIA.

           SELECT MOVPENDIENTES ASSIGN TO "MOVTASAINTERESNEW.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-MOVPENDIENTES.

           SELECT OPTIONAL APROBACIONES ASSIGN TO "APROBTASAINTERES.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-APROBACIONES.

           SELECT RETENIDOS ASSIGN TO "RETENIDOSTASAINTERES.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-RETENIDOS.

           SELECT OPTIONAL BITACORA ASSIGN TO "BITACORAMNT.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-BITACORA.
       DATA DIVISION.
       FILE SECTION.
       FD  MAESTRO.
               05 MOV-PAIS                 PIC X(03).
               05 MOV-TASA                 PIC 9(02)V9(03).
               05 MOV-FECHA-VIGENCIA       PIC X(08).
               05 MOV-ID-MOV               PIC 9(06).
               05 MOV-USUARIO              PIC X(08).

       FD  MAESTRONUEVO.
           01 REG-TASA-NUEVA.
       FD  AUDITORIA.
           COPY AUDITREG.

       FD  MOVPENDIENTES.
           01 REG-MOVPENDIENTE PIC X(33).

       FD  APROBACIONES.
           COPY APROBREG.

       FD  RETENIDOS.
           01 REG-RETENIDO PIC X(80).

       FD  BITACORA.
           COPY BITMNTREG.

       WORKING-STORAGE SECTION.

       01  VARIABLES.
               88 FS-AUDITORIA-OK       VALUE "00".
               88 FS-AUDITORIA-CREADO   VALUE "05".

           05 FS-MOVPENDIENTES         PIC XX.
               88 FS-MOVPENDIENTES-OK   VALUE "00".

           05 FS-APROBACIONES          PIC XX.
               88 FS-APROBACIONES-OK    VALUE "00".
               88 FS-APROBACIONES-FIN   VALUE "10".
               88 FS-APROBACIONES-CREADO VALUE "05".

           05 FS-RETENIDOS             PIC XX.
               88 FS-RETENIDOS-OK       VALUE "00".

           05 FS-BITACORA              PIC XX.
               88 FS-BITACORA-OK        VALUE "00".
               88 FS-BITACORA-CREADO    VALUE "05".

       01  ESTRUCTURA-TASA-NUEVA.
           05 ESN-TIPO-CTA                 PIC X(02).
           05 ESN-PAIS                     PIC X(03).
           05 FILLER                       PIC X(1) VALUE SPACES.
           05 RCH-MOTIVO                   PIC X(35).

       01  ESTRUCTURA-RETENIDO.
           05 RET-ID-MOV                   PIC 9(06).
           05 FILLER                       PIC X(1) VALUE SPACES.
           05 RET-TIPO                     PIC X(01).
           05 FILLER                       PIC X(1) VALUE SPACES.
           05 RET-TIPO-CTA                 PIC X(02).
           05 FILLER                       PIC X(1) VALUE SPACES.
           05 RET-PAIS                     PIC X(03).
           05 FILLER                       PIC X(1) VALUE SPACES.
           05 RET-FECHA-VIGENCIA           PIC X(08).
           05 FILLER                       PIC X(1) VALUE SPACES.
           05 RET-USUARIO                  PIC X(08).
           05 FILLER                       PIC X(1) VALUE SPACES.
           05 RET-MOTIVO                   PIC X(35).

       01  TABLA-APROBACIONES.
           05 APROBACION-ITEM OCCURS 500 TIMES.
               10 TABAPR-ID-MOV            PIC 9(06).
               10 TABAPR-USUARIO           PIC X(08).
               10 TABAPR-DECISION          PIC X(01).
               10 TABAPR-USADA             PIC X(01).

       01  TABLA-IDS-MOVIMIENTO.
           05 TABIDS-ID-MOV PIC 9(06) OCCURS 1000 TIMES.

       01  WS-IMAGEN-ANTES                 PIC X(30).
       01  WS-IMAGEN-DESPUES               PIC X(30).

       01  TABLA-TASAS.
           05 TASA-ITEM OCCURS 200 TIMES.
               10 TABTAS-TIPO-CTA          PIC X(02).
       77  WS-CONT-RECHAZOS                PIC 9(9) VALUE ZERO.
       77  WS-SW-ABEND                     PIC X VALUE "N".
           88 HUBO-ABEND                   VALUE "S".
       77  WS-CONT-APROBACIONES            PIC 9(4) VALUE ZERO.
       77  WS-IDX-APROB                    PIC 9(4) VALUE ZERO.
       77  WS-APROBACION-ENCONTRADA        PIC X VALUE "N".
           88 APROBACION-ENCONTRADA        VALUE "S".
       77  WS-CONT-IDS                     PIC 9(4) VALUE ZERO.
       77  WS-IDX-ID                       PIC 9(4) VALUE ZERO.
       77  WS-ID-DUPLICADO                 PIC X VALUE "N".
           88 ID-DUPLICADO                 VALUE "S".
       77  WS-SW-CONTROL                   PIC X VALUE "X".
           88 MOV-APROBADO                 VALUE "A".
           88 MOV-RETENIDO                 VALUE "R".
           88 MOV-DESCARTADO               VALUE "X".
       77  WS-CONT-APROBADOS               PIC 9(9) VALUE ZERO.
       77  WS-CONT-RETENIDOS               PIC 9(9) VALUE ZERO.
       77  WS-CONT-RECHAZOS-ANT            PIC 9(9) VALUE ZERO.

       PROCEDURE DIVISION.
           PERFORM 1000-I-INICIO.
           PERFORM 2000-I-PROCESO UNTIL FS-MOVIMIENTOS-FIN.
           PERFORM 6200-LISTAR-APROBACIONES.
           PERFORM 9000-I-FINAL.
               STOP RUN.
      *----------------------------------------------------------------*
           PERFORM 1160-ABRIRMAESTRONUEVO.
           PERFORM 1170-ABRIRRECHAZOS.
           PERFORM 1180-ABRIRAUDITORIA.
           PERFORM 1185-ABRIRMOVPENDIENTES.
           PERFORM 1190-ABRIRRETENIDOS.
           PERFORM 1195-ABRIRBITACORA.
           PERFORM 1200-CARGAR-APROBACIONES.
           PERFORM 5000-LEERMOVIMIENTO.
       1000-F-INICIO.EXIT.
      *----------------------------------------------------------------*
               PERFORM 9000-I-FINAL
           END-IF.
       1180-F-ABRIRAUDITORIA.EXIT.
      *----------------------------------------------------------------*
       1185-ABRIRMOVPENDIENTES.
           OPEN OUTPUT MOVPENDIENTES.

           IF NOT FS-MOVPENDIENTES-OK
               DISPLAY "ERROR APERTURA MOVTASAINTERESNEW FS: "
                   FS-MOVPENDIENTES
               MOVE "S" TO WS-SW-ABEND
               PERFORM 9000-I-FINAL
           END-IF.
       1185-F-ABRIRMOVPENDIENTES.EXIT.
      *----------------------------------------------------------------*
       1190-ABRIRRETENIDOS.
           OPEN OUTPUT RETENIDOS.

           IF NOT FS-RETENIDOS-OK
               DISPLAY "ERROR APERTURA RETENIDOSTASAINTERES FS: "
                   FS-RETENIDOS
               MOVE "S" TO WS-SW-ABEND
               PERFORM 9000-I-FINAL
           END-IF.
       1190-F-ABRIRRETENIDOS.EXIT.
      *----------------------------------------------------------------*
       1195-ABRIRBITACORA.
           OPEN EXTEND BITACORA.

           IF NOT FS-BITACORA-OK AND NOT FS-BITACORA-CREADO
               DISPLAY "ERROR APERTURA BITACORAMNT FS: " FS-BITACORA
               MOVE "S" TO WS-SW-ABEND
               PERFORM 9000-I-FINAL
           END-IF.
       1195-F-ABRIRBITACORA.EXIT.
      *----------------------------------------------------------------*
       1200-CARGAR-APROBACIONES.
           OPEN INPUT APROBACIONES.

           IF NOT FS-APROBACIONES-OK AND NOT FS-APROBACIONES-CREADO
               DISPLAY "ERROR APERTURA APROBTASAINTERES FS: "
                   FS-APROBACIONES
               MOVE "S" TO WS-SW-ABEND
               PERFORM 9000-I-FINAL
           END-IF

           PERFORM 1210-LEER-APROBACION
           PERFORM 1220-CARGAR-APROBACION-ITEM
           UNTIL FS-APROBACIONES-FIN
           CLOSE APROBACIONES.
       1200-F-CARGAR-APROBACIONES.EXIT.
      *----------------------------------------------------------------*
       1210-LEER-APROBACION.
           READ APROBACIONES
           EVALUATE TRUE
               WHEN FS-APROBACIONES-OK
                   CONTINUE
               WHEN FS-APROBACIONES-FIN
                   CONTINUE
               WHEN OTHER
                   DISPLAY "ERROR LECTURA APROBTASAINTERES FS: "
                       FS-APROBACIONES
                   MOVE "S" TO WS-SW-ABEND
                   PERFORM 9000-I-FINAL
           END-EVALUATE.
       1210-F-LEER-APROBACION.EXIT.
      *----------------------------------------------------------------*
       1220-CARGAR-APROBACION-ITEM.
           IF APR-ID-MOV NOT NUMERIC OR APR-ID-MOV = ZERO
           OR APR-USUARIO = SPACES
           OR (APR-DECISION NOT = "A" AND APR-DECISION NOT = "R")
               MOVE ZERO TO RET-ID-MOV
               IF APR-ID-MOV IS NUMERIC
                   MOVE APR-ID-MOV TO RET-ID-MOV
               END-IF
               MOVE SPACES TO RET-TIPO
               MOVE SPACES TO RET-TIPO-CTA
               MOVE SPACES TO RET-PAIS
               MOVE SPACES TO RET-FECHA-VIGENCIA
               MOVE APR-USUARIO TO RET-USUARIO
               MOVE "APROBACION INVALIDA" TO RET-MOTIVO
               PERFORM 6110-GRABAR-RETENIDO
           ELSE
               IF WS-CONT-APROBACIONES >= 500
                   DISPLAY "APROBTASAINTERES EXCEDE LA TABLA"
                   MOVE "S" TO WS-SW-ABEND
                   PERFORM 9000-I-FINAL
               END-IF
               ADD 1 TO WS-CONT-APROBACIONES
               MOVE APR-ID-MOV
                   TO TABAPR-ID-MOV(WS-CONT-APROBACIONES)
               MOVE APR-USUARIO
                   TO TABAPR-USUARIO(WS-CONT-APROBACIONES)
               MOVE APR-DECISION
                   TO TABAPR-DECISION(WS-CONT-APROBACIONES)
               MOVE "N" TO TABAPR-USADA(WS-CONT-APROBACIONES)
           END-IF
           PERFORM 1210-LEER-APROBACION.
       1220-F-CARGAR-APROBACION-ITEM.EXIT.
      *----------------------------------------------------------------*
       2000-I-PROCESO.
           PERFORM 2100-CONTROLAR-APROBACION

           EVALUATE TRUE
               WHEN MOV-APROBADO
                   PERFORM 2200-APLICAR-MOVIMIENTO
               WHEN MOV-RETENIDO
                   PERFORM 6100-ESCRIBIR-RETENIDO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           PERFORM 5000-LEERMOVIMIENTO.
       2000-F-I-PROCESO.EXIT.
      *----------------------------------------------------------------*
       2100-CONTROLAR-APROBACION.
           MOVE "X" TO WS-SW-CONTROL
           PERFORM 4100-BUSCAR-APROBACION
           PERFORM 4200-REGISTRAR-ID

           EVALUATE TRUE
               WHEN MOV-ID-MOV NOT NUMERIC OR MOV-ID-MOV = ZERO
                   MOVE "ID DE MOVIMIENTO INVALIDO" TO RCH-MOTIVO
                   PERFORM 6000-ESCRIBIR-RECHAZO
               WHEN MOV-USUARIO = SPACES
                   MOVE "USUARIO CREADOR NO INFORMADO" TO RCH-MOTIVO
                   PERFORM 6000-ESCRIBIR-RECHAZO
               WHEN ID-DUPLICADO
                   MOVE "ID DE MOVIMIENTO DUPLICADO" TO RCH-MOTIVO
                   PERFORM 6000-ESCRIBIR-RECHAZO
               WHEN NOT APROBACION-ENCONTRADA
                   MOVE "R" TO WS-SW-CONTROL
                   MOVE "PENDIENTE DE APROBACION" TO RET-MOTIVO
               WHEN TABAPR-USUARIO(WS-IDX-APROB) = MOV-USUARIO
                   MOVE "S" TO TABAPR-USADA(WS-IDX-APROB)
                   MOVE "R" TO WS-SW-CONTROL
                   MOVE "AUTOAPROBACION NO PERMITIDA" TO RET-MOTIVO
               WHEN TABAPR-DECISION(WS-IDX-APROB) = "R"
                   MOVE "S" TO TABAPR-USADA(WS-IDX-APROB)
                   PERFORM 2300-DESCARTAR-MOVIMIENTO
               WHEN OTHER
                   MOVE "S" TO TABAPR-USADA(WS-IDX-APROB)
                   MOVE "A" TO WS-SW-CONTROL
           END-EVALUATE.
       2100-F-CONTROLAR-APROBACION.EXIT.
      *----------------------------------------------------------------*
       2200-APLICAR-MOVIMIENTO.
           PERFORM 2210-TOMAR-IMAGEN
           MOVE WS-IMAGEN-DESPUES TO WS-IMAGEN-ANTES
           MOVE WS-CONT-RECHAZOS TO WS-CONT-RECHAZOS-ANT

           EVALUATE MOV-TIPO
               WHEN "A"
                   PERFORM 3000-PROCESAR-ALTA
                   MOVE "TIPO DE MOVIMIENTO INVALIDO" TO RCH-MOTIVO
                   PERFORM 6000-ESCRIBIR-RECHAZO
           END-EVALUATE

           IF WS-CONT-RECHAZOS = WS-CONT-RECHAZOS-ANT
               ADD 1 TO WS-CONT-APROBADOS
               PERFORM 2210-TOMAR-IMAGEN
               MOVE "A" TO BIT-DECISION
               PERFORM 8100-ESCRIBIR-BITACORA
           END-IF.
       2200-F-APLICAR-MOVIMIENTO.EXIT.
      *----------------------------------------------------------------*
       2210-TOMAR-IMAGEN.
           PERFORM 4000-BUSCAR-TASA

           IF TASA-ENCONTRADA
               MOVE TASA-ITEM(WS-IDX-TASA) TO WS-IMAGEN-DESPUES
           ELSE
               MOVE SPACES TO WS-IMAGEN-DESPUES
           END-IF.
       2210-F-TOMAR-IMAGEN.EXIT.
      *----------------------------------------------------------------*
       2300-DESCARTAR-MOVIMIENTO.
           MOVE "RECHAZADO POR EL APROBADOR" TO RCH-MOTIVO
           PERFORM 6000-ESCRIBIR-RECHAZO
           PERFORM 2210-TOMAR-IMAGEN
           MOVE WS-IMAGEN-DESPUES TO WS-IMAGEN-ANTES
           MOVE "R" TO BIT-DECISION
           PERFORM 8100-ESCRIBIR-BITACORA.
       2300-F-DESCARTAR-MOVIMIENTO.EXIT.
      *----------------------------------------------------------------*
       3000-PROCESAR-ALTA.
           PERFORM 4000-BUSCAR-TASA
               ADD 1 TO WS-IDX-TASA
           END-IF.
       4010-F-BUSCAR-TASA-ITEM.EXIT.
      *----------------------------------------------------------------*
       4100-BUSCAR-APROBACION.
           MOVE "N" TO WS-APROBACION-ENCONTRADA
           MOVE 1 TO WS-IDX-APROB

           PERFORM 4110-BUSCAR-APROBACION-ITEM
           UNTIL WS-IDX-APROB > WS-CONT-APROBACIONES
           OR APROBACION-ENCONTRADA.
       4100-F-BUSCAR-APROBACION.EXIT.
      *----------------------------------------------------------------*
       4110-BUSCAR-APROBACION-ITEM.
           IF TABAPR-ID-MOV(WS-IDX-APROB) = MOV-ID-MOV
           AND TABAPR-USADA(WS-IDX-APROB) = "N"
               MOVE "S" TO WS-APROBACION-ENCONTRADA
           ELSE
               ADD 1 TO WS-IDX-APROB
           END-IF.
       4110-F-BUSCAR-APROBACION-ITEM.EXIT.
      *----------------------------------------------------------------*
       4200-REGISTRAR-ID.
           MOVE "N" TO WS-ID-DUPLICADO
           MOVE 1 TO WS-IDX-ID

           PERFORM 4210-BUSCAR-ID-ITEM
           UNTIL WS-IDX-ID > WS-CONT-IDS
           OR ID-DUPLICADO

           IF NOT ID-DUPLICADO
               IF WS-CONT-IDS >= 1000
                   DISPLAY "MOVTASAINTERES EXCEDE LA TABLA DE IDS"
                   MOVE "S" TO WS-SW-ABEND
                   PERFORM 9000-I-FINAL
               END-IF
               ADD 1 TO WS-CONT-IDS
               MOVE MOV-ID-MOV TO TABIDS-ID-MOV(WS-CONT-IDS)
           END-IF.
       4200-F-REGISTRAR-ID.EXIT.
      *----------------------------------------------------------------*
       4210-BUSCAR-ID-ITEM.
           IF TABIDS-ID-MOV(WS-IDX-ID) = MOV-ID-MOV
               MOVE "S" TO WS-ID-DUPLICADO
           ELSE
               ADD 1 TO WS-IDX-ID
           END-IF.
       4210-F-BUSCAR-ID-ITEM.EXIT.
      *----------------------------------------------------------------*
       5000-LEERMOVIMIENTO.
           READ MOVIMIENTOS
               WRITE REG-RECHAZO FROM ESTRUCTURA-RECHAZO
           END-IF.
       6000-F-ESCRIBIR-RECHAZO.EXIT.
      *----------------------------------------------------------------*
       6100-ESCRIBIR-RETENIDO.
           ADD 1 TO WS-CONT-RETENIDOS
           MOVE MOV-ID-MOV TO RET-ID-MOV
           MOVE MOV-TIPO TO RET-TIPO
           MOVE MOV-TIPO-CTA TO RET-TIPO-CTA
           MOVE MOV-PAIS TO RET-PAIS
           MOVE MOV-FECHA-VIGENCIA TO RET-FECHA-VIGENCIA
           MOVE MOV-USUARIO TO RET-USUARIO
           PERFORM 6110-GRABAR-RETENIDO

           IF NOT FS-MOVPENDIENTES-OK
               DISPLAY "ERROR ESCRITURA MOVTASAINTERESNEW FS: "
                   FS-MOVPENDIENTES
           ELSE
               WRITE REG-MOVPENDIENTE FROM REG-MOVTASA
           END-IF.
       6100-F-ESCRIBIR-RETENIDO.EXIT.
      *----------------------------------------------------------------*
       6110-GRABAR-RETENIDO.
           IF NOT FS-RETENIDOS-OK
               DISPLAY "ERROR ESCRITURA RETENIDOSTASAINTERES FS: "
                   FS-RETENIDOS
           ELSE
               WRITE REG-RETENIDO FROM ESTRUCTURA-RETENIDO
           END-IF.
       6110-F-GRABAR-RETENIDO.EXIT.
      *----------------------------------------------------------------*
       6200-LISTAR-APROBACIONES.
           MOVE 1 TO WS-IDX-APROB
           PERFORM 6210-LISTAR-APROBACION-ITEM
           UNTIL WS-IDX-APROB > WS-CONT-APROBACIONES.
       6200-F-LISTAR-APROBACIONES.EXIT.
      *----------------------------------------------------------------*
       6210-LISTAR-APROBACION-ITEM.
           IF TABAPR-USADA(WS-IDX-APROB) = "N"
               MOVE TABAPR-ID-MOV(WS-IDX-APROB) TO RET-ID-MOV
               MOVE SPACES TO RET-TIPO
               MOVE SPACES TO RET-TIPO-CTA
               MOVE SPACES TO RET-PAIS
               MOVE SPACES TO RET-FECHA-VIGENCIA
               MOVE TABAPR-USUARIO(WS-IDX-APROB) TO RET-USUARIO
               MOVE "APROBACION SIN MOVIMIENTO PENDIENTE"
                   TO RET-MOTIVO
               PERFORM 6110-GRABAR-RETENIDO
           END-IF

           ADD 1 TO WS-IDX-APROB.
       6210-F-LISTAR-APROBACION-ITEM.EXIT.
      *----------------------------------------------------------------*
       7000-GRABAR-MAESTRONUEVO.
           MOVE 1 TO WS-IDX-TASA
               WRITE REG-AUDITORIA
           END-IF.
       8000-F-ESCRIBIR-AUDITORIA.EXIT.
      *----------------------------------------------------------------*
       8100-ESCRIBIR-BITACORA.
           MOVE "MNTTASAINTERES"       TO BIT-PROGRAMA
           ACCEPT BIT-FECHA FROM DATE YYYYMMDD
           ACCEPT BIT-HORA FROM TIME
           MOVE MOV-ID-MOV            TO BIT-ID-MOV
           MOVE MOV-TIPO              TO BIT-TIPO-MOV
           MOVE MOV-USUARIO           TO BIT-CREADOR
           MOVE TABAPR-USUARIO(WS-IDX-APROB) TO BIT-APROBADOR
           MOVE WS-IMAGEN-ANTES       TO BIT-ANTES
           MOVE WS-IMAGEN-DESPUES     TO BIT-DESPUES

           IF FS-BITACORA-OK OR FS-BITACORA-CREADO
               WRITE REG-BITACORA
           ELSE
               DISPLAY "ERROR ESCRITURA BITACORAMNT FS: " FS-BITACORA
           END-IF.
       8100-F-ESCRIBIR-BITACORA.EXIT.
      *----------------------------------------------------------------*
       9000-I-FINAL.
           IF HUBO-ABEND
           CLOSE MAESTRONUEVO.
           CLOSE RECHAZOS.
           CLOSE AUDITORIA.
           CLOSE MOVPENDIENTES.
           CLOSE RETENIDOS.
           CLOSE BITACORA.

           IF NOT HUBO-ABEND
               CALL "SYSTEM" USING
                   "mv TASAINTERESNEW.dat TASAINTERES.dat"
               CALL "SYSTEM" USING
                   "mv MOVTASAINTERESNEW.dat MOVTASAINTERES.dat"
               CALL "SYSTEM" USING "rm -f APROBTASAINTERES.dat"
               IF WS-CONT-RETENIDOS > ZERO
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

           STOP RUN.
