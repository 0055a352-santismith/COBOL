      ******************************************************************
      * CARGA DEL MAESTRO INDEXADO DE CUENTAS
      * LEE EL MAESTRO PLANO CUENTAS.dat Y CONSTRUYE EL MAESTRO
      * INDEXADO CUENTASIDX.dat CON PAIS/SUCURSAL/TIPO/CUENTA COMO
      * CLAVE PRIMARIA Y EL TITULAR COMO CLAVE ALTERNATIVA CON
      * DUPLICADOS; LO EJECUTAN LOS PROGRAMAS QUE PROMUEVEN EL MAESTRO
      * PLANO PARA QUE LA CONSULTA POR CLAVE QUEDE SINCRONIZADA. LAS
      * CLAVES REPETIDAS DEL MAESTRO PLANO SE LISTAN COMO RECHAZOS
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARGACUENTASIDX.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PLANO ASSIGN TO "CUENTAS.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-PLANO.

           SELECT MAESTRO ASSIGN TO "CUENTASIDX.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS IDXC-CLAVE
           ALTERNATE RECORD KEY IS IDXC-TITULAR WITH DUPLICATES
           FILE STATUS FS-MAESTRO.

           SELECT RECHAZOS ASSIGN TO "RECHAZOSCARGACTAS.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-RECHAZOS.

           SELECT OPTIONAL AUDITORIA ASSIGN TO "AUDIT.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-AUDITORIA.
       DATA DIVISION.
       FILE SECTION.
       FD  PLANO.
           COPY CPY001.

       FD  MAESTRO.
           COPY CTAIDXREG.

       FD  RECHAZOS.
           01 REG-RECHAZO PIC X(60).

       FD  AUDITORIA.
           COPY AUDITREG.

       WORKING-STORAGE SECTION.

       01  ESTRUCTURA-RECHAZO.
           05 RCH-PAIS                     PIC X(03).
           05 FILLER                       PIC X(1) VALUE SPACES.
           05 RCH-SUCURSAL                 PIC X(02).
           05 FILLER                       PIC X(1) VALUE SPACES.
           05 RCH-TIPO-CTA                 PIC X(02).
           05 FILLER                       PIC X(1) VALUE SPACES.
           05 RCH-CUENTA                   PIC X(03).
           05 FILLER                       PIC X(1) VALUE SPACES.
           05 RCH-MOTIVO                   PIC X(35).

       01  VARIABLES.
           05 FS-PLANO                 PIC XX.
               88 FS-PLANO-OK          VALUE "00".
               88 FS-PLANO-FIN         VALUE "10".

           05 FS-MAESTRO               PIC XX.
               88 FS-MAESTRO-OK        VALUE "00".

           05 FS-RECHAZOS              PIC XX.
               88 FS-RECHAZOS-OK       VALUE "00".

           05 FS-AUDITORIA             PIC XX.
               88 FS-AUDITORIA-OK      VALUE "00".
               88 FS-AUDITORIA-CREADO  VALUE "05".

       77  WS-CONT-LECTURA                 PIC 9(9) VALUE ZERO.
       77  WS-CONT-ESCRITURA               PIC 9(9) VALUE ZERO.
       77  WS-CONT-RECHAZOS                PIC 9(9) VALUE ZERO.
       77  WS-SW-ABEND                     PIC X VALUE "N".
           88 HUBO-ABEND                   VALUE "S".

       PROCEDURE DIVISION.
           PERFORM 1000-I-INICIO.
           PERFORM 2000-I-PROCESO UNTIL FS-PLANO-FIN.
           PERFORM 9000-I-FINAL.
               STOP RUN.
      *----------------------------------------------------------------*
       1000-I-INICIO.
           INITIALIZE VARIABLES
           PERFORM 1100-ABRIRPLANO.
           PERFORM 1150-ABRIRMAESTRO.
           PERFORM 1170-ABRIRRECHAZOS.
           PERFORM 1180-ABRIRAUDITORIA.
           PERFORM 5000-LEERPLANO.
       1000-F-INICIO.EXIT.
      *----------------------------------------------------------------*
       1100-ABRIRPLANO.
           OPEN INPUT PLANO.

           IF NOT FS-PLANO-OK
               DISPLAY "ERROR APERTURA CUENTAS FS: " FS-PLANO
               MOVE "S" TO WS-SW-ABEND
               PERFORM 9000-I-FINAL
           END-IF.
       1100-F-ABRIRPLANO.EXIT.
      *----------------------------------------------------------------*
       1150-ABRIRMAESTRO.
           OPEN OUTPUT MAESTRO.

           IF NOT FS-MAESTRO-OK
               DISPLAY "ERROR APERTURA CUENTASIDX FS: " FS-MAESTRO
               MOVE "S" TO WS-SW-ABEND
               PERFORM 9000-I-FINAL
           END-IF.
       1150-F-ABRIRMAESTRO.EXIT.
      *----------------------------------------------------------------*
       1170-ABRIRRECHAZOS.
           OPEN OUTPUT RECHAZOS.

           IF NOT FS-RECHAZOS-OK
               DISPLAY "ERROR APERTURA RECHAZOSCARGACTAS FS: "
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
       2000-I-PROCESO.
           MOVE CTA-PAIS TO IDXC-PAIS
           MOVE CTA-SUCURSAL TO IDXC-SUCURSAL
           MOVE CTA-TIPO-CTA TO IDXC-TIPO-CTA
           MOVE CTA-CUENTA TO IDXC-CUENTA
           MOVE CTA-SALDO TO IDXC-SALDO
           MOVE CTA-MONEDA TO IDXC-MONEDA
           MOVE CTA-TASA-INTERES TO IDXC-TASA-INTERES
           MOVE CTA-TITULAR TO IDXC-TITULAR
           MOVE CTA-FECHA-ULT-MOV TO IDXC-FECHA-ULT-MOV
           IF CTA-ESTADO = SPACES
               MOVE "A" TO IDXC-ESTADO
           ELSE
               MOVE CTA-ESTADO TO IDXC-ESTADO
           END-IF
           MOVE CTA-LIMITE-SOBREGIRO TO IDXC-LIMITE-SOBREGIRO
           MOVE CTA-FECHA-SOBREGIRO TO IDXC-FECHA-SOBREGIRO

           WRITE REG-CUENTA-IDX
               INVALID KEY
                   ADD 1 TO WS-CONT-RECHAZOS
                   MOVE CTA-PAIS TO RCH-PAIS
                   MOVE CTA-SUCURSAL TO RCH-SUCURSAL
                   MOVE CTA-TIPO-CTA TO RCH-TIPO-CTA
                   MOVE CTA-CUENTA TO RCH-CUENTA
                   MOVE "CLAVE DUPLICADA EN CUENTAS" TO RCH-MOTIVO
                   PERFORM 6000-ESCRIBIR-RECHAZO
               NOT INVALID KEY
                   ADD 1 TO WS-CONT-ESCRITURA
           END-WRITE

           PERFORM 5000-LEERPLANO.
       2000-F-PROCESO.EXIT.
      *----------------------------------------------------------------*
       5000-LEERPLANO.
           READ PLANO
           EVALUATE TRUE
               WHEN FS-PLANO-OK
                   ADD 1 TO WS-CONT-LECTURA
               WHEN FS-PLANO-FIN
                   CONTINUE
               WHEN OTHER
                   DISPLAY "ERROR LECTURA CUENTAS FS: " FS-PLANO
                   MOVE "S" TO WS-SW-ABEND
                   PERFORM 9000-I-FINAL
           END-EVALUATE.
       5000-F-LEERPLANO.EXIT.
      *----------------------------------------------------------------*
       6000-ESCRIBIR-RECHAZO.
           IF NOT FS-RECHAZOS-OK
               DISPLAY "ERROR ESCRITURA RECHAZOSCARGACTAS FS: "
                   FS-RECHAZOS
           ELSE
               WRITE REG-RECHAZO FROM ESTRUCTURA-RECHAZO
           END-IF.
       6000-F-ESCRIBIR-RECHAZO.EXIT.
      *----------------------------------------------------------------*
       8000-ESCRIBIR-AUDITORIA.
           MOVE "CARGACUENTASIDX"     TO AUD-PROGRAMA
           ACCEPT AUD-FECHA FROM DATE
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
           PERFORM 8000-ESCRIBIR-AUDITORIA.
           CLOSE PLANO.
           CLOSE MAESTRO.
           CLOSE RECHAZOS.
           CLOSE AUDITORIA.
           DISPLAY "CUENTAS CARGADAS: " WS-CONT-ESCRITURA
               " RECHAZADAS: " WS-CONT-RECHAZOS
           STOP RUN.
       9000-F-FINAL.
           EXIT.
      *----------------------------------------------------------------*
