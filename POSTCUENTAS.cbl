      * CLAVE PAIS/SUCURSAL/TIPO/CUENTA CONTRA CUENTAS.dat, GENERA EL
      * MAESTRO ACTUALIZADO, UN JOURNAL DE MOVIMIENTOS APLICADOS CON
      * SALDO ANTERIOR Y NUEVO, Y RECHAZOS POR CUENTA INEXISTENTE O
      * RETIRO QUE SOBREGIRA EL SALDO. LOS REVERSOS (X ANULA UN
      * DEPOSITO, Y ANULA UN RETIRO) LLEVAN EL MOV-ID DEL ORIGINAL,
      * SE APLICAN AUNQUE DEJEN EL SALDO NEGATIVO Y QUEDAN ANOTADOS
      * EN MOVAPLICADOS PARA QUE EL ORIGINAL NO SE REVERSE DOS VECES.
      * EL CIERRE (B) DE UNA CUENTA SOBREGIRADA SE RECHAZA; CADA CIERRE
      * APLICADO DEJA LA FOTO FINAL DE LA CUENTA EN EL ARCHIVO
      * PERMANENTE CUENTASCERRADAS.dat Y, SI QUEDA SALDO A FAVOR DEL
      * CLIENTE, UN REGISTRO EN PAGOSCIERRE.dat PARA SU PAGO O SUSPENSO
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. POSTCUENTAS.
           SELECT MOVAPLICADOSTMP ASSIGN TO "MOVAPLICADOS.tmp"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-MOVAPLTMP.

           SELECT OPTIONAL CERRADAS ASSIGN TO "CUENTASCERRADAS.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-CERRADAS.

           SELECT CERRADASTMP ASSIGN TO "CUENTASCERRADAS.tmp"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-CERRADASTMP.

           SELECT PAGOSCIERRE ASSIGN TO "PAGOSCIERRE.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-PAGOS.
       DATA DIVISION.
       FILE SECTION.
       FD  MAESTRO.
           COPY PARMREG.

       FD  MOVAPLICADOS.
           COPY APLICREG.

       FD  MOVAPLICADOSTMP.
           01 REG-MOVAPLICADO-TMP.
               05 APLT-ID                  PIC 9(09).
               05 APLT-FECHA               PIC X(08).
               05 APLT-TIPO                PIC X(01).
               05 APLT-CLAVE               PIC X(10).
               05 APLT-IMPORTE             PIC 9(07).

       FD  CERRADAS.
           01 REG-CERRADA-HIST PIC X(62).

       FD  CERRADASTMP.
           COPY CERRREG.

       FD  PAGOSCIERRE.
           COPY PAGOREG.

       FD  TITULARES.
           01 REG-TITULAR.
               05 TIT-DOCUMENTO            PIC X(15).
               05 TIT-PAIS                 PIC X(03).
               05 TIT-ESTADO               PIC X(01).
               05 TIT-DOMICILIO            PIC X(40).
               05 TIT-LOCALIDAD            PIC X(30).
               05 TIT-COD-POSTAL           PIC X(08).

       WORKING-STORAGE SECTION.

           05 JRN-SALDO-ANTERIOR           PIC +9(07).
           05 FILLER                       PIC X(1) VALUE "|".
           05 JRN-SALDO-NUEVO              PIC +9(07).
           05 FILLER                       PIC X(1) VALUE "|".
           05 JRN-MOV-ID                   PIC 9(09).

       01  ESTRUCTURA-RECHAZO.
           05 RCH-TIPO                     PIC X(01).
               88 FS-MOVAPLTMP-OK          VALUE "00".
               88 FS-MOVAPLTMP-FIN         VALUE "10".

           05 FS-CERRADAS              PIC XX.
               88 FS-CERRADAS-OK           VALUE "00".
               88 FS-CERRADAS-CREADO       VALUE "05".

           05 FS-CERRADASTMP           PIC XX.
               88 FS-CERRADASTMP-OK        VALUE "00".
               88 FS-CERRADASTMP-FIN       VALUE "10".

           05 FS-PAGOS                 PIC XX.
               88 FS-PAGOS-OK              VALUE "00".

           05 WS-SALDO-ACTUAL              PIC S9(07).
           05 WS-SALDO-NUEVO               PIC S9(07).
           05 WS-MONEDA-ACTUAL             PIC X(03).
       77  WS-CONT-APLICADOS               PIC 9(9) VALUE ZERO.
       77  WS-CONT-ALTAS                   PIC 9(9) VALUE ZERO.
       77  WS-CONT-BAJAS                   PIC 9(9) VALUE ZERO.
       77  WS-CONT-PAGOS                   PIC 9(9) VALUE ZERO.
       77  WS-CONT-SUSPENSO                PIC 9(9) VALUE ZERO.
       77  WS-FECHA-PROCESO                PIC X(8) VALUE SPACES.
       77  WS-SW-ABEND                     PIC X VALUE "N".
           88 HUBO-ABEND                   VALUE "S".
           88 ID-ENCONTRADO                VALUE "S".
       77  WS-CONT-DUPLICADOS              PIC 9(9) VALUE ZERO.

       01  TABLA-IDS-REVERSADOS.
           05 ID-REVERSADO-ITEM OCCURS 2000 TIMES.
               10 TABREV-ID                PIC 9(09).

       77  WS-CONT-REVERSADOS              PIC 9(4) VALUE ZERO.
       77  WS-IDX-REV                      PIC 9(4) VALUE ZERO.
       77  WS-REV-ENCONTRADO               PIC X VALUE "N".
           88 REVERSO-ENCONTRADO           VALUE "S".
       77  WS-CONT-REVERSOS                PIC 9(9) VALUE ZERO.

       PROCEDURE DIVISION.
           PERFORM 1000-I-INICIO
           PERFORM 2000-I-PROCESO UNTIL FS-MAESTRO-FIN
           PERFORM 1160-ABRIRJOURNAL.
           PERFORM 1170-ABRIRRECHAZOS.
           PERFORM 1180-ABRIRAUDITORIA.
           PERFORM 1190-ABRIRCIERRES.
           PERFORM 5000-LEERMAESTRO.
           PERFORM 5100-LEERMOVIMIENTO.
       1000-F-INICIO.EXIT.
       1108A-F-LEER-ID-APLICADO.EXIT.
      *----------------------------------------------------------------*
       1108B-CARGAR-ID-ITEM.
      * LOS REVERSOS REPITEN EL ID DEL ORIGINAL Y VAN A SU PROPIA
      * TABLA: MARCAN AL ORIGINAL COMO YA REVERSADO
           IF APL-ES-REVERSO
               IF WS-CONT-REVERSADOS >= 2000
                   DISPLAY "MOVAPLICADOS EXCEDE LA TABLA DE REVERSOS - "
                       "DEPURAR EL REGISTRO DE IDS APLICADOS"
                   MOVE "S" TO WS-SW-ABEND
                   PERFORM 9000-I-FINAL
               END-IF
               ADD 1 TO WS-CONT-REVERSADOS
               MOVE APL-ID TO TABREV-ID(WS-CONT-REVERSADOS)
           ELSE
               IF WS-CONT-IDS >= 10000
                   DISPLAY "MOVAPLICADOS EXCEDE LA TABLA DE IDS - "
                       "DEPURAR EL REGISTRO DE IDS APLICADOS"
                   MOVE "S" TO WS-SW-ABEND
                   PERFORM 9000-I-FINAL
               END-IF
               ADD 1 TO WS-CONT-IDS
               MOVE APL-ID TO TABID-ID(WS-CONT-IDS)
           END-IF
           PERFORM 1108A-LEER-ID-APLICADO.
       1108B-F-CARGAR-ID-ITEM.EXIT.
      *----------------------------------------------------------------*
               PERFORM 9000-I-FINAL
           END-IF.
       1180-F-ABRIRAUDITORIA.EXIT.
      *----------------------------------------------------------------*
       1190-ABRIRCIERRES.
      * LA FOTO DE LAS CUENTAS CERRADAS VA A UN ARCHIVO DE TRABAJO Y
      * RECIEN SE AGREGA AL ARCHIVO PERMANENTE EN EL CIERRE SIN ABEND,
      * COMO LOS IDS APLICADOS
           OPEN OUTPUT CERRADASTMP
           IF NOT FS-CERRADASTMP-OK
               DISPLAY "ERROR APERTURA CUENTASCERRADAS.tmp FS: "
                   FS-CERRADASTMP
               MOVE "S" TO WS-SW-ABEND
               PERFORM 9000-I-FINAL
           END-IF

           OPEN OUTPUT PAGOSCIERRE
           IF NOT FS-PAGOS-OK
               DISPLAY "ERROR APERTURA PAGOSCIERRE FS: " FS-PAGOS
               MOVE "S" TO WS-SW-ABEND
               PERFORM 9000-I-FINAL
           END-IF.
       1190-F-ABRIRCIERRES.EXIT.
      *----------------------------------------------------------------*
       2000-I-PROCESO.
           IF WS-CLAVE-MAESTRO < WS-CLAVE-MOV
                       PERFORM 3445-APLICAR-REACTIVACION
                   WHEN "L"
                       PERFORM 3447-APLICAR-LIMITE
                   WHEN "X"
                       PERFORM 3425-APLICAR-REVERSO-DEPOSITO
                   WHEN "Y"
                       PERFORM 3435-APLICAR-REVERSO-RETIRO
                   WHEN OTHER
                       MOVE "TIPO DE MOVIMIENTO INVALIDO" TO RCH-MOTIVO
                       PERFORM 6000-ESCRIBIR-RECHAZO
       3405-VERIFICAR-MOV-DUPLICADO.
      * UN MOVIMIENTO SIN ID (CERO O NO NUMERICO) ES DE FORMATO VIEJO
      * Y SE APLICA SIN CONTROL DE DUPLICADOS
           IF MOV-TIPO = "X" OR MOV-TIPO = "Y"
               PERFORM 3407-VERIFICAR-REVERSO
           ELSE IF MOV-ID NUMERIC AND MOV-ID > ZERO
               PERFORM 5300-BUSCAR-ID-APLICADO
               IF ID-ENCONTRADO
                   ADD 1 TO WS-CONT-DUPLICADOS
      *----------------------------------------------------------------*
       3406-REGISTRAR-MOV-APLICADO.
           IF MOV-ID NUMERIC AND MOV-ID > ZERO
               IF MOV-TIPO = "X" OR MOV-TIPO = "Y"
                   IF WS-CONT-REVERSADOS < 2000
                       ADD 1 TO WS-CONT-REVERSADOS
                       MOVE MOV-ID TO TABREV-ID(WS-CONT-REVERSADOS)
                   END-IF
               ELSE
                   IF WS-CONT-IDS < 10000
                       ADD 1 TO WS-CONT-IDS
                       MOVE MOV-ID TO TABID-ID(WS-CONT-IDS)
                   END-IF
               END-IF
               MOVE MOV-ID TO APLT-ID
               MOVE WS-FECHA-PROCESO TO APLT-FECHA
               MOVE MOV-TIPO TO APLT-TIPO
               MOVE WS-CLAVE-GRUPO TO APLT-CLAVE
               MOVE MOV-IMPORTE TO APLT-IMPORTE
               IF FS-MOVAPLTMP-OK
                   WRITE REG-MOVAPLICADO-TMP
               END-IF
           END-IF.
       3406-F-REGISTRAR-MOV-APLICADO.EXIT.
      *----------------------------------------------------------------*
       3407-VERIFICAR-REVERSO.
      * EL REVERSO LLEVA EL ID DEL MOVIMIENTO QUE ANULA: EL ORIGINAL
      * TIENE QUE FIGURAR COMO APLICADO Y NO HABER SIDO YA REVERSADO
           IF MOV-ID NOT NUMERIC OR MOV-ID = ZERO
               MOVE "REVERSO SIN MOV-ID DEL ORIGINAL" TO RCH-MOTIVO
               PERFORM 6000-ESCRIBIR-RECHAZO
           ELSE
               PERFORM 5300-BUSCAR-ID-APLICADO
               PERFORM 5400-BUSCAR-ID-REVERSADO
               IF NOT ID-ENCONTRADO
                   MOVE "MOVIMIENTO ORIGINAL NO APLICADO" TO RCH-MOTIVO
                   PERFORM 6000-ESCRIBIR-RECHAZO
               ELSE IF REVERSO-ENCONTRADO
                   ADD 1 TO WS-CONT-DUPLICADOS
                   MOVE "MOVIMIENTO ORIGINAL YA REVERSADO" TO RCH-MOTIVO
                   PERFORM 6000-ESCRIBIR-RECHAZO
               END-IF
           END-IF.
       3407-F-VERIFICAR-REVERSO.EXIT.
      *----------------------------------------------------------------*
       3410-APLICAR-APERTURA.
           MOVE MOV-TITULAR TO WS-TITULAR-BUSCADO
               END-IF
           END-IF.
       3420-F-APLICAR-DEPOSITO.EXIT.
      *----------------------------------------------------------------*
       3425-APLICAR-REVERSO-DEPOSITO.
      * EL REVERSO DEBITA EXACTAMENTE LO DEPOSITADO SIN CONTROL DE
      * SALDO NI DE LIMITE DE SOBREGIRO, AUN EN CUENTA INACTIVA; NO
      * ES ACTIVIDAD DEL CLIENTE Y NO MUEVE LA FECHA DE ULTIMO MOV
           PERFORM 3450-VERIFICAR-CUENTA-GRUPO
           IF NOT RECHAZO-MOV
               COMPUTE WS-SALDO-NUEVO =
                   WS-SALDO-ACTUAL - MOV-IMPORTE
                   ON SIZE ERROR
                       MOVE "REVERSO SUPERA SALDO MINIMO"
                           TO RCH-MOTIVO
                       PERFORM 6000-ESCRIBIR-RECHAZO
               END-COMPUTE
               IF NOT RECHAZO-MOV
                   PERFORM 4200-ESCRIBIR-JOURNAL-DET
                   MOVE WS-SALDO-NUEVO TO WS-SALDO-ACTUAL
                   PERFORM 3470-ACTUALIZAR-SOBREGIRO
                   ADD 1 TO WS-CONT-REVERSOS
                   ADD 1 TO WS-CONT-APLICADOS
               END-IF
           END-IF.
       3425-F-APLICAR-REVERSO-DEPOSITO.EXIT.
      *----------------------------------------------------------------*
       3430-APLICAR-RETIRO.
           PERFORM 3450-VERIFICAR-CUENTA-GRUPO
               END-IF
           END-IF.
       3430-F-APLICAR-RETIRO.EXIT.
      *----------------------------------------------------------------*
       3435-APLICAR-REVERSO-RETIRO.
           PERFORM 3450-VERIFICAR-CUENTA-GRUPO
           IF NOT RECHAZO-MOV
               COMPUTE WS-SALDO-NUEVO =
                   WS-SALDO-ACTUAL + MOV-IMPORTE
                   ON SIZE ERROR
                       MOVE "REVERSO SUPERA SALDO MAXIMO"
                           TO RCH-MOTIVO
                       PERFORM 6000-ESCRIBIR-RECHAZO
               END-COMPUTE
               IF NOT RECHAZO-MOV
                   PERFORM 4200-ESCRIBIR-JOURNAL-DET
                   MOVE WS-SALDO-NUEVO TO WS-SALDO-ACTUAL
                   PERFORM 3470-ACTUALIZAR-SOBREGIRO
                   ADD 1 TO WS-CONT-REVERSOS
                   ADD 1 TO WS-CONT-APLICADOS
               END-IF
           END-IF.
       3435-F-APLICAR-REVERSO-RETIRO.EXIT.
      *----------------------------------------------------------------*
       3440-APLICAR-CIERRE.
      * UNA CUENTA EN SOBREGIRO NO SE CIERRA: LA DEUDA TIENE QUE
      * CANCELARSE ANTES; EL SALDO A FAVOR QUE QUEDA SE PAGA AL
      * TITULAR O VA A SUSPENSO
           PERFORM 3450-VERIFICAR-CUENTA-GRUPO
           IF NOT RECHAZO-MOV
               IF WS-SALDO-ACTUAL < ZERO
                   MOVE "CIERRE DE CUENTA SOBREGIRADA" TO RCH-MOTIVO
                   PERFORM 6000-ESCRIBIR-RECHAZO
               ELSE
                   MOVE ZERO TO WS-SALDO-NUEVO
                   PERFORM 4200-ESCRIBIR-JOURNAL-DET
                   PERFORM 4300-ARCHIVAR-CUENTA-CERRADA
                   IF WS-SALDO-ACTUAL > ZERO
                       PERFORM 4400-ESCRIBIR-PAGO-CIERRE
                   END-IF
                   MOVE "S" TO WS-SW-CUENTA-CERRADA
                   ADD 1 TO WS-CONT-BAJAS
                   ADD 1 TO WS-CONT-APLICADOS
               END-IF
           END-IF.
       3440-F-APLICAR-CIERRE.EXIT.
      *----------------------------------------------------------------*
           MOVE MOV-IMPORTE TO JRN-IMPORTE
           MOVE WS-SALDO-ACTUAL TO JRN-SALDO-ANTERIOR
           MOVE WS-SALDO-NUEVO TO JRN-SALDO-NUEVO
           IF MOV-ID NUMERIC
               MOVE MOV-ID TO JRN-MOV-ID
           ELSE
               MOVE ZERO TO JRN-MOV-ID
           END-IF

           IF NOT FS-JOURNAL-OK
               DISPLAY "ERROR ESCRITURA JOURNALPOSTEO FS: " FS-JOURNAL
               WRITE REG-JOURNAL FROM ESTRUCTURA-JOURNAL-DET
           END-IF.
       4200-F-ESCRIBIR-JOURNAL-DET.EXIT.
      *----------------------------------------------------------------*
       4300-ARCHIVAR-CUENTA-CERRADA.
           MOVE WS-CLAVE-GRU-PAIS TO CER-PAIS
           MOVE WS-CLAVE-GRU-SUC TO CER-SUCURSAL
           MOVE WS-CLAVE-GRU-TIPO TO CER-TIPO-CTA
           MOVE WS-CLAVE-GRU-CTA TO CER-CUENTA
           MOVE WS-SALDO-ACTUAL TO CER-SALDO-FINAL
           MOVE WS-MONEDA-ACTUAL TO CER-MONEDA
           MOVE WS-TASA-ACTUAL TO CER-TASA-INTERES
           MOVE WS-TITULAR-ACTUAL TO CER-TITULAR
           MOVE WS-FECHA-PROCESO TO CER-FECHA-CIERRE
           IF MOV-ID NUMERIC
               MOVE MOV-ID TO CER-MOV-ID
           ELSE
               MOVE ZERO TO CER-MOV-ID
           END-IF
           MOVE WS-FECHA-ULT-ACTUAL TO CER-FECHA-ULT-MOV
           MOVE WS-LIMITE-ACTUAL TO CER-LIMITE-SOBREGIRO

           IF NOT FS-CERRADASTMP-OK
               DISPLAY "ERROR ESCRITURA CUENTASCERRADAS.tmp FS: "
                   FS-CERRADASTMP
           ELSE
               WRITE REG-CUENTA-CERRADA
           END-IF.
       4300-F-ARCHIVAR-CUENTA-CERRADA.EXIT.
      *----------------------------------------------------------------*
       4400-ESCRIBIR-PAGO-CIERRE.
      * LAS CUENTAS ANTERIORES AL MAESTRO DE TITULARES (TITULAR EN
      * CERO) NO TIENEN A QUIEN PAGARLE Y EL SALDO VA A SUSPENSO
           MOVE WS-CLAVE-GRU-PAIS TO PAG-PAIS
           MOVE WS-CLAVE-GRU-SUC TO PAG-SUCURSAL
           MOVE WS-CLAVE-GRU-TIPO TO PAG-TIPO-CTA
           MOVE WS-CLAVE-GRU-CTA TO PAG-CUENTA
           IF WS-TITULAR-ACTUAL NUMERIC
           AND WS-TITULAR-ACTUAL > ZERO
               MOVE "P" TO PAG-DESTINO
               ADD 1 TO WS-CONT-PAGOS
           ELSE
               MOVE "S" TO PAG-DESTINO
               ADD 1 TO WS-CONT-SUSPENSO
           END-IF
           MOVE WS-SALDO-ACTUAL TO PAG-IMPORTE
           MOVE WS-MONEDA-ACTUAL TO PAG-MONEDA
           MOVE WS-TITULAR-ACTUAL TO PAG-TITULAR
           MOVE WS-FECHA-PROCESO TO PAG-FECHA
           MOVE CER-MOV-ID TO PAG-MOV-ID

           IF NOT FS-PAGOS-OK
               DISPLAY "ERROR ESCRITURA PAGOSCIERRE FS: " FS-PAGOS
           ELSE
               WRITE REG-PAGO-CIERRE
           END-IF.
       4400-F-ESCRIBIR-PAGO-CIERRE.EXIT.
      *----------------------------------------------------------------*
       5000-LEERMAESTRO.
           READ MAESTRO
               ADD 1 TO WS-IDX-ID
           END-IF.
       5310-F-BUSCAR-ID-ITEM.EXIT.
      *----------------------------------------------------------------*
       5400-BUSCAR-ID-REVERSADO.
           MOVE "N" TO WS-REV-ENCONTRADO
           MOVE 1 TO WS-IDX-REV

           PERFORM 5410-BUSCAR-REVERSADO-ITEM
           UNTIL WS-IDX-REV > WS-CONT-REVERSADOS
           OR REVERSO-ENCONTRADO.
       5400-F-BUSCAR-ID-REVERSADO.EXIT.
      *----------------------------------------------------------------*
       5410-BUSCAR-REVERSADO-ITEM.
           IF TABREV-ID(WS-IDX-REV) = MOV-ID
               MOVE "S" TO WS-REV-ENCONTRADO
           ELSE
               ADD 1 TO WS-IDX-REV
           END-IF.
       5410-F-BUSCAR-REVERSADO-ITEM.EXIT.
      *----------------------------------------------------------------*
       6000-ESCRIBIR-RECHAZO.
           MOVE "S" TO WS-SW-RECHAZO-MOV
       8520-COPIAR-ID-TMP.
           MOVE APLT-ID TO APL-ID
           MOVE APLT-FECHA TO APL-FECHA
           MOVE APLT-TIPO TO APL-TIPO
           MOVE APLT-CLAVE TO APL-CLAVE
           MOVE APLT-IMPORTE TO APL-IMPORTE
           WRITE REG-MOVAPLICADO
           PERFORM 8510-LEER-ID-TMP.
       8520-F-COPIAR-ID-TMP.EXIT.
      *----------------------------------------------------------------*
       8600-VOLCAR-CUENTAS-CERRADAS.
           OPEN INPUT CERRADASTMP
           IF FS-CERRADASTMP-OK
               OPEN EXTEND CERRADAS
               IF FS-CERRADAS-OK OR FS-CERRADAS-CREADO
                   PERFORM 8610-LEER-CERRADA-TMP
                   PERFORM 8620-COPIAR-CERRADA-TMP
                       UNTIL FS-CERRADASTMP-FIN
                   CLOSE CERRADAS
               ELSE
                   DISPLAY "ERROR APERTURA CUENTASCERRADAS FS: "
                       FS-CERRADAS
               END-IF
               CLOSE CERRADASTMP
           END-IF.
       8600-F-VOLCAR-CUENTAS-CERRADAS.EXIT.
      *----------------------------------------------------------------*
       8610-LEER-CERRADA-TMP.
           READ CERRADASTMP
           EVALUATE TRUE
               WHEN FS-CERRADASTMP-OK
                   CONTINUE
               WHEN FS-CERRADASTMP-FIN
                   CONTINUE
               WHEN OTHER
                   DISPLAY "ERROR LECTURA CUENTASCERRADAS.tmp FS: "
                       FS-CERRADASTMP
                   MOVE "10" TO FS-CERRADASTMP
           END-EVALUATE.
       8610-F-LEER-CERRADA-TMP.EXIT.
      *----------------------------------------------------------------*
       8620-COPIAR-CERRADA-TMP.
           WRITE REG-CERRADA-HIST FROM REG-CUENTA-CERRADA
           PERFORM 8610-LEER-CERRADA-TMP.
       8620-F-COPIAR-CERRADA-TMP.EXIT.
      *----------------------------------------------------------------*
       9000-I-FINAL.
           IF HUBO-ABEND
           CLOSE RECHAZOS.
           CLOSE AUDITORIA.
           CLOSE MOVAPLICADOSTMP.
           CLOSE CERRADASTMP.
           CLOSE PAGOSCIERRE.

           IF NOT HUBO-ABEND
               PERFORM 8500-VOLCAR-IDS-APLICADOS
               PERFORM 8600-VOLCAR-CUENTAS-CERRADAS
           END-IF.
           CALL "SYSTEM" USING "rm -f MOVAPLICADOS.tmp".
           CALL "SYSTEM" USING "rm -f CUENTASCERRADAS.tmp".

           DISPLAY "MOVIMIENTOS APLICADOS: " WS-CONT-APLICADOS
           DISPLAY "ALTAS: " WS-CONT-ALTAS " BAJAS: " WS-CONT-BAJAS
           DISPLAY "MOVIMIENTOS DUPLICADOS: " WS-CONT-DUPLICADOS
           DISPLAY "REVERSOS APLICADOS: " WS-CONT-REVERSOS
           DISPLAY "SALDOS DE CIERRE A PAGAR: " WS-CONT-PAGOS
               " A SUSPENSO: " WS-CONT-SUSPENSO

      * LA PROMOCION DE CUENTASNEW SOBRE EL MAESTRO LA HACE EL DRIVER
      * DRVCUENTAS CON VERIFICACION DE CONTEO Y RESPALDO FECHADO

      * EL RC SE FIJA AL FINAL PORQUE LOS CALL "SYSTEM" LO PISAN
           IF HUBO-ABEND
               MOVE 16 TO RETURN-CODE
           END-IF

           STOP RUN.
       9000-F-FINAL.
           EXIT.
