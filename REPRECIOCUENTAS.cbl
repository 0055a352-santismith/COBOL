      * VIGENCIA NO POSTERIOR A LA FECHA DE PROCESO; UNA FILA CON PAIS
      * EN BLANCO APLICA A TODOS LOS PAISES SIN FILA PROPIA), RESETEA
      * CTA-TASA-INTERES EN TODO EL MAESTRO Y LISTA CADA CUENTA
      * REPRECIADA CON SU TASA ANTERIOR Y NUEVA; CADA CAMBIO QUEDA
      * ADEMAS EN LA COLA CAMBIOSTASA.dat PARA EL AVISO AL CLIENTE
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPRECIOCUENTAS.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-CATALOGO.

           SELECT GENCONTROL ASSIGN USING WS-ARCH-CONTROL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-GENCONTROL.

           SELECT OPTIONAL CAMBIOSTASA ASSIGN TO "CAMBIOSTASA.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-CAMBIOSTASA.

           SELECT PARAMETROS ASSIGN TO "PARAMETROS.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-PARAMETROS.
       FD  CATALOGO.
           COPY CATREG.

       FD  GENCONTROL.
           01 REG-GENCONTROL PIC X(300).

       FD  CAMBIOSTASA.
           COPY CAMTASREG.

       FD  PARAMETROS.
           COPY PARMREG.

               88 FS-CATALOGO-OK       VALUE "00".
               88 FS-CATALOGO-CREADO   VALUE "05".

           05 FS-GENCONTROL            PIC XX.
               88 FS-GENCONTROL-OK     VALUE "00".
               88 FS-GENCONTROL-FIN    VALUE "10".

           05 FS-CAMBIOSTASA           PIC XX.
               88 FS-CAMBIOSTASA-OK     VALUE "00".
               88 FS-CAMBIOSTASA-CREADO VALUE "05".

           05 FS-PARAMETROS            PIC XX.
               88 FS-PARAMETROS-OK       VALUE "00".
               88 FS-PARAMETROS-NOEXISTE VALUE "35".
       77  WS-ARCH-LISTADO                 PIC X(44) VALUE SPACES.
       77  WS-SW-ABEND                     PIC X VALUE "N".
           88 HUBO-ABEND                   VALUE "S".
       77  WS-RC-CARGAIDX                  PIC S9(4) COMP VALUE ZERO.
       77  WS-CMD-REEMPLAZO                PIC X(80)
           VALUE "mv CUENTASNEW.dat CUENTAS.dat".

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
           PERFORM 2000-I-PROCESO UNTIL FS-MAESTRO-FIN.
           PERFORM 1150-ABRIRMAESTRONUEVO.
           PERFORM 1160-ABRIRLISTADO.
           PERFORM 1180-ABRIRAUDITORIA.
           PERFORM 1190-ABRIRCAMBIOSTASA.
           PERFORM 5000-LEERMAESTRO.
       1000-F-INICIO.EXIT.
      *----------------------------------------------------------------*
               PERFORM 9000-I-FINAL
           END-IF.
       1180-F-ABRIRAUDITORIA.EXIT.
      *----------------------------------------------------------------*
       1190-ABRIRCAMBIOSTASA.
           OPEN EXTEND CAMBIOSTASA.
           IF NOT FS-CAMBIOSTASA-OK AND NOT FS-CAMBIOSTASA-CREADO
               DISPLAY "ERROR APERTURA CAMBIOSTASA FS: " FS-CAMBIOSTASA
               MOVE "S" TO WS-SW-ABEND
               PERFORM 9000-I-FINAL
           END-IF.
       1190-F-ABRIRCAMBIOSTASA.EXIT.
      *----------------------------------------------------------------*
       2000-I-PROCESO.
           PERFORM 3000-REPRECIAR-CUENTA
                   MOVE WS-TASA-NUEVA TO CTAN-TASA-INTERES
                   ADD 1 TO WS-CONT-REPRECIADAS
                   PERFORM 6000-ESCRIBIR-LISTADO-DET
                   PERFORM 6100-ESCRIBIR-CAMBIOTASA
               END-IF
           END-IF.
       3000-F-REPRECIAR-CUENTA.EXIT.
               WRITE REG-LISTADO FROM ESTRUCTURA-LISTADO-DET
           END-IF.
       6000-F-ESCRIBIR-LISTADO-DET.EXIT.
      *----------------------------------------------------------------*
       6100-ESCRIBIR-CAMBIOTASA.
           MOVE WS-FECHA-PROCESO TO CTS-FECHA
           MOVE CTA-PAIS TO CTS-PAIS
           MOVE CTA-SUCURSAL TO CTS-SUCURSAL
           MOVE CTA-TIPO-CTA TO CTS-TIPO-CTA
           MOVE CTA-CUENTA TO CTS-CUENTA
           MOVE CTA-TITULAR TO CTS-TITULAR
           MOVE CTA-TASA-INTERES TO CTS-TASA-ANTERIOR
           MOVE WS-TASA-NUEVA TO CTS-TASA-NUEVA

           IF NOT FS-CAMBIOSTASA-OK AND NOT FS-CAMBIOSTASA-CREADO
               DISPLAY "ERROR ESCRITURA CAMBIOSTASA FS: "
                   FS-CAMBIOSTASA
           ELSE
               WRITE REG-CAMBIOTASA
           END-IF.
       6100-F-ESCRIBIR-CAMBIOTASA.EXIT.
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
           MOVE "REPRECIOCUENTAS"     TO AUD-PROGRAMA
           CLOSE MAESTRONUEVO.
           CLOSE LISTADO.
           CLOSE AUDITORIA.
           CLOSE CAMBIOSTASA.

           DISPLAY "CUENTAS REPRECIADAS: " WS-CONT-REPRECIADAS

           IF NOT HUBO-ABEND
               CALL "SYSTEM" USING WS-CMD-REEMPLAZO
               PERFORM 9100-RECONSTRUIR-INDICE
           END-IF.

           PERFORM 6410-GRABAR-CATALOGO
           STOP RUN.
       9000-F-FINAL.
           EXIT.
      *----------------------------------------------------------------*
       9100-RECONSTRUIR-INDICE.
           CALL "SYSTEM" USING "./CARGACUENTASIDX"
           MOVE RETURN-CODE TO WS-RC-CARGAIDX
           DIVIDE WS-RC-CARGAIDX BY 256 GIVING WS-RC-CARGAIDX
           MOVE ZERO TO RETURN-CODE
           IF WS-RC-CARGAIDX NOT = ZERO
               DISPLAY "CARGACUENTASIDX TERMINO CON RC: "
                   WS-RC-CARGAIDX " - CUENTASIDX DESACTUALIZADO"
           END-IF.
       9100-F-RECONSTRUIR-INDICE.EXIT.
      *----------------------------------------------------------------*
