      * RETENCION DE GENERACIONES DE SALIDAS FECHADAS
      * LEE EL CATALOGO DE GENERACIONES, CONSERVA LOS ULTIMOS N CICLOS
      * (POR FECHA DE PROCESO) Y DEPURA DEL DISCO LAS GENERACIONES MAS
      * VIEJAS, REESCRIBIENDO EL CATALOGO SOLO CON LO RETENIDO.
      * CADA GENERACION SE COTEJA CONTRA SU MANIFIESTO (CANTIDAD DE
      * REGISTROS Y HASH): LA QUE ESTA TRUNCADA, ALTERADA O ILEGIBLE
      * NO SE DEPURA NI SE QUITA DEL CATALOGO, SE INFORMA Y EL
      * PROGRAMA TERMINA CON RC 4. LA QUE YA NO ESTA EN DISCO SE
      * INFORMA Y SOLO SE QUITA DEL CATALOGO SI VENCIO SU RETENCION
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RETGENERACIONES.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-CATALOGONUEVO.

           SELECT GENCONTROL ASSIGN USING WS-ARCH-CONTROL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-GENCONTROL.

           SELECT OPTIONAL AUDITORIA ASSIGN TO "AUDIT.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-AUDITORIA.
           COPY CATREG.

       FD  CATALOGONUEVO.
           01 REG-CATALOGO-NUEVO PIC X(70).

       FD  GENCONTROL.
           01 REG-GENCONTROL PIC X(300).

       FD  AUDITORIA.
           COPY AUDITREG.
           05 CATALOGO-ITEM OCCURS 500 TIMES.
               10 TAB-CAT-FECHA            PIC X(08).
               10 TAB-CAT-ARCHIVO          PIC X(44).
               10 TAB-CAT-MANIFIESTO.
                   15 TAB-CAT-CANT         PIC 9(09).
                   15 TAB-CAT-HASH         PIC 9(09).

       01  TABLA-FECHAS.
           05 FECHA-ITEM OCCURS 100 TIMES.

       77  WS-FECHA-TEMP                   PIC X(08).

       01  LINEA-GENCONTROL.
           05 GENCONTROL-BYTE OCCURS 300 TIMES PIC X(01).

       01  WS-BYTE-CONTROL.
           05 WS-BYTE-CONTROL-NUM          PIC 9(4) COMP.
       01  WS-BYTE-CONTROL-X REDEFINES WS-BYTE-CONTROL.
           05 WS-BYTE-CONTROL-ALTO         PIC X(01).
           05 WS-BYTE-CONTROL-BAJO         PIC X(01).

       01  VARIABLES.
           05 FS-CATALOGO              PIC XX.
               88 FS-CATALOGO-OK       VALUE "00".
           05 FS-CATALOGONUEVO         PIC XX.
               88 FS-CATALOGONUEVO-OK  VALUE "00".

           05 FS-GENCONTROL            PIC XX.
               88 FS-GENCONTROL-OK     VALUE "00".
               88 FS-GENCONTROL-FIN    VALUE "10".
               88 FS-GENCONTROL-NOEXISTE VALUE "35".

           05 FS-AUDITORIA             PIC XX.
               88 FS-AUDITORIA-OK      VALUE "00".
               88 FS-AUDITORIA-CREADO  VALUE "05".
       77  WS-GENERACIONES-RETENER         PIC 9(3) VALUE 5.
       77  WS-CONT-RETENIDAS               PIC 9(9) VALUE ZERO.
       77  WS-CONT-PURGADAS                PIC 9(9) VALUE ZERO.
       77  WS-CONT-OBSERVADAS              PIC 9(9) VALUE ZERO.
       77  WS-IDX-BYTE                     PIC 9(4) VALUE ZERO.
       77  WS-CANT-CONTROL                 PIC 9(9) VALUE ZERO.
       77  WS-HASH-CONTROL                 PIC 9(9) VALUE ZERO.
       77  WS-HASH-TRABAJO                 PIC 9(12) VALUE ZERO.
       77  WS-HASH-COCIENTE                PIC 9(12) VALUE ZERO.
       77  WS-ARCH-CONTROL                 PIC X(44) VALUE SPACES.
       77  WS-SW-MANIFIESTO                PIC X VALUE "N".
           88 MANIFIESTO-CALCULADO         VALUE "S".
       77  WS-ESTADO-GENERACION            PIC X(14) VALUE SPACES.
           88 GENERACION-CORRECTA          VALUE "CORRECTA".
           88 GENERACION-NO-EXISTE         VALUE "NO EXISTE".
           88 GENERACION-SIN-MANIFIESTO    VALUE "SIN MANIFIESTO".
       77  WS-FECHA-PROCESO                PIC X(8) VALUE SPACES.
       77  WS-SW-ABEND                     PIC X VALUE "N".
           88 HUBO-ABEND                   VALUE "S".
       2100-F-LEER-CATALOGO.EXIT.
      *----------------------------------------------------------------*
       2200-CARGAR-CATALOGO-ITEM.
      * UNA GENERACION CATALOGADA DE NUEVO (REINICIO O RECORRIDA DEL
      * MISMO DIA) REEMPLAZA EL MANIFIESTO DE LA ENTRADA ANTERIOR
           PERFORM 2250-BUSCAR-ENTRADA-IGUAL
           IF ITEM-ENCONTRADO
               MOVE CAT-MANIFIESTO
                   TO TAB-CAT-MANIFIESTO(WS-IDX-BUSQUEDA)
           ELSE
               IF WS-CONT-ENTRADAS < 500
                   ADD 1 TO WS-CONT-ENTRADAS
                   MOVE CAT-FECHA TO TAB-CAT-FECHA(WS-CONT-ENTRADAS)
                   MOVE CAT-ARCHIVO
                       TO TAB-CAT-ARCHIVO(WS-CONT-ENTRADAS)
                   MOVE CAT-MANIFIESTO
                       TO TAB-CAT-MANIFIESTO(WS-CONT-ENTRADAS)
                   PERFORM 2300-REGISTRAR-FECHA
               ELSE
                   IF NOT TABLA-DESBORDADA
      *----------------------------------------------------------------*
       4100-CLASIFICAR-ENTRADA.
           PERFORM 4200-VERIFICAR-FECHA-RETENIDA
           PERFORM 4300-VERIFICAR-MANIFIESTO

           IF NOT GENERACION-CORRECTA
           AND NOT GENERACION-SIN-MANIFIESTO
               ADD 1 TO WS-CONT-OBSERVADAS
               DISPLAY "GENERACION " WS-ESTADO-GENERACION ": "
                   TAB-CAT-FECHA(WS-IDX-CAT) " "
                   TAB-CAT-ARCHIVO(WS-IDX-CAT)
           END-IF

           EVALUATE TRUE
               WHEN FECHA-RETENIDA
                   ADD 1 TO WS-CONT-RETENIDAS
                   PERFORM 4150-GRABAR-ENTRADA
               WHEN GENERACION-NO-EXISTE
                   ADD 1 TO WS-CONT-PURGADAS
               WHEN GENERACION-CORRECTA
               OR GENERACION-SIN-MANIFIESTO
                   ADD 1 TO WS-CONT-PURGADAS
                   MOVE SPACES TO WS-CMD-BORRAR
                   STRING "rm -f " DELIMITED BY SIZE
                       TAB-CAT-ARCHIVO(WS-IDX-CAT) DELIMITED BY SPACE
                       INTO WS-CMD-BORRAR
                   CALL "SYSTEM" USING WS-CMD-BORRAR
               WHEN OTHER
      * VENCIDA PERO NO COINCIDE CON SU MANIFIESTO: SE CONSERVA
                   ADD 1 TO WS-CONT-RETENIDAS
                   DISPLAY "  NO SE DEPURA - QUEDA EN EL CATALOGO"
                   PERFORM 4150-GRABAR-ENTRADA
           END-EVALUATE

           ADD 1 TO WS-IDX-CAT.
       4100-F-CLASIFICAR-ENTRADA.EXIT.
      *----------------------------------------------------------------*
       4150-GRABAR-ENTRADA.
           INITIALIZE REG-CATALOGO
           MOVE TAB-CAT-FECHA(WS-IDX-CAT) TO CAT-FECHA
           MOVE TAB-CAT-ARCHIVO(WS-IDX-CAT) TO CAT-ARCHIVO
           MOVE TAB-CAT-MANIFIESTO(WS-IDX-CAT) TO CAT-MANIFIESTO
           WRITE REG-CATALOGO-NUEVO FROM REG-CATALOGO.
       4150-F-GRABAR-ENTRADA.EXIT.
      *----------------------------------------------------------------*
       4200-VERIFICAR-FECHA-RETENIDA.
           MOVE "N" TO WS-SW-RETENIDA
               ADD 1 TO WS-IDX-BUSQUEDA
           END-IF.
       4210-F-VERIFICAR-FECHA-ITEM.EXIT.
      *----------------------------------------------------------------*
       4300-VERIFICAR-MANIFIESTO.
           MOVE TAB-CAT-ARCHIVO(WS-IDX-CAT) TO WS-ARCH-CONTROL
           PERFORM 4310-CALCULAR-MANIFIESTO

           EVALUATE TRUE
               WHEN FS-GENCONTROL-NOEXISTE
                   MOVE "NO EXISTE" TO WS-ESTADO-GENERACION
               WHEN NOT MANIFIESTO-CALCULADO
                   MOVE "ILEGIBLE" TO WS-ESTADO-GENERACION
               WHEN TAB-CAT-CANT(WS-IDX-CAT) NOT NUMERIC
               OR TAB-CAT-HASH(WS-IDX-CAT) NOT NUMERIC
                   MOVE "SIN MANIFIESTO" TO WS-ESTADO-GENERACION
               WHEN WS-CANT-CONTROL < TAB-CAT-CANT(WS-IDX-CAT)
                   MOVE "TRUNCADA" TO WS-ESTADO-GENERACION
               WHEN WS-CANT-CONTROL NOT = TAB-CAT-CANT(WS-IDX-CAT)
               OR WS-HASH-CONTROL NOT = TAB-CAT-HASH(WS-IDX-CAT)
                   MOVE "ALTERADA" TO WS-ESTADO-GENERACION
               WHEN OTHER
                   MOVE "CORRECTA" TO WS-ESTADO-GENERACION
           END-EVALUATE.
       4300-F-VERIFICAR-MANIFIESTO.EXIT.
      *----------------------------------------------------------------*
       4310-CALCULAR-MANIFIESTO.
      * MISMO CALCULO QUE HACEN LOS PROGRAMAS AL CATALOGAR: CANTIDAD
      * DE REGISTROS Y HASH = HASH * 31 + BYTE, MODULO 999999937,
      * SOBRE CADA REGISTRO COMPLETADO CON BLANCOS A 300 POSICIONES
           MOVE "N" TO WS-SW-MANIFIESTO
           MOVE ZERO TO WS-CANT-CONTROL
           MOVE ZERO TO WS-HASH-CONTROL

           OPEN INPUT GENCONTROL
           IF FS-GENCONTROL-OK
               PERFORM 4320-LEER-GENCONTROL
               PERFORM 4330-ACUMULAR-REGISTRO
                   UNTIL NOT FS-GENCONTROL-OK
               IF FS-GENCONTROL-FIN
                   MOVE "S" TO WS-SW-MANIFIESTO
               END-IF
               CLOSE GENCONTROL
           END-IF.
       4310-F-CALCULAR-MANIFIESTO.EXIT.
      *----------------------------------------------------------------*
       4320-LEER-GENCONTROL.
           READ GENCONTROL INTO LINEA-GENCONTROL.
       4320-F-LEER-GENCONTROL.EXIT.
      *----------------------------------------------------------------*
       4330-ACUMULAR-REGISTRO.
           ADD 1 TO WS-CANT-CONTROL
           MOVE 1 TO WS-IDX-BYTE
           PERFORM 4340-ACUMULAR-BYTE UNTIL WS-IDX-BYTE > 300
           PERFORM 4320-LEER-GENCONTROL.
       4330-F-ACUMULAR-REGISTRO.EXIT.
      *----------------------------------------------------------------*
       4340-ACUMULAR-BYTE.
           MOVE ZERO TO WS-BYTE-CONTROL-NUM
           MOVE GENCONTROL-BYTE(WS-IDX-BYTE) TO WS-BYTE-CONTROL-BAJO
           COMPUTE WS-HASH-TRABAJO =
               WS-HASH-CONTROL * 31 + WS-BYTE-CONTROL-NUM
           DIVIDE WS-HASH-TRABAJO BY 999999937
               GIVING WS-HASH-COCIENTE REMAINDER WS-HASH-CONTROL
           ADD 1 TO WS-IDX-BYTE.
       4340-F-ACUMULAR-BYTE.EXIT.
      *----------------------------------------------------------------*
       8000-ESCRIBIR-AUDITORIA.
           OPEN EXTEND AUDITORIA.
       8000-F-ESCRIBIR-AUDITORIA.EXIT.
      *----------------------------------------------------------------*
       9000-I-FINAL.
           EVALUATE TRUE
               WHEN HUBO-ABEND
                   MOVE 16 TO RETURN-CODE
               WHEN WS-CONT-OBSERVADAS > ZERO
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           PERFORM 8000-ESCRIBIR-AUDITORIA.
           DISPLAY "GENERACIONES RETENIDAS: " WS-CONT-RETENIDAS
               " PURGADAS: " WS-CONT-PURGADAS
               " OBSERVADAS: " WS-CONT-OBSERVADAS
           STOP RUN.
       9000-F-FINAL.
           EXIT.
