      ******************************************************************
      * GENERACION DE MOVIMIENTOS DE ORDENES PERMANENTES
      * RECORRE EL MAESTRO DE ORDENES Y, PARA LAS QUE VENCEN DESPUES
      * DEL DIA HABIL ANTERIOR Y HASTA LA FECHA DE PROCESO (ASI LAS
      * QUE CAEN EN FIN DE SEMANA O FERIADO SE EJECUTAN EL PRIMER DIA
      * HABIL SIGUIENTE), GENERA EL PAR RETIRO/DEPOSITO CON MOV-ID
      * DERIVADO DE ORDEN Y CUOTA (LA RECORRIDA DEL MISMO DIA REPITE
      * LOS IDS Y EL CONTROL DE DUPLICADOS DEL POSTEO LOS RECHAZA);
      * LOS MOVIMIENTOS SE INTERCALAN EN MOVCUENTAS.dat EN ORDEN DE
      * CLAVE. LAS ORDENES CON CUENTA ORIGEN CERRADA, INACTIVA O SIN
      * SALDO MAS LIMITE DE SOBREGIRO SE LISTAN COMO FALLIDAS POR
      * SUCURSAL EN LUGAR DE GENERARSE
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GENORDENES.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MAESTRO ASSIGN TO "CUENTAS.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-MAESTRO.

           SELECT ORDENES ASSIGN TO "ORDENES.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-ORDENES.

           SELECT OPTIONAL MOVIMIENTOS ASSIGN TO "MOVCUENTAS.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-MOVIMIENTOS.

           SELECT MOVGENERADOS ASSIGN TO "MOVGENERADOS.tmp"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-MOVGENERADOS.

           SELECT MOVIMIENTOSORD ASSIGN TO "MOVCUENTAS-ORD.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-MOVIMIENTOSORD.

           SELECT ORDENAMIENTO ASSIGN TO "GENORD-SORT.tmp".

           SELECT LISTADO ASSIGN USING WS-ARCH-LISTADO
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-LISTADO.

           SELECT OPTIONAL AUDITORIA ASSIGN TO "AUDIT.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-AUDITORIA.

           SELECT OPTIONAL CATALOGO ASSIGN TO "CATGENERACIONES.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-CATALOGO.

           SELECT GENCONTROL ASSIGN USING WS-ARCH-CONTROL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-GENCONTROL.

           SELECT PARAMETROS ASSIGN TO "PARAMETROS.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-PARAMETROS.

           SELECT OPTIONAL FERIADOS ASSIGN TO "FERIADOS.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-FERIADOS.
       DATA DIVISION.
       FILE SECTION.
       FD  MAESTRO.
           COPY CPY001.

       FD  ORDENES.
           COPY ORDENREG.

       FD  MOVIMIENTOS.
           01 REG-MOVIMIENTO-EXISTENTE PIC X(40).

       FD  MOVGENERADOS.
           01 REG-MOVCUENTA.
               05 MOV-TIPO                 PIC X(01).
               05 MOV-PAIS                 PIC X(03).
               05 MOV-SUCURSAL             PIC 9(02).
               05 MOV-TIPO-CTA             PIC X(02).
               05 MOV-CUENTA               PIC 9(03).
               05 MOV-IMPORTE              PIC 9(07).
               05 MOV-MONEDA               PIC X(03).
               05 MOV-TASA-INTERES         PIC 9(02)V9(03).
               05 MOV-TITULAR              PIC 9(05).
               05 MOV-ID                   PIC 9(09).

       FD  MOVIMIENTOSORD.
           01 REG-MOVIMIENTO-ORD PIC X(40).

       SD  ORDENAMIENTO.
           01 REG-ORDENAMIENTO.
               05 SRT-TIPO                 PIC X(01).
               05 SRT-CLAVE                PIC X(10).
               05 SRT-RESTO                PIC X(29).

       FD  LISTADO.
           01 REG-LISTADO PIC X(90).

       FD  AUDITORIA.
           COPY AUDITREG.

       FD  CATALOGO.
           COPY CATREG.

       FD  GENCONTROL.
           01 REG-GENCONTROL PIC X(300).

       FD  PARAMETROS.
           COPY PARMREG.

       FD  FERIADOS.
           COPY FERIADOREG.

       WORKING-STORAGE SECTION.

       01  ESTRUCTURA-LISTADO-TITULO.
           05 FILLER                       PIC X(32)
              VALUE "ORDENES PERMANENTES FALLIDAS AL ".
           05 LIS-TITULO-FECHA             PIC X(8).

       01  ESTRUCTURA-LISTADO-SUCURSAL.
           05 FILLER                       PIC X(10) VALUE "SUCURSAL: ".
           05 LIS-SUC-PAIS                 PIC X(03).
           05 FILLER                       PIC X(1) VALUE "-".
           05 LIS-SUC-SUCURSAL             PIC X(02).

       01  ESTRUCTURA-LISTADO-DET.
           05 LIS-ORDEN                    PIC 9(05).
           05 FILLER                       PIC X(1) VALUE "|".
           05 LIS-TITULAR                  PIC 9(05).
           05 FILLER                       PIC X(1) VALUE "|".
           05 LIS-ORIGEN                   PIC X(10).
           05 FILLER                       PIC X(1) VALUE "|".
           05 LIS-DESTINO                  PIC X(10).
           05 FILLER                       PIC X(1) VALUE "|".
           05 LIS-IMPORTE                  PIC 9(07).
           05 FILLER                       PIC X(1) VALUE "|".
           05 LIS-MOTIVO                   PIC X(35).

       01  ESTRUCTURA-LISTADO-TOTAL.
           05 FILLER                       PIC X(24)
              VALUE "TOTAL ORDENES FALLIDAS: ".
           05 LIS-TOT-FALLIDAS             PIC ZZZZZZZZ9.
           05 FILLER                       PIC X(14)
              VALUE " GENERADAS: ".
           05 LIS-TOT-GENERADAS            PIC ZZZZZZZZ9.

       01  WS-FECHA-PROCESO-DET.
           05 WS-FP-ANIO                   PIC 9(4).
           05 WS-FP-MES                    PIC 9(2).
           05 WS-FP-DIA                    PIC 9(2).

       01  WS-FECHA-INICIO-DET.
           05 WS-FI-ANIO                   PIC 9(4).
           05 WS-FI-MES                    PIC 9(2).
           05 WS-FI-DIA                    PIC 9(2).

       01  WS-FECHA-EJECUCION-DET.
           05 WS-FE-ANIO                   PIC 9(4).
           05 WS-FE-MES                    PIC 9(2).
           05 WS-FE-DIA                    PIC 9(2).

       01  WS-FECHA-ANTERIOR-DET.
           05 WS-FA-ANIO                   PIC 9(4).
           05 WS-FA-MES                    PIC 9(2).
           05 WS-FA-DIA                    PIC 9(2).

       01  WS-DIAS-POR-MES-VALORES         PIC X(24)
           VALUE "312831303130313130313031".
       01  WS-DIAS-POR-MES REDEFINES WS-DIAS-POR-MES-VALORES.
           05 WS-DIAS-MES-ITEM             PIC 9(2) OCCURS 12 TIMES.

       01  WS-FECHA-CALENDARIO.
           05 WS-CAL-ANIO                  PIC 9(4).
           05 WS-CAL-MES                   PIC 9(2).
           05 WS-CAL-DIA                   PIC 9(2).

       01  TABLA-FERIADOS.
           05 FERIADO-ITEM OCCURS 1000 TIMES.
               10 TABFER-PAIS              PIC X(03).
               10 TABFER-FECHA             PIC X(08).

       01  VARIABLES.
           05 FS-MAESTRO               PIC XX.
               88 FS-MAESTRO-OK        VALUE "00".
               88 FS-MAESTRO-FIN       VALUE "10".

           05 FS-ORDENES               PIC XX.
               88 FS-ORDENES-OK        VALUE "00".
               88 FS-ORDENES-FIN       VALUE "10".
               88 FS-ORDENES-NOEXISTE  VALUE "35".

           05 FS-MOVIMIENTOS           PIC XX.
               88 FS-MOVIMIENTOS-OK    VALUE "00".
               88 FS-MOVIMIENTOS-CREADO VALUE "05".

           05 FS-MOVGENERADOS          PIC XX.
               88 FS-MOVGENERADOS-OK   VALUE "00".

           05 FS-MOVIMIENTOSORD        PIC XX.
               88 FS-MOVIMIENTOSORD-OK VALUE "00".

           05 FS-LISTADO               PIC XX.
               88 FS-LISTADO-OK        VALUE "00".

           05 FS-AUDITORIA             PIC XX.
               88 FS-AUDITORIA-OK      VALUE "00".
               88 FS-AUDITORIA-CREADO  VALUE "05".

           05 FS-CATALOGO              PIC XX.
               88 FS-CATALOGO-OK       VALUE "00".
               88 FS-CATALOGO-CREADO   VALUE "05".

           05 FS-GENCONTROL            PIC XX.
               88 FS-GENCONTROL-OK     VALUE "00".
               88 FS-GENCONTROL-FIN    VALUE "10".

           05 FS-PARAMETROS            PIC XX.
               88 FS-PARAMETROS-OK       VALUE "00".
               88 FS-PARAMETROS-NOEXISTE VALUE "35".

           05 FS-FERIADOS              PIC XX.
               88 FS-FERIADOS-OK         VALUE "00".
               88 FS-FERIADOS-FIN        VALUE "10".
               88 FS-FERIADOS-CREADO     VALUE "05".

       01  TABLA-CUENTAS.
           05 CUENTA-ITEM OCCURS 2000 TIMES.
               10 TABCTA-CLAVE             PIC X(10).
               10 TABCTA-MONEDA            PIC X(03).
               10 TABCTA-TITULAR           PIC 9(05).
               10 TABCTA-ESTADO            PIC X(01).
               10 TABCTA-DISPONIBLE        PIC S9(08).

       01  TABLA-FALLIDAS.
           05 FALLIDA-ITEM OCCURS 500 TIMES.
               10 TABFAL-SUCURSAL          PIC X(05).
               10 TABFAL-ORDEN             PIC 9(05).
               10 TABFAL-TITULAR           PIC 9(05).
               10 TABFAL-ORIGEN            PIC X(10).
               10 TABFAL-DESTINO           PIC X(10).
               10 TABFAL-IMPORTE           PIC 9(07).
               10 TABFAL-MOTIVO            PIC X(35).

       01  WS-FALLIDA-TEMP                 PIC X(77).

       77  WS-CONT-LECTURA                 PIC 9(9) VALUE ZERO.
       77  WS-CONT-GENERADOS               PIC 9(9) VALUE ZERO.
       77  WS-CONT-EJECUTADAS              PIC 9(9) VALUE ZERO.
       77  WS-CONT-FALLIDAS                PIC 9(9) VALUE ZERO.
       77  WS-CONT-CUENTAS                 PIC 9(4) VALUE ZERO.
       77  WS-CONT-TAB-FALLIDAS            PIC 9(4) VALUE ZERO.
       77  WS-IDX-CUENTA                   PIC 9(4) VALUE ZERO.
       77  WS-IDX-ORIGEN                   PIC 9(4) VALUE ZERO.
       77  WS-IDX-DESTINO                  PIC 9(4) VALUE ZERO.
       77  WS-IDX-FAL                      PIC 9(4) VALUE ZERO.
       77  WS-IDX-FAL-J                    PIC 9(4) VALUE ZERO.
       77  WS-CLAVE-BUSCADA                PIC X(10) VALUE SPACES.
       77  WS-SUCURSAL-ANTERIOR            PIC X(05) VALUE SPACES.
       77  WS-SW-CUENTA-ENCONTRADA         PIC X VALUE "N".
           88 CUENTA-ENCONTRADA            VALUE "S".
       77  WS-SW-ORIGEN-ENCONTRADO         PIC X VALUE "N".
           88 ORIGEN-ENCONTRADO            VALUE "S".
       77  WS-SW-DESTINO-ENCONTRADO        PIC X VALUE "N".
           88 DESTINO-ENCONTRADO           VALUE "S".
       77  WS-SW-VENCE                     PIC X VALUE "N".
           88 ORDEN-VENCE                  VALUE "S".
       77  WS-SW-FALLIDA                   PIC X VALUE "N".
           88 ORDEN-FALLIDA                VALUE "S".
       77  WS-SW-INTERCAMBIO               PIC X VALUE "N".
           88 HUBO-INTERCAMBIO             VALUE "S".
       77  WS-MOTIVO-FALLA                 PIC X(35) VALUE SPACES.
       77  WS-MESES-PERIODO                PIC 9(2) VALUE ZERO.
       77  WS-MESES-TRANSCURRIDOS          PIC S9(5) VALUE ZERO.
       77  WS-CUOTAS-PREVIAS               PIC 9(5) VALUE ZERO.
       77  WS-RESTO                        PIC 9(5) VALUE ZERO.
       77  WS-COCIENTE                     PIC 9(5) VALUE ZERO.
       77  WS-CUOTA                        PIC 9(3) VALUE ZERO.
       77  WS-DIAS-MES                     PIC 9(2) VALUE ZERO.
       77  WS-DIA-EJECUCION                PIC 9(2) VALUE ZERO.
       77  WS-CONT-FERIADOS                PIC 9(4) VALUE ZERO.
       77  WS-IDX-FERIADO                  PIC 9(4) VALUE ZERO.
       77  WS-CAL-PAIS                     PIC X(3) VALUE SPACES.
       77  WS-CAL-DIA-SEMANA               PIC 9(1) VALUE ZERO.
       77  WS-SW-DIA-HABIL                 PIC X VALUE "N".
           88 DIA-HABIL                    VALUE "S".
       77  WS-Z-MES                        PIC 9(2) VALUE ZERO.
       77  WS-Z-ANIO                       PIC 9(4) VALUE ZERO.
       77  WS-Z-SIGLO                      PIC 9(2) VALUE ZERO.
       77  WS-Z-ANIO-SIGLO                 PIC 9(2) VALUE ZERO.
       77  WS-Z-SUMA                       PIC 9(5) VALUE ZERO.
       77  WS-MOV-ID-BASE                  PIC 9(09) VALUE ZERO.
       77  WS-FECHA-PROCESO                PIC X(8) VALUE SPACES.
       77  WS-ARCH-LISTADO                 PIC X(44) VALUE SPACES.
       77  WS-SW-ABEND                     PIC X VALUE "N".
           88 HUBO-ABEND                   VALUE "S".
       77  WS-CMD-REEMPLAZO                PIC X(80)
           VALUE "mv MOVCUENTAS-ORD.dat MOVCUENTAS.dat".

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
           PERFORM 1000-I-INICIO.
           PERFORM 2000-I-PROCESO UNTIL FS-ORDENES-FIN.
           PERFORM 7000-ESCRIBIR-FALLIDAS.
           PERFORM 9000-I-FINAL.
               STOP RUN.
      *----------------------------------------------------------------*
       1000-I-INICIO.
           INITIALIZE VARIABLES
           PERFORM 1050-LEERPARAMETROS.
           PERFORM 1060-CALCULAR-DIA-ANTERIOR.
           PERFORM 1100-CARGAR-CUENTAS.
           PERFORM 1150-ABRIRORDENES.
           PERFORM 1160-ABRIRMOVGENERADOS.
           PERFORM 1170-ABRIRLISTADO.
           PERFORM 1180-ABRIRAUDITORIA.
           IF NOT FS-ORDENES-FIN
               PERFORM 5000-LEERORDEN
           END-IF.
       1000-F-INICIO.EXIT.
      *----------------------------------------------------------------*
       1050-LEERPARAMETROS.
           OPEN INPUT PARAMETROS
           EVALUATE TRUE
               WHEN FS-PARAMETROS-OK
                   READ PARAMETROS
                   IF FS-PARAMETROS-OK
                       MOVE PARM-FECHA-PROCESO TO WS-FECHA-PROCESO
                       MOVE PARM-PAIS-FILTRO TO WS-CAL-PAIS
                   END-IF
                   CLOSE PARAMETROS
               WHEN FS-PARAMETROS-NOEXISTE
                   CONTINUE
               WHEN OTHER
                   DISPLAY "ERROR APERTURA PARAMETROS FS: "
                   FS-PARAMETROS
                   MOVE "S" TO WS-SW-ABEND
                   PERFORM 9000-I-FINAL
           END-EVALUATE

           IF WS-FECHA-PROCESO = SPACES
               ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD
           END-IF

           MOVE WS-FECHA-PROCESO TO WS-FECHA-PROCESO-DET

           MOVE SPACES TO WS-ARCH-LISTADO
           STRING "ORDENESFALLIDAS-" DELIMITED BY SIZE
               WS-FECHA-PROCESO DELIMITED BY SPACE
               ".dat" DELIMITED BY SIZE
               INTO WS-ARCH-LISTADO.
       1050-F-LEERPARAMETROS.EXIT.
      *----------------------------------------------------------------*
       1060-CALCULAR-DIA-ANTERIOR.
      * EL DIA HABIL ANTERIOR A LA FECHA DE PROCESO (SIN SABADOS,
      * DOMINGOS NI FERIADOS DEL PAIS FILTRO, IGUAL QUE EL ROLADO DE
      * DRVCUENTAS) ES LA ULTIMA CORRIDA DE LA CADENA; LO QUE VENCE
      * DESPUES DE ESE DIA TODAVIA NO SE GENERO
           IF WS-FECHA-PROCESO-DET NOT NUMERIC
           OR WS-FP-MES < 1 OR WS-FP-MES > 12
               DISPLAY "FECHA DE PROCESO INVALIDA: " WS-FECHA-PROCESO
               MOVE "S" TO WS-SW-ABEND
               PERFORM 9000-I-FINAL
           END-IF

           PERFORM 1065-CARGAR-FERIADOS

           MOVE WS-FECHA-PROCESO TO WS-FECHA-CALENDARIO
           PERFORM 3540-DIA-SEMANA
           PERFORM 3500-RETROCEDER-DIA-HABIL
           MOVE WS-FECHA-CALENDARIO TO WS-FECHA-ANTERIOR-DET.
       1060-F-CALCULAR-DIA-ANTERIOR.EXIT.
      *----------------------------------------------------------------*
       1065-CARGAR-FERIADOS.
      * SOLO LOS FERIADOS VIGENTES; EL PAIS *** RIGE PARA TODOS
           MOVE ZERO TO WS-CONT-FERIADOS
           OPEN INPUT FERIADOS

           IF NOT FS-FERIADOS-OK AND NOT FS-FERIADOS-CREADO
               DISPLAY "ERROR APERTURA FERIADOS FS: " FS-FERIADOS
               MOVE "S" TO WS-SW-ABEND
               PERFORM 9000-I-FINAL
           END-IF

           PERFORM 1066-LEER-FERIADO
           PERFORM 1067-CARGAR-FERIADO-ITEM UNTIL NOT FS-FERIADOS-OK
           CLOSE FERIADOS.
       1065-F-CARGAR-FERIADOS.EXIT.
      *----------------------------------------------------------------*
       1066-LEER-FERIADO.
           READ FERIADOS

           IF NOT FS-FERIADOS-OK AND NOT FS-FERIADOS-FIN
               DISPLAY "ERROR LECTURA FERIADOS FS: " FS-FERIADOS
               MOVE "S" TO WS-SW-ABEND
               PERFORM 9000-I-FINAL
           END-IF.
       1066-F-LEER-FERIADO.EXIT.
      *----------------------------------------------------------------*
       1067-CARGAR-FERIADO-ITEM.
           IF FER-ESTADO NOT = "I"
               IF WS-CONT-FERIADOS >= 1000
                   DISPLAY "FERIADOS EXCEDE LA TABLA DE FERIADOS"
                   MOVE "S" TO WS-SW-ABEND
                   PERFORM 9000-I-FINAL
               END-IF
               ADD 1 TO WS-CONT-FERIADOS
               MOVE FER-PAIS TO TABFER-PAIS(WS-CONT-FERIADOS)
               MOVE FER-FECHA TO TABFER-FECHA(WS-CONT-FERIADOS)
           END-IF
           PERFORM 1066-LEER-FERIADO.
       1067-F-CARGAR-FERIADO-ITEM.EXIT.
      *----------------------------------------------------------------*
       1100-CARGAR-CUENTAS.
           OPEN INPUT MAESTRO.

           IF NOT FS-MAESTRO-OK
               DISPLAY "ERROR APERTURA CUENTAS FS: " FS-MAESTRO
               MOVE "S" TO WS-SW-ABEND
               PERFORM 9000-I-FINAL
           END-IF

           PERFORM 1110-LEER-MAESTRO
           PERFORM 1120-CARGAR-CUENTA-ITEM UNTIL FS-MAESTRO-FIN
           CLOSE MAESTRO.
       1100-F-CARGAR-CUENTAS.EXIT.
      *----------------------------------------------------------------*
       1110-LEER-MAESTRO.
           READ MAESTRO
           EVALUATE TRUE
               WHEN FS-MAESTRO-OK
                   ADD 1 TO WS-CONT-LECTURA
               WHEN FS-MAESTRO-FIN
                   CONTINUE
               WHEN OTHER
                   DISPLAY "ERROR LECTURA CUENTAS FS: " FS-MAESTRO
                   MOVE "S" TO WS-SW-ABEND
                   PERFORM 9000-I-FINAL
           END-EVALUATE.
       1110-F-LEER-MAESTRO.EXIT.
      *----------------------------------------------------------------*
       1120-CARGAR-CUENTA-ITEM.
      * EL DISPONIBLE ES SALDO MAS LIMITE DE SOBREGIRO, COMO EN EL
      * CONTROL DE RETIROS DEL POSTEO; SE VA CONSUMIENDO CON CADA
      * ORDEN GENERADA SOBRE LA MISMA CUENTA ORIGEN
           IF WS-CONT-CUENTAS >= 2000
               DISPLAY "CUENTAS EXCEDE LA TABLA DE ORDENES"
               MOVE "S" TO WS-SW-ABEND
               PERFORM 9000-I-FINAL
           END-IF
           ADD 1 TO WS-CONT-CUENTAS
           MOVE CTA-PAIS TO TABCTA-CLAVE(WS-CONT-CUENTAS)(1:3)
           MOVE CTA-SUCURSAL TO TABCTA-CLAVE(WS-CONT-CUENTAS)(4:2)
           MOVE CTA-TIPO-CTA TO TABCTA-CLAVE(WS-CONT-CUENTAS)(6:2)
           MOVE CTA-CUENTA TO TABCTA-CLAVE(WS-CONT-CUENTAS)(8:3)
           MOVE CTA-MONEDA TO TABCTA-MONEDA(WS-CONT-CUENTAS)
           IF CTA-TITULAR NUMERIC
               MOVE CTA-TITULAR TO TABCTA-TITULAR(WS-CONT-CUENTAS)
           ELSE
               MOVE ZERO TO TABCTA-TITULAR(WS-CONT-CUENTAS)
           END-IF
           MOVE CTA-ESTADO TO TABCTA-ESTADO(WS-CONT-CUENTAS)
           IF CTA-LIMITE-SOBREGIRO NUMERIC
               COMPUTE TABCTA-DISPONIBLE(WS-CONT-CUENTAS) =
                   CTA-SALDO + CTA-LIMITE-SOBREGIRO
           ELSE
               MOVE CTA-SALDO TO TABCTA-DISPONIBLE(WS-CONT-CUENTAS)
           END-IF
           PERFORM 1110-LEER-MAESTRO.
       1120-F-CARGAR-CUENTA-ITEM.EXIT.
      *----------------------------------------------------------------*
       1150-ABRIRORDENES.
           OPEN INPUT ORDENES
           EVALUATE TRUE
               WHEN FS-ORDENES-OK
                   CONTINUE
               WHEN FS-ORDENES-NOEXISTE
                   DISPLAY "ORDENES.dat NO EXISTE - SIN ORDENES "
                       "PERMANENTES A GENERAR"
                   MOVE "10" TO FS-ORDENES
               WHEN OTHER
                   DISPLAY "ERROR APERTURA ORDENES FS: " FS-ORDENES
                   MOVE "S" TO WS-SW-ABEND
                   PERFORM 9000-I-FINAL
           END-EVALUATE.
       1150-F-ABRIRORDENES.EXIT.
      *----------------------------------------------------------------*
       1160-ABRIRMOVGENERADOS.
           OPEN OUTPUT MOVGENERADOS.

           IF NOT FS-MOVGENERADOS-OK
               DISPLAY "ERROR APERTURA MOVGENERADOS.tmp FS: "
                   FS-MOVGENERADOS
               MOVE "S" TO WS-SW-ABEND
               PERFORM 9000-I-FINAL
           END-IF.
       1160-F-ABRIRMOVGENERADOS.EXIT.
      *----------------------------------------------------------------*
       1170-ABRIRLISTADO.
           OPEN OUTPUT LISTADO.

           IF NOT FS-LISTADO-OK
               DISPLAY "ERROR APERTURA ORDENESFALLIDAS FS: " FS-LISTADO
               MOVE "S" TO WS-SW-ABEND
               PERFORM 9000-I-FINAL
           END-IF

           PERFORM 6400-CATALOGAR-GENERACION

           MOVE WS-FECHA-PROCESO TO LIS-TITULO-FECHA
           WRITE REG-LISTADO FROM ESTRUCTURA-LISTADO-TITULO.
       1170-F-ABRIRLISTADO.EXIT.
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
           IF ORD-ESTADO NOT = "I"
               PERFORM 3000-VERIFICAR-VENCIMIENTO
               IF ORDEN-VENCE
                   PERFORM 3100-VALIDAR-ORDEN
                   IF ORDEN-FALLIDA
                       PERFORM 6000-REGISTRAR-FALLIDA
                   ELSE
                       PERFORM 4000-GENERAR-MOVIMIENTOS
                   END-IF
               END-IF
           END-IF
           PERFORM 5000-LEERORDEN.
       2000-F-PROCESO.EXIT.
      *----------------------------------------------------------------*
       3000-VERIFICAR-VENCIMIENTO.
      * LA ORDEN VENCE CUANDO SU FECHA DE EJECUCION DEL PERIODO CAE
      * DESPUES DEL DIA HABIL ANTERIOR Y HASTA LA FECHA DE PROCESO;
      * SI EL DIA HABIL ANTERIOR ES DE OTRO MES SE MIRA TAMBIEN EL
      * PERIODO DE ESE MES. LA CUOTA ES EL NUMERO DE EJECUCION DESDE
      * EL INICIO
           MOVE "N" TO WS-SW-VENCE
           MOVE ZERO TO WS-MESES-PERIODO

           EVALUATE ORD-FRECUENCIA
               WHEN "M"
                   MOVE 1 TO WS-MESES-PERIODO
               WHEN "T"
                   MOVE 3 TO WS-MESES-PERIODO
               WHEN "S"
                   MOVE 6 TO WS-MESES-PERIODO
               WHEN "A"
                   MOVE 12 TO WS-MESES-PERIODO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           IF ORD-FECHA-INICIO NOT NUMERIC
           OR ORD-FECHA-INICIO > WS-FECHA-PROCESO
           OR WS-MESES-PERIODO = ZERO
               CONTINUE
           ELSE IF ORD-FECHA-FIN NOT = SPACES
           AND ORD-FECHA-FIN NOT > WS-FECHA-ANTERIOR-DET
               CONTINUE
           ELSE
               MOVE ORD-FECHA-INICIO TO WS-FECHA-INICIO-DET
               MOVE WS-FP-ANIO TO WS-FE-ANIO
               MOVE WS-FP-MES TO WS-FE-MES
               PERFORM 3020-VERIFICAR-PERIODO
               IF NOT ORDEN-VENCE
               AND (WS-FA-ANIO NOT = WS-FP-ANIO
               OR WS-FA-MES NOT = WS-FP-MES)
                   MOVE WS-FA-ANIO TO WS-FE-ANIO
                   MOVE WS-FA-MES TO WS-FE-MES
                   PERFORM 3020-VERIFICAR-PERIODO
               END-IF
           END-IF.
       3000-F-VERIFICAR-VENCIMIENTO.EXIT.
      *----------------------------------------------------------------*
       3010-CALCULAR-DIA-EJECUCION.
      * EL DIA DE INICIO, O EL ULTIMO DIA DEL MES SI ESE DIA NO
      * EXISTE EN EL MES DE WS-FECHA-EJECUCION-DET
           MOVE WS-DIAS-MES-ITEM(WS-FE-MES) TO WS-DIAS-MES
           IF WS-FE-MES = 2
               DIVIDE WS-FE-ANIO BY 4
                   GIVING WS-COCIENTE REMAINDER WS-RESTO
               IF WS-RESTO = ZERO
                   MOVE 29 TO WS-DIAS-MES
                   DIVIDE WS-FE-ANIO BY 100
                       GIVING WS-COCIENTE REMAINDER WS-RESTO
                   IF WS-RESTO = ZERO
                       DIVIDE WS-FE-ANIO BY 400
                           GIVING WS-COCIENTE REMAINDER WS-RESTO
                       IF WS-RESTO NOT = ZERO
                           MOVE 28 TO WS-DIAS-MES
                       END-IF
                   END-IF
               END-IF
           END-IF

           IF WS-FI-DIA > WS-DIAS-MES
               MOVE WS-DIAS-MES TO WS-DIA-EJECUCION
           ELSE
               MOVE WS-FI-DIA TO WS-DIA-EJECUCION
           END-IF.
       3010-F-CALCULAR-DIA-EJECUCION.EXIT.
      *----------------------------------------------------------------*
       3020-VERIFICAR-PERIODO.
      * EL MES DE WS-FECHA-EJECUCION-DET TIENE EJECUCION CUANDO LOS
      * MESES DESDE EL INICIO SON MULTIPLO DE LA FRECUENCIA
           COMPUTE WS-MESES-TRANSCURRIDOS =
               (WS-FE-ANIO - WS-FI-ANIO) * 12
               + WS-FE-MES - WS-FI-MES
           IF WS-MESES-TRANSCURRIDOS NOT < ZERO
               DIVIDE WS-MESES-TRANSCURRIDOS BY WS-MESES-PERIODO
                   GIVING WS-CUOTAS-PREVIAS REMAINDER WS-RESTO
               IF WS-RESTO = ZERO
                   PERFORM 3010-CALCULAR-DIA-EJECUCION
                   MOVE WS-DIA-EJECUCION TO WS-FE-DIA
                   IF WS-FECHA-EJECUCION-DET > WS-FECHA-ANTERIOR-DET
                   AND WS-FECHA-EJECUCION-DET NOT > WS-FECHA-PROCESO
                   AND (ORD-FECHA-FIN = SPACES
                   OR WS-FECHA-EJECUCION-DET NOT > ORD-FECHA-FIN)
                       MOVE "S" TO WS-SW-VENCE
                       COMPUTE WS-CUOTA = WS-CUOTAS-PREVIAS + 1
                   END-IF
               END-IF
           END-IF.
       3020-F-VERIFICAR-PERIODO.EXIT.
      *----------------------------------------------------------------*
       3100-VALIDAR-ORDEN.
      * UNA CUENTA AUSENTE DEL MAESTRO ESTA CERRADA (EL POSTEO NO
      * GRABA LAS CUENTAS DADAS DE BAJA); LAS CUENTAS SIN TITULAR
      * CARGADO PASAN SIN CONTROL DE PROPIEDAD COMO EN EL POSTEO
           MOVE "N" TO WS-SW-FALLIDA

           MOVE ORD-ORIGEN TO WS-CLAVE-BUSCADA
           PERFORM 3200-BUSCAR-CUENTA
           MOVE WS-SW-CUENTA-ENCONTRADA TO WS-SW-ORIGEN-ENCONTRADO
           MOVE WS-IDX-CUENTA TO WS-IDX-ORIGEN

           MOVE ORD-DESTINO TO WS-CLAVE-BUSCADA
           PERFORM 3200-BUSCAR-CUENTA
           MOVE WS-SW-CUENTA-ENCONTRADA TO WS-SW-DESTINO-ENCONTRADO
           MOVE WS-IDX-CUENTA TO WS-IDX-DESTINO

           IF NOT ORIGEN-ENCONTRADO
               MOVE "CUENTA ORIGEN INEXISTENTE O CERRADA"
                   TO WS-MOTIVO-FALLA
               MOVE "S" TO WS-SW-FALLIDA
           ELSE IF TABCTA-ESTADO(WS-IDX-ORIGEN) = "D"
               MOVE "CUENTA ORIGEN INACTIVA" TO WS-MOTIVO-FALLA
               MOVE "S" TO WS-SW-FALLIDA
           ELSE IF TABCTA-TITULAR(WS-IDX-ORIGEN) NOT = ZERO
           AND TABCTA-TITULAR(WS-IDX-ORIGEN) NOT = ORD-TITULAR
               MOVE "CUENTA ORIGEN DE OTRO TITULAR" TO WS-MOTIVO-FALLA
               MOVE "S" TO WS-SW-FALLIDA
           ELSE IF NOT DESTINO-ENCONTRADO
               MOVE "CUENTA DESTINO INEXISTENTE O CERRADA"
                   TO WS-MOTIVO-FALLA
               MOVE "S" TO WS-SW-FALLIDA
           ELSE IF TABCTA-TITULAR(WS-IDX-DESTINO) NOT = ZERO
           AND TABCTA-TITULAR(WS-IDX-DESTINO) NOT = ORD-TITULAR
               MOVE "CUENTA DESTINO DE OTRO TITULAR" TO WS-MOTIVO-FALLA
               MOVE "S" TO WS-SW-FALLIDA
           ELSE IF TABCTA-MONEDA(WS-IDX-ORIGEN)
               NOT = TABCTA-MONEDA(WS-IDX-DESTINO)
               MOVE "MONEDAS DE LAS CUENTAS DISTINTAS"
                   TO WS-MOTIVO-FALLA
               MOVE "S" TO WS-SW-FALLIDA
           ELSE IF ORD-IMPORTE > TABCTA-DISPONIBLE(WS-IDX-ORIGEN)
               MOVE "SUPERA SALDO Y LIMITE SOBREGIRO"
                   TO WS-MOTIVO-FALLA
               MOVE "S" TO WS-SW-FALLIDA
           END-IF.
       3100-F-VALIDAR-ORDEN.EXIT.
      *----------------------------------------------------------------*
       3200-BUSCAR-CUENTA.
           MOVE "N" TO WS-SW-CUENTA-ENCONTRADA
           MOVE 1 TO WS-IDX-CUENTA

           PERFORM 3210-BUSCAR-CUENTA-ITEM
           UNTIL WS-IDX-CUENTA > WS-CONT-CUENTAS
           OR CUENTA-ENCONTRADA.
       3200-F-BUSCAR-CUENTA.EXIT.
      *----------------------------------------------------------------*
       3210-BUSCAR-CUENTA-ITEM.
           IF TABCTA-CLAVE(WS-IDX-CUENTA) = WS-CLAVE-BUSCADA
               MOVE "S" TO WS-SW-CUENTA-ENCONTRADA
           ELSE
               ADD 1 TO WS-IDX-CUENTA
           END-IF.
       3210-F-BUSCAR-CUENTA-ITEM.EXIT.
      *----------------------------------------------------------------*
       3500-RETROCEDER-DIA-HABIL.
      * DESDE WS-FECHA-CALENDARIO (CON SU DIA DE LA SEMANA) RETROCEDE
      * HASTA EL PRIMER DIA HABIL ANTERIOR
           MOVE "N" TO WS-SW-DIA-HABIL
           PERFORM 3510-RETROCEDER-UN-DIA UNTIL DIA-HABIL.
       3500-F-RETROCEDER-DIA-HABIL.EXIT.
      *----------------------------------------------------------------*
       3510-RETROCEDER-UN-DIA.
           PERFORM 3520-DIA-ANTERIOR
           PERFORM 3550-VERIFICAR-HABIL.
       3510-F-RETROCEDER-UN-DIA.EXIT.
      *----------------------------------------------------------------*
       3520-DIA-ANTERIOR.
      * RETROCEDE WS-FECHA-CALENDARIO UN DIA Y SU DIA DE LA SEMANA
           IF WS-CAL-DIA > 1
               SUBTRACT 1 FROM WS-CAL-DIA
           ELSE
               IF WS-CAL-MES > 1
                   SUBTRACT 1 FROM WS-CAL-MES
               ELSE
                   MOVE 12 TO WS-CAL-MES
                   SUBTRACT 1 FROM WS-CAL-ANIO
               END-IF
               PERFORM 3530-DIAS-DEL-MES
               MOVE WS-DIAS-MES TO WS-CAL-DIA
           END-IF

           IF WS-CAL-DIA-SEMANA = ZERO
               MOVE 6 TO WS-CAL-DIA-SEMANA
           ELSE
               SUBTRACT 1 FROM WS-CAL-DIA-SEMANA
           END-IF.
       3520-F-DIA-ANTERIOR.EXIT.
      *----------------------------------------------------------------*
       3530-DIAS-DEL-MES.
           MOVE WS-DIAS-MES-ITEM(WS-CAL-MES) TO WS-DIAS-MES
           IF WS-CAL-MES = 2
               DIVIDE WS-CAL-ANIO BY 4
                   GIVING WS-COCIENTE REMAINDER WS-RESTO
               IF WS-RESTO = ZERO
                   MOVE 29 TO WS-DIAS-MES
                   DIVIDE WS-CAL-ANIO BY 100
                       GIVING WS-COCIENTE REMAINDER WS-RESTO
                   IF WS-RESTO = ZERO
                       DIVIDE WS-CAL-ANIO BY 400
                           GIVING WS-COCIENTE REMAINDER WS-RESTO
                       IF WS-RESTO NOT = ZERO
                           MOVE 28 TO WS-DIAS-MES
                       END-IF
                   END-IF
               END-IF
           END-IF.
       3530-F-DIAS-DEL-MES.EXIT.
      *----------------------------------------------------------------*
       3540-DIA-SEMANA.
      * CONGRUENCIA DE ZELLER: 0 = SABADO, 1 = DOMINGO, 2 = LUNES,
      * ... 6 = VIERNES
           MOVE WS-CAL-MES TO WS-Z-MES
           MOVE WS-CAL-ANIO TO WS-Z-ANIO
           IF WS-Z-MES < 3
               ADD 12 TO WS-Z-MES
               SUBTRACT 1 FROM WS-Z-ANIO
           END-IF

           DIVIDE WS-Z-ANIO BY 100
               GIVING WS-Z-SIGLO REMAINDER WS-Z-ANIO-SIGLO
           COMPUTE WS-Z-SUMA = (13 * (WS-Z-MES + 1)) / 5
           DIVIDE WS-Z-ANIO-SIGLO BY 4 GIVING WS-COCIENTE
           ADD WS-COCIENTE TO WS-Z-SUMA
           DIVIDE WS-Z-SIGLO BY 4 GIVING WS-COCIENTE
           ADD WS-COCIENTE TO WS-Z-SUMA
           COMPUTE WS-Z-SUMA = WS-Z-SUMA + WS-CAL-DIA
               + WS-Z-ANIO-SIGLO + 5 * WS-Z-SIGLO
           DIVIDE WS-Z-SUMA BY 7
               GIVING WS-COCIENTE REMAINDER WS-CAL-DIA-SEMANA.
       3540-F-DIA-SEMANA.EXIT.
      *----------------------------------------------------------------*
       3550-VERIFICAR-HABIL.
      * HABIL = DE LUNES A VIERNES Y SIN FERIADO DEL PAIS NI GENERAL
           MOVE "S" TO WS-SW-DIA-HABIL

           IF WS-CAL-DIA-SEMANA < 2
               MOVE "N" TO WS-SW-DIA-HABIL
           ELSE
               MOVE 1 TO WS-IDX-FERIADO
               PERFORM 3551-BUSCAR-FERIADO-ITEM
               UNTIL WS-IDX-FERIADO > WS-CONT-FERIADOS
               OR NOT DIA-HABIL
           END-IF.
       3550-F-VERIFICAR-HABIL.EXIT.
      *----------------------------------------------------------------*
       3551-BUSCAR-FERIADO-ITEM.
           IF TABFER-FECHA(WS-IDX-FERIADO) = WS-FECHA-CALENDARIO
           AND (TABFER-PAIS(WS-IDX-FERIADO) = WS-CAL-PAIS
           OR TABFER-PAIS(WS-IDX-FERIADO) = "***")
               MOVE "N" TO WS-SW-DIA-HABIL
           END-IF
           ADD 1 TO WS-IDX-FERIADO.
       3551-F-BUSCAR-FERIADO-ITEM.EXIT.
      *----------------------------------------------------------------*
       4000-GENERAR-MOVIMIENTOS.
      * MOV-ID = ORDEN (5) + CUOTA (3) + PATA (1: 1 RETIRO, 2 DEPOSITO)
           COMPUTE WS-MOV-ID-BASE = ORD-ID * 10000 + WS-CUOTA * 10

           INITIALIZE REG-MOVCUENTA
           MOVE "R" TO MOV-TIPO
           MOVE ORD-ORI-PAIS TO MOV-PAIS
           MOVE ORD-ORI-SUCURSAL TO MOV-SUCURSAL
           MOVE ORD-ORI-TIPO-CTA TO MOV-TIPO-CTA
           MOVE ORD-ORI-CUENTA TO MOV-CUENTA
           MOVE ORD-IMPORTE TO MOV-IMPORTE
           MOVE TABCTA-MONEDA(WS-IDX-ORIGEN) TO MOV-MONEDA
           MOVE ORD-TITULAR TO MOV-TITULAR
           COMPUTE MOV-ID = WS-MOV-ID-BASE + 1
           PERFORM 4100-GRABAR-MOVIMIENTO

           INITIALIZE REG-MOVCUENTA
           MOVE "D" TO MOV-TIPO
           MOVE ORD-DES-PAIS TO MOV-PAIS
           MOVE ORD-DES-SUCURSAL TO MOV-SUCURSAL
           MOVE ORD-DES-TIPO-CTA TO MOV-TIPO-CTA
           MOVE ORD-DES-CUENTA TO MOV-CUENTA
           MOVE ORD-IMPORTE TO MOV-IMPORTE
           MOVE TABCTA-MONEDA(WS-IDX-DESTINO) TO MOV-MONEDA
           MOVE ORD-TITULAR TO MOV-TITULAR
           COMPUTE MOV-ID = WS-MOV-ID-BASE + 2
           PERFORM 4100-GRABAR-MOVIMIENTO

           SUBTRACT ORD-IMPORTE FROM TABCTA-DISPONIBLE(WS-IDX-ORIGEN)
           ADD 1 TO WS-CONT-EJECUTADAS.
       4000-F-GENERAR-MOVIMIENTOS.EXIT.
      *----------------------------------------------------------------*
       4100-GRABAR-MOVIMIENTO.
           IF NOT FS-MOVGENERADOS-OK
               DISPLAY "ERROR ESCRITURA MOVGENERADOS.tmp FS: "
                   FS-MOVGENERADOS
               MOVE "S" TO WS-SW-ABEND
               PERFORM 9000-I-FINAL
           ELSE
               WRITE REG-MOVCUENTA
               ADD 1 TO WS-CONT-GENERADOS
           END-IF.
       4100-F-GRABAR-MOVIMIENTO.EXIT.
      *----------------------------------------------------------------*
       5000-LEERORDEN.
           READ ORDENES
           EVALUATE TRUE
               WHEN FS-ORDENES-OK
                   ADD 1 TO WS-CONT-LECTURA
               WHEN FS-ORDENES-FIN
                   CONTINUE
               WHEN OTHER
                   DISPLAY "ERROR LECTURA ORDENES FS: " FS-ORDENES
                   MOVE "S" TO WS-SW-ABEND
                   PERFORM 9000-I-FINAL
           END-EVALUATE.
       5000-F-LEERORDEN.EXIT.
      *----------------------------------------------------------------*
       6000-REGISTRAR-FALLIDA.
           ADD 1 TO WS-CONT-FALLIDAS
           IF WS-CONT-TAB-FALLIDAS >= 500
               DISPLAY "ORDEN FALLIDA FUERA DE LA TABLA DEL LISTADO: "
                   ORD-ID " " WS-MOTIVO-FALLA
           ELSE
               ADD 1 TO WS-CONT-TAB-FALLIDAS
               MOVE ORD-ORIGEN(1:5)
                   TO TABFAL-SUCURSAL(WS-CONT-TAB-FALLIDAS)
               MOVE ORD-ID TO TABFAL-ORDEN(WS-CONT-TAB-FALLIDAS)
               MOVE ORD-TITULAR TO TABFAL-TITULAR(WS-CONT-TAB-FALLIDAS)
               MOVE ORD-ORIGEN TO TABFAL-ORIGEN(WS-CONT-TAB-FALLIDAS)
               MOVE ORD-DESTINO TO TABFAL-DESTINO(WS-CONT-TAB-FALLIDAS)
               MOVE ORD-IMPORTE TO TABFAL-IMPORTE(WS-CONT-TAB-FALLIDAS)
               MOVE WS-MOTIVO-FALLA
                   TO TABFAL-MOTIVO(WS-CONT-TAB-FALLIDAS)
           END-IF.
       6000-F-REGISTRAR-FALLIDA.EXIT.
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
       7000-ESCRIBIR-FALLIDAS.
      * LAS FALLIDAS SE ORDENAN POR SUCURSAL DE LA CUENTA ORIGEN PARA
      * QUE CADA SUCURSAL RECIBA SU BLOQUE DEL LISTADO
           IF WS-CONT-TAB-FALLIDAS > 1
               MOVE "S" TO WS-SW-INTERCAMBIO
               PERFORM 7100-PASADA-ORDENAR
                   UNTIL NOT HUBO-INTERCAMBIO
           END-IF

           MOVE SPACES TO WS-SUCURSAL-ANTERIOR
           MOVE 1 TO WS-IDX-FAL
           PERFORM 7300-LISTAR-FALLIDA
               UNTIL WS-IDX-FAL > WS-CONT-TAB-FALLIDAS

           MOVE WS-CONT-FALLIDAS TO LIS-TOT-FALLIDAS
           MOVE WS-CONT-EJECUTADAS TO LIS-TOT-GENERADAS
           IF FS-LISTADO-OK
               WRITE REG-LISTADO FROM ESTRUCTURA-LISTADO-TOTAL
           END-IF.
       7000-F-ESCRIBIR-FALLIDAS.EXIT.
      *----------------------------------------------------------------*
       7100-PASADA-ORDENAR.
           MOVE "N" TO WS-SW-INTERCAMBIO
           MOVE 1 TO WS-IDX-FAL
           PERFORM 7200-COMPARAR-FALLIDAS
               UNTIL WS-IDX-FAL >= WS-CONT-TAB-FALLIDAS.
       7100-F-PASADA-ORDENAR.EXIT.
      *----------------------------------------------------------------*
       7200-COMPARAR-FALLIDAS.
           COMPUTE WS-IDX-FAL-J = WS-IDX-FAL + 1
           IF FALLIDA-ITEM(WS-IDX-FAL) > FALLIDA-ITEM(WS-IDX-FAL-J)
               MOVE FALLIDA-ITEM(WS-IDX-FAL) TO WS-FALLIDA-TEMP
               MOVE FALLIDA-ITEM(WS-IDX-FAL-J)
                   TO FALLIDA-ITEM(WS-IDX-FAL)
               MOVE WS-FALLIDA-TEMP TO FALLIDA-ITEM(WS-IDX-FAL-J)
               MOVE "S" TO WS-SW-INTERCAMBIO
           END-IF
           ADD 1 TO WS-IDX-FAL.
       7200-F-COMPARAR-FALLIDAS.EXIT.
      *----------------------------------------------------------------*
       7300-LISTAR-FALLIDA.
           IF TABFAL-SUCURSAL(WS-IDX-FAL) NOT = WS-SUCURSAL-ANTERIOR
               MOVE TABFAL-SUCURSAL(WS-IDX-FAL) TO WS-SUCURSAL-ANTERIOR
               MOVE WS-SUCURSAL-ANTERIOR(1:3) TO LIS-SUC-PAIS
               MOVE WS-SUCURSAL-ANTERIOR(4:2) TO LIS-SUC-SUCURSAL
               IF FS-LISTADO-OK
                   WRITE REG-LISTADO FROM ESTRUCTURA-LISTADO-SUCURSAL
               END-IF
           END-IF

           MOVE TABFAL-ORDEN(WS-IDX-FAL) TO LIS-ORDEN
           MOVE TABFAL-TITULAR(WS-IDX-FAL) TO LIS-TITULAR
           MOVE TABFAL-ORIGEN(WS-IDX-FAL) TO LIS-ORIGEN
           MOVE TABFAL-DESTINO(WS-IDX-FAL) TO LIS-DESTINO
           MOVE TABFAL-IMPORTE(WS-IDX-FAL) TO LIS-IMPORTE
           MOVE TABFAL-MOTIVO(WS-IDX-FAL) TO LIS-MOTIVO

           IF NOT FS-LISTADO-OK
               DISPLAY "ERROR ESCRITURA ORDENESFALLIDAS FS: "
                   FS-LISTADO
           ELSE
               WRITE REG-LISTADO FROM ESTRUCTURA-LISTADO-DET
           END-IF

           ADD 1 TO WS-IDX-FAL.
       7300-F-LISTAR-FALLIDA.EXIT.
      *----------------------------------------------------------------*
       8000-ESCRIBIR-AUDITORIA.
           MOVE "GENORDENES"          TO AUD-PROGRAMA
           MOVE WS-FECHA-PROCESO      TO AUD-FECHA
           ACCEPT AUD-HORA FROM TIME
           MOVE WS-CONT-LECTURA       TO AUD-LEIDOS
           MOVE WS-CONT-GENERADOS     TO AUD-ESCRITOS
           MOVE WS-CONT-FALLIDAS      TO AUD-RECHAZADOS

           IF FS-AUDITORIA-OK OR FS-AUDITORIA-CREADO
               WRITE REG-AUDITORIA
           END-IF.
       8000-F-ESCRIBIR-AUDITORIA.EXIT.
      *----------------------------------------------------------------*
       8500-INTERCALAR-MOVIMIENTOS.
      * EL POSTEO APAREA MAESTRO Y MOVIMIENTOS POR CLAVE, ASI QUE LOS
      * GENERADOS SE INTERCALAN REORDENANDO EL ARCHIVO COMPLETO; A
      * IGUAL CLAVE SE CONSERVA EL ORDEN DE LLEGADA (LOS MOVIMIENTOS
      * DE LAS SUCURSALES ANTES QUE LOS DE LAS ORDENES)
           OPEN EXTEND MOVIMIENTOS
           IF NOT FS-MOVIMIENTOS-OK AND NOT FS-MOVIMIENTOS-CREADO
               DISPLAY "ERROR APERTURA MOVCUENTAS FS: " FS-MOVIMIENTOS
               MOVE "S" TO WS-SW-ABEND
               MOVE 16 TO RETURN-CODE
           ELSE
               CLOSE MOVIMIENTOS
               SORT ORDENAMIENTO
                   ON ASCENDING KEY SRT-CLAVE
                   WITH DUPLICATES IN ORDER
                   USING MOVIMIENTOS MOVGENERADOS
                   GIVING MOVIMIENTOSORD
               CALL "SYSTEM" USING WS-CMD-REEMPLAZO
           END-IF.
       8500-F-INTERCALAR-MOVIMIENTOS.EXIT.
      *----------------------------------------------------------------*
       9000-I-FINAL.
           IF HUBO-ABEND
               MOVE 16 TO RETURN-CODE
           END-IF.
           PERFORM 8000-ESCRIBIR-AUDITORIA.
           CLOSE ORDENES.
           CLOSE MOVGENERADOS.
           CLOSE LISTADO.
           CLOSE AUDITORIA.

      * UNA CORRIDA CAIDA NO TOCA MOVCUENTAS.dat: LOS GENERADOS SOLO
      * SE INTERCALAN EN EL CIERRE SIN ABEND
           IF NOT HUBO-ABEND AND WS-CONT-GENERADOS > ZERO
               PERFORM 8500-INTERCALAR-MOVIMIENTOS
           END-IF.
           CALL "SYSTEM" USING "rm -f MOVGENERADOS.tmp".

           DISPLAY "ORDENES EJECUTADAS: " WS-CONT-EJECUTADAS
               " FALLIDAS: " WS-CONT-FALLIDAS
           DISPLAY "MOVIMIENTOS GENERADOS: " WS-CONT-GENERADOS

      * EL RC SE FIJA AL FINAL PORQUE LOS CALL "SYSTEM" LO PISAN
           IF HUBO-ABEND
               MOVE 16 TO RETURN-CODE
           END-IF
           PERFORM 6410-GRABAR-CATALOGO
           STOP RUN.
       9000-F-FINAL.
           EXIT.
      *----------------------------------------------------------------*
