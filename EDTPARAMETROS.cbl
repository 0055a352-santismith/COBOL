      ******************************************************************
      * EDICION DE LOS PARAMETROS DE EJECUCION (PARAMETROS.dat)
      * PRIMER PASO DE DRVPOBLACION Y DRVCUENTAS: VALIDA CADA CAMPO
      * CONTRA SU DOMINIO (FECHAS AAAAMMDD, NUMERICOS, CODIGOS DE PAIS
      * Y MONEDA, OPCIONES DE UNA LETRA) Y LAS REGLAS ENTRE CAMPOS
      * (MINIMOS CONTRA MAXIMOS, UMBRALES, FECHAS CONTRA LA FECHA DE
      * PROCESO, RECUPERACION Y DIAS HABILES). LOS ERRORES SE LISTAN
      * EN PARMEXCEPCIONES.dat Y EL PASO TERMINA CON RC 16 PARA QUE EL
      * DRIVER NO INICIE LA CADENA. CON PARAMETROS ACEPTADOS COMPARA
      * CONTRA LA ULTIMA VERSION ACEPTADA (PARAMETROS-ULT.dat) Y DEJA
      * EN PARMHIST.dat LA IMAGEN COMPLETA DE LA CORRIDA SEGUIDA DE UN
      * REGISTRO POR CAMPO MODIFICADO (EN LA VERSION INICIAL, UNO POR
      * CAMPO INFORMADO)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EDTPARAMETROS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAMETROS ASSIGN TO "PARAMETROS.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-PARAMETROS.

           SELECT OPTIONAL PARMULTIMO ASSIGN TO "PARAMETROS-ULT.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-PARMULTIMO.

           SELECT EXCEPCIONES ASSIGN TO "PARMEXCEPCIONES.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-EXCEPCIONES.

           SELECT OPTIONAL HISTORIA ASSIGN TO "PARMHIST.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-HISTORIA.

           SELECT OPTIONAL AUDITORIA ASSIGN TO "AUDIT.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-AUDITORIA.
       DATA DIVISION.
       FILE SECTION.
       FD  PARAMETROS.
           COPY PARMREG.
           01 REG-PARAMETROS-ALFA PIC X(132).

       FD  PARMULTIMO.
           01 REG-PARM-ULTIMO PIC X(132).

       FD  EXCEPCIONES.
           01 REG-EXCEPCION PIC X(80).

       FD  HISTORIA.
           COPY PARMHISTREG.

       FD  AUDITORIA.
           COPY AUDITREG.

       WORKING-STORAGE SECTION.

       01  ESTRUCTURA-EXCEPCION.
           05 EXC-CAMPO                    PIC X(28).
           05 FILLER                       PIC X(1) VALUE SPACES.
           05 EXC-VALOR                    PIC X(10).
           05 FILLER                       PIC X(1) VALUE SPACES.
           05 EXC-MOTIVO                   PIC X(40).

      * UNA ENTRADA POR CAMPO DE PARMREG: NOMBRE, POSICION, LONGITUD,
      * TIPO (F FECHA, N NUMERICO, B NUMERICO O BLANCO, C CODIGO DE
      * LETRAS O BLANCO, O OPCION) Y LAS LETRAS ADMITIDAS SI ES OPCION
       01  TABLA-CAMPOS-VALORES.
           05 FILLER PIC X(38) VALUE
               "PARM-FECHA-PROCESO          00108F    ".
           05 FILLER PIC X(38) VALUE
               "PARM-PAIS-FILTRO            00903C    ".
           05 FILLER PIC X(38) VALUE
               "PARM-CTASXSUC-MAXIMO        01209N    ".
           05 FILLER PIC X(38) VALUE
               "PARM-SALDOXSUC-MAXIMO       02109N    ".
           05 FILLER PIC X(38) VALUE
               "PARM-CTASXSUC-MINIMO        03009N    ".
           05 FILLER PIC X(38) VALUE
               "PARM-SALDOXSUC-MINIMO       03909N    ".
           05 FILLER PIC X(38) VALUE
               "PARM-LINEAS-POR-PAGINA      04803N    ".
           05 FILLER PIC X(38) VALUE
               "PARM-PCT-VARIACION          05103N    ".
           05 FILLER PIC X(38) VALUE
               "PARM-MONEDA-BASE            05403C    ".
           05 FILLER PIC X(38) VALUE
               "PARM-AUDIT-ULTIMAS          05703B    ".
           05 FILLER PIC X(38) VALUE
               "PARM-FECHA-RETENCION        06008F    ".
           05 FILLER PIC X(38) VALUE
               "PARM-FREC-CHECKPOINT        06809B    ".
           05 FILLER PIC X(38) VALUE
               "PARM-GENERACIONES-RETENER   07703B    ".
           05 FILLER PIC X(38) VALUE
               "PARM-MODO-DUPLICADOS        08001OAR  ".
           05 FILLER PIC X(38) VALUE
               "PARM-FECHA-RESTAURAR        08108F    ".
           05 FILLER PIC X(38) VALUE
               "PARM-NIVEL-REPORTE          08901ODSR ".
           05 FILLER PIC X(38) VALUE
               "PARM-DIAS-INACTIVIDAD       09005B    ".
           05 FILLER PIC X(38) VALUE
               "PARM-MODO-SIMULACION        09501OSN  ".
           05 FILLER PIC X(38) VALUE
               "PARM-ORIGEN-POBLACION       09601OM   ".
           05 FILLER PIC X(38) VALUE
               "PARM-UMBRAL-EFECTIVO        09709B    ".
           05 FILLER PIC X(38) VALUE
               "PARM-UMBRAL-FRACCIONADO     10609B    ".
           05 FILLER PIC X(38) VALUE
               "PARM-VENTANA-EFECTIVO       11503B    ".
           05 FILLER PIC X(38) VALUE
               "PARM-PERIODOS-PROYECCION    11802B    ".
           05 FILLER PIC X(38) VALUE
               "PARM-DIAS-AVISO-INACTIVIDAD 12003B    ".
           05 FILLER PIC X(38) VALUE
               "PARM-MODO-RECUPERACION      12301OSN  ".
           05 FILLER PIC X(38) VALUE
               "PARM-FECHA-HASTA            12408F    ".
           05 FILLER PIC X(38) VALUE
               "PARM-DIAS-HABILES           13201OSN  ".
       01  TABLA-CAMPOS REDEFINES TABLA-CAMPOS-VALORES.
           05 CAMPO-ITEM OCCURS 27 TIMES.
               10 TABCAM-NOMBRE            PIC X(28).
               10 TABCAM-POS               PIC 9(03).
               10 TABCAM-LONG              PIC 9(02).
               10 TABCAM-TIPO              PIC X(01).
               10 TABCAM-VALORES           PIC X(04).

       01  WS-FECHA-VALIDAR.
           05 WS-FV-ANIO                   PIC 9(4).
           05 WS-FV-MES                    PIC 9(2).
           05 WS-FV-DIA                    PIC 9(2).

       01  WS-DIAS-POR-MES-VALORES         PIC X(24)
           VALUE "312831303130313130313031".
       01  WS-DIAS-POR-MES REDEFINES WS-DIAS-POR-MES-VALORES.
           05 WS-DIAS-MES-ITEM             PIC 9(2) OCCURS 12 TIMES.

       01  WS-PARM-ANTERIOR                PIC X(132) VALUE SPACES.

       01  VARIABLES.
           05 FS-PARAMETROS            PIC XX.
               88 FS-PARAMETROS-OK       VALUE "00".
               88 FS-PARAMETROS-NOEXISTE VALUE "35".

           05 FS-PARMULTIMO            PIC XX.
               88 FS-PARMULTIMO-OK     VALUE "00".
               88 FS-PARMULTIMO-FIN    VALUE "10".
               88 FS-PARMULTIMO-CREADO VALUE "05".

           05 FS-EXCEPCIONES           PIC XX.
               88 FS-EXCEPCIONES-OK    VALUE "00".

           05 FS-HISTORIA              PIC XX.
               88 FS-HISTORIA-OK       VALUE "00".
               88 FS-HISTORIA-CREADO   VALUE "05".

           05 FS-AUDITORIA             PIC XX.
               88 FS-AUDITORIA-OK      VALUE "00".
               88 FS-AUDITORIA-CREADO  VALUE "05".

       77  WS-CONT-CAMPOS                  PIC 9(2) VALUE 27.
       77  WS-IDX-CAMPO                    PIC 9(2) VALUE ZERO.
       77  WS-POS                          PIC 9(3) VALUE ZERO.
       77  WS-LONG                         PIC 9(2) VALUE ZERO.
       77  WS-VALOR-CAMPO                  PIC X(10) VALUE SPACES.
       77  WS-OPCION                       PIC X(1) VALUE SPACES.
       77  WS-CONT-ESPACIOS                PIC 9(2) VALUE ZERO.
       77  WS-CONT-OPCION                  PIC 9(2) VALUE ZERO.
       77  WS-SW-FECHA-VALIDA              PIC X VALUE "N".
           88 FECHA-VALIDA                 VALUE "S".
       77  WS-DIAS-MES                     PIC 9(2) VALUE ZERO.
       77  WS-RESTO                        PIC 9(5) VALUE ZERO.
       77  WS-COCIENTE                     PIC 9(5) VALUE ZERO.
       77  WS-CONT-LECTURA                 PIC 9(9) VALUE ZERO.
       77  WS-CONT-ERRORES                 PIC 9(9) VALUE ZERO.
       77  WS-CONT-CAMBIOS                 PIC 9(9) VALUE ZERO.
       77  WS-FECHA-PROCESO                PIC X(8) VALUE SPACES.
       77  WS-FECHA-HOY                    PIC X(8) VALUE SPACES.
       77  WS-HORA-ACTUAL                  PIC X(8) VALUE SPACES.
       77  WS-SW-PARAMETROS                PIC X VALUE "N".
           88 PARAMETROS-INFORMADOS        VALUE "S".
       77  WS-SW-VERSION-ANTERIOR          PIC X VALUE "N".
           88 HAY-VERSION-ANTERIOR         VALUE "S".
       77  WS-SW-ABEND                     PIC X VALUE "N".
           88 HUBO-ABEND                   VALUE "S".

       PROCEDURE DIVISION.
           PERFORM 1000-I-INICIO.

           IF PARAMETROS-INFORMADOS
               MOVE 1 TO WS-IDX-CAMPO
               PERFORM 2000-VALIDAR-CAMPO
                   UNTIL WS-IDX-CAMPO > WS-CONT-CAMPOS
               PERFORM 3000-VALIDAR-CRUZADAS
               IF WS-CONT-ERRORES = ZERO
                   PERFORM 4000-REGISTRAR-CAMBIOS
               END-IF
           END-IF

           PERFORM 9000-I-FINAL.
               STOP RUN.
      *----------------------------------------------------------------*
       1000-I-INICIO.
           INITIALIZE VARIABLES
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           ACCEPT WS-HORA-ACTUAL FROM TIME
           PERFORM 1050-LEERPARAMETROS.
           PERFORM 1100-ABRIREXCEPCIONES.
           PERFORM 1150-ABRIRAUDITORIA.
           PERFORM 1200-LEER-VERSION-ANTERIOR.
       1000-F-INICIO.EXIT.
      *----------------------------------------------------------------*
       1050-LEERPARAMETROS.
           OPEN INPUT PARAMETROS
           EVALUATE TRUE
               WHEN FS-PARAMETROS-OK
                   READ PARAMETROS
                   IF FS-PARAMETROS-OK
                       ADD 1 TO WS-CONT-LECTURA
                       MOVE "S" TO WS-SW-PARAMETROS
                       MOVE PARM-FECHA-PROCESO TO WS-FECHA-PROCESO
                   ELSE
                       DISPLAY "PARAMETROS.dat VACIO - SE USAN LOS "
                           "VALORES POR OMISION"
                   END-IF
                   CLOSE PARAMETROS
               WHEN FS-PARAMETROS-NOEXISTE
                   DISPLAY "PARAMETROS.dat NO EXISTE - SE USAN LOS "
                       "VALORES POR OMISION"
               WHEN OTHER
                   DISPLAY "ERROR APERTURA PARAMETROS FS: "
                   FS-PARAMETROS
                   MOVE "S" TO WS-SW-ABEND
                   PERFORM 9000-I-FINAL
           END-EVALUATE

           IF WS-FECHA-PROCESO = SPACES
               MOVE WS-FECHA-HOY TO WS-FECHA-PROCESO
           END-IF.
       1050-F-LEERPARAMETROS.EXIT.
      *----------------------------------------------------------------*
       1100-ABRIREXCEPCIONES.
           OPEN OUTPUT EXCEPCIONES.

           IF NOT FS-EXCEPCIONES-OK
               DISPLAY "ERROR APERTURA PARMEXCEPCIONES FS: "
                   FS-EXCEPCIONES
               MOVE "S" TO WS-SW-ABEND
               PERFORM 9000-I-FINAL
           END-IF.
       1100-F-ABRIREXCEPCIONES.EXIT.
      *----------------------------------------------------------------*
       1150-ABRIRAUDITORIA.
           OPEN EXTEND AUDITORIA.

           IF NOT FS-AUDITORIA-OK AND NOT FS-AUDITORIA-CREADO
               DISPLAY "ERROR APERTURA AUDITORIA FS: " FS-AUDITORIA
               MOVE "S" TO WS-SW-ABEND
               PERFORM 9000-I-FINAL
           END-IF.
       1150-F-ABRIRAUDITORIA.EXIT.
      *----------------------------------------------------------------*
       1200-LEER-VERSION-ANTERIOR.
      * SIN PARAMETROS-ULT.dat ES LA PRIMERA VERSION QUE SE ACEPTA
           OPEN INPUT PARMULTIMO

           IF NOT FS-PARMULTIMO-OK AND NOT FS-PARMULTIMO-CREADO
               DISPLAY "ERROR APERTURA PARAMETROS-ULT FS: "
                   FS-PARMULTIMO
               MOVE "S" TO WS-SW-ABEND
               PERFORM 9000-I-FINAL
           END-IF

           READ PARMULTIMO
           IF FS-PARMULTIMO-OK
               MOVE REG-PARM-ULTIMO TO WS-PARM-ANTERIOR
               MOVE "S" TO WS-SW-VERSION-ANTERIOR
           END-IF
           CLOSE PARMULTIMO.
       1200-F-LEER-VERSION-ANTERIOR.EXIT.
      *----------------------------------------------------------------*
       2000-VALIDAR-CAMPO.
           MOVE TABCAM-POS(WS-IDX-CAMPO) TO WS-POS
           MOVE TABCAM-LONG(WS-IDX-CAMPO) TO WS-LONG
           MOVE TABCAM-NOMBRE(WS-IDX-CAMPO) TO EXC-CAMPO
           MOVE SPACES TO WS-VALOR-CAMPO
           MOVE REG-PARAMETROS-ALFA(WS-POS:WS-LONG) TO WS-VALOR-CAMPO
           MOVE WS-VALOR-CAMPO TO EXC-VALOR

           EVALUATE TABCAM-TIPO(WS-IDX-CAMPO)
               WHEN "F"
                   IF REG-PARAMETROS-ALFA(WS-POS:WS-LONG) NOT = SPACES
                       MOVE REG-PARAMETROS-ALFA(WS-POS:WS-LONG)
                           TO WS-FECHA-VALIDAR
                       PERFORM 2100-VALIDAR-FECHA
                       IF NOT FECHA-VALIDA
                           MOVE "FECHA INVALIDA - FORMATO AAAAMMDD"
                               TO EXC-MOTIVO
                           PERFORM 8000-ESCRIBIR-EXCEPCION
                       END-IF
                   END-IF
               WHEN "N"
                   IF REG-PARAMETROS-ALFA(WS-POS:WS-LONG) NOT NUMERIC
                       MOVE "DEBE SER NUMERICO" TO EXC-MOTIVO
                       PERFORM 8000-ESCRIBIR-EXCEPCION
                   END-IF
               WHEN "B"
                   IF REG-PARAMETROS-ALFA(WS-POS:WS-LONG) NOT = SPACES
                   AND REG-PARAMETROS-ALFA(WS-POS:WS-LONG) NOT NUMERIC
                       MOVE "DEBE SER NUMERICO O BLANCO" TO EXC-MOTIVO
                       PERFORM 8000-ESCRIBIR-EXCEPCION
                   END-IF
               WHEN "C"
                   PERFORM 2200-VALIDAR-CODIGO
               WHEN "O"
                   PERFORM 2300-VALIDAR-OPCION
           END-EVALUATE

           ADD 1 TO WS-IDX-CAMPO.
       2000-F-VALIDAR-CAMPO.EXIT.
      *----------------------------------------------------------------*
       2100-VALIDAR-FECHA.
           MOVE "N" TO WS-SW-FECHA-VALIDA

           IF WS-FECHA-VALIDAR NUMERIC
               IF WS-FV-MES >= 1 AND WS-FV-MES <= 12
               AND WS-FV-ANIO >= 1900
                   MOVE WS-DIAS-MES-ITEM(WS-FV-MES) TO WS-DIAS-MES
                   IF WS-FV-MES = 2
                       PERFORM 2110-AJUSTAR-FEBRERO
                   END-IF
                   IF WS-FV-DIA >= 1 AND WS-FV-DIA <= WS-DIAS-MES
                       MOVE "S" TO WS-SW-FECHA-VALIDA
                   END-IF
               END-IF
           END-IF.
       2100-F-VALIDAR-FECHA.EXIT.
      *----------------------------------------------------------------*
       2110-AJUSTAR-FEBRERO.
           DIVIDE WS-FV-ANIO BY 4
               GIVING WS-COCIENTE REMAINDER WS-RESTO
           IF WS-RESTO = ZERO
               MOVE 29 TO WS-DIAS-MES
               DIVIDE WS-FV-ANIO BY 100
                   GIVING WS-COCIENTE REMAINDER WS-RESTO
               IF WS-RESTO = ZERO
                   DIVIDE WS-FV-ANIO BY 400
                       GIVING WS-COCIENTE REMAINDER WS-RESTO
                   IF WS-RESTO NOT = ZERO
                       MOVE 28 TO WS-DIAS-MES
                   END-IF
               END-IF
           END-IF.
       2110-F-AJUSTAR-FEBRERO.EXIT.
      *----------------------------------------------------------------*
       2200-VALIDAR-CODIGO.
      * CODIGO DE PAIS O MONEDA: BLANCO (POR OMISION) O TODAS LETRAS
           IF REG-PARAMETROS-ALFA(WS-POS:WS-LONG) NOT = SPACES
               MOVE ZERO TO WS-CONT-ESPACIOS
               INSPECT WS-VALOR-CAMPO(1:WS-LONG)
                   TALLYING WS-CONT-ESPACIOS FOR ALL SPACE
               IF WS-CONT-ESPACIOS > ZERO
               OR REG-PARAMETROS-ALFA(WS-POS:WS-LONG)
                   NOT ALPHABETIC-UPPER
                   MOVE "CODIGO INVALIDO - SOLO LETRAS MAYUSCULAS"
                       TO EXC-MOTIVO
                   PERFORM 8000-ESCRIBIR-EXCEPCION
               END-IF
           END-IF.
       2200-F-VALIDAR-CODIGO.EXIT.
      *----------------------------------------------------------------*
       2300-VALIDAR-OPCION.
      * BLANCO TOMA EL COMPORTAMIENTO POR OMISION DE CADA PROGRAMA
           MOVE REG-PARAMETROS-ALFA(WS-POS:1) TO WS-OPCION

           IF WS-OPCION NOT = SPACE
               MOVE ZERO TO WS-CONT-OPCION
               INSPECT TABCAM-VALORES(WS-IDX-CAMPO)
                   TALLYING WS-CONT-OPCION FOR ALL WS-OPCION
               IF WS-CONT-OPCION = ZERO
                   MOVE SPACES TO EXC-MOTIVO
                   STRING "OPCION INVALIDA - ADMITE BLANCO O "
                       DELIMITED BY SIZE
                       TABCAM-VALORES(WS-IDX-CAMPO)
                       DELIMITED BY SPACE
                       INTO EXC-MOTIVO
                   PERFORM 8000-ESCRIBIR-EXCEPCION
               END-IF
           END-IF.
       2300-F-VALIDAR-OPCION.EXIT.
      *----------------------------------------------------------------*
       3000-VALIDAR-CRUZADAS.
           IF PARM-CTASXSUC-MINIMO NUMERIC
           AND PARM-CTASXSUC-MAXIMO NUMERIC
           AND PARM-CTASXSUC-MINIMO > ZERO
           AND PARM-CTASXSUC-MAXIMO > ZERO
           AND PARM-CTASXSUC-MINIMO > PARM-CTASXSUC-MAXIMO
               MOVE "PARM-CTASXSUC-MINIMO" TO EXC-CAMPO
               MOVE PARM-CTASXSUC-MINIMO TO EXC-VALOR
               MOVE "SUPERA A PARM-CTASXSUC-MAXIMO" TO EXC-MOTIVO
               PERFORM 8000-ESCRIBIR-EXCEPCION
           END-IF

           IF PARM-SALDOXSUC-MINIMO NUMERIC
           AND PARM-SALDOXSUC-MAXIMO NUMERIC
           AND PARM-SALDOXSUC-MINIMO > ZERO
           AND PARM-SALDOXSUC-MAXIMO > ZERO
           AND PARM-SALDOXSUC-MINIMO > PARM-SALDOXSUC-MAXIMO
               MOVE "PARM-SALDOXSUC-MINIMO" TO EXC-CAMPO
               MOVE PARM-SALDOXSUC-MINIMO TO EXC-VALOR
               MOVE "SUPERA A PARM-SALDOXSUC-MAXIMO" TO EXC-MOTIVO
               PERFORM 8000-ESCRIBIR-EXCEPCION
           END-IF

           IF PARM-UMBRAL-FRACCIONADO NUMERIC
           AND PARM-UMBRAL-EFECTIVO NUMERIC
           AND PARM-UMBRAL-FRACCIONADO > ZERO
           AND PARM-UMBRAL-EFECTIVO > ZERO
           AND PARM-UMBRAL-FRACCIONADO > PARM-UMBRAL-EFECTIVO
               MOVE "PARM-UMBRAL-FRACCIONADO" TO EXC-CAMPO
               MOVE PARM-UMBRAL-FRACCIONADO TO EXC-VALOR
               MOVE "SUPERA A PARM-UMBRAL-EFECTIVO" TO EXC-MOTIVO
               PERFORM 8000-ESCRIBIR-EXCEPCION
           END-IF

           IF PARM-DIAS-AVISO-INACTIVIDAD NUMERIC
           AND PARM-DIAS-INACTIVIDAD NUMERIC
           AND PARM-DIAS-AVISO-INACTIVIDAD > ZERO
           AND PARM-DIAS-INACTIVIDAD > ZERO
           AND PARM-DIAS-AVISO-INACTIVIDAD NOT < PARM-DIAS-INACTIVIDAD
               MOVE "PARM-DIAS-AVISO-INACTIVIDAD" TO EXC-CAMPO
               MOVE PARM-DIAS-AVISO-INACTIVIDAD TO EXC-VALOR
               MOVE "DEBE SER MENOR QUE PARM-DIAS-INACTIVIDAD"
                   TO EXC-MOTIVO
               PERFORM 8000-ESCRIBIR-EXCEPCION
           END-IF

           IF PARM-FECHA-RETENCION NUMERIC
           AND PARM-FECHA-PROCESO NUMERIC
           AND PARM-FECHA-RETENCION > PARM-FECHA-PROCESO
               MOVE "PARM-FECHA-RETENCION" TO EXC-CAMPO
               MOVE PARM-FECHA-RETENCION TO EXC-VALOR
               MOVE "POSTERIOR A PARM-FECHA-PROCESO" TO EXC-MOTIVO
               PERFORM 8000-ESCRIBIR-EXCEPCION
           END-IF

           IF PARM-FECHA-RESTAURAR NUMERIC
           AND PARM-FECHA-PROCESO NUMERIC
           AND PARM-FECHA-RESTAURAR > PARM-FECHA-PROCESO
               MOVE "PARM-FECHA-RESTAURAR" TO EXC-CAMPO
               MOVE PARM-FECHA-RESTAURAR TO EXC-VALOR
               MOVE "POSTERIOR A PARM-FECHA-PROCESO" TO EXC-MOTIVO
               PERFORM 8000-ESCRIBIR-EXCEPCION
           END-IF

           IF PARM-MODO-RECUPERACION = "S"
           AND PARM-FECHA-PROCESO NOT NUMERIC
               MOVE "PARM-MODO-RECUPERACION" TO EXC-CAMPO
               MOVE PARM-MODO-RECUPERACION TO EXC-VALOR
               MOVE "EXIGE PARM-FECHA-PROCESO INFORMADA"
                   TO EXC-MOTIVO
               PERFORM 8000-ESCRIBIR-EXCEPCION
           END-IF

           IF PARM-FECHA-HASTA NOT = SPACES
           AND PARM-MODO-RECUPERACION NOT = "S"
               MOVE "PARM-FECHA-HASTA" TO EXC-CAMPO
               MOVE PARM-FECHA-HASTA TO EXC-VALOR
               MOVE "SOLO CON PARM-MODO-RECUPERACION = S"
                   TO EXC-MOTIVO
               PERFORM 8000-ESCRIBIR-EXCEPCION
           END-IF

           IF PARM-DIAS-HABILES = "S"
           AND PARM-FECHA-PROCESO NOT NUMERIC
               MOVE "PARM-DIAS-HABILES" TO EXC-CAMPO
               MOVE PARM-DIAS-HABILES TO EXC-VALOR
               MOVE "EXIGE PARM-FECHA-PROCESO INFORMADA"
                   TO EXC-MOTIVO
               PERFORM 8000-ESCRIBIR-EXCEPCION
           END-IF.
       3000-F-VALIDAR-CRUZADAS.EXIT.
      *----------------------------------------------------------------*
       4000-REGISTRAR-CAMBIOS.
           OPEN EXTEND HISTORIA

           IF NOT FS-HISTORIA-OK AND NOT FS-HISTORIA-CREADO
               DISPLAY "ERROR APERTURA PARMHIST FS: " FS-HISTORIA
               MOVE "S" TO WS-SW-ABEND
               PERFORM 9000-I-FINAL
           END-IF

           PERFORM 8300-ESCRIBIR-IMAGEN

      * SIN VERSION ANTERIOR SE COMPARA CONTRA UNA IMAGEN EN BLANCO
           MOVE 1 TO WS-IDX-CAMPO
           PERFORM 4100-COMPARAR-CAMPO
               UNTIL WS-IDX-CAMPO > WS-CONT-CAMPOS
           CLOSE HISTORIA

           IF WS-CONT-CAMBIOS > ZERO
           OR NOT HAY-VERSION-ANTERIOR
               PERFORM 4200-GRABAR-VERSION
           END-IF.
       4000-F-REGISTRAR-CAMBIOS.EXIT.
      *----------------------------------------------------------------*
       4100-COMPARAR-CAMPO.
           MOVE TABCAM-POS(WS-IDX-CAMPO) TO WS-POS
           MOVE TABCAM-LONG(WS-IDX-CAMPO) TO WS-LONG

           IF REG-PARAMETROS-ALFA(WS-POS:WS-LONG)
               NOT = WS-PARM-ANTERIOR(WS-POS:WS-LONG)
               MOVE SPACES TO PHI-CAMBIO
               MOVE TABCAM-NOMBRE(WS-IDX-CAMPO) TO PHI-CAMPO
               MOVE WS-PARM-ANTERIOR(WS-POS:WS-LONG)
                   TO PHI-VALOR-ANTERIOR
               MOVE REG-PARAMETROS-ALFA(WS-POS:WS-LONG)
                   TO PHI-VALOR-NUEVO
               PERFORM 8200-ESCRIBIR-HISTORIA
           END-IF

           ADD 1 TO WS-IDX-CAMPO.
       4100-F-COMPARAR-CAMPO.EXIT.
      *----------------------------------------------------------------*
       4200-GRABAR-VERSION.
      * LA VERSION ACEPTADA QUEDA COMO BASE DE LA PROXIMA COMPARACION
           OPEN OUTPUT PARMULTIMO

           IF NOT FS-PARMULTIMO-OK AND NOT FS-PARMULTIMO-CREADO
               DISPLAY "ERROR APERTURA PARAMETROS-ULT FS: "
                   FS-PARMULTIMO
               MOVE "S" TO WS-SW-ABEND
               PERFORM 9000-I-FINAL
           END-IF

           WRITE REG-PARM-ULTIMO FROM REG-PARAMETROS-ALFA
           CLOSE PARMULTIMO.
       4200-F-GRABAR-VERSION.EXIT.
      *----------------------------------------------------------------*
       8000-ESCRIBIR-EXCEPCION.
           ADD 1 TO WS-CONT-ERRORES
           IF NOT FS-EXCEPCIONES-OK
               DISPLAY "ERROR ESCRITURA PARMEXCEPCIONES FS: "
                   FS-EXCEPCIONES
           ELSE
               WRITE REG-EXCEPCION FROM ESTRUCTURA-EXCEPCION
           END-IF

           DISPLAY "PARAMETRO " EXC-CAMPO " " EXC-MOTIVO.
       8000-F-ESCRIBIR-EXCEPCION.EXIT.
      *----------------------------------------------------------------*
       8100-ESCRIBIR-AUDITORIA.
           MOVE "EDTPARAMETROS"       TO AUD-PROGRAMA
           MOVE WS-FECHA-PROCESO      TO AUD-FECHA
           ACCEPT AUD-HORA FROM TIME
           MOVE WS-CONT-LECTURA       TO AUD-LEIDOS
           MOVE WS-CONT-CAMBIOS       TO AUD-ESCRITOS
           MOVE WS-CONT-ERRORES       TO AUD-RECHAZADOS

           IF FS-AUDITORIA-OK OR FS-AUDITORIA-CREADO
               WRITE REG-AUDITORIA
           END-IF.
       8100-F-ESCRIBIR-AUDITORIA.EXIT.
      *----------------------------------------------------------------*
       8200-ESCRIBIR-HISTORIA.
           MOVE WS-FECHA-PROCESO TO PHI-FECHA-PROCESO
           MOVE WS-FECHA-HOY TO PHI-FECHA
           MOVE WS-HORA-ACTUAL TO PHI-HORA
           MOVE "C" TO PHI-TIPO
           WRITE REG-PARMHIST
           ADD 1 TO WS-CONT-CAMBIOS.
       8200-F-ESCRIBIR-HISTORIA.EXIT.
      *----------------------------------------------------------------*
       8300-ESCRIBIR-IMAGEN.
           MOVE WS-FECHA-PROCESO TO PHI-FECHA-PROCESO
           MOVE WS-FECHA-HOY TO PHI-FECHA
           MOVE WS-HORA-ACTUAL TO PHI-HORA
           MOVE "I" TO PHI-TIPO
           MOVE REG-PARAMETROS-ALFA TO PHI-IMAGEN
           WRITE REG-PARMHIST.
       8300-F-ESCRIBIR-IMAGEN.EXIT.
      *----------------------------------------------------------------*
       9000-I-FINAL.
           IF HUBO-ABEND
               MOVE 16 TO RETURN-CODE
           ELSE IF WS-CONT-ERRORES > ZERO
               DISPLAY "PARAMETROS.dat NO ACEPTADO - "
                   WS-CONT-ERRORES " ERRORES EN PARMEXCEPCIONES.dat"
               MOVE 16 TO RETURN-CODE
           ELSE
               DISPLAY "PARAMETROS.dat ACEPTADO - CAMBIOS REGISTRADOS: "
                   WS-CONT-CAMBIOS
           END-IF.
           PERFORM 8100-ESCRIBIR-AUDITORIA.
           CLOSE EXCEPCIONES.
           CLOSE AUDITORIA.
           STOP RUN.
       9000-F-FINAL.
           EXIT.
      *----------------------------------------------------------------*
