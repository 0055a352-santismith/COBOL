      ******************************************************************
      * DRIVER DE LA CADENA BATCH DE CUENTAS
      * ANTES DE LA CADENA EDTPARAMETROS VALIDA PARAMETROS.dat; SI LO
      * RECHAZA LA CADENA NO SE INICIA
      * ENCADENA EDTSECUENCIA, APERCUENTAS, GENORDENES, VENCPLAZOS (CON
      * SU ESCALERA ESCPLAZOS), REVCUENTAS, POSTCUENTAS, CTRLEFECTIVO,
      * ACRCUENTAS, COBRCOMISIONES, CORTECONTROLCUENTAS Y LA
      * REVALUACION DE FIN DE MES REVALCAMBIO CON CORTE POR CODIGO DE
      * RETORNO (AL FINAL LOS AVISOS A CLIENTES AVISOSCLIENTES Y LA
      * VERIFICACION DE INTEGRIDAD REFERENCIAL VERINTEGRIDAD), COMO
      * DRVPOBLACION PARA LA CADENA DE POBLACION, Y REALIZA EL MISMO LA
      * PROMOCION DEL MAESTRO:
      * VERIFICA QUE CUENTASNEW.dat EXISTA CON REGISTROS ANTES DE
      * REEMPLAZAR CUENTAS.dat Y CONSERVA EL MAESTRO ANTERIOR COMO
      * RESPALDO FECHADO; EN MODO SIMULACION DEL DEVENGAMIENTO NO HAY
      * PROMOCION DESPUES DE ACRCUENTAS, NI DESPUES DE COBRCOMISIONES
      * FUERA DE FIN DE MES. DESPUES DE CADA PROMOCION RECONSTRUYE EL
      * MAESTRO INDEXADO CUENTASIDX.dat CON CARGACUENTASIDX.
      * TERMINADA LA CADENA CORRE PARM-FECHA-PROCESO AL DIA HABIL
      * SIGUIENTE SEGUN EL CALENDARIO DE FERIADOS (FERIADOS.dat) DEL
      * PAIS FILTRO; EN MODO RECUPERACION (PARM-MODO-RECUPERACION = S)
      * REPITE LA CADENA UNA VEZ POR CADA DIA HABIL PENDIENTE, EN
      * ORDEN, HASTA PARM-FECHA-HASTA (O LA FECHA DEL DIA) Y SE
      * DETIENE EN EL PRIMER DIA QUE ABENDA
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DRVCUENTAS.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-PARAMETROS.

           SELECT OPTIONAL FERIADOS ASSIGN TO "FERIADOS.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-FERIADOS.

       DATA DIVISION.
       FILE SECTION.
       FD  MAESTRONUEVO.
       FD  PARAMETROS.
           COPY PARMREG.

       FD  FERIADOS.
           COPY FERIADOREG.

       WORKING-STORAGE SECTION.

       01  VARIABLES.
               88 FS-PARAMETROS-OK       VALUE "00".
               88 FS-PARAMETROS-NOEXISTE VALUE "35".

           05 FS-FERIADOS              PIC XX.
               88 FS-FERIADOS-OK         VALUE "00".
               88 FS-FERIADOS-FIN        VALUE "10".
               88 FS-FERIADOS-CREADO     VALUE "05".

       01  WS-FECHA-CALENDARIO.
           05 WS-CAL-ANIO                  PIC 9(4).
           05 WS-CAL-MES                   PIC 9(2).
           05 WS-CAL-DIA                   PIC 9(2).

       01  WS-DIAS-POR-MES-VALORES         PIC X(24)
           VALUE "312831303130313130313031".
       01  WS-DIAS-POR-MES REDEFINES WS-DIAS-POR-MES-VALORES.
           05 WS-DIAS-MES-ITEM             PIC 9(2) OCCURS 12 TIMES.

       01  TABLA-FERIADOS.
           05 FERIADO-ITEM OCCURS 1000 TIMES.
               10 TABFER-PAIS              PIC X(03).
               10 TABFER-FECHA             PIC X(08).

       01  WS-PARAMETROS-LEIDOS            PIC X(132) VALUE SPACES.

       77  WS-CMD-EDTSECUENCIA             PIC X(80)
           VALUE "./EDTSECUENCIA".
       77  WS-CMD-APERCUENTAS              PIC X(80)
           VALUE "./APERCUENTAS".
       77  WS-CMD-GENORDENES               PIC X(80)
           VALUE "./GENORDENES".
       77  WS-CMD-VENCPLAZOS               PIC X(80)
           VALUE "./VENCPLAZOS".
       77  WS-CMD-ESCPLAZOS                PIC X(80)
           VALUE "./ESCPLAZOS".
       77  WS-CMD-REVCUENTAS               PIC X(80)
           VALUE "./REVCUENTAS".
       77  WS-CMD-POSTCUENTAS              PIC X(80)
           VALUE "./POSTCUENTAS".
       77  WS-CMD-CTRLEFECTIVO             PIC X(80)
           VALUE "./CTRLEFECTIVO".
       77  WS-CMD-ACRCUENTAS               PIC X(80)
           VALUE "./ACRCUENTAS".
       77  WS-CMD-COBRCOMISIONES           PIC X(80)
           VALUE "./COBRCOMISIONES".
       77  WS-CMD-CORTECONTROL             PIC X(80)
           VALUE "./CORTECONTROLCUENTAS".
       77  WS-CMD-REVALCAMBIO              PIC X(80)
           VALUE "./REVALCAMBIO".
       77  WS-CMD-AVISOSCLIENTES           PIC X(80)
           VALUE "./AVISOSCLIENTES".
       77  WS-CMD-VERINTEGRIDAD            PIC X(80)
           VALUE "./VERINTEGRIDAD".
       77  WS-CMD-EDTPARAMETROS            PIC X(80)
           VALUE "./EDTPARAMETROS".
       77  WS-RC-EDTPARAMETROS             PIC S9(4) COMP VALUE ZERO.
       77  WS-RC-EDTSECUENCIA              PIC S9(4) COMP VALUE ZERO.
       77  WS-RC-APERCUENTAS               PIC S9(4) COMP VALUE ZERO.
       77  WS-RC-GENORDENES                PIC S9(4) COMP VALUE ZERO.
       77  WS-RC-VENCPLAZOS                PIC S9(4) COMP VALUE ZERO.
       77  WS-RC-ESCPLAZOS                 PIC S9(4) COMP VALUE ZERO.
       77  WS-RC-REVCUENTAS                PIC S9(4) COMP VALUE ZERO.
       77  WS-RC-POSTCUENTAS               PIC S9(4) COMP VALUE ZERO.
       77  WS-RC-CTRLEFECTIVO              PIC S9(4) COMP VALUE ZERO.
       77  WS-RC-ACRCUENTAS                PIC S9(4) COMP VALUE ZERO.
       77  WS-RC-COBRCOMISIONES            PIC S9(4) COMP VALUE ZERO.
       77  WS-RC-CORTECONTROL              PIC S9(4) COMP VALUE ZERO.
       77  WS-RC-REVALCAMBIO               PIC S9(4) COMP VALUE ZERO.
       77  WS-RC-AVISOSCLIENTES            PIC S9(4) COMP VALUE ZERO.
       77  WS-RC-VERINTEGRIDAD             PIC S9(4) COMP VALUE ZERO.
       77  WS-CONT-REGISTROS-NUEVO         PIC 9(9) VALUE ZERO.
       77  WS-SW-PROMOCION-OK              PIC X VALUE "N".
           88 PROMOCION-CONFIRMADA         VALUE "S".
       77  WS-HORA-LIMITE-CERROJO          PIC 9(2) VALUE 4.
       77  WS-RC-GUARDADO                  PIC S9(4) COMP VALUE ZERO.
       77  WS-RC-RESPALDO                  PIC S9(4) COMP VALUE ZERO.
       77  WS-RC-CARGAIDX                  PIC S9(4) COMP VALUE ZERO.
       77  WS-SUFIJO-RESPALDO              PIC X(4) VALUE SPACES.
       77  WS-CMD-RESPALDO                 PIC X(80) VALUE SPACES.
       77  WS-CMD-PROMOVER                 PIC X(80)
           VALUE "mv CUENTASNEW.dat CUENTAS.dat".
       77  WS-CMD-BORRAR-CERROJO           PIC X(80)
           VALUE "rm -f DRVCUENTAS-LOCK.dat".
       77  WS-CONT-FERIADOS                PIC 9(4) VALUE ZERO.
       77  WS-IDX-FERIADO                  PIC 9(4) VALUE ZERO.
       77  WS-CAL-PAIS                     PIC X(3) VALUE SPACES.
       77  WS-CAL-DIA-SEMANA               PIC 9(1) VALUE ZERO.
       77  WS-SW-DIA-HABIL                 PIC X VALUE "N".
           88 DIA-HABIL                    VALUE "S".
       77  WS-DIAS-MES                     PIC 9(2) VALUE ZERO.
       77  WS-RESTO                        PIC 9(5) VALUE ZERO.
       77  WS-COCIENTE                     PIC 9(5) VALUE ZERO.
       77  WS-Z-MES                        PIC 9(2) VALUE ZERO.
       77  WS-Z-ANIO                       PIC 9(4) VALUE ZERO.
       77  WS-Z-SIGLO                      PIC 9(2) VALUE ZERO.
       77  WS-Z-ANIO-SIGLO                 PIC 9(2) VALUE ZERO.
       77  WS-Z-SUMA                       PIC 9(5) VALUE ZERO.
       77  WS-SW-FECHA-INFORMADA           PIC X VALUE "N".
           88 FECHA-INFORMADA              VALUE "S".
       77  WS-SW-RECUPERACION              PIC X VALUE "N".
           88 MODO-RECUPERACION            VALUE "S".
       77  WS-SW-FIN-CADENA                PIC X VALUE "N".
           88 FIN-CADENA                   VALUE "S".
       77  WS-FECHA-HASTA                  PIC X(8) VALUE SPACES.
       77  WS-RC-CADENA                    PIC S9(4) COMP VALUE ZERO.
       77  WS-RC-MAXIMO                    PIC S9(4) COMP VALUE ZERO.
       77  WS-CONT-DIAS-PROCESADOS         PIC 9(5) VALUE ZERO.

       PROCEDURE DIVISION.
           PERFORM 1000-I-INICIO.
           PERFORM 1500-I-CADENA-DIA UNTIL FIN-CADENA.
           PERFORM 9000-I-FINAL.
               STOP RUN.
      *----------------------------------------------------------------*
       1000-I-INICIO.
           PERFORM 1050-LEERPARAMETROS.
           PERFORM 1010-TOMAR-CERROJO.
           PERFORM 1030-EJECUTAR-EDTPARAMETROS.

           IF WS-RC-EDTPARAMETROS NOT = ZERO
               DISPLAY "PARAMETROS NO ACEPTADOS - SE DETIENE LA "
               "CADENA DE CUENTAS"
               MOVE 16 TO RETURN-CODE
               PERFORM 9000-I-FINAL
               STOP RUN
           END-IF

           PERFORM 1060-CARGAR-FERIADOS.
           PERFORM 1070-AJUSTAR-FECHA-PROCESO.
       1000-F-INICIO.EXIT.
      *----------------------------------------------------------------*
       1100-EJECUTAR-CADENA.
           PERFORM 2000-EJECUTAR-EDTSECUENCIA.

           IF WS-RC-EDTSECUENCIA = ZERO
               PERFORM 2040-EJECUTAR-APERCUENTAS
               IF WS-RC-APERCUENTAS = ZERO
                   PERFORM 2050-EJECUTAR-GENORDENES
                   IF WS-RC-GENORDENES = ZERO
                       PERFORM 2055-EJECUTAR-VENCPLAZOS
                       IF WS-RC-VENCPLAZOS = ZERO
                           PERFORM 2057-EJECUTAR-ESCPLAZOS
                           PERFORM 2060-EJECUTAR-REVCUENTAS
                       END-IF
                   END-IF
               END-IF
           END-IF

           IF WS-RC-EDTSECUENCIA NOT = ZERO
               DISPLAY "EDTSECUENCIA ABENDO - NO SE EJECUTA POSTEO"
               MOVE 16 TO RETURN-CODE
           ELSE IF WS-RC-APERCUENTAS NOT = ZERO
               DISPLAY "APERCUENTAS ABENDO - NO SE EJECUTA POSTEO"
               MOVE 16 TO RETURN-CODE
           ELSE IF WS-RC-GENORDENES NOT = ZERO
               DISPLAY "GENORDENES ABENDO - NO SE EJECUTA POSTEO"
               MOVE 16 TO RETURN-CODE
           ELSE IF WS-RC-VENCPLAZOS NOT = ZERO
               DISPLAY "VENCPLAZOS ABENDO - NO SE EJECUTA POSTEO"
               MOVE 16 TO RETURN-CODE
           ELSE IF WS-RC-REVCUENTAS NOT = ZERO
               DISPLAY "REVCUENTAS ABENDO - NO SE EJECUTA POSTEO"
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM 2100-EJECUTAR-POSTCUENTAS
               IF WS-RC-POSTCUENTAS NOT = ZERO
                   MOVE "POST" TO WS-SUFIJO-RESPALDO
                   PERFORM 3000-PROMOVER-MAESTRO
                   IF PROMOCION-CONFIRMADA
                       PERFORM 2150-EJECUTAR-CTRLEFECTIVO
                       PERFORM 2200-EJECUTAR-ACRCUENTAS
                       IF WS-RC-ACRCUENTAS NOT = ZERO
                           DISPLAY "ACRCUENTAS ABENDO - NO SE "
                           MOVE 16 TO RETURN-CODE
                       ELSE
                           PERFORM 2250-PROMOVER-DEVENGAMIENTO
                           IF PROMOCION-CONFIRMADA
                               PERFORM 2270-EJECUTAR-COBRCOMISIONES
                           END-IF
                           IF PROMOCION-CONFIRMADA
                               PERFORM 2300-EJECUTAR-CORTECONTROL
                               IF WS-RC-CORTECONTROL NOT = ZERO
                                   MOVE 16 TO RETURN-CODE
                               ELSE
                                   PERFORM 2320-EJECUTAR-REVALCAMBIO
                                   IF WS-RC-REVALCAMBIO NOT = ZERO
                                       MOVE 16 TO RETURN-CODE
                                   ELSE
                                     PERFORM 2330-EJECUTAR-AVISOS
                                     PERFORM 2350-EJECUTAR-VERINTEGRIDAD
                                   END-IF
                               END-IF
                           ELSE
                               MOVE 16 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF.
       1100-F-EJECUTAR-CADENA.EXIT.
      *----------------------------------------------------------------*
       1050-LEERPARAMETROS.
           OPEN INPUT PARAMETROS
                   READ PARAMETROS
                   IF FS-PARAMETROS-OK
                       MOVE PARM-FECHA-PROCESO TO WS-FECHA-PROCESO
                       MOVE REG-PARAMETROS TO WS-PARAMETROS-LEIDOS
                       MOVE PARM-PAIS-FILTRO TO WS-CAL-PAIS
                       MOVE PARM-FECHA-HASTA TO WS-FECHA-HASTA
                       IF PARM-MODO-SIMULACION = "S"
                           MOVE "S" TO WS-SW-SIMULACION
                       END-IF
                       IF PARM-FECHA-PROCESO NUMERIC
                           MOVE "S" TO WS-SW-FECHA-INFORMADA
                       END-IF
                       IF PARM-MODO-RECUPERACION = "S"
                           MOVE "S" TO WS-SW-RECUPERACION
                       END-IF
                   END-IF
                   CLOSE PARAMETROS
               WHEN FS-PARAMETROS-NOEXISTE
           END-EVALUATE

           IF WS-FECHA-PROCESO = SPACES
               ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD
           END-IF.
       1050-F-LEERPARAMETROS.EXIT.
      *----------------------------------------------------------------*
       1030-EJECUTAR-EDTPARAMETROS.
           CALL "SYSTEM" USING WS-CMD-EDTPARAMETROS.
           MOVE RETURN-CODE TO WS-RC-EDTPARAMETROS.
           DIVIDE WS-RC-EDTPARAMETROS BY 256
               GIVING WS-RC-EDTPARAMETROS.
           MOVE ZERO TO RETURN-CODE.

           IF WS-RC-EDTPARAMETROS NOT = ZERO
               DISPLAY "EDTPARAMETROS TERMINO CON RC: "
                   WS-RC-EDTPARAMETROS
           END-IF.
       1030-F-EJECUTAR-EDTPARAMETROS.EXIT.
      *----------------------------------------------------------------*
       1060-CARGAR-FERIADOS.
      * SOLO LOS FERIADOS VIGENTES; EL PAIS *** RIGE PARA TODOS
           MOVE ZERO TO WS-CONT-FERIADOS
           OPEN INPUT FERIADOS

           IF NOT FS-FERIADOS-OK AND NOT FS-FERIADOS-CREADO
               DISPLAY "ERROR APERTURA FERIADOS FS: " FS-FERIADOS
               MOVE 16 TO RETURN-CODE
               PERFORM 9000-I-FINAL
               STOP RUN
           END-IF

           PERFORM 1061-LEER-FERIADO
           PERFORM 1062-CARGAR-FERIADO-ITEM UNTIL NOT FS-FERIADOS-OK
           CLOSE FERIADOS.
       1060-F-CARGAR-FERIADOS.EXIT.
      *----------------------------------------------------------------*
       1061-LEER-FERIADO.
           READ FERIADOS

           IF NOT FS-FERIADOS-OK AND NOT FS-FERIADOS-FIN
               DISPLAY "ERROR LECTURA FERIADOS FS: " FS-FERIADOS
               MOVE 16 TO RETURN-CODE
               PERFORM 9000-I-FINAL
               STOP RUN
           END-IF.
       1061-F-LEER-FERIADO.EXIT.
      *----------------------------------------------------------------*
       1062-CARGAR-FERIADO-ITEM.
           IF FER-ESTADO NOT = "I"
               IF WS-CONT-FERIADOS >= 1000
                   DISPLAY "FERIADOS EXCEDE LA TABLA DE FERIADOS"
                   MOVE 16 TO RETURN-CODE
                   PERFORM 9000-I-FINAL
                   STOP RUN
               END-IF
               ADD 1 TO WS-CONT-FERIADOS
               MOVE FER-PAIS TO TABFER-PAIS(WS-CONT-FERIADOS)
               MOVE FER-FECHA TO TABFER-FECHA(WS-CONT-FERIADOS)
           END-IF
           PERFORM 1061-LEER-FERIADO.
       1062-F-CARGAR-FERIADO-ITEM.EXIT.
      *----------------------------------------------------------------*
       1070-AJUSTAR-FECHA-PROCESO.
      * UNA FECHA DE PROCESO INFORMADA QUE CAE EN FIN DE SEMANA O
      * FERIADO SE CORRE AL DIA HABIL SIGUIENTE ANTES DE LA CADENA;
      * SIN FECHA INFORMADA LA CADENA CORRE CON LA FECHA DEL DIA Y
      * NO HAY ROLADO NI RECUPERACION
           IF FECHA-INFORMADA
               MOVE WS-FECHA-PROCESO TO WS-FECHA-CALENDARIO
               PERFORM 7120-DIA-SEMANA
               PERFORM 7130-VERIFICAR-HABIL
               IF NOT DIA-HABIL
                   PERFORM 7200-AVANZAR-DIA-HABIL
                   DISPLAY "FECHA DE PROCESO " WS-FECHA-PROCESO
                       " NO HABIL - SE CORRE AL " WS-FECHA-CALENDARIO
                   MOVE WS-FECHA-CALENDARIO TO WS-FECHA-PROCESO
                   PERFORM 1080-GRABAR-PARAMETROS
               END-IF
           END-IF

           IF MODO-RECUPERACION AND NOT FECHA-INFORMADA
               DISPLAY "RECUPERACION SIN FECHA DE PROCESO INFORMADA - "
                   "SE PROCESA UN SOLO DIA"
               MOVE "N" TO WS-SW-RECUPERACION
           END-IF

           IF MODO-RECUPERACION
               IF WS-FECHA-HASTA NOT NUMERIC
                   ACCEPT WS-FECHA-HASTA FROM DATE YYYYMMDD
               END-IF
               IF WS-FECHA-PROCESO > WS-FECHA-HASTA
                   DISPLAY "SIN DIAS HABILES PENDIENTES HASTA EL "
                       WS-FECHA-HASTA
                   MOVE "S" TO WS-SW-FIN-CADENA
                   MOVE 4 TO WS-RC-MAXIMO
               ELSE
                   DISPLAY "RECUPERACION DESDE EL " WS-FECHA-PROCESO
                       " HASTA EL " WS-FECHA-HASTA
               END-IF
           END-IF.
       1070-F-AJUSTAR-FECHA-PROCESO.EXIT.
      *----------------------------------------------------------------*
       1080-GRABAR-PARAMETROS.
      * REGRABA PARAMETROS.dat TAL COMO SE LEYO, CON LA NUEVA FECHA
      * DE PROCESO; SI NO SE PUEDE GRABAR LA CADENA NO SIGUE PARA NO
      * REPROCESAR EL MISMO DIA
           OPEN OUTPUT PARAMETROS

           IF FS-PARAMETROS-OK
               MOVE WS-PARAMETROS-LEIDOS TO REG-PARAMETROS
               MOVE WS-FECHA-PROCESO TO PARM-FECHA-PROCESO
               WRITE REG-PARAMETROS
               MOVE REG-PARAMETROS TO WS-PARAMETROS-LEIDOS
               CLOSE PARAMETROS
           ELSE
               DISPLAY "ERROR GRABACION PARAMETROS FS: "
                   FS-PARAMETROS " - NO SIGUE LA CADENA"
               MOVE 16 TO WS-RC-MAXIMO
               MOVE "S" TO WS-SW-FIN-CADENA
           END-IF.
       1080-F-GRABAR-PARAMETROS.EXIT.
      *----------------------------------------------------------------*
       1300-ROLAR-FECHA-PROCESO.
           MOVE WS-FECHA-PROCESO TO WS-FECHA-CALENDARIO
           PERFORM 7120-DIA-SEMANA
           PERFORM 7200-AVANZAR-DIA-HABIL
           MOVE WS-FECHA-CALENDARIO TO WS-FECHA-PROCESO
           PERFORM 1080-GRABAR-PARAMETROS

           IF NOT FIN-CADENA
               DISPLAY "FECHA DE PROCESO CORRIDA AL " WS-FECHA-PROCESO
           END-IF.
       1300-F-ROLAR-FECHA-PROCESO.EXIT.
      *----------------------------------------------------------------*
       1500-I-CADENA-DIA.
      * UNA CORRIDA COMPLETA DE LA CADENA PARA WS-FECHA-PROCESO; CON
      * RC HASTA 4 LA FECHA SE CORRE AL DIA HABIL SIGUIENTE
           MOVE ZERO TO RETURN-CODE
           MOVE ZERO TO WS-RC-EDTSECUENCIA WS-RC-APERCUENTAS
               WS-RC-GENORDENES WS-RC-VENCPLAZOS WS-RC-ESCPLAZOS
               WS-RC-REVCUENTAS WS-RC-POSTCUENTAS WS-RC-CTRLEFECTIVO
               WS-RC-ACRCUENTAS WS-RC-COBRCOMISIONES
               WS-RC-CORTECONTROL WS-RC-REVALCAMBIO
               WS-RC-AVISOSCLIENTES WS-RC-VERINTEGRIDAD
           DISPLAY "CADENA DE CUENTAS - FECHA DE PROCESO "
               WS-FECHA-PROCESO

           PERFORM 1100-EJECUTAR-CADENA
           MOVE RETURN-CODE TO WS-RC-CADENA
           IF WS-RC-CADENA > WS-RC-MAXIMO
               MOVE WS-RC-CADENA TO WS-RC-MAXIMO
           END-IF

           IF WS-RC-CADENA > 4
               MOVE "S" TO WS-SW-FIN-CADENA
               IF MODO-RECUPERACION
                   DISPLAY "RECUPERACION DETENIDA EN LA FECHA "
                       WS-FECHA-PROCESO
               END-IF
           ELSE
               ADD 1 TO WS-CONT-DIAS-PROCESADOS
               IF FECHA-INFORMADA
                   PERFORM 1300-ROLAR-FECHA-PROCESO
               END-IF
               IF NOT MODO-RECUPERACION
               OR WS-FECHA-PROCESO > WS-FECHA-HASTA
                   MOVE "S" TO WS-SW-FIN-CADENA
               END-IF
           END-IF.
       1500-F-CADENA-DIA.EXIT.
      *----------------------------------------------------------------*
       1010-TOMAR-CERROJO.
           ACCEPT WS-FECHA-HOY FROM DATE
                   WS-RC-EDTSECUENCIA
           END-IF.
       2000-F-EJECUTAR-EDTSECUENCIA.EXIT.
      *----------------------------------------------------------------*
       2040-EJECUTAR-APERCUENTAS.
           CALL "SYSTEM" USING WS-CMD-APERCUENTAS.
           MOVE RETURN-CODE TO WS-RC-APERCUENTAS.
           DIVIDE WS-RC-APERCUENTAS BY 256 GIVING WS-RC-APERCUENTAS.

           IF WS-RC-APERCUENTAS NOT = ZERO
               DISPLAY "APERCUENTAS TERMINO CON RC: " WS-RC-APERCUENTAS
           END-IF.
       2040-F-EJECUTAR-APERCUENTAS.EXIT.
      *----------------------------------------------------------------*
       2050-EJECUTAR-GENORDENES.
           CALL "SYSTEM" USING WS-CMD-GENORDENES.
           MOVE RETURN-CODE TO WS-RC-GENORDENES.
           DIVIDE WS-RC-GENORDENES BY 256 GIVING WS-RC-GENORDENES.

           IF WS-RC-GENORDENES NOT = ZERO
               DISPLAY "GENORDENES TERMINO CON RC: " WS-RC-GENORDENES
           END-IF.
       2050-F-EJECUTAR-GENORDENES.EXIT.
      *----------------------------------------------------------------*
       2055-EJECUTAR-VENCPLAZOS.
           CALL "SYSTEM" USING WS-CMD-VENCPLAZOS.
           MOVE RETURN-CODE TO WS-RC-VENCPLAZOS.
           DIVIDE WS-RC-VENCPLAZOS BY 256 GIVING WS-RC-VENCPLAZOS.

           IF WS-RC-VENCPLAZOS NOT = ZERO
               DISPLAY "VENCPLAZOS TERMINO CON RC: " WS-RC-VENCPLAZOS
           END-IF.
       2055-F-EJECUTAR-VENCPLAZOS.EXIT.
      *----------------------------------------------------------------*
       2057-EJECUTAR-ESCPLAZOS.
      * LA ESCALERA ES INFORMATIVA PARA TESORERIA: SI FALLA SE AVISA
      * PERO EL POSTEO DE LOS VENCIMIENTOS SIGUE ADELANTE
           CALL "SYSTEM" USING WS-CMD-ESCPLAZOS.
           MOVE RETURN-CODE TO WS-RC-ESCPLAZOS.
           DIVIDE WS-RC-ESCPLAZOS BY 256 GIVING WS-RC-ESCPLAZOS.

           IF WS-RC-ESCPLAZOS NOT = ZERO
               DISPLAY "ESCPLAZOS TERMINO CON RC: " WS-RC-ESCPLAZOS
                   " - SIGUE LA CADENA"
           END-IF.
       2057-F-EJECUTAR-ESCPLAZOS.EXIT.
      *----------------------------------------------------------------*
       2060-EJECUTAR-REVCUENTAS.
           CALL "SYSTEM" USING WS-CMD-REVCUENTAS.
           MOVE RETURN-CODE TO WS-RC-REVCUENTAS.
           DIVIDE WS-RC-REVCUENTAS BY 256 GIVING WS-RC-REVCUENTAS.

           IF WS-RC-REVCUENTAS NOT = ZERO
               DISPLAY "REVCUENTAS TERMINO CON RC: " WS-RC-REVCUENTAS
           END-IF.
       2060-F-EJECUTAR-REVCUENTAS.EXIT.
      *----------------------------------------------------------------*
       2100-EJECUTAR-POSTCUENTAS.
           CALL "SYSTEM" USING WS-CMD-POSTCUENTAS.
               DISPLAY "POSTCUENTAS TERMINO CON RC: " WS-RC-POSTCUENTAS
           END-IF.
       2100-F-EJECUTAR-POSTCUENTAS.EXIT.
      *----------------------------------------------------------------*
       2150-EJECUTAR-CTRLEFECTIVO.
      * EL CONTROL DE EFECTIVO LEE EL JOURNAL Y EL RESPALDO DEL POSTEO;
      * SI FALLA SE AVISA A CUMPLIMIENTO PERO LA CADENA SIGUE
           CALL "SYSTEM" USING WS-CMD-CTRLEFECTIVO.
           MOVE RETURN-CODE TO WS-RC-CTRLEFECTIVO.
           DIVIDE WS-RC-CTRLEFECTIVO BY 256 GIVING WS-RC-CTRLEFECTIVO.

           IF WS-RC-CTRLEFECTIVO NOT = ZERO
               DISPLAY "CTRLEFECTIVO TERMINO CON RC: "
                   WS-RC-CTRLEFECTIVO " - SIGUE LA CADENA"
           END-IF.
       2150-F-EJECUTAR-CTRLEFECTIVO.EXIT.
      *----------------------------------------------------------------*
       2200-EJECUTAR-ACRCUENTAS.
           CALL "SYSTEM" USING WS-CMD-ACRCUENTAS.
               PERFORM 3000-PROMOVER-MAESTRO
           END-IF.
       2250-F-PROMOVER-DEVENGAMIENTO.EXIT.
      *----------------------------------------------------------------*
       2270-EJECUTAR-COBRCOMISIONES.
      * COBRCOMISIONES SOLO COBRA EL ULTIMO DIA HABIL DEL MES: CON
      * RC 4 NO HUBO COBRO NI MAESTRO NUEVO Y LA CADENA SIGUE SIN
      * PROMOVER
           CALL "SYSTEM" USING WS-CMD-COBRCOMISIONES.
           MOVE RETURN-CODE TO WS-RC-COBRCOMISIONES.
           DIVIDE WS-RC-COBRCOMISIONES BY 256
               GIVING WS-RC-COBRCOMISIONES.

           EVALUATE WS-RC-COBRCOMISIONES
               WHEN ZERO
                   MOVE "COM" TO WS-SUFIJO-RESPALDO
                   PERFORM 3000-PROMOVER-MAESTRO
               WHEN 4
                   MOVE ZERO TO RETURN-CODE
                   MOVE "S" TO WS-SW-PROMOCION-OK
               WHEN OTHER
                   DISPLAY "COBRCOMISIONES TERMINO CON RC: "
                       WS-RC-COBRCOMISIONES
                       " - NO SE PROMUEVE EL MAESTRO NI SIGUE LA CADENA"
                   MOVE "N" TO WS-SW-PROMOCION-OK
           END-EVALUATE.
       2270-F-EJECUTAR-COBRCOMISIONES.EXIT.
      *----------------------------------------------------------------*
       2300-EJECUTAR-CORTECONTROL.
           CALL "SYSTEM" USING WS-CMD-CORTECONTROL.
                   WS-RC-CORTECONTROL
           END-IF.
       2300-F-EJECUTAR-CORTECONTROL.EXIT.
      *----------------------------------------------------------------*
       2320-EJECUTAR-REVALCAMBIO.
      * REVALCAMBIO SOLO REVALUA EL ULTIMO DIA HABIL DEL MES: CON
      * RC 4 NO HABIA NADA QUE REVALUAR Y LA CADENA SIGUE NORMALMENTE
           CALL "SYSTEM" USING WS-CMD-REVALCAMBIO.
           MOVE RETURN-CODE TO WS-RC-REVALCAMBIO.
           DIVIDE WS-RC-REVALCAMBIO BY 256 GIVING WS-RC-REVALCAMBIO.

           EVALUATE WS-RC-REVALCAMBIO
               WHEN ZERO
                   CONTINUE
               WHEN 4
                   MOVE ZERO TO WS-RC-REVALCAMBIO
                   MOVE ZERO TO RETURN-CODE
               WHEN OTHER
                   DISPLAY "REVALCAMBIO TERMINO CON RC: "
                       WS-RC-REVALCAMBIO
                       " - NO SE LIBERA LA REVALUACION NI SIGUE "
                       "LA CADENA"
           END-EVALUATE.
       2320-F-EJECUTAR-REVALCAMBIO.EXIT.
      *----------------------------------------------------------------*
       2330-EJECUTAR-AVISOS.
      * LOS AVISOS A CLIENTES NO MODIFICAN MAESTROS: SI FALLAN SE
      * INFORMA Y LA CADENA SIGUE, COMO CON CTRLEFECTIVO
           CALL "SYSTEM" USING WS-CMD-AVISOSCLIENTES.
           MOVE RETURN-CODE TO WS-RC-AVISOSCLIENTES.
           DIVIDE WS-RC-AVISOSCLIENTES BY 256
               GIVING WS-RC-AVISOSCLIENTES.

           IF WS-RC-AVISOSCLIENTES NOT = ZERO
               DISPLAY "AVISOSCLIENTES TERMINO CON RC: "
                   WS-RC-AVISOSCLIENTES " - SIGUE LA CADENA"
           END-IF.
       2330-F-EJECUTAR-AVISOS.EXIT.
      *----------------------------------------------------------------*
       2350-EJECUTAR-VERINTEGRIDAD.
      * RC 4 = HAY EXCEPCIONES DE INTEGRIDAD: LA CADENA YA TERMINO Y
      * EL DRIVER LO INFORMA CON SU PROPIO RC 4
           CALL "SYSTEM" USING WS-CMD-VERINTEGRIDAD.
           MOVE RETURN-CODE TO WS-RC-VERINTEGRIDAD.
           DIVIDE WS-RC-VERINTEGRIDAD BY 256
               GIVING WS-RC-VERINTEGRIDAD.

           EVALUATE WS-RC-VERINTEGRIDAD
               WHEN ZERO
                   CONTINUE
               WHEN 4
                   DISPLAY "VERINTEGRIDAD INFORMO EXCEPCIONES DE "
                       "INTEGRIDAD REFERENCIAL"
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   DISPLAY "VERINTEGRIDAD TERMINO CON RC: "
                       WS-RC-VERINTEGRIDAD
                   MOVE 16 TO RETURN-CODE
           END-EVALUATE.
       2350-F-EJECUTAR-VERINTEGRIDAD.EXIT.
      *----------------------------------------------------------------*
       3000-PROMOVER-MAESTRO.
      * CADA PASO DE LA CADENA RESPALDA CON SU PROPIO SUFIJO PARA
                   MOVE "S" TO WS-SW-PROMOCION-OK
                   DISPLAY "MAESTRO PROMOVIDO CON "
                       WS-CONT-REGISTROS-NUEVO " REGISTROS"
                   PERFORM 3200-RECONSTRUIR-INDICE
               END-IF
           ELSE
               DISPLAY "CUENTASNEW.dat VACIO O INEXISTENTE - "
           ADD 1 TO WS-CONT-REGISTROS-NUEVO
           READ MAESTRONUEVO.
       3110-F-CONTAR-REGISTRO.EXIT.
      *----------------------------------------------------------------*
       3200-RECONSTRUIR-INDICE.
      * EL MAESTRO INDEXADO CUENTASIDX SE RECONSTRUYE DESDE EL MAESTRO
      * RECIEN PROMOVIDO; UNA FALLA SE INFORMA PERO NO CORTA LA CADENA
           CALL "SYSTEM" USING "./CARGACUENTASIDX"
           MOVE RETURN-CODE TO WS-RC-CARGAIDX
           DIVIDE WS-RC-CARGAIDX BY 256 GIVING WS-RC-CARGAIDX
           MOVE ZERO TO RETURN-CODE
           IF WS-RC-CARGAIDX NOT = ZERO
               DISPLAY "CARGACUENTASIDX TERMINO CON RC: "
                   WS-RC-CARGAIDX " - CUENTASIDX DESACTUALIZADO"
           END-IF.
       3200-F-RECONSTRUIR-INDICE.EXIT.
      *----------------------------------------------------------------*
       7100-SIGUIENTE-DIA.
      * AVANZA WS-FECHA-CALENDARIO UN DIA Y SU DIA DE LA SEMANA
           PERFORM 7110-DIAS-DEL-MES

           IF WS-CAL-DIA < WS-DIAS-MES
               ADD 1 TO WS-CAL-DIA
           ELSE
               MOVE 1 TO WS-CAL-DIA
               IF WS-CAL-MES < 12
                   ADD 1 TO WS-CAL-MES
               ELSE
                   MOVE 1 TO WS-CAL-MES
                   ADD 1 TO WS-CAL-ANIO
               END-IF
           END-IF

           IF WS-CAL-DIA-SEMANA = 6
               MOVE ZERO TO WS-CAL-DIA-SEMANA
           ELSE
               ADD 1 TO WS-CAL-DIA-SEMANA
           END-IF.
       7100-F-SIGUIENTE-DIA.EXIT.
      *----------------------------------------------------------------*
       7110-DIAS-DEL-MES.
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
       7110-F-DIAS-DEL-MES.EXIT.
      *----------------------------------------------------------------*
       7120-DIA-SEMANA.
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
       7120-F-DIA-SEMANA.EXIT.
      *----------------------------------------------------------------*
       7130-VERIFICAR-HABIL.
      * HABIL = DE LUNES A VIERNES Y SIN FERIADO DEL PAIS NI GENERAL
           MOVE "S" TO WS-SW-DIA-HABIL

           IF WS-CAL-DIA-SEMANA < 2
               MOVE "N" TO WS-SW-DIA-HABIL
           ELSE
               MOVE 1 TO WS-IDX-FERIADO
               PERFORM 7131-BUSCAR-FERIADO-ITEM
               UNTIL WS-IDX-FERIADO > WS-CONT-FERIADOS
               OR NOT DIA-HABIL
           END-IF.
       7130-F-VERIFICAR-HABIL.EXIT.
      *----------------------------------------------------------------*
       7131-BUSCAR-FERIADO-ITEM.
           IF TABFER-FECHA(WS-IDX-FERIADO) = WS-FECHA-CALENDARIO
           AND (TABFER-PAIS(WS-IDX-FERIADO) = WS-CAL-PAIS
           OR TABFER-PAIS(WS-IDX-FERIADO) = "***")
               MOVE "N" TO WS-SW-DIA-HABIL
           END-IF
           ADD 1 TO WS-IDX-FERIADO.
       7131-F-BUSCAR-FERIADO-ITEM.EXIT.
      *----------------------------------------------------------------*
       7200-AVANZAR-DIA-HABIL.
      * DESDE WS-FECHA-CALENDARIO (CON SU DIA DE LA SEMANA) AVANZA
      * HASTA EL PRIMER DIA HABIL POSTERIOR
           MOVE "N" TO WS-SW-DIA-HABIL
           PERFORM 7210-AVANZAR-UN-DIA UNTIL DIA-HABIL.
       7200-F-AVANZAR-DIA-HABIL.EXIT.
      *----------------------------------------------------------------*
       7210-AVANZAR-UN-DIA.
           PERFORM 7100-SIGUIENTE-DIA
           PERFORM 7130-VERIFICAR-HABIL.
       7210-F-AVANZAR-UN-DIA.EXIT.
      *----------------------------------------------------------------*
       8000-LIBERAR-CERROJO.
           IF CERROJO-TOMADO
       8000-F-LIBERAR-CERROJO.EXIT.
      *----------------------------------------------------------------*
       9000-I-FINAL.
           IF WS-RC-MAXIMO > RETURN-CODE
               MOVE WS-RC-MAXIMO TO RETURN-CODE
           END-IF
           IF MODO-RECUPERACION
               DISPLAY "DIAS PROCESADOS EN RECUPERACION: "
                   WS-CONT-DIAS-PROCESADOS
           END-IF
           PERFORM 8000-LIBERAR-CERROJO.
           DISPLAY "FIN DEL PROCESO BATCH CUENTAS.".
       9000-F-FINAL.
