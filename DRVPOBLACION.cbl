               88 FS-PARAMETROS-OK         VALUE "00".
               88 FS-PARAMETROS-NOEXISTE   VALUE "35".

       77  WS-CMD-EDTPARAMETROS            PIC X(80)
           VALUE "./EDTPARAMETROS".
       77  WS-RC-EDTPARAMETROS             PIC S9(4) COMP VALUE ZERO.
       77  WS-CMD-VALENTPAIS                PIC X(80)
           VALUE "./VALENTPAIS".
       77  WS-CMD-APAREO                    PIC X(80)
       1000-I-INICIO.
           PERFORM 1050-LEERPARAMETROS.
           PERFORM 1010-TOMAR-CERROJO.
           PERFORM 1400-EJECUTAR-EDTPARAMETROS.

           IF WS-RC-EDTPARAMETROS NOT = ZERO
               DISPLAY "PARAMETROS NO ACEPTADOS - SE DETIENE LA "
               "CADENA DE POBLACION"
               MOVE 16 TO RETURN-CODE
               PERFORM 8000-LIBERAR-CERROJO
               STOP RUN
           END-IF

           PERFORM 1500-EJECUTAR-VALENTPAIS.

           IF WS-RC-VALENTPAIS NOT = ZERO
           END-IF.
           CLOSE CERROJO.
       1020-F-GRABAR-CERROJO.EXIT.
      *----------------------------------------------------------------*
       1400-EJECUTAR-EDTPARAMETROS.
           CALL "SYSTEM" USING WS-CMD-EDTPARAMETROS.
           MOVE RETURN-CODE TO WS-RC-EDTPARAMETROS.
           DIVIDE WS-RC-EDTPARAMETROS BY 256
               GIVING WS-RC-EDTPARAMETROS.

           IF WS-RC-EDTPARAMETROS NOT = ZERO
               DISPLAY "EDTPARAMETROS TERMINO CON RC: "
                   WS-RC-EDTPARAMETROS
           END-IF.
       1400-F-EJECUTAR-EDTPARAMETROS.EXIT.
      *----------------------------------------------------------------*
       1500-EJECUTAR-VALENTPAIS.
           CALL "SYSTEM" USING WS-CMD-VALENTPAIS.
