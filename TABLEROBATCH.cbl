           PERFORM 8100-ESCRIBIR-SECCION

           IF PENDIENTE-POBLACION
               MOVE "  1. CADENA POBLACION: DRVPOBLACION"
                   TO SEC-TEXTO
               PERFORM 8100-ESCRIBIR-SECCION
               MOVE "     (EDTPARAMETROS, VALENTPAIS, APAREO, CORTCTRL,"
                   TO SEC-TEXTO
               PERFORM 8100-ESCRIBIR-SECCION
               MOVE "     VERPOBLACION) RETOMA DEL PUNTO DE REINICIO"
                   TO SEC-TEXTO
               PERFORM 8100-ESCRIBIR-SECCION
               MOVE "     PENDIENTE" TO SEC-TEXTO
               PERFORM 8100-ESCRIBIR-SECCION
           END-IF

           IF PENDIENTE-CUENTAS
               MOVE "  2. CADENA CUENTAS: DRVCUENTAS (EDTPARAMETROS,"
                   TO SEC-TEXTO
               PERFORM 8100-ESCRIBIR-SECCION
               MOVE "     EDTSECUENCIA, APERCUENTAS, GENORDENES,"
                   TO SEC-TEXTO
               PERFORM 8100-ESCRIBIR-SECCION
               MOVE "     VENCPLAZOS, ESCPLAZOS, REVCUENTAS,"
                   TO SEC-TEXTO
               PERFORM 8100-ESCRIBIR-SECCION
               MOVE "     POSTCUENTAS, CTRLEFECTIVO, ACRCUENTAS,"
                   TO SEC-TEXTO
               PERFORM 8100-ESCRIBIR-SECCION
               MOVE "     COBRCOMISIONES, CORTECONTROLCUENTAS,"
                   TO SEC-TEXTO
               PERFORM 8100-ESCRIBIR-SECCION
               MOVE "     REVALCAMBIO, AVISOSCLIENTES, VERINTEGRIDAD)"
                   TO SEC-TEXTO
               PERFORM 8100-ESCRIBIR-SECCION
           END-IF

           IF PENDIENTE-JUGADORES
               MOVE "  3. CADENA JUGADORES: ACUTARJETAS, EDTJUGADORES,"
                   TO SEC-TEXTO
               PERFORM 8100-ESCRIBIR-SECCION
               MOVE "     TABLAPOSICIONES, CTRLJUGADORES"
