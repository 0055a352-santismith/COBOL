      *----------------------------------------------------------------*
      * PARMHISTREG - HISTORIA DE CAMBIOS DE PARAMETROS (PARMHIST.dat)
      * POR CADA VERSION ACEPTADA DE PARAMETROS.dat UN REGISTRO TIPO I
      * CON LA IMAGEN COMPLETA DE PARMREG Y A CONTINUACION UN REGISTRO
      * TIPO C POR CAMPO MODIFICADO RESPECTO DE LA VERSION ANTERIOR
      *----------------------------------------------------------------*
           01 REG-PARMHIST.
               05 PHI-FECHA-PROCESO        PIC X(08).
               05 PHI-FECHA                PIC X(08).
               05 PHI-HORA                 PIC X(08).
               05 PHI-TIPO                 PIC X(01).
                   88 PHI-ES-IMAGEN        VALUE "I".
                   88 PHI-ES-CAMBIO        VALUE "C".
               05 PHI-IMAGEN               PIC X(132).
               05 PHI-CAMBIO REDEFINES PHI-IMAGEN.
                   10 PHI-CAMPO            PIC X(28).
                   10 PHI-VALOR-ANTERIOR   PIC X(10).
                   10 PHI-VALOR-NUEVO      PIC X(10).
                   10 FILLER               PIC X(84).
