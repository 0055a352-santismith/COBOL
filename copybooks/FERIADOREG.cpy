      *----------------------------------------------------------------*
      * FERIADOREG - LAYOUT DEL MAESTRO DE FERIADOS (FERIADOS.dat)
      * UN REGISTRO POR PAIS Y FECHA NO HABIL; EL PAIS *** INDICA UN
      * FERIADO QUE RIGE PARA TODOS LOS PAISES. ESTADO I = DADO DE BAJA
      *----------------------------------------------------------------*
           01 REG-FERIADO.
               05 FER-PAIS                 PIC X(03).
               05 FER-FECHA                PIC X(08).
               05 FER-DESCRIPCION          PIC X(30).
               05 FER-ESTADO               PIC X(01).
