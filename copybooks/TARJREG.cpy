      *----------------------------------------------------------------*
      * TARJREG - LAYOUT DEL EVENTO DE TARJETA (TARJETAS.dat)
      * UNA LINEA POR TARJETA MOSTRADA; TIPO A=AMARILLA R=ROJA
      *----------------------------------------------------------------*
           01 REG-TARJETA.
               05 TAR-FECHA-PARTIDO        PIC X(08).
               05 TAR-PAIS                 PIC X(03).
               05 TAR-NUM-JUGADOR          PIC 9(03).
               05 TAR-TIPO                 PIC X(01).
                   88 TAR-AMARILLA         VALUE "A".
                   88 TAR-ROJA             VALUE "R".
