      *----------------------------------------------------------------*
      * SUSPREG - LAYOUT DEL MAESTRO DE SUSPENSIONES (SUSPENSIONES.dat)
      * PARTIDO QUE EL JUGADOR NO PUEDE JUGAR (FECHA EN BLANCO SI EL
      * PROXIMO PARTIDO DEL PAIS TODAVIA NO ESTA EN EL FIXTURE);
      * MOTIVO R=ROJA D=DOBLE AMARILLA EN EL PARTIDO A=ACUMULACION
      *----------------------------------------------------------------*
           01 REG-SUSPENSION.
               05 SUS-PAIS                 PIC X(03).
               05 SUS-NUM-JUGADOR          PIC 9(03).
               05 SUS-FECHA-PARTIDO        PIC X(08).
               05 SUS-MOTIVO               PIC X(01).
               05 SUS-FECHA-TARJETA        PIC X(08).
