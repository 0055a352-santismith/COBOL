      *----------------------------------------------------------------*
      * BITMNTREG - LAYOUT DE LA BITACORA PERMANENTE DE MANTENIMIENTOS
      * APROBADOS O RECHAZADOS POR UN SEGUNDO USUARIO (BITACORAMNT.dat)
      * CON LA IMAGEN DEL REGISTRO ANTES Y DESPUES DEL MOVIMIENTO
      *----------------------------------------------------------------*
           01 REG-BITACORA.
               05 BIT-PROGRAMA             PIC X(20).
               05 BIT-FECHA                PIC X(08).
               05 BIT-HORA                 PIC X(08).
               05 BIT-ID-MOV               PIC 9(06).
               05 BIT-TIPO-MOV             PIC X(01).
               05 BIT-DECISION             PIC X(01).
               05 BIT-CREADOR              PIC X(08).
               05 BIT-APROBADOR            PIC X(08).
               05 BIT-ANTES                PIC X(30).
               05 BIT-DESPUES              PIC X(30).
