      *----------------------------------------------------------------*
      * APROBREG - LAYOUT DEL ARCHIVO DE APROBACIONES (APROB*.dat)
      * UN REGISTRO POR MOVIMIENTO DE MANTENIMIENTO REVISADO; EL
      * APROBADOR DEBE SER UN USUARIO DISTINTO DEL CREADOR. DECISION
      * A = APROBADO, R = RECHAZADO
      *----------------------------------------------------------------*
           01 REG-APROBACION.
               05 APR-ID-MOV               PIC 9(06).
               05 APR-USUARIO              PIC X(08).
               05 APR-DECISION             PIC X(01).
