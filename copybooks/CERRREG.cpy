      *----------------------------------------------------------------*
      * CERRREG - LAYOUT DEL ARCHIVO PERMANENTE DE CUENTAS CERRADAS
      * (CUENTASCERRADAS.dat); FOTO FINAL DE LA CUENTA AL MOMENTO DEL
      * CIERRE: SALDO ANTES DE CERRAR, TITULAR, MONEDA, TASA, FECHA DE
      * CIERRE Y MOV-ID DEL MOVIMIENTO DE BAJA QUE LA CERRO
      *----------------------------------------------------------------*
           01 REG-CUENTA-CERRADA.
               05 CER-PAIS                 PIC X(03).
               05 CER-SUCURSAL             PIC 9(02).
               05 CER-TIPO-CTA             PIC X(02).
               05 CER-CUENTA               PIC 9(03).
               05 CER-SALDO-FINAL          PIC S9(07).
               05 CER-MONEDA               PIC X(03).
               05 CER-TASA-INTERES         PIC 9(02)V9(03).
               05 CER-TITULAR              PIC 9(05).
               05 CER-FECHA-CIERRE         PIC X(08).
               05 CER-MOV-ID               PIC 9(09).
               05 CER-FECHA-ULT-MOV        PIC X(08).
               05 CER-LIMITE-SOBREGIRO     PIC 9(07).
