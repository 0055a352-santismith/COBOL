      *----------------------------------------------------------------*
      * PLAZOREG - LAYOUT DEL MAESTRO DE PLAZOS FIJOS (PLAZOS.dat)
      * LA CUENTA DE LIQUIDACION RECIBE CAPITAL E INTERES AL
      * VENCIMIENTO; TASA NOMINAL ANUAL, PLAZO EN DIAS BASE 30/360;
      * INSTRUCCION L=LIQUIDAR C=RENOVAR CAPITAL Y ACREDITAR INTERES
      * R=RENOVAR CAPITAL MAS INTERES; ESTADO A=VIGENTE L=LIQUIDADO
      * I=BAJA
      *----------------------------------------------------------------*
           01 REG-PLAZO.
               05 PFJ-ID                   PIC 9(05).
               05 PFJ-TITULAR              PIC 9(05).
               05 PFJ-CUENTA-LIQ.
                   10 PFJ-LIQ-PAIS         PIC X(03).
                   10 PFJ-LIQ-SUCURSAL     PIC 9(02).
                   10 PFJ-LIQ-TIPO-CTA     PIC X(02).
                   10 PFJ-LIQ-CUENTA       PIC 9(03).
               05 PFJ-CAPITAL              PIC 9(07).
               05 PFJ-MONEDA               PIC X(03).
               05 PFJ-TASA                 PIC 9(02)V9(03).
               05 PFJ-FECHA-CONSTITUCION   PIC X(08).
               05 PFJ-PLAZO-DIAS           PIC 9(03).
               05 PFJ-FECHA-VENCIMIENTO    PIC X(08).
               05 PFJ-INSTRUCCION          PIC X(01).
                   88 PFJ-LIQUIDAR         VALUE "L".
                   88 PFJ-RENOVAR-CAPITAL  VALUE "C".
                   88 PFJ-RENOVAR-TOTAL    VALUE "R".
               05 PFJ-RENOVACIONES         PIC 9(03).
               05 PFJ-ESTADO               PIC X(01).
                   88 PFJ-VIGENTE          VALUE "A" " ".
