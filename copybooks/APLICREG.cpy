      *----------------------------------------------------------------*
      * APLICREG - LAYOUT DEL REGISTRO DE MOVIMIENTOS APLICADOS
      * (MOVAPLICADOS.dat); ADEMAS DEL ID LLEVA TIPO, CUENTA E IMPORTE
      * DEL MOVIMIENTO PARA PODER REVERSARLO. LOS TIPOS X E Y SON
      * REVERSOS Y SU APL-ID ES EL DEL MOVIMIENTO ORIGINAL QUE ANULAN;
      * LOS REGISTROS ANTERIORES AL DETALLE TRAEN SOLO ID Y FECHA
      *----------------------------------------------------------------*
           01 REG-MOVAPLICADO.
               05 APL-ID                   PIC 9(09).
               05 APL-FECHA                PIC X(08).
               05 APL-TIPO                 PIC X(01).
                   88 APL-ES-REVERSO       VALUE "X" "Y".
               05 APL-CLAVE.
                   10 APL-PAIS             PIC X(03).
                   10 APL-SUCURSAL         PIC 9(02).
                   10 APL-TIPO-CTA         PIC X(02).
                   10 APL-CUENTA           PIC 9(03).
               05 APL-IMPORTE              PIC 9(07).
