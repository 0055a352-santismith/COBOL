      *----------------------------------------------------------------*
      * CAMTASREG - LAYOUT DE LA COLA DE CAMBIOS DE TASA (CAMBIOSTASA)
      * UN REGISTRO POR CUENTA REPRECIADA CON SU TASA ANTERIOR Y NUEVA;
      * LA COLA SE ACUMULA HASTA QUE LOS AVISOS A CLIENTES LA CONSUMEN
      *----------------------------------------------------------------*
           01 REG-CAMBIOTASA.
               05 CTS-FECHA                PIC X(08).
               05 CTS-CLAVE.
                   10 CTS-PAIS             PIC X(03).
                   10 CTS-SUCURSAL         PIC 9(02).
                   10 CTS-TIPO-CTA         PIC X(02).
                   10 CTS-CUENTA           PIC 9(03).
               05 CTS-TITULAR              PIC 9(05).
               05 CTS-TASA-ANTERIOR        PIC 9(02)V9(03).
               05 CTS-TASA-NUEVA           PIC 9(02)V9(03).
