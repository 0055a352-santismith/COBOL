      *----------------------------------------------------------------*
      * CTAIDXREG - LAYOUT DEL MAESTRO INDEXADO DE CUENTAS
      * (CUENTASIDX.dat); MISMO CONTENIDO QUE CUENTAS.dat CON CLAVE
      * PRIMARIA PAIS/SUCURSAL/TIPO/CUENTA Y CLAVE ALTERNATIVA CON
      * DUPLICADOS POR TITULAR. SE RECONSTRUYE EN CADA PROMOCION DEL
      * MAESTRO PLANO Y SOLO SE USA PARA CONSULTAS
      *----------------------------------------------------------------*
           01 REG-CUENTA-IDX.
               05 IDXC-CLAVE.
                   10 IDXC-PAIS            PIC X(03).
                   10 IDXC-SUCURSAL        PIC 9(02).
                   10 IDXC-TIPO-CTA        PIC X(02).
                   10 IDXC-CUENTA          PIC 9(03).
               05 IDXC-SALDO               PIC S9(07).
               05 IDXC-MONEDA              PIC X(03).
               05 IDXC-TASA-INTERES        PIC 9(02)V9(03).
               05 IDXC-TITULAR             PIC 9(05).
               05 IDXC-FECHA-ULT-MOV       PIC X(08).
               05 IDXC-ESTADO              PIC X(01).
               05 IDXC-LIMITE-SOBREGIRO    PIC 9(07).
               05 IDXC-FECHA-SOBREGIRO     PIC X(08).
