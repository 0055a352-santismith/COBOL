      *----------------------------------------------------------------*
      * ORDENREG - LAYOUT DEL MAESTRO DE ORDENES PERMANENTES (ORDENES)
      * TRANSFERENCIA RECURRENTE ENTRE CUENTAS DEL MISMO TITULAR;
      * FRECUENCIA M=MENSUAL T=TRIMESTRAL S=SEMESTRAL A=ANUAL, EL DIA
      * DE EJECUCION ES EL DIA DE LA FECHA DE INICIO
      *----------------------------------------------------------------*
           01 REG-ORDEN.
               05 ORD-ID                   PIC 9(05).
               05 ORD-TITULAR              PIC 9(05).
               05 ORD-ORIGEN.
                   10 ORD-ORI-PAIS         PIC X(03).
                   10 ORD-ORI-SUCURSAL     PIC 9(02).
                   10 ORD-ORI-TIPO-CTA     PIC X(02).
                   10 ORD-ORI-CUENTA       PIC 9(03).
               05 ORD-DESTINO.
                   10 ORD-DES-PAIS         PIC X(03).
                   10 ORD-DES-SUCURSAL     PIC 9(02).
                   10 ORD-DES-TIPO-CTA     PIC X(02).
                   10 ORD-DES-CUENTA       PIC 9(03).
               05 ORD-IMPORTE              PIC 9(07).
               05 ORD-FRECUENCIA           PIC X(01).
               05 ORD-FECHA-INICIO         PIC X(08).
               05 ORD-FECHA-FIN            PIC X(08).
               05 ORD-ESTADO               PIC X(01).
