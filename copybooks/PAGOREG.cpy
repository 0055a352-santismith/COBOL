      *----------------------------------------------------------------*
      * PAGOREG - LAYOUT DEL ARCHIVO DE SALDOS RESIDUALES DE CIERRE
      * (PAGOSCIERRE.dat); UN REGISTRO POR CUENTA CERRADA CON SALDO A
      * FAVOR DEL CLIENTE. DESTINO P=PAGO AL TITULAR, S=CUENTA DE
      * SUSPENSO CUANDO LA CUENTA NO TIENE TITULAR CARGADO. LO TOMA
      * GLASIENTOS PARA EL ASIENTO DE LA BAJA
      *----------------------------------------------------------------*
           01 REG-PAGO-CIERRE.
               05 PAG-PAIS                 PIC X(03).
               05 PAG-SUCURSAL             PIC 9(02).
               05 PAG-TIPO-CTA             PIC X(02).
               05 PAG-CUENTA               PIC 9(03).
               05 PAG-DESTINO              PIC X(01).
                   88 PAG-AL-TITULAR       VALUE "P".
                   88 PAG-A-SUSPENSO       VALUE "S".
               05 PAG-IMPORTE              PIC 9(07).
               05 PAG-MONEDA               PIC X(03).
               05 PAG-TITULAR              PIC 9(05).
               05 PAG-FECHA                PIC X(08).
               05 PAG-MOV-ID               PIC 9(09).
