      ******************************************************************
      * ESQUELETO MANTENIMIENTO TITULARES
      * MANTIENE EL MAESTRO DE TITULARES DE CUENTAS (ID, NOMBRE,
      * DOCUMENTO, PAIS, DOMICILIO POSTAL) POR MOVIMIENTOS, CON EL
      * MISMO ESQUEMA DE ALTAS, CAMBIOS Y BAJAS QUE EL MANTENIMIENTO
      * DE TIPOCAMBIO; EL POSTEO VALIDA CTA-TITULAR CONTRA ESTE MAESTRO
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MNTTITULARES.
               05 TITV-DOCUMENTO           PIC X(15).
               05 TITV-PAIS                PIC X(03).
               05 TITV-ESTADO              PIC X(01).
               05 TITV-DOMICILIO           PIC X(40).
               05 TITV-LOCALIDAD           PIC X(30).
               05 TITV-COD-POSTAL          PIC X(08).

       FD  MOVIMIENTOS.
           01 REG-MOVTITULAR.
               05 MOV-NOMBRE               PIC X(40).
               05 MOV-DOCUMENTO            PIC X(15).
               05 MOV-PAIS                 PIC X(03).
               05 MOV-DOMICILIO            PIC X(40).
               05 MOV-LOCALIDAD            PIC X(30).
               05 MOV-COD-POSTAL           PIC X(08).

       FD  MAESTRONUEVO.
           01 REG-TITULAR-NUEVO.
               05 TITN-DOCUMENTO           PIC X(15).
               05 TITN-PAIS                PIC X(03).
               05 TITN-ESTADO              PIC X(01).
               05 TITN-DOMICILIO           PIC X(40).
               05 TITN-LOCALIDAD           PIC X(30).
               05 TITN-COD-POSTAL          PIC X(08).

       FD  RECHAZOS.
           01 REG-RECHAZO PIC X(80).
           05 ESN-DOCUMENTO                PIC X(15).
           05 ESN-PAIS                     PIC X(03).
           05 ESN-ESTADO                   PIC X(01).
           05 ESN-DOMICILIO                PIC X(40).
           05 ESN-LOCALIDAD                PIC X(30).
           05 ESN-COD-POSTAL               PIC X(08).

       01  ESTRUCTURA-RECHAZO.
           05 RCH-TIPO                     PIC X(01).
               10 TABTIT-DOCUMENTO         PIC X(15).
               10 TABTIT-PAIS              PIC X(03).
               10 TABTIT-ESTADO            PIC X(01).
               10 TABTIT-DOMICILIO         PIC X(40).
               10 TABTIT-LOCALIDAD         PIC X(30).
               10 TABTIT-COD-POSTAL        PIC X(08).

       77  WS-CONT-TITULARES               PIC 9(4) VALUE ZERO.
       77  WS-IDX-TITULAR                  PIC 9(4) VALUE ZERO.
           ELSE
               MOVE TITV-ESTADO TO TABTIT-ESTADO(WS-CONT-TITULARES)
           END-IF
           MOVE TITV-DOMICILIO TO TABTIT-DOMICILIO(WS-CONT-TITULARES)
           MOVE TITV-LOCALIDAD TO TABTIT-LOCALIDAD(WS-CONT-TITULARES)
           MOVE TITV-COD-POSTAL
               TO TABTIT-COD-POSTAL(WS-CONT-TITULARES)
           PERFORM 1111-LEER-MAESTRO.
       1112-F-CARGAR-TITULAR-ITEM.EXIT.
      *----------------------------------------------------------------*
                   TO TABTIT-DOCUMENTO(WS-CONT-TITULARES)
               MOVE MOV-PAIS TO TABTIT-PAIS(WS-CONT-TITULARES)
               MOVE "A" TO TABTIT-ESTADO(WS-CONT-TITULARES)
               MOVE MOV-DOMICILIO
                   TO TABTIT-DOMICILIO(WS-CONT-TITULARES)
               MOVE MOV-LOCALIDAD
                   TO TABTIT-LOCALIDAD(WS-CONT-TITULARES)
               MOVE MOV-COD-POSTAL
                   TO TABTIT-COD-POSTAL(WS-CONT-TITULARES)
               ADD 1 TO WS-CONT-ALTAS
           END-IF.
       3000-F-PROCESAR-ALTA.EXIT.
               IF MOV-PAIS NOT = SPACES
                   MOVE MOV-PAIS TO TABTIT-PAIS(WS-IDX-TITULAR)
               END-IF
      * EL DOMICILIO POSTAL SE REEMPLAZA COMPLETO CUANDO VIENE INFORMADO
               IF MOV-DOMICILIO NOT = SPACES
                   MOVE MOV-DOMICILIO
                       TO TABTIT-DOMICILIO(WS-IDX-TITULAR)
                   MOVE MOV-LOCALIDAD
                       TO TABTIT-LOCALIDAD(WS-IDX-TITULAR)
                   MOVE MOV-COD-POSTAL
                       TO TABTIT-COD-POSTAL(WS-IDX-TITULAR)
               END-IF
               ADD 1 TO WS-CONT-CAMBIOS
           END-IF.
       3100-F-PROCESAR-CAMBIO.EXIT.
           MOVE TABTIT-DOCUMENTO(WS-IDX-TITULAR) TO ESN-DOCUMENTO
           MOVE TABTIT-PAIS(WS-IDX-TITULAR) TO ESN-PAIS
           MOVE TABTIT-ESTADO(WS-IDX-TITULAR) TO ESN-ESTADO
           MOVE TABTIT-DOMICILIO(WS-IDX-TITULAR) TO ESN-DOMICILIO
           MOVE TABTIT-LOCALIDAD(WS-IDX-TITULAR) TO ESN-LOCALIDAD
           MOVE TABTIT-COD-POSTAL(WS-IDX-TITULAR) TO ESN-COD-POSTAL

           IF NOT FS-MAESTRONUEVO-OK
               DISPLAY "ERROR ESCRITURA TITULARESNEW FS: "
