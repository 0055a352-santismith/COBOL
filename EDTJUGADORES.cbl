      * ORDENA EL EXTRACTO CRUDO POR PAIS/JUGADOR/FECHA, VALIDA GOLES
      * NUMERICOS EN RANGO, FECHA DE PARTIDO POSIBLE, NOMBRE Y EQUIPO
      * NO BLANCOS Y PAIS PRESENTE EN PAISLAT, DETECTA JUGADORES
      * CARGADOS DOS VECES PARA EL MISMO PARTIDO O SUSPENDIDOS PARA
      * ESE PARTIDO SEGUN SUSPENSIONES.dat (ACUTARJETAS), GRABA LOS
      * LIMPIOS EN JUGCOPAM.dat Y EL RESTO EN UN LISTADO DE RECHAZOS
      * CON MOTIVO
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EDTJUGADORES.
           SELECT OPTIONAL ASIGNACIONES ASSIGN TO "ASIGNACIONES.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-ASIGNACIONES.

           SELECT OPTIONAL SUSPENSIONES ASSIGN TO "SUSPENSIONES.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-SUSPENSIONES.
       DATA DIVISION.
       FILE SECTION.
       FD  ENTRADA.
               05 ASG-FECHA-DESDE          PIC X(08).
               05 ASG-ESTADO               PIC X(01).

       FD  SUSPENSIONES.
           COPY SUSPREG.

       WORKING-STORAGE SECTION.

       01  ESTRUCTURA-RECHAZO.
               10 TABASG-FECHA-DESDE       PIC X(08).
               10 TABASG-ESTADO            PIC X(01).

       01  TABLA-SUSPENSIONES.
           05 SUSPENSION-ITEM OCCURS 1000 TIMES.
               10 TABSUS-PAIS              PIC X(03).
               10 TABSUS-NUM-JUGADOR       PIC 9(03).
               10 TABSUS-FECHA-PARTIDO     PIC X(08).

       01  WS-CLAVE-JUGADOR-REC.
           05 WS-CLAVE-JUGADOR             PIC X(14).
       01  WS-CLAVE-ANT-JUGADOR-REC.
               88 FS-ASIGNACIONES-CREADO   VALUE "05".
               88 FS-ASIGNACIONES-NOEXISTE VALUE "35".

           05 FS-SUSPENSIONES          PIC XX.
               88 FS-SUSPENSIONES-OK       VALUE "00".
               88 FS-SUSPENSIONES-FIN      VALUE "10".
               88 FS-SUSPENSIONES-CREADO   VALUE "05".
               88 FS-SUSPENSIONES-NOEXISTE VALUE "35".

       77  WS-CONT-LECTURA                 PIC 9(9) VALUE ZERO.
       77  WS-CONT-ESCRITURA               PIC 9(9) VALUE ZERO.
       77  WS-CONT-RECHAZOS                PIC 9(9) VALUE ZERO.
       77  WS-FECHA-VIGENTE                PIC X(8) VALUE SPACES.
       77  WS-SW-ASG-VIGENTE               PIC X VALUE "N".
           88 ASIGNACION-VIGENTE           VALUE "S".
       77  WS-CONT-SUSPENSIONES            PIC 9(4) VALUE ZERO.
       77  WS-IDX-SUS                      PIC 9(4) VALUE ZERO.
       77  WS-SW-SUSPENDIDO                PIC X VALUE "N".
           88 JUGADOR-SUSPENDIDO           VALUE "S".
       77  WS-SW-RECHAZADO                 PIC X VALUE "N".
           88 REGISTRO-RECHAZADO           VALUE "S".
       77  WS-FECHA-PROCESO                PIC X(8) VALUE SPACES.
           PERFORM 1050-LEERPARAMETROS.
           PERFORM 1200-CARGAR-PAISES.
           PERFORM 1300-CARGAR-ASIGNACIONES.
           PERFORM 1400-CARGAR-SUSPENSIONES.
           PERFORM 1150-ABRIRSALIDA.
           PERFORM 1170-ABRIRRECHAZOS.
           PERFORM 1180-ABRIRAUDITORIA.
           END-EVALUATE

           IF WS-FECHA-PROCESO = SPACES
               ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD
           END-IF.
       1050-F-LEERPARAMETROS.EXIT.
      *----------------------------------------------------------------*
           END-IF
           PERFORM 1310-LEER-ASIGNACION.
       1320-F-CARGAR-ASG-ITEM.EXIT.
      *----------------------------------------------------------------*
       1400-CARGAR-SUSPENSIONES.
      * SIN MAESTRO DE SUSPENSIONES NO HAY JUGADORES INHABILITADOS;
      * LAS SUSPENSIONES SIN PARTIDO ASIGNADO NO INHABILITAN NADA
           OPEN INPUT SUSPENSIONES
           EVALUATE TRUE
               WHEN FS-SUSPENSIONES-OK
                   PERFORM 1410-LEER-SUSPENSION
                   PERFORM 1420-CARGAR-SUS-ITEM
                       UNTIL FS-SUSPENSIONES-FIN
                   CLOSE SUSPENSIONES
               WHEN FS-SUSPENSIONES-CREADO
                   CLOSE SUSPENSIONES
               WHEN FS-SUSPENSIONES-NOEXISTE
                   CONTINUE
               WHEN OTHER
                   DISPLAY "ERROR APERTURA SUSPENSIONES FS: "
                       FS-SUSPENSIONES
                   MOVE "S" TO WS-SW-ABEND
                   PERFORM 9000-I-FINAL
           END-EVALUATE.
       1400-F-CARGAR-SUSPENSIONES.EXIT.
      *----------------------------------------------------------------*
       1410-LEER-SUSPENSION.
           READ SUSPENSIONES
           EVALUATE TRUE
               WHEN FS-SUSPENSIONES-OK
                   CONTINUE
               WHEN FS-SUSPENSIONES-FIN
                   CONTINUE
               WHEN OTHER
                   DISPLAY "ERROR LECTURA SUSPENSIONES FS: "
                       FS-SUSPENSIONES
                   MOVE "S" TO WS-SW-ABEND
                   PERFORM 9000-I-FINAL
           END-EVALUATE.
       1410-F-LEER-SUSPENSION.EXIT.
      *----------------------------------------------------------------*
       1420-CARGAR-SUS-ITEM.
           IF SUS-FECHA-PARTIDO NOT = SPACES
               IF WS-CONT-SUSPENSIONES >= 1000
                   DISPLAY "SUSPENSIONES EXCEDE LA TABLA DE LA EDICION"
                   MOVE "S" TO WS-SW-ABEND
                   PERFORM 9000-I-FINAL
               END-IF
               ADD 1 TO WS-CONT-SUSPENSIONES
               MOVE SUS-PAIS TO TABSUS-PAIS(WS-CONT-SUSPENSIONES)
               MOVE SUS-NUM-JUGADOR
                   TO TABSUS-NUM-JUGADOR(WS-CONT-SUSPENSIONES)
               MOVE SUS-FECHA-PARTIDO
                   TO TABSUS-FECHA-PARTIDO(WS-CONT-SUSPENSIONES)
           END-IF
           PERFORM 1410-LEER-SUSPENSION.
       1420-F-CARGAR-SUS-ITEM.EXIT.
      *----------------------------------------------------------------*
       1500-ORDENAR-ENTRADA.
           SORT ORDENAMIENTO

           IF NOT REGISTRO-RECHAZADO
               PERFORM 3020-VALIDAR-EQUIPO-ASIGNADO
           END-IF

           IF NOT REGISTRO-RECHAZADO
               PERFORM 4200-BUSCAR-SUSPENSION
               IF JUGADOR-SUSPENDIDO
                   MOVE "JUGADOR SUSPENDIDO PARA EL PARTIDO"
                       TO RCH-MOTIVO
                   PERFORM 6000-ESCRIBIR-RECHAZO
               END-IF
           END-IF.
       3000-F-VALIDAR-REGISTRO.EXIT.
      *----------------------------------------------------------------*
           END-IF
           ADD 1 TO WS-IDX-ASG.
       4110-F-EVALUAR-ASG-ITEM.EXIT.
      *----------------------------------------------------------------*
       4200-BUSCAR-SUSPENSION.
           MOVE "N" TO WS-SW-SUSPENDIDO
           MOVE 1 TO WS-IDX-SUS

           PERFORM 4210-BUSCAR-SUSPENSION-ITEM
           UNTIL WS-IDX-SUS > WS-CONT-SUSPENSIONES
           OR JUGADOR-SUSPENDIDO.
       4200-F-BUSCAR-SUSPENSION.EXIT.
      *----------------------------------------------------------------*
       4210-BUSCAR-SUSPENSION-ITEM.
           IF TABSUS-PAIS(WS-IDX-SUS) = JUGCOPAM-PAIS
           AND TABSUS-NUM-JUGADOR(WS-IDX-SUS) = JUGCOPAM-NUM-JUGADOR
           AND TABSUS-FECHA-PARTIDO(WS-IDX-SUS)
               = JUGCOPAM-FECHA-PARTIDO
               MOVE "S" TO WS-SW-SUSPENDIDO
           ELSE
               ADD 1 TO WS-IDX-SUS
           END-IF.
       4210-F-BUSCAR-SUSPENSION-ITEM.EXIT.
      *----------------------------------------------------------------*
       5000-LEERORDENADO.
           READ ORDENADO
