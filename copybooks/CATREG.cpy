      *----------------------------------------------------------------*
      * CATREG - LAYOUT DEL CATALOGO DE GENERACIONES (CATGENERACIONES)
      * CAT-MANIFIESTO: CANTIDAD DE REGISTROS Y HASH DE CONTENIDO DE LA
      * GENERACION AL CIERRE DE LA CORRIDA QUE LA GRABO (EN BLANCO EN
      * LAS ENTRADAS ANTERIORES AL MANIFIESTO). SI UNA MISMA FECHA Y
      * ARCHIVO SE CATALOGA MAS DE UNA VEZ VALE LA ULTIMA ENTRADA
      *----------------------------------------------------------------*
           01 REG-CATALOGO.
               05 CAT-FECHA                PIC X(08).
               05 CAT-ARCHIVO              PIC X(44).
               05 CAT-MANIFIESTO.
                   10 CAT-CANT-REGISTROS   PIC 9(09).
                   10 CAT-HASH             PIC 9(09).
