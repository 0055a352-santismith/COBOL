               CALL "SYSTEM" USING WS-CMD-DESCARTAR
           END-IF.

      * EL RC SE FIJA AL FINAL PORQUE LOS CALL "SYSTEM" LO PISAN
           IF HUBO-ABEND
               MOVE 16 TO RETURN-CODE
           END-IF

           STOP RUN.
       9000-F-FINAL.
           EXIT.
