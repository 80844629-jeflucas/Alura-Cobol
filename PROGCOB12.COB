           COPY FRETETAB.

       FD  FRETELOG
           RECORD CONTAINS 102 CHARACTERS.
           COPY FRETELOG.

       FD  FRETESUM
