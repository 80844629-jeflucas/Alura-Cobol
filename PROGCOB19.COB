           COPY FRETETAB.

       FD  FRETLOGD
           RECORD CONTAINS 102 CHARACTERS.
           COPY FRETELOG.

       FD  CTLFILE
