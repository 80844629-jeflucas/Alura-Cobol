       DATA DIVISION.
       FILE SECTION.
       FD  FRETEXTD
           RECORD CONTAINS 142 CHARACTERS.
           COPY FRETEEXT.

       FD  CTLFILE
