       DATA DIVISION.
       FILE SECTION.
       FD  FRETELOG
           RECORD CONTAINS 102 CHARACTERS.
           COPY FRETELOG.

       FD  FRETEEXT
           RECORD CONTAINS 142 CHARACTERS.
           COPY FRETEEXT.

       FD  CTLFILE
