       DATA DIVISION.
       FILE SECTION.
       FD  FRETEEXT
           RECORD CONTAINS 142 CHARACTERS.
           COPY FRETEEXT.

       FD  FRETELOG
           RECORD CONTAINS 102 CHARACTERS.
           COPY FRETELOG.

       FD  FRETEXTD
           RECORD CONTAINS 142 CHARACTERS.
       01 EXTD-REGISTRO           PIC X(142).

       FD  FRETLOGD
           RECORD CONTAINS 102 CHARACTERS.
       01 LOGD-REGISTRO           PIC X(102).

       FD  CTLFILE
           RECORD CONTAINS 22 CHARACTERS.
