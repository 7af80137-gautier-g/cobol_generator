       DATA DIVISION.
       FILE SECTION.
       FD  ECRITURES-FILE.
       01  ECRITURES-RECORD       PIC X(140).
       FD  REJETS-FILE.
       01  REJETS-RECORD          PIC X(80).
       WORKING-STORAGE SECTION.
