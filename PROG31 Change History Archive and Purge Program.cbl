       DATA DIVISION.
       FILE SECTION.
       FD  HISTORY-FILE
           RECORD CONTAINS 175 CHARACTERS.
       01  HISTORY-RECORD.
           03  H-HIST-KEY.
               05  H-EMP-ID     PIC X(05).
           03  H-TRAN-SOURCE    PIC X(01).
           03  H-BEFORE-IMAGE   PIC X(62).
           03  H-AFTER-IMAGE    PIC X(62).
           03  H-OPER-ID        PIC X(08).
           03  H-APPR-ID        PIC X(08).
       FD  ARCHIVE-FILE
           RECORD CONTAINS 175 CHARACTERS
           RECORDING MODE IS F.
       01  ARCHIVE-RECORD PIC X(175).
       FD  RETENTION-CONTROL
           RECORD CONTAINS 11 CHARACTERS
           RECORDING MODE IS F.
