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
       FD  REQUEST-FILE
           RECORD CONTAINS 22 CHARACTERS
           RECORDING MODE IS F.
           RECORDING MODE IS F.
       01  HISTORY-REPORT-RECORD PIC X(120).
       FD  ARCHIVE-FILE
           RECORD CONTAINS 175 CHARACTERS
           RECORDING MODE IS F.
       01  ARCHIVE-RECORD PIC X(175).
       FD  RETENTION-CONTROL
           RECORD CONTAINS 11 CHARACTERS
           RECORDING MODE IS F.
           03  FILLER           PIC X(09) VALUE '  SOURCE:'.
           03  FILLER           PIC X(01) VALUE SPACES.
           03  RE-SOURCE        PIC X(01) VALUE SPACES.
           03  FILLER           PIC X(05) VALUE '  BY:'.
           03  FILLER           PIC X(01) VALUE SPACES.
           03  RE-OPER-ID       PIC X(08) VALUE SPACES.
           03  FILLER           PIC X(07) VALUE '  APPR:'.
           03  FILLER           PIC X(01) VALUE SPACES.
           03  RE-APPR-ID       PIC X(08) VALUE SPACES.
       01  RPT-BEFORE-LINE.
           03  FILLER           PIC X(10) VALUE '  BEFORE:'.
           03  RB-IMAGE         PIC X(62) VALUE SPACES.
           MOVE ':'         TO RE-TIME(3:1) RE-TIME(6:1)
           MOVE H-ACTION      TO RE-ACTION
           MOVE H-TRAN-SOURCE TO RE-SOURCE
           MOVE H-OPER-ID     TO RE-OPER-ID
           MOVE H-APPR-ID     TO RE-APPR-ID
           WRITE HISTORY-REPORT-RECORD FROM RPT-ENTRY-LINE AFTER 2
           MOVE H-BEFORE-IMAGE TO RB-IMAGE
           WRITE HISTORY-REPORT-RECORD FROM RPT-BEFORE-LINE
