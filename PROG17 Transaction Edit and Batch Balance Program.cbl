       DATA DIVISION.
       FILE SECTION.
       FD  TRAN-FILE-IN
           RECORD CONTAINS 120 CHARACTERS
           RECORDING MODE IS F.
       01  TRAN-RECORD-IN.
           03  TI-TRAN-CODE     PIC X(01).
           03  TI-BANK-ACCT     PIC X(12).
           03  TI-BANK-ACTIVE   PIC X(01).
           03  TI-LOAN-PRIN     PIC 9(07)V99.
           03  TI-OPER-ID       PIC X(08).
           03  TI-APPR-SEQ      PIC 9(03).
           03  TI-LEAVE-DAYS    PIC 9(03)V99.
           03  FILLER           PIC X(03).
       01  BATCH-HEADER-REC.
           03  BH-REC-CODE      PIC X(01).
           03  BH-BATCH-DATE    PIC X(08).
           03  BH-BATCH-SOURCE  PIC X(03).
           03  FILLER           PIC X(108).
       01  BATCH-TRAILER-REC.
           03  BT-REC-CODE      PIC X(01).
           03  BT-TRAN-COUNT    PIC 9(05).
           03  BT-EARN-HASH     PIC 9(11)V99.
           03  FILLER           PIC X(101).
       FD  EDIT-FILE
           RECORD CONTAINS 120 CHARACTERS
           RECORDING MODE IS F.
       01  EDIT-RECORD PIC X(120).
       FD  REJECT-FILE
           RECORD CONTAINS 147 CHARACTERS
           RECORDING MODE IS F.
       01  REJECT-RECORD PIC X(147).
       FD  RUN-CONTROL-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
           03  CT-EXPIRE-DATE   PIC X(08).
       WORKING-STORAGE SECTION.
       01  WS-REJECT-LINE.
           03  RJ-TRAN-IMAGE    PIC X(120) VALUE SPACES.
           03  FILLER           PIC X(01) VALUE SPACES.
           03  RJ-REASON-CODE   PIC X(03) VALUE SPACES.
           03  FILLER           PIC X(01) VALUE SPACES.
           EVALUATE TRUE
              WHEN TI-TRAN-CODE NOT = 'A' AND NOT = 'C' AND NOT = 'D'
                    AND NOT = 'T' AND NOT = 'E' AND NOT = 'U'
                    AND NOT = 'R' AND NOT = 'B' AND NOT = 'V'
                    AND NOT = 'X' AND NOT = 'L'
                 SET TRAN-REJECTED TO TRUE
                 MOVE 'R01' TO WS-REASON-CODE
                 MOVE 'INVALID TRAN CODE' TO WS-REASON-TEXT
                 SET TRAN-REJECTED TO TRUE
                 MOVE 'R02' TO WS-REASON-CODE
                 MOVE 'EMP-ID MISSING' TO WS-REASON-TEXT
              WHEN TI-OPER-ID = SPACES
                 SET TRAN-REJECTED TO TRUE
                 MOVE 'R25' TO WS-REASON-CODE
                 MOVE 'OPERATOR ID MISSING' TO WS-REASON-TEXT
              WHEN TI-TRAN-CODE = 'V' OR 'X'
                 PERFORM 3460-EDIT-APPROVAL-PARA
              WHEN TI-TRAN-CODE = 'D'
                 CONTINUE
              WHEN TI-TRAN-CODE = 'T'
                 PERFORM 3400-EDIT-DEDN-LINE-PARA
              WHEN TI-TRAN-CODE = 'B'
                 PERFORM 3450-EDIT-BANK-PARA
              WHEN TI-TRAN-CODE = 'L'
                 PERFORM 3470-EDIT-LEAVE-PARA
              WHEN TI-EMP-NAME = SPACES
                 SET TRAN-REJECTED TO TRUE
                 MOVE 'R03' TO WS-REASON-CODE
                 MOVE 'BANK DETAILS MISSING' TO WS-REASON-TEXT
              END-IF
           END-IF.
       3460-EDIT-APPROVAL-PARA.
           IF TI-APPR-SEQ NOT NUMERIC OR TI-APPR-SEQ = ZERO
              SET TRAN-REJECTED TO TRUE
              MOVE 'R26' TO WS-REASON-CODE
              MOVE 'APPROVAL SEQ INVALID' TO WS-REASON-TEXT
           ELSE
              IF TI-EFF-DATE NOT = SPACES
                 SET TRAN-REJECTED TO TRUE
                 MOVE 'R27' TO WS-REASON-CODE
                 MOVE 'APPROVAL NOT DATABLE' TO WS-REASON-TEXT
              END-IF
           END-IF.
       3470-EDIT-LEAVE-PARA.
           IF TI-DEDN-TYPE NOT = 'AN' AND NOT = 'SK' AND NOT = 'UL'
              SET TRAN-REJECTED TO TRUE
              MOVE 'R28' TO WS-REASON-CODE
              MOVE 'INVALID LEAVE TYPE' TO WS-REASON-TEXT
           ELSE
              IF TI-LEAVE-DAYS NOT NUMERIC OR TI-LEAVE-DAYS = ZERO
                 SET TRAN-REJECTED TO TRUE
                 MOVE 'R29' TO WS-REASON-CODE
                 MOVE 'LEAVE DAYS INVALID' TO WS-REASON-TEXT
              END-IF
           END-IF.
       3600-CODE-LOOKUP-PARA.
           MOVE 'N'            TO WS-CODE-FOUND
           MOVE WS-LOOKUP-TYPE TO CT-TABLE-TYPE
