              ACCESS MODE  IS DYNAMIC
              RECORD KEY   IS LM-EMP-ID
              FILE STATUS  IS WS-LON-STAT.
           SELECT RETRO-TRIGGER-FILE ASSIGN TO 'RETROTRG.DAT'
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE  IS SEQUENTIAL
              FILE STATUS  IS WS-RTG-STAT.
           SELECT APPROVAL-FILE ASSIGN TO 'EMPAPPR.DAT'
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              RECORD KEY   IS AQ-APPR-KEY
              FILE STATUS  IS WS-APR-STAT.
           SELECT APPROVAL-PARM-FILE ASSIGN TO 'APPRPARM.DAT'
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE  IS SEQUENTIAL
              FILE STATUS  IS WS-APP-STAT.
           SELECT LEAVE-FILE ASSIGN TO 'LEAVEBAL.DAT'
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              RECORD KEY   IS LB-LEAVE-KEY
              FILE STATUS  IS WS-LVB-STAT.
           SELECT LEAVE-PARM-FILE ASSIGN TO 'LEAVPARM.DAT'
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE  IS SEQUENTIAL
              FILE STATUS  IS WS-LVP-STAT.
       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-MASTER
           03  M-EMP-STATUS     PIC X(01).
           03  M-EMP-TERM-DATE  PIC X(08).
       FD  TRANSACTION-FILE
           RECORD CONTAINS 120 CHARACTERS
           RECORDING MODE IS F.
       01  TRANSACTION-RECORD.
           03  T-TRAN-CODE      PIC X(01).
           03  T-BANK-ACCT      PIC X(12).
           03  T-BANK-ACTIVE    PIC X(01).
           03  T-LOAN-PRIN      PIC 9(07)V99.
           03  T-OPER-ID        PIC X(08).
           03  T-APPR-SEQ       PIC 9(03).
           03  T-LEAVE-DAYS     PIC 9(03)V99.
           03  FILLER           PIC X(03).
       FD  AUDIT-FILE
           RECORD CONTAINS 100 CHARACTERS
           RECORDING MODE IS F.
       01  AUDIT-RECORD PIC X(100).
       FD  PURGE-CONTROL
           RECORD CONTAINS 08 CHARACTERS
           RECORDING MODE IS F.
       01  PURGE-CONTROL-RECORD.
           03  PRG-AUTH-CODE    PIC X(08).
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
       FD  RUN-CONTROL-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
           03  D-DEDN-AMT       PIC 9(05)V99.
           03  FILLER           PIC X(06).
       FD  PENDING-FILE
           RECORD CONTAINS 144 CHARACTERS.
       01  PENDING-RECORD.
           03  P-PEND-KEY.
               05  P-EFF-DATE   PIC X(08).
               05  P-EMP-ID     PIC X(05).
               05  P-SEQ        PIC 9(03).
           03  P-SUBM-DATE      PIC X(08).
           03  P-TRAN-IMAGE     PIC X(120).
       FD  BANK-FILE
           RECORD CONTAINS 30 CHARACTERS.
       01  BANK-RECORD.
           03  LM-START-DATE    PIC X(08).
           03  LM-STATUS        PIC X(01).
           03  FILLER           PIC X(11).
       FD  RETRO-TRIGGER-FILE
           RECORD CONTAINS 40 CHARACTERS
           RECORDING MODE IS F.
       01  RETRO-TRIGGER-RECORD.
           03  RT-EMP-ID        PIC X(05).
           03  RT-EFF-DATE      PIC X(08).
           03  RT-OLD-EARN      PIC 9(05)V99.
           03  RT-NEW-EARN      PIC 9(05)V99.
           03  RT-SUBM-DATE     PIC X(08).
           03  FILLER           PIC X(05).
       FD  APPROVAL-FILE
           RECORD CONTAINS 200 CHARACTERS.
       01  APPROVAL-RECORD.
           03  AQ-APPR-KEY.
               05  AQ-EMP-ID    PIC X(05).
               05  AQ-SEQ       PIC 9(03).
           03  AQ-STATUS        PIC X(01).
           03  AQ-REASON        PIC X(01).
           03  AQ-MAKER-ID      PIC X(08).
           03  AQ-SUBM-DATE     PIC X(08).
           03  AQ-SUBM-TIME     PIC X(06).
           03  AQ-OLD-EARN      PIC 9(05)V99.
           03  AQ-NEW-EARN      PIC 9(05)V99.
           03  AQ-CHECKER-ID    PIC X(08).
           03  AQ-DECIDE-DATE   PIC X(08).
           03  AQ-TRAN-IMAGE    PIC X(120).
           03  FILLER           PIC X(18).
       FD  APPROVAL-PARM-FILE
           RECORD CONTAINS 20 CHARACTERS
           RECORDING MODE IS F.
       01  APPROVAL-PARM-RECORD.
           03  AP-EARN-LIMIT    PIC 9(05)V99.
           03  AP-EARN-PCT      PIC 9(03)V99.
           03  FILLER           PIC X(08).
       FD  LEAVE-FILE
           RECORD CONTAINS 70 CHARACTERS.
       01  LEAVE-RECORD.
           03  LB-LEAVE-KEY.
               05  LB-EMP-ID    PIC X(05).
               05  LB-LEAVE-TYPE PIC X(02).
           03  LB-BALANCE       PIC 9(03)V99.
           03  LB-ACCRUED-YTD   PIC 9(03)V99.
           03  LB-TAKEN-YTD     PIC 9(03)V99.
           03  LB-LAST-ACCR-YEAR PIC X(04).
           03  LB-LAST-ACCR-PRD PIC 9(03).
           03  LB-PRD-TAKEN     PIC 9(03)V99.
           03  LB-PRD-UNPAID-AMT PIC 9(05)V99.
           03  LB-STD-EARN      PIC 9(05)V99.
           03  LB-LAST-TAKEN-DATE PIC X(08).
           03  LB-YTD-YEAR      PIC X(04).
           03  FILLER           PIC X(10).
       FD  LEAVE-PARM-FILE
           RECORD CONTAINS 20 CHARACTERS
           RECORDING MODE IS F.
       01  LEAVE-PARM-RECORD.
           03  LP-PERIOD-DAYS   PIC 9(02)V99.
           03  FILLER           PIC X(16).
       WORKING-STORAGE SECTION.
       01  WS-RUN-CONTROL-LINE.
           03  RC-PROGRAM       PIC X(08) VALUE SPACES.
           03  A-EMP-ID         PIC X(05) VALUE SPACES.
           03  FILLER           PIC X(02) VALUE SPACES.
           03  A-RESULT         PIC X(35) VALUE SPACES.
           03  FILLER           PIC X(02) VALUE SPACES.
           03  A-OPER-ID        PIC X(08) VALUE SPACES.
           03  FILLER           PIC X(02) VALUE SPACES.
           03  A-APPR-ID        PIC X(08) VALUE SPACES.
           03  FILLER           PIC X(02) VALUE SPACES.
       01  WS-DATE-TIME-FIELDS.
           03  WS-DATE          PIC 9(08) VALUE ZERO.
           03  WS-TIME                    VALUE ZERO.
           03  WS-BNK-STAT      PIC X(02) VALUE SPACES.
           03  WS-BNK-COUNT     PIC 9(05) VALUE ZERO.
           03  WS-LON-STAT      PIC X(02) VALUE SPACES.
           03  WS-RTG-STAT      PIC X(02) VALUE SPACES.
           03  WS-RTG-COUNT     PIC 9(05) VALUE ZERO.
           03  WS-OLD-EARN      PIC 9(05)V99 VALUE ZERO.
           03  WS-APR-STAT      PIC X(02) VALUE SPACES.
           03  WS-APP-STAT      PIC X(02) VALUE SPACES.
           03  WS-EARN-LIMIT    PIC 9(05)V99 VALUE 1000.00.
           03  WS-EARN-PCT      PIC 9(03)V99 VALUE 10.00.
           03  WS-EARN-DIFF     PIC 9(05)V99 VALUE ZERO.
           03  WS-APPR-REASON   PIC X(01) VALUE SPACES.
               88  APPROVAL-REQUIRED      VALUE 'B' 'E' 'T'.
           03  WS-APPR-FLAG     PIC X(01) VALUE 'N'.
               88  APPROVAL-WRITTEN       VALUE 'W'.
               88  APPROVAL-FAILED        VALUE 'F'.
           03  WS-APPR-SEQ      PIC 9(03) VALUE ZERO.
           03  WS-APPR-TRY      PIC 9(03) VALUE ZERO.
           03  WS-APPR-ID       PIC X(08) VALUE SPACES.
           03  WS-APPR-ERRS     PIC 9(05) VALUE ZERO.
           03  WS-APPR-IMAGE    PIC X(120) VALUE SPACES.
           03  WS-APQ-COUNT     PIC 9(05) VALUE ZERO.
           03  WS-APA-COUNT     PIC 9(05) VALUE ZERO.
           03  WS-APX-COUNT     PIC 9(05) VALUE ZERO.
           03  WS-LVB-STAT      PIC X(02) VALUE SPACES.
           03  WS-LVP-STAT      PIC X(02) VALUE SPACES.
           03  WS-PERIOD-DAYS   PIC 9(02)V99 VALUE 21.67.
           03  WS-LVE-DATE      PIC X(08) VALUE SPACES.
           03  WS-LVE-DAYS-ED   PIC ZZ9.99.
           03  WS-LVE-AMT       PIC 9(07)V99 VALUE ZERO.
           03  WS-STD-EARN      PIC 9(05)V99 VALUE ZERO.
           03  WS-LVE-FOUND     PIC X(01) VALUE 'N'.
               88  LEAVE-RECORD-FOUND     VALUE 'Y'.
           03  WS-LVE-ACTIVE    PIC X(01) VALUE 'N'.
               88  UNPAID-LEAVE-ACTIVE    VALUE 'Y'.
           03  WS-LVE-COUNT     PIC 9(05) VALUE ZERO.
           03  WS-ABEND-FILE    PIC X(20) VALUE SPACES.
           03  WS-ABEND-STAT    PIC X(02) VALUE SPACES.
       PROCEDURE DIVISION.
           MOVE 'LOAN-FILE' TO WS-ABEND-FILE
           MOVE WS-LON-STAT TO WS-ABEND-STAT
           PERFORM 9900-CHECK-STATUS-PARA
           OPEN EXTEND RETRO-TRIGGER-FILE
           IF WS-RTG-STAT = '35'
              OPEN OUTPUT RETRO-TRIGGER-FILE
           END-IF
           MOVE 'RETRO-TRIGGER-FILE' TO WS-ABEND-FILE
           MOVE WS-RTG-STAT          TO WS-ABEND-STAT
           PERFORM 9900-CHECK-STATUS-PARA
           OPEN I-O APPROVAL-FILE
           IF WS-APR-STAT = '35'
              OPEN OUTPUT APPROVAL-FILE
              CLOSE APPROVAL-FILE
              OPEN I-O APPROVAL-FILE
           END-IF
           MOVE 'APPROVAL-FILE' TO WS-ABEND-FILE
           MOVE WS-APR-STAT     TO WS-ABEND-STAT
           PERFORM 9900-CHECK-STATUS-PARA
           OPEN I-O LEAVE-FILE
           IF WS-LVB-STAT = '35'
              OPEN OUTPUT LEAVE-FILE
              CLOSE LEAVE-FILE
              OPEN I-O LEAVE-FILE
           END-IF
           MOVE 'LEAVE-FILE' TO WS-ABEND-FILE
           MOVE WS-LVB-STAT  TO WS-ABEND-STAT
           PERFORM 9900-CHECK-STATUS-PARA
           PERFORM 1200-DATE-TIME-PARA
           PERFORM 1300-PURGE-AUTH-PARA
           PERFORM 1350-APPROVAL-PARM-PARA
           PERFORM 1360-LEAVE-PARM-PARA
           PERFORM 1400-SWEEP-PENDING-PARA
           PERFORM 1500-READ-PARA.
       1200-DATE-TIME-PARA.
              END-IF
              CLOSE PURGE-CONTROL
           END-IF.
       1350-APPROVAL-PARM-PARA.
           OPEN INPUT APPROVAL-PARM-FILE
           IF WS-APP-STAT = '00'
              READ APPROVAL-PARM-FILE
                 AT END
                    CONTINUE
              END-READ
              IF WS-APP-STAT = '00'
                 IF AP-EARN-LIMIT NUMERIC AND AP-EARN-PCT NUMERIC
                    MOVE AP-EARN-LIMIT TO WS-EARN-LIMIT
                    MOVE AP-EARN-PCT   TO WS-EARN-PCT
                 ELSE
                    DISPLAY 'APPROVAL THRESHOLDS UNREADABLE - '
                       'DEFAULTS USED'
                 END-IF
              END-IF
              CLOSE APPROVAL-PARM-FILE
           ELSE
              IF WS-APP-STAT NOT = '35'
                 MOVE 'APPROVAL-PARM-FILE' TO WS-ABEND-FILE
                 MOVE WS-APP-STAT          TO WS-ABEND-STAT
                 PERFORM 9900-CHECK-STATUS-PARA
              END-IF
           END-IF
           DISPLAY 'EARNINGS APPROVAL LIMIT = ', WS-EARN-LIMIT
              ' PCT = ', WS-EARN-PCT.
       1360-LEAVE-PARM-PARA.
           OPEN INPUT LEAVE-PARM-FILE
           IF WS-LVP-STAT = '00'
              READ LEAVE-PARM-FILE
                 AT END
                    CONTINUE
              END-READ
              IF WS-LVP-STAT = '00'
                 IF LP-PERIOD-DAYS NUMERIC AND LP-PERIOD-DAYS > ZERO
                    MOVE LP-PERIOD-DAYS TO WS-PERIOD-DAYS
                 ELSE
                    DISPLAY 'LEAVE PERIOD DAYS UNREADABLE - '
                       'DEFAULT USED'
                 END-IF
              END-IF
              CLOSE LEAVE-PARM-FILE
           ELSE
              IF WS-LVP-STAT NOT = '35'
                 MOVE 'LEAVE-PARM-FILE' TO WS-ABEND-FILE
                 MOVE WS-LVP-STAT       TO WS-ABEND-STAT
                 PERFORM 9900-CHECK-STATUS-PARA
              END-IF
           END-IF
           DISPLAY 'WORKING DAYS PER PAY PERIOD = ', WS-PERIOD-DAYS.
       1400-SWEEP-PENDING-PARA.
           MOVE 'N'        TO WS-PND-EOF
           MOVE LOW-VALUES TO P-PEND-KEY
              ELSE
                 MOVE P-SUBM-DATE   TO WS-SUBM-DATE
                 MOVE P-TRAN-IMAGE  TO TRANSACTION-RECORD
                 MOVE 'N'           TO WS-APPR-FLAG
                 PERFORM 2100-APPLY-TRAN-PARA
                 ADD 1 TO WS-SWP-COUNT
                 MOVE 'PEND-APPLY' TO WS-AUD-ACTION
                 MOVE SPACES       TO WS-AUD-RESULT
                 EVALUATE TRUE
                    WHEN APPROVAL-WRITTEN
                       STRING 'SUBMITTED ' WS-SUBM-DATE
                          ' - TO APPROVAL'
                          DELIMITED BY SIZE INTO WS-AUD-RESULT
                    WHEN APPROVAL-FAILED
                       STRING 'SUBMITTED ' WS-SUBM-DATE
                          ' - REJECTED, HELD'
                          DELIMITED BY SIZE INTO WS-AUD-RESULT
                    WHEN OTHER
                       STRING 'SUBMITTED ' WS-SUBM-DATE ' - APPLIED'
                          DELIMITED BY SIZE INTO WS-AUD-RESULT
                 END-EVALUATE
                 PERFORM 7000-WRITE-AUDIT-PARA
                 IF NOT APPROVAL-FAILED
                    DELETE PENDING-FILE RECORD
                       INVALID KEY
                          CONTINUE
                    END-DELETE
                    MOVE 'PENDING-FILE' TO WS-ABEND-FILE
                    MOVE WS-PND-STAT    TO WS-ABEND-STAT
                    PERFORM 9900-CHECK-STATUS-PARA
                 END-IF
              END-IF
           END-IF.
       1500-READ-PARA.
       2000-PROCESS-PARA.
           IF T-EFF-DATE NOT = SPACES AND T-EFF-DATE NUMERIC
                 AND T-EFF-DATE > WS-RUN-DATE
                 AND T-TRAN-CODE NOT = 'V' AND NOT = 'X'
              PERFORM 2500-HOLD-PENDING-PARA
           ELSE
              PERFORM 2100-APPLY-TRAN-PARA
           END-IF
           PERFORM 1500-READ-PARA.
       2100-APPLY-TRAN-PARA.
           MOVE SPACES TO WS-APPR-REASON
           PERFORM 2200-APPROVAL-CHECK-PARA
           IF APPROVAL-REQUIRED
              PERFORM 2600-QUEUE-APPROVAL-PARA
           ELSE
              EVALUATE T-TRAN-CODE
                 WHEN 'A'
                    PERFORM 3000-ADD-PARA
                 WHEN 'C'
                    PERFORM 4000-CHANGE-PARA
                 WHEN 'D'
                    PERFORM 5000-DELETE-PARA
                 WHEN 'T'
                    PERFORM 5500-TERMINATE-PARA
                 WHEN 'E'
                    PERFORM 7100-DEDN-ADD-PARA
                 WHEN 'U'
                    PERFORM 7200-DEDN-CHANGE-PARA
                 WHEN 'R'
                    PERFORM 7300-DEDN-REMOVE-PARA
                 WHEN 'B'
                    PERFORM 7600-BANK-UPDATE-PARA
                 WHEN 'L'
                    PERFORM 7400-LEAVE-TAKEN-PARA
                 WHEN 'V'
                    PERFORM 7700-APPROVE-PARA
                 WHEN 'X'
                    PERFORM 7900-DECLINE-PARA
                 WHEN OTHER
                    PERFORM 6000-INVALID-TRAN-PARA
              END-EVALUATE
           END-IF.
       2200-APPROVAL-CHECK-PARA.
           MOVE ZERO TO WS-OLD-EARN
           EVALUATE T-TRAN-CODE
              WHEN 'B'
                 MOVE 'B' TO WS-APPR-REASON
              WHEN 'T'
                 MOVE 'T' TO WS-APPR-REASON
              WHEN 'C'
                 PERFORM 2250-EARN-CHECK-PARA
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
       2250-EARN-CHECK-PARA.
           MOVE T-EMP-ID TO M-EMP-ID
           READ EMPLOYEE-MASTER
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 PERFORM 7480-LEAVE-STANDARD-PARA
                 MOVE WS-STD-EARN TO WS-OLD-EARN
                 IF T-EMP-EARN > WS-STD-EARN
                    COMPUTE WS-EARN-DIFF = T-EMP-EARN - WS-STD-EARN
                 ELSE
                    COMPUTE WS-EARN-DIFF = WS-STD-EARN - T-EMP-EARN
                 END-IF
                 IF WS-EARN-LIMIT > ZERO
                       AND WS-EARN-DIFF > WS-EARN-LIMIT
                    MOVE 'E' TO WS-APPR-REASON
                 END-IF
                 IF WS-EARN-PCT > ZERO
                       AND WS-EARN-DIFF * 100
                           > WS-STD-EARN * WS-EARN-PCT
                    MOVE 'E' TO WS-APPR-REASON
                 END-IF
                 IF T-EMP-STATUS = 'T' AND M-EMP-STATUS NOT = 'T'
                    MOVE 'T' TO WS-APPR-REASON
                 END-IF
           END-READ.
       2500-HOLD-PENDING-PARA.
           INITIALIZE PENDING-RECORD
           MOVE T-EFF-DATE         TO P-EFF-DATE
                    PERFORM 9900-CHECK-STATUS-PARA
                 END-IF
           END-WRITE.
       2600-QUEUE-APPROVAL-PARA.
           INITIALIZE APPROVAL-RECORD
           MOVE T-EMP-ID           TO AQ-EMP-ID
           MOVE T-EMP-ID           TO M-EMP-ID
           MOVE 'P'                TO AQ-STATUS
           MOVE WS-APPR-REASON     TO AQ-REASON
           MOVE T-OPER-ID          TO AQ-MAKER-ID
           MOVE WS-RUN-DATE        TO AQ-SUBM-DATE
           MOVE WS-TIME(1:6)       TO AQ-SUBM-TIME
           IF WS-APPR-REASON = 'E'
              MOVE WS-OLD-EARN     TO AQ-OLD-EARN
              MOVE T-EMP-EARN      TO AQ-NEW-EARN
           END-IF
           MOVE TRANSACTION-RECORD TO AQ-TRAN-IMAGE
           MOVE 'N'  TO WS-APPR-FLAG
           MOVE ZERO TO WS-APPR-SEQ
           MOVE ZERO TO WS-APPR-TRY
           PERFORM 2650-APPR-WRITE-PARA
              UNTIL APPROVAL-WRITTEN OR APPROVAL-FAILED
           MOVE 'APPR-HOLD' TO WS-AUD-ACTION
           MOVE SPACES      TO WS-AUD-RESULT
           IF APPROVAL-WRITTEN
              ADD 1 TO WS-APQ-COUNT
              STRING 'HELD FOR APPROVAL - SEQ ' AQ-SEQ
                 ' REASON ' AQ-REASON
                 DELIMITED BY SIZE INTO WS-AUD-RESULT
           ELSE
              ADD 1 TO WS-ERR-COUNT
              MOVE 'REJECTED - APPROVAL KEY EXHAUSTED'
                 TO WS-AUD-RESULT
           END-IF
           PERFORM 7000-WRITE-AUDIT-PARA.
       2650-APPR-WRITE-PARA.
           ADD 1 TO WS-APPR-SEQ
           ADD 1 TO WS-APPR-TRY
           MOVE WS-APPR-SEQ TO AQ-SEQ
           WRITE APPROVAL-RECORD
              INVALID KEY
                 IF WS-APPR-TRY > 998
                    SET APPROVAL-FAILED TO TRUE
                 END-IF
              NOT INVALID KEY
                 IF WS-APR-STAT = '00'
                    SET APPROVAL-WRITTEN TO TRUE
                 ELSE
                    MOVE 'APPROVAL-FILE' TO WS-ABEND-FILE
                    MOVE WS-APR-STAT     TO WS-ABEND-STAT
                    PERFORM 9900-CHECK-STATUS-PARA
                 END-IF
           END-WRITE.
       3000-ADD-PARA.
           MOVE T-EMP-ID   TO M-EMP-ID
           MOVE T-EMP-NAME TO M-EMP-NAME
                 MOVE 'REJECTED - EMP-ID NOT FOUND' TO WS-AUD-RESULT
              NOT INVALID KEY
                 MOVE MASTER-RECORD TO WS-BEFORE-IMAGE
                 PERFORM 7480-LEAVE-STANDARD-PARA
                 MOVE WS-STD-EARN TO WS-OLD-EARN
                 MOVE T-EMP-NAME TO M-EMP-NAME
                 MOVE T-EMP-LOC  TO M-EMP-LOC
                 MOVE T-EMP-DOB  TO M-EMP-DOB
                 IF T-EMP-STATUS NOT = SPACES
                    MOVE T-EMP-STATUS TO M-EMP-STATUS
                 END-IF
                 IF UNPAID-LEAVE-ACTIVE
                    PERFORM 7490-LEAVE-REAPPLY-PARA
                 END-IF
                 REWRITE MASTER-RECORD
                    INVALID KEY
                       ADD 1 TO WS-ERR-COUNT
                             TO WS-AUD-RESULT
                          MOVE MASTER-RECORD TO WS-AFTER-IMAGE
                          PERFORM 8000-WRITE-HISTORY-PARA
                          IF T-EFF-DATE NUMERIC
                                AND T-EMP-EARN NOT = WS-OLD-EARN
                             PERFORM 4100-RETRO-TRIGGER-PARA
                          END-IF
                       ELSE
                          ADD 1 TO WS-ERR-COUNT
                          MOVE 'CHANGE' TO WS-AUD-ACTION
                 END-REWRITE
           END-READ.
           PERFORM 7000-WRITE-AUDIT-PARA.
       4100-RETRO-TRIGGER-PARA.
           INITIALIZE RETRO-TRIGGER-RECORD
           MOVE M-EMP-ID    TO RT-EMP-ID
           MOVE T-EFF-DATE  TO RT-EFF-DATE
           MOVE WS-OLD-EARN TO RT-OLD-EARN
           MOVE T-EMP-EARN  TO RT-NEW-EARN
           MOVE WS-RUN-DATE TO RT-SUBM-DATE
           WRITE RETRO-TRIGGER-RECORD
           MOVE 'RETRO-TRIGGER-FILE' TO WS-ABEND-FILE
           MOVE WS-RTG-STAT          TO WS-ABEND-STAT
           PERFORM 9900-CHECK-STATUS-PARA
           ADD 1 TO WS-RTG-COUNT.
       5000-DELETE-PARA.
           MOVE T-EMP-ID TO M-EMP-ID
           IF NOT PURGE-AUTHORIZED
           MOVE WS-AUD-ACTION TO A-ACTION
           MOVE M-EMP-ID     TO A-EMP-ID
           MOVE WS-AUD-RESULT TO A-RESULT
           MOVE T-OPER-ID    TO A-OPER-ID
           MOVE WS-APPR-ID   TO A-APPR-ID
           WRITE AUDIT-RECORD FROM WS-AUDIT-LINE
           MOVE 'AUDIT-FILE' TO WS-ABEND-FILE
           MOVE WS-AUD-STAT  TO WS-ABEND-STAT
                    PERFORM 7180-LOAN-REMOVE-PARA
                 END-IF
           END-DELETE.
       7400-LEAVE-TAKEN-PARA.
           MOVE T-EMP-ID TO M-EMP-ID
           MOVE 'LEAVE'  TO WS-AUD-ACTION
           READ EMPLOYEE-MASTER
              INVALID KEY
                 ADD 1 TO WS-ERR-COUNT
                 MOVE 'REJECTED - EMP-ID NOT FOUND' TO WS-AUD-RESULT
              NOT INVALID KEY
                 IF M-EMP-STATUS = 'T'
                    ADD 1 TO WS-ERR-COUNT
                    MOVE 'REJECTED - EMPLOYEE TERMINATED'
                       TO WS-AUD-RESULT
                 ELSE
                    PERFORM 7410-LEAVE-DATE-PARA
                    IF T-DEDN-TYPE = 'UL'
                       PERFORM 7450-LEAVE-UNPAID-PARA
                    ELSE
                       PERFORM 7420-LEAVE-PAID-PARA
                    END-IF
                 END-IF
           END-READ.
           PERFORM 7000-WRITE-AUDIT-PARA.
       7410-LEAVE-DATE-PARA.
           IF T-EFF-DATE NUMERIC
              MOVE T-EFF-DATE  TO WS-LVE-DATE
           ELSE
              MOVE WS-RUN-DATE TO WS-LVE-DATE
           END-IF
           MOVE T-LEAVE-DAYS TO WS-LVE-DAYS-ED.
       7420-LEAVE-PAID-PARA.
           MOVE T-EMP-ID    TO LB-EMP-ID
           MOVE T-DEDN-TYPE TO LB-LEAVE-TYPE
           READ LEAVE-FILE
              INVALID KEY
                 ADD 1 TO WS-ERR-COUNT
                 MOVE 'REJECTED - NO LEAVE ENTITLEMENT'
                    TO WS-AUD-RESULT
              NOT INVALID KEY
                 PERFORM 7430-LEAVE-YEAR-PARA
                 IF T-LEAVE-DAYS > LB-BALANCE
                    ADD 1 TO WS-ERR-COUNT
                    MOVE 'REJECTED - INSUFFICIENT BALANCE'
                       TO WS-AUD-RESULT
                 ELSE
                    SUBTRACT T-LEAVE-DAYS FROM LB-BALANCE
                    ADD T-LEAVE-DAYS TO LB-TAKEN-YTD, LB-PRD-TAKEN
                    PERFORM 7440-LEAVE-REWRITE-PARA
                 END-IF
           END-READ.
       7430-LEAVE-YEAR-PARA.
           IF LB-YTD-YEAR < WS-LVE-DATE(1:4)
              MOVE ZERO TO LB-ACCRUED-YTD, LB-TAKEN-YTD
              MOVE WS-LVE-DATE(1:4) TO LB-YTD-YEAR
           END-IF.
       7440-LEAVE-REWRITE-PARA.
           IF WS-LVE-DATE > LB-LAST-TAKEN-DATE
              MOVE WS-LVE-DATE TO LB-LAST-TAKEN-DATE
           END-IF
           REWRITE LEAVE-RECORD
              INVALID KEY
                 CONTINUE
           END-REWRITE
           MOVE 'LEAVE-FILE' TO WS-ABEND-FILE
           MOVE WS-LVB-STAT  TO WS-ABEND-STAT
           PERFORM 9900-CHECK-STATUS-PARA
           ADD 1 TO WS-LVE-COUNT
           MOVE SPACES TO WS-AUD-RESULT
           STRING 'POSTED ' T-DEDN-TYPE ' DAYS ' WS-LVE-DAYS-ED
              ' ON ' WS-LVE-DATE
              DELIMITED BY SIZE INTO WS-AUD-RESULT.
       7450-LEAVE-UNPAID-PARA.
           MOVE MASTER-RECORD TO WS-BEFORE-IMAGE
           PERFORM 7480-LEAVE-STANDARD-PARA
           IF NOT LEAVE-RECORD-FOUND
              PERFORM 7460-LEAVE-CREATE-PARA
           END-IF
           PERFORM 7430-LEAVE-YEAR-PARA
           MOVE WS-STD-EARN TO LB-STD-EARN
           ADD T-LEAVE-DAYS TO LB-TAKEN-YTD, LB-PRD-TAKEN
           PERFORM 7470-UNPAID-CALC-PARA
           REWRITE MASTER-RECORD
              INVALID KEY
                 CONTINUE
           END-REWRITE
           MOVE 'EMPLOYEE-MASTER' TO WS-ABEND-FILE
           MOVE WS-MST-STAT       TO WS-ABEND-STAT
           PERFORM 9900-CHECK-STATUS-PARA
           PERFORM 7440-LEAVE-REWRITE-PARA
           MOVE MASTER-RECORD TO WS-AFTER-IMAGE
           PERFORM 8000-WRITE-HISTORY-PARA.
       7460-LEAVE-CREATE-PARA.
           INITIALIZE LEAVE-RECORD
           MOVE M-EMP-ID TO LB-EMP-ID
           MOVE 'UL'     TO LB-LEAVE-TYPE
           WRITE LEAVE-RECORD
              INVALID KEY
                 CONTINUE
           END-WRITE
           MOVE 'LEAVE-FILE' TO WS-ABEND-FILE
           MOVE WS-LVB-STAT  TO WS-ABEND-STAT
           PERFORM 9900-CHECK-STATUS-PARA.
       7470-UNPAID-CALC-PARA.
           COMPUTE WS-LVE-AMT ROUNDED =
              LB-STD-EARN * LB-PRD-TAKEN / WS-PERIOD-DAYS
              ON SIZE ERROR
                 MOVE LB-STD-EARN TO WS-LVE-AMT
           END-COMPUTE
           IF WS-LVE-AMT > LB-STD-EARN
              MOVE LB-STD-EARN TO WS-LVE-AMT
           END-IF
           MOVE WS-LVE-AMT TO LB-PRD-UNPAID-AMT
           COMPUTE M-EMP-EARN = LB-STD-EARN - LB-PRD-UNPAID-AMT.
       7480-LEAVE-STANDARD-PARA.
           MOVE 'N'        TO WS-LVE-FOUND, WS-LVE-ACTIVE
           MOVE M-EMP-EARN TO WS-STD-EARN
           MOVE M-EMP-ID   TO LB-EMP-ID
           MOVE 'UL'       TO LB-LEAVE-TYPE
           READ LEAVE-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 SET LEAVE-RECORD-FOUND TO TRUE
                 IF LB-PRD-UNPAID-AMT > ZERO
                       AND M-EMP-EARN + LB-PRD-UNPAID-AMT = LB-STD-EARN
                    SET UNPAID-LEAVE-ACTIVE TO TRUE
                    MOVE LB-STD-EARN TO WS-STD-EARN
                 END-IF
           END-READ.
       7490-LEAVE-REAPPLY-PARA.
           MOVE T-EMP-EARN TO LB-STD-EARN
           PERFORM 7470-UNPAID-CALC-PARA
           REWRITE LEAVE-RECORD
              INVALID KEY
                 CONTINUE
           END-REWRITE
           MOVE 'LEAVE-FILE' TO WS-ABEND-FILE
           MOVE WS-LVB-STAT  TO WS-ABEND-STAT
           PERFORM 9900-CHECK-STATUS-PARA.
       7500-SYNC-MASTER-DEDN-PARA.
           MOVE ZERO TO WS-DEDN-TOTAL
           MOVE 'N'  TO WS-DEDN-EOF
              INVALID KEY
                 PERFORM 7680-BANK-ADD-PARA
              NOT INVALID KEY
                 MOVE BANK-RECORD TO WS-BEFORE-IMAGE
                 IF T-BANK-CODE NOT = SPACES
                    MOVE T-BANK-CODE TO B-BANK-CODE
                 END-IF
                       ADD 1 TO WS-BNK-COUNT
                       MOVE 'BANK-UPD' TO WS-AUD-ACTION
                       MOVE 'BANK DETAILS UPDATED' TO WS-AUD-RESULT
                       MOVE BANK-RECORD TO WS-AFTER-IMAGE
                       PERFORM 8000-WRITE-HISTORY-PARA
                 END-REWRITE
           END-READ.
       7680-BANK-ADD-PARA.
                 ADD 1 TO WS-BNK-COUNT
                 MOVE 'BANK-UPD' TO WS-AUD-ACTION
                 MOVE 'BANK DETAILS ADDED' TO WS-AUD-RESULT
                 MOVE SPACES      TO WS-BEFORE-IMAGE
                 MOVE BANK-RECORD TO WS-AFTER-IMAGE
                 PERFORM 8000-WRITE-HISTORY-PARA
           END-WRITE.
       7700-APPROVE-PARA.
           MOVE T-EMP-ID   TO M-EMP-ID
           MOVE T-EMP-ID   TO AQ-EMP-ID
           MOVE T-APPR-SEQ TO AQ-SEQ
           READ APPROVAL-FILE
              INVALID KEY
                 ADD 1 TO WS-ERR-COUNT
                 MOVE 'APPROVE' TO WS-AUD-ACTION
                 MOVE 'REJECTED - APPROVAL NOT ON FILE'
                    TO WS-AUD-RESULT
              NOT INVALID KEY
                 PERFORM 7750-APPROVE-CHECK-PARA
           END-READ.
           PERFORM 7000-WRITE-AUDIT-PARA.
       7750-APPROVE-CHECK-PARA.
           EVALUATE TRUE
              WHEN AQ-STATUS NOT = 'P'
                 ADD 1 TO WS-ERR-COUNT
                 MOVE 'APPROVE' TO WS-AUD-ACTION
                 MOVE 'REJECTED - ALREADY DECIDED' TO WS-AUD-RESULT
              WHEN T-OPER-ID = AQ-MAKER-ID
                 ADD 1 TO WS-ERR-COUNT
                 MOVE 'APPROVE' TO WS-AUD-ACTION
                 MOVE 'REJECTED - APPROVER SAME AS MAKER'
                    TO WS-AUD-RESULT
              WHEN OTHER
                 PERFORM 7800-APPROVE-APPLY-PARA
           END-EVALUATE.
       7800-APPROVE-APPLY-PARA.
           MOVE TRANSACTION-RECORD TO WS-APPR-IMAGE
           MOVE T-OPER-ID          TO WS-APPR-ID
           MOVE WS-ERR-COUNT       TO WS-APPR-ERRS
           MOVE AQ-TRAN-IMAGE      TO TRANSACTION-RECORD
           PERFORM 7850-APPLY-APPROVED-PARA
           MOVE WS-APPR-IMAGE      TO TRANSACTION-RECORD
           MOVE T-EMP-ID           TO M-EMP-ID
           MOVE WS-APPR-ID         TO AQ-CHECKER-ID
           MOVE WS-RUN-DATE        TO AQ-DECIDE-DATE
           MOVE 'APPROVE'          TO WS-AUD-ACTION
           MOVE SPACES             TO WS-AUD-RESULT
           IF WS-ERR-COUNT > WS-APPR-ERRS
              MOVE 'F' TO AQ-STATUS
              STRING 'APPROVED - APPLY FAILED - SEQ ' AQ-SEQ
                 DELIMITED BY SIZE INTO WS-AUD-RESULT
           ELSE
              MOVE 'A' TO AQ-STATUS
              ADD 1 TO WS-APA-COUNT
              STRING 'APPROVED - MAKER ' AQ-MAKER-ID
                 ' SEQ ' AQ-SEQ
                 DELIMITED BY SIZE INTO WS-AUD-RESULT
           END-IF
           MOVE SPACES TO WS-APPR-ID
           REWRITE APPROVAL-RECORD
              INVALID KEY
                 CONTINUE
           END-REWRITE
           MOVE 'APPROVAL-FILE' TO WS-ABEND-FILE
           MOVE WS-APR-STAT     TO WS-ABEND-STAT
           PERFORM 9900-CHECK-STATUS-PARA.
       7850-APPLY-APPROVED-PARA.
           EVALUATE T-TRAN-CODE
              WHEN 'C'
                 PERFORM 4000-CHANGE-PARA
              WHEN 'T'
                 PERFORM 5500-TERMINATE-PARA
              WHEN 'B'
                 PERFORM 7600-BANK-UPDATE-PARA
              WHEN OTHER
                 PERFORM 6000-INVALID-TRAN-PARA
           END-EVALUATE.
       7900-DECLINE-PARA.
           MOVE T-EMP-ID   TO M-EMP-ID
           MOVE T-EMP-ID   TO AQ-EMP-ID
           MOVE T-APPR-SEQ TO AQ-SEQ
           MOVE 'DECLINE'  TO WS-AUD-ACTION
           READ APPROVAL-FILE
              INVALID KEY
                 ADD 1 TO WS-ERR-COUNT
                 MOVE 'REJECTED - APPROVAL NOT ON FILE'
                    TO WS-AUD-RESULT
              NOT INVALID KEY
                 IF AQ-STATUS NOT = 'P'
                    ADD 1 TO WS-ERR-COUNT
                    MOVE 'REJECTED - ALREADY DECIDED'
                       TO WS-AUD-RESULT
                 ELSE
                    PERFORM 7950-DECLINE-REWRITE-PARA
                 END-IF
           END-READ.
           PERFORM 7000-WRITE-AUDIT-PARA.
       7950-DECLINE-REWRITE-PARA.
           MOVE 'X'         TO AQ-STATUS
           MOVE T-OPER-ID   TO AQ-CHECKER-ID
           MOVE WS-RUN-DATE TO AQ-DECIDE-DATE
           REWRITE APPROVAL-RECORD
              INVALID KEY
                 CONTINUE
           END-REWRITE
           MOVE 'APPROVAL-FILE' TO WS-ABEND-FILE
           MOVE WS-APR-STAT     TO WS-ABEND-STAT
           PERFORM 9900-CHECK-STATUS-PARA
           ADD 1 TO WS-APX-COUNT
           MOVE SPACES TO WS-AUD-RESULT
           STRING 'DECLINED - MAKER ' AQ-MAKER-ID ' SEQ ' AQ-SEQ
              DELIMITED BY SIZE INTO WS-AUD-RESULT.
       8000-WRITE-HISTORY-PARA.
           ADD 1 TO WS-HIST-SEQ
           INITIALIZE HISTORY-RECORD
           MOVE T-TRAN-CODE     TO H-TRAN-SOURCE
           MOVE WS-BEFORE-IMAGE TO H-BEFORE-IMAGE
           MOVE WS-AFTER-IMAGE  TO H-AFTER-IMAGE
           MOVE T-OPER-ID       TO H-OPER-ID
           MOVE WS-APPR-ID      TO H-APPR-ID
           WRITE HISTORY-RECORD
              INVALID KEY
                 CONTINUE
           DISPLAY 'TRANS HELD PENDING = ', WS-PND-COUNT
           DISPLAY 'PENDING APPLIED    = ', WS-SWP-COUNT
           DISPLAY 'BANK DETAILS UPDATED = ', WS-BNK-COUNT
           DISPLAY 'DATED EARNINGS CHANGES = ', WS-RTG-COUNT
           DISPLAY 'HELD FOR APPROVAL  = ', WS-APQ-COUNT
           DISPLAY 'APPROVALS APPLIED  = ', WS-APA-COUNT
           DISPLAY 'APPROVALS DECLINED = ', WS-APX-COUNT
           DISPLAY 'LEAVE POSTED       = ', WS-LVE-COUNT
           DISPLAY 'TRANSACTIONS REJECTED = ', WS-ERR-COUNT
           PERFORM 9300-COUNT-MASTER-PARA
           PERFORM 9500-RUN-CONTROL-PARA
           CLOSE EMPLOYEE-MASTER, TRANSACTION-FILE, AUDIT-FILE,
                 HISTORY-FILE, DEDN-FILE, PENDING-FILE, BANK-FILE,
                 LOAN-FILE, RETRO-TRIGGER-FILE, APPROVAL-FILE,
                 LEAVE-FILE.
       9300-COUNT-MASTER-PARA.
           MOVE ZERO       TO WS-MST-COUNT
           MOVE 'N'        TO WS-MST-EOF
           MOVE 'BANK-UPDATED'       TO RC-COUNTER
           MOVE WS-BNK-COUNT         TO RC-VALUE
           PERFORM 9600-WRITE-RUN-CONTROL-PARA
           MOVE 'APPR-QUEUED'        TO RC-COUNTER
           MOVE WS-APQ-COUNT         TO RC-VALUE
           PERFORM 9600-WRITE-RUN-CONTROL-PARA
           MOVE 'APPR-APPLIED'       TO RC-COUNTER
           MOVE WS-APA-COUNT         TO RC-VALUE
           PERFORM 9600-WRITE-RUN-CONTROL-PARA
           MOVE 'APPR-DECLINED'      TO RC-COUNTER
           MOVE WS-APX-COUNT         TO RC-VALUE
           PERFORM 9600-WRITE-RUN-CONTROL-PARA
           MOVE 'LEAVE-POSTED'       TO RC-COUNTER
           MOVE WS-LVE-COUNT         TO RC-VALUE
           PERFORM 9600-WRITE-RUN-CONTROL-PARA
           MOVE 'MASTER-COUNT'       TO RC-COUNTER
           MOVE WS-MST-COUNT         TO RC-VALUE
           PERFORM 9600-WRITE-RUN-CONTROL-PARA
