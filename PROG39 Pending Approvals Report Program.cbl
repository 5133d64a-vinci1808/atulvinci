       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG39.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT APPROVAL-FILE ASSIGN TO 'EMPAPPR.DAT'
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              RECORD KEY   IS AQ-APPR-KEY
              FILE STATUS  IS WS-APR-STAT.
           SELECT EMPLOYEE-MASTER ASSIGN TO 'EMPFILE.DAT'
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              RECORD KEY   IS M-EMP-ID
              FILE STATUS  IS WS-MST-STAT.
           SELECT BANK-FILE ASSIGN TO 'EMPBANK.DAT'
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              RECORD KEY   IS B-EMP-ID
              FILE STATUS  IS WS-BNK-STAT.
           SELECT APPROVAL-REPORT ASSIGN TO 'APPRPEND.REP'
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE  IS SEQUENTIAL
              FILE STATUS  IS WS-REP-STAT.
       DATA DIVISION.
       FILE SECTION.
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
       FD  EMPLOYEE-MASTER
           RECORD CONTAINS 62 CHARACTERS.
       01  MASTER-RECORD.
           03  M-EMP-ID         PIC X(05).
           03  M-EMP-NAME       PIC X(15).
           03  M-EMP-LOC        PIC X(03).
           03  M-EMP-DOB        PIC X(08).
           03  M-EMP-TECH       PIC X(05).
           03  M-EMP-DEPT       PIC X(03).
           03  M-EMP-EARN       PIC 9(05)V99.
           03  M-EMP-DEDN       PIC 9(05)V99.
           03  M-EMP-STATUS     PIC X(01).
           03  M-EMP-TERM-DATE  PIC X(08).
       FD  BANK-FILE
           RECORD CONTAINS 30 CHARACTERS.
       01  BANK-RECORD.
           03  B-EMP-ID         PIC X(05).
           03  B-BANK-CODE      PIC X(06).
           03  B-BANK-ACCT      PIC X(12).
           03  B-BANK-ACTIVE    PIC X(01).
           03  FILLER           PIC X(06).
       FD  APPROVAL-REPORT
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F.
       01  APPROVAL-REPORT-RECORD PIC X(132).
       WORKING-STORAGE SECTION.
       01  WS-TRAN-IMAGE.
           03  TI-TRAN-CODE     PIC X(01).
           03  TI-EMP-ID        PIC X(05).
           03  TI-EMP-NAME      PIC X(15).
           03  TI-EMP-LOC       PIC X(03).
           03  TI-EMP-DOB       PIC X(08).
           03  TI-EMP-TECH      PIC X(05).
           03  TI-EMP-DEPT      PIC X(03).
           03  TI-EMP-EARN      PIC 9(05)V99.
           03  TI-EMP-DEDN      PIC 9(05)V99.
           03  TI-EMP-STATUS    PIC X(01).
           03  TI-TERM-DATE     PIC X(08).
           03  TI-DEDN-TYPE     PIC X(02).
           03  TI-EFF-DATE      PIC X(08).
           03  TI-BANK-CODE     PIC X(06).
           03  TI-BANK-ACCT     PIC X(12).
           03  TI-BANK-ACTIVE   PIC X(01).
           03  TI-LOAN-PRIN     PIC 9(07)V99.
           03  TI-OPER-ID       PIC X(08).
           03  TI-APPR-SEQ      PIC 9(03).
           03  FILLER           PIC X(08).
       01  REP-HEADING-LINE1.
           03  FILLER           PIC X(40)
               VALUE 'PENDING APPROVALS REPORT'.
           03  FILLER           PIC X(06) VALUE 'DATE:'.
           03  RP-DATE          PIC X(10) VALUE SPACES.
       01  REP-HEADING-LINE2.
           03  RP-SECTION       PIC X(60) VALUE SPACES.
       01  REP-HEADING-LINE3.
           03  FILLER           PIC X(07) VALUE 'ID'.
           03  FILLER           PIC X(17) VALUE 'NAME'.
           03  FILLER           PIC X(05) VALUE 'SEQ'.
           03  FILLER           PIC X(13) VALUE 'REASON'.
           03  FILLER           PIC X(10) VALUE 'MAKER'.
           03  FILLER           PIC X(10) VALUE 'SUBMITTED'.
           03  FILLER           PIC X(06) VALUE ' DAYS'.
           03  FILLER           PIC X(42) VALUE 'DETAIL'.
           03  FILLER           PIC X(10) VALUE 'CHECKER'.
           03  FILLER           PIC X(08) VALUE 'STATUS'.
       01  REP-DETAIL-LINE.
           03  RD-ID            PIC X(05) VALUE SPACES.
           03  FILLER           PIC X(02) VALUE SPACES.
           03  RD-NAME          PIC X(15) VALUE SPACES.
           03  FILLER           PIC X(02) VALUE SPACES.
           03  RD-SEQ           PIC 9(03) VALUE ZERO.
           03  FILLER           PIC X(02) VALUE SPACES.
           03  RD-REASON        PIC X(11) VALUE SPACES.
           03  FILLER           PIC X(02) VALUE SPACES.
           03  RD-MAKER         PIC X(08) VALUE SPACES.
           03  FILLER           PIC X(02) VALUE SPACES.
           03  RD-SUBM-DATE     PIC X(08) VALUE SPACES.
           03  FILLER           PIC X(02) VALUE SPACES.
           03  RD-AGE           PIC ZZZ9 VALUE ZERO.
           03  FILLER           PIC X(02) VALUE SPACES.
           03  RD-DETAIL        PIC X(40) VALUE SPACES.
           03  FILLER           PIC X(02) VALUE SPACES.
           03  RD-CHECKER       PIC X(08) VALUE SPACES.
           03  FILLER           PIC X(02) VALUE SPACES.
           03  RD-STATUS        PIC X(08) VALUE SPACES.
       01  REP-NONE-LINE.
           03  RN-TEXT          PIC X(45) VALUE SPACES.
       01  REP-TOTAL-LINE.
           03  RT-LABEL         PIC X(30) VALUE SPACES.
           03  RT-COUNT         PIC ZZZZ9 VALUE ZERO.
       01  WS-MONTH-DAYS-TABLE.
           03  FILLER           PIC X(36)
               VALUE '000031059090120151181212243273304334'.
       01  WS-MONTH-DAYS-R REDEFINES WS-MONTH-DAYS-TABLE.
           03  WS-CUM-DAYS      PIC 9(03) OCCURS 12 TIMES.
       01  WS-DATE-TIME-FIELDS.
           03  WS-DATE          PIC 9(08) VALUE ZERO.
           03  WS-RUN-DATE      PIC X(08) VALUE SPACES.
           03  WS-FDATE         PIC X(10) VALUE SPACES.
       01  WS-VARIABLES.
           03  WS-APR-STAT      PIC X(02) VALUE SPACES.
           03  WS-MST-STAT      PIC X(02) VALUE SPACES.
           03  WS-BNK-STAT      PIC X(02) VALUE SPACES.
           03  WS-REP-STAT      PIC X(02) VALUE SPACES.
           03  WS-APR-AVAIL     PIC X(01) VALUE 'N'.
               88  APPROVALS-AVAILABLE    VALUE 'Y'.
           03  WS-MST-AVAIL     PIC X(01) VALUE 'N'.
               88  MASTER-AVAILABLE       VALUE 'Y'.
           03  WS-BNK-AVAIL     PIC X(01) VALUE 'N'.
               88  BANK-AVAILABLE         VALUE 'Y'.
           03  WS-APR-EOF       PIC X(01) VALUE 'N'.
           03  WS-PASS          PIC X(01) VALUE SPACES.
               88  PENDING-PASS           VALUE 'P'.
               88  DECIDED-PASS           VALUE 'D'.
           03  WS-OVERDUE-DAYS  PIC 9(03) VALUE 3.
           03  WS-DATE-IN       PIC X(08) VALUE SPACES.
           03  WS-DN-YEAR       PIC 9(04) VALUE ZERO.
           03  WS-DN-MONTH      PIC 9(02) VALUE ZERO.
           03  WS-DN-DAY        PIC 9(02) VALUE ZERO.
           03  WS-DN-LEAP-YEAR  PIC 9(04) VALUE ZERO.
           03  WS-DN-Q4         PIC 9(04) VALUE ZERO.
           03  WS-DN-Q100       PIC 9(04) VALUE ZERO.
           03  WS-DN-Q400       PIC 9(04) VALUE ZERO.
           03  WS-DAY-NUMBER    PIC 9(07) VALUE ZERO.
           03  WS-RUN-DAY-NUM   PIC 9(07) VALUE ZERO.
           03  WS-AGE-DAYS      PIC 9(04) VALUE ZERO.
           03  WS-ED-OLD        PIC ZZ,ZZ9.99 VALUE ZERO.
           03  WS-ED-NEW        PIC ZZ,ZZ9.99 VALUE ZERO.
           03  WS-PEND-COUNT    PIC 9(05) VALUE ZERO.
           03  WS-OVERDUE-COUNT PIC 9(05) VALUE ZERO.
           03  WS-DECIDE-COUNT  PIC 9(05) VALUE ZERO.
           03  WS-APPROVE-COUNT PIC 9(05) VALUE ZERO.
           03  WS-DECLINE-COUNT PIC 9(05) VALUE ZERO.
           03  WS-FAILED-COUNT  PIC 9(05) VALUE ZERO.
           03  WS-ABEND-FILE    PIC X(20) VALUE SPACES.
           03  WS-ABEND-STAT    PIC X(02) VALUE SPACES.
       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           PERFORM 1000-INIT-PARA.
           IF APPROVALS-AVAILABLE
              SET PENDING-PASS TO TRUE
              PERFORM 2000-PASS-PARA
              SET DECIDED-PASS TO TRUE
              PERFORM 2000-PASS-PARA
           ELSE
              MOVE 'NO APPROVAL QUEUE ON FILE' TO RN-TEXT
              WRITE APPROVAL-REPORT-RECORD FROM REP-NONE-LINE AFTER 2
           END-IF
           PERFORM 9000-END-PARA
           STOP RUN.
       1000-INIT-PARA.
           PERFORM 1100-DATE-PARA
           OPEN INPUT APPROVAL-FILE
           IF WS-APR-STAT = '00'
              SET APPROVALS-AVAILABLE TO TRUE
           ELSE
              IF WS-APR-STAT NOT = '35'
                 MOVE 'APPROVAL-FILE' TO WS-ABEND-FILE
                 MOVE WS-APR-STAT     TO WS-ABEND-STAT
                 PERFORM 9900-CHECK-STATUS-PARA
              END-IF
           END-IF
           OPEN INPUT EMPLOYEE-MASTER
           IF WS-MST-STAT = '00'
              SET MASTER-AVAILABLE TO TRUE
           ELSE
              IF WS-MST-STAT NOT = '35'
                 MOVE 'EMPLOYEE-MASTER' TO WS-ABEND-FILE
                 MOVE WS-MST-STAT       TO WS-ABEND-STAT
                 PERFORM 9900-CHECK-STATUS-PARA
              END-IF
           END-IF
           OPEN INPUT BANK-FILE
           IF WS-BNK-STAT = '00'
              SET BANK-AVAILABLE TO TRUE
           ELSE
              IF WS-BNK-STAT NOT = '35'
                 MOVE 'BANK-FILE' TO WS-ABEND-FILE
                 MOVE WS-BNK-STAT TO WS-ABEND-STAT
                 PERFORM 9900-CHECK-STATUS-PARA
              END-IF
           END-IF
           OPEN OUTPUT APPROVAL-REPORT
           MOVE 'APPROVAL-REPORT' TO WS-ABEND-FILE
           MOVE WS-REP-STAT       TO WS-ABEND-STAT
           PERFORM 9900-CHECK-STATUS-PARA
           MOVE WS-FDATE TO RP-DATE
           WRITE APPROVAL-REPORT-RECORD FROM REP-HEADING-LINE1.
       1100-DATE-PARA.
           ACCEPT WS-DATE FROM DATE
           MOVE '20'         TO WS-RUN-DATE(1:2)
           MOVE WS-DATE(3:2) TO WS-RUN-DATE(3:2)
           MOVE WS-DATE(5:2) TO WS-RUN-DATE(5:2)
           MOVE WS-DATE(7:2) TO WS-RUN-DATE(7:2)
           MOVE    20        TO WS-FDATE(7:2)
           MOVE WS-DATE(3:2) TO WS-FDATE(9:2)
           MOVE WS-DATE(5:2) TO WS-FDATE(4:2)
           MOVE WS-DATE(7:2) TO WS-FDATE(1:2)
           MOVE '/'  TO WS-FDATE(3:1) WS-FDATE(6:1)
           MOVE WS-RUN-DATE TO WS-DATE-IN
           PERFORM 3300-DAY-NUMBER-PARA
           MOVE WS-DAY-NUMBER TO WS-RUN-DAY-NUM.
       2000-PASS-PARA.
           IF PENDING-PASS
              MOVE 'AWAITING APPROVAL' TO RP-SECTION
           ELSE
              MOVE SPACES TO RP-SECTION
              STRING 'DECIDED ON ' WS-RUN-DATE
                 DELIMITED BY SIZE INTO RP-SECTION
           END-IF
           WRITE APPROVAL-REPORT-RECORD FROM REP-HEADING-LINE2 AFTER 2
           WRITE APPROVAL-REPORT-RECORD FROM REP-HEADING-LINE3
           MOVE 'APPROVAL-REPORT' TO WS-ABEND-FILE
           MOVE WS-REP-STAT       TO WS-ABEND-STAT
           PERFORM 9900-CHECK-STATUS-PARA
           MOVE 'N'        TO WS-APR-EOF
           MOVE LOW-VALUES TO AQ-APPR-KEY
           START APPROVAL-FILE KEY IS NOT LESS THAN AQ-APPR-KEY
              INVALID KEY
                 MOVE 'Y' TO WS-APR-EOF
           END-START
           PERFORM 2100-READ-NEXT-PARA UNTIL WS-APR-EOF = 'Y'
           IF PENDING-PASS AND WS-PEND-COUNT = ZERO
              MOVE 'NO CHANGES AWAITING APPROVAL' TO RN-TEXT
              WRITE APPROVAL-REPORT-RECORD FROM REP-NONE-LINE
           END-IF
           IF DECIDED-PASS AND WS-DECIDE-COUNT = ZERO
              MOVE 'NO APPROVAL DECISIONS TODAY' TO RN-TEXT
              WRITE APPROVAL-REPORT-RECORD FROM REP-NONE-LINE
           END-IF.
       2100-READ-NEXT-PARA.
           READ APPROVAL-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-APR-EOF
           END-READ
           IF WS-APR-EOF NOT = 'Y'
              MOVE 'APPROVAL-FILE' TO WS-ABEND-FILE
              MOVE WS-APR-STAT     TO WS-ABEND-STAT
              PERFORM 9900-CHECK-STATUS-PARA
              IF PENDING-PASS AND AQ-STATUS = 'P'
                 PERFORM 3000-PENDING-LINE-PARA
              END-IF
              IF DECIDED-PASS AND AQ-STATUS NOT = 'P'
                    AND AQ-DECIDE-DATE = WS-RUN-DATE
                 PERFORM 4000-DECIDED-LINE-PARA
              END-IF
           END-IF.
       3000-PENDING-LINE-PARA.
           PERFORM 5000-BUILD-LINE-PARA
           MOVE AQ-SUBM-DATE TO WS-DATE-IN
           PERFORM 3300-DAY-NUMBER-PARA
           MOVE ZERO TO WS-AGE-DAYS
           IF WS-DAY-NUMBER NOT = ZERO
                 AND WS-RUN-DAY-NUM > WS-DAY-NUMBER
              COMPUTE WS-AGE-DAYS = WS-RUN-DAY-NUM - WS-DAY-NUMBER
           END-IF
           MOVE WS-AGE-DAYS TO RD-AGE
           MOVE 'PENDING'   TO RD-STATUS
           IF WS-AGE-DAYS > WS-OVERDUE-DAYS
              MOVE 'OVERDUE' TO RD-STATUS
              ADD 1 TO WS-OVERDUE-COUNT
           END-IF
           ADD 1 TO WS-PEND-COUNT
           PERFORM 6000-WRITE-DETAIL-PARA.
       3300-DAY-NUMBER-PARA.
           MOVE ZERO TO WS-DAY-NUMBER
           IF WS-DATE-IN NUMERIC
              MOVE WS-DATE-IN(1:4) TO WS-DN-YEAR
              MOVE WS-DATE-IN(5:2) TO WS-DN-MONTH
              MOVE WS-DATE-IN(7:2) TO WS-DN-DAY
              IF WS-DN-MONTH > ZERO AND WS-DN-MONTH < 13
                    AND WS-DN-YEAR > ZERO
                 MOVE WS-DN-YEAR TO WS-DN-LEAP-YEAR
                 IF WS-DN-MONTH < 3
                    SUBTRACT 1 FROM WS-DN-LEAP-YEAR
                 END-IF
                 DIVIDE WS-DN-LEAP-YEAR BY 4   GIVING WS-DN-Q4
                 DIVIDE WS-DN-LEAP-YEAR BY 100 GIVING WS-DN-Q100
                 DIVIDE WS-DN-LEAP-YEAR BY 400 GIVING WS-DN-Q400
                 COMPUTE WS-DAY-NUMBER = WS-DN-YEAR * 365
                       + WS-DN-Q4 - WS-DN-Q100 + WS-DN-Q400
                       + WS-CUM-DAYS(WS-DN-MONTH) + WS-DN-DAY
              END-IF
           END-IF.
       4000-DECIDED-LINE-PARA.
           PERFORM 5000-BUILD-LINE-PARA
           MOVE AQ-CHECKER-ID TO RD-CHECKER
           EVALUATE AQ-STATUS
              WHEN 'A'
                 MOVE 'APPROVED' TO RD-STATUS
                 ADD 1 TO WS-APPROVE-COUNT
              WHEN 'X'
                 MOVE 'DECLINED' TO RD-STATUS
                 ADD 1 TO WS-DECLINE-COUNT
              WHEN OTHER
                 MOVE 'FAILED'   TO RD-STATUS
                 ADD 1 TO WS-FAILED-COUNT
           END-EVALUATE
           ADD 1 TO WS-DECIDE-COUNT
           PERFORM 6000-WRITE-DETAIL-PARA.
       5000-BUILD-LINE-PARA.
           INITIALIZE REP-DETAIL-LINE
           MOVE AQ-TRAN-IMAGE TO WS-TRAN-IMAGE
           MOVE AQ-EMP-ID     TO RD-ID
           MOVE AQ-SEQ        TO RD-SEQ
           MOVE AQ-MAKER-ID   TO RD-MAKER
           MOVE AQ-SUBM-DATE  TO RD-SUBM-DATE
           MOVE TI-EMP-NAME   TO RD-NAME
           IF MASTER-AVAILABLE
              MOVE AQ-EMP-ID TO M-EMP-ID
              READ EMPLOYEE-MASTER
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE M-EMP-NAME TO RD-NAME
              END-READ
           END-IF
           EVALUATE AQ-REASON
              WHEN 'E'
                 MOVE 'EARNINGS'    TO RD-REASON
                 MOVE AQ-OLD-EARN   TO WS-ED-OLD
                 MOVE AQ-NEW-EARN   TO WS-ED-NEW
                 STRING 'FROM ' WS-ED-OLD ' TO ' WS-ED-NEW
                    DELIMITED BY SIZE INTO RD-DETAIL
              WHEN 'B'
                 MOVE 'BANK CHANGE' TO RD-REASON
                 PERFORM 5100-BANK-DETAIL-PARA
              WHEN 'T'
                 MOVE 'TERMINATION' TO RD-REASON
                 IF TI-TERM-DATE = SPACES
                    MOVE 'TERMINATE AS OF APPROVAL DATE' TO RD-DETAIL
                 ELSE
                    STRING 'TERMINATE AS OF ' TI-TERM-DATE
                       DELIMITED BY SIZE INTO RD-DETAIL
                 END-IF
              WHEN OTHER
                 MOVE 'OTHER'       TO RD-REASON
                 MOVE AQ-TRAN-IMAGE(1:40) TO RD-DETAIL
           END-EVALUATE.
       5100-BANK-DETAIL-PARA.
           EVALUATE TRUE
              WHEN TI-BANK-ACTIVE = 'N'
                 MOVE 'DEACTIVATE ACCOUNT' TO RD-DETAIL
              WHEN DECIDED-PASS
                 STRING TI-BANK-CODE '/' TI-BANK-ACCT
                    DELIMITED BY SIZE INTO RD-DETAIL
              WHEN OTHER
                 PERFORM 5150-BANK-WAS-PARA
           END-EVALUATE.
       5150-BANK-WAS-PARA.
           MOVE 'NONE' TO B-BANK-ACCT
           IF BANK-AVAILABLE
              MOVE AQ-EMP-ID TO B-EMP-ID
              READ BANK-FILE
                 INVALID KEY
                    MOVE 'NONE' TO B-BANK-ACCT
              END-READ
           END-IF
           STRING TI-BANK-CODE '/' TI-BANK-ACCT ' WAS '
              B-BANK-ACCT
              DELIMITED BY SIZE INTO RD-DETAIL.
       6000-WRITE-DETAIL-PARA.
           WRITE APPROVAL-REPORT-RECORD FROM REP-DETAIL-LINE
           MOVE 'APPROVAL-REPORT' TO WS-ABEND-FILE
           MOVE WS-REP-STAT       TO WS-ABEND-STAT
           PERFORM 9900-CHECK-STATUS-PARA.
       9000-END-PARA.
           MOVE 'AWAITING APPROVAL =>'  TO RT-LABEL
           MOVE WS-PEND-COUNT           TO RT-COUNT
           WRITE APPROVAL-REPORT-RECORD FROM REP-TOTAL-LINE AFTER 2
           MOVE '  OVER DAYS LIMIT =>'  TO RT-LABEL
           MOVE WS-OVERDUE-COUNT        TO RT-COUNT
           WRITE APPROVAL-REPORT-RECORD FROM REP-TOTAL-LINE
           MOVE 'APPROVED TODAY =>'     TO RT-LABEL
           MOVE WS-APPROVE-COUNT        TO RT-COUNT
           WRITE APPROVAL-REPORT-RECORD FROM REP-TOTAL-LINE
           MOVE 'DECLINED TODAY =>'     TO RT-LABEL
           MOVE WS-DECLINE-COUNT        TO RT-COUNT
           WRITE APPROVAL-REPORT-RECORD FROM REP-TOTAL-LINE
           MOVE 'APPROVED BUT FAILED =>' TO RT-LABEL
           MOVE WS-FAILED-COUNT         TO RT-COUNT
           WRITE APPROVAL-REPORT-RECORD FROM REP-TOTAL-LINE
           MOVE 'APPROVAL-REPORT' TO WS-ABEND-FILE
           MOVE WS-REP-STAT       TO WS-ABEND-STAT
           PERFORM 9900-CHECK-STATUS-PARA
           DISPLAY 'PENDING APPROVALS REPORT COMPLETE'
           DISPLAY 'AWAITING APPROVAL  = ', WS-PEND-COUNT
           DISPLAY 'OVER DAYS LIMIT    = ', WS-OVERDUE-COUNT
           DISPLAY 'APPROVED TODAY     = ', WS-APPROVE-COUNT
           DISPLAY 'DECLINED TODAY     = ', WS-DECLINE-COUNT
           DISPLAY 'APPROVED BUT FAILED = ', WS-FAILED-COUNT
           IF WS-OVERDUE-COUNT > ZERO OR WS-FAILED-COUNT > ZERO
              MOVE 4 TO RETURN-CODE
           END-IF
           IF APPROVALS-AVAILABLE
              CLOSE APPROVAL-FILE
           END-IF
           IF MASTER-AVAILABLE
              CLOSE EMPLOYEE-MASTER
           END-IF
           IF BANK-AVAILABLE
              CLOSE BANK-FILE
           END-IF
           CLOSE APPROVAL-REPORT.
       9900-CHECK-STATUS-PARA.
           IF WS-ABEND-STAT NOT = '00'
              DISPLAY '*** I/O ERROR ON ' WS-ABEND-FILE
                 ' STATUS=' WS-ABEND-STAT ' - JOB ABENDING ***'
              CLOSE APPROVAL-REPORT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
