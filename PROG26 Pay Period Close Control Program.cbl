              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE  IS SEQUENTIAL
              FILE STATUS  IS WS-RUN-STAT.
           SELECT EMPLOYEE-MASTER ASSIGN TO 'EMPFILE.DAT'
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              RECORD KEY   IS M-EMP-ID
              FILE STATUS  IS WS-MST-STAT.
           SELECT DEDN-FILE ASSIGN TO 'EMPDEDN.DAT'
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              RECORD KEY   IS D-DEDN-KEY
              FILE STATUS  IS WS-DDN-STAT.
           SELECT PAYMENT-FILE ASSIGN TO 'BNKPAY.DAT'
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE  IS SEQUENTIAL
              FILE STATUS  IS WS-PAY-STAT.
           SELECT LEDGER-FILE ASSIGN TO 'PAYLEDGR.DAT'
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              RECORD KEY   IS LG-LEDGER-KEY
              FILE STATUS  IS WS-LDG-STAT.
           SELECT RETRO-FILE ASSIGN TO 'RETROPAY.DAT'
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              RECORD KEY   IS RP-RETRO-KEY
              FILE STATUS  IS WS-RTR-STAT.
           SELECT LEAVE-FILE ASSIGN TO 'LEAVEBAL.DAT'
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              RECORD KEY   IS LB-LEAVE-KEY
              FILE STATUS  IS WS-LVB-STAT.
           SELECT CODE-TABLE-FILE ASSIGN TO 'CODETABL.DAT'
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              RECORD KEY   IS CT-KEY
              FILE STATUS  IS WS-CDT-STAT.
           SELECT HISTORY-FILE ASSIGN TO 'EMPHIST.DAT'
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              RECORD KEY   IS H-HIST-KEY
              FILE STATUS  IS WS-HST-STAT.
           SELECT AUDIT-FILE ASSIGN TO 'EMPAUDIT.LOG'
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE  IS SEQUENTIAL
              FILE STATUS  IS WS-AUD-STAT.
       DATA DIVISION.
       FILE SECTION.
       FD  PERIOD-FILE
           03  RC-COUNTER       PIC X(20).
           03  RC-VALUE         PIC 9(09).
           03  FILLER           PIC X(43).
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
       FD  DEDN-FILE
           RECORD CONTAINS 20 CHARACTERS.
       01  DEDN-RECORD.
           03  D-DEDN-KEY.
               05  D-EMP-ID     PIC X(05).
               05  D-DEDN-TYPE  PIC X(02).
           03  D-DEDN-AMT       PIC 9(05)V99.
           03  FILLER           PIC X(06).
       FD  PAYMENT-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  PAYMENT-DETAIL-REC.
           03  PD-REC-CODE      PIC X(01).
           03  PD-EMP-ID        PIC X(05).
           03  PD-BANK-CODE     PIC X(06).
           03  PD-BANK-ACCT     PIC X(12).
           03  PD-AMOUNT        PIC 9(07)V99.
           03  PD-PAY-SEQ       PIC 9(07).
           03  PD-PAY-TYPE      PIC X(01).
           03  FILLER           PIC X(39).
       01  PAYMENT-HEADER-REC.
           03  PH-REC-CODE      PIC X(01).
           03  PH-PAY-DATE      PIC X(08).
           03  FILLER           PIC X(71).
       FD  LEDGER-FILE
           RECORD CONTAINS 250 CHARACTERS.
       01  LEDGER-RECORD.
           03  LG-LEDGER-KEY.
               05  LG-EMP-ID    PIC X(05).
               05  LG-PRD-YEAR  PIC X(04).
               05  LG-PRD-NUMBER PIC 9(03).
           03  LG-PRD-START-DATE PIC X(08).
           03  LG-PRD-END-DATE  PIC X(08).
           03  LG-EMP-NAME      PIC X(15).
           03  LG-EMP-LOC       PIC X(03).
           03  LG-EMP-TECH      PIC X(05).
           03  LG-EMP-DEPT      PIC X(03).
           03  LG-EARN          PIC 9(05)V99.
           03  LG-DEDN-COUNT    PIC 9(02).
           03  LG-DEDN-LINE OCCURS 8 TIMES.
               05  LG-DEDN-TYPE PIC X(02).
               05  LG-DEDN-AMT  PIC 9(05)V99.
           03  LG-DEDN-TOTAL    PIC 9(06)V99.
           03  LG-NET-PAY       PIC S9(06)V99.
           03  LG-PAY-REF.
               05  LG-PAY-DATE  PIC X(08).
               05  LG-PAY-SEQ   PIC 9(07).
           03  LG-PAY-AMOUNT    PIC 9(07)V99.
           03  LG-CLOSE-DATE    PIC X(08).
           03  LG-STD-EARN      PIC 9(05)V99.
           03  LG-UNPAID-AMT    PIC 9(05)V99.
           03  FILLER           PIC X(03).
           03  LG-RETRO-COUNT   PIC 9(02).
           03  LG-RETRO-EARN    PIC 9(06)V99.
           03  LG-RETRO-TX      PIC 9(06)V99.
           03  LG-RETRO-IN      PIC 9(06)V99.
           03  LG-RETRO-PN      PIC 9(06)V99.
           03  LG-RETRO-NET     PIC S9(07)V99.
           03  FILLER           PIC X(07).
       FD  RETRO-FILE
           RECORD CONTAINS 130 CHARACTERS.
       01  RETRO-RECORD.
           03  RP-RETRO-KEY.
               05  RP-EMP-ID    PIC X(05).
               05  RP-PRD-YEAR  PIC X(04).
               05  RP-PRD-NUMBER PIC 9(03).
               05  RP-SEQ       PIC 9(02).
           03  RP-EMP-LOC       PIC X(03).
           03  RP-EMP-DEPT      PIC X(03).
           03  RP-EMP-NAME      PIC X(15).
           03  RP-EFF-DATE      PIC X(08).
           03  RP-OLD-EARN      PIC 9(05)V99.
           03  RP-NEW-EARN      PIC 9(05)V99.
           03  RP-ARR-EARN      PIC 9(05)V99.
           03  RP-ARR-TX        PIC 9(05)V99.
           03  RP-ARR-IN        PIC 9(05)V99.
           03  RP-ARR-PN        PIC 9(05)V99.
           03  RP-ARR-NET       PIC S9(06)V99.
           03  RP-CALC-DATE     PIC X(08).
           03  RP-GL-POSTED     PIC X(01).
           03  RP-CLOSE-YEAR    PIC X(04).
           03  RP-CLOSE-PRD     PIC 9(03).
           03  RP-PAY-STATUS    PIC X(01).
           03  RP-PAY-DATE      PIC X(08).
           03  RP-PAY-SEQ       PIC 9(07).
           03  FILLER           PIC X(05).
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
       FD  CODE-TABLE-FILE
           RECORD CONTAINS 30 CHARACTERS.
       01  CODE-TABLE-RECORD.
           03  CT-KEY.
               05  CT-TABLE-TYPE PIC X(01).
               05  CT-CODE      PIC X(05).
           03  CT-DESC          PIC X(15).
           03  CT-STATUS        PIC X(01).
           03  CT-EXPIRE-DATE   PIC X(08).
       FD  HISTORY-FILE
           RECORD CONTAINS 175 CHARACTERS.
       01  HISTORY-RECORD.
           03  H-HIST-KEY.
               05  H-EMP-ID     PIC X(05).
               05  H-DATE       PIC X(08).
               05  H-TIME       PIC X(06).
               05  H-SEQ        PIC 9(05).
           03  H-ACTION         PIC X(10).
           03  H-TRAN-SOURCE    PIC X(01).
           03  H-BEFORE-IMAGE   PIC X(62).
           03  H-AFTER-IMAGE    PIC X(62).
           03  H-OPER-ID        PIC X(08).
           03  H-APPR-ID        PIC X(08).
       FD  AUDIT-FILE
           RECORD CONTAINS 100 CHARACTERS
           RECORDING MODE IS F.
       01  AUDIT-RECORD PIC X(100).
       WORKING-STORAGE SECTION.
       01  WS-PAYMENT-TABLES.
           03  WS-PT-COUNT      PIC 9(05) VALUE ZERO.
           03  WS-PT-ENTRY OCCURS 5000 TIMES.
               05  WS-PT-EMP-ID PIC X(05).
               05  WS-PT-SEQ    PIC 9(07).
               05  WS-PT-AMOUNT PIC 9(07)V99.
       01  WS-ACCRUAL-DESC.
           03  AC-TECH          PIC X(05).
           03  AC-AN-RATE       PIC 9(02)V99.
           03  AC-SK-RATE       PIC 9(02)V99.
           03  FILLER           PIC X(02).
       01  WS-AUDIT-LINE.
           03  A-DATE           PIC X(10) VALUE SPACES.
           03  FILLER           PIC X(02) VALUE SPACES.
           03  A-TIME           PIC X(08) VALUE SPACES.
           03  FILLER           PIC X(02) VALUE SPACES.
           03  A-ACTION         PIC X(10) VALUE SPACES.
           03  FILLER           PIC X(02) VALUE SPACES.
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
               05  WS-TIME-HH   PIC 9(02).
               05  WS-TIME-MM   PIC 9(02).
               05  WS-TIME-SS   PIC 9(02).
               05  WS-TIME-FS   PIC 9(02).
           03  WS-RUN-DATE      PIC X(08) VALUE SPACES.
           03  WS-FDATE         PIC X(10) VALUE SPACES.
           03  WS-FTIME.
               05  F-HH         PIC 9(02) VALUE ZERO.
               05  FILLER       PIC X(01) VALUE ':'.
               05  F-MM         PIC 9(02) VALUE ZERO.
               05  FILLER       PIC X(01) VALUE ':'.
               05  F-SS         PIC 9(02) VALUE ZERO.
       01  WS-VARIABLES.
           03  WS-PRD-STAT      PIC X(02) VALUE SPACES.
           03  WS-RUN-STAT      PIC X(02) VALUE SPACES.
           03  WS-MST-STAT      PIC X(02) VALUE SPACES.
           03  WS-DDN-STAT      PIC X(02) VALUE SPACES.
           03  WS-PAY-STAT      PIC X(02) VALUE SPACES.
           03  WS-LDG-STAT      PIC X(02) VALUE SPACES.
           03  WS-RTR-STAT      PIC X(02) VALUE SPACES.
           03  WS-RETRO-EOF     PIC X(01) VALUE 'N'.
           03  WS-RETRO-COUNT   PIC 9(05) VALUE ZERO.
           03  WS-RETRO-UNPAID  PIC 9(05) VALUE ZERO.
           03  WS-RTR-AVAIL     PIC X(01) VALUE 'N'.
               88  RETRO-FILE-AVAILABLE   VALUE 'Y'.
           03  WS-MST-EOF       PIC X(01) VALUE 'N'.
               88  END-OF-MASTER          VALUE 'Y'.
           03  WS-DEDN-EOF      PIC X(01) VALUE 'N'.
           03  WS-PAY-EOF       PIC X(01) VALUE 'N'.
           03  WS-DEDN-AVAIL    PIC X(01) VALUE 'N'.
               88  DEDN-FILE-AVAILABLE    VALUE 'Y'.
           03  WS-PAY-AVAIL     PIC X(01) VALUE 'N'.
               88  PAYMENT-FILE-AVAILABLE VALUE 'Y'.
           03  WS-PAY-FOUND     PIC X(01) VALUE 'N'.
               88  PAYMENT-FOUND          VALUE 'Y'.
           03  WS-PAY-DATE      PIC X(08) VALUE SPACES.
           03  WS-PT-IDX        PIC 9(05) VALUE ZERO.
           03  WS-PERIOD-START  PIC X(08) VALUE SPACES.
           03  WS-PERIOD-END    PIC X(08) VALUE SPACES.
           03  WS-LDG-COUNT     PIC 9(05) VALUE ZERO.
           03  WS-LDG-NOPAY     PIC 9(05) VALUE ZERO.
           03  WS-LDG-EARN      PIC 9(09)V99 VALUE ZERO.
           03  WS-LDG-NET       PIC S9(09)V99 VALUE ZERO.
           03  WS-LDG-RETRO     PIC 9(05) VALUE ZERO.
           03  WS-LDG-RETRO-EARN PIC 9(09)V99 VALUE ZERO.
           03  WS-PRD-EOF       PIC X(01) VALUE 'N'.
           03  WS-RUN-EOF       PIC X(01) VALUE 'N'.
               88  END-OF-RUN-CONTROL     VALUE 'Y'.
           03  WS-CLOSED-FLAG   PIC X(01) VALUE 'N'.
           03  WS-NEXT-FLAG     PIC X(01) VALUE 'N'.
               88  NEXT-PERIOD-OPENED     VALUE 'Y'.
           03  WS-LVB-STAT      PIC X(02) VALUE SPACES.
           03  WS-HST-STAT      PIC X(02) VALUE SPACES.
           03  WS-AUD-STAT      PIC X(02) VALUE SPACES.
           03  WS-HIST-SEQ      PIC 9(05) VALUE ZERO.
           03  WS-BEFORE-IMAGE  PIC X(62) VALUE SPACES.
           03  WS-AFTER-IMAGE   PIC X(62) VALUE SPACES.
           03  WS-AUD-ACTION    PIC X(10) VALUE SPACES.
           03  WS-AUD-RESULT    PIC X(35) VALUE SPACES.
           03  WS-CDT-STAT      PIC X(02) VALUE SPACES.
           03  WS-CDT-AVAIL     PIC X(01) VALUE 'N'.
               88  CODE-TABLE-AVAILABLE   VALUE 'Y'.
           03  WS-CDT-EOF       PIC X(01) VALUE 'N'.
           03  WS-LVE-EOF       PIC X(01) VALUE 'N'.
           03  WS-LVE-FOUND     PIC X(01) VALUE 'N'.
               88  LEAVE-RECORD-FOUND     VALUE 'Y'.
           03  WS-RATE-DEPT     PIC X(03) VALUE SPACES.
           03  WS-RATE-SPEC     PIC 9(01) VALUE ZERO.
           03  WS-BEST-SPEC     PIC 9(01) VALUE ZERO.
           03  WS-AN-RATE       PIC 9(02)V99 VALUE ZERO.
           03  WS-SK-RATE       PIC 9(02)V99 VALUE ZERO.
           03  WS-ACCR-TYPE     PIC X(02) VALUE SPACES.
           03  WS-ACCR-RATE     PIC 9(02)V99 VALUE ZERO.
           03  WS-ACCR-COUNT    PIC 9(05) VALUE ZERO.
           03  WS-ACCR-DAYS     PIC 9(07)V99 VALUE ZERO.
           03  WS-ACCR-SKIP     PIC 9(05) VALUE ZERO.
           03  WS-ACCR-NORATE   PIC 9(05) VALUE ZERO.
           03  WS-LVE-RESET     PIC 9(05) VALUE ZERO.
           03  WS-UNPAID-RESTORED PIC 9(05) VALUE ZERO.
           03  WS-UNPAID-WARN   PIC 9(05) VALUE ZERO.
           03  WS-ABEND-FILE    PIC X(20) VALUE SPACES.
           03  WS-ABEND-STAT    PIC X(02) VALUE SPACES.
       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           PERFORM 1000-INIT-PARA.
           PERFORM 2000-LEDGER-PARA
           PERFORM 2500-RETRO-CLOSE-PARA
           PERFORM 2700-LEAVE-CLOSE-PARA
           PERFORM 3000-CLOSE-PERIOD-PARA
           PERFORM 9000-END-PARA
           STOP RUN.
                    SET OPEN-PERIOD-FOUND TO TRUE
                    MOVE PRD-NUMBER      TO WS-PERIOD-NUMBER
                    MOVE PRD-POSTED-FLAG TO WS-PERIOD-POSTED
                    MOVE PRD-START-DATE  TO WS-PERIOD-START
                    MOVE PRD-END-DATE    TO WS-PERIOD-END
                 END-IF
              ELSE
                 MOVE 'PERIOD-FILE' TO WS-ABEND-FILE
                 PERFORM 9900-CHECK-STATUS-PARA
              END-IF
           END-IF.
       1400-DATE-PARA.
           ACCEPT WS-DATE FROM DATE
           ACCEPT WS-TIME FROM TIME
           MOVE '20'         TO WS-RUN-DATE(1:2)
           MOVE WS-DATE(3:2) TO WS-RUN-DATE(3:2)
           MOVE WS-DATE(5:2) TO WS-RUN-DATE(5:2)
           MOVE WS-DATE(7:2) TO WS-RUN-DATE(7:2)
           MOVE    20        TO WS-FDATE(7:2)
           MOVE WS-DATE(3:2) TO WS-FDATE(9:2)
           MOVE WS-DATE(5:2) TO WS-FDATE(4:2)
           MOVE WS-DATE(7:2) TO WS-FDATE(1:2)
           MOVE '/'  TO WS-FDATE(3:1) WS-FDATE(6:1)
           MOVE WS-TIME-HH TO F-HH
           MOVE WS-TIME-MM TO F-MM
           MOVE WS-TIME-SS TO F-SS.
       1500-LOAD-PAYMENTS-PARA.
           OPEN INPUT PAYMENT-FILE
           IF WS-PAY-STAT = '00'
              SET PAYMENT-FILE-AVAILABLE TO TRUE
           ELSE
              IF WS-PAY-STAT NOT = '35'
                 MOVE 'PAYMENT-FILE' TO WS-ABEND-FILE
                 MOVE WS-PAY-STAT    TO WS-ABEND-STAT
                 PERFORM 9900-CHECK-STATUS-PARA
              END-IF
           END-IF
           IF PAYMENT-FILE-AVAILABLE
              MOVE 'N' TO WS-PAY-EOF
              PERFORM 1550-LOAD-NEXT-PARA UNTIL WS-PAY-EOF = 'Y'
              CLOSE PAYMENT-FILE
           ELSE
              DISPLAY '*** BNKPAY.DAT NOT AVAILABLE - LEDGER WRITTEN'
                 ' WITHOUT PAYMENT REFERENCES ***'
           END-IF.
       1550-LOAD-NEXT-PARA.
           READ PAYMENT-FILE
              AT END
                 MOVE 'Y' TO WS-PAY-EOF
           END-READ
           IF WS-PAY-EOF NOT = 'Y'
              IF WS-PAY-STAT = '00'
                 EVALUATE PD-REC-CODE
                    WHEN 'H'
                       MOVE PH-PAY-DATE TO WS-PAY-DATE
                    WHEN 'D'
                       IF PD-PAY-TYPE = SPACE
                          IF WS-PT-COUNT < 5000
                             ADD 1 TO WS-PT-COUNT
                             MOVE PD-EMP-ID TO WS-PT-EMP-ID(WS-PT-COUNT)
                             MOVE PD-PAY-SEQ TO WS-PT-SEQ(WS-PT-COUNT)
                             MOVE PD-AMOUNT TO WS-PT-AMOUNT(WS-PT-COUNT)
                          ELSE
                             DISPLAY '*** PAYMENT TABLE FULL - '
                                'JOB ABENDING ***'
                             MOVE 16 TO RETURN-CODE
                             STOP RUN
                          END-IF
                       END-IF
                    WHEN OTHER
                       CONTINUE
                 END-EVALUATE
              ELSE
                 MOVE 'PAYMENT-FILE' TO WS-ABEND-FILE
                 MOVE WS-PAY-STAT    TO WS-ABEND-STAT
                 PERFORM 9900-CHECK-STATUS-PARA
              END-IF
           END-IF.
       2000-LEDGER-PARA.
           PERFORM 1400-DATE-PARA
           PERFORM 1500-LOAD-PAYMENTS-PARA
           OPEN INPUT EMPLOYEE-MASTER
           MOVE 'EMPLOYEE-MASTER' TO WS-ABEND-FILE
           MOVE WS-MST-STAT       TO WS-ABEND-STAT
           PERFORM 9900-CHECK-STATUS-PARA
           OPEN INPUT DEDN-FILE
           IF WS-DDN-STAT = '00'
              SET DEDN-FILE-AVAILABLE TO TRUE
           ELSE
              IF WS-DDN-STAT NOT = '35'
                 MOVE 'DEDN-FILE' TO WS-ABEND-FILE
                 MOVE WS-DDN-STAT TO WS-ABEND-STAT
                 PERFORM 9900-CHECK-STATUS-PARA
              END-IF
           END-IF
           OPEN I-O LEDGER-FILE
           IF WS-LDG-STAT = '35'
              OPEN OUTPUT LEDGER-FILE
              CLOSE LEDGER-FILE
              OPEN I-O LEDGER-FILE
           END-IF
           MOVE 'LEDGER-FILE' TO WS-ABEND-FILE
           MOVE WS-LDG-STAT   TO WS-ABEND-STAT
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
           OPEN INPUT CODE-TABLE-FILE
           IF WS-CDT-STAT = '00'
              SET CODE-TABLE-AVAILABLE TO TRUE
           ELSE
              IF WS-CDT-STAT NOT = '35'
                 MOVE 'CODE-TABLE-FILE' TO WS-ABEND-FILE
                 MOVE WS-CDT-STAT       TO WS-ABEND-STAT
                 PERFORM 9900-CHECK-STATUS-PARA
              END-IF
              DISPLAY '*** CODETABL.DAT NOT AVAILABLE - LEAVE NOT '
                 'ACCRUED THIS PERIOD ***'
           END-IF
           OPEN INPUT RETRO-FILE
           IF WS-RTR-STAT = '00'
              SET RETRO-FILE-AVAILABLE TO TRUE
           ELSE
              IF WS-RTR-STAT NOT = '35'
                 MOVE 'RETRO-FILE' TO WS-ABEND-FILE
                 MOVE WS-RTR-STAT  TO WS-ABEND-STAT
                 PERFORM 9900-CHECK-STATUS-PARA
              END-IF
           END-IF
           MOVE 'N' TO WS-MST-EOF
           PERFORM 2100-READ-MASTER-PARA
           PERFORM 2200-LEDGER-NEXT-PARA UNTIL END-OF-MASTER
           IF DEDN-FILE-AVAILABLE
              CLOSE DEDN-FILE
           END-IF
           IF CODE-TABLE-AVAILABLE
              CLOSE CODE-TABLE-FILE
           END-IF
           IF RETRO-FILE-AVAILABLE
              CLOSE RETRO-FILE
           END-IF
           CLOSE EMPLOYEE-MASTER, LEDGER-FILE.
       2100-READ-MASTER-PARA.
           READ EMPLOYEE-MASTER NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-MST-EOF
           END-READ.
           IF NOT END-OF-MASTER AND WS-MST-STAT NOT = '00'
              MOVE 'EMPLOYEE-MASTER' TO WS-ABEND-FILE
              MOVE WS-MST-STAT       TO WS-ABEND-STAT
              PERFORM 9900-CHECK-STATUS-PARA
           END-IF.
       2200-LEDGER-NEXT-PARA.
           IF M-EMP-STATUS NOT = 'T' AND M-EMP-EARN NUMERIC
              PERFORM 2300-BUILD-LEDGER-PARA
              PERFORM 2600-WRITE-LEDGER-PARA
              IF CODE-TABLE-AVAILABLE
                 PERFORM 2800-ACCRUE-LEAVE-PARA
              END-IF
           ELSE
              IF M-EMP-STATUS = 'T' AND RETRO-FILE-AVAILABLE
                 PERFORM 2320-TERM-LEDGER-PARA
              END-IF
           END-IF
           PERFORM 2100-READ-MASTER-PARA.
       2300-BUILD-LEDGER-PARA.
           INITIALIZE LEDGER-RECORD
           MOVE M-EMP-ID              TO LG-EMP-ID
           MOVE WS-PERIOD-END(1:4)    TO LG-PRD-YEAR
           MOVE WS-PERIOD-NUMBER      TO LG-PRD-NUMBER
           MOVE WS-PERIOD-START       TO LG-PRD-START-DATE
           MOVE WS-PERIOD-END         TO LG-PRD-END-DATE
           MOVE M-EMP-NAME            TO LG-EMP-NAME
           MOVE M-EMP-LOC             TO LG-EMP-LOC
           MOVE M-EMP-TECH            TO LG-EMP-TECH
           MOVE M-EMP-DEPT            TO LG-EMP-DEPT
           MOVE M-EMP-EARN            TO LG-EARN
           MOVE WS-RUN-DATE           TO LG-CLOSE-DATE
           PERFORM 2310-LEAVE-STD-PARA
           IF RETRO-FILE-AVAILABLE
              PERFORM 2360-RETRO-LEDGER-PARA
           END-IF
           IF DEDN-FILE-AVAILABLE
              MOVE 'N'      TO WS-DEDN-EOF
              MOVE M-EMP-ID TO D-EMP-ID
              MOVE SPACES   TO D-DEDN-TYPE
              START DEDN-FILE KEY IS NOT LESS THAN D-DEDN-KEY
                 INVALID KEY
                    MOVE 'Y' TO WS-DEDN-EOF
              END-START
              PERFORM 2350-DEDN-NEXT-PARA UNTIL WS-DEDN-EOF = 'Y'
           END-IF
           COMPUTE LG-NET-PAY = LG-EARN - LG-DEDN-TOTAL
           PERFORM 2400-FIND-PAYMENT-PARA
           IF PAYMENT-FOUND
              MOVE WS-PAY-DATE              TO LG-PAY-DATE
              MOVE WS-PT-SEQ(WS-PT-IDX)     TO LG-PAY-SEQ
              MOVE WS-PT-AMOUNT(WS-PT-IDX)  TO LG-PAY-AMOUNT
           ELSE
              ADD 1 TO WS-LDG-NOPAY
           END-IF.
       2310-LEAVE-STD-PARA.
           MOVE M-EMP-EARN TO LG-STD-EARN
           MOVE M-EMP-ID   TO LB-EMP-ID
           MOVE 'UL'       TO LB-LEAVE-TYPE
           READ LEAVE-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF LB-PRD-UNPAID-AMT > ZERO
                    MOVE LB-STD-EARN       TO LG-STD-EARN
                    MOVE LB-PRD-UNPAID-AMT TO LG-UNPAID-AMT
                 END-IF
           END-READ.
       2320-TERM-LEDGER-PARA.
           INITIALIZE LEDGER-RECORD
           MOVE M-EMP-ID              TO LG-EMP-ID
           MOVE WS-PERIOD-END(1:4)    TO LG-PRD-YEAR
           MOVE WS-PERIOD-NUMBER      TO LG-PRD-NUMBER
           MOVE WS-PERIOD-START       TO LG-PRD-START-DATE
           MOVE WS-PERIOD-END         TO LG-PRD-END-DATE
           MOVE M-EMP-NAME            TO LG-EMP-NAME
           MOVE M-EMP-LOC             TO LG-EMP-LOC
           MOVE M-EMP-TECH            TO LG-EMP-TECH
           MOVE M-EMP-DEPT            TO LG-EMP-DEPT
           MOVE WS-RUN-DATE           TO LG-CLOSE-DATE
           PERFORM 2360-RETRO-LEDGER-PARA
           IF LG-RETRO-COUNT > ZERO
              PERFORM 2600-WRITE-LEDGER-PARA
           END-IF.
       2350-DEDN-NEXT-PARA.
           READ DEDN-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-DEDN-EOF
           END-READ
           IF WS-DEDN-EOF NOT = 'Y'
              IF D-EMP-ID = M-EMP-ID
                 ADD D-DEDN-AMT TO LG-DEDN-TOTAL
                 IF LG-DEDN-COUNT < 8
                    ADD 1 TO LG-DEDN-COUNT
                    MOVE D-DEDN-TYPE TO LG-DEDN-TYPE(LG-DEDN-COUNT)
                    MOVE D-DEDN-AMT  TO LG-DEDN-AMT(LG-DEDN-COUNT)
                 ELSE
                    DISPLAY '*** MORE THAN 8 DEDUCTION LINES FOR '
                       M-EMP-ID ' - ' D-DEDN-TYPE
                       ' IN TOTAL ONLY ***'
                 END-IF
              ELSE
                 MOVE 'Y' TO WS-DEDN-EOF
              END-IF
           END-IF.
       2360-RETRO-LEDGER-PARA.
           MOVE 'N'      TO WS-RETRO-EOF
           MOVE M-EMP-ID TO RP-EMP-ID
           MOVE SPACES   TO RP-PRD-YEAR
           MOVE ZERO     TO RP-PRD-NUMBER, RP-SEQ
           START RETRO-FILE KEY IS NOT LESS THAN RP-RETRO-KEY
              INVALID KEY
                 MOVE 'Y' TO WS-RETRO-EOF
           END-START
           PERFORM 2370-RETRO-LEDGER-NEXT-PARA
              UNTIL WS-RETRO-EOF = 'Y'.
       2370-RETRO-LEDGER-NEXT-PARA.
           READ RETRO-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-RETRO-EOF
           END-READ
           IF WS-RETRO-EOF NOT = 'Y'
              MOVE 'RETRO-FILE' TO WS-ABEND-FILE
              MOVE WS-RTR-STAT  TO WS-ABEND-STAT
              PERFORM 9900-CHECK-STATUS-PARA
              IF RP-EMP-ID NOT = M-EMP-ID
                 MOVE 'Y' TO WS-RETRO-EOF
              ELSE
                 IF (RP-GL-POSTED = 'Y' AND RP-CLOSE-YEAR = SPACES)
                    OR (RP-CLOSE-YEAR = WS-PERIOD-END(1:4)
                        AND RP-CLOSE-PRD = WS-PERIOD-NUMBER)
                    ADD 1           TO LG-RETRO-COUNT
                    ADD RP-ARR-EARN TO LG-RETRO-EARN
                    ADD RP-ARR-TX   TO LG-RETRO-TX
                    ADD RP-ARR-IN   TO LG-RETRO-IN
                    ADD RP-ARR-PN   TO LG-RETRO-PN
                    ADD RP-ARR-NET  TO LG-RETRO-NET
                 END-IF
              END-IF
           END-IF.
       2400-FIND-PAYMENT-PARA.
           MOVE 'N' TO WS-PAY-FOUND
           MOVE 1   TO WS-PT-IDX
           PERFORM 2450-SCAN-PAYMENT-PARA
              UNTIL WS-PT-IDX > WS-PT-COUNT OR PAYMENT-FOUND.
       2450-SCAN-PAYMENT-PARA.
           IF WS-PT-EMP-ID(WS-PT-IDX) = M-EMP-ID
              SET PAYMENT-FOUND TO TRUE
           ELSE
              ADD 1 TO WS-PT-IDX
           END-IF.
       2600-WRITE-LEDGER-PARA.
           WRITE LEDGER-RECORD
              INVALID KEY
                 REWRITE LEDGER-RECORD
                 END-REWRITE
           END-WRITE
           MOVE 'LEDGER-FILE' TO WS-ABEND-FILE
           MOVE WS-LDG-STAT   TO WS-ABEND-STAT
           PERFORM 9900-CHECK-STATUS-PARA
           ADD 1          TO WS-LDG-COUNT
           ADD LG-EARN    TO WS-LDG-EARN
           ADD LG-NET-PAY TO WS-LDG-NET
           ADD LG-RETRO-COUNT TO WS-LDG-RETRO
           ADD LG-RETRO-EARN  TO WS-LDG-RETRO-EARN.
       2500-RETRO-CLOSE-PARA.
           OPEN I-O RETRO-FILE
           IF WS-RTR-STAT = '00'
              MOVE 'N'        TO WS-RETRO-EOF
              MOVE LOW-VALUES TO RP-RETRO-KEY
              START RETRO-FILE KEY IS NOT LESS THAN RP-RETRO-KEY
                 INVALID KEY
                    MOVE 'Y' TO WS-RETRO-EOF
              END-START
              PERFORM 2550-RETRO-CLOSE-NEXT-PARA
                 UNTIL WS-RETRO-EOF = 'Y'
              CLOSE RETRO-FILE
           ELSE
              IF WS-RTR-STAT NOT = '35'
                 MOVE 'RETRO-FILE' TO WS-ABEND-FILE
                 MOVE WS-RTR-STAT  TO WS-ABEND-STAT
                 PERFORM 9900-CHECK-STATUS-PARA
              END-IF
           END-IF.
       2550-RETRO-CLOSE-NEXT-PARA.
           READ RETRO-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-RETRO-EOF
           END-READ
           IF WS-RETRO-EOF NOT = 'Y'
              MOVE 'RETRO-FILE' TO WS-ABEND-FILE
              MOVE WS-RTR-STAT  TO WS-ABEND-STAT
              PERFORM 9900-CHECK-STATUS-PARA
              IF RP-GL-POSTED = 'Y' AND RP-CLOSE-YEAR = SPACES
                 MOVE WS-PERIOD-END(1:4) TO RP-CLOSE-YEAR
                 MOVE WS-PERIOD-NUMBER   TO RP-CLOSE-PRD
                 REWRITE RETRO-RECORD
                 MOVE 'RETRO-FILE' TO WS-ABEND-FILE
                 MOVE WS-RTR-STAT  TO WS-ABEND-STAT
                 PERFORM 9900-CHECK-STATUS-PARA
                 ADD 1 TO WS-RETRO-COUNT
                 IF RP-PAY-STATUS NOT = 'I'
                    ADD 1 TO WS-RETRO-UNPAID
                 END-IF
              END-IF
           END-IF.
       2700-LEAVE-CLOSE-PARA.
           OPEN I-O EMPLOYEE-MASTER
           MOVE 'EMPLOYEE-MASTER' TO WS-ABEND-FILE
           MOVE WS-MST-STAT       TO WS-ABEND-STAT
           PERFORM 9900-CHECK-STATUS-PARA
           OPEN I-O HISTORY-FILE
           IF WS-HST-STAT = '35'
              OPEN OUTPUT HISTORY-FILE
              CLOSE HISTORY-FILE
              OPEN I-O HISTORY-FILE
           END-IF
           MOVE 'HISTORY-FILE' TO WS-ABEND-FILE
           MOVE WS-HST-STAT    TO WS-ABEND-STAT
           PERFORM 9900-CHECK-STATUS-PARA
           OPEN EXTEND AUDIT-FILE
           IF WS-AUD-STAT = '35'
              OPEN OUTPUT AUDIT-FILE
           END-IF
           MOVE 'AUDIT-FILE' TO WS-ABEND-FILE
           MOVE WS-AUD-STAT  TO WS-ABEND-STAT
           PERFORM 9900-CHECK-STATUS-PARA
           MOVE 'N'        TO WS-LVE-EOF
           MOVE LOW-VALUES TO LB-LEAVE-KEY
           START LEAVE-FILE KEY IS NOT LESS THAN LB-LEAVE-KEY
              INVALID KEY
                 MOVE 'Y' TO WS-LVE-EOF
           END-START
           PERFORM 2750-LEAVE-CLOSE-NEXT-PARA UNTIL WS-LVE-EOF = 'Y'
           CLOSE LEAVE-FILE, EMPLOYEE-MASTER, HISTORY-FILE,
                 AUDIT-FILE.
       2750-LEAVE-CLOSE-NEXT-PARA.
           READ LEAVE-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-LVE-EOF
           END-READ
           IF WS-LVE-EOF NOT = 'Y'
              MOVE 'LEAVE-FILE' TO WS-ABEND-FILE
              MOVE WS-LVB-STAT  TO WS-ABEND-STAT
              PERFORM 9900-CHECK-STATUS-PARA
              IF LB-PRD-TAKEN > ZERO OR LB-PRD-UNPAID-AMT > ZERO
                 IF LB-LEAVE-TYPE = 'UL' AND LB-PRD-UNPAID-AMT > ZERO
                    PERFORM 2780-UNPAID-RESTORE-PARA
                 END-IF
                 MOVE ZERO TO LB-PRD-TAKEN, LB-PRD-UNPAID-AMT,
                              LB-STD-EARN
                 REWRITE LEAVE-RECORD
                 MOVE 'LEAVE-FILE' TO WS-ABEND-FILE
                 MOVE WS-LVB-STAT  TO WS-ABEND-STAT
                 PERFORM 9900-CHECK-STATUS-PARA
                 ADD 1 TO WS-LVE-RESET
              END-IF
           END-IF.
       2780-UNPAID-RESTORE-PARA.
           MOVE LB-EMP-ID TO M-EMP-ID
           READ EMPLOYEE-MASTER
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF M-EMP-EARN + LB-PRD-UNPAID-AMT = LB-STD-EARN
                    MOVE MASTER-RECORD TO WS-BEFORE-IMAGE
                    MOVE LB-STD-EARN TO M-EMP-EARN
                    REWRITE MASTER-RECORD
                    MOVE 'EMPLOYEE-MASTER' TO WS-ABEND-FILE
                    MOVE WS-MST-STAT       TO WS-ABEND-STAT
                    PERFORM 9900-CHECK-STATUS-PARA
                    MOVE MASTER-RECORD TO WS-AFTER-IMAGE
                    MOVE 'LEAVE-RST' TO WS-AUD-ACTION
                    MOVE 'UNPAID LEAVE EARNINGS RESTORED'
                                     TO WS-AUD-RESULT
                    PERFORM 2790-WRITE-HISTORY-PARA
                    PERFORM 2795-WRITE-AUDIT-PARA
                    ADD 1 TO WS-UNPAID-RESTORED
                 ELSE
                    DISPLAY '*** UNPAID LEAVE FOR ' LB-EMP-ID
                       ' - EARNINGS CHANGED SINCE POSTING,'
                       ' NOT RESTORED ***'
                    ADD 1 TO WS-UNPAID-WARN
                 END-IF
           END-READ.
       2790-WRITE-HISTORY-PARA.
           ADD 1 TO WS-HIST-SEQ
           INITIALIZE HISTORY-RECORD
           MOVE M-EMP-ID        TO H-EMP-ID
           MOVE WS-RUN-DATE     TO H-DATE
           MOVE WS-TIME(1:6)    TO H-TIME
           MOVE WS-HIST-SEQ     TO H-SEQ
           MOVE WS-AUD-ACTION   TO H-ACTION
           MOVE 'L'             TO H-TRAN-SOURCE
           MOVE WS-BEFORE-IMAGE TO H-BEFORE-IMAGE
           MOVE WS-AFTER-IMAGE  TO H-AFTER-IMAGE
           MOVE 'PROG26'        TO H-OPER-ID
           MOVE SPACES          TO H-APPR-ID
           WRITE HISTORY-RECORD
              INVALID KEY
                 CONTINUE
           END-WRITE
           MOVE 'HISTORY-FILE' TO WS-ABEND-FILE
           MOVE WS-HST-STAT    TO WS-ABEND-STAT
           PERFORM 9900-CHECK-STATUS-PARA.
       2795-WRITE-AUDIT-PARA.
           INITIALIZE WS-AUDIT-LINE
           MOVE WS-FDATE      TO A-DATE
           MOVE WS-FTIME      TO A-TIME
           MOVE WS-AUD-ACTION TO A-ACTION
           MOVE M-EMP-ID      TO A-EMP-ID
           MOVE WS-AUD-RESULT TO A-RESULT
           MOVE 'PROG26'      TO A-OPER-ID
           MOVE SPACES        TO A-APPR-ID
           WRITE AUDIT-RECORD FROM WS-AUDIT-LINE
           MOVE 'AUDIT-FILE' TO WS-ABEND-FILE
           MOVE WS-AUD-STAT  TO WS-ABEND-STAT
           PERFORM 9900-CHECK-STATUS-PARA.
       2800-ACCRUE-LEAVE-PARA.
           MOVE ZERO TO WS-BEST-SPEC, WS-AN-RATE, WS-SK-RATE
           MOVE M-EMP-DEPT TO WS-RATE-DEPT
           PERFORM 2850-RATE-SCAN-PARA
           MOVE '***'      TO WS-RATE-DEPT
           PERFORM 2850-RATE-SCAN-PARA
           IF WS-BEST-SPEC = ZERO
              ADD 1 TO WS-ACCR-NORATE
           ELSE
              IF WS-AN-RATE > ZERO
                 MOVE 'AN'       TO WS-ACCR-TYPE
                 MOVE WS-AN-RATE TO WS-ACCR-RATE
                 PERFORM 2900-ACCRUE-TYPE-PARA
              END-IF
              IF WS-SK-RATE > ZERO
                 MOVE 'SK'       TO WS-ACCR-TYPE
                 MOVE WS-SK-RATE TO WS-ACCR-RATE
                 PERFORM 2900-ACCRUE-TYPE-PARA
              END-IF
           END-IF.
       2850-RATE-SCAN-PARA.
           MOVE 'N'          TO WS-CDT-EOF
           MOVE 'V'          TO CT-TABLE-TYPE
           MOVE WS-RATE-DEPT TO CT-CODE(1:3)
           MOVE '00'         TO CT-CODE(4:2)
           START CODE-TABLE-FILE KEY IS NOT LESS THAN CT-KEY
              INVALID KEY
                 MOVE 'Y' TO WS-CDT-EOF
           END-START
           PERFORM 2870-RATE-NEXT-PARA UNTIL WS-CDT-EOF = 'Y'.
       2870-RATE-NEXT-PARA.
           READ CODE-TABLE-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-CDT-EOF
           END-READ
           IF WS-CDT-EOF NOT = 'Y'
              IF CT-TABLE-TYPE NOT = 'V'
                    OR CT-CODE(1:3) NOT = WS-RATE-DEPT
                 MOVE 'Y' TO WS-CDT-EOF
              ELSE
                 MOVE CT-DESC TO WS-ACCRUAL-DESC
                 MOVE ZERO    TO WS-RATE-SPEC
                 IF CT-STATUS = 'A' AND AC-AN-RATE NUMERIC
                       AND AC-SK-RATE NUMERIC
                    IF AC-TECH = M-EMP-TECH
                       MOVE 2 TO WS-RATE-SPEC
                    END-IF
                    IF AC-TECH = SPACES
                       MOVE 1 TO WS-RATE-SPEC
                    END-IF
                    IF WS-RATE-SPEC > ZERO AND WS-RATE-DEPT NOT = '***'
                       ADD 2 TO WS-RATE-SPEC
                    END-IF
                 END-IF
                 IF WS-RATE-SPEC > WS-BEST-SPEC
                    MOVE WS-RATE-SPEC TO WS-BEST-SPEC
                    MOVE AC-AN-RATE   TO WS-AN-RATE
                    MOVE AC-SK-RATE   TO WS-SK-RATE
                 END-IF
              END-IF
           END-IF.
       2900-ACCRUE-TYPE-PARA.
           MOVE M-EMP-ID     TO LB-EMP-ID
           MOVE WS-ACCR-TYPE TO LB-LEAVE-TYPE
           READ LEAVE-FILE
              INVALID KEY
                 INITIALIZE LEAVE-RECORD
                 MOVE M-EMP-ID     TO LB-EMP-ID
                 MOVE WS-ACCR-TYPE TO LB-LEAVE-TYPE
                 MOVE 'N' TO WS-LVE-FOUND
              NOT INVALID KEY
                 SET LEAVE-RECORD-FOUND TO TRUE
           END-READ
           IF LB-LAST-ACCR-YEAR = WS-PERIOD-END(1:4)
                 AND LB-LAST-ACCR-PRD = WS-PERIOD-NUMBER
              ADD 1 TO WS-ACCR-SKIP
           ELSE
              IF LB-YTD-YEAR < WS-PERIOD-END(1:4)
                 MOVE ZERO TO LB-ACCRUED-YTD, LB-TAKEN-YTD
                 MOVE WS-PERIOD-END(1:4) TO LB-YTD-YEAR
              END-IF
              ADD WS-ACCR-RATE TO LB-BALANCE, LB-ACCRUED-YTD
              MOVE WS-PERIOD-END(1:4) TO LB-LAST-ACCR-YEAR
              MOVE WS-PERIOD-NUMBER   TO LB-LAST-ACCR-PRD
              IF LEAVE-RECORD-FOUND
                 REWRITE LEAVE-RECORD
              ELSE
                 WRITE LEAVE-RECORD
              END-IF
              MOVE 'LEAVE-FILE' TO WS-ABEND-FILE
              MOVE WS-LVB-STAT  TO WS-ABEND-STAT
              PERFORM 9900-CHECK-STATUS-PARA
              ADD 1            TO WS-ACCR-COUNT
              ADD WS-ACCR-RATE TO WS-ACCR-DAYS
           END-IF.
       3000-CLOSE-PERIOD-PARA.
           OPEN I-O PERIOD-FILE
           MOVE 'PERIOD-FILE' TO WS-ABEND-FILE
           END-IF.
       9000-END-PARA.
           DISPLAY 'PERIOD ' WS-PERIOD-NUMBER ' CLOSED'
           DISPLAY 'LEDGER RECORDS WRITTEN = ', WS-LDG-COUNT
           DISPLAY 'LEDGER EARNINGS        = ', WS-LDG-EARN
           DISPLAY 'LEDGER NET PAY         = ', WS-LDG-NET
           DISPLAY 'NO BANK PAYMENT FOUND  = ', WS-LDG-NOPAY
           DISPLAY 'RETRO LINES ON LEDGER  = ', WS-LDG-RETRO
           DISPLAY 'RETRO EARN ON LEDGER   = ', WS-LDG-RETRO-EARN
           DISPLAY 'RETRO LINES CLOSED     = ', WS-RETRO-COUNT
           DISPLAY 'RETRO LINES NOT PAID   = ', WS-RETRO-UNPAID
           DISPLAY 'LEAVE LINES ACCRUED    = ', WS-ACCR-COUNT
           DISPLAY 'LEAVE DAYS ACCRUED     = ', WS-ACCR-DAYS
           DISPLAY 'ALREADY ACCRUED        = ', WS-ACCR-SKIP
           DISPLAY 'NO ACCRUAL RATE        = ', WS-ACCR-NORATE
           DISPLAY 'LEAVE PERIODS CLEARED  = ', WS-LVE-RESET
           DISPLAY 'UNPAID LEAVE RESTORED  = ', WS-UNPAID-RESTORED
           DISPLAY 'UNPAID NOT RESTORED    = ', WS-UNPAID-WARN
           IF NOT CODE-TABLE-AVAILABLE OR WS-UNPAID-WARN > ZERO
              MOVE 4 TO RETURN-CODE
           END-IF
           IF NOT NEXT-PERIOD-OPENED
              DISPLAY '*** NO FUTURE PERIOD ON CALENDAR - '
                 'LOAD NEXT PERIODS BEFORE THE NEXT RUN ***'
