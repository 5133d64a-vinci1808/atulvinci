              ACCESS MODE  IS DYNAMIC
              RECORD KEY   IS CT-KEY
              FILE STATUS  IS WS-CDT-STAT.
           SELECT LEAVE-FILE ASSIGN TO 'LEAVEBAL.DAT'
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              RECORD KEY   IS LB-LEAVE-KEY
              FILE STATUS  IS WS-LVB-STAT.
       DATA DIVISION.
       FILE SECTION.
       FD  HR-FEED-IN
           03  M-EMP-STATUS     PIC X(01).
           03  M-EMP-TERM-DATE  PIC X(08).
       FD  TRAN-FILE-OUT
           RECORD CONTAINS 120 CHARACTERS
           RECORDING MODE IS F.
       01  TRAN-RECORD-OUT PIC X(120).
       FD  DIFF-REPORT
           RECORD CONTAINS 120 CHARACTERS
           RECORDING MODE IS F.
           03  CT-DESC          PIC X(15).
           03  CT-STATUS        PIC X(01).
           03  CT-EXPIRE-DATE   PIC X(08).
       FD  LEAVE-FILE
           RECORD CONTAINS 70 CHARACTERS.
       01  LEAVE-RECORD.
           03  LB-LEAVE-KEY.
               05  LB-EMP-ID    PIC X(05).
               05  LB-LEAVE-TYPE PIC X(02).
           03  FILLER           PIC X(27).
           03  LB-PRD-UNPAID-AMT PIC 9(05)V99.
           03  LB-STD-EARN      PIC 9(05)V99.
           03  FILLER           PIC X(22).
       WORKING-STORAGE SECTION.
       01  WS-TRAN-LINE.
           03  WT-TRAN-CODE     PIC X(01) VALUE SPACES.
           03  WT-BANK-ACCT     PIC X(12) VALUE SPACES.
           03  WT-BANK-ACTIVE   PIC X(01) VALUE SPACES.
           03  WT-LOAN-PRIN     PIC X(09) VALUE SPACES.
           03  WT-OPER-ID       PIC X(08) VALUE SPACES.
           03  WT-APPR-SEQ      PIC X(03) VALUE SPACES.
           03  FILLER           PIC X(08) VALUE SPACES.
       01  WS-BATCH-HEADER.
           03  WH-REC-CODE      PIC X(01) VALUE 'H'.
           03  WH-BATCH-DATE    PIC X(08) VALUE SPACES.
           03  WH-BATCH-SOURCE  PIC X(03) VALUE 'HRF'.
           03  FILLER           PIC X(108) VALUE SPACES.
       01  WS-BATCH-TRAILER.
           03  WZ-REC-CODE      PIC X(01) VALUE 'Z'.
           03  WZ-TRAN-COUNT    PIC 9(05) VALUE ZERO.
           03  WZ-EARN-HASH     PIC 9(11)V99 VALUE ZERO.
           03  FILLER           PIC X(101) VALUE SPACES.
       01  DIFF-HEADING-LINE1.
           03  FILLER           PIC X(42)
               VALUE 'HR FEED DIFFERENCES REPORT'.
           03  WS-LOOKUP-CODE   PIC X(05) VALUE SPACES.
           03  WS-CODE-REASON   PIC X(30) VALUE SPACES.
           03  WS-UNK-COUNT     PIC 9(05) VALUE ZERO.
           03  WS-LVB-STAT      PIC X(02) VALUE SPACES.
           03  WS-LVB-AVAIL     PIC X(01) VALUE 'N'.
               88  LEAVE-FILE-AVAILABLE   VALUE 'Y'.
           03  WS-ABEND-FILE    PIC X(20) VALUE SPACES.
           03  WS-ABEND-STAT    PIC X(02) VALUE SPACES.
       PROCEDURE DIVISION.
                 PERFORM 9900-CHECK-STATUS-PARA
              END-IF
           END-IF
           OPEN INPUT LEAVE-FILE
           IF WS-LVB-STAT = '00'
              SET LEAVE-FILE-AVAILABLE TO TRUE
           ELSE
              IF WS-LVB-STAT NOT = '35'
                 MOVE 'LEAVE-FILE' TO WS-ABEND-FILE
                 MOVE WS-LVB-STAT  TO WS-ABEND-STAT
                 PERFORM 9900-CHECK-STATUS-PARA
              END-IF
           END-IF
           PERFORM 1200-DATE-PARA
           MOVE WS-FDATE TO DH-DATE
           WRITE DIFF-REPORT-RECORD FROM DIFF-HEADING-LINE1
                 END-IF
           END-READ.
       4000-COMPARE-PARA.
           IF LEAVE-FILE-AVAILABLE
              PERFORM 4050-LEAVE-STANDARD-PARA
           END-IF
           IF F-EMP-NAME NOT = M-EMP-NAME
                 OR F-EMP-LOC  NOT = M-EMP-LOC
                 OR F-EMP-DOB  NOT = M-EMP-DOB
                 PERFORM 4100-BUILD-CHANGE-PARA
              END-IF
           END-IF.
       4050-LEAVE-STANDARD-PARA.
           MOVE M-EMP-ID TO LB-EMP-ID
           MOVE 'UL'     TO LB-LEAVE-TYPE
           READ LEAVE-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF LB-PRD-UNPAID-AMT > ZERO
                       AND M-EMP-EARN + LB-PRD-UNPAID-AMT = LB-STD-EARN
                    MOVE LB-STD-EARN TO M-EMP-EARN
                 END-IF
           END-READ.
       4100-BUILD-CHANGE-PARA.
           INITIALIZE WS-TRAN-LINE
           MOVE 'C'          TO WT-TRAN-CODE
              PERFORM 6500-WRITE-DIFF-PARA
           END-IF.
       6000-WRITE-TRAN-PARA.
           MOVE 'HRFEED' TO WT-OPER-ID
           ADD 1 TO WS-TRAN-COUNT
           IF WT-EMP-EARN NUMERIC
              ADD WT-EMP-EARN TO WS-EARN-HASH
           IF CODE-TABLE-AVAILABLE
              CLOSE CODE-TABLE-FILE
           END-IF
           IF LEAVE-FILE-AVAILABLE
              CLOSE LEAVE-FILE
           END-IF
           CLOSE FEED-SORTED, EMPLOYEE-MASTER, TRAN-FILE-OUT,
                 DIFF-REPORT.
       9900-CHECK-STATUS-PARA.
