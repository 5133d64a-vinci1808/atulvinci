       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG43.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUDGET-FILE ASSIGN TO 'BUDGET.DAT'
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              RECORD KEY   IS BG-BUDGET-KEY
              FILE STATUS  IS WS-BGT-STAT.
           SELECT BUDGET-TRAN-FILE ASSIGN TO 'BUDGTRAN.DAT'
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE  IS SEQUENTIAL
              FILE STATUS  IS WS-TRN-STAT.
           SELECT CODE-TABLE-FILE ASSIGN TO 'CODETABL.DAT'
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              RECORD KEY   IS CT-KEY
              FILE STATUS  IS WS-CDT-STAT.
           SELECT BUDGET-REPORT ASSIGN TO 'BUDGMNT.REP'
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE  IS SEQUENTIAL
              FILE STATUS  IS WS-RPT-STAT.
       DATA DIVISION.
       FILE SECTION.
       FD  BUDGET-FILE
           RECORD CONTAINS 50 CHARACTERS.
       01  BUDGET-RECORD.
           03  BG-BUDGET-KEY.
               05  BG-LOC       PIC X(03).
               05  BG-DEPT      PIC X(03).
               05  BG-YEAR      PIC X(04).
               05  BG-PERIOD    PIC 9(03).
           03  BG-PLAN-HEAD     PIC 9(05).
           03  BG-PLAN-EARN     PIC 9(09)V99.
           03  BG-MAINT-DATE    PIC X(08).
           03  FILLER           PIC X(13).
       FD  BUDGET-TRAN-FILE
           RECORD CONTAINS 40 CHARACTERS
           RECORDING MODE IS F.
       01  BUDGET-TRAN-RECORD.
           03  BX-ACTION        PIC X(01).
           03  BX-LOC           PIC X(03).
           03  BX-DEPT          PIC X(03).
           03  BX-YEAR          PIC X(04).
           03  BX-PERIOD        PIC 9(03).
           03  BX-THRU-PERIOD   PIC 9(03).
           03  BX-PLAN-HEAD     PIC 9(05).
           03  BX-PLAN-EARN     PIC 9(09)V99.
           03  FILLER           PIC X(07).
       FD  CODE-TABLE-FILE
           RECORD CONTAINS 30 CHARACTERS.
       01  CODE-TABLE-RECORD.
           03  CT-KEY.
               05  CT-TABLE-TYPE PIC X(01).
               05  CT-CODE      PIC X(05).
           03  CT-DESC          PIC X(15).
           03  CT-STATUS        PIC X(01).
           03  CT-EXPIRE-DATE   PIC X(08).
       FD  BUDGET-REPORT
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  BUDGET-REPORT-RECORD PIC X(80).
       WORKING-STORAGE SECTION.
       01  RPT-HEADING-LINE1.
           03  FILLER           PIC X(40)
               VALUE 'HEADCOUNT AND SALARY BUDGET MAINTENANCE'.
           03  FILLER           PIC X(06) VALUE 'DATE:'.
           03  RH-DATE          PIC X(10) VALUE SPACES.
       01  RPT-HEADING-LINE2.
           03  FILLER           PIC X(08) VALUE 'ACTION'.
           03  FILLER           PIC X(05) VALUE 'LOC'.
           03  FILLER           PIC X(05) VALUE 'DEPT'.
           03  FILLER           PIC X(06) VALUE 'YEAR'.
           03  FILLER           PIC X(05) VALUE 'PRD'.
           03  FILLER           PIC X(07) VALUE '  HEAD'.
           03  FILLER           PIC X(17) VALUE '   PLANNED EARN'.
           03  FILLER           PIC X(27) VALUE 'RESULT'.
       01  RPT-DETAIL-LINE.
           03  RD-ACTION        PIC X(06) VALUE SPACES.
           03  FILLER           PIC X(02) VALUE SPACES.
           03  RD-LOC           PIC X(03) VALUE SPACES.
           03  FILLER           PIC X(02) VALUE SPACES.
           03  RD-DEPT          PIC X(03) VALUE SPACES.
           03  FILLER           PIC X(02) VALUE SPACES.
           03  RD-YEAR          PIC X(04) VALUE SPACES.
           03  FILLER           PIC X(02) VALUE SPACES.
           03  RD-PERIOD        PIC X(03) VALUE SPACES.
           03  FILLER           PIC X(02) VALUE SPACES.
           03  RD-HEAD          PIC ZZZZ9 VALUE ZERO.
           03  FILLER           PIC X(02) VALUE SPACES.
           03  RD-EARN          PIC ZZZ,ZZZ,ZZ9.99 VALUE ZERO.
           03  FILLER           PIC X(02) VALUE SPACES.
           03  RD-RESULT        PIC X(28) VALUE SPACES.
       01  RPT-TOTAL-LINE.
           03  FILLER           PIC X(22)
               VALUE 'BUDGETS MAINTAINED =>'.
           03  RT-ADDS          PIC ZZZZ9 VALUE ZERO.
           03  FILLER           PIC X(07) VALUE ' ADDS'.
           03  RT-CHGS          PIC ZZZZ9 VALUE ZERO.
           03  FILLER           PIC X(09) VALUE ' CHANGES'.
           03  RT-DELS          PIC ZZZZ9 VALUE ZERO.
           03  FILLER           PIC X(09) VALUE ' DELETES'.
           03  RT-ERRS          PIC ZZZZ9 VALUE ZERO.
           03  FILLER           PIC X(10) VALUE ' REJECTED'.
       01  WS-DATE-TIME-FIELDS.
           03  WS-DATE          PIC 9(08) VALUE ZERO.
           03  WS-RUN-DATE      PIC X(08) VALUE SPACES.
           03  WS-FDATE         PIC X(10) VALUE SPACES.
       01  WS-VARIABLES.
           03  WS-BGT-STAT      PIC X(02) VALUE SPACES.
           03  WS-TRN-STAT      PIC X(02) VALUE SPACES.
           03  WS-CDT-STAT      PIC X(02) VALUE SPACES.
           03  WS-RPT-STAT      PIC X(02) VALUE SPACES.
           03  WS-FILE-FLAG     PIC X(01) VALUE 'N'.
               88  END-OF-FILE            VALUE 'Y'.
           03  WS-CDT-AVAIL     PIC X(01) VALUE 'N'.
               88  CODE-TABLE-AVAILABLE   VALUE 'Y'.
           03  WS-CODE-FOUND    PIC X(01) VALUE 'N'.
               88  CODE-FOUND             VALUE 'Y'.
           03  WS-LOOKUP-TYPE   PIC X(01) VALUE SPACES.
           03  WS-LOOKUP-CODE   PIC X(05) VALUE SPACES.
           03  WS-TRAN-FLAG     PIC X(01) VALUE 'N'.
               88  TRAN-REJECTED          VALUE 'Y'.
               88  TRAN-CLEAN             VALUE 'N'.
           03  WS-PRD-FLAG      PIC X(01) VALUE 'N'.
               88  PERIOD-REJECTED        VALUE 'Y'.
               88  PERIOD-CLEAN           VALUE 'N'.
           03  WS-PERIOD        PIC 9(04) VALUE ZERO.
           03  WS-THRU-PERIOD   PIC 9(04) VALUE ZERO.
           03  WS-ADD-COUNT     PIC 9(05) VALUE ZERO.
           03  WS-CHG-COUNT     PIC 9(05) VALUE ZERO.
           03  WS-DEL-COUNT     PIC 9(05) VALUE ZERO.
           03  WS-ERR-COUNT     PIC 9(05) VALUE ZERO.
           03  WS-ABEND-FILE    PIC X(20) VALUE SPACES.
           03  WS-ABEND-STAT    PIC X(02) VALUE SPACES.
       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           PERFORM 1000-INIT-PARA.
           PERFORM 2000-PROCESS-PARA UNTIL END-OF-FILE
           PERFORM 9000-END-PARA
           STOP RUN.
       1000-INIT-PARA.
           OPEN I-O BUDGET-FILE
           IF WS-BGT-STAT = '35'
              OPEN OUTPUT BUDGET-FILE
              CLOSE BUDGET-FILE
              OPEN I-O BUDGET-FILE
           END-IF
           MOVE 'BUDGET-FILE' TO WS-ABEND-FILE
           MOVE WS-BGT-STAT   TO WS-ABEND-STAT
           PERFORM 9900-CHECK-STATUS-PARA
           OPEN INPUT BUDGET-TRAN-FILE
           MOVE 'BUDGET-TRAN-FILE' TO WS-ABEND-FILE
           MOVE WS-TRN-STAT        TO WS-ABEND-STAT
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
           END-IF
           OPEN OUTPUT BUDGET-REPORT
           MOVE 'BUDGET-REPORT' TO WS-ABEND-FILE
           MOVE WS-RPT-STAT     TO WS-ABEND-STAT
           PERFORM 9900-CHECK-STATUS-PARA
           PERFORM 1200-DATE-PARA
           MOVE WS-FDATE TO RH-DATE
           WRITE BUDGET-REPORT-RECORD FROM RPT-HEADING-LINE1
           WRITE BUDGET-REPORT-RECORD FROM RPT-HEADING-LINE2 AFTER 2
           MOVE 'BUDGET-REPORT' TO WS-ABEND-FILE
           MOVE WS-RPT-STAT     TO WS-ABEND-STAT
           PERFORM 9900-CHECK-STATUS-PARA
           PERFORM 1500-READ-PARA.
       1200-DATE-PARA.
           ACCEPT WS-DATE FROM DATE
           MOVE '20'         TO WS-RUN-DATE(1:2)
           MOVE WS-DATE(3:2) TO WS-RUN-DATE(3:2)
           MOVE WS-DATE(5:2) TO WS-RUN-DATE(5:2)
           MOVE WS-DATE(7:2) TO WS-RUN-DATE(7:2)
           MOVE    20        TO WS-FDATE(7:2)
           MOVE WS-DATE(3:2) TO WS-FDATE(9:2)
           MOVE WS-DATE(5:2) TO WS-FDATE(4:2)
           MOVE WS-DATE(7:2) TO WS-FDATE(1:2)
           MOVE '/'  TO WS-FDATE(3:1) WS-FDATE(6:1).
       1500-READ-PARA.
           READ BUDGET-TRAN-FILE
              AT END
                 MOVE 'Y' TO WS-FILE-FLAG
           END-READ.
           IF NOT END-OF-FILE AND WS-TRN-STAT NOT = '00'
              MOVE 'BUDGET-TRAN-FILE' TO WS-ABEND-FILE
              MOVE WS-TRN-STAT        TO WS-ABEND-STAT
              PERFORM 9900-CHECK-STATUS-PARA
           END-IF.
       2000-PROCESS-PARA.
           INITIALIZE RPT-DETAIL-LINE
           SET TRAN-CLEAN TO TRUE
           MOVE BX-ACTION TO RD-ACTION
           MOVE BX-LOC    TO RD-LOC
           MOVE BX-DEPT   TO RD-DEPT
           MOVE BX-YEAR   TO RD-YEAR
           PERFORM 2100-EDIT-TRAN-PARA
           IF TRAN-REJECTED
              ADD 1 TO WS-ERR-COUNT
              MOVE BX-PERIOD TO RD-PERIOD
              PERFORM 2900-WRITE-DETAIL-PARA
           ELSE
              PERFORM 2500-APPLY-PERIOD-PARA
                 VARYING WS-PERIOD FROM BX-PERIOD BY 1
                 UNTIL WS-PERIOD > WS-THRU-PERIOD
           END-IF
           PERFORM 1500-READ-PARA.
       2100-EDIT-TRAN-PARA.
           EVALUATE TRUE
              WHEN BX-ACTION NOT = 'A' AND NOT = 'C' AND NOT = 'D'
                 SET TRAN-REJECTED TO TRUE
                 MOVE 'REJECTED - INVALID ACTION' TO RD-RESULT
              WHEN BX-LOC = SPACES OR BX-DEPT = SPACES
                 SET TRAN-REJECTED TO TRUE
                 MOVE 'REJECTED - LOC/DEPT MISSING' TO RD-RESULT
              WHEN BX-YEAR NOT NUMERIC OR BX-YEAR < '1900'
                 SET TRAN-REJECTED TO TRUE
                 MOVE 'REJECTED - INVALID YEAR' TO RD-RESULT
              WHEN BX-PERIOD NOT NUMERIC OR BX-PERIOD = ZERO
                 SET TRAN-REJECTED TO TRUE
                 MOVE 'REJECTED - INVALID PERIOD' TO RD-RESULT
              WHEN BX-THRU-PERIOD NOT NUMERIC
                 SET TRAN-REJECTED TO TRUE
                 MOVE 'REJECTED - BAD THRU PERIOD' TO RD-RESULT
              WHEN BX-THRU-PERIOD NOT = ZERO
                    AND BX-THRU-PERIOD < BX-PERIOD
                 SET TRAN-REJECTED TO TRUE
                 MOVE 'REJECTED - BAD THRU PERIOD' TO RD-RESULT
              WHEN BX-ACTION NOT = 'D'
                    AND (BX-PLAN-HEAD NOT NUMERIC
                    OR BX-PLAN-EARN NOT NUMERIC)
                 SET TRAN-REJECTED TO TRUE
                 MOVE 'REJECTED - BAD PLAN FIGURES' TO RD-RESULT
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           IF CODE-TABLE-AVAILABLE AND TRAN-CLEAN
                 AND BX-ACTION NOT = 'D'
              MOVE 'L'    TO WS-LOOKUP-TYPE
              MOVE BX-LOC TO WS-LOOKUP-CODE
              PERFORM 3600-CODE-LOOKUP-PARA
              IF NOT CODE-FOUND
                 SET TRAN-REJECTED TO TRUE
                 MOVE 'REJECTED - UNKNOWN LOCATION' TO RD-RESULT
              END-IF
           END-IF
           IF CODE-TABLE-AVAILABLE AND TRAN-CLEAN
                 AND BX-ACTION NOT = 'D'
              MOVE 'D'     TO WS-LOOKUP-TYPE
              MOVE BX-DEPT TO WS-LOOKUP-CODE
              PERFORM 3600-CODE-LOOKUP-PARA
              IF NOT CODE-FOUND
                 SET TRAN-REJECTED TO TRUE
                 MOVE 'REJECTED - UNKNOWN DEPT CODE' TO RD-RESULT
              END-IF
           END-IF
           IF TRAN-CLEAN
              IF BX-THRU-PERIOD = ZERO
                 MOVE BX-PERIOD      TO WS-THRU-PERIOD
              ELSE
                 MOVE BX-THRU-PERIOD TO WS-THRU-PERIOD
              END-IF
           END-IF.
       2500-APPLY-PERIOD-PARA.
           SET PERIOD-CLEAN TO TRUE
           MOVE SPACES    TO RD-RESULT, BUDGET-RECORD
           MOVE BX-LOC    TO BG-LOC
           MOVE BX-DEPT   TO BG-DEPT
           MOVE BX-YEAR   TO BG-YEAR
           MOVE WS-PERIOD TO BG-PERIOD
           MOVE BG-PERIOD TO RD-PERIOD
           EVALUATE BX-ACTION
              WHEN 'A'
                 MOVE 'ADD'    TO RD-ACTION
                 PERFORM 3000-ADD-PARA
              WHEN 'C'
                 MOVE 'CHANGE' TO RD-ACTION
                 PERFORM 4000-CHANGE-PARA
              WHEN 'D'
                 MOVE 'DELETE' TO RD-ACTION
                 PERFORM 5000-DELETE-PARA
           END-EVALUATE
           IF PERIOD-REJECTED
              ADD 1 TO WS-ERR-COUNT
           END-IF
           PERFORM 2900-WRITE-DETAIL-PARA.
       2900-WRITE-DETAIL-PARA.
           IF BX-ACTION NOT = 'D' AND BX-PLAN-HEAD NUMERIC
                 AND BX-PLAN-EARN NUMERIC
              MOVE BX-PLAN-HEAD TO RD-HEAD
              MOVE BX-PLAN-EARN TO RD-EARN
           END-IF
           WRITE BUDGET-REPORT-RECORD FROM RPT-DETAIL-LINE
           MOVE 'BUDGET-REPORT' TO WS-ABEND-FILE
           MOVE WS-RPT-STAT     TO WS-ABEND-STAT
           PERFORM 9900-CHECK-STATUS-PARA.
       3000-ADD-PARA.
           MOVE BX-PLAN-HEAD  TO BG-PLAN-HEAD
           MOVE BX-PLAN-EARN  TO BG-PLAN-EARN
           MOVE WS-RUN-DATE   TO BG-MAINT-DATE
           WRITE BUDGET-RECORD
              INVALID KEY
                 SET PERIOD-REJECTED TO TRUE
                 MOVE 'REJECTED - ALREADY ON FILE' TO RD-RESULT
              NOT INVALID KEY
                 ADD 1 TO WS-ADD-COUNT
                 MOVE 'BUDGET ADDED' TO RD-RESULT
           END-WRITE.
       3600-CODE-LOOKUP-PARA.
           MOVE 'N'            TO WS-CODE-FOUND
           MOVE WS-LOOKUP-TYPE TO CT-TABLE-TYPE
           MOVE WS-LOOKUP-CODE TO CT-CODE
           READ CODE-TABLE-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF CT-STATUS = 'A'
                    SET CODE-FOUND TO TRUE
                 END-IF
           END-READ.
       4000-CHANGE-PARA.
           READ BUDGET-FILE
              INVALID KEY
                 SET PERIOD-REJECTED TO TRUE
                 MOVE 'REJECTED - NOT ON FILE' TO RD-RESULT
              NOT INVALID KEY
                 MOVE BX-PLAN-HEAD TO BG-PLAN-HEAD
                 MOVE BX-PLAN-EARN TO BG-PLAN-EARN
                 MOVE WS-RUN-DATE  TO BG-MAINT-DATE
                 REWRITE BUDGET-RECORD
                    INVALID KEY
                       SET PERIOD-REJECTED TO TRUE
                       MOVE 'REJECTED - REWRITE FAILED' TO RD-RESULT
                    NOT INVALID KEY
                       ADD 1 TO WS-CHG-COUNT
                       MOVE 'BUDGET CHANGED' TO RD-RESULT
                 END-REWRITE
           END-READ.
       5000-DELETE-PARA.
           READ BUDGET-FILE
              INVALID KEY
                 SET PERIOD-REJECTED TO TRUE
                 MOVE 'REJECTED - NOT ON FILE' TO RD-RESULT
              NOT INVALID KEY
                 DELETE BUDGET-FILE RECORD
                    INVALID KEY
                       SET PERIOD-REJECTED TO TRUE
                       MOVE 'REJECTED - DELETE FAILED' TO RD-RESULT
                    NOT INVALID KEY
                       ADD 1 TO WS-DEL-COUNT
                       MOVE 'BUDGET DELETED' TO RD-RESULT
                 END-DELETE
           END-READ.
       9000-END-PARA.
           MOVE WS-ADD-COUNT TO RT-ADDS
           MOVE WS-CHG-COUNT TO RT-CHGS
           MOVE WS-DEL-COUNT TO RT-DELS
           MOVE WS-ERR-COUNT TO RT-ERRS
           WRITE BUDGET-REPORT-RECORD FROM RPT-TOTAL-LINE AFTER 2
           MOVE 'BUDGET-REPORT' TO WS-ABEND-FILE
           MOVE WS-RPT-STAT     TO WS-ABEND-STAT
           PERFORM 9900-CHECK-STATUS-PARA
           DISPLAY 'BUDGET MAINTENANCE RUN COMPLETE'
           DISPLAY 'BUDGETS ADDED   = ', WS-ADD-COUNT
           DISPLAY 'BUDGETS CHANGED = ', WS-CHG-COUNT
           DISPLAY 'BUDGETS DELETED = ', WS-DEL-COUNT
           DISPLAY 'TRANSACTIONS REJECTED = ', WS-ERR-COUNT
           IF CODE-TABLE-AVAILABLE
              CLOSE CODE-TABLE-FILE
           END-IF
           CLOSE BUDGET-FILE, BUDGET-TRAN-FILE, BUDGET-REPORT.
       9900-CHECK-STATUS-PARA.
           IF WS-ABEND-STAT NOT = '00'
              DISPLAY '*** I/O ERROR ON ' WS-ABEND-FILE
                 ' STATUS=' WS-ABEND-STAT ' - JOB ABENDING ***'
              CLOSE BUDGET-FILE, BUDGET-TRAN-FILE, BUDGET-REPORT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
