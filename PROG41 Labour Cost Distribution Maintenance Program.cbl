       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG41.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COST-DIST-FILE ASSIGN TO 'COSTDIST.DAT'
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              RECORD KEY   IS CS-DIST-KEY
              FILE STATUS  IS WS-CDS-STAT.
           SELECT COST-TRAN-FILE ASSIGN TO 'COSTTRAN.DAT'
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE  IS SEQUENTIAL
              FILE STATUS  IS WS-TRN-STAT.
           SELECT EMPLOYEE-MASTER ASSIGN TO 'EMPFILE.DAT'
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              RECORD KEY   IS M-EMP-ID
              FILE STATUS  IS WS-MST-STAT.
           SELECT CODE-TABLE-FILE ASSIGN TO 'CODETABL.DAT'
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              RECORD KEY   IS CT-KEY
              FILE STATUS  IS WS-CDT-STAT.
           SELECT COST-REPORT ASSIGN TO 'COSTMNT.REP'
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE  IS SEQUENTIAL
              FILE STATUS  IS WS-RPT-STAT.
       DATA DIVISION.
       FILE SECTION.
       FD  COST-DIST-FILE
           RECORD CONTAINS 90 CHARACTERS.
       01  COST-DIST-RECORD.
           03  CS-DIST-KEY.
               05  CS-EMP-ID    PIC X(05).
               05  CS-EFF-DATE  PIC X(08).
           03  CS-SPLIT-DATA.
               05  CS-SPLIT-COUNT PIC 9(01).
               05  CS-SPLIT OCCURS 5 TIMES.
                   07  CS-LOC   PIC X(03).
                   07  CS-DEPT  PIC X(03).
                   07  CS-PCT   PIC 9(03)V99.
                   07  CS-PRIMARY PIC X(01).
           03  CS-MAINT-DATE    PIC X(08).
           03  FILLER           PIC X(08).
       FD  COST-TRAN-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  COST-TRAN-RECORD.
           03  CX-ACTION        PIC X(01).
           03  CX-EMP-ID        PIC X(05).
           03  CX-EFF-DATE      PIC X(08).
           03  CX-SPLIT OCCURS 5 TIMES.
               05  CX-LOC       PIC X(03).
               05  CX-DEPT      PIC X(03).
               05  CX-PCT       PIC 9(03)V99.
               05  CX-PRIMARY   PIC X(01).
           03  FILLER           PIC X(06).
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
       FD  CODE-TABLE-FILE
           RECORD CONTAINS 30 CHARACTERS.
       01  CODE-TABLE-RECORD.
           03  CT-KEY.
               05  CT-TABLE-TYPE PIC X(01).
               05  CT-CODE      PIC X(05).
           03  CT-DESC          PIC X(15).
           03  CT-STATUS        PIC X(01).
           03  CT-EXPIRE-DATE   PIC X(08).
       FD  COST-REPORT
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  COST-REPORT-RECORD PIC X(80).
       WORKING-STORAGE SECTION.
       01  RPT-HEADING-LINE1.
           03  FILLER           PIC X(40)
               VALUE 'LABOUR COST DISTRIBUTION MAINTENANCE'.
           03  FILLER           PIC X(06) VALUE 'DATE:'.
           03  RH-DATE          PIC X(10) VALUE SPACES.
       01  RPT-HEADING-LINE2.
           03  FILLER           PIC X(08) VALUE 'ACTION'.
           03  FILLER           PIC X(07) VALUE 'EMP-ID'.
           03  FILLER           PIC X(12) VALUE 'EFFECTIVE'.
           03  FILLER           PIC X(08) VALUE ' TOTAL%'.
           03  FILLER           PIC X(30) VALUE 'RESULT'.
       01  RPT-DETAIL-LINE.
           03  RD-ACTION        PIC X(06) VALUE SPACES.
           03  FILLER           PIC X(02) VALUE SPACES.
           03  RD-EMP-ID        PIC X(05) VALUE SPACES.
           03  FILLER           PIC X(02) VALUE SPACES.
           03  RD-EFF-DATE      PIC X(10) VALUE SPACES.
           03  FILLER           PIC X(02) VALUE SPACES.
           03  RD-TOTAL         PIC ZZ9.99 VALUE ZERO.
           03  FILLER           PIC X(02) VALUE SPACES.
           03  RD-RESULT        PIC X(35) VALUE SPACES.
       01  RPT-SPLIT-LINE.
           03  FILLER           PIC X(08) VALUE SPACES.
           03  RS-LOC           PIC X(03) VALUE SPACES.
           03  FILLER           PIC X(01) VALUE '/'.
           03  RS-DEPT          PIC X(03) VALUE SPACES.
           03  FILLER           PIC X(12) VALUE SPACES.
           03  RS-PCT           PIC ZZ9.99 VALUE ZERO.
           03  FILLER           PIC X(02) VALUE SPACES.
           03  RS-PRIMARY       PIC X(07) VALUE SPACES.
       01  RPT-TOTAL-LINE.
           03  FILLER           PIC X(22)
               VALUE 'SPLITS MAINTAINED =>'.
           03  RT-ADDS          PIC ZZZZ9 VALUE ZERO.
           03  FILLER           PIC X(07) VALUE ' ADDS'.
           03  RT-CHGS          PIC ZZZZ9 VALUE ZERO.
           03  FILLER           PIC X(09) VALUE ' CHANGES'.
           03  RT-DELS          PIC ZZZZ9 VALUE ZERO.
           03  FILLER           PIC X(09) VALUE ' DELETES'.
           03  RT-ERRS          PIC ZZZZ9 VALUE ZERO.
           03  FILLER           PIC X(10) VALUE ' REJECTED'.
       01  WS-SPLIT-TABLE.
           03  WS-SPL-COUNT     PIC 9(01) VALUE ZERO.
           03  WS-SPL-ENTRY OCCURS 5 TIMES.
               05  WS-SP-LOC    PIC X(03).
               05  WS-SP-DEPT   PIC X(03).
               05  WS-SP-PCT    PIC 9(03)V99.
               05  WS-SP-PRIMARY PIC X(01).
       01  WS-DATE-TIME-FIELDS.
           03  WS-DATE          PIC 9(08) VALUE ZERO.
           03  WS-RUN-DATE      PIC X(08) VALUE SPACES.
           03  WS-FDATE         PIC X(10) VALUE SPACES.
           03  WS-EFF-MM        PIC 9(02) VALUE ZERO.
           03  WS-EFF-DD        PIC 9(02) VALUE ZERO.
       01  WS-VARIABLES.
           03  WS-CDS-STAT      PIC X(02) VALUE SPACES.
           03  WS-TRN-STAT      PIC X(02) VALUE SPACES.
           03  WS-MST-STAT      PIC X(02) VALUE SPACES.
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
           03  WS-CX-IDX        PIC 9(01) VALUE ZERO.
           03  WS-SPL-IDX       PIC 9(01) VALUE ZERO.
           03  WS-DUP-IDX       PIC 9(01) VALUE ZERO.
           03  WS-PRIM-COUNT    PIC 9(01) VALUE ZERO.
           03  WS-TOTAL-PCT     PIC 9(04)V99 VALUE ZERO.
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
           OPEN I-O COST-DIST-FILE
           IF WS-CDS-STAT = '35'
              OPEN OUTPUT COST-DIST-FILE
              CLOSE COST-DIST-FILE
              OPEN I-O COST-DIST-FILE
           END-IF
           MOVE 'COST-DIST-FILE' TO WS-ABEND-FILE
           MOVE WS-CDS-STAT      TO WS-ABEND-STAT
           PERFORM 9900-CHECK-STATUS-PARA
           OPEN INPUT COST-TRAN-FILE
           MOVE 'COST-TRAN-FILE' TO WS-ABEND-FILE
           MOVE WS-TRN-STAT      TO WS-ABEND-STAT
           PERFORM 9900-CHECK-STATUS-PARA
           OPEN INPUT EMPLOYEE-MASTER
           MOVE 'EMPLOYEE-MASTER' TO WS-ABEND-FILE
           MOVE WS-MST-STAT       TO WS-ABEND-STAT
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
           OPEN OUTPUT COST-REPORT
           MOVE 'COST-REPORT' TO WS-ABEND-FILE
           MOVE WS-RPT-STAT   TO WS-ABEND-STAT
           PERFORM 9900-CHECK-STATUS-PARA
           PERFORM 1200-DATE-PARA
           MOVE WS-FDATE TO RH-DATE
           WRITE COST-REPORT-RECORD FROM RPT-HEADING-LINE1
           WRITE COST-REPORT-RECORD FROM RPT-HEADING-LINE2 AFTER 2
           MOVE 'COST-REPORT' TO WS-ABEND-FILE
           MOVE WS-RPT-STAT   TO WS-ABEND-STAT
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
           READ COST-TRAN-FILE
              AT END
                 MOVE 'Y' TO WS-FILE-FLAG
           END-READ.
           IF NOT END-OF-FILE AND WS-TRN-STAT NOT = '00'
              MOVE 'COST-TRAN-FILE' TO WS-ABEND-FILE
              MOVE WS-TRN-STAT      TO WS-ABEND-STAT
              PERFORM 9900-CHECK-STATUS-PARA
           END-IF.
       2000-PROCESS-PARA.
           INITIALIZE RPT-DETAIL-LINE, WS-SPLIT-TABLE
           SET TRAN-CLEAN TO TRUE
           MOVE CX-ACTION  TO RD-ACTION
           MOVE CX-EMP-ID  TO RD-EMP-ID
           IF CX-EFF-DATE NUMERIC
              MOVE CX-EFF-DATE(7:2) TO RD-EFF-DATE(1:2)
              MOVE CX-EFF-DATE(5:2) TO RD-EFF-DATE(4:2)
              MOVE CX-EFF-DATE(1:4) TO RD-EFF-DATE(7:4)
              MOVE '/' TO RD-EFF-DATE(3:1) RD-EFF-DATE(6:1)
           ELSE
              MOVE CX-EFF-DATE TO RD-EFF-DATE
           END-IF
           PERFORM 2100-EDIT-KEY-PARA
           IF TRAN-CLEAN
              EVALUATE CX-ACTION
                 WHEN 'A'
                    MOVE 'ADD'    TO RD-ACTION
                    PERFORM 2500-EDIT-SPLITS-PARA
                    IF TRAN-CLEAN
                       PERFORM 3000-ADD-PARA
                    END-IF
                 WHEN 'C'
                    MOVE 'CHANGE' TO RD-ACTION
                    PERFORM 2500-EDIT-SPLITS-PARA
                    IF TRAN-CLEAN
                       PERFORM 4000-CHANGE-PARA
                    END-IF
                 WHEN 'D'
                    MOVE 'DELETE' TO RD-ACTION
                    PERFORM 5000-DELETE-PARA
                 WHEN OTHER
                    SET TRAN-REJECTED TO TRUE
                    MOVE 'REJECTED - INVALID ACTION' TO RD-RESULT
              END-EVALUATE
           END-IF
           IF TRAN-REJECTED
              ADD 1 TO WS-ERR-COUNT
           END-IF
           WRITE COST-REPORT-RECORD FROM RPT-DETAIL-LINE
           MOVE 'COST-REPORT' TO WS-ABEND-FILE
           MOVE WS-RPT-STAT   TO WS-ABEND-STAT
           PERFORM 9900-CHECK-STATUS-PARA
           IF TRAN-CLEAN AND CX-ACTION NOT = 'D'
              PERFORM 2900-PRINT-SPLIT-PARA
                 VARYING WS-SPL-IDX FROM 1 BY 1
                 UNTIL WS-SPL-IDX > WS-SPL-COUNT
           END-IF
           PERFORM 1500-READ-PARA.
       2100-EDIT-KEY-PARA.
           EVALUATE TRUE
              WHEN CX-EMP-ID = SPACES
                 SET TRAN-REJECTED TO TRUE
                 MOVE 'REJECTED - EMP-ID MISSING' TO RD-RESULT
              WHEN CX-EFF-DATE NOT NUMERIC
                 SET TRAN-REJECTED TO TRUE
                 MOVE 'REJECTED - INVALID EFFECTIVE DATE'
                    TO RD-RESULT
              WHEN OTHER
                 MOVE CX-EFF-DATE(5:2) TO WS-EFF-MM
                 MOVE CX-EFF-DATE(7:2) TO WS-EFF-DD
                 IF CX-EFF-DATE(1:4) < '1900'
                       OR WS-EFF-MM < 01 OR WS-EFF-MM > 12
                       OR WS-EFF-DD < 01 OR WS-EFF-DD > 31
                    SET TRAN-REJECTED TO TRUE
                    MOVE 'REJECTED - INVALID EFFECTIVE DATE'
                       TO RD-RESULT
                 END-IF
           END-EVALUATE
           IF TRAN-CLEAN AND CX-ACTION NOT = 'D'
              MOVE CX-EMP-ID TO M-EMP-ID
              READ EMPLOYEE-MASTER
                 INVALID KEY
                    SET TRAN-REJECTED TO TRUE
                    MOVE 'REJECTED - EMPLOYEE NOT ON MASTER'
                       TO RD-RESULT
              END-READ
           END-IF.
       2500-EDIT-SPLITS-PARA.
           MOVE ZERO TO WS-PRIM-COUNT, WS-TOTAL-PCT
           PERFORM 2550-EDIT-ONE-SPLIT-PARA
              VARYING WS-CX-IDX FROM 1 BY 1
              UNTIL WS-CX-IDX > 5 OR TRAN-REJECTED
           IF TRAN-CLEAN AND WS-SPL-COUNT = ZERO
              SET TRAN-REJECTED TO TRUE
              MOVE 'REJECTED - NO SPLITS GIVEN' TO RD-RESULT
           END-IF
           IF TRAN-CLEAN AND WS-PRIM-COUNT > 1
              SET TRAN-REJECTED TO TRUE
              MOVE 'REJECTED - MORE THAN ONE PRIMARY' TO RD-RESULT
           END-IF
           IF TRAN-CLEAN
              MOVE WS-TOTAL-PCT TO RD-TOTAL
              IF WS-TOTAL-PCT NOT = 100
                 SET TRAN-REJECTED TO TRUE
                 MOVE 'REJECTED - SPLITS NOT 100 PERCENT'
                    TO RD-RESULT
              END-IF
           END-IF
           IF TRAN-CLEAN AND WS-PRIM-COUNT = ZERO
              MOVE 'P' TO WS-SP-PRIMARY(1)
           END-IF.
       2550-EDIT-ONE-SPLIT-PARA.
           IF CX-LOC(WS-CX-IDX) = SPACES
                 AND CX-DEPT(WS-CX-IDX) = SPACES
              IF CX-PRIMARY(WS-CX-IDX) NOT = SPACE
                 SET TRAN-REJECTED TO TRUE
                 MOVE 'REJECTED - INVALID PRIMARY FLAG'
                    TO RD-RESULT
              END-IF
           ELSE
              PERFORM 2600-EDIT-USED-SPLIT-PARA
           END-IF.
       2600-EDIT-USED-SPLIT-PARA.
           EVALUATE TRUE
              WHEN CX-LOC(WS-CX-IDX) = SPACES
                    OR CX-DEPT(WS-CX-IDX) = SPACES
                 SET TRAN-REJECTED TO TRUE
                 MOVE 'REJECTED - INCOMPLETE SPLIT' TO RD-RESULT
              WHEN CX-PCT(WS-CX-IDX) NOT NUMERIC
                 SET TRAN-REJECTED TO TRUE
                 MOVE 'REJECTED - INVALID PERCENTAGE' TO RD-RESULT
              WHEN CX-PCT(WS-CX-IDX) = ZERO
                    OR CX-PCT(WS-CX-IDX) > 100
                 SET TRAN-REJECTED TO TRUE
                 MOVE 'REJECTED - INVALID PERCENTAGE' TO RD-RESULT
              WHEN CX-PRIMARY(WS-CX-IDX) NOT = SPACE AND NOT = 'P'
                 SET TRAN-REJECTED TO TRUE
                 MOVE 'REJECTED - INVALID PRIMARY FLAG'
                    TO RD-RESULT
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           IF CODE-TABLE-AVAILABLE AND TRAN-CLEAN
              MOVE 'L'               TO WS-LOOKUP-TYPE
              MOVE CX-LOC(WS-CX-IDX) TO WS-LOOKUP-CODE
              PERFORM 3600-CODE-LOOKUP-PARA
              IF NOT CODE-FOUND
                 SET TRAN-REJECTED TO TRUE
                 MOVE 'REJECTED - UNKNOWN LOCATION CODE'
                    TO RD-RESULT
              END-IF
           END-IF
           IF CODE-TABLE-AVAILABLE AND TRAN-CLEAN
              MOVE 'D'                TO WS-LOOKUP-TYPE
              MOVE CX-DEPT(WS-CX-IDX) TO WS-LOOKUP-CODE
              PERFORM 3600-CODE-LOOKUP-PARA
              IF NOT CODE-FOUND
                 SET TRAN-REJECTED TO TRUE
                 MOVE 'REJECTED - UNKNOWN DEPT CODE' TO RD-RESULT
              END-IF
           END-IF
           IF TRAN-CLEAN
              PERFORM 2650-CHECK-DUP-PARA
                 VARYING WS-DUP-IDX FROM 1 BY 1
                 UNTIL WS-DUP-IDX > WS-SPL-COUNT OR TRAN-REJECTED
           END-IF
           IF TRAN-CLEAN
              ADD 1 TO WS-SPL-COUNT
              MOVE CX-LOC(WS-CX-IDX)  TO WS-SP-LOC(WS-SPL-COUNT)
              MOVE CX-DEPT(WS-CX-IDX) TO WS-SP-DEPT(WS-SPL-COUNT)
              MOVE CX-PCT(WS-CX-IDX)  TO WS-SP-PCT(WS-SPL-COUNT)
              MOVE CX-PRIMARY(WS-CX-IDX)
                 TO WS-SP-PRIMARY(WS-SPL-COUNT)
              ADD CX-PCT(WS-CX-IDX) TO WS-TOTAL-PCT
              IF CX-PRIMARY(WS-CX-IDX) = 'P'
                 ADD 1 TO WS-PRIM-COUNT
              END-IF
           END-IF.
       2650-CHECK-DUP-PARA.
           IF WS-SP-LOC(WS-DUP-IDX) = CX-LOC(WS-CX-IDX)
                 AND WS-SP-DEPT(WS-DUP-IDX) = CX-DEPT(WS-CX-IDX)
              SET TRAN-REJECTED TO TRUE
              MOVE 'REJECTED - DUPLICATE LOC/DEPT' TO RD-RESULT
           END-IF.
       2900-PRINT-SPLIT-PARA.
           INITIALIZE RPT-SPLIT-LINE
           MOVE WS-SP-LOC(WS-SPL-IDX)  TO RS-LOC
           MOVE WS-SP-DEPT(WS-SPL-IDX) TO RS-DEPT
           MOVE WS-SP-PCT(WS-SPL-IDX)  TO RS-PCT
           IF WS-SP-PRIMARY(WS-SPL-IDX) = 'P'
              MOVE 'PRIMARY' TO RS-PRIMARY
           END-IF
           WRITE COST-REPORT-RECORD FROM RPT-SPLIT-LINE
           MOVE 'COST-REPORT' TO WS-ABEND-FILE
           MOVE WS-RPT-STAT   TO WS-ABEND-STAT
           PERFORM 9900-CHECK-STATUS-PARA.
       3000-ADD-PARA.
           PERFORM 3500-BUILD-RECORD-PARA
           WRITE COST-DIST-RECORD
              INVALID KEY
                 SET TRAN-REJECTED TO TRUE
                 MOVE 'REJECTED - ALREADY ON FILE' TO RD-RESULT
              NOT INVALID KEY
                 ADD 1 TO WS-ADD-COUNT
                 MOVE 'SPLITS ADDED' TO RD-RESULT
           END-WRITE.
       3500-BUILD-RECORD-PARA.
           INITIALIZE COST-DIST-RECORD
           MOVE CX-EMP-ID      TO CS-EMP-ID
           MOVE CX-EFF-DATE    TO CS-EFF-DATE
           MOVE WS-SPLIT-TABLE TO CS-SPLIT-DATA
           MOVE WS-RUN-DATE    TO CS-MAINT-DATE.
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
           MOVE CX-EMP-ID   TO CS-EMP-ID
           MOVE CX-EFF-DATE TO CS-EFF-DATE
           READ COST-DIST-FILE
              INVALID KEY
                 SET TRAN-REJECTED TO TRUE
                 MOVE 'REJECTED - NOT ON FILE' TO RD-RESULT
              NOT INVALID KEY
                 PERFORM 3500-BUILD-RECORD-PARA
                 REWRITE COST-DIST-RECORD
                    INVALID KEY
                       SET TRAN-REJECTED TO TRUE
                       MOVE 'REJECTED - REWRITE FAILED' TO RD-RESULT
                    NOT INVALID KEY
                       ADD 1 TO WS-CHG-COUNT
                       MOVE 'SPLITS CHANGED' TO RD-RESULT
                 END-REWRITE
           END-READ.
       5000-DELETE-PARA.
           MOVE CX-EMP-ID   TO CS-EMP-ID
           MOVE CX-EFF-DATE TO CS-EFF-DATE
           READ COST-DIST-FILE
              INVALID KEY
                 SET TRAN-REJECTED TO TRUE
                 MOVE 'REJECTED - NOT ON FILE' TO RD-RESULT
              NOT INVALID KEY
                 DELETE COST-DIST-FILE RECORD
                    INVALID KEY
                       SET TRAN-REJECTED TO TRUE
                       MOVE 'REJECTED - DELETE FAILED' TO RD-RESULT
                    NOT INVALID KEY
                       ADD 1 TO WS-DEL-COUNT
                       MOVE 'SPLITS DELETED' TO RD-RESULT
                 END-DELETE
           END-READ.
       9000-END-PARA.
           MOVE WS-ADD-COUNT TO RT-ADDS
           MOVE WS-CHG-COUNT TO RT-CHGS
           MOVE WS-DEL-COUNT TO RT-DELS
           MOVE WS-ERR-COUNT TO RT-ERRS
           WRITE COST-REPORT-RECORD FROM RPT-TOTAL-LINE AFTER 2
           MOVE 'COST-REPORT' TO WS-ABEND-FILE
           MOVE WS-RPT-STAT   TO WS-ABEND-STAT
           PERFORM 9900-CHECK-STATUS-PARA
           DISPLAY 'COST DISTRIBUTION MAINTENANCE RUN COMPLETE'
           DISPLAY 'SPLITS ADDED   = ', WS-ADD-COUNT
           DISPLAY 'SPLITS CHANGED = ', WS-CHG-COUNT
           DISPLAY 'SPLITS DELETED = ', WS-DEL-COUNT
           DISPLAY 'TRANSACTIONS REJECTED = ', WS-ERR-COUNT
           IF CODE-TABLE-AVAILABLE
              CLOSE CODE-TABLE-FILE
           END-IF
           CLOSE COST-DIST-FILE, COST-TRAN-FILE, EMPLOYEE-MASTER,
                 COST-REPORT.
       9900-CHECK-STATUS-PARA.
           IF WS-ABEND-STAT NOT = '00'
              DISPLAY '*** I/O ERROR ON ' WS-ABEND-FILE
                 ' STATUS=' WS-ABEND-STAT ' - JOB ABENDING ***'
              CLOSE COST-DIST-FILE, COST-TRAN-FILE, COST-REPORT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
