       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG42.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LABOUR-DIST-FILE ASSIGN TO 'LABDIST.DAT'
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE  IS SEQUENTIAL
              FILE STATUS  IS WS-LBD-STAT.
           SELECT WORK-FILE     ASSIGN TO 'LABWORK.DAT'.
           SELECT SORTED-FILE   ASSIGN TO 'LABTEMP.DAT'
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE  IS SEQUENTIAL
              FILE STATUS  IS WS-SRT-STAT.
           SELECT LABOUR-REPORT ASSIGN TO 'LABDIST.REP'
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE  IS SEQUENTIAL
              FILE STATUS  IS WS-RPT-STAT.
       DATA DIVISION.
       FILE SECTION.
       FD  LABOUR-DIST-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  LABOUR-DIST-RECORD   PIC X(80).
       SD  WORK-FILE.
       01  WORK-RECORD.
           03  W-DEPT           PIC X(03).
           03  W-LOC            PIC X(03).
           03  W-EMP-ID         PIC X(05).
           03  FILLER           PIC X(15).
           03  W-SOURCE         PIC X(01).
           03  FILLER           PIC X(53).
       FD  SORTED-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  SORTED-RECORD.
           03  LD-DEPT          PIC X(03).
           03  LD-LOC           PIC X(03).
           03  LD-EMP-ID        PIC X(05).
           03  LD-EMP-NAME      PIC X(15).
           03  LD-SOURCE        PIC X(01).
           03  LD-PCT           PIC 9(03)V99.
           03  LD-PRIMARY       PIC X(01).
           03  LD-EARN          PIC S9(07)V99.
           03  LD-DEDN          PIC S9(07)V99.
           03  LD-NET           PIC S9(07)V99.
           03  LD-POST-DATE     PIC X(08).
           03  FILLER           PIC X(12).
       FD  LABOUR-REPORT
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F.
       01  LABOUR-REPORT-RECORD PIC X(132).
       WORKING-STORAGE SECTION.
       01  LAB-HEADING-LINE1.
           03  FILLER           PIC X(46)
               VALUE 'LABOUR COST DISTRIBUTION BY DEPARTMENT'.
           03  FILLER           PIC X(06) VALUE 'DATE:'.
           03  LH-DATE          PIC X(10) VALUE SPACES.
           03  FILLER           PIC X(12) VALUE '  GL RUN:'.
           03  LH-POST-DATE     PIC X(10) VALUE SPACES.
       01  LAB-HEADING-LINE2.
           03  FILLER           PIC X(06) VALUE 'DEPT'.
           03  FILLER           PIC X(05) VALUE 'LOC'.
           03  FILLER           PIC X(08) VALUE 'EMP-ID'.
           03  FILLER           PIC X(17) VALUE 'NAME'.
           03  FILLER           PIC X(07) VALUE 'SOURCE'.
           03  FILLER           PIC X(08) VALUE ' SPLIT%'.
           03  FILLER           PIC X(09) VALUE ' '.
           03  FILLER           PIC X(15) VALUE '      EARNINGS'.
           03  FILLER           PIC X(15) VALUE '    DEDUCTIONS'.
           03  FILLER           PIC X(15) VALUE '       NET PAY'.
       01  LAB-DETAIL-LINE.
           03  LL-DEPT          PIC X(03) VALUE SPACES.
           03  FILLER           PIC X(03) VALUE SPACES.
           03  LL-LOC           PIC X(03) VALUE SPACES.
           03  FILLER           PIC X(02) VALUE SPACES.
           03  LL-EMP-ID        PIC X(05) VALUE SPACES.
           03  FILLER           PIC X(03) VALUE SPACES.
           03  LL-EMP-NAME      PIC X(15) VALUE SPACES.
           03  FILLER           PIC X(02) VALUE SPACES.
           03  LL-SOURCE        PIC X(05) VALUE SPACES.
           03  FILLER           PIC X(02) VALUE SPACES.
           03  LL-PCT           PIC ZZ9.99 VALUE ZERO.
           03  FILLER           PIC X(02) VALUE SPACES.
           03  LL-PRIMARY       PIC X(07) VALUE SPACES.
           03  FILLER           PIC X(02) VALUE SPACES.
           03  LL-EARN          PIC -Z,ZZZ,ZZ9.99 VALUE ZERO.
           03  FILLER           PIC X(02) VALUE SPACES.
           03  LL-DEDN          PIC -Z,ZZZ,ZZ9.99 VALUE ZERO.
           03  FILLER           PIC X(02) VALUE SPACES.
           03  LL-NET           PIC -Z,ZZZ,ZZ9.99 VALUE ZERO.
       01  LAB-TOTAL-LINE.
           03  LT-LABEL         PIC X(22) VALUE SPACES.
           03  LT-DEPT          PIC X(03) VALUE SPACES.
           03  FILLER           PIC X(08) VALUE '  LINES:'.
           03  LT-LINES         PIC ZZZZ9 VALUE ZERO.
           03  FILLER           PIC X(09) VALUE '  SHARED:'.
           03  LT-SHARED        PIC ZZZZ9 VALUE ZERO.
           03  FILLER           PIC X(09) VALUE SPACES.
           03  LT-EARN          PIC -ZZZ,ZZZ,ZZ9.99 VALUE ZERO.
           03  LT-DEDN          PIC -ZZZ,ZZZ,ZZ9.99 VALUE ZERO.
           03  LT-NET           PIC -ZZZ,ZZZ,ZZ9.99 VALUE ZERO.
       01  LAB-NONE-LINE.
           03  LN-TEXT          PIC X(45) VALUE SPACES.
       01  LAB-COUNTERS                   VALUE ZERO.
           03  LAB-CTRS OCCURS 2 TIMES.
               05  LAB-LINES    PIC 9(05).
               05  LAB-SHARED   PIC 9(05).
               05  LAB-EARN     PIC S9(11)V99.
               05  LAB-DEDN     PIC S9(11)V99.
               05  LAB-NET      PIC S9(11)V99.
       01  WS-DATE-TIME-FIELDS.
           03  WS-DATE          PIC 9(08) VALUE ZERO.
           03  WS-FDATE         PIC X(10) VALUE SPACES.
       01  WS-VARIABLES.
           03  WS-LBD-STAT      PIC X(02) VALUE SPACES.
           03  WS-SRT-STAT      PIC X(02) VALUE SPACES.
           03  WS-RPT-STAT      PIC X(02) VALUE SPACES.
           03  WS-FILE-FLAG     PIC X(01) VALUE 'N'.
               88  END-OF-FILE            VALUE 'Y'.
           03  WS-CTR-IDX       PIC 9(01) VALUE ZERO.
           03  TEMP-DEPT        PIC X(03) VALUE SPACES.
           03  WS-ABEND-FILE    PIC X(20) VALUE SPACES.
           03  WS-ABEND-STAT    PIC X(02) VALUE SPACES.
       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           PERFORM 1000-INIT-PARA.
           PERFORM 2000-PROCESS-PARA UNTIL END-OF-FILE
           PERFORM 9000-END-PARA
           STOP RUN.
       1000-INIT-PARA.
           OPEN INPUT LABOUR-DIST-FILE
           IF WS-LBD-STAT NOT = '00'
              DISPLAY '*** LABDIST.DAT NOT AVAILABLE - STATUS '
                 WS-LBD-STAT ' - RUN REFUSED ***'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           CLOSE LABOUR-DIST-FILE
           PERFORM 1111-SORT-PARA
           OPEN INPUT SORTED-FILE
           MOVE 'SORTED-FILE' TO WS-ABEND-FILE
           MOVE WS-SRT-STAT   TO WS-ABEND-STAT
           PERFORM 9900-CHECK-STATUS-PARA
           OPEN OUTPUT LABOUR-REPORT
           MOVE 'LABOUR-REPORT' TO WS-ABEND-FILE
           MOVE WS-RPT-STAT     TO WS-ABEND-STAT
           PERFORM 9900-CHECK-STATUS-PARA
           PERFORM 1200-DATE-PARA
           MOVE WS-FDATE TO LH-DATE
           PERFORM 1500-READ-PARA
           IF NOT END-OF-FILE
              MOVE LD-DEPT TO TEMP-DEPT
              IF LD-POST-DATE NUMERIC
                 MOVE LD-POST-DATE(7:2) TO LH-POST-DATE(1:2)
                 MOVE LD-POST-DATE(5:2) TO LH-POST-DATE(4:2)
                 MOVE LD-POST-DATE(1:4) TO LH-POST-DATE(7:4)
                 MOVE '/' TO LH-POST-DATE(3:1) LH-POST-DATE(6:1)
              END-IF
           END-IF
           WRITE LABOUR-REPORT-RECORD FROM LAB-HEADING-LINE1
           WRITE LABOUR-REPORT-RECORD FROM LAB-HEADING-LINE2 AFTER 2
           MOVE 'LABOUR-REPORT' TO WS-ABEND-FILE
           MOVE WS-RPT-STAT     TO WS-ABEND-STAT
           PERFORM 9900-CHECK-STATUS-PARA.
       1111-SORT-PARA.
           SORT WORK-FILE
              ON ASCENDING KEY W-DEPT
                 ASCENDING KEY W-LOC
                 ASCENDING KEY W-EMP-ID
                 ASCENDING KEY W-SOURCE
                 USING LABOUR-DIST-FILE
                 GIVING SORTED-FILE.
           MOVE 'LABOUR-DIST-FILE' TO WS-ABEND-FILE
           MOVE WS-LBD-STAT        TO WS-ABEND-STAT
           PERFORM 9900-CHECK-STATUS-PARA.
       1200-DATE-PARA.
           ACCEPT WS-DATE FROM DATE
           MOVE    20        TO WS-FDATE(7:2)
           MOVE WS-DATE(3:2) TO WS-FDATE(9:2)
           MOVE WS-DATE(5:2) TO WS-FDATE(4:2)
           MOVE WS-DATE(7:2) TO WS-FDATE(1:2)
           MOVE '/'  TO WS-FDATE(3:1) WS-FDATE(6:1).
       1500-READ-PARA.
           READ SORTED-FILE
              AT END
                 MOVE 'Y' TO WS-FILE-FLAG
           END-READ.
           IF NOT END-OF-FILE AND WS-SRT-STAT NOT = '00'
              MOVE 'SORTED-FILE' TO WS-ABEND-FILE
              MOVE WS-SRT-STAT   TO WS-ABEND-STAT
              PERFORM 9900-CHECK-STATUS-PARA
           END-IF.
       2000-PROCESS-PARA.
           IF LD-DEPT NOT = TEMP-DEPT
              PERFORM 3000-DEPT-CHANGE-PARA
           END-IF
           INITIALIZE LAB-DETAIL-LINE
           MOVE LD-DEPT     TO LL-DEPT
           MOVE LD-LOC      TO LL-LOC
           MOVE LD-EMP-ID   TO LL-EMP-ID
           MOVE LD-EMP-NAME TO LL-EMP-NAME
           IF LD-SOURCE = 'R'
              MOVE 'RETRO' TO LL-SOURCE
           ELSE
              MOVE 'PAY'   TO LL-SOURCE
           END-IF
           MOVE LD-PCT      TO LL-PCT
           IF LD-PCT < 100
              IF LD-PRIMARY = 'P'
                 MOVE 'PRIMARY' TO LL-PRIMARY
              ELSE
                 MOVE 'SHARED'  TO LL-PRIMARY
              END-IF
           END-IF
           MOVE LD-EARN     TO LL-EARN
           MOVE LD-DEDN     TO LL-DEDN
           MOVE LD-NET      TO LL-NET
           WRITE LABOUR-REPORT-RECORD FROM LAB-DETAIL-LINE
           MOVE 'LABOUR-REPORT' TO WS-ABEND-FILE
           MOVE WS-RPT-STAT     TO WS-ABEND-STAT
           PERFORM 9900-CHECK-STATUS-PARA
           PERFORM 2500-TALLY-PARA
              VARYING WS-CTR-IDX FROM 1 BY 1
              UNTIL WS-CTR-IDX > 2
           PERFORM 1500-READ-PARA.
       2500-TALLY-PARA.
           ADD 1       TO LAB-LINES(WS-CTR-IDX)
           IF LD-PCT < 100
              ADD 1    TO LAB-SHARED(WS-CTR-IDX)
           END-IF
           ADD LD-EARN TO LAB-EARN(WS-CTR-IDX)
           ADD LD-DEDN TO LAB-DEDN(WS-CTR-IDX)
           ADD LD-NET  TO LAB-NET(WS-CTR-IDX).
       3000-DEPT-CHANGE-PARA.
           PERFORM 3500-PRINT-DEPT-PARA
           MOVE LD-DEPT TO TEMP-DEPT.
       3500-PRINT-DEPT-PARA.
           INITIALIZE LAB-TOTAL-LINE
           MOVE '   DEPARTMENT TOTAL' TO LT-LABEL
           MOVE TEMP-DEPT         TO LT-DEPT
           MOVE LAB-LINES(1)      TO LT-LINES
           MOVE LAB-SHARED(1)     TO LT-SHARED
           MOVE LAB-EARN(1)       TO LT-EARN
           MOVE LAB-DEDN(1)       TO LT-DEDN
           MOVE LAB-NET(1)        TO LT-NET
           WRITE LABOUR-REPORT-RECORD FROM LAB-TOTAL-LINE
           MOVE SPACES TO LABOUR-REPORT-RECORD
           WRITE LABOUR-REPORT-RECORD
           MOVE 'LABOUR-REPORT' TO WS-ABEND-FILE
           MOVE WS-RPT-STAT     TO WS-ABEND-STAT
           PERFORM 9900-CHECK-STATUS-PARA
           MOVE ZERO TO LAB-CTRS(1).
       9000-END-PARA.
           IF LAB-LINES(2) = ZERO
              MOVE 'NO DISTRIBUTION LINES ON FILE' TO LN-TEXT
              WRITE LABOUR-REPORT-RECORD FROM LAB-NONE-LINE
           ELSE
              PERFORM 3500-PRINT-DEPT-PARA
              INITIALIZE LAB-TOTAL-LINE
              MOVE 'ALL DEPARTMENTS' TO LT-LABEL
              MOVE LAB-LINES(2)      TO LT-LINES
              MOVE LAB-SHARED(2)     TO LT-SHARED
              MOVE LAB-EARN(2)       TO LT-EARN
              MOVE LAB-DEDN(2)       TO LT-DEDN
              MOVE LAB-NET(2)        TO LT-NET
              WRITE LABOUR-REPORT-RECORD FROM LAB-TOTAL-LINE AFTER 2
           END-IF
           MOVE 'LABOUR-REPORT' TO WS-ABEND-FILE
           MOVE WS-RPT-STAT     TO WS-ABEND-STAT
           PERFORM 9900-CHECK-STATUS-PARA
           DISPLAY 'LABOUR DISTRIBUTION REPORT COMPLETE'
           DISPLAY 'DISTRIBUTION LINES = ', LAB-LINES(2)
           DISPLAY 'SHARED LINES       = ', LAB-SHARED(2)
           CLOSE SORTED-FILE, LABOUR-REPORT.
       9900-CHECK-STATUS-PARA.
           IF WS-ABEND-STAT NOT = '00'
              DISPLAY '*** I/O ERROR ON ' WS-ABEND-FILE
                 ' STATUS=' WS-ABEND-STAT ' - JOB ABENDING ***'
              CLOSE SORTED-FILE, LABOUR-REPORT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
