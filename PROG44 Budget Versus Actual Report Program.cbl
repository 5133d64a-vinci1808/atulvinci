       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG44.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMP-FILE-IN   ASSIGN TO 'EMPFILE.DAT'
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS SEQUENTIAL
              RECORD KEY   IS EMP-IN-ID
              FILE STATUS  IS WS-EMPIN-STAT.
           SELECT WORK-FILE     ASSIGN TO 'BVAWORK.DAT'.
           SELECT EMPLOYEE-FILE ASSIGN TO 'BVATEMP.DAT'
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE  IS SEQUENTIAL
              FILE STATUS  IS WS-EMP-STAT.
           SELECT BUDGET-FILE ASSIGN TO 'BUDGET.DAT'
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              RECORD KEY   IS BG-BUDGET-KEY
              FILE STATUS  IS WS-BGT-STAT.
           SELECT YTD-FILE ASSIGN TO 'YTDFILE.DAT'
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              RECORD KEY   IS YTD-KEY
              FILE STATUS  IS WS-YTD-STAT.
           SELECT PRIOR-YEAR-FILE ASSIGN TO 'YTDPRIOR.DAT'
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE  IS SEQUENTIAL
              FILE STATUS  IS WS-PRI-STAT.
           SELECT PERIOD-FILE ASSIGN TO 'PAYPRD.DAT'
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE  IS SEQUENTIAL
              FILE STATUS  IS WS-PRD-STAT.
           SELECT BVA-CONTROL ASSIGN TO 'BVACTL.DAT'
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE  IS SEQUENTIAL
              FILE STATUS  IS WS-CTL-STAT.
           SELECT BVA-REPORT ASSIGN TO 'BVARPT.REP'
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE  IS SEQUENTIAL
              FILE STATUS  IS WS-RPT-STAT.
           SELECT CSV-FILE ASSIGN TO 'BVACSV.CSV'
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE  IS SEQUENTIAL
              FILE STATUS  IS WS-CSV-STAT.
       DATA DIVISION.
       FILE SECTION.
       FD  EMP-FILE-IN
           RECORD CONTAINS 62 CHARACTERS.
       01  EMP-RECORD.
           03  EMP-IN-ID       PIC X(05).
           03  FILLER          PIC X(57).
       SD  WORK-FILE.
       01  WORK-RECORD.
           03  FILLER          PIC X(20).
           03  W-EMP-LOC       PIC X(03).
           03  FILLER          PIC X(13).
           03  W-EMP-DEPT      PIC X(03).
           03  FILLER          PIC X(23).
       FD  EMPLOYEE-FILE
           RECORD CONTAINS 62 CHARACTERS
           RECORDING MODE IS F.
       01  EMPLOYEE-RECORD.
           03  EMP-ID       PIC X(05).
           03  EMP-NAME     PIC X(15).
           03  EMP-LOC      PIC X(03).
           03  EMP-DOB      PIC X(08).
           03  EMP-TECH     PIC X(05).
           03  EMP-DEPT     PIC X(03).
           03  EMP-EARN     PIC 9(05)V99.
           03  EMP-DEDN     PIC 9(05)V99.
           03  EMP-STATUS   PIC X(01).
           03  EMP-TERM-DATE PIC X(08).
       FD  BUDGET-FILE
           RECORD CONTAINS 50 CHARACTERS.
       01  BUDGET-RECORD.
           03  BG-BUDGET-KEY.
               05  BG-GROUP-KEY.
                   07  BG-LOC   PIC X(03).
                   07  BG-DEPT  PIC X(03).
               05  BG-YEAR      PIC X(04).
               05  BG-PERIOD    PIC 9(03).
           03  BG-PLAN-HEAD     PIC 9(05).
           03  BG-PLAN-EARN     PIC 9(09)V99.
           03  BG-MAINT-DATE    PIC X(08).
           03  FILLER           PIC X(13).
       FD  YTD-FILE
           RECORD CONTAINS 64 CHARACTERS.
       01  YTD-RECORD.
           03  YTD-KEY.
               05  YTD-KEY-TYPE PIC X(01).
               05  YTD-KEY-CODE PIC X(05).
           03  YTD-EMP          PIC 9(07).
           03  YTD-EARN         PIC 9(09)V99.
           03  YTD-DEDN         PIC 9(09)V99.
           03  YTD-PRD-EMP      PIC 9(07).
           03  YTD-PRD-EARN     PIC 9(09)V99.
           03  YTD-PRD-DEDN     PIC 9(09)V99.
       FD  PRIOR-YEAR-FILE
           RECORD CONTAINS 68 CHARACTERS
           RECORDING MODE IS F.
       01  PRIOR-YEAR-RECORD.
           03  PRI-YEAR         PIC X(04).
           03  PRI-YEAR-N REDEFINES PRI-YEAR PIC 9(04).
           03  PRI-YTD-IMAGE    PIC X(64).
       FD  PERIOD-FILE
           RECORD CONTAINS 40 CHARACTERS
           RECORDING MODE IS F.
       01  PERIOD-RECORD.
           03  PRD-NUMBER       PIC 9(03).
           03  PRD-START-DATE   PIC X(08).
           03  PRD-END-DATE     PIC X(08).
           03  PRD-STATUS       PIC X(01).
           03  PRD-POSTED-FLAG  PIC X(01).
           03  PRD-POSTED-DATE  PIC X(08).
           03  FILLER           PIC X(11).
       FD  BVA-CONTROL
           RECORD CONTAINS 03 CHARACTERS
           RECORDING MODE IS F.
       01  BVA-CONTROL-RECORD.
           03  BC-TOLERANCE-PCT PIC 9(03).
       FD  BVA-REPORT
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F.
       01  BVA-REPORT-RECORD PIC X(132).
       FD  CSV-FILE
           RECORD CONTAINS 140 CHARACTERS
           RECORDING MODE IS F.
       01  CSV-RECORD PIC X(140).
       WORKING-STORAGE SECTION.
       01  RPT-HEADING-LINE1.
           03  FILLER           PIC X(40)
               VALUE 'BUDGET VERSUS ACTUAL REPORT'.
           03  FILLER           PIC X(06) VALUE 'DATE:'.
           03  RH-DATE          PIC X(10) VALUE SPACES.
           03  FILLER           PIC X(10) VALUE '   PERIOD:'.
           03  RH-PERIOD        PIC ZZ9   VALUE ZERO.
           03  FILLER           PIC X(01) VALUE '/'.
           03  RH-YEAR          PIC X(04) VALUE SPACES.
           03  FILLER           PIC X(13) VALUE '   TOLERANCE:'.
           03  RH-TOLERANCE     PIC ZZ9   VALUE ZERO.
           03  FILLER           PIC X(01) VALUE '%'.
       01  RPT-HEADING-LINE2.
           03  FILLER           PIC X(10) VALUE 'LOC DEPT'.
           03  FILLER           PIC X(07) VALUE ' HC BUD'.
           03  FILLER           PIC X(07) VALUE ' HC ACT'.
           03  FILLER           PIC X(07) VALUE ' HC VAR'.
           03  FILLER           PIC X(15) VALUE '  PERIOD BUDGET'.
           03  FILLER           PIC X(15) VALUE '  PERIOD ACTUAL'.
           03  FILLER           PIC X(15) VALUE '       VARIANCE'.
           03  FILLER           PIC X(08) VALUE ' VAR PCT'.
           03  FILLER           PIC X(15) VALUE '     YTD BUDGET'.
           03  FILLER           PIC X(15) VALUE '     YTD ACTUAL'.
           03  FILLER           PIC X(08) VALUE ' YTD PCT'.
           03  FILLER           PIC X(10) VALUE ' FLAG'.
       01  RPT-DETAIL-LINE.
           03  RD-LOC           PIC X(03) VALUE SPACES.
           03  FILLER           PIC X(01) VALUE SPACES.
           03  RD-DEPT          PIC X(05) VALUE SPACES.
           03  FILLER           PIC X(01) VALUE SPACES.
           03  RD-BGT-HEAD      PIC ZZ,ZZ9 VALUE ZERO.
           03  FILLER           PIC X(01) VALUE SPACES.
           03  RD-ACT-HEAD      PIC ZZ,ZZ9 VALUE ZERO.
           03  FILLER           PIC X(01) VALUE SPACES.
           03  RD-HEAD-VAR      PIC -Z,ZZ9 VALUE ZERO.
           03  FILLER           PIC X(01) VALUE SPACES.
           03  RD-BGT-EARN      PIC ZZZ,ZZZ,ZZ9.99 VALUE ZERO.
           03  FILLER           PIC X(01) VALUE SPACES.
           03  RD-ACT-EARN      PIC ZZZ,ZZZ,ZZ9.99 VALUE ZERO.
           03  FILLER           PIC X(01) VALUE SPACES.
           03  RD-EARN-VAR      PIC -ZZ,ZZZ,ZZ9.99 VALUE ZERO.
           03  FILLER           PIC X(01) VALUE SPACES.
           03  RD-EARN-PCT      PIC -ZZ9.99 VALUE ZERO.
           03  FILLER           PIC X(01) VALUE SPACES.
           03  RD-BGT-YTD       PIC ZZZ,ZZZ,ZZ9.99 VALUE ZERO.
           03  FILLER           PIC X(01) VALUE SPACES.
           03  RD-ACT-YTD       PIC ZZZ,ZZZ,ZZ9.99 VALUE ZERO
                                BLANK WHEN ZERO.
           03  FILLER           PIC X(01) VALUE SPACES.
           03  RD-YTD-PCT       PIC -ZZ9.99 VALUE ZERO
                                BLANK WHEN ZERO.
           03  FILLER           PIC X(01) VALUE SPACES.
           03  RD-FLAG          PIC X(10) VALUE SPACES.
       01  RPT-MSG-LINE.
           03  RM-MSG           PIC X(70) VALUE SPACES.
       01  RPT-VERDICT-LINE.
           03  FILLER           PIC X(18)
               VALUE 'BUDGET STATUS =>'.
           03  RV-VERDICT       PIC X(50) VALUE SPACES.
       01  CSV-HEADING-LINE.
           03  FILLER  PIC X(15) VALUE 'LEVEL,LOC,DEPT,'.
           03  FILLER  PIC X(38) VALUE
               'BUDGET HEAD,ACTUAL HEAD,HEAD VARIANCE,'.
           03  FILLER  PIC X(38) VALUE
               'BUDGET EARN,ACTUAL EARN,EARN VARIANCE,'.
           03  FILLER  PIC X(46) VALUE
               'VAR PCT,YTD BUDGET,YTD ACTUAL,YTD VAR PCT,FLAG'.
           03  FILLER  PIC X(03) VALUE SPACES.
       01  CSV-DETAIL-LINE.
           03  C-LEVEL          PIC X(04) VALUE SPACES.
           03  FILLER           PIC X(01) VALUE ','.
           03  C-LOC            PIC X(03) VALUE SPACES.
           03  FILLER           PIC X(01) VALUE ','.
           03  C-DEPT           PIC X(03) VALUE SPACES.
           03  FILLER           PIC X(01) VALUE ','.
           03  C-BGT-HEAD       PIC ZZZZ9 VALUE ZERO.
           03  FILLER           PIC X(01) VALUE ','.
           03  C-ACT-HEAD       PIC ZZZZ9 VALUE ZERO.
           03  FILLER           PIC X(01) VALUE ','.
           03  C-HEAD-VAR       PIC -ZZZZ9 VALUE ZERO.
           03  FILLER           PIC X(01) VALUE ','.
           03  C-BGT-EARN       PIC ZZZZZZZZ9.99 VALUE ZERO.
           03  FILLER           PIC X(01) VALUE ','.
           03  C-ACT-EARN       PIC ZZZZZZZZ9.99 VALUE ZERO.
           03  FILLER           PIC X(01) VALUE ','.
           03  C-EARN-VAR       PIC -ZZZZZZZZ9.99 VALUE ZERO.
           03  FILLER           PIC X(01) VALUE ','.
           03  C-EARN-PCT       PIC -ZZ9.99 VALUE ZERO.
           03  FILLER           PIC X(01) VALUE ','.
           03  C-BGT-YTD        PIC ZZZZZZZZ9.99 VALUE ZERO.
           03  FILLER           PIC X(01) VALUE ','.
           03  C-ACT-YTD        PIC ZZZZZZZZ9.99 VALUE ZERO
                                BLANK WHEN ZERO.
           03  FILLER           PIC X(01) VALUE ','.
           03  C-YTD-PCT        PIC -ZZ9.99 VALUE ZERO
                                BLANK WHEN ZERO.
           03  FILLER           PIC X(01) VALUE ','.
           03  C-FLAG           PIC X(10) VALUE SPACES.
           03  FILLER           PIC X(16) VALUE SPACES.
       01  BVA-COUNTERS                   VALUE ZERO.
           03  BVA-CTRS OCCURS 3 TIMES.
               05  BVA-ACT-HEAD PIC 9(07).
               05  BVA-ACT-EARN PIC 9(11)V99.
               05  BVA-ACT-YTD  PIC 9(11)V99.
               05  BVA-BGT-HEAD PIC 9(07).
               05  BVA-BGT-EARN PIC 9(11)V99.
               05  BVA-BGT-YTD  PIC 9(11)V99.
               05  BVA-GROUPS   PIC 9(05).
               05  BVA-LINES    PIC 9(05).
       01  WS-LINE-FIELDS.
           03  WS-LN-LEVEL      PIC X(04) VALUE SPACES.
           03  WS-LN-LOC        PIC X(03) VALUE SPACES.
           03  WS-LN-DEPT       PIC X(05) VALUE SPACES.
           03  WS-LN-ACT-HEAD   PIC 9(07) VALUE ZERO.
           03  WS-LN-ACT-EARN   PIC 9(11)V99 VALUE ZERO.
           03  WS-LN-ACT-YTD    PIC 9(11)V99 VALUE ZERO.
           03  WS-LN-BGT-HEAD   PIC 9(07) VALUE ZERO.
           03  WS-LN-BGT-EARN   PIC 9(11)V99 VALUE ZERO.
           03  WS-LN-BGT-YTD    PIC 9(11)V99 VALUE ZERO.
           03  WS-LN-BGT-FLAG   PIC X(01) VALUE 'N'.
               88  LINE-HAS-BUDGET        VALUE 'Y'.
           03  WS-LN-YTD-FLAG   PIC X(01) VALUE 'N'.
               88  LINE-HAS-YTD           VALUE 'Y'.
           03  WS-HEAD-VAR      PIC S9(07) VALUE ZERO.
           03  WS-EARN-VAR      PIC S9(11)V99 VALUE ZERO.
           03  WS-YTD-VAR       PIC S9(11)V99 VALUE ZERO.
           03  WS-HEAD-PCT      PIC S9(03)V99 VALUE ZERO.
           03  WS-EARN-PCT      PIC S9(03)V99 VALUE ZERO.
           03  WS-YTD-PCT       PIC S9(03)V99 VALUE ZERO.
           03  WS-PCT-VAR       PIC S9(11)V99 VALUE ZERO.
           03  WS-PCT-BASE      PIC 9(11)V99 VALUE ZERO.
           03  WS-PCT-ACT       PIC 9(11)V99 VALUE ZERO.
           03  WS-PCT-RESULT    PIC S9(03)V99 VALUE ZERO.
           03  WS-OVER-HEAD     PIC X(01) VALUE 'N'.
           03  WS-OVER-EARN     PIC X(01) VALUE 'N'.
       01  WS-DATE-TIME-FIELDS.
           03  WS-DATE          PIC 9(08) VALUE ZERO.
           03  WS-FDATE         PIC X(10) VALUE SPACES.
       01  WS-VARIABLES.
           03  WS-EMPIN-STAT    PIC X(02) VALUE SPACES.
           03  WS-EMP-STAT      PIC X(02) VALUE SPACES.
           03  WS-BGT-STAT      PIC X(02) VALUE SPACES.
           03  WS-YTD-STAT      PIC X(02) VALUE SPACES.
           03  WS-PRI-STAT      PIC X(02) VALUE SPACES.
           03  WS-PRI-EOF       PIC X(01) VALUE 'N'.
           03  WS-LAST-ROLL-YEAR PIC 9(04) VALUE ZERO.
           03  WS-PERIOD-YEAR-N PIC 9(04) VALUE ZERO.
           03  WS-YTD-YEAR-FLAG PIC X(01) VALUE 'N'.
               88  YTD-YEAR-CURRENT       VALUE 'Y'.
           03  WS-PRD-STAT      PIC X(02) VALUE SPACES.
           03  WS-CTL-STAT      PIC X(02) VALUE SPACES.
           03  WS-RPT-STAT      PIC X(02) VALUE SPACES.
           03  WS-CSV-STAT      PIC X(02) VALUE SPACES.
           03  WS-FILE-FLAG     PIC X(01) VALUE 'N'.
               88  END-OF-FILE            VALUE 'Y'.
           03  WS-ACTIVE-FLAG   PIC X(01) VALUE 'N'.
               88  EMP-ACTIVE             VALUE 'Y'.
           03  WS-BGT-EOF       PIC X(01) VALUE 'N'.
           03  WS-GROUP-FLAG    PIC X(01) VALUE 'N'.
               88  GROUP-FOUND            VALUE 'Y'.
           03  WS-YTD-AVAIL     PIC X(01) VALUE 'N'.
               88  YTD-FILE-AVAILABLE     VALUE 'Y'.
           03  WS-YTD-FOUND     PIC X(01) VALUE 'N'.
               88  YTD-LOC-FOUND          VALUE 'Y'.
           03  WS-PRD-EOF       PIC X(01) VALUE 'N'.
           03  WS-PERIOD-FLAG   PIC X(01) VALUE 'N'.
               88  OPEN-PERIOD-FOUND      VALUE 'Y'.
           03  WS-PERIOD-NUMBER PIC 9(03) VALUE ZERO.
           03  WS-PERIOD-END    PIC X(08) VALUE SPACES.
           03  WS-PERIOD-YEAR   PIC X(04) VALUE SPACES.
           03  WS-TOLERANCE     PIC 9(03) VALUE 5.
           03  WS-EMP-KEY.
               05  WS-EK-LOC    PIC X(03) VALUE SPACES.
               05  WS-EK-DEPT   PIC X(03) VALUE SPACES.
           03  WS-BGT-KEY.
               05  WS-BK-LOC    PIC X(03) VALUE SPACES.
               05  WS-BK-DEPT   PIC X(03) VALUE SPACES.
           03  WS-CURR-KEY.
               05  WS-CURR-LOC  PIC X(03) VALUE SPACES.
               05  WS-CURR-DEPT PIC X(03) VALUE SPACES.
           03  WS-GRP-ROWS      PIC 9(03) VALUE ZERO.
           03  WS-GRP-HEAD      PIC 9(07) VALUE ZERO.
           03  WS-GRP-EARN      PIC 9(11)V99 VALUE ZERO.
           03  WS-GRP-YTD       PIC 9(11)V99 VALUE ZERO.
           03  WS-CTR-IDX       PIC 9(01) VALUE ZERO.
           03  TEMP-LOC         PIC X(03) VALUE SPACES.
           03  WS-SKIP-COUNT    PIC 9(05) VALUE ZERO.
           03  WS-ACTIVE-COUNT  PIC 9(07) VALUE ZERO.
           03  WS-FLAG-COUNT    PIC 9(05) VALUE ZERO.
           03  WS-NOBGT-COUNT   PIC 9(05) VALUE ZERO.
           03  WS-YTD-MISSING   PIC 9(05) VALUE ZERO.
           03  WS-ABEND-FILE    PIC X(20) VALUE SPACES.
           03  WS-ABEND-STAT    PIC X(02) VALUE SPACES.
       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           PERFORM 1000-INIT-PARA.
           PERFORM 2000-PROCESS-PARA
              UNTIL WS-EMP-KEY = HIGH-VALUES
                AND WS-BGT-KEY = HIGH-VALUES
           PERFORM 9000-END-PARA
           STOP RUN.
       1000-INIT-PARA.
           PERFORM 1100-TOLERANCE-PARA
           PERFORM 1130-PERIOD-PARA
           OPEN INPUT BUDGET-FILE
           IF WS-BGT-STAT NOT = '00'
              DISPLAY '*** BUDGET.DAT NOT AVAILABLE - STATUS '
                 WS-BGT-STAT ' - RUN REFUSED ***'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM 1111-SORT-PARA
           OPEN INPUT EMPLOYEE-FILE
           MOVE 'EMPLOYEE-FILE' TO WS-ABEND-FILE
           MOVE WS-EMP-STAT     TO WS-ABEND-STAT
           PERFORM 9900-CHECK-STATUS-PARA
           OPEN INPUT YTD-FILE
           IF WS-YTD-STAT = '00'
              SET YTD-FILE-AVAILABLE TO TRUE
           ELSE
              IF WS-YTD-STAT NOT = '35'
                 MOVE 'YTD-FILE'  TO WS-ABEND-FILE
                 MOVE WS-YTD-STAT TO WS-ABEND-STAT
                 PERFORM 9900-CHECK-STATUS-PARA
              END-IF
           END-IF
           IF YTD-FILE-AVAILABLE
              PERFORM 1140-YTD-YEAR-PARA
           END-IF
           OPEN OUTPUT BVA-REPORT
           MOVE 'BVA-REPORT'  TO WS-ABEND-FILE
           MOVE WS-RPT-STAT   TO WS-ABEND-STAT
           PERFORM 9900-CHECK-STATUS-PARA
           OPEN OUTPUT CSV-FILE
           MOVE 'CSV-FILE'    TO WS-ABEND-FILE
           MOVE WS-CSV-STAT   TO WS-ABEND-STAT
           PERFORM 9900-CHECK-STATUS-PARA
           PERFORM 1200-DATE-PARA
           MOVE WS-FDATE         TO RH-DATE
           MOVE WS-PERIOD-NUMBER TO RH-PERIOD
           MOVE WS-PERIOD-YEAR   TO RH-YEAR
           MOVE WS-TOLERANCE     TO RH-TOLERANCE
           WRITE BVA-REPORT-RECORD FROM RPT-HEADING-LINE1
           IF NOT YTD-FILE-AVAILABLE
              MOVE 'YTDFILE.DAT NOT AVAILABLE - YTD ACTUALS NOT SHOWN'
                 TO RM-MSG
              WRITE BVA-REPORT-RECORD FROM RPT-MSG-LINE AFTER 2
           END-IF
           IF YTD-FILE-AVAILABLE AND NOT YTD-YEAR-CURRENT
              MOVE SPACES TO RM-MSG
              STRING 'YTDFILE.DAT NOT FOR ' WS-PERIOD-YEAR
                 ' - YTD NOT SHOWN, ACTUALS FROM EMPFILE'
                 DELIMITED BY SIZE INTO RM-MSG
              WRITE BVA-REPORT-RECORD FROM RPT-MSG-LINE AFTER 2
           END-IF
           WRITE BVA-REPORT-RECORD FROM RPT-HEADING-LINE2 AFTER 2
           MOVE 'BVA-REPORT'  TO WS-ABEND-FILE
           MOVE WS-RPT-STAT   TO WS-ABEND-STAT
           PERFORM 9900-CHECK-STATUS-PARA
           WRITE CSV-RECORD FROM CSV-HEADING-LINE
           MOVE 'CSV-FILE'    TO WS-ABEND-FILE
           MOVE WS-CSV-STAT   TO WS-ABEND-STAT
           PERFORM 9900-CHECK-STATUS-PARA
           PERFORM 1500-READ-PARA
           MOVE LOW-VALUES TO BG-BUDGET-KEY
           START BUDGET-FILE KEY IS NOT LESS THAN BG-BUDGET-KEY
              INVALID KEY
                 MOVE 'Y' TO WS-BGT-EOF
           END-START
           IF WS-BGT-EOF NOT = 'Y'
              PERFORM 2490-BUDGET-READ-PARA
           END-IF
           PERFORM 2400-NEXT-BUDGET-GROUP-PARA.
       1100-TOLERANCE-PARA.
           OPEN INPUT BVA-CONTROL
           IF WS-CTL-STAT = '00'
              READ BVA-CONTROL
                 AT END
                    CONTINUE
              END-READ
              IF WS-CTL-STAT = '00'
                 IF BC-TOLERANCE-PCT NUMERIC
                       AND BC-TOLERANCE-PCT > ZERO
                    MOVE BC-TOLERANCE-PCT TO WS-TOLERANCE
                 ELSE
                    DISPLAY 'BUDGET TOLERANCE UNREADABLE - '
                       'DEFAULT USED'
                 END-IF
              END-IF
              CLOSE BVA-CONTROL
           ELSE
              IF WS-CTL-STAT NOT = '35'
                 MOVE 'BVA-CONTROL' TO WS-ABEND-FILE
                 MOVE WS-CTL-STAT   TO WS-ABEND-STAT
                 PERFORM 9900-CHECK-STATUS-PARA
              END-IF
           END-IF
           DISPLAY 'BUDGET TOLERANCE = ', WS-TOLERANCE, '%'.
       1111-SORT-PARA.
           SORT WORK-FILE
              ON ASCENDING KEY W-EMP-LOC
                 ASCENDING KEY W-EMP-DEPT
                 USING EMP-FILE-IN
                 GIVING EMPLOYEE-FILE.
           MOVE 'EMP-FILE-IN' TO WS-ABEND-FILE
           MOVE WS-EMPIN-STAT TO WS-ABEND-STAT
           PERFORM 9900-CHECK-STATUS-PARA.
       1130-PERIOD-PARA.
           OPEN INPUT PERIOD-FILE
           MOVE 'PERIOD-FILE' TO WS-ABEND-FILE
           MOVE WS-PRD-STAT   TO WS-ABEND-STAT
           PERFORM 9900-CHECK-STATUS-PARA
           MOVE 'N' TO WS-PRD-EOF, WS-PERIOD-FLAG
           PERFORM 1135-PERIOD-NEXT-PARA UNTIL WS-PRD-EOF = 'Y'
           CLOSE PERIOD-FILE
           IF NOT OPEN-PERIOD-FOUND
              DISPLAY '*** NO OPEN PAY PERIOD ON PAYPRD.DAT'
                 ' - RUN REFUSED ***'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE WS-PERIOD-END(1:4) TO WS-PERIOD-YEAR
           DISPLAY 'BUDGET VERSUS ACTUAL FOR PAY PERIOD '
              WS-PERIOD-NUMBER ' ENDING ' WS-PERIOD-END.
       1135-PERIOD-NEXT-PARA.
           READ PERIOD-FILE
              AT END
                 MOVE 'Y' TO WS-PRD-EOF
           END-READ
           IF WS-PRD-EOF NOT = 'Y'
              IF WS-PRD-STAT = '00'
                 IF PRD-STATUS = 'O' AND NOT OPEN-PERIOD-FOUND
                    SET OPEN-PERIOD-FOUND TO TRUE
                    MOVE PRD-NUMBER   TO WS-PERIOD-NUMBER
                    MOVE PRD-END-DATE TO WS-PERIOD-END
                 END-IF
              ELSE
                 MOVE 'PERIOD-FILE' TO WS-ABEND-FILE
                 MOVE WS-PRD-STAT   TO WS-ABEND-STAT
                 PERFORM 9900-CHECK-STATUS-PARA
              END-IF
           END-IF.
       1140-YTD-YEAR-PARA.
           OPEN INPUT PRIOR-YEAR-FILE
           IF WS-PRI-STAT = '00'
              MOVE 'N' TO WS-PRI-EOF
              PERFORM 1145-PRIOR-NEXT-PARA UNTIL WS-PRI-EOF = 'Y'
              CLOSE PRIOR-YEAR-FILE
           ELSE
              IF WS-PRI-STAT NOT = '35'
                 MOVE 'PRIOR-YEAR-FILE' TO WS-ABEND-FILE
                 MOVE WS-PRI-STAT       TO WS-ABEND-STAT
                 PERFORM 9900-CHECK-STATUS-PARA
              END-IF
           END-IF
           IF WS-PERIOD-YEAR NUMERIC
              MOVE WS-PERIOD-YEAR TO WS-PERIOD-YEAR-N
           END-IF
           IF WS-LAST-ROLL-YEAR = ZERO
                 OR WS-PERIOD-YEAR-N = WS-LAST-ROLL-YEAR + 1
              SET YTD-YEAR-CURRENT TO TRUE
           ELSE
              DISPLAY '*** LAST YEAR-END ROLL ' WS-LAST-ROLL-YEAR
                 ' - YTDFILE.DAT NOT FOR ' WS-PERIOD-YEAR ' ***'
           END-IF.
       1145-PRIOR-NEXT-PARA.
           READ PRIOR-YEAR-FILE
              AT END
                 MOVE 'Y' TO WS-PRI-EOF
           END-READ
           IF WS-PRI-EOF NOT = 'Y'
              IF WS-PRI-STAT NOT = '00'
                 MOVE 'PRIOR-YEAR-FILE' TO WS-ABEND-FILE
                 MOVE WS-PRI-STAT       TO WS-ABEND-STAT
                 PERFORM 9900-CHECK-STATUS-PARA
              END-IF
              IF PRI-YEAR NUMERIC AND PRI-YEAR-N > WS-LAST-ROLL-YEAR
                 MOVE PRI-YEAR-N TO WS-LAST-ROLL-YEAR
              END-IF
           END-IF.
       1200-DATE-PARA.
           ACCEPT WS-DATE FROM DATE
           MOVE    20        TO WS-FDATE(7:2)
           MOVE WS-DATE(3:2) TO WS-FDATE(9:2)
           MOVE WS-DATE(5:2) TO WS-FDATE(4:2)
           MOVE WS-DATE(7:2) TO WS-FDATE(1:2)
           MOVE '/'  TO WS-FDATE(3:1) WS-FDATE(6:1).
       1500-READ-PARA.
           MOVE 'N' TO WS-ACTIVE-FLAG
           PERFORM 1550-READ-EMP-PARA
              UNTIL END-OF-FILE OR EMP-ACTIVE
           IF END-OF-FILE
              MOVE HIGH-VALUES TO WS-EMP-KEY
           ELSE
              MOVE EMP-LOC  TO WS-EK-LOC
              MOVE EMP-DEPT TO WS-EK-DEPT
           END-IF.
       1550-READ-EMP-PARA.
           READ EMPLOYEE-FILE
              AT END
                 MOVE 'Y' TO WS-FILE-FLAG
           END-READ.
           IF NOT END-OF-FILE
              IF WS-EMP-STAT NOT = '00'
                 MOVE 'EMPLOYEE-FILE' TO WS-ABEND-FILE
                 MOVE WS-EMP-STAT     TO WS-ABEND-STAT
                 PERFORM 9900-CHECK-STATUS-PARA
              END-IF
              IF EMP-STATUS = 'T'
                 ADD 1 TO WS-SKIP-COUNT
              ELSE
                 SET EMP-ACTIVE TO TRUE
              END-IF
           END-IF.
       2000-PROCESS-PARA.
           IF WS-EMP-KEY < WS-BGT-KEY
              MOVE WS-EMP-KEY TO WS-CURR-KEY
           ELSE
              MOVE WS-BGT-KEY TO WS-CURR-KEY
           END-IF
           IF WS-CURR-LOC NOT = TEMP-LOC
              IF BVA-LINES(3) > ZERO
                 PERFORM 5000-LOC-CHANGE-PARA
              END-IF
              MOVE WS-CURR-LOC TO TEMP-LOC
           END-IF
           PERFORM 2200-ACCUM-EMP-PARA
              UNTIL WS-EMP-KEY NOT = WS-CURR-KEY
           IF WS-BGT-KEY = WS-CURR-KEY
              PERFORM 2600-TALLY-BUDGET-PARA
                 VARYING WS-CTR-IDX FROM 1 BY 1
                 UNTIL WS-CTR-IDX > 3
              PERFORM 2400-NEXT-BUDGET-GROUP-PARA
           END-IF
           PERFORM 3000-DEPT-LINE-PARA.
       2200-ACCUM-EMP-PARA.
           ADD 1        TO BVA-ACT-HEAD(1), BVA-ACT-HEAD(2),
                           WS-ACTIVE-COUNT
           ADD EMP-EARN TO BVA-ACT-EARN(1), BVA-ACT-EARN(2)
           PERFORM 1500-READ-PARA.
       2400-NEXT-BUDGET-GROUP-PARA.
           MOVE 'N' TO WS-GROUP-FLAG
           PERFORM 2450-BUDGET-GROUP-PARA
              UNTIL GROUP-FOUND OR WS-BGT-EOF = 'Y'
           IF NOT GROUP-FOUND
              MOVE HIGH-VALUES TO WS-BGT-KEY
           END-IF.
       2450-BUDGET-GROUP-PARA.
           MOVE BG-GROUP-KEY TO WS-BGT-KEY
           MOVE ZERO TO WS-GRP-ROWS, WS-GRP-HEAD, WS-GRP-EARN,
                        WS-GRP-YTD
           PERFORM 2480-BUDGET-RECORD-PARA
              UNTIL WS-BGT-EOF = 'Y'
                 OR BG-GROUP-KEY NOT = WS-BGT-KEY
           IF WS-GRP-ROWS > ZERO
              SET GROUP-FOUND TO TRUE
           END-IF.
       2480-BUDGET-RECORD-PARA.
           IF BG-YEAR = WS-PERIOD-YEAR
                 AND BG-PERIOD NOT > WS-PERIOD-NUMBER
              ADD 1            TO WS-GRP-ROWS
              ADD BG-PLAN-EARN TO WS-GRP-YTD
              IF BG-PERIOD = WS-PERIOD-NUMBER
                 MOVE BG-PLAN-HEAD TO WS-GRP-HEAD
                 MOVE BG-PLAN-EARN TO WS-GRP-EARN
              END-IF
           END-IF
           PERFORM 2490-BUDGET-READ-PARA.
       2490-BUDGET-READ-PARA.
           READ BUDGET-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-BGT-EOF
           END-READ
           IF WS-BGT-EOF NOT = 'Y' AND WS-BGT-STAT NOT = '00'
              MOVE 'BUDGET-FILE' TO WS-ABEND-FILE
              MOVE WS-BGT-STAT   TO WS-ABEND-STAT
              PERFORM 9900-CHECK-STATUS-PARA
           END-IF.
       2600-TALLY-BUDGET-PARA.
           ADD 1           TO BVA-GROUPS(WS-CTR-IDX)
           ADD WS-GRP-HEAD TO BVA-BGT-HEAD(WS-CTR-IDX)
           ADD WS-GRP-EARN TO BVA-BGT-EARN(WS-CTR-IDX)
           ADD WS-GRP-YTD  TO BVA-BGT-YTD(WS-CTR-IDX).
       3000-DEPT-LINE-PARA.
           MOVE 'DEPT'          TO WS-LN-LEVEL
           MOVE WS-CURR-LOC     TO WS-LN-LOC
           MOVE WS-CURR-DEPT    TO WS-LN-DEPT
           MOVE BVA-ACT-HEAD(1) TO WS-LN-ACT-HEAD
           MOVE BVA-ACT-EARN(1) TO WS-LN-ACT-EARN
           MOVE ZERO            TO WS-LN-ACT-YTD
           MOVE BVA-BGT-HEAD(1) TO WS-LN-BGT-HEAD
           MOVE BVA-BGT-EARN(1) TO WS-LN-BGT-EARN
           MOVE BVA-BGT-YTD(1)  TO WS-LN-BGT-YTD
           MOVE 'N'             TO WS-LN-YTD-FLAG
           IF BVA-GROUPS(1) > ZERO
              MOVE 'Y' TO WS-LN-BGT-FLAG
           ELSE
              MOVE 'N' TO WS-LN-BGT-FLAG
              ADD 1 TO WS-NOBGT-COUNT
           END-IF
           PERFORM 4000-VARIANCE-PARA
           ADD 1 TO BVA-LINES(3)
           MOVE ZERO TO BVA-CTRS(1).
       4000-VARIANCE-PARA.
           COMPUTE WS-HEAD-VAR = WS-LN-ACT-HEAD - WS-LN-BGT-HEAD
           COMPUTE WS-EARN-VAR = WS-LN-ACT-EARN - WS-LN-BGT-EARN
           MOVE WS-HEAD-VAR    TO WS-PCT-VAR
           MOVE WS-LN-BGT-HEAD TO WS-PCT-BASE
           MOVE WS-LN-ACT-HEAD TO WS-PCT-ACT
           PERFORM 4500-PCT-PARA
           MOVE WS-PCT-RESULT  TO WS-HEAD-PCT
           MOVE WS-EARN-VAR    TO WS-PCT-VAR
           MOVE WS-LN-BGT-EARN TO WS-PCT-BASE
           MOVE WS-LN-ACT-EARN TO WS-PCT-ACT
           PERFORM 4500-PCT-PARA
           MOVE WS-PCT-RESULT  TO WS-EARN-PCT
           MOVE ZERO TO WS-YTD-PCT
           IF LINE-HAS-YTD
              COMPUTE WS-YTD-VAR = WS-LN-ACT-YTD - WS-LN-BGT-YTD
              MOVE WS-YTD-VAR     TO WS-PCT-VAR
              MOVE WS-LN-BGT-YTD  TO WS-PCT-BASE
              MOVE WS-LN-ACT-YTD  TO WS-PCT-ACT
              PERFORM 4500-PCT-PARA
              MOVE WS-PCT-RESULT  TO WS-YTD-PCT
           END-IF
           MOVE 'N' TO WS-OVER-HEAD, WS-OVER-EARN
           IF WS-HEAD-PCT > WS-TOLERANCE
              MOVE 'Y' TO WS-OVER-HEAD
           END-IF
           IF WS-EARN-PCT > WS-TOLERANCE
                 OR WS-YTD-PCT > WS-TOLERANCE
              MOVE 'Y' TO WS-OVER-EARN
           END-IF
           INITIALIZE RPT-DETAIL-LINE
           EVALUATE TRUE
              WHEN NOT LINE-HAS-BUDGET
                 MOVE 'NO BUDGET' TO RD-FLAG
              WHEN WS-OVER-HEAD = 'Y' AND WS-OVER-EARN = 'Y'
                 MOVE 'OVER BOTH' TO RD-FLAG
              WHEN WS-OVER-HEAD = 'Y'
                 MOVE 'OVER HEAD' TO RD-FLAG
              WHEN WS-OVER-EARN = 'Y'
                 MOVE 'OVER EARN' TO RD-FLAG
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           IF RD-FLAG NOT = SPACES
              ADD 1 TO WS-FLAG-COUNT
           END-IF
           MOVE WS-LN-LOC      TO RD-LOC
           MOVE WS-LN-DEPT     TO RD-DEPT
           MOVE WS-LN-BGT-HEAD TO RD-BGT-HEAD
           MOVE WS-LN-ACT-HEAD TO RD-ACT-HEAD
           MOVE WS-HEAD-VAR    TO RD-HEAD-VAR
           MOVE WS-LN-BGT-EARN TO RD-BGT-EARN
           MOVE WS-LN-ACT-EARN TO RD-ACT-EARN
           MOVE WS-EARN-VAR    TO RD-EARN-VAR
           MOVE WS-EARN-PCT    TO RD-EARN-PCT
           MOVE WS-LN-BGT-YTD  TO RD-BGT-YTD
           MOVE WS-LN-ACT-YTD  TO RD-ACT-YTD
           MOVE WS-YTD-PCT     TO RD-YTD-PCT
           WRITE BVA-REPORT-RECORD FROM RPT-DETAIL-LINE
           MOVE 'BVA-REPORT'  TO WS-ABEND-FILE
           MOVE WS-RPT-STAT   TO WS-ABEND-STAT
           PERFORM 9900-CHECK-STATUS-PARA
           INITIALIZE CSV-DETAIL-LINE
           MOVE WS-LN-LEVEL    TO C-LEVEL
           MOVE WS-LN-LOC      TO C-LOC
           IF WS-LN-LEVEL = 'DEPT'
              MOVE WS-LN-DEPT  TO C-DEPT
           END-IF
           MOVE WS-LN-BGT-HEAD TO C-BGT-HEAD
           MOVE WS-LN-ACT-HEAD TO C-ACT-HEAD
           MOVE WS-HEAD-VAR    TO C-HEAD-VAR
           MOVE WS-LN-BGT-EARN TO C-BGT-EARN
           MOVE WS-LN-ACT-EARN TO C-ACT-EARN
           MOVE WS-EARN-VAR    TO C-EARN-VAR
           MOVE WS-EARN-PCT    TO C-EARN-PCT
           MOVE WS-LN-BGT-YTD  TO C-BGT-YTD
           MOVE WS-LN-ACT-YTD  TO C-ACT-YTD
           MOVE WS-YTD-PCT     TO C-YTD-PCT
           MOVE RD-FLAG        TO C-FLAG
           WRITE CSV-RECORD FROM CSV-DETAIL-LINE
           MOVE 'CSV-FILE'    TO WS-ABEND-FILE
           MOVE WS-CSV-STAT   TO WS-ABEND-STAT
           PERFORM 9900-CHECK-STATUS-PARA.
       4500-PCT-PARA.
           IF WS-PCT-BASE > ZERO
              COMPUTE WS-PCT-RESULT ROUNDED = (WS-PCT-VAR * 100)
                 / WS-PCT-BASE
                 ON SIZE ERROR
                    MOVE 999.99 TO WS-PCT-RESULT
              END-COMPUTE
           ELSE
              IF WS-PCT-ACT > ZERO
                 MOVE 999.99 TO WS-PCT-RESULT
              ELSE
                 MOVE ZERO TO WS-PCT-RESULT
              END-IF
           END-IF.
       5000-LOC-CHANGE-PARA.
           MOVE 'N' TO WS-YTD-FOUND
           IF YTD-FILE-AVAILABLE AND YTD-YEAR-CURRENT
              MOVE SPACES   TO YTD-KEY
              MOVE 'L'      TO YTD-KEY-TYPE
              MOVE TEMP-LOC TO YTD-KEY-CODE
              READ YTD-FILE KEY IS YTD-KEY
                 INVALID KEY
                    ADD 1 TO WS-YTD-MISSING
                 NOT INVALID KEY
                    SET YTD-LOC-FOUND TO TRUE
              END-READ
           END-IF
           MOVE 'LOC'           TO WS-LN-LEVEL
           MOVE TEMP-LOC        TO WS-LN-LOC
           MOVE 'TOTAL'         TO WS-LN-DEPT
           MOVE BVA-BGT-HEAD(2) TO WS-LN-BGT-HEAD
           MOVE BVA-BGT-EARN(2) TO WS-LN-BGT-EARN
           MOVE BVA-BGT-YTD(2)  TO WS-LN-BGT-YTD
           IF YTD-LOC-FOUND
              MOVE YTD-PRD-EMP  TO WS-LN-ACT-HEAD
              MOVE YTD-PRD-EARN TO WS-LN-ACT-EARN
              MOVE YTD-EARN     TO WS-LN-ACT-YTD
              MOVE 'Y'          TO WS-LN-YTD-FLAG
           ELSE
              MOVE BVA-ACT-HEAD(2) TO WS-LN-ACT-HEAD
              MOVE BVA-ACT-EARN(2) TO WS-LN-ACT-EARN
              MOVE ZERO         TO WS-LN-ACT-YTD
              MOVE 'N'          TO WS-LN-YTD-FLAG
           END-IF
           IF BVA-GROUPS(2) > ZERO
              MOVE 'Y' TO WS-LN-BGT-FLAG
           ELSE
              MOVE 'N' TO WS-LN-BGT-FLAG
           END-IF
           ADD WS-LN-ACT-HEAD TO BVA-ACT-HEAD(3)
           ADD WS-LN-ACT-EARN TO BVA-ACT-EARN(3)
           ADD WS-LN-ACT-YTD  TO BVA-ACT-YTD(3)
           PERFORM 4000-VARIANCE-PARA
           MOVE SPACES TO BVA-REPORT-RECORD
           WRITE BVA-REPORT-RECORD
           MOVE 'BVA-REPORT'  TO WS-ABEND-FILE
           MOVE WS-RPT-STAT   TO WS-ABEND-STAT
           PERFORM 9900-CHECK-STATUS-PARA
           MOVE ZERO TO BVA-CTRS(2).
       9000-END-PARA.
           IF BVA-LINES(3) = ZERO
              MOVE 'NO ACTIVE EMPLOYEES OR BUDGETS FOR THE PERIOD'
                 TO RM-MSG
              WRITE BVA-REPORT-RECORD FROM RPT-MSG-LINE
           ELSE
              PERFORM 5000-LOC-CHANGE-PARA
              MOVE 'ALL'           TO WS-LN-LEVEL, WS-LN-LOC
              MOVE 'TOTAL'         TO WS-LN-DEPT
              MOVE BVA-ACT-HEAD(3) TO WS-LN-ACT-HEAD
              MOVE BVA-ACT-EARN(3) TO WS-LN-ACT-EARN
              MOVE BVA-ACT-YTD(3)  TO WS-LN-ACT-YTD
              MOVE BVA-BGT-HEAD(3) TO WS-LN-BGT-HEAD
              MOVE BVA-BGT-EARN(3) TO WS-LN-BGT-EARN
              MOVE BVA-BGT-YTD(3)  TO WS-LN-BGT-YTD
              IF YTD-FILE-AVAILABLE AND YTD-YEAR-CURRENT
                    AND WS-YTD-MISSING = ZERO
                 MOVE 'Y' TO WS-LN-YTD-FLAG
              ELSE
                 MOVE 'N'  TO WS-LN-YTD-FLAG
                 MOVE ZERO TO WS-LN-ACT-YTD
              END-IF
              IF BVA-GROUPS(3) > ZERO
                 MOVE 'Y' TO WS-LN-BGT-FLAG
              ELSE
                 MOVE 'N' TO WS-LN-BGT-FLAG
              END-IF
              PERFORM 4000-VARIANCE-PARA
           END-IF
           IF WS-FLAG-COUNT > ZERO
              MOVE '*** LINES OVER BUDGET BEYOND TOLERANCE ***'
                 TO RV-VERDICT
           ELSE
              MOVE 'ALL LINES WITHIN TOLERANCE' TO RV-VERDICT
           END-IF
           WRITE BVA-REPORT-RECORD FROM RPT-VERDICT-LINE AFTER 2
           MOVE 'BVA-REPORT'  TO WS-ABEND-FILE
           MOVE WS-RPT-STAT   TO WS-ABEND-STAT
           PERFORM 9900-CHECK-STATUS-PARA
           DISPLAY 'BUDGET VERSUS ACTUAL REPORT COMPLETE'
           DISPLAY 'ACTIVE EMPLOYEES      = ', WS-ACTIVE-COUNT
           DISPLAY 'TERMINATED SKIPPED    = ', WS-SKIP-COUNT
           DISPLAY 'DEPARTMENT LINES      = ', BVA-LINES(3)
           DISPLAY 'DEPARTMENTS NO BUDGET = ', WS-NOBGT-COUNT
           DISPLAY 'LINES FLAGGED         = ', WS-FLAG-COUNT
           IF WS-YTD-MISSING > ZERO
              DISPLAY 'LOCATIONS NOT ON YTDFILE = ', WS-YTD-MISSING
           END-IF
           IF WS-FLAG-COUNT > ZERO OR NOT YTD-FILE-AVAILABLE
                 OR NOT YTD-YEAR-CURRENT
              DISPLAY '*** BUDGET EXCEPTIONS REPORTED - RC=4 ***'
              MOVE 4 TO RETURN-CODE
           END-IF
           IF YTD-FILE-AVAILABLE
              CLOSE YTD-FILE
           END-IF
           CLOSE EMPLOYEE-FILE, BUDGET-FILE, BVA-REPORT, CSV-FILE.
       9900-CHECK-STATUS-PARA.
           IF WS-ABEND-STAT NOT = '00'
              DISPLAY '*** I/O ERROR ON ' WS-ABEND-FILE
                 ' STATUS=' WS-ABEND-STAT ' - JOB ABENDING ***'
              CLOSE EMPLOYEE-FILE, BUDGET-FILE, BVA-REPORT, CSV-FILE
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
