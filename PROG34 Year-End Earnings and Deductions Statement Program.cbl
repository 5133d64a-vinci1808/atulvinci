       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG34.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT YEAR-END-CONTROL ASSIGN TO 'YECTL.DAT'
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE  IS SEQUENTIAL
              FILE STATUS  IS WS-YEC-STAT.
           SELECT LEDGER-FILE ASSIGN TO 'PAYLEDGR.DAT'
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              RECORD KEY   IS LG-LEDGER-KEY
              FILE STATUS  IS WS-LDG-STAT.
           SELECT YTD-FILE ASSIGN TO 'YTDFILE.DAT'
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              RECORD KEY   IS YTD-KEY
              FILE STATUS  IS WS-YTD-STAT.
           SELECT PRIOR-YEAR-FILE ASSIGN TO 'YTDPRIOR.DAT'
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE  IS SEQUENTIAL
              FILE STATUS  IS WS-PRI-STAT.
           SELECT RETRO-FILE ASSIGN TO 'RETROPAY.DAT'
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              RECORD KEY   IS RP-RETRO-KEY
              FILE STATUS  IS WS-RTR-STAT.
           SELECT STATEMENT-REPORT ASSIGN TO 'EARNSTMT.REP'
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE  IS SEQUENTIAL
              FILE STATUS  IS WS-STM-STAT.
       DATA DIVISION.
       FILE SECTION.
       FD  YEAR-END-CONTROL
           RECORD CONTAINS 11 CHARACTERS
           RECORDING MODE IS F.
       01  YEAR-END-CONTROL-RECORD.
           03  YEC-ACTION       PIC X(07).
           03  YEC-YEAR         PIC X(04).
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
           03  PRI-YTD-IMAGE.
               05  PRI-KEY-TYPE PIC X(01).
               05  PRI-KEY-CODE PIC X(05).
               05  PRI-EMP      PIC 9(07).
               05  PRI-EARN     PIC 9(09)V99.
               05  PRI-DEDN     PIC 9(09)V99.
               05  FILLER       PIC X(29).
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
       FD  STATEMENT-REPORT
           RECORD CONTAINS 120 CHARACTERS
           RECORDING MODE IS F.
       01  STATEMENT-REPORT-RECORD PIC X(120).
       WORKING-STORAGE SECTION.
       01  STM-HEADING-LINE1.
           03  FILLER           PIC X(42)
               VALUE 'EARNINGS AND DEDUCTIONS STATEMENT - YEAR'.
           03  SH-YEAR          PIC X(04) VALUE SPACES.
           03  FILLER           PIC X(10) VALUE SPACES.
           03  FILLER           PIC X(06) VALUE 'DATE:'.
           03  SH-DATE          PIC X(10) VALUE SPACES.
       01  STM-EMP-LINE.
           03  FILLER           PIC X(10) VALUE 'EMPLOYEE:'.
           03  SE-ID            PIC X(05) VALUE SPACES.
           03  FILLER           PIC X(08) VALUE '  NAME:'.
           03  SE-NAME          PIC X(15) VALUE SPACES.
           03  FILLER           PIC X(07) VALUE '  LOC:'.
           03  SE-LOC           PIC X(03) VALUE SPACES.
           03  FILLER           PIC X(08) VALUE '  DEPT:'.
           03  SE-DEPT          PIC X(03) VALUE SPACES.
           03  FILLER           PIC X(08) VALUE '  TECH:'.
           03  SE-TECH          PIC X(05) VALUE SPACES.
       01  STM-HEADING-LINE2.
           03  FILLER           PIC X(08) VALUE 'PERIOD'.
           03  FILLER           PIC X(12) VALUE 'END DATE'.
           03  FILLER           PIC X(12) VALUE '  EARNINGS'.
           03  FILLER           PIC X(12) VALUE 'DEDUCTIONS'.
           03  FILLER           PIC X(13) VALUE '    NET PAY'.
           03  FILLER           PIC X(17) VALUE '  PAYMENT REF'.
       01  STM-DETAIL-LINE.
           03  FILLER           PIC X(03) VALUE SPACES.
           03  SD-PERIOD        PIC 9(03) VALUE ZERO.
           03  FILLER           PIC X(02) VALUE SPACES.
           03  SD-END-DATE      PIC X(10) VALUE SPACES.
           03  FILLER           PIC X(02) VALUE SPACES.
           03  SD-EARN          PIC ZZ,ZZ9.99 VALUE ZERO.
           03  FILLER           PIC X(03) VALUE SPACES.
           03  SD-DEDN          PIC ZZZ,ZZ9.99 VALUE ZERO.
           03  FILLER           PIC X(02) VALUE SPACES.
           03  SD-NET           PIC -ZZZ,ZZ9.99 VALUE ZERO.
           03  FILLER           PIC X(02) VALUE SPACES.
           03  SD-PAY-DATE      PIC X(08) VALUE SPACES.
           03  SD-PAY-DASH      PIC X(01) VALUE SPACES.
           03  SD-PAY-SEQ       PIC X(07) VALUE SPACES.
       01  STM-SECTION-LINE.
           03  SS-TITLE         PIC X(40) VALUE SPACES.
       01  STM-DEDN-LINE.
           03  FILLER           PIC X(04) VALUE SPACES.
           03  SL-DESC          PIC X(12) VALUE SPACES.
           03  SL-AMT           PIC ZZZ,ZZ9.99 VALUE ZERO.
       01  STM-TOTAL-LINE.
           03  FILLER           PIC X(16) VALUE 'YEAR TOTALS =>'.
           03  FILLER           PIC X(11) VALUE 'EARNINGS:'.
           03  ST-EARN          PIC ZZZ,ZZ9.99 VALUE ZERO.
           03  FILLER           PIC X(14) VALUE '  DEDUCTIONS:'.
           03  ST-DEDN          PIC ZZZ,ZZ9.99 VALUE ZERO.
           03  FILLER           PIC X(11) VALUE '  NET PAY:'.
           03  ST-NET           PIC -ZZZ,ZZ9.99 VALUE ZERO.
       01  CTL-HEADING-LINE.
           03  FILLER           PIC X(42)
               VALUE 'STATEMENT CONTROL TOTALS - YEAR'.
           03  CH-YEAR          PIC X(04) VALUE SPACES.
       01  CTL-COUNT-LINE.
           03  FILLER           PIC X(24)
               VALUE 'STATEMENTS PRINTED =>'.
           03  CC-STMTS         PIC ZZZZ9 VALUE ZERO.
           03  FILLER           PIC X(24)
               VALUE '  LEDGER RECORDS =>'.
           03  CC-LEDGER        PIC ZZZZZZ9 VALUE ZERO.
       01  CTL-AMOUNT-LINE.
           03  CA-LABEL         PIC X(14) VALUE SPACES.
           03  FILLER           PIC X(10) VALUE 'LEDGER:'.
           03  CA-LEDGER        PIC ZZZ,ZZZ,ZZ9.99 VALUE ZERO.
           03  CA-SOURCE        PIC X(12) VALUE SPACES.
           03  CA-YTD           PIC ZZZ,ZZZ,ZZ9.99 VALUE ZERO.
           03  FILLER           PIC X(15) VALUE '  DIFFERENCE:'.
           03  CA-DIFF          PIC -ZZZ,ZZZ,ZZ9.99 VALUE ZERO.
       01  CTL-VERDICT-LINE.
           03  FILLER           PIC X(18)
               VALUE 'CONTROL STATUS =>'.
           03  CV-VERDICT       PIC X(45) VALUE SPACES.
       01  WS-DEDN-TYPE-TABLES.
           03  WS-DT-COUNT      PIC 9(02) VALUE ZERO.
           03  WS-DT-ENTRY OCCURS 10 TIMES.
               05  WS-DT-TYPE   PIC X(02).
               05  WS-DT-AMT    PIC 9(07)V99.
       01  WS-DATE-TIME-FIELDS.
           03  WS-DATE          PIC 9(08) VALUE ZERO.
           03  WS-RUN-DATE      PIC X(08) VALUE SPACES.
           03  WS-FDATE         PIC X(10) VALUE SPACES.
       01  WS-VARIABLES.
           03  WS-YEC-STAT      PIC X(02) VALUE SPACES.
           03  WS-LDG-STAT      PIC X(02) VALUE SPACES.
           03  WS-YTD-STAT      PIC X(02) VALUE SPACES.
           03  WS-PRI-STAT      PIC X(02) VALUE SPACES.
           03  WS-RTR-STAT      PIC X(02) VALUE SPACES.
           03  WS-RETRO-EOF     PIC X(01) VALUE 'N'.
           03  WS-PRI-EOF       PIC X(01) VALUE 'N'.
           03  WS-PRI-FOUND     PIC X(01) VALUE 'N'.
               88  PRIOR-YEAR-FOUND       VALUE 'Y'.
           03  WS-CTL-SOURCE    PIC X(01) VALUE 'N'.
               88  PROVE-FROM-YTDFILE     VALUE 'Y'.
               88  PROVE-FROM-PRIOR       VALUE 'P'.
               88  NOTHING-TO-PROVE       VALUE 'N'.
           03  WS-LAST-ROLL-YEAR PIC 9(04) VALUE ZERO.
           03  WS-STMT-YEAR-N   PIC 9(04) VALUE ZERO.
           03  WS-STM-STAT      PIC X(02) VALUE SPACES.
           03  WS-LDG-EOF       PIC X(01) VALUE 'N'.
               88  END-OF-LEDGER          VALUE 'Y'.
           03  WS-YTD-EOF       PIC X(01) VALUE 'N'.
           03  WS-YTD-AVAIL     PIC X(01) VALUE 'N'.
               88  YTD-FILE-AVAILABLE     VALUE 'Y'.
           03  WS-DT-FOUND      PIC X(01) VALUE 'N'.
               88  DEDN-TYPE-FOUND        VALUE 'Y'.
           03  WS-STMT-YEAR     PIC X(04) VALUE SPACES.
           03  WS-CURR-EMP      PIC X(05) VALUE SPACES.
           03  WS-DT-IDX        PIC 9(02) VALUE ZERO.
           03  WS-LN-IDX        PIC 9(02) VALUE ZERO.
           03  WS-ADD-TYPE      PIC X(02) VALUE SPACES.
           03  WS-ADD-AMT       PIC 9(06)V99 VALUE ZERO.
           03  WS-RETRO-DEDN    PIC 9(07)V99 VALUE ZERO.
           03  WS-EMP-EARN      PIC 9(07)V99 VALUE ZERO.
           03  WS-EMP-DEDN      PIC 9(07)V99 VALUE ZERO.
           03  WS-EMP-NET       PIC S9(07)V99 VALUE ZERO.
           03  WS-STMT-COUNT    PIC 9(05) VALUE ZERO.
           03  WS-LDG-COUNT     PIC 9(07) VALUE ZERO.
           03  WS-LDG-EARN      PIC 9(09)V99 VALUE ZERO.
           03  WS-LDG-DEDN      PIC 9(09)V99 VALUE ZERO.
           03  WS-YTD-EARN      PIC 9(09)V99 VALUE ZERO.
           03  WS-YTD-DEDN      PIC 9(09)V99 VALUE ZERO.
           03  WS-LDG-RETRO-EARN PIC 9(09)V99 VALUE ZERO.
           03  WS-LDG-RETRO-DEDN PIC 9(09)V99 VALUE ZERO.
           03  WS-RTP-EARN      PIC 9(09)V99 VALUE ZERO.
           03  WS-RTP-DEDN      PIC 9(09)V99 VALUE ZERO.
           03  WS-DIFF          PIC S9(09)V99 VALUE ZERO.
           03  WS-CTL-FLAG      PIC X(01) VALUE 'Y'.
               88  CONTROLS-BALANCE       VALUE 'Y'.
           03  WS-RTO-FLAG      PIC X(01) VALUE 'Y'.
               88  RETRO-BALANCE          VALUE 'Y'.
           03  WS-ABEND-FILE    PIC X(20) VALUE SPACES.
           03  WS-ABEND-STAT    PIC X(02) VALUE SPACES.
       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           PERFORM 1000-INIT-PARA.
           PERFORM 2000-PROCESS-PARA UNTIL END-OF-LEDGER
           PERFORM 5000-CONTROL-PARA
           PERFORM 9000-END-PARA
           STOP RUN.
       1000-INIT-PARA.
           PERFORM 1200-DATE-PARA
           PERFORM 1100-YEAR-PARAM-PARA
           OPEN INPUT LEDGER-FILE
           IF WS-LDG-STAT NOT = '00'
              DISPLAY '*** PAYLEDGR.DAT NOT AVAILABLE - STATUS '
                 WS-LDG-STAT ' - RUN REFUSED ***'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
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
           OPEN OUTPUT STATEMENT-REPORT
           MOVE 'STATEMENT-REPORT' TO WS-ABEND-FILE
           MOVE WS-STM-STAT        TO WS-ABEND-STAT
           PERFORM 9900-CHECK-STATUS-PARA
           MOVE WS-STMT-YEAR TO SH-YEAR, CH-YEAR
           MOVE WS-FDATE     TO SH-DATE
           MOVE LOW-VALUES TO LG-LEDGER-KEY
           START LEDGER-FILE KEY IS NOT LESS THAN LG-LEDGER-KEY
              INVALID KEY
                 MOVE 'Y' TO WS-LDG-EOF
           END-START
           PERFORM 1500-READ-PARA.
       1100-YEAR-PARAM-PARA.
           MOVE WS-RUN-DATE(1:4) TO WS-STMT-YEAR
           OPEN INPUT YEAR-END-CONTROL
           IF WS-YEC-STAT = '00'
              READ YEAR-END-CONTROL
                 AT END
                    CONTINUE
              END-READ
              IF WS-YEC-STAT = '00' AND YEC-ACTION = 'YEAREND'
                    AND YEC-YEAR NOT = SPACES
                 MOVE YEC-YEAR TO WS-STMT-YEAR
              END-IF
              CLOSE YEAR-END-CONTROL
           END-IF
           DISPLAY 'EARNINGS STATEMENTS REQUESTED FOR ' WS-STMT-YEAR.
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
           IF NOT END-OF-LEDGER
              READ LEDGER-FILE NEXT RECORD
                 AT END
                    MOVE 'Y' TO WS-LDG-EOF
              END-READ
              IF NOT END-OF-LEDGER AND WS-LDG-STAT NOT = '00'
                 MOVE 'LEDGER-FILE' TO WS-ABEND-FILE
                 MOVE WS-LDG-STAT   TO WS-ABEND-STAT
                 PERFORM 9900-CHECK-STATUS-PARA
              END-IF
           END-IF.
       2000-PROCESS-PARA.
           IF LG-PRD-YEAR = WS-STMT-YEAR
              IF LG-EMP-ID NOT = WS-CURR-EMP
                 IF WS-CURR-EMP NOT = SPACES
                    PERFORM 4000-EMP-TOTAL-PARA
                 END-IF
                 PERFORM 3000-EMP-HEADING-PARA
              END-IF
              PERFORM 3500-PERIOD-LINE-PARA
           END-IF
           PERFORM 1500-READ-PARA.
       3000-EMP-HEADING-PARA.
           MOVE LG-EMP-ID TO WS-CURR-EMP
           MOVE ZERO TO WS-EMP-EARN, WS-EMP-DEDN, WS-EMP-NET,
                        WS-DT-COUNT
           ADD 1 TO WS-STMT-COUNT
           WRITE STATEMENT-REPORT-RECORD FROM STM-HEADING-LINE1
              AFTER PAGE
           INITIALIZE STM-EMP-LINE
           MOVE LG-EMP-ID   TO SE-ID
           MOVE LG-EMP-NAME TO SE-NAME
           MOVE LG-EMP-LOC  TO SE-LOC
           MOVE LG-EMP-DEPT TO SE-DEPT
           MOVE LG-EMP-TECH TO SE-TECH
           WRITE STATEMENT-REPORT-RECORD FROM STM-EMP-LINE AFTER 2
           WRITE STATEMENT-REPORT-RECORD FROM STM-HEADING-LINE2
              AFTER 2
           MOVE 'STATEMENT-REPORT' TO WS-ABEND-FILE
           MOVE WS-STM-STAT        TO WS-ABEND-STAT
           PERFORM 9900-CHECK-STATUS-PARA.
       3500-PERIOD-LINE-PARA.
           ADD 1             TO WS-LDG-COUNT
           ADD LG-EARN       TO WS-EMP-EARN, WS-LDG-EARN
           ADD LG-DEDN-TOTAL TO WS-EMP-DEDN, WS-LDG-DEDN
           ADD LG-NET-PAY    TO WS-EMP-NET
           PERFORM 3550-LEDGER-DEDN-PARA
              VARYING WS-LN-IDX FROM 1 BY 1
              UNTIL WS-LN-IDX > LG-DEDN-COUNT
           INITIALIZE STM-DETAIL-LINE
           MOVE LG-PRD-NUMBER         TO SD-PERIOD
           MOVE LG-PRD-END-DATE(7:2)  TO SD-END-DATE(1:2)
           MOVE LG-PRD-END-DATE(5:2)  TO SD-END-DATE(4:2)
           MOVE LG-PRD-END-DATE(1:4)  TO SD-END-DATE(7:4)
           MOVE '/' TO SD-END-DATE(3:1) SD-END-DATE(6:1)
           MOVE LG-EARN               TO SD-EARN
           MOVE LG-DEDN-TOTAL         TO SD-DEDN
           MOVE LG-NET-PAY            TO SD-NET
           IF LG-PAY-DATE = SPACES
              MOVE 'NOT PAID' TO SD-PAY-DATE
           ELSE
              MOVE LG-PAY-DATE TO SD-PAY-DATE
              MOVE '-'         TO SD-PAY-DASH
              MOVE LG-PAY-SEQ  TO SD-PAY-SEQ
           END-IF
           WRITE STATEMENT-REPORT-RECORD FROM STM-DETAIL-LINE
           MOVE 'STATEMENT-REPORT' TO WS-ABEND-FILE
           MOVE WS-STM-STAT        TO WS-ABEND-STAT
           PERFORM 9900-CHECK-STATUS-PARA
           IF LG-RETRO-COUNT NUMERIC AND LG-RETRO-COUNT > ZERO
              PERFORM 3700-RETRO-LINE-PARA
           END-IF.
       3550-LEDGER-DEDN-PARA.
           MOVE LG-DEDN-TYPE(WS-LN-IDX) TO WS-ADD-TYPE
           MOVE LG-DEDN-AMT(WS-LN-IDX)  TO WS-ADD-AMT
           PERFORM 3600-ADD-DEDN-LINE-PARA.
       3600-ADD-DEDN-LINE-PARA.
           MOVE 'N' TO WS-DT-FOUND
           MOVE 1   TO WS-DT-IDX
           PERFORM 3650-SCAN-DEDN-TYPE-PARA
              UNTIL WS-DT-IDX > WS-DT-COUNT OR DEDN-TYPE-FOUND
           IF NOT DEDN-TYPE-FOUND
              IF WS-DT-COUNT < 10
                 ADD 1 TO WS-DT-COUNT
                 MOVE WS-DT-COUNT TO WS-DT-IDX
                 MOVE WS-ADD-TYPE TO WS-DT-TYPE(WS-DT-IDX)
                 MOVE ZERO TO WS-DT-AMT(WS-DT-IDX)
                 SET DEDN-TYPE-FOUND TO TRUE
              ELSE
                 DISPLAY '*** DEDUCTION TYPE TABLE FULL FOR '
                    LG-EMP-ID ' ***'
              END-IF
           END-IF
           IF DEDN-TYPE-FOUND
              ADD WS-ADD-AMT TO WS-DT-AMT(WS-DT-IDX)
           END-IF.
       3650-SCAN-DEDN-TYPE-PARA.
           IF WS-DT-TYPE(WS-DT-IDX) = WS-ADD-TYPE
              SET DEDN-TYPE-FOUND TO TRUE
           ELSE
              ADD 1 TO WS-DT-IDX
           END-IF.
       3700-RETRO-LINE-PARA.
           COMPUTE WS-RETRO-DEDN = LG-RETRO-TX + LG-RETRO-IN
                                 + LG-RETRO-PN
           ADD LG-RETRO-EARN TO WS-EMP-EARN, WS-LDG-RETRO-EARN
           ADD WS-RETRO-DEDN TO WS-EMP-DEDN, WS-LDG-RETRO-DEDN
           ADD LG-RETRO-NET  TO WS-EMP-NET
           MOVE 'TX'         TO WS-ADD-TYPE
           MOVE LG-RETRO-TX  TO WS-ADD-AMT
           IF WS-ADD-AMT > ZERO
              PERFORM 3600-ADD-DEDN-LINE-PARA
           END-IF
           MOVE 'IN'         TO WS-ADD-TYPE
           MOVE LG-RETRO-IN  TO WS-ADD-AMT
           IF WS-ADD-AMT > ZERO
              PERFORM 3600-ADD-DEDN-LINE-PARA
           END-IF
           MOVE 'PN'         TO WS-ADD-TYPE
           MOVE LG-RETRO-PN  TO WS-ADD-AMT
           IF WS-ADD-AMT > ZERO
              PERFORM 3600-ADD-DEDN-LINE-PARA
           END-IF
           INITIALIZE STM-DETAIL-LINE
           MOVE LG-PRD-NUMBER         TO SD-PERIOD
           MOVE 'ARREARS'             TO SD-END-DATE
           MOVE LG-RETRO-EARN         TO SD-EARN
           MOVE WS-RETRO-DEDN         TO SD-DEDN
           MOVE LG-RETRO-NET          TO SD-NET
           WRITE STATEMENT-REPORT-RECORD FROM STM-DETAIL-LINE
           MOVE 'STATEMENT-REPORT' TO WS-ABEND-FILE
           MOVE WS-STM-STAT        TO WS-ABEND-STAT
           PERFORM 9900-CHECK-STATUS-PARA.
       4000-EMP-TOTAL-PARA.
           MOVE 'DEDUCTIONS BY TYPE' TO SS-TITLE
           WRITE STATEMENT-REPORT-RECORD FROM STM-SECTION-LINE AFTER 2
           PERFORM 4100-PRINT-DEDN-TYPE-PARA
              VARYING WS-DT-IDX FROM 1 BY 1
              UNTIL WS-DT-IDX > WS-DT-COUNT
           MOVE WS-EMP-EARN TO ST-EARN
           MOVE WS-EMP-DEDN TO ST-DEDN
           MOVE WS-EMP-NET  TO ST-NET
           WRITE STATEMENT-REPORT-RECORD FROM STM-TOTAL-LINE AFTER 2
           MOVE 'STATEMENT-REPORT' TO WS-ABEND-FILE
           MOVE WS-STM-STAT        TO WS-ABEND-STAT
           PERFORM 9900-CHECK-STATUS-PARA.
       4100-PRINT-DEDN-TYPE-PARA.
           INITIALIZE STM-DEDN-LINE
           EVALUATE WS-DT-TYPE(WS-DT-IDX)
              WHEN 'TX'
                 MOVE 'TAX'       TO SL-DESC
              WHEN 'IN'
                 MOVE 'INSURANCE' TO SL-DESC
              WHEN 'PN'
                 MOVE 'PENSION'   TO SL-DESC
              WHEN 'LN'
                 MOVE 'LOAN'      TO SL-DESC
              WHEN OTHER
                 MOVE WS-DT-TYPE(WS-DT-IDX) TO SL-DESC
           END-EVALUATE
           MOVE WS-DT-AMT(WS-DT-IDX) TO SL-AMT
           WRITE STATEMENT-REPORT-RECORD FROM STM-DEDN-LINE
           MOVE 'STATEMENT-REPORT' TO WS-ABEND-FILE
           MOVE WS-STM-STAT        TO WS-ABEND-STAT
           PERFORM 9900-CHECK-STATUS-PARA.
       5000-CONTROL-PARA.
           IF WS-CURR-EMP NOT = SPACES
              PERFORM 4000-EMP-TOTAL-PARA
           END-IF
           PERFORM 5200-PRIOR-TOTAL-PARA
           PERFORM 5300-RETRO-TOTAL-PARA
           IF WS-STMT-YEAR NUMERIC
              MOVE WS-STMT-YEAR TO WS-STMT-YEAR-N
           END-IF
           EVALUATE TRUE
              WHEN PRIOR-YEAR-FOUND
                 SET PROVE-FROM-PRIOR TO TRUE
              WHEN YTD-FILE-AVAILABLE AND WS-LAST-ROLL-YEAR = ZERO
                 SET PROVE-FROM-YTDFILE TO TRUE
              WHEN YTD-FILE-AVAILABLE
                    AND WS-STMT-YEAR-N = WS-LAST-ROLL-YEAR + 1
                 SET PROVE-FROM-YTDFILE TO TRUE
              WHEN OTHER
                 SET NOTHING-TO-PROVE TO TRUE
           END-EVALUATE
           IF PROVE-FROM-YTDFILE
              MOVE '  YTDFILE:' TO CA-SOURCE
              MOVE 'N'        TO WS-YTD-EOF
              MOVE 'L'        TO YTD-KEY-TYPE
              MOVE LOW-VALUES TO YTD-KEY-CODE
              START YTD-FILE KEY IS NOT LESS THAN YTD-KEY
                 INVALID KEY
                    MOVE 'Y' TO WS-YTD-EOF
              END-START
              PERFORM 5100-YTD-NEXT-PARA UNTIL WS-YTD-EOF = 'Y'
           END-IF
           IF PROVE-FROM-PRIOR
              MOVE ' YTDPRIOR:' TO CA-SOURCE
           END-IF
           IF NOTHING-TO-PROVE
              MOVE '  YTD:'     TO CA-SOURCE
           END-IF
           WRITE STATEMENT-REPORT-RECORD FROM CTL-HEADING-LINE
              AFTER PAGE
           MOVE WS-STMT-COUNT TO CC-STMTS
           MOVE WS-LDG-COUNT  TO CC-LEDGER
           WRITE STATEMENT-REPORT-RECORD FROM CTL-COUNT-LINE AFTER 2
           MOVE 'EARNINGS'  TO CA-LABEL
           MOVE WS-LDG-EARN TO CA-LEDGER
           MOVE WS-YTD-EARN TO CA-YTD
           COMPUTE WS-DIFF = WS-LDG-EARN - WS-YTD-EARN
           MOVE WS-DIFF     TO CA-DIFF
           IF WS-DIFF NOT = ZERO
              MOVE 'N' TO WS-CTL-FLAG
           END-IF
           WRITE STATEMENT-REPORT-RECORD FROM CTL-AMOUNT-LINE AFTER 2
           MOVE 'DEDUCTIONS' TO CA-LABEL
           MOVE WS-LDG-DEDN  TO CA-LEDGER
           MOVE WS-YTD-DEDN  TO CA-YTD
           COMPUTE WS-DIFF = WS-LDG-DEDN - WS-YTD-DEDN
           MOVE WS-DIFF      TO CA-DIFF
           IF WS-DIFF NOT = ZERO
              MOVE 'N' TO WS-CTL-FLAG
           END-IF
           WRITE STATEMENT-REPORT-RECORD FROM CTL-AMOUNT-LINE
           MOVE ' RETROPAY:'       TO CA-SOURCE
           MOVE 'ARREARS EARN'     TO CA-LABEL
           MOVE WS-LDG-RETRO-EARN  TO CA-LEDGER
           MOVE WS-RTP-EARN        TO CA-YTD
           COMPUTE WS-DIFF = WS-LDG-RETRO-EARN - WS-RTP-EARN
           MOVE WS-DIFF            TO CA-DIFF
           IF WS-DIFF NOT = ZERO
              MOVE 'N' TO WS-RTO-FLAG
           END-IF
           WRITE STATEMENT-REPORT-RECORD FROM CTL-AMOUNT-LINE AFTER 2
           MOVE 'ARREARS DEDN'     TO CA-LABEL
           MOVE WS-LDG-RETRO-DEDN  TO CA-LEDGER
           MOVE WS-RTP-DEDN        TO CA-YTD
           COMPUTE WS-DIFF = WS-LDG-RETRO-DEDN - WS-RTP-DEDN
           MOVE WS-DIFF            TO CA-DIFF
           IF WS-DIFF NOT = ZERO
              MOVE 'N' TO WS-RTO-FLAG
           END-IF
           WRITE STATEMENT-REPORT-RECORD FROM CTL-AMOUNT-LINE
           EVALUATE TRUE
              WHEN NOTHING-TO-PROVE
                 MOVE 'NOT PROVED - NO YTD TOTALS HELD FOR THE YEAR'
                    TO CV-VERDICT
                 MOVE 4 TO RETURN-CODE
              WHEN CONTROLS-BALANCE AND NOT RETRO-BALANCE
                 MOVE '*** ARREARS OUT OF BALANCE WITH RETROPAY ***'
                    TO CV-VERDICT
                 MOVE 4 TO RETURN-CODE
              WHEN CONTROLS-BALANCE AND PROVE-FROM-PRIOR
                 MOVE 'IN BALANCE WITH YTDPRIOR.DAT' TO CV-VERDICT
              WHEN CONTROLS-BALANCE
                 MOVE 'IN BALANCE WITH YTDFILE.DAT' TO CV-VERDICT
              WHEN PROVE-FROM-PRIOR
                 MOVE '*** OUT OF BALANCE WITH YTDPRIOR.DAT ***'
                    TO CV-VERDICT
                 MOVE 4 TO RETURN-CODE
              WHEN OTHER
                 MOVE '*** OUT OF BALANCE WITH YTDFILE.DAT ***'
                    TO CV-VERDICT
                 MOVE 4 TO RETURN-CODE
           END-EVALUATE
           WRITE STATEMENT-REPORT-RECORD FROM CTL-VERDICT-LINE AFTER 2
           MOVE 'STATEMENT-REPORT' TO WS-ABEND-FILE
           MOVE WS-STM-STAT        TO WS-ABEND-STAT
           PERFORM 9900-CHECK-STATUS-PARA.
       5100-YTD-NEXT-PARA.
           READ YTD-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-YTD-EOF
           END-READ
           IF WS-YTD-EOF NOT = 'Y'
              IF WS-YTD-STAT NOT = '00'
                 MOVE 'YTD-FILE'  TO WS-ABEND-FILE
                 MOVE WS-YTD-STAT TO WS-ABEND-STAT
                 PERFORM 9900-CHECK-STATUS-PARA
              END-IF
              IF YTD-KEY-TYPE = 'L'
                 ADD YTD-EARN TO WS-YTD-EARN
                 ADD YTD-DEDN TO WS-YTD-DEDN
              ELSE
                 MOVE 'Y' TO WS-YTD-EOF
              END-IF
           END-IF.
       5200-PRIOR-TOTAL-PARA.
           OPEN INPUT PRIOR-YEAR-FILE
           IF WS-PRI-STAT = '00'
              MOVE 'N' TO WS-PRI-EOF
              PERFORM 5250-PRIOR-NEXT-PARA UNTIL WS-PRI-EOF = 'Y'
              CLOSE PRIOR-YEAR-FILE
           ELSE
              IF WS-PRI-STAT NOT = '35'
                 MOVE 'PRIOR-YEAR-FILE' TO WS-ABEND-FILE
                 MOVE WS-PRI-STAT       TO WS-ABEND-STAT
                 PERFORM 9900-CHECK-STATUS-PARA
              END-IF
           END-IF.
       5250-PRIOR-NEXT-PARA.
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
              IF PRI-YEAR = WS-STMT-YEAR AND PRI-KEY-TYPE = 'L'
                 SET PRIOR-YEAR-FOUND TO TRUE
                 ADD PRI-EARN TO WS-YTD-EARN
                 ADD PRI-DEDN TO WS-YTD-DEDN
              END-IF
           END-IF.
       5300-RETRO-TOTAL-PARA.
           OPEN INPUT RETRO-FILE
           IF WS-RTR-STAT = '00'
              MOVE 'N'        TO WS-RETRO-EOF
              MOVE LOW-VALUES TO RP-RETRO-KEY
              START RETRO-FILE KEY IS NOT LESS THAN RP-RETRO-KEY
                 INVALID KEY
                    MOVE 'Y' TO WS-RETRO-EOF
              END-START
              PERFORM 5350-RETRO-NEXT-PARA UNTIL WS-RETRO-EOF = 'Y'
              CLOSE RETRO-FILE
           ELSE
              IF WS-RTR-STAT NOT = '35'
                 MOVE 'RETRO-FILE' TO WS-ABEND-FILE
                 MOVE WS-RTR-STAT  TO WS-ABEND-STAT
                 PERFORM 9900-CHECK-STATUS-PARA
              END-IF
           END-IF.
       5350-RETRO-NEXT-PARA.
           READ RETRO-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-RETRO-EOF
           END-READ
           IF WS-RETRO-EOF NOT = 'Y'
              MOVE 'RETRO-FILE' TO WS-ABEND-FILE
              MOVE WS-RTR-STAT  TO WS-ABEND-STAT
              PERFORM 9900-CHECK-STATUS-PARA
              IF RP-CLOSE-YEAR = WS-STMT-YEAR
                 ADD RP-ARR-EARN TO WS-RTP-EARN
                 ADD RP-ARR-TX, RP-ARR-IN, RP-ARR-PN TO WS-RTP-DEDN
              END-IF
           END-IF.
       9000-END-PARA.
           DISPLAY 'YEAR-END EARNINGS STATEMENTS COMPLETE'
           DISPLAY 'STATEMENT YEAR     = ', WS-STMT-YEAR
           DISPLAY 'STATEMENTS PRINTED = ', WS-STMT-COUNT
           DISPLAY 'LEDGER RECORDS     = ', WS-LDG-COUNT
           DISPLAY 'CONTROL STATUS     = ', CV-VERDICT
           IF YTD-FILE-AVAILABLE
              CLOSE YTD-FILE
           END-IF
           CLOSE LEDGER-FILE, STATEMENT-REPORT.
       9900-CHECK-STATUS-PARA.
           IF WS-ABEND-STAT NOT = '00'
              DISPLAY '*** I/O ERROR ON ' WS-ABEND-FILE
                 ' STATUS=' WS-ABEND-STAT ' - JOB ABENDING ***'
              CLOSE LEDGER-FILE, STATEMENT-REPORT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
