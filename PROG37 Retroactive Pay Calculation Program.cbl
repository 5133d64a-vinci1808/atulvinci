       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG37.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERIOD-FILE ASSIGN TO 'PAYPRD.DAT'
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE  IS SEQUENTIAL
              FILE STATUS  IS WS-PRD-STAT.
           SELECT RATES-FILE ASSIGN TO 'DEDRATES.DAT'
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE  IS SEQUENTIAL
              FILE STATUS  IS WS-RTE-STAT.
           SELECT RETRO-TRIGGER-FILE ASSIGN TO 'RETROTRG.DAT'
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE  IS SEQUENTIAL
              FILE STATUS  IS WS-TRG-STAT.
           SELECT EMPLOYEE-MASTER ASSIGN TO 'EMPFILE.DAT'
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              RECORD KEY   IS M-EMP-ID
              FILE STATUS  IS WS-MST-STAT.
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
           SELECT RETRO-REGISTER ASSIGN TO 'RETROCAL.REP'
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE  IS SEQUENTIAL
              FILE STATUS  IS WS-REG-STAT.
       DATA DIVISION.
       FILE SECTION.
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
       FD  RATES-FILE
           RECORD CONTAINS 40 CHARACTERS
           RECORDING MODE IS F.
       01  RATES-RECORD.
           03  DR-DEDN-TYPE     PIC X(02).
           03  DR-LOW-EARN      PIC 9(05)V99.
           03  DR-HIGH-EARN     PIC 9(05)V99.
           03  DR-RATE-PCT      PIC 9(02)V99.
           03  DR-FLAT-AMT      PIC 9(05)V99.
           03  FILLER           PIC X(13).
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
       FD  RETRO-REGISTER
           RECORD CONTAINS 120 CHARACTERS
           RECORDING MODE IS F.
       01  RETRO-REGISTER-RECORD PIC X(120).
       WORKING-STORAGE SECTION.
       01  REG-HEADING-LINE1.
           03  FILLER           PIC X(50)
               VALUE 'RETROACTIVE PAY CALCULATION REGISTER'.
           03  FILLER           PIC X(06) VALUE 'DATE:'.
           03  RG-DATE          PIC X(10) VALUE SPACES.
       01  REG-HEADING-LINE2.
           03  FILLER           PIC X(27)
               VALUE 'ARREARS PAYABLE IN PERIOD'.
           03  RH-PERIOD        PIC 9(03) VALUE ZERO.
           03  FILLER           PIC X(09) VALUE ' ENDING'.
           03  RH-END-DATE      PIC X(08) VALUE SPACES.
       01  REG-HEADING-LINE3.
           03  FILLER           PIC X(07) VALUE 'ID'.
           03  FILLER           PIC X(10) VALUE 'PERIOD'.
           03  FILLER           PIC X(10) VALUE 'EFF DATE'.
           03  FILLER           PIC X(11) VALUE ' OLD EARN'.
           03  FILLER           PIC X(11) VALUE ' NEW EARN'.
           03  FILLER           PIC X(11) VALUE '  ARREARS'.
           03  FILLER           PIC X(11) VALUE '       TX'.
           03  FILLER           PIC X(11) VALUE '       IN'.
           03  FILLER           PIC X(11) VALUE '       PN'.
           03  FILLER           PIC X(13) VALUE ' NET ARREARS'.
           03  FILLER           PIC X(04) VALUE 'NOTE'.
       01  REG-DETAIL-LINE.
           03  RG-ID            PIC X(05) VALUE SPACES.
           03  FILLER           PIC X(02) VALUE SPACES.
           03  RG-PRD-NUMBER    PIC 9(03) VALUE ZERO.
           03  FILLER           PIC X(01) VALUE '/'.
           03  RG-PRD-YEAR      PIC X(04) VALUE SPACES.
           03  FILLER           PIC X(02) VALUE SPACES.
           03  RG-EFF-DATE      PIC X(08) VALUE SPACES.
           03  FILLER           PIC X(02) VALUE SPACES.
           03  RG-OLD-EARN      PIC ZZ,ZZ9.99 VALUE ZERO.
           03  FILLER           PIC X(02) VALUE SPACES.
           03  RG-NEW-EARN      PIC ZZ,ZZ9.99 VALUE ZERO.
           03  FILLER           PIC X(02) VALUE SPACES.
           03  RG-ARR-EARN      PIC ZZ,ZZ9.99 VALUE ZERO.
           03  FILLER           PIC X(02) VALUE SPACES.
           03  RG-ARR-TX        PIC ZZ,ZZ9.99 VALUE ZERO.
           03  FILLER           PIC X(02) VALUE SPACES.
           03  RG-ARR-IN        PIC ZZ,ZZ9.99 VALUE ZERO.
           03  FILLER           PIC X(02) VALUE SPACES.
           03  RG-ARR-PN        PIC ZZ,ZZ9.99 VALUE ZERO.
           03  FILLER           PIC X(02) VALUE SPACES.
           03  RG-ARR-NET       PIC -ZZZ,ZZ9.99 VALUE ZERO.
           03  FILLER           PIC X(02) VALUE SPACES.
           03  RG-NOTE          PIC X(12) VALUE SPACES.
       01  REG-MSG-LINE.
           03  RG-MSG           PIC X(100) VALUE SPACES.
       01  REG-TOTAL-LINE.
           03  FILLER           PIC X(24)
               VALUE 'ARREARS LINES WRITTEN =>'.
           03  RT-LINES         PIC ZZZZ9 VALUE ZERO.
           03  FILLER           PIC X(11) VALUE '  ARREARS'.
           03  RT-ARREARS       PIC ZZZ,ZZZ,ZZ9.99 VALUE ZERO.
           03  FILLER           PIC X(07) VALUE '  NET'.
           03  RT-NET           PIC -ZZZ,ZZZ,ZZ9.99 VALUE ZERO.
       01  WS-PERIOD-TABLES.
           03  WS-PRD-COUNT     PIC 9(03) VALUE ZERO.
           03  WS-PRD-ENTRY OCCURS 500 TIMES.
               05  WS-PE-NUMBER PIC 9(03).
               05  WS-PE-START  PIC X(08).
               05  WS-PE-END    PIC X(08).
               05  WS-PE-STATUS PIC X(01).
       01  WS-RATE-TABLES.
           03  WS-RATE-COUNT    PIC 9(02) VALUE ZERO.
           03  WS-RATE-ENTRY OCCURS 50 TIMES.
               05  WS-RT-TYPE   PIC X(02).
               05  WS-RT-LOW    PIC 9(05)V99.
               05  WS-RT-HIGH   PIC 9(05)V99.
               05  WS-RT-PCT    PIC 9(02)V99.
               05  WS-RT-FLAT   PIC 9(05)V99.
       01  WS-ELEMENT-TABLES.
           03  WS-EL-ENTRY OCCURS 3 TIMES.
               05  WS-EL-TYPE   PIC X(02).
               05  WS-EL-BASIS  PIC 9(05)V99.
               05  WS-EL-NEW    PIC 9(05)V99.
               05  WS-EL-DIFF   PIC 9(05)V99.
       01  WS-DATE-TIME-FIELDS.
           03  WS-DATE          PIC 9(08) VALUE ZERO.
           03  WS-RUN-DATE      PIC X(08) VALUE SPACES.
           03  WS-FDATE         PIC X(10) VALUE SPACES.
       01  WS-VARIABLES.
           03  WS-PRD-STAT      PIC X(02) VALUE SPACES.
           03  WS-RTE-STAT      PIC X(02) VALUE SPACES.
           03  WS-TRG-STAT      PIC X(02) VALUE SPACES.
           03  WS-MST-STAT      PIC X(02) VALUE SPACES.
           03  WS-LDG-STAT      PIC X(02) VALUE SPACES.
           03  WS-RTR-STAT      PIC X(02) VALUE SPACES.
           03  WS-REG-STAT      PIC X(02) VALUE SPACES.
           03  WS-PRD-EOF       PIC X(01) VALUE 'N'.
           03  WS-RTE-EOF       PIC X(01) VALUE 'N'.
           03  WS-TRG-EOF       PIC X(01) VALUE 'N'.
               88  END-OF-TRIGGERS        VALUE 'Y'.
           03  WS-RETRO-EOF     PIC X(01) VALUE 'N'.
           03  WS-LEDGER-AVAIL  PIC X(01) VALUE 'N'.
               88  LEDGER-FILE-AVAILABLE  VALUE 'Y'.
           03  WS-PERIOD-FLAG   PIC X(01) VALUE 'N'.
               88  OPEN-PERIOD-FOUND      VALUE 'Y'.
           03  WS-OPEN-NUMBER   PIC 9(03) VALUE ZERO.
           03  WS-OPEN-END      PIC X(08) VALUE SPACES.
           03  WS-PRD-IDX       PIC 9(03) VALUE ZERO.
           03  WS-RATE-IDX      PIC 9(02) VALUE ZERO.
           03  WS-RATE-FOUND    PIC X(01) VALUE 'N'.
               88  RATE-FOUND             VALUE 'Y'.
           03  WS-EL-IDX        PIC 9(01) VALUE ZERO.
           03  WS-LG-IDX        PIC 9(02) VALUE ZERO.
           03  WS-CALC-TYPE     PIC X(02) VALUE SPACES.
           03  WS-CALC-EARN     PIC 9(05)V99 VALUE ZERO.
           03  WS-CALC-AMT      PIC 9(05)V99 VALUE ZERO.
           03  WS-BASIS-EARN    PIC 9(05)V99 VALUE ZERO.
           03  WS-BASIS-STD     PIC 9(05)V99 VALUE ZERO.
           03  WS-BASIS-UNPAID  PIC 9(05)V99 VALUE ZERO.
           03  WS-NEW-EARN      PIC 9(05)V99 VALUE ZERO.
           03  WS-BASIS-SOURCE  PIC X(01) VALUE SPACES.
               88  BASIS-FROM-LEDGER      VALUE 'L'.
               88  NOT-PAID-IN-PERIOD     VALUE 'X'.
           03  WS-ARR-EARN      PIC S9(05)V99 VALUE ZERO.
           03  WS-ARR-DEDN      PIC 9(06)V99 VALUE ZERO.
           03  WS-ARR-NET       PIC S9(06)V99 VALUE ZERO.
           03  WS-CURR-YEAR     PIC X(04) VALUE SPACES.
           03  WS-CURR-PRD      PIC 9(03) VALUE ZERO.
           03  WS-REUSE-FLAG    PIC X(01) VALUE 'N'.
               88  UNPOSTED-LINE-FOUND    VALUE 'Y'.
           03  WS-REUSE-SEQ     PIC 9(02) VALUE ZERO.
           03  WS-MAX-SEQ       PIC 9(02) VALUE ZERO.
           03  WS-AFFECT-COUNT  PIC 9(03) VALUE ZERO.
           03  WS-TRG-COUNT     PIC 9(05) VALUE ZERO.
           03  WS-LINE-COUNT    PIC 9(05) VALUE ZERO.
           03  WS-REPL-COUNT    PIC 9(05) VALUE ZERO.
           03  WS-DECR-COUNT    PIC 9(05) VALUE ZERO.
           03  WS-NONET-COUNT   PIC 9(05) VALUE ZERO.
           03  WS-NOPRD-COUNT   PIC 9(05) VALUE ZERO.
           03  WS-REJ-COUNT     PIC 9(05) VALUE ZERO.
           03  WS-TOT-ARREARS   PIC 9(09)V99 VALUE ZERO.
           03  WS-TOT-NET       PIC S9(09)V99 VALUE ZERO.
           03  WS-ABEND-FILE    PIC X(20) VALUE SPACES.
           03  WS-ABEND-STAT    PIC X(02) VALUE SPACES.
       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           PERFORM 1000-INIT-PARA.
           PERFORM 2000-PROCESS-PARA UNTIL END-OF-TRIGGERS
           PERFORM 9000-END-PARA
           STOP RUN.
       1000-INIT-PARA.
           PERFORM 1200-DATE-PARA
           PERFORM 1100-LOAD-PERIODS-PARA
           PERFORM 1300-LOAD-RATES-PARA
           MOVE 'TX' TO WS-EL-TYPE(1)
           MOVE 'IN' TO WS-EL-TYPE(2)
           MOVE 'PN' TO WS-EL-TYPE(3)
           OPEN INPUT RETRO-TRIGGER-FILE
           IF WS-TRG-STAT = '35'
              DISPLAY 'NO DATED EARNINGS CHANGES ON FILE'
              OPEN OUTPUT RETRO-TRIGGER-FILE
              CLOSE RETRO-TRIGGER-FILE
              OPEN INPUT RETRO-TRIGGER-FILE
           END-IF
           MOVE 'RETRO-TRIGGER-FILE' TO WS-ABEND-FILE
           MOVE WS-TRG-STAT          TO WS-ABEND-STAT
           PERFORM 9900-CHECK-STATUS-PARA
           OPEN INPUT EMPLOYEE-MASTER
           MOVE 'EMPLOYEE-MASTER' TO WS-ABEND-FILE
           MOVE WS-MST-STAT       TO WS-ABEND-STAT
           PERFORM 9900-CHECK-STATUS-PARA
           OPEN INPUT LEDGER-FILE
           IF WS-LDG-STAT = '00'
              SET LEDGER-FILE-AVAILABLE TO TRUE
           ELSE
              IF WS-LDG-STAT NOT = '35'
                 MOVE 'LEDGER-FILE' TO WS-ABEND-FILE
                 MOVE WS-LDG-STAT   TO WS-ABEND-STAT
                 PERFORM 9900-CHECK-STATUS-PARA
              END-IF
           END-IF
           OPEN I-O RETRO-FILE
           IF WS-RTR-STAT = '35'
              OPEN OUTPUT RETRO-FILE
              CLOSE RETRO-FILE
              OPEN I-O RETRO-FILE
           END-IF
           MOVE 'RETRO-FILE' TO WS-ABEND-FILE
           MOVE WS-RTR-STAT  TO WS-ABEND-STAT
           PERFORM 9900-CHECK-STATUS-PARA
           OPEN OUTPUT RETRO-REGISTER
           MOVE 'RETRO-REGISTER' TO WS-ABEND-FILE
           MOVE WS-REG-STAT      TO WS-ABEND-STAT
           PERFORM 9900-CHECK-STATUS-PARA
           MOVE WS-FDATE       TO RG-DATE
           MOVE WS-OPEN-NUMBER TO RH-PERIOD
           MOVE WS-OPEN-END    TO RH-END-DATE
           WRITE RETRO-REGISTER-RECORD FROM REG-HEADING-LINE1
           WRITE RETRO-REGISTER-RECORD FROM REG-HEADING-LINE2
           WRITE RETRO-REGISTER-RECORD FROM REG-HEADING-LINE3 AFTER 2
           MOVE 'RETRO-REGISTER' TO WS-ABEND-FILE
           MOVE WS-REG-STAT      TO WS-ABEND-STAT
           PERFORM 9900-CHECK-STATUS-PARA
           PERFORM 1500-READ-PARA.
       1100-LOAD-PERIODS-PARA.
           OPEN INPUT PERIOD-FILE
           MOVE 'PERIOD-FILE' TO WS-ABEND-FILE
           MOVE WS-PRD-STAT   TO WS-ABEND-STAT
           PERFORM 9900-CHECK-STATUS-PARA
           MOVE 'N' TO WS-PRD-EOF
           PERFORM 1150-LOAD-PERIOD-NEXT-PARA UNTIL WS-PRD-EOF = 'Y'
           CLOSE PERIOD-FILE
           IF NOT OPEN-PERIOD-FOUND
              DISPLAY '*** NO OPEN PAY PERIOD ON PAYPRD.DAT'
                 ' - RUN REFUSED ***'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           DISPLAY 'ARREARS PAYABLE IN PAY PERIOD ' WS-OPEN-NUMBER
              ' ENDING ' WS-OPEN-END.
       1150-LOAD-PERIOD-NEXT-PARA.
           READ PERIOD-FILE
              AT END
                 MOVE 'Y' TO WS-PRD-EOF
           END-READ
           IF WS-PRD-EOF NOT = 'Y'
              IF WS-PRD-STAT = '00'
                 IF PRD-STATUS = 'O' AND NOT OPEN-PERIOD-FOUND
                    SET OPEN-PERIOD-FOUND TO TRUE
                    MOVE PRD-NUMBER   TO WS-OPEN-NUMBER
                    MOVE PRD-END-DATE TO WS-OPEN-END
                 END-IF
                 IF PRD-STATUS = 'C'
                    IF WS-PRD-COUNT < 500
                       ADD 1 TO WS-PRD-COUNT
                       MOVE PRD-NUMBER
                          TO WS-PE-NUMBER(WS-PRD-COUNT)
                       MOVE PRD-START-DATE
                          TO WS-PE-START(WS-PRD-COUNT)
                       MOVE PRD-END-DATE
                          TO WS-PE-END(WS-PRD-COUNT)
                       MOVE PRD-STATUS
                          TO WS-PE-STATUS(WS-PRD-COUNT)
                    ELSE
                       DISPLAY '*** PERIOD TABLE FULL - PERIOD '
                          PRD-NUMBER ' DROPPED ***'
                    END-IF
                 END-IF
              ELSE
                 MOVE 'PERIOD-FILE' TO WS-ABEND-FILE
                 MOVE WS-PRD-STAT   TO WS-ABEND-STAT
                 PERFORM 9900-CHECK-STATUS-PARA
              END-IF
           END-IF.
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
       1300-LOAD-RATES-PARA.
           OPEN INPUT RATES-FILE
           IF WS-RTE-STAT NOT = '00'
              DISPLAY '*** DEDRATES.DAT NOT AVAILABLE - STATUS '
                 WS-RTE-STAT ' - RUN REFUSED ***'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE 'N' TO WS-RTE-EOF
           PERFORM 1350-LOAD-RATE-NEXT-PARA UNTIL WS-RTE-EOF = 'Y'
           CLOSE RATES-FILE
           IF WS-RATE-COUNT = ZERO
              DISPLAY '*** DEDRATES.DAT IS EMPTY - RUN REFUSED ***'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
       1350-LOAD-RATE-NEXT-PARA.
           READ RATES-FILE
              AT END
                 MOVE 'Y' TO WS-RTE-EOF
           END-READ
           IF WS-RTE-EOF NOT = 'Y'
              IF WS-RTE-STAT = '00'
                 IF WS-RATE-COUNT < 50
                    ADD 1 TO WS-RATE-COUNT
                    MOVE DR-DEDN-TYPE TO WS-RT-TYPE(WS-RATE-COUNT)
                    MOVE DR-LOW-EARN  TO WS-RT-LOW(WS-RATE-COUNT)
                    MOVE DR-HIGH-EARN TO WS-RT-HIGH(WS-RATE-COUNT)
                    MOVE DR-RATE-PCT  TO WS-RT-PCT(WS-RATE-COUNT)
                    MOVE DR-FLAT-AMT  TO WS-RT-FLAT(WS-RATE-COUNT)
                 ELSE
                    DISPLAY '*** RATE TABLE FULL - ENTRY DROPPED ***'
                 END-IF
              ELSE
                 MOVE 'RATES-FILE' TO WS-ABEND-FILE
                 MOVE WS-RTE-STAT  TO WS-ABEND-STAT
                 PERFORM 9900-CHECK-STATUS-PARA
              END-IF
           END-IF.
       1500-READ-PARA.
           READ RETRO-TRIGGER-FILE
              AT END
                 MOVE 'Y' TO WS-TRG-EOF
           END-READ.
           IF NOT END-OF-TRIGGERS AND WS-TRG-STAT NOT = '00'
              MOVE 'RETRO-TRIGGER-FILE' TO WS-ABEND-FILE
              MOVE WS-TRG-STAT          TO WS-ABEND-STAT
              PERFORM 9900-CHECK-STATUS-PARA
           END-IF.
       2000-PROCESS-PARA.
           ADD 1 TO WS-TRG-COUNT
           MOVE RT-EMP-ID TO M-EMP-ID
           READ EMPLOYEE-MASTER
              INVALID KEY
                 ADD 1 TO WS-REJ-COUNT
                 MOVE SPACES TO RG-MSG
                 STRING 'EMPLOYEE ' RT-EMP-ID ' NOT ON MASTER - '
                    'CHANGE EFFECTIVE ' RT-EFF-DATE ' NOT PRICED'
                    DELIMITED BY SIZE INTO RG-MSG
                 PERFORM 6500-WRITE-MSG-PARA
              NOT INVALID KEY
                 MOVE ZERO TO WS-AFFECT-COUNT
                 MOVE 1    TO WS-PRD-IDX
                 PERFORM 2100-SCAN-PERIOD-PARA
                    UNTIL WS-PRD-IDX > WS-PRD-COUNT
                 IF WS-AFFECT-COUNT = ZERO
                    ADD 1 TO WS-NOPRD-COUNT
                 END-IF
           END-READ
           PERFORM 1500-READ-PARA.
       2100-SCAN-PERIOD-PARA.
           IF WS-PE-END(WS-PRD-IDX) NOT < RT-EFF-DATE
              ADD 1 TO WS-AFFECT-COUNT
              MOVE WS-PE-END(WS-PRD-IDX)(1:4) TO WS-CURR-YEAR
              MOVE WS-PE-NUMBER(WS-PRD-IDX)    TO WS-CURR-PRD
              PERFORM 3000-PRICE-PERIOD-PARA
           END-IF
           ADD 1 TO WS-PRD-IDX.
       3000-PRICE-PERIOD-PARA.
           PERFORM 3100-BASIS-PARA
           IF NOT-PAID-IN-PERIOD
              MOVE SPACES TO RG-MSG
              STRING 'NO LEDGER FOR ' RT-EMP-ID
                 ' PERIOD ' WS-CURR-PRD '/' WS-CURR-YEAR
                 ' - NOT PAID IN PERIOD, NO ARREARS DUE'
                 DELIMITED BY SIZE INTO RG-MSG
              PERFORM 6500-WRITE-MSG-PARA
           ELSE
              PERFORM 3050-PRICE-PAID-PERIOD-PARA
           END-IF.
       3050-PRICE-PAID-PERIOD-PARA.
           PERFORM 3300-PRIOR-RETRO-PARA
           MOVE RT-NEW-EARN TO WS-NEW-EARN
           IF WS-BASIS-UNPAID > ZERO
              IF WS-BASIS-UNPAID < WS-BASIS-STD
                 COMPUTE WS-NEW-EARN ROUNDED = RT-NEW-EARN
                    * (WS-BASIS-STD - WS-BASIS-UNPAID) / WS-BASIS-STD
              ELSE
                 MOVE ZERO TO WS-NEW-EARN
              END-IF
           END-IF
           MOVE WS-NEW-EARN TO WS-CALC-EARN
           MOVE 1 TO WS-EL-IDX
           PERFORM 3500-NEW-ELEMENT-PARA UNTIL WS-EL-IDX > 3
           COMPUTE WS-ARR-EARN = WS-NEW-EARN - WS-BASIS-EARN
           MOVE ZERO TO WS-ARR-DEDN, WS-ARR-NET
           IF WS-ARR-EARN > ZERO
              COMPUTE WS-ARR-DEDN = WS-EL-DIFF(1) + WS-EL-DIFF(2)
                                  + WS-EL-DIFF(3)
              COMPUTE WS-ARR-NET = WS-ARR-EARN - WS-ARR-DEDN
           END-IF
           EVALUATE TRUE
              WHEN WS-ARR-EARN > ZERO AND WS-ARR-NET > ZERO
                 PERFORM 4000-WRITE-RETRO-PARA
              WHEN WS-ARR-EARN > ZERO
                 ADD 1 TO WS-NONET-COUNT
                 PERFORM 4800-DROP-UNPOSTED-PARA
                 MOVE SPACES TO RG-MSG
                 STRING 'NO NET ARREARS FOR ' RT-EMP-ID
                    ' PERIOD ' WS-CURR-PRD '/' WS-CURR-YEAR
                    ' - DEDUCTION ARREARS TO BE RECOVERED MANUALLY'
                    DELIMITED BY SIZE INTO RG-MSG
                 PERFORM 6500-WRITE-MSG-PARA
              WHEN WS-ARR-EARN < ZERO
                 ADD 1 TO WS-DECR-COUNT
                 PERFORM 4800-DROP-UNPOSTED-PARA
                 MOVE SPACES TO RG-MSG
                 STRING 'EARNINGS REDUCED FOR ' RT-EMP-ID
                    ' PERIOD ' WS-CURR-PRD '/' WS-CURR-YEAR
                    ' - OVERPAYMENT TO BE RECOVERED MANUALLY'
                    DELIMITED BY SIZE INTO RG-MSG
                 PERFORM 6500-WRITE-MSG-PARA
              WHEN OTHER
                 PERFORM 4800-DROP-UNPOSTED-PARA
           END-EVALUATE.
       3100-BASIS-PARA.
           MOVE SPACES TO WS-BASIS-SOURCE
           MOVE ZERO   TO WS-BASIS-STD, WS-BASIS-UNPAID
           IF LEDGER-FILE-AVAILABLE
              MOVE RT-EMP-ID    TO LG-EMP-ID
              MOVE WS-CURR-YEAR TO LG-PRD-YEAR
              MOVE WS-CURR-PRD  TO LG-PRD-NUMBER
              READ LEDGER-FILE
                 INVALID KEY
                    SET NOT-PAID-IN-PERIOD TO TRUE
                 NOT INVALID KEY
                    SET BASIS-FROM-LEDGER TO TRUE
              END-READ
           END-IF
           IF BASIS-FROM-LEDGER
              MOVE LG-EARN TO WS-BASIS-EARN
              IF LG-STD-EARN NUMERIC AND LG-UNPAID-AMT NUMERIC
                 MOVE LG-STD-EARN   TO WS-BASIS-STD
                 MOVE LG-UNPAID-AMT TO WS-BASIS-UNPAID
              END-IF
              MOVE 1 TO WS-EL-IDX
              PERFORM 3150-LEDGER-ELEMENT-PARA UNTIL WS-EL-IDX > 3
           END-IF
           IF WS-BASIS-SOURCE = SPACES
              MOVE RT-OLD-EARN TO WS-BASIS-EARN
              MOVE RT-OLD-EARN TO WS-CALC-EARN
              MOVE 1 TO WS-EL-IDX
              PERFORM 3200-RATED-ELEMENT-PARA UNTIL WS-EL-IDX > 3
           END-IF.
       3150-LEDGER-ELEMENT-PARA.
           MOVE ZERO TO WS-EL-BASIS(WS-EL-IDX)
           MOVE 1 TO WS-LG-IDX
           PERFORM 3160-LEDGER-LINE-PARA
              UNTIL WS-LG-IDX > LG-DEDN-COUNT OR WS-LG-IDX > 8
           ADD 1 TO WS-EL-IDX.
       3160-LEDGER-LINE-PARA.
           IF LG-DEDN-TYPE(WS-LG-IDX) = WS-EL-TYPE(WS-EL-IDX)
              ADD LG-DEDN-AMT(WS-LG-IDX) TO WS-EL-BASIS(WS-EL-IDX)
           END-IF
           ADD 1 TO WS-LG-IDX.
       3200-RATED-ELEMENT-PARA.
           MOVE WS-EL-TYPE(WS-EL-IDX) TO WS-CALC-TYPE
           PERFORM 3700-FIND-RATE-PARA
           MOVE WS-CALC-AMT TO WS-EL-BASIS(WS-EL-IDX)
           ADD 1 TO WS-EL-IDX.
       3300-PRIOR-RETRO-PARA.
           MOVE 'N'  TO WS-REUSE-FLAG
           MOVE ZERO TO WS-REUSE-SEQ, WS-MAX-SEQ
           MOVE 'N'  TO WS-RETRO-EOF
           MOVE RT-EMP-ID    TO RP-EMP-ID
           MOVE WS-CURR-YEAR TO RP-PRD-YEAR
           MOVE WS-CURR-PRD  TO RP-PRD-NUMBER
           MOVE ZERO         TO RP-SEQ
           START RETRO-FILE KEY IS NOT LESS THAN RP-RETRO-KEY
              INVALID KEY
                 MOVE 'Y' TO WS-RETRO-EOF
           END-START
           PERFORM 3350-PRIOR-RETRO-NEXT-PARA
              UNTIL WS-RETRO-EOF = 'Y'.
       3350-PRIOR-RETRO-NEXT-PARA.
           READ RETRO-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-RETRO-EOF
           END-READ
           IF WS-RETRO-EOF NOT = 'Y'
              IF RP-EMP-ID = RT-EMP-ID
                    AND RP-PRD-YEAR = WS-CURR-YEAR
                    AND RP-PRD-NUMBER = WS-CURR-PRD
                 MOVE RP-SEQ TO WS-MAX-SEQ
                 IF RP-GL-POSTED = 'Y'
                    ADD RP-ARR-EARN TO WS-BASIS-EARN
                    ADD RP-ARR-TX   TO WS-EL-BASIS(1)
                    ADD RP-ARR-IN   TO WS-EL-BASIS(2)
                    ADD RP-ARR-PN   TO WS-EL-BASIS(3)
                 ELSE
                    SET UNPOSTED-LINE-FOUND TO TRUE
                    MOVE RP-SEQ TO WS-REUSE-SEQ
                 END-IF
              ELSE
                 MOVE 'Y' TO WS-RETRO-EOF
              END-IF
           END-IF.
       3500-NEW-ELEMENT-PARA.
           MOVE WS-EL-TYPE(WS-EL-IDX) TO WS-CALC-TYPE
           PERFORM 3700-FIND-RATE-PARA
           IF RATE-FOUND
              MOVE WS-CALC-AMT TO WS-EL-NEW(WS-EL-IDX)
           ELSE
              MOVE WS-EL-BASIS(WS-EL-IDX) TO WS-EL-NEW(WS-EL-IDX)
           END-IF
           IF WS-EL-NEW(WS-EL-IDX) > WS-EL-BASIS(WS-EL-IDX)
              COMPUTE WS-EL-DIFF(WS-EL-IDX) =
                 WS-EL-NEW(WS-EL-IDX) - WS-EL-BASIS(WS-EL-IDX)
           ELSE
              MOVE ZERO TO WS-EL-DIFF(WS-EL-IDX)
           END-IF
           ADD 1 TO WS-EL-IDX.
       3700-FIND-RATE-PARA.
           MOVE 'N' TO WS-RATE-FOUND
           MOVE ZERO TO WS-CALC-AMT
           MOVE 1 TO WS-RATE-IDX
           PERFORM 3750-SCAN-RATE-PARA
              UNTIL WS-RATE-IDX > WS-RATE-COUNT OR RATE-FOUND.
       3750-SCAN-RATE-PARA.
           IF WS-RT-TYPE(WS-RATE-IDX) = WS-CALC-TYPE
                 AND WS-CALC-EARN >= WS-RT-LOW(WS-RATE-IDX)
                 AND WS-CALC-EARN <= WS-RT-HIGH(WS-RATE-IDX)
              SET RATE-FOUND TO TRUE
              IF WS-RT-PCT(WS-RATE-IDX) > ZERO
                 COMPUTE WS-CALC-AMT ROUNDED =
                    WS-CALC-EARN * WS-RT-PCT(WS-RATE-IDX) / 100
              ELSE
                 MOVE WS-RT-FLAT(WS-RATE-IDX) TO WS-CALC-AMT
              END-IF
           ELSE
              ADD 1 TO WS-RATE-IDX
           END-IF.
       4000-WRITE-RETRO-PARA.
           INITIALIZE RETRO-RECORD
           MOVE RT-EMP-ID     TO RP-EMP-ID
           MOVE WS-CURR-YEAR  TO RP-PRD-YEAR
           MOVE WS-CURR-PRD   TO RP-PRD-NUMBER
           MOVE M-EMP-LOC     TO RP-EMP-LOC
           MOVE M-EMP-DEPT    TO RP-EMP-DEPT
           MOVE M-EMP-NAME    TO RP-EMP-NAME
           MOVE RT-EFF-DATE   TO RP-EFF-DATE
           MOVE WS-BASIS-EARN TO RP-OLD-EARN
           MOVE WS-NEW-EARN   TO RP-NEW-EARN
           MOVE WS-ARR-EARN   TO RP-ARR-EARN
           MOVE WS-EL-DIFF(1) TO RP-ARR-TX
           MOVE WS-EL-DIFF(2) TO RP-ARR-IN
           MOVE WS-EL-DIFF(3) TO RP-ARR-PN
           MOVE WS-ARR-NET    TO RP-ARR-NET
           MOVE WS-RUN-DATE   TO RP-CALC-DATE
           MOVE 'N'           TO RP-GL-POSTED
           MOVE 'N'           TO RP-PAY-STATUS
           INITIALIZE REG-DETAIL-LINE
           IF UNPOSTED-LINE-FOUND
              MOVE WS-REUSE-SEQ TO RP-SEQ
              REWRITE RETRO-RECORD
                 INVALID KEY
                    CONTINUE
              END-REWRITE
              MOVE 'RETRO-FILE' TO WS-ABEND-FILE
              MOVE WS-RTR-STAT  TO WS-ABEND-STAT
              PERFORM 9900-CHECK-STATUS-PARA
              ADD 1 TO WS-REPL-COUNT
              MOVE 'REPLACED' TO RG-NOTE
              PERFORM 4500-REGISTER-LINE-PARA
           ELSE
              IF WS-MAX-SEQ < 99
                 COMPUTE RP-SEQ = WS-MAX-SEQ + 1
                 WRITE RETRO-RECORD
                    INVALID KEY
                       CONTINUE
                 END-WRITE
                 MOVE 'RETRO-FILE' TO WS-ABEND-FILE
                 MOVE WS-RTR-STAT  TO WS-ABEND-STAT
                 PERFORM 9900-CHECK-STATUS-PARA
                 PERFORM 4500-REGISTER-LINE-PARA
              ELSE
                 ADD 1 TO WS-REJ-COUNT
                 MOVE SPACES TO RG-MSG
                 STRING 'ARREARS LINES EXHAUSTED FOR ' RT-EMP-ID
                    ' PERIOD ' WS-CURR-PRD '/' WS-CURR-YEAR
                    ' - NOT PRICED'
                    DELIMITED BY SIZE INTO RG-MSG
                 PERFORM 6500-WRITE-MSG-PARA
              END-IF
           END-IF.
       4500-REGISTER-LINE-PARA.
           MOVE RP-EMP-ID     TO RG-ID
           MOVE RP-PRD-NUMBER TO RG-PRD-NUMBER
           MOVE RP-PRD-YEAR   TO RG-PRD-YEAR
           MOVE RP-EFF-DATE   TO RG-EFF-DATE
           MOVE RP-OLD-EARN   TO RG-OLD-EARN
           MOVE RP-NEW-EARN   TO RG-NEW-EARN
           MOVE RP-ARR-EARN   TO RG-ARR-EARN
           MOVE RP-ARR-TX     TO RG-ARR-TX
           MOVE RP-ARR-IN     TO RG-ARR-IN
           MOVE RP-ARR-PN     TO RG-ARR-PN
           MOVE RP-ARR-NET    TO RG-ARR-NET
           IF NOT BASIS-FROM-LEDGER AND RG-NOTE = SPACES
              MOVE 'NO LEDGER' TO RG-NOTE
           END-IF
           IF WS-BASIS-UNPAID > ZERO AND RG-NOTE = SPACES
              MOVE 'UNPAID LEAVE' TO RG-NOTE
           END-IF
           WRITE RETRO-REGISTER-RECORD FROM REG-DETAIL-LINE
           MOVE 'RETRO-REGISTER' TO WS-ABEND-FILE
           MOVE WS-REG-STAT      TO WS-ABEND-STAT
           PERFORM 9900-CHECK-STATUS-PARA
           ADD 1 TO WS-LINE-COUNT
           ADD RP-ARR-EARN TO WS-TOT-ARREARS
           ADD RP-ARR-NET  TO WS-TOT-NET.
       4800-DROP-UNPOSTED-PARA.
           IF UNPOSTED-LINE-FOUND
              MOVE RT-EMP-ID    TO RP-EMP-ID
              MOVE WS-CURR-YEAR TO RP-PRD-YEAR
              MOVE WS-CURR-PRD  TO RP-PRD-NUMBER
              MOVE WS-REUSE-SEQ TO RP-SEQ
              DELETE RETRO-FILE RECORD
                 INVALID KEY
                    CONTINUE
              END-DELETE
              MOVE 'RETRO-FILE' TO WS-ABEND-FILE
              MOVE WS-RTR-STAT  TO WS-ABEND-STAT
              PERFORM 9900-CHECK-STATUS-PARA
              MOVE SPACES TO RG-MSG
              STRING 'UNPOSTED ARREARS FOR ' RT-EMP-ID
                 ' PERIOD ' WS-CURR-PRD '/' WS-CURR-YEAR
                 ' WITHDRAWN - NO INCREASE REMAINS'
                 DELIMITED BY SIZE INTO RG-MSG
              PERFORM 6500-WRITE-MSG-PARA
           END-IF.
       6500-WRITE-MSG-PARA.
           WRITE RETRO-REGISTER-RECORD FROM REG-MSG-LINE AFTER 2
           MOVE 'RETRO-REGISTER' TO WS-ABEND-FILE
           MOVE WS-REG-STAT      TO WS-ABEND-STAT
           PERFORM 9900-CHECK-STATUS-PARA.
       9000-END-PARA.
           MOVE WS-LINE-COUNT  TO RT-LINES
           MOVE WS-TOT-ARREARS TO RT-ARREARS
           MOVE WS-TOT-NET     TO RT-NET
           WRITE RETRO-REGISTER-RECORD FROM REG-TOTAL-LINE AFTER 2
           MOVE 'RETRO-REGISTER' TO WS-ABEND-FILE
           MOVE WS-REG-STAT      TO WS-ABEND-STAT
           PERFORM 9900-CHECK-STATUS-PARA
           CLOSE RETRO-TRIGGER-FILE
           OPEN OUTPUT RETRO-TRIGGER-FILE
           MOVE 'RETRO-TRIGGER-FILE' TO WS-ABEND-FILE
           MOVE WS-TRG-STAT          TO WS-ABEND-STAT
           PERFORM 9900-CHECK-STATUS-PARA
           CLOSE RETRO-TRIGGER-FILE
           DISPLAY 'RETROACTIVE PAY CALCULATION RUN COMPLETE'
           DISPLAY 'DATED CHANGES READ    = ', WS-TRG-COUNT
           DISPLAY 'NO CLOSED PERIOD HIT  = ', WS-NOPRD-COUNT
           DISPLAY 'ARREARS LINES WRITTEN = ', WS-LINE-COUNT
           DISPLAY 'ARREARS LINES REPLACED = ', WS-REPL-COUNT
           DISPLAY 'REDUCTIONS REPORTED   = ', WS-DECR-COUNT
           DISPLAY 'NO NET ARREARS        = ', WS-NONET-COUNT
           DISPLAY 'CHANGES NOT PRICED    = ', WS-REJ-COUNT
           IF WS-DECR-COUNT > ZERO OR WS-REJ-COUNT > ZERO
                 OR WS-NONET-COUNT > ZERO
              MOVE 4 TO RETURN-CODE
           END-IF
           IF LEDGER-FILE-AVAILABLE
              CLOSE LEDGER-FILE
           END-IF
           CLOSE EMPLOYEE-MASTER, RETRO-FILE, RETRO-REGISTER.
       9900-CHECK-STATUS-PARA.
           IF WS-ABEND-STAT NOT = '00'
              DISPLAY '*** I/O ERROR ON ' WS-ABEND-FILE
                 ' STATUS=' WS-ABEND-STAT ' - JOB ABENDING ***'
              CLOSE RETRO-FILE
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
