              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE  IS SEQUENTIAL
              FILE STATUS  IS WS-PRD-STAT.
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
       DATA DIVISION.
       FILE SECTION.
       FD  EMP-FILE-IN
           03  PRD-POSTED-FLAG  PIC X(01).
           03  PRD-POSTED-DATE  PIC X(08).
           03  FILLER           PIC X(11).
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
       WORKING-STORAGE SECTION.
       01  ADV-BANNER-LINE.
           03  FILLER           PIC X(20)
       01  ADV-NET-LINE.
           03  FILLER           PIC X(14) VALUE 'NET PAY:'.
           03  AN-NET           PIC -ZZ,ZZ9.99 VALUE ZERO.
       01  ADV-RETRO-LINE.
           03  FILLER           PIC X(14) VALUE 'RETRO EARN:'.
           03  AR-EARN          PIC ZZ,ZZ9.99 VALUE ZERO.
           03  FILLER           PIC X(12) VALUE '  FOR PERIOD'.
           03  FILLER           PIC X(01) VALUE SPACES.
           03  AR-PRD-NUMBER    PIC 9(03) VALUE ZERO.
           03  FILLER           PIC X(01) VALUE '/'.
           03  AR-PRD-YEAR      PIC X(04) VALUE SPACES.
       01  ADV-RETRO-NET-LINE.
           03  FILLER           PIC X(14) VALUE 'RETRO NET:'.
           03  AR-NET           PIC -ZZ,ZZ9.99 VALUE ZERO.
       01  ADV-LEAVE-HEAD-LINE.
           03  FILLER           PIC X(14) VALUE 'LEAVE:'.
           03  FILLER           PIC X(10) VALUE 'BALANCE'.
           03  FILLER           PIC X(09) VALUE 'TAKEN YTD'.
       01  ADV-LEAVE-ITEM-LINE.
           03  FILLER           PIC X(04) VALUE SPACES.
           03  AV-DESC          PIC X(10) VALUE SPACES.
           03  AV-BALANCE       PIC ZZ9.99 VALUE ZERO.
           03  FILLER           PIC X(06) VALUE SPACES.
           03  AV-TAKEN         PIC ZZ9.99 VALUE ZERO.
       01  ADV-UNPAID-LINE.
           03  FILLER           PIC X(04) VALUE SPACES.
           03  FILLER           PIC X(10) VALUE 'UNPAID'.
           03  AU-DAYS          PIC ZZ9.99 VALUE ZERO.
           03  FILLER           PIC X(20)
               VALUE ' DAYS THIS PERIOD  -'.
           03  AU-AMT           PIC ZZ,ZZ9.99 VALUE ZERO.
       01  WS-DATE-TIME-FIELDS.
           03  WS-DATE          PIC 9(08) VALUE ZERO.
           03  WS-FDATE         PIC X(10) VALUE SPACES.
           03  WS-DEDN-AVAIL    PIC X(01) VALUE 'N'.
               88  DEDN-FILE-AVAILABLE    VALUE 'Y'.
           03  WS-DEDN-EOF      PIC X(01) VALUE 'N'.
           03  WS-RTR-STAT      PIC X(02) VALUE SPACES.
           03  WS-RTR-AVAIL     PIC X(01) VALUE 'N'.
               88  RETRO-FILE-AVAILABLE   VALUE 'Y'.
           03  WS-RETRO-EOF     PIC X(01) VALUE 'N'.
           03  WS-RETRO-COUNT   PIC 9(05) VALUE ZERO.
           03  WS-LVB-STAT      PIC X(02) VALUE SPACES.
           03  WS-LVB-AVAIL     PIC X(01) VALUE 'N'.
               88  LEAVE-FILE-AVAILABLE   VALUE 'Y'.
           03  WS-LVE-EOF       PIC X(01) VALUE 'N'.
           03  WS-LVE-HEAD      PIC X(01) VALUE 'N'.
               88  LEAVE-HEADING-DONE     VALUE 'Y'.
           03  WS-CURR-LOC      PIC X(03) VALUE SPACES.
           03  WS-ADV-COUNT     PIC 9(07) VALUE ZERO.
           03  WS-SKIP-COUNT    PIC 9(07) VALUE ZERO.
                 PERFORM 9900-CHECK-STATUS-PARA
              END-IF
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
           MOVE WS-PERIOD-END(7:2) TO AP-DATE(1:2)
           MOVE WS-PERIOD-END(5:2) TO AP-DATE(4:2)
           MOVE 'ADVICE-FILE' TO WS-ABEND-FILE
           MOVE WS-ADV-STAT   TO WS-ABEND-STAT
           PERFORM 9900-CHECK-STATUS-PARA
           IF RETRO-FILE-AVAILABLE
              PERFORM 6000-RETRO-ITEMS-PARA
           END-IF
           IF LEAVE-FILE-AVAILABLE
              PERFORM 7000-LEAVE-ITEMS-PARA
           END-IF
           ADD 1 TO WS-ADV-COUNT
           ADD 1 TO WS-LOC-COUNT.
       5000-DEDN-ITEMS-PARA.
                 MOVE 'Y' TO WS-DEDN-EOF
              END-IF
           END-IF.
       6000-RETRO-ITEMS-PARA.
           MOVE 'N'    TO WS-RETRO-EOF
           MOVE LOW-VALUES TO RP-RETRO-KEY
           MOVE EMP-ID TO RP-EMP-ID
           START RETRO-FILE KEY IS NOT LESS THAN RP-RETRO-KEY
              INVALID KEY
                 MOVE 'Y' TO WS-RETRO-EOF
           END-START
           PERFORM 6500-RETRO-ITEM-NEXT-PARA UNTIL WS-RETRO-EOF = 'Y'.
       6500-RETRO-ITEM-NEXT-PARA.
           READ RETRO-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-RETRO-EOF
           END-READ
           IF WS-RETRO-EOF NOT = 'Y'
              IF RP-EMP-ID = EMP-ID
                 IF RP-CLOSE-YEAR = SPACES
                    PERFORM 6700-RETRO-PRINT-PARA
                 END-IF
              ELSE
                 MOVE 'Y' TO WS-RETRO-EOF
              END-IF
           END-IF.
       6700-RETRO-PRINT-PARA.
           ADD 1 TO WS-RETRO-COUNT
           MOVE RP-ARR-EARN   TO AR-EARN
           MOVE RP-PRD-NUMBER TO AR-PRD-NUMBER
           MOVE RP-PRD-YEAR   TO AR-PRD-YEAR
           WRITE ADVICE-RECORD FROM ADV-RETRO-LINE AFTER 2
           IF RP-ARR-TX > ZERO
              INITIALIZE ADV-DEDN-ITEM-LINE
              MOVE 'RETRO TAX' TO AI-DESC
              MOVE RP-ARR-TX   TO AI-AMT
              WRITE ADVICE-RECORD FROM ADV-DEDN-ITEM-LINE
           END-IF
           IF RP-ARR-IN > ZERO
              INITIALIZE ADV-DEDN-ITEM-LINE
              MOVE 'RETRO INS' TO AI-DESC
              MOVE RP-ARR-IN   TO AI-AMT
              WRITE ADVICE-RECORD FROM ADV-DEDN-ITEM-LINE
           END-IF
           IF RP-ARR-PN > ZERO
              INITIALIZE ADV-DEDN-ITEM-LINE
              MOVE 'RETRO PEN' TO AI-DESC
              MOVE RP-ARR-PN   TO AI-AMT
              WRITE ADVICE-RECORD FROM ADV-DEDN-ITEM-LINE
           END-IF
           MOVE RP-ARR-NET TO AR-NET
           WRITE ADVICE-RECORD FROM ADV-RETRO-NET-LINE
           MOVE 'ADVICE-FILE' TO WS-ABEND-FILE
           MOVE WS-ADV-STAT   TO WS-ABEND-STAT
           PERFORM 9900-CHECK-STATUS-PARA.
       7000-LEAVE-ITEMS-PARA.
           MOVE 'N'    TO WS-LVE-EOF, WS-LVE-HEAD
           MOVE EMP-ID TO LB-EMP-ID
           MOVE SPACES TO LB-LEAVE-TYPE
           START LEAVE-FILE KEY IS NOT LESS THAN LB-LEAVE-KEY
              INVALID KEY
                 MOVE 'Y' TO WS-LVE-EOF
           END-START
           PERFORM 7500-LEAVE-ITEM-NEXT-PARA UNTIL WS-LVE-EOF = 'Y'.
       7500-LEAVE-ITEM-NEXT-PARA.
           READ LEAVE-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-LVE-EOF
           END-READ
           IF WS-LVE-EOF NOT = 'Y'
              IF LB-EMP-ID = EMP-ID
                 PERFORM 7700-LEAVE-PRINT-PARA
              ELSE
                 MOVE 'Y' TO WS-LVE-EOF
              END-IF
           END-IF.
       7700-LEAVE-PRINT-PARA.
           IF NOT LEAVE-HEADING-DONE
              WRITE ADVICE-RECORD FROM ADV-LEAVE-HEAD-LINE AFTER 2
              SET LEAVE-HEADING-DONE TO TRUE
           END-IF
           IF LB-LEAVE-TYPE = 'UL'
              IF LB-PRD-TAKEN > ZERO
                 MOVE LB-PRD-TAKEN      TO AU-DAYS
                 MOVE LB-PRD-UNPAID-AMT TO AU-AMT
                 WRITE ADVICE-RECORD FROM ADV-UNPAID-LINE
              END-IF
           ELSE
              INITIALIZE ADV-LEAVE-ITEM-LINE
              EVALUATE LB-LEAVE-TYPE
                 WHEN 'AN'
                    MOVE 'ANNUAL'      TO AV-DESC
                 WHEN 'SK'
                    MOVE 'SICK'        TO AV-DESC
                 WHEN OTHER
                    MOVE LB-LEAVE-TYPE TO AV-DESC
              END-EVALUATE
              MOVE LB-BALANCE   TO AV-BALANCE
              MOVE LB-TAKEN-YTD TO AV-TAKEN
              WRITE ADVICE-RECORD FROM ADV-LEAVE-ITEM-LINE
           END-IF
           MOVE 'ADVICE-FILE' TO WS-ABEND-FILE
           MOVE WS-ADV-STAT   TO WS-ABEND-STAT
           PERFORM 9900-CHECK-STATUS-PARA.
       9000-END-PARA.
           IF ADVICE-FILE-OPEN
              DISPLAY 'LOCATION ' WS-CURR-LOC ' ADVICES = '
           DISPLAY 'PAY ADVICE RUN COMPLETE'
           DISPLAY 'ADVICES PRINTED = ', WS-ADV-COUNT
           DISPLAY 'RECORDS SKIPPED = ', WS-SKIP-COUNT
           DISPLAY 'RETRO LINES     = ', WS-RETRO-COUNT
           IF DEDN-FILE-AVAILABLE
              CLOSE DEDN-FILE
           END-IF
           IF RETRO-FILE-AVAILABLE
              CLOSE RETRO-FILE
           END-IF
           IF LEAVE-FILE-AVAILABLE
              CLOSE LEAVE-FILE
           END-IF
           CLOSE EMPLOYEE-FILE.
       9900-CHECK-STATUS-PARA.
           IF WS-ABEND-STAT NOT = '00'
