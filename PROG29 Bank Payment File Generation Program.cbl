              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE  IS SEQUENTIAL
              FILE STATUS  IS WS-EXC-STAT.
           SELECT REISSUE-FILE ASSIGN TO 'BNKRISS.DAT'
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              RECORD KEY   IS RI-REISSUE-KEY
              FILE STATUS  IS WS-RIS-STAT.
           SELECT ACCOUNT-MAP-FILE ASSIGN TO 'GLMAP.DAT'
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE  IS SEQUENTIAL
              FILE STATUS  IS WS-MAP-STAT.
           SELECT RETRO-FILE ASSIGN TO 'RETROPAY.DAT'
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              RECORD KEY   IS RP-RETRO-KEY
              FILE STATUS  IS WS-RTR-STAT.
           SELECT JOURNAL-FILE ASSIGN TO 'GLJRNL.DAT'
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE  IS SEQUENTIAL
              FILE STATUS  IS WS-JRN-STAT.
       DATA DIVISION.
       FILE SECTION.
       FD  EMP-FILE-IN
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  EXCEPTION-RECORD PIC X(80).
       FD  REISSUE-FILE
           RECORD CONTAINS 100 CHARACTERS.
       01  REISSUE-RECORD.
           03  RI-REISSUE-KEY.
               05  RI-EMP-ID    PIC X(05).
               05  RI-PAY-DATE  PIC X(08).
               05  RI-PAY-SEQ   PIC 9(07).
           03  RI-EMP-NAME      PIC X(15).
           03  RI-AMOUNT        PIC 9(07)V99.
           03  RI-BANK-CODE     PIC X(06).
           03  RI-BANK-ACCT     PIC X(12).
           03  RI-REASON-CODE   PIC X(02).
           03  RI-RETURN-DATE   PIC X(08).
           03  RI-LOC           PIC X(03).
           03  RI-DEPT          PIC X(03).
           03  RI-STATUS        PIC X(01).
           03  RI-ISSUE-DATE    PIC X(08).
           03  RI-ISSUE-SEQ     PIC 9(07).
           03  FILLER           PIC X(06).
       FD  ACCOUNT-MAP-FILE
           RECORD CONTAINS 30 CHARACTERS
           RECORDING MODE IS F.
       01  ACCOUNT-MAP-RECORD.
           03  GM-LOC           PIC X(03).
           03  GM-DEPT          PIC X(03).
           03  GM-ELEMENT       PIC X(04).
           03  GM-ACCOUNT       PIC X(08).
           03  FILLER           PIC X(12).
       FD  JOURNAL-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  JOURNAL-RECORD.
           03  JR-ACCOUNT       PIC X(08).
           03  JR-DR-CR         PIC X(02).
           03  JR-AMOUNT        PIC S9(09)V99.
           03  JR-LOC           PIC X(03).
           03  JR-DEPT          PIC X(03).
           03  JR-ELEMENT       PIC X(04).
           03  JR-POST-DATE     PIC X(08).
           03  FILLER           PIC X(41).
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
       WORKING-STORAGE SECTION.
       01  WS-PAYMENT-HEADER.
           03  PH-REC-CODE      PIC X(01) VALUE 'H'.
           03  PD-BANK-CODE     PIC X(06) VALUE SPACES.
           03  PD-BANK-ACCT     PIC X(12) VALUE SPACES.
           03  PD-AMOUNT        PIC 9(07)V99 VALUE ZERO.
           03  PD-PAY-SEQ       PIC 9(07) VALUE ZERO.
           03  PD-PAY-TYPE      PIC X(01) VALUE SPACES.
           03  FILLER           PIC X(39) VALUE SPACES.
       01  WS-PAYMENT-TRAILER.
           03  PZ-REC-CODE      PIC X(01) VALUE 'Z'.
           03  PZ-PAY-COUNT     PIC 9(07) VALUE ZERO.
           03  RG-ACCT          PIC X(12) VALUE SPACES.
           03  FILLER           PIC X(02) VALUE SPACES.
           03  RG-AMOUNT        PIC Z,ZZZ,ZZ9.99 VALUE ZERO.
           03  FILLER           PIC X(02) VALUE SPACES.
           03  RG-NOTE          PIC X(10) VALUE SPACES.
       01  REG-LOC-TOTAL-LINE.
           03  FILLER           PIC X(20)
               VALUE 'LOCATION TOTALS =>'.
           03  RL-COUNT         PIC ZZZZ9 VALUE ZERO.
           03  FILLER           PIC X(10) VALUE '  AMOUNT:'.
           03  RL-AMOUNT        PIC Z,ZZZ,ZZ9.99 VALUE ZERO.
       01  REG-REISSUE-TOTAL-LINE.
           03  FILLER           PIC X(20)
               VALUE 'REISSUE TOTALS =>'.
           03  FILLER           PIC X(13) VALUE '  COUNT:'.
           03  RR-COUNT         PIC ZZZZ9 VALUE ZERO.
           03  FILLER           PIC X(10) VALUE '  AMOUNT:'.
           03  RR-AMOUNT        PIC Z,ZZZ,ZZ9.99 VALUE ZERO.
       01  REG-RETRO-TOTAL-LINE.
           03  FILLER           PIC X(20)
               VALUE 'RETRO TOTALS =>'.
           03  FILLER           PIC X(13) VALUE '  COUNT:'.
           03  RA-COUNT         PIC ZZZZ9 VALUE ZERO.
           03  FILLER           PIC X(10) VALUE '  AMOUNT:'.
           03  RA-AMOUNT        PIC Z,ZZZ,ZZ9.99 VALUE ZERO.
       01  REG-TOTAL-LINE.
           03  FILLER           PIC X(20)
               VALUE 'PAYMENT TOTALS =>'.
           03  EX-NET           PIC -ZZZ,ZZ9.99 VALUE ZERO.
           03  FILLER           PIC X(02) VALUE SPACES.
           03  EX-REASON        PIC X(25) VALUE SPACES.
       01  WS-MAP-TABLES.
           03  WS-MAP-COUNT     PIC 9(03) VALUE ZERO.
           03  WS-MAP-ENTRY OCCURS 200 TIMES.
               05  WS-MP-LOC    PIC X(03).
               05  WS-MP-DEPT   PIC X(03).
               05  WS-MP-ELEM   PIC X(04).
               05  WS-MP-ACCT   PIC X(08).
       01  WS-DATE-TIME-FIELDS.
           03  WS-DATE          PIC 9(08) VALUE ZERO.
           03  WS-RUN-DATE      PIC X(08) VALUE SPACES.
           03  WS-PAY-STAT      PIC X(02) VALUE SPACES.
           03  WS-REG-STAT      PIC X(02) VALUE SPACES.
           03  WS-EXC-STAT      PIC X(02) VALUE SPACES.
           03  WS-RIS-STAT      PIC X(02) VALUE SPACES.
           03  WS-MAP-STAT      PIC X(02) VALUE SPACES.
           03  WS-JRN-STAT      PIC X(02) VALUE SPACES.
           03  WS-RIS-AVAIL     PIC X(01) VALUE 'N'.
               88  REISSUE-FILE-AVAILABLE VALUE 'Y'.
           03  WS-RIS-EOF       PIC X(01) VALUE 'N'.
           03  WS-RTR-STAT      PIC X(02) VALUE SPACES.
           03  WS-RTR-AVAIL     PIC X(01) VALUE 'N'.
               88  RETRO-FILE-AVAILABLE   VALUE 'Y'.
           03  WS-RETRO-EOF     PIC X(01) VALUE 'N'.
           03  WS-RTO-COUNT     PIC 9(05) VALUE ZERO.
           03  WS-RTO-AMOUNT    PIC 9(09)V99 VALUE ZERO.
           03  WS-RTO-HELD      PIC 9(05) VALUE ZERO.
           03  WS-MAP-EOF       PIC X(01) VALUE 'N'.
           03  WS-MAP-IDX       PIC 9(03) VALUE ZERO.
           03  WS-MAP-FOUND     PIC X(01) VALUE 'N'.
               88  ACCOUNT-FOUND          VALUE 'Y'.
           03  WS-LOOKUP-LOC    PIC X(03) VALUE SPACES.
           03  WS-LOOKUP-DEPT   PIC X(03) VALUE SPACES.
           03  WS-LOOKUP-ELEM   PIC X(04) VALUE SPACES.
           03  WS-FOUND-ACCT    PIC X(08) VALUE SPACES.
           03  WS-NET-ACCT      PIC X(08) VALUE SPACES.
           03  WS-RTN-ACCT      PIC X(08) VALUE SPACES.
           03  WS-RIS-COUNT     PIC 9(05) VALUE ZERO.
           03  WS-RIS-AMOUNT    PIC 9(09)V99 VALUE ZERO.
           03  WS-RIS-HELD      PIC 9(05) VALUE ZERO.
           03  WS-FILE-FLAG     PIC X(01) VALUE 'N'.
               88  END-OF-FILE            VALUE 'Y'.
           03  WS-BANK-FOUND    PIC X(01) VALUE 'N'.
           03  WS-CURR-LOC      PIC X(03) VALUE SPACES.
           03  WS-NET           PIC S9(06)V99 VALUE ZERO.
           03  WS-PAY-COUNT     PIC 9(07) VALUE ZERO.
           03  WS-LAST-SEQ      PIC 9(07) VALUE ZERO.
           03  WS-REEMIT        PIC X(01) VALUE 'N'.
               88  REEMIT-PAYMENT         VALUE 'Y'.
           03  WS-REEMIT-COUNT  PIC 9(05) VALUE ZERO.
           03  WS-PAY-HASH      PIC 9(11)V99 VALUE ZERO.
           03  WS-LOC-COUNT     PIC 9(05) VALUE ZERO.
           03  WS-LOC-AMOUNT    PIC 9(09)V99 VALUE ZERO.
           MOVE 'EXCEPTION-FILE' TO WS-ABEND-FILE
           MOVE WS-EXC-STAT      TO WS-ABEND-STAT
           PERFORM 9900-CHECK-STATUS-PARA
           OPEN I-O REISSUE-FILE
           IF WS-RIS-STAT = '00'
              SET REISSUE-FILE-AVAILABLE TO TRUE
              PERFORM 1300-LOAD-MAP-PARA
           ELSE
              IF WS-RIS-STAT NOT = '35'
                 MOVE 'REISSUE-FILE' TO WS-ABEND-FILE
                 MOVE WS-RIS-STAT    TO WS-ABEND-STAT
                 PERFORM 9900-CHECK-STATUS-PARA
              END-IF
           END-IF
           OPEN I-O RETRO-FILE
           IF WS-RTR-STAT = '00'
              SET RETRO-FILE-AVAILABLE TO TRUE
           ELSE
              IF WS-RTR-STAT NOT = '35'
                 MOVE 'RETRO-FILE' TO WS-ABEND-FILE
                 MOVE WS-RTR-STAT  TO WS-ABEND-STAT
                 PERFORM 9900-CHECK-STATUS-PARA
              END-IF
           END-IF
           PERFORM 1200-DATE-PARA
           MOVE WS-FDATE TO RG-DATE, EX-DATE
           WRITE PAYMENT-REGISTER-RECORD FROM REG-HEADING-LINE1
           MOVE WS-DATE(5:2) TO WS-FDATE(4:2)
           MOVE WS-DATE(7:2) TO WS-FDATE(1:2)
           MOVE '/'  TO WS-FDATE(3:1) WS-FDATE(6:1).
       1300-LOAD-MAP-PARA.
           OPEN INPUT ACCOUNT-MAP-FILE
           IF WS-MAP-STAT = '00'
              MOVE 'N' TO WS-MAP-EOF
              PERFORM 1350-LOAD-MAP-NEXT-PARA UNTIL WS-MAP-EOF = 'Y'
              CLOSE ACCOUNT-MAP-FILE
           ELSE
              DISPLAY '*** GLMAP.DAT NOT AVAILABLE - STATUS '
                 WS-MAP-STAT ' - REISSUES HELD ***'
           END-IF.
       1350-LOAD-MAP-NEXT-PARA.
           READ ACCOUNT-MAP-FILE
              AT END
                 MOVE 'Y' TO WS-MAP-EOF
           END-READ
           IF WS-MAP-EOF NOT = 'Y'
              IF WS-MAP-STAT = '00'
                 IF WS-MAP-COUNT < 200
                    ADD 1 TO WS-MAP-COUNT
                    MOVE GM-LOC     TO WS-MP-LOC(WS-MAP-COUNT)
                    MOVE GM-DEPT    TO WS-MP-DEPT(WS-MAP-COUNT)
                    MOVE GM-ELEMENT TO WS-MP-ELEM(WS-MAP-COUNT)
                    MOVE GM-ACCOUNT TO WS-MP-ACCT(WS-MAP-COUNT)
                 ELSE
                    DISPLAY '*** MAP TABLE FULL - ENTRY DROPPED ***'
                 END-IF
              ELSE
                 MOVE 'ACCOUNT-MAP-FILE' TO WS-ABEND-FILE
                 MOVE WS-MAP-STAT        TO WS-ABEND-STAT
                 PERFORM 9900-CHECK-STATUS-PARA
              END-IF
           END-IF.
       1500-READ-PARA.
           READ EMPLOYEE-FILE
              AT END
           MOVE B-BANK-CODE TO PD-BANK-CODE
           MOVE B-BANK-ACCT TO PD-BANK-ACCT
           MOVE WS-NET      TO PD-AMOUNT
           ADD 1 TO WS-LAST-SEQ
           MOVE WS-LAST-SEQ TO PD-PAY-SEQ
           WRITE PAYMENT-RECORD FROM WS-PAYMENT-DETAIL
           MOVE 'PAYMENT-FILE' TO WS-ABEND-FILE
           MOVE WS-PAY-STAT    TO WS-ABEND-STAT
           MOVE 'EXCEPTION-FILE' TO WS-ABEND-FILE
           MOVE WS-EXC-STAT      TO WS-ABEND-STAT
           PERFORM 9900-CHECK-STATUS-PARA.
       5500-RETRO-PARA.
           MOVE 'N'        TO WS-RETRO-EOF
           MOVE LOW-VALUES TO RP-RETRO-KEY
           START RETRO-FILE KEY IS NOT LESS THAN RP-RETRO-KEY
              INVALID KEY
                 MOVE 'Y' TO WS-RETRO-EOF
           END-START
           PERFORM 5600-RETRO-NEXT-PARA UNTIL WS-RETRO-EOF = 'Y'
           IF WS-RTO-COUNT > ZERO
              MOVE WS-RTO-COUNT  TO RA-COUNT
              MOVE WS-RTO-AMOUNT TO RA-AMOUNT
              WRITE PAYMENT-REGISTER-RECORD FROM REG-RETRO-TOTAL-LINE
                 AFTER 2
              MOVE 'PAYMENT-REGISTER' TO WS-ABEND-FILE
              MOVE WS-REG-STAT        TO WS-ABEND-STAT
              PERFORM 9900-CHECK-STATUS-PARA
           END-IF.
       5600-RETRO-NEXT-PARA.
           READ RETRO-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-RETRO-EOF
           END-READ
           IF WS-RETRO-EOF NOT = 'Y'
              MOVE 'RETRO-FILE' TO WS-ABEND-FILE
              MOVE WS-RTR-STAT  TO WS-ABEND-STAT
              PERFORM 9900-CHECK-STATUS-PARA
              IF RP-GL-POSTED = 'Y'
                 EVALUATE TRUE
                    WHEN RP-PAY-STATUS NOT = 'I'
                       MOVE 'N' TO WS-REEMIT
                       PERFORM 5700-RETRO-CHECK-PARA
                    WHEN RP-PAY-DATE = WS-RUN-DATE
                          AND RP-PAY-SEQ > ZERO
                       MOVE 'Y' TO WS-REEMIT
                       PERFORM 5700-RETRO-CHECK-PARA
                    WHEN OTHER
                       CONTINUE
                 END-EVALUATE
              END-IF
           END-IF.
       5700-RETRO-CHECK-PARA.
           MOVE 'N'       TO WS-BANK-FOUND
           MOVE RP-EMP-ID TO B-EMP-ID
           READ BANK-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 SET BANK-RECORD-FOUND TO TRUE
           END-READ
           EVALUATE TRUE
              WHEN NOT BANK-RECORD-FOUND
                 MOVE 'RETRO - NO BANK RECORD' TO WS-EXC-REASON
                 PERFORM 5750-RETRO-EXCEPTION-PARA
              WHEN B-BANK-ACTIVE NOT = 'Y'
                 MOVE 'RETRO - BANK INACTIVE' TO WS-EXC-REASON
                 PERFORM 5750-RETRO-EXCEPTION-PARA
              WHEN RP-ARR-NET NOT > ZERO
                 MOVE 'RETRO - NO NET - RETIRED' TO WS-EXC-REASON
                 PERFORM 5750-RETRO-EXCEPTION-PARA
                 PERFORM 5760-RETRO-RETIRE-PARA
              WHEN OTHER
                 PERFORM 5800-WRITE-RETRO-PARA
           END-EVALUATE.
       5750-RETRO-EXCEPTION-PARA.
           ADD 1 TO WS-EXC-COUNT, WS-RTO-HELD
           INITIALIZE EXC-DETAIL-LINE
           MOVE RP-EMP-ID     TO EX-ID
           MOVE RP-EMP-NAME   TO EX-NAME
           MOVE RP-EMP-LOC    TO EX-LOC
           MOVE RP-ARR-NET    TO EX-NET
           MOVE WS-EXC-REASON TO EX-REASON
           WRITE EXCEPTION-RECORD FROM EXC-DETAIL-LINE
           MOVE 'EXCEPTION-FILE' TO WS-ABEND-FILE
           MOVE WS-EXC-STAT      TO WS-ABEND-STAT
           PERFORM 9900-CHECK-STATUS-PARA.
       5760-RETRO-RETIRE-PARA.
           MOVE 'I'          TO RP-PAY-STATUS
           MOVE WS-RUN-DATE  TO RP-PAY-DATE
           MOVE ZERO         TO RP-PAY-SEQ
           REWRITE RETRO-RECORD
           MOVE 'RETRO-FILE' TO WS-ABEND-FILE
           MOVE WS-RTR-STAT  TO WS-ABEND-STAT
           PERFORM 9900-CHECK-STATUS-PARA.
       5800-WRITE-RETRO-PARA.
           INITIALIZE WS-PAYMENT-DETAIL
           MOVE 'D'         TO PD-REC-CODE
           MOVE RP-EMP-ID   TO PD-EMP-ID
           MOVE B-BANK-CODE TO PD-BANK-CODE
           MOVE B-BANK-ACCT TO PD-BANK-ACCT
           MOVE RP-ARR-NET  TO PD-AMOUNT
           IF REEMIT-PAYMENT AND RP-PAY-SEQ > WS-LAST-SEQ
              MOVE RP-PAY-SEQ TO WS-LAST-SEQ
           ELSE
              ADD 1 TO WS-LAST-SEQ
           END-IF
           MOVE WS-LAST-SEQ TO PD-PAY-SEQ
           MOVE 'A'         TO PD-PAY-TYPE
           WRITE PAYMENT-RECORD FROM WS-PAYMENT-DETAIL
           MOVE 'PAYMENT-FILE' TO WS-ABEND-FILE
           MOVE WS-PAY-STAT    TO WS-ABEND-STAT
           PERFORM 9900-CHECK-STATUS-PARA
           ADD 1          TO WS-PAY-COUNT, WS-RTO-COUNT
           ADD RP-ARR-NET TO WS-PAY-HASH, WS-RTO-AMOUNT, WS-TOT-AMOUNT
           INITIALIZE REG-DETAIL-LINE
           MOVE RP-EMP-ID   TO RG-ID
           MOVE RP-EMP-NAME TO RG-NAME
           MOVE RP-EMP-LOC  TO RG-LOC
           MOVE B-BANK-CODE TO RG-BANK
           MOVE B-BANK-ACCT TO RG-ACCT
           MOVE RP-ARR-NET  TO RG-AMOUNT
           MOVE 'RETRO'     TO RG-NOTE
           WRITE PAYMENT-REGISTER-RECORD FROM REG-DETAIL-LINE
           MOVE 'PAYMENT-REGISTER' TO WS-ABEND-FILE
           MOVE WS-REG-STAT        TO WS-ABEND-STAT
           PERFORM 9900-CHECK-STATUS-PARA
           IF REEMIT-PAYMENT
              ADD 1 TO WS-REEMIT-COUNT
           END-IF
           IF NOT REEMIT-PAYMENT OR PD-PAY-SEQ NOT = RP-PAY-SEQ
              MOVE 'I'          TO RP-PAY-STATUS
              MOVE WS-RUN-DATE  TO RP-PAY-DATE
              MOVE PD-PAY-SEQ   TO RP-PAY-SEQ
              REWRITE RETRO-RECORD
              MOVE 'RETRO-FILE' TO WS-ABEND-FILE
              MOVE WS-RTR-STAT  TO WS-ABEND-STAT
              PERFORM 9900-CHECK-STATUS-PARA
           END-IF.
       6000-REISSUE-PARA.
           OPEN EXTEND JOURNAL-FILE
           IF WS-JRN-STAT = '35'
              OPEN OUTPUT JOURNAL-FILE
           END-IF
           MOVE 'JOURNAL-FILE' TO WS-ABEND-FILE
           MOVE WS-JRN-STAT    TO WS-ABEND-STAT
           PERFORM 9900-CHECK-STATUS-PARA
           MOVE 'N'        TO WS-RIS-EOF
           MOVE LOW-VALUES TO RI-REISSUE-KEY
           START REISSUE-FILE KEY IS NOT LESS THAN RI-REISSUE-KEY
              INVALID KEY
                 MOVE 'Y' TO WS-RIS-EOF
           END-START
           PERFORM 6100-REISSUE-NEXT-PARA UNTIL WS-RIS-EOF = 'Y'
           CLOSE JOURNAL-FILE
           IF WS-RIS-COUNT > ZERO
              MOVE WS-RIS-COUNT  TO RR-COUNT
              MOVE WS-RIS-AMOUNT TO RR-AMOUNT
              WRITE PAYMENT-REGISTER-RECORD FROM REG-REISSUE-TOTAL-LINE
                 AFTER 2
              MOVE 'PAYMENT-REGISTER' TO WS-ABEND-FILE
              MOVE WS-REG-STAT        TO WS-ABEND-STAT
              PERFORM 9900-CHECK-STATUS-PARA
           END-IF.
       6100-REISSUE-NEXT-PARA.
           READ REISSUE-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-RIS-EOF
           END-READ
           IF WS-RIS-EOF NOT = 'Y'
              MOVE 'REISSUE-FILE' TO WS-ABEND-FILE
              MOVE WS-RIS-STAT    TO WS-ABEND-STAT
              PERFORM 9900-CHECK-STATUS-PARA
              EVALUATE TRUE
                 WHEN RI-STATUS = 'Q'
                    MOVE 'N' TO WS-REEMIT
                    PERFORM 6200-REISSUE-CHECK-PARA
                 WHEN RI-STATUS = 'I' AND RI-ISSUE-DATE = WS-RUN-DATE
                    MOVE 'Y' TO WS-REEMIT
                    PERFORM 6200-REISSUE-CHECK-PARA
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF.
       6200-REISSUE-CHECK-PARA.
           MOVE RI-LOC  TO WS-LOOKUP-LOC
           MOVE RI-DEPT TO WS-LOOKUP-DEPT
           MOVE 'NET'   TO WS-LOOKUP-ELEM
           PERFORM 6800-FIND-ACCOUNT-PARA
           MOVE WS-FOUND-ACCT TO WS-NET-ACCT
           MOVE 'RTN'   TO WS-LOOKUP-ELEM
           PERFORM 6800-FIND-ACCOUNT-PARA
           MOVE WS-FOUND-ACCT TO WS-RTN-ACCT
           MOVE 'N'       TO WS-BANK-FOUND
           MOVE RI-EMP-ID TO B-EMP-ID
           READ BANK-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 SET BANK-RECORD-FOUND TO TRUE
           END-READ
           EVALUATE TRUE
              WHEN NOT BANK-RECORD-FOUND
                 MOVE 'REISSUE - NO BANK RECORD' TO WS-EXC-REASON
                 PERFORM 6300-REISSUE-EXCEPTION-PARA
              WHEN B-BANK-ACTIVE NOT = 'Y'
                 MOVE 'REISSUE - BANK INACTIVE' TO WS-EXC-REASON
                 PERFORM 6300-REISSUE-EXCEPTION-PARA
              WHEN B-BANK-CODE = RI-BANK-CODE
                    AND B-BANK-ACCT = RI-BANK-ACCT
                 MOVE 'REISSUE - BANK NOT FIXED' TO WS-EXC-REASON
                 PERFORM 6300-REISSUE-EXCEPTION-PARA
              WHEN (WS-NET-ACCT = SPACES OR WS-RTN-ACCT = SPACES)
                    AND NOT REEMIT-PAYMENT
                 MOVE 'REISSUE - NO GL ACCOUNT' TO WS-EXC-REASON
                 PERFORM 6300-REISSUE-EXCEPTION-PARA
              WHEN OTHER
                 PERFORM 6500-WRITE-REISSUE-PARA
           END-EVALUATE.
       6300-REISSUE-EXCEPTION-PARA.
           ADD 1 TO WS-EXC-COUNT, WS-RIS-HELD
           INITIALIZE EXC-DETAIL-LINE
           MOVE RI-EMP-ID     TO EX-ID
           MOVE RI-EMP-NAME   TO EX-NAME
           MOVE RI-LOC        TO EX-LOC
           MOVE RI-AMOUNT     TO EX-NET
           MOVE WS-EXC-REASON TO EX-REASON
           WRITE EXCEPTION-RECORD FROM EXC-DETAIL-LINE
           MOVE 'EXCEPTION-FILE' TO WS-ABEND-FILE
           MOVE WS-EXC-STAT      TO WS-ABEND-STAT
           PERFORM 9900-CHECK-STATUS-PARA.
       6500-WRITE-REISSUE-PARA.
           INITIALIZE WS-PAYMENT-DETAIL
           MOVE 'D'         TO PD-REC-CODE
           MOVE RI-EMP-ID   TO PD-EMP-ID
           MOVE B-BANK-CODE TO PD-BANK-CODE
           MOVE B-BANK-ACCT TO PD-BANK-ACCT
           MOVE RI-AMOUNT   TO PD-AMOUNT
           IF REEMIT-PAYMENT AND RI-ISSUE-SEQ > WS-LAST-SEQ
              MOVE RI-ISSUE-SEQ TO WS-LAST-SEQ
           ELSE
              ADD 1 TO WS-LAST-SEQ
           END-IF
           MOVE WS-LAST-SEQ TO PD-PAY-SEQ
           MOVE 'R'         TO PD-PAY-TYPE
           WRITE PAYMENT-RECORD FROM WS-PAYMENT-DETAIL
           MOVE 'PAYMENT-FILE' TO WS-ABEND-FILE
           MOVE WS-PAY-STAT    TO WS-ABEND-STAT
           PERFORM 9900-CHECK-STATUS-PARA
           ADD 1         TO WS-PAY-COUNT, WS-RIS-COUNT
           ADD RI-AMOUNT TO WS-PAY-HASH, WS-RIS-AMOUNT, WS-TOT-AMOUNT
           INITIALIZE REG-DETAIL-LINE
           MOVE RI-EMP-ID   TO RG-ID
           MOVE RI-EMP-NAME TO RG-NAME
           MOVE RI-LOC      TO RG-LOC
           MOVE B-BANK-CODE TO RG-BANK
           MOVE B-BANK-ACCT TO RG-ACCT
           MOVE RI-AMOUNT   TO RG-AMOUNT
           MOVE 'REISSUE'   TO RG-NOTE
           WRITE PAYMENT-REGISTER-RECORD FROM REG-DETAIL-LINE
           MOVE 'PAYMENT-REGISTER' TO WS-ABEND-FILE
           MOVE WS-REG-STAT        TO WS-ABEND-STAT
           PERFORM 9900-CHECK-STATUS-PARA
           IF REEMIT-PAYMENT
              ADD 1 TO WS-REEMIT-COUNT
           ELSE
              INITIALIZE JOURNAL-RECORD
              MOVE WS-RTN-ACCT TO JR-ACCOUNT
              MOVE 'DR'        TO JR-DR-CR
              MOVE 'RTN'       TO JR-ELEMENT
              PERFORM 6700-WRITE-JOURNAL-PARA
              INITIALIZE JOURNAL-RECORD
              MOVE WS-NET-ACCT TO JR-ACCOUNT
              MOVE 'CR'        TO JR-DR-CR
              MOVE 'NET'       TO JR-ELEMENT
              PERFORM 6700-WRITE-JOURNAL-PARA
           END-IF
           IF NOT REEMIT-PAYMENT OR PD-PAY-SEQ NOT = RI-ISSUE-SEQ
              MOVE 'I'          TO RI-STATUS
              MOVE WS-RUN-DATE  TO RI-ISSUE-DATE
              MOVE PD-PAY-SEQ   TO RI-ISSUE-SEQ
              REWRITE REISSUE-RECORD
              MOVE 'REISSUE-FILE' TO WS-ABEND-FILE
              MOVE WS-RIS-STAT    TO WS-ABEND-STAT
              PERFORM 9900-CHECK-STATUS-PARA
           END-IF.
       6700-WRITE-JOURNAL-PARA.
           MOVE RI-AMOUNT   TO JR-AMOUNT
           MOVE RI-LOC      TO JR-LOC
           MOVE RI-DEPT     TO JR-DEPT
           MOVE WS-RUN-DATE TO JR-POST-DATE
           WRITE JOURNAL-RECORD
           MOVE 'JOURNAL-FILE' TO WS-ABEND-FILE
           MOVE WS-JRN-STAT    TO WS-ABEND-STAT
           PERFORM 9900-CHECK-STATUS-PARA.
       6800-FIND-ACCOUNT-PARA.
           MOVE 'N' TO WS-MAP-FOUND
           MOVE SPACES TO WS-FOUND-ACCT
           MOVE 1 TO WS-MAP-IDX
           PERFORM 6850-SCAN-MAP-PARA
              UNTIL WS-MAP-IDX > WS-MAP-COUNT OR ACCOUNT-FOUND.
       6850-SCAN-MAP-PARA.
           IF WS-MP-LOC(WS-MAP-IDX) = WS-LOOKUP-LOC
                 AND WS-MP-DEPT(WS-MAP-IDX) = WS-LOOKUP-DEPT
                 AND WS-MP-ELEM(WS-MAP-IDX) = WS-LOOKUP-ELEM
              SET ACCOUNT-FOUND TO TRUE
              MOVE WS-MP-ACCT(WS-MAP-IDX) TO WS-FOUND-ACCT
           ELSE
              ADD 1 TO WS-MAP-IDX
           END-IF.
       9000-END-PARA.
           IF WS-CURR-LOC NOT = SPACES
              PERFORM 3500-LOC-TOTAL-PARA
           END-IF
           IF RETRO-FILE-AVAILABLE
              PERFORM 5500-RETRO-PARA
           END-IF
           IF REISSUE-FILE-AVAILABLE
              PERFORM 6000-REISSUE-PARA
           END-IF
           MOVE WS-PAY-COUNT  TO PZ-PAY-COUNT
           MOVE WS-PAY-HASH   TO PZ-AMOUNT-HASH
           WRITE PAYMENT-RECORD FROM WS-PAYMENT-TRAILER
           DISPLAY 'PAYMENTS WRITTEN = ', WS-PAY-COUNT
           DISPLAY 'EXCEPTIONS       = ', WS-EXC-COUNT
           DISPLAY 'RECORDS SKIPPED  = ', WS-SKIP-COUNT
           IF WS-REEMIT-COUNT > ZERO
              DISPLAY 'RE-EMITTED RERUN = ', WS-REEMIT-COUNT
           END-IF
           IF REISSUE-FILE-AVAILABLE
              DISPLAY 'REISSUES WRITTEN = ', WS-RIS-COUNT
              DISPLAY 'REISSUES HELD    = ', WS-RIS-HELD
              CLOSE REISSUE-FILE
           END-IF
           IF RETRO-FILE-AVAILABLE
              DISPLAY 'RETRO PAYMENTS   = ', WS-RTO-COUNT
              DISPLAY 'RETRO HELD       = ', WS-RTO-HELD
              CLOSE RETRO-FILE
           END-IF
           CLOSE EMPLOYEE-FILE, BANK-FILE, PAYMENT-FILE,
                 PAYMENT-REGISTER, EXCEPTION-FILE.
       9900-CHECK-STATUS-PARA.
