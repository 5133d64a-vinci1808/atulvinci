       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG36.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETURN-FILE ASSIGN TO 'BNKRTN.DAT'
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE  IS SEQUENTIAL
              FILE STATUS  IS WS-RTN-STAT.
           SELECT PAYMENT-FILE ASSIGN TO 'BNKPAY.DAT'
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE  IS SEQUENTIAL
              FILE STATUS  IS WS-PAY-STAT.
           SELECT PAYMENT-REGISTER ASSIGN TO 'BNKREG.REP'
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE  IS SEQUENTIAL
              FILE STATUS  IS WS-PRG-STAT.
           SELECT EMPLOYEE-MASTER ASSIGN TO 'EMPFILE.DAT'
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              RECORD KEY   IS M-EMP-ID
              FILE STATUS  IS WS-MST-STAT.
           SELECT BANK-FILE ASSIGN TO 'EMPBANK.DAT'
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              RECORD KEY   IS B-EMP-ID
              FILE STATUS  IS WS-BNK-STAT.
           SELECT REISSUE-FILE ASSIGN TO 'BNKRISS.DAT'
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              RECORD KEY   IS RI-REISSUE-KEY
              FILE STATUS  IS WS-RIS-STAT.
           SELECT ACCOUNT-MAP-FILE ASSIGN TO 'GLMAP.DAT'
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE  IS SEQUENTIAL
              FILE STATUS  IS WS-MAP-STAT.
           SELECT JOURNAL-FILE ASSIGN TO 'GLJRNL.DAT'
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE  IS SEQUENTIAL
              FILE STATUS  IS WS-JRN-STAT.
           SELECT RETURN-REPORT ASSIGN TO 'BNKRTN.REP'
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE  IS SEQUENTIAL
              FILE STATUS  IS WS-REP-STAT.
       DATA DIVISION.
       FILE SECTION.
       FD  RETURN-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  RETURN-DETAIL-REC.
           03  RR-REC-CODE      PIC X(01).
           03  RR-EMP-ID        PIC X(05).
           03  RR-BANK-CODE     PIC X(06).
           03  RR-BANK-ACCT     PIC X(12).
           03  RR-AMOUNT        PIC 9(07)V99.
           03  RR-PAY-DATE      PIC X(08).
           03  RR-PAY-SEQ       PIC 9(07).
           03  RR-REASON-CODE   PIC X(02).
           03  RR-REASON-TEXT   PIC X(20).
           03  FILLER           PIC X(10).
       01  RETURN-HEADER-REC.
           03  RH-REC-CODE      PIC X(01).
           03  RH-RETURN-DATE   PIC X(08).
           03  FILLER           PIC X(71).
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
       FD  PAYMENT-REGISTER
           RECORD CONTAINS 120 CHARACTERS
           RECORDING MODE IS F.
       01  REGISTER-DETAIL-REC.
           03  PR-ID            PIC X(05).
           03  FILLER           PIC X(02).
           03  PR-NAME          PIC X(15).
           03  FILLER           PIC X(02).
           03  PR-LOC           PIC X(03).
           03  FILLER           PIC X(02).
           03  PR-BANK          PIC X(06).
           03  FILLER           PIC X(02).
           03  PR-ACCT          PIC X(12).
           03  FILLER           PIC X(71).
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
       FD  BANK-FILE
           RECORD CONTAINS 30 CHARACTERS.
       01  BANK-RECORD.
           03  B-EMP-ID         PIC X(05).
           03  B-BANK-CODE      PIC X(06).
           03  B-BANK-ACCT      PIC X(12).
           03  B-BANK-ACTIVE    PIC X(01).
           03  FILLER           PIC X(06).
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
       FD  RETURN-REPORT
           RECORD CONTAINS 120 CHARACTERS
           RECORDING MODE IS F.
       01  RETURN-REPORT-RECORD PIC X(120).
       WORKING-STORAGE SECTION.
       01  REP-HEADING-LINE1.
           03  FILLER           PIC X(40)
               VALUE 'BANK RETURNS PROCESSING REPORT'.
           03  FILLER           PIC X(06) VALUE 'DATE:'.
           03  RP-DATE          PIC X(10) VALUE SPACES.
       01  REP-HEADING-LINE2.
           03  FILLER           PIC X(20) VALUE 'RETURNS FILE DATED:'.
           03  RP-RETURN-DATE   PIC X(08) VALUE SPACES.
           03  FILLER           PIC X(22)
               VALUE '   PAYMENT FILE DATED:'.
           03  FILLER           PIC X(01) VALUE SPACE.
           03  RP-PAY-DATE      PIC X(08) VALUE SPACES.
       01  REP-HEADING-LINE3.
           03  FILLER           PIC X(07) VALUE 'ID'.
           03  FILLER           PIC X(17) VALUE 'NAME'.
           03  FILLER           PIC X(05) VALUE 'LOC'.
           03  FILLER           PIC X(14) VALUE 'ACCOUNT'.
           03  FILLER           PIC X(12) VALUE '    AMOUNT'.
           03  FILLER           PIC X(18) VALUE 'PAYMENT REF'.
           03  FILLER           PIC X(24) VALUE 'BANK REASON'.
           03  FILLER           PIC X(20) VALUE 'RESULT'.
       01  REP-DETAIL-LINE.
           03  RD-ID            PIC X(05) VALUE SPACES.
           03  FILLER           PIC X(02) VALUE SPACES.
           03  RD-NAME          PIC X(15) VALUE SPACES.
           03  FILLER           PIC X(02) VALUE SPACES.
           03  RD-LOC           PIC X(03) VALUE SPACES.
           03  FILLER           PIC X(02) VALUE SPACES.
           03  RD-ACCT          PIC X(12) VALUE SPACES.
           03  FILLER           PIC X(02) VALUE SPACES.
           03  RD-AMOUNT        PIC Z,ZZZ,ZZ9.99 VALUE ZERO.
           03  FILLER           PIC X(02) VALUE SPACES.
           03  RD-PAY-DATE      PIC X(08) VALUE SPACES.
           03  RD-DASH          PIC X(01) VALUE '-'.
           03  RD-PAY-SEQ       PIC 9(07) VALUE ZERO.
           03  FILLER           PIC X(02) VALUE SPACES.
           03  RD-REASON-CODE   PIC X(02) VALUE SPACES.
           03  FILLER           PIC X(01) VALUE SPACES.
           03  RD-REASON-TEXT   PIC X(20) VALUE SPACES.
           03  FILLER           PIC X(01) VALUE SPACES.
           03  RD-RESULT        PIC X(21) VALUE SPACES.
       01  REP-TOTAL-LINE.
           03  FILLER           PIC X(20)
               VALUE 'RETURNS ACCEPTED =>'.
           03  FILLER           PIC X(08) VALUE 'COUNT:'.
           03  RT-COUNT         PIC ZZZZ9 VALUE ZERO.
           03  FILLER           PIC X(10) VALUE '  AMOUNT:'.
           03  RT-AMOUNT        PIC ZZZ,ZZZ,ZZ9.99 VALUE ZERO.
       01  REP-REJECT-LINE.
           03  FILLER           PIC X(20)
               VALUE 'RETURNS REJECTED =>'.
           03  FILLER           PIC X(08) VALUE 'COUNT:'.
           03  RJ-COUNT         PIC ZZZZ9 VALUE ZERO.
       01  REP-GL-LINE.
           03  FILLER           PIC X(20)
               VALUE 'REVERSAL DEBITS =>'.
           03  RG-DEBITS        PIC ZZZ,ZZZ,ZZ9.99 VALUE ZERO.
           03  FILLER           PIC X(18)
               VALUE '  CREDITS =>'.
           03  RG-CREDITS       PIC ZZZ,ZZZ,ZZ9.99 VALUE ZERO.
       01  REP-NONE-LINE.
           03  FILLER           PIC X(40)
               VALUE 'NO RETURNS RECEIVED'.
       01  WS-PAYMENT-TABLES.
           03  WS-PT-COUNT      PIC 9(05) VALUE ZERO.
           03  WS-PT-ENTRY OCCURS 5000 TIMES.
               05  WS-PT-EMP-ID PIC X(05).
               05  WS-PT-SEQ    PIC 9(07).
               05  WS-PT-BANK   PIC X(06).
               05  WS-PT-ACCT   PIC X(12).
               05  WS-PT-AMOUNT PIC 9(07)V99.
               05  WS-PT-USED   PIC X(01).
       01  WS-REGISTER-TABLES.
           03  WS-RG-COUNT      PIC 9(05) VALUE ZERO.
           03  WS-RG-ENTRY OCCURS 5000 TIMES.
               05  WS-RG-EMP-ID PIC X(05).
               05  WS-RG-NAME   PIC X(15).
               05  WS-RG-LOC    PIC X(03).
               05  WS-RG-ACCT   PIC X(12).
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
           03  WS-FDATE         PIC X(10) VALUE SPACES.
       01  WS-VARIABLES.
           03  WS-RTN-STAT      PIC X(02) VALUE SPACES.
           03  WS-PAY-STAT      PIC X(02) VALUE SPACES.
           03  WS-PRG-STAT      PIC X(02) VALUE SPACES.
           03  WS-MST-STAT      PIC X(02) VALUE SPACES.
           03  WS-BNK-STAT      PIC X(02) VALUE SPACES.
           03  WS-RIS-STAT      PIC X(02) VALUE SPACES.
           03  WS-MAP-STAT      PIC X(02) VALUE SPACES.
           03  WS-JRN-STAT      PIC X(02) VALUE SPACES.
           03  WS-REP-STAT      PIC X(02) VALUE SPACES.
           03  WS-RTN-EOF       PIC X(01) VALUE 'N'.
               88  END-OF-RETURNS         VALUE 'Y'.
           03  WS-RTN-AVAIL     PIC X(01) VALUE 'N'.
               88  RETURN-FILE-AVAILABLE  VALUE 'Y'.
           03  WS-PAY-EOF       PIC X(01) VALUE 'N'.
           03  WS-PRG-EOF       PIC X(01) VALUE 'N'.
           03  WS-MAP-EOF       PIC X(01) VALUE 'N'.
           03  WS-PAY-DATE      PIC X(08) VALUE SPACES.
           03  WS-RETURN-DATE   PIC X(08) VALUE SPACES.
           03  WS-PT-IDX        PIC 9(05) VALUE ZERO.
           03  WS-PT-FOUND      PIC X(01) VALUE 'N'.
               88  PAYMENT-FOUND          VALUE 'Y'.
           03  WS-RG-IDX        PIC 9(05) VALUE ZERO.
           03  WS-RG-FOUND      PIC X(01) VALUE 'N'.
               88  REGISTER-LINE-FOUND    VALUE 'Y'.
           03  WS-MAP-IDX       PIC 9(03) VALUE ZERO.
           03  WS-MAP-FOUND     PIC X(01) VALUE 'N'.
               88  ACCOUNT-FOUND          VALUE 'Y'.
           03  WS-LOOKUP-LOC    PIC X(03) VALUE SPACES.
           03  WS-LOOKUP-DEPT   PIC X(03) VALUE SPACES.
           03  WS-LOOKUP-ELEM   PIC X(04) VALUE SPACES.
           03  WS-FOUND-ACCT    PIC X(08) VALUE SPACES.
           03  WS-NET-ACCT      PIC X(08) VALUE SPACES.
           03  WS-RTN-ACCT      PIC X(08) VALUE SPACES.
           03  WS-REJECT-REASON PIC X(21) VALUE SPACES.
           03  WS-POST-DRCR     PIC X(02) VALUE SPACES.
           03  WS-POST-ACCT     PIC X(08) VALUE SPACES.
           03  WS-POST-ELEM     PIC X(04) VALUE SPACES.
           03  WS-READ-COUNT    PIC 9(05) VALUE ZERO.
           03  WS-ACCEPT-COUNT  PIC 9(05) VALUE ZERO.
           03  WS-REJECT-COUNT  PIC 9(05) VALUE ZERO.
           03  WS-DEACT-COUNT   PIC 9(05) VALUE ZERO.
           03  WS-ACCEPT-AMOUNT PIC 9(11)V99 VALUE ZERO.
           03  WS-TOT-DEBITS    PIC S9(11)V99 VALUE ZERO.
           03  WS-TOT-CREDITS   PIC S9(11)V99 VALUE ZERO.
           03  WS-ABEND-FILE    PIC X(20) VALUE SPACES.
           03  WS-ABEND-STAT    PIC X(02) VALUE SPACES.
       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           PERFORM 1000-INIT-PARA.
           IF END-OF-RETURNS
              PERFORM 8000-NO-RETURNS-PARA
           ELSE
              PERFORM 1600-OPEN-FILES-PARA
              PERFORM 2000-PROCESS-PARA UNTIL END-OF-RETURNS
              PERFORM 9000-END-PARA
           END-IF
           STOP RUN.
       1000-INIT-PARA.
           PERFORM 1100-DATE-PARA
           OPEN INPUT RETURN-FILE
           EVALUATE WS-RTN-STAT
              WHEN '00'
                 SET RETURN-FILE-AVAILABLE TO TRUE
              WHEN '35'
                 SET END-OF-RETURNS TO TRUE
              WHEN OTHER
                 DISPLAY '*** BNKRTN.DAT NOT AVAILABLE - STATUS '
                    WS-RTN-STAT ' - RUN REFUSED ***'
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
           END-EVALUATE
           MOVE WS-RUN-DATE TO WS-RETURN-DATE
           IF RETURN-FILE-AVAILABLE
              PERFORM 1500-READ-RETURN-PARA
              IF NOT END-OF-RETURNS AND RH-REC-CODE = 'H'
                 MOVE RH-RETURN-DATE TO WS-RETURN-DATE
                 PERFORM 1500-READ-RETURN-PARA
              END-IF
           END-IF
           IF NOT END-OF-RETURNS
              PERFORM 1200-LOAD-MAP-PARA
              PERFORM 1300-LOAD-PAYMENTS-PARA
              PERFORM 1400-LOAD-REGISTER-PARA
           END-IF.
       1100-DATE-PARA.
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
       1200-LOAD-MAP-PARA.
           OPEN INPUT ACCOUNT-MAP-FILE
           IF WS-MAP-STAT NOT = '00'
              DISPLAY '*** GLMAP.DAT NOT AVAILABLE - STATUS '
                 WS-MAP-STAT ' - RUN REFUSED ***'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE 'N' TO WS-MAP-EOF
           PERFORM 1250-LOAD-MAP-NEXT-PARA UNTIL WS-MAP-EOF = 'Y'
           CLOSE ACCOUNT-MAP-FILE.
       1250-LOAD-MAP-NEXT-PARA.
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
       1300-LOAD-PAYMENTS-PARA.
           OPEN INPUT PAYMENT-FILE
           IF WS-PAY-STAT NOT = '00'
              DISPLAY '*** BNKPAY.DAT NOT AVAILABLE - STATUS '
                 WS-PAY-STAT ' - RUN REFUSED ***'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE 'N' TO WS-PAY-EOF
           PERFORM 1350-LOAD-PAY-NEXT-PARA UNTIL WS-PAY-EOF = 'Y'
           CLOSE PAYMENT-FILE.
       1350-LOAD-PAY-NEXT-PARA.
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
                       IF WS-PT-COUNT < 5000
                          ADD 1 TO WS-PT-COUNT
                          MOVE PD-EMP-ID    TO WS-PT-EMP-ID(WS-PT-COUNT)
                          MOVE PD-PAY-SEQ   TO WS-PT-SEQ(WS-PT-COUNT)
                          MOVE PD-BANK-CODE TO WS-PT-BANK(WS-PT-COUNT)
                          MOVE PD-BANK-ACCT TO WS-PT-ACCT(WS-PT-COUNT)
                          MOVE PD-AMOUNT    TO WS-PT-AMOUNT(WS-PT-COUNT)
                          MOVE 'N'          TO WS-PT-USED(WS-PT-COUNT)
                       ELSE
                          DISPLAY '*** PAYMENT TABLE FULL - '
                             'JOB ABENDING ***'
                          MOVE 16 TO RETURN-CODE
                          STOP RUN
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
       1400-LOAD-REGISTER-PARA.
           OPEN INPUT PAYMENT-REGISTER
           IF WS-PRG-STAT NOT = '00'
              DISPLAY '*** BNKREG.REP NOT AVAILABLE - STATUS '
                 WS-PRG-STAT ' - RUN REFUSED ***'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE 'N' TO WS-PRG-EOF
           PERFORM 1450-LOAD-REG-NEXT-PARA UNTIL WS-PRG-EOF = 'Y'
           CLOSE PAYMENT-REGISTER.
       1450-LOAD-REG-NEXT-PARA.
           READ PAYMENT-REGISTER
              AT END
                 MOVE 'Y' TO WS-PRG-EOF
           END-READ
           IF WS-PRG-EOF NOT = 'Y'
              IF WS-PRG-STAT = '00'
                 IF PR-ID NOT = SPACES AND PR-ACCT NOT = SPACES
                    IF WS-RG-COUNT < 5000
                       ADD 1 TO WS-RG-COUNT
                       MOVE PR-ID   TO WS-RG-EMP-ID(WS-RG-COUNT)
                       MOVE PR-NAME TO WS-RG-NAME(WS-RG-COUNT)
                       MOVE PR-LOC  TO WS-RG-LOC(WS-RG-COUNT)
                       MOVE PR-ACCT TO WS-RG-ACCT(WS-RG-COUNT)
                    ELSE
                       DISPLAY '*** REGISTER TABLE FULL - '
                          'JOB ABENDING ***'
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                    END-IF
                 END-IF
              ELSE
                 MOVE 'PAYMENT-REGISTER' TO WS-ABEND-FILE
                 MOVE WS-PRG-STAT        TO WS-ABEND-STAT
                 PERFORM 9900-CHECK-STATUS-PARA
              END-IF
           END-IF.
       1500-READ-RETURN-PARA.
           READ RETURN-FILE
              AT END
                 MOVE 'Y' TO WS-RTN-EOF
           END-READ.
           IF NOT END-OF-RETURNS AND WS-RTN-STAT NOT = '00'
              MOVE 'RETURN-FILE' TO WS-ABEND-FILE
              MOVE WS-RTN-STAT   TO WS-ABEND-STAT
              PERFORM 9900-CHECK-STATUS-PARA
           END-IF.
       1600-OPEN-FILES-PARA.
           OPEN INPUT EMPLOYEE-MASTER
           MOVE 'EMPLOYEE-MASTER' TO WS-ABEND-FILE
           MOVE WS-MST-STAT       TO WS-ABEND-STAT
           PERFORM 9900-CHECK-STATUS-PARA
           OPEN I-O BANK-FILE
           MOVE 'BANK-FILE' TO WS-ABEND-FILE
           MOVE WS-BNK-STAT TO WS-ABEND-STAT
           PERFORM 9900-CHECK-STATUS-PARA
           OPEN I-O REISSUE-FILE
           IF WS-RIS-STAT = '35'
              OPEN OUTPUT REISSUE-FILE
              CLOSE REISSUE-FILE
              OPEN I-O REISSUE-FILE
           END-IF
           MOVE 'REISSUE-FILE' TO WS-ABEND-FILE
           MOVE WS-RIS-STAT    TO WS-ABEND-STAT
           PERFORM 9900-CHECK-STATUS-PARA
           OPEN EXTEND JOURNAL-FILE
           IF WS-JRN-STAT = '35'
              OPEN OUTPUT JOURNAL-FILE
           END-IF
           MOVE 'JOURNAL-FILE' TO WS-ABEND-FILE
           MOVE WS-JRN-STAT    TO WS-ABEND-STAT
           PERFORM 9900-CHECK-STATUS-PARA
           OPEN OUTPUT RETURN-REPORT
           MOVE 'RETURN-REPORT' TO WS-ABEND-FILE
           MOVE WS-REP-STAT     TO WS-ABEND-STAT
           PERFORM 9900-CHECK-STATUS-PARA
           MOVE WS-FDATE       TO RP-DATE
           MOVE WS-RETURN-DATE TO RP-RETURN-DATE
           MOVE WS-PAY-DATE    TO RP-PAY-DATE
           WRITE RETURN-REPORT-RECORD FROM REP-HEADING-LINE1
           WRITE RETURN-REPORT-RECORD FROM REP-HEADING-LINE2
           WRITE RETURN-REPORT-RECORD FROM REP-HEADING-LINE3 AFTER 2
           MOVE 'RETURN-REPORT' TO WS-ABEND-FILE
           MOVE WS-REP-STAT     TO WS-ABEND-STAT
           PERFORM 9900-CHECK-STATUS-PARA.
       2000-PROCESS-PARA.
           IF RR-REC-CODE = 'D'
              ADD 1 TO WS-READ-COUNT
              PERFORM 3000-MATCH-RETURN-PARA
           END-IF
           PERFORM 1500-READ-RETURN-PARA.
       3000-MATCH-RETURN-PARA.
           MOVE SPACES TO WS-REJECT-REASON
           INITIALIZE REP-DETAIL-LINE
           MOVE '-'            TO RD-DASH
           MOVE RR-EMP-ID      TO RD-ID
           MOVE RR-BANK-ACCT   TO RD-ACCT
           MOVE RR-AMOUNT      TO RD-AMOUNT
           MOVE RR-PAY-DATE    TO RD-PAY-DATE
           MOVE RR-PAY-SEQ     TO RD-PAY-SEQ
           MOVE RR-REASON-CODE TO RD-REASON-CODE
           MOVE RR-REASON-TEXT TO RD-REASON-TEXT
           PERFORM 3100-FIND-PAYMENT-PARA
           IF PAYMENT-FOUND
              IF WS-PT-USED(WS-PT-IDX) = 'Y'
                 MOVE 'DUPLICATE RETURN' TO WS-REJECT-REASON
              ELSE
                 PERFORM 3200-FIND-REGISTER-PARA
              END-IF
           END-IF
           IF WS-REJECT-REASON = SPACES
              PERFORM 3300-CHECK-EMPLOYEE-PARA
           END-IF
           IF WS-REJECT-REASON = SPACES
              PERFORM 3500-QUEUE-REISSUE-PARA
           END-IF
           IF WS-REJECT-REASON = SPACES
              MOVE 'Y' TO WS-PT-USED(WS-PT-IDX)
              PERFORM 3600-DEACTIVATE-BANK-PARA
              MOVE 'DR'        TO WS-POST-DRCR
              MOVE WS-NET-ACCT TO WS-POST-ACCT
              MOVE 'NET'       TO WS-POST-ELEM
              PERFORM 4500-POST-ENTRY-PARA
              MOVE 'CR'        TO WS-POST-DRCR
              MOVE WS-RTN-ACCT TO WS-POST-ACCT
              MOVE 'RTN'       TO WS-POST-ELEM
              PERFORM 4500-POST-ENTRY-PARA
              ADD 1         TO WS-ACCEPT-COUNT
              ADD RR-AMOUNT TO WS-ACCEPT-AMOUNT
              MOVE 'QUEUED FOR REISSUE' TO RD-RESULT
           ELSE
              ADD 1 TO WS-REJECT-COUNT
              MOVE 4 TO RETURN-CODE
              MOVE WS-REJECT-REASON TO RD-RESULT
           END-IF
           PERFORM 6000-WRITE-DETAIL-PARA.
       3100-FIND-PAYMENT-PARA.
           MOVE 'N' TO WS-PT-FOUND
           IF RR-PAY-DATE NOT = WS-PAY-DATE
              MOVE 'PAYMENT FILE NOT HELD' TO WS-REJECT-REASON
           ELSE
              MOVE 1 TO WS-PT-IDX
              PERFORM 3150-SCAN-PAYMENT-PARA
                 UNTIL WS-PT-IDX > WS-PT-COUNT OR PAYMENT-FOUND
              IF NOT PAYMENT-FOUND
                 MOVE 'NO MATCHING PAYMENT' TO WS-REJECT-REASON
              END-IF
           END-IF.
       3150-SCAN-PAYMENT-PARA.
           IF WS-PT-SEQ(WS-PT-IDX) = RR-PAY-SEQ
                 AND WS-PT-EMP-ID(WS-PT-IDX) = RR-EMP-ID
                 AND WS-PT-ACCT(WS-PT-IDX) = RR-BANK-ACCT
                 AND WS-PT-AMOUNT(WS-PT-IDX) = RR-AMOUNT
              SET PAYMENT-FOUND TO TRUE
           ELSE
              ADD 1 TO WS-PT-IDX
           END-IF.
       3200-FIND-REGISTER-PARA.
           MOVE 'N' TO WS-RG-FOUND
           MOVE 1   TO WS-RG-IDX
           PERFORM 3250-SCAN-REGISTER-PARA
              UNTIL WS-RG-IDX > WS-RG-COUNT OR REGISTER-LINE-FOUND
           IF REGISTER-LINE-FOUND
              MOVE WS-RG-NAME(WS-RG-IDX) TO RD-NAME
              MOVE WS-RG-LOC(WS-RG-IDX)  TO RD-LOC
           ELSE
              MOVE 'NOT ON BNKREG.REP' TO WS-REJECT-REASON
           END-IF.
       3250-SCAN-REGISTER-PARA.
           IF WS-RG-EMP-ID(WS-RG-IDX) = RR-EMP-ID
                 AND WS-RG-ACCT(WS-RG-IDX) = RR-BANK-ACCT
              SET REGISTER-LINE-FOUND TO TRUE
           ELSE
              ADD 1 TO WS-RG-IDX
           END-IF.
       3300-CHECK-EMPLOYEE-PARA.
           MOVE RR-EMP-ID TO M-EMP-ID
           READ EMPLOYEE-MASTER
              INVALID KEY
                 MOVE 'NO MASTER RECORD' TO WS-REJECT-REASON
           END-READ
           IF WS-REJECT-REASON = SPACES
              MOVE M-EMP-LOC  TO WS-LOOKUP-LOC
              MOVE M-EMP-DEPT TO WS-LOOKUP-DEPT
              MOVE 'NET'      TO WS-LOOKUP-ELEM
              PERFORM 4600-FIND-ACCOUNT-PARA
              MOVE WS-FOUND-ACCT TO WS-NET-ACCT
              MOVE 'RTN'      TO WS-LOOKUP-ELEM
              PERFORM 4600-FIND-ACCOUNT-PARA
              MOVE WS-FOUND-ACCT TO WS-RTN-ACCT
              IF WS-NET-ACCT = SPACES OR WS-RTN-ACCT = SPACES
                 MOVE 'NO GL ACCOUNT' TO WS-REJECT-REASON
              END-IF
           END-IF.
       3500-QUEUE-REISSUE-PARA.
           INITIALIZE REISSUE-RECORD
           MOVE RR-EMP-ID             TO RI-EMP-ID
           MOVE RR-PAY-DATE           TO RI-PAY-DATE
           MOVE RR-PAY-SEQ            TO RI-PAY-SEQ
           MOVE WS-RG-NAME(WS-RG-IDX) TO RI-EMP-NAME
           MOVE RR-AMOUNT             TO RI-AMOUNT
           MOVE RR-BANK-CODE          TO RI-BANK-CODE
           MOVE RR-BANK-ACCT          TO RI-BANK-ACCT
           MOVE RR-REASON-CODE        TO RI-REASON-CODE
           MOVE WS-RETURN-DATE        TO RI-RETURN-DATE
           MOVE M-EMP-LOC             TO RI-LOC
           MOVE M-EMP-DEPT            TO RI-DEPT
           MOVE 'Q'                   TO RI-STATUS
           WRITE REISSUE-RECORD
              INVALID KEY
                 MOVE 'ALREADY RETURNED' TO WS-REJECT-REASON
           END-WRITE
           IF WS-REJECT-REASON = SPACES
              MOVE 'REISSUE-FILE' TO WS-ABEND-FILE
              MOVE WS-RIS-STAT    TO WS-ABEND-STAT
              PERFORM 9900-CHECK-STATUS-PARA
           END-IF.
       3600-DEACTIVATE-BANK-PARA.
           MOVE RR-EMP-ID TO B-EMP-ID
           READ BANK-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF B-BANK-CODE = RR-BANK-CODE
                       AND B-BANK-ACCT = RR-BANK-ACCT
                       AND B-BANK-ACTIVE = 'Y'
                    MOVE 'N' TO B-BANK-ACTIVE
                    REWRITE BANK-RECORD
                    MOVE 'BANK-FILE' TO WS-ABEND-FILE
                    MOVE WS-BNK-STAT TO WS-ABEND-STAT
                    PERFORM 9900-CHECK-STATUS-PARA
                    ADD 1 TO WS-DEACT-COUNT
                 END-IF
           END-READ.
       4500-POST-ENTRY-PARA.
           INITIALIZE JOURNAL-RECORD
           MOVE WS-POST-ACCT TO JR-ACCOUNT
           MOVE WS-POST-DRCR TO JR-DR-CR
           MOVE RR-AMOUNT    TO JR-AMOUNT
           MOVE M-EMP-LOC    TO JR-LOC
           MOVE M-EMP-DEPT   TO JR-DEPT
           MOVE WS-POST-ELEM TO JR-ELEMENT
           MOVE WS-RUN-DATE  TO JR-POST-DATE
           WRITE JOURNAL-RECORD
           MOVE 'JOURNAL-FILE' TO WS-ABEND-FILE
           MOVE WS-JRN-STAT    TO WS-ABEND-STAT
           PERFORM 9900-CHECK-STATUS-PARA
           IF WS-POST-DRCR = 'DR'
              ADD RR-AMOUNT TO WS-TOT-DEBITS
           ELSE
              ADD RR-AMOUNT TO WS-TOT-CREDITS
           END-IF.
       4600-FIND-ACCOUNT-PARA.
           MOVE 'N' TO WS-MAP-FOUND
           MOVE SPACES TO WS-FOUND-ACCT
           MOVE 1 TO WS-MAP-IDX
           PERFORM 4650-SCAN-MAP-PARA
              UNTIL WS-MAP-IDX > WS-MAP-COUNT OR ACCOUNT-FOUND.
       4650-SCAN-MAP-PARA.
           IF WS-MP-LOC(WS-MAP-IDX) = WS-LOOKUP-LOC
                 AND WS-MP-DEPT(WS-MAP-IDX) = WS-LOOKUP-DEPT
                 AND WS-MP-ELEM(WS-MAP-IDX) = WS-LOOKUP-ELEM
              SET ACCOUNT-FOUND TO TRUE
              MOVE WS-MP-ACCT(WS-MAP-IDX) TO WS-FOUND-ACCT
           ELSE
              ADD 1 TO WS-MAP-IDX
           END-IF.
       6000-WRITE-DETAIL-PARA.
           WRITE RETURN-REPORT-RECORD FROM REP-DETAIL-LINE
           MOVE 'RETURN-REPORT' TO WS-ABEND-FILE
           MOVE WS-REP-STAT     TO WS-ABEND-STAT
           PERFORM 9900-CHECK-STATUS-PARA.
       8000-NO-RETURNS-PARA.
           OPEN OUTPUT RETURN-REPORT
           MOVE 'RETURN-REPORT' TO WS-ABEND-FILE
           MOVE WS-REP-STAT     TO WS-ABEND-STAT
           PERFORM 9900-CHECK-STATUS-PARA
           MOVE WS-FDATE       TO RP-DATE
           MOVE WS-RETURN-DATE TO RP-RETURN-DATE
           MOVE SPACES         TO RP-PAY-DATE
           MOVE ZERO TO RT-COUNT, RT-AMOUNT, RJ-COUNT, RG-DEBITS,
                        RG-CREDITS
           WRITE RETURN-REPORT-RECORD FROM REP-HEADING-LINE1
           WRITE RETURN-REPORT-RECORD FROM REP-HEADING-LINE2
           WRITE RETURN-REPORT-RECORD FROM REP-NONE-LINE AFTER 2
           WRITE RETURN-REPORT-RECORD FROM REP-TOTAL-LINE AFTER 2
           WRITE RETURN-REPORT-RECORD FROM REP-REJECT-LINE
           WRITE RETURN-REPORT-RECORD FROM REP-GL-LINE
           MOVE 'RETURN-REPORT' TO WS-ABEND-FILE
           MOVE WS-REP-STAT     TO WS-ABEND-STAT
           PERFORM 9900-CHECK-STATUS-PARA
           DISPLAY 'BANK RETURNS RUN COMPLETE - NO RETURNS RECEIVED'
           DISPLAY 'RETURNS READ       = ', WS-READ-COUNT
           IF RETURN-FILE-AVAILABLE
              CLOSE RETURN-FILE
           END-IF
           CLOSE RETURN-REPORT
           MOVE ZERO TO RETURN-CODE.
       9000-END-PARA.
           MOVE WS-ACCEPT-COUNT  TO RT-COUNT
           MOVE WS-ACCEPT-AMOUNT TO RT-AMOUNT
           MOVE WS-REJECT-COUNT  TO RJ-COUNT
           MOVE WS-TOT-DEBITS    TO RG-DEBITS
           MOVE WS-TOT-CREDITS   TO RG-CREDITS
           WRITE RETURN-REPORT-RECORD FROM REP-TOTAL-LINE AFTER 2
           WRITE RETURN-REPORT-RECORD FROM REP-REJECT-LINE
           WRITE RETURN-REPORT-RECORD FROM REP-GL-LINE
           MOVE 'RETURN-REPORT' TO WS-ABEND-FILE
           MOVE WS-REP-STAT     TO WS-ABEND-STAT
           PERFORM 9900-CHECK-STATUS-PARA
           DISPLAY 'BANK RETURNS RUN COMPLETE'
           DISPLAY 'RETURNS READ       = ', WS-READ-COUNT
           DISPLAY 'RETURNS ACCEPTED   = ', WS-ACCEPT-COUNT
           DISPLAY 'RETURNS REJECTED   = ', WS-REJECT-COUNT
           DISPLAY 'BANK RECORDS CLOSED = ', WS-DEACT-COUNT
           CLOSE RETURN-FILE, EMPLOYEE-MASTER, BANK-FILE, REISSUE-FILE,
                 JOURNAL-FILE, RETURN-REPORT.
       9900-CHECK-STATUS-PARA.
           IF WS-ABEND-STAT NOT = '00'
              DISPLAY '*** I/O ERROR ON ' WS-ABEND-FILE
                 ' STATUS=' WS-ABEND-STAT ' - JOB ABENDING ***'
              CLOSE BANK-FILE, REISSUE-FILE, JOURNAL-FILE
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
