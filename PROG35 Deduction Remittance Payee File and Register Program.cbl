       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG35.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERIOD-FILE ASSIGN TO 'PAYPRD.DAT'
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE  IS SEQUENTIAL
              FILE STATUS  IS WS-PRD-STAT.
           SELECT AGENCY-MAP-FILE ASSIGN TO 'REMAGCY.DAT'
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE  IS SEQUENTIAL
              FILE STATUS  IS WS-AGY-STAT.
           SELECT JOURNAL-FILE ASSIGN TO 'GLJRNL.DAT'
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE  IS SEQUENTIAL
              FILE STATUS  IS WS-JRN-STAT.
           SELECT EMPLOYEE-MASTER ASSIGN TO 'EMPFILE.DAT'
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              RECORD KEY   IS M-EMP-ID
              FILE STATUS  IS WS-MST-STAT.
           SELECT DEDN-FILE ASSIGN TO 'EMPDEDN.DAT'
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS SEQUENTIAL
              RECORD KEY   IS D-DEDN-KEY
              FILE STATUS  IS WS-DDN-STAT.
           SELECT RETRO-FILE ASSIGN TO 'RETROPAY.DAT'
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS SEQUENTIAL
              RECORD KEY   IS RP-RETRO-KEY
              FILE STATUS  IS WS-RTR-STAT.
           SELECT EXTRACT-FILE ASSIGN TO 'REMTEMP.DAT'
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE  IS SEQUENTIAL
              FILE STATUS  IS WS-EXT-STAT.
           SELECT WORK-FILE     ASSIGN TO 'REMWORK.DAT'.
           SELECT SORTED-FILE ASSIGN TO 'REMSORT.DAT'
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE  IS SEQUENTIAL
              FILE STATUS  IS WS-SRT-STAT.
           SELECT PAYEE-FILE ASSIGN TO WS-PAYEE-FILE-NAME
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE  IS SEQUENTIAL
              FILE STATUS  IS WS-PYE-STAT.
           SELECT REMIT-REGISTER ASSIGN TO 'REMREG.REP'
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
       FD  AGENCY-MAP-FILE
           RECORD CONTAINS 40 CHARACTERS
           RECORDING MODE IS F.
       01  AGENCY-MAP-RECORD.
           03  AG-DEDN-TYPE     PIC X(02).
           03  AG-AGENCY-CODE   PIC X(05).
           03  AG-AGENCY-NAME   PIC X(20).
           03  FILLER           PIC X(13).
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
       FD  DEDN-FILE
           RECORD CONTAINS 20 CHARACTERS.
       01  DEDN-RECORD.
           03  D-DEDN-KEY.
               05  D-EMP-ID     PIC X(05).
               05  D-DEDN-TYPE  PIC X(02).
           03  D-DEDN-AMT       PIC 9(05)V99.
           03  FILLER           PIC X(06).
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
       FD  EXTRACT-FILE
           RECORD CONTAINS 50 CHARACTERS
           RECORDING MODE IS F.
       01  EXTRACT-RECORD.
           03  EX-AGENCY-CODE   PIC X(05).
           03  EX-DEDN-TYPE     PIC X(02).
           03  EX-EMP-ID        PIC X(05).
           03  EX-EMP-NAME      PIC X(15).
           03  EX-EMP-LOC       PIC X(03).
           03  EX-AMOUNT        PIC 9(07)V99.
           03  FILLER           PIC X(11).
       SD  WORK-FILE.
       01  WORK-RECORD.
           03  W-AGENCY-CODE    PIC X(05).
           03  W-DEDN-TYPE      PIC X(02).
           03  W-EMP-ID         PIC X(05).
           03  FILLER           PIC X(38).
       FD  SORTED-FILE
           RECORD CONTAINS 50 CHARACTERS
           RECORDING MODE IS F.
       01  SORTED-RECORD.
           03  SR-AGENCY-CODE   PIC X(05).
           03  SR-DEDN-TYPE     PIC X(02).
           03  SR-EMP-ID        PIC X(05).
           03  SR-EMP-NAME      PIC X(15).
           03  SR-EMP-LOC       PIC X(03).
           03  SR-AMOUNT        PIC 9(07)V99.
           03  FILLER           PIC X(11).
       FD  PAYEE-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  PAYEE-RECORD PIC X(80).
       FD  REMIT-REGISTER
           RECORD CONTAINS 120 CHARACTERS
           RECORDING MODE IS F.
       01  REMIT-REGISTER-RECORD PIC X(120).
       WORKING-STORAGE SECTION.
       01  WS-PAYEE-HEADER.
           03  PH-REC-CODE      PIC X(01) VALUE 'H'.
           03  PH-AGENCY-CODE   PIC X(05) VALUE SPACES.
           03  PH-AGENCY-NAME   PIC X(20) VALUE SPACES.
           03  PH-PERIOD        PIC 9(03) VALUE ZERO.
           03  PH-PERIOD-END    PIC X(08) VALUE SPACES.
           03  PH-REMIT-DATE    PIC X(08) VALUE SPACES.
           03  FILLER           PIC X(35) VALUE SPACES.
       01  WS-PAYEE-DETAIL.
           03  PD-REC-CODE      PIC X(01) VALUE 'D'.
           03  PD-EMP-ID        PIC X(05) VALUE SPACES.
           03  PD-EMP-NAME      PIC X(15) VALUE SPACES.
           03  PD-EMP-LOC       PIC X(03) VALUE SPACES.
           03  PD-DEDN-TYPE     PIC X(02) VALUE SPACES.
           03  PD-AMOUNT        PIC 9(07)V99 VALUE ZERO.
           03  FILLER           PIC X(45) VALUE SPACES.
       01  WS-PAYEE-TRAILER.
           03  PZ-REC-CODE      PIC X(01) VALUE 'Z'.
           03  PZ-LINE-COUNT    PIC 9(07) VALUE ZERO.
           03  PZ-AMOUNT-HASH   PIC 9(11)V99 VALUE ZERO.
           03  FILLER           PIC X(59) VALUE SPACES.
       01  REG-HEADING-LINE1.
           03  FILLER           PIC X(40)
               VALUE 'DEDUCTION REMITTANCE REGISTER'.
           03  FILLER           PIC X(06) VALUE 'DATE:'.
           03  RG-DATE          PIC X(10) VALUE SPACES.
       01  REG-PERIOD-LINE.
           03  FILLER           PIC X(08) VALUE 'PERIOD:'.
           03  RP-PERIOD        PIC 9(03) VALUE ZERO.
           03  FILLER           PIC X(09) VALUE '  ENDING'.
           03  RP-END-DATE      PIC X(10) VALUE SPACES.
       01  REG-HEADING-LINE2.
           03  FILLER           PIC X(08) VALUE 'AGENCY'.
           03  FILLER           PIC X(22) VALUE 'AGENCY NAME'.
           03  FILLER           PIC X(12) VALUE 'DEDUCTION'.
           03  FILLER           PIC X(07) VALUE '  LINES'.
           03  FILLER           PIC X(16) VALUE '      REMITTANCE'.
           03  FILLER           PIC X(16) VALUE '       GL CREDIT'.
       01  REG-DETAIL-LINE.
           03  RD-AGENCY        PIC X(05) VALUE SPACES.
           03  FILLER           PIC X(03) VALUE SPACES.
           03  RD-AGENCY-NAME   PIC X(20) VALUE SPACES.
           03  FILLER           PIC X(02) VALUE SPACES.
           03  RD-TYPE-DESC     PIC X(10) VALUE SPACES.
           03  FILLER           PIC X(02) VALUE SPACES.
           03  RD-COUNT         PIC ZZZZ9 VALUE ZERO.
           03  FILLER           PIC X(02) VALUE SPACES.
           03  RD-AMOUNT        PIC ZZZ,ZZZ,ZZ9.99 VALUE ZERO.
           03  FILLER           PIC X(02) VALUE SPACES.
           03  RD-GL-AMOUNT     PIC -ZZZ,ZZZ,ZZ9.99 VALUE ZERO.
           03  FILLER           PIC X(02) VALUE SPACES.
           03  RD-FLAG          PIC X(20) VALUE SPACES.
       01  REG-AGENCY-LINE.
           03  FILLER           PIC X(18) VALUE 'PAYEE FILE =>'.
           03  RA-FILE          PIC X(16) VALUE SPACES.
           03  FILLER           PIC X(09) VALUE 'AGENCY:'.
           03  RA-AGENCY        PIC X(05) VALUE SPACES.
           03  FILLER           PIC X(09) VALUE '  LINES:'.
           03  RA-COUNT         PIC ZZZZ9 VALUE ZERO.
           03  FILLER           PIC X(10) VALUE '  AMOUNT:'.
           03  RA-AMOUNT        PIC ZZZ,ZZZ,ZZ9.99 VALUE ZERO.
       01  REG-MSG-LINE.
           03  RG-MSG           PIC X(70) VALUE SPACES.
       01  REG-TOTAL-LINE.
           03  FILLER           PIC X(22)
               VALUE 'REMITTANCE TOTAL =>'.
           03  RT-REMIT         PIC ZZZ,ZZZ,ZZ9.99 VALUE ZERO.
           03  FILLER           PIC X(28)
               VALUE '  GL LIABILITY CREDITS =>'.
           03  RT-GL            PIC -ZZZ,ZZZ,ZZ9.99 VALUE ZERO.
       01  REG-VERDICT-LINE.
           03  FILLER           PIC X(21)
               VALUE 'REMITTANCE STATUS =>'.
           03  RV-VERDICT       PIC X(45) VALUE SPACES.
       01  WS-TYPE-TABLES.
           03  WS-TY-COUNT      PIC 9(02) VALUE ZERO.
           03  WS-TY-ENTRY OCCURS 20 TIMES.
               05  WS-TY-TYPE   PIC X(02).
               05  WS-TY-AGENCY PIC X(05).
               05  WS-TY-AGY-NAME PIC X(20).
               05  WS-TY-LINES  PIC 9(05).
               05  WS-TY-AMT    PIC 9(09)V99.
               05  WS-TY-GL-AMT PIC S9(09)V99.
       01  WS-DATE-TIME-FIELDS.
           03  WS-DATE          PIC 9(08) VALUE ZERO.
           03  WS-RUN-DATE      PIC X(08) VALUE SPACES.
           03  WS-FDATE         PIC X(10) VALUE SPACES.
       01  WS-VARIABLES.
           03  WS-PRD-STAT      PIC X(02) VALUE SPACES.
           03  WS-AGY-STAT      PIC X(02) VALUE SPACES.
           03  WS-JRN-STAT      PIC X(02) VALUE SPACES.
           03  WS-MST-STAT      PIC X(02) VALUE SPACES.
           03  WS-DDN-STAT      PIC X(02) VALUE SPACES.
           03  WS-EXT-STAT      PIC X(02) VALUE SPACES.
           03  WS-RTR-STAT      PIC X(02) VALUE SPACES.
           03  WS-SRT-STAT      PIC X(02) VALUE SPACES.
           03  WS-PYE-STAT      PIC X(02) VALUE SPACES.
           03  WS-REG-STAT      PIC X(02) VALUE SPACES.
           03  WS-PAYEE-FILE-NAME PIC X(16) VALUE SPACES.
           03  WS-PRD-EOF       PIC X(01) VALUE 'N'.
           03  WS-AGY-EOF       PIC X(01) VALUE 'N'.
           03  WS-JRN-EOF       PIC X(01) VALUE 'N'.
           03  WS-DEDN-EOF      PIC X(01) VALUE 'N'.
               88  END-OF-DEDN            VALUE 'Y'.
           03  WS-RETRO-EOF     PIC X(01) VALUE 'N'.
           03  WS-RETRO-COUNT   PIC 9(05) VALUE ZERO.
           03  WS-RETRO-TYPE    PIC X(02) VALUE SPACES.
           03  WS-RETRO-AMT     PIC 9(05)V99 VALUE ZERO.
           03  WS-SRT-EOF       PIC X(01) VALUE 'N'.
               88  END-OF-SORTED          VALUE 'Y'.
           03  WS-PERIOD-FLAG   PIC X(01) VALUE 'N'.
               88  CLOSED-PERIOD-FOUND    VALUE 'Y'.
           03  WS-PERIOD-NUMBER PIC 9(03) VALUE ZERO.
           03  WS-PERIOD-END    PIC X(08) VALUE SPACES.
           03  WS-TY-IDX        PIC 9(02) VALUE ZERO.
           03  WS-TY-FOUND      PIC X(01) VALUE 'N'.
               88  TYPE-FOUND             VALUE 'Y'.
           03  WS-LOOKUP-TYPE   PIC X(02) VALUE SPACES.
           03  WS-HOLD-FLAG     PIC X(01) VALUE 'N'.
               88  REMITTANCE-HELD        VALUE 'Y'.
           03  WS-UNMAP-COUNT   PIC 9(05) VALUE ZERO.
           03  WS-PYE-OPEN      PIC X(01) VALUE 'N'.
               88  PAYEE-FILE-OPEN        VALUE 'Y'.
           03  WS-CURR-AGENCY   PIC X(05) VALUE SPACES.
           03  WS-AGY-LINES     PIC 9(07) VALUE ZERO.
           03  WS-AGY-HASH      PIC 9(11)V99 VALUE ZERO.
           03  WS-AGY-FILES     PIC 9(05) VALUE ZERO.
           03  WS-LINE-COUNT    PIC 9(07) VALUE ZERO.
           03  WS-SKIP-COUNT    PIC 9(07) VALUE ZERO.
           03  WS-TOT-REMIT     PIC 9(11)V99 VALUE ZERO.
           03  WS-TOT-GL        PIC S9(11)V99 VALUE ZERO.
           03  WS-ABEND-FILE    PIC X(20) VALUE SPACES.
           03  WS-ABEND-STAT    PIC X(02) VALUE SPACES.
       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           PERFORM 1000-INIT-PARA.
           PERFORM 2000-EXTRACT-PARA UNTIL END-OF-DEDN
           PERFORM 2700-RETRO-PARA
           PERFORM 3000-PROVE-PARA
           PERFORM 9000-END-PARA
           STOP RUN.
       1000-INIT-PARA.
           PERFORM 1100-PERIOD-PARA
           PERFORM 1200-DATE-PARA
           PERFORM 1300-LOAD-AGENCY-PARA
           PERFORM 1400-LOAD-JOURNAL-PARA
           OPEN INPUT EMPLOYEE-MASTER
           MOVE 'EMPLOYEE-MASTER' TO WS-ABEND-FILE
           MOVE WS-MST-STAT       TO WS-ABEND-STAT
           PERFORM 9900-CHECK-STATUS-PARA
           OPEN INPUT DEDN-FILE
           MOVE 'DEDN-FILE' TO WS-ABEND-FILE
           MOVE WS-DDN-STAT TO WS-ABEND-STAT
           PERFORM 9900-CHECK-STATUS-PARA
           OPEN OUTPUT EXTRACT-FILE
           MOVE 'EXTRACT-FILE' TO WS-ABEND-FILE
           MOVE WS-EXT-STAT    TO WS-ABEND-STAT
           PERFORM 9900-CHECK-STATUS-PARA
           OPEN OUTPUT REMIT-REGISTER
           MOVE 'REMIT-REGISTER' TO WS-ABEND-FILE
           MOVE WS-REG-STAT      TO WS-ABEND-STAT
           PERFORM 9900-CHECK-STATUS-PARA
           MOVE WS-FDATE         TO RG-DATE
           MOVE WS-PERIOD-NUMBER TO RP-PERIOD
           MOVE WS-PERIOD-END(7:2) TO RP-END-DATE(1:2)
           MOVE WS-PERIOD-END(5:2) TO RP-END-DATE(4:2)
           MOVE WS-PERIOD-END(1:4) TO RP-END-DATE(7:4)
           MOVE '/' TO RP-END-DATE(3:1) RP-END-DATE(6:1)
           WRITE REMIT-REGISTER-RECORD FROM REG-HEADING-LINE1
           WRITE REMIT-REGISTER-RECORD FROM REG-PERIOD-LINE
           WRITE REMIT-REGISTER-RECORD FROM REG-HEADING-LINE2 AFTER 2
           MOVE 'REMIT-REGISTER' TO WS-ABEND-FILE
           MOVE WS-REG-STAT      TO WS-ABEND-STAT
           PERFORM 9900-CHECK-STATUS-PARA
           PERFORM 1500-READ-DEDN-PARA.
       1100-PERIOD-PARA.
           OPEN INPUT PERIOD-FILE
           MOVE 'PERIOD-FILE' TO WS-ABEND-FILE
           MOVE WS-PRD-STAT   TO WS-ABEND-STAT
           PERFORM 9900-CHECK-STATUS-PARA
           MOVE 'N' TO WS-PRD-EOF, WS-PERIOD-FLAG
           PERFORM 1150-PERIOD-NEXT-PARA UNTIL WS-PRD-EOF = 'Y'
           CLOSE PERIOD-FILE
           IF NOT CLOSED-PERIOD-FOUND
              DISPLAY '*** NO CLOSED PAY PERIOD ON PAYPRD.DAT'
                 ' - RUN REFUSED ***'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           DISPLAY 'REMITTING DEDUCTIONS FOR PAY PERIOD '
              WS-PERIOD-NUMBER ' ENDING ' WS-PERIOD-END.
       1150-PERIOD-NEXT-PARA.
           READ PERIOD-FILE
              AT END
                 MOVE 'Y' TO WS-PRD-EOF
           END-READ
           IF WS-PRD-EOF NOT = 'Y'
              IF WS-PRD-STAT = '00'
                 IF PRD-STATUS = 'C'
                    SET CLOSED-PERIOD-FOUND TO TRUE
                    MOVE PRD-NUMBER   TO WS-PERIOD-NUMBER
                    MOVE PRD-END-DATE TO WS-PERIOD-END
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
       1300-LOAD-AGENCY-PARA.
           OPEN INPUT AGENCY-MAP-FILE
           IF WS-AGY-STAT NOT = '00'
              DISPLAY '*** REMAGCY.DAT NOT AVAILABLE - STATUS '
                 WS-AGY-STAT ' - RUN REFUSED ***'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE 'N' TO WS-AGY-EOF
           PERFORM 1350-AGENCY-NEXT-PARA UNTIL WS-AGY-EOF = 'Y'
           CLOSE AGENCY-MAP-FILE
           IF WS-TY-COUNT = ZERO
              DISPLAY '*** REMAGCY.DAT IS EMPTY - RUN REFUSED ***'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           DISPLAY 'AGENCY MAPPINGS LOADED = ', WS-TY-COUNT.
       1350-AGENCY-NEXT-PARA.
           READ AGENCY-MAP-FILE
              AT END
                 MOVE 'Y' TO WS-AGY-EOF
           END-READ
           IF WS-AGY-EOF NOT = 'Y'
              IF WS-AGY-STAT = '00'
                 IF WS-TY-COUNT < 20
                    ADD 1 TO WS-TY-COUNT
                    INITIALIZE WS-TY-ENTRY(WS-TY-COUNT)
                    MOVE AG-DEDN-TYPE   TO WS-TY-TYPE(WS-TY-COUNT)
                    MOVE AG-AGENCY-CODE TO WS-TY-AGENCY(WS-TY-COUNT)
                    MOVE AG-AGENCY-NAME TO WS-TY-AGY-NAME(WS-TY-COUNT)
                 ELSE
                    DISPLAY '*** AGENCY TABLE FULL - ENTRY DROPPED ***'
                 END-IF
              ELSE
                 MOVE 'AGENCY-MAP-FILE' TO WS-ABEND-FILE
                 MOVE WS-AGY-STAT       TO WS-ABEND-STAT
                 PERFORM 9900-CHECK-STATUS-PARA
              END-IF
           END-IF.
       1400-LOAD-JOURNAL-PARA.
           OPEN INPUT JOURNAL-FILE
           IF WS-JRN-STAT NOT = '00'
              DISPLAY '*** GLJRNL.DAT NOT AVAILABLE - STATUS '
                 WS-JRN-STAT ' - RUN REFUSED ***'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE 'N' TO WS-JRN-EOF
           PERFORM 1450-JOURNAL-NEXT-PARA UNTIL WS-JRN-EOF = 'Y'
           CLOSE JOURNAL-FILE.
       1450-JOURNAL-NEXT-PARA.
           READ JOURNAL-FILE
              AT END
                 MOVE 'Y' TO WS-JRN-EOF
           END-READ
           IF WS-JRN-EOF NOT = 'Y'
              IF WS-JRN-STAT = '00'
                 MOVE SPACES TO WS-LOOKUP-TYPE
                 IF JR-DR-CR = 'CR' AND JR-ELEMENT NOT = 'NET'
                    IF JR-ELEMENT(3:2) = SPACES
                       MOVE JR-ELEMENT(1:2) TO WS-LOOKUP-TYPE
                    ELSE
                       IF JR-ELEMENT(1:1) = 'R'
                             AND JR-ELEMENT(4:1) = SPACE
                             AND JR-ELEMENT NOT = 'RTN'
                          MOVE JR-ELEMENT(2:2) TO WS-LOOKUP-TYPE
                       END-IF
                    END-IF
                 END-IF
                 IF WS-LOOKUP-TYPE NOT = SPACES
                    PERFORM 2500-FIND-TYPE-PARA
                    IF TYPE-FOUND
                       ADD JR-AMOUNT TO WS-TY-GL-AMT(WS-TY-IDX)
                       ADD JR-AMOUNT TO WS-TOT-GL
                    END-IF
                 END-IF
              ELSE
                 MOVE 'JOURNAL-FILE' TO WS-ABEND-FILE
                 MOVE WS-JRN-STAT    TO WS-ABEND-STAT
                 PERFORM 9900-CHECK-STATUS-PARA
              END-IF
           END-IF.
       1500-READ-DEDN-PARA.
           READ DEDN-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-DEDN-EOF
           END-READ.
           IF NOT END-OF-DEDN AND WS-DDN-STAT NOT = '00'
              MOVE 'DEDN-FILE' TO WS-ABEND-FILE
              MOVE WS-DDN-STAT TO WS-ABEND-STAT
              PERFORM 9900-CHECK-STATUS-PARA
           END-IF.
       2000-EXTRACT-PARA.
           MOVE D-EMP-ID TO M-EMP-ID
           READ EMPLOYEE-MASTER
              INVALID KEY
                 MOVE 'T' TO M-EMP-STATUS
           END-READ
           IF M-EMP-STATUS NOT = 'T' AND M-EMP-EARN NUMERIC
                 AND D-DEDN-AMT > ZERO
              MOVE D-DEDN-TYPE TO WS-LOOKUP-TYPE
              PERFORM 2500-FIND-TYPE-PARA
              IF NOT TYPE-FOUND
                 PERFORM 2600-ADD-TYPE-PARA
              END-IF
              ADD 1          TO WS-TY-LINES(WS-TY-IDX)
              ADD D-DEDN-AMT TO WS-TY-AMT(WS-TY-IDX)
              IF WS-TY-AGENCY(WS-TY-IDX) = SPACES
                 ADD 1 TO WS-UNMAP-COUNT
              ELSE
                 PERFORM 2200-WRITE-EXTRACT-PARA
              END-IF
           ELSE
              ADD 1 TO WS-SKIP-COUNT
           END-IF
           PERFORM 1500-READ-DEDN-PARA.
       2200-WRITE-EXTRACT-PARA.
           ADD 1          TO WS-LINE-COUNT
           ADD D-DEDN-AMT TO WS-TOT-REMIT
           INITIALIZE EXTRACT-RECORD
           MOVE WS-TY-AGENCY(WS-TY-IDX) TO EX-AGENCY-CODE
           MOVE D-DEDN-TYPE             TO EX-DEDN-TYPE
           MOVE D-EMP-ID                TO EX-EMP-ID
           MOVE M-EMP-NAME              TO EX-EMP-NAME
           MOVE M-EMP-LOC               TO EX-EMP-LOC
           MOVE D-DEDN-AMT              TO EX-AMOUNT
           WRITE EXTRACT-RECORD
           MOVE 'EXTRACT-FILE' TO WS-ABEND-FILE
           MOVE WS-EXT-STAT    TO WS-ABEND-STAT
           PERFORM 9900-CHECK-STATUS-PARA.
       2500-FIND-TYPE-PARA.
           MOVE 'N' TO WS-TY-FOUND
           MOVE 1   TO WS-TY-IDX
           PERFORM 2550-SCAN-TYPE-PARA
              UNTIL WS-TY-IDX > WS-TY-COUNT OR TYPE-FOUND.
       2550-SCAN-TYPE-PARA.
           IF WS-TY-TYPE(WS-TY-IDX) = WS-LOOKUP-TYPE
              SET TYPE-FOUND TO TRUE
           ELSE
              ADD 1 TO WS-TY-IDX
           END-IF.
       2600-ADD-TYPE-PARA.
           IF WS-TY-COUNT < 20
              ADD 1 TO WS-TY-COUNT
              MOVE WS-TY-COUNT TO WS-TY-IDX
              INITIALIZE WS-TY-ENTRY(WS-TY-IDX)
              MOVE WS-LOOKUP-TYPE TO WS-TY-TYPE(WS-TY-IDX)
           ELSE
              DISPLAY '*** AGENCY TABLE FULL - JOB ABENDING ***'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
       2700-RETRO-PARA.
           OPEN INPUT RETRO-FILE
           IF WS-RTR-STAT = '00'
              MOVE 'N' TO WS-RETRO-EOF
              PERFORM 2750-RETRO-NEXT-PARA UNTIL WS-RETRO-EOF = 'Y'
              CLOSE RETRO-FILE
           ELSE
              IF WS-RTR-STAT NOT = '35'
                 MOVE 'RETRO-FILE' TO WS-ABEND-FILE
                 MOVE WS-RTR-STAT  TO WS-ABEND-STAT
                 PERFORM 9900-CHECK-STATUS-PARA
              END-IF
           END-IF.
       2750-RETRO-NEXT-PARA.
           READ RETRO-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-RETRO-EOF
           END-READ
           IF WS-RETRO-EOF NOT = 'Y'
              MOVE 'RETRO-FILE' TO WS-ABEND-FILE
              MOVE WS-RTR-STAT  TO WS-ABEND-STAT
              PERFORM 9900-CHECK-STATUS-PARA
              IF RP-CLOSE-YEAR = WS-PERIOD-END(1:4)
                    AND RP-CLOSE-PRD = WS-PERIOD-NUMBER
                 ADD 1 TO WS-RETRO-COUNT
                 MOVE 'TX'      TO WS-RETRO-TYPE
                 MOVE RP-ARR-TX TO WS-RETRO-AMT
                 PERFORM 2800-RETRO-TYPE-PARA
                 MOVE 'IN'      TO WS-RETRO-TYPE
                 MOVE RP-ARR-IN TO WS-RETRO-AMT
                 PERFORM 2800-RETRO-TYPE-PARA
                 MOVE 'PN'      TO WS-RETRO-TYPE
                 MOVE RP-ARR-PN TO WS-RETRO-AMT
                 PERFORM 2800-RETRO-TYPE-PARA
              END-IF
           END-IF.
       2800-RETRO-TYPE-PARA.
           IF WS-RETRO-AMT > ZERO
              MOVE WS-RETRO-TYPE TO WS-LOOKUP-TYPE
              PERFORM 2500-FIND-TYPE-PARA
              IF NOT TYPE-FOUND
                 PERFORM 2600-ADD-TYPE-PARA
              END-IF
              ADD 1            TO WS-TY-LINES(WS-TY-IDX)
              ADD WS-RETRO-AMT TO WS-TY-AMT(WS-TY-IDX)
              IF WS-TY-AGENCY(WS-TY-IDX) = SPACES
                 ADD 1 TO WS-UNMAP-COUNT
              ELSE
                 ADD 1            TO WS-LINE-COUNT
                 ADD WS-RETRO-AMT TO WS-TOT-REMIT
                 INITIALIZE EXTRACT-RECORD
                 MOVE WS-TY-AGENCY(WS-TY-IDX) TO EX-AGENCY-CODE
                 MOVE WS-RETRO-TYPE           TO EX-DEDN-TYPE
                 MOVE RP-EMP-ID               TO EX-EMP-ID
                 MOVE RP-EMP-NAME             TO EX-EMP-NAME
                 MOVE RP-EMP-LOC              TO EX-EMP-LOC
                 MOVE WS-RETRO-AMT            TO EX-AMOUNT
                 WRITE EXTRACT-RECORD
                 MOVE 'EXTRACT-FILE' TO WS-ABEND-FILE
                 MOVE WS-EXT-STAT    TO WS-ABEND-STAT
                 PERFORM 9900-CHECK-STATUS-PARA
              END-IF
           END-IF.
       3000-PROVE-PARA.
           CLOSE EXTRACT-FILE
           PERFORM 3100-TYPE-LINE-PARA
              VARYING WS-TY-IDX FROM 1 BY 1
              UNTIL WS-TY-IDX > WS-TY-COUNT
           MOVE WS-TOT-REMIT TO RT-REMIT
           MOVE WS-TOT-GL    TO RT-GL
           WRITE REMIT-REGISTER-RECORD FROM REG-TOTAL-LINE AFTER 2
           MOVE 'REMIT-REGISTER' TO WS-ABEND-FILE
           MOVE WS-REG-STAT      TO WS-ABEND-STAT
           PERFORM 9900-CHECK-STATUS-PARA
           IF REMITTANCE-HELD OR WS-TOT-REMIT NOT = WS-TOT-GL
              MOVE SPACES TO RG-MSG
              MOVE '*** REMITTANCE NOT EQUAL GL LIABILITY CREDITS ***'
                 TO RG-MSG
              PERFORM 6500-WRITE-MSG-PARA
              MOVE 'HELD - OUT OF BALANCE WITH GLJRNL.DAT' TO RV-VERDICT
              SET REMITTANCE-HELD TO TRUE
           ELSE
              PERFORM 4000-RELEASE-PARA
              MOVE 'RELEASED - BALANCED TO GLJRNL.DAT' TO RV-VERDICT
           END-IF
           IF REMITTANCE-HELD
              MOVE 8 TO RETURN-CODE
           END-IF
           WRITE REMIT-REGISTER-RECORD FROM REG-VERDICT-LINE AFTER 2
           MOVE 'REMIT-REGISTER' TO WS-ABEND-FILE
           MOVE WS-REG-STAT      TO WS-ABEND-STAT
           PERFORM 9900-CHECK-STATUS-PARA.
       3100-TYPE-LINE-PARA.
           IF WS-TY-LINES(WS-TY-IDX) > ZERO
                 OR WS-TY-GL-AMT(WS-TY-IDX) NOT = ZERO
              INITIALIZE REG-DETAIL-LINE
              MOVE WS-TY-AGENCY(WS-TY-IDX)   TO RD-AGENCY
              MOVE WS-TY-AGY-NAME(WS-TY-IDX) TO RD-AGENCY-NAME
              EVALUATE WS-TY-TYPE(WS-TY-IDX)
                 WHEN 'TX'
                    MOVE 'TAX'       TO RD-TYPE-DESC
                 WHEN 'IN'
                    MOVE 'INSURANCE' TO RD-TYPE-DESC
                 WHEN 'PN'
                    MOVE 'PENSION'   TO RD-TYPE-DESC
                 WHEN 'LN'
                    MOVE 'LOAN'      TO RD-TYPE-DESC
                 WHEN OTHER
                    MOVE WS-TY-TYPE(WS-TY-IDX) TO RD-TYPE-DESC
              END-EVALUATE
              MOVE WS-TY-LINES(WS-TY-IDX)  TO RD-COUNT
              MOVE WS-TY-AMT(WS-TY-IDX)    TO RD-AMOUNT
              MOVE WS-TY-GL-AMT(WS-TY-IDX) TO RD-GL-AMOUNT
              EVALUATE TRUE
                 WHEN WS-TY-AGENCY(WS-TY-IDX) = SPACES
                    MOVE 'NOT REMITTED' TO RD-FLAG
                 WHEN WS-TY-AMT(WS-TY-IDX)
                       NOT = WS-TY-GL-AMT(WS-TY-IDX)
                    MOVE '*** NOT EQUAL GL ***' TO RD-FLAG
                    SET REMITTANCE-HELD TO TRUE
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
              WRITE REMIT-REGISTER-RECORD FROM REG-DETAIL-LINE
              MOVE 'REMIT-REGISTER' TO WS-ABEND-FILE
              MOVE WS-REG-STAT      TO WS-ABEND-STAT
              PERFORM 9900-CHECK-STATUS-PARA
           END-IF.
       4000-RELEASE-PARA.
           SORT WORK-FILE
              ON ASCENDING KEY W-AGENCY-CODE
                 ASCENDING KEY W-DEDN-TYPE
                 ASCENDING KEY W-EMP-ID
                 USING EXTRACT-FILE
                 GIVING SORTED-FILE.
           MOVE 'EXTRACT-FILE' TO WS-ABEND-FILE
           MOVE WS-EXT-STAT    TO WS-ABEND-STAT
           PERFORM 9900-CHECK-STATUS-PARA
           OPEN INPUT SORTED-FILE
           MOVE 'SORTED-FILE' TO WS-ABEND-FILE
           MOVE WS-SRT-STAT   TO WS-ABEND-STAT
           PERFORM 9900-CHECK-STATUS-PARA
           MOVE SPACES TO RG-MSG
           MOVE 'PAYEE FILES RELEASED' TO RG-MSG
           PERFORM 6500-WRITE-MSG-PARA
           MOVE 'N' TO WS-SRT-EOF
           PERFORM 4100-READ-SORTED-PARA
           PERFORM 4200-PAYEE-NEXT-PARA UNTIL END-OF-SORTED
           IF PAYEE-FILE-OPEN
              PERFORM 4500-CLOSE-PAYEE-PARA
           END-IF
           CLOSE SORTED-FILE.
       4100-READ-SORTED-PARA.
           READ SORTED-FILE
              AT END
                 MOVE 'Y' TO WS-SRT-EOF
           END-READ.
           IF NOT END-OF-SORTED AND WS-SRT-STAT NOT = '00'
              MOVE 'SORTED-FILE' TO WS-ABEND-FILE
              MOVE WS-SRT-STAT   TO WS-ABEND-STAT
              PERFORM 9900-CHECK-STATUS-PARA
           END-IF.
       4200-PAYEE-NEXT-PARA.
           IF SR-AGENCY-CODE NOT = WS-CURR-AGENCY
              IF PAYEE-FILE-OPEN
                 PERFORM 4500-CLOSE-PAYEE-PARA
              END-IF
              PERFORM 4400-OPEN-PAYEE-PARA
           END-IF
           INITIALIZE WS-PAYEE-DETAIL
           MOVE 'D'            TO PD-REC-CODE
           MOVE SR-EMP-ID      TO PD-EMP-ID
           MOVE SR-EMP-NAME    TO PD-EMP-NAME
           MOVE SR-EMP-LOC     TO PD-EMP-LOC
           MOVE SR-DEDN-TYPE   TO PD-DEDN-TYPE
           MOVE SR-AMOUNT      TO PD-AMOUNT
           WRITE PAYEE-RECORD FROM WS-PAYEE-DETAIL
           MOVE 'PAYEE-FILE' TO WS-ABEND-FILE
           MOVE WS-PYE-STAT  TO WS-ABEND-STAT
           PERFORM 9900-CHECK-STATUS-PARA
           ADD 1         TO WS-AGY-LINES
           ADD SR-AMOUNT TO WS-AGY-HASH
           PERFORM 4100-READ-SORTED-PARA.
       4400-OPEN-PAYEE-PARA.
           MOVE SR-AGENCY-CODE TO WS-CURR-AGENCY
           MOVE SPACES TO WS-PAYEE-FILE-NAME
           STRING 'REMIT' DELIMITED BY SIZE
                  SR-AGENCY-CODE DELIMITED BY SPACE
                  '.DAT' DELIMITED BY SIZE
                  INTO WS-PAYEE-FILE-NAME
           OPEN OUTPUT PAYEE-FILE
           MOVE 'PAYEE-FILE' TO WS-ABEND-FILE
           MOVE WS-PYE-STAT  TO WS-ABEND-STAT
           PERFORM 9900-CHECK-STATUS-PARA
           SET PAYEE-FILE-OPEN TO TRUE
           MOVE ZERO TO WS-AGY-LINES, WS-AGY-HASH
           MOVE SR-DEDN-TYPE TO WS-LOOKUP-TYPE
           PERFORM 2500-FIND-TYPE-PARA
           MOVE SR-AGENCY-CODE          TO PH-AGENCY-CODE
           MOVE WS-TY-AGY-NAME(WS-TY-IDX) TO PH-AGENCY-NAME
           MOVE WS-PERIOD-NUMBER        TO PH-PERIOD
           MOVE WS-PERIOD-END           TO PH-PERIOD-END
           MOVE WS-RUN-DATE             TO PH-REMIT-DATE
           WRITE PAYEE-RECORD FROM WS-PAYEE-HEADER
           MOVE 'PAYEE-FILE' TO WS-ABEND-FILE
           MOVE WS-PYE-STAT  TO WS-ABEND-STAT
           PERFORM 9900-CHECK-STATUS-PARA.
       4500-CLOSE-PAYEE-PARA.
           MOVE WS-AGY-LINES TO PZ-LINE-COUNT
           MOVE WS-AGY-HASH  TO PZ-AMOUNT-HASH
           WRITE PAYEE-RECORD FROM WS-PAYEE-TRAILER
           MOVE 'PAYEE-FILE' TO WS-ABEND-FILE
           MOVE WS-PYE-STAT  TO WS-ABEND-STAT
           PERFORM 9900-CHECK-STATUS-PARA
           CLOSE PAYEE-FILE
           MOVE 'N' TO WS-PYE-OPEN
           ADD 1 TO WS-AGY-FILES
           INITIALIZE REG-AGENCY-LINE
           MOVE WS-PAYEE-FILE-NAME TO RA-FILE
           MOVE WS-CURR-AGENCY     TO RA-AGENCY
           MOVE WS-AGY-LINES       TO RA-COUNT
           MOVE WS-AGY-HASH        TO RA-AMOUNT
           WRITE REMIT-REGISTER-RECORD FROM REG-AGENCY-LINE
           MOVE 'REMIT-REGISTER' TO WS-ABEND-FILE
           MOVE WS-REG-STAT      TO WS-ABEND-STAT
           PERFORM 9900-CHECK-STATUS-PARA
           DISPLAY 'AGENCY ' WS-CURR-AGENCY ' REMITTANCE LINES = '
              WS-AGY-LINES.
       6500-WRITE-MSG-PARA.
           WRITE REMIT-REGISTER-RECORD FROM REG-MSG-LINE AFTER 2
           MOVE 'REMIT-REGISTER' TO WS-ABEND-FILE
           MOVE WS-REG-STAT      TO WS-ABEND-STAT
           PERFORM 9900-CHECK-STATUS-PARA.
       9000-END-PARA.
           DISPLAY 'DEDUCTION REMITTANCE RUN COMPLETE'
           DISPLAY 'REMITTANCE LINES  = ', WS-LINE-COUNT
           DISPLAY 'LINES SKIPPED     = ', WS-SKIP-COUNT
           DISPLAY 'RETRO LINES       = ', WS-RETRO-COUNT
           DISPLAY 'LINES NOT REMITTED = ', WS-UNMAP-COUNT
           DISPLAY 'PAYEE FILES       = ', WS-AGY-FILES
           DISPLAY 'REMITTANCE VERDICT = ', RV-VERDICT
           CLOSE EMPLOYEE-MASTER, DEDN-FILE, REMIT-REGISTER.
       9900-CHECK-STATUS-PARA.
           IF WS-ABEND-STAT NOT = '00'
              DISPLAY '*** I/O ERROR ON ' WS-ABEND-FILE
                 ' STATUS=' WS-ABEND-STAT ' - JOB ABENDING ***'
              CLOSE EMPLOYEE-MASTER, DEDN-FILE, REMIT-REGISTER
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
