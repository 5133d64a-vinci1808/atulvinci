              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE  IS SEQUENTIAL
              FILE STATUS  IS WS-REG-STAT.
           SELECT RETRO-FILE ASSIGN TO 'RETROPAY.DAT'
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              RECORD KEY   IS RP-RETRO-KEY
              FILE STATUS  IS WS-RTR-STAT.
           SELECT COST-DIST-FILE ASSIGN TO 'COSTDIST.DAT'
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              RECORD KEY   IS CS-DIST-KEY
              FILE STATUS  IS WS-CDS-STAT.
           SELECT LABOUR-DIST-FILE ASSIGN TO 'LABDIST.DAT'
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE  IS SEQUENTIAL
              FILE STATUS  IS WS-LBD-STAT.
       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-MASTER
           RECORD CONTAINS 120 CHARACTERS
           RECORDING MODE IS F.
       01  POSTING-REGISTER-RECORD PIC X(120).
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
       FD  LABOUR-DIST-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  LABOUR-DIST-RECORD.
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
       WORKING-STORAGE SECTION.
       01  REG-HEADING-LINE1.
           03  FILLER           PIC X(40)
               05  WS-GP-PN     PIC 9(09)V99.
               05  WS-GP-LN     PIC 9(09)V99.
               05  WS-GP-NET    PIC S9(09)V99.
               05  WS-GP-REARN  PIC 9(09)V99.
               05  WS-GP-RTX    PIC 9(09)V99.
               05  WS-GP-RIN    PIC 9(09)V99.
               05  WS-GP-RPN    PIC 9(09)V99.
               05  WS-GP-RNET   PIC S9(09)V99.
       01  WS-JOURNAL-TABLES.
           03  WS-JRN-COUNT     PIC 9(03) VALUE ZERO.
           03  WS-JRN-ENTRY OCCURS 600 TIMES.
               05  WS-JT-LOC    PIC X(03).
               05  WS-JT-DEPT   PIC X(03).
               05  WS-JT-ELEM   PIC X(04).
       01  WS-SPLIT-TABLE.
           03  WS-SPL-COUNT     PIC 9(01) VALUE ZERO.
           03  WS-SPL-ENTRY OCCURS 5 TIMES.
               05  WS-SP-LOC    PIC X(03).
               05  WS-SP-DEPT   PIC X(03).
               05  WS-SP-PCT    PIC 9(03)V99.
               05  WS-SP-PRIMARY PIC X(01).
       01  WS-SPREAD-TABLES.
           03  WS-SRC-AMT       PIC S9(09)V99 OCCURS 6 TIMES.
           03  WS-ALLOC-TABLE.
               05  WS-ALLOC-AMT PIC S9(09)V99 OCCURS 6 TIMES.
           03  WS-SHARE-AMT     PIC S9(09)V99 OCCURS 6 TIMES.
       01  WS-DATE-TIME-FIELDS.
           03  WS-DATE          PIC 9(08) VALUE ZERO.
           03  WS-RUN-DATE      PIC X(08) VALUE SPACES.
           03  WS-MAP-STAT      PIC X(02) VALUE SPACES.
           03  WS-JRN-STAT      PIC X(02) VALUE SPACES.
           03  WS-REG-STAT      PIC X(02) VALUE SPACES.
           03  WS-RTR-STAT      PIC X(02) VALUE SPACES.
           03  WS-RETRO-EOF     PIC X(01) VALUE 'N'.
           03  WS-RETRO-AVAIL   PIC X(01) VALUE 'N'.
               88  RETRO-FILE-AVAILABLE   VALUE 'Y'.
           03  WS-RETRO-COUNT   PIC 9(05) VALUE ZERO.
           03  WS-RETRO-MARKED  PIC 9(05) VALUE ZERO.
           03  WS-CDS-STAT      PIC X(02) VALUE SPACES.
           03  WS-LBD-STAT      PIC X(02) VALUE SPACES.
           03  WS-CDS-AVAIL     PIC X(01) VALUE 'N'.
               88  COST-DIST-AVAILABLE    VALUE 'Y'.
           03  WS-CDS-EOF       PIC X(01) VALUE 'N'.
           03  WS-SPLIT-FOUND   PIC X(01) VALUE 'N'.
               88  SPLIT-FOUND            VALUE 'Y'.
           03  WS-SPREAD-MODE   PIC X(01) VALUE SPACES.
               88  SPREAD-RETRO           VALUE 'R'.
           03  WS-DIST-EMP-ID   PIC X(05) VALUE SPACES.
           03  WS-DIST-EMP-NAME PIC X(15) VALUE SPACES.
           03  WS-DIST-LOC      PIC X(03) VALUE SPACES.
           03  WS-DIST-DEPT     PIC X(03) VALUE SPACES.
           03  WS-SPL-IDX       PIC 9(01) VALUE ZERO.
           03  WS-PRIM-IDX      PIC 9(01) VALUE ZERO.
           03  WS-ELM-IDX       PIC 9(01) VALUE ZERO.
           03  WS-SPLIT-EMPS    PIC 9(05) VALUE ZERO.
           03  WS-SPLIT-BAD     PIC 9(05) VALUE ZERO.
           03  WS-LBD-COUNT     PIC 9(07) VALUE ZERO.
           03  WS-BASE-ELEM     PIC X(04) VALUE SPACES.
           03  WS-MST-EOF       PIC X(01) VALUE 'N'.
               88  END-OF-MASTER          VALUE 'Y'.
           03  WS-MAP-EOF       PIC X(01) VALUE 'N'.
       0000-MAIN-PARA.
           PERFORM 1000-INIT-PARA.
           PERFORM 2000-ACCUM-PARA UNTIL END-OF-MASTER
           IF RETRO-FILE-AVAILABLE
              PERFORM 3000-RETRO-ACCUM-PARA
           END-IF
           PERFORM 4000-BUILD-JOURNAL-PARA
           PERFORM 5000-PROVE-PARA
           PERFORM 9000-END-PARA
                 PERFORM 9900-CHECK-STATUS-PARA
              END-IF
           END-IF
           OPEN I-O RETRO-FILE
           IF WS-RTR-STAT = '00'
              SET RETRO-FILE-AVAILABLE TO TRUE
           ELSE
              IF WS-RTR-STAT NOT = '35'
                 MOVE 'RETRO-FILE'  TO WS-ABEND-FILE
                 MOVE WS-RTR-STAT   TO WS-ABEND-STAT
                 PERFORM 9900-CHECK-STATUS-PARA
              END-IF
           END-IF
           OPEN INPUT COST-DIST-FILE
           IF WS-CDS-STAT = '00'
              SET COST-DIST-AVAILABLE TO TRUE
           ELSE
              IF WS-CDS-STAT NOT = '35'
                 MOVE 'COST-DIST-FILE' TO WS-ABEND-FILE
                 MOVE WS-CDS-STAT      TO WS-ABEND-STAT
                 PERFORM 9900-CHECK-STATUS-PARA
              END-IF
           END-IF
           OPEN OUTPUT LABOUR-DIST-FILE
           MOVE 'LABOUR-DIST-FILE' TO WS-ABEND-FILE
           MOVE WS-LBD-STAT        TO WS-ABEND-STAT
           PERFORM 9900-CHECK-STATUS-PARA
           OPEN OUTPUT POSTING-REGISTER
           MOVE 'POSTING-REGISTER' TO WS-ABEND-FILE
           MOVE WS-REG-STAT        TO WS-ABEND-STAT
       2000-ACCUM-PARA.
           IF M-EMP-STATUS NOT = 'T' AND M-EMP-EARN NUMERIC
              ADD 1 TO WS-EMP-COUNT
              PERFORM 3700-DEDN-ROLLUP-PARA
              COMPUTE WS-EMP-NET = M-EMP-EARN - WS-DT-TOTAL
              MOVE 'N'         TO WS-SPREAD-MODE
              MOVE M-EMP-EARN  TO WS-SRC-AMT(1)
              MOVE WS-DT-TAX   TO WS-SRC-AMT(2)
              MOVE WS-DT-INS   TO WS-SRC-AMT(3)
              MOVE WS-DT-PEN   TO WS-SRC-AMT(4)
              MOVE WS-DT-LOAN  TO WS-SRC-AMT(5)
              MOVE WS-EMP-NET  TO WS-SRC-AMT(6)
              MOVE M-EMP-ID    TO WS-DIST-EMP-ID
              MOVE M-EMP-NAME  TO WS-DIST-EMP-NAME
              MOVE M-EMP-LOC   TO WS-DIST-LOC
              MOVE M-EMP-DEPT  TO WS-DIST-DEPT
              PERFORM 2100-FIND-SPLIT-PARA
              PERFORM 2300-SPREAD-PARA
           END-IF
           PERFORM 1500-READ-PARA.
       2100-FIND-SPLIT-PARA.
           MOVE 'N' TO WS-SPLIT-FOUND
           IF COST-DIST-AVAILABLE
              MOVE 'N'            TO WS-CDS-EOF
              MOVE WS-DIST-EMP-ID TO CS-EMP-ID
              MOVE LOW-VALUES     TO CS-EFF-DATE
              START COST-DIST-FILE KEY IS NOT LESS THAN CS-DIST-KEY
                 INVALID KEY
                    MOVE 'Y' TO WS-CDS-EOF
              END-START
              PERFORM 2150-SPLIT-NEXT-PARA UNTIL WS-CDS-EOF = 'Y'
           END-IF
           IF SPLIT-FOUND
              IF WS-SPL-COUNT NOT NUMERIC OR WS-SPL-COUNT = ZERO
                    OR WS-SPL-COUNT > 5
                 ADD 1 TO WS-SPLIT-BAD
                 DISPLAY '*** INVALID COST SPLIT FOR ' WS-DIST-EMP-ID
                    ' - POSTED TO MASTER LOC/DEPT ***'
                 MOVE 'N' TO WS-SPLIT-FOUND
              ELSE
                 IF NOT SPREAD-RETRO
                    ADD 1 TO WS-SPLIT-EMPS
                 END-IF
              END-IF
           END-IF
           IF NOT SPLIT-FOUND
              INITIALIZE WS-SPLIT-TABLE
              MOVE 1            TO WS-SPL-COUNT
              MOVE WS-DIST-LOC  TO WS-SP-LOC(1)
              MOVE WS-DIST-DEPT TO WS-SP-DEPT(1)
              MOVE 100          TO WS-SP-PCT(1)
              MOVE 'P'          TO WS-SP-PRIMARY(1)
           END-IF.
       2150-SPLIT-NEXT-PARA.
           READ COST-DIST-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-CDS-EOF
           END-READ
           IF WS-CDS-EOF NOT = 'Y'
              IF CS-EMP-ID = WS-DIST-EMP-ID
                    AND CS-EFF-DATE NOT > WS-RUN-DATE
                 SET SPLIT-FOUND TO TRUE
                 MOVE CS-SPLIT-DATA TO WS-SPLIT-TABLE
              ELSE
                 MOVE 'Y' TO WS-CDS-EOF
              END-IF
           END-IF.
       2200-FIND-GROUP-PARA.
           MOVE 'N' TO WS-GRP-FOUND
           MOVE 1   TO WS-GRP-IDX
                 ADD 1 TO WS-GRP-COUNT
                 MOVE WS-GRP-COUNT TO WS-GRP-IDX
                 INITIALIZE WS-GRP-ENTRY(WS-GRP-IDX)
                 MOVE WS-LOOKUP-LOC  TO WS-GP-LOC(WS-GRP-IDX)
                 MOVE WS-LOOKUP-DEPT TO WS-GP-DEPT(WS-GRP-IDX)
              ELSE
                 DISPLAY '*** GROUP TABLE FULL - JOB ABENDING ***'
                 MOVE 16 TO RETURN-CODE
              END-IF
           END-IF.
       2250-SCAN-GROUP-PARA.
           IF WS-GP-LOC(WS-GRP-IDX) = WS-LOOKUP-LOC
                 AND WS-GP-DEPT(WS-GRP-IDX) = WS-LOOKUP-DEPT
              SET GROUP-FOUND TO TRUE
           ELSE
              ADD 1 TO WS-GRP-IDX
           END-IF.
       2300-SPREAD-PARA.
           INITIALIZE WS-ALLOC-TABLE
           MOVE 1 TO WS-PRIM-IDX
           PERFORM 2310-FIND-PRIMARY-PARA
              VARYING WS-SPL-IDX FROM WS-SPL-COUNT BY -1
              UNTIL WS-SPL-IDX < 1
           PERFORM 2320-SPREAD-SPLIT-PARA
              VARYING WS-SPL-IDX FROM 1 BY 1
              UNTIL WS-SPL-IDX > WS-SPL-COUNT
           MOVE WS-PRIM-IDX TO WS-SPL-IDX
           PERFORM 2340-PRIMARY-SHARE-PARA
              VARYING WS-ELM-IDX FROM 1 BY 1
              UNTIL WS-ELM-IDX > 6
           PERFORM 2350-POST-SPLIT-PARA.
       2310-FIND-PRIMARY-PARA.
           IF WS-SP-PRIMARY(WS-SPL-IDX) = 'P'
              MOVE WS-SPL-IDX TO WS-PRIM-IDX
           END-IF.
       2320-SPREAD-SPLIT-PARA.
           IF WS-SPL-IDX NOT = WS-PRIM-IDX
              PERFORM 2330-SPLIT-SHARE-PARA
                 VARYING WS-ELM-IDX FROM 1 BY 1
                 UNTIL WS-ELM-IDX > 6
              PERFORM 2350-POST-SPLIT-PARA
           END-IF.
       2330-SPLIT-SHARE-PARA.
           COMPUTE WS-SHARE-AMT(WS-ELM-IDX) ROUNDED =
              WS-SRC-AMT(WS-ELM-IDX) * WS-SP-PCT(WS-SPL-IDX) / 100
           ADD WS-SHARE-AMT(WS-ELM-IDX) TO WS-ALLOC-AMT(WS-ELM-IDX).
       2340-PRIMARY-SHARE-PARA.
           COMPUTE WS-SHARE-AMT(WS-ELM-IDX) =
              WS-SRC-AMT(WS-ELM-IDX) - WS-ALLOC-AMT(WS-ELM-IDX).
       2350-POST-SPLIT-PARA.
           MOVE WS-SP-LOC(WS-SPL-IDX)  TO WS-LOOKUP-LOC
           MOVE WS-SP-DEPT(WS-SPL-IDX) TO WS-LOOKUP-DEPT
           PERFORM 2200-FIND-GROUP-PARA
           IF SPREAD-RETRO
              ADD WS-SHARE-AMT(1) TO WS-GP-REARN(WS-GRP-IDX)
              ADD WS-SHARE-AMT(2) TO WS-GP-RTX(WS-GRP-IDX)
              ADD WS-SHARE-AMT(3) TO WS-GP-RIN(WS-GRP-IDX)
              ADD WS-SHARE-AMT(4) TO WS-GP-RPN(WS-GRP-IDX)
              ADD WS-SHARE-AMT(6) TO WS-GP-RNET(WS-GRP-IDX)
           ELSE
              ADD WS-SHARE-AMT(1) TO WS-GP-EARN(WS-GRP-IDX)
              ADD WS-SHARE-AMT(2) TO WS-GP-TX(WS-GRP-IDX)
              ADD WS-SHARE-AMT(3) TO WS-GP-IN(WS-GRP-IDX)
              ADD WS-SHARE-AMT(4) TO WS-GP-PN(WS-GRP-IDX)
              ADD WS-SHARE-AMT(5) TO WS-GP-LN(WS-GRP-IDX)
              ADD WS-SHARE-AMT(6) TO WS-GP-NET(WS-GRP-IDX)
           END-IF
           INITIALIZE LABOUR-DIST-RECORD
           MOVE WS-SP-DEPT(WS-SPL-IDX)    TO LD-DEPT
           MOVE WS-SP-LOC(WS-SPL-IDX)     TO LD-LOC
           MOVE WS-DIST-EMP-ID            TO LD-EMP-ID
           MOVE WS-DIST-EMP-NAME          TO LD-EMP-NAME
           MOVE WS-SPREAD-MODE            TO LD-SOURCE
           MOVE WS-SP-PCT(WS-SPL-IDX)     TO LD-PCT
           IF WS-SPL-IDX = WS-PRIM-IDX
              MOVE 'P' TO LD-PRIMARY
           END-IF
           MOVE WS-SHARE-AMT(1)           TO LD-EARN
           COMPUTE LD-DEDN = WS-SHARE-AMT(2) + WS-SHARE-AMT(3)
              + WS-SHARE-AMT(4) + WS-SHARE-AMT(5)
           MOVE WS-SHARE-AMT(6)           TO LD-NET
           MOVE WS-RUN-DATE               TO LD-POST-DATE
           WRITE LABOUR-DIST-RECORD
           MOVE 'LABOUR-DIST-FILE' TO WS-ABEND-FILE
           MOVE WS-LBD-STAT        TO WS-ABEND-STAT
           PERFORM 9900-CHECK-STATUS-PARA
           ADD 1 TO WS-LBD-COUNT.
       3000-RETRO-ACCUM-PARA.
           MOVE 'N'        TO WS-RETRO-EOF
           MOVE LOW-VALUES TO RP-RETRO-KEY
           START RETRO-FILE KEY IS NOT LESS THAN RP-RETRO-KEY
              INVALID KEY
                 MOVE 'Y' TO WS-RETRO-EOF
           END-START
           PERFORM 3050-RETRO-NEXT-PARA UNTIL WS-RETRO-EOF = 'Y'.
       3050-RETRO-NEXT-PARA.
           READ RETRO-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-RETRO-EOF
           END-READ
           IF WS-RETRO-EOF NOT = 'Y'
              IF WS-RTR-STAT = '00'
                 IF RP-GL-POSTED NOT = 'Y'
                       OR RP-CLOSE-YEAR = SPACES
                    ADD 1 TO WS-RETRO-COUNT
                    MOVE 'R'         TO WS-SPREAD-MODE
                    MOVE RP-ARR-EARN TO WS-SRC-AMT(1)
                    MOVE RP-ARR-TX   TO WS-SRC-AMT(2)
                    MOVE RP-ARR-IN   TO WS-SRC-AMT(3)
                    MOVE RP-ARR-PN   TO WS-SRC-AMT(4)
                    MOVE ZERO        TO WS-SRC-AMT(5)
                    MOVE RP-ARR-NET  TO WS-SRC-AMT(6)
                    MOVE RP-EMP-ID   TO WS-DIST-EMP-ID
                    MOVE RP-EMP-NAME TO WS-DIST-EMP-NAME
                    MOVE RP-EMP-LOC  TO WS-DIST-LOC
                    MOVE RP-EMP-DEPT TO WS-DIST-DEPT
                    PERFORM 2100-FIND-SPLIT-PARA
                    PERFORM 2300-SPREAD-PARA
                 END-IF
              ELSE
                 MOVE 'RETRO-FILE' TO WS-ABEND-FILE
                 MOVE WS-RTR-STAT  TO WS-ABEND-STAT
                 PERFORM 9900-CHECK-STATUS-PARA
              END-IF
           END-IF.
       3700-DEDN-ROLLUP-PARA.
           MOVE ZERO TO WS-DT-TAX, WS-DT-INS, WS-DT-PEN, WS-DT-LOAN,
                        WS-DT-TOTAL
       4100-BUILD-GROUP-PARA.
           MOVE WS-GP-LOC(WS-GRP-IDX)  TO WS-LOOKUP-LOC
           MOVE WS-GP-DEPT(WS-GRP-IDX) TO WS-LOOKUP-DEPT
           MOVE SPACES TO WS-BASE-ELEM
           IF WS-GP-EARN(WS-GRP-IDX) > ZERO
              MOVE 'EARN' TO WS-LOOKUP-ELEM
              MOVE WS-GP-EARN(WS-GRP-IDX) TO WS-POST-AMT
              MOVE WS-GP-NET(WS-GRP-IDX) TO WS-POST-AMT
              MOVE 'CR'   TO WS-POST-DRCR
              PERFORM 4500-POST-ENTRY-PARA
           END-IF
           PERFORM 4200-BUILD-RETRO-PARA.
       4200-BUILD-RETRO-PARA.
           IF WS-GP-REARN(WS-GRP-IDX) > ZERO
              MOVE 'REAR' TO WS-LOOKUP-ELEM
              MOVE 'EARN' TO WS-BASE-ELEM
              MOVE WS-GP-REARN(WS-GRP-IDX) TO WS-POST-AMT
              MOVE 'DR'   TO WS-POST-DRCR
              PERFORM 4500-POST-ENTRY-PARA
           END-IF
           IF WS-GP-RTX(WS-GRP-IDX) > ZERO
              MOVE 'RTX'  TO WS-LOOKUP-ELEM
              MOVE 'TX'   TO WS-BASE-ELEM
              MOVE WS-GP-RTX(WS-GRP-IDX) TO WS-POST-AMT
              MOVE 'CR'   TO WS-POST-DRCR
              PERFORM 4500-POST-ENTRY-PARA
           END-IF
           IF WS-GP-RIN(WS-GRP-IDX) > ZERO
              MOVE 'RIN'  TO WS-LOOKUP-ELEM
              MOVE 'IN'   TO WS-BASE-ELEM
              MOVE WS-GP-RIN(WS-GRP-IDX) TO WS-POST-AMT
              MOVE 'CR'   TO WS-POST-DRCR
              PERFORM 4500-POST-ENTRY-PARA
           END-IF
           IF WS-GP-RPN(WS-GRP-IDX) > ZERO
              MOVE 'RPN'  TO WS-LOOKUP-ELEM
              MOVE 'PN'   TO WS-BASE-ELEM
              MOVE WS-GP-RPN(WS-GRP-IDX) TO WS-POST-AMT
              MOVE 'CR'   TO WS-POST-DRCR
              PERFORM 4500-POST-ENTRY-PARA
           END-IF
           IF WS-GP-RNET(WS-GRP-IDX) NOT = ZERO
              MOVE 'RNET' TO WS-LOOKUP-ELEM
              MOVE 'NET'  TO WS-BASE-ELEM
              MOVE WS-GP-RNET(WS-GRP-IDX) TO WS-POST-AMT
              MOVE 'CR'   TO WS-POST-DRCR
              PERFORM 4500-POST-ENTRY-PARA
           END-IF
           MOVE SPACES TO WS-BASE-ELEM.
       4500-POST-ENTRY-PARA.
           PERFORM 4600-FIND-ACCOUNT-PARA
           IF NOT ACCOUNT-FOUND
           MOVE SPACES TO WS-FOUND-ACCT
           MOVE 1 TO WS-MAP-IDX
           PERFORM 4650-SCAN-MAP-PARA
              UNTIL WS-MAP-IDX > WS-MAP-COUNT OR ACCOUNT-FOUND
           IF NOT ACCOUNT-FOUND AND WS-BASE-ELEM NOT = SPACES
              MOVE 1 TO WS-MAP-IDX
              PERFORM 4660-SCAN-BASE-PARA
                 UNTIL WS-MAP-IDX > WS-MAP-COUNT OR ACCOUNT-FOUND
           END-IF.
       4650-SCAN-MAP-PARA.
           IF WS-MP-LOC(WS-MAP-IDX) = WS-LOOKUP-LOC
                 AND WS-MP-DEPT(WS-MAP-IDX) = WS-LOOKUP-DEPT
           ELSE
              ADD 1 TO WS-MAP-IDX
           END-IF.
       4660-SCAN-BASE-PARA.
           IF WS-MP-LOC(WS-MAP-IDX) = WS-LOOKUP-LOC
                 AND WS-MP-DEPT(WS-MAP-IDX) = WS-LOOKUP-DEPT
                 AND WS-MP-ELEM(WS-MAP-IDX) = WS-BASE-ELEM
              SET ACCOUNT-FOUND TO TRUE
              MOVE WS-MP-ACCT(WS-MAP-IDX) TO WS-FOUND-ACCT
           ELSE
              ADD 1 TO WS-MAP-IDX
           END-IF.
       5000-PROVE-PARA.
           IF UNMAPPED-COMBOS
              MOVE SPACES TO RG-MSG
           PERFORM 6100-WRITE-ENTRY-PARA
              VARYING WS-JRN-IDX FROM 1 BY 1
              UNTIL WS-JRN-IDX > WS-JRN-WRITTEN
           CLOSE JOURNAL-FILE
           IF RETRO-FILE-AVAILABLE AND WS-RETRO-COUNT > ZERO
              PERFORM 6200-MARK-RETRO-PARA
           END-IF.
       6100-WRITE-ENTRY-PARA.
           INITIALIZE JOURNAL-RECORD
           MOVE WS-JT-ACCT(WS-JRN-IDX) TO JR-ACCOUNT
           MOVE 'POSTING-REGISTER' TO WS-ABEND-FILE
           MOVE WS-REG-STAT        TO WS-ABEND-STAT
           PERFORM 9900-CHECK-STATUS-PARA.
       6200-MARK-RETRO-PARA.
           MOVE 'N'        TO WS-RETRO-EOF
           MOVE LOW-VALUES TO RP-RETRO-KEY
           START RETRO-FILE KEY IS NOT LESS THAN RP-RETRO-KEY
              INVALID KEY
                 MOVE 'Y' TO WS-RETRO-EOF
           END-START
           PERFORM 6250-MARK-RETRO-NEXT-PARA UNTIL WS-RETRO-EOF = 'Y'.
       6250-MARK-RETRO-NEXT-PARA.
           READ RETRO-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-RETRO-EOF
           END-READ
           IF WS-RETRO-EOF NOT = 'Y'
              IF RP-GL-POSTED NOT = 'Y'
                 MOVE 'Y' TO RP-GL-POSTED
                 REWRITE RETRO-RECORD
                    INVALID KEY
                       CONTINUE
                 END-REWRITE
                 MOVE 'RETRO-FILE' TO WS-ABEND-FILE
                 MOVE WS-RTR-STAT  TO WS-ABEND-STAT
                 PERFORM 9900-CHECK-STATUS-PARA
                 ADD 1 TO WS-RETRO-MARKED
              END-IF
           END-IF.
       6500-WRITE-MSG-PARA.
           WRITE POSTING-REGISTER-RECORD FROM REG-MSG-LINE AFTER 2
           MOVE 'POSTING-REGISTER' TO WS-ABEND-FILE
           DISPLAY 'GL POSTING RUN COMPLETE'
           DISPLAY 'EMPLOYEES POSTED  = ', WS-EMP-COUNT
           DISPLAY 'JOURNAL ENTRIES   = ', WS-JRN-WRITTEN
           DISPLAY 'RETRO LINES       = ', WS-RETRO-COUNT
           DISPLAY 'RETRO LINES POSTED = ', WS-RETRO-MARKED
           DISPLAY 'SPLIT EMPLOYEES   = ', WS-SPLIT-EMPS
           DISPLAY 'INVALID SPLITS    = ', WS-SPLIT-BAD
           DISPLAY 'DISTRIBUTION LINES = ', WS-LBD-COUNT
           DISPLAY 'UNMAPPED COMBOS   = ', WS-UNMAP-COUNT
           DISPLAY 'JOURNAL VERDICT   = ', RV-VERDICT
           IF DEDN-FILE-AVAILABLE
              CLOSE DEDN-FILE
           END-IF
           IF RETRO-FILE-AVAILABLE
              CLOSE RETRO-FILE
           END-IF
           IF COST-DIST-AVAILABLE
              CLOSE COST-DIST-FILE
           END-IF
           CLOSE EMPLOYEE-MASTER, POSTING-REGISTER, LABOUR-DIST-FILE.
       9900-CHECK-STATUS-PARA.
           IF WS-ABEND-STAT NOT = '00'
              DISPLAY '*** I/O ERROR ON ' WS-ABEND-FILE
