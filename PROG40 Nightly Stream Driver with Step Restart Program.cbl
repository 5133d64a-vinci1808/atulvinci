       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG40.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STREAM-DEFINITION ASSIGN TO 'STREAMDF.DAT'
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE  IS SEQUENTIAL
              FILE STATUS  IS WS-DEF-STAT.
           SELECT STREAM-CONTROL ASSIGN TO 'STREAMCT.DAT'
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE  IS SEQUENTIAL
              FILE STATUS  IS WS-CTL-STAT.
           SELECT STEP-STATUS-FILE ASSIGN TO 'STREAMST.DAT'
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE  IS SEQUENTIAL
              FILE STATUS  IS WS-STS-STAT.
           SELECT STREAM-LOG ASSIGN TO 'STREAMLG.DAT'
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE  IS SEQUENTIAL
              FILE STATUS  IS WS-LOG-STAT.
       DATA DIVISION.
       FILE SECTION.
       FD  STREAM-DEFINITION
           RECORD CONTAINS 120 CHARACTERS
           RECORDING MODE IS F.
       01  STREAM-DEFINITION-RECORD.
           03  SD-STEP-ID       PIC X(08).
           03  SD-PROGRAM       PIC X(08).
           03  SD-RUN-TYPE      PIC X(01).
           03  SD-MAX-RC        PIC 9(02).
           03  SD-DEPENDS       PIC X(08) OCCURS 4 TIMES.
           03  SD-COMMAND       PIC X(60).
           03  FILLER           PIC X(09).
       FD  STREAM-CONTROL
           RECORD CONTAINS 60 CHARACTERS
           RECORDING MODE IS F.
       01  STREAM-CONTROL-RECORD.
           03  SC-ACTION        PIC X(08).
           03  SC-REQUEST       PIC X(08) OCCURS 5 TIMES.
           03  FILLER           PIC X(12).
       FD  STEP-STATUS-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  STEP-STATUS-RECORD.
           03  SS-STREAM-DATE   PIC X(08).
           03  SS-STEP-ID       PIC X(08).
           03  SS-PROGRAM       PIC X(08).
           03  SS-STATUS        PIC X(01).
           03  SS-RC            PIC 9(03).
           03  SS-START-DATE    PIC X(08).
           03  SS-START-TIME    PIC X(06).
           03  SS-END-DATE      PIC X(08).
           03  SS-END-TIME      PIC X(06).
           03  FILLER           PIC X(24).
       FD  STREAM-LOG
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  STREAM-LOG-RECORD PIC X(80).
       WORKING-STORAGE SECTION.
       01  WS-LOG-LINE.
           03  LG-DATE          PIC X(10) VALUE SPACES.
           03  FILLER           PIC X(01) VALUE SPACES.
           03  LG-TIME          PIC X(08) VALUE SPACES.
           03  FILLER           PIC X(01) VALUE SPACES.
           03  LG-STEP-ID       PIC X(08) VALUE SPACES.
           03  FILLER           PIC X(01) VALUE SPACES.
           03  LG-PROGRAM       PIC X(08) VALUE SPACES.
           03  FILLER           PIC X(01) VALUE SPACES.
           03  LG-EVENT         PIC X(10) VALUE SPACES.
           03  FILLER           PIC X(01) VALUE SPACES.
           03  LG-RC            PIC ZZ9 VALUE ZERO.
           03  FILLER           PIC X(01) VALUE SPACES.
           03  LG-TEXT          PIC X(25) VALUE SPACES.
           03  FILLER           PIC X(02) VALUE SPACES.
       01  WS-STEP-TABLE.
           03  WS-ST-COUNT      PIC 9(03) VALUE ZERO.
           03  WS-ST-ENTRY OCCURS 50 TIMES.
               05  WS-ST-STEP-ID    PIC X(08).
               05  WS-ST-PROGRAM    PIC X(08).
               05  WS-ST-RUN-TYPE   PIC X(01).
               05  WS-ST-MAX-RC     PIC 9(02).
               05  WS-ST-DEPENDS    PIC X(08) OCCURS 4 TIMES.
               05  WS-ST-COMMAND    PIC X(60).
               05  WS-ST-STATUS     PIC X(01).
               05  WS-ST-RC         PIC 9(03).
               05  WS-ST-START-DATE PIC X(08).
               05  WS-ST-START-TIME PIC X(06).
               05  WS-ST-END-DATE   PIC X(08).
               05  WS-ST-END-TIME   PIC X(06).
       01  WS-DATE-TIME-FIELDS.
           03  WS-DATE          PIC 9(08) VALUE ZERO.
           03  WS-TIME                    VALUE ZERO.
               05  WS-TIME-HH   PIC 9(02).
               05  WS-TIME-MM   PIC 9(02).
               05  WS-TIME-SS   PIC 9(02).
               05  WS-TIME-FS   PIC 9(02).
           03  WS-RUN-DATE      PIC X(08) VALUE SPACES.
           03  WS-FDATE         PIC X(10) VALUE SPACES.
           03  WS-FTIME.
               05  F-HH         PIC 9(02) VALUE ZERO.
               05  FILLER       PIC X(01) VALUE ':'.
               05  F-MM         PIC 9(02) VALUE ZERO.
               05  FILLER       PIC X(01) VALUE ':'.
               05  F-SS         PIC 9(02) VALUE ZERO.
       01  WS-VARIABLES.
           03  WS-DEF-STAT      PIC X(02) VALUE SPACES.
           03  WS-CTL-STAT      PIC X(02) VALUE SPACES.
           03  WS-STS-STAT      PIC X(02) VALUE SPACES.
           03  WS-LOG-STAT      PIC X(02) VALUE SPACES.
           03  WS-DEF-EOF       PIC X(01) VALUE 'N'.
           03  WS-STS-EOF       PIC X(01) VALUE 'N'.
           03  WS-ACTION        PIC X(08) VALUE SPACES.
           03  WS-REQUESTS.
               05  WS-REQUEST   PIC X(08) OCCURS 5 TIMES.
           03  WS-MODE          PIC X(01) VALUE 'N'.
               88  NEW-STREAM             VALUE 'N'.
               88  RESTART-STREAM         VALUE 'R'.
           03  WS-REFUSE-FLAG   PIC X(01) VALUE 'N'.
               88  STREAM-REFUSED         VALUE 'Y'.
           03  WS-REFUSE-REASON PIC X(40) VALUE SPACES.
           03  WS-PRIOR-FLAG    PIC X(01) VALUE 'N'.
               88  PRIOR-ON-FILE          VALUE 'Y'.
           03  WS-PRIOR-OPEN    PIC X(01) VALUE 'N'.
               88  PRIOR-INCOMPLETE       VALUE 'Y'.
           03  WS-STREAM-DATE   PIC X(08) VALUE SPACES.
           03  WS-IDX           PIC 9(03) VALUE ZERO.
           03  WS-DEP-IDX       PIC 9(03) VALUE ZERO.
           03  WS-FIND-IDX      PIC 9(03) VALUE ZERO.
           03  WS-REQ-IDX       PIC 9(01) VALUE ZERO.
           03  WS-DX            PIC 9(01) VALUE ZERO.
           03  WS-FIND-STEP     PIC X(08) VALUE SPACES.
           03  WS-FOUND-IDX     PIC 9(03) VALUE ZERO.
           03  WS-REQ-FOUND     PIC X(01) VALUE 'N'.
               88  STEP-REQUESTED         VALUE 'Y'.
           03  WS-BLOCKED-BY    PIC X(08) VALUE SPACES.
           03  WS-COMMAND       PIC X(60) VALUE SPACES.
           03  WS-SYS-RC        PIC S9(09) VALUE ZERO.
           03  WS-SYS-REM       PIC 9(09) VALUE ZERO.
           03  WS-STEP-RC       PIC 9(03) VALUE ZERO.
           03  WS-RUN-COUNT     PIC 9(03) VALUE ZERO.
           03  WS-SKIP-COUNT    PIC 9(03) VALUE ZERO.
           03  WS-BYPASS-COUNT  PIC 9(03) VALUE ZERO.
           03  WS-FAIL-COUNT    PIC 9(03) VALUE ZERO.
           03  WS-STOP-COUNT    PIC 9(03) VALUE ZERO.
           03  WS-WARN-COUNT    PIC 9(03) VALUE ZERO.
           03  WS-FINAL-RC      PIC 9(02) VALUE ZERO.
           03  WS-ABEND-FILE    PIC X(20) VALUE SPACES.
           03  WS-ABEND-STAT    PIC X(02) VALUE SPACES.
       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           PERFORM 1000-INIT-PARA.
           IF NOT STREAM-REFUSED
              PERFORM 2000-STEP-PARA
                 VARYING WS-IDX FROM 1 BY 1
                 UNTIL WS-IDX > WS-ST-COUNT
           END-IF
           PERFORM 9000-END-PARA
           STOP RUN.
       1000-INIT-PARA.
           PERFORM 1100-DATE-TIME-PARA
           OPEN EXTEND STREAM-LOG
           IF WS-LOG-STAT = '35'
              OPEN OUTPUT STREAM-LOG
           END-IF
           MOVE 'STREAM-LOG' TO WS-ABEND-FILE
           MOVE WS-LOG-STAT  TO WS-ABEND-STAT
           PERFORM 9900-CHECK-STATUS-PARA
           PERFORM 1200-CONTROL-PARA
           PERFORM 1300-LOAD-DEFINITION-PARA
           IF NOT STREAM-REFUSED
              PERFORM 1400-EDIT-DEPENDS-PARA
                 VARYING WS-IDX FROM 1 BY 1
                 UNTIL WS-IDX > WS-ST-COUNT OR STREAM-REFUSED
           END-IF
           IF NOT STREAM-REFUSED
              PERFORM 1500-LOAD-STATUS-PARA
           END-IF
           IF NOT STREAM-REFUSED
              PERFORM 1600-SET-MODE-PARA
           END-IF
           IF STREAM-REFUSED
              DISPLAY '*** ' WS-REFUSE-REASON ' - RUN REFUSED ***'
              MOVE SPACES           TO LG-STEP-ID, LG-PROGRAM
              MOVE 'REFUSED'        TO LG-EVENT
              MOVE ZERO             TO LG-RC
              MOVE WS-REFUSE-REASON TO LG-TEXT
              PERFORM 8000-WRITE-LOG-PARA
           END-IF.
       1100-DATE-TIME-PARA.
           ACCEPT WS-DATE FROM DATE
           ACCEPT WS-TIME FROM TIME
           MOVE '20'         TO WS-RUN-DATE(1:2)
           MOVE WS-DATE(3:2) TO WS-RUN-DATE(3:2)
           MOVE WS-DATE(5:2) TO WS-RUN-DATE(5:2)
           MOVE WS-DATE(7:2) TO WS-RUN-DATE(7:2)
           MOVE    20        TO WS-FDATE(7:2)
           MOVE WS-DATE(3:2) TO WS-FDATE(9:2)
           MOVE WS-DATE(5:2) TO WS-FDATE(4:2)
           MOVE WS-DATE(7:2) TO WS-FDATE(1:2)
           MOVE '/'  TO WS-FDATE(3:1) WS-FDATE(6:1)
           MOVE WS-TIME-HH TO F-HH
           MOVE WS-TIME-MM TO F-MM
           MOVE WS-TIME-SS TO F-SS.
       1200-CONTROL-PARA.
           MOVE SPACES TO WS-ACTION, WS-REQUESTS
           OPEN INPUT STREAM-CONTROL
           IF WS-CTL-STAT = '00'
              READ STREAM-CONTROL
                 AT END
                    CONTINUE
              END-READ
              IF WS-CTL-STAT = '00'
                 MOVE SC-ACTION TO WS-ACTION
                 PERFORM 1250-LOAD-REQUEST-PARA
                    VARYING WS-REQ-IDX FROM 1 BY 1
                    UNTIL WS-REQ-IDX > 5
              END-IF
              CLOSE STREAM-CONTROL
           ELSE
              IF WS-CTL-STAT NOT = '35'
                 MOVE 'STREAM-CONTROL' TO WS-ABEND-FILE
                 MOVE WS-CTL-STAT      TO WS-ABEND-STAT
                 PERFORM 9900-CHECK-STATUS-PARA
              END-IF
           END-IF
           IF WS-ACTION NOT = SPACES AND NOT = 'NEW'
                 AND NOT = 'RESTART'
              SET STREAM-REFUSED TO TRUE
              MOVE 'UNKNOWN STREAM CONTROL ACTION'
                 TO WS-REFUSE-REASON
           END-IF.
       1250-LOAD-REQUEST-PARA.
           MOVE SC-REQUEST(WS-REQ-IDX) TO WS-REQUEST(WS-REQ-IDX).
       1300-LOAD-DEFINITION-PARA.
           OPEN INPUT STREAM-DEFINITION
           IF WS-DEF-STAT NOT = '00'
              DISPLAY '*** STREAM DEFINITION NOT AVAILABLE - STATUS '
                 WS-DEF-STAT ' - RUN REFUSED ***'
              SET STREAM-REFUSED TO TRUE
              MOVE 'STREAM DEFINITION NOT AVAILABLE'
                 TO WS-REFUSE-REASON
           ELSE
              MOVE 'N' TO WS-DEF-EOF
              PERFORM 1350-LOAD-DEF-NEXT-PARA
                 UNTIL WS-DEF-EOF = 'Y' OR STREAM-REFUSED
              CLOSE STREAM-DEFINITION
              IF WS-ST-COUNT = ZERO AND NOT STREAM-REFUSED
                 SET STREAM-REFUSED TO TRUE
                 MOVE 'STREAM DEFINITION HOLDS NO STEPS'
                    TO WS-REFUSE-REASON
              END-IF
           END-IF.
       1350-LOAD-DEF-NEXT-PARA.
           READ STREAM-DEFINITION
              AT END
                 MOVE 'Y' TO WS-DEF-EOF
           END-READ
           IF WS-DEF-EOF NOT = 'Y'
              MOVE 'STREAM-DEFINITION' TO WS-ABEND-FILE
              MOVE WS-DEF-STAT         TO WS-ABEND-STAT
              PERFORM 9900-CHECK-STATUS-PARA
              IF SD-STEP-ID NOT = SPACES AND SD-STEP-ID(1:1) NOT = '*'
                 PERFORM 1370-ADD-STEP-PARA
              END-IF
           END-IF.
       1370-ADD-STEP-PARA.
           MOVE SD-STEP-ID TO WS-FIND-STEP
           PERFORM 7000-FIND-STEP-PARA
           EVALUATE TRUE
              WHEN WS-ST-COUNT NOT < 50
                 SET STREAM-REFUSED TO TRUE
                 MOVE 'MORE THAN 50 STREAM STEPS'
                    TO WS-REFUSE-REASON
              WHEN WS-FOUND-IDX NOT = ZERO
                 SET STREAM-REFUSED TO TRUE
                 MOVE SPACES TO WS-REFUSE-REASON
                 STRING 'DUPLICATE STEP ' SD-STEP-ID
                    DELIMITED BY SIZE INTO WS-REFUSE-REASON
              WHEN SD-PROGRAM = SPACES OR SD-COMMAND = SPACES
                    OR SD-MAX-RC NOT NUMERIC
                    OR (SD-RUN-TYPE NOT = 'N' AND NOT = 'D')
                 SET STREAM-REFUSED TO TRUE
                 MOVE SPACES TO WS-REFUSE-REASON
                 STRING 'INVALID DEFINITION FOR STEP ' SD-STEP-ID
                    DELIMITED BY SIZE INTO WS-REFUSE-REASON
              WHEN OTHER
                 ADD 1 TO WS-ST-COUNT
                 MOVE SD-STEP-ID  TO WS-ST-STEP-ID(WS-ST-COUNT)
                 MOVE SD-PROGRAM  TO WS-ST-PROGRAM(WS-ST-COUNT)
                 MOVE SD-RUN-TYPE TO WS-ST-RUN-TYPE(WS-ST-COUNT)
                 MOVE SD-MAX-RC   TO WS-ST-MAX-RC(WS-ST-COUNT)
                 MOVE SD-COMMAND  TO WS-ST-COMMAND(WS-ST-COUNT)
                 PERFORM 1380-COPY-DEPENDS-PARA
                    VARYING WS-DX FROM 1 BY 1 UNTIL WS-DX > 4
                 MOVE SPACES TO WS-ST-STATUS(WS-ST-COUNT)
                 MOVE ZERO   TO WS-ST-RC(WS-ST-COUNT)
                 MOVE SPACES TO WS-ST-START-DATE(WS-ST-COUNT)
                 MOVE SPACES TO WS-ST-START-TIME(WS-ST-COUNT)
                 MOVE SPACES TO WS-ST-END-DATE(WS-ST-COUNT)
                 MOVE SPACES TO WS-ST-END-TIME(WS-ST-COUNT)
           END-EVALUATE.
       1380-COPY-DEPENDS-PARA.
           MOVE SD-DEPENDS(WS-DX) TO WS-ST-DEPENDS(WS-ST-COUNT, WS-DX).
       1400-EDIT-DEPENDS-PARA.
           PERFORM 1450-EDIT-ONE-DEPEND-PARA
              VARYING WS-DX FROM 1 BY 1
              UNTIL WS-DX > 4 OR STREAM-REFUSED.
       1450-EDIT-ONE-DEPEND-PARA.
           IF WS-ST-DEPENDS(WS-IDX, WS-DX) NOT = SPACES
              MOVE WS-ST-DEPENDS(WS-IDX, WS-DX) TO WS-FIND-STEP
              PERFORM 7000-FIND-STEP-PARA
              IF WS-FOUND-IDX = ZERO OR WS-FOUND-IDX NOT < WS-IDX
                 SET STREAM-REFUSED TO TRUE
                 MOVE SPACES TO WS-REFUSE-REASON
                 STRING 'STEP ' WS-ST-STEP-ID(WS-IDX)
                    ' DEPENDS ON ' WS-FIND-STEP
                    DELIMITED BY SIZE INTO WS-REFUSE-REASON
              END-IF
           END-IF.
       1500-LOAD-STATUS-PARA.
           OPEN INPUT STEP-STATUS-FILE
           IF WS-STS-STAT = '00'
              MOVE 'N' TO WS-STS-EOF
              PERFORM 1550-LOAD-STATUS-NEXT-PARA
                 UNTIL WS-STS-EOF = 'Y'
              CLOSE STEP-STATUS-FILE
           ELSE
              IF WS-STS-STAT NOT = '35'
                 MOVE 'STEP-STATUS-FILE' TO WS-ABEND-FILE
                 MOVE WS-STS-STAT        TO WS-ABEND-STAT
                 PERFORM 9900-CHECK-STATUS-PARA
              END-IF
           END-IF.
       1550-LOAD-STATUS-NEXT-PARA.
           READ STEP-STATUS-FILE
              AT END
                 MOVE 'Y' TO WS-STS-EOF
           END-READ
           IF WS-STS-EOF NOT = 'Y'
              MOVE 'STEP-STATUS-FILE' TO WS-ABEND-FILE
              MOVE WS-STS-STAT        TO WS-ABEND-STAT
              PERFORM 9900-CHECK-STATUS-PARA
              SET PRIOR-ON-FILE TO TRUE
              MOVE SS-STREAM-DATE TO WS-STREAM-DATE
              IF SS-STATUS NOT = 'C' AND NOT = 'B'
                 SET PRIOR-INCOMPLETE TO TRUE
              END-IF
              MOVE SS-STEP-ID TO WS-FIND-STEP
              PERFORM 7000-FIND-STEP-PARA
              IF WS-FOUND-IDX NOT = ZERO
                 MOVE SS-STATUS     TO WS-ST-STATUS(WS-FOUND-IDX)
                 MOVE SS-RC         TO WS-ST-RC(WS-FOUND-IDX)
                 MOVE SS-START-DATE TO WS-ST-START-DATE(WS-FOUND-IDX)
                 MOVE SS-START-TIME TO WS-ST-START-TIME(WS-FOUND-IDX)
                 MOVE SS-END-DATE   TO WS-ST-END-DATE(WS-FOUND-IDX)
                 MOVE SS-END-TIME   TO WS-ST-END-TIME(WS-FOUND-IDX)
              END-IF
           END-IF.
       1600-SET-MODE-PARA.
           EVALUATE TRUE
              WHEN WS-ACTION = 'RESTART'
                 IF PRIOR-ON-FILE AND PRIOR-INCOMPLETE
                    SET RESTART-STREAM TO TRUE
                    DISPLAY 'STREAM RESTART FOR STREAM DATED '
                       WS-STREAM-DATE
                 ELSE
                    SET STREAM-REFUSED TO TRUE
                    MOVE 'NO INCOMPLETE STREAM TO RESTART'
                       TO WS-REFUSE-REASON
                 END-IF
              WHEN WS-ACTION = SPACES AND PRIOR-INCOMPLETE
                 SET STREAM-REFUSED TO TRUE
                 MOVE 'PRIOR STREAM INCOMPLETE - RESTART OR NEW'
                    TO WS-REFUSE-REASON
              WHEN OTHER
                 SET NEW-STREAM TO TRUE
                 MOVE WS-RUN-DATE TO WS-STREAM-DATE
                 PERFORM 1650-CLEAR-STATUS-PARA
                    VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX > WS-ST-COUNT
                 DISPLAY 'NEW STREAM DATED ' WS-STREAM-DATE
           END-EVALUATE.
       1650-CLEAR-STATUS-PARA.
           MOVE SPACES TO WS-ST-STATUS(WS-IDX)
           MOVE ZERO   TO WS-ST-RC(WS-IDX)
           MOVE SPACES TO WS-ST-START-DATE(WS-IDX)
           MOVE SPACES TO WS-ST-START-TIME(WS-IDX)
           MOVE SPACES TO WS-ST-END-DATE(WS-IDX)
           MOVE SPACES TO WS-ST-END-TIME(WS-IDX).
       2000-STEP-PARA.
           MOVE WS-ST-STEP-ID(WS-IDX) TO LG-STEP-ID
           MOVE WS-ST-PROGRAM(WS-IDX) TO LG-PROGRAM
           MOVE ZERO                  TO LG-RC
           EVALUATE TRUE
              WHEN RESTART-STREAM AND WS-ST-STATUS(WS-IDX) = 'C'
                 ADD 1 TO WS-SKIP-COUNT
                 MOVE 'SKIPPED'  TO LG-EVENT
                 MOVE 'COMPLETED IN EARLIER RUN' TO LG-TEXT
                 MOVE WS-ST-RC(WS-IDX) TO LG-RC
                 PERFORM 8000-WRITE-LOG-PARA
              WHEN OTHER
                 PERFORM 2100-CHECK-REQUEST-PARA
                 IF WS-ST-RUN-TYPE(WS-IDX) = 'D' AND NOT STEP-REQUESTED
                    PERFORM 2200-BYPASS-STEP-PARA
                 ELSE
                    PERFORM 2300-CHECK-DEPENDS-PARA
                    IF WS-BLOCKED-BY NOT = SPACES
                       PERFORM 2400-STOP-STEP-PARA
                    ELSE
                       PERFORM 3000-RUN-STEP-PARA
                    END-IF
                 END-IF
                 PERFORM 8500-SAVE-STATUS-PARA
           END-EVALUATE.
       2100-CHECK-REQUEST-PARA.
           MOVE 'N' TO WS-REQ-FOUND
           PERFORM 2150-CHECK-ONE-REQUEST-PARA
              VARYING WS-REQ-IDX FROM 1 BY 1
              UNTIL WS-REQ-IDX > 5.
       2150-CHECK-ONE-REQUEST-PARA.
           IF WS-REQUEST(WS-REQ-IDX) = WS-ST-STEP-ID(WS-IDX)
              SET STEP-REQUESTED TO TRUE
           END-IF.
       2200-BYPASS-STEP-PARA.
           ADD 1 TO WS-BYPASS-COUNT
           MOVE 'B'      TO WS-ST-STATUS(WS-IDX)
           MOVE ZERO     TO WS-ST-RC(WS-IDX)
           MOVE 'BYPASSED' TO LG-EVENT
           MOVE 'ON DEMAND - NOT REQUESTED' TO LG-TEXT
           PERFORM 8000-WRITE-LOG-PARA.
       2300-CHECK-DEPENDS-PARA.
           MOVE SPACES TO WS-BLOCKED-BY
           PERFORM 2350-CHECK-ONE-DEPEND-PARA
              VARYING WS-DX FROM 1 BY 1
              UNTIL WS-DX > 4 OR WS-BLOCKED-BY NOT = SPACES.
       2350-CHECK-ONE-DEPEND-PARA.
           IF WS-ST-DEPENDS(WS-IDX, WS-DX) NOT = SPACES
              MOVE WS-ST-DEPENDS(WS-IDX, WS-DX) TO WS-FIND-STEP
              PERFORM 7000-FIND-STEP-PARA
              IF WS-ST-STATUS(WS-FOUND-IDX) NOT = 'C' AND NOT = 'B'
                 MOVE WS-FIND-STEP TO WS-BLOCKED-BY
              END-IF
           END-IF.
       2400-STOP-STEP-PARA.
           ADD 1 TO WS-STOP-COUNT
           MOVE 'S'       TO WS-ST-STATUS(WS-IDX)
           MOVE ZERO      TO WS-ST-RC(WS-IDX)
           MOVE 'STOPPED' TO LG-EVENT
           MOVE SPACES    TO LG-TEXT
           STRING 'DEPENDS ON ' WS-BLOCKED-BY
              DELIMITED BY SIZE INTO LG-TEXT
           PERFORM 8000-WRITE-LOG-PARA
           DISPLAY '*** STEP ' WS-ST-STEP-ID(WS-IDX)
              ' STOPPED - DEPENDS ON ' WS-BLOCKED-BY ' ***'.
       3000-RUN-STEP-PARA.
           PERFORM 1100-DATE-TIME-PARA
           MOVE WS-RUN-DATE  TO WS-ST-START-DATE(WS-IDX)
           MOVE WS-TIME(1:6) TO WS-ST-START-TIME(WS-IDX)
           MOVE SPACES       TO WS-ST-END-DATE(WS-IDX)
           MOVE SPACES       TO WS-ST-END-TIME(WS-IDX)
           MOVE 'R'          TO WS-ST-STATUS(WS-IDX)
           PERFORM 8500-SAVE-STATUS-PARA
           MOVE 'STARTED'    TO LG-EVENT
           MOVE WS-ST-COMMAND(WS-IDX) TO LG-TEXT
           PERFORM 8000-WRITE-LOG-PARA
           DISPLAY 'STEP ' WS-ST-STEP-ID(WS-IDX) ' '
              WS-ST-PROGRAM(WS-IDX) ' STARTED ' WS-FTIME
           ADD 1 TO WS-RUN-COUNT
           MOVE WS-ST-COMMAND(WS-IDX) TO WS-COMMAND
           CALL 'SYSTEM' USING WS-COMMAND
           MOVE RETURN-CODE TO WS-SYS-RC
           MOVE ZERO        TO RETURN-CODE
           PERFORM 3100-STEP-RC-PARA
           PERFORM 1100-DATE-TIME-PARA
           MOVE WS-RUN-DATE  TO WS-ST-END-DATE(WS-IDX)
           MOVE WS-TIME(1:6) TO WS-ST-END-TIME(WS-IDX)
           MOVE WS-STEP-RC   TO WS-ST-RC(WS-IDX), LG-RC
           IF WS-STEP-RC > WS-ST-MAX-RC(WS-IDX)
              ADD 1 TO WS-FAIL-COUNT
              MOVE 'F'      TO WS-ST-STATUS(WS-IDX)
              MOVE 'FAILED' TO LG-EVENT
              MOVE 'RETURN CODE OVER STEP LIMIT' TO LG-TEXT
              DISPLAY '*** STEP ' WS-ST-STEP-ID(WS-IDX)
                 ' FAILED - RC ' WS-STEP-RC ' ***'
           ELSE
              MOVE 'C'      TO WS-ST-STATUS(WS-IDX)
              MOVE 'ENDED'  TO LG-EVENT
              MOVE 'COMPLETED' TO LG-TEXT
              IF WS-STEP-RC > ZERO
                 ADD 1 TO WS-WARN-COUNT
                 MOVE 'COMPLETED WITH WARNING' TO LG-TEXT
              END-IF
              DISPLAY 'STEP ' WS-ST-STEP-ID(WS-IDX)
                 ' ENDED - RC ' WS-STEP-RC
           END-IF
           PERFORM 8000-WRITE-LOG-PARA.
       3100-STEP-RC-PARA.
           IF WS-SYS-RC < ZERO
              MOVE 999 TO WS-STEP-RC
           ELSE
              DIVIDE WS-SYS-RC BY 256 GIVING WS-STEP-RC
                 REMAINDER WS-SYS-REM
              IF WS-SYS-REM NOT = ZERO
                 MOVE 999 TO WS-STEP-RC
              END-IF
           END-IF.
       7000-FIND-STEP-PARA.
           MOVE ZERO TO WS-FOUND-IDX
           PERFORM 7050-FIND-STEP-NEXT-PARA
              VARYING WS-FIND-IDX FROM 1 BY 1
              UNTIL WS-FIND-IDX > WS-ST-COUNT
                 OR WS-FOUND-IDX NOT = ZERO.
       7050-FIND-STEP-NEXT-PARA.
           IF WS-ST-STEP-ID(WS-FIND-IDX) = WS-FIND-STEP
              MOVE WS-FIND-IDX TO WS-FOUND-IDX
           END-IF.
       8000-WRITE-LOG-PARA.
           PERFORM 1100-DATE-TIME-PARA
           MOVE WS-FDATE TO LG-DATE
           MOVE WS-FTIME TO LG-TIME
           WRITE STREAM-LOG-RECORD FROM WS-LOG-LINE
           MOVE 'STREAM-LOG' TO WS-ABEND-FILE
           MOVE WS-LOG-STAT  TO WS-ABEND-STAT
           PERFORM 9900-CHECK-STATUS-PARA.
       8500-SAVE-STATUS-PARA.
           OPEN OUTPUT STEP-STATUS-FILE
           MOVE 'STEP-STATUS-FILE' TO WS-ABEND-FILE
           MOVE WS-STS-STAT        TO WS-ABEND-STAT
           PERFORM 9900-CHECK-STATUS-PARA
           PERFORM 8550-SAVE-STEP-PARA
              VARYING WS-FIND-IDX FROM 1 BY 1
              UNTIL WS-FIND-IDX > WS-ST-COUNT
           CLOSE STEP-STATUS-FILE.
       8550-SAVE-STEP-PARA.
           MOVE SPACES TO STEP-STATUS-RECORD
           MOVE WS-STREAM-DATE                TO SS-STREAM-DATE
           MOVE WS-ST-STEP-ID(WS-FIND-IDX)    TO SS-STEP-ID
           MOVE WS-ST-PROGRAM(WS-FIND-IDX)    TO SS-PROGRAM
           MOVE WS-ST-STATUS(WS-FIND-IDX)     TO SS-STATUS
           MOVE WS-ST-RC(WS-FIND-IDX)         TO SS-RC
           MOVE WS-ST-START-DATE(WS-FIND-IDX) TO SS-START-DATE
           MOVE WS-ST-START-TIME(WS-FIND-IDX) TO SS-START-TIME
           MOVE WS-ST-END-DATE(WS-FIND-IDX)   TO SS-END-DATE
           MOVE WS-ST-END-TIME(WS-FIND-IDX)   TO SS-END-TIME
           WRITE STEP-STATUS-RECORD
           MOVE 'STEP-STATUS-FILE' TO WS-ABEND-FILE
           MOVE WS-STS-STAT        TO WS-ABEND-STAT
           PERFORM 9900-CHECK-STATUS-PARA.
       8700-CLEAR-CONTROL-PARA.
           OPEN OUTPUT STREAM-CONTROL
           MOVE 'STREAM-CONTROL' TO WS-ABEND-FILE
           MOVE WS-CTL-STAT      TO WS-ABEND-STAT
           PERFORM 9900-CHECK-STATUS-PARA
           MOVE SPACES TO STREAM-CONTROL-RECORD
           WRITE STREAM-CONTROL-RECORD
           MOVE 'STREAM-CONTROL' TO WS-ABEND-FILE
           MOVE WS-CTL-STAT      TO WS-ABEND-STAT
           PERFORM 9900-CHECK-STATUS-PARA
           CLOSE STREAM-CONTROL.
       9000-END-PARA.
           EVALUATE TRUE
              WHEN STREAM-REFUSED
                 MOVE 8 TO WS-FINAL-RC
              WHEN WS-FAIL-COUNT > ZERO OR WS-STOP-COUNT > ZERO
                 MOVE 8 TO WS-FINAL-RC
              WHEN WS-WARN-COUNT > ZERO
                 MOVE 4 TO WS-FINAL-RC
              WHEN OTHER
                 MOVE ZERO TO WS-FINAL-RC
           END-EVALUATE
           IF NOT STREAM-REFUSED
              MOVE SPACES   TO LG-STEP-ID, LG-PROGRAM
              MOVE 'STREAM' TO LG-STEP-ID
              MOVE WS-FINAL-RC TO LG-RC
              IF WS-FINAL-RC < 8
                 MOVE 'COMPLETE' TO LG-EVENT
                 MOVE SPACES     TO LG-TEXT
                 STRING 'STREAM DATED ' WS-STREAM-DATE
                    DELIMITED BY SIZE INTO LG-TEXT
                 PERFORM 8700-CLEAR-CONTROL-PARA
              ELSE
                 MOVE 'INCOMPLETE' TO LG-EVENT
                 MOVE 'RESTART REQUIRED' TO LG-TEXT
              END-IF
              PERFORM 8000-WRITE-LOG-PARA
           END-IF
           DISPLAY 'STREAM DRIVER RUN COMPLETE'
           DISPLAY 'STEPS DEFINED      = ', WS-ST-COUNT
           DISPLAY 'STEPS RUN          = ', WS-RUN-COUNT
           DISPLAY 'STEPS SKIPPED      = ', WS-SKIP-COUNT
           DISPLAY 'STEPS BYPASSED     = ', WS-BYPASS-COUNT
           DISPLAY 'STEPS WITH WARNING = ', WS-WARN-COUNT
           DISPLAY 'STEPS FAILED       = ', WS-FAIL-COUNT
           DISPLAY 'STEPS STOPPED      = ', WS-STOP-COUNT
           IF WS-FINAL-RC = 8 AND NOT STREAM-REFUSED
              DISPLAY '*** STREAM INCOMPLETE - SET STREAMCT.DAT TO '
                 'RESTART AFTER CORRECTION ***'
           END-IF
           CLOSE STREAM-LOG
           MOVE WS-FINAL-RC TO RETURN-CODE.
       9900-CHECK-STATUS-PARA.
           IF WS-ABEND-STAT NOT = '00'
              DISPLAY '*** I/O ERROR ON ' WS-ABEND-FILE
                 ' STATUS=' WS-ABEND-STAT ' - JOB ABENDING ***'
              CLOSE STREAM-LOG
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
