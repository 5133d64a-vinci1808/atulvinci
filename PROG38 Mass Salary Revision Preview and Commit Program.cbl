       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG38.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REVISION-CONTROL ASSIGN TO 'SALREVCT.DAT'
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE  IS SEQUENTIAL
              FILE STATUS  IS WS-CTL-STAT.
           SELECT PARAM-FILE ASSIGN TO 'SALREV.DAT'
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE  IS SEQUENTIAL
              FILE STATUS  IS WS-PRM-STAT.
           SELECT CODE-TABLE-FILE ASSIGN TO 'CODETABL.DAT'
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              RECORD KEY   IS CT-KEY
              FILE STATUS  IS WS-CDT-STAT.
           SELECT EMP-FILE-IN   ASSIGN TO 'EMPFILE.DAT'
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS SEQUENTIAL
              RECORD KEY   IS EMP-IN-ID
              FILE STATUS  IS WS-EMP-STAT.
           SELECT WORK-FILE     ASSIGN TO 'REVWORK.DAT'.
           SELECT SORTED-FILE ASSIGN TO 'REVSORT.DAT'
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE  IS SEQUENTIAL
              FILE STATUS  IS WS-SRT-STAT.
           SELECT TRAN-FILE ASSIGN TO 'EMPTRAN.DAT'
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE  IS SEQUENTIAL
              FILE STATUS  IS WS-TRN-STAT.
           SELECT TRAN-SAVE-FILE ASSIGN TO 'REVTRNSV.DAT'
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE  IS SEQUENTIAL
              FILE STATUS  IS WS-SAV-STAT.
           SELECT REVISION-TRAN-FILE ASSIGN TO 'REVTRAN.DAT'
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE  IS SEQUENTIAL
              FILE STATUS  IS WS-RVT-STAT.
           SELECT REVISION-REPORT ASSIGN TO 'SALREV.REP'
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE  IS SEQUENTIAL
              FILE STATUS  IS WS-REP-STAT.
           SELECT LEAVE-FILE ASSIGN TO 'LEAVEBAL.DAT'
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              RECORD KEY   IS LB-LEAVE-KEY
              FILE STATUS  IS WS-LVB-STAT.
       DATA DIVISION.
       FILE SECTION.
       FD  REVISION-CONTROL
           RECORD CONTAINS 28 CHARACTERS
           RECORDING MODE IS F.
       01  REVISION-CONTROL-RECORD.
           03  SC-ACTION        PIC X(07).
           03  SC-DATE          PIC X(08).
           03  SC-OPER-ID       PIC X(08).
           03  FILLER           PIC X(05).
       FD  PARAM-FILE
           RECORD CONTAINS 60 CHARACTERS
           RECORDING MODE IS F.
       01  PARAM-RECORD.
           03  SR-LOC           PIC X(03).
           03  SR-TECH          PIC X(05).
           03  SR-DEPT          PIC X(03).
           03  SR-METHOD        PIC X(01).
           03  SR-PERCENT       PIC 9(03)V99.
           03  SR-FLAT          PIC 9(05)V99.
           03  SR-CAP-INCR      PIC 9(05)V99.
           03  SR-CAP-EARN      PIC 9(05)V99.
           03  SR-EFF-DATE      PIC X(08).
           03  FILLER           PIC X(14).
       FD  CODE-TABLE-FILE
           RECORD CONTAINS 30 CHARACTERS.
       01  CODE-TABLE-RECORD.
           03  CT-KEY.
               05  CT-TABLE-TYPE PIC X(01).
               05  CT-CODE      PIC X(05).
           03  CT-DESC          PIC X(15).
           03  CT-STATUS        PIC X(01).
           03  CT-EXPIRE-DATE   PIC X(08).
       FD  EMP-FILE-IN
           RECORD CONTAINS 62 CHARACTERS.
       01  EMP-RECORD.
           03  EMP-IN-ID        PIC X(05).
           03  FILLER           PIC X(57).
       SD  WORK-FILE.
       01  WORK-RECORD.
           03  W-EMP-ID         PIC X(05).
           03  FILLER           PIC X(15).
           03  W-EMP-LOC        PIC X(03).
           03  FILLER           PIC X(13).
           03  W-EMP-DEPT       PIC X(03).
           03  FILLER           PIC X(23).
       FD  SORTED-FILE
           RECORD CONTAINS 62 CHARACTERS
           RECORDING MODE IS F.
       01  SORTED-RECORD.
           03  S-EMP-ID         PIC X(05).
           03  S-EMP-NAME       PIC X(15).
           03  S-EMP-LOC        PIC X(03).
           03  S-EMP-DOB        PIC X(08).
           03  S-EMP-TECH       PIC X(05).
           03  S-EMP-DEPT       PIC X(03).
           03  S-EMP-EARN       PIC 9(05)V99.
           03  S-EMP-DEDN       PIC 9(05)V99.
           03  S-EMP-STATUS     PIC X(01).
           03  S-EMP-TERM-DATE  PIC X(08).
       FD  TRAN-FILE
           RECORD CONTAINS 120 CHARACTERS
           RECORDING MODE IS F.
       01  TRAN-RECORD.
           03  TR-TRAN-CODE     PIC X(01).
           03  TR-EMP-ID        PIC X(05).
           03  FILLER           PIC X(114).
       01  TRAN-TRAILER-REC.
           03  TZ-REC-CODE      PIC X(01).
           03  TZ-TRAN-COUNT    PIC 9(05).
           03  TZ-EARN-HASH     PIC 9(11)V99.
           03  FILLER           PIC X(101).
       FD  TRAN-SAVE-FILE
           RECORD CONTAINS 120 CHARACTERS
           RECORDING MODE IS F.
       01  TRAN-SAVE-RECORD.
           03  TS-TRAN-CODE     PIC X(01).
           03  FILLER           PIC X(119).
       FD  REVISION-TRAN-FILE
           RECORD CONTAINS 120 CHARACTERS
           RECORDING MODE IS F.
       01  REVISION-TRAN-RECORD PIC X(120).
       FD  REVISION-REPORT
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F.
       01  REVISION-REPORT-RECORD PIC X(132).
       FD  LEAVE-FILE
           RECORD CONTAINS 70 CHARACTERS.
       01  LEAVE-RECORD.
           03  LB-LEAVE-KEY.
               05  LB-EMP-ID    PIC X(05).
               05  LB-LEAVE-TYPE PIC X(02).
           03  FILLER           PIC X(27).
           03  LB-PRD-UNPAID-AMT PIC 9(05)V99.
           03  LB-STD-EARN      PIC 9(05)V99.
           03  FILLER           PIC X(22).
       WORKING-STORAGE SECTION.
       01  WS-TRAN-LINE.
           03  WT-TRAN-CODE     PIC X(01) VALUE SPACES.
           03  WT-EMP-ID        PIC X(05) VALUE SPACES.
           03  WT-EMP-NAME      PIC X(15) VALUE SPACES.
           03  WT-EMP-LOC       PIC X(03) VALUE SPACES.
           03  WT-EMP-DOB       PIC X(08) VALUE SPACES.
           03  WT-EMP-TECH      PIC X(05) VALUE SPACES.
           03  WT-EMP-DEPT      PIC X(03) VALUE SPACES.
           03  WT-EMP-EARN      PIC 9(05)V99 VALUE ZERO.
           03  WT-EMP-DEDN      PIC 9(05)V99 VALUE ZERO.
           03  WT-EMP-STATUS    PIC X(01) VALUE SPACES.
           03  WT-TERM-DATE     PIC X(08) VALUE SPACES.
           03  WT-DEDN-TYPE     PIC X(02) VALUE SPACES.
           03  WT-EFF-DATE      PIC X(08) VALUE SPACES.
           03  WT-BANK-CODE     PIC X(06) VALUE SPACES.
           03  WT-BANK-ACCT     PIC X(12) VALUE SPACES.
           03  WT-BANK-ACTIVE   PIC X(01) VALUE SPACES.
           03  WT-LOAN-PRIN     PIC X(09) VALUE SPACES.
           03  WT-OPER-ID       PIC X(08) VALUE SPACES.
           03  WT-APPR-SEQ      PIC X(03) VALUE SPACES.
           03  FILLER           PIC X(08) VALUE SPACES.
       01  WS-BATCH-HEADER.
           03  WH-REC-CODE      PIC X(01) VALUE 'H'.
           03  WH-BATCH-DATE    PIC X(08) VALUE SPACES.
           03  WH-BATCH-SOURCE  PIC X(03) VALUE 'REV'.
           03  FILLER           PIC X(108) VALUE SPACES.
       01  WS-BATCH-TRAILER.
           03  WZ-REC-CODE      PIC X(01) VALUE 'Z'.
           03  WZ-TRAN-COUNT    PIC 9(05) VALUE ZERO.
           03  WZ-EARN-HASH     PIC 9(11)V99 VALUE ZERO.
           03  FILLER           PIC X(101) VALUE SPACES.
       01  REV-HEADING-LINE1.
           03  FILLER           PIC X(16) VALUE 'SALARY REVISION'.
           03  RH-MODE          PIC X(26) VALUE SPACES.
           03  FILLER           PIC X(06) VALUE 'DATE:'.
           03  RH-DATE          PIC X(10) VALUE SPACES.
       01  REV-PARAM-HEADING.
           03  FILLER           PIC X(40)
               VALUE 'REVISION PARAMETERS'.
       01  REV-PARAM-LINE.
           03  RA-LOC           PIC X(03) VALUE SPACES.
           03  FILLER           PIC X(02) VALUE SPACES.
           03  RA-TECH          PIC X(05) VALUE SPACES.
           03  FILLER           PIC X(02) VALUE SPACES.
           03  RA-DEPT          PIC X(03) VALUE SPACES.
           03  FILLER           PIC X(02) VALUE SPACES.
           03  RA-METHOD        PIC X(08) VALUE SPACES.
           03  RA-RATE          PIC ZZ,ZZ9.99 VALUE ZERO.
           03  FILLER           PIC X(11) VALUE '  CAP INCR'.
           03  RA-CAP-INCR      PIC ZZ,ZZ9.99 VALUE ZERO.
           03  FILLER           PIC X(11) VALUE '  CAP EARN'.
           03  RA-CAP-EARN      PIC ZZ,ZZ9.99 VALUE ZERO.
           03  FILLER           PIC X(06) VALUE '  EFF'.
           03  RA-EFF-DATE      PIC X(08) VALUE SPACES.
           03  FILLER           PIC X(02) VALUE SPACES.
           03  RA-NOTE          PIC X(30) VALUE SPACES.
       01  REV-HEADING-LINE2.
           03  FILLER           PIC X(05) VALUE 'LOC'.
           03  FILLER           PIC X(05) VALUE 'DEPT'.
           03  FILLER           PIC X(07) VALUE 'ID'.
           03  FILLER           PIC X(17) VALUE 'NAME'.
           03  FILLER           PIC X(07) VALUE 'TECH'.
           03  FILLER           PIC X(11) VALUE '  OLD EARN'.
           03  FILLER           PIC X(12) VALUE '   NEW EARN'.
           03  FILLER           PIC X(11) VALUE '  INCREASE'.
           03  FILLER           PIC X(09) VALUE '    PCT'.
           03  FILLER           PIC X(10) VALUE 'EFF DATE'.
           03  FILLER           PIC X(04) VALUE 'NOTE'.
       01  REV-DETAIL-LINE.
           03  RD-LOC           PIC X(03) VALUE SPACES.
           03  FILLER           PIC X(02) VALUE SPACES.
           03  RD-DEPT          PIC X(03) VALUE SPACES.
           03  FILLER           PIC X(02) VALUE SPACES.
           03  RD-ID            PIC X(05) VALUE SPACES.
           03  FILLER           PIC X(02) VALUE SPACES.
           03  RD-NAME          PIC X(15) VALUE SPACES.
           03  FILLER           PIC X(02) VALUE SPACES.
           03  RD-TECH          PIC X(05) VALUE SPACES.
           03  FILLER           PIC X(02) VALUE SPACES.
           03  RD-OLD           PIC ZZ,ZZ9.99 VALUE ZERO.
           03  FILLER           PIC X(02) VALUE SPACES.
           03  RD-NEW           PIC ZZZ,ZZ9.99 VALUE ZERO.
           03  FILLER           PIC X(02) VALUE SPACES.
           03  RD-INCR          PIC ZZ,ZZ9.99 VALUE ZERO.
           03  FILLER           PIC X(02) VALUE SPACES.
           03  RD-PCT           PIC ZZ9.99 VALUE ZERO.
           03  FILLER           PIC X(01) VALUE '%'.
           03  FILLER           PIC X(02) VALUE SPACES.
           03  RD-EFF-DATE      PIC X(08) VALUE SPACES.
           03  FILLER           PIC X(02) VALUE SPACES.
           03  RD-NOTE          PIC X(30) VALUE SPACES.
       01  REV-SUBTOTAL-LINE.
           03  RS-LABEL         PIC X(10) VALUE SPACES.
           03  RS-CODE          PIC X(04) VALUE SPACES.
           03  RS-COUNT         PIC ZZ,ZZ9 VALUE ZERO.
           03  FILLER           PIC X(11) VALUE ' EMPLOYEES'.
           03  RS-OLD           PIC ZZZ,ZZZ,ZZ9.99 VALUE ZERO.
           03  FILLER           PIC X(02) VALUE SPACES.
           03  RS-NEW           PIC ZZZ,ZZZ,ZZ9.99 VALUE ZERO.
           03  FILLER           PIC X(02) VALUE SPACES.
           03  RS-INCR          PIC ZZZ,ZZZ,ZZ9.99 VALUE ZERO.
           03  FILLER           PIC X(02) VALUE SPACES.
           03  RS-PCT           PIC ZZ9.99 VALUE ZERO.
           03  FILLER           PIC X(01) VALUE '%'.
       01  REV-COUNT-LINE.
           03  RC-LABEL         PIC X(30) VALUE SPACES.
           03  RC-COUNT         PIC ZZ,ZZ9 VALUE ZERO.
       01  REV-MSG-LINE.
           03  RM-MSG           PIC X(100) VALUE SPACES.
       01  WS-PARAM-TABLES.
           03  WS-PM-COUNT      PIC 9(03) VALUE ZERO.
           03  WS-PM-ENTRY OCCURS 100 TIMES.
               05  WS-PM-LOC    PIC X(03).
               05  WS-PM-TECH   PIC X(05).
               05  WS-PM-DEPT   PIC X(03).
               05  WS-PM-METHOD PIC X(01).
               05  WS-PM-PERCENT PIC 9(03)V99.
               05  WS-PM-FLAT   PIC 9(05)V99.
               05  WS-PM-CAP-INCR PIC 9(05)V99.
               05  WS-PM-CAP-EARN PIC 9(05)V99.
               05  WS-PM-EFF-DATE PIC X(08).
               05  WS-PM-SPEC   PIC 9(01).
       01  WS-BATCH-TABLES.
           03  WS-BT-COUNT      PIC 9(04) VALUE ZERO.
           03  WS-BT-EMP-ID OCCURS 2000 TIMES PIC X(05).
       01  WS-DATE-TIME-FIELDS.
           03  WS-DATE          PIC 9(08) VALUE ZERO.
           03  WS-RUN-DATE      PIC X(08) VALUE SPACES.
           03  WS-FDATE         PIC X(10) VALUE SPACES.
       01  WS-VARIABLES.
           03  WS-CTL-STAT      PIC X(02) VALUE SPACES.
           03  WS-PRM-STAT      PIC X(02) VALUE SPACES.
           03  WS-CDT-STAT      PIC X(02) VALUE SPACES.
           03  WS-EMP-STAT      PIC X(02) VALUE SPACES.
           03  WS-SRT-STAT      PIC X(02) VALUE SPACES.
           03  WS-TRN-STAT      PIC X(02) VALUE SPACES.
           03  WS-SAV-STAT      PIC X(02) VALUE SPACES.
           03  WS-RVT-STAT      PIC X(02) VALUE SPACES.
           03  WS-REP-STAT      PIC X(02) VALUE SPACES.
           03  WS-LVB-STAT      PIC X(02) VALUE SPACES.
           03  WS-LVB-AVAIL     PIC X(01) VALUE 'N'.
               88  LEAVE-FILE-AVAILABLE   VALUE 'Y'.
           03  WS-MODE-FLAG     PIC X(01) VALUE 'P'.
               88  PREVIEW-MODE           VALUE 'P'.
               88  COMMIT-MODE            VALUE 'C'.
           03  WS-CDT-AVAIL     PIC X(01) VALUE 'N'.
               88  CODE-TABLE-AVAILABLE   VALUE 'Y'.
           03  WS-CODE-FOUND    PIC X(01) VALUE 'N'.
               88  CODE-FOUND             VALUE 'Y'.
           03  WS-LOOKUP-TYPE   PIC X(01) VALUE SPACES.
           03  WS-LOOKUP-CODE   PIC X(05) VALUE SPACES.
           03  WS-PRM-EOF       PIC X(01) VALUE 'N'.
           03  WS-PRM-ERRORS    PIC 9(03) VALUE ZERO.
           03  WS-PRM-NOTE      PIC X(30) VALUE SPACES.
           03  WS-PRM-SPEC      PIC 9(01) VALUE ZERO.
           03  WS-TRN-EOF       PIC X(01) VALUE 'N'.
           03  WS-BATCH-FLAG    PIC X(01) VALUE 'N'.
               88  BATCH-ON-FILE          VALUE 'Y'.
           03  WS-BATCH-ERROR   PIC X(35) VALUE SPACES.
           03  WS-BATCH-HDR     PIC X(01) VALUE 'N'.
           03  WS-BATCH-TRL     PIC X(01) VALUE 'N'.
           03  WS-OLD-TRL-COUNT PIC 9(05) VALUE ZERO.
           03  WS-OLD-TRL-HASH  PIC 9(11)V99 VALUE ZERO.
           03  WS-OPER-ID       PIC X(08) VALUE 'SALREV'.
           03  WS-SRT-EOF       PIC X(01) VALUE 'N'.
               88  END-OF-SORTED          VALUE 'Y'.
           03  WS-FIRST-REC     PIC X(01) VALUE 'Y'.
               88  FIRST-RECORD           VALUE 'Y'.
           03  WS-CURR-LOC      PIC X(03) VALUE SPACES.
           03  WS-CURR-DEPT     PIC X(03) VALUE SPACES.
           03  WS-PM-IDX        PIC 9(03) VALUE ZERO.
           03  WS-BEST-IDX      PIC 9(03) VALUE ZERO.
           03  WS-BEST-SPEC     PIC 9(01) VALUE ZERO.
           03  WS-BT-IDX        PIC 9(04) VALUE ZERO.
           03  WS-BT-FOUND      PIC X(01) VALUE 'N'.
               88  ON-BATCH               VALUE 'Y'.
           03  WS-INCR          PIC 9(06)V99 VALUE ZERO.
           03  WS-NEW-EARN      PIC 9(06)V99 VALUE ZERO.
           03  WS-PCT           PIC 9(03)V99 VALUE ZERO.
           03  WS-REVISE-FLAG   PIC X(01) VALUE 'N'.
               88  REVISE-EMPLOYEE        VALUE 'Y'.
           03  WS-DP-COUNT      PIC 9(05) VALUE ZERO.
           03  WS-DP-OLD        PIC 9(09)V99 VALUE ZERO.
           03  WS-DP-NEW        PIC 9(09)V99 VALUE ZERO.
           03  WS-DP-INCR       PIC 9(09)V99 VALUE ZERO.
           03  WS-LC-COUNT      PIC 9(05) VALUE ZERO.
           03  WS-LC-OLD        PIC 9(09)V99 VALUE ZERO.
           03  WS-LC-NEW        PIC 9(09)V99 VALUE ZERO.
           03  WS-LC-INCR       PIC 9(09)V99 VALUE ZERO.
           03  WS-GT-COUNT      PIC 9(05) VALUE ZERO.
           03  WS-GT-OLD        PIC 9(09)V99 VALUE ZERO.
           03  WS-GT-NEW        PIC 9(09)V99 VALUE ZERO.
           03  WS-GT-INCR       PIC 9(09)V99 VALUE ZERO.
           03  WS-SUB-COUNT     PIC 9(05) VALUE ZERO.
           03  WS-SUB-OLD       PIC 9(09)V99 VALUE ZERO.
           03  WS-SUB-NEW       PIC 9(09)V99 VALUE ZERO.
           03  WS-SUB-INCR      PIC 9(09)V99 VALUE ZERO.
           03  WS-READ-COUNT    PIC 9(05) VALUE ZERO.
           03  WS-TERM-COUNT    PIC 9(05) VALUE ZERO.
           03  WS-NOMATCH-COUNT PIC 9(05) VALUE ZERO.
           03  WS-NOCHG-COUNT   PIC 9(05) VALUE ZERO.
           03  WS-SKIP-COUNT    PIC 9(05) VALUE ZERO.
           03  WS-TRAN-COUNT    PIC 9(05) VALUE ZERO.
           03  WS-EARN-HASH     PIC 9(11)V99 VALUE ZERO.
           03  WS-ABEND-FILE    PIC X(20) VALUE SPACES.
           03  WS-ABEND-STAT    PIC X(02) VALUE SPACES.
       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           PERFORM 1000-INIT-PARA.
           PERFORM 2000-PROCESS-PARA UNTIL END-OF-SORTED
           PERFORM 9000-END-PARA
           STOP RUN.
       1000-INIT-PARA.
           PERFORM 1200-DATE-PARA
           PERFORM 1100-CONTROL-PARA
           OPEN OUTPUT REVISION-REPORT
           MOVE 'REVISION-REPORT' TO WS-ABEND-FILE
           MOVE WS-REP-STAT       TO WS-ABEND-STAT
           PERFORM 9900-CHECK-STATUS-PARA
           IF COMMIT-MODE
              MOVE 'COMMIT - EMPTRAN.DAT BUILT' TO RH-MODE
           ELSE
              MOVE 'PREVIEW ONLY'               TO RH-MODE
           END-IF
           MOVE WS-FDATE TO RH-DATE
           WRITE REVISION-REPORT-RECORD FROM REV-HEADING-LINE1
           WRITE REVISION-REPORT-RECORD FROM REV-PARAM-HEADING AFTER 2
           MOVE 'REVISION-REPORT' TO WS-ABEND-FILE
           MOVE WS-REP-STAT       TO WS-ABEND-STAT
           PERFORM 9900-CHECK-STATUS-PARA
           PERFORM 1300-LOAD-PARAM-PARA
           PERFORM 1400-LOAD-BATCH-PARA
           PERFORM 1111-SORT-PARA
           OPEN INPUT SORTED-FILE
           MOVE 'SORTED-FILE' TO WS-ABEND-FILE
           MOVE WS-SRT-STAT   TO WS-ABEND-STAT
           PERFORM 9900-CHECK-STATUS-PARA
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
           IF COMMIT-MODE
              OPEN OUTPUT REVISION-TRAN-FILE
              MOVE 'REVISION-TRAN-FILE' TO WS-ABEND-FILE
              MOVE WS-RVT-STAT          TO WS-ABEND-STAT
              PERFORM 9900-CHECK-STATUS-PARA
           END-IF
           WRITE REVISION-REPORT-RECORD FROM REV-HEADING-LINE2 AFTER 2
           MOVE 'REVISION-REPORT' TO WS-ABEND-FILE
           MOVE WS-REP-STAT       TO WS-ABEND-STAT
           PERFORM 9900-CHECK-STATUS-PARA
           PERFORM 1500-READ-PARA.
       1100-CONTROL-PARA.
           OPEN INPUT REVISION-CONTROL
           IF WS-CTL-STAT = '00'
              READ REVISION-CONTROL
                 AT END
                    CONTINUE
              END-READ
              IF WS-CTL-STAT = '00'
                 EVALUATE SC-ACTION
                    WHEN 'COMMIT'
                       SET COMMIT-MODE TO TRUE
                       IF SC-OPER-ID NOT = SPACES
                          MOVE SC-OPER-ID TO WS-OPER-ID
                       END-IF
                       DISPLAY 'SALARY REVISION COMMIT REQUESTED'
                    WHEN 'DONE'
                       DISPLAY 'SALARY REVISION ALREADY COMMITTED ON '
                          SC-DATE ' - PREVIEW ONLY'
                    WHEN OTHER
                       CONTINUE
                 END-EVALUATE
              END-IF
              CLOSE REVISION-CONTROL
           END-IF
           IF PREVIEW-MODE
              DISPLAY 'SALARY REVISION PREVIEW - NOTHING WRITTEN'
                 ' TO EMPTRAN.DAT'
           END-IF.
       1111-SORT-PARA.
           SORT WORK-FILE
              ON ASCENDING KEY W-EMP-LOC
                 ASCENDING KEY W-EMP-DEPT
                 ASCENDING KEY W-EMP-ID
                 USING EMP-FILE-IN
                 GIVING SORTED-FILE.
           MOVE 'EMP-FILE-IN' TO WS-ABEND-FILE
           MOVE WS-EMP-STAT   TO WS-ABEND-STAT
           PERFORM 9900-CHECK-STATUS-PARA.
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
       1300-LOAD-PARAM-PARA.
           OPEN INPUT PARAM-FILE
           IF WS-PRM-STAT NOT = '00'
              DISPLAY '*** SALREV.DAT NOT AVAILABLE - STATUS '
                 WS-PRM-STAT ' - RUN REFUSED ***'
              CLOSE REVISION-REPORT
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN INPUT CODE-TABLE-FILE
           IF WS-CDT-STAT = '00'
              SET CODE-TABLE-AVAILABLE TO TRUE
           ELSE
              IF WS-CDT-STAT NOT = '35'
                 MOVE 'CODE-TABLE-FILE' TO WS-ABEND-FILE
                 MOVE WS-CDT-STAT       TO WS-ABEND-STAT
                 PERFORM 9900-CHECK-STATUS-PARA
              END-IF
           END-IF
           MOVE 'N' TO WS-PRM-EOF
           PERFORM 1350-PARAM-NEXT-PARA UNTIL WS-PRM-EOF = 'Y'
           CLOSE PARAM-FILE
           IF CODE-TABLE-AVAILABLE
              CLOSE CODE-TABLE-FILE
           END-IF
           IF WS-PM-COUNT = ZERO AND WS-PRM-ERRORS = ZERO
              DISPLAY '*** SALREV.DAT IS EMPTY - RUN REFUSED ***'
              CLOSE REVISION-REPORT
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           IF WS-PRM-ERRORS > ZERO
              MOVE SPACES TO RM-MSG
              MOVE '*** PARAMETER ERRORS - RUN REFUSED ***' TO RM-MSG
              PERFORM 6500-WRITE-MSG-PARA
              DISPLAY '*** ' WS-PRM-ERRORS
                 ' SALREV.DAT LINES IN ERROR - RUN REFUSED ***'
              CLOSE REVISION-REPORT
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           DISPLAY 'REVISION PARAMETERS LOADED = ', WS-PM-COUNT.
       1350-PARAM-NEXT-PARA.
           READ PARAM-FILE
              AT END
                 MOVE 'Y' TO WS-PRM-EOF
           END-READ
           IF WS-PRM-EOF NOT = 'Y'
              IF WS-PRM-STAT = '00'
                 PERFORM 1360-EDIT-PARAM-PARA
                 PERFORM 1380-PRINT-PARAM-PARA
              ELSE
                 MOVE 'PARAM-FILE'  TO WS-ABEND-FILE
                 MOVE WS-PRM-STAT   TO WS-ABEND-STAT
                 PERFORM 9900-CHECK-STATUS-PARA
              END-IF
           END-IF.
       1360-EDIT-PARAM-PARA.
           MOVE SPACES TO WS-PRM-NOTE
           IF SR-CAP-INCR(1:7) = SPACES
              MOVE ZERO TO SR-CAP-INCR
           END-IF
           IF SR-CAP-EARN(1:7) = SPACES
              MOVE ZERO TO SR-CAP-EARN
           END-IF
           EVALUATE TRUE
              WHEN SR-METHOD NOT = 'P' AND NOT = 'F'
                 MOVE 'INVALID METHOD - USE P OR F' TO WS-PRM-NOTE
              WHEN SR-METHOD = 'P'
                    AND (SR-PERCENT NOT NUMERIC OR SR-PERCENT = ZERO)
                 MOVE 'PERCENTAGE MISSING' TO WS-PRM-NOTE
              WHEN SR-METHOD = 'F'
                    AND (SR-FLAT NOT NUMERIC OR SR-FLAT = ZERO)
                 MOVE 'FLAT AMOUNT MISSING' TO WS-PRM-NOTE
              WHEN SR-CAP-INCR NOT NUMERIC
                 MOVE 'INCREASE CAP NOT NUMERIC' TO WS-PRM-NOTE
              WHEN SR-CAP-EARN NOT NUMERIC
                 MOVE 'EARNINGS CAP NOT NUMERIC' TO WS-PRM-NOTE
              WHEN SR-EFF-DATE NOT = SPACES
                    AND SR-EFF-DATE NOT NUMERIC
                 MOVE 'EFF DATE NOT NUMERIC' TO WS-PRM-NOTE
              WHEN SR-EFF-DATE NOT = SPACES
                    AND (SR-EFF-DATE(5:2) < '01'
                         OR SR-EFF-DATE(5:2) > '12'
                         OR SR-EFF-DATE(7:2) < '01'
                         OR SR-EFF-DATE(7:2) > '31')
                 MOVE 'IMPLAUSIBLE EFF DATE' TO WS-PRM-NOTE
              WHEN OTHER
                 PERFORM 1370-EDIT-CODES-PARA
           END-EVALUATE
           IF WS-PRM-NOTE = SPACES
              PERFORM 1390-DUP-CHECK-PARA
           END-IF
           IF WS-PRM-NOTE = SPACES
              IF WS-PM-COUNT < 100
                 ADD 1 TO WS-PM-COUNT
                 MOVE SR-LOC         TO WS-PM-LOC(WS-PM-COUNT)
                 MOVE SR-TECH        TO WS-PM-TECH(WS-PM-COUNT)
                 MOVE SR-DEPT        TO WS-PM-DEPT(WS-PM-COUNT)
                 MOVE SR-METHOD      TO WS-PM-METHOD(WS-PM-COUNT)
                 MOVE ZERO           TO WS-PM-PERCENT(WS-PM-COUNT)
                                        WS-PM-FLAT(WS-PM-COUNT)
                 IF SR-METHOD = 'P'
                    MOVE SR-PERCENT  TO WS-PM-PERCENT(WS-PM-COUNT)
                 ELSE
                    MOVE SR-FLAT     TO WS-PM-FLAT(WS-PM-COUNT)
                 END-IF
                 MOVE SR-CAP-INCR    TO WS-PM-CAP-INCR(WS-PM-COUNT)
                 MOVE SR-CAP-EARN    TO WS-PM-CAP-EARN(WS-PM-COUNT)
                 MOVE SR-EFF-DATE    TO WS-PM-EFF-DATE(WS-PM-COUNT)
                 MOVE WS-PRM-SPEC    TO WS-PM-SPEC(WS-PM-COUNT)
                 MOVE 'ACCEPTED'     TO WS-PRM-NOTE
              ELSE
                 MOVE 'PARAMETER TABLE FULL' TO WS-PRM-NOTE
                 ADD 1 TO WS-PRM-ERRORS
              END-IF
           ELSE
              ADD 1 TO WS-PRM-ERRORS
           END-IF.
       1370-EDIT-CODES-PARA.
           MOVE ZERO TO WS-PRM-SPEC
           IF SR-LOC NOT = SPACES
              ADD 1 TO WS-PRM-SPEC
              IF CODE-TABLE-AVAILABLE
                 MOVE 'L'    TO WS-LOOKUP-TYPE
                 MOVE SR-LOC TO WS-LOOKUP-CODE
                 PERFORM 1375-CODE-LOOKUP-PARA
                 IF NOT CODE-FOUND
                    MOVE 'UNKNOWN LOCATION CODE' TO WS-PRM-NOTE
                 END-IF
              END-IF
           END-IF
           IF SR-TECH NOT = SPACES
              ADD 1 TO WS-PRM-SPEC
              IF CODE-TABLE-AVAILABLE AND WS-PRM-NOTE = SPACES
                 MOVE 'T'     TO WS-LOOKUP-TYPE
                 MOVE SR-TECH TO WS-LOOKUP-CODE
                 PERFORM 1375-CODE-LOOKUP-PARA
                 IF NOT CODE-FOUND
                    MOVE 'UNKNOWN TECH CODE' TO WS-PRM-NOTE
                 END-IF
              END-IF
           END-IF
           IF SR-DEPT NOT = SPACES
              ADD 1 TO WS-PRM-SPEC
              IF CODE-TABLE-AVAILABLE AND WS-PRM-NOTE = SPACES
                 MOVE 'D'     TO WS-LOOKUP-TYPE
                 MOVE SR-DEPT TO WS-LOOKUP-CODE
                 PERFORM 1375-CODE-LOOKUP-PARA
                 IF NOT CODE-FOUND
                    MOVE 'UNKNOWN DEPT CODE' TO WS-PRM-NOTE
                 END-IF
              END-IF
           END-IF.
       1375-CODE-LOOKUP-PARA.
           MOVE 'N'            TO WS-CODE-FOUND
           MOVE WS-LOOKUP-TYPE TO CT-TABLE-TYPE
           MOVE WS-LOOKUP-CODE TO CT-CODE
           READ CODE-TABLE-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF CT-STATUS = 'A'
                    SET CODE-FOUND TO TRUE
                 END-IF
           END-READ.
       1380-PRINT-PARAM-PARA.
           INITIALIZE REV-PARAM-LINE
           MOVE SR-LOC  TO RA-LOC
           MOVE SR-TECH TO RA-TECH
           MOVE SR-DEPT TO RA-DEPT
           IF SR-LOC = SPACES
              MOVE 'ALL' TO RA-LOC
           END-IF
           IF SR-TECH = SPACES
              MOVE 'ALL' TO RA-TECH
           END-IF
           IF SR-DEPT = SPACES
              MOVE 'ALL' TO RA-DEPT
           END-IF
           EVALUATE SR-METHOD
              WHEN 'P'
                 MOVE 'PERCENT' TO RA-METHOD
                 IF SR-PERCENT NUMERIC
                    MOVE SR-PERCENT TO RA-RATE
                 END-IF
              WHEN 'F'
                 MOVE 'FLAT'    TO RA-METHOD
                 IF SR-FLAT NUMERIC
                    MOVE SR-FLAT TO RA-RATE
                 END-IF
              WHEN OTHER
                 MOVE SR-METHOD TO RA-METHOD
           END-EVALUATE
           IF SR-CAP-INCR NUMERIC
              MOVE SR-CAP-INCR TO RA-CAP-INCR
           END-IF
           IF SR-CAP-EARN NUMERIC
              MOVE SR-CAP-EARN TO RA-CAP-EARN
           END-IF
           MOVE SR-EFF-DATE TO RA-EFF-DATE
           MOVE WS-PRM-NOTE TO RA-NOTE
           WRITE REVISION-REPORT-RECORD FROM REV-PARAM-LINE
           MOVE 'REVISION-REPORT' TO WS-ABEND-FILE
           MOVE WS-REP-STAT       TO WS-ABEND-STAT
           PERFORM 9900-CHECK-STATUS-PARA.
       1390-DUP-CHECK-PARA.
           MOVE 1 TO WS-PM-IDX
           PERFORM 1395-DUP-SCAN-PARA
              UNTIL WS-PM-IDX > WS-PM-COUNT OR WS-PRM-NOTE NOT = SPACES.
       1395-DUP-SCAN-PARA.
           IF WS-PM-LOC(WS-PM-IDX) = SR-LOC
                 AND WS-PM-TECH(WS-PM-IDX) = SR-TECH
                 AND WS-PM-DEPT(WS-PM-IDX) = SR-DEPT
              MOVE 'DUPLICATE SELECTION' TO WS-PRM-NOTE
           ELSE
              ADD 1 TO WS-PM-IDX
           END-IF.
       1400-LOAD-BATCH-PARA.
           OPEN INPUT TRAN-FILE
           IF WS-TRN-STAT = '00'
              IF COMMIT-MODE
                 OPEN OUTPUT TRAN-SAVE-FILE
                 MOVE 'TRAN-SAVE-FILE' TO WS-ABEND-FILE
                 MOVE WS-SAV-STAT      TO WS-ABEND-STAT
                 PERFORM 9900-CHECK-STATUS-PARA
              END-IF
              MOVE 'N' TO WS-TRN-EOF
              PERFORM 1450-BATCH-NEXT-PARA UNTIL WS-TRN-EOF = 'Y'
              CLOSE TRAN-FILE
              IF COMMIT-MODE
                 CLOSE TRAN-SAVE-FILE
              END-IF
              IF WS-BATCH-HDR = 'Y' AND WS-BATCH-TRL NOT = 'Y'
                    AND WS-BATCH-ERROR = SPACES
                 MOVE 'EMPTRAN.DAT BATCH HAS NO TRAILER'
                    TO WS-BATCH-ERROR
              END-IF
              IF WS-BATCH-HDR = 'Y'
                 SET BATCH-ON-FILE TO TRUE
              END-IF
           ELSE
              IF WS-TRN-STAT NOT = '35'
                 MOVE 'TRAN-FILE'  TO WS-ABEND-FILE
                 MOVE WS-TRN-STAT  TO WS-ABEND-STAT
                 PERFORM 9900-CHECK-STATUS-PARA
              END-IF
           END-IF
           IF WS-BATCH-ERROR NOT = SPACES
              MOVE SPACES TO RM-MSG
              STRING '*** ' WS-BATCH-ERROR ' ***'
                 DELIMITED BY SIZE INTO RM-MSG
              PERFORM 6500-WRITE-MSG-PARA
              IF COMMIT-MODE
                 DISPLAY '*** ' WS-BATCH-ERROR ' - COMMIT REFUSED ***'
                 CLOSE REVISION-REPORT
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF
           IF BATCH-ON-FILE
              DISPLAY 'EMPTRAN.DAT TRANSACTIONS ALREADY BATCHED = '
                 WS-BT-COUNT
           END-IF.
       1450-BATCH-NEXT-PARA.
           READ TRAN-FILE
              AT END
                 MOVE 'Y' TO WS-TRN-EOF
           END-READ
           IF WS-TRN-EOF NOT = 'Y'
              MOVE 'TRAN-FILE'  TO WS-ABEND-FILE
              MOVE WS-TRN-STAT  TO WS-ABEND-STAT
              PERFORM 9900-CHECK-STATUS-PARA
              EVALUATE TRUE
                 WHEN WS-BATCH-HDR NOT = 'Y'
                    IF TR-TRAN-CODE = 'H'
                       MOVE 'Y' TO WS-BATCH-HDR
                    ELSE
                       MOVE 'EMPTRAN.DAT HAS NO BATCH HEADER'
                          TO WS-BATCH-ERROR
                    END-IF
                 WHEN WS-BATCH-TRL = 'Y'
                    MOVE 'EMPTRAN.DAT HAS RECORDS AFTER TRAILER'
                       TO WS-BATCH-ERROR
                 WHEN TR-TRAN-CODE = 'Z'
                    MOVE 'Y' TO WS-BATCH-TRL
                    IF TZ-TRAN-COUNT NUMERIC AND TZ-EARN-HASH NUMERIC
                       MOVE TZ-TRAN-COUNT TO WS-OLD-TRL-COUNT
                       MOVE TZ-EARN-HASH  TO WS-OLD-TRL-HASH
                    ELSE
                       MOVE 'EMPTRAN.DAT TRAILER UNREADABLE'
                          TO WS-BATCH-ERROR
                    END-IF
                 WHEN OTHER
                    IF WS-BT-COUNT < 2000
                       ADD 1 TO WS-BT-COUNT
                       MOVE TR-EMP-ID TO WS-BT-EMP-ID(WS-BT-COUNT)
                    ELSE
                       MOVE 'EMPTRAN.DAT BATCH TOO LARGE'
                          TO WS-BATCH-ERROR
                    END-IF
              END-EVALUATE
              IF COMMIT-MODE
                 WRITE TRAN-SAVE-RECORD FROM TRAN-RECORD
                 MOVE 'TRAN-SAVE-FILE' TO WS-ABEND-FILE
                 MOVE WS-SAV-STAT      TO WS-ABEND-STAT
                 PERFORM 9900-CHECK-STATUS-PARA
              END-IF
           END-IF.
       1500-READ-PARA.
           READ SORTED-FILE
              AT END
                 MOVE 'Y' TO WS-SRT-EOF
           END-READ.
           IF NOT END-OF-SORTED AND WS-SRT-STAT NOT = '00'
              MOVE 'SORTED-FILE' TO WS-ABEND-FILE
              MOVE WS-SRT-STAT   TO WS-ABEND-STAT
              PERFORM 9900-CHECK-STATUS-PARA
           END-IF.
       2000-PROCESS-PARA.
           ADD 1 TO WS-READ-COUNT
           IF FIRST-RECORD
              MOVE 'N'        TO WS-FIRST-REC
              MOVE S-EMP-LOC  TO WS-CURR-LOC
              MOVE S-EMP-DEPT TO WS-CURR-DEPT
           END-IF
           IF S-EMP-LOC NOT = WS-CURR-LOC
              PERFORM 2100-DEPT-BREAK-PARA
              PERFORM 2200-LOC-BREAK-PARA
           ELSE
              IF S-EMP-DEPT NOT = WS-CURR-DEPT
                 PERFORM 2100-DEPT-BREAK-PARA
              END-IF
           END-IF
           MOVE S-EMP-LOC  TO WS-CURR-LOC
           MOVE S-EMP-DEPT TO WS-CURR-DEPT
           IF S-EMP-STATUS = 'T'
              ADD 1 TO WS-TERM-COUNT
           ELSE
              PERFORM 3000-REVISE-PARA
           END-IF
           PERFORM 1500-READ-PARA.
       2100-DEPT-BREAK-PARA.
           IF WS-DP-COUNT > ZERO
              MOVE 'DEPT'       TO RS-LABEL
              MOVE WS-CURR-DEPT TO RS-CODE
              MOVE WS-DP-COUNT  TO WS-SUB-COUNT
              MOVE WS-DP-OLD    TO WS-SUB-OLD
              MOVE WS-DP-NEW    TO WS-SUB-NEW
              MOVE WS-DP-INCR   TO WS-SUB-INCR
              PERFORM 6200-WRITE-SUBTOTAL-PARA
           END-IF
           ADD WS-DP-COUNT TO WS-LC-COUNT
           ADD WS-DP-OLD   TO WS-LC-OLD
           ADD WS-DP-NEW   TO WS-LC-NEW
           ADD WS-DP-INCR  TO WS-LC-INCR
           MOVE ZERO TO WS-DP-COUNT, WS-DP-OLD, WS-DP-NEW, WS-DP-INCR.
       2200-LOC-BREAK-PARA.
           IF WS-LC-COUNT > ZERO
              MOVE 'LOCATION'   TO RS-LABEL
              MOVE WS-CURR-LOC  TO RS-CODE
              MOVE WS-LC-COUNT  TO WS-SUB-COUNT
              MOVE WS-LC-OLD    TO WS-SUB-OLD
              MOVE WS-LC-NEW    TO WS-SUB-NEW
              MOVE WS-LC-INCR   TO WS-SUB-INCR
              PERFORM 6200-WRITE-SUBTOTAL-PARA
              MOVE SPACES TO REVISION-REPORT-RECORD
              WRITE REVISION-REPORT-RECORD
              MOVE 'REVISION-REPORT' TO WS-ABEND-FILE
              MOVE WS-REP-STAT       TO WS-ABEND-STAT
              PERFORM 9900-CHECK-STATUS-PARA
           END-IF
           ADD WS-LC-COUNT TO WS-GT-COUNT
           ADD WS-LC-OLD   TO WS-GT-OLD
           ADD WS-LC-NEW   TO WS-GT-NEW
           ADD WS-LC-INCR  TO WS-GT-INCR
           MOVE ZERO TO WS-LC-COUNT, WS-LC-OLD, WS-LC-NEW, WS-LC-INCR.
       2500-MATCH-PARA.
           MOVE ZERO TO WS-BEST-IDX, WS-BEST-SPEC
           PERFORM 2550-MATCH-SCAN-PARA
              VARYING WS-PM-IDX FROM 1 BY 1
              UNTIL WS-PM-IDX > WS-PM-COUNT.
       2550-MATCH-SCAN-PARA.
           IF (WS-PM-LOC(WS-PM-IDX) = SPACES
                 OR WS-PM-LOC(WS-PM-IDX) = S-EMP-LOC)
              AND (WS-PM-TECH(WS-PM-IDX) = SPACES
                 OR WS-PM-TECH(WS-PM-IDX) = S-EMP-TECH)
              AND (WS-PM-DEPT(WS-PM-IDX) = SPACES
                 OR WS-PM-DEPT(WS-PM-IDX) = S-EMP-DEPT)
              IF WS-BEST-IDX = ZERO
                    OR WS-PM-SPEC(WS-PM-IDX) > WS-BEST-SPEC
                 MOVE WS-PM-IDX             TO WS-BEST-IDX
                 MOVE WS-PM-SPEC(WS-PM-IDX) TO WS-BEST-SPEC
              END-IF
           END-IF.
       2600-BATCH-FIND-PARA.
           MOVE 'N' TO WS-BT-FOUND
           MOVE 1   TO WS-BT-IDX
           PERFORM 2650-BATCH-SCAN-PARA
              UNTIL WS-BT-IDX > WS-BT-COUNT OR ON-BATCH.
       2650-BATCH-SCAN-PARA.
           IF WS-BT-EMP-ID(WS-BT-IDX) = S-EMP-ID
              SET ON-BATCH TO TRUE
           ELSE
              ADD 1 TO WS-BT-IDX
           END-IF.
       3000-REVISE-PARA.
           PERFORM 2500-MATCH-PARA
           IF WS-BEST-IDX = ZERO
              ADD 1 TO WS-NOMATCH-COUNT
           ELSE
              INITIALIZE REV-DETAIL-LINE
              MOVE 'N' TO WS-REVISE-FLAG
              MOVE WS-PM-EFF-DATE(WS-BEST-IDX) TO RD-EFF-DATE
              IF LEAVE-FILE-AVAILABLE AND S-EMP-EARN NUMERIC
                 PERFORM 3050-LEAVE-STANDARD-PARA
              END-IF
              IF S-EMP-EARN NOT NUMERIC
                 ADD 1 TO WS-SKIP-COUNT
                 MOVE 'SKIPPED - EARNINGS NOT NUMERIC' TO RD-NOTE
              ELSE
                 MOVE S-EMP-EARN TO RD-OLD
                 PERFORM 3100-CALC-PARA
                 PERFORM 2600-BATCH-FIND-PARA
                 EVALUATE TRUE
                    WHEN WS-NEW-EARN > 99999.99
                       ADD 1 TO WS-SKIP-COUNT
                       MOVE 'SKIPPED - NEW EARNINGS TOO LARGE'
                          TO RD-NOTE
                    WHEN ON-BATCH
                       ADD 1 TO WS-SKIP-COUNT
                       MOVE 'SKIPPED - ALREADY ON EMPTRAN.DAT'
                          TO RD-NOTE
                    WHEN WS-INCR = ZERO
                       ADD 1 TO WS-NOCHG-COUNT
                    WHEN OTHER
                       SET REVISE-EMPLOYEE TO TRUE
                 END-EVALUATE
              END-IF
              IF REVISE-EMPLOYEE
                 ADD 1           TO WS-DP-COUNT
                 ADD S-EMP-EARN  TO WS-DP-OLD
                 ADD WS-NEW-EARN TO WS-DP-NEW
                 ADD WS-INCR     TO WS-DP-INCR
                 IF COMMIT-MODE
                    PERFORM 3500-WRITE-TRAN-PARA
                 END-IF
              END-IF
              PERFORM 6000-WRITE-DETAIL-PARA
           END-IF.
       3050-LEAVE-STANDARD-PARA.
           MOVE S-EMP-ID TO LB-EMP-ID
           MOVE 'UL'     TO LB-LEAVE-TYPE
           READ LEAVE-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF LB-PRD-UNPAID-AMT > ZERO
                       AND S-EMP-EARN + LB-PRD-UNPAID-AMT = LB-STD-EARN
                    MOVE LB-STD-EARN TO S-EMP-EARN
                    MOVE 'BEFORE UNPAID LEAVE' TO RD-NOTE
                 END-IF
           END-READ.
       3100-CALC-PARA.
           IF WS-PM-METHOD(WS-BEST-IDX) = 'P'
              COMPUTE WS-INCR ROUNDED =
                 S-EMP-EARN * WS-PM-PERCENT(WS-BEST-IDX) / 100
           ELSE
              MOVE WS-PM-FLAT(WS-BEST-IDX) TO WS-INCR
           END-IF
           IF WS-PM-CAP-INCR(WS-BEST-IDX) > ZERO
                 AND WS-INCR > WS-PM-CAP-INCR(WS-BEST-IDX)
              MOVE WS-PM-CAP-INCR(WS-BEST-IDX) TO WS-INCR
              MOVE 'INCREASE CAPPED' TO RD-NOTE
           END-IF
           COMPUTE WS-NEW-EARN = S-EMP-EARN + WS-INCR
           IF WS-PM-CAP-EARN(WS-BEST-IDX) > ZERO
                 AND WS-NEW-EARN > WS-PM-CAP-EARN(WS-BEST-IDX)
              IF S-EMP-EARN < WS-PM-CAP-EARN(WS-BEST-IDX)
                 MOVE WS-PM-CAP-EARN(WS-BEST-IDX) TO WS-NEW-EARN
                 COMPUTE WS-INCR = WS-NEW-EARN - S-EMP-EARN
                 MOVE 'EARNINGS CAPPED' TO RD-NOTE
              ELSE
                 MOVE S-EMP-EARN TO WS-NEW-EARN
                 MOVE ZERO       TO WS-INCR
                 MOVE 'AT OR ABOVE EARNINGS CAP' TO RD-NOTE
              END-IF
           END-IF
           MOVE ZERO TO WS-PCT
           IF S-EMP-EARN > ZERO
              COMPUTE WS-PCT ROUNDED = WS-INCR * 100 / S-EMP-EARN
                 ON SIZE ERROR
                    MOVE 999.99 TO WS-PCT
              END-COMPUTE
           END-IF.
       3500-WRITE-TRAN-PARA.
           INITIALIZE WS-TRAN-LINE
           MOVE 'C'             TO WT-TRAN-CODE
           MOVE S-EMP-ID        TO WT-EMP-ID
           MOVE S-EMP-NAME      TO WT-EMP-NAME
           MOVE S-EMP-LOC       TO WT-EMP-LOC
           MOVE S-EMP-DOB       TO WT-EMP-DOB
           MOVE S-EMP-TECH      TO WT-EMP-TECH
           MOVE S-EMP-DEPT      TO WT-EMP-DEPT
           MOVE WS-NEW-EARN     TO WT-EMP-EARN
           MOVE S-EMP-DEDN      TO WT-EMP-DEDN
           MOVE WS-PM-EFF-DATE(WS-BEST-IDX) TO WT-EFF-DATE
           MOVE WS-OPER-ID      TO WT-OPER-ID
           ADD 1           TO WS-TRAN-COUNT
           ADD WT-EMP-EARN TO WS-EARN-HASH
           WRITE REVISION-TRAN-RECORD FROM WS-TRAN-LINE
           MOVE 'REVISION-TRAN-FILE' TO WS-ABEND-FILE
           MOVE WS-RVT-STAT          TO WS-ABEND-STAT
           PERFORM 9900-CHECK-STATUS-PARA.
       6000-WRITE-DETAIL-PARA.
           MOVE S-EMP-LOC  TO RD-LOC
           MOVE S-EMP-DEPT TO RD-DEPT
           MOVE S-EMP-ID   TO RD-ID
           MOVE S-EMP-NAME TO RD-NAME
           MOVE S-EMP-TECH TO RD-TECH
           IF S-EMP-EARN NUMERIC
              MOVE WS-NEW-EARN TO RD-NEW
              MOVE WS-INCR     TO RD-INCR
              MOVE WS-PCT      TO RD-PCT
           END-IF
           WRITE REVISION-REPORT-RECORD FROM REV-DETAIL-LINE
           MOVE 'REVISION-REPORT' TO WS-ABEND-FILE
           MOVE WS-REP-STAT       TO WS-ABEND-STAT
           PERFORM 9900-CHECK-STATUS-PARA.
       6200-WRITE-SUBTOTAL-PARA.
           MOVE WS-SUB-COUNT TO RS-COUNT
           MOVE WS-SUB-OLD   TO RS-OLD
           MOVE WS-SUB-NEW   TO RS-NEW
           MOVE WS-SUB-INCR  TO RS-INCR
           MOVE ZERO         TO RS-PCT
           IF WS-SUB-OLD > ZERO
              COMPUTE RS-PCT ROUNDED = WS-SUB-INCR * 100 / WS-SUB-OLD
                 ON SIZE ERROR
                    MOVE 999.99 TO RS-PCT
              END-COMPUTE
           END-IF
           WRITE REVISION-REPORT-RECORD FROM REV-SUBTOTAL-LINE AFTER 2
           MOVE 'REVISION-REPORT' TO WS-ABEND-FILE
           MOVE WS-REP-STAT       TO WS-ABEND-STAT
           PERFORM 9900-CHECK-STATUS-PARA.
       6300-WRITE-COUNT-PARA.
           WRITE REVISION-REPORT-RECORD FROM REV-COUNT-LINE
           MOVE 'REVISION-REPORT' TO WS-ABEND-FILE
           MOVE WS-REP-STAT       TO WS-ABEND-STAT
           PERFORM 9900-CHECK-STATUS-PARA.
       6500-WRITE-MSG-PARA.
           WRITE REVISION-REPORT-RECORD FROM REV-MSG-LINE AFTER 2
           MOVE 'REVISION-REPORT' TO WS-ABEND-FILE
           MOVE WS-REP-STAT       TO WS-ABEND-STAT
           PERFORM 9900-CHECK-STATUS-PARA.
       8000-COMMIT-PARA.
           CLOSE REVISION-TRAN-FILE
           OPEN OUTPUT TRAN-FILE
           MOVE 'TRAN-FILE'  TO WS-ABEND-FILE
           MOVE WS-TRN-STAT  TO WS-ABEND-STAT
           PERFORM 9900-CHECK-STATUS-PARA
           IF BATCH-ON-FILE
              OPEN INPUT TRAN-SAVE-FILE
              MOVE 'TRAN-SAVE-FILE' TO WS-ABEND-FILE
              MOVE WS-SAV-STAT      TO WS-ABEND-STAT
              PERFORM 9900-CHECK-STATUS-PARA
              MOVE 'N' TO WS-TRN-EOF
              PERFORM 8100-COPY-SAVE-PARA UNTIL WS-TRN-EOF = 'Y'
              CLOSE TRAN-SAVE-FILE
           ELSE
              MOVE WS-RUN-DATE TO WH-BATCH-DATE
              WRITE TRAN-RECORD FROM WS-BATCH-HEADER
              MOVE 'TRAN-FILE'  TO WS-ABEND-FILE
              MOVE WS-TRN-STAT  TO WS-ABEND-STAT
              PERFORM 9900-CHECK-STATUS-PARA
           END-IF
           OPEN INPUT REVISION-TRAN-FILE
           MOVE 'REVISION-TRAN-FILE' TO WS-ABEND-FILE
           MOVE WS-RVT-STAT          TO WS-ABEND-STAT
           PERFORM 9900-CHECK-STATUS-PARA
           MOVE 'N' TO WS-TRN-EOF
           PERFORM 8200-COPY-REVISION-PARA UNTIL WS-TRN-EOF = 'Y'
           CLOSE REVISION-TRAN-FILE
           COMPUTE WZ-TRAN-COUNT = WS-OLD-TRL-COUNT + WS-TRAN-COUNT
           COMPUTE WZ-EARN-HASH  = WS-OLD-TRL-HASH + WS-EARN-HASH
           WRITE TRAN-RECORD FROM WS-BATCH-TRAILER
           MOVE 'TRAN-FILE'  TO WS-ABEND-FILE
           MOVE WS-TRN-STAT  TO WS-ABEND-STAT
           PERFORM 9900-CHECK-STATUS-PARA
           CLOSE TRAN-FILE
           PERFORM 8300-CONTROL-DONE-PARA.
       8100-COPY-SAVE-PARA.
           READ TRAN-SAVE-FILE
              AT END
                 MOVE 'Y' TO WS-TRN-EOF
           END-READ
           IF WS-TRN-EOF NOT = 'Y'
              MOVE 'TRAN-SAVE-FILE' TO WS-ABEND-FILE
              MOVE WS-SAV-STAT      TO WS-ABEND-STAT
              PERFORM 9900-CHECK-STATUS-PARA
              IF TS-TRAN-CODE NOT = 'Z'
                 WRITE TRAN-RECORD FROM TRAN-SAVE-RECORD
                 MOVE 'TRAN-FILE'  TO WS-ABEND-FILE
                 MOVE WS-TRN-STAT  TO WS-ABEND-STAT
                 PERFORM 9900-CHECK-STATUS-PARA
              END-IF
           END-IF.
       8200-COPY-REVISION-PARA.
           READ REVISION-TRAN-FILE
              AT END
                 MOVE 'Y' TO WS-TRN-EOF
           END-READ
           IF WS-TRN-EOF NOT = 'Y'
              MOVE 'REVISION-TRAN-FILE' TO WS-ABEND-FILE
              MOVE WS-RVT-STAT          TO WS-ABEND-STAT
              PERFORM 9900-CHECK-STATUS-PARA
              WRITE TRAN-RECORD FROM REVISION-TRAN-RECORD
              MOVE 'TRAN-FILE'  TO WS-ABEND-FILE
              MOVE WS-TRN-STAT  TO WS-ABEND-STAT
              PERFORM 9900-CHECK-STATUS-PARA
           END-IF.
       8300-CONTROL-DONE-PARA.
           OPEN OUTPUT REVISION-CONTROL
           MOVE 'REVISION-CONTROL' TO WS-ABEND-FILE
           MOVE WS-CTL-STAT        TO WS-ABEND-STAT
           PERFORM 9900-CHECK-STATUS-PARA
           MOVE SPACES      TO REVISION-CONTROL-RECORD
           MOVE 'DONE'      TO SC-ACTION
           MOVE WS-RUN-DATE TO SC-DATE
           MOVE WS-OPER-ID  TO SC-OPER-ID
           WRITE REVISION-CONTROL-RECORD
           MOVE 'REVISION-CONTROL' TO WS-ABEND-FILE
           MOVE WS-CTL-STAT        TO WS-ABEND-STAT
           PERFORM 9900-CHECK-STATUS-PARA
           CLOSE REVISION-CONTROL.
       9000-END-PARA.
           IF NOT FIRST-RECORD
              PERFORM 2100-DEPT-BREAK-PARA
              PERFORM 2200-LOC-BREAK-PARA
           END-IF
           MOVE 'GRAND'     TO RS-LABEL
           MOVE 'TOTL'      TO RS-CODE
           MOVE WS-GT-COUNT TO WS-SUB-COUNT
           MOVE WS-GT-OLD   TO WS-SUB-OLD
           MOVE WS-GT-NEW   TO WS-SUB-NEW
           MOVE WS-GT-INCR  TO WS-SUB-INCR
           PERFORM 6200-WRITE-SUBTOTAL-PARA
           MOVE SPACES TO REVISION-REPORT-RECORD
           WRITE REVISION-REPORT-RECORD
           MOVE 'EMPLOYEES READ'              TO RC-LABEL
           MOVE WS-READ-COUNT                 TO RC-COUNT
           PERFORM 6300-WRITE-COUNT-PARA
           MOVE 'EMPLOYEES REVISED'           TO RC-LABEL
           MOVE WS-GT-COUNT                   TO RC-COUNT
           PERFORM 6300-WRITE-COUNT-PARA
           MOVE 'NO CHANGE AFTER CAPS'        TO RC-LABEL
           MOVE WS-NOCHG-COUNT                TO RC-COUNT
           PERFORM 6300-WRITE-COUNT-PARA
           MOVE 'NOT COVERED BY PARAMETERS'   TO RC-LABEL
           MOVE WS-NOMATCH-COUNT              TO RC-COUNT
           PERFORM 6300-WRITE-COUNT-PARA
           MOVE 'TERMINATED - NOT REVISED'    TO RC-LABEL
           MOVE WS-TERM-COUNT                 TO RC-COUNT
           PERFORM 6300-WRITE-COUNT-PARA
           MOVE 'SKIPPED - SEE NOTES'         TO RC-LABEL
           MOVE WS-SKIP-COUNT                 TO RC-COUNT
           PERFORM 6300-WRITE-COUNT-PARA
           CLOSE SORTED-FILE
           IF LEAVE-FILE-AVAILABLE
              CLOSE LEAVE-FILE
           END-IF
           IF COMMIT-MODE
              PERFORM 8000-COMMIT-PARA
              MOVE SPACES TO RM-MSG
              STRING 'CHANGE TRANSACTIONS ADDED TO EMPTRAN.DAT = '
                 WS-TRAN-COUNT DELIMITED BY SIZE INTO RM-MSG
              PERFORM 6500-WRITE-MSG-PARA
           ELSE
              MOVE SPACES TO RM-MSG
              MOVE 'PREVIEW ONLY - NO TRANSACTIONS WRITTEN' TO RM-MSG
              PERFORM 6500-WRITE-MSG-PARA
           END-IF
           DISPLAY 'SALARY REVISION RUN COMPLETE'
           DISPLAY 'EMPLOYEES READ     = ', WS-READ-COUNT
           DISPLAY 'EMPLOYEES REVISED  = ', WS-GT-COUNT
           DISPLAY 'NOT COVERED        = ', WS-NOMATCH-COUNT
           DISPLAY 'SKIPPED            = ', WS-SKIP-COUNT
           DISPLAY 'TRANSACTIONS BUILT = ', WS-TRAN-COUNT
           IF WS-SKIP-COUNT > ZERO
              MOVE 4 TO RETURN-CODE
           END-IF
           CLOSE REVISION-REPORT.
       9900-CHECK-STATUS-PARA.
           IF WS-ABEND-STAT NOT = '00'
              DISPLAY '*** I/O ERROR ON ' WS-ABEND-FILE
                 ' STATUS=' WS-ABEND-STAT ' - JOB ABENDING ***'
              CLOSE REVISION-REPORT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
