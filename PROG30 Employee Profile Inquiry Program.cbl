              ACCESS MODE  IS DYNAMIC
              RECORD KEY   IS H-HIST-KEY
              FILE STATUS  IS WS-HST-STAT.
           SELECT LEAVE-FILE ASSIGN TO 'LEAVEBAL.DAT'
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              RECORD KEY   IS LB-LEAVE-KEY
              FILE STATUS  IS WS-LVB-STAT.
           SELECT REQUEST-FILE ASSIGN TO 'PRFREQ.DAT'
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE  IS SEQUENTIAL
           03  YTD-PRD-EARN     PIC 9(09)V99.
           03  YTD-PRD-DEDN     PIC 9(09)V99.
       FD  HISTORY-FILE
           RECORD CONTAINS 175 CHARACTERS.
       01  HISTORY-RECORD.
           03  H-HIST-KEY.
               05  H-EMP-ID     PIC X(05).
           03  H-TRAN-SOURCE    PIC X(01).
           03  H-BEFORE-IMAGE   PIC X(62).
           03  H-AFTER-IMAGE    PIC X(62).
           03  H-OPER-ID        PIC X(08).
           03  H-APPR-ID        PIC X(08).
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
       FD  REQUEST-FILE
           RECORD CONTAINS 05 CHARACTERS
           RECORDING MODE IS F.
           03  FILLER           PIC X(09) VALUE '  SOURCE:'.
           03  FILLER           PIC X(01) VALUE SPACES.
           03  RH-SOURCE        PIC X(01) VALUE SPACES.
           03  FILLER           PIC X(05) VALUE '  BY:'.
           03  FILLER           PIC X(01) VALUE SPACES.
           03  RH-OPER-ID       PIC X(08) VALUE SPACES.
           03  FILLER           PIC X(07) VALUE '  APPR:'.
           03  FILLER           PIC X(01) VALUE SPACES.
           03  RH-APPR-ID       PIC X(08) VALUE SPACES.
       01  RPT-LEAVE-LINE.
           03  FILLER           PIC X(04) VALUE SPACES.
           03  RL-DESC          PIC X(10) VALUE SPACES.
           03  FILLER           PIC X(06) VALUE 'BAL:'.
           03  RL-BALANCE       PIC ZZ9.99 VALUE ZERO.
           03  FILLER           PIC X(15) VALUE '  ACCRUED YTD:'.
           03  RL-ACCRUED       PIC ZZ9.99 VALUE ZERO.
           03  FILLER           PIC X(13) VALUE '  TAKEN YTD:'.
           03  RL-TAKEN         PIC ZZ9.99 VALUE ZERO.
           03  FILLER           PIC X(10) VALUE '  PERIOD:'.
           03  RL-PRD-TAKEN     PIC ZZ9.99 VALUE ZERO.
           03  FILLER           PIC X(10) VALUE '  UNPAID:'.
           03  RL-UNPAID-AMT    PIC ZZ,ZZ9.99 VALUE ZERO.
           03  FILLER           PIC X(08) VALUE '  LAST:'.
           03  RL-LAST-DATE     PIC X(10) VALUE SPACES.
       01  RPT-NONE-LINE.
           03  RN-TEXT          PIC X(45) VALUE SPACES.
       01  WS-LAST-HIST-TABLE.
               05  WS-LH-TIME   PIC X(06).
               05  WS-LH-ACTION PIC X(10).
               05  WS-LH-SOURCE PIC X(01).
               05  WS-LH-OPER   PIC X(08).
               05  WS-LH-APPR   PIC X(08).
       01  WS-DATE-TIME-FIELDS.
           03  WS-DATE          PIC 9(08) VALUE ZERO.
           03  WS-FDATE         PIC X(10) VALUE SPACES.
               88  YTD-FILE-AVAILABLE     VALUE 'Y'.
           03  WS-HST-AVAIL     PIC X(01) VALUE 'N'.
               88  HISTORY-FILE-AVAILABLE VALUE 'Y'.
           03  WS-LVB-STAT      PIC X(02) VALUE SPACES.
           03  WS-LVB-AVAIL     PIC X(01) VALUE 'N'.
               88  LEAVE-FILE-AVAILABLE   VALUE 'Y'.
           03  WS-LEAVE-EOF     PIC X(01) VALUE 'N'.
           03  WS-LEAVE-COUNT   PIC 9(05) VALUE ZERO.
           03  WS-DEDN-EOF      PIC X(01) VALUE 'N'.
           03  WS-HIST-EOF      PIC X(01) VALUE 'N'.
           03  WS-YTD-FOUND     PIC X(01) VALUE 'N'.
           PERFORM 3000-DEDN-PARA
           PERFORM 4000-YTD-PARA
           PERFORM 5000-HISTORY-PARA
           PERFORM 7000-LEAVE-PARA
           PERFORM 9000-END-PARA
           STOP RUN.
       1000-INIT-PARA.
           IF WS-HST-STAT = '00'
              SET HISTORY-FILE-AVAILABLE TO TRUE
           END-IF
           OPEN INPUT LEAVE-FILE
           IF WS-LVB-STAT = '00'
              SET LEAVE-FILE-AVAILABLE TO TRUE
           END-IF
           OPEN OUTPUT PROFILE-REPORT
           MOVE 'PROFILE-REPORT' TO WS-ABEND-FILE
           MOVE WS-RPT-STAT      TO WS-ABEND-STAT
                 MOVE H-TIME        TO WS-LH-TIME(WS-LH-USED)
                 MOVE H-ACTION      TO WS-LH-ACTION(WS-LH-USED)
                 MOVE H-TRAN-SOURCE TO WS-LH-SOURCE(WS-LH-USED)
                 MOVE H-OPER-ID     TO WS-LH-OPER(WS-LH-USED)
                 MOVE H-APPR-ID     TO WS-LH-APPR(WS-LH-USED)
              ELSE
                 MOVE 'Y' TO WS-HIST-EOF
              END-IF
           MOVE ':' TO RH-HTIME(3:1) RH-HTIME(6:1)
           MOVE WS-LH-ACTION(WS-LH-IDX) TO RH-ACTION
           MOVE WS-LH-SOURCE(WS-LH-IDX) TO RH-SOURCE
           MOVE WS-LH-OPER(WS-LH-IDX)   TO RH-OPER-ID
           MOVE WS-LH-APPR(WS-LH-IDX)   TO RH-APPR-ID
           WRITE PROFILE-REPORT-RECORD FROM RPT-HIST-LINE
           MOVE 'PROFILE-REPORT' TO WS-ABEND-FILE
           MOVE WS-RPT-STAT      TO WS-ABEND-STAT
           PERFORM 9900-CHECK-STATUS-PARA.
       7000-LEAVE-PARA.
           MOVE 'LEAVE BALANCES' TO RS-TITLE
           WRITE PROFILE-REPORT-RECORD FROM RPT-SECTION-LINE AFTER 2
           IF LEAVE-FILE-AVAILABLE
              MOVE 'N'           TO WS-LEAVE-EOF
              MOVE WS-REQ-EMP-ID TO LB-EMP-ID
              MOVE SPACES        TO LB-LEAVE-TYPE
              START LEAVE-FILE KEY IS NOT LESS THAN LB-LEAVE-KEY
                 INVALID KEY
                    MOVE 'Y' TO WS-LEAVE-EOF
              END-START
              PERFORM 7500-LEAVE-NEXT-PARA UNTIL WS-LEAVE-EOF = 'Y'
           END-IF
           IF WS-LEAVE-COUNT = ZERO
              MOVE 'NO LEAVE BALANCES ON FILE' TO RN-TEXT
              WRITE PROFILE-REPORT-RECORD FROM RPT-NONE-LINE
           END-IF
           MOVE 'PROFILE-REPORT' TO WS-ABEND-FILE
           MOVE WS-RPT-STAT      TO WS-ABEND-STAT
           PERFORM 9900-CHECK-STATUS-PARA.
       7500-LEAVE-NEXT-PARA.
           READ LEAVE-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-LEAVE-EOF
           END-READ
           IF WS-LEAVE-EOF NOT = 'Y'
              IF LB-EMP-ID = WS-REQ-EMP-ID
                 ADD 1 TO WS-LEAVE-COUNT
                 INITIALIZE RPT-LEAVE-LINE
                 EVALUATE LB-LEAVE-TYPE
                    WHEN 'AN'
                       MOVE 'ANNUAL'        TO RL-DESC
                    WHEN 'SK'
                       MOVE 'SICK'          TO RL-DESC
                    WHEN 'UL'
                       MOVE 'UNPAID'        TO RL-DESC
                    WHEN OTHER
                       MOVE LB-LEAVE-TYPE   TO RL-DESC
                 END-EVALUATE
                 MOVE LB-BALANCE        TO RL-BALANCE
                 MOVE LB-ACCRUED-YTD    TO RL-ACCRUED
                 MOVE LB-TAKEN-YTD      TO RL-TAKEN
                 MOVE LB-PRD-TAKEN      TO RL-PRD-TAKEN
                 MOVE LB-PRD-UNPAID-AMT TO RL-UNPAID-AMT
                 IF LB-LAST-TAKEN-DATE NUMERIC
                    MOVE LB-LAST-TAKEN-DATE(7:2) TO RL-LAST-DATE(1:2)
                    MOVE LB-LAST-TAKEN-DATE(5:2) TO RL-LAST-DATE(4:2)
                    MOVE LB-LAST-TAKEN-DATE(1:4) TO RL-LAST-DATE(7:4)
                    MOVE '/' TO RL-LAST-DATE(3:1) RL-LAST-DATE(6:1)
                 END-IF
                 WRITE PROFILE-REPORT-RECORD FROM RPT-LEAVE-LINE
                 MOVE 'PROFILE-REPORT' TO WS-ABEND-FILE
                 MOVE WS-RPT-STAT      TO WS-ABEND-STAT
                 PERFORM 9900-CHECK-STATUS-PARA
              ELSE
                 MOVE 'Y' TO WS-LEAVE-EOF
              END-IF
           END-IF.
       9000-END-PARA.
           DISPLAY 'PROFILE INQUIRY COMPLETE FOR ' WS-REQ-EMP-ID
           IF DEDN-FILE-AVAILABLE
           IF HISTORY-FILE-AVAILABLE
              CLOSE HISTORY-FILE
           END-IF
           IF LEAVE-FILE-AVAILABLE
              CLOSE LEAVE-FILE
           END-IF
           CLOSE EMPLOYEE-MASTER, PROFILE-REPORT.
       9900-CHECK-STATUS-PARA.
           IF WS-ABEND-STAT NOT = '00'
