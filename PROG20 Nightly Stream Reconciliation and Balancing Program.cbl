           03  WS-P15-PENDED    PIC 9(09) VALUE ZERO.
           03  WS-P15-SWEPT     PIC 9(09) VALUE ZERO.
           03  WS-P15-BANK      PIC 9(09) VALUE ZERO.
           03  WS-P15-APPR-Q    PIC 9(09) VALUE ZERO.
           03  WS-P15-APPR-X    PIC 9(09) VALUE ZERO.
           03  WS-P15-LEAVE     PIC 9(09) VALUE ZERO.
           03  WS-P15-MASTER    PIC 9(09) VALUE ZERO.
           03  WS-P17-ACCEPTED  PIC 9(09) VALUE ZERO.
       01  WS-VARIABLES.
                 MOVE RC-VALUE TO WS-P15-SWEPT
              WHEN 'PROG15' ALSO 'BANK-UPDATED'
                 MOVE RC-VALUE TO WS-P15-BANK
              WHEN 'PROG15' ALSO 'APPR-QUEUED'
                 MOVE RC-VALUE TO WS-P15-APPR-Q
              WHEN 'PROG15' ALSO 'APPR-DECLINED'
                 MOVE RC-VALUE TO WS-P15-APPR-X
              WHEN 'PROG15' ALSO 'LEAVE-POSTED'
                 MOVE RC-VALUE TO WS-P15-LEAVE
              WHEN 'PROG15' ALSO 'MASTER-COUNT'
                 MOVE RC-VALUE TO WS-P15-MASTER
              WHEN 'PROG17' ALSO 'TRANS-ACCEPTED'
                             + WS-P15-TERMED + WS-P15-PURGED
                             + WS-P15-REJECTED + WS-P15-DEDN
                             + WS-P15-BANK
                             + WS-P15-APPR-Q + WS-P15-APPR-X
                             + WS-P15-LEAVE
                             + WS-P15-PENDED - WS-P15-SWEPT
              MOVE WS-P17-ACCEPTED TO B-LHS
              MOVE WS-RHS          TO B-RHS
