           MOVE CD-DESC       TO RD-DESC
           EVALUATE TRUE
              WHEN CD-TABLE-TYPE NOT = 'L' AND NOT = 'T' AND NOT = 'D'
                    AND NOT = 'X' AND NOT = 'V'
                 ADD 1 TO WS-ERR-COUNT
                 MOVE CD-ACTION TO RD-ACTION
                 MOVE 'REJECTED - INVALID TABLE TYPE' TO RD-RESULT
                 ADD 1 TO WS-ERR-COUNT
                 MOVE CD-ACTION TO RD-ACTION
                 MOVE 'REJECTED - CODE MISSING' TO RD-RESULT
              WHEN CD-ACTION = 'A' AND CD-TABLE-TYPE = 'V'
                    AND (CD-CODE(1:3) = SPACES
                    OR CD-CODE(4:2) NOT NUMERIC
                    OR CD-DESC(6:8) NOT NUMERIC)
                 ADD 1 TO WS-ERR-COUNT
                 MOVE 'ADD' TO RD-ACTION
                 MOVE 'REJECTED - BAD ACCRUAL RATE' TO RD-RESULT
              WHEN CD-ACTION = 'A'
                 PERFORM 3000-ADD-PARA
              WHEN CD-ACTION = 'E'
