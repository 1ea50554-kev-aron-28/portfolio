              MOVE 'MUST BE A NUMBER' TO WS-MSG
            ELSE
              MOVE OPTI TO WS-OPT
              IF WS-OPT < 1 OR WS-OPT > 14 THEN
                MOVE 'OUT OF RANGE' TO WS-MSG
              END-IF
            END-IF
                PERFORM CALL-REJECT-REPAIR
              WHEN 12
                PERFORM CALL-DASHBOARD
              WHEN 13
                PERFORM CALL-FEE-SCHEDULE
              WHEN 14
                PERFORM CALL-AUDIT-INQUIRY
              WHEN OTHER
                PERFORM SEND-SCREEN
           END-EVALUATE.
           STRING WS-AUD-DATE WS-AUD-TIME DELIMITED BY SIZE
              INTO AUDIT-TIMESTAMP
           MOVE CA-OPERATOR-ID OF WS-COMMAREA TO AUDIT-OPERATOR-ID
           MOVE EIBTRMID TO AUDIT-TERMID
           MOVE WS-TRANSID TO AUDIT-TRANSID
           MOVE WS-OPT TO AUDIT-OPTION
           EVALUATE WS-OPT
                MOVE 'REJECT REPAIR SELECTED' TO AUDIT-OUTCOME
              WHEN 12
                MOVE 'DASHBOARD SELECTED' TO AUDIT-OUTCOME
              WHEN 13
                MOVE 'FEE SCHEDULE SELECTED' TO AUDIT-OUTCOME
              WHEN 14
                MOVE 'AUDIT INQUIRY SELECTED' TO AUDIT-OUTCOME
              WHEN OTHER
                MOVE 'UNRECOGNIZED OPTION' TO AUDIT-OUTCOME
           END-EVALUATE
              COMMAREA(WS-COMMAREA)
              LENGTH(LENGTH OF WS-COMMAREA)
           END-EXEC.
       CALL-FEE-SCHEDULE.
      *  HAND OFF TO THE FEE SCHEDULE MAINTENANCE TRANSACTION - IT
      *  REFUSES NON-SUPERVISOR OPERATORS ITSELF AND XCTLS BACK TO
      *  US THE SAME WAY THE OTHER FUNCTION PROGRAMS DO.
           MOVE SPACES TO CA-CONTINUE OF WS-COMMAREA
           MOVE SPACES TO CA-MSG OF WS-COMMAREA
           EXEC CICS XCTL
              PROGRAM('FEEMNT1')
              COMMAREA(WS-COMMAREA)
              LENGTH(LENGTH OF WS-COMMAREA)
           END-EXEC.
       CALL-AUDIT-INQUIRY.
      *  HAND OFF TO THE AUDIT TRAIL INQUIRY - IT REFUSES NON-
      *  SUPERVISOR OPERATORS ITSELF AND XCTLS BACK TO US THE SAME
      *  WAY THE OTHER FUNCTION PROGRAMS DO.
           MOVE SPACES TO CA-CONTINUE OF WS-COMMAREA
           MOVE SPACES TO CA-MSG OF WS-COMMAREA
           EXEC CICS XCTL
              PROGRAM('AUDINQ1')
              COMMAREA(WS-COMMAREA)
              LENGTH(LENGTH OF WS-COMMAREA)
           END-EXEC.
       CALL-HELP.
      *  PF1 JUMPS STRAIGHT TO THE HELP PANEL WITHOUT GOING THROUGH
      *  EVALUATE-OPTION, THE SAME WAY PF3 BYPASSES IT FOR EXIT.  IT
