              MOVE 'PAYEE NO NOT ON FILE' TO WS-MSG
           ELSE IF WS-RESP NOT = DFHRESP(NORMAL) THEN
              MOVE 'PAYEE FILE UNAVAILABLE - TRY LATER' TO WS-MSG
           ELSE IF PAYE-ST-HOLD THEN
              MOVE 'PAYEE ON COMPLIANCE HOLD' TO WS-MSG
           ELSE IF PAYE-ST-BLOCKED THEN
              MOVE 'PAYEE BLOCKED - SANCTIONS MATCH' TO WS-MSG
           ELSE IF NOT PAYE-ST-ACTIVE THEN
              MOVE 'PAYEE IS INACTIVE' TO WS-MSG
           END-IF.
           STRING WS-AUD-DATE WS-AUD-TIME DELIMITED BY SIZE
              INTO AUDIT-TIMESTAMP
           MOVE CA-OPERATOR-ID OF WS-STND-CA TO AUDIT-OPERATOR-ID
           MOVE EIBTRMID TO AUDIT-TERMID
           MOVE WS-TRANSID TO AUDIT-TRANSID
           MOVE ZERO TO AUDIT-OPTION
           EXEC CICS WRITEQ TD
