                MOVE 'AWAITING' TO STATO
              WHEN PAY-ST-VOIDED
                MOVE 'VOIDED' TO STATO
              WHEN PAY-ST-RETURNED
                MOVE 'RETURNED' TO STATO
              WHEN OTHER
                MOVE 'UNKNOWN' TO STATO
           END-EVALUATE.
                  TO WS-MSG
              WHEN PAY-ST-VOIDED
                MOVE 'PAYMENT ALREADY VOIDED' TO WS-MSG
              WHEN PAY-ST-RETURNED
                MOVE 'PAYMENT RETURNED BY BANK - CANNOT VOID'
                  TO WS-MSG
              WHEN OTHER
                MOVE 'UNRECOGNIZED PAYMENT STATUS' TO WS-MSG
           END-EVALUATE.
           STRING WS-AUD-DATE WS-AUD-TIME DELIMITED BY SIZE
              INTO AUDIT-TIMESTAMP
           MOVE CA-OPERATOR-ID OF WS-VOID-CA TO AUDIT-OPERATOR-ID
           MOVE EIBTRMID TO AUDIT-TERMID
           MOVE WS-TRANSID TO AUDIT-TRANSID
           MOVE ZERO TO AUDIT-OPTION
           EXEC CICS WRITEQ TD
