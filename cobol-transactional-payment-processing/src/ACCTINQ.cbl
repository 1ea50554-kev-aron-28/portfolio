                   MOVE 'AWAITING' TO WS-HL-STATUS
                 WHEN PAY-ST-VOIDED
                   MOVE 'VOIDED' TO WS-HL-STATUS
                 WHEN PAY-ST-RETURNED
                   MOVE 'RETURNED' TO WS-HL-STATUS
                 WHEN OTHER
                   MOVE 'UNKNOWN' TO WS-HL-STATUS
              END-EVALUATE
