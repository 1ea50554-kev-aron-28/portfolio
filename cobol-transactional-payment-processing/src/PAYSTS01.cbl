              ELSE
                 MOVE SPACES TO ORIGO
              END-IF
      *  THE REASON CODE IS ONLY MEANINGFUL ON A REJECTED, VOIDED OR
      *  RETURNED PAYMENT - SETLPOST CARRIES THE ACH PROCESSOR'S
      *  RETURN REASON (ALSO ON A LATE RETURN OF A POSTED PAYMENT)
      *  AND PAYREV01 STAMPS 'OPER VOID' WHEN THEY REWRITE THE STATUS.
              IF PAY-ST-REJECTED OR PAY-ST-VOIDED
                 OR PAY-ST-RETURNED THEN
                 MOVE PAY-REJECT-REASON TO RSNO
              ELSE
                 MOVE SPACES TO RSNO
                   MOVE 'AWAITING' TO STATO
                 WHEN PAY-ST-VOIDED
                   MOVE 'VOIDED' TO STATO
                 WHEN PAY-ST-RETURNED
                   MOVE 'RETURNED' TO STATO
                 WHEN OTHER
                   MOVE 'UNKNOWN' TO STATO
              END-EVALUATE
              ELSE
                 MOVE SPACES TO ORIGO
              END-IF
              IF PAY-ST-REJECTED OR PAY-ST-VOIDED
                 OR PAY-ST-RETURNED THEN
                 MOVE PAY-REJECT-REASON TO RSNO
              ELSE
                 MOVE SPACES TO RSNO
                   MOVE 'REJECTED' TO STATO
                 WHEN PAY-ST-VOIDED
                   MOVE 'VOIDED' TO STATO
                 WHEN PAY-ST-RETURNED
                   MOVE 'RETURNED' TO STATO
                 WHEN OTHER
                   MOVE 'UNKNOWN' TO STATO
              END-EVALUATE
