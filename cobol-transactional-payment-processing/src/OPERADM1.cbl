           STRING WS-AUD-DATE WS-AUD-TIME DELIMITED BY SIZE
              INTO AUDIT-TIMESTAMP
           MOVE CA-OPERATOR-ID OF WS-ADM-CA TO AUDIT-OPERATOR-ID
           MOVE EIBTRMID TO AUDIT-TERMID
           MOVE WS-TRANSID TO AUDIT-TRANSID
           MOVE ZERO TO AUDIT-OPTION
           EXEC CICS WRITEQ TD
