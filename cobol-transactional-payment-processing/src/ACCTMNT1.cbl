       COPY AUDITREC.
       COPY EXCPREC.
       COPY ACCTREC.
       COPY GLACTREC.
       COPY OPERREC.
       COPY COMMAREA REPLACING ==:CA-REC:== BY ==WS-AMNT-CA==.
       COPY COMMAREA REPLACING ==:CA-REC:== BY ==WS-MENU-CA==.
       01 WS-ABSTIME PIC S9(15) COMP-3.
       01 WS-AUD-DATE PIC X(8).
       01 WS-AUD-TIME PIC X(6).
       01 WS-OLD-BALANCE PIC S9(9)V99 COMP-3.
       01 WS-EXCP-TALLY PIC S9(8) COMP.
       01 WS-ABCODE PIC X(4) VALUE SPACES.
       01 WS-ABEND-MSG PIC X(40)
                 MOVE 'ACCOUNT NOT FOUND' TO WS-MSG
                 PERFORM REFRESH-AND-SEND
              ELSE
                 MOVE ACCT-BALANCE TO WS-OLD-BALANCE
                 DIVIDE ABALI BY 100 GIVING ACCT-BALANCE
                 PERFORM REWRITE-ACCOUNT
                 IF WS-RESP = DFHRESP(NORMAL) THEN
                       DELIMITED BY SIZE INTO WS-MSG
                    MOVE WS-MSG TO AUDIT-OUTCOME
                    PERFORM WRITE-AUDIT-LOG
                    PERFORM WRITE-ADJUST-ACTIVITY
                 ELSE
                    MOVE 'UNABLE TO UPDATE ACCOUNT' TO WS-MSG
                 END-IF
           STRING WS-AUD-DATE WS-AUD-TIME DELIMITED BY SIZE
              INTO AUDIT-TIMESTAMP
           MOVE CA-OPERATOR-ID OF WS-AMNT-CA TO AUDIT-OPERATOR-ID
           MOVE EIBTRMID TO AUDIT-TERMID
           MOVE WS-TRANSID TO AUDIT-TRANSID
           MOVE ZERO TO AUDIT-OPTION
           EXEC CICS WRITEQ TD
              FROM(AUDIT-RECORD)
              LENGTH(LENGTH OF AUDIT-RECORD)
           END-EXEC.
       WRITE-ADJUST-ACTIVITY.
      *  THE AUDIT LINE SAYS WHO ADJUSTED WHICH ACCOUNT; THE GL
      *  ACTIVITY RECORD CARRIES THE BALANCE BEFORE AND AFTER SO THE
      *  NIGHTLY GLEXTRCT JOURNAL CAN BOOK THE DIFFERENCE.  THE ADJT
      *  QUEUE OFFLOADS TO PROD.PAYAPP.ADJTFILE - SEE COPY GLACTREC.
      *  THE TIMESTAMP IS THE ONE WRITE-AUDIT-LOG JUST TOOK.
           MOVE SPACES TO GLA-RECORD
           MOVE AUDIT-TIMESTAMP TO GLA-TIMESTAMP
           MOVE WS-AUD-DATE TO GLA-BUSINESS-DATE
           SET GLA-BALANCE-ADJUST TO TRUE
           MOVE CA-OPERATOR-ID OF WS-AMNT-CA TO GLA-SOURCE-ID
           MOVE ACCT-NUMBER TO GLA-ACCOUNT-NO
           MOVE ZERO TO GLA-REF-NO
           COMPUTE GLA-AMOUNT = ACCT-BALANCE - WS-OLD-BALANCE
           MOVE WS-OLD-BALANCE TO GLA-OLD-BALANCE
           MOVE ACCT-BALANCE TO GLA-NEW-BALANCE
           EXEC CICS WRITEQ TD
              QUEUE('ADJT')
              FROM(GLA-RECORD)
              LENGTH(LENGTH OF GLA-RECORD)
           END-EXEC.
       RETURN-TO-MENU.
           MOVE 'R' TO CA-CONTINUE OF WS-MENU-CA
           MOVE CA-OPERATOR-ID OF WS-AMNT-CA
