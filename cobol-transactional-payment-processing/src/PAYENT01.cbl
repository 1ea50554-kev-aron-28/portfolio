       COPY PAYEEREC.
       COPY OPERREC.
       COPY PAYLIMIT.
       COPY CALREC.
       COPY COMMAREA REPLACING ==:CA-REC:== BY ==WS-PAY-CA==.
       COPY COMMAREA REPLACING ==:CA-REC:== BY ==WS-MENU-CA==.
       01 WS-TRANSID PIC X(4) VALUE 'PAY1'.
       01 WS-AMOUNT-DEC PIC S9(9)V99 COMP-3.
       01 WS-AMT-EDIT PIC -(9)9.99.
       01 WS-ABSTIME PIC S9(15) COMP-3.
      *  VALUE-DATING - SEE SET-VALUE-DATE.
       01 WS-VAL-ABSTIME PIC S9(15) COMP-3.
       01 WS-VAL-ENTRY-DATE PIC 9(08).
       01 WS-VAL-TIME PIC 9(06).
       01 WS-VAL-DOW PIC S9(8) COMP.
       01 WS-VAL-DAYS PIC S9(4) COMP.
       01 WS-VALUE-DATE PIC 9(08).
       01 WS-CUTOFF-TIME PIC 9(06).
       01 WS-BUSDAY-SW PIC X(01) VALUE 'N'.
          88 WS-BUSINESS-DAY VALUE 'Y'.
       01 WS-AUD-DATE PIC X(8).
       01 WS-AUD-TIME PIC X(6).
       01 WS-EXCP-TALLY PIC S9(8) COMP.
           ELSE
              MOVE PAYENOI TO PS-PAYEE-NO
              MOVE PAYE-NAME TO PS-PAYEE
              MOVE PAYE-NOC-SW TO PS-PAYEE-NOC-SW
              SET PS-SCR-AMOUNT TO TRUE
              PERFORM WRITE-STATE
              PERFORM DISPLAY-AMOUNT-SCREEN
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
      *  A DUPLICATE SUSPECT - SAME ACCOUNT, PAYEE AND AMOUNT
      *  ALREADY ON PAYFILE WITH TODAY'S ENTRY DATE - OUTRANKS THE
      *  HOLD AND BALANCE WARNINGS, BUT PF9 OVERRIDES WHICHEVER ONE
      *  IS SHOWING.  A PAYEE WITH AN ACH NOTIFICATION OF CHANGE
      *  STILL AWAITING REVIEW ON PAYEMNT1 IS NAMED IN THE SAME
      *  MESSAGE AS ANY OTHER WARNING - ONE PF9 ACCEPTS BOTH, SO THE
      *  BANK CHANGE IS NEVER OVERRIDDEN UNSEEN.  THE NEXT PAYMENT TO
      *  THE OLD BANK DETAILS WILL LIKELY COME BACK TOO.
           MOVE SPACES TO WS-WARN-MSG
           DIVIDE AMTI BY 100 GIVING WS-AMOUNT-DEC
           PERFORM CHECK-DUPLICATE-SUSPECT
           IF WS-DUP-FOUND AND PS-PAYEE-NOC-PENDING THEN
              MOVE 'DUPLICATE + BANK CHANGE - PF9 OVERRIDES'
                TO WS-WARN-MSG
           ELSE IF WS-DUP-FOUND THEN
              MOVE 'POSSIBLE DUPLICATE - PF9 TO OVERRIDE'
                TO WS-WARN-MSG
           ELSE IF ACCT-ST-HOLD AND WS-AMOUNT-DEC > ACCT-BALANCE
              AND PS-PAYEE-NOC-PENDING THEN
              MOVE 'HOLD + BAL + BANK CHANGE - PF9 OVERRIDES'
                TO WS-WARN-MSG
           ELSE IF ACCT-ST-HOLD AND WS-AMOUNT-DEC > ACCT-BALANCE THEN
              MOVE 'HOLD + EXCEEDS BALANCE - PF9 OVERRIDES'
                TO WS-WARN-MSG
           ELSE IF ACCT-ST-HOLD AND PS-PAYEE-NOC-PENDING THEN
              MOVE 'HOLD + BANK CHANGE - PF9 OVERRIDES'
                TO WS-WARN-MSG
           ELSE IF ACCT-ST-HOLD THEN
              MOVE 'ACCOUNT ON HOLD - PF9 TO OVERRIDE'
                TO WS-WARN-MSG
           ELSE IF WS-AMOUNT-DEC > ACCT-BALANCE
              AND PS-PAYEE-NOC-PENDING THEN
              MOVE 'OVER BAL + BANK CHANGE - PF9 OVERRIDES'
                TO WS-WARN-MSG
           ELSE IF WS-AMOUNT-DEC > ACCT-BALANCE THEN
              MOVE 'EXCEEDS BALANCE - PF9 TO OVERRIDE'
                TO WS-WARN-MSG
           ELSE IF PS-PAYEE-NOC-PENDING THEN
              MOVE 'PAYEE BANK CHANGE PENDING - PF9 OVERRIDE'
                TO WS-WARN-MSG
           END-IF.
      *  A SEPARATE SENTENCE - THE END-IF ABOVE CLOSES ONLY THE LAST
      *  IF OF THE CHAIN, AND EVERY WARNING MUST BE SAVED FOR PF9.
           IF WS-WARN-MSG NOT = SPACES THEN
              MOVE AMTI TO PS-AMOUNT-CENTS
              MOVE ACCTI TO PS-ACCOUNT-NO
           MOVE WS-AMT-EDIT TO CAMTO
           MOVE PS-ACCOUNT-NO TO CACCTO
           MOVE PS-ACCT-NAME TO CANAMEO
           PERFORM SHOW-VALUE-DATE
           MOVE WS-MSG TO MSG3O
           PERFORM SEND-CONFIRM-SCREEN.
       SHOW-VALUE-DATE.
      *  TELL THE OPERATOR BEFORE THEY CONFIRM WHEN THE PAYMENT WILL
      *  NOT SETTLE TODAY.  THE DATE IS TAKEN AGAIN WHEN THE PAYMENT
      *  IS WRITTEN, AND THE MENU MESSAGE REPEATS IT IF IT MOVED.
      *  A PAYMENT HELD FOR APPROVAL IS DATED AGAIN WHEN RELEASED.
           PERFORM SET-VALUE-DATE
           MOVE WS-VALUE-DATE TO CVDATEO
           IF WS-VALUE-DATE = WS-VAL-ENTRY-DATE THEN
              MOVE SPACES TO CVNOTEO
           ELSE IF WS-VAL-TIME NOT < WS-CUTOFF-TIME THEN
              MOVE 'AFTER CUTOFF - SETTLES NEXT BUSINESS DAY'
                TO CVNOTEO
           ELSE
              MOVE 'NOT A BUSINESS DAY - SETTLES NEXT ONE'
                TO CVNOTEO
           END-IF.
       RECEIVE-CONFIRM-SCREEN.
           EXEC CICS RECEIVE
              MAPSET('PAYMENT')
                 SET PAY-ST-PENDING TO TRUE
              END-IF
              MOVE CA-OPERATOR-ID OF WS-PAY-CA TO PAY-OPERATOR-ID
              SET PAY-CH-OPERATOR TO TRUE
              MOVE SPACES TO PAY-REJECT-REASON
      *  ENTRY DATE/TIME AND VALUE DATE COME FROM ONE CLOCK READING.
              PERFORM SET-VALUE-DATE
              MOVE WS-VAL-ENTRY-DATE TO PAY-ENTRY-DATE
              MOVE WS-VAL-TIME TO PAY-ENTRY-TIME
              MOVE WS-VALUE-DATE TO PAY-VALUE-DATE
              EXEC CICS WRITE
                 FILE('PAYFILE')
                 FROM(PAY-RECORD)
                 MOVE WS-MSG TO AUDIT-OUTCOME
                 PERFORM WRITE-AUDIT-LOG
                 PERFORM WRITE-SETTLEMENT-RECORD
      *  THE AUDIT TEXT STAYS AS IT IS - PAYRECON READS IT.  ONLY
      *  THE MENU MESSAGE CARRIES A VALUE DATE OTHER THAN TODAY.
                 IF WS-VALUE-DATE NOT = WS-VAL-ENTRY-DATE THEN
                    MOVE SPACES TO WS-MSG
                    STRING 'REF ' WS-REF-NO ' VALUE-DATED '
                       WS-VALUE-DATE
                       DELIMITED BY SIZE INTO WS-MSG
                 END-IF
              END-IF
              PERFORM RETURN-TO-MENU
           ELSE
              MOVE WS-MSG TO MSG3O
              PERFORM SEND-CONFIRM-SCREEN
           END-IF.
       SET-VALUE-DATE.
      *  THE VALUE DATE - THE BUSINESS DAY THE NIGHTLY JOBS COUNT THE
      *  PAYMENT IN - IS TODAY, UNLESS THE CLOCK IS AT OR PAST THE
      *  DAILY CUTOFF OR TODAY IS A WEEKEND OR HOLIDAY, WHEN IT IS
      *  THE NEXT BUSINESS DAY.  THE CUTOFF AND THE HOLIDAYS COME
      *  FROM THE BUSINESS CALENDAR (COPY CALREC); WITH NO CONTROL
      *  RECORD THERE IS NO CUTOFF.  THE SAME RULE IS CODED IN
      *  PAYFIX01 AND PAYAPR01 - A CHANGE HERE IS A CHANGE THERE.
           EXEC CICS ASKTIME
              ABSTIME(WS-VAL-ABSTIME)
           END-EXEC
           EXEC CICS FORMATTIME
              ABSTIME(WS-VAL-ABSTIME)
              YYYYMMDD(WS-VAL-ENTRY-DATE)
              TIME(WS-VAL-TIME)
           END-EXEC
           MOVE ZERO TO CAL-DATE
           EXEC CICS READ
              FILE('CALFILE')
              INTO(CAL-RECORD)
              RIDFLD(CAL-DATE)
              KEYLENGTH(LENGTH OF CAL-DATE)
              RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
              AND CAL-CTL-CUTOFF-TIME NUMERIC THEN
              MOVE CAL-CTL-CUTOFF-TIME TO WS-CUTOFF-TIME
           ELSE
              MOVE 240000 TO WS-CUTOFF-TIME
           END-IF
           IF WS-VAL-TIME NOT < WS-CUTOFF-TIME THEN
              ADD 86400000 TO WS-VAL-ABSTIME
           END-IF
           MOVE ZERO TO WS-VAL-DAYS
           MOVE 'N' TO WS-BUSDAY-SW
           PERFORM CHECK-VALUE-DAY UNTIL WS-BUSINESS-DAY.
       CHECK-VALUE-DAY.
      *  SUNDAY (0) AND SATURDAY (6) ARE NEVER BUSINESS DAYS; A
      *  WEEKDAY IS ONE UNLESS THE CALENDAR CARRIES IT AS A HOLIDAY.
      *  A MONTH WITH NO BUSINESS DAY IS A BROKEN CALENDAR - STOP
      *  THERE RATHER THAN LOOP.
           EXEC CICS FORMATTIME
              ABSTIME(WS-VAL-ABSTIME)
              YYYYMMDD(WS-VALUE-DATE)
              DAYOFWEEK(WS-VAL-DOW)
           END-EXEC
           SET WS-BUSINESS-DAY TO TRUE
           IF WS-VAL-DOW = 0 OR WS-VAL-DOW = 6 THEN
              MOVE 'N' TO WS-BUSDAY-SW
           ELSE
              MOVE WS-VALUE-DATE TO CAL-DATE
              EXEC CICS READ
                 FILE('CALFILE')
                 INTO(CAL-RECORD)
                 RIDFLD(CAL-DATE)
                 KEYLENGTH(LENGTH OF CAL-DATE)
                 RESP(WS-RESP)
              END-EXEC
              IF WS-RESP = DFHRESP(NORMAL) THEN
                 MOVE 'N' TO WS-BUSDAY-SW
              END-IF
           END-IF
           ADD 1 TO WS-VAL-DAYS
           IF WS-VAL-DAYS > 31 THEN
              SET WS-BUSINESS-DAY TO TRUE
           END-IF
           IF NOT WS-BUSINESS-DAY THEN
              ADD 86400000 TO WS-VAL-ABSTIME
           END-IF.
       WRITE-SETTLEMENT-RECORD.
      *  EVERY ACCEPTED PAYMENT ALSO GENERATES A FIXED-FORMAT RECORD
      *  ON THE OUTBOUND SETTLEMENT TD QUEUE FOR THE NIGHTLY ACH
           STRING WS-AUD-DATE WS-AUD-TIME DELIMITED BY SIZE
              INTO AUDIT-TIMESTAMP
           MOVE CA-OPERATOR-ID OF WS-PAY-CA TO AUDIT-OPERATOR-ID
           MOVE EIBTRMID TO AUDIT-TERMID
           MOVE WS-TRANSID TO AUDIT-TRANSID
           MOVE ZERO TO AUDIT-OPTION
           EXEC CICS WRITEQ TD
