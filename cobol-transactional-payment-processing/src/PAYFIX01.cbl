       COPY ACCTREC.
       COPY PAYEEREC.
       COPY PAYLIMIT.
       COPY CALREC.
       COPY COMMAREA REPLACING ==:CA-REC:== BY ==WS-FIX-CA==.
       COPY COMMAREA REPLACING ==:CA-REC:== BY ==WS-MENU-CA==.
       01 WS-TRANSID PIC X(4) VALUE 'PAY5'.
          05 WS-LL-DATE PIC 9(08).
          05 FILLER PIC X(01) VALUE SPACES.
       01 WS-ABSTIME PIC S9(15) COMP-3.
      *  VALUE-DATING - SEE SET-VALUE-DATE.
       01 WS-VAL-ABSTIME PIC S9(15) COMP-3.
       01 WS-VAL-ENTRY-DATE PIC 9(08).
       01 WS-VAL-TIME PIC 9(06).
       01 WS-VAL-DOW PIC S9(8) COMP.
       01 WS-VAL-DAYS PIC S9(4) COMP.
       01 WS-VALUE-DATE PIC 9(08).
       01 WS-CUTOFF-TIME PIC 9(06).
       01 WS-VAL-MSG PIC X(40) VALUE SPACES.
       01 WS-BUSDAY-SW PIC X(01) VALUE 'N'.
          88 WS-BUSINESS-DAY VALUE 'Y'.
       01 WS-AUD-DATE PIC X(8).
       01 WS-AUD-TIME PIC X(6).
       01 WS-EXCP-TALLY PIC S9(8) COMP.
              MOVE 'PAYEE NO NOT ON FILE' TO WS-MSG
           ELSE IF WS-RESP NOT = DFHRESP(NORMAL) THEN
              MOVE 'PAYEE FILE UNAVAILABLE - TRY LATER' TO WS-MSG
           ELSE IF PAYE-ST-HOLD THEN
              MOVE 'PAYEE ON COMPLIANCE HOLD' TO WS-MSG
           ELSE IF PAYE-ST-BLOCKED THEN
              MOVE 'PAYEE BLOCKED - SANCTIONS MATCH' TO WS-MSG
           ELSE IF NOT PAYE-ST-ACTIVE THEN
              MOVE 'PAYEE INACTIVE - KEY NEW PAYEE NO' TO WS-MSG
           END-IF.
                 SET PAY-ST-PENDING TO TRUE
              END-IF
              MOVE CA-OPERATOR-ID OF WS-FIX-CA TO PAY-OPERATOR-ID
              SET PAY-CH-OPERATOR TO TRUE
              MOVE SPACES TO PAY-REJECT-REASON
              PERFORM SET-VALUE-DATE
              MOVE WS-VAL-ENTRY-DATE TO PAY-ENTRY-DATE
              MOVE WS-VAL-TIME TO PAY-ENTRY-TIME
              MOVE WS-VALUE-DATE TO PAY-VALUE-DATE
              EXEC CICS WRITE
                 FILE('PAYFILE')
                 FROM(PAY-RECORD)
                 MOVE 'UNABLE TO WRITE PAYMENT RECORD' TO WS-MSG
                 PERFORM REFRESH-AND-SEND
              ELSE
      *  A PENDING RESUBMISSION KEYED AFTER THE CUTOFF, OR ON A
      *  CLOSED DAY, IS TOLD ITS VALUE DATE ON THE MESSAGE LINE.  A
      *  HELD ONE IS DATED AGAIN WHEN PAYAPR01 RELEASES IT.
                 MOVE SPACES TO WS-VAL-MSG
                 IF PAY-ST-PENDING THEN
                    PERFORM WRITE-SETTLEMENT-RECORD
                    IF WS-VALUE-DATE NOT = WS-VAL-ENTRY-DATE THEN
                       STRING 'RESUBMIT AS ' WS-REF-NO ' VALUE '
                          WS-VALUE-DATE
                          DELIMITED BY SIZE INTO WS-VAL-MSG
                    END-IF
                 END-IF
                 PERFORM MARK-ORIGINAL
                 STRING 'RESUBMIT ' WS-ORIG-REF ' AS ' WS-REF-NO
                    DELIMITED BY SIZE INTO WS-MSG
                 MOVE WS-MSG TO AUDIT-OUTCOME
                 PERFORM WRITE-AUDIT-LOG
                 IF WS-VAL-MSG NOT = SPACES THEN
                    MOVE WS-VAL-MSG TO WS-MSG
                 END-IF
                 PERFORM REFRESH-AND-SEND
              END-IF
           END-IF.
                 RESP(WS-RESP)
              END-EXEC
           END-IF.
       SET-VALUE-DATE.
      *  THE VALUE DATE - THE BUSINESS DAY THE NIGHTLY JOBS COUNT THE
      *  PAYMENT IN - IS TODAY, UNLESS THE CLOCK IS AT OR PAST THE
      *  DAILY CUTOFF OR TODAY IS A WEEKEND OR HOLIDAY, WHEN IT IS
      *  THE NEXT BUSINESS DAY.  THE CUTOFF AND THE HOLIDAYS COME
      *  FROM THE BUSINESS CALENDAR (COPY CALREC); WITH NO CONTROL
      *  RECORD THERE IS NO CUTOFF.  THE SAME RULE AS PAYENT01 -
      *  A CHANGE THERE IS A CHANGE HERE.
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
      *  THE SAME FIXED-FORMAT RECORD PAYENT01 WRITES, WITH THE
      *  PAYEE MASTER'S ROUTING FIELDS - PAYE-RECORD IS STILL
           STRING WS-AUD-DATE WS-AUD-TIME DELIMITED BY SIZE
              INTO AUDIT-TIMESTAMP
           MOVE CA-OPERATOR-ID OF WS-FIX-CA TO AUDIT-OPERATOR-ID
           MOVE EIBTRMID TO AUDIT-TERMID
           MOVE WS-TRANSID TO AUDIT-TRANSID
           MOVE ZERO TO AUDIT-OPTION
           EXEC CICS WRITEQ TD
