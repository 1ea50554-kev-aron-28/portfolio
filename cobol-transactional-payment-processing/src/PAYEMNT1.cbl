       COPY AUDITREC.
       COPY EXCPREC.
       COPY PAYEEREC.
       COPY NOCREC.
       COPY WATCHREC.
       COPY WLHITREC.
       COPY OPERREC.
       COPY COMMAREA REPLACING ==:CA-REC:== BY ==WS-PYEM-CA==.
       COPY COMMAREA REPLACING ==:CA-REC:== BY ==WS-MENU-CA==.
          88 WS-BROWSE-DONE VALUE 'Y'.
       01 WS-SUPV-SW PIC X(01) VALUE 'N'.
          88 WS-IS-SUPERVISOR VALUE 'Y'.
       01 WS-NOC-SW PIC X(01) VALUE 'N'.
          88 WS-NOC-FOUND VALUE 'Y'.
       01 WS-NOCBR-SW PIC X(01) VALUE 'N'.
          88 WS-NOCBR-DONE VALUE 'Y'.
       01 WS-NOC-DECISION PIC X(01) VALUE SPACES.
          88 WS-NOC-APPLY VALUE 'A'.
          88 WS-NOC-REJECT VALUE 'J'.
       01 WS-NOC-PAYEE PIC 9(06).
       01 WS-NOC-BR-KEY.
          05 WS-NB-PAYEE-NO PIC 9(06).
          05 WS-NB-REF-NO PIC 9(10).
       01 WS-NOC-KEY-SAVE.
          05 WS-NKS-PAYEE-NO PIC 9(06).
          05 WS-NKS-REF-NO PIC 9(10).
       01 WS-NOC-ROUTING PIC 9(09).
       01 WS-NOC-BANK-ACCT PIC X(17).
       01 WS-OLD-ROUTING PIC 9(09).
       01 WS-OLD-BANK-ACCT PIC X(17).
       01 WS-SQ-NAME PIC X(40).
       01 WS-SQ-KEY PIC X(20).
       01 WS-SQ-IX PIC S9(4) COMP.
       01 WS-SQ-LEN PIC S9(4) COMP.
       01 WS-CMP-LEN PIC S9(4) COMP.
       01 WS-WL-BR-KEY.
          05 WS-WB-MATCH-KEY PIC X(20).
          05 WS-WB-ENTRY-ID PIC 9(08).
       01 WS-WB-FROM-KEY PIC X(20).
       01 WS-WB-CMP-LEN PIC S9(4) COMP.
       01 WS-BR-LEN PIC S9(4) COMP.
       01 WS-PROBE-LEN PIC S9(4) COMP.
       01 WS-WLBR-SW PIC X(01) VALUE 'N'.
          88 WS-WLBR-DONE VALUE 'Y'.
       01 WS-SCREEN-SW PIC X(01) VALUE 'N'.
          88 WS-SCREEN-FAILED VALUE 'Y'.
       01 WS-HIT-BR-KEY.
          05 WS-HB-PAYEE-NO PIC 9(06).
          05 WS-HB-ENTRY-ID PIC 9(08).
       01 WS-HITBR-SW PIC X(01) VALUE 'N'.
          88 WS-HITBR-DONE VALUE 'Y'.
       01 WS-HIT-PAYEE PIC 9(06).
       01 WS-OPEN-HITS PIC S9(4) COMP.
       01 WS-CONFIRMED-HITS PIC S9(4) COMP.
       01 WS-OPEN-HIT-KEY.
          05 WS-OHK-PAYEE-NO PIC 9(06).
          05 WS-OHK-ENTRY-ID PIC 9(08).
       01 WS-HIT-DECISION PIC X(01) VALUE SPACES.
          88 WS-HIT-CLEAR VALUE 'C'.
          88 WS-HIT-CONFIRM VALUE 'M'.
       01 WS-HIT-ENTRY-ID PIC 9(08).
       01 WS-HIT-PROGRAM PIC X(10).
       01 WS-LIST-LINE.
          05 WS-LL-PAYE-NO PIC 9(06).
          05 FILLER PIC X(02) VALUE SPACES.
       PROCESS-ACTION.
           MOVE SPACES TO WS-MSG
           IF ACTL = 0 THEN
              MOVE 'ACTION REQUIRED: A N B I E T V C X W K M' TO WS-MSG
              PERFORM REFRESH-AND-SEND
           ELSE IF ACTI = 'A' THEN
              PERFORM ADD-PAYEE
                   PERFORM INACTIVATE-PAYEE
                 WHEN 'E'
                   PERFORM REACTIVATE-PAYEE
                 WHEN 'T'
                   PERFORM TAX-DETAILS
                 WHEN 'V'
                   PERFORM VIEW-NOC
                 WHEN 'C'
                   MOVE 'A' TO WS-NOC-DECISION
                   PERFORM DECIDE-NOC
                 WHEN 'X'
                   MOVE 'J' TO WS-NOC-DECISION
                   PERFORM DECIDE-NOC
                 WHEN 'W'
                   PERFORM VIEW-HIT
                 WHEN 'K'
                   MOVE 'C' TO WS-HIT-DECISION
                   PERFORM DECIDE-HIT
                 WHEN 'M'
                   MOVE 'M' TO WS-HIT-DECISION
                   PERFORM DECIDE-HIT
                 WHEN OTHER
                   MOVE 'ACTION MUST BE A N B I E T V C X W K M'
                     TO WS-MSG
                   PERFORM REFRESH-AND-SEND
              END-EVALUATE
           END-IF.
              MOVE 'ROUTING MUST BE NUMERIC' TO WS-MSG
           ELSE IF PBACCL = 0 THEN
              MOVE 'BANK ACCT IS REQUIRED TO ADD' TO WS-MSG
           ELSE
              PERFORM EDIT-TAX-FIELDS
           END-IF
           IF WS-MSG NOT = SPACES THEN
              PERFORM REFRESH-AND-SEND
                 MOVE PNAMEI TO PAYE-NAME
                 MOVE PROUTI TO PAYE-ROUTING
                 MOVE PBACCI TO PAYE-BANK-ACCT
                 MOVE ZERO TO PAYE-TAX-ID
                 MOVE 'N' TO PAYE-REPORTABLE-SW
                 PERFORM MOVE-TAX-FIELDS
                 SET PAYE-ST-ACTIVE TO TRUE
                 MOVE CA-OPERATOR-ID OF WS-PYEM-CA
                   TO PAYE-OPERATOR-ID
                 PERFORM GET-TODAY
                 MOVE WS-AUD-DATE TO PAYE-CREATE-DATE
                 PERFORM SCREEN-PAYEE
                 IF WS-SCREEN-FAILED THEN
                    MOVE 'WATCH LIST UNAVAILABLE - NOT ADDED' TO WS-MSG
                    PERFORM DROP-NEW-PAYEE-HITS
                 ELSE
                    PERFORM SET-SCREENED-STATUS
                    EXEC CICS WRITE
                       FILE('PAYEFIL')
                       FROM(PAYE-RECORD)
                       RIDFLD(PAYE-NUMBER)
                       KEYLENGTH(LENGTH OF PAYE-NUMBER)
                       RESP(WS-RESP)
                    END-EXEC
                    IF WS-RESP = DFHRESP(NORMAL) THEN
                       STRING 'PAYEE ADDED - NO ' PAYE-NUMBER
                          DELIMITED BY SIZE INTO WS-MSG
                       MOVE WS-MSG TO AUDIT-OUTCOME
                       PERFORM WRITE-AUDIT-LOG
                       PERFORM AUDIT-SCREENED-STATUS
                    ELSE
                       MOVE 'UNABLE TO WRITE PAYEE RECORD' TO WS-MSG
                       PERFORM DROP-NEW-PAYEE-HITS
                    END-IF
                 END-IF
                 PERFORM REFRESH-AND-SEND
              END-IF
              IF WS-RESP NOT = DFHRESP(NORMAL) THEN
                 MOVE 'PAYEE NOT FOUND' TO WS-MSG
                 PERFORM REFRESH-AND-SEND
              ELSE IF PAYE-ST-HOLD OR PAYE-ST-BLOCKED THEN
                 PERFORM REFUSE-COMPLIANCE
              ELSE
                 MOVE PNAMEI TO PAYE-NAME
                 PERFORM SCREEN-PAYEE
                 IF WS-SCREEN-FAILED THEN
                    MOVE 'WATCH LIST UNAVAILABLE - NOT CHANGED'
                      TO WS-MSG
                 ELSE
                    IF PAYE-ST-ACTIVE THEN
                       PERFORM SET-SCREENED-STATUS
                    END-IF
                    PERFORM REWRITE-PAYEE
                    IF WS-RESP = DFHRESP(NORMAL) THEN
                       STRING 'PAYEE NAME CHANGED - NO ' PAYE-NUMBER
                          DELIMITED BY SIZE INTO WS-MSG
                       MOVE WS-MSG TO AUDIT-OUTCOME
                       PERFORM WRITE-AUDIT-LOG
                       PERFORM AUDIT-SCREENED-STATUS
                    ELSE
                       MOVE 'UNABLE TO UPDATE PAYEE' TO WS-MSG
                    END-IF
                 END-IF
                 PERFORM REFRESH-AND-SEND
              END-IF
              IF WS-RESP NOT = DFHRESP(NORMAL) THEN
                 MOVE 'PAYEE NOT FOUND' TO WS-MSG
                 PERFORM REFRESH-AND-SEND
              ELSE IF PAYE-ST-HOLD OR PAYE-ST-BLOCKED THEN
                 PERFORM REFUSE-COMPLIANCE
              ELSE
                 MOVE PROUTI TO PAYE-ROUTING
                 MOVE PBACCI TO PAYE-BANK-ACCT
       INACTIVATE-PAYEE.
      *  AN INACTIVE PAYEE IS REFUSED FOR NEW PAYMENTS BUT STAYS ON
      *  FILE SO OLD PAYMENTS STILL RESOLVE THE NUMBER TO A NAME.
      *  A PAYEE ON COMPLIANCE HOLD OR BLOCKED STAYS THAT WAY UNTIL
      *  THE WATCH-LIST HIT IS DECIDED - INACTIVATING IT WOULD HIDE
      *  THE HOLD.
           PERFORM READ-PAYEE-UPDATE
           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
              MOVE 'PAYEE NOT FOUND' TO WS-MSG
              PERFORM REFRESH-AND-SEND
           ELSE IF PAYE-ST-HOLD OR PAYE-ST-BLOCKED THEN
              PERFORM REFUSE-COMPLIANCE
           ELSE
              SET PAYE-ST-INACTIVE TO TRUE
              PERFORM REWRITE-PAYEE
              PERFORM REFRESH-AND-SEND
           END-IF.
       REACTIVATE-PAYEE.
      *  THE NAME IS SCREENED AGAIN ON THE WAY BACK IN - THE WATCH
      *  LIST MAY HAVE CHANGED WHILE THE PAYEE WAS INACTIVE.  A
      *  BLOCKED PAYEE IS NEVER REACTIVATED.
           PERFORM READ-PAYEE-UPDATE
           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
              MOVE 'PAYEE NOT FOUND' TO WS-MSG
              PERFORM REFRESH-AND-SEND
           ELSE IF PAYE-ST-HOLD OR PAYE-ST-BLOCKED THEN
              PERFORM REFUSE-COMPLIANCE
           ELSE
              PERFORM SCREEN-PAYEE
              IF WS-SCREEN-FAILED THEN
                 MOVE 'WATCH LIST UNAVAILABLE - NOT CHANGED' TO WS-MSG
              ELSE
                 PERFORM SET-SCREENED-STATUS
                 PERFORM REWRITE-PAYEE
                 IF WS-RESP = DFHRESP(NORMAL) THEN
                    STRING 'PAYEE REACTIVATED - NO ' PAYE-NUMBER
                       DELIMITED BY SIZE INTO WS-MSG
                    MOVE WS-MSG TO AUDIT-OUTCOME
                    PERFORM WRITE-AUDIT-LOG
                    PERFORM AUDIT-SCREENED-STATUS
                 ELSE
                    MOVE 'UNABLE TO UPDATE PAYEE' TO WS-MSG
                 END-IF
              END-IF
              PERFORM REFRESH-AND-SEND
           END-IF.
       TAX-DETAILS.
      *  THE TAX ID AND REPORTABLE FLAG FEED THE YEAR-END INFORMATION
      *  RETURNS (YEPAYRPT).  T WITH NEITHER FIELD KEYED SHOWS WHAT IS
      *  ON FILE; T WITH EITHER KEYED CHANGES THAT FIELD ONLY, SO A
      *  VALUE SHOWN AND LEFT ALONE IS NOT DISTURBED.  KEY ZEROS TO
      *  REMOVE A TAX ID.  THE AUDIT LINE CARRIES THE FLAG BUT NEVER
      *  THE TAX ID ITSELF.
           MOVE SPACES TO WS-MSG
           IF PTAXL = 0 AND PRPTL = 0 THEN
              PERFORM SHOW-TAX-DETAILS
           ELSE
              PERFORM EDIT-TAX-FIELDS
              IF WS-MSG NOT = SPACES THEN
                 PERFORM REFRESH-AND-SEND
              ELSE
                 PERFORM READ-PAYEE-UPDATE
                 IF WS-RESP NOT = DFHRESP(NORMAL) THEN
                    MOVE 'PAYEE NOT FOUND' TO WS-MSG
                 ELSE
                    IF PAYE-TAX-ID NOT NUMERIC THEN
                       MOVE ZERO TO PAYE-TAX-ID
                    END-IF
                    IF NOT PAYE-REPORTABLE THEN
                       MOVE 'N' TO PAYE-REPORTABLE-SW
                    END-IF
                    PERFORM MOVE-TAX-FIELDS
                    PERFORM REWRITE-PAYEE
                    IF WS-RESP = DFHRESP(NORMAL) THEN
                       STRING 'PAYEE TAX CHANGED - NO ' PAYE-NUMBER
                          ' RPT ' PAYE-REPORTABLE-SW
                          DELIMITED BY SIZE INTO WS-MSG
                       MOVE WS-MSG TO AUDIT-OUTCOME
                       PERFORM WRITE-AUDIT-LOG
                    ELSE
                       MOVE 'UNABLE TO UPDATE PAYEE' TO WS-MSG
                    END-IF
                 END-IF
                 PERFORM REFRESH-AND-SEND
              END-IF
           END-IF.
       SHOW-TAX-DETAILS.
           MOVE PNOI TO PAYE-NUMBER
           EXEC CICS READ
              FILE('PAYEFIL')
              INTO(PAYE-RECORD)
              RIDFLD(PAYE-NUMBER)
              KEYLENGTH(LENGTH OF PAYE-NUMBER)
              RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
              MOVE 'PAYEE NOT FOUND' TO WS-MSG
           ELSE
              IF PAYE-TAX-ID NUMERIC AND PAYE-TAX-ID NOT = ZERO THEN
                 MOVE PAYE-TAX-ID TO PTAXO
              ELSE
                 MOVE SPACES TO PTAXO
              END-IF
              IF PAYE-REPORTABLE THEN
                 MOVE 'Y' TO PRPTO
              ELSE
                 MOVE 'N' TO PRPTO
              END-IF
              MOVE 'KEY A CHANGE AND T TO SAVE IT' TO WS-MSG
           END-IF
           PERFORM REFRESH-AND-SEND.
       EDIT-TAX-FIELDS.
      *  A TAX ID IS NINE DIGITS, NO DASHES.  REPORTABLE IS Y OR N.
           IF PTAXL > 0 AND PTAXI NOT NUMERIC THEN
              MOVE 'TAX ID MUST BE 9 DIGITS' TO WS-MSG
           ELSE IF PRPTL > 0
              AND PRPTI NOT = 'Y' AND PRPTI NOT = 'N' THEN
              MOVE 'REPORTABLE MUST BE Y OR N' TO WS-MSG
           END-IF.
       MOVE-TAX-FIELDS.
           IF PTAXL > 0 THEN
              MOVE PTAXI TO PAYE-TAX-ID
           END-IF
           IF PRPTL > 0 THEN
              MOVE PRPTI TO PAYE-REPORTABLE-SW
           END-IF.
       REFUSE-COMPLIANCE.
           IF PAYE-ST-BLOCKED THEN
              MOVE 'PAYEE BLOCKED - SANCTIONS MATCH' TO WS-MSG
           ELSE
              MOVE 'PAYEE ON COMPLIANCE HOLD - W TO VIEW' TO WS-MSG
           END-IF
           PERFORM REFRESH-AND-SEND.
       VIEW-NOC.
      *  A NOTIFICATION OF CHANGE FROM THE ACH PROCESSOR (WRITTEN TO
      *  NOCFILE BY SETLPOST) IS NEVER APPLIED UNSEEN - V SHOWS THE
      *  CORRECTED ROUTING AND BANK ACCOUNT IN THE ENTRY FIELDS, AND
      *  C OR X THEN APPLIES OR REJECTS THE VALUES ON THE NOTICE
      *  ITSELF, NOT WHATEVER IS LEFT ON THE SCREEN.
           PERFORM FIND-PENDING-NOC
           IF NOT WS-NOC-FOUND THEN
              MOVE 'NO CHANGE NOTICE PENDING FOR PAYEE' TO WS-MSG
           ELSE
              MOVE NOC-NEW-ROUTING TO PROUTO
              MOVE NOC-NEW-BANK-ACCT TO PBACCO
              STRING 'NOC ' NOC-CHANGE-CODE ' REF ' NOC-REF-NO
                 ': C=APPLY X=REJECT'
                 DELIMITED BY SIZE INTO WS-MSG
           END-IF
           PERFORM REFRESH-AND-SEND.
       DECIDE-NOC.
      *  THE OLDEST PENDING NOTICE FOR THE PAYEE IS STAMPED APPLIED
      *  OR REJECTED WITH THE SUPERVISOR AND DATE, AND ON AN APPLY
      *  ITS CORRECTED DETAILS REPLACE THE PAYEE'S.  THE PAYEE'S NOC
      *  FLAG STAYS ON WHILE ANY OTHER NOTICE IS STILL PENDING.
           PERFORM FIND-PENDING-NOC
           IF NOT WS-NOC-FOUND THEN
              MOVE 'NO CHANGE NOTICE PENDING FOR PAYEE' TO WS-MSG
              PERFORM REFRESH-AND-SEND
           ELSE
              MOVE NOC-KEY TO WS-NOC-KEY-SAVE
              MOVE NOC-NEW-ROUTING TO WS-NOC-ROUTING
              MOVE NOC-NEW-BANK-ACCT TO WS-NOC-BANK-ACCT
              PERFORM READ-PAYEE-UPDATE
              IF WS-RESP NOT = DFHRESP(NORMAL) THEN
                 MOVE 'PAYEE NOT FOUND' TO WS-MSG
                 PERFORM REFRESH-AND-SEND
              ELSE
                 PERFORM STAMP-NOC-DECISION
                 IF WS-RESP NOT = DFHRESP(NORMAL) THEN
                    MOVE 'UNABLE TO UPDATE CHANGE NOTICE' TO WS-MSG
                 ELSE
                    PERFORM UPDATE-PAYEE-FOR-NOC
                 END-IF
                 PERFORM REFRESH-AND-SEND
              END-IF
           END-IF.
       FIND-PENDING-NOC.
           MOVE 'N' TO WS-NOC-SW
           MOVE 'N' TO WS-NOCBR-SW
           MOVE PNOI TO WS-NOC-PAYEE
           MOVE WS-NOC-PAYEE TO WS-NB-PAYEE-NO
           MOVE ZERO TO WS-NB-REF-NO
           EXEC CICS STARTBR
              FILE('NOCFILE')
              RIDFLD(WS-NOC-BR-KEY)
              KEYLENGTH(LENGTH OF WS-NOC-BR-KEY)
              GTEQ
              RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
              SET WS-NOCBR-DONE TO TRUE
           ELSE
              PERFORM READ-NEXT-NOC UNTIL WS-NOCBR-DONE
              EXEC CICS ENDBR
                 FILE('NOCFILE')
              END-EXEC
           END-IF.
       READ-NEXT-NOC.
           EXEC CICS READNEXT
              FILE('NOCFILE')
              INTO(NOC-RECORD)
              RIDFLD(WS-NOC-BR-KEY)
              KEYLENGTH(LENGTH OF WS-NOC-BR-KEY)
              RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
              SET WS-NOCBR-DONE TO TRUE
           ELSE IF NOC-PAYEE-NO NOT = WS-NOC-PAYEE THEN
              SET WS-NOCBR-DONE TO TRUE
           ELSE IF NOC-ST-PENDING THEN
              SET WS-NOC-FOUND TO TRUE
              SET WS-NOCBR-DONE TO TRUE
           END-IF.
       STAMP-NOC-DECISION.
           MOVE WS-NOC-KEY-SAVE TO NOC-KEY
           EXEC CICS READ
              FILE('NOCFILE')
              INTO(NOC-RECORD)
              RIDFLD(NOC-KEY)
              KEYLENGTH(LENGTH OF NOC-KEY)
              UPDATE
              RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL) THEN
              IF WS-NOC-APPLY THEN
                 SET NOC-ST-APPLIED TO TRUE
              ELSE
                 SET NOC-ST-REJECTED TO TRUE
              END-IF
              MOVE CA-OPERATOR-ID OF WS-PYEM-CA TO NOC-DECIDED-BY
              PERFORM GET-TODAY
              MOVE WS-AUD-DATE TO NOC-DECIDED-DATE
              EXEC CICS REWRITE
                 FILE('NOCFILE')
                 FROM(NOC-RECORD)
                 RESP(WS-RESP)
              END-EXEC
           END-IF.
       UPDATE-PAYEE-FOR-NOC.
      *  THE AUDIT TRAIL GETS THE DECISION PLUS THE BANK DETAILS
      *  BEFORE AND AFTER (OR THE CORRECTION THAT WAS DECLINED), SO
      *  A REDIRECTED PAYMENT CAN BE TRACED BACK TO WHO ALLOWED IT.
           MOVE PAYE-ROUTING TO WS-OLD-ROUTING
           MOVE PAYE-BANK-ACCT TO WS-OLD-BANK-ACCT
           PERFORM FIND-PENDING-NOC
           IF WS-NOC-FOUND THEN
              SET PAYE-NOC-PENDING TO TRUE
           ELSE
              MOVE 'N' TO PAYE-NOC-SW
           END-IF
           IF WS-NOC-APPLY THEN
              MOVE WS-NOC-ROUTING TO PAYE-ROUTING
              MOVE WS-NOC-BANK-ACCT TO PAYE-BANK-ACCT
           END-IF
           PERFORM REWRITE-PAYEE
           IF WS-RESP = DFHRESP(NORMAL) THEN
              IF WS-NOC-APPLY THEN
                 STRING 'NOC APPLIED - NO ' PAYE-NUMBER
                    ' REF ' WS-NKS-REF-NO
                    DELIMITED BY SIZE INTO WS-MSG
                 MOVE WS-MSG TO AUDIT-OUTCOME
                 PERFORM WRITE-AUDIT-LOG
                 MOVE SPACES TO AUDIT-OUTCOME
                 STRING 'NOC OLD ' WS-OLD-ROUTING ' ' WS-OLD-BANK-ACCT
                    DELIMITED BY SIZE INTO AUDIT-OUTCOME
                 PERFORM WRITE-AUDIT-LOG
                 MOVE SPACES TO AUDIT-OUTCOME
                 STRING 'NOC NEW ' PAYE-ROUTING ' ' PAYE-BANK-ACCT
                    DELIMITED BY SIZE INTO AUDIT-OUTCOME
                 PERFORM WRITE-AUDIT-LOG
              ELSE
                 STRING 'NOC REJECTED - NO ' PAYE-NUMBER
                    ' REF ' WS-NKS-REF-NO
                    DELIMITED BY SIZE INTO WS-MSG
                 MOVE WS-MSG TO AUDIT-OUTCOME
                 PERFORM WRITE-AUDIT-LOG
                 MOVE SPACES TO AUDIT-OUTCOME
                 STRING 'NOC DECLINED ' WS-NOC-ROUTING ' '
                    WS-NOC-BANK-ACCT
                    DELIMITED BY SIZE INTO AUDIT-OUTCOME
                 PERFORM WRITE-AUDIT-LOG
              END-IF
           ELSE
              MOVE 'UNABLE TO UPDATE PAYEE' TO WS-MSG
           END-IF.
       VIEW-HIT.
      *  A POSSIBLE WATCH-LIST MATCH (WRITTEN TO WLHITS HERE OR BY THE
      *  WLSCRN RESCREEN) IS SHOWN ONE AT A TIME, OLDEST ENTRY FIRST.
      *  K CLEARS IT AS A FALSE MATCH AND M CONFIRMS IT, WHICH BLOCKS
      *  THE PAYEE FOR GOOD.
           MOVE PNOI TO WS-HIT-PAYEE
           PERFORM CHECK-PAYEE-HITS
           IF WS-OPEN-HITS = ZERO THEN
              MOVE 'NO WATCH-LIST HIT PENDING FOR PAYEE' TO WS-MSG
           ELSE
              MOVE WS-OPEN-HIT-KEY TO WLH-KEY
              EXEC CICS READ
                 FILE('WLHITS')
                 INTO(WLH-RECORD)
                 RIDFLD(WLH-KEY)
                 KEYLENGTH(LENGTH OF WLH-KEY)
                 RESP(WS-RESP)
              END-EXEC
              IF WS-RESP = DFHRESP(NORMAL) THEN
                 STRING 'HIT ' WLH-ENTRY-ID ' ' WLH-WATCH-NAME
                    DELIMITED BY SIZE INTO WS-MSG
              ELSE
                 MOVE 'UNABLE TO READ WATCH-LIST HIT' TO WS-MSG
              END-IF
           END-IF
           PERFORM REFRESH-AND-SEND.
       DECIDE-HIT.
      *  THE OLDEST PENDING HIT FOR THE PAYEE IS STAMPED CLEARED OR
      *  CONFIRMED WITH THE SUPERVISOR AND DATE.  A CONFIRMED MATCH
      *  BLOCKS THE PAYEE; CLEARING THE LAST OPEN HIT LIFTS THE HOLD.
           MOVE PNOI TO WS-HIT-PAYEE
           PERFORM CHECK-PAYEE-HITS
           IF WS-OPEN-HITS = ZERO THEN
              MOVE 'NO WATCH-LIST HIT PENDING FOR PAYEE' TO WS-MSG
              PERFORM REFRESH-AND-SEND
           ELSE
              PERFORM READ-PAYEE-UPDATE
              IF WS-RESP NOT = DFHRESP(NORMAL) THEN
                 MOVE 'PAYEE NOT FOUND' TO WS-MSG
                 PERFORM REFRESH-AND-SEND
              ELSE
                 PERFORM STAMP-HIT-DECISION
                 IF WS-RESP NOT = DFHRESP(NORMAL) THEN
                    MOVE 'UNABLE TO UPDATE WATCH-LIST HIT' TO WS-MSG
                 ELSE
                    PERFORM UPDATE-PAYEE-FOR-HIT
                 END-IF
                 PERFORM REFRESH-AND-SEND
              END-IF
           END-IF.
       STAMP-HIT-DECISION.
           MOVE WS-OPEN-HIT-KEY TO WLH-KEY
           EXEC CICS READ
              FILE('WLHITS')
              INTO(WLH-RECORD)
              RIDFLD(WLH-KEY)
              KEYLENGTH(LENGTH OF WLH-KEY)
              UPDATE
              RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL) THEN
              IF WS-HIT-CLEAR THEN
                 SET WLH-ST-CLEARED TO TRUE
              ELSE
                 SET WLH-ST-CONFIRMED TO TRUE
              END-IF
              MOVE CA-OPERATOR-ID OF WS-PYEM-CA TO WLH-DECIDED-BY
              PERFORM GET-TODAY
              MOVE WS-AUD-DATE TO WLH-DECIDED-DATE
              MOVE WLH-ENTRY-ID TO WS-HIT-ENTRY-ID
              MOVE WLH-PROGRAM TO WS-HIT-PROGRAM
              EXEC CICS REWRITE
                 FILE('WLHITS')
                 FROM(WLH-RECORD)
                 RESP(WS-RESP)
              END-EXEC
           END-IF.
       UPDATE-PAYEE-FOR-HIT.
      *  THE AUDIT TRAIL GETS THE DECISION UNDER THE SUPERVISOR'S ID
      *  PLUS THE LISTED ENTRY AND PROGRAM IT WAS TAKEN AGAINST.  THE
      *  PAYEE COMES OFF HOLD ONLY WHEN NO HIT IS LEFT OPEN.
           IF WS-HIT-CONFIRM THEN
              SET PAYE-ST-BLOCKED TO TRUE
           ELSE
              PERFORM CHECK-PAYEE-HITS
              IF WS-OPEN-HITS = ZERO
                 AND WS-CONFIRMED-HITS = ZERO
                 AND PAYE-ST-HOLD THEN
                 SET PAYE-ST-ACTIVE TO TRUE
              END-IF
           END-IF
           PERFORM REWRITE-PAYEE
           IF WS-RESP = DFHRESP(NORMAL) THEN
              EVALUATE TRUE
                 WHEN WS-HIT-CONFIRM
                   STRING 'WATCH HIT CONFIRMED - NO ' PAYE-NUMBER
                      DELIMITED BY SIZE INTO WS-MSG
                 WHEN PAYE-ST-HOLD
                   STRING 'HIT CLEARED - NO ' PAYE-NUMBER
                      ' STILL HELD'
                      DELIMITED BY SIZE INTO WS-MSG
                 WHEN OTHER
                   STRING 'WATCH HIT CLEARED - NO ' PAYE-NUMBER
                      DELIMITED BY SIZE INTO WS-MSG
              END-EVALUATE
              MOVE WS-MSG TO AUDIT-OUTCOME
              PERFORM WRITE-AUDIT-LOG
              MOVE SPACES TO AUDIT-OUTCOME
              STRING 'WATCH ENTRY ' WS-HIT-ENTRY-ID
                 ' PGM ' WS-HIT-PROGRAM
                 DELIMITED BY SIZE INTO AUDIT-OUTCOME
              PERFORM WRITE-AUDIT-LOG
           ELSE
              MOVE 'UNABLE TO UPDATE PAYEE' TO WS-MSG
           END-IF.
       CHECK-PAYEE-HITS.
      *  COUNT THE PAYEE'S HITS STILL PENDING AND THOSE CONFIRMED,
      *  KEEPING THE KEY OF THE FIRST PENDING ONE.
           MOVE ZERO TO WS-OPEN-HITS
           MOVE ZERO TO WS-CONFIRMED-HITS
           MOVE LOW-VALUES TO WS-OPEN-HIT-KEY
           MOVE 'N' TO WS-HITBR-SW
           MOVE WS-HIT-PAYEE TO WS-HB-PAYEE-NO
           MOVE ZERO TO WS-HB-ENTRY-ID
           EXEC CICS STARTBR
              FILE('WLHITS')
              RIDFLD(WS-HIT-BR-KEY)
              KEYLENGTH(LENGTH OF WS-HIT-BR-KEY)
              GTEQ
              RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
              SET WS-HITBR-DONE TO TRUE
           ELSE
              PERFORM READ-NEXT-HIT UNTIL WS-HITBR-DONE
              EXEC CICS ENDBR
                 FILE('WLHITS')
              END-EXEC
           END-IF.
       READ-NEXT-HIT.
           EXEC CICS READNEXT
              FILE('WLHITS')
              INTO(WLH-RECORD)
              RIDFLD(WS-HIT-BR-KEY)
              KEYLENGTH(LENGTH OF WS-HIT-BR-KEY)
              RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
              SET WS-HITBR-DONE TO TRUE
           ELSE IF WLH-PAYEE-NO NOT = WS-HIT-PAYEE THEN
              SET WS-HITBR-DONE TO TRUE
           ELSE IF WLH-ST-CONFIRMED THEN
              ADD 1 TO WS-CONFIRMED-HITS
           ELSE IF WLH-ST-PENDING THEN
              ADD 1 TO WS-OPEN-HITS
              IF WS-OPEN-HITS = 1 THEN
                 MOVE WLH-KEY TO WS-OPEN-HIT-KEY
              END-IF
           END-IF.
       SCREEN-PAYEE.
      *  SCREEN THE NAME ON PAYE-RECORD AGAINST THE SANCTIONS WATCH
      *  LIST (COPY WATCHREC).  EACH LEADING PART OF ITS MATCH KEY
      *  SHORTER THAN WS-BR-LEN IS LOOKED UP AS AN EXACT LISTED KEY,
      *  THEN THE LIST IS BROWSED ON THE FIRST WS-BR-LEN CHARACTERS -
      *  SIX, OR THE WHOLE KEY WHEN IT IS SHORTER.  EVERY POSSIBLE
      *  MATCH IS RECORDED ON WLHITS PENDING UNLESS IT WAS ALREADY
      *  CLEARED FOR THIS SAME NAME OR CONFIRMED.  IF THE LIST CANNOT
      *  BE READ THE CALLER REFUSES THE CHANGE RATHER THAN LET AN
      *  UNSCREENED NAME THROUGH.
           MOVE 'N' TO WS-SCREEN-SW
           MOVE PAYE-NAME TO WS-SQ-NAME
           PERFORM BUILD-MATCH-KEY
           IF WS-SQ-LEN < 6 THEN
              MOVE WS-SQ-LEN TO WS-BR-LEN
           ELSE
              MOVE 6 TO WS-BR-LEN
           END-IF
           MOVE ZERO TO WS-PROBE-LEN
           PERFORM PROBE-WATCH-PREFIX
              UNTIL WS-PROBE-LEN + 1 NOT < WS-BR-LEN
              OR WS-SCREEN-FAILED
           IF WS-BR-LEN > ZERO AND NOT WS-SCREEN-FAILED THEN
              MOVE SPACES TO WS-WB-FROM-KEY
              MOVE WS-SQ-KEY(1:WS-BR-LEN) TO WS-WB-FROM-KEY(1:WS-BR-LEN)
              MOVE WS-BR-LEN TO WS-WB-CMP-LEN
              PERFORM BROWSE-WATCH
           END-IF.
       PROBE-WATCH-PREFIX.
      *  A LISTED NAME SHORTER THAN THE BROWSE IS FOUND ONLY BY ITS
      *  WHOLE KEY, SO THE NEXT LEADING PART OF THE PAYEE'S KEY IS
      *  BROWSED FOR AN EXACT MATCH ON ALL 20 CHARACTERS.
           ADD 1 TO WS-PROBE-LEN
           MOVE SPACES TO WS-WB-FROM-KEY
           MOVE WS-SQ-KEY(1:WS-PROBE-LEN)
              TO WS-WB-FROM-KEY(1:WS-PROBE-LEN)
           MOVE LENGTH OF WS-WB-FROM-KEY TO WS-WB-CMP-LEN
           PERFORM BROWSE-WATCH.
       BROWSE-WATCH.
      *  BROWSE THE LIST FROM WS-WB-FROM-KEY FOR AS LONG AS THE FIRST
      *  WS-WB-CMP-LEN CHARACTERS OF THE LISTED KEY STILL AGREE.
           MOVE 'N' TO WS-WLBR-SW
           MOVE WS-WB-FROM-KEY TO WS-WB-MATCH-KEY
           MOVE ZERO TO WS-WB-ENTRY-ID
           EXEC CICS STARTBR
              FILE('WATCHFL')
              RIDFLD(WS-WL-BR-KEY)
              KEYLENGTH(LENGTH OF WS-WL-BR-KEY)
              GTEQ
              RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NOTFND) THEN
              SET WS-WLBR-DONE TO TRUE
           ELSE IF WS-RESP NOT = DFHRESP(NORMAL) THEN
              SET WS-SCREEN-FAILED TO TRUE
              SET WS-WLBR-DONE TO TRUE
           ELSE
              PERFORM READ-NEXT-WATCH UNTIL WS-WLBR-DONE
              EXEC CICS ENDBR
                 FILE('WATCHFL')
              END-EXEC
           END-IF
           END-IF.
       BUILD-MATCH-KEY.
      *  UPPERCASE THE NAME AND SQUEEZE OUT EVERYTHING BUT A-Z AND 0-9,
      *  KEEPING THE FIRST 20 - THE SAME RULE WLLOAD BUILT THE WATCH
      *  LIST WITH.
           INSPECT WS-SQ-NAME CONVERTING
              'abcdefghijklmnopqrstuvwxyz'
              TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           MOVE SPACES TO WS-SQ-KEY
           MOVE ZERO TO WS-SQ-IX
           MOVE ZERO TO WS-SQ-LEN
           PERFORM SQUEEZE-ONE-CHAR
              UNTIL WS-SQ-IX NOT < 40
              OR WS-SQ-LEN NOT < 20.
       SQUEEZE-ONE-CHAR.
           ADD 1 TO WS-SQ-IX
           IF (WS-SQ-NAME(WS-SQ-IX:1) ALPHABETIC-UPPER
              AND WS-SQ-NAME(WS-SQ-IX:1) NOT = SPACE)
              OR WS-SQ-NAME(WS-SQ-IX:1) NUMERIC THEN
              ADD 1 TO WS-SQ-LEN
              MOVE WS-SQ-NAME(WS-SQ-IX:1) TO WS-SQ-KEY(WS-SQ-LEN:1)
           END-IF.
       READ-NEXT-WATCH.
      *  A LISTED NAME IS A POSSIBLE MATCH WHEN THE SHORTER OF THE TWO
      *  MATCH KEYS IS THE LEADING PART OF THE LONGER.
           EXEC CICS READNEXT
              FILE('WATCHFL')
              INTO(WL-RECORD)
              RIDFLD(WS-WL-BR-KEY)
              KEYLENGTH(LENGTH OF WS-WL-BR-KEY)
              RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
              SET WS-WLBR-DONE TO TRUE
           ELSE IF WL-MATCH-KEY(1:WS-WB-CMP-LEN) NOT =
                   WS-WB-FROM-KEY(1:WS-WB-CMP-LEN) THEN
              SET WS-WLBR-DONE TO TRUE
           ELSE
              IF WL-MATCH-LEN < WS-SQ-LEN THEN
                 MOVE WL-MATCH-LEN TO WS-CMP-LEN
              ELSE
                 MOVE WS-SQ-LEN TO WS-CMP-LEN
              END-IF
              IF WL-MATCH-KEY(1:WS-CMP-LEN) = WS-SQ-KEY(1:WS-CMP-LEN)
                 THEN
                 PERFORM RECORD-WATCH-HIT
              END-IF
           END-IF.
       RECORD-WATCH-HIT.
           MOVE PAYE-NUMBER TO WLH-PAYEE-NO
           MOVE WL-ENTRY-ID TO WLH-ENTRY-ID
           EXEC CICS READ
              FILE('WLHITS')
              INTO(WLH-RECORD)
              RIDFLD(WLH-KEY)
              KEYLENGTH(LENGTH OF WLH-KEY)
              UPDATE
              RESP(WS-RESP)
           END-EXEC
      *  A CLEARANCE GIVEN FOR A DIFFERENT NAME DOES NOT CARRY OVER -
      *  THE HIT GOES BACK TO PENDING AGAINST THE NAME NOW ON FILE.
           EVALUATE TRUE
              WHEN WS-RESP = DFHRESP(NOTFND)
                PERFORM SET-HIT-PENDING
                EXEC CICS WRITE
                   FILE('WLHITS')
                   FROM(WLH-RECORD)
                   RIDFLD(WLH-KEY)
                   KEYLENGTH(LENGTH OF WLH-KEY)
                   RESP(WS-RESP)
                END-EXEC
              WHEN WS-RESP NOT = DFHRESP(NORMAL)
                CONTINUE
              WHEN WLH-ST-CONFIRMED
              WHEN WLH-ST-CLEARED AND WLH-PAYEE-NAME = PAYE-NAME
                EXEC CICS UNLOCK
                   FILE('WLHITS')
                END-EXEC
              WHEN WLH-ST-CLEARED
                PERFORM SET-HIT-PENDING
                EXEC CICS REWRITE
                   FILE('WLHITS')
                   FROM(WLH-RECORD)
                   RESP(WS-RESP)
                END-EXEC
              WHEN OTHER
                MOVE PAYE-NAME TO WLH-PAYEE-NAME
                EXEC CICS REWRITE
                   FILE('WLHITS')
                   FROM(WLH-RECORD)
                   RESP(WS-RESP)
                END-EXEC
           END-EVALUATE
           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
              SET WS-SCREEN-FAILED TO TRUE
              SET WS-WLBR-DONE TO TRUE
           END-IF.
       SET-HIT-PENDING.
           MOVE SPACES TO WLH-RECORD
           MOVE PAYE-NUMBER TO WLH-PAYEE-NO
           MOVE WL-ENTRY-ID TO WLH-ENTRY-ID
           SET WLH-ST-PENDING TO TRUE
           MOVE PAYE-NAME TO WLH-PAYEE-NAME
           MOVE WL-NAME TO WLH-WATCH-NAME
           MOVE WL-PROGRAM TO WLH-PROGRAM
           PERFORM GET-TODAY
           MOVE WS-AUD-DATE TO WLH-HIT-DATE
           MOVE CA-OPERATOR-ID OF WS-PYEM-CA TO WLH-FOUND-BY
           MOVE ZERO TO WLH-DECIDED-DATE.
       SET-SCREENED-STATUS.
      *  AFTER A SCREEN - BLOCKED IF ANY HIT ON FILE FOR THE PAYEE IS
      *  CONFIRMED, ON HOLD IF ANY IS STILL PENDING, OTHERWISE ACTIVE.
           MOVE PAYE-NUMBER TO WS-HIT-PAYEE
           PERFORM CHECK-PAYEE-HITS
           IF WS-CONFIRMED-HITS > ZERO THEN
              SET PAYE-ST-BLOCKED TO TRUE
           ELSE IF WS-OPEN-HITS > ZERO THEN
              SET PAYE-ST-HOLD TO TRUE
           ELSE
              SET PAYE-ST-ACTIVE TO TRUE
           END-IF.
       DROP-NEW-PAYEE-HITS.
      *  AN ADD THAT FAILS AFTER THE SCREEN LEAVES NO PAYEE ON FILE, SO
      *  ANY HITS IT RECORDED FOR THE NEW NUMBER ARE DELETED - THE
      *  NUMBER IS NEVER REUSED AND THEY COULD NEVER BE DECIDED.
           MOVE PAYE-NUMBER TO WS-HB-PAYEE-NO
           MOVE ZERO TO WS-HB-ENTRY-ID
           EXEC CICS DELETE
              FILE('WLHITS')
              RIDFLD(WS-HIT-BR-KEY)
              KEYLENGTH(LENGTH OF WS-HB-PAYEE-NO)
              GENERIC
              RESP(WS-RESP)
           END-EXEC.
       AUDIT-SCREENED-STATUS.
      *  A HOLD OR BLOCK PUT ON BY THE SCREEN IS AUDITED AFTER THE
      *  CHANGE THAT TRIGGERED IT, AND THE OPERATOR TOLD.
           IF PAYE-ST-HOLD THEN
              MOVE SPACES TO AUDIT-OUTCOME
              STRING 'PAYEE HELD - NO ' PAYE-NUMBER
                 ' WATCH-LIST HIT'
                 DELIMITED BY SIZE INTO AUDIT-OUTCOME
              PERFORM WRITE-AUDIT-LOG
              MOVE SPACES TO WS-MSG
              STRING 'NO ' PAYE-NUMBER ' ON COMPLIANCE HOLD - W TO VIEW'
                 DELIMITED BY SIZE INTO WS-MSG
           ELSE IF PAYE-ST-BLOCKED THEN
              MOVE SPACES TO AUDIT-OUTCOME
              STRING 'PAYEE BLOCKED - NO ' PAYE-NUMBER
                 ' CONFIRMED HIT'
                 DELIMITED BY SIZE INTO AUDIT-OUTCOME
              PERFORM WRITE-AUDIT-LOG
              MOVE SPACES TO WS-MSG
              STRING 'NO ' PAYE-NUMBER ' BLOCKED - SANCTIONS MATCH'
                 DELIMITED BY SIZE INTO WS-MSG
           END-IF.
       READ-PAYEE-UPDATE.
           MOVE PNOI TO PAYE-NUMBER
              MOVE PAYE-NAME TO WS-LL-NAME
              MOVE PAYE-ROUTING TO WS-LL-ROUTING
              MOVE PAYE-BANK-ACCT TO WS-LL-BANK-ACCT
              EVALUATE TRUE
                 WHEN PAYE-ST-ACTIVE
                   MOVE 'ACTIVE' TO WS-LL-STATUS
                 WHEN PAYE-ST-HOLD
                   MOVE 'HOLD' TO WS-LL-STATUS
                 WHEN PAYE-ST-BLOCKED
                   MOVE 'BLOCKED' TO WS-LL-STATUS
                 WHEN OTHER
                   MOVE 'INACTIVE' TO WS-LL-STATUS
              END-EVALUATE
              IF PAYE-ST-ACTIVE AND PAYE-NOC-PENDING THEN
                 MOVE 'NOC PEND' TO WS-LL-STATUS
              END-IF
              MOVE WS-LIST-LINE TO PLINEO(WS-LIST-IX)
           ELSE
           STRING WS-AUD-DATE WS-AUD-TIME DELIMITED BY SIZE
              INTO AUDIT-TIMESTAMP
           MOVE CA-OPERATOR-ID OF WS-PYEM-CA TO AUDIT-OPERATOR-ID
           MOVE EIBTRMID TO AUDIT-TERMID
           MOVE WS-TRANSID TO AUDIT-TRANSID
           MOVE ZERO TO AUDIT-OPTION
           EXEC CICS WRITEQ TD
