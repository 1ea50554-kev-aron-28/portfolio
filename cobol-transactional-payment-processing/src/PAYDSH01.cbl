       01 WS-BUCKET PIC S9(4) COMP.
       01 WS-APPR-DEPTH PIC 9(07) COMP.
       01 WS-APPR-OLDEST PIC 9(08).
      *  PENDING PAYMENTS VALUE-DATED PAST TODAY - KEYED OR RELEASED
      *  AFTER THE CUTOFF OR ON A CLOSED DAY (COPY CALREC).
       01 WS-NEXT-COUNT PIC 9(07) COMP.
       01 WS-NEXT-AMT PIC S9(9)V99 COMP-3.
       01 WS-EXCP-TALLY PIC S9(8) COMP.
      *  COMPOSED DISPLAY LINE PIECES
       01 WS-CNT-EDIT PIC ZZZ,ZZ9.
           PERFORM CLEAR-ONE-BUCKET UNTIL WS-LINE-IX NOT < 5
           MOVE ZERO TO WS-APPR-DEPTH
           MOVE ZERO TO WS-APPR-OLDEST
           MOVE ZERO TO WS-NEXT-COUNT
           MOVE ZERO TO WS-NEXT-AMT
           MOVE 'N' TO WS-BROWSE-SW
           MOVE ZERO TO WS-BR-REF
           EXEC CICS STARTBR
                    MOVE PAY-ENTRY-DATE TO WS-APPR-OLDEST
                 END-IF
              END-IF
      *  TONIGHT'S CYCLE SELECTS ON THE VALUE DATE, SO A PENDING
      *  PAYMENT DATED PAST TODAY WAITS FOR THE NEXT BUSINESS DAY'S
      *  RUN WHATEVER DAY IT WAS KEYED.
              IF PAY-ST-PENDING
                 AND PAY-VALUE-DATE NUMERIC
                 AND PAY-VALUE-DATE > WS-TODAY THEN
                 ADD 1 TO WS-NEXT-COUNT
                 ADD PAY-AMOUNT TO WS-NEXT-AMT
              END-IF
              IF PAY-ENTRY-DATE = WS-TODAY THEN
                 MOVE ZERO TO WS-BUCKET
                 EVALUATE TRUE
           MOVE SPACES TO DBLINEO(8)
           STRING 'EXCEPTIONS SINCE COUNTER RESET ' WS-CNT-EDIT
              DELIMITED BY SIZE INTO DBLINEO(8)
           MOVE SPACES TO DBLINEO(9)
           IF WS-NEXT-COUNT = ZERO THEN
              MOVE 'NOTHING HELD FOR NEXT BUSINESS DAY' TO DBLINEO(9)
           ELSE
              MOVE WS-NEXT-COUNT TO WS-CNT-EDIT
              MOVE WS-NEXT-AMT TO WS-AMT-EDIT
              STRING 'HELD FOR NEXT BUSINESS DAY ' WS-CNT-EDIT
                 '  ' WS-AMT-EDIT
                 DELIMITED BY SIZE INTO DBLINEO(9)
           END-IF
           MOVE WS-MSG TO MSGO.
       BUILD-STATUS-LINE.
      *  STATUS LINES SIT ON SCREEN ROWS 2-6 OF THE TABLE, ONE ROW
