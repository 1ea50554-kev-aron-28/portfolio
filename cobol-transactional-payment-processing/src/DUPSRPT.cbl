000290*----------------------------------------------------------------
000300*DATE      INIT DESCRIPTION
000310*09/03/26  DH   INITIAL VERSION.
000311*10/15/26  DH   SELECT THE BUSINESS DATE'S PAYMENTS BY VALUE DATE
000312*               (ENTRY DATE ON OLDER RECORDS) - A PAYMENT KEYED
000313*               AFTER THE CUTOFF IS CHECKED ON THE DAY IT SETTLES.
000320*----------------------------------------------------------------

000330 ENVIRONMENT DIVISION.
000930 77  DS-CURR-ACCOUNT             PIC 9(10) VALUE ZERO.
000940 77  DS-GROUP-COUNT              PIC S9(4) COMP VALUE ZERO.
000950 77  DS-GROUP-IX                 PIC S9(4) COMP VALUE ZERO.
000951*THE DATE A PAYMENT BELONGS TO - SEE 2050-SET-VALUE-DATE.
000952 77  DS-VALUE-DATE               PIC 9(08) VALUE ZERO.
000960*----------------------------------------------------------------
000970*PER-ACCOUNT GROUP TABLE - ONE ENTRY PER DISTINCT PAYEE/AMOUNT
000980*PAIR SEEN FOR THE ACCOUNT ON THE BUSINESS DATE.  TWO HUNDRED
002680*----------------------------------------------------------------
002690 2000-PROCESS-PAYFILE.
002700     ADD 1 TO DS-READ-COUNT
002701     PERFORM 2050-SET-VALUE-DATE THRU 2050-EXIT
002702     IF DS-VALUE-DATE = DS-BUSINESS-DATE
002720         AND NOT PAY-ST-VOIDED
002730         ADD 1 TO DS-TODAY-COUNT
002740         IF PAY-ACCOUNT-NO NOT = DS-CURR-ACCOUNT
002800     END-IF
002810     PERFORM 2100-READ-PAYFILE-NEXT THRU 2100-EXIT.
002820 2000-EXIT.
002821     EXIT.
002822*----------------------------------------------------------------
002823*2050-SET-VALUE-DATE - THE PAYMENT'S VALUE DATE (COPY PAYREC), OR
002824*                      ITS ENTRY DATE WHEN THE RECORD PREDATES
002825*                      VALUE-DATING AND THE FIELD IS NOT SET.
002826*----------------------------------------------------------------
002827 2050-SET-VALUE-DATE.
002828     IF PAY-VALUE-DATE NUMERIC
002829         AND PAY-VALUE-DATE > ZERO
002830         MOVE PAY-VALUE-DATE TO DS-VALUE-DATE
002831     ELSE
002832         MOVE PAY-ENTRY-DATE TO DS-VALUE-DATE
002833     END-IF.
002834 2050-EXIT.
002835     EXIT.
002840 2100-READ-PAYFILE-NEXT.
002850     READ PAYFILE NEXT
002860         AT END
