000460*               RUNDATE CARD, REFUSE TO START OUT OF SEQUENCE
000470*               OR TWICE FOR THE SAME DATE, AND STAMP START/
000480*               END TIMES FOR THE MORNING CHECKLIST.
000481*10/15/26  DH   COUNT RETURNED PAYMENTS (LATE ACH RETURNS OF
000482*               POSTED ITEMS) AS THEIR OWN STATUS BUCKET.
000483*10/15/26  DH   RECONCILE THE PAYMENTS VALUE-DATED TO THE BUSINESS
000484*               DATE (ENTRY DATE ON OLDER RECORDS).  AN ENTRY ON
000485*               THE AUDIT TRAIL COUNTS ON ITS PAYMENT'S VALUE
000486*               DATE, SO ONE KEYED AFTER THE CUTOFF OR RELEASED
000487*               FROM APPROVAL LATER STILL MATCHES.
000490*----------------------------------------------------------------

000500 ENVIRONMENT DIVISION.
000570         FILE STATUS IS PC-RUNCTL-STATUS.
000580     SELECT PAYFILE ASSIGN TO PAYFILE
000590         ORGANIZATION IS INDEXED
000591         ACCESS MODE IS DYNAMIC
000610         RECORD KEY IS PAY-REF-NO
000620         FILE STATUS IS PC-PAYFILE-STATUS.
000630     SELECT AUDTFILE ASSIGN TO AUDTFILE
001070 77  PC-REJECTED-COUNT           PIC 9(07) COMP VALUE ZERO.
001080 77  PC-AWAITING-COUNT           PIC 9(07) COMP VALUE ZERO.
001090 77  PC-VOIDED-COUNT             PIC 9(07) COMP VALUE ZERO.
001091 77  PC-RETURNED-COUNT           PIC 9(07) COMP VALUE ZERO.
001100 77  PC-POSTED-TOTAL             PIC S9(09)V99 COMP-3 VALUE ZERO.
001110 77  PC-PENDING-TOTAL            PIC S9(09)V99 COMP-3 VALUE ZERO.
001120 77  PC-REJECTED-TOTAL           PIC S9(09)V99 COMP-3 VALUE ZERO.
001130 77  PC-AWAITING-TOTAL           PIC S9(09)V99 COMP-3 VALUE ZERO.
001140 77  PC-VOIDED-TOTAL             PIC S9(09)V99 COMP-3 VALUE ZERO.
001141 77  PC-RETURNED-TOTAL           PIC S9(09)V99 COMP-3 VALUE ZERO.
001150 77  PC-GRAND-TOTAL              PIC S9(09)V99 COMP-3 VALUE ZERO.
001160 77  PC-AUDIT-ENTRY-COUNT        PIC 9(07) COMP VALUE ZERO.
001170*----------------------------------------------------------------
001260     05 PC-TS-TIME               PIC 9(06).
001270 77  PC-BUSINESS-DATE-X          PIC X(08) VALUE SPACES.
001280 77  PC-GENERATED-COUNT          PIC 9(07) COMP VALUE ZERO.
001281*THE DATE A PAYMENT BELONGS TO - SEE 2050-SET-VALUE-DATE - AND
001282*THE EARLIEST ENTRY DATE AMONG THE BUSINESS DATE'S PAYMENTS,
001283*WHICH BOUNDS THE AUDIT TRAIL SCAN.
001284 77  PC-VALUE-DATE               PIC 9(08) VALUE ZERO.
001285 77  PC-EARLIEST-DATE            PIC 9(08) VALUE ZERO.
001286 77  PC-EARLIEST-DATE-X          PIC X(08) VALUE SPACES.
001287 77  PC-AUDIT-REF-X              PIC X(10) VALUE SPACES.
001290*----------------------------------------------------------------
001300*REPORT LINE LAYOUTS
001310*----------------------------------------------------------------
001490     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001500     PERFORM 2000-PROCESS-PAYFILE THRU 2000-EXIT
001510         UNTIL PC-EOF-PAYFILE
001511     MOVE PC-EARLIEST-DATE TO PC-EARLIEST-DATE-X
001520     PERFORM 3000-PROCESS-AUDTFILE THRU 3000-EXIT
001530         UNTIL PC-EOF-AUDTFILE
001540     PERFORM 4000-RECONCILE THRU 4000-EXIT
001610 1000-INITIALIZE.
001620     PERFORM 1050-CHECK-RUN-CONTROL THRU 1050-EXIT
001630     MOVE PC-BUSINESS-DATE TO PC-BUSINESS-DATE-X
001631     MOVE PC-BUSINESS-DATE TO PC-EARLIEST-DATE
001640     OPEN INPUT PAYFILE
001650     IF PC-PAYFILE-STATUS NOT = '00'
001660         DISPLAY 'PAYRECON: PAYFILE OPEN FAILED, STATUS = '
002830*    ONLY THE BUSINESS DATE'S PAYMENTS ARE COUNTED, SO THE
002840*    STATUS BREAKDOWN AND THE CROSS-CHECK COVER ONE NIGHT'S
002850*    ACTIVITY INSTEAD OF EVERYTHING SINCE THE SYSTEM WENT LIVE.
002851*    A PAYMENT BELONGS TO THE DATE IT IS VALUE-DATED TO, WHICH
002852*    FOR ONE KEYED AFTER THE CUTOFF IS A LATER DAY THAN ENTRY.
002860 2000-PROCESS-PAYFILE.
002861     PERFORM 2050-SET-VALUE-DATE THRU 2050-EXIT
002862     IF PC-VALUE-DATE NOT = PC-BUSINESS-DATE
002880         PERFORM 2100-READ-PAYFILE THRU 2100-EXIT
002890         GO TO 2000-EXIT
002900     END-IF
002910     ADD 1 TO PC-PAY-RECORD-COUNT
002911     IF PAY-ENTRY-DATE < PC-EARLIEST-DATE
002912         MOVE PAY-ENTRY-DATE TO PC-EARLIEST-DATE
002913     END-IF
002920     IF PAY-OPERATOR-ID = 'RECURPAY'
002930         OR PAY-OPERATOR-ID = 'PAYIMPRT'
002940         ADD 1 TO PC-GENERATED-COUNT
003090         WHEN PAY-ST-VOIDED
003100             ADD 1 TO PC-VOIDED-COUNT
003110             ADD PAY-AMOUNT TO PC-VOIDED-TOTAL
003111         WHEN PAY-ST-RETURNED
003112             ADD 1 TO PC-RETURNED-COUNT
003113             ADD PAY-AMOUNT TO PC-RETURNED-TOTAL
003120     END-EVALUATE
003130     PERFORM 2100-READ-PAYFILE THRU 2100-EXIT.
003140 2000-EXIT.
003150     EXIT.
003151 2050-SET-VALUE-DATE.
003152*  THE PAYMENT'S VALUE DATE (COPY PAYREC), OR ITS ENTRY DATE
003153*  WHEN THE RECORD PREDATES VALUE-DATING.
003154     IF PAY-VALUE-DATE NUMERIC
003155         AND PAY-VALUE-DATE > ZERO
003156         MOVE PAY-VALUE-DATE TO PC-VALUE-DATE
003157     ELSE
003158         MOVE PAY-ENTRY-DATE TO PC-VALUE-DATE
003159     END-IF.
003160 2050-EXIT.
003161     EXIT.
003162 2100-READ-PAYFILE.
003163     READ PAYFILE NEXT
003180         AT END
003190             SET PC-EOF-PAYFILE TO TRUE
003200     END-READ.
003250*                        LOGGED BY PAYENT01 ON THE AUDIT TRAIL,
003260*                        FOR CROSS-CHECK AGAINST THE PAYFILE
003270*                        RECORD COUNT IN 4000-RECONCILE.
003271*                        ENTRIES BACK TO THE EARLIEST ENTRY
003272*                        DATE OF THE BUSINESS DATE'S PAYMENTS
003273*                        ARE LOOKED AT - SEE 3200.
003280*----------------------------------------------------------------
003290 3000-PROCESS-AUDTFILE.
003291     IF AUDIT-TIMESTAMP(1:8) NOT < PC-EARLIEST-DATE-X
003292     AND AUDIT-TIMESTAMP(1:8) NOT > PC-BUSINESS-DATE-X
003310     AND AUDIT-TRANSID = 'PAY1'
003320         AND (AUDIT-OUTCOME(1:15) = 'PAYMENT ENTERED'
003330         OR AUDIT-OUTCOME(1:17) = 'HELD FOR APPROVAL')
003331         PERFORM 3200-CHECK-AUDIT-ENTRY THRU 3200-EXIT
003350     END-IF
003360     PERFORM 3100-READ-AUDTFILE THRU 3100-EXIT.
003370 3000-EXIT.
003430     END-READ.
003440 3100-EXIT.
003450     EXIT.
003451 3200-CHECK-AUDIT-ENTRY.
003452*  THE ENTRY COUNTS ON THE DAY ITS PAYMENT IS VALUE-DATED TO.
003453*  THE REFERENCE SITS AT A FIXED PLACE IN EACH TEXT PAYENT01
003454*  WRITES.  A PAYMENT NO LONGER ON FILE COUNTS ON THE DATE OF
003455*  THE AUDIT ENTRY, AS BEFORE VALUE-DATING.
003456     MOVE ZERO TO PC-VALUE-DATE
003457     IF AUDIT-OUTCOME(1:15) = 'PAYMENT ENTERED'
003458         MOVE AUDIT-OUTCOME(23:10) TO PC-AUDIT-REF-X
003459     ELSE
003460         MOVE AUDIT-OUTCOME(25:10) TO PC-AUDIT-REF-X
003461     END-IF
003462     IF PC-AUDIT-REF-X NUMERIC
003463         MOVE PC-AUDIT-REF-X TO PAY-REF-NO
003464         READ PAYFILE
003465             INVALID KEY
003466                 MOVE ZERO TO PC-VALUE-DATE
003467             NOT INVALID KEY
003468                 PERFORM 2050-SET-VALUE-DATE THRU 2050-EXIT
003469         END-READ
003470     END-IF
003471     IF PC-VALUE-DATE = ZERO
003472         IF AUDIT-TIMESTAMP(1:8) = PC-BUSINESS-DATE-X
003473             ADD 1 TO PC-AUDIT-ENTRY-COUNT
003474         END-IF
003475     ELSE
003476         IF PC-VALUE-DATE = PC-BUSINESS-DATE
003477             ADD 1 TO PC-AUDIT-ENTRY-COUNT
003478         END-IF
003479     END-IF.
003480 3200-EXIT.
003481     EXIT.

003482*----------------------------------------------------------------
003483*4000-RECONCILE - ROLL UP THE GRAND TOTAL, COMPARE THE PAYFILE
003484*                 RECORD COUNT TO THE AUDIT ENTRY COUNT, AND
003490*                 WRITE THE RECONCILIATION REPORT.
003500*----------------------------------------------------------------
003510 4000-RECONCILE.
003520     COMPUTE PC-GRAND-TOTAL =
003530         PC-POSTED-TOTAL + PC-PENDING-TOTAL + PC-REJECTED-TOTAL
003531         + PC-AWAITING-TOTAL + PC-VOIDED-TOTAL + PC-RETURNED-TOTAL
003550*    RECURPAY-GENERATED PAYMENTS REACH PAYFILE WITHOUT AN AUDT
003560*    ENTRY, SO THE CROSS-CHECK COMPARES OPERATOR-ENTERED
003570*    RECORDS ONLY.
003940     MOVE 'VOIDED' TO PC-DL-LABEL
003950     MOVE PC-VOIDED-COUNT TO PC-DL-COUNT
003960     MOVE PC-VOIDED-TOTAL TO PC-DL-AMOUNT
003961     WRITE RECONRPT-RECORD FROM PC-DETAIL-LINE
003962     MOVE SPACES TO PC-DETAIL-LINE
003963     MOVE 'RETURNED' TO PC-DL-LABEL
003964     MOVE PC-RETURNED-COUNT TO PC-DL-COUNT
003965     MOVE PC-RETURNED-TOTAL TO PC-DL-AMOUNT
003970     WRITE RECONRPT-RECORD FROM PC-DETAIL-LINE
003980     MOVE SPACES TO PC-DETAIL-LINE
003990     MOVE 'GRAND TOTAL' TO PC-DL-LABEL
