000290*           CURRENT MASTER BALANCE PLUS EVERY PERIOD PAYMENT
000300*           THE NIGHTLY ACCTPOST JOB HAS ALREADY DEBITED
000310*           (POSTED AND POSTING-APPLIED) - THE MASTER CARRIES
000311*           NO BALANCE HISTORY OF ITS OWN.  A LATE-RETURNED
000312*           PAYMENT STILL WAITING FOR ITS CREDIT COUNTS AS
000313*           DEBITED; ONE ALREADY CREDITED BACK NETS TO ZERO.
000314*           EVERY DEBITED PAYMENT IS FOLLOWED BY ITS FEE LINE -
000315*           THE FEE ACCTPOST CHARGED FROM THE FEE SCHEDULE
000316*           (FEEFILE, COPY FEEREC) IN FORCE ON THE ENTRY DATE -
000317*           AND THE FEES COUNT IN THE OPENING BALANCE THE SAME
000318*           WAY THE PAYMENTS DO.
000330*           THE CONTROL PAGE AT THE END ACCOUNTS FOR EVERY
000340*           ACCOUNT READ - PRODUCED OR SKIPPED - SO THE RUN CAN
000350*           BE PROVED COMPLETE.
000380*----------------------------------------------------------------
000390*DATE      INIT DESCRIPTION
000400*09/03/26  DH   INITIAL VERSION.
000401*10/15/26  DH   LIST AND TOTAL RETURNED PAYMENTS (LATE ACH
000402*               RETURNS OF POSTED ITEMS) AS THEIR OWN STATUS.
000403*10/15/26  DH   PRINT THE PAYMENT FEE CHARGED UNDER EACH
000404*               DEBITED PAYMENT, WITH A FEES TOTAL.
000405*10/15/26  DH   ARCHIVE OPEN CHECK NO LONGER SKIPS THE REPORT OPEN
000406*               AND FEE SCHEDULE LOAD ONCE THE ARCHIVE EXISTS.
000407*10/15/26  DH   SHOW THE FEE ACCTPOST KEPT ON THE PAYMENT; LOOK IT
000408*               UP IN THE SCHEDULE ONLY FOR A PAYMENT DEBITED
000409*               BEFORE THE FEE WAS KEPT.
000410*----------------------------------------------------------------

000420 ENVIRONMENT DIVISION.
000670     SELECT STMTRPT ASSIGN TO STMTRPT
000680         ORGANIZATION IS SEQUENTIAL
000690         FILE STATUS IS MS-STMTRPT-STATUS.
000691     SELECT FEEFILE ASSIGN TO FEEFILE
000692         ORGANIZATION IS INDEXED
000693         ACCESS MODE IS SEQUENTIAL
000694         RECORD KEY IS FEE-KEY
000695         FILE STATUS IS MS-FEEFILE-STATUS.

000700 DATA DIVISION.
000710 FILE SECTION.
000890 FD  STMTRPT
000900     RECORDING MODE IS F.
000910 01  STMTRPT-RECORD              PIC X(80).
000911*
000912 FD  FEEFILE.
000913 COPY FEEREC.

000920 WORKING-STORAGE SECTION.
000930*----------------------------------------------------------------
000990 77  MS-PAYFILE-STATUS           PIC X(02) VALUE SPACES.
001000 77  MS-ARCHFIL-STATUS           PIC X(02) VALUE SPACES.
001010 77  MS-STMTRPT-STATUS           PIC X(02) VALUE SPACES.
001011 77  MS-FEEFILE-STATUS           PIC X(02) VALUE SPACES.
001020 77  MS-EOF-ACCTFIL-SW           PIC X(01) VALUE 'N'.
001030     88 MS-EOF-ACCTFIL                       VALUE 'Y'.
001040 77  MS-BROWSE-SW                PIC X(01) VALUE 'N'.
001080     88 MS-PRINT-PASS                        VALUE 'P'.
001090 77  MS-ARCH-OPEN-SW             PIC X(01) VALUE 'N'.
001100     88 MS-ARCH-OPEN                         VALUE 'Y'.
001101 77  MS-EOF-FEEFILE-SW           PIC X(01) VALUE 'N'.
001102     88 MS-EOF-FEEFILE                       VALUE 'Y'.
001103 77  MS-FEE-FOUND-SW             PIC X(01) VALUE 'N'.
001104     88 MS-FEE-FOUND                         VALUE 'Y'.
001110*----------------------------------------------------------------
001120*LINE AND PAGE CONTROL
001130*----------------------------------------------------------------
001300 77  MS-REJECTED-COUNT           PIC 9(07) COMP VALUE ZERO.
001310 77  MS-AWAITING-COUNT           PIC 9(07) COMP VALUE ZERO.
001320 77  MS-VOIDED-COUNT             PIC 9(07) COMP VALUE ZERO.
001321 77  MS-RETURNED-COUNT           PIC 9(07) COMP VALUE ZERO.
001322 77  MS-FEE-COUNT                PIC 9(07) COMP VALUE ZERO.
001330 77  MS-POSTED-TOTAL             PIC S9(09)V99 COMP-3 VALUE ZERO.
001340 77  MS-PENDING-TOTAL            PIC S9(09)V99 COMP-3 VALUE ZERO.
001350 77  MS-REJECTED-TOTAL           PIC S9(09)V99 COMP-3 VALUE ZERO.
001360 77  MS-AWAITING-TOTAL           PIC S9(09)V99 COMP-3 VALUE ZERO.
001370 77  MS-VOIDED-TOTAL             PIC S9(09)V99 COMP-3 VALUE ZERO.
001371 77  MS-RETURNED-TOTAL           PIC S9(09)V99 COMP-3 VALUE ZERO.
001372 77  MS-FEE-TOTAL                PIC S9(09)V99 COMP-3 VALUE ZERO.
001380 77  MS-DEBITED-TOTAL            PIC S9(09)V99 COMP-3 VALUE ZERO.
001390 77  MS-OPENING-BALANCE          PIC S9(09)V99 COMP-3 VALUE ZERO.
001400*----------------------------------------------------------------
001410*WORK FIELDS
001420*----------------------------------------------------------------
001421 77  MS-FEE-MAX                  PIC S9(4) COMP VALUE 500.
001422 77  MS-FEE-ENTRIES              PIC S9(4) COMP VALUE ZERO.
001423 77  MS-FEE-IX                   PIC S9(4) COMP VALUE ZERO.
001430 77  MS-STMT-START               PIC 9(08) VALUE ZERO.
001440 77  MS-STMT-END                 PIC 9(08) VALUE ZERO.
001450 77  MS-CURR-ACCOUNT             PIC 9(10) VALUE ZERO.
001451*THE FEE FOR THE PAYMENT IN HAND - SEE 3400-FIND-FEE.
001452 77  MS-FEE-CHANNEL              PIC X(01) VALUE SPACES.
001453     88 MS-FEE-CH-OPERATOR                   VALUE 'O'.
001454     88 MS-FEE-CH-BULK                       VALUE 'B'.
001455     88 MS-FEE-CH-STANDING                   VALUE 'S'.
001456 77  MS-FEE-EFF-DATE             PIC 9(08) VALUE ZERO.
001457 77  MS-FEE-AMOUNT               PIC S9(5)V99 COMP-3 VALUE ZERO.
001458 77  MS-FEE-TEXT                 PIC X(20) VALUE SPACES.
001460*THE PAYMENT BEING EXAMINED, COPIED TO ONE SET OF FIELDS SO THE
001470*ARCHIVE AND LIVE BROWSES SHARE THE TALLY AND PRINT LOGIC.
001480 01  MS-WK-PAYMENT.
001520     05 MS-WK-STATUS             PIC X(01).
001530     05 MS-WK-ENTRY-DATE         PIC 9(08).
001540     05 MS-WK-APPL-SW            PIC X(01).
001541     05 MS-WK-OPERATOR-ID        PIC X(08).
001542     05 MS-WK-CHANNEL            PIC X(01).
001543     05 MS-WK-FEE-SW             PIC X(01).
001544        88 MS-WK-FEE-KEPT           VALUE 'Y'.
001545     05 MS-WK-FEE-AMOUNT         PIC S9(5)V99 COMP-3.
001550*----------------------------------------------------------------
001560*REPORT LINE LAYOUTS
001570*----------------------------------------------------------------
001880     05 FILLER                  PIC X(02) VALUE SPACES.
001890     05 MS-DL-STATUS             PIC X(08).
001900     05 FILLER                  PIC X(12) VALUE SPACES.
001901 01  MS-FEE-LINE.
001902     05 FILLER                  PIC X(13) VALUE SPACES.
001903     05 MS-FL-TEXT               PIC X(20).
001904     05 FILLER                  PIC X(02) VALUE SPACES.
001905     05 MS-FL-AMOUNT             PIC -(9)9.99.
001906     05 FILLER                  PIC X(02) VALUE SPACES.
001907     05 MS-FL-DATE               PIC 9(08).
001908     05 FILLER                  PIC X(22) VALUE SPACES.
001910 01  MS-BALANCE-LINE.
001920     05 MS-BL-LABEL              PIC X(20).
001930     05 FILLER                  PIC X(02) VALUE SPACES.
002010     05 MS-TL-AMOUNT             PIC -(9)9.99.
002020     05 FILLER                  PIC X(25) VALUE SPACES.
002030 01  MS-BLANK-LINE               PIC X(80) VALUE SPACES.
002031*----------------------------------------------------------------
002032*FEE SCHEDULE TABLE - FEEFILE IN KEY ORDER, AS ACCTPOST LOADS IT.
002033*----------------------------------------------------------------
002034 01  MS-FEE-TABLE.
002035     05 MS-FEE-ENTRY OCCURS 500.
002036        10 MS-FT-CHANNEL         PIC X(01).
002037        10 MS-FT-EFF-DATE        PIC 9(08).
002038        10 MS-FT-BAND-LIMIT      PIC 9(09)V99.
002039        10 MS-FT-AMOUNT          PIC S9(5)V99 COMP-3.

002040 PROCEDURE DIVISION.
002050 0000-MAINLINE.
002110     STOP RUN.

002120*----------------------------------------------------------------
002121*1000-INITIALIZE - READ THE PERIOD CARD, LOAD THE FEE SCHEDULE,
002122*                  OPEN FILES, AND PRIME
002140*                  THE FIRST ACCOUNT.  A MISSING ARCHIVE MASTER
002150*                  (NEVER LOADED, STATUS 35) IS TOLERATED - THE
002160*                  STATEMENTS SIMPLY COME OFF THE LIVE FILE.
002550     OPEN INPUT ARCHFIL
002560     IF MS-ARCHFIL-STATUS = '00'
002570         SET MS-ARCH-OPEN TO TRUE
002600     ELSE
002601         IF MS-ARCHFIL-STATUS = '35'
002602             DISPLAY 'MSTMTGEN: ARCHIVE NEVER LOADED - LIVE ONLY'
002603         ELSE
002604             DISPLAY 'MSTMTGEN: ARCHFIL OPEN FAILED, STATUS = '
002605                 MS-ARCHFIL-STATUS
002606             MOVE 16 TO RETURN-CODE
002607             STOP RUN
002608         END-IF
002650     END-IF
002660     OPEN OUTPUT STMTRPT
002670     IF MS-STMTRPT-STATUS NOT = '00'
002700         MOVE 16 TO RETURN-CODE
002710         STOP RUN
002720     END-IF
002721     PERFORM 1200-LOAD-FEE-SCHEDULE THRU 1200-EXIT
002730     PERFORM 2100-READ-ACCTFIL THRU 2100-EXIT.
002740 1000-EXIT.
002741     EXIT.
002742*----------------------------------------------------------------
002743*1200-LOAD-FEE-SCHEDULE - READ THE WHOLE FEE SCHEDULE INTO THE
002744*                         TABLE.  A CLUSTER NOBODY HAS KEYED A ROW
002745*                         INTO YET (STATUS 35) MEANS NO FEES WERE
002746*                         EVER CHARGED.
002747*----------------------------------------------------------------
002748 1200-LOAD-FEE-SCHEDULE.
002749     MOVE ZERO TO MS-FEE-ENTRIES
002750     OPEN INPUT FEEFILE
002751     IF MS-FEEFILE-STATUS = '35'
002752         DISPLAY 'MSTMTGEN: FEE SCHEDULE EMPTY - NO FEE LINES'
002753         GO TO 1200-EXIT
002754     END-IF
002755     IF MS-FEEFILE-STATUS NOT = '00'
002756         DISPLAY 'MSTMTGEN: FEEFILE OPEN FAILED, STATUS = '
002757             MS-FEEFILE-STATUS
002758         MOVE 16 TO RETURN-CODE
002759         STOP RUN
002760     END-IF
002761     PERFORM 1210-LOAD-FEE-ENTRY THRU 1210-EXIT
002762         UNTIL MS-EOF-FEEFILE
002763     CLOSE FEEFILE.
002764 1200-EXIT.
002765     EXIT.
002766 1210-LOAD-FEE-ENTRY.
002767     READ FEEFILE
002768         AT END
002769             SET MS-EOF-FEEFILE TO TRUE
002770             GO TO 1210-EXIT
002771     END-READ
002772     IF MS-FEEFILE-STATUS NOT = '00'
002773         DISPLAY 'MSTMTGEN: FEEFILE READ FAILED, STATUS = '
002774             MS-FEEFILE-STATUS
002775         MOVE 16 TO RETURN-CODE
002776         STOP RUN
002777     END-IF
002778     IF MS-FEE-ENTRIES NOT < MS-FEE-MAX
002779         DISPLAY 'MSTMTGEN: FEE SCHEDULE TABLE FULL AT '
002780             MS-FEE-MAX ' ROWS'
002781         MOVE 16 TO RETURN-CODE
002782         STOP RUN
002783     END-IF
002784     ADD 1 TO MS-FEE-ENTRIES
002785     MOVE FEE-CHANNEL TO MS-FT-CHANNEL(MS-FEE-ENTRIES)
002786     MOVE FEE-EFF-DATE TO MS-FT-EFF-DATE(MS-FEE-ENTRIES)
002787     MOVE FEE-BAND-LIMIT TO MS-FT-BAND-LIMIT(MS-FEE-ENTRIES)
002788     MOVE FEE-AMOUNT TO MS-FT-AMOUNT(MS-FEE-ENTRIES).
002789 1210-EXIT.
002790     EXIT.

002791*----------------------------------------------------------------
002792*2000-PROCESS-ACCOUNT - TWO PASSES OVER THE ACCOUNT'S PAYMENTS,
002793*                       THE SAME SHAPE AS THE ONLINE HISTORY
002794*                       BROWSE: THE COUNT PASS BUILDS THE STATUS
002800*                       TOTALS AND THE DEBITED TOTAL THAT
002810*                       RECONSTRUCTS THE OPENING BALANCE, AND
002820*                       ONLY WHEN THERE WAS ACTIVITY DOES THE
003160     MOVE ZERO TO MS-REJECTED-COUNT
003170     MOVE ZERO TO MS-AWAITING-COUNT
003180     MOVE ZERO TO MS-VOIDED-COUNT
003181     MOVE ZERO TO MS-RETURNED-COUNT
003182     MOVE ZERO TO MS-FEE-COUNT
003190     MOVE ZERO TO MS-POSTED-TOTAL
003200     MOVE ZERO TO MS-PENDING-TOTAL
003210     MOVE ZERO TO MS-REJECTED-TOTAL
003220     MOVE ZERO TO MS-AWAITING-TOTAL
003230     MOVE ZERO TO MS-VOIDED-TOTAL
003231     MOVE ZERO TO MS-RETURNED-TOTAL
003232     MOVE ZERO TO MS-FEE-TOTAL
003240     MOVE ZERO TO MS-DEBITED-TOTAL.
003250 2200-EXIT.
003260     EXIT.
003680         MOVE ARCH-STATUS TO MS-WK-STATUS
003690         MOVE ARCH-ENTRY-DATE TO MS-WK-ENTRY-DATE
003700         MOVE ARCH-POSTED-APPL-SW TO MS-WK-APPL-SW
003701         MOVE ARCH-OPERATOR-ID TO MS-WK-OPERATOR-ID
003702         MOVE ARCH-CHANNEL TO MS-WK-CHANNEL
003703         MOVE 'N' TO MS-WK-FEE-SW
003704         IF ARCH-FEE-AMOUNT NUMERIC
003705             SET MS-WK-FEE-KEPT TO TRUE
003706             MOVE ARCH-FEE-AMOUNT TO MS-WK-FEE-AMOUNT
003707         END-IF
003710         PERFORM 3300-HANDLE-PAYMENT THRU 3300-EXIT
003720     END-IF.
003730 3100-EXIT.
003890         MOVE PAY-STATUS TO MS-WK-STATUS
003900         MOVE PAY-ENTRY-DATE TO MS-WK-ENTRY-DATE
003910         MOVE PAY-POSTED-APPL-SW TO MS-WK-APPL-SW
003911         MOVE PAY-OPERATOR-ID TO MS-WK-OPERATOR-ID
003912         MOVE PAY-CHANNEL TO MS-WK-CHANNEL
003913         MOVE 'N' TO MS-WK-FEE-SW
003914         IF PAY-FEE-AMOUNT NUMERIC
003915             SET MS-WK-FEE-KEPT TO TRUE
003916             MOVE PAY-FEE-AMOUNT TO MS-WK-FEE-AMOUNT
003917         END-IF
003920         PERFORM 3300-HANDLE-PAYMENT THRU 3300-EXIT
003930     END-IF.
003940 3200-EXIT.
003950     EXIT.
003960 3300-HANDLE-PAYMENT.
003970     MOVE MS-WK-STATUS TO PAY-STATUS
003971*  A PAYMENT STILL DEBITED - POSTED, OR RETURNED AND NOT YET
003972*  CREDITED BACK - CARRIES THE FEE CHARGED WITH IT.
003973     MOVE ZERO TO MS-FEE-AMOUNT
003974     IF MS-WK-APPL-SW = 'Y'
003975         AND (PAY-ST-POSTED OR PAY-ST-RETURNED)
003976         PERFORM 3400-FIND-FEE THRU 3400-EXIT
003977     END-IF
003980     IF MS-COUNT-PASS
003990         ADD 1 TO MS-ACCT-ITEM-COUNT
004000         EVALUATE TRUE
004160             WHEN PAY-ST-VOIDED
004170                 ADD 1 TO MS-VOIDED-COUNT
004180                 ADD MS-WK-AMOUNT TO MS-VOIDED-TOTAL
004181             WHEN PAY-ST-RETURNED
004182                 ADD 1 TO MS-RETURNED-COUNT
004183                 ADD MS-WK-AMOUNT TO MS-RETURNED-TOTAL
004184                 IF MS-WK-APPL-SW = 'Y'
004185                     ADD MS-WK-AMOUNT TO MS-DEBITED-TOTAL
004186                 END-IF
004190         END-EVALUATE
004191         IF MS-FEE-AMOUNT > ZERO
004192             ADD 1 TO MS-FEE-COUNT
004193             ADD MS-FEE-AMOUNT TO MS-FEE-TOTAL
004194             ADD MS-FEE-AMOUNT TO MS-DEBITED-TOTAL
004195         END-IF
004200     ELSE
004210         ADD 1 TO MS-LISTED-COUNT
004220         PERFORM 5100-PRINT-DETAIL THRU 5100-EXIT
004221         IF MS-FEE-AMOUNT > ZERO
004222             PERFORM 5150-PRINT-FEE THRU 5150-EXIT
004223         END-IF
004230     END-IF.
004240 3300-EXIT.
004241     EXIT.
004242*----------------------------------------------------------------
004243*3400-FIND-FEE - THE FEE ACCTPOST CHARGED FOR THE PAYMENT IN
004244*                HAND - THE AMOUNT IT KEPT ON THE PAYMENT, OR FOR
004245*                ONE DEBITED BEFORE THE FEE WAS KEPT, FOUND THE
004246*                SAME WAY ACCTPOST FOUND IT THEN: THE
004247*                SCHEDULE FOR ITS CHANNEL WITH THE LATEST
004248*                EFFECTIVE DATE NOT AFTER ITS ENTRY DATE, FIRST
004249*                BAND AT OR ABOVE ITS AMOUNT.  ZERO WHEN NONE
004250*                APPLIES.  A PAYMENT WRITTEN BEFORE PAY-CHANNEL
004251*                EXISTED IS TOLD APART BY ITS OPERATOR ID.
004252*----------------------------------------------------------------
004253 3400-FIND-FEE.
004254     MOVE ZERO TO MS-FEE-AMOUNT
004255     MOVE MS-WK-CHANNEL TO MS-FEE-CHANNEL
004256     IF MS-FEE-CHANNEL = SPACES
004257         EVALUATE MS-WK-OPERATOR-ID
004258             WHEN 'PAYIMPRT'
004259                 SET MS-FEE-CH-BULK TO TRUE
004260             WHEN 'RECURPAY'
004261                 SET MS-FEE-CH-STANDING TO TRUE
004262             WHEN OTHER
004263                 SET MS-FEE-CH-OPERATOR TO TRUE
004264         END-EVALUATE
004265     END-IF
004266     EVALUATE TRUE
004267         WHEN MS-FEE-CH-BULK
004268             MOVE 'FEE - BRANCH BULK' TO MS-FEE-TEXT
004269         WHEN MS-FEE-CH-STANDING
004270             MOVE 'FEE - STANDING ORDER' TO MS-FEE-TEXT
004271         WHEN OTHER
004272             MOVE 'FEE - OPERATOR KEYED' TO MS-FEE-TEXT
004273     END-EVALUATE
004274     IF MS-WK-FEE-KEPT
004275         MOVE MS-WK-FEE-AMOUNT TO MS-FEE-AMOUNT
004276         GO TO 3400-EXIT
004277     END-IF
004278     MOVE ZERO TO MS-FEE-EFF-DATE
004279     MOVE ZERO TO MS-FEE-IX
004280     PERFORM 3410-SCAN-FEE-DATE THRU 3410-EXIT
004281         UNTIL MS-FEE-IX NOT < MS-FEE-ENTRIES
004282     IF MS-FEE-EFF-DATE = ZERO
004283         GO TO 3400-EXIT
004284     END-IF
004285     MOVE 'N' TO MS-FEE-FOUND-SW
004286     MOVE ZERO TO MS-FEE-IX
004287     PERFORM 3420-SCAN-FEE-BAND THRU 3420-EXIT
004288         UNTIL MS-FEE-FOUND
004289         OR MS-FEE-IX NOT < MS-FEE-ENTRIES
004290     IF MS-FEE-FOUND
004291         MOVE MS-FT-AMOUNT(MS-FEE-IX) TO MS-FEE-AMOUNT
004292     END-IF.
004293 3400-EXIT.
004294     EXIT.
004295 3410-SCAN-FEE-DATE.
004296     ADD 1 TO MS-FEE-IX
004297     IF MS-FT-CHANNEL(MS-FEE-IX) = MS-FEE-CHANNEL
004298         AND MS-FT-EFF-DATE(MS-FEE-IX) NOT > MS-WK-ENTRY-DATE
004299         AND MS-FT-EFF-DATE(MS-FEE-IX) > MS-FEE-EFF-DATE
004300         MOVE MS-FT-EFF-DATE(MS-FEE-IX) TO MS-FEE-EFF-DATE
004301     END-IF.
004302 3410-EXIT.
004303     EXIT.
004304 3420-SCAN-FEE-BAND.
004305     ADD 1 TO MS-FEE-IX
004306     IF MS-FT-CHANNEL(MS-FEE-IX) = MS-FEE-CHANNEL
004307         AND MS-FT-EFF-DATE(MS-FEE-IX) = MS-FEE-EFF-DATE
004308         AND MS-FT-BAND-LIMIT(MS-FEE-IX) NOT < MS-WK-AMOUNT
004309         SET MS-FEE-FOUND TO TRUE
004310     END-IF.
004311 3420-EXIT.
004312     EXIT.

004313*----------------------------------------------------------------
004314*5000-START-STATEMENT - NEW PAGE, STATEMENT HEADINGS, OPENING
004315*                       BALANCE.
004316*----------------------------------------------------------------
004317 5000-START-STATEMENT.
004318     MOVE MS-STMT-START TO MS-H1-START
004320     MOVE MS-STMT-END TO MS-H1-END
004330     WRITE STMTRPT-RECORD FROM MS-STMT-HEADING-1
004340         AFTER ADVANCING PAGE
004700             MOVE 'AWAITING' TO MS-DL-STATUS
004710         WHEN PAY-ST-VOIDED
004720             MOVE 'VOIDED' TO MS-DL-STATUS
004721         WHEN PAY-ST-RETURNED
004722             MOVE 'RETURNED' TO MS-DL-STATUS
004730         WHEN OTHER
004740             MOVE 'UNKNOWN' TO MS-DL-STATUS
004750     END-EVALUATE
004770         AFTER ADVANCING 1 LINE
004780     ADD 1 TO MS-LINE-COUNT.
004790 5100-EXIT.
004791     EXIT.
004792 5150-PRINT-FEE.
004793     IF MS-LINE-COUNT NOT < MS-LINES-PER-PAGE
004794         WRITE STMTRPT-RECORD FROM MS-STMT-HEADING-1
004795             AFTER ADVANCING PAGE
004796         WRITE STMTRPT-RECORD FROM MS-STMT-HEADING-3
004797             AFTER ADVANCING 2 LINES
004798         MOVE 3 TO MS-LINE-COUNT
004799     END-IF
004800     MOVE MS-FEE-TEXT TO MS-FL-TEXT
004801     MOVE MS-FEE-AMOUNT TO MS-FL-AMOUNT
004802     MOVE MS-WK-ENTRY-DATE TO MS-FL-DATE
004803     WRITE STMTRPT-RECORD FROM MS-FEE-LINE
004804         AFTER ADVANCING 1 LINE
004805     ADD 1 TO MS-LINE-COUNT.
004806 5150-EXIT.
004807     EXIT.
004810 5200-END-STATEMENT.
004820     MOVE SPACES TO MS-TOTAL-LINE
004830     WRITE STMTRPT-RECORD FROM MS-TOTAL-LINE
005160     WRITE STMTRPT-RECORD FROM MS-TOTAL-LINE
005170         AFTER ADVANCING 1 LINE
005180     MOVE SPACES TO MS-TOTAL-LINE
005181     MOVE 'RETURNED' TO MS-TL-LABEL
005182     MOVE MS-RETURNED-COUNT TO MS-TL-COUNT
005183     MOVE MS-RETURNED-TOTAL TO MS-TL-AMOUNT
005184     WRITE STMTRPT-RECORD FROM MS-TOTAL-LINE
005185         AFTER ADVANCING 1 LINE
005186     MOVE SPACES TO MS-TOTAL-LINE
005190     MOVE 'VOIDED' TO MS-TL-LABEL
005200     MOVE MS-VOIDED-COUNT TO MS-TL-COUNT
005210     MOVE MS-VOIDED-TOTAL TO MS-TL-AMOUNT
005211     WRITE STMTRPT-RECORD FROM MS-TOTAL-LINE
005212         AFTER ADVANCING 1 LINE
005213     MOVE SPACES TO MS-TOTAL-LINE
005214     MOVE 'PAYMENT FEES' TO MS-TL-LABEL
005215     MOVE MS-FEE-COUNT TO MS-TL-COUNT
005216     MOVE MS-FEE-TOTAL TO MS-TL-AMOUNT
005220     WRITE STMTRPT-RECORD FROM MS-TOTAL-LINE
005230         AFTER ADVANCING 1 LINE.
005240 5300-EXIT.
