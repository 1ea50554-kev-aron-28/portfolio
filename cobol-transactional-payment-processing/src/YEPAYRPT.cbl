000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. YEPAYRPT.
000120 AUTHOR. D HALLORAN.
000130 INSTALLATION. FIRST COMMERCIAL BANK - IT APPLICATIONS.
000140 DATE-WRITTEN. 10/15/2026.
000150 DATE-COMPILED.
000160*----------------------------------------------------------------
000170*YEPAYRPT - YEAR-END PAYEE PAYMENT SUMMARY AND INFORMATION-
000180*           RETURN EXTRACT FOR ACCOUNTS PAYABLE.  TOTALS THE
000190*           SETTLED (POSTED) PAYMENTS VALUE-DATED IN THE TAX YEAR
000200*           ON THE YEPCTL CONTROL CARD BY PAYEE MASTER NUMBER,
000210*           ACROSS THE LIVE PAYMENT FILE AND THE ARCHIVE
000220*           MASTER.  RETURNED, VOIDED, REJECTED AND UNSETTLED
000230*           PAYMENTS DO NOT COUNT.  AFTER AN ABENDED PAYARCH
000240*           RERUN A PAYMENT CAN BE ON BOTH FILES - THE LIVE
000250*           COPY IS THE ONE COUNTED.
000260*           THE REPORT RANKS THE PAYEES BY AMOUNT WITH THE
000270*           MASTER NAME AND A MASKED TAX ID, AND NOTES EACH
000280*           PAYEE AT OR OVER THE CARD THRESHOLD: EXTRACTED,
000290*           NOT FLAGGED REPORTABLE, NO TAX ID ON FILE, OR NOT
000300*           ON THE PAYEE MASTER.  A REPORTABLE PAYEE WITH A
000310*           TAX ID AT OR OVER THE THRESHOLD IS WRITTEN TO THE
000320*           YEPXOUT EXTRACT (COPY YEPXREC).  PAYMENTS KEYED
000330*           BEFORE THE PAYEE MASTER EXISTED (PAY-PAYEE-NO
000340*           ZERO) CANNOT BE REPORTED - THEY PRINT IN A
000350*           SEPARATE UNRESOLVED SECTION BY KEYED NAME FOR AP
000360*           TO WORK.  BOTH SECTIONS ADD BACK TO THE SETTLED
000370*           TOTAL ON THE CONTROL PAGE.
000380*           THE PAYMENTS ARE GROUPED AND RANKED WITH TWO
000390*           INTERNAL SORTS; THE PAYEE TOTALS PASS BETWEEN
000400*           THEM ON THE YPTOTAL WORK FILE.  RUN ON DEMAND
000410*           AFTER THE YEAR'S LAST NIGHTLY CYCLE - IT IS NOT
000420*           PART OF THE RUN-CONTROL CHAIN AND CAN BE RERUN
000430*           AT WILL (EACH RUN WRITES A NEW EXTRACT
000440*           GENERATION).
000450*----------------------------------------------------------------
000460*MODIFICATION HISTORY
000470*----------------------------------------------------------------
000480*DATE      INIT DESCRIPTION
000490*10/15/26  DH   INITIAL VERSION.
000491*10/15/26  DH   A PAYMENT FALLS IN THE TAX YEAR OF ITS VALUE DATE
000492*               (ENTRY DATE ON OLDER RECORDS), SO ONE KEYED
000493*               AFTER THE CUTOFF ON 12/31 IS NEXT YEAR'S.
000500*----------------------------------------------------------------

000510 ENVIRONMENT DIVISION.
000520 INPUT-OUTPUT SECTION.
000530 FILE-CONTROL.
000540     SELECT YEPCTL ASSIGN TO YEPCTL
000550         ORGANIZATION IS SEQUENTIAL
000560         FILE STATUS IS YP-YEPCTL-STATUS.
000570     SELECT PAYFILE ASSIGN TO PAYFILE
000580         ORGANIZATION IS INDEXED
000590         ACCESS MODE IS DYNAMIC
000600         RECORD KEY IS PAY-REF-NO
000610         FILE STATUS IS YP-PAYFILE-STATUS.
000620     SELECT ARCHFIL ASSIGN TO ARCHFIL
000630         ORGANIZATION IS INDEXED
000640         ACCESS MODE IS SEQUENTIAL
000650         RECORD KEY IS ARCH-REF-NO
000660         FILE STATUS IS YP-ARCHFIL-STATUS.
000670     SELECT PAYEFIL ASSIGN TO PAYEFIL
000680         ORGANIZATION IS INDEXED
000690         ACCESS MODE IS RANDOM
000700         RECORD KEY IS PAYE-NUMBER
000710         FILE STATUS IS YP-PAYEFIL-STATUS.
000720     SELECT YPTOTAL ASSIGN TO YPTOTAL
000730         ORGANIZATION IS SEQUENTIAL
000740         FILE STATUS IS YP-YPTOTAL-STATUS.
000750     SELECT YEPRPT ASSIGN TO YEPRPT
000760         ORGANIZATION IS SEQUENTIAL
000770         FILE STATUS IS YP-YEPRPT-STATUS.
000780     SELECT YEPXOUT ASSIGN TO YEPXOUT
000790         ORGANIZATION IS SEQUENTIAL
000800         FILE STATUS IS YP-YEPXOUT-STATUS.
000810     SELECT YPSORT ASSIGN TO SORTWK1.
000820     SELECT YPRANK ASSIGN TO SORTWK1.

000830 DATA DIVISION.
000840 FILE SECTION.
000850*
000860*CONTROL CARD - ONE CARD, FIXED COLUMNS, SEE jcl/YEPAYRPT.jcl.
000870 FD  YEPCTL
000880     RECORDING MODE IS F.
000890 01  YEPCTL-RECORD.
000900     05 CTL-TAX-YEAR             PIC 9(04).
000910     05 FILLER                   PIC X(01).
000920     05 CTL-THRESHOLD            PIC 9(07)V99.
000930     05 FILLER                   PIC X(66).
000940*
000950 FD  PAYFILE.
000960 COPY PAYREC.
000970*
000980 FD  ARCHFIL.
000990 COPY PAYREC REPLACING LEADING ==PAY-== BY ==ARCH-==.
001000*
001010 FD  PAYEFIL.
001020 COPY PAYEEREC.
001030*
001040*PAYEE TOTALS - ONE RECORD PER PAYEE MASTER NUMBER, OR PER KEYED
001050*NAME FOR THE UNRESOLVED PAYMENTS.  WRITTEN AFTER THE FIRST SORT
001060*AND RANKED BY THE SECOND.
001070 FD  YPTOTAL
001080     RECORDING MODE IS F.
001090 01  YT-RECORD.
001100     05 YT-SECTION               PIC X(01).
001110        88 YT-SC-RANKED                      VALUE 'R'.
001120        88 YT-SC-UNRESOLVED                  VALUE 'U'.
001130     05 YT-AMOUNT                PIC S9(11)V99 COMP-3.
001140     05 YT-PAYEE-NO              PIC 9(06).
001150     05 YT-PAYEE                 PIC X(20).
001160     05 YT-COUNT                 PIC 9(07).
001170     05 FILLER                   PIC X(05).
001180*
001190 FD  YEPRPT
001200     RECORDING MODE IS F.
001210 01  YEPRPT-RECORD               PIC X(80).
001220*
001230 FD  YEPXOUT
001240     RECORDING MODE IS F.
001250 COPY YEPXREC.
001260*
001270*FIRST SORT - THE YEAR'S SETTLED PAYMENTS IN PAYEE ORDER.  THE
001280*GROUP NAME IS SPACES FOR A PAYMENT WITH A PAYEE NUMBER AND THE
001290*KEYED NAME FOR ONE WITHOUT, SO UNRESOLVED PAYMENTS GROUP BY
001300*NAME.
001310 SD  YPSORT.
001320 01  YS-RECORD.
001330     05 YS-PAYEE-NO              PIC 9(06).
001340     05 YS-GROUP-NAME            PIC X(20).
001350     05 YS-PAYEE                 PIC X(20).
001360     05 YS-AMOUNT                PIC S9(9)V99 COMP-3.
001370*
001380*SECOND SORT - THE PAYEE TOTALS, RANKED SECTION FIRST, LARGEST
001390*AMOUNT FIRST WITHIN EACH SECTION.
001400 SD  YPRANK.
001410 01  YR-RECORD.
001420     05 YR-SECTION               PIC X(01).
001430        88 YR-SC-RANKED                      VALUE 'R'.
001440        88 YR-SC-UNRESOLVED                  VALUE 'U'.
001450     05 YR-AMOUNT                PIC S9(11)V99 COMP-3.
001460     05 YR-PAYEE-NO              PIC 9(06).
001470     05 YR-PAYEE                 PIC X(20).
001480     05 YR-COUNT                 PIC 9(07).
001490     05 FILLER                   PIC X(05).

001500 WORKING-STORAGE SECTION.
001510*----------------------------------------------------------------
001520*SWITCHES AND FILE STATUS FIELDS
001530*----------------------------------------------------------------
001540 77  YP-YEPCTL-STATUS            PIC X(02) VALUE SPACES.
001550 77  YP-PAYFILE-STATUS           PIC X(02) VALUE SPACES.
001560 77  YP-ARCHFIL-STATUS           PIC X(02) VALUE SPACES.
001570 77  YP-PAYEFIL-STATUS           PIC X(02) VALUE SPACES.
001580 77  YP-YPTOTAL-STATUS           PIC X(02) VALUE SPACES.
001590 77  YP-YEPRPT-STATUS            PIC X(02) VALUE SPACES.
001600 77  YP-YEPXOUT-STATUS           PIC X(02) VALUE SPACES.
001610 77  YP-EOF-PAYFILE-SW           PIC X(01) VALUE 'N'.
001620     88 YP-EOF-PAYFILE                       VALUE 'Y'.
001630 77  YP-EOF-ARCHFIL-SW           PIC X(01) VALUE 'N'.
001640     88 YP-EOF-ARCHFIL                       VALUE 'Y'.
001650 77  YP-EOF-SORT-SW              PIC X(01) VALUE 'N'.
001660     88 YP-EOF-SORT                          VALUE 'Y'.
001670 77  YP-EOF-RANK-SW              PIC X(01) VALUE 'N'.
001680     88 YP-EOF-RANK                          VALUE 'Y'.
001690 77  YP-ARCH-SW                  PIC X(01) VALUE 'N'.
001700     88 YP-ARCH-OPEN                         VALUE 'Y'.
001710 77  YP-LIVE-SW                  PIC X(01) VALUE 'N'.
001720     88 YP-ON-LIVE                           VALUE 'Y'.
001730 77  YP-SECTION-SW               PIC X(01) VALUE 'R'.
001740     88 YP-SECTION-RANKED                    VALUE 'R'.
001750     88 YP-SECTION-UNRESOLVED                VALUE 'U'.
001760*----------------------------------------------------------------
001770*LINE AND PAGE CONTROL
001780*----------------------------------------------------------------
001790 77  YP-LINE-COUNT               PIC 9(02) COMP VALUE ZERO.
001800 77  YP-PAGE-COUNT               PIC 9(03) COMP VALUE ZERO.
001810 77  YP-LINES-PER-PAGE           PIC 9(02) COMP VALUE 55.
001820*----------------------------------------------------------------
001830*ACCUMULATORS
001840*----------------------------------------------------------------
001850 77  YP-LIVE-READ-COUNT          PIC 9(07) COMP VALUE ZERO.
001860 77  YP-ARCH-READ-COUNT          PIC 9(07) COMP VALUE ZERO.
001870 77  YP-BOTH-COUNT               PIC 9(07) COMP VALUE ZERO.
001880 77  YP-SETTLED-COUNT            PIC 9(07) COMP VALUE ZERO.
001890 77  YP-SETTLED-TOTAL            PIC S9(11)V99 COMP-3 VALUE ZERO.
001900 77  YP-PAYEE-COUNT              PIC 9(07) COMP VALUE ZERO.
001910 77  YP-PAYEE-TOTAL              PIC S9(11)V99 COMP-3 VALUE ZERO.
001920 77  YP-EXTRACT-COUNT            PIC 9(07) COMP VALUE ZERO.
001930 77  YP-EXTRACT-TOTAL            PIC S9(11)V99 COMP-3 VALUE ZERO.
001940 77  YP-NOT-RPT-COUNT            PIC 9(07) COMP VALUE ZERO.
001950 77  YP-NOT-RPT-TOTAL            PIC S9(11)V99 COMP-3 VALUE ZERO.
001960 77  YP-NO-TIN-COUNT             PIC 9(07) COMP VALUE ZERO.
001970 77  YP-NO-TIN-TOTAL             PIC S9(11)V99 COMP-3 VALUE ZERO.
001980 77  YP-NO-MASTER-COUNT          PIC 9(07) COMP VALUE ZERO.
001990 77  YP-NO-MASTER-TOTAL          PIC S9(11)V99 COMP-3 VALUE ZERO.
002000 77  YP-UNRES-NAME-COUNT         PIC 9(07) COMP VALUE ZERO.
002010 77  YP-UNRES-PAY-COUNT          PIC 9(07) COMP VALUE ZERO.
002020 77  YP-UNRES-TOTAL              PIC S9(11)V99 COMP-3 VALUE ZERO.
002030 77  YP-UNRES-OVER-COUNT         PIC 9(07) COMP VALUE ZERO.
002040 77  YP-RANK                     PIC 9(05) COMP VALUE ZERO.
002050*----------------------------------------------------------------
002060*WORK FIELDS - A LIVE OR ARCHIVED PAYMENT IS MOVED HERE SO BOTH
002070*SHARE THE SELECTION LOGIC, THE SAME AS MSTMTGEN.
002080*----------------------------------------------------------------
002090 77  YP-TAX-YEAR                 PIC 9(04) VALUE ZERO.
002100 77  YP-THRESHOLD                PIC S9(7)V99 COMP-3 VALUE ZERO.
002110 77  YP-RUN-DATE                 PIC 9(08) VALUE ZERO.
002120 01  YP-WK-VALUE-DATE            PIC 9(08) VALUE ZERO.
002121 01  YP-WK-VALUE-DATE-R REDEFINES YP-WK-VALUE-DATE.
002130     05 YP-WK-YEAR               PIC 9(04).
002140     05 YP-WK-MMDD               PIC 9(04).
002150 77  YP-WK-PAYEE-NO              PIC 9(06) VALUE ZERO.
002160 77  YP-WK-PAYEE                 PIC X(20) VALUE SPACES.
002170 77  YP-WK-AMOUNT                PIC S9(9)V99 COMP-3 VALUE ZERO.
002180 77  YP-CURR-PAYEE-NO            PIC 9(06) VALUE ZERO.
002190 77  YP-CURR-GROUP               PIC X(20) VALUE SPACES.
002200*----------------------------------------------------------------
002210*REPORT LINE LAYOUTS
002220*----------------------------------------------------------------
002230 01  YP-HEADING-LINE-1.
002240     05 FILLER                  PIC X(31)
002250        VALUE 'YEAR-END PAYEE PAYMENT SUMMARY '.
002260     05 FILLER                  PIC X(09) VALUE 'TAX YEAR '.
002270     05 YP-H1-YEAR               PIC 9(04).
002280     05 FILLER                  PIC X(13) VALUE '   THRESHOLD '.
002290     05 YP-H1-THRESHOLD          PIC Z,ZZZ,ZZ9.99.
002300     05 FILLER                  PIC X(06) VALUE ' PAGE '.
002310     05 YP-H1-PAGE               PIC ZZ9.
002320     05 FILLER                  PIC X(02) VALUE SPACES.
002330 01  YP-HEADING-LINE-2.
002340     05 FILLER                  PIC X(01) VALUE SPACES.
002350     05 YP-H2-SECTION            PIC X(79).
002360 01  YP-HEADING-LINE-3.
002370     05 FILLER                  PIC X(01) VALUE SPACES.
002380     05 FILLER                  PIC X(06) VALUE ' RANK '.
002390     05 FILLER                  PIC X(07) VALUE 'PAYEE '.
002400     05 FILLER                  PIC X(21) VALUE 'NAME'.
002410     05 FILLER                  PIC X(10) VALUE 'TAX ID'.
002420     05 FILLER                  PIC X(07) VALUE '  PMTS '.
002430     05 FILLER                  PIC X(18)
002440        VALUE '           AMOUNT '.
002450     05 FILLER                  PIC X(10) VALUE 'NOTE'.
002460 01  YP-DETAIL-LINE.
002470     05 FILLER                  PIC X(01) VALUE SPACES.
002480     05 YP-DL-RANK               PIC ZZZZ9.
002490     05 FILLER                  PIC X(01) VALUE SPACES.
002500     05 YP-DL-PAYEE-NO           PIC Z(5)9 BLANK WHEN ZERO.
002510     05 FILLER                  PIC X(01) VALUE SPACES.
002520     05 YP-DL-NAME               PIC X(20).
002530     05 FILLER                  PIC X(01) VALUE SPACES.
002540     05 YP-DL-TAX-ID             PIC X(09).
002550     05 FILLER                  PIC X(01) VALUE SPACES.
002560     05 YP-DL-COUNT              PIC ZZZZZ9.
002570     05 FILLER                  PIC X(01) VALUE SPACES.
002580     05 YP-DL-AMOUNT             PIC ZZ,ZZZ,ZZZ,ZZ9.99.
002590     05 FILLER                  PIC X(01) VALUE SPACES.
002600     05 YP-DL-NOTE               PIC X(08).
002610     05 FILLER                  PIC X(02) VALUE SPACES.
002620 01  YP-NONE-LINE.
002630     05 FILLER                  PIC X(07) VALUE SPACES.
002640     05 FILLER                  PIC X(73)
002650        VALUE 'NONE FOR THE TAX YEAR'.
002660 01  YP-TOTAL-LINE.
002670     05 YP-TL-LABEL              PIC X(30).
002680     05 FILLER                  PIC X(02) VALUE SPACES.
002690     05 YP-TL-COUNT              PIC Z,ZZZ,ZZ9.
002700     05 FILLER                  PIC X(03) VALUE SPACES.
002710     05 YP-TL-AMOUNT             PIC ZZ,ZZZ,ZZZ,ZZ9.99
002720                                 BLANK WHEN ZERO.
002730     05 FILLER                  PIC X(19) VALUE SPACES.

002740 PROCEDURE DIVISION.
002750 0000-MAINLINE.
002760     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002770     SORT YPSORT
002780         ON ASCENDING KEY YS-PAYEE-NO YS-GROUP-NAME
002790         INPUT PROCEDURE 2000-SELECT-PAYMENTS THRU 2000-EXIT
002800         OUTPUT PROCEDURE 3000-TOTAL-PAYEES THRU 3000-EXIT
002810     IF SORT-RETURN NOT = ZERO
002820         DISPLAY 'YEPAYRPT: PAYMENT SORT FAILED, RETURN = '
002830             SORT-RETURN
002840         MOVE 16 TO RETURN-CODE
002850         STOP RUN
002860     END-IF
002870     SORT YPRANK
002880         ON ASCENDING KEY YR-SECTION
002890         ON DESCENDING KEY YR-AMOUNT
002900         ON ASCENDING KEY YR-PAYEE-NO YR-PAYEE
002910         USING YPTOTAL
002920         OUTPUT PROCEDURE 4000-PRINT-PAYEES THRU 4000-EXIT
002930     IF SORT-RETURN NOT = ZERO
002940         DISPLAY 'YEPAYRPT: RANKING SORT FAILED, RETURN = '
002950             SORT-RETURN
002960         MOVE 16 TO RETURN-CODE
002970         STOP RUN
002980     END-IF
002990     PERFORM 6000-WRITE-TOTALS THRU 6000-EXIT
003000     PERFORM 8000-TERMINATE THRU 8000-EXIT
003010     STOP RUN.

003020*----------------------------------------------------------------
003030*1000-INITIALIZE - READ THE CONTROL CARD AND OPEN FILES.  A
003040*                  MISSING ARCHIVE MASTER (NEVER LOADED, STATUS
003050*                  35) IS TOLERATED - THE YEAR THEN COMES OFF
003060*                  THE LIVE FILE ONLY.
003070*----------------------------------------------------------------
003080 1000-INITIALIZE.
003090     PERFORM 1200-READ-CONTROL-CARD THRU 1200-EXIT
003100     ACCEPT YP-RUN-DATE FROM DATE YYYYMMDD
003110     OPEN INPUT PAYFILE
003120     IF YP-PAYFILE-STATUS NOT = '00'
003130         DISPLAY 'YEPAYRPT: PAYFILE OPEN FAILED, STATUS = '
003140             YP-PAYFILE-STATUS
003150         MOVE 16 TO RETURN-CODE
003160         STOP RUN
003170     END-IF
003180     OPEN INPUT ARCHFIL
003190     IF YP-ARCHFIL-STATUS = '00'
003200         SET YP-ARCH-OPEN TO TRUE
003210     ELSE
003211         IF YP-ARCHFIL-STATUS = '35'
003220             DISPLAY 'YEPAYRPT: ARCHIVE NEVER LOADED - LIVE ONLY'
003230         ELSE
003240             DISPLAY 'YEPAYRPT: ARCHFIL OPEN FAILED, STATUS = '
003250                 YP-ARCHFIL-STATUS
003260             MOVE 16 TO RETURN-CODE
003270             STOP RUN
003271         END-IF
003280     END-IF
003290     OPEN INPUT PAYEFIL
003300     IF YP-PAYEFIL-STATUS NOT = '00'
003310         DISPLAY 'YEPAYRPT: PAYEFIL OPEN FAILED, STATUS = '
003320             YP-PAYEFIL-STATUS
003330         MOVE 16 TO RETURN-CODE
003340         STOP RUN
003350     END-IF
003360     OPEN OUTPUT YEPRPT
003370     IF YP-YEPRPT-STATUS NOT = '00'
003380         DISPLAY 'YEPAYRPT: YEPRPT OPEN FAILED, STATUS = '
003390             YP-YEPRPT-STATUS
003400         MOVE 16 TO RETURN-CODE
003410         STOP RUN
003420     END-IF
003430     OPEN OUTPUT YEPXOUT
003440     IF YP-YEPXOUT-STATUS NOT = '00'
003450         DISPLAY 'YEPAYRPT: YEPXOUT OPEN FAILED, STATUS = '
003460             YP-YEPXOUT-STATUS
003470         MOVE 16 TO RETURN-CODE
003480         STOP RUN
003490     END-IF.
003500 1000-EXIT.
003510     EXIT.
003520 1100-WRITE-HEADINGS.
003530     ADD 1 TO YP-PAGE-COUNT
003540     MOVE YP-TAX-YEAR TO YP-H1-YEAR
003550     MOVE YP-THRESHOLD TO YP-H1-THRESHOLD
003560     MOVE YP-PAGE-COUNT TO YP-H1-PAGE
003570     IF YP-SECTION-RANKED
003580         MOVE 'SECTION 1 - PAYEES RANKED BY AMOUNT SETTLED'
003590             TO YP-H2-SECTION
003600     ELSE
003610         MOVE 'SECTION 2 - UNRESOLVED - NO PAYEE NUMBER, BY NAME'
003620             TO YP-H2-SECTION
003630     END-IF
003640     WRITE YEPRPT-RECORD FROM YP-HEADING-LINE-1
003650         AFTER ADVANCING PAGE
003660     WRITE YEPRPT-RECORD FROM YP-HEADING-LINE-2
003670         AFTER ADVANCING 2 LINES
003680     WRITE YEPRPT-RECORD FROM YP-HEADING-LINE-3
003690         AFTER ADVANCING 2 LINES
003700     MOVE 5 TO YP-LINE-COUNT.
003710 1100-EXIT.
003720     EXIT.
003730*----------------------------------------------------------------
003740*1200-READ-CONTROL-CARD - ONE CARD: TAX YEAR AND REPORTABLE
003750*                         THRESHOLD.  A MISSING OR BAD CARD
003760*                         STOPS THE RUN - AN EXTRACT FOR THE
003770*                         WRONG YEAR OR THRESHOLD IS WORSE THAN
003780*                         NONE.
003790*----------------------------------------------------------------
003800 1200-READ-CONTROL-CARD.
003810     OPEN INPUT YEPCTL
003820     IF YP-YEPCTL-STATUS NOT = '00'
003830         DISPLAY 'YEPAYRPT: YEPCTL OPEN FAILED, STATUS = '
003840             YP-YEPCTL-STATUS
003850         MOVE 16 TO RETURN-CODE
003860         STOP RUN
003870     END-IF
003880     READ YEPCTL
003890         AT END
003900             DISPLAY 'YEPAYRPT: YEPCTL CARD MISSING'
003910             MOVE 16 TO RETURN-CODE
003920             STOP RUN
003930     END-READ
003940     IF CTL-TAX-YEAR NOT NUMERIC
003950         OR CTL-THRESHOLD NOT NUMERIC
003960         DISPLAY 'YEPAYRPT: YEPCTL CARD FIELD NOT NUMERIC'
003970         MOVE 16 TO RETURN-CODE
003980         STOP RUN
003990     END-IF
004000     IF CTL-TAX-YEAR < 2000 OR CTL-TAX-YEAR > 2099
004010         DISPLAY 'YEPAYRPT: YEPCTL CARD VALUE OUT OF RANGE'
004020         MOVE 16 TO RETURN-CODE
004030         STOP RUN
004040     END-IF
004050     MOVE CTL-TAX-YEAR TO YP-TAX-YEAR
004060     MOVE CTL-THRESHOLD TO YP-THRESHOLD
004070     CLOSE YEPCTL.
004080 1200-EXIT.
004090     EXIT.

004100*----------------------------------------------------------------
004110*2000-SELECT-PAYMENTS - SORT INPUT.  RELEASE EVERY POSTED
004120*                       PAYMENT VALUE-DATED IN THE TAX YEAR (BY
004121*                       ENTRY DATE WHEN NO VALUE DATE IS SET),
004130*                       LIVE FILE FIRST AND THEN THE ARCHIVE.
004140*                       AN ARCHIVED PAYMENT STILL ON THE LIVE
004150*                       FILE WAS COUNTED FROM THERE.
004160*----------------------------------------------------------------
004170 2000-SELECT-PAYMENTS.
004180     PERFORM 2100-READ-PAYFILE THRU 2100-EXIT
004190     PERFORM 2200-LIVE-PAYMENT THRU 2200-EXIT
004200         UNTIL YP-EOF-PAYFILE
004210     IF YP-ARCH-OPEN
004220         PERFORM 2300-READ-ARCHFIL THRU 2300-EXIT
004230         PERFORM 2400-ARCH-PAYMENT THRU 2400-EXIT
004240             UNTIL YP-EOF-ARCHFIL
004250     END-IF.
004260 2000-EXIT.
004270     EXIT.
004280 2100-READ-PAYFILE.
004290     READ PAYFILE NEXT
004300         AT END
004310             SET YP-EOF-PAYFILE TO TRUE
004320     END-READ.
004330 2100-EXIT.
004340     EXIT.
004350 2200-LIVE-PAYMENT.
004360     ADD 1 TO YP-LIVE-READ-COUNT
004361     IF PAY-VALUE-DATE NUMERIC
004362         AND PAY-VALUE-DATE > ZERO
004363         MOVE PAY-VALUE-DATE TO YP-WK-VALUE-DATE
004364     ELSE
004370         MOVE PAY-ENTRY-DATE TO YP-WK-VALUE-DATE
004371     END-IF
004380     IF PAY-ST-POSTED
004390         AND YP-WK-YEAR = YP-TAX-YEAR
004400         MOVE PAY-PAYEE-NO TO YP-WK-PAYEE-NO
004410         MOVE PAY-PAYEE TO YP-WK-PAYEE
004420         MOVE PAY-AMOUNT TO YP-WK-AMOUNT
004430         PERFORM 2500-RELEASE-PAYMENT THRU 2500-EXIT
004440     END-IF
004450     PERFORM 2100-READ-PAYFILE THRU 2100-EXIT.
004460 2200-EXIT.
004470     EXIT.
004480 2300-READ-ARCHFIL.
004490     READ ARCHFIL NEXT
004500         AT END
004510             SET YP-EOF-ARCHFIL TO TRUE
004520     END-READ.
004530 2300-EXIT.
004540     EXIT.
004550 2400-ARCH-PAYMENT.
004560     ADD 1 TO YP-ARCH-READ-COUNT
004561     IF ARCH-VALUE-DATE NUMERIC
004562         AND ARCH-VALUE-DATE > ZERO
004563         MOVE ARCH-VALUE-DATE TO YP-WK-VALUE-DATE
004564     ELSE
004570         MOVE ARCH-ENTRY-DATE TO YP-WK-VALUE-DATE
004571     END-IF
004580     IF NOT ARCH-ST-POSTED
004590         OR YP-WK-YEAR NOT = YP-TAX-YEAR
004600         GO TO 2400-READ
004610     END-IF
004620     MOVE ARCH-REF-NO TO PAY-REF-NO
004630     MOVE 'Y' TO YP-LIVE-SW
004640     READ PAYFILE
004650         INVALID KEY
004660             MOVE 'N' TO YP-LIVE-SW
004670     END-READ
004680     IF YP-ON-LIVE
004690         ADD 1 TO YP-BOTH-COUNT
004700         GO TO 2400-READ
004710     END-IF
004720     MOVE ARCH-PAYEE-NO TO YP-WK-PAYEE-NO
004730     MOVE ARCH-PAYEE TO YP-WK-PAYEE
004740     MOVE ARCH-AMOUNT TO YP-WK-AMOUNT
004750     PERFORM 2500-RELEASE-PAYMENT THRU 2500-EXIT.
004760 2400-READ.
004770     PERFORM 2300-READ-ARCHFIL THRU 2300-EXIT.
004780 2400-EXIT.
004790     EXIT.
004800 2500-RELEASE-PAYMENT.
004810     ADD 1 TO YP-SETTLED-COUNT
004820     ADD YP-WK-AMOUNT TO YP-SETTLED-TOTAL
004830     MOVE YP-WK-PAYEE-NO TO YS-PAYEE-NO
004840     IF YP-WK-PAYEE-NO = ZERO
004850         MOVE YP-WK-PAYEE TO YS-GROUP-NAME
004860     ELSE
004870         MOVE SPACES TO YS-GROUP-NAME
004880     END-IF
004890     MOVE YP-WK-PAYEE TO YS-PAYEE
004900     MOVE YP-WK-AMOUNT TO YS-AMOUNT
004910     RELEASE YS-RECORD.
004920 2500-EXIT.
004930     EXIT.

004940*----------------------------------------------------------------
004950*3000-TOTAL-PAYEES - SORT OUTPUT.  ONE TOTAL RECORD PER PAYEE
004960*                    NUMBER (KEYED NAME OF ITS FIRST PAYMENT FOR
004970*                    A PAYEE NOT ON THE MASTER) AND ONE PER
004980*                    KEYED NAME FOR THE UNRESOLVED PAYMENTS.
004990*----------------------------------------------------------------
005000 3000-TOTAL-PAYEES.
005010     OPEN OUTPUT YPTOTAL
005020     IF YP-YPTOTAL-STATUS NOT = '00'
005030         DISPLAY 'YEPAYRPT: YPTOTAL OPEN FAILED, STATUS = '
005040             YP-YPTOTAL-STATUS
005050         MOVE 16 TO RETURN-CODE
005060         STOP RUN
005070     END-IF
005080     PERFORM 3100-RETURN-PAYMENT THRU 3100-EXIT
005090     PERFORM 3200-PAYEE-GROUP THRU 3200-EXIT
005100         UNTIL YP-EOF-SORT
005110     CLOSE YPTOTAL.
005120 3000-EXIT.
005130     EXIT.
005140 3100-RETURN-PAYMENT.
005150     RETURN YPSORT
005160         AT END
005170             SET YP-EOF-SORT TO TRUE
005180     END-RETURN.
005190 3100-EXIT.
005200     EXIT.
005210 3200-PAYEE-GROUP.
005220     MOVE YS-PAYEE-NO TO YP-CURR-PAYEE-NO
005230     MOVE YS-GROUP-NAME TO YP-CURR-GROUP
005240     MOVE SPACES TO YT-RECORD
005250     IF YS-PAYEE-NO = ZERO
005260         SET YT-SC-UNRESOLVED TO TRUE
005270     ELSE
005280         SET YT-SC-RANKED TO TRUE
005290     END-IF
005300     MOVE YS-PAYEE-NO TO YT-PAYEE-NO
005310     MOVE YS-PAYEE TO YT-PAYEE
005320     MOVE ZERO TO YT-AMOUNT
005330     MOVE ZERO TO YT-COUNT
005340     PERFORM 3300-ADD-PAYMENT THRU 3300-EXIT
005350         UNTIL YP-EOF-SORT
005360         OR YS-PAYEE-NO NOT = YP-CURR-PAYEE-NO
005370         OR YS-GROUP-NAME NOT = YP-CURR-GROUP
005380     WRITE YT-RECORD
005390     IF YP-YPTOTAL-STATUS NOT = '00'
005400         DISPLAY 'YEPAYRPT: YPTOTAL WRITE FAILED, STATUS = '
005410             YP-YPTOTAL-STATUS
005420         MOVE 16 TO RETURN-CODE
005430         STOP RUN
005440     END-IF.
005450 3200-EXIT.
005460     EXIT.
005470 3300-ADD-PAYMENT.
005480     ADD 1 TO YT-COUNT
005490     ADD YS-AMOUNT TO YT-AMOUNT
005500     PERFORM 3100-RETURN-PAYMENT THRU 3100-EXIT.
005510 3300-EXIT.
005520     EXIT.

005530*----------------------------------------------------------------
005540*4000-PRINT-PAYEES - SORT OUTPUT.  PRINT THE RANKED PAYEES, THEN
005550*                    THE UNRESOLVED NAMES ON A NEW PAGE, AND
005560*                    WRITE THE EXTRACT AS EACH PAYEE IS PRINTED.
005570*----------------------------------------------------------------
005580 4000-PRINT-PAYEES.
005590     SET YP-SECTION-RANKED TO TRUE
005600     PERFORM 1100-WRITE-HEADINGS THRU 1100-EXIT
005610     PERFORM 4100-RETURN-PAYEE THRU 4100-EXIT
005620     IF YP-EOF-RANK OR YR-SC-UNRESOLVED
005630         PERFORM 4900-WRITE-NONE THRU 4900-EXIT
005640     END-IF
005650     PERFORM 4200-PRINT-PAYEE THRU 4200-EXIT
005660         UNTIL YP-EOF-RANK
005670     IF YP-SECTION-RANKED
005680         SET YP-SECTION-UNRESOLVED TO TRUE
005690         PERFORM 1100-WRITE-HEADINGS THRU 1100-EXIT
005700         PERFORM 4900-WRITE-NONE THRU 4900-EXIT
005710     END-IF.
005720 4000-EXIT.
005730     EXIT.
005740 4100-RETURN-PAYEE.
005750     RETURN YPRANK
005760         AT END
005770             SET YP-EOF-RANK TO TRUE
005780     END-RETURN.
005790 4100-EXIT.
005800     EXIT.
005810 4200-PRINT-PAYEE.
005820     IF YR-SC-UNRESOLVED
005830         AND YP-SECTION-RANKED
005840         SET YP-SECTION-UNRESOLVED TO TRUE
005850         MOVE ZERO TO YP-RANK
005860         PERFORM 1100-WRITE-HEADINGS THRU 1100-EXIT
005870     END-IF
005880     ADD 1 TO YP-RANK
005890     MOVE SPACES TO YP-DL-TAX-ID
005900     MOVE SPACES TO YP-DL-NOTE
005910     MOVE YR-PAYEE TO YP-DL-NAME
005920     IF YR-SC-RANKED
005930         ADD 1 TO YP-PAYEE-COUNT
005940         ADD YR-AMOUNT TO YP-PAYEE-TOTAL
005950         PERFORM 4300-CHECK-PAYEE THRU 4300-EXIT
005960     ELSE
005970         ADD 1 TO YP-UNRES-NAME-COUNT
005980         ADD YR-COUNT TO YP-UNRES-PAY-COUNT
005990         ADD YR-AMOUNT TO YP-UNRES-TOTAL
006000         IF YR-AMOUNT NOT < YP-THRESHOLD
006010             ADD 1 TO YP-UNRES-OVER-COUNT
006020             MOVE 'RESOLVE' TO YP-DL-NOTE
006030         END-IF
006040     END-IF
006050     IF YP-LINE-COUNT NOT < YP-LINES-PER-PAGE
006060         PERFORM 1100-WRITE-HEADINGS THRU 1100-EXIT
006070     END-IF
006080     MOVE YP-RANK TO YP-DL-RANK
006090     MOVE YR-PAYEE-NO TO YP-DL-PAYEE-NO
006100     MOVE YR-COUNT TO YP-DL-COUNT
006110     MOVE YR-AMOUNT TO YP-DL-AMOUNT
006120     WRITE YEPRPT-RECORD FROM YP-DETAIL-LINE
006130         AFTER ADVANCING 1 LINE
006140     ADD 1 TO YP-LINE-COUNT
006150     PERFORM 4100-RETURN-PAYEE THRU 4100-EXIT.
006160 4200-EXIT.
006170     EXIT.
006180*----------------------------------------------------------------
006190*4300-CHECK-PAYEE - LOOK THE PAYEE UP ON THE MASTER FOR ITS NAME
006200*                   AND TAX DETAILS.  ONLY THE LAST FOUR DIGITS
006210*                   OF THE TAX ID PRINT.  AT OR OVER THE
006220*                   THRESHOLD, A REPORTABLE PAYEE WITH A TAX ID
006230*                   GOES TO THE EXTRACT; ANY OTHER IS NOTED FOR
006240*                   AP TO PUT RIGHT ON PAYEMNT1 BEFORE A RERUN.
006250*----------------------------------------------------------------
006260 4300-CHECK-PAYEE.
006270     MOVE YR-PAYEE-NO TO PAYE-NUMBER
006280     READ PAYEFIL
006290         INVALID KEY
006300             ADD 1 TO YP-NO-MASTER-COUNT
006310             ADD YR-AMOUNT TO YP-NO-MASTER-TOTAL
006320             MOVE 'NO PAYEE' TO YP-DL-NOTE
006330             GO TO 4300-EXIT
006340     END-READ
006350     MOVE PAYE-NAME TO YP-DL-NAME
006360     IF PAYE-TAX-ID NOT NUMERIC
006370         MOVE ZERO TO PAYE-TAX-ID
006380     END-IF
006390     IF PAYE-TAX-ID NOT = ZERO
006400         MOVE 'XXXXX' TO YP-DL-TAX-ID(1:5)
006410         MOVE PAYE-TAX-ID(6:4) TO YP-DL-TAX-ID(6:4)
006420     END-IF
006430     IF YR-AMOUNT < YP-THRESHOLD
006440         GO TO 4300-EXIT
006450     END-IF
006460     IF NOT PAYE-REPORTABLE
006470         ADD 1 TO YP-NOT-RPT-COUNT
006480         ADD YR-AMOUNT TO YP-NOT-RPT-TOTAL
006490         MOVE 'NOT RPT' TO YP-DL-NOTE
006500         GO TO 4300-EXIT
006510     END-IF
006520     IF PAYE-TAX-ID = ZERO
006530         ADD 1 TO YP-NO-TIN-COUNT
006540         ADD YR-AMOUNT TO YP-NO-TIN-TOTAL
006550         MOVE 'NO TIN' TO YP-DL-NOTE
006560         GO TO 4300-EXIT
006570     END-IF
006580     MOVE SPACES TO YEPX-RECORD
006590     MOVE YP-TAX-YEAR TO YEPX-TAX-YEAR
006600     MOVE PAYE-NUMBER TO YEPX-PAYEE-NO
006610     MOVE PAYE-TAX-ID TO YEPX-TAX-ID
006620     MOVE PAYE-NAME TO YEPX-PAYEE-NAME
006630     MOVE YR-COUNT TO YEPX-PAY-COUNT
006640     MOVE YR-AMOUNT TO YEPX-AMOUNT
006650     MOVE YP-RUN-DATE TO YEPX-RUN-DATE
006660     WRITE YEPX-RECORD
006670     IF YP-YEPXOUT-STATUS NOT = '00'
006680         DISPLAY 'YEPAYRPT: YEPXOUT WRITE FAILED, STATUS = '
006690             YP-YEPXOUT-STATUS
006700         MOVE 16 TO RETURN-CODE
006710         STOP RUN
006720     END-IF
006730     ADD 1 TO YP-EXTRACT-COUNT
006740     ADD YR-AMOUNT TO YP-EXTRACT-TOTAL
006750     MOVE 'EXTRACT' TO YP-DL-NOTE.
006760 4300-EXIT.
006770     EXIT.
006780 4900-WRITE-NONE.
006790     WRITE YEPRPT-RECORD FROM YP-NONE-LINE
006800         AFTER ADVANCING 1 LINE
006810     ADD 1 TO YP-LINE-COUNT.
006820 4900-EXIT.
006830     EXIT.

006840*----------------------------------------------------------------
006850*6000-WRITE-TOTALS - CONTROL PAGE.  RANKED PLUS UNRESOLVED ADDS
006860*                    BACK TO THE SETTLED TOTAL, AND THE CARD
006870*                    VALUES PRINT SO THE REPORT STANDS ON ITS
006880*                    OWN IN THE YEAR-END FILE.
006890*----------------------------------------------------------------
006900 6000-WRITE-TOTALS.
006910     MOVE 'CONTROL TOTALS' TO YP-H2-SECTION
006920     ADD 1 TO YP-PAGE-COUNT
006930     MOVE YP-PAGE-COUNT TO YP-H1-PAGE
006940     WRITE YEPRPT-RECORD FROM YP-HEADING-LINE-1
006950         AFTER ADVANCING PAGE
006960     WRITE YEPRPT-RECORD FROM YP-HEADING-LINE-2
006970         AFTER ADVANCING 2 LINES
006980     MOVE SPACES TO YP-TOTAL-LINE
006990     WRITE YEPRPT-RECORD FROM YP-TOTAL-LINE
007000         AFTER ADVANCING 1 LINE
007010     MOVE 'LIVE PAYMENTS READ' TO YP-TL-LABEL
007020     MOVE YP-LIVE-READ-COUNT TO YP-TL-COUNT
007030     PERFORM 6100-WRITE-TOTAL-LINE THRU 6100-EXIT
007040     MOVE 'ARCHIVED PAYMENTS READ' TO YP-TL-LABEL
007050     MOVE YP-ARCH-READ-COUNT TO YP-TL-COUNT
007060     PERFORM 6100-WRITE-TOTAL-LINE THRU 6100-EXIT
007070     MOVE 'ON BOTH FILES - COUNTED ONCE' TO YP-TL-LABEL
007080     MOVE YP-BOTH-COUNT TO YP-TL-COUNT
007090     PERFORM 6100-WRITE-TOTAL-LINE THRU 6100-EXIT
007100     MOVE 'SETTLED PAYMENTS IN TAX YEAR' TO YP-TL-LABEL
007110     MOVE YP-SETTLED-COUNT TO YP-TL-COUNT
007120     MOVE YP-SETTLED-TOTAL TO YP-TL-AMOUNT
007130     PERFORM 6100-WRITE-TOTAL-LINE THRU 6100-EXIT
007140     MOVE '  PAYEES RANKED' TO YP-TL-LABEL
007150     MOVE YP-PAYEE-COUNT TO YP-TL-COUNT
007160     MOVE YP-PAYEE-TOTAL TO YP-TL-AMOUNT
007170     PERFORM 6100-WRITE-TOTAL-LINE THRU 6100-EXIT
007180     MOVE '  UNRESOLVED NAMES' TO YP-TL-LABEL
007190     MOVE YP-UNRES-NAME-COUNT TO YP-TL-COUNT
007200     MOVE YP-UNRES-TOTAL TO YP-TL-AMOUNT
007210     PERFORM 6100-WRITE-TOTAL-LINE THRU 6100-EXIT
007220     MOVE '  UNRESOLVED PAYMENTS' TO YP-TL-LABEL
007230     MOVE YP-UNRES-PAY-COUNT TO YP-TL-COUNT
007240     PERFORM 6100-WRITE-TOTAL-LINE THRU 6100-EXIT
007250     MOVE 'EXTRACT RECORDS WRITTEN' TO YP-TL-LABEL
007260     MOVE YP-EXTRACT-COUNT TO YP-TL-COUNT
007270     MOVE YP-EXTRACT-TOTAL TO YP-TL-AMOUNT
007280     PERFORM 6100-WRITE-TOTAL-LINE THRU 6100-EXIT
007290     MOVE 'OVER THRESHOLD - NOT RPT' TO YP-TL-LABEL
007300     MOVE YP-NOT-RPT-COUNT TO YP-TL-COUNT
007310     MOVE YP-NOT-RPT-TOTAL TO YP-TL-AMOUNT
007320     PERFORM 6100-WRITE-TOTAL-LINE THRU 6100-EXIT
007330     MOVE 'OVER THRESHOLD - NO TIN' TO YP-TL-LABEL
007340     MOVE YP-NO-TIN-COUNT TO YP-TL-COUNT
007350     MOVE YP-NO-TIN-TOTAL TO YP-TL-AMOUNT
007360     PERFORM 6100-WRITE-TOTAL-LINE THRU 6100-EXIT
007370     MOVE 'OVER THRESHOLD - RESOLVE' TO YP-TL-LABEL
007380     MOVE YP-UNRES-OVER-COUNT TO YP-TL-COUNT
007390     PERFORM 6100-WRITE-TOTAL-LINE THRU 6100-EXIT
007400     MOVE 'PAYEE NOT ON MASTER' TO YP-TL-LABEL
007410     MOVE YP-NO-MASTER-COUNT TO YP-TL-COUNT
007420     MOVE YP-NO-MASTER-TOTAL TO YP-TL-AMOUNT
007430     PERFORM 6100-WRITE-TOTAL-LINE THRU 6100-EXIT
007440     STRING 'CARD: TAX YEAR ' YP-TAX-YEAR
007450         DELIMITED BY SIZE INTO YP-TL-LABEL
007460     PERFORM 6100-WRITE-TOTAL-LINE THRU 6100-EXIT
007470     MOVE 'CARD: REPORTABLE THRESHOLD' TO YP-TL-LABEL
007480     MOVE YP-THRESHOLD TO YP-TL-AMOUNT
007490     PERFORM 6100-WRITE-TOTAL-LINE THRU 6100-EXIT.
007500 6000-EXIT.
007510     EXIT.
007520 6100-WRITE-TOTAL-LINE.
007530     WRITE YEPRPT-RECORD FROM YP-TOTAL-LINE
007540         AFTER ADVANCING 1 LINE
007550     MOVE SPACES TO YP-TOTAL-LINE
007560     MOVE ZERO TO YP-TL-AMOUNT.
007570 6100-EXIT.
007580     EXIT.

007590*----------------------------------------------------------------
007600*8000-TERMINATE - CLOSE ALL FILES BEFORE ENDING THE RUN.
007610*----------------------------------------------------------------
007620 8000-TERMINATE.
007630     CLOSE PAYFILE
007640     IF YP-ARCH-OPEN
007650         CLOSE ARCHFIL
007660     END-IF
007670     CLOSE PAYEFIL
007680     CLOSE YEPRPT
007690     CLOSE YEPXOUT.
007700 8000-EXIT.
007710     EXIT.
