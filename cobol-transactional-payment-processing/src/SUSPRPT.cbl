000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. SUSPRPT.
000120 AUTHOR. D HALLORAN.
000130 INSTALLATION. FIRST COMMERCIAL BANK - IT APPLICATIONS.
000140 DATE-WRITTEN. 10/15/2026.
000150 DATE-COMPILED.
000160*----------------------------------------------------------------
000170*SUSPRPT  - NIGHTLY SUSPICIOUS-PAYMENT PATTERN REPORT FOR FRAUD
000180*           REVIEW.  LOOKS OVER THE BUSINESS DATE'S PAYMENTS,
000190*           THE OPERATOR FILE AND THE OFFLOADED AUDIT TRAIL
000200*           FOR THE WARNING SIGNS DUPSRPT DOES NOT COVER:
000210*           - A FIRST-EVER PAYMENT FROM AN ACCOUNT TO A PAYEE
000220*             ABOVE A SET AMOUNT (LIVE AND ARCHIVED
000230*             HISTORY BOTH COUNT);
000240*           - AN OPERATOR-KEYED PAYMENT OUTSIDE NORMAL HOURS,
000250*             BY PAY-ENTRY-TIME;
000260*           - A PAYMENT TO A PAYEE WHOSE BANK DETAILS WERE
000270*             CHANGED ON PAYEMNT1 IN THE LAST N DAYS;
000280*           - AN OPERATOR KEYING MANY PAYMENTS JUST UNDER THE
000290*             DUAL AUTHORIZATION THRESHOLD, OR WHOSE DAY TOTAL
000300*             COMES JUST UNDER THEIR OPER-DAY-AMT-LIMIT;
000310*           - THE SAME KEYING AND RELEASING OPERATORS ON
000320*             APPROVAL AFTER APPROVAL.
000330*           EVERY THRESHOLD COMES FROM THE SUSPCTL CONTROL
000340*           CARD.  EACH FLAG PRINTS ON SUSPRPT AND IS WRITTEN
000350*           TO THE SUSPOUT EXTRACT (COPY SUSPREC) THE FRAUD
000360*           TEAM LOADS INTO ITS CASE TOOL.  VOIDED PAYMENTS DO
000370*           NOT COUNT.  RUN IN THE NIGHTLY BATCH AFTER THE
000380*           AUDT QUEUE HAS BEEN OFFLOADED; THE RUN-CONTROL FILE
000390*           SUPPLIES THE BUSINESS DATE.
000400*----------------------------------------------------------------
000410*MODIFICATION HISTORY
000420*----------------------------------------------------------------
000430*DATE      INIT DESCRIPTION
000440*10/15/26  DH   INITIAL VERSION.
000441*10/15/26  DH   WINDOW THE PAYMENT FILE ON VALUE DATE (ENTRY DATE
000442*               ON OLDER RECORDS) - OFF-HOURS STAYS ON ENTRY TIME.
000450*----------------------------------------------------------------

000460 ENVIRONMENT DIVISION.
000470 INPUT-OUTPUT SECTION.
000480 FILE-CONTROL.
000490     SELECT RUNCTL ASSIGN TO RUNCTL
000500         ORGANIZATION IS INDEXED
000510         ACCESS MODE IS RANDOM
000520         RECORD KEY IS RCTL-JOB-NAME
000530         FILE STATUS IS SU-RUNCTL-STATUS.
000540     SELECT SUSPCTL ASSIGN TO SUSPCTL
000550         ORGANIZATION IS SEQUENTIAL
000560         FILE STATUS IS SU-SUSPCTL-STATUS.
000570     SELECT AUDTFILE ASSIGN TO AUDTFILE
000580         ORGANIZATION IS SEQUENTIAL
000590         FILE STATUS IS SU-AUDTFILE-STATUS.
000600     SELECT PAYFILE ASSIGN TO PAYFILE
000610         ORGANIZATION IS INDEXED
000620         ACCESS MODE IS DYNAMIC
000630         RECORD KEY IS PAY-REF-NO
000640         ALTERNATE RECORD KEY IS PAY-ACCOUNT-NO
000650             WITH DUPLICATES
000660         FILE STATUS IS SU-PAYFILE-STATUS.
000670     SELECT ARCHFIL ASSIGN TO ARCHFIL
000680         ORGANIZATION IS INDEXED
000690         ACCESS MODE IS DYNAMIC
000700         RECORD KEY IS ARCH-REF-NO
000710         ALTERNATE RECORD KEY IS ARCH-ACCOUNT-NO
000720             WITH DUPLICATES
000730         FILE STATUS IS SU-ARCHFIL-STATUS.
000740     SELECT OPERFIL ASSIGN TO OPERFIL
000750         ORGANIZATION IS INDEXED
000760         ACCESS MODE IS RANDOM
000770         RECORD KEY IS OPER-ID
000780         FILE STATUS IS SU-OPERFIL-STATUS.
000790     SELECT SUSPRPT ASSIGN TO SUSPRPT
000800         ORGANIZATION IS SEQUENTIAL
000810         FILE STATUS IS SU-SUSPRPT-STATUS.
000820     SELECT SUSPOUT ASSIGN TO SUSPOUT
000830         ORGANIZATION IS SEQUENTIAL
000840         FILE STATUS IS SU-SUSPOUT-STATUS.

000850 DATA DIVISION.
000860 FILE SECTION.
000870 FD  RUNCTL.
000880 COPY RUNCTLRC.
000890*
000900*THRESHOLD CARD - ONE CARD, FIXED COLUMNS, SEE jcl/SUSPRPT.jcl.
000910 FD  SUSPCTL
000920     RECORDING MODE IS F.
000930 01  SUSPCTL-RECORD.
000940     05 CTL-FIRST-AMOUNT         PIC 9(07)V99.
000950     05 FILLER                   PIC X(01).
000960     05 CTL-HOURS-START          PIC 9(04).
000970     05 FILLER                   PIC X(01).
000980     05 CTL-HOURS-END            PIC 9(04).
000990     05 FILLER                   PIC X(01).
001000     05 CTL-BANK-DAYS            PIC 9(03).
001010     05 FILLER                   PIC X(01).
001020     05 CTL-NEAR-PCT             PIC 9(03).
001030     05 FILLER                   PIC X(01).
001040     05 CTL-NEAR-COUNT           PIC 9(03).
001050     05 FILLER                   PIC X(01).
001060     05 CTL-PAIR-DAYS            PIC 9(03).
001070     05 FILLER                   PIC X(01).
001080     05 CTL-PAIR-COUNT           PIC 9(03).
001090     05 FILLER                   PIC X(41).
001100*
001110 FD  AUDTFILE
001120     RECORDING MODE IS F.
001130 COPY AUDITREC.
001140*
001150 FD  PAYFILE.
001160 COPY PAYREC.
001170*
001180 FD  ARCHFIL.
001190 COPY PAYREC REPLACING LEADING ==PAY-== BY ==ARCH-==.
001200*
001210 FD  OPERFIL.
001220 COPY OPERREC.
001230*
001240 FD  SUSPRPT
001250     RECORDING MODE IS F.
001260 01  SUSPRPT-RECORD              PIC X(80).
001270*
001280 FD  SUSPOUT
001290     RECORDING MODE IS F.
001300 COPY SUSPREC.

001310 WORKING-STORAGE SECTION.
001320 COPY PAYLIMIT.
001330*----------------------------------------------------------------
001340*SWITCHES AND FILE STATUS FIELDS
001350*----------------------------------------------------------------
001360 77  SU-RUNCTL-STATUS            PIC X(02) VALUE SPACES.
001370 77  SU-RCTL-NEW-SW              PIC X(01) VALUE 'N'.
001380     88 SU-RCTL-NEW                          VALUE 'Y'.
001390 77  SU-SUSPCTL-STATUS           PIC X(02) VALUE SPACES.
001400 77  SU-AUDTFILE-STATUS          PIC X(02) VALUE SPACES.
001410 77  SU-PAYFILE-STATUS           PIC X(02) VALUE SPACES.
001420 77  SU-ARCHFIL-STATUS           PIC X(02) VALUE SPACES.
001430 77  SU-OPERFIL-STATUS           PIC X(02) VALUE SPACES.
001440 77  SU-SUSPRPT-STATUS           PIC X(02) VALUE SPACES.
001450 77  SU-SUSPOUT-STATUS           PIC X(02) VALUE SPACES.
001460 77  SU-EOF-AUDTFILE-SW          PIC X(01) VALUE 'N'.
001470     88 SU-EOF-AUDTFILE                      VALUE 'Y'.
001480 77  SU-EOF-PAYFILE-SW           PIC X(01) VALUE 'N'.
001490     88 SU-EOF-PAYFILE                       VALUE 'Y'.
001500 77  SU-ARCH-SW                  PIC X(01) VALUE 'N'.
001510     88 SU-ARCH-OPEN                         VALUE 'Y'.
001520 77  SU-BROWSE-SW                PIC X(01) VALUE 'N'.
001530     88 SU-BROWSE-DONE                       VALUE 'Y'.
001540 77  SU-FOUND-SW                 PIC X(01) VALUE 'N'.
001550     88 SU-ENTRY-FOUND                       VALUE 'Y'.
001560 77  SU-KEYED-SW                 PIC X(01) VALUE 'N'.
001570     88 SU-OPERATOR-KEYED                    VALUE 'Y'.
001580 77  SU-CANDIDATE-SW             PIC X(01) VALUE 'N'.
001590     88 SU-FIRST-CANDIDATE                   VALUE 'Y'.
001600*----------------------------------------------------------------
001610*LINE AND PAGE CONTROL
001620*----------------------------------------------------------------
001630 77  SU-LINE-COUNT               PIC 9(02) COMP VALUE ZERO.
001640 77  SU-PAGE-COUNT               PIC 9(03) COMP VALUE ZERO.
001650 77  SU-LINES-PER-PAGE           PIC 9(02) COMP VALUE 55.
001660*----------------------------------------------------------------
001670*ACCUMULATORS
001680*----------------------------------------------------------------
001690 77  SU-AUDIT-READ-COUNT         PIC 9(07) COMP VALUE ZERO.
001700 77  SU-PAY-READ-COUNT           PIC 9(07) COMP VALUE ZERO.
001710 77  SU-TODAY-COUNT              PIC 9(07) COMP VALUE ZERO.
001720 77  SU-FIRST-FLAGS              PIC 9(07) COMP VALUE ZERO.
001730 77  SU-HOURS-FLAGS              PIC 9(07) COMP VALUE ZERO.
001740 77  SU-BANK-FLAGS               PIC 9(07) COMP VALUE ZERO.
001750 77  SU-NEAR-APPR-FLAGS          PIC 9(07) COMP VALUE ZERO.
001760 77  SU-NEAR-DAY-FLAGS           PIC 9(07) COMP VALUE ZERO.
001770 77  SU-PAIR-FLAGS               PIC 9(07) COMP VALUE ZERO.
001780 77  SU-EXTRACT-COUNT            PIC 9(07) COMP VALUE ZERO.
001790 77  SU-UNRESOLVED-COUNT         PIC 9(07) COMP VALUE ZERO.
001800 77  SU-OVERFLOW-COUNT           PIC 9(07) COMP VALUE ZERO.
001810*----------------------------------------------------------------
001820*WORK FIELDS
001830*----------------------------------------------------------------
001840 77  SU-BUSINESS-DATE            PIC 9(08) VALUE ZERO.
001841*THE DATE A PAYMENT BELONGS TO - SEE 3160-SET-VALUE-DATE.
001842 77  SU-VALUE-DATE               PIC 9(08) VALUE ZERO.
001850*RUN-CONTROL IDENTITY - SEE 1050-CHECK-RUN-CONTROL.
001860 77  SU-JOB-NAME                 PIC X(08) VALUE 'SUSPRPT '.
001870 77  SU-PRED-NAME                PIC X(08) VALUE 'PAYRECON'.
001880 01  SU-TS-STAMP.
001890     05 SU-TS-DATE               PIC 9(08).
001900     05 SU-TS-TIME               PIC 9(06).
001910 77  SU-CURR-ACCOUNT             PIC 9(10) VALUE ZERO.
001920 77  SU-AUDIT-DATE-X             PIC X(08) VALUE SPACES.
001930 77  SU-AUDIT-KEY-X              PIC X(10) VALUE SPACES.
001940 77  SU-AUDIT-PAYEE-NO           PIC 9(06) VALUE ZERO.
001950 77  SU-AUDIT-REF-NO             PIC 9(10) VALUE ZERO.
001960 77  SU-KEYED-BY                 PIC X(08) VALUE SPACES.
001970 77  SU-RELEASE-AMOUNT           PIC S9(9)V99 COMP-3 VALUE ZERO.
001980 77  SU-TEST-PAYEE-NO            PIC 9(06) VALUE ZERO.
001990 77  SU-TEST-PAYEE               PIC X(20) VALUE SPACES.
002000 77  SU-PCT-USED                 PIC 9(03) VALUE ZERO.
002010 77  SU-EDIT-COUNT               PIC ZZZZ9.
002020*----------------------------------------------------------------
002030*THRESHOLDS FROM THE SUSPCTL CARD, AND THE VALUES DERIVED FROM
002040*THEM AT INITIALIZE TIME.  HOURS ARE HHMM; AN ENTRY TIME BEFORE
002050*THE START OR AT/AFTER THE END MINUTE IS OUTSIDE NORMAL HOURS.
002060*----------------------------------------------------------------
002070 77  SU-FIRST-AMOUNT             PIC S9(9)V99 COMP-3 VALUE ZERO.
002080 77  SU-HOURS-START              PIC 9(06) VALUE ZERO.
002090 77  SU-HOURS-END                PIC 9(06) VALUE ZERO.
002100 77  SU-BANK-DAYS                PIC 9(03) VALUE ZERO.
002110 77  SU-NEAR-PCT                 PIC 9(03) VALUE ZERO.
002120 77  SU-NEAR-COUNT               PIC 9(03) VALUE ZERO.
002130 77  SU-PAIR-DAYS                PIC 9(03) VALUE ZERO.
002140 77  SU-PAIR-COUNT               PIC 9(03) VALUE ZERO.
002150 77  SU-NEAR-FLOOR               PIC S9(9)V99 COMP-3 VALUE ZERO.
002160 77  SU-BANK-FROM-DATE           PIC 9(08) VALUE ZERO.
002170 77  SU-PAIR-FROM-DATE           PIC 9(08) VALUE ZERO.
002180 77  SU-DAYS-BACK                PIC 9(03) VALUE ZERO.
002190*----------------------------------------------------------------
002200*DATE WORK AREA - REAL CALENDAR DATES, WITH A DAYS-IN-MONTH
002210*TABLE AND THE DIVISIBLE-BY-FOUR LEAP TEST (GOOD THROUGH 2099),
002220*THE SAME AS RECURPAY.
002230*----------------------------------------------------------------
002240 01  SU-DIM-VALUES.
002250     05 FILLER                   PIC X(24)
002260        VALUE '312831303130313130313031'.
002270 01  SU-DIM-TABLE REDEFINES SU-DIM-VALUES.
002280     05 SU-DIM                   PIC 9(02) OCCURS 12.
002290 01  SU-WORK-DATE.
002300     05 SU-WD-YEAR               PIC 9(04).
002310     05 SU-WD-MONTH              PIC 9(02).
002320     05 SU-WD-DAY                PIC 9(02).
002330 77  SU-MONTH-DAYS               PIC 9(02) VALUE ZERO.
002340 77  SU-YEAR-REM                 PIC 9(04) VALUE ZERO.
002350 77  SU-YEAR-QUOT                PIC 9(04) VALUE ZERO.
002360*----------------------------------------------------------------
002370*BANK-CHANGE TABLE - ONE ENTRY PER PAYEE WHOSE BANK DETAILS WERE
002380*CHANGED ON PAYEMNT1 INSIDE THE CARD WINDOW, WITH THE LATEST
002390*CHANGE.  BUILT BY LINEAR SCAN, THE SAME PATTERN OPSRPT USES;
002400*OVERFLOW IS COUNTED AND FLAGGED RATHER THAN DROPPED SILENTLY.
002410*----------------------------------------------------------------
002420 77  SU-BANK-COUNT               PIC S9(4) COMP VALUE ZERO.
002430 77  SU-BANK-IX                  PIC S9(4) COMP VALUE ZERO.
002440 01  SU-BANK-TABLE.
002450     05 SU-BANK-ENTRY OCCURS 500.
002460        10 SU-BT-PAYEE-NO        PIC 9(06).
002470        10 SU-BT-DATE            PIC 9(08).
002480        10 SU-BT-OPERATOR        PIC X(08).
002490*----------------------------------------------------------------
002500*RELEASE-PAIR TABLE - ONE ENTRY PER KEYING/RELEASING OPERATOR
002510*PAIR SEEN ON PAYAPR01 APPROVALS INSIDE THE CARD WINDOW.
002520*----------------------------------------------------------------
002530 77  SU-PAIR-TCOUNT              PIC S9(4) COMP VALUE ZERO.
002540 77  SU-PAIR-IX                  PIC S9(4) COMP VALUE ZERO.
002550 01  SU-PAIR-TABLE.
002560     05 SU-PAIR-ENTRY OCCURS 300.
002570        10 SU-PT-KEYED-BY        PIC X(08).
002580        10 SU-PT-RELEASED-BY     PIC X(08).
002590        10 SU-PT-COUNT           PIC 9(05) COMP.
002600        10 SU-PT-TODAY           PIC 9(05) COMP.
002610        10 SU-PT-AMOUNT          PIC S9(9)V99 COMP-3.
002620*----------------------------------------------------------------
002630*OPERATOR TABLE - BUSINESS-DATE OPERATOR-KEYED PAYMENTS PER
002640*OPERATOR: HOW MANY, THEIR TOTAL, AND HOW MANY (AND HOW MUCH)
002650*CAME IN JUST UNDER THE DUAL AUTHORIZATION THRESHOLD.
002660*----------------------------------------------------------------
002670 77  SU-OPER-COUNT               PIC S9(4) COMP VALUE ZERO.
002680 77  SU-OPER-IX                  PIC S9(4) COMP VALUE ZERO.
002690 01  SU-OPER-TABLE.
002700     05 SU-OPER-ENTRY OCCURS 100.
002710        10 SU-OT-ID              PIC X(08).
002720        10 SU-OT-PAY-COUNT       PIC 9(05) COMP.
002730        10 SU-OT-DAY-TOTAL       PIC S9(9)V99 COMP-3.
002740        10 SU-OT-NEAR-COUNT      PIC 9(05) COMP.
002750        10 SU-OT-NEAR-TOTAL      PIC S9(9)V99 COMP-3.
002760*----------------------------------------------------------------
002770*PER-ACCOUNT TABLES - THE PAYEES THE ACCOUNT PAID BEFORE THE
002780*BUSINESS DATE, AND THE BUSINESS-DATE PAYMENTS WAITING FOR THE
002790*FIRST-PAYEE TEST AT THE ACCOUNT BREAK.  AN ACCOUNT WHOSE
002800*HISTORY OVERFLOWS IS NOT TESTED - IT IS COUNTED INSTEAD, SO A
002810*FULL TABLE NEVER MAKES AN OLD PAYEE LOOK NEW.
002820*----------------------------------------------------------------
002830 77  SU-HIST-COUNT               PIC S9(4) COMP VALUE ZERO.
002840 77  SU-HIST-IX                  PIC S9(4) COMP VALUE ZERO.
002850 77  SU-HIST-FULL-SW             PIC X(01) VALUE 'N'.
002860     88 SU-HIST-FULL                         VALUE 'Y'.
002870 01  SU-HIST-TABLE.
002880     05 SU-HIST-ENTRY OCCURS 300.
002890        10 SU-HT-PAYEE-NO        PIC 9(06).
002900        10 SU-HT-PAYEE           PIC X(20).
002910 77  SU-TODAY-TCOUNT             PIC S9(4) COMP VALUE ZERO.
002920 77  SU-TODAY-IX                 PIC S9(4) COMP VALUE ZERO.
002930 01  SU-TODAY-TABLE.
002940     05 SU-TODAY-ENTRY OCCURS 200.
002950        10 SU-TP-REF-NO          PIC 9(10).
002960        10 SU-TP-PAYEE-NO        PIC 9(06).
002970        10 SU-TP-PAYEE           PIC X(20).
002980        10 SU-TP-AMOUNT          PIC S9(9)V99 COMP-3.
002990        10 SU-TP-OPERATOR        PIC X(08).
003000        10 SU-TP-TIME            PIC 9(06).
003010*----------------------------------------------------------------
003020*AUDIT TRAIL TEXTS THIS REPORT READS - PAYEMNT1 (PAYE) BANK
003030*CHANGES AND APPLIED NOCS, AND PAYAPR01 (PAY3) APPROVALS.
003040*----------------------------------------------------------------
003050 77  SU-PAYEE-TRANSID            PIC X(04) VALUE 'PAYE'.
003060 77  SU-BANK-TEXT                PIC X(24)
003070     VALUE 'PAYEE BANK CHANGED - NO '.
003080 77  SU-NOC-TEXT                 PIC X(17)
003090     VALUE 'NOC APPLIED - NO '.
003100 77  SU-APPR-TRANSID             PIC X(04) VALUE 'PAY3'.
003110 77  SU-APPR-TEXT                PIC X(23)
003120     VALUE 'PAYMENT APPROVED - REF '.
003130*----------------------------------------------------------------
003140*REPORT LINE LAYOUTS
003150*----------------------------------------------------------------
003160 01  SU-HEADING-LINE-1.
003170     05 FILLER                  PIC X(26)
003180        VALUE 'SUSPICIOUS PAYMENT REPORT '.
003190     05 FILLER                  PIC X(14) VALUE 'BUSINESS DATE '.
003200     05 SU-H1-DATE               PIC 9(08).
003210     05 FILLER                  PIC X(32) VALUE SPACES.
003220 01  SU-HEADING-LINE-2.
003230     05 FILLER                  PIC X(01) VALUE SPACES.
003240     05 FILLER                  PIC X(09) VALUE 'FLAG'.
003250     05 FILLER                  PIC X(11) VALUE 'REF NO'.
003260     05 FILLER                  PIC X(11) VALUE 'ACCOUNT NO'.
003270     05 FILLER                  PIC X(09) VALUE 'OPERATOR'.
003280     05 FILLER                  PIC X(14) VALUE '       AMOUNT'.
003290     05 FILLER                  PIC X(25) VALUE 'DETAIL'.
003300 01  SU-DETAIL-LINE.
003310     05 FILLER                  PIC X(01) VALUE SPACES.
003320     05 SU-DL-FLAG               PIC X(08).
003330     05 FILLER                  PIC X(01) VALUE SPACES.
003340     05 SU-DL-REF-NO             PIC Z(9)9 BLANK WHEN ZERO.
003350     05 FILLER                  PIC X(01) VALUE SPACES.
003360     05 SU-DL-ACCOUNT            PIC Z(9)9 BLANK WHEN ZERO.
003370     05 FILLER                  PIC X(01) VALUE SPACES.
003380     05 SU-DL-OPERATOR           PIC X(08).
003390     05 FILLER                  PIC X(01) VALUE SPACES.
003400     05 SU-DL-AMOUNT             PIC -(9)9.99.
003410     05 FILLER                  PIC X(01) VALUE SPACES.
003420     05 SU-DL-NOTE               PIC X(24).
003430     05 FILLER                  PIC X(01) VALUE SPACES.
003440 01  SU-TOTAL-LINE.
003450     05 SU-TL-LABEL              PIC X(30).
003460     05 FILLER                  PIC X(02) VALUE SPACES.
003470     05 SU-TL-COUNT              PIC ZZZ,ZZ9.
003480     05 FILLER                  PIC X(03) VALUE SPACES.
003490     05 SU-TL-AMOUNT             PIC -(9)9.99 BLANK WHEN ZERO.
003500     05 FILLER                  PIC X(25) VALUE SPACES.

003510 PROCEDURE DIVISION.
003520 0000-MAINLINE.
003530     PERFORM 1000-INITIALIZE THRU 1000-EXIT
003540     PERFORM 2000-PROCESS-AUDTFILE THRU 2000-EXIT
003550         UNTIL SU-EOF-AUDTFILE
003560     PERFORM 3000-START-PAYFILE THRU 3000-EXIT
003570     PERFORM 3100-PROCESS-PAYFILE THRU 3100-EXIT
003580         UNTIL SU-EOF-PAYFILE
003590     PERFORM 4000-ACCOUNT-BREAK THRU 4000-EXIT
003600     PERFORM 5000-OPERATOR-FLAGS THRU 5000-EXIT
003610     PERFORM 5500-PAIR-FLAGS THRU 5500-EXIT
003620     PERFORM 6000-WRITE-TOTALS THRU 6000-EXIT
003630     PERFORM 8000-TERMINATE THRU 8000-EXIT
003640     STOP RUN.

003650*----------------------------------------------------------------
003660*1000-INITIALIZE - CHECK IN WITH RUN CONTROL, READ THE THRESHOLD
003670*                  CARD, WORK OUT THE LOOK-BACK WINDOWS, OPEN
003680*                  FILES, AND WRITE THE REPORT PAGE 1 HEADINGS.
003690*                  A MISSING ARCHIVE MASTER (NEVER LOADED,
003700*                  STATUS 35) IS TOLERATED - PAYMENT HISTORY
003710*                  THEN COMES OFF THE LIVE FILE ONLY.
003720*----------------------------------------------------------------
003730 1000-INITIALIZE.
003740     PERFORM 1050-CHECK-RUN-CONTROL THRU 1050-EXIT
003750     PERFORM 1200-READ-CONTROL-CARD THRU 1200-EXIT
003760     PERFORM 1300-SET-WINDOWS THRU 1300-EXIT
003770     OPEN INPUT AUDTFILE
003780     IF SU-AUDTFILE-STATUS NOT = '00'
003790         DISPLAY 'SUSPRPT: AUDTFILE OPEN FAILED, STATUS = '
003800             SU-AUDTFILE-STATUS
003810         MOVE 16 TO RETURN-CODE
003820         STOP RUN
003830     END-IF
003840     OPEN INPUT PAYFILE
003850     IF SU-PAYFILE-STATUS NOT = '00'
003860         DISPLAY 'SUSPRPT: PAYFILE OPEN FAILED, STATUS = '
003870             SU-PAYFILE-STATUS
003880         MOVE 16 TO RETURN-CODE
003890         STOP RUN
003900     END-IF
003910     OPEN INPUT ARCHFIL
003920     IF SU-ARCHFIL-STATUS = '00'
003930         SET SU-ARCH-OPEN TO TRUE
003940     ELSE
003941         IF SU-ARCHFIL-STATUS = '35'
003950             DISPLAY 'SUSPRPT: ARCHIVE NEVER LOADED - LIVE ONLY'
003960         ELSE
003970             DISPLAY 'SUSPRPT: ARCHFIL OPEN FAILED, STATUS = '
003980                 SU-ARCHFIL-STATUS
003990             MOVE 16 TO RETURN-CODE
004000             STOP RUN
004001         END-IF
004010     END-IF
004020     OPEN INPUT OPERFIL
004030     IF SU-OPERFIL-STATUS NOT = '00'
004040         DISPLAY 'SUSPRPT: OPERFIL OPEN FAILED, STATUS = '
004050             SU-OPERFIL-STATUS
004060         MOVE 16 TO RETURN-CODE
004070         STOP RUN
004080     END-IF
004090     OPEN OUTPUT SUSPRPT
004100     IF SU-SUSPRPT-STATUS NOT = '00'
004110         DISPLAY 'SUSPRPT: SUSPRPT OPEN FAILED, STATUS = '
004120             SU-SUSPRPT-STATUS
004130         MOVE 16 TO RETURN-CODE
004140         STOP RUN
004150     END-IF
004160     OPEN OUTPUT SUSPOUT
004170     IF SU-SUSPOUT-STATUS NOT = '00'
004180         DISPLAY 'SUSPRPT: SUSPOUT OPEN FAILED, STATUS = '
004190             SU-SUSPOUT-STATUS
004200         MOVE 16 TO RETURN-CODE
004210         STOP RUN
004220     END-IF
004230     PERFORM 1100-WRITE-HEADINGS THRU 1100-EXIT
004240     PERFORM 2100-READ-AUDTFILE THRU 2100-EXIT.
004250 1000-EXIT.
004260     EXIT.
004270*----------------------------------------------------------------
004280*1050-CHECK-RUN-CONTROL - EVERY NIGHTLY JOB STARTS AND ENDS
004290*                         THROUGH THE RUN-CONTROL FILE (COPY
004300*                         RUNCTLRC).  THE BUSINESS DATE COMES
004310*                         FROM THE BUSDATE HEADER, THE
004320*                         PREDECESSOR MUST HAVE COMPLETED FOR
004330*                         THAT DATE, AND A SECOND RUN OF A
004340*                         COMPLETED DATE IS REFUSED UNLESS
004350*                         OPERATIONS SET THE RERUN FLAG WITH
004360*                         RUNCTLUT.
004370*----------------------------------------------------------------
004380 1050-CHECK-RUN-CONTROL.
004390     OPEN I-O RUNCTL
004400     IF SU-RUNCTL-STATUS NOT = '00'
004410         DISPLAY 'SUSPRPT: RUNCTL OPEN FAILED, STATUS = '
004420             SU-RUNCTL-STATUS
004430         MOVE 16 TO RETURN-CODE
004440         STOP RUN
004450     END-IF
004460     MOVE 'BUSDATE ' TO RCTL-JOB-NAME
004470     READ RUNCTL
004480         INVALID KEY
004490             MOVE SPACES TO RCTL-RECORD
004500     END-READ
004510     IF RCTL-BUSINESS-DATE NOT NUMERIC
004520         OR RCTL-BUSINESS-DATE = ZERO
004530         DISPLAY 'SUSPRPT: RUN CONTROL BUSINESS DATE NOT SET'
004540         MOVE 16 TO RETURN-CODE
004550         STOP RUN
004560     END-IF
004570     MOVE RCTL-BUSINESS-DATE TO SU-BUSINESS-DATE
004580     IF SU-PRED-NAME NOT = SPACES
004590         MOVE SU-PRED-NAME TO RCTL-JOB-NAME
004600         READ RUNCTL
004610             INVALID KEY
004620                 MOVE SPACES TO RCTL-RECORD
004630         END-READ
004640         IF NOT RCTL-ST-COMPLETE
004650             OR RCTL-BUSINESS-DATE NOT NUMERIC
004660             OR RCTL-BUSINESS-DATE NOT = SU-BUSINESS-DATE
004670             DISPLAY 'SUSPRPT: PREDECESSOR NOT COMPLETE - '
004680                 SU-PRED-NAME
004690             MOVE 12 TO RETURN-CODE
004700             STOP RUN
004710         END-IF
004720     END-IF
004730     MOVE 'N' TO SU-RCTL-NEW-SW
004740     MOVE SU-JOB-NAME TO RCTL-JOB-NAME
004750     READ RUNCTL
004760         INVALID KEY
004770             SET SU-RCTL-NEW TO TRUE
004780             MOVE SPACES TO RCTL-RECORD
004790             MOVE SU-JOB-NAME TO RCTL-JOB-NAME
004800     END-READ
004810     IF NOT SU-RCTL-NEW
004820         AND RCTL-ST-COMPLETE
004830         AND RCTL-BUSINESS-DATE NUMERIC
004840         AND RCTL-BUSINESS-DATE = SU-BUSINESS-DATE
004850         AND NOT RCTL-RERUN-OK
004860         DISPLAY 'SUSPRPT: ALREADY COMPLETE FOR '
004870             SU-BUSINESS-DATE ' - RERUN FLAG NOT SET'
004880         MOVE 8 TO RETURN-CODE
004890         STOP RUN
004900     END-IF
004910     PERFORM 1060-SET-TIMESTAMP THRU 1060-EXIT
004920     MOVE SU-BUSINESS-DATE TO RCTL-BUSINESS-DATE
004930     SET RCTL-ST-STARTED TO TRUE
004940     MOVE 'N' TO RCTL-RERUN-SW
004950     MOVE SU-TS-STAMP TO RCTL-START-TS
004960     MOVE SPACES TO RCTL-END-TS
004970     MOVE ZERO TO RCTL-RETURN-CODE
004980     MOVE SU-PRED-NAME TO RCTL-PREDECESSOR
004990     IF SU-RCTL-NEW
005000         WRITE RCTL-RECORD
005010     ELSE
005020         REWRITE RCTL-RECORD
005030     END-IF
005040     IF SU-RUNCTL-STATUS NOT = '00'
005050         DISPLAY 'SUSPRPT: RUNCTL UPDATE FAILED, STATUS = '
005060             SU-RUNCTL-STATUS
005070         MOVE 16 TO RETURN-CODE
005080         STOP RUN
005090     END-IF.
005100 1050-EXIT.
005110     EXIT.
005120 1060-SET-TIMESTAMP.
005130     ACCEPT SU-TS-DATE FROM DATE YYYYMMDD
005140     ACCEPT SU-TS-TIME FROM TIME.
005150 1060-EXIT.
005160     EXIT.
005170 1100-WRITE-HEADINGS.
005180     ADD 1 TO SU-PAGE-COUNT
005190     MOVE SU-BUSINESS-DATE TO SU-H1-DATE
005200     WRITE SUSPRPT-RECORD FROM SU-HEADING-LINE-1
005210         AFTER ADVANCING PAGE
005220     WRITE SUSPRPT-RECORD FROM SU-HEADING-LINE-2
005230         AFTER ADVANCING 2 LINES
005240     MOVE 2 TO SU-LINE-COUNT.
005250 1100-EXIT.
005260     EXIT.
005270*----------------------------------------------------------------
005280*1200-READ-CONTROL-CARD - ONE THRESHOLD CARD.  A MISSING OR BAD
005290*                         CARD STOPS THE RUN - A REPORT BUILT ON
005300*                         GUESSED THRESHOLDS IS WORSE THAN NONE.
005310*----------------------------------------------------------------
005320 1200-READ-CONTROL-CARD.
005330     OPEN INPUT SUSPCTL
005340     IF SU-SUSPCTL-STATUS NOT = '00'
005350         DISPLAY 'SUSPRPT: SUSPCTL OPEN FAILED, STATUS = '
005360             SU-SUSPCTL-STATUS
005370         MOVE 16 TO RETURN-CODE
005380         STOP RUN
005390     END-IF
005400     READ SUSPCTL
005410         AT END
005420             DISPLAY 'SUSPRPT: SUSPCTL CARD MISSING'
005430             MOVE 16 TO RETURN-CODE
005440             STOP RUN
005450     END-READ
005460     IF CTL-FIRST-AMOUNT NOT NUMERIC
005470         OR CTL-HOURS-START NOT NUMERIC
005480         OR CTL-HOURS-END NOT NUMERIC
005490         OR CTL-BANK-DAYS NOT NUMERIC
005500         OR CTL-NEAR-PCT NOT NUMERIC
005510         OR CTL-NEAR-COUNT NOT NUMERIC
005520         OR CTL-PAIR-DAYS NOT NUMERIC
005530         OR CTL-PAIR-COUNT NOT NUMERIC
005540         DISPLAY 'SUSPRPT: SUSPCTL CARD FIELD NOT NUMERIC'
005550         MOVE 16 TO RETURN-CODE
005560         STOP RUN
005570     END-IF
005580     IF CTL-HOURS-START NOT < CTL-HOURS-END
005590         OR CTL-HOURS-END > 2400
005600         OR CTL-NEAR-PCT = ZERO OR CTL-NEAR-PCT > 99
005610         OR CTL-NEAR-COUNT = ZERO
005620         OR CTL-PAIR-COUNT < 2
005630         DISPLAY 'SUSPRPT: SUSPCTL CARD VALUE OUT OF RANGE'
005640         MOVE 16 TO RETURN-CODE
005650         STOP RUN
005660     END-IF
005670     MOVE CTL-FIRST-AMOUNT TO SU-FIRST-AMOUNT
005680     MULTIPLY CTL-HOURS-START BY 100 GIVING SU-HOURS-START
005690     MULTIPLY CTL-HOURS-END BY 100 GIVING SU-HOURS-END
005700     MOVE CTL-BANK-DAYS TO SU-BANK-DAYS
005710     MOVE CTL-NEAR-PCT TO SU-NEAR-PCT
005720     MOVE CTL-NEAR-COUNT TO SU-NEAR-COUNT
005730     MOVE CTL-PAIR-DAYS TO SU-PAIR-DAYS
005740     MOVE CTL-PAIR-COUNT TO SU-PAIR-COUNT
005750     CLOSE SUSPCTL.
005760 1200-EXIT.
005770     EXIT.
005780*----------------------------------------------------------------
005790*1300-SET-WINDOWS - THE NEAR-THRESHOLD FLOOR, AND THE FIRST DATE
005800*                   OF EACH LOOK-BACK WINDOW (THE BUSINESS DATE
005810*                   LESS THE CARD DAYS, ON THE REAL CALENDAR).
005820*----------------------------------------------------------------
005830 1300-SET-WINDOWS.
005840     COMPUTE SU-NEAR-FLOOR ROUNDED =
005850         PAY-APPROVAL-LIMIT * SU-NEAR-PCT / 100
005860     MOVE SU-BUSINESS-DATE TO SU-WORK-DATE
005870     MOVE ZERO TO SU-DAYS-BACK
005880     PERFORM 1310-BACK-ONE-DAY THRU 1310-EXIT
005890         UNTIL SU-DAYS-BACK NOT < SU-BANK-DAYS
005900     MOVE SU-WORK-DATE TO SU-BANK-FROM-DATE
005910     MOVE SU-BUSINESS-DATE TO SU-WORK-DATE
005920     MOVE ZERO TO SU-DAYS-BACK
005930     PERFORM 1310-BACK-ONE-DAY THRU 1310-EXIT
005940         UNTIL SU-DAYS-BACK NOT < SU-PAIR-DAYS
005950     MOVE SU-WORK-DATE TO SU-PAIR-FROM-DATE.
005960 1300-EXIT.
005970     EXIT.
005980 1310-BACK-ONE-DAY.
005990     ADD 1 TO SU-DAYS-BACK
006000     IF SU-WD-DAY > 1
006010         SUBTRACT 1 FROM SU-WD-DAY
006020     ELSE
006030         IF SU-WD-MONTH > 1
006040             SUBTRACT 1 FROM SU-WD-MONTH
006050         ELSE
006060             MOVE 12 TO SU-WD-MONTH
006070             SUBTRACT 1 FROM SU-WD-YEAR
006080         END-IF
006090         PERFORM 1320-SET-MONTH-DAYS THRU 1320-EXIT
006100         MOVE SU-MONTH-DAYS TO SU-WD-DAY
006110     END-IF.
006120 1310-EXIT.
006130     EXIT.
006140 1320-SET-MONTH-DAYS.
006150     MOVE SU-DIM(SU-WD-MONTH) TO SU-MONTH-DAYS
006160     IF SU-WD-MONTH = 2
006170         DIVIDE SU-WD-YEAR BY 4 GIVING SU-YEAR-QUOT
006180             REMAINDER SU-YEAR-REM
006190         IF SU-YEAR-REM = ZERO
006200             MOVE 29 TO SU-MONTH-DAYS
006210         END-IF
006220     END-IF.
006230 1320-EXIT.
006240     EXIT.

006250*----------------------------------------------------------------
006260*2000-PROCESS-AUDTFILE - PICK THE BANK CHANGES AND APPROVALS IN
006270*                        THEIR WINDOWS OFF THE CUMULATIVE AUDIT
006280*                        TRAIL.  PAYFILE IS READ BY REFERENCE
006290*                        HERE, BEFORE ITS ACCOUNT BROWSE STARTS.
006300*----------------------------------------------------------------
006310 2000-PROCESS-AUDTFILE.
006320     ADD 1 TO SU-AUDIT-READ-COUNT
006330     MOVE AUDIT-TIMESTAMP(1:8) TO SU-AUDIT-DATE-X
006340     IF SU-AUDIT-DATE-X > SU-BUSINESS-DATE
006350         GO TO 2000-READ
006360     END-IF
006370     IF AUDIT-TRANSID = SU-PAYEE-TRANSID
006380         AND SU-AUDIT-DATE-X NOT < SU-BANK-FROM-DATE
006390         AND (AUDIT-OUTCOME(1:24) = SU-BANK-TEXT
006400         OR AUDIT-OUTCOME(1:17) = SU-NOC-TEXT)
006410         PERFORM 2200-NOTE-BANK-CHANGE THRU 2200-EXIT
006420     END-IF
006430     IF AUDIT-TRANSID = SU-APPR-TRANSID
006440         AND SU-AUDIT-DATE-X NOT < SU-PAIR-FROM-DATE
006450         AND AUDIT-OUTCOME(1:23) = SU-APPR-TEXT
006460         PERFORM 2300-NOTE-RELEASE THRU 2300-EXIT
006470     END-IF.
006480 2000-READ.
006490     PERFORM 2100-READ-AUDTFILE THRU 2100-EXIT.
006500 2000-EXIT.
006510     EXIT.
006520 2100-READ-AUDTFILE.
006530     READ AUDTFILE
006540         AT END
006550             SET SU-EOF-AUDTFILE TO TRUE
006560     END-READ.
006570 2100-EXIT.
006580     EXIT.
006590 2200-NOTE-BANK-CHANGE.
006600*  THE PAYEE NUMBER FOLLOWS THE FIXED TEXT.  THE TRAIL IS IN TIME
006610*  ORDER, SO A LATER CHANGE TO THE SAME PAYEE OVERWRITES THE
006620*  EARLIER ONE.
006630     MOVE SPACES TO SU-AUDIT-KEY-X
006640     IF AUDIT-OUTCOME(1:24) = SU-BANK-TEXT
006650         MOVE AUDIT-OUTCOME(25:6) TO SU-AUDIT-KEY-X
006660     ELSE
006670         MOVE AUDIT-OUTCOME(18:6) TO SU-AUDIT-KEY-X
006680     END-IF
006690     IF SU-AUDIT-KEY-X(1:6) NOT NUMERIC
006700         GO TO 2200-EXIT
006710     END-IF
006720     MOVE SU-AUDIT-KEY-X(1:6) TO SU-AUDIT-PAYEE-NO
006730     MOVE SU-AUDIT-PAYEE-NO TO SU-TEST-PAYEE-NO
006740     PERFORM 2250-FIND-BANK-ENTRY THRU 2250-EXIT
006750     IF NOT SU-ENTRY-FOUND
006760         IF SU-BANK-COUNT < 500
006770             ADD 1 TO SU-BANK-COUNT
006780             MOVE SU-BANK-COUNT TO SU-BANK-IX
006790             MOVE SU-AUDIT-PAYEE-NO TO SU-BT-PAYEE-NO(SU-BANK-IX)
006800             SET SU-ENTRY-FOUND TO TRUE
006810         ELSE
006820             ADD 1 TO SU-OVERFLOW-COUNT
006830         END-IF
006840     END-IF
006850     IF SU-ENTRY-FOUND
006860         MOVE SU-AUDIT-DATE-X TO SU-BT-DATE(SU-BANK-IX)
006870         MOVE AUDIT-OPERATOR-ID TO SU-BT-OPERATOR(SU-BANK-IX)
006880     END-IF.
006890 2200-EXIT.
006900     EXIT.
006910 2250-FIND-BANK-ENTRY.
006920*  LINEAR SCAN FOR SU-TEST-PAYEE-NO.  SU-BANK-IX IS LEFT
006930*  POINTING AT THE ENTRY WHEN ONE IS FOUND.
006940     MOVE 'N' TO SU-FOUND-SW
006950     MOVE ZERO TO SU-BANK-IX
006960     PERFORM 2260-SCAN-BANK-ENTRY THRU 2260-EXIT
006970         UNTIL SU-ENTRY-FOUND OR SU-BANK-IX NOT < SU-BANK-COUNT.
006980 2250-EXIT.
006990     EXIT.
007000 2260-SCAN-BANK-ENTRY.
007010     ADD 1 TO SU-BANK-IX
007020     IF SU-BT-PAYEE-NO(SU-BANK-IX) = SU-TEST-PAYEE-NO
007030         SET SU-ENTRY-FOUND TO TRUE
007040     END-IF.
007050 2260-EXIT.
007060     EXIT.
007070 2300-NOTE-RELEASE.
007080*  THE AUDIT LINE CARRIES THE RELEASING OPERATOR AND THE
007090*  REFERENCE NUMBER; THE KEYING OPERATOR AND THE AMOUNT COME
007100*  FROM THE PAYMENT, LIVE OR ARCHIVED.
007110     MOVE AUDIT-OUTCOME(24:10) TO SU-AUDIT-KEY-X
007120     IF SU-AUDIT-KEY-X NOT NUMERIC
007130         ADD 1 TO SU-UNRESOLVED-COUNT
007140         GO TO 2300-EXIT
007150     END-IF
007160     MOVE SU-AUDIT-KEY-X TO SU-AUDIT-REF-NO
007170     MOVE SPACES TO SU-KEYED-BY
007180     MOVE SU-AUDIT-REF-NO TO PAY-REF-NO
007190     READ PAYFILE
007200         INVALID KEY
007210             CONTINUE
007220         NOT INVALID KEY
007230             MOVE PAY-OPERATOR-ID TO SU-KEYED-BY
007240             MOVE PAY-AMOUNT TO SU-RELEASE-AMOUNT
007250     END-READ
007260     IF SU-KEYED-BY = SPACES AND SU-ARCH-OPEN
007270         MOVE SU-AUDIT-REF-NO TO ARCH-REF-NO
007280         READ ARCHFIL
007290             INVALID KEY
007300                 CONTINUE
007310             NOT INVALID KEY
007320                 MOVE ARCH-OPERATOR-ID TO SU-KEYED-BY
007330                 MOVE ARCH-AMOUNT TO SU-RELEASE-AMOUNT
007340         END-READ
007350     END-IF
007360     IF SU-KEYED-BY = SPACES
007370         ADD 1 TO SU-UNRESOLVED-COUNT
007380         GO TO 2300-EXIT
007390     END-IF
007400     MOVE 'N' TO SU-FOUND-SW
007410     MOVE ZERO TO SU-PAIR-IX
007420     PERFORM 2310-SCAN-PAIR-ENTRY THRU 2310-EXIT
007430         UNTIL SU-ENTRY-FOUND OR SU-PAIR-IX NOT < SU-PAIR-TCOUNT
007440     IF NOT SU-ENTRY-FOUND
007450         IF SU-PAIR-TCOUNT < 300
007460             ADD 1 TO SU-PAIR-TCOUNT
007470             MOVE SU-PAIR-TCOUNT TO SU-PAIR-IX
007480             MOVE SU-KEYED-BY TO SU-PT-KEYED-BY(SU-PAIR-IX)
007490             MOVE AUDIT-OPERATOR-ID
007500                 TO SU-PT-RELEASED-BY(SU-PAIR-IX)
007510             MOVE ZERO TO SU-PT-COUNT(SU-PAIR-IX)
007520             MOVE ZERO TO SU-PT-TODAY(SU-PAIR-IX)
007530             MOVE ZERO TO SU-PT-AMOUNT(SU-PAIR-IX)
007540             SET SU-ENTRY-FOUND TO TRUE
007550         ELSE
007560             ADD 1 TO SU-OVERFLOW-COUNT
007570         END-IF
007580     END-IF
007590     IF SU-ENTRY-FOUND
007600         ADD 1 TO SU-PT-COUNT(SU-PAIR-IX)
007610         ADD SU-RELEASE-AMOUNT TO SU-PT-AMOUNT(SU-PAIR-IX)
007620         IF SU-AUDIT-DATE-X = SU-BUSINESS-DATE
007630             ADD 1 TO SU-PT-TODAY(SU-PAIR-IX)
007640         END-IF
007650     END-IF.
007660 2300-EXIT.
007670     EXIT.
007680 2310-SCAN-PAIR-ENTRY.
007690     ADD 1 TO SU-PAIR-IX
007700     IF SU-PT-KEYED-BY(SU-PAIR-IX) = SU-KEYED-BY
007710         AND SU-PT-RELEASED-BY(SU-PAIR-IX) = AUDIT-OPERATOR-ID
007720         SET SU-ENTRY-FOUND TO TRUE
007730     END-IF.
007740 2310-EXIT.
007750     EXIT.

007760*----------------------------------------------------------------
007770*3000-START-PAYFILE - POSITION ON THE ACCOUNT ALTERNATE KEY SO
007780*                     EACH ACCOUNT'S PAYMENTS, OLD AND NEW, COME
007790*                     TOGETHER.
007800*----------------------------------------------------------------
007810 3000-START-PAYFILE.
007820     MOVE ZERO TO PAY-ACCOUNT-NO
007830     START PAYFILE KEY NOT < PAY-ACCOUNT-NO
007840         INVALID KEY
007850             SET SU-EOF-PAYFILE TO TRUE
007860     END-START
007870     IF NOT SU-EOF-PAYFILE
007880         PERFORM 3150-READ-PAYFILE-NEXT THRU 3150-EXIT
007890     END-IF.
007900 3000-EXIT.
007910     EXIT.
007920*----------------------------------------------------------------
007930*3100-PROCESS-PAYFILE - AN EARLIER PAYMENT GOES INTO THE
007940*                       ACCOUNT'S PAYEE HISTORY.  A BUSINESS-
007950*                       DATE PAYMENT IS TESTED FOR HOURS AND
007960*                       BANK CHANGES NOW, TALLIED FOR ITS
007970*                       OPERATOR, AND HELD FOR THE FIRST-PAYEE
007980*                       TEST AT THE ACCOUNT BREAK.
007990*----------------------------------------------------------------
008000 3100-PROCESS-PAYFILE.
008010     ADD 1 TO SU-PAY-READ-COUNT
008011     PERFORM 3160-SET-VALUE-DATE THRU 3160-EXIT
008020     IF PAY-ST-VOIDED
008030         OR SU-VALUE-DATE > SU-BUSINESS-DATE
008040         GO TO 3100-READ
008050     END-IF
008060     IF PAY-ACCOUNT-NO NOT = SU-CURR-ACCOUNT
008070         OR SU-CURR-ACCOUNT = ZERO
008080         PERFORM 4000-ACCOUNT-BREAK THRU 4000-EXIT
008090         MOVE PAY-ACCOUNT-NO TO SU-CURR-ACCOUNT
008100     END-IF
008110     MOVE PAY-PAYEE-NO TO SU-TEST-PAYEE-NO
008120     MOVE PAY-PAYEE TO SU-TEST-PAYEE
008130     IF SU-VALUE-DATE < SU-BUSINESS-DATE
008140         PERFORM 3300-ADD-HISTORY THRU 3300-EXIT
008150         GO TO 3100-READ
008160     END-IF
008170     ADD 1 TO SU-TODAY-COUNT
008180     PERFORM 3200-SET-KEYED-SW THRU 3200-EXIT
008190     IF SU-OPERATOR-KEYED
008200         AND (PAY-ENTRY-TIME < SU-HOURS-START
008210         OR PAY-ENTRY-TIME NOT < SU-HOURS-END)
008220         PERFORM 3500-FLAG-OFF-HOURS THRU 3500-EXIT
008230     END-IF
008240     IF PAY-PAYEE-NO > ZERO
008250         PERFORM 2250-FIND-BANK-ENTRY THRU 2250-EXIT
008260         IF SU-ENTRY-FOUND
008270             PERFORM 3600-FLAG-BANK-CHANGE THRU 3600-EXIT
008280         END-IF
008290     END-IF
008300     IF SU-OPERATOR-KEYED
008310         PERFORM 3700-TALLY-OPERATOR THRU 3700-EXIT
008320     END-IF
008330     IF SU-TODAY-TCOUNT < 200
008340         ADD 1 TO SU-TODAY-TCOUNT
008350         MOVE SU-TODAY-TCOUNT TO SU-TODAY-IX
008360         MOVE PAY-REF-NO TO SU-TP-REF-NO(SU-TODAY-IX)
008370         MOVE PAY-PAYEE-NO TO SU-TP-PAYEE-NO(SU-TODAY-IX)
008380         MOVE PAY-PAYEE TO SU-TP-PAYEE(SU-TODAY-IX)
008390         MOVE PAY-AMOUNT TO SU-TP-AMOUNT(SU-TODAY-IX)
008400         MOVE PAY-OPERATOR-ID TO SU-TP-OPERATOR(SU-TODAY-IX)
008410         MOVE PAY-ENTRY-TIME TO SU-TP-TIME(SU-TODAY-IX)
008420     ELSE
008430         ADD 1 TO SU-OVERFLOW-COUNT
008440     END-IF.
008450 3100-READ.
008460     PERFORM 3150-READ-PAYFILE-NEXT THRU 3150-EXIT.
008470 3100-EXIT.
008480     EXIT.
008490 3150-READ-PAYFILE-NEXT.
008500     READ PAYFILE NEXT
008510         AT END
008520             SET SU-EOF-PAYFILE TO TRUE
008530     END-READ.
008540 3150-EXIT.
008550     EXIT.
008551 3160-SET-VALUE-DATE.
008552*  THE PAYMENT'S VALUE DATE (COPY PAYREC), OR ITS ENTRY DATE
008553*  WHEN THE RECORD PREDATES VALUE-DATING.
008554     IF PAY-VALUE-DATE NUMERIC
008555         AND PAY-VALUE-DATE > ZERO
008556         MOVE PAY-VALUE-DATE TO SU-VALUE-DATE
008557     ELSE
008558         MOVE PAY-ENTRY-DATE TO SU-VALUE-DATE
008559     END-IF.
008560 3160-EXIT.
008561     EXIT.
008562 3200-SET-KEYED-SW.
008570*  ONLY A PAYMENT AN OPERATOR KEYED HAS A MEANINGFUL ENTRY TIME
008580*  AND COUNTS AGAINST AN OPERATOR.  A RECORD FROM BEFORE THE
008590*  CHANNEL BYTE IS TOLD APART BY THE BATCH JOB NAMES.
008600     MOVE 'N' TO SU-KEYED-SW
008610     IF PAY-CH-OPERATOR
008620         SET SU-OPERATOR-KEYED TO TRUE
008630     END-IF
008640     IF PAY-CHANNEL = SPACE
008650         AND PAY-OPERATOR-ID NOT = 'RECURPAY'
008660         AND PAY-OPERATOR-ID NOT = 'PAYIMPRT'
008670         SET SU-OPERATOR-KEYED TO TRUE
008680     END-IF.
008690 3200-EXIT.
008700     EXIT.
008710 3300-ADD-HISTORY.
008720     IF SU-HIST-FULL
008730         GO TO 3300-EXIT
008740     END-IF
008750     PERFORM 3350-FIND-HISTORY THRU 3350-EXIT
008760     IF NOT SU-ENTRY-FOUND
008770         IF SU-HIST-COUNT < 300
008780             ADD 1 TO SU-HIST-COUNT
008790             MOVE SU-HIST-COUNT TO SU-HIST-IX
008800             MOVE SU-TEST-PAYEE-NO TO SU-HT-PAYEE-NO(SU-HIST-IX)
008810             MOVE SU-TEST-PAYEE TO SU-HT-PAYEE(SU-HIST-IX)
008820         ELSE
008830             SET SU-HIST-FULL TO TRUE
008840         END-IF
008850     END-IF.
008860 3300-EXIT.
008870     EXIT.
008880 3350-FIND-HISTORY.
008890*  THE SAME PAYEE IS THE SAME MASTER NUMBER, OR FOR PAYMENTS
008900*  FROM BEFORE THE PAYEE MASTER, THE SAME NAME.
008910     MOVE 'N' TO SU-FOUND-SW
008920     MOVE ZERO TO SU-HIST-IX
008930     PERFORM 3360-SCAN-HISTORY THRU 3360-EXIT
008940         UNTIL SU-ENTRY-FOUND OR SU-HIST-IX NOT < SU-HIST-COUNT.
008950 3350-EXIT.
008960     EXIT.
008970 3360-SCAN-HISTORY.
008980     ADD 1 TO SU-HIST-IX
008990     IF SU-TEST-PAYEE-NO > ZERO
009000         AND SU-HT-PAYEE-NO(SU-HIST-IX) = SU-TEST-PAYEE-NO
009010         SET SU-ENTRY-FOUND TO TRUE
009020     END-IF
009030     IF SU-HT-PAYEE(SU-HIST-IX) = SU-TEST-PAYEE
009040         SET SU-ENTRY-FOUND TO TRUE
009050     END-IF.
009060 3360-EXIT.
009070     EXIT.
009080 3500-FLAG-OFF-HOURS.
009090     ADD 1 TO SU-HOURS-FLAGS
009100     MOVE SPACES TO SUS-RECORD
009110     SET SUS-FL-OFF-HOURS TO TRUE
009120     PERFORM 3900-FILL-FROM-PAYMENT THRU 3900-EXIT
009130     MOVE SPACES TO SU-DL-NOTE
009140     STRING 'KEYED AT ' PAY-ENTRY-TIME
009150         DELIMITED BY SIZE INTO SU-DL-NOTE
009160     PERFORM 7000-WRITE-FLAG THRU 7000-EXIT.
009170 3500-EXIT.
009180     EXIT.
009190 3600-FLAG-BANK-CHANGE.
009200     ADD 1 TO SU-BANK-FLAGS
009210     MOVE SPACES TO SUS-RECORD
009220     SET SUS-FL-BANK-CHANGE TO TRUE
009230     PERFORM 3900-FILL-FROM-PAYMENT THRU 3900-EXIT
009240     MOVE SU-BT-OPERATOR(SU-BANK-IX) TO SUS-OTHER-OPER-ID
009250     MOVE SU-BT-DATE(SU-BANK-IX) TO SUS-EVENT-DATE
009260     MOVE ZERO TO SUS-EVENT-TIME
009270     MOVE SPACES TO SU-DL-NOTE
009280     STRING 'CHG ' SU-BT-DATE(SU-BANK-IX)
009290         ' BY ' SU-BT-OPERATOR(SU-BANK-IX)
009300         DELIMITED BY SIZE INTO SU-DL-NOTE
009310     PERFORM 7000-WRITE-FLAG THRU 7000-EXIT.
009320 3600-EXIT.
009330     EXIT.
009340 3700-TALLY-OPERATOR.
009350     MOVE 'N' TO SU-FOUND-SW
009360     MOVE ZERO TO SU-OPER-IX
009370     PERFORM 3710-SCAN-OPER-ENTRY THRU 3710-EXIT
009380         UNTIL SU-ENTRY-FOUND OR SU-OPER-IX NOT < SU-OPER-COUNT
009390     IF NOT SU-ENTRY-FOUND
009400         IF SU-OPER-COUNT < 100
009410             ADD 1 TO SU-OPER-COUNT
009420             MOVE SU-OPER-COUNT TO SU-OPER-IX
009430             MOVE PAY-OPERATOR-ID TO SU-OT-ID(SU-OPER-IX)
009440             MOVE ZERO TO SU-OT-PAY-COUNT(SU-OPER-IX)
009450             MOVE ZERO TO SU-OT-DAY-TOTAL(SU-OPER-IX)
009460             MOVE ZERO TO SU-OT-NEAR-COUNT(SU-OPER-IX)
009470             MOVE ZERO TO SU-OT-NEAR-TOTAL(SU-OPER-IX)
009480             SET SU-ENTRY-FOUND TO TRUE
009490         ELSE
009500             ADD 1 TO SU-OVERFLOW-COUNT
009510             GO TO 3700-EXIT
009520         END-IF
009530     END-IF
009540     ADD 1 TO SU-OT-PAY-COUNT(SU-OPER-IX)
009550     ADD PAY-AMOUNT TO SU-OT-DAY-TOTAL(SU-OPER-IX)
009560     IF PAY-AMOUNT NOT < SU-NEAR-FLOOR
009570         AND PAY-AMOUNT < PAY-APPROVAL-LIMIT
009580         ADD 1 TO SU-OT-NEAR-COUNT(SU-OPER-IX)
009590         ADD PAY-AMOUNT TO SU-OT-NEAR-TOTAL(SU-OPER-IX)
009600     END-IF.
009610 3700-EXIT.
009620     EXIT.
009630 3710-SCAN-OPER-ENTRY.
009640     ADD 1 TO SU-OPER-IX
009650     IF SU-OT-ID(SU-OPER-IX) = PAY-OPERATOR-ID
009660         SET SU-ENTRY-FOUND TO TRUE
009670     END-IF.
009680 3710-EXIT.
009690     EXIT.
009700 3900-FILL-FROM-PAYMENT.
009710     MOVE SU-BUSINESS-DATE TO SUS-BUSINESS-DATE
009720     MOVE PAY-REF-NO TO SUS-REF-NO
009730     MOVE PAY-ACCOUNT-NO TO SUS-ACCOUNT-NO
009740     MOVE PAY-PAYEE-NO TO SUS-PAYEE-NO
009750     MOVE PAY-PAYEE TO SUS-PAYEE
009760     MOVE PAY-OPERATOR-ID TO SUS-OPERATOR-ID
009770     MOVE PAY-AMOUNT TO SUS-AMOUNT
009780     MOVE PAY-ENTRY-DATE TO SUS-EVENT-DATE
009790     MOVE PAY-ENTRY-TIME TO SUS-EVENT-TIME
009800     MOVE ZERO TO SUS-COUNT.
009810 3900-EXIT.
009820     EXIT.

009830*----------------------------------------------------------------
009840*4000-ACCOUNT-BREAK - RUN THE FIRST-PAYEE TEST OVER THE ACCOUNT
009850*                     JUST FINISHED, THEN CLEAR ITS TABLES.  THE
009860*                     ARCHIVE IS ONLY BROWSED WHEN A PAYMENT
009870*                     ABOVE THE CARD AMOUNT HAS NO LIVE
009880*                     HISTORY BEHIND IT.
009890*----------------------------------------------------------------
009900 4000-ACCOUNT-BREAK.
009910     IF SU-TODAY-TCOUNT = ZERO
009920         GO TO 4000-CLEAR
009930     END-IF
009940     IF SU-HIST-FULL
009950         ADD 1 TO SU-OVERFLOW-COUNT
009960         GO TO 4000-CLEAR
009970     END-IF
009980     MOVE 'N' TO SU-CANDIDATE-SW
009990     MOVE ZERO TO SU-TODAY-IX
010000     PERFORM 4100-CHECK-CANDIDATE THRU 4100-EXIT
010010         UNTIL SU-TODAY-IX NOT < SU-TODAY-TCOUNT
010020     IF SU-FIRST-CANDIDATE AND SU-ARCH-OPEN
010030         PERFORM 4200-LOAD-ARCHIVE-HISTORY THRU 4200-EXIT
010040     END-IF
010050     IF SU-FIRST-CANDIDATE AND NOT SU-HIST-FULL
010060         MOVE ZERO TO SU-TODAY-IX
010070         PERFORM 4300-TEST-FIRST-PAYEE THRU 4300-EXIT
010080             UNTIL SU-TODAY-IX NOT < SU-TODAY-TCOUNT
010090     END-IF.
010100 4000-CLEAR.
010110     MOVE ZERO TO SU-HIST-COUNT
010120     MOVE ZERO TO SU-TODAY-TCOUNT
010130     MOVE 'N' TO SU-HIST-FULL-SW.
010140 4000-EXIT.
010150     EXIT.
010160 4100-CHECK-CANDIDATE.
010170     ADD 1 TO SU-TODAY-IX
010180     IF SU-TP-AMOUNT(SU-TODAY-IX) > SU-FIRST-AMOUNT
010190         MOVE SU-TP-PAYEE-NO(SU-TODAY-IX) TO SU-TEST-PAYEE-NO
010200         MOVE SU-TP-PAYEE(SU-TODAY-IX) TO SU-TEST-PAYEE
010210         PERFORM 3350-FIND-HISTORY THRU 3350-EXIT
010220         IF NOT SU-ENTRY-FOUND
010230             SET SU-FIRST-CANDIDATE TO TRUE
010240         END-IF
010250     END-IF.
010260 4100-EXIT.
010270     EXIT.
010280 4200-LOAD-ARCHIVE-HISTORY.
010290     MOVE 'N' TO SU-BROWSE-SW
010300     MOVE SU-CURR-ACCOUNT TO ARCH-ACCOUNT-NO
010310     START ARCHFIL KEY NOT < ARCH-ACCOUNT-NO
010320         INVALID KEY
010330             SET SU-BROWSE-DONE TO TRUE
010340     END-START
010350     PERFORM 4210-READ-ARCHIVE-NEXT THRU 4210-EXIT
010360         UNTIL SU-BROWSE-DONE.
010370 4200-EXIT.
010380     EXIT.
010390 4210-READ-ARCHIVE-NEXT.
010400     READ ARCHFIL NEXT
010410         AT END
010420             SET SU-BROWSE-DONE TO TRUE
010430     END-READ
010440     IF SU-BROWSE-DONE
010450         GO TO 4210-EXIT
010460     END-IF
010470     IF ARCH-ACCOUNT-NO NOT = SU-CURR-ACCOUNT
010480         SET SU-BROWSE-DONE TO TRUE
010490         GO TO 4210-EXIT
010500     END-IF
010510     IF NOT ARCH-ST-VOIDED
010520         MOVE ARCH-PAYEE-NO TO SU-TEST-PAYEE-NO
010530         MOVE ARCH-PAYEE TO SU-TEST-PAYEE
010540         PERFORM 3300-ADD-HISTORY THRU 3300-EXIT
010550     END-IF.
010560 4210-EXIT.
010570     EXIT.
010580 4300-TEST-FIRST-PAYEE.
010590     ADD 1 TO SU-TODAY-IX
010600     IF SU-TP-AMOUNT(SU-TODAY-IX) NOT > SU-FIRST-AMOUNT
010610         GO TO 4300-EXIT
010620     END-IF
010630     MOVE SU-TP-PAYEE-NO(SU-TODAY-IX) TO SU-TEST-PAYEE-NO
010640     MOVE SU-TP-PAYEE(SU-TODAY-IX) TO SU-TEST-PAYEE
010650     PERFORM 3350-FIND-HISTORY THRU 3350-EXIT
010660     IF SU-ENTRY-FOUND
010670         GO TO 4300-EXIT
010680     END-IF
010690     ADD 1 TO SU-FIRST-FLAGS
010700     MOVE SPACES TO SUS-RECORD
010710     SET SUS-FL-FIRST-PAYEE TO TRUE
010720     MOVE SU-BUSINESS-DATE TO SUS-BUSINESS-DATE
010730     MOVE SU-TP-REF-NO(SU-TODAY-IX) TO SUS-REF-NO
010740     MOVE SU-CURR-ACCOUNT TO SUS-ACCOUNT-NO
010750     MOVE SU-TP-PAYEE-NO(SU-TODAY-IX) TO SUS-PAYEE-NO
010760     MOVE SU-TP-PAYEE(SU-TODAY-IX) TO SUS-PAYEE
010770     MOVE SU-TP-OPERATOR(SU-TODAY-IX) TO SUS-OPERATOR-ID
010780     MOVE SU-TP-AMOUNT(SU-TODAY-IX) TO SUS-AMOUNT
010790     MOVE SU-BUSINESS-DATE TO SUS-EVENT-DATE
010800     MOVE SU-TP-TIME(SU-TODAY-IX) TO SUS-EVENT-TIME
010810     MOVE ZERO TO SUS-COUNT
010820     MOVE SPACES TO SU-DL-NOTE
010830     STRING 'NEW PAYEE ' SU-TP-PAYEE(SU-TODAY-IX)
010840         DELIMITED BY SIZE INTO SU-DL-NOTE
010850     PERFORM 7000-WRITE-FLAG THRU 7000-EXIT.
010860 4300-EXIT.
010870     EXIT.

010880*----------------------------------------------------------------
010890*5000-OPERATOR-FLAGS - AN OPERATOR WITH THE CARD COUNT OR MORE
010900*                      PAYMENTS JUST UNDER THE DUAL
010910*                      AUTHORIZATION THRESHOLD, OR THAT MANY
010920*                      PAYMENTS ADDING UP TO JUST UNDER THEIR
010930*                      OWN DAY LIMIT (ZERO MEANS NO CAP).
010940*----------------------------------------------------------------
010950 5000-OPERATOR-FLAGS.
010960     MOVE ZERO TO SU-OPER-IX
010970     PERFORM 5100-CHECK-OPERATOR THRU 5100-EXIT
010980         UNTIL SU-OPER-IX NOT < SU-OPER-COUNT.
010990 5000-EXIT.
011000     EXIT.
011010 5100-CHECK-OPERATOR.
011020     ADD 1 TO SU-OPER-IX
011030     IF SU-OT-NEAR-COUNT(SU-OPER-IX) NOT < SU-NEAR-COUNT
011040         ADD 1 TO SU-NEAR-APPR-FLAGS
011050         MOVE SPACES TO SUS-RECORD
011060         SET SUS-FL-NEAR-APPR TO TRUE
011070         PERFORM 5900-FILL-FROM-OPERATOR THRU 5900-EXIT
011080         MOVE SU-OT-NEAR-TOTAL(SU-OPER-IX) TO SUS-AMOUNT
011090         MOVE SU-OT-NEAR-COUNT(SU-OPER-IX) TO SUS-COUNT
011100         MOVE SU-OT-NEAR-COUNT(SU-OPER-IX) TO SU-EDIT-COUNT
011110         MOVE SPACES TO SU-DL-NOTE
011120         STRING 'UNDER APPROVAL LIM ' SU-EDIT-COUNT
011130             DELIMITED BY SIZE INTO SU-DL-NOTE
011140         PERFORM 7000-WRITE-FLAG THRU 7000-EXIT
011150     END-IF
011160     IF SU-OT-PAY-COUNT(SU-OPER-IX) < SU-NEAR-COUNT
011170         GO TO 5100-EXIT
011180     END-IF
011190     MOVE SU-OT-ID(SU-OPER-IX) TO OPER-ID
011200     READ OPERFIL
011210         INVALID KEY
011220             GO TO 5100-EXIT
011230     END-READ
011240     IF OPER-DAY-AMT-LIMIT NOT > ZERO
011250         OR SU-OT-DAY-TOTAL(SU-OPER-IX) > OPER-DAY-AMT-LIMIT
011260         GO TO 5100-EXIT
011270     END-IF
011280     COMPUTE SU-PCT-USED =
011290         SU-OT-DAY-TOTAL(SU-OPER-IX) * 100 / OPER-DAY-AMT-LIMIT
011300     IF SU-PCT-USED < SU-NEAR-PCT
011310         GO TO 5100-EXIT
011320     END-IF
011330     ADD 1 TO SU-NEAR-DAY-FLAGS
011340     MOVE SPACES TO SUS-RECORD
011350     SET SUS-FL-NEAR-DAY TO TRUE
011360     PERFORM 5900-FILL-FROM-OPERATOR THRU 5900-EXIT
011370     MOVE SU-OT-DAY-TOTAL(SU-OPER-IX) TO SUS-AMOUNT
011380     MOVE SU-OT-PAY-COUNT(SU-OPER-IX) TO SUS-COUNT
011390     MOVE SU-OT-PAY-COUNT(SU-OPER-IX) TO SU-EDIT-COUNT
011400     MOVE SPACES TO SU-DL-NOTE
011410     STRING 'DAY LIM ' SU-PCT-USED '% PMTS ' SU-EDIT-COUNT
011420         DELIMITED BY SIZE INTO SU-DL-NOTE
011430     PERFORM 7000-WRITE-FLAG THRU 7000-EXIT.
011440 5100-EXIT.
011450     EXIT.
011560*----------------------------------------------------------------
011570*5500-PAIR-FLAGS - A KEYING/RELEASING PAIR WITH THE CARD COUNT OR
011580*                  MORE APPROVALS IN THE WINDOW, AT LEAST ONE OF
011590*                  THEM ON THE BUSINESS DATE.
011600*----------------------------------------------------------------
011610 5500-PAIR-FLAGS.
011620     MOVE ZERO TO SU-PAIR-IX
011630     PERFORM 5600-CHECK-PAIR THRU 5600-EXIT
011640         UNTIL SU-PAIR-IX NOT < SU-PAIR-TCOUNT.
011650 5500-EXIT.
011660     EXIT.
011670 5600-CHECK-PAIR.
011680     ADD 1 TO SU-PAIR-IX
011690     IF SU-PT-COUNT(SU-PAIR-IX) < SU-PAIR-COUNT
011700         OR SU-PT-TODAY(SU-PAIR-IX) = ZERO
011710         GO TO 5600-EXIT
011720     END-IF
011730     ADD 1 TO SU-PAIR-FLAGS
011740     MOVE SPACES TO SUS-RECORD
011750     SET SUS-FL-RELEASE-PAIR TO TRUE
011760     MOVE SU-BUSINESS-DATE TO SUS-BUSINESS-DATE
011770     MOVE ZERO TO SUS-REF-NO
011780     MOVE ZERO TO SUS-ACCOUNT-NO
011790     MOVE ZERO TO SUS-PAYEE-NO
011800     MOVE SU-PT-KEYED-BY(SU-PAIR-IX) TO SUS-OPERATOR-ID
011810     MOVE SU-PT-RELEASED-BY(SU-PAIR-IX) TO SUS-OTHER-OPER-ID
011820     MOVE SU-PT-AMOUNT(SU-PAIR-IX) TO SUS-AMOUNT
011830     MOVE SU-BUSINESS-DATE TO SUS-EVENT-DATE
011840     MOVE ZERO TO SUS-EVENT-TIME
011850     MOVE SU-PT-COUNT(SU-PAIR-IX) TO SUS-COUNT
011860     MOVE SU-PT-COUNT(SU-PAIR-IX) TO SU-EDIT-COUNT
011870     MOVE SPACES TO SU-DL-NOTE
011880     STRING 'REL BY ' SU-PT-RELEASED-BY(SU-PAIR-IX)
011890         ' X ' SU-EDIT-COUNT
011900         DELIMITED BY SIZE INTO SU-DL-NOTE
011910     PERFORM 7000-WRITE-FLAG THRU 7000-EXIT.
011920 5600-EXIT.
011921     EXIT.
011922 5900-FILL-FROM-OPERATOR.
011923     MOVE SU-BUSINESS-DATE TO SUS-BUSINESS-DATE
011924     MOVE ZERO TO SUS-REF-NO
011925     MOVE ZERO TO SUS-ACCOUNT-NO
011926     MOVE ZERO TO SUS-PAYEE-NO
011927     MOVE SU-OT-ID(SU-OPER-IX) TO SUS-OPERATOR-ID
011928     MOVE SU-BUSINESS-DATE TO SUS-EVENT-DATE
011929     MOVE ZERO TO SUS-EVENT-TIME.
011930 5900-EXIT.
011931     EXIT.

011940*----------------------------------------------------------------
011950*6000-WRITE-TOTALS - FLAG COUNTS AND THE THRESHOLDS THEY WERE
011960*                    RAISED AGAINST, SO THE REPORT STANDS ON ITS
011970*                    OWN IN A CASE FILE.
011980*----------------------------------------------------------------
011990 6000-WRITE-TOTALS.
012000     MOVE SPACES TO SU-TOTAL-LINE
012010     WRITE SUSPRPT-RECORD FROM SU-TOTAL-LINE
012020         AFTER ADVANCING 2 LINES
012030     MOVE 'AUDIT RECORDS READ' TO SU-TL-LABEL
012040     MOVE SU-AUDIT-READ-COUNT TO SU-TL-COUNT
012050     PERFORM 6100-WRITE-TOTAL-LINE THRU 6100-EXIT
012060     MOVE 'PAYMENTS READ' TO SU-TL-LABEL
012070     MOVE SU-PAY-READ-COUNT TO SU-TL-COUNT
012080     PERFORM 6100-WRITE-TOTAL-LINE THRU 6100-EXIT
012090     MOVE 'BUSINESS DATE PAYMENTS' TO SU-TL-LABEL
012100     MOVE SU-TODAY-COUNT TO SU-TL-COUNT
012110     PERFORM 6100-WRITE-TOTAL-LINE THRU 6100-EXIT
012120     MOVE 'FIRSTPAY - NEW PAYEE' TO SU-TL-LABEL
012130     MOVE SU-FIRST-FLAGS TO SU-TL-COUNT
012140     MOVE SU-FIRST-AMOUNT TO SU-TL-AMOUNT
012150     PERFORM 6100-WRITE-TOTAL-LINE THRU 6100-EXIT
012160     MOVE 'OFFHOURS - OUTSIDE HOURS' TO SU-TL-LABEL
012170     MOVE SU-HOURS-FLAGS TO SU-TL-COUNT
012180     PERFORM 6100-WRITE-TOTAL-LINE THRU 6100-EXIT
012190     MOVE 'BANKCHG  - BANK CHANGED' TO SU-TL-LABEL
012200     MOVE SU-BANK-FLAGS TO SU-TL-COUNT
012210     PERFORM 6100-WRITE-TOTAL-LINE THRU 6100-EXIT
012220     MOVE 'NEARAPPR - UNDER APPROVAL LIM' TO SU-TL-LABEL
012230     MOVE SU-NEAR-APPR-FLAGS TO SU-TL-COUNT
012240     MOVE SU-NEAR-FLOOR TO SU-TL-AMOUNT
012250     PERFORM 6100-WRITE-TOTAL-LINE THRU 6100-EXIT
012260     MOVE 'NEARDAY  - UNDER DAY LIMIT' TO SU-TL-LABEL
012270     MOVE SU-NEAR-DAY-FLAGS TO SU-TL-COUNT
012280     PERFORM 6100-WRITE-TOTAL-LINE THRU 6100-EXIT
012290     MOVE 'RELPAIR  - REPEAT APPROVALS' TO SU-TL-LABEL
012300     MOVE SU-PAIR-FLAGS TO SU-TL-COUNT
012310     PERFORM 6100-WRITE-TOTAL-LINE THRU 6100-EXIT
012320     MOVE 'EXTRACT RECORDS WRITTEN' TO SU-TL-LABEL
012330     MOVE SU-EXTRACT-COUNT TO SU-TL-COUNT
012340     PERFORM 6100-WRITE-TOTAL-LINE THRU 6100-EXIT
012350     MOVE 'APPROVALS NOT RESOLVED' TO SU-TL-LABEL
012360     MOVE SU-UNRESOLVED-COUNT TO SU-TL-COUNT
012370     PERFORM 6100-WRITE-TOTAL-LINE THRU 6100-EXIT
012380     IF SU-OVERFLOW-COUNT > ZERO
012390         MOVE '*** TABLE FULL - NOT TESTED' TO SU-TL-LABEL
012400         MOVE SU-OVERFLOW-COUNT TO SU-TL-COUNT
012410         PERFORM 6100-WRITE-TOTAL-LINE THRU 6100-EXIT
012420     END-IF
012430     MOVE 'CARD: HOURS START / END' TO SU-TL-LABEL
012440     MOVE CTL-HOURS-START TO SU-TL-COUNT
012450     PERFORM 6100-WRITE-TOTAL-LINE THRU 6100-EXIT
012460     MOVE '                       END' TO SU-TL-LABEL
012470     MOVE CTL-HOURS-END TO SU-TL-COUNT
012480     PERFORM 6100-WRITE-TOTAL-LINE THRU 6100-EXIT
012490     MOVE 'CARD: BANK CHANGE DAYS' TO SU-TL-LABEL
012500     MOVE SU-BANK-DAYS TO SU-TL-COUNT
012510     PERFORM 6100-WRITE-TOTAL-LINE THRU 6100-EXIT
012520     MOVE 'CARD: NEAR LIMIT PCT' TO SU-TL-LABEL
012530     MOVE SU-NEAR-PCT TO SU-TL-COUNT
012540     PERFORM 6100-WRITE-TOTAL-LINE THRU 6100-EXIT
012550     MOVE 'CARD: NEAR LIMIT COUNT' TO SU-TL-LABEL
012560     MOVE SU-NEAR-COUNT TO SU-TL-COUNT
012570     PERFORM 6100-WRITE-TOTAL-LINE THRU 6100-EXIT
012580     MOVE 'CARD: APPROVAL PAIR DAYS' TO SU-TL-LABEL
012590     MOVE SU-PAIR-DAYS TO SU-TL-COUNT
012600     PERFORM 6100-WRITE-TOTAL-LINE THRU 6100-EXIT
012610     MOVE 'CARD: APPROVAL PAIR COUNT' TO SU-TL-LABEL
012620     MOVE SU-PAIR-COUNT TO SU-TL-COUNT
012630     PERFORM 6100-WRITE-TOTAL-LINE THRU 6100-EXIT.
012640 6000-EXIT.
012650     EXIT.
012660 6100-WRITE-TOTAL-LINE.
012670     WRITE SUSPRPT-RECORD FROM SU-TOTAL-LINE
012680         AFTER ADVANCING 1 LINE
012690     MOVE SPACES TO SU-TOTAL-LINE
012700     MOVE ZERO TO SU-TL-AMOUNT.
012710 6100-EXIT.
012720     EXIT.

012730*----------------------------------------------------------------
012740*7000-WRITE-FLAG - PRINT THE FLAG LINE FROM THE EXTRACT RECORD
012750*                  BUILT BY THE CALLER (NOTE ALREADY IN
012760*                  SU-DL-NOTE) AND WRITE THE EXTRACT RECORD.
012770*----------------------------------------------------------------
012780 7000-WRITE-FLAG.
012790     IF SU-LINE-COUNT NOT < SU-LINES-PER-PAGE
012800         PERFORM 1100-WRITE-HEADINGS THRU 1100-EXIT
012810     END-IF
012820     MOVE SUS-FLAG TO SU-DL-FLAG
012830     MOVE SUS-REF-NO TO SU-DL-REF-NO
012840     MOVE SUS-ACCOUNT-NO TO SU-DL-ACCOUNT
012850     MOVE SUS-OPERATOR-ID TO SU-DL-OPERATOR
012860     MOVE SUS-AMOUNT TO SU-DL-AMOUNT
012870     WRITE SUSPRPT-RECORD FROM SU-DETAIL-LINE
012880         AFTER ADVANCING 1 LINE
012890     ADD 1 TO SU-LINE-COUNT
012900     WRITE SUS-RECORD
012910     IF SU-SUSPOUT-STATUS NOT = '00'
012920         DISPLAY 'SUSPRPT: SUSPOUT WRITE FAILED, STATUS = '
012930             SU-SUSPOUT-STATUS
012940         MOVE 16 TO RETURN-CODE
012950         STOP RUN
012960     END-IF
012970     ADD 1 TO SU-EXTRACT-COUNT.
012980 7000-EXIT.
012990     EXIT.

013000*----------------------------------------------------------------
013010*8000-TERMINATE - CLOSE ALL FILES BEFORE ENDING THE RUN.
013020*----------------------------------------------------------------
013030 8000-TERMINATE.
013040     CLOSE AUDTFILE
013050     CLOSE PAYFILE
013060     IF SU-ARCH-OPEN
013070         CLOSE ARCHFIL
013080     END-IF
013090     CLOSE OPERFIL
013100     CLOSE SUSPRPT
013110     CLOSE SUSPOUT
013120     PERFORM 8100-END-RUN-CONTROL THRU 8100-EXIT.
013130 8000-EXIT.
013140     EXIT.
013150*----------------------------------------------------------------
013160*8100-END-RUN-CONTROL - MARK THE JOB COMPLETE FOR THE BUSINESS
013170*                       DATE WITH END TIMESTAMP AND RETURN CODE.
013180*----------------------------------------------------------------
013190 8100-END-RUN-CONTROL.
013200     MOVE SU-JOB-NAME TO RCTL-JOB-NAME
013210     READ RUNCTL
013220         INVALID KEY
013230             MOVE SU-JOB-NAME TO RCTL-JOB-NAME
013240     END-READ
013250     PERFORM 1060-SET-TIMESTAMP THRU 1060-EXIT
013260     SET RCTL-ST-COMPLETE TO TRUE
013270     MOVE SU-TS-STAMP TO RCTL-END-TS
013280     MOVE RETURN-CODE TO RCTL-RETURN-CODE
013290     REWRITE RCTL-RECORD
013300     IF SU-RUNCTL-STATUS NOT = '00'
013310         DISPLAY 'SUSPRPT: RUNCTL END REWRITE FAILED, '
013320             'STATUS = ' SU-RUNCTL-STATUS
013330         MOVE 16 TO RETURN-CODE
013340     END-IF
013350     CLOSE RUNCTL.
013360 8100-EXIT.
013370     EXIT.
