000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. AUDHLOAD.
000120 AUTHOR. D HALLORAN.
000130 INSTALLATION. FIRST COMMERCIAL BANK - IT APPLICATIONS.
000140 DATE-WRITTEN. 10/15/2026.
000150 DATE-COMPILED.
000160*----------------------------------------------------------------
000170*AUDHLOAD - NIGHTLY AUDIT HISTORY LOAD AND AGE-OFF.  COPIES THE
000180*           BUSINESS DATE'S RECORDS FROM THE OFFLOADED AUDT AND
000190*           EXCP TRAILS INTO THE KEYED AUDIT HISTORY FILE
000200*           (AUDHIST, COPY AUDHREC) THAT SUPERVISORS SEARCH ON
000210*           THE AUDIT INQUIRY (AUDINQ1) BY OPERATOR, ACCOUNT,
000220*           PAYMENT REFERENCE OR DATE/TIME.  EACH AUDIT LINE IS
000230*           INDEXED BY THE REFERENCE NUMBER IN ITS TEXT AND THE
000240*           ACCOUNT OF THAT PAYMENT (LIVE OR ARCHIVED).  THEN
000250*           DELETES EVERY HISTORY RECORD OLDER THAN THE
000260*           RETENTION PERIOD ON THE AUDHCTL CARD, AND PRINTS A
000270*           CONTROL REPORT OF RECORDS READ, LOADED, ALREADY ON
000280*           FILE, PURGED AND RETAINED.  A RERUN OF THE SAME
000290*           DATE FINDS ITS RECORDS ALREADY ON FILE AND LOADS
000300*           NOTHING TWICE.  RUN IN THE NIGHTLY BATCH AFTER THE
000310*           AUDT AND EXCP QUEUES HAVE BEEN OFFLOADED; THE
000320*           RUN-CONTROL FILE SUPPLIES THE BUSINESS DATE.
000330*----------------------------------------------------------------
000340*MODIFICATION HISTORY
000350*----------------------------------------------------------------
000360*DATE      INIT DESCRIPTION
000370*10/15/26  DH   INITIAL VERSION.
000380*----------------------------------------------------------------

000390 ENVIRONMENT DIVISION.
000400 INPUT-OUTPUT SECTION.
000410 FILE-CONTROL.
000420     SELECT RUNCTL ASSIGN TO RUNCTL
000430         ORGANIZATION IS INDEXED
000440         ACCESS MODE IS RANDOM
000450         RECORD KEY IS RCTL-JOB-NAME
000460         FILE STATUS IS AL-RUNCTL-STATUS.
000470     SELECT AUDHCTL ASSIGN TO AUDHCTL
000480         ORGANIZATION IS SEQUENTIAL
000490         FILE STATUS IS AL-AUDHCTL-STATUS.
000500     SELECT AUDTFILE ASSIGN TO AUDTFILE
000510         ORGANIZATION IS SEQUENTIAL
000520         FILE STATUS IS AL-AUDTFILE-STATUS.
000530     SELECT EXCPFILE ASSIGN TO EXCPFILE
000540         ORGANIZATION IS SEQUENTIAL
000550         FILE STATUS IS AL-EXCPFILE-STATUS.
000560     SELECT PAYFILE ASSIGN TO PAYFILE
000570         ORGANIZATION IS INDEXED
000580         ACCESS MODE IS RANDOM
000590         RECORD KEY IS PAY-REF-NO
000600         FILE STATUS IS AL-PAYFILE-STATUS.
000610     SELECT ARCHFIL ASSIGN TO ARCHFIL
000620         ORGANIZATION IS INDEXED
000630         ACCESS MODE IS RANDOM
000640         RECORD KEY IS ARCH-REF-NO
000650         FILE STATUS IS AL-ARCHFIL-STATUS.
000660     SELECT AUDHIST ASSIGN TO AUDHIST
000670         ORGANIZATION IS INDEXED
000680         ACCESS MODE IS DYNAMIC
000690         RECORD KEY IS AUDH-KEY
000700         FILE STATUS IS AL-AUDHIST-STATUS.
000710     SELECT AUDHRPT ASSIGN TO AUDHRPT
000720         ORGANIZATION IS SEQUENTIAL
000730         FILE STATUS IS AL-AUDHRPT-STATUS.

000740 DATA DIVISION.
000750 FILE SECTION.
000760 FD  RUNCTL.
000770 COPY RUNCTLRC.
000780*
000790*RETENTION CARD - COLUMNS 1-4, DAYS OF AUDIT HISTORY TO KEEP.
000800 FD  AUDHCTL
000810     RECORDING MODE IS F.
000820 01  AUDHCTL-RECORD.
000830     05 CTL-RETAIN-DAYS          PIC 9(04).
000840     05 FILLER                   PIC X(76).
000850*
000860 FD  AUDTFILE
000870     RECORDING MODE IS F.
000880 COPY AUDITREC.
000890*
000900 FD  EXCPFILE
000910     RECORDING MODE IS F.
000920 COPY EXCPREC.
000930*
000940 FD  PAYFILE.
000950 COPY PAYREC.
000960*
000970 FD  ARCHFIL.
000980 COPY PAYREC REPLACING LEADING ==PAY-== BY ==ARCH-==.
000990*
001000 FD  AUDHIST.
001010 COPY AUDHREC.
001020*
001030 FD  AUDHRPT
001040     RECORDING MODE IS F.
001050 01  AUDHRPT-RECORD              PIC X(80).

001060 WORKING-STORAGE SECTION.
001070*----------------------------------------------------------------
001080*SWITCHES AND FILE STATUS FIELDS
001090*----------------------------------------------------------------
001100 77  AL-RUNCTL-STATUS            PIC X(02) VALUE SPACES.
001110 77  AL-RCTL-NEW-SW              PIC X(01) VALUE 'N'.
001120     88 AL-RCTL-NEW                          VALUE 'Y'.
001130 77  AL-AUDHCTL-STATUS           PIC X(02) VALUE SPACES.
001140 77  AL-AUDTFILE-STATUS          PIC X(02) VALUE SPACES.
001150 77  AL-EXCPFILE-STATUS          PIC X(02) VALUE SPACES.
001160 77  AL-PAYFILE-STATUS           PIC X(02) VALUE SPACES.
001170 77  AL-ARCHFIL-STATUS           PIC X(02) VALUE SPACES.
001180 77  AL-AUDHIST-STATUS           PIC X(02) VALUE SPACES.
001190 77  AL-AUDHRPT-STATUS           PIC X(02) VALUE SPACES.
001200 77  AL-EOF-AUDTFILE-SW          PIC X(01) VALUE 'N'.
001210     88 AL-EOF-AUDTFILE                      VALUE 'Y'.
001220 77  AL-EOF-EXCPFILE-SW          PIC X(01) VALUE 'N'.
001230     88 AL-EOF-EXCPFILE                      VALUE 'Y'.
001240 77  AL-EOF-AUDHIST-SW           PIC X(01) VALUE 'N'.
001250     88 AL-EOF-AUDHIST                       VALUE 'Y'.
001260 77  AL-ARCH-SW                  PIC X(01) VALUE 'N'.
001270     88 AL-ARCH-OPEN                         VALUE 'Y'.
001280*----------------------------------------------------------------
001290*ACCUMULATORS
001300*----------------------------------------------------------------
001310 77  AL-AUDIT-READ-COUNT         PIC 9(07) COMP VALUE ZERO.
001320 77  AL-AUDIT-DATE-COUNT         PIC 9(07) COMP VALUE ZERO.
001330 77  AL-AUDIT-LOAD-COUNT         PIC 9(07) COMP VALUE ZERO.
001340 77  AL-AUDIT-DUP-COUNT          PIC 9(07) COMP VALUE ZERO.
001350 77  AL-AUDIT-REF-COUNT          PIC 9(07) COMP VALUE ZERO.
001360 77  AL-AUDIT-ACCT-COUNT         PIC 9(07) COMP VALUE ZERO.
001370 77  AL-EXCP-READ-COUNT          PIC 9(07) COMP VALUE ZERO.
001380 77  AL-EXCP-DATE-COUNT          PIC 9(07) COMP VALUE ZERO.
001390 77  AL-EXCP-LOAD-COUNT          PIC 9(07) COMP VALUE ZERO.
001400 77  AL-EXCP-DUP-COUNT           PIC 9(07) COMP VALUE ZERO.
001410 77  AL-PURGE-AUDIT-COUNT        PIC 9(07) COMP VALUE ZERO.
001420 77  AL-PURGE-EXCP-COUNT         PIC 9(07) COMP VALUE ZERO.
001430 77  AL-KEEP-AUDIT-COUNT         PIC 9(07) COMP VALUE ZERO.
001440 77  AL-KEEP-EXCP-COUNT          PIC 9(07) COMP VALUE ZERO.
001450*----------------------------------------------------------------
001460*WORK FIELDS
001470*----------------------------------------------------------------
001480 77  AL-BUSINESS-DATE            PIC 9(08) VALUE ZERO.
001490 77  AL-BUSINESS-DATE-X          PIC X(08) VALUE SPACES.
001500*RUN-CONTROL IDENTITY - SEE 1050-CHECK-RUN-CONTROL.
001510 77  AL-JOB-NAME                 PIC X(08) VALUE 'AUDHLOAD'.
001520 77  AL-PRED-NAME                PIC X(08) VALUE 'PAYRECON'.
001530 01  AL-TS-STAMP.
001540     05 AL-TS-DATE               PIC 9(08).
001550     05 AL-TS-TIME               PIC 9(06).
001560 77  AL-AUDIT-SEQ                PIC 9(05) VALUE ZERO.
001570 77  AL-EXCP-SEQ                 PIC 9(05) VALUE ZERO.
001580 77  AL-RETAIN-DAYS              PIC 9(04) VALUE ZERO.
001590 77  AL-DAYS-BACK                PIC 9(04) VALUE ZERO.
001600 77  AL-CUTOFF-DATE              PIC 9(08) VALUE ZERO.
001610 77  AL-CUTOFF-DATE-X            PIC X(08) VALUE SPACES.
001620 77  AL-SCAN-IX                  PIC S9(4) COMP VALUE ZERO.
001630 77  AL-SCAN-KEY                 PIC X(10) VALUE SPACES.
001640*ACCTMNT1 AUDIT LINES NAME THE ACCOUNT AFTER A ' - '.
001650 77  AL-ACCT-TRANSID             PIC X(04) VALUE 'ACCM'.
001660*----------------------------------------------------------------
001670*DATE WORK AREA - REAL CALENDAR DATES, WITH A DAYS-IN-MONTH
001680*TABLE AND THE DIVISIBLE-BY-FOUR LEAP TEST (GOOD THROUGH 2099),
001690*THE SAME AS RECURPAY.
001700*----------------------------------------------------------------
001710 01  AL-DIM-VALUES.
001720     05 FILLER                   PIC X(24)
001730        VALUE '312831303130313130313031'.
001740 01  AL-DIM-TABLE REDEFINES AL-DIM-VALUES.
001750     05 AL-DIM                   PIC 9(02) OCCURS 12.
001760 01  AL-WORK-DATE.
001770     05 AL-WD-YEAR               PIC 9(04).
001780     05 AL-WD-MONTH              PIC 9(02).
001790     05 AL-WD-DAY                PIC 9(02).
001800 77  AL-MONTH-DAYS               PIC 9(02) VALUE ZERO.
001810 77  AL-YEAR-REM                 PIC 9(04) VALUE ZERO.
001820 77  AL-YEAR-QUOT                PIC 9(04) VALUE ZERO.
001830*----------------------------------------------------------------
001840*REPORT LINE LAYOUTS
001850*----------------------------------------------------------------
001860 01  AL-HEADING-LINE.
001870     05 FILLER                  PIC X(31)
001880        VALUE 'AUDIT HISTORY LOAD AND PURGE - '.
001890     05 FILLER                  PIC X(14) VALUE 'BUSINESS DATE '.
001900     05 AL-HL-DATE               PIC 9(08).
001910     05 FILLER                  PIC X(27) VALUE SPACES.
001920 01  AL-TOTAL-LINE.
001930     05 AL-TL-LABEL              PIC X(30).
001940     05 FILLER                  PIC X(02) VALUE SPACES.
001950     05 AL-TL-COUNT              PIC ZZZ,ZZ9.
001960     05 FILLER                  PIC X(41) VALUE SPACES.

001970 PROCEDURE DIVISION.
001980 0000-MAINLINE.
001990     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002000     PERFORM 2000-PROCESS-AUDTFILE THRU 2000-EXIT
002010         UNTIL AL-EOF-AUDTFILE
002020     PERFORM 3000-PROCESS-EXCPFILE THRU 3000-EXIT
002030         UNTIL AL-EOF-EXCPFILE
002040     PERFORM 4000-START-PURGE THRU 4000-EXIT
002050     PERFORM 4100-PURGE-HISTORY THRU 4100-EXIT
002060         UNTIL AL-EOF-AUDHIST
002070     PERFORM 6000-WRITE-TOTALS THRU 6000-EXIT
002080     PERFORM 8000-TERMINATE THRU 8000-EXIT
002090     STOP RUN.

002100*----------------------------------------------------------------
002110*1000-INITIALIZE - CHECK IN WITH RUN CONTROL, READ THE RETENTION
002120*                  CARD AND WORK OUT THE PURGE CUTOFF, OPEN
002130*                  FILES, AND PRIME BOTH OFFLOADS.  A MISSING
002140*                  ARCHIVE MASTER (NEVER LOADED, STATUS 35) IS
002150*                  TOLERATED - ACCOUNTS THEN COME OFF THE LIVE
002160*                  FILE ONLY.
002170*----------------------------------------------------------------
002180 1000-INITIALIZE.
002190     PERFORM 1050-CHECK-RUN-CONTROL THRU 1050-EXIT
002200     MOVE AL-BUSINESS-DATE TO AL-BUSINESS-DATE-X
002210     PERFORM 1200-READ-CONTROL-CARD THRU 1200-EXIT
002220     OPEN INPUT AUDTFILE
002230     IF AL-AUDTFILE-STATUS NOT = '00'
002240         DISPLAY 'AUDHLOAD: AUDTFILE OPEN FAILED, STATUS = '
002250             AL-AUDTFILE-STATUS
002260         MOVE 16 TO RETURN-CODE
002270         STOP RUN
002280     END-IF
002290     OPEN INPUT EXCPFILE
002300     IF AL-EXCPFILE-STATUS NOT = '00'
002310         DISPLAY 'AUDHLOAD: EXCPFILE OPEN FAILED, STATUS = '
002320             AL-EXCPFILE-STATUS
002330         MOVE 16 TO RETURN-CODE
002340         STOP RUN
002350     END-IF
002360     OPEN INPUT PAYFILE
002370     IF AL-PAYFILE-STATUS NOT = '00'
002380         DISPLAY 'AUDHLOAD: PAYFILE OPEN FAILED, STATUS = '
002390             AL-PAYFILE-STATUS
002400         MOVE 16 TO RETURN-CODE
002410         STOP RUN
002420     END-IF
002430     OPEN INPUT ARCHFIL
002440     IF AL-ARCHFIL-STATUS = '00'
002450         SET AL-ARCH-OPEN TO TRUE
002460     ELSE
002470         IF AL-ARCHFIL-STATUS = '35'
002480             DISPLAY 'AUDHLOAD: ARCHIVE NEVER LOADED - LIVE ONLY'
002490         ELSE
002500             DISPLAY 'AUDHLOAD: ARCHFIL OPEN FAILED, STATUS = '
002510                 AL-ARCHFIL-STATUS
002520             MOVE 16 TO RETURN-CODE
002530             STOP RUN
002540         END-IF
002550     END-IF
002560*    THE HISTORY FILE OPENS WITH STATUS 35 UNTIL IT HAS HELD A
002561*    RECORD - PRIME IT EMPTY AND OPEN IT AGAIN FOR UPDATE.
002562     OPEN I-O AUDHIST
002563     IF AL-AUDHIST-STATUS = '35'
002564         OPEN OUTPUT AUDHIST
002565         CLOSE AUDHIST
002566         OPEN I-O AUDHIST
002567     END-IF
002570     IF AL-AUDHIST-STATUS NOT = '00'
002580         DISPLAY 'AUDHLOAD: AUDHIST OPEN FAILED, STATUS = '
002590             AL-AUDHIST-STATUS
002600         MOVE 16 TO RETURN-CODE
002610         STOP RUN
002620     END-IF
002630     OPEN OUTPUT AUDHRPT
002640     IF AL-AUDHRPT-STATUS NOT = '00'
002650         DISPLAY 'AUDHLOAD: AUDHRPT OPEN FAILED, STATUS = '
002660             AL-AUDHRPT-STATUS
002670         MOVE 16 TO RETURN-CODE
002680         STOP RUN
002690     END-IF
002700     MOVE AL-BUSINESS-DATE TO AL-HL-DATE
002710     WRITE AUDHRPT-RECORD FROM AL-HEADING-LINE
002720         AFTER ADVANCING PAGE
002730     PERFORM 2100-READ-AUDTFILE THRU 2100-EXIT
002740     PERFORM 3100-READ-EXCPFILE THRU 3100-EXIT.
002750 1000-EXIT.
002760     EXIT.
002770*----------------------------------------------------------------
002780*1050-CHECK-RUN-CONTROL - EVERY NIGHTLY JOB STARTS AND ENDS
002790*                         THROUGH THE RUN-CONTROL FILE (COPY
002800*                         RUNCTLRC).  THE BUSINESS DATE COMES
002810*                         FROM THE BUSDATE HEADER, THE
002820*                         PREDECESSOR MUST HAVE COMPLETED FOR
002830*                         THAT DATE, AND A SECOND RUN OF A
002840*                         COMPLETED DATE IS REFUSED UNLESS
002850*                         OPERATIONS SET THE RERUN FLAG WITH
002860*                         RUNCTLUT.
002870*----------------------------------------------------------------
002880 1050-CHECK-RUN-CONTROL.
002890     OPEN I-O RUNCTL
002900     IF AL-RUNCTL-STATUS NOT = '00'
002910         DISPLAY 'AUDHLOAD: RUNCTL OPEN FAILED, STATUS = '
002920             AL-RUNCTL-STATUS
002930         MOVE 16 TO RETURN-CODE
002940         STOP RUN
002950     END-IF
002960     MOVE 'BUSDATE ' TO RCTL-JOB-NAME
002970     READ RUNCTL
002980         INVALID KEY
002990             MOVE SPACES TO RCTL-RECORD
003000     END-READ
003010     IF RCTL-BUSINESS-DATE NOT NUMERIC
003020         OR RCTL-BUSINESS-DATE = ZERO
003030         DISPLAY 'AUDHLOAD: RUN CONTROL BUSINESS DATE NOT SET'
003040         MOVE 16 TO RETURN-CODE
003050         STOP RUN
003060     END-IF
003070     MOVE RCTL-BUSINESS-DATE TO AL-BUSINESS-DATE
003080     IF AL-PRED-NAME NOT = SPACES
003090         MOVE AL-PRED-NAME TO RCTL-JOB-NAME
003100         READ RUNCTL
003110             INVALID KEY
003120                 MOVE SPACES TO RCTL-RECORD
003130         END-READ
003140         IF NOT RCTL-ST-COMPLETE
003150             OR RCTL-BUSINESS-DATE NOT NUMERIC
003160             OR RCTL-BUSINESS-DATE NOT = AL-BUSINESS-DATE
003170             DISPLAY 'AUDHLOAD: PREDECESSOR NOT COMPLETE - '
003180                 AL-PRED-NAME
003190             MOVE 12 TO RETURN-CODE
003200             STOP RUN
003210         END-IF
003220     END-IF
003230     MOVE 'N' TO AL-RCTL-NEW-SW
003240     MOVE AL-JOB-NAME TO RCTL-JOB-NAME
003250     READ RUNCTL
003260         INVALID KEY
003270             SET AL-RCTL-NEW TO TRUE
003280             MOVE SPACES TO RCTL-RECORD
003290             MOVE AL-JOB-NAME TO RCTL-JOB-NAME
003300     END-READ
003310     IF NOT AL-RCTL-NEW
003320         AND RCTL-ST-COMPLETE
003330         AND RCTL-BUSINESS-DATE NUMERIC
003340         AND RCTL-BUSINESS-DATE = AL-BUSINESS-DATE
003350         AND NOT RCTL-RERUN-OK
003360         DISPLAY 'AUDHLOAD: ALREADY COMPLETE FOR '
003370             AL-BUSINESS-DATE ' - RERUN FLAG NOT SET'
003380         MOVE 8 TO RETURN-CODE
003390         STOP RUN
003400     END-IF
003410     PERFORM 1060-SET-TIMESTAMP THRU 1060-EXIT
003420     MOVE AL-BUSINESS-DATE TO RCTL-BUSINESS-DATE
003430     SET RCTL-ST-STARTED TO TRUE
003440     MOVE 'N' TO RCTL-RERUN-SW
003450     MOVE AL-TS-STAMP TO RCTL-START-TS
003460     MOVE SPACES TO RCTL-END-TS
003470     MOVE ZERO TO RCTL-RETURN-CODE
003480     MOVE AL-PRED-NAME TO RCTL-PREDECESSOR
003490     IF AL-RCTL-NEW
003500         WRITE RCTL-RECORD
003510     ELSE
003520         REWRITE RCTL-RECORD
003530     END-IF
003540     IF AL-RUNCTL-STATUS NOT = '00'
003550         DISPLAY 'AUDHLOAD: RUNCTL UPDATE FAILED, STATUS = '
003560             AL-RUNCTL-STATUS
003570         MOVE 16 TO RETURN-CODE
003580         STOP RUN
003590     END-IF.
003600 1050-EXIT.
003610     EXIT.
003620 1060-SET-TIMESTAMP.
003630     ACCEPT AL-TS-DATE FROM DATE YYYYMMDD
003640     ACCEPT AL-TS-TIME FROM TIME.
003650 1060-EXIT.
003660     EXIT.
003670*----------------------------------------------------------------
003680*1200-READ-CONTROL-CARD - ONE RETENTION CARD.  A MISSING OR BAD
003690*                         CARD STOPS THE RUN RATHER THAN PURGE
003700*                         ON A GUESSED PERIOD.  HISTORY DATED
003710*                         BEFORE THE BUSINESS DATE LESS THE
003720*                         RETENTION DAYS IS AGED OFF.
003730*----------------------------------------------------------------
003740 1200-READ-CONTROL-CARD.
003750     OPEN INPUT AUDHCTL
003760     IF AL-AUDHCTL-STATUS NOT = '00'
003770         DISPLAY 'AUDHLOAD: AUDHCTL OPEN FAILED, STATUS = '
003780             AL-AUDHCTL-STATUS
003790         MOVE 16 TO RETURN-CODE
003800         STOP RUN
003810     END-IF
003820     READ AUDHCTL
003830         AT END
003840             DISPLAY 'AUDHLOAD: AUDHCTL CARD MISSING'
003850             MOVE 16 TO RETURN-CODE
003860             STOP RUN
003870     END-READ
003880     IF CTL-RETAIN-DAYS NOT NUMERIC
003890         OR CTL-RETAIN-DAYS = ZERO
003900         DISPLAY 'AUDHLOAD: AUDHCTL RETENTION DAYS NOT VALID'
003910         MOVE 16 TO RETURN-CODE
003920         STOP RUN
003930     END-IF
003940     MOVE CTL-RETAIN-DAYS TO AL-RETAIN-DAYS
003950     CLOSE AUDHCTL
003960     MOVE AL-BUSINESS-DATE TO AL-WORK-DATE
003970     MOVE ZERO TO AL-DAYS-BACK
003980     PERFORM 1310-BACK-ONE-DAY THRU 1310-EXIT
003990         UNTIL AL-DAYS-BACK NOT < AL-RETAIN-DAYS
004000     MOVE AL-WORK-DATE TO AL-CUTOFF-DATE
004010     MOVE AL-CUTOFF-DATE TO AL-CUTOFF-DATE-X.
004020 1200-EXIT.
004030     EXIT.
004040 1310-BACK-ONE-DAY.
004050     ADD 1 TO AL-DAYS-BACK
004060     IF AL-WD-DAY > 1
004070         SUBTRACT 1 FROM AL-WD-DAY
004080     ELSE
004090         IF AL-WD-MONTH > 1
004100             SUBTRACT 1 FROM AL-WD-MONTH
004110         ELSE
004120             MOVE 12 TO AL-WD-MONTH
004130             SUBTRACT 1 FROM AL-WD-YEAR
004140         END-IF
004150         PERFORM 1320-SET-MONTH-DAYS THRU 1320-EXIT
004160         MOVE AL-MONTH-DAYS TO AL-WD-DAY
004170     END-IF.
004180 1310-EXIT.
004190     EXIT.
004200 1320-SET-MONTH-DAYS.
004210     MOVE AL-DIM(AL-WD-MONTH) TO AL-MONTH-DAYS
004220     IF AL-WD-MONTH = 2
004230         DIVIDE AL-WD-YEAR BY 4 GIVING AL-YEAR-QUOT
004240             REMAINDER AL-YEAR-REM
004250         IF AL-YEAR-REM = ZERO
004260             MOVE 29 TO AL-MONTH-DAYS
004270         END-IF
004280     END-IF.
004290 1320-EXIT.
004300     EXIT.

004310*----------------------------------------------------------------
004320*2000-PROCESS-AUDTFILE - LOAD ONE BUSINESS-DATE AUDIT LINE.  THE
004330*                        LOAD SEQUENCE IS THE LINE'S PLACE AMONG
004340*                        THE DATE'S LINES ON THE OFFLOAD, SO A
004350*                        RERUN BUILDS THE SAME KEYS AND FINDS
004360*                        THEM ALREADY ON FILE.
004370*----------------------------------------------------------------
004380 2000-PROCESS-AUDTFILE.
004390     ADD 1 TO AL-AUDIT-READ-COUNT
004400     IF AUDIT-TIMESTAMP(1:8) NOT = AL-BUSINESS-DATE-X
004410         GO TO 2000-READ
004420     END-IF
004430     ADD 1 TO AL-AUDIT-DATE-COUNT
004440     ADD 1 TO AL-AUDIT-SEQ
004450     MOVE SPACES TO AUDH-RECORD
004460     MOVE AUDIT-TIMESTAMP TO AUDH-TIMESTAMP
004470     SET AUDH-TY-AUDIT TO TRUE
004480     MOVE AL-AUDIT-SEQ TO AUDH-SEQ
004490     MOVE AUDIT-OPERATOR-ID TO AUDH-OPERATOR-ID
004500     MOVE AUDIT-TERMID TO AUDH-TERMID
004510     IF AUDH-TERMID = LOW-VALUES
004520         MOVE SPACES TO AUDH-TERMID
004530     END-IF
004540     MOVE AUDIT-TRANSID TO AUDH-TRANSID
004550     MOVE AUDIT-OPTION TO AUDH-OPTION
004560     MOVE AUDIT-OUTCOME TO AUDH-OUTCOME
004570     MOVE AL-BUSINESS-DATE TO AUDH-LOAD-DATE
004580     MOVE ZERO TO AUDH-REF-NO
004590     MOVE ZERO TO AUDH-ACCOUNT-NO
004600     PERFORM 2200-FIND-REFERENCE THRU 2200-EXIT
004610     IF AUDH-REF-NO > ZERO
004620         ADD 1 TO AL-AUDIT-REF-COUNT
004630         PERFORM 2300-FIND-PAYMENT-ACCOUNT THRU 2300-EXIT
004640     END-IF
004650     IF AUDH-REF-NO = ZERO
004660         AND AUDIT-TRANSID = AL-ACCT-TRANSID
004670         PERFORM 2400-FIND-ACCOUNT-TEXT THRU 2400-EXIT
004680     END-IF
004690     IF AUDH-ACCOUNT-NO > ZERO
004700         ADD 1 TO AL-AUDIT-ACCT-COUNT
004710     END-IF
004720     PERFORM 5000-WRITE-HISTORY THRU 5000-EXIT
004730     IF AL-AUDHIST-STATUS = '22'
004740         ADD 1 TO AL-AUDIT-DUP-COUNT
004750     ELSE
004760         ADD 1 TO AL-AUDIT-LOAD-COUNT
004770     END-IF.
004780 2000-READ.
004790     PERFORM 2100-READ-AUDTFILE THRU 2100-EXIT.
004800 2000-EXIT.
004810     EXIT.
004820 2100-READ-AUDTFILE.
004830     READ AUDTFILE
004840         AT END
004850             SET AL-EOF-AUDTFILE TO TRUE
004860     END-READ.
004870 2100-EXIT.
004880     EXIT.
004890 2200-FIND-REFERENCE.
004900*  A PAYFIX01 RESUBMIT NAMES THE ORIGINAL FIRST AND IS FILED
004910*  UNDER IT; EVERY OTHER PAYMENT LINE CARRIES 'REF ' AND THE
004920*  TEN-DIGIT REFERENCE SOMEWHERE IN ITS TEXT.
004930     IF AUDIT-OUTCOME(1:9) = 'RESUBMIT '
004940         AND AUDIT-OUTCOME(10:10) NUMERIC
004950         MOVE AUDIT-OUTCOME(10:10) TO AUDH-REF-NO
004960         GO TO 2200-EXIT
004970     END-IF
004980     MOVE ZERO TO AL-SCAN-IX
004990     PERFORM 2210-SCAN-FOR-REF THRU 2210-EXIT
005000         UNTIL AUDH-REF-NO > ZERO OR AL-SCAN-IX NOT < 27.
005010 2200-EXIT.
005020     EXIT.
005030 2210-SCAN-FOR-REF.
005040     ADD 1 TO AL-SCAN-IX
005050     IF AUDIT-OUTCOME(AL-SCAN-IX:4) = 'REF '
005060         MOVE AUDIT-OUTCOME(AL-SCAN-IX + 4:10) TO AL-SCAN-KEY
005070         IF AL-SCAN-KEY NUMERIC
005080             MOVE AL-SCAN-KEY TO AUDH-REF-NO
005090         END-IF
005100     END-IF.
005110 2210-EXIT.
005120     EXIT.
005130 2300-FIND-PAYMENT-ACCOUNT.
005140     MOVE AUDH-REF-NO TO PAY-REF-NO
005150     READ PAYFILE
005160         INVALID KEY
005170             CONTINUE
005180         NOT INVALID KEY
005190             MOVE PAY-ACCOUNT-NO TO AUDH-ACCOUNT-NO
005200     END-READ
005210     IF AUDH-ACCOUNT-NO = ZERO AND AL-ARCH-OPEN
005220         MOVE AUDH-REF-NO TO ARCH-REF-NO
005230         READ ARCHFIL
005240             INVALID KEY
005250                 CONTINUE
005260             NOT INVALID KEY
005270                 MOVE ARCH-ACCOUNT-NO TO AUDH-ACCOUNT-NO
005280         END-READ
005290     END-IF.
005300 2300-EXIT.
005310     EXIT.
005320 2400-FIND-ACCOUNT-TEXT.
005330     MOVE ZERO TO AL-SCAN-IX
005340     PERFORM 2410-SCAN-FOR-ACCOUNT THRU 2410-EXIT
005350         UNTIL AUDH-ACCOUNT-NO > ZERO OR AL-SCAN-IX NOT < 28.
005360 2400-EXIT.
005370     EXIT.
005380 2410-SCAN-FOR-ACCOUNT.
005390     ADD 1 TO AL-SCAN-IX
005400     IF AUDIT-OUTCOME(AL-SCAN-IX:3) = ' - '
005410         MOVE AUDIT-OUTCOME(AL-SCAN-IX + 3:10) TO AL-SCAN-KEY
005420         IF AL-SCAN-KEY NUMERIC
005430             MOVE AL-SCAN-KEY TO AUDH-ACCOUNT-NO
005440         END-IF
005450     END-IF.
005460 2410-EXIT.
005470     EXIT.

005480*----------------------------------------------------------------
005490*3000-PROCESS-EXCPFILE - LOAD ONE BUSINESS-DATE EXCEPTION RECORD,
005500*                        FILED UNDER ITS TERMINAL SO THE INQUIRY
005510*                        CAN SHOW IT BESIDE THAT TERMINAL'S
005520*                        AUDIT LINES.
005530*----------------------------------------------------------------
005540 3000-PROCESS-EXCPFILE.
005550     ADD 1 TO AL-EXCP-READ-COUNT
005560     IF EXCP-TIMESTAMP(1:8) NOT = AL-BUSINESS-DATE-X
005570         GO TO 3000-READ
005580     END-IF
005590     ADD 1 TO AL-EXCP-DATE-COUNT
005600     ADD 1 TO AL-EXCP-SEQ
005610     MOVE SPACES TO AUDH-RECORD
005620     MOVE EXCP-TIMESTAMP TO AUDH-TIMESTAMP
005630     SET AUDH-TY-EXCP TO TRUE
005640     MOVE AL-EXCP-SEQ TO AUDH-SEQ
005650     MOVE EXCP-TERMID TO AUDH-TERMID
005660     MOVE EXCP-TRANSID TO AUDH-TRANSID
005670     MOVE ZERO TO AUDH-OPTION
005680     MOVE EXCP-PROGRAM TO AUDH-EX-PROGRAM
005690     MOVE EXCP-ABCODE TO AUDH-EX-ABCODE
005700     MOVE EXCP-TASKNO TO AUDH-EX-TASKNO
005710     MOVE AL-BUSINESS-DATE TO AUDH-LOAD-DATE
005720     MOVE ZERO TO AUDH-REF-NO
005730     MOVE ZERO TO AUDH-ACCOUNT-NO
005740     PERFORM 5000-WRITE-HISTORY THRU 5000-EXIT
005750     IF AL-AUDHIST-STATUS = '22'
005760         ADD 1 TO AL-EXCP-DUP-COUNT
005770     ELSE
005780         ADD 1 TO AL-EXCP-LOAD-COUNT
005790     END-IF.
005800 3000-READ.
005810     PERFORM 3100-READ-EXCPFILE THRU 3100-EXIT.
005820 3000-EXIT.
005830     EXIT.
005840 3100-READ-EXCPFILE.
005850     READ EXCPFILE
005860         AT END
005870             SET AL-EOF-EXCPFILE TO TRUE
005880     END-READ.
005890 3100-EXIT.
005900     EXIT.

005910*----------------------------------------------------------------
005920*4000-START-PURGE - READ THE WHOLE HISTORY FILE IN TIMESTAMP
005930*                   ORDER, DELETING WHAT IS PAST RETENTION AND
005940*                   COUNTING WHAT IS KEPT, SO THE CONTROL REPORT
005950*                   ACCOUNTS FOR EVERY RECORD ON FILE.
005960*----------------------------------------------------------------
005970 4000-START-PURGE.
005980     MOVE LOW-VALUES TO AUDH-KEY
005990     START AUDHIST KEY NOT < AUDH-KEY
006000         INVALID KEY
006010             SET AL-EOF-AUDHIST TO TRUE
006020     END-START
006030     IF NOT AL-EOF-AUDHIST
006040         PERFORM 4200-READ-AUDHIST-NEXT THRU 4200-EXIT
006050     END-IF.
006060 4000-EXIT.
006070     EXIT.
006080 4100-PURGE-HISTORY.
006090     IF AUDH-TIMESTAMP(1:8) NOT < AL-CUTOFF-DATE-X
006100         IF AUDH-TY-EXCP
006110             ADD 1 TO AL-KEEP-EXCP-COUNT
006120         ELSE
006130             ADD 1 TO AL-KEEP-AUDIT-COUNT
006140         END-IF
006150         GO TO 4100-READ
006160     END-IF
006170     DELETE AUDHIST
006180     IF AL-AUDHIST-STATUS NOT = '00'
006190         DISPLAY 'AUDHLOAD: AUDHIST DELETE FAILED, STATUS = '
006200             AL-AUDHIST-STATUS
006210         MOVE 16 TO RETURN-CODE
006220         STOP RUN
006230     END-IF
006240     IF AUDH-TY-EXCP
006250         ADD 1 TO AL-PURGE-EXCP-COUNT
006260     ELSE
006270         ADD 1 TO AL-PURGE-AUDIT-COUNT
006280     END-IF.
006290 4100-READ.
006300     PERFORM 4200-READ-AUDHIST-NEXT THRU 4200-EXIT.
006310 4100-EXIT.
006320     EXIT.
006330 4200-READ-AUDHIST-NEXT.
006340     READ AUDHIST NEXT
006350         AT END
006360             SET AL-EOF-AUDHIST TO TRUE
006370     END-READ.
006380 4200-EXIT.
006390     EXIT.

006400*----------------------------------------------------------------
006410*5000-WRITE-HISTORY - COPY THE PRIMARY KEY BEHIND EACH SEARCH
006420*                     VALUE AND WRITE.  STATUS 22 MEANS THIS
006430*                     RECORD WAS LOADED BY AN EARLIER RUN OF THE
006440*                     SAME DATE - THE CALLER COUNTS IT.
006450*----------------------------------------------------------------
006460 5000-WRITE-HISTORY.
006470     MOVE AUDH-KEY TO AUDH-OPER-TS
006480     MOVE AUDH-KEY TO AUDH-ACCT-TS
006490     MOVE AUDH-KEY TO AUDH-REF-TS
006500     MOVE AUDH-KEY TO AUDH-TERM-TS
006510     WRITE AUDH-RECORD
006520     IF AL-AUDHIST-STATUS NOT = '00'
006530         AND AL-AUDHIST-STATUS NOT = '22'
006540         DISPLAY 'AUDHLOAD: AUDHIST WRITE FAILED, STATUS = '
006550             AL-AUDHIST-STATUS
006560         MOVE 16 TO RETURN-CODE
006570         STOP RUN
006580     END-IF.
006590 5000-EXIT.
006600     EXIT.

006610*----------------------------------------------------------------
006620*6000-WRITE-TOTALS - CONTROL COUNTS.  FOR EACH OFFLOAD, LOADED
006630*                    PLUS ALREADY ON FILE EQUALS THE BUSINESS-
006640*                    DATE RECORDS READ; PURGED PLUS RETAINED IS
006650*                    THE FILE AS IT STOOD AFTER THE LOAD.
006660*----------------------------------------------------------------
006670 6000-WRITE-TOTALS.
006680     MOVE SPACES TO AL-TOTAL-LINE
006690     WRITE AUDHRPT-RECORD FROM AL-TOTAL-LINE
006700         AFTER ADVANCING 1 LINE
006710     MOVE 'AUDT RECORDS READ' TO AL-TL-LABEL
006720     MOVE AL-AUDIT-READ-COUNT TO AL-TL-COUNT
006730     PERFORM 6100-WRITE-TOTAL-LINE THRU 6100-EXIT
006740     MOVE '  FOR BUSINESS DATE' TO AL-TL-LABEL
006750     MOVE AL-AUDIT-DATE-COUNT TO AL-TL-COUNT
006760     PERFORM 6100-WRITE-TOTAL-LINE THRU 6100-EXIT
006770     MOVE '  LOADED' TO AL-TL-LABEL
006780     MOVE AL-AUDIT-LOAD-COUNT TO AL-TL-COUNT
006790     PERFORM 6100-WRITE-TOTAL-LINE THRU 6100-EXIT
006800     MOVE '  ALREADY ON FILE' TO AL-TL-LABEL
006810     MOVE AL-AUDIT-DUP-COUNT TO AL-TL-COUNT
006820     PERFORM 6100-WRITE-TOTAL-LINE THRU 6100-EXIT
006830     MOVE '  WITH PAYMENT REFERENCE' TO AL-TL-LABEL
006840     MOVE AL-AUDIT-REF-COUNT TO AL-TL-COUNT
006850     PERFORM 6100-WRITE-TOTAL-LINE THRU 6100-EXIT
006860     MOVE '  WITH ACCOUNT NUMBER' TO AL-TL-LABEL
006870     MOVE AL-AUDIT-ACCT-COUNT TO AL-TL-COUNT
006880     PERFORM 6100-WRITE-TOTAL-LINE THRU 6100-EXIT
006890     MOVE 'EXCP RECORDS READ' TO AL-TL-LABEL
006900     MOVE AL-EXCP-READ-COUNT TO AL-TL-COUNT
006910     PERFORM 6100-WRITE-TOTAL-LINE THRU 6100-EXIT
006920     MOVE '  FOR BUSINESS DATE' TO AL-TL-LABEL
006930     MOVE AL-EXCP-DATE-COUNT TO AL-TL-COUNT
006940     PERFORM 6100-WRITE-TOTAL-LINE THRU 6100-EXIT
006950     MOVE '  LOADED' TO AL-TL-LABEL
006960     MOVE AL-EXCP-LOAD-COUNT TO AL-TL-COUNT
006970     PERFORM 6100-WRITE-TOTAL-LINE THRU 6100-EXIT
006980     MOVE '  ALREADY ON FILE' TO AL-TL-LABEL
006990     MOVE AL-EXCP-DUP-COUNT TO AL-TL-COUNT
007000     PERFORM 6100-WRITE-TOTAL-LINE THRU 6100-EXIT
007010     MOVE 'RETENTION DAYS' TO AL-TL-LABEL
007020     MOVE AL-RETAIN-DAYS TO AL-TL-COUNT
007030     PERFORM 6100-WRITE-TOTAL-LINE THRU 6100-EXIT
007040     MOVE SPACES TO AL-TOTAL-LINE
007050     STRING 'PURGED - DATED BEFORE ' AL-CUTOFF-DATE-X
007060         DELIMITED BY SIZE INTO AL-TL-LABEL
007070     PERFORM 6100-WRITE-TOTAL-LINE THRU 6100-EXIT
007080     MOVE '  AUDIT RECORDS PURGED' TO AL-TL-LABEL
007090     MOVE AL-PURGE-AUDIT-COUNT TO AL-TL-COUNT
007100     PERFORM 6100-WRITE-TOTAL-LINE THRU 6100-EXIT
007110     MOVE '  EXCP RECORDS PURGED' TO AL-TL-LABEL
007120     MOVE AL-PURGE-EXCP-COUNT TO AL-TL-COUNT
007130     PERFORM 6100-WRITE-TOTAL-LINE THRU 6100-EXIT
007140     MOVE 'AUDIT RECORDS RETAINED' TO AL-TL-LABEL
007150     MOVE AL-KEEP-AUDIT-COUNT TO AL-TL-COUNT
007160     PERFORM 6100-WRITE-TOTAL-LINE THRU 6100-EXIT
007170     MOVE 'EXCP RECORDS RETAINED' TO AL-TL-LABEL
007180     MOVE AL-KEEP-EXCP-COUNT TO AL-TL-COUNT
007190     PERFORM 6100-WRITE-TOTAL-LINE THRU 6100-EXIT.
007200 6000-EXIT.
007210     EXIT.
007220 6100-WRITE-TOTAL-LINE.
007230     WRITE AUDHRPT-RECORD FROM AL-TOTAL-LINE
007240         AFTER ADVANCING 1 LINE
007250     MOVE SPACES TO AL-TOTAL-LINE.
007260 6100-EXIT.
007270     EXIT.

007280*----------------------------------------------------------------
007290*8000-TERMINATE - CLOSE ALL FILES BEFORE ENDING THE RUN.
007300*----------------------------------------------------------------
007310 8000-TERMINATE.
007320     CLOSE AUDTFILE
007330     CLOSE EXCPFILE
007340     CLOSE PAYFILE
007350     IF AL-ARCH-OPEN
007360         CLOSE ARCHFIL
007370     END-IF
007380     CLOSE AUDHIST
007390     CLOSE AUDHRPT
007400     PERFORM 8100-END-RUN-CONTROL THRU 8100-EXIT.
007410 8000-EXIT.
007420     EXIT.
007430*----------------------------------------------------------------
007440*8100-END-RUN-CONTROL - MARK THE JOB COMPLETE FOR THE BUSINESS
007450*                       DATE WITH END TIMESTAMP AND RETURN CODE.
007460*----------------------------------------------------------------
007470 8100-END-RUN-CONTROL.
007480     MOVE AL-JOB-NAME TO RCTL-JOB-NAME
007490     READ RUNCTL
007500         INVALID KEY
007510             MOVE AL-JOB-NAME TO RCTL-JOB-NAME
007520     END-READ
007530     PERFORM 1060-SET-TIMESTAMP THRU 1060-EXIT
007540     SET RCTL-ST-COMPLETE TO TRUE
007550     MOVE AL-TS-STAMP TO RCTL-END-TS
007560     MOVE RETURN-CODE TO RCTL-RETURN-CODE
007570     REWRITE RCTL-RECORD
007580     IF AL-RUNCTL-STATUS NOT = '00'
007590         DISPLAY 'AUDHLOAD: RUNCTL END REWRITE FAILED, '
007600             'STATUS = ' AL-RUNCTL-STATUS
007610         MOVE 16 TO RETURN-CODE
007620     END-IF
007630     CLOSE RUNCTL.
007640 8100-EXIT.
007650     EXIT.
