000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. CALLOAD.
000120 AUTHOR. D HALLORAN.
000130 INSTALLATION. FIRST COMMERCIAL BANK - IT APPLICATIONS.
000140 DATE-WRITTEN. 10/15/2026.
000150 DATE-COMPILED.
000160*----------------------------------------------------------------
000170*CALLOAD  - BUSINESS CALENDAR LOAD.  REPLACES THE BUSINESS
000180*           CALENDAR FILE (CALFILE, COPY CALREC) THE ONLINE
000190*           PAYMENT PROGRAMS VALUE-DATE AGAINST WITH THE BANK
000200*           HOLIDAY CARDS (HOLFILE - THE SAME DATASET RECURPAY
000210*           READS) AND THE DAILY PROCESSING CUTOFF TIME FROM
000220*           THE CALCTL CONTROL CARD, AND PRINTS A LOAD REPORT.
000230*           A MISSING OR BAD CARD, OR A HOLIDAY FILE THAT WILL
000240*           NOT OPEN, STOPS THE RUN WITH RC 16 BEFORE THE FILE
000250*           IS TOUCHED, SO THE CALENDAR ON FILE STANDS.  A
000260*           HOLIDAY CARD THAT IS NOT A REAL DATE IS LISTED AND
000270*           SKIPPED (RC 4).  RUN WHENEVER THE HOLIDAY CARDS OR
000280*           THE CUTOFF CHANGE.
000290*----------------------------------------------------------------
000300*MODIFICATION HISTORY
000310*----------------------------------------------------------------
000320*DATE      INIT DESCRIPTION
000330*10/15/26  DH   INITIAL VERSION.
000340*----------------------------------------------------------------

000350 ENVIRONMENT DIVISION.
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000380     SELECT CALCTL ASSIGN TO CALCTL
000390         ORGANIZATION IS SEQUENTIAL
000400         FILE STATUS IS CL-CALCTL-STATUS.
000410     SELECT HOLFILE ASSIGN TO HOLFILE
000420         ORGANIZATION IS SEQUENTIAL
000430         FILE STATUS IS CL-HOLFILE-STATUS.
000440     SELECT CALFILE ASSIGN TO CALFILE
000450         ORGANIZATION IS INDEXED
000460         ACCESS MODE IS RANDOM
000470         RECORD KEY IS CAL-DATE
000480         FILE STATUS IS CL-CALFILE-STATUS.
000490     SELECT CALRPT ASSIGN TO CALRPT
000500         ORGANIZATION IS SEQUENTIAL
000510         FILE STATUS IS CL-CALRPT-STATUS.

000520 DATA DIVISION.
000530 FILE SECTION.
000540 FD  CALCTL
000550     RECORDING MODE IS F.
000560 01  CALCTL-RECORD.
000570     05 CTL-CUTOFF-TIME          PIC 9(06).
000580     05 CTL-CUTOFF-PARTS REDEFINES CTL-CUTOFF-TIME.
000590        10 CTL-CUTOFF-HH         PIC 9(02).
000600        10 CTL-CUTOFF-MM         PIC 9(02).
000610        10 CTL-CUTOFF-SS         PIC 9(02).
000620     05 FILLER                   PIC X(74).
000630*
000640 FD  HOLFILE
000650     RECORDING MODE IS F.
000660 01  HOLFILE-RECORD.
000670     05 HOL-DATE                 PIC 9(08).
000680     05 FILLER                   PIC X(72).
000690*
000700 FD  CALFILE.
000710 COPY CALREC.
000720*
000730 FD  CALRPT
000740     RECORDING MODE IS F.
000750 01  CALRPT-RECORD               PIC X(80).

000760 WORKING-STORAGE SECTION.
000770*----------------------------------------------------------------
000780*SWITCHES AND FILE STATUS FIELDS
000790*----------------------------------------------------------------
000800 77  CL-CALCTL-STATUS            PIC X(02) VALUE SPACES.
000810 77  CL-HOLFILE-STATUS           PIC X(02) VALUE SPACES.
000820 77  CL-CALFILE-STATUS           PIC X(02) VALUE SPACES.
000830 77  CL-CALRPT-STATUS            PIC X(02) VALUE SPACES.
000840 77  CL-EOF-HOLFILE-SW           PIC X(01) VALUE 'N'.
000850     88 CL-EOF-HOLFILE                       VALUE 'Y'.
000860 77  CL-CARD-SW                  PIC X(01) VALUE 'Y'.
000870     88 CL-CARD-GOOD                         VALUE 'Y'.
000880 77  CL-DATE-SW                  PIC X(01) VALUE 'Y'.
000890     88 CL-DATE-VALID                        VALUE 'Y'.
000900*----------------------------------------------------------------
000910*LINE AND PAGE CONTROL
000920*----------------------------------------------------------------
000930 77  CL-LINE-COUNT               PIC 9(02) COMP VALUE ZERO.
000940 77  CL-PAGE-COUNT               PIC 9(03) COMP VALUE ZERO.
000950 77  CL-LINES-PER-PAGE           PIC 9(02) COMP VALUE 55.
000960*----------------------------------------------------------------
000970*ACCUMULATORS
000980*----------------------------------------------------------------
000990 77  CL-READ-COUNT               PIC 9(07) COMP VALUE ZERO.
001000 77  CL-LOADED-COUNT             PIC 9(07) COMP VALUE ZERO.
001010 77  CL-DUP-COUNT                PIC 9(07) COMP VALUE ZERO.
001020 77  CL-REJECT-COUNT             PIC 9(07) COMP VALUE ZERO.
001030*----------------------------------------------------------------
001040*WORK FIELDS
001050*----------------------------------------------------------------
001060 77  CL-TODAY                    PIC 9(08) VALUE ZERO.
001070 01  CL-CUTOFF.
001080     05 CL-CUTOFF-TIME           PIC 9(06) VALUE ZERO.
001090     05 CL-CUTOFF-PARTS REDEFINES CL-CUTOFF-TIME.
001100        10 CL-CUTOFF-HH          PIC 9(02).
001110        10 CL-CUTOFF-MM          PIC 9(02).
001120        10 CL-CUTOFF-SS          PIC 9(02).
001130 77  CL-STOP-REASON              PIC X(40) VALUE SPACES.
001140*DATE CHECK - THE SAME DAYS-IN-MONTH TABLE AND LEAP TEST
001150*RECURPAY AND DAILYRPT USE.
001160 77  CL-MONTH-DAYS               PIC 9(02) VALUE ZERO.
001170 77  CL-YEAR-REM                 PIC 9(04) VALUE ZERO.
001180 77  CL-YEAR-QUOT                PIC 9(04) VALUE ZERO.
001190 01  CL-DIM-VALUES.
001200     05 FILLER                   PIC X(24)
001210        VALUE '312831303130313130313031'.
001220 01  CL-DIM-TABLE REDEFINES CL-DIM-VALUES.
001230     05 CL-DIM                   PIC 9(02) OCCURS 12.
001240 01  CL-WORK-DATE.
001250     05 CL-WD-YEAR               PIC 9(04).
001260     05 CL-WD-MONTH              PIC 9(02).
001270     05 CL-WD-DAY                PIC 9(02).
001280*----------------------------------------------------------------
001290*REPORT LINE LAYOUTS
001300*----------------------------------------------------------------
001310 01  CL-HEADING-LINE-1.
001320     05 FILLER                  PIC X(26)
001330        VALUE 'BUSINESS CALENDAR LOAD    '.
001340     05 FILLER                  PIC X(09) VALUE 'RUN DATE '.
001350     05 CL-H1-DATE               PIC 9(08).
001360     05 FILLER                  PIC X(37) VALUE SPACES.
001370 01  CL-HEADING-LINE-2.
001380     05 FILLER                  PIC X(01) VALUE SPACES.
001390     05 FILLER                  PIC X(12) VALUE 'HOLIDAY'.
001400     05 FILLER                  PIC X(67) VALUE 'RESULT'.
001410 01  CL-DETAIL-LINE.
001420     05 FILLER                  PIC X(01) VALUE SPACES.
001430     05 CL-DL-DATE               PIC X(08).
001440     05 FILLER                  PIC X(04) VALUE SPACES.
001450     05 CL-DL-RESULT             PIC X(30).
001460     05 FILLER                  PIC X(37) VALUE SPACES.
001470 01  CL-TOTAL-LINE.
001480     05 CL-TL-LABEL              PIC X(30).
001490     05 FILLER                  PIC X(02) VALUE SPACES.
001500     05 CL-TL-COUNT              PIC ZZZ,ZZ9.
001510     05 FILLER                  PIC X(41) VALUE SPACES.
001520 01  CL-CUTOFF-LINE.
001530     05 FILLER                  PIC X(32)
001540        VALUE 'DAILY CUTOFF TIME'.
001550     05 CL-CL-HH                 PIC 9(02).
001560     05 FILLER                  PIC X(01) VALUE ':'.
001570     05 CL-CL-MM                 PIC 9(02).
001580     05 FILLER                  PIC X(01) VALUE ':'.
001590     05 CL-CL-SS                 PIC 9(02).
001600     05 FILLER                  PIC X(40) VALUE SPACES.
001610 01  CL-STOP-LINE.
001620     05 FILLER                  PIC X(26)
001630        VALUE '*** CALENDAR NOT LOADED - '.
001640     05 CL-SL-REASON             PIC X(40).
001650     05 FILLER                  PIC X(14) VALUE SPACES.

001660 PROCEDURE DIVISION.
001670 0000-MAINLINE.
001680     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001690     PERFORM 1200-READ-CONTROL-CARD THRU 1200-EXIT
001700     PERFORM 1100-WRITE-HEADINGS THRU 1100-EXIT
001710     IF CL-CARD-GOOD
001720         PERFORM 3000-LOAD-CALENDAR THRU 3000-EXIT
001730     END-IF
001740     PERFORM 5000-WRITE-TOTALS THRU 5000-EXIT
001750     PERFORM 8000-TERMINATE THRU 8000-EXIT
001760     STOP RUN.

001770*----------------------------------------------------------------
001780*1000-INITIALIZE - OPEN THE HOLIDAY CARDS AND THE LOAD REPORT.
001790*                  THE CALENDAR FILE ITSELF IS NOT TOUCHED
001800*                  UNTIL THE CONTROL CARD HAS PASSED 1200.
001810*----------------------------------------------------------------
001820 1000-INITIALIZE.
001830     ACCEPT CL-TODAY FROM DATE YYYYMMDD
001840     OPEN INPUT HOLFILE
001850     IF CL-HOLFILE-STATUS NOT = '00'
001860         DISPLAY 'CALLOAD: HOLFILE OPEN FAILED, STATUS = '
001870             CL-HOLFILE-STATUS
001880         MOVE 16 TO RETURN-CODE
001890         STOP RUN
001900     END-IF
001910     OPEN OUTPUT CALRPT
001920     IF CL-CALRPT-STATUS NOT = '00'
001930         DISPLAY 'CALLOAD: CALRPT OPEN FAILED, STATUS = '
001940             CL-CALRPT-STATUS
001950         MOVE 16 TO RETURN-CODE
001960         STOP RUN
001970     END-IF.
001980 1000-EXIT.
001990     EXIT.
002000 1100-WRITE-HEADINGS.
002010     ADD 1 TO CL-PAGE-COUNT
002020     MOVE CL-TODAY TO CL-H1-DATE
002030     WRITE CALRPT-RECORD FROM CL-HEADING-LINE-1
002040         AFTER ADVANCING PAGE
002050     WRITE CALRPT-RECORD FROM CL-HEADING-LINE-2
002060         AFTER ADVANCING 2 LINES
002070     MOVE 2 TO CL-LINE-COUNT.
002080 1100-EXIT.
002090     EXIT.
002100*----------------------------------------------------------------
002110*1200-READ-CONTROL-CARD - ONE CUTOFF CARD, HHMMSS IN COLUMNS
002120*                         1-6.  A MISSING OR BAD CARD LOADS
002130*                         NOTHING - A GUESSED CUTOFF WOULD MOVE
002140*                         PAYMENTS INTO THE WRONG BUSINESS DAY.
002150*----------------------------------------------------------------
002160 1200-READ-CONTROL-CARD.
002170     OPEN INPUT CALCTL
002180     IF CL-CALCTL-STATUS NOT = '00'
002190         DISPLAY 'CALLOAD: CALCTL OPEN FAILED, STATUS = '
002200             CL-CALCTL-STATUS
002210         MOVE 16 TO RETURN-CODE
002220         STOP RUN
002230     END-IF
002240     READ CALCTL
002250         AT END
002260             MOVE 'CALCTL CARD MISSING' TO CL-STOP-REASON
002270             GO TO 1200-CARD-REJECTED
002280     END-READ
002290     IF CTL-CUTOFF-TIME NOT NUMERIC
002300         MOVE 'CUTOFF TIME NOT NUMERIC' TO CL-STOP-REASON
002310         GO TO 1200-CARD-REJECTED
002320     END-IF
002330     IF CTL-CUTOFF-HH > 23
002340         OR CTL-CUTOFF-MM > 59
002350         OR CTL-CUTOFF-SS > 59
002360         MOVE 'CUTOFF TIME OUT OF RANGE' TO CL-STOP-REASON
002370         GO TO 1200-CARD-REJECTED
002380     END-IF
002390     MOVE CTL-CUTOFF-TIME TO CL-CUTOFF-TIME
002400     CLOSE CALCTL
002410     GO TO 1200-EXIT.
002420 1200-CARD-REJECTED.
002430     DISPLAY 'CALLOAD: CALENDAR NOT LOADED - ' CL-STOP-REASON
002440     MOVE 'N' TO CL-CARD-SW
002450     MOVE 16 TO RETURN-CODE
002460     CLOSE CALCTL.
002470 1200-EXIT.
002480     EXIT.

002490*----------------------------------------------------------------
002500*3000-LOAD-CALENDAR - EMPTY THE CALENDAR FILE (DEFINED REUSE),
002510*                     WRITE ONE RECORD PER HOLIDAY CARD AND
002520*                     FINISH WITH THE CONTROL RECORD.
002530*----------------------------------------------------------------
002540 3000-LOAD-CALENDAR.
002550     OPEN OUTPUT CALFILE
002560     IF CL-CALFILE-STATUS NOT = '00'
002570         DISPLAY 'CALLOAD: CALFILE OPEN FAILED, STATUS = '
002580             CL-CALFILE-STATUS
002590         MOVE 16 TO RETURN-CODE
002600         STOP RUN
002610     END-IF
002620     PERFORM 3100-READ-HOLFILE THRU 3100-EXIT
002630     PERFORM 3200-LOAD-HOLIDAY THRU 3200-EXIT
002640         UNTIL CL-EOF-HOLFILE
002650     MOVE SPACES TO CAL-RECORD
002660     MOVE ZERO TO CAL-DATE
002670     MOVE CL-CUTOFF-TIME TO CAL-CTL-CUTOFF-TIME
002680     MOVE CL-LOADED-COUNT TO CAL-CTL-HOL-COUNT
002690     MOVE CL-TODAY TO CAL-CTL-LOAD-DATE
002700     WRITE CAL-RECORD
002710     IF CL-CALFILE-STATUS NOT = '00'
002720         DISPLAY 'CALLOAD: CALFILE CONTROL WRITE FAILED, '
002730             'STATUS = ' CL-CALFILE-STATUS
002740         MOVE 16 TO RETURN-CODE
002750         STOP RUN
002760     END-IF
002770     CLOSE CALFILE
002780     IF CL-REJECT-COUNT > ZERO
002790         MOVE 4 TO RETURN-CODE
002800     END-IF
002810     DISPLAY 'CALLOAD: CUTOFF ' CL-CUTOFF-TIME ' LOADED, '
002820         CL-LOADED-COUNT ' HOLIDAYS'.
002830 3000-EXIT.
002840     EXIT.
002850 3100-READ-HOLFILE.
002860     READ HOLFILE
002870         AT END
002880             SET CL-EOF-HOLFILE TO TRUE
002890     END-READ
002900     IF NOT CL-EOF-HOLFILE
002910         AND CL-HOLFILE-STATUS NOT = '00'
002920         DISPLAY 'CALLOAD: HOLFILE READ FAILED, STATUS = '
002930             CL-HOLFILE-STATUS
002940         MOVE 16 TO RETURN-CODE
002950         STOP RUN
002960     END-IF.
002970 3100-EXIT.
002980     EXIT.
002990 3200-LOAD-HOLIDAY.
003000     ADD 1 TO CL-READ-COUNT
003010     PERFORM 3300-CHECK-DATE THRU 3300-EXIT
003020     IF NOT CL-DATE-VALID
003030         ADD 1 TO CL-REJECT-COUNT
003040         MOVE 'NOT A VALID DATE - SKIPPED' TO CL-DL-RESULT
003050         PERFORM 3900-LIST-HOLIDAY THRU 3900-EXIT
003060         GO TO 3200-READ-NEXT
003070     END-IF
003080     MOVE SPACES TO CAL-RECORD
003090     MOVE HOL-DATE TO CAL-DATE
003100     MOVE CL-TODAY TO CAL-LOAD-DATE
003110     WRITE CAL-RECORD
003120*    STATUS 22 - THE SAME DATE IS CARDED TWICE.  ONE RECORD
003130*    SERVES FOR BOTH.
003140     IF CL-CALFILE-STATUS = '22'
003150         ADD 1 TO CL-DUP-COUNT
003160         MOVE 'DUPLICATE CARD - LOADED ONCE' TO CL-DL-RESULT
003170         PERFORM 3900-LIST-HOLIDAY THRU 3900-EXIT
003180         GO TO 3200-READ-NEXT
003190     END-IF
003200     IF CL-CALFILE-STATUS NOT = '00'
003210         DISPLAY 'CALLOAD: CALFILE WRITE FAILED, STATUS = '
003220             CL-CALFILE-STATUS ' DATE ' HOL-DATE
003230         MOVE 16 TO RETURN-CODE
003240         STOP RUN
003250     END-IF
003260     ADD 1 TO CL-LOADED-COUNT
003270     MOVE 'LOADED' TO CL-DL-RESULT
003280     PERFORM 3900-LIST-HOLIDAY THRU 3900-EXIT.
003290 3200-READ-NEXT.
003300     PERFORM 3100-READ-HOLFILE THRU 3100-EXIT.
003310 3200-EXIT.
003320     EXIT.
003330*----------------------------------------------------------------
003340*3300-CHECK-DATE - IS HOL-DATE A REAL CALENDAR DATE?  RECURPAY
003350*                  ONLY PASSES OVER A NON-NUMERIC CARD; HERE A
003360*                  CARD LIKE 20261131 IS CAUGHT AS WELL, SO
003370*                  THE HOLIDAY KEYER SEES THE MISTAKE.
003380*----------------------------------------------------------------
003390 3300-CHECK-DATE.
003400     MOVE 'N' TO CL-DATE-SW
003410     IF HOL-DATE NOT NUMERIC
003420         GO TO 3300-EXIT
003430     END-IF
003440     MOVE HOL-DATE TO CL-WORK-DATE
003450     IF CL-WD-YEAR < 1900
003460         OR CL-WD-MONTH < 1 OR CL-WD-MONTH > 12
003470         OR CL-WD-DAY < 1
003480         GO TO 3300-EXIT
003490     END-IF
003500     MOVE CL-DIM(CL-WD-MONTH) TO CL-MONTH-DAYS
003510     IF CL-WD-MONTH = 2
003520         DIVIDE CL-WD-YEAR BY 4 GIVING CL-YEAR-QUOT
003530             REMAINDER CL-YEAR-REM
003540         IF CL-YEAR-REM = ZERO
003550             MOVE 29 TO CL-MONTH-DAYS
003560         END-IF
003570     END-IF
003580     IF CL-WD-DAY > CL-MONTH-DAYS
003590         GO TO 3300-EXIT
003600     END-IF
003610     SET CL-DATE-VALID TO TRUE.
003620 3300-EXIT.
003630     EXIT.
003640 3900-LIST-HOLIDAY.
003650     IF CL-LINE-COUNT NOT < CL-LINES-PER-PAGE
003660         PERFORM 1100-WRITE-HEADINGS THRU 1100-EXIT
003670     END-IF
003680     MOVE HOLFILE-RECORD(1:8) TO CL-DL-DATE
003690     WRITE CALRPT-RECORD FROM CL-DETAIL-LINE
003700         AFTER ADVANCING 1 LINE
003710     ADD 1 TO CL-LINE-COUNT.
003720 3900-EXIT.
003730     EXIT.

003740*----------------------------------------------------------------
003750*5000-WRITE-TOTALS - PRINT THE CUTOFF AND LOAD TOTALS, OR WHY
003760*                    NOTHING WAS LOADED.
003770*----------------------------------------------------------------
003780 5000-WRITE-TOTALS.
003790     MOVE SPACES TO CL-TOTAL-LINE
003800     WRITE CALRPT-RECORD FROM CL-TOTAL-LINE
003810         AFTER ADVANCING 2 LINES
003820     IF NOT CL-CARD-GOOD
003830         MOVE CL-STOP-REASON TO CL-SL-REASON
003840         WRITE CALRPT-RECORD FROM CL-STOP-LINE
003850             AFTER ADVANCING 1 LINE
003860         GO TO 5000-EXIT
003870     END-IF
003880     MOVE CL-CUTOFF-HH TO CL-CL-HH
003890     MOVE CL-CUTOFF-MM TO CL-CL-MM
003900     MOVE CL-CUTOFF-SS TO CL-CL-SS
003910     WRITE CALRPT-RECORD FROM CL-CUTOFF-LINE
003920         AFTER ADVANCING 1 LINE
003930     MOVE SPACES TO CL-TOTAL-LINE
003940     MOVE 'HOLIDAY CARDS READ' TO CL-TL-LABEL
003950     MOVE CL-READ-COUNT TO CL-TL-COUNT
003960     WRITE CALRPT-RECORD FROM CL-TOTAL-LINE
003970         AFTER ADVANCING 1 LINE
003980     MOVE SPACES TO CL-TOTAL-LINE
003990     MOVE 'HOLIDAYS LOADED' TO CL-TL-LABEL
004000     MOVE CL-LOADED-COUNT TO CL-TL-COUNT
004010     WRITE CALRPT-RECORD FROM CL-TOTAL-LINE
004020         AFTER ADVANCING 1 LINE
004030     MOVE SPACES TO CL-TOTAL-LINE
004040     MOVE 'DUPLICATE CARDS' TO CL-TL-LABEL
004050     MOVE CL-DUP-COUNT TO CL-TL-COUNT
004060     WRITE CALRPT-RECORD FROM CL-TOTAL-LINE
004070         AFTER ADVANCING 1 LINE
004080     MOVE SPACES TO CL-TOTAL-LINE
004090     MOVE 'CARDS NOT LOADED' TO CL-TL-LABEL
004100     MOVE CL-REJECT-COUNT TO CL-TL-COUNT
004110     WRITE CALRPT-RECORD FROM CL-TOTAL-LINE
004120         AFTER ADVANCING 1 LINE.
004130 5000-EXIT.
004140     EXIT.

004150*----------------------------------------------------------------
004160*8000-TERMINATE - CLOSE THE HOLIDAY CARDS AND THE REPORT BEFORE
004170*                 ENDING THE RUN.  THE CALENDAR FILE IS CLOSED
004180*                 WHERE THE LOAD ENDS.
004190*----------------------------------------------------------------
004200 8000-TERMINATE.
004210     CLOSE HOLFILE
004220     CLOSE CALRPT.
004230 8000-EXIT.
004240     EXIT.
