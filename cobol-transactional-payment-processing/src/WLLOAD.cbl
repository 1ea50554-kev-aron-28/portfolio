000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. WLLOAD.
000120 AUTHOR. D HALLORAN.
000130 INSTALLATION. FIRST COMMERCIAL BANK - IT APPLICATIONS.
000140 DATE-WRITTEN. 10/15/2026.
000150 DATE-COMPILED.
000160*----------------------------------------------------------------
000170*WLLOAD   - SANCTIONS WATCH-LIST LOAD.  REPLACES THE WATCH-LIST
000180*           FILE (WATCHFL, COPY WATCHREC) WITH THE LIST IN THE
000190*           LATEST COMPLIANCE FEED (WLFEED, COPY WLFEDREC), ONE
000200*           RECORD PER LISTED NAME OR ALIAS UNDER ITS MATCH
000210*           KEY, AND PRINTS A LOAD REPORT.  THE WHOLE FEED IS
000220*           CHECKED FIRST - HEADER, TRAILER AND DETAIL COUNT -
000230*           AND A FEED THAT FAILS IS NOT LOADED (RC 16), SO A
000240*           SHORT OR DAMAGED FILE NEVER REPLACES A GOOD LIST.
000250*           A FEED WHOSE LIST DATE IS ALREADY ON FILE ENDS
000260*           WITH RC 4 AND LOADS NOTHING - THE JOB STREAM USES
000270*           THAT TO SKIP THE WLSCRN RESCREEN ON NIGHTS WITH NO
000280*           NEW LIST.  A DETAIL WITH NO USABLE ID OR NAME IS
000290*           LISTED ON THE REPORT FOR COMPLIANCE TO CORRECT.
000300*----------------------------------------------------------------
000310*MODIFICATION HISTORY
000320*----------------------------------------------------------------
000330*DATE      INIT DESCRIPTION
000340*10/15/26  DH   INITIAL VERSION.
000350*----------------------------------------------------------------

000360 ENVIRONMENT DIVISION.
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390     SELECT WLFEED ASSIGN TO WLFEED
000400         ORGANIZATION IS SEQUENTIAL
000410         FILE STATUS IS LD-WLFEED-STATUS.
000420     SELECT WATCHFL ASSIGN TO WATCHFL
000430         ORGANIZATION IS INDEXED
000440         ACCESS MODE IS DYNAMIC
000450         RECORD KEY IS WL-KEY
000460         FILE STATUS IS LD-WATCHFL-STATUS.
000470     SELECT WLLRPT ASSIGN TO WLLRPT
000480         ORGANIZATION IS SEQUENTIAL
000490         FILE STATUS IS LD-WLLRPT-STATUS.

000500 DATA DIVISION.
000510 FILE SECTION.
000520 FD  WLFEED
000530     RECORDING MODE IS F.
000540 COPY WLFEDREC.
000550*
000560 FD  WATCHFL.
000570 COPY WATCHREC.
000580*
000590 FD  WLLRPT
000600     RECORDING MODE IS F.
000610 01  WLLRPT-RECORD               PIC X(80).

000620 WORKING-STORAGE SECTION.
000630*----------------------------------------------------------------
000640*SWITCHES AND FILE STATUS FIELDS
000650*----------------------------------------------------------------
000660 77  LD-WLFEED-STATUS            PIC X(02) VALUE SPACES.
000670 77  LD-WATCHFL-STATUS           PIC X(02) VALUE SPACES.
000680 77  LD-WLLRPT-STATUS            PIC X(02) VALUE SPACES.
000690 77  LD-EOF-WLFEED-SW            PIC X(01) VALUE 'N'.
000700     88 LD-EOF-WLFEED                        VALUE 'Y'.
000710 77  LD-TRAILER-SW               PIC X(01) VALUE 'N'.
000720     88 LD-TRAILER-SEEN                      VALUE 'Y'.
000730 77  LD-FEED-SW                  PIC X(01) VALUE 'Y'.
000740     88 LD-FEED-GOOD                         VALUE 'Y'.
000750*----------------------------------------------------------------
000760*LINE AND PAGE CONTROL
000770*----------------------------------------------------------------
000780 77  LD-LINE-COUNT               PIC 9(02) COMP VALUE ZERO.
000790 77  LD-PAGE-COUNT               PIC 9(03) COMP VALUE ZERO.
000800 77  LD-LINES-PER-PAGE           PIC 9(02) COMP VALUE 55.
000810*----------------------------------------------------------------
000820*ACCUMULATORS
000830*----------------------------------------------------------------
000840 77  LD-FEED-DETAILS             PIC 9(07) COMP VALUE ZERO.
000850 77  LD-BAD-TYPE-COUNT           PIC 9(07) COMP VALUE ZERO.
000860 77  LD-READ-COUNT               PIC 9(07) COMP VALUE ZERO.
000870 77  LD-LOADED-COUNT             PIC 9(07) COMP VALUE ZERO.
000880 77  LD-DUP-COUNT                PIC 9(07) COMP VALUE ZERO.
000890 77  LD-REJECT-COUNT             PIC 9(07) COMP VALUE ZERO.
000900*----------------------------------------------------------------
000910*WORK FIELDS
000920*----------------------------------------------------------------
000930 77  LD-LIST-DATE                PIC 9(08) VALUE ZERO.
000940 77  LD-PRIOR-LIST-DATE          PIC 9(08) VALUE ZERO.
000950 77  LD-SOURCE                   PIC X(20) VALUE SPACES.
000960 77  LD-TRAILER-COUNT            PIC 9(07) VALUE ZERO.
000970 77  LD-TODAY                    PIC 9(08) VALUE ZERO.
000980 77  LD-STOP-REASON              PIC X(40) VALUE SPACES.
000990*MATCH-KEY WORK AREA - SEE 4300-BUILD-MATCH-KEY.  THE SAME
001000*SQUEEZE IS CODED IN PAYEMNT1, PAYIMPRT AND WLSCRN; A CHANGE TO
001010*THE RULE IS A CHANGE IN ALL FOUR AND A RELOAD OF THE LIST.
001020 01  LD-SQ-NAME                  PIC X(40) VALUE SPACES.
001030 01  LD-SQ-KEY                   PIC X(20) VALUE SPACES.
001040 77  LD-SQ-IX                    PIC S9(4) COMP VALUE ZERO.
001050 77  LD-SQ-LEN                   PIC S9(4) COMP VALUE ZERO.
001060*----------------------------------------------------------------
001070*REPORT LINE LAYOUTS
001080*----------------------------------------------------------------
001090 01  LD-HEADING-LINE-1.
001100     05 FILLER                  PIC X(26)
001110        VALUE 'WATCH-LIST LOAD REPORT    '.
001120     05 FILLER                  PIC X(10) VALUE 'LIST DATE '.
001130     05 LD-H1-DATE               PIC 9(08).
001140     05 FILLER                  PIC X(02) VALUE SPACES.
001150     05 LD-H1-SOURCE             PIC X(20).
001160     05 FILLER                  PIC X(14) VALUE SPACES.
001170 01  LD-HEADING-LINE-2.
001180     05 FILLER                  PIC X(01) VALUE SPACES.
001190     05 FILLER                  PIC X(10) VALUE 'ENTRY ID'.
001200     05 FILLER                  PIC X(42) VALUE 'LISTED NAME'.
001210     05 FILLER                  PIC X(27)
001220        VALUE 'NOT LOADED BECAUSE'.
001230 01  LD-DETAIL-LINE.
001240     05 FILLER                  PIC X(01) VALUE SPACES.
001250     05 LD-DL-ENTRY-ID           PIC X(08).
001260     05 FILLER                  PIC X(02) VALUE SPACES.
001270     05 LD-DL-NAME               PIC X(40).
001280     05 FILLER                  PIC X(02) VALUE SPACES.
001290     05 LD-DL-REASON             PIC X(27).
001300 01  LD-TOTAL-LINE.
001310     05 LD-TL-LABEL              PIC X(30).
001320     05 FILLER                  PIC X(02) VALUE SPACES.
001330     05 LD-TL-COUNT              PIC ZZZ,ZZ9.
001340     05 FILLER                  PIC X(41) VALUE SPACES.
001350 01  LD-STOP-LINE.
001360     05 FILLER                  PIC X(22)
001370        VALUE '*** FEED NOT LOADED - '.
001380     05 LD-SL-REASON             PIC X(40).
001390     05 FILLER                  PIC X(18) VALUE SPACES.

001400 PROCEDURE DIVISION.
001410 0000-MAINLINE.
001420     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001430     PERFORM 2000-VALIDATE-FEED THRU 2000-EXIT
001440     IF LD-FEED-GOOD
001450         PERFORM 3000-CHECK-LIST-ON-FILE THRU 3000-EXIT
001460     END-IF
001470     PERFORM 1100-WRITE-HEADINGS THRU 1100-EXIT
001480     IF LD-FEED-GOOD
001490         PERFORM 4000-LOAD-LIST THRU 4000-EXIT
001500     END-IF
001510     PERFORM 5000-WRITE-TOTALS THRU 5000-EXIT
001520     PERFORM 8000-TERMINATE THRU 8000-EXIT
001530     STOP RUN.

001540*----------------------------------------------------------------
001550*1000-INITIALIZE - OPEN THE FEED AND THE LOAD REPORT.  THE
001560*                  WATCH-LIST FILE ITSELF IS NOT TOUCHED UNTIL
001570*                  THE FEED HAS PASSED 2000.
001580*----------------------------------------------------------------
001590 1000-INITIALIZE.
001600     ACCEPT LD-TODAY FROM DATE YYYYMMDD
001610     OPEN INPUT WLFEED
001620     IF LD-WLFEED-STATUS NOT = '00'
001630         DISPLAY 'WLLOAD: WLFEED OPEN FAILED, STATUS = '
001640             LD-WLFEED-STATUS
001650         MOVE 16 TO RETURN-CODE
001660         STOP RUN
001670     END-IF
001680     OPEN OUTPUT WLLRPT
001690     IF LD-WLLRPT-STATUS NOT = '00'
001700         DISPLAY 'WLLOAD: WLLRPT OPEN FAILED, STATUS = '
001710             LD-WLLRPT-STATUS
001720         MOVE 16 TO RETURN-CODE
001730         STOP RUN
001740     END-IF.
001750 1000-EXIT.
001760     EXIT.
001770 1100-WRITE-HEADINGS.
001780     ADD 1 TO LD-PAGE-COUNT
001790     MOVE LD-LIST-DATE TO LD-H1-DATE
001800     MOVE LD-SOURCE TO LD-H1-SOURCE
001810     WRITE WLLRPT-RECORD FROM LD-HEADING-LINE-1
001820         AFTER ADVANCING PAGE
001830     WRITE WLLRPT-RECORD FROM LD-HEADING-LINE-2
001840         AFTER ADVANCING 2 LINES
001850     MOVE 2 TO LD-LINE-COUNT.
001860 1100-EXIT.
001870     EXIT.

001880*----------------------------------------------------------------
001890*2000-VALIDATE-FEED - FIRST PASS OVER THE FEED.  IT MUST OPEN
001900*                     WITH A DATED HEADER AND CLOSE WITH A
001910*                     TRAILER WHOSE COUNT AGREES WITH THE
001920*                     DETAILS BETWEEN THEM, AND HOLD NOTHING
001930*                     ELSE.  ANY FAILURE STOPS THE LOAD WITH
001940*                     RC 16 AND THE LIST ON FILE STANDS.
001950*----------------------------------------------------------------
001960 2000-VALIDATE-FEED.
001970     PERFORM 2100-READ-WLFEED THRU 2100-EXIT
001980     IF LD-EOF-WLFEED
001990         MOVE 'FEED IS EMPTY' TO LD-STOP-REASON
002000         GO TO 2000-FEED-REJECTED
002010     END-IF
002020     IF NOT WLF-HEADER
002030         MOVE 'FIRST RECORD IS NOT A HEADER' TO LD-STOP-REASON
002040         GO TO 2000-FEED-REJECTED
002050     END-IF
002060     IF WLF-LIST-DATE NOT NUMERIC
002070         OR WLF-LIST-DATE = ZERO
002080         MOVE 'HEADER LIST DATE INVALID' TO LD-STOP-REASON
002090         GO TO 2000-FEED-REJECTED
002100     END-IF
002110     MOVE WLF-LIST-DATE TO LD-LIST-DATE
002120     MOVE WLF-SOURCE TO LD-SOURCE
002130     PERFORM 2100-READ-WLFEED THRU 2100-EXIT
002140     PERFORM 2200-COUNT-FEED-RECORD THRU 2200-EXIT
002150         UNTIL LD-EOF-WLFEED
002160         OR LD-TRAILER-SEEN
002170     IF NOT LD-TRAILER-SEEN
002180         MOVE 'TRAILER RECORD MISSING' TO LD-STOP-REASON
002190         GO TO 2000-FEED-REJECTED
002200     END-IF
002210     PERFORM 2100-READ-WLFEED THRU 2100-EXIT
002220     IF NOT LD-EOF-WLFEED
002230         MOVE 'RECORDS FOLLOW THE TRAILER' TO LD-STOP-REASON
002240         GO TO 2000-FEED-REJECTED
002250     END-IF
002260     IF LD-BAD-TYPE-COUNT > ZERO
002270         MOVE 'UNKNOWN RECORD TYPE IN FEED' TO LD-STOP-REASON
002280         GO TO 2000-FEED-REJECTED
002290     END-IF
002300     IF LD-TRAILER-COUNT NOT = LD-FEED-DETAILS
002310         MOVE 'TRAILER COUNT DISAGREES WITH DETAILS'
002320             TO LD-STOP-REASON
002330         GO TO 2000-FEED-REJECTED
002340     END-IF
002350     CLOSE WLFEED
002360     GO TO 2000-EXIT.
002370 2000-FEED-REJECTED.
002380     DISPLAY 'WLLOAD: FEED NOT LOADED - ' LD-STOP-REASON
002390     MOVE 'N' TO LD-FEED-SW
002400     MOVE 16 TO RETURN-CODE
002410     CLOSE WLFEED.
002420 2000-EXIT.
002430     EXIT.
002440 2100-READ-WLFEED.
002450     READ WLFEED
002460         AT END
002470             SET LD-EOF-WLFEED TO TRUE
002480     END-READ
002490     IF NOT LD-EOF-WLFEED
002500         AND LD-WLFEED-STATUS NOT = '00'
002510         DISPLAY 'WLLOAD: WLFEED READ FAILED, STATUS = '
002520             LD-WLFEED-STATUS
002530         MOVE 16 TO RETURN-CODE
002540         STOP RUN
002550     END-IF.
002560 2100-EXIT.
002570     EXIT.
002580 2200-COUNT-FEED-RECORD.
002590     IF WLF-DETAIL
002600         ADD 1 TO LD-FEED-DETAILS
002610     ELSE
002620         IF WLF-TRAILER
002630             SET LD-TRAILER-SEEN TO TRUE
002640             IF WLF-ENTRY-COUNT NUMERIC
002650                 MOVE WLF-ENTRY-COUNT TO LD-TRAILER-COUNT
002660             ELSE
002670                 MOVE ZERO TO LD-TRAILER-COUNT
002680                 ADD 1 TO LD-BAD-TYPE-COUNT
002690             END-IF
002700         ELSE
002710             ADD 1 TO LD-BAD-TYPE-COUNT
002720         END-IF
002730     END-IF
002740     IF NOT LD-TRAILER-SEEN
002750         PERFORM 2100-READ-WLFEED THRU 2100-EXIT
002760     END-IF.
002770 2200-EXIT.
002780     EXIT.

002790*----------------------------------------------------------------
002800*3000-CHECK-LIST-ON-FILE - COMPARE THE FEED'S LIST DATE WITH
002810*                          THE CONTROL RECORD OF THE LIST ON
002820*                          FILE.  THE SAME DATE AGAIN IS NOT A
002830*                          NEW LIST (RC 4); AN OLDER ONE IS AN
002840*                          OPERATIONS ERROR (RC 16).  A FILE
002850*                          NEVER LOADED (STATUS 35) TAKES ANY
002860*                          LIST.
002870*----------------------------------------------------------------
002880 3000-CHECK-LIST-ON-FILE.
002890     MOVE ZERO TO LD-PRIOR-LIST-DATE
002900     OPEN INPUT WATCHFL
002910     IF LD-WATCHFL-STATUS = '35'
002920         GO TO 3000-EXIT
002930     END-IF
002940     IF LD-WATCHFL-STATUS NOT = '00'
002950         DISPLAY 'WLLOAD: WATCHFL OPEN FAILED, STATUS = '
002960             LD-WATCHFL-STATUS
002970         MOVE 16 TO RETURN-CODE
002980         STOP RUN
002990     END-IF
003000     MOVE SPACES TO WL-MATCH-KEY
003010     MOVE ZERO TO WL-ENTRY-ID
003020     READ WATCHFL
003030         INVALID KEY
003040             MOVE ZERO TO WL-CTL-LIST-DATE
003050     END-READ
003060     IF WL-CTL-LIST-DATE NUMERIC
003070         MOVE WL-CTL-LIST-DATE TO LD-PRIOR-LIST-DATE
003080     END-IF
003090     CLOSE WATCHFL
003100     IF LD-LIST-DATE = LD-PRIOR-LIST-DATE
003110         MOVE 'LIST ALREADY LOADED' TO LD-STOP-REASON
003120         DISPLAY 'WLLOAD: LIST ' LD-LIST-DATE
003130             ' ALREADY LOADED - NOTHING DONE'
003140         MOVE 'N' TO LD-FEED-SW
003150         MOVE 4 TO RETURN-CODE
003160         GO TO 3000-EXIT
003170     END-IF
003180     IF LD-LIST-DATE < LD-PRIOR-LIST-DATE
003190         MOVE 'FEED IS OLDER THAN THE LIST ON FILE'
003200             TO LD-STOP-REASON
003210         DISPLAY 'WLLOAD: FEED NOT LOADED - ' LD-STOP-REASON
003220             ' (' LD-PRIOR-LIST-DATE ')'
003230         MOVE 'N' TO LD-FEED-SW
003240         MOVE 16 TO RETURN-CODE
003250     END-IF.
003260 3000-EXIT.
003270     EXIT.

003280*----------------------------------------------------------------
003290*4000-LOAD-LIST - SECOND PASS.  EMPTY THE WATCH-LIST FILE
003300*                 (DEFINED REUSE), WRITE ONE RECORD PER USABLE
003310*                 DETAIL AND FINISH WITH THE CONTROL RECORD.
003320*----------------------------------------------------------------
003330 4000-LOAD-LIST.
003340     OPEN OUTPUT WATCHFL
003350     IF LD-WATCHFL-STATUS NOT = '00'
003360         DISPLAY 'WLLOAD: WATCHFL OPEN FAILED, STATUS = '
003370             LD-WATCHFL-STATUS
003380         MOVE 16 TO RETURN-CODE
003390         STOP RUN
003400     END-IF
003410     OPEN INPUT WLFEED
003420     IF LD-WLFEED-STATUS NOT = '00'
003430         DISPLAY 'WLLOAD: WLFEED REOPEN FAILED, STATUS = '
003440             LD-WLFEED-STATUS
003450         MOVE 16 TO RETURN-CODE
003460         STOP RUN
003470     END-IF
003480     MOVE 'N' TO LD-EOF-WLFEED-SW
003490     PERFORM 2100-READ-WLFEED THRU 2100-EXIT
003500     PERFORM 4100-LOAD-FEED-RECORD THRU 4100-EXIT
003510         UNTIL LD-EOF-WLFEED
003520     MOVE SPACES TO WL-RECORD
003530     MOVE SPACES TO WL-MATCH-KEY
003540     MOVE ZERO TO WL-ENTRY-ID
003550     MOVE LD-LIST-DATE TO WL-CTL-LIST-DATE
003560     MOVE LD-LOADED-COUNT TO WL-CTL-ENTRY-COUNT
003570     MOVE LD-TODAY TO WL-CTL-LOAD-DATE
003580     WRITE WL-RECORD
003590     IF LD-WATCHFL-STATUS NOT = '00'
003600         DISPLAY 'WLLOAD: WATCHFL CONTROL WRITE FAILED, '
003610             'STATUS = ' LD-WATCHFL-STATUS
003620         MOVE 16 TO RETURN-CODE
003630         STOP RUN
003640     END-IF
003650     CLOSE WLFEED
003660     CLOSE WATCHFL
003670     DISPLAY 'WLLOAD: LIST ' LD-LIST-DATE ' LOADED, '
003680         LD-LOADED-COUNT ' ENTRIES'.
003690 4000-EXIT.
003700     EXIT.
003710 4100-LOAD-FEED-RECORD.
003720     IF WLF-DETAIL
003730         ADD 1 TO LD-READ-COUNT
003740         PERFORM 4200-LOAD-ENTRY THRU 4200-EXIT
003750     END-IF
003760     PERFORM 2100-READ-WLFEED THRU 2100-EXIT.
003770 4100-EXIT.
003780     EXIT.
003790 4200-LOAD-ENTRY.
003800     IF WLF-ENTRY-ID NOT NUMERIC
003810         OR WLF-ENTRY-ID = ZERO
003820         MOVE 'ENTRY ID NOT NUMERIC' TO LD-DL-REASON
003830         PERFORM 4900-REJECT-ENTRY THRU 4900-EXIT
003840         GO TO 4200-EXIT
003850     END-IF
003860     MOVE WLF-NAME TO LD-SQ-NAME
003870     PERFORM 4300-BUILD-MATCH-KEY THRU 4300-EXIT
003880     IF LD-SQ-LEN = ZERO
003890         MOVE 'NO LETTERS OR DIGITS' TO LD-DL-REASON
003900         PERFORM 4900-REJECT-ENTRY THRU 4900-EXIT
003910         GO TO 4200-EXIT
003920     END-IF
003930     MOVE SPACES TO WL-RECORD
003940     MOVE LD-SQ-KEY TO WL-MATCH-KEY
003950     MOVE WLF-ENTRY-ID TO WL-ENTRY-ID
003960     MOVE LD-SQ-LEN TO WL-MATCH-LEN
003970     MOVE WLF-NAME TO WL-NAME
003980     INSPECT WL-NAME CONVERTING
003990         'abcdefghijklmnopqrstuvwxyz'
004000         TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
004010     MOVE WLF-PROGRAM TO WL-PROGRAM
004020     MOVE LD-LIST-DATE TO WL-LIST-DATE
004030     WRITE WL-RECORD
004040*    STATUS 22 - THE SAME ENTRY LISTS TWO ALIASES THAT SQUEEZE
004050*    TO THE SAME KEY.  ONE RECORD MATCHES FOR BOTH.
004060     IF LD-WATCHFL-STATUS = '22'
004070         ADD 1 TO LD-DUP-COUNT
004080         GO TO 4200-EXIT
004090     END-IF
004100     IF LD-WATCHFL-STATUS NOT = '00'
004110         DISPLAY 'WLLOAD: WATCHFL WRITE FAILED, STATUS = '
004120             LD-WATCHFL-STATUS ' ENTRY ' WLF-ENTRY-ID
004130         MOVE 16 TO RETURN-CODE
004140         STOP RUN
004150     END-IF
004160     ADD 1 TO LD-LOADED-COUNT.
004170 4200-EXIT.
004180     EXIT.
004190*----------------------------------------------------------------
004200*4300-BUILD-MATCH-KEY - UPPERCASE LD-SQ-NAME AND SQUEEZE OUT
004210*                       EVERYTHING BUT A-Z AND 0-9 INTO
004220*                       LD-SQ-KEY, STOPPING AT 20 CHARACTERS.
004230*                       LD-SQ-LEN IS THE LENGTH KEPT.
004240*----------------------------------------------------------------
004250 4300-BUILD-MATCH-KEY.
004260     INSPECT LD-SQ-NAME CONVERTING
004270         'abcdefghijklmnopqrstuvwxyz'
004280         TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
004290     MOVE SPACES TO LD-SQ-KEY
004300     MOVE ZERO TO LD-SQ-IX
004310     MOVE ZERO TO LD-SQ-LEN
004320     PERFORM 4310-SQUEEZE-CHAR THRU 4310-EXIT
004330         UNTIL LD-SQ-IX NOT < 40
004340         OR LD-SQ-LEN NOT < 20.
004350 4300-EXIT.
004360     EXIT.
004370 4310-SQUEEZE-CHAR.
004380     ADD 1 TO LD-SQ-IX
004390     IF (LD-SQ-NAME(LD-SQ-IX:1) ALPHABETIC-UPPER
004400         AND LD-SQ-NAME(LD-SQ-IX:1) NOT = SPACE)
004410         OR LD-SQ-NAME(LD-SQ-IX:1) NUMERIC
004420         ADD 1 TO LD-SQ-LEN
004430         MOVE LD-SQ-NAME(LD-SQ-IX:1) TO LD-SQ-KEY(LD-SQ-LEN:1)
004440     END-IF.
004450 4310-EXIT.
004460     EXIT.
004470 4900-REJECT-ENTRY.
004480     ADD 1 TO LD-REJECT-COUNT
004490     IF LD-LINE-COUNT NOT < LD-LINES-PER-PAGE
004500         PERFORM 1100-WRITE-HEADINGS THRU 1100-EXIT
004510     END-IF
004520     MOVE WLF-DETAIL-DATA(1:8) TO LD-DL-ENTRY-ID
004530     MOVE WLF-NAME TO LD-DL-NAME
004540     WRITE WLLRPT-RECORD FROM LD-DETAIL-LINE
004550         AFTER ADVANCING 1 LINE
004560     ADD 1 TO LD-LINE-COUNT.
004570 4900-EXIT.
004580     EXIT.

004590*----------------------------------------------------------------
004600*5000-WRITE-TOTALS - PRINT THE LOAD TOTALS, OR WHY NOTHING WAS
004610*                    LOADED.
004620*----------------------------------------------------------------
004630 5000-WRITE-TOTALS.
004640     MOVE SPACES TO LD-TOTAL-LINE
004650     WRITE WLLRPT-RECORD FROM LD-TOTAL-LINE
004660         AFTER ADVANCING 2 LINES
004670     IF NOT LD-FEED-GOOD
004680         MOVE LD-STOP-REASON TO LD-SL-REASON
004690         WRITE WLLRPT-RECORD FROM LD-STOP-LINE
004700             AFTER ADVANCING 1 LINE
004710     END-IF
004720     MOVE SPACES TO LD-TOTAL-LINE
004730     MOVE 'FEED DETAIL RECORDS' TO LD-TL-LABEL
004740     MOVE LD-FEED-DETAILS TO LD-TL-COUNT
004750     WRITE WLLRPT-RECORD FROM LD-TOTAL-LINE
004760         AFTER ADVANCING 1 LINE
004770     MOVE SPACES TO LD-TOTAL-LINE
004780     MOVE 'ENTRIES LOADED' TO LD-TL-LABEL
004790     MOVE LD-LOADED-COUNT TO LD-TL-COUNT
004800     WRITE WLLRPT-RECORD FROM LD-TOTAL-LINE
004810         AFTER ADVANCING 1 LINE
004820     MOVE SPACES TO LD-TOTAL-LINE
004830     MOVE 'DUPLICATE ALIASES' TO LD-TL-LABEL
004840     MOVE LD-DUP-COUNT TO LD-TL-COUNT
004850     WRITE WLLRPT-RECORD FROM LD-TOTAL-LINE
004860         AFTER ADVANCING 1 LINE
004870     MOVE SPACES TO LD-TOTAL-LINE
004880     MOVE 'ENTRIES NOT LOADED' TO LD-TL-LABEL
004890     MOVE LD-REJECT-COUNT TO LD-TL-COUNT
004900     WRITE WLLRPT-RECORD FROM LD-TOTAL-LINE
004910         AFTER ADVANCING 1 LINE.
004920 5000-EXIT.
004930     EXIT.

004940*----------------------------------------------------------------
004950*8000-TERMINATE - CLOSE THE REPORT BEFORE ENDING THE RUN.  THE
004960*                 FEED AND WATCH-LIST FILE ARE CLOSED WHERE
004970*                 EACH PASS ENDS.
004980*----------------------------------------------------------------
004990 8000-TERMINATE.
005000     CLOSE WLLRPT.
005010 8000-EXIT.
005020     EXIT.
