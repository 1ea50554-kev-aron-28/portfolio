000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. WLSCRN.
000120 AUTHOR. D HALLORAN.
000130 INSTALLATION. FIRST COMMERCIAL BANK - IT APPLICATIONS.
000140 DATE-WRITTEN. 10/15/2026.
000150 DATE-COMPILED.
000160*----------------------------------------------------------------
000170*WLSCRN   - SANCTIONS WATCH-LIST RESCREEN.  RUN AFTER WLLOAD
000180*           HAS LOADED A NEW LIST, IT SCREENS EVERY PAYEE ON THE
000190*           PAYEE MASTER (PAYEFIL) AGAINST THE WATCH LIST
000200*           (WATCHFL, COPY WATCHREC) BY THE SAME MATCH-KEY RULE
000210*           PAYEMNT1 APPLIES ONLINE, RECORDS EACH POSSIBLE
000220*           MATCH ON THE HIT FILE (WLHITS, COPY WLHITREC) AND
000230*           PRINTS A HIT REPORT FOR COMPLIANCE.
000240*           AN ACTIVE PAYEE WITH A HIT NOT YET CLEARED GOES ON
000250*           COMPLIANCE HOLD (PAYE-STATUS 'H') UNTIL A SUPERVISOR
000260*           CLEARS OR CONFIRMS IT ON PAYEMNT1; A PAYEE WITH A
000270*           CONFIRMED HIT IS BLOCKED ('S').  A HIT ALREADY
000280*           CLEARED FOR THE SAME PAYEE NAME STAYS CLEARED.  EACH
000290*           HOLD AND BLOCK IS APPENDED TO THE BATCH AUDIT FILE
000300*           (AUDTOUT) UNDER THE JOB NAME.
000310*----------------------------------------------------------------
000320*MODIFICATION HISTORY
000330*----------------------------------------------------------------
000340*DATE      INIT DESCRIPTION
000350*10/15/26  DH   INITIAL VERSION.
000351*10/15/26  DH   LISTED NAMES SHORTER THAN SIX CHARACTERS ARE NOW
000352*               FOUND BY AN EXACT LOOKUP OF EACH SHORTER PREFIX.
000360*----------------------------------------------------------------

000370 ENVIRONMENT DIVISION.
000380 INPUT-OUTPUT SECTION.
000390 FILE-CONTROL.
000400     SELECT PAYEFIL ASSIGN TO PAYEFIL
000410         ORGANIZATION IS INDEXED
000420         ACCESS MODE IS SEQUENTIAL
000430         RECORD KEY IS PAYE-NUMBER
000440         FILE STATUS IS SC-PAYEFIL-STATUS.
000450     SELECT WATCHFL ASSIGN TO WATCHFL
000460         ORGANIZATION IS INDEXED
000470         ACCESS MODE IS DYNAMIC
000480         RECORD KEY IS WL-KEY
000490         FILE STATUS IS SC-WATCHFL-STATUS.
000500     SELECT WLHITS ASSIGN TO WLHITS
000510         ORGANIZATION IS INDEXED
000520         ACCESS MODE IS RANDOM
000530         RECORD KEY IS WLH-KEY
000540         FILE STATUS IS SC-WLHITS-STATUS.
000550     SELECT AUDTOUT ASSIGN TO AUDTOUT
000560         ORGANIZATION IS SEQUENTIAL
000570         FILE STATUS IS SC-AUDTOUT-STATUS.
000580     SELECT WLSRPT ASSIGN TO WLSRPT
000590         ORGANIZATION IS SEQUENTIAL
000600         FILE STATUS IS SC-WLSRPT-STATUS.

000610 DATA DIVISION.
000620 FILE SECTION.
000630 FD  PAYEFIL.
000640 COPY PAYEEREC.
000650*
000660 FD  WATCHFL.
000670 COPY WATCHREC.
000680*
000690 FD  WLHITS.
000700 COPY WLHITREC.
000710*
000720 FD  AUDTOUT
000730     RECORDING MODE IS F.
000740 COPY AUDITREC.
000750*
000760 FD  WLSRPT
000770     RECORDING MODE IS F.
000780 01  WLSRPT-RECORD               PIC X(80).

000790 WORKING-STORAGE SECTION.
000800*----------------------------------------------------------------
000810*SWITCHES AND FILE STATUS FIELDS
000820*----------------------------------------------------------------
000830 77  SC-PAYEFIL-STATUS           PIC X(02) VALUE SPACES.
000840 77  SC-WATCHFL-STATUS           PIC X(02) VALUE SPACES.
000850 77  SC-WLHITS-STATUS            PIC X(02) VALUE SPACES.
000860 77  SC-AUDTOUT-STATUS           PIC X(02) VALUE SPACES.
000870 77  SC-WLSRPT-STATUS            PIC X(02) VALUE SPACES.
000880 77  SC-EOF-PAYEFIL-SW           PIC X(01) VALUE 'N'.
000890     88 SC-EOF-PAYEFIL                       VALUE 'Y'.
000900 77  SC-END-WATCH-SW             PIC X(01) VALUE 'N'.
000910     88 SC-END-WATCH                         VALUE 'Y'.
000920 77  SC-OPEN-HIT-SW              PIC X(01) VALUE 'N'.
000930     88 SC-OPEN-HIT                          VALUE 'Y'.
000940 77  SC-CONFIRMED-SW             PIC X(01) VALUE 'N'.
000950     88 SC-CONFIRMED-HIT                     VALUE 'Y'.
000960*----------------------------------------------------------------
000970*LINE AND PAGE CONTROL
000980*----------------------------------------------------------------
000990 77  SC-LINE-COUNT               PIC 9(02) COMP VALUE ZERO.
001000 77  SC-PAGE-COUNT               PIC 9(03) COMP VALUE ZERO.
001010 77  SC-LINES-PER-PAGE           PIC 9(02) COMP VALUE 55.
001020*----------------------------------------------------------------
001030*ACCUMULATORS
001040*----------------------------------------------------------------
001050 77  SC-PAYEE-COUNT              PIC 9(07) COMP VALUE ZERO.
001060 77  SC-HIT-COUNT                PIC 9(07) COMP VALUE ZERO.
001070 77  SC-NEW-HIT-COUNT            PIC 9(07) COMP VALUE ZERO.
001080 77  SC-REOPEN-COUNT             PIC 9(07) COMP VALUE ZERO.
001090 77  SC-PENDING-COUNT            PIC 9(07) COMP VALUE ZERO.
001100 77  SC-CLEARED-COUNT            PIC 9(07) COMP VALUE ZERO.
001110 77  SC-CONFIRMED-COUNT          PIC 9(07) COMP VALUE ZERO.
001120 77  SC-HELD-COUNT               PIC 9(07) COMP VALUE ZERO.
001130 77  SC-BLOCKED-COUNT            PIC 9(07) COMP VALUE ZERO.
001140*----------------------------------------------------------------
001150*WORK FIELDS
001160*----------------------------------------------------------------
001170 77  SC-LIST-DATE                PIC 9(08) VALUE ZERO.
001180 77  SC-TODAY                    PIC 9(08) VALUE ZERO.
001190*A HOLD OR BLOCK IS AUDITED UNDER THE JOB NAME, THE SAME WAY
001200*ACCTPOST AUDITS ITS REVERSALS.
001210 77  SC-JOB-NAME                 PIC X(08) VALUE 'WLSCRN  '.
001220 77  SC-AUDIT-TRANSID            PIC X(04) VALUE 'BTCH'.
001230 01  SC-TS-STAMP.
001240     05 SC-TS-DATE               PIC 9(08).
001250     05 SC-TS-TIME               PIC 9(06).
001260 77  SC-DISPOSITION              PIC X(10) VALUE SPACES.
001270 77  SC-CMP-LEN                  PIC S9(4) COMP VALUE ZERO.
001280*MATCH-KEY WORK AREA - SEE 3100-BUILD-MATCH-KEY.  THE SAME
001290*SQUEEZE IS CODED IN WLLOAD, PAYEMNT1 AND PAYIMPRT.
001300 01  SC-SQ-NAME                  PIC X(40) VALUE SPACES.
001310 01  SC-SQ-KEY                   PIC X(20) VALUE SPACES.
001320 77  SC-SQ-IX                    PIC S9(4) COMP VALUE ZERO.
001330 77  SC-SQ-LEN                   PIC S9(4) COMP VALUE ZERO.
001331*SC-BR-LEN IS THE NUMBER OF LEADING CHARACTERS THE LIST IS BROWSED
001332*ON - SIX, OR THE WHOLE KEY WHEN IT IS SHORTER.  EACH SHORTER
001333*PREFIX IS LOOKED UP AS AN EXACT LISTED KEY IN SC-PROBE-KEY.
001334 77  SC-BR-LEN                   PIC S9(4) COMP VALUE ZERO.
001335 01  SC-PROBE-KEY                PIC X(20) VALUE SPACES.
001336 77  SC-PROBE-LEN                PIC S9(4) COMP VALUE ZERO.
001340*----------------------------------------------------------------
001350*REPORT LINE LAYOUTS
001360*----------------------------------------------------------------
001370 01  SC-HEADING-LINE-1.
001380     05 FILLER                  PIC X(28)
001390        VALUE 'WATCH-LIST RESCREEN REPORT  '.
001400     05 FILLER                  PIC X(10) VALUE 'LIST DATE '.
001410     05 SC-H1-LIST-DATE          PIC 9(08).
001420     05 FILLER                  PIC X(04) VALUE SPACES.
001430     05 FILLER                  PIC X(09) VALUE 'RUN DATE '.
001440     05 SC-H1-RUN-DATE           PIC 9(08).
001450     05 FILLER                  PIC X(13) VALUE SPACES.
001460 01  SC-HEADING-LINE-2.
001470     05 FILLER                  PIC X(01) VALUE SPACES.
001480     05 FILLER                  PIC X(08) VALUE 'PAYEE'.
001490     05 FILLER                  PIC X(22) VALUE 'PAYEE NAME'.
001500     05 FILLER                  PIC X(10) VALUE 'ENTRY ID'.
001510     05 FILLER                  PIC X(27) VALUE 'WATCH-LIST NAME'.
001520     05 FILLER                  PIC X(12) VALUE 'RESULT'.
001530 01  SC-DETAIL-LINE.
001540     05 FILLER                  PIC X(01) VALUE SPACES.
001550     05 SC-DL-PAYEE-NO           PIC 9(06).
001560     05 FILLER                  PIC X(02) VALUE SPACES.
001570     05 SC-DL-PAYEE-NAME         PIC X(20).
001580     05 FILLER                  PIC X(02) VALUE SPACES.
001590     05 SC-DL-ENTRY-ID           PIC 9(08).
001600     05 FILLER                  PIC X(02) VALUE SPACES.
001610     05 SC-DL-WATCH-NAME         PIC X(25).
001620     05 FILLER                  PIC X(02) VALUE SPACES.
001630     05 SC-DL-DISPOSITION        PIC X(10).
001640     05 FILLER                  PIC X(02) VALUE SPACES.
001650 01  SC-TOTAL-LINE.
001660     05 SC-TL-LABEL              PIC X(30).
001670     05 FILLER                  PIC X(02) VALUE SPACES.
001680     05 SC-TL-COUNT              PIC ZZZ,ZZ9.
001690     05 FILLER                  PIC X(41) VALUE SPACES.

001700 PROCEDURE DIVISION.
001710 0000-MAINLINE.
001720     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001730     PERFORM 2000-PROCESS-PAYEE THRU 2000-EXIT
001740         UNTIL SC-EOF-PAYEFIL
001750     PERFORM 4000-WRITE-TOTALS THRU 4000-EXIT
001760     PERFORM 8000-TERMINATE THRU 8000-EXIT
001770     STOP RUN.

001780*----------------------------------------------------------------
001790*1000-INITIALIZE - OPEN FILES, TAKE THE LIST DATE FROM THE
001800*                  WATCH-LIST CONTROL RECORD, AND WRITE THE
001810*                  REPORT PAGE 1 HEADINGS.  A LIST THAT HAS
001820*                  NEVER BEEN LOADED STOPS THE RUN.
001830*----------------------------------------------------------------
001840 1000-INITIALIZE.
001850     ACCEPT SC-TODAY FROM DATE YYYYMMDD
001860     OPEN INPUT WATCHFL
001870     IF SC-WATCHFL-STATUS NOT = '00'
001880         DISPLAY 'WLSCRN: WATCHFL OPEN FAILED, STATUS = '
001890             SC-WATCHFL-STATUS
001900         MOVE 16 TO RETURN-CODE
001910         STOP RUN
001920     END-IF
001930     MOVE SPACES TO WL-MATCH-KEY
001940     MOVE ZERO TO WL-ENTRY-ID
001950     READ WATCHFL
001960         INVALID KEY
001970             DISPLAY 'WLSCRN: WATCH LIST NOT LOADED - RUN WLLOAD'
001980             MOVE 16 TO RETURN-CODE
001990             STOP RUN
002000     END-READ
002010     MOVE WL-CTL-LIST-DATE TO SC-LIST-DATE
002020     OPEN I-O PAYEFIL
002030     IF SC-PAYEFIL-STATUS NOT = '00'
002040         DISPLAY 'WLSCRN: PAYEFIL OPEN FAILED, STATUS = '
002050             SC-PAYEFIL-STATUS
002060         MOVE 16 TO RETURN-CODE
002070         STOP RUN
002080     END-IF
002090*    A HIT FILE THAT HAS NEVER HELD A RECORD OPENS WITH STATUS
002100*    35 - PRIME IT EMPTY AND OPEN IT AGAIN FOR UPDATE.
002110     OPEN I-O WLHITS
002120     IF SC-WLHITS-STATUS = '35'
002130         OPEN OUTPUT WLHITS
002140         CLOSE WLHITS
002150         OPEN I-O WLHITS
002160     END-IF
002170     IF SC-WLHITS-STATUS NOT = '00'
002180         DISPLAY 'WLSCRN: WLHITS OPEN FAILED, STATUS = '
002190             SC-WLHITS-STATUS
002200         MOVE 16 TO RETURN-CODE
002210         STOP RUN
002220     END-IF
002230     OPEN EXTEND AUDTOUT
002240     IF SC-AUDTOUT-STATUS NOT = '00'
002250         DISPLAY 'WLSCRN: AUDTOUT OPEN FAILED, STATUS = '
002260             SC-AUDTOUT-STATUS
002270         MOVE 16 TO RETURN-CODE
002280         STOP RUN
002290     END-IF
002300     OPEN OUTPUT WLSRPT
002310     IF SC-WLSRPT-STATUS NOT = '00'
002320         DISPLAY 'WLSCRN: WLSRPT OPEN FAILED, STATUS = '
002330             SC-WLSRPT-STATUS
002340         MOVE 16 TO RETURN-CODE
002350         STOP RUN
002360     END-IF
002370     PERFORM 1100-WRITE-HEADINGS THRU 1100-EXIT
002380     PERFORM 2100-READ-PAYEFIL-NEXT THRU 2100-EXIT.
002390 1000-EXIT.
002400     EXIT.
002410 1060-SET-TIMESTAMP.
002420     ACCEPT SC-TS-DATE FROM DATE YYYYMMDD
002430     ACCEPT SC-TS-TIME FROM TIME.
002440 1060-EXIT.
002450     EXIT.
002460 1100-WRITE-HEADINGS.
002470     ADD 1 TO SC-PAGE-COUNT
002480     MOVE SC-LIST-DATE TO SC-H1-LIST-DATE
002490     MOVE SC-TODAY TO SC-H1-RUN-DATE
002500     WRITE WLSRPT-RECORD FROM SC-HEADING-LINE-1
002510         AFTER ADVANCING PAGE
002520     WRITE WLSRPT-RECORD FROM SC-HEADING-LINE-2
002530         AFTER ADVANCING 2 LINES
002540     MOVE 2 TO SC-LINE-COUNT.
002550 1100-EXIT.
002560     EXIT.

002570*----------------------------------------------------------------
002580*2000-PROCESS-PAYEE - SCREEN ONE PAYEE, THEN HOLD OR BLOCK IT
002590*                     ON WHAT THE SCREEN FOUND.  AN INACTIVE
002600*                     PAYEE KEEPS ITS STATUS - ITS HITS ARE ON
002610*                     FILE, AND PAYEMNT1 SCREENS IT AGAIN IF IT
002620*                     IS EVER REACTIVATED.
002630*----------------------------------------------------------------
002640 2000-PROCESS-PAYEE.
002650     ADD 1 TO SC-PAYEE-COUNT
002660     MOVE 'N' TO SC-OPEN-HIT-SW
002670     MOVE 'N' TO SC-CONFIRMED-SW
002680     PERFORM 3000-SCREEN-PAYEE THRU 3000-EXIT
002690     IF SC-CONFIRMED-HIT
002700         AND NOT PAYE-ST-BLOCKED
002710         SET PAYE-ST-BLOCKED TO TRUE
002720         PERFORM 2200-REWRITE-PAYEE THRU 2200-EXIT
002730         ADD 1 TO SC-BLOCKED-COUNT
002740         PERFORM 1060-SET-TIMESTAMP THRU 1060-EXIT
002750         MOVE SPACES TO AUDIT-RECORD
002760         STRING 'PAYEE BLOCKED - NO ' PAYE-NUMBER
002770             ' CONFIRMED HIT'
002780             DELIMITED BY SIZE INTO AUDIT-OUTCOME
002790         PERFORM 3500-WRITE-AUDIT THRU 3500-EXIT
002800     ELSE
002810         IF SC-OPEN-HIT
002820             AND PAYE-ST-ACTIVE
002830             SET PAYE-ST-HOLD TO TRUE
002840             PERFORM 2200-REWRITE-PAYEE THRU 2200-EXIT
002850             ADD 1 TO SC-HELD-COUNT
002860             PERFORM 1060-SET-TIMESTAMP THRU 1060-EXIT
002870             MOVE SPACES TO AUDIT-RECORD
002880             STRING 'PAYEE HELD - NO ' PAYE-NUMBER
002890                 ' WATCH-LIST HIT'
002900                 DELIMITED BY SIZE INTO AUDIT-OUTCOME
002910             PERFORM 3500-WRITE-AUDIT THRU 3500-EXIT
002920         END-IF
002930     END-IF
002940     PERFORM 2100-READ-PAYEFIL-NEXT THRU 2100-EXIT.
002950 2000-EXIT.
002960     EXIT.
002970 2100-READ-PAYEFIL-NEXT.
002980     READ PAYEFIL NEXT
002990         AT END
003000             SET SC-EOF-PAYEFIL TO TRUE
003010     END-READ.
003020 2100-EXIT.
003030     EXIT.
003040 2200-REWRITE-PAYEE.
003050     REWRITE PAYE-RECORD
003060     IF SC-PAYEFIL-STATUS NOT = '00'
003070         DISPLAY 'WLSCRN: PAYEFIL REWRITE FAILED, STATUS = '
003080             SC-PAYEFIL-STATUS ' PAYEE ' PAYE-NUMBER
003090         MOVE 16 TO RETURN-CODE
003100         STOP RUN
003110     END-IF.
003120 2200-EXIT.
003130     EXIT.

003140*----------------------------------------------------------------
003141*3000-SCREEN-PAYEE - AN ENTRY IS A POSSIBLE MATCH WHEN THE
003142*                    SHORTER OF THE TWO KEYS IS THE LEADING PART
003143*                    OF THE LONGER (COPY WATCHREC).  EACH PREFIX
003144*                    OF THE PAYEE'S KEY SHORTER THAN SC-BR-LEN IS
003145*                    LOOKED UP AS AN EXACT LISTED KEY, THEN THE
003146*                    LIST IS BROWSED ON THE FIRST SC-BR-LEN
003147*                    CHARACTERS FOR THE LONGER ENTRIES.
003200*----------------------------------------------------------------
003210 3000-SCREEN-PAYEE.
003220     MOVE PAYE-NAME TO SC-SQ-NAME
003230     PERFORM 3100-BUILD-MATCH-KEY THRU 3100-EXIT
003240     IF SC-SQ-LEN = ZERO
003250         GO TO 3000-EXIT
003260     END-IF
003261     IF SC-SQ-LEN < 6
003262         MOVE SC-SQ-LEN TO SC-BR-LEN
003263     ELSE
003264         MOVE 6 TO SC-BR-LEN
003265     END-IF
003266     MOVE ZERO TO SC-PROBE-LEN
003267     PERFORM 3050-PROBE-SHORT-KEY THRU 3050-EXIT
003268         UNTIL SC-PROBE-LEN + 1 NOT < SC-BR-LEN
003270     MOVE SPACES TO WL-MATCH-KEY
003271     MOVE SC-SQ-KEY(1:SC-BR-LEN) TO WL-MATCH-KEY(1:SC-BR-LEN)
003290     MOVE ZERO TO WL-ENTRY-ID
003300     MOVE 'N' TO SC-END-WATCH-SW
003310     START WATCHFL KEY NOT < WL-KEY
003320         INVALID KEY
003330             SET SC-END-WATCH TO TRUE
003340     END-START
003350     PERFORM 3200-CHECK-NEXT-ENTRY THRU 3200-EXIT
003360         UNTIL SC-END-WATCH.
003370 3000-EXIT.
003371     EXIT.
003372*----------------------------------------------------------------
003373*3050-PROBE-SHORT-KEY - LOOK UP THE NEXT PREFIX OF THE PAYEE'S
003374*                       KEY AS AN EXACT LISTED KEY AND RECORD A
003375*                       HIT FOR EVERY ENTRY FILED UNDER IT.
003376*----------------------------------------------------------------
003377 3050-PROBE-SHORT-KEY.
003378     ADD 1 TO SC-PROBE-LEN
003379     MOVE SPACES TO SC-PROBE-KEY
003380     MOVE SC-SQ-KEY(1:SC-PROBE-LEN)
003381         TO SC-PROBE-KEY(1:SC-PROBE-LEN)
003382     MOVE SC-PROBE-KEY TO WL-MATCH-KEY
003383     MOVE ZERO TO WL-ENTRY-ID
003384     MOVE 'N' TO SC-END-WATCH-SW
003385     START WATCHFL KEY NOT < WL-KEY
003386         INVALID KEY
003387             GO TO 3050-EXIT
003388     END-START
003389     PERFORM 3060-CHECK-PROBE-ENTRY THRU 3060-EXIT
003390         UNTIL SC-END-WATCH.
003391 3050-EXIT.
003392     EXIT.
003393 3060-CHECK-PROBE-ENTRY.
003394     READ WATCHFL NEXT
003395         AT END
003396             SET SC-END-WATCH TO TRUE
003397             GO TO 3060-EXIT
003398     END-READ
003399     IF WL-MATCH-KEY NOT = SC-PROBE-KEY
003400         SET SC-END-WATCH TO TRUE
003401         GO TO 3060-EXIT
003402     END-IF
003403     ADD 1 TO SC-HIT-COUNT
003404     PERFORM 3300-RECORD-HIT THRU 3300-EXIT.
003405 3060-EXIT.
003406     EXIT.
003407*----------------------------------------------------------------
003408*3100-BUILD-MATCH-KEY - UPPERCASE SC-SQ-NAME AND SQUEEZE OUT
003410*                       EVERYTHING BUT A-Z AND 0-9 INTO
003420*                       SC-SQ-KEY, STOPPING AT 20 CHARACTERS.
003430*                       SC-SQ-LEN IS THE LENGTH KEPT.
003440*----------------------------------------------------------------
003450 3100-BUILD-MATCH-KEY.
003460     INSPECT SC-SQ-NAME CONVERTING
003470         'abcdefghijklmnopqrstuvwxyz'
003480         TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
003490     MOVE SPACES TO SC-SQ-KEY
003500     MOVE ZERO TO SC-SQ-IX
003510     MOVE ZERO TO SC-SQ-LEN
003520     PERFORM 3110-SQUEEZE-CHAR THRU 3110-EXIT
003530         UNTIL SC-SQ-IX NOT < 40
003540         OR SC-SQ-LEN NOT < 20.
003550 3100-EXIT.
003560     EXIT.
003570 3110-SQUEEZE-CHAR.
003580     ADD 1 TO SC-SQ-IX
003590     IF (SC-SQ-NAME(SC-SQ-IX:1) ALPHABETIC-UPPER
003600         AND SC-SQ-NAME(SC-SQ-IX:1) NOT = SPACE)
003610         OR SC-SQ-NAME(SC-SQ-IX:1) NUMERIC
003620         ADD 1 TO SC-SQ-LEN
003630         MOVE SC-SQ-NAME(SC-SQ-IX:1) TO SC-SQ-KEY(SC-SQ-LEN:1)
003640     END-IF.
003650 3110-EXIT.
003660     EXIT.
003670 3200-CHECK-NEXT-ENTRY.
003680     READ WATCHFL NEXT
003690         AT END
003700             SET SC-END-WATCH TO TRUE
003710             GO TO 3200-EXIT
003720     END-READ
003721     IF WL-MATCH-KEY(1:SC-BR-LEN) NOT = SC-SQ-KEY(1:SC-BR-LEN)
003740         SET SC-END-WATCH TO TRUE
003750         GO TO 3200-EXIT
003760     END-IF
003770     IF WL-MATCH-LEN < SC-SQ-LEN
003780         MOVE WL-MATCH-LEN TO SC-CMP-LEN
003790     ELSE
003800         MOVE SC-SQ-LEN TO SC-CMP-LEN
003810     END-IF
003820     IF WL-MATCH-KEY(1:SC-CMP-LEN) = SC-SQ-KEY(1:SC-CMP-LEN)
003830         ADD 1 TO SC-HIT-COUNT
003840         PERFORM 3300-RECORD-HIT THRU 3300-EXIT
003850     END-IF.
003860 3200-EXIT.
003870     EXIT.
003880*----------------------------------------------------------------
003890*3300-RECORD-HIT - WRITE A NEW HIT PENDING, OR WEIGH IT AGAINST
003900*                  THE DECISION ALREADY ON FILE.  A CLEARANCE
003910*                  GIVEN FOR A DIFFERENT PAYEE NAME DOES NOT
003920*                  CARRY OVER - THE HIT GOES BACK TO PENDING.
003930*----------------------------------------------------------------
003940 3300-RECORD-HIT.
003950     MOVE PAYE-NUMBER TO WLH-PAYEE-NO
003960     MOVE WL-ENTRY-ID TO WLH-ENTRY-ID
003970     READ WLHITS
003980         INVALID KEY
003990             MOVE SPACES TO WLH-STATUS
004000     END-READ
004010     IF SC-WLHITS-STATUS NOT = '00'
004020         AND SC-WLHITS-STATUS NOT = '23'
004030         DISPLAY 'WLSCRN: WLHITS READ FAILED, STATUS = '
004040             SC-WLHITS-STATUS ' PAYEE ' PAYE-NUMBER
004050         MOVE 16 TO RETURN-CODE
004060         STOP RUN
004070     END-IF
004080     IF SC-WLHITS-STATUS = '23'
004090         PERFORM 3310-SET-PENDING THRU 3310-EXIT
004100         WRITE WLH-RECORD
004110         MOVE 'NEW HIT' TO SC-DISPOSITION
004120         ADD 1 TO SC-NEW-HIT-COUNT
004130         SET SC-OPEN-HIT TO TRUE
004140     ELSE
004150         IF WLH-ST-CONFIRMED
004160             MOVE 'CONFIRMED' TO SC-DISPOSITION
004170             ADD 1 TO SC-CONFIRMED-COUNT
004180             SET SC-CONFIRMED-HIT TO TRUE
004190         ELSE
004200             IF WLH-ST-CLEARED
004210                 AND WLH-PAYEE-NAME = PAYE-NAME
004220                 MOVE 'CLEARED' TO SC-DISPOSITION
004230                 ADD 1 TO SC-CLEARED-COUNT
004240             ELSE
004250                 IF WLH-ST-CLEARED
004260                     PERFORM 3310-SET-PENDING THRU 3310-EXIT
004270                     MOVE 'REOPENED' TO SC-DISPOSITION
004280                     ADD 1 TO SC-REOPEN-COUNT
004290                 ELSE
004300                     MOVE PAYE-NAME TO WLH-PAYEE-NAME
004310                     MOVE 'PENDING' TO SC-DISPOSITION
004320                     ADD 1 TO SC-PENDING-COUNT
004330                 END-IF
004340                 REWRITE WLH-RECORD
004350                 SET SC-OPEN-HIT TO TRUE
004360             END-IF
004370         END-IF
004380     END-IF
004390     IF SC-WLHITS-STATUS NOT = '00'
004400         DISPLAY 'WLSCRN: WLHITS UPDATE FAILED, STATUS = '
004410             SC-WLHITS-STATUS ' PAYEE ' PAYE-NUMBER
004420         MOVE 16 TO RETURN-CODE
004430         STOP RUN
004440     END-IF
004450     PERFORM 3400-PRINT-HIT THRU 3400-EXIT.
004460 3300-EXIT.
004470     EXIT.
004480 3310-SET-PENDING.
004490     MOVE SPACES TO WLH-RECORD
004500     MOVE PAYE-NUMBER TO WLH-PAYEE-NO
004510     MOVE WL-ENTRY-ID TO WLH-ENTRY-ID
004520     SET WLH-ST-PENDING TO TRUE
004530     MOVE PAYE-NAME TO WLH-PAYEE-NAME
004540     MOVE WL-NAME TO WLH-WATCH-NAME
004550     MOVE WL-PROGRAM TO WLH-PROGRAM
004560     MOVE SC-TODAY TO WLH-HIT-DATE
004570     MOVE SC-JOB-NAME TO WLH-FOUND-BY
004580     MOVE ZERO TO WLH-DECIDED-DATE.
004590 3310-EXIT.
004600     EXIT.
004610 3400-PRINT-HIT.
004620     IF SC-LINE-COUNT NOT < SC-LINES-PER-PAGE
004630         PERFORM 1100-WRITE-HEADINGS THRU 1100-EXIT
004640     END-IF
004650     MOVE PAYE-NUMBER TO SC-DL-PAYEE-NO
004660     MOVE PAYE-NAME TO SC-DL-PAYEE-NAME
004670     MOVE WL-ENTRY-ID TO SC-DL-ENTRY-ID
004680     MOVE WL-NAME TO SC-DL-WATCH-NAME
004690     MOVE SC-DISPOSITION TO SC-DL-DISPOSITION
004700     WRITE WLSRPT-RECORD FROM SC-DETAIL-LINE
004710         AFTER ADVANCING 1 LINE
004720     ADD 1 TO SC-LINE-COUNT.
004730 3400-EXIT.
004740     EXIT.
004750*----------------------------------------------------------------
004760*3500-WRITE-AUDIT - ONE AUDIT RECORD PER HOLD OR BLOCK, IN THE
004770*                   SAME LAYOUT THE ONLINE TRANSACTIONS WRITE TO
004780*                   THE AUDT QUEUE, APPENDED TO THE OFFLOADED
004790*                   TRAIL.  THE CALLER HAS BUILT AUDIT-OUTCOME.
004800*----------------------------------------------------------------
004810 3500-WRITE-AUDIT.
004820     MOVE SC-TS-STAMP TO AUDIT-TIMESTAMP
004830     MOVE SC-JOB-NAME TO AUDIT-OPERATOR-ID
004840     MOVE SC-AUDIT-TRANSID TO AUDIT-TRANSID
004850     MOVE ZERO TO AUDIT-OPTION
004860     WRITE AUDIT-RECORD
004870     IF SC-AUDTOUT-STATUS NOT = '00'
004880         DISPLAY 'WLSCRN: AUDTOUT WRITE FAILED, STATUS = '
004890             SC-AUDTOUT-STATUS
004900         MOVE 16 TO RETURN-CODE
004910         STOP RUN
004920     END-IF.
004930 3500-EXIT.
004940     EXIT.

004950*----------------------------------------------------------------
004960*4000-WRITE-TOTALS - PRINT THE RUN TOTALS AT THE BOTTOM OF THE
004970*                    REPORT.
004980*----------------------------------------------------------------
004990 4000-WRITE-TOTALS.
005000     MOVE SPACES TO SC-TOTAL-LINE
005010     WRITE WLSRPT-RECORD FROM SC-TOTAL-LINE
005020         AFTER ADVANCING 2 LINES
005030     MOVE SPACES TO SC-TOTAL-LINE
005040     MOVE 'PAYEES SCREENED' TO SC-TL-LABEL
005050     MOVE SC-PAYEE-COUNT TO SC-TL-COUNT
005060     WRITE WLSRPT-RECORD FROM SC-TOTAL-LINE
005070         AFTER ADVANCING 1 LINE
005080     MOVE SPACES TO SC-TOTAL-LINE
005090     MOVE 'WATCH-LIST HITS' TO SC-TL-LABEL
005100     MOVE SC-HIT-COUNT TO SC-TL-COUNT
005110     WRITE WLSRPT-RECORD FROM SC-TOTAL-LINE
005120         AFTER ADVANCING 1 LINE
005130     MOVE SPACES TO SC-TOTAL-LINE
005140     MOVE '  NEW HITS' TO SC-TL-LABEL
005150     MOVE SC-NEW-HIT-COUNT TO SC-TL-COUNT
005160     WRITE WLSRPT-RECORD FROM SC-TOTAL-LINE
005170         AFTER ADVANCING 1 LINE
005180     MOVE SPACES TO SC-TOTAL-LINE
005190     MOVE '  CLEARED HITS REOPENED' TO SC-TL-LABEL
005200     MOVE SC-REOPEN-COUNT TO SC-TL-COUNT
005210     WRITE WLSRPT-RECORD FROM SC-TOTAL-LINE
005220         AFTER ADVANCING 1 LINE
005230     MOVE SPACES TO SC-TOTAL-LINE
005240     MOVE '  STILL PENDING' TO SC-TL-LABEL
005250     MOVE SC-PENDING-COUNT TO SC-TL-COUNT
005260     WRITE WLSRPT-RECORD FROM SC-TOTAL-LINE
005270         AFTER ADVANCING 1 LINE
005280     MOVE SPACES TO SC-TOTAL-LINE
005290     MOVE '  PREVIOUSLY CLEARED' TO SC-TL-LABEL
005300     MOVE SC-CLEARED-COUNT TO SC-TL-COUNT
005310     WRITE WLSRPT-RECORD FROM SC-TOTAL-LINE
005320         AFTER ADVANCING 1 LINE
005330     MOVE SPACES TO SC-TOTAL-LINE
005340     MOVE '  CONFIRMED MATCHES' TO SC-TL-LABEL
005350     MOVE SC-CONFIRMED-COUNT TO SC-TL-COUNT
005360     WRITE WLSRPT-RECORD FROM SC-TOTAL-LINE
005370         AFTER ADVANCING 1 LINE
005380     MOVE SPACES TO SC-TOTAL-LINE
005390     MOVE 'PAYEES PLACED ON HOLD' TO SC-TL-LABEL
005400     MOVE SC-HELD-COUNT TO SC-TL-COUNT
005410     WRITE WLSRPT-RECORD FROM SC-TOTAL-LINE
005420         AFTER ADVANCING 1 LINE
005430     MOVE SPACES TO SC-TOTAL-LINE
005440     MOVE 'PAYEES BLOCKED' TO SC-TL-LABEL
005450     MOVE SC-BLOCKED-COUNT TO SC-TL-COUNT
005460     WRITE WLSRPT-RECORD FROM SC-TOTAL-LINE
005470         AFTER ADVANCING 1 LINE.
005480 4000-EXIT.
005490     EXIT.

005500*----------------------------------------------------------------
005510*8000-TERMINATE - CLOSE ALL FILES BEFORE ENDING THE RUN.
005520*----------------------------------------------------------------
005530 8000-TERMINATE.
005540     CLOSE PAYEFIL
005550     CLOSE WATCHFL
005560     CLOSE WLHITS
005570     CLOSE AUDTOUT
005580     CLOSE WLSRPT.
005590 8000-EXIT.
005600     EXIT.
