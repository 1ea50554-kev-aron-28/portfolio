000330*           SOON AS ITS PAYMENT IS ON PAYFILE, SO A RERUN AFTER
000340*           AN ABEND RESUMES WITH THE INSTRUCTIONS NOT YET
000350*           PROCESSED.
000351*           AN ORDER WHOSE PAYEE IS ON COMPLIANCE HOLD OR BLOCKED
000352*           BY A CONFIRMED SANCTIONS MATCH IS NOT PAID.  IT IS
000353*           REPORTED AS CMPLHOLD AND ITS NEXT-RUN DATE IS LEFT
000354*           ALONE, SO IT GENERATES ON THE FIRST NIGHT AFTER
000355*           COMPLIANCE CLEARS THE PAYEE.
000356*           RESTART - THE LAST INSTRUCTION PROCESSED AND THE
000357*           RUN TOTALS ARE CHECKPOINTED TO CHKPFILE EVERY
000358*           RP-CHKP-INTERVAL INSTRUCTIONS.  RESUBMITTED AFTER AN
000359*           ABEND ON THE SAME BUSINESS DATE, THE JOB REPOSITIONS
000360*           PAST THAT INSTRUCTION AND CARRIES ON WITH THE TOTALS
000361*           IT HAD.  ORDERS THE FAILED RUN GENERATED AFTER ITS
000362*           CHECKPOINT ARE NO LONGER DUE, SO THEY PRINT ON THE
000363*           FAILED RUN'S REPORT ONLY.  THE RESTART FINDS THEM BY
000364*           READING BACK EVERY REFERENCE NUMBER DRAWN SINCE THE
000365*           CHECKPOINT AND COUNTS THEM AS GENERATED BEFORE THE
000366*           RESTART.  THE RESTARTED REPORT SHOWS
000367*           THE RESTART POINT AND EACH COUNT BEFORE AND AFTER IT,
000368*           AND RUN CONTROL MARKS THE RUN RESTARTED.
000369*----------------------------------------------------------------
000370*MODIFICATION HISTORY
000380*----------------------------------------------------------------
000390*DATE      INIT DESCRIPTION
000550*               A YEAR) TO THE ORDER'S PREVIOUS/NEXT BUSINESS
000560*               DAY, SO GENERATED PAYMENTS ALWAYS LAND ON A
000570*               DATE THE ACH PROCESSOR SETTLES.
000571*10/15/26  DH   STAMP EVERY PAYMENT GENERATED WITH THE
000572*               STANDING ORDER CHANNEL FOR THE FEE SCHEDULE.
000573*10/15/26  DH   SKIP DUE ORDERS WHOSE PAYEE IS ON COMPLIANCE HOLD
000574*               OR BLOCKED, REPORTING THEM AS CMPLHOLD.
000575*10/15/26  DH   CHECKPOINT THE LAST INSTRUCTION PROCESSED AND THE
000576*               RUN TOTALS TO CHKPFILE AND RESTART PAST IT AFTER
000577*               AN ABEND; RESTART POINT AND BEFORE/AFTER COUNTS
000578*               ON THE REPORT AND ON RUN CONTROL.
000579*10/15/26  DH   VALUE-DATE EVERY PAYMENT GENERATED TO THE BUSINESS
000580*               DATE OF THE RUN.
000581*10/15/26  DH   COUNT THE PAYMENTS A FAILED RUN GENERATED AFTER
000582*               ITS LAST CHECKPOINT AND PRINT THEM ON THE
000583*               RESTARTED REPORT.
000584*10/15/26  DH   A RUN THAT FAILED BEFORE ITS FIRST CHECKPOINT
000585*               RESTARTS FROM THE TOP, WITH THE RESTART LINE,
000586*               BEFORE/AFTER COUNTS AND PRIOR-GENERATED COUNT.
000587*----------------------------------------------------------------

000590 ENVIRONMENT DIVISION.
000600 INPUT-OUTPUT SECTION.
000880     SELECT RPAYRPT ASSIGN TO RPAYRPT
000890         ORGANIZATION IS SEQUENTIAL
000900         FILE STATUS IS RP-RPAYRPT-STATUS.
000901     SELECT CHKPFILE ASSIGN TO CHKPFILE
000902         ORGANIZATION IS INDEXED
000903         ACCESS MODE IS RANDOM
000904         RECORD KEY IS CHKP-KEY
000905         FILE STATUS IS RP-CHKPFILE-STATUS.

000910 DATA DIVISION.
000920 FILE SECTION.
001150 FD  RPAYRPT
001160     RECORDING MODE IS F.
001170 01  RPAYRPT-RECORD              PIC X(80).
001171*
001172 FD  CHKPFILE.
001173 01  CHKP-RECORD.
001174     05 CHKP-KEY                 PIC 9(01).
001175     05 CHKP-RUN-DATE            PIC 9(08).
001176     05 CHKP-STATE               PIC X(01).
001177        88 CHKP-RUNNING             VALUE 'R'.
001178        88 CHKP-RUN-COMPLETE        VALUE 'C'.
001179     05 CHKP-LAST-ID             PIC 9(06).
001180     05 CHKP-COUNTS.
001181        10 CHKP-READ-COUNT       PIC 9(07).
001182        10 CHKP-DUE-COUNT        PIC 9(07).
001183        10 CHKP-GENERATED-COUNT  PIC 9(07).
001184        10 CHKP-HELD-COUNT       PIC 9(07).
001185        10 CHKP-CMPL-HOLD-COUNT  PIC 9(07).
001186        10 CHKP-PRIOR-GEN-COUNT  PIC 9(07).
001187     05 CHKP-GENERATED-TOTAL     PIC S9(09)V99.
001188     05 CHKP-NEXT-REF            PIC 9(10).
001189     05 FILLER                   PIC X(01).

001190 WORKING-STORAGE SECTION.
001191 COPY PAYLIMIT.
001200*----------------------------------------------------------------
001210*SWITCHES AND FILE STATUS FIELDS
001220*----------------------------------------------------------------
001350 77  RP-RPAYRPT-STATUS           PIC X(02) VALUE SPACES.
001360 77  RP-EOF-STANDFIL-SW          PIC X(01) VALUE 'N'.
001370     88 RP-EOF-STANDFIL                      VALUE 'Y'.
001371 77  RP-CMPL-SW                  PIC X(01) VALUE 'N'.
001372     88 RP-CMPL-HOLD                         VALUE 'Y'.
001373 77  RP-CHKPFILE-STATUS          PIC X(02) VALUE SPACES.
001374 77  RP-RESTART-SW               PIC X(01) VALUE 'N'.
001375     88 RP-RESTARTED                         VALUE 'Y'.
001380*----------------------------------------------------------------
001390*LINE AND PAGE CONTROL
001400*----------------------------------------------------------------
001480 77  RP-INSTR-DUE-COUNT          PIC 9(07) COMP VALUE ZERO.
001490 77  RP-GENERATED-COUNT          PIC 9(07) COMP VALUE ZERO.
001500 77  RP-HELD-COUNT               PIC 9(07) COMP VALUE ZERO.
001501 77  RP-CMPL-HOLD-COUNT          PIC 9(07) COMP VALUE ZERO.
001502 77  RP-PRIOR-GEN-COUNT          PIC 9(07) COMP VALUE ZERO.
001510 77  RP-GENERATED-TOTAL          PIC S9(09)V99 COMP-3 VALUE ZERO.
001511*----------------------------------------------------------------
001512*CHECKPOINT AND RESTART - RP-BEFORE-COUNTS HOLDS THE COUNTS AS
001513*CHECKPOINTED, IN THE ORDER OF CHKP-COUNTS.
001514*----------------------------------------------------------------
001515 77  RP-CHKP-INTERVAL            PIC 9(05) COMP VALUE 500.
001516 77  RP-CHKP-SINCE               PIC 9(05) COMP VALUE ZERO.
001517 77  RP-RESUME-ID                PIC 9(06) VALUE ZERO.
001518 77  RP-SCAN-REF                 PIC 9(10) VALUE ZERO.
001519 77  RP-SCAN-END                 PIC 9(10) VALUE ZERO.
001520 01  RP-RESTART-POINT.
001521     05 FILLER                   PIC X(12) VALUE 'STANDING ID '.
001522     05 RP-RP-ID                 PIC 9(06).
001523     05 FILLER                   PIC X(02) VALUE SPACES.
001524 01  RP-BEFORE-COUNTS.
001525     05 RP-BF-READ               PIC 9(07).
001526     05 RP-BF-DUE                PIC 9(07).
001527     05 RP-BF-GENERATED          PIC 9(07).
001528     05 RP-BF-HELD               PIC 9(07).
001529     05 RP-BF-CMPL-HOLD          PIC 9(07).
001530     05 RP-BF-PRIOR-GEN          PIC 9(07).
001531 77  RP-TOT-COUNT                PIC 9(07) VALUE ZERO.
001532 77  RP-TOT-BEFORE               PIC 9(07) VALUE ZERO.
001533*----------------------------------------------------------------
001534*WORK FIELDS
001540*----------------------------------------------------------------
001550 77  RP-BUSINESS-DATE            PIC 9(08) VALUE ZERO.
001560*RUN-CONTROL IDENTITY - SEE 1050-CHECK-RUN-CONTROL.
002570     05 RP-TL-COUNT              PIC ZZZ,ZZ9.
002580     05 FILLER                  PIC X(03) VALUE SPACES.
002590     05 RP-TL-AMOUNT             PIC -(9)9.99.
002591     05 FILLER                  PIC X(02) VALUE SPACES.
002592     05 RP-TL-BEFORE             PIC ZZZ,ZZ9.
002593     05 FILLER                  PIC X(02) VALUE SPACES.
002594     05 RP-TL-AFTER              PIC ZZZ,ZZ9.
002595     05 FILLER                  PIC X(07) VALUE SPACES.
002596 01  RP-TOTAL-HEADING.
002597     05 FILLER                  PIC X(34) VALUE SPACES.
002598     05 FILLER                  PIC X(05) VALUE 'COUNT'.
002599     05 FILLER                  PIC X(10) VALUE SPACES.
002600     05 FILLER                  PIC X(06) VALUE 'AMOUNT'.
002601     05 FILLER                  PIC X(03) VALUE SPACES.
002602     05 FILLER                  PIC X(06) VALUE 'BEFORE'.
002603     05 FILLER                  PIC X(04) VALUE SPACES.
002604     05 FILLER                  PIC X(05) VALUE 'AFTER'.
002605     05 FILLER                  PIC X(07) VALUE SPACES.
002606 01  RP-RESTART-LINE.
002607     05 FILLER                  PIC X(16)
002608        VALUE 'RESTARTED AFTER '.
002609     05 RP-RS-POINT              PIC X(20).
002610     05 FILLER                  PIC X(44) VALUE SPACES.

002611 PROCEDURE DIVISION.
002620 0000-MAINLINE.
002630     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002640     PERFORM 2000-PROCESS-STANDFIL THRU 2000-EXIT

002690*----------------------------------------------------------------
002700*1000-INITIALIZE - CHECK IN WITH RUN CONTROL, OPEN FILES,
002701*                  PRIME THE FIRST STANDING INSTRUCTION (THE
002702*                  ONE AFTER THE CHECKPOINT ON A RESTART), AND
002720*                  WRITE THE REPORT PAGE 1 HEADINGS.
002730*----------------------------------------------------------------
002740 1000-INITIALIZE.
003180         MOVE 16 TO RETURN-CODE
003190         STOP RUN
003200     END-IF
003201     PERFORM 1400-READ-CHECKPOINT THRU 1400-EXIT
003210     PERFORM 1100-WRITE-HEADINGS THRU 1100-EXIT
003211     IF RP-RESTARTED
003212         PERFORM 1460-WRITE-RESTART-LINE THRU 1460-EXIT
003213         MOVE RP-RESUME-ID TO STND-ID
003214         START STANDFIL KEY > STND-ID
003215             INVALID KEY
003216                 SET RP-EOF-STANDFIL TO TRUE
003217         END-START
003218     END-IF
003219     IF NOT RP-EOF-STANDFIL
003220         PERFORM 2100-READ-STANDFIL THRU 2100-EXIT
003221     END-IF.
003230 1000-EXIT.
003240     EXIT.
003250*----------------------------------------------------------------
003940     MOVE SPACES TO RCTL-END-TS
003950     MOVE ZERO TO RCTL-RETURN-CODE
003960     MOVE RP-PRED-NAME TO RCTL-PREDECESSOR
003961     MOVE 'N' TO RCTL-RESTART-SW
003962     MOVE SPACES TO RCTL-RESTART-POINT
003970     IF RP-RCTL-NEW
003980         WRITE RCTL-RECORD
003990     ELSE
004430     PERFORM 1310-READ-HOLFILE THRU 1310-EXIT.
004440 1320-EXIT.
004450     EXIT.
004451*----------------------------------------------------------------
004452*1400-READ-CHECKPOINT - THE CHECKPOINT RECORD CARRIES THE LAST
004453*                       INSTRUCTION PROCESSED, THE BUSINESS
004454*                       DATE IT BELONGS TO, AND WHETHER THAT RUN
004455*                       FINISHED.
004456*                       AN UNFINISHED RUN OF TONIGHT'S DATE IS
004457*                       RESTARTED FROM IT; ANYTHING ELSE - A
004458*                       FINISHED RUN, A RERUN OF A COMPLETED DATE,
004459*                       A LEFTOVER FROM AN EARLIER NIGHT - STARTS
004460*                       FROM THE TOP WITH A FRESH CHECKPOINT.  A
004461*                       NEWLY DEFINED CLUSTER OPENS WITH STATUS 35
004462*                       AND IS PRIMED THROUGH OPEN OUTPUT.
004463*----------------------------------------------------------------
004464 1400-READ-CHECKPOINT.
004465     OPEN I-O CHKPFILE
004466     IF RP-CHKPFILE-STATUS = '35'
004467         OPEN OUTPUT CHKPFILE
004468         IF RP-CHKPFILE-STATUS NOT = '00'
004469             DISPLAY 'RECURPAY: CHKPFILE PRIME FAILED, '
004470                 'STATUS = ' RP-CHKPFILE-STATUS
004471             MOVE 16 TO RETURN-CODE
004472             STOP RUN
004473         END-IF
004474         MOVE SPACES TO CHKP-RECORD
004475         MOVE 1 TO CHKP-KEY
004476         MOVE ZERO TO CHKP-RUN-DATE
004477         WRITE CHKP-RECORD
004478         CLOSE CHKPFILE
004479         OPEN I-O CHKPFILE
004480     END-IF
004481     IF RP-CHKPFILE-STATUS NOT = '00'
004482         DISPLAY 'RECURPAY: CHKPFILE OPEN FAILED, STATUS = '
004483             RP-CHKPFILE-STATUS
004484         MOVE 16 TO RETURN-CODE
004485         STOP RUN
004486     END-IF
004487     MOVE 1 TO CHKP-KEY
004488     READ CHKPFILE
004489         INVALID KEY
004490             MOVE SPACES TO CHKP-RECORD
004491             MOVE 1 TO CHKP-KEY
004492             MOVE ZERO TO CHKP-RUN-DATE
004493             WRITE CHKP-RECORD
004494     END-READ
004495     IF CHKP-RUN-DATE NUMERIC
004496         AND CHKP-RUN-DATE = RP-BUSINESS-DATE
004497         AND CHKP-RUNNING
004498         AND CHKP-LAST-ID NUMERIC
004499         PERFORM 1410-RESTORE-CHECKPOINT THRU 1410-EXIT
004500     ELSE
004501         PERFORM 2650-WRITE-CHECKPOINT THRU 2650-EXIT
004502     END-IF.
004503 1400-EXIT.
004504     EXIT.
004505*----------------------------------------------------------------
004506*1410-RESTORE-CHECKPOINT - PICK UP WHERE THE FAILED RUN'S LAST
004507*                          CHECKPOINT LEFT OFF: THE INSTRUCTION TO
004508*                          RESUME AFTER AND ITS TOTALS.  A RUN
004509*                          THAT FAILED BEFORE ITS FIRST
004510*                          CHECKPOINT IS STILL A RESTART, FROM
004511*                          THE TOP, AND ITS PAYMENTS ARE COUNTED
004512*                          BACK THE SAME WAY.
004513*----------------------------------------------------------------
004514 1410-RESTORE-CHECKPOINT.
004515     SET RP-RESTARTED TO TRUE
004516     MOVE CHKP-LAST-ID TO RP-RESUME-ID
004517     MOVE CHKP-LAST-ID TO RP-RP-ID
004518     MOVE CHKP-COUNTS TO RP-BEFORE-COUNTS
004519     MOVE RP-BF-READ TO RP-INSTR-READ-COUNT
004520     MOVE RP-BF-DUE TO RP-INSTR-DUE-COUNT
004521     MOVE RP-BF-GENERATED TO RP-GENERATED-COUNT
004522     MOVE RP-BF-HELD TO RP-HELD-COUNT
004523     MOVE RP-BF-CMPL-HOLD TO RP-CMPL-HOLD-COUNT
004524     MOVE RP-BF-PRIOR-GEN TO RP-PRIOR-GEN-COUNT
004525     MOVE CHKP-GENERATED-TOTAL TO RP-GENERATED-TOTAL
004526     IF RP-RESUME-ID = ZERO
004527         MOVE 'TOP - NO CHECKPOINT' TO RP-RESTART-POINT
004528         DISPLAY 'RECURPAY: RESTART - FROM THE TOP'
004529     ELSE
004530         DISPLAY 'RECURPAY: RESTART AFTER STANDING ID '
004531             RP-RESUME-ID
004532     END-IF
004533     IF CHKP-NEXT-REF NUMERIC
004534         AND CHKP-NEXT-REF > ZERO
004535         MOVE CHKP-NEXT-REF TO RP-SCAN-REF
004536         PERFORM 1420-COUNT-PRIOR-GEN THRU 1420-EXIT
004537     END-IF
004538     PERFORM 1450-NOTE-RESTART THRU 1450-EXIT.
004539 1410-EXIT.
004540     EXIT.
004541*----------------------------------------------------------------
004542*1420-COUNT-PRIOR-GEN - THE FAILED RUN'S PAYMENTS AFTER ITS LAST
004543*                       CHECKPOINT.  EVERY REFERENCE NUMBER DRAWN
004544*                       SINCE THE CHECKPOINT (CHKP-NEXT-REF UP TO
004545*                       THE COUNTER'S VALUE NOW) IS READ BACK, AND
004546*                       ONE THIS JOB WROTE FOR TONIGHT IS COUNTED
004547*                       AS GENERATED BEFORE THE RESTART.  NUMBERS
004548*                       THE ONLINE ENTRY OR PAYIMPRT DREW, AND ANY
004549*                       NEVER WRITTEN, ARE PASSED OVER.
004550*----------------------------------------------------------------
004551 1420-COUNT-PRIOR-GEN.
004552     PERFORM 2660-QUERY-COUNTER THRU 2660-EXIT
004553     MOVE RP-NC-VALUE TO RP-SCAN-END
004554     PERFORM 1430-CHECK-PRIOR-REF THRU 1430-EXIT
004555         UNTIL RP-SCAN-REF NOT < RP-SCAN-END
004556     DISPLAY 'RECURPAY: GENERATED BEFORE THE RESTART = '
004557         RP-PRIOR-GEN-COUNT.
004558 1420-EXIT.
004559     EXIT.
004560 1430-CHECK-PRIOR-REF.
004561     MOVE RP-SCAN-REF TO PAY-REF-NO
004562     ADD 1 TO RP-SCAN-REF
004563     READ PAYFILE
004564         INVALID KEY
004565             GO TO 1430-EXIT
004566     END-READ
004567     IF PAY-OPERATOR-ID = 'RECURPAY'
004568         AND PAY-ENTRY-DATE = RP-BUSINESS-DATE
004569         ADD 1 TO RP-PRIOR-GEN-COUNT
004570     END-IF.
004571 1430-EXIT.
004572     EXIT.
004573*----------------------------------------------------------------
004574*1450-NOTE-RESTART - FLAG THIS RUN RESTARTED ON ITS RUN-CONTROL
004575*                    RECORD, WITH THE RESTART POINT, FOR THE
004576*                    RUNCTLUT MORNING CHECKLIST.
004577*----------------------------------------------------------------
004578 1450-NOTE-RESTART.
004579     MOVE RP-JOB-NAME TO RCTL-JOB-NAME
004580     READ RUNCTL
004581         INVALID KEY
004582             DISPLAY 'RECURPAY: RUNCTL RECORD MISSING AT RESTART'
004583             MOVE 16 TO RETURN-CODE
004584             STOP RUN
004585     END-READ
004586     SET RCTL-RESTARTED TO TRUE
004587     MOVE RP-RESTART-POINT TO RCTL-RESTART-POINT
004588     REWRITE RCTL-RECORD
004589     IF RP-RUNCTL-STATUS NOT = '00'
004590         DISPLAY 'RECURPAY: RUNCTL UPDATE FAILED, STATUS = '
004591             RP-RUNCTL-STATUS
004592         MOVE 16 TO RETURN-CODE
004593         STOP RUN
004594     END-IF.
004595 1450-EXIT.
004596     EXIT.
004597 1460-WRITE-RESTART-LINE.
004598     MOVE RP-RESTART-POINT TO RP-RS-POINT
004599     WRITE RPAYRPT-RECORD FROM RP-RESTART-LINE
004600         AFTER ADVANCING 2 LINES
004601     ADD 2 TO RP-LINE-COUNT.
004602 1460-EXIT.
004603     EXIT.
004604 1100-WRITE-HEADINGS.
004605     ADD 1 TO RP-PAGE-COUNT
004606     MOVE RP-BUSINESS-DATE TO RP-H1-DATE
004607     WRITE RPAYRPT-RECORD FROM RP-HEADING-LINE-1
004608         AFTER ADVANCING PAGE
004609     WRITE RPAYRPT-RECORD FROM RP-HEADING-LINE-2
004610         AFTER ADVANCING 2 LINES
004611     MOVE 2 TO RP-LINE-COUNT.
004612 1100-EXIT.
004613     EXIT.

004614*----------------------------------------------------------------
004615*2000-PROCESS-STANDFIL - GENERATE A PAYMENT FOR EACH ACTIVE
004616*                        INSTRUCTION DUE ON OR BEFORE THE
004617*                        BUSINESS DATE, UNLESS ITS PAYEE IS UNDER
004618*                        A COMPLIANCE HOLD OR BLOCK.  EACH
004619*                        INSTRUCTION COUNTS TOWARD THE NEXT
004620*                        CHECKPOINT (2600).
004621*----------------------------------------------------------------
004622 2000-PROCESS-STANDFIL.
004623     ADD 1 TO RP-INSTR-READ-COUNT
004630     IF STND-ST-ACTIVE
004640         AND STND-NEXT-RUN-DATE NOT > RP-BUSINESS-DATE
004650         ADD 1 TO RP-INSTR-DUE-COUNT
004651         PERFORM 2150-CHECK-COMPLIANCE THRU 2150-EXIT
004652         IF RP-CMPL-HOLD
004653             ADD 1 TO RP-CMPL-HOLD-COUNT
004654             PERFORM 2160-WRITE-HOLD-DETAIL THRU 2160-EXIT
004655         ELSE
004656             PERFORM 2200-GENERATE-PAYMENT THRU 2200-EXIT
004657         END-IF
004670     END-IF
004671     PERFORM 2600-CHECK-CHECKPOINT THRU 2600-EXIT
004680     PERFORM 2100-READ-STANDFIL THRU 2100-EXIT.
004690 2000-EXIT.
004700     EXIT.
004740             SET RP-EOF-STANDFIL TO TRUE
004750     END-READ.
004760 2100-EXIT.
004761     EXIT.
004762 2150-CHECK-COMPLIANCE.
004763*  THE PAYEE MASTER CARRIES THE COMPLIANCE STATE SET BY WATCH-LIST
004764*  SCREENING.  AN ORDER WITH NO PAYEE NUMBER, OR ONE WHOSE PAYEE
004765*  HAS GONE MISSING, IS LEFT TO THE SETTLEMENT ROUTING RULE IN
004766*  2350-FILL-SETTLE-PAYEE.
004767     MOVE 'N' TO RP-CMPL-SW
004768     IF STND-PAYEE-NO NUMERIC
004769         AND STND-PAYEE-NO > ZERO
004770         MOVE STND-PAYEE-NO TO PAYE-NUMBER
004771         READ PAYEFIL
004772             INVALID KEY
004773                 CONTINUE
004774             NOT INVALID KEY
004775                 IF PAYE-ST-HOLD OR PAYE-ST-BLOCKED
004776                     SET RP-CMPL-HOLD TO TRUE
004777                 END-IF
004778         END-READ
004779     END-IF.
004780 2150-EXIT.
004781     EXIT.
004782 2160-WRITE-HOLD-DETAIL.
004783     IF RP-LINE-COUNT NOT < RP-LINES-PER-PAGE
004784         PERFORM 1100-WRITE-HEADINGS THRU 1100-EXIT
004785     END-IF
004786     MOVE SPACES TO RP-DETAIL-LINE
004787     MOVE STND-ID TO RP-DL-STND-ID
004788     MOVE ZERO TO RP-DL-REF-NO
004789     MOVE STND-PAYEE TO RP-DL-PAYEE
004790     MOVE STND-AMOUNT TO RP-DL-AMOUNT
004791     MOVE 'CMPLHOLD' TO RP-DL-STATUS
004792     WRITE RPAYRPT-RECORD FROM RP-DETAIL-LINE
004793         AFTER ADVANCING 1 LINE
004794     ADD 1 TO RP-LINE-COUNT.
004795 2160-EXIT.
004796     EXIT.

004797*----------------------------------------------------------------
004798*2200-GENERATE-PAYMENT - DRAW THE REFERENCE NUMBER, WRITE THE
004800*                        PAYMENT AND (BELOW THE DUAL
004810*                        AUTHORIZATION THRESHOLD) THE OUTBOUND
004820*                        SETTLEMENT RECORD, ROLL THE NEXT-RUN
005150         MOVE 'PENDING' TO RP-STATUS-TEXT
005160     END-IF
005170     MOVE 'RECURPAY' TO PAY-OPERATOR-ID
005171     SET PAY-CH-STANDING TO TRUE
005180     MOVE RP-BUSINESS-DATE TO PAY-ENTRY-DATE
005181     MOVE RP-BUSINESS-DATE TO PAY-VALUE-DATE
005190     MOVE RP-RUN-TIME TO PAY-ENTRY-TIME
005200     MOVE SPACES TO PAY-REJECT-REASON
005210     WRITE PAY-RECORD
007930     ADD 1 TO RP-LINE-COUNT.
007940 2500-EXIT.
007950     EXIT.
007951*----------------------------------------------------------------
007952*2600-CHECK-CHECKPOINT - ONCE RP-CHKP-INTERVAL INSTRUCTIONS HAVE
007953*                        BEEN PROCESSED SINCE THE LAST CHECKPOINT,
007954*                        CHECKPOINT THE ONE JUST FINISHED.
007955*----------------------------------------------------------------
007956 2600-CHECK-CHECKPOINT.
007957     ADD 1 TO RP-CHKP-SINCE
007958     IF RP-CHKP-SINCE NOT < RP-CHKP-INTERVAL
007959         PERFORM 2650-WRITE-CHECKPOINT THRU 2650-EXIT
007960     END-IF.
007961 2600-EXIT.
007962     EXIT.
007963 2650-WRITE-CHECKPOINT.
007964     MOVE SPACES TO CHKP-RECORD
007965     MOVE 1 TO CHKP-KEY
007966     MOVE RP-BUSINESS-DATE TO CHKP-RUN-DATE
007967     SET CHKP-RUNNING TO TRUE
007968     IF RP-CHKP-SINCE > ZERO
007969         MOVE STND-ID TO CHKP-LAST-ID
007970     ELSE
007971         MOVE RP-RESUME-ID TO CHKP-LAST-ID
007972     END-IF
007973     MOVE RP-INSTR-READ-COUNT TO CHKP-READ-COUNT
007974     MOVE RP-INSTR-DUE-COUNT TO CHKP-DUE-COUNT
007975     MOVE RP-GENERATED-COUNT TO CHKP-GENERATED-COUNT
007976     MOVE RP-HELD-COUNT TO CHKP-HELD-COUNT
007977     MOVE RP-CMPL-HOLD-COUNT TO CHKP-CMPL-HOLD-COUNT
007978     MOVE RP-PRIOR-GEN-COUNT TO CHKP-PRIOR-GEN-COUNT
007979     MOVE RP-GENERATED-TOTAL TO CHKP-GENERATED-TOTAL
007980     PERFORM 2660-QUERY-COUNTER THRU 2660-EXIT
007981     MOVE RP-NC-VALUE TO CHKP-NEXT-REF
007982     REWRITE CHKP-RECORD
007983     IF RP-CHKPFILE-STATUS NOT = '00'
007984         DISPLAY 'RECURPAY: CHKPFILE REWRITE FAILED, STATUS = '
007985             RP-CHKPFILE-STATUS
007986         MOVE 16 TO RETURN-CODE
007987         STOP RUN
007988     END-IF
007989     MOVE ZERO TO RP-CHKP-SINCE.
007990 2650-EXIT.
007991     EXIT.
007992*----------------------------------------------------------------
007993*2660-QUERY-COUNTER - THE PAYREF COUNTER'S CURRENT VALUE, THE
007994*                     NEXT REFERENCE NUMBER IT WILL HAND OUT,
007995*                     WITHOUT DRAWING ONE.
007996*----------------------------------------------------------------
007997 2660-QUERY-COUNTER.
007998     MOVE 'QUERY' TO RP-NC-FUNCTION
007999     CALL 'DFHNCTR' USING RP-NC-FUNCTION RP-NC-POOL
008000         RP-NC-NAME RP-NC-VALUE RP-NC-RETURN
008001     MOVE 'GET  ' TO RP-NC-FUNCTION
008002     IF RP-NC-RETURN NOT = ZERO
008003         DISPLAY 'RECURPAY: PAYREF COUNTER QUERY FAILED, RC = '
008004             RP-NC-RETURN
008005         MOVE 16 TO RETURN-CODE
008006         STOP RUN
008007     END-IF.
008008 2660-EXIT.
008009     EXIT.

008010*----------------------------------------------------------------
008011*4000-WRITE-TOTALS - PRINT THE RUN TOTALS AT THE BOTTOM OF THE
008012*                    GENERATED-PAYMENTS REPORT.
008013*----------------------------------------------------------------
008014 4000-WRITE-TOTALS.
008015     MOVE SPACES TO RP-TOTAL-LINE
008020     WRITE RPAYRPT-RECORD FROM RP-TOTAL-LINE
008030         AFTER ADVANCING 2 LINES
008031     IF RP-RESTARTED
008032         PERFORM 1460-WRITE-RESTART-LINE THRU 1460-EXIT
008033         WRITE RPAYRPT-RECORD FROM RP-TOTAL-HEADING
008034             AFTER ADVANCING 2 LINES
008035     END-IF
008050     MOVE 'INSTRUCTIONS ON FILE' TO RP-TL-LABEL
008051     MOVE RP-INSTR-READ-COUNT TO RP-TOT-COUNT
008052     MOVE RP-BF-READ TO RP-TOT-BEFORE
008053     PERFORM 4100-WRITE-TOTAL-LINE THRU 4100-EXIT
008054     MOVE 'INSTRUCTIONS DUE' TO RP-TL-LABEL
008055     MOVE RP-INSTR-DUE-COUNT TO RP-TOT-COUNT
008056     MOVE RP-BF-DUE TO RP-TOT-BEFORE
008057     PERFORM 4100-WRITE-TOTAL-LINE THRU 4100-EXIT
008058     MOVE 'PAYMENTS GENERATED' TO RP-TL-LABEL
008059     MOVE RP-GENERATED-TOTAL TO RP-TL-AMOUNT
008060     MOVE RP-GENERATED-COUNT TO RP-TOT-COUNT
008061     MOVE RP-BF-GENERATED TO RP-TOT-BEFORE
008062     PERFORM 4100-WRITE-TOTAL-LINE THRU 4100-EXIT
008063     MOVE 'HELD FOR APPROVAL' TO RP-TL-LABEL
008064     MOVE RP-HELD-COUNT TO RP-TOT-COUNT
008065     MOVE RP-BF-HELD TO RP-TOT-BEFORE
008066     PERFORM 4100-WRITE-TOTAL-LINE THRU 4100-EXIT
008067     MOVE 'SKIPPED - COMPLIANCE HOLD' TO RP-TL-LABEL
008068     MOVE RP-CMPL-HOLD-COUNT TO RP-TOT-COUNT
008069     MOVE RP-BF-CMPL-HOLD TO RP-TOT-BEFORE
008070     PERFORM 4100-WRITE-TOTAL-LINE THRU 4100-EXIT
008071     IF RP-RESTARTED
008072         MOVE 'GENERATED BEFORE THE RESTART' TO RP-TL-LABEL
008073         MOVE RP-PRIOR-GEN-COUNT TO RP-TOT-COUNT
008074         MOVE RP-BF-PRIOR-GEN TO RP-TOT-BEFORE
008075         PERFORM 4100-WRITE-TOTAL-LINE THRU 4100-EXIT
008076     END-IF.
008077 4000-EXIT.
008078     EXIT.
008079*----------------------------------------------------------------
008080*4100-WRITE-TOTAL-LINE - PRINT ONE RUN TOTAL.  ON A RESTARTED RUN
008081*                        THE COUNT AS CHECKPOINTED BY THE FAILED
008082*                        RUN AND THE COUNT ADDED SINCE ARE BESIDE
008083*                        IT.  THE CALLER HAS SET THE LABEL AND ANY
008084*                        AMOUNT.
008085*----------------------------------------------------------------
008086 4100-WRITE-TOTAL-LINE.
008087     MOVE RP-TOT-COUNT TO RP-TL-COUNT
008088     IF RP-RESTARTED
008089         MOVE RP-TOT-BEFORE TO RP-TL-BEFORE
008090         COMPUTE RP-TL-AFTER = RP-TOT-COUNT - RP-TOT-BEFORE
008091     END-IF
008092     WRITE RPAYRPT-RECORD FROM RP-TOTAL-LINE
008093         AFTER ADVANCING 1 LINE
008094     MOVE SPACES TO RP-TOTAL-LINE.
008095 4100-EXIT.
008260     EXIT.

008270*----------------------------------------------------------------
008340     CLOSE HOLFILE
008350     CLOSE SETLOUT
008360     CLOSE RPAYRPT
008361     PERFORM 8200-CLOSE-CHECKPOINT THRU 8200-EXIT
008370     PERFORM 8100-END-RUN-CONTROL THRU 8100-EXIT.
008380 8000-EXIT.
008390     EXIT.
008600     CLOSE RUNCTL.
008610 8100-EXIT.
008620     EXIT.
008621*----------------------------------------------------------------
008622*8200-CLOSE-CHECKPOINT - MARK THE CHECKPOINT FINISHED, SO THE NEXT
008623*                        SUBMISSION STARTS FROM THE TOP EVEN ON
008624*                        THE SAME DATE (A RUNCTLUT RERUN).
008625*----------------------------------------------------------------
008626 8200-CLOSE-CHECKPOINT.
008627     MOVE 1 TO CHKP-KEY
008628     READ CHKPFILE
008629         INVALID KEY
008630             CLOSE CHKPFILE
008631             GO TO 8200-EXIT
008632     END-READ
008633     SET CHKP-RUN-COMPLETE TO TRUE
008634     REWRITE CHKP-RECORD
008635     IF RP-CHKPFILE-STATUS NOT = '00'
008636         DISPLAY 'RECURPAY: CHKPFILE REWRITE FAILED, STATUS = '
008637             RP-CHKPFILE-STATUS
008638         MOVE 16 TO RETURN-CODE
008639     END-IF
008640     CLOSE CHKPFILE.
008641 8200-EXIT.
008642     EXIT.
