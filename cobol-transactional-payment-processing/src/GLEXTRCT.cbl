000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. GLEXTRCT.
000120 AUTHOR. D HALLORAN.
000130 INSTALLATION. FIRST COMMERCIAL BANK - IT APPLICATIONS.
000140 DATE-WRITTEN. 10/15/2026.
000150 DATE-COMPILED.
000160*----------------------------------------------------------------
000170*GLEXTRCT - NIGHTLY GENERAL LEDGER JOURNAL EXTRACT.  BUILDS THE
000180*           GL SYSTEM'S JOURNAL FILE (COPY GLJRNREC) FOR THE
000190*           RUN-CONTROL BUSINESS DATE, ONE BALANCED DEBIT/CREDIT
000200*           PAIR PER MONEY MOVEMENT, SO FINANCE NO LONGER
000210*           REBUILDS THE ENTRIES BY HAND FROM THE POSTING
000220*           REGISTER AND THE AUDIT TRAIL:
000230*           - PAYMENT DEBITS AND LATE-RETURN CREDITS APPLIED BY
000240*             ACCTPOST WITH THE FEES CHARGED AND REFUNDED
000241*             ALONGSIDE THEM, AND ACCTMNT1 BALANCE ADJUSTMENTS,
000250*             FROM THE GL ACTIVITY FILE (COPY GLACTREC - THE
000260*             ACCTPOST FILE AND THE ADJT QUEUE OFFLOAD,
000261*             CONCATENATED).
000270*           - PAYMENTS VOIDED ON PAYREV01 AND HELD PAYMENTS
000280*             DENIED ON PAYAPR01, FROM THEIR AUDIT TRAIL LINES,
000290*             WITH THE AMOUNT AND ACCOUNT FROM PAYFILE.
000300*           DEBIT AND CREDIT GL ACCOUNTS COME FROM THE MAP IN
000310*           COPY GLACCTS.  THE CONTROL REPORT LISTS EVERY ENTRY,
000320*           TOTALS BY ENTRY TYPE AND THE DEBIT AND CREDIT
000330*           TOTALS; IF THEY DO NOT AGREE THE RUN ENDS WITH
000340*           RETURN CODE 16 AND IS NOT MARKED COMPLETE, SO THE
000350*           FILE IS NOT SENT AND THE NIGHT CAN BE RERUN ONCE
000360*           THE CAUSE IS FIXED.
000370*           RUNS AFTER ACCTPOST IN THE RUN-CONTROL CHAIN, SO IT
000380*           CANNOT RUN ON A DAY THAT HAS NOT BEEN POSTED.
000390*----------------------------------------------------------------
000400*MODIFICATION HISTORY
000410*----------------------------------------------------------------
000420*DATE      INIT DESCRIPTION
000430*10/15/26  DH   INITIAL VERSION.
000431*10/15/26  DH   BOOK THE PAYMENT FEES ACCTPOST CHARGES AND
000432*               REFUNDS (ENTRY TYPES FE AND FR).
000440*----------------------------------------------------------------

000450 ENVIRONMENT DIVISION.
000460 INPUT-OUTPUT SECTION.
000470 FILE-CONTROL.
000480     SELECT RUNCTL ASSIGN TO RUNCTL
000490         ORGANIZATION IS INDEXED
000500         ACCESS MODE IS RANDOM
000510         RECORD KEY IS RCTL-JOB-NAME
000520         FILE STATUS IS GX-RUNCTL-STATUS.
000530     SELECT PAYFILE ASSIGN TO PAYFILE
000540         ORGANIZATION IS INDEXED
000550         ACCESS MODE IS RANDOM
000560         RECORD KEY IS PAY-REF-NO
000570         FILE STATUS IS GX-PAYFILE-STATUS.
000580     SELECT GLACTV ASSIGN TO GLACTV
000590         ORGANIZATION IS SEQUENTIAL
000600         FILE STATUS IS GX-GLACTV-STATUS.
000610     SELECT AUDTFILE ASSIGN TO AUDTFILE
000620         ORGANIZATION IS SEQUENTIAL
000630         FILE STATUS IS GX-AUDTFILE-STATUS.
000640     SELECT GLJRNL ASSIGN TO GLJRNL
000650         ORGANIZATION IS SEQUENTIAL
000660         FILE STATUS IS GX-GLJRNL-STATUS.
000670     SELECT GLRPT ASSIGN TO GLRPT
000680         ORGANIZATION IS SEQUENTIAL
000690         FILE STATUS IS GX-GLRPT-STATUS.

000700 DATA DIVISION.
000710 FILE SECTION.
000720 FD  RUNCTL.
000730 COPY RUNCTLRC.
000740*
000750 FD  PAYFILE.
000760 COPY PAYREC.
000770*
000780 FD  GLACTV
000790     RECORDING MODE IS F.
000800 COPY GLACTREC.
000810*
000820 FD  AUDTFILE
000830     RECORDING MODE IS F.
000840 COPY AUDITREC.
000850*
000860 FD  GLJRNL
000870     RECORDING MODE IS F.
000880 COPY GLJRNREC.
000890*
000900 FD  GLRPT
000910     RECORDING MODE IS F.
000920 01  GLRPT-RECORD                PIC X(80).

000930 WORKING-STORAGE SECTION.
000940*----------------------------------------------------------------
000950*SWITCHES AND FILE STATUS FIELDS
000960*----------------------------------------------------------------
000970 77  GX-RUNCTL-STATUS            PIC X(02) VALUE SPACES.
000980 77  GX-RCTL-NEW-SW              PIC X(01) VALUE 'N'.
000990     88 GX-RCTL-NEW                          VALUE 'Y'.
001000 77  GX-PAYFILE-STATUS           PIC X(02) VALUE SPACES.
001010 77  GX-GLACTV-STATUS            PIC X(02) VALUE SPACES.
001020 77  GX-AUDTFILE-STATUS          PIC X(02) VALUE SPACES.
001030 77  GX-GLJRNL-STATUS            PIC X(02) VALUE SPACES.
001040 77  GX-GLRPT-STATUS             PIC X(02) VALUE SPACES.
001050 77  GX-EOF-GLACTV-SW            PIC X(01) VALUE 'N'.
001060     88 GX-EOF-GLACTV                        VALUE 'Y'.
001070 77  GX-EOF-AUDTFILE-SW          PIC X(01) VALUE 'N'.
001080     88 GX-EOF-AUDTFILE                      VALUE 'Y'.
001090 77  GX-MAP-FOUND-SW             PIC X(01) VALUE 'N'.
001100     88 GX-MAP-FOUND                         VALUE 'Y'.
001110 77  GX-BALANCE-SW               PIC X(01) VALUE 'Y'.
001120     88 GX-IN-BALANCE                        VALUE 'Y'.
001130     88 GX-OUT-OF-BALANCE                    VALUE 'N'.
001140*----------------------------------------------------------------
001150*LINE AND PAGE CONTROL
001160*----------------------------------------------------------------
001170 77  GX-LINE-COUNT               PIC 9(02) COMP VALUE ZERO.
001180 77  GX-PAGE-COUNT               PIC 9(03) COMP VALUE ZERO.
001190 77  GX-LINES-PER-PAGE           PIC 9(02) COMP VALUE 55.
001200*----------------------------------------------------------------
001210*ACCUMULATORS - THE TYPE TOTALS RUN PARALLEL TO THE GLACCTS MAP,
001220*ONE ENTRY PER JOURNAL ENTRY TYPE.
001230*----------------------------------------------------------------
001240 77  GX-ENTRY-COUNT              PIC 9(06) COMP VALUE ZERO.
001250 77  GX-DEBIT-LINE-COUNT         PIC 9(07) COMP VALUE ZERO.
001260 77  GX-CREDIT-LINE-COUNT        PIC 9(07) COMP VALUE ZERO.
001270 77  GX-DEBIT-TOTAL              PIC S9(13)V99 COMP-3 VALUE ZERO.
001280 77  GX-CREDIT-TOTAL             PIC S9(13)V99 COMP-3 VALUE ZERO.
001290 77  GX-ZERO-ADJ-COUNT           PIC 9(07) COMP VALUE ZERO.
001300 77  GX-EXCEPTION-COUNT          PIC 9(07) COMP VALUE ZERO.
001310 01  GX-TYPE-TOTALS.
001320     05 GX-TYPE-ENTRY OCCURS 8.
001330        10 GX-TY-COUNT           PIC 9(07) COMP.
001340        10 GX-TY-AMOUNT          PIC S9(13)V99 COMP-3.
001350*----------------------------------------------------------------
001360*WORK FIELDS
001370*----------------------------------------------------------------
001380 77  GX-BUSINESS-DATE            PIC 9(08) VALUE ZERO.
001390 77  GX-BUSINESS-DATE-X          PIC X(08) VALUE SPACES.
001400*RUN-CONTROL IDENTITY - SEE 1050-CHECK-RUN-CONTROL.
001410 77  GX-JOB-NAME                 PIC X(08) VALUE 'GLEXTRCT'.
001420 77  GX-PRED-NAME                PIC X(08) VALUE 'ACCTPOST'.
001430 01  GX-TS-STAMP.
001440     05 GX-TS-DATE               PIC 9(08).
001450     05 GX-TS-TIME               PIC 9(06).
001460 77  GX-SOURCE-SYSTEM            PIC X(08) VALUE 'PAYAPP'.
001470 77  GX-MAP-IX                   PIC S9(4) COMP VALUE ZERO.
001480*THE ENTRY BEING BUILT - SET BY THE CALLER OF 2500-WRITE-ENTRY.
001490 77  GX-ENTRY-TYPE               PIC X(02) VALUE SPACES.
001500 77  GX-ENTRY-AMOUNT             PIC S9(9)V99 COMP-3 VALUE ZERO.
001510 77  GX-SOURCE-TYPE              PIC X(01) VALUE SPACES.
001520     88 GX-SRC-PAYMENT                       VALUE 'P'.
001530     88 GX-SRC-ACCOUNT                       VALUE 'A'.
001540 77  GX-SOURCE-REF               PIC 9(10) VALUE ZERO.
001550 77  GX-EXCP-NOTE                PIC X(12) VALUE SPACES.
001560 77  GX-AUDIT-REF-X              PIC X(10) VALUE SPACES.
001570*ONLINE OUTCOME TEXT THE VOID AND DENY PATHS WRITE, FOLLOWED BY
001580*THE TEN-DIGIT REFERENCE NUMBER - SEE PAYREV01 AND PAYAPR01.
001590 77  GX-VOID-TRANSID             PIC X(04) VALUE 'PAY4'.
001600 77  GX-VOID-TEXT                PIC X(21)
001610     VALUE 'PAYMENT VOIDED - REF '.
001620 77  GX-DENY-TRANSID             PIC X(04) VALUE 'PAY3'.
001630 77  GX-DENY-TEXT                PIC X(21)
001640     VALUE 'PAYMENT DENIED - REF '.
001650 COPY GLACCTS.
001660*----------------------------------------------------------------
001670*REPORT LINE LAYOUTS
001680*----------------------------------------------------------------
001690 01  GX-HEADING-LINE-1.
001700     05 FILLER                  PIC X(16) VALUE SPACES.
001710     05 FILLER                  PIC X(34)
001720        VALUE 'GL JOURNAL EXTRACT CONTROL REPORT'.
001730     05 FILLER                  PIC X(14) VALUE 'BUSINESS DATE '.
001740     05 GX-H1-DATE               PIC 9(08).
001750     05 FILLER                  PIC X(08) VALUE SPACES.
001760 01  GX-HEADING-LINE-2.
001770     05 FILLER                  PIC X(01) VALUE SPACES.
001780     05 FILLER                  PIC X(08) VALUE 'ENTRY'.
001790     05 FILLER                  PIC X(04) VALUE 'TP'.
001800     05 FILLER                  PIC X(16) VALUE 'SOURCE'.
001810     05 FILLER                  PIC X(12) VALUE 'DEBIT GL'.
001820     05 FILLER                  PIC X(12) VALUE 'CREDIT GL'.
001830     05 FILLER                  PIC X(15) VALUE 'AMOUNT'.
001840     05 FILLER                  PIC X(12) VALUE 'NOTE'.
001850 01  GX-DETAIL-LINE.
001860     05 FILLER                  PIC X(01) VALUE SPACES.
001870     05 GX-DL-ENTRY-NO           PIC Z(5)9.
001880     05 FILLER                  PIC X(02) VALUE SPACES.
001890     05 GX-DL-TYPE               PIC X(02).
001900     05 FILLER                  PIC X(02) VALUE SPACES.
001910     05 GX-DL-SOURCE             PIC X(04).
001920     05 GX-DL-REF                PIC Z(9)9.
001930     05 FILLER                  PIC X(02) VALUE SPACES.
001940     05 GX-DL-DEBIT              PIC X(10).
001950     05 FILLER                  PIC X(02) VALUE SPACES.
001960     05 GX-DL-CREDIT             PIC X(10).
001970     05 FILLER                  PIC X(02) VALUE SPACES.
001980     05 GX-DL-AMOUNT             PIC -(9)9.99.
001990     05 FILLER                  PIC X(02) VALUE SPACES.
002000     05 GX-DL-NOTE               PIC X(12).
002010 01  GX-TOTAL-LINE.
002020     05 GX-TL-LABEL              PIC X(30).
002030     05 FILLER                  PIC X(02) VALUE SPACES.
002040     05 GX-TL-COUNT              PIC ZZZ,ZZ9.
002050     05 FILLER                  PIC X(03) VALUE SPACES.
002060     05 GX-TL-AMOUNT             PIC -(11)9.99.
002070     05 FILLER                  PIC X(23) VALUE SPACES.
002080 01  GX-MESSAGE-LINE.
002090     05 GX-ML-TEXT               PIC X(60).
002100     05 FILLER                  PIC X(20) VALUE SPACES.

002110 PROCEDURE DIVISION.
002120 0000-MAINLINE.
002130     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002140     PERFORM 2000-PROCESS-ACTIVITY THRU 2000-EXIT
002150         UNTIL GX-EOF-GLACTV
002160     PERFORM 3000-PROCESS-AUDTFILE THRU 3000-EXIT
002170         UNTIL GX-EOF-AUDTFILE
002180     PERFORM 4000-WRITE-TRAILER THRU 4000-EXIT
002190     PERFORM 5000-WRITE-TOTALS THRU 5000-EXIT
002200     PERFORM 8000-TERMINATE THRU 8000-EXIT
002210     STOP RUN.

002220*----------------------------------------------------------------
002230*1000-INITIALIZE - CHECK IN WITH RUN CONTROL, OPEN FILES, CLEAR
002240*                  THE TYPE TOTALS, WRITE THE JOURNAL HEADER AND
002250*                  THE REPORT PAGE 1 HEADINGS, AND PRIME BOTH
002260*                  INPUT FILES.
002270*----------------------------------------------------------------
002280 1000-INITIALIZE.
002290     PERFORM 1050-CHECK-RUN-CONTROL THRU 1050-EXIT
002300     MOVE GX-BUSINESS-DATE TO GX-BUSINESS-DATE-X
002310     OPEN INPUT PAYFILE
002320     IF GX-PAYFILE-STATUS NOT = '00'
002330         DISPLAY 'GLEXTRCT: PAYFILE OPEN FAILED, STATUS = '
002340             GX-PAYFILE-STATUS
002350         MOVE 16 TO RETURN-CODE
002360         STOP RUN
002370     END-IF
002380     OPEN INPUT GLACTV
002390     IF GX-GLACTV-STATUS NOT = '00'
002400         DISPLAY 'GLEXTRCT: GLACTV OPEN FAILED, STATUS = '
002410             GX-GLACTV-STATUS
002420         MOVE 16 TO RETURN-CODE
002430         STOP RUN
002440     END-IF
002450     OPEN INPUT AUDTFILE
002460     IF GX-AUDTFILE-STATUS NOT = '00'
002470         DISPLAY 'GLEXTRCT: AUDTFILE OPEN FAILED, STATUS = '
002480             GX-AUDTFILE-STATUS
002490         MOVE 16 TO RETURN-CODE
002500         STOP RUN
002510     END-IF
002520     OPEN OUTPUT GLJRNL
002530     IF GX-GLJRNL-STATUS NOT = '00'
002540         DISPLAY 'GLEXTRCT: GLJRNL OPEN FAILED, STATUS = '
002550             GX-GLJRNL-STATUS
002560         MOVE 16 TO RETURN-CODE
002570         STOP RUN
002580     END-IF
002590     OPEN OUTPUT GLRPT
002600     IF GX-GLRPT-STATUS NOT = '00'
002610         DISPLAY 'GLEXTRCT: GLRPT OPEN FAILED, STATUS = '
002620             GX-GLRPT-STATUS
002630         MOVE 16 TO RETURN-CODE
002640         STOP RUN
002650     END-IF
002660     MOVE ZERO TO GX-MAP-IX
002670     PERFORM 1150-CLEAR-TYPE-TOTAL THRU 1150-EXIT
002680         UNTIL GX-MAP-IX NOT < GLM-ENTRY-MAX
002690     PERFORM 1200-WRITE-JOURNAL-HEADER THRU 1200-EXIT
002700     PERFORM 1100-WRITE-HEADINGS THRU 1100-EXIT
002710     PERFORM 2100-READ-GLACTV THRU 2100-EXIT
002720     PERFORM 3100-READ-AUDTFILE THRU 3100-EXIT.
002730 1000-EXIT.
002740     EXIT.
002750*----------------------------------------------------------------
002760*1050-CHECK-RUN-CONTROL - EVERY NIGHTLY JOB STARTS AND ENDS
002770*                         THROUGH THE RUN-CONTROL FILE (COPY
002780*                         RUNCTLRC).  THE BUSINESS DATE COMES
002790*                         FROM THE BUSDATE HEADER, THE
002800*                         PREDECESSOR MUST HAVE COMPLETED FOR
002810*                         THAT DATE, AND A SECOND RUN OF A
002820*                         COMPLETED DATE IS REFUSED UNLESS
002830*                         OPERATIONS SET THE RERUN FLAG WITH
002840*                         RUNCTLUT.
002850*----------------------------------------------------------------
002860 1050-CHECK-RUN-CONTROL.
002870     OPEN I-O RUNCTL
002880     IF GX-RUNCTL-STATUS NOT = '00'
002890         DISPLAY 'GLEXTRCT: RUNCTL OPEN FAILED, STATUS = '
002900             GX-RUNCTL-STATUS
002910         MOVE 16 TO RETURN-CODE
002920         STOP RUN
002930     END-IF
002940     MOVE 'BUSDATE ' TO RCTL-JOB-NAME
002950     READ RUNCTL
002960         INVALID KEY
002970             MOVE SPACES TO RCTL-RECORD
002980     END-READ
002990     IF RCTL-BUSINESS-DATE NOT NUMERIC
003000         OR RCTL-BUSINESS-DATE = ZERO
003010         DISPLAY 'GLEXTRCT: RUN CONTROL BUSINESS DATE NOT SET'
003020         MOVE 16 TO RETURN-CODE
003030         STOP RUN
003040     END-IF
003050     MOVE RCTL-BUSINESS-DATE TO GX-BUSINESS-DATE
003060     IF GX-PRED-NAME NOT = SPACES
003070         MOVE GX-PRED-NAME TO RCTL-JOB-NAME
003080         READ RUNCTL
003090             INVALID KEY
003100                 MOVE SPACES TO RCTL-RECORD
003110         END-READ
003120         IF NOT RCTL-ST-COMPLETE
003130             OR RCTL-BUSINESS-DATE NOT NUMERIC
003140             OR RCTL-BUSINESS-DATE NOT = GX-BUSINESS-DATE
003150             DISPLAY 'GLEXTRCT: PREDECESSOR NOT COMPLETE - '
003160                 GX-PRED-NAME
003170             MOVE 12 TO RETURN-CODE
003180             STOP RUN
003190         END-IF
003200     END-IF
003210     MOVE 'N' TO GX-RCTL-NEW-SW
003220     MOVE GX-JOB-NAME TO RCTL-JOB-NAME
003230     READ RUNCTL
003240         INVALID KEY
003250             SET GX-RCTL-NEW TO TRUE
003260             MOVE SPACES TO RCTL-RECORD
003270             MOVE GX-JOB-NAME TO RCTL-JOB-NAME
003280     END-READ
003290     IF NOT GX-RCTL-NEW
003300         AND RCTL-ST-COMPLETE
003310         AND RCTL-BUSINESS-DATE NUMERIC
003320         AND RCTL-BUSINESS-DATE = GX-BUSINESS-DATE
003330         AND NOT RCTL-RERUN-OK
003340         DISPLAY 'GLEXTRCT: ALREADY COMPLETE FOR '
003350             GX-BUSINESS-DATE ' - RERUN FLAG NOT SET'
003360         MOVE 8 TO RETURN-CODE
003370         STOP RUN
003380     END-IF
003390     PERFORM 1060-SET-TIMESTAMP THRU 1060-EXIT
003400     MOVE GX-BUSINESS-DATE TO RCTL-BUSINESS-DATE
003410     SET RCTL-ST-STARTED TO TRUE
003420     MOVE 'N' TO RCTL-RERUN-SW
003430     MOVE GX-TS-STAMP TO RCTL-START-TS
003440     MOVE SPACES TO RCTL-END-TS
003450     MOVE ZERO TO RCTL-RETURN-CODE
003460     MOVE GX-PRED-NAME TO RCTL-PREDECESSOR
003470     IF GX-RCTL-NEW
003480         WRITE RCTL-RECORD
003490     ELSE
003500         REWRITE RCTL-RECORD
003510     END-IF
003520     IF GX-RUNCTL-STATUS NOT = '00'
003530         DISPLAY 'GLEXTRCT: RUNCTL UPDATE FAILED, STATUS = '
003540             GX-RUNCTL-STATUS
003550         MOVE 16 TO RETURN-CODE
003560         STOP RUN
003570     END-IF.
003580 1050-EXIT.
003590     EXIT.
003600 1060-SET-TIMESTAMP.
003610     ACCEPT GX-TS-DATE FROM DATE YYYYMMDD
003620     ACCEPT GX-TS-TIME FROM TIME.
003630 1060-EXIT.
003640     EXIT.
003650 1100-WRITE-HEADINGS.
003660     ADD 1 TO GX-PAGE-COUNT
003670     MOVE GX-BUSINESS-DATE TO GX-H1-DATE
003680     WRITE GLRPT-RECORD FROM GX-HEADING-LINE-1
003690         AFTER ADVANCING PAGE
003700     WRITE GLRPT-RECORD FROM GX-HEADING-LINE-2
003710         AFTER ADVANCING 2 LINES
003720     MOVE 2 TO GX-LINE-COUNT.
003730 1100-EXIT.
003740     EXIT.
003750 1150-CLEAR-TYPE-TOTAL.
003760     ADD 1 TO GX-MAP-IX
003770     MOVE ZERO TO GX-TY-COUNT(GX-MAP-IX)
003780     MOVE ZERO TO GX-TY-AMOUNT(GX-MAP-IX).
003790 1150-EXIT.
003800     EXIT.
003810 1200-WRITE-JOURNAL-HEADER.
003820     PERFORM 1060-SET-TIMESTAMP THRU 1060-EXIT
003830     MOVE SPACES TO GLJ-RECORD
003840     SET GLJ-HEADER TO TRUE
003850     MOVE GX-BUSINESS-DATE TO GLJH-BUSINESS-DATE
003860     MOVE GX-SOURCE-SYSTEM TO GLJH-SOURCE-SYSTEM
003870     MOVE GX-TS-STAMP TO GLJH-CREATED-TS
003880     PERFORM 2700-WRITE-JOURNAL-RECORD THRU 2700-EXIT.
003890 1200-EXIT.
003900     EXIT.

003910*----------------------------------------------------------------
003920*2000-PROCESS-ACTIVITY - ONE JOURNAL ENTRY PER GL ACTIVITY
003930*                        RECORD FOR THE BUSINESS DATE.  AN
003940*                        ADJUSTMENT IS BOOKED ON THE SIDE THE
003950*                        BALANCE MOVED; ONE THAT LEFT THE BALANCE
003960*                        WHERE IT WAS IS COUNTED AND SKIPPED.
003970*----------------------------------------------------------------
003980 2000-PROCESS-ACTIVITY.
003990     IF GLA-BUSINESS-DATE NOT = GX-BUSINESS-DATE
004000         PERFORM 2100-READ-GLACTV THRU 2100-EXIT
004010         GO TO 2000-EXIT
004020     END-IF
004030     MOVE SPACES TO GX-EXCP-NOTE
004040     SET GX-SRC-PAYMENT TO TRUE
004050     MOVE GLA-REF-NO TO GX-SOURCE-REF
004060     MOVE GLA-AMOUNT TO GX-ENTRY-AMOUNT
004070     EVALUATE TRUE
004080         WHEN GLA-PAYMENT-DEBIT
004090             MOVE 'PD' TO GX-ENTRY-TYPE
004100         WHEN GLA-RETURN-CREDIT
004110             MOVE 'RR' TO GX-ENTRY-TYPE
004111         WHEN GLA-FEE-CHARGE
004112             MOVE 'FE' TO GX-ENTRY-TYPE
004113         WHEN GLA-FEE-REFUND
004114             MOVE 'FR' TO GX-ENTRY-TYPE
004120         WHEN GLA-BALANCE-ADJUST
004130             SET GX-SRC-ACCOUNT TO TRUE
004140             MOVE GLA-ACCOUNT-NO TO GX-SOURCE-REF
004150             COMPUTE GX-ENTRY-AMOUNT =
004160                 GLA-NEW-BALANCE - GLA-OLD-BALANCE
004170             IF GX-ENTRY-AMOUNT < ZERO
004180                 MOVE 'AD' TO GX-ENTRY-TYPE
004190                 COMPUTE GX-ENTRY-AMOUNT = ZERO - GX-ENTRY-AMOUNT
004200             ELSE
004210                 MOVE 'AI' TO GX-ENTRY-TYPE
004220             END-IF
004230         WHEN OTHER
004240             MOVE GLA-ACTV-TYPE TO GX-ENTRY-TYPE
004250             MOVE 'UNKNOWN TYPE' TO GX-EXCP-NOTE
004260     END-EVALUATE
004270     IF GLA-BALANCE-ADJUST AND GX-ENTRY-AMOUNT = ZERO
004280         ADD 1 TO GX-ZERO-ADJ-COUNT
004290     ELSE
004300         IF GX-EXCP-NOTE NOT = SPACES
004310             PERFORM 2900-WRITE-EXCEPTION THRU 2900-EXIT
004320         ELSE
004330             PERFORM 2500-WRITE-ENTRY THRU 2500-EXIT
004340         END-IF
004350     END-IF
004360     PERFORM 2100-READ-GLACTV THRU 2100-EXIT.
004370 2000-EXIT.
004380     EXIT.
004390 2100-READ-GLACTV.
004400     READ GLACTV
004410         AT END
004420             SET GX-EOF-GLACTV TO TRUE
004430     END-READ.
004440 2100-EXIT.
004450     EXIT.

004460*----------------------------------------------------------------
004470*2500-WRITE-ENTRY - LOOK UP THE GL ACCOUNTS FOR THE ENTRY TYPE,
004480*                   WRITE THE DEBIT AND CREDIT LINES UNDER ONE
004490*                   ENTRY NUMBER, LIST THE ENTRY ON THE CONTROL
004500*                   REPORT AND ADD IT TO ITS TYPE TOTAL.  THE
004510*                   DEBIT AND CREDIT TOTALS ARE KEPT FROM THE
004520*                   LINES AS WRITTEN, NOT FROM THE ENTRY, SO THE
004530*                   BALANCE CHECK PROVES THE FILE ITSELF.
004540*----------------------------------------------------------------
004550 2500-WRITE-ENTRY.
004560     IF GX-ENTRY-AMOUNT NOT > ZERO
004570         MOVE 'BAD AMOUNT' TO GX-EXCP-NOTE
004580         PERFORM 2900-WRITE-EXCEPTION THRU 2900-EXIT
004590         GO TO 2500-EXIT
004600     END-IF
004610     MOVE 'N' TO GX-MAP-FOUND-SW
004620     MOVE ZERO TO GX-MAP-IX
004630     PERFORM 2600-SCAN-MAP THRU 2600-EXIT
004640         UNTIL GX-MAP-FOUND
004650         OR GX-MAP-IX NOT < GLM-ENTRY-MAX
004660     IF NOT GX-MAP-FOUND
004670         MOVE 'NO GL MAP' TO GX-EXCP-NOTE
004680         PERFORM 2900-WRITE-EXCEPTION THRU 2900-EXIT
004690         GO TO 2500-EXIT
004700     END-IF
004710     ADD 1 TO GX-ENTRY-COUNT
004720     MOVE SPACES TO GLJ-RECORD
004730     SET GLJ-DETAIL TO TRUE
004740     MOVE GX-BUSINESS-DATE TO GLJ-BUSINESS-DATE
004750     MOVE GX-ENTRY-COUNT TO GLJ-ENTRY-NO
004760     MOVE GX-ENTRY-AMOUNT TO GLJ-AMOUNT
004770     MOVE GX-ENTRY-TYPE TO GLJ-ENTRY-TYPE
004780     MOVE GX-SOURCE-TYPE TO GLJ-SOURCE-TYPE
004790     MOVE GX-SOURCE-REF TO GLJ-SOURCE-REF
004800     MOVE GLM-DESCRIPTION(GX-MAP-IX) TO GLJ-DESCRIPTION
004810     SET GLJ-DEBIT TO TRUE
004820     MOVE GLM-DEBIT-ACCT(GX-MAP-IX) TO GLJ-GL-ACCOUNT
004830     PERFORM 2700-WRITE-JOURNAL-RECORD THRU 2700-EXIT
004840     ADD 1 TO GX-DEBIT-LINE-COUNT
004850     ADD GLJ-AMOUNT TO GX-DEBIT-TOTAL
004860     SET GLJ-CREDIT TO TRUE
004870     MOVE GLM-CREDIT-ACCT(GX-MAP-IX) TO GLJ-GL-ACCOUNT
004880     PERFORM 2700-WRITE-JOURNAL-RECORD THRU 2700-EXIT
004890     ADD 1 TO GX-CREDIT-LINE-COUNT
004900     ADD GLJ-AMOUNT TO GX-CREDIT-TOTAL
004910     ADD 1 TO GX-TY-COUNT(GX-MAP-IX)
004920     ADD GX-ENTRY-AMOUNT TO GX-TY-AMOUNT(GX-MAP-IX)
004930     MOVE SPACES TO GX-DETAIL-LINE
004940     MOVE GX-ENTRY-COUNT TO GX-DL-ENTRY-NO
004950     MOVE GLM-DEBIT-ACCT(GX-MAP-IX) TO GX-DL-DEBIT
004960     MOVE GLM-CREDIT-ACCT(GX-MAP-IX) TO GX-DL-CREDIT
004970     MOVE SPACES TO GX-DL-NOTE
004980     PERFORM 2800-WRITE-DETAIL THRU 2800-EXIT.
004990 2500-EXIT.
005000     EXIT.
005010 2600-SCAN-MAP.
005020     ADD 1 TO GX-MAP-IX
005030     IF GLM-ENTRY-TYPE(GX-MAP-IX) = GX-ENTRY-TYPE
005040         SET GX-MAP-FOUND TO TRUE
005050     END-IF.
005060 2600-EXIT.
005070     EXIT.
005080 2700-WRITE-JOURNAL-RECORD.
005090     WRITE GLJ-RECORD
005100     IF GX-GLJRNL-STATUS NOT = '00'
005110         DISPLAY 'GLEXTRCT: GLJRNL WRITE FAILED, STATUS = '
005120             GX-GLJRNL-STATUS
005130         MOVE 16 TO RETURN-CODE
005140         STOP RUN
005150     END-IF.
005160 2700-EXIT.
005170     EXIT.
005180 2800-WRITE-DETAIL.
005190     IF GX-LINE-COUNT NOT < GX-LINES-PER-PAGE
005200         PERFORM 1100-WRITE-HEADINGS THRU 1100-EXIT
005210     END-IF
005220     MOVE GX-ENTRY-TYPE TO GX-DL-TYPE
005230     IF GX-SRC-ACCOUNT
005240         MOVE 'ACCT' TO GX-DL-SOURCE
005250     ELSE
005260         MOVE 'REF ' TO GX-DL-SOURCE
005270     END-IF
005280     MOVE GX-SOURCE-REF TO GX-DL-REF
005290     MOVE GX-ENTRY-AMOUNT TO GX-DL-AMOUNT
005300     WRITE GLRPT-RECORD FROM GX-DETAIL-LINE
005310         AFTER ADVANCING 1 LINE
005320     ADD 1 TO GX-LINE-COUNT.
005330 2800-EXIT.
005340     EXIT.
005350*----------------------------------------------------------------
005360*2900-WRITE-EXCEPTION - AN ITEM THAT COULD NOT BE JOURNALED IS
005370*                       LISTED WITH NO ENTRY NUMBER AND THE
005380*                       REASON, FOR FINANCE TO BOOK BY HAND.
005390*----------------------------------------------------------------
005400 2900-WRITE-EXCEPTION.
005410     ADD 1 TO GX-EXCEPTION-COUNT
005420     MOVE SPACES TO GX-DETAIL-LINE
005430     MOVE GX-EXCP-NOTE TO GX-DL-NOTE
005440     PERFORM 2800-WRITE-DETAIL THRU 2800-EXIT.
005450 2900-EXIT.
005460     EXIT.

005470*----------------------------------------------------------------
005480*3000-PROCESS-AUDTFILE - VOIDS AND DENIALS FOR THE BUSINESS DATE
005490*                        FROM THE AUDIT TRAIL.  THE AUDIT LINE
005500*                        CARRIES ONLY THE REFERENCE NUMBER; THE
005510*                        AMOUNT COMES FROM THE PAYMENT RECORD.
005520*----------------------------------------------------------------
005530 3000-PROCESS-AUDTFILE.
005540     IF AUDIT-TIMESTAMP(1:8) NOT = GX-BUSINESS-DATE-X
005550         PERFORM 3100-READ-AUDTFILE THRU 3100-EXIT
005560         GO TO 3000-EXIT
005570     END-IF
005580     IF AUDIT-TRANSID = GX-VOID-TRANSID
005590         AND AUDIT-OUTCOME(1:21) = GX-VOID-TEXT
005600         MOVE 'VD' TO GX-ENTRY-TYPE
005610         PERFORM 3200-JOURNAL-AUDIT-ITEM THRU 3200-EXIT
005620     END-IF
005630     IF AUDIT-TRANSID = GX-DENY-TRANSID
005640         AND AUDIT-OUTCOME(1:21) = GX-DENY-TEXT
005650         MOVE 'DN' TO GX-ENTRY-TYPE
005660         PERFORM 3200-JOURNAL-AUDIT-ITEM THRU 3200-EXIT
005670     END-IF
005680     PERFORM 3100-READ-AUDTFILE THRU 3100-EXIT.
005690 3000-EXIT.
005700     EXIT.
005710 3100-READ-AUDTFILE.
005720     READ AUDTFILE
005730         AT END
005740             SET GX-EOF-AUDTFILE TO TRUE
005750     END-READ.
005760 3100-EXIT.
005770     EXIT.
005780 3200-JOURNAL-AUDIT-ITEM.
005790     SET GX-SRC-PAYMENT TO TRUE
005800     MOVE ZERO TO GX-SOURCE-REF
005810     MOVE ZERO TO GX-ENTRY-AMOUNT
005820     MOVE AUDIT-OUTCOME(22:10) TO GX-AUDIT-REF-X
005830     IF GX-AUDIT-REF-X NOT NUMERIC
005840         MOVE 'BAD REF NO' TO GX-EXCP-NOTE
005850         PERFORM 2900-WRITE-EXCEPTION THRU 2900-EXIT
005860         GO TO 3200-EXIT
005870     END-IF
005880     MOVE GX-AUDIT-REF-X TO GX-SOURCE-REF
005890     MOVE GX-SOURCE-REF TO PAY-REF-NO
005900     READ PAYFILE
005910         INVALID KEY
005920             MOVE 'NOT ON FILE' TO GX-EXCP-NOTE
005930             PERFORM 2900-WRITE-EXCEPTION THRU 2900-EXIT
005940             GO TO 3200-EXIT
005950     END-READ
005960     MOVE PAY-AMOUNT TO GX-ENTRY-AMOUNT
005970     MOVE SPACES TO GX-EXCP-NOTE
005980     PERFORM 2500-WRITE-ENTRY THRU 2500-EXIT.
005990 3200-EXIT.
006000     EXIT.

006010*----------------------------------------------------------------
006020*4000-WRITE-TRAILER - CLOSE THE JOURNAL WITH ITS LINE COUNT AND
006030*                     DEBIT/CREDIT TOTALS, AND DECIDE WHETHER IT
006040*                     BALANCES.
006050*----------------------------------------------------------------
006060 4000-WRITE-TRAILER.
006070     IF GX-DEBIT-TOTAL = GX-CREDIT-TOTAL
006080         AND GX-DEBIT-LINE-COUNT = GX-CREDIT-LINE-COUNT
006090         SET GX-IN-BALANCE TO TRUE
006100     ELSE
006110         SET GX-OUT-OF-BALANCE TO TRUE
006120     END-IF
006130     MOVE SPACES TO GLJ-RECORD
006140     SET GLJ-TRAILER TO TRUE
006150     MOVE GX-BUSINESS-DATE TO GLJT-BUSINESS-DATE
006160     COMPUTE GLJT-LINE-COUNT =
006170         GX-DEBIT-LINE-COUNT + GX-CREDIT-LINE-COUNT
006180     MOVE GX-DEBIT-TOTAL TO GLJT-DEBIT-TOTAL
006190     MOVE GX-CREDIT-TOTAL TO GLJT-CREDIT-TOTAL
006200     PERFORM 2700-WRITE-JOURNAL-RECORD THRU 2700-EXIT.
006210 4000-EXIT.
006220     EXIT.

006230*----------------------------------------------------------------
006240*5000-WRITE-TOTALS - TYPE TOTALS, JOURNAL TOTALS AND THE BALANCE
006250*                    VERDICT AT THE BOTTOM OF THE CONTROL REPORT.
006260*----------------------------------------------------------------
006270 5000-WRITE-TOTALS.
006280     MOVE SPACES TO GX-TOTAL-LINE
006290     WRITE GLRPT-RECORD FROM GX-TOTAL-LINE
006300         AFTER ADVANCING 2 LINES
006310     MOVE ZERO TO GX-MAP-IX
006320     PERFORM 5100-WRITE-TYPE-TOTAL THRU 5100-EXIT
006330         UNTIL GX-MAP-IX NOT < GLM-ENTRY-MAX
006340     MOVE SPACES TO GX-TOTAL-LINE
006350     MOVE 'JOURNAL ENTRIES WRITTEN' TO GX-TL-LABEL
006360     MOVE GX-ENTRY-COUNT TO GX-TL-COUNT
006370     WRITE GLRPT-RECORD FROM GX-TOTAL-LINE
006380         AFTER ADVANCING 2 LINES
006390     MOVE SPACES TO GX-TOTAL-LINE
006400     MOVE 'TOTAL DEBITS' TO GX-TL-LABEL
006410     MOVE GX-DEBIT-LINE-COUNT TO GX-TL-COUNT
006420     MOVE GX-DEBIT-TOTAL TO GX-TL-AMOUNT
006430     WRITE GLRPT-RECORD FROM GX-TOTAL-LINE
006440         AFTER ADVANCING 1 LINE
006450     MOVE SPACES TO GX-TOTAL-LINE
006460     MOVE 'TOTAL CREDITS' TO GX-TL-LABEL
006470     MOVE GX-CREDIT-LINE-COUNT TO GX-TL-COUNT
006480     MOVE GX-CREDIT-TOTAL TO GX-TL-AMOUNT
006490     WRITE GLRPT-RECORD FROM GX-TOTAL-LINE
006500         AFTER ADVANCING 1 LINE
006510     MOVE SPACES TO GX-TOTAL-LINE
006520     MOVE 'ADJUSTMENTS WITH NO CHANGE' TO GX-TL-LABEL
006530     MOVE GX-ZERO-ADJ-COUNT TO GX-TL-COUNT
006540     WRITE GLRPT-RECORD FROM GX-TOTAL-LINE
006550         AFTER ADVANCING 1 LINE
006560     MOVE SPACES TO GX-TOTAL-LINE
006570     MOVE 'ITEMS NOT JOURNALED' TO GX-TL-LABEL
006580     MOVE GX-EXCEPTION-COUNT TO GX-TL-COUNT
006590     WRITE GLRPT-RECORD FROM GX-TOTAL-LINE
006600         AFTER ADVANCING 1 LINE
006610     MOVE SPACES TO GX-MESSAGE-LINE
006620     IF GX-IN-BALANCE
006630         MOVE 'JOURNAL IN BALANCE - DEBITS EQUAL CREDITS'
006640             TO GX-ML-TEXT
006650     ELSE
006660         MOVE '*** OUT OF BALANCE - RUN FAILED, DO NOT SEND'
006670             TO GX-ML-TEXT
006680     END-IF
006690     WRITE GLRPT-RECORD FROM GX-MESSAGE-LINE
006700         AFTER ADVANCING 2 LINES.
006710 5000-EXIT.
006720     EXIT.
006730 5100-WRITE-TYPE-TOTAL.
006740     ADD 1 TO GX-MAP-IX
006750     MOVE SPACES TO GX-TOTAL-LINE
006760     MOVE GLM-DESCRIPTION(GX-MAP-IX) TO GX-TL-LABEL
006770     MOVE GX-TY-COUNT(GX-MAP-IX) TO GX-TL-COUNT
006780     MOVE GX-TY-AMOUNT(GX-MAP-IX) TO GX-TL-AMOUNT
006790     WRITE GLRPT-RECORD FROM GX-TOTAL-LINE
006800         AFTER ADVANCING 1 LINE.
006810 5100-EXIT.
006820     EXIT.

006830*----------------------------------------------------------------
006840*8000-TERMINATE - CLOSE ALL FILES.  AN OUT-OF-BALANCE JOURNAL
006850*                 ENDS WITH RETURN CODE 16 AND THE RUN-CONTROL
006860*                 RECORD LEFT STARTED, NOT COMPLETE, SO NOTHING
006870*                 DOWNSTREAM TREATS THE NIGHT AS DONE.
006880*----------------------------------------------------------------
006890 8000-TERMINATE.
006900     CLOSE PAYFILE
006910     CLOSE GLACTV
006920     CLOSE AUDTFILE
006930     CLOSE GLJRNL
006940     CLOSE GLRPT
006950     IF GX-OUT-OF-BALANCE
006960         DISPLAY 'GLEXTRCT: JOURNAL OUT OF BALANCE FOR '
006970             GX-BUSINESS-DATE ' - RUN FAILED'
006980         MOVE 16 TO RETURN-CODE
006990         CLOSE RUNCTL
007000         GO TO 8000-EXIT
007010     END-IF
007020     PERFORM 8100-END-RUN-CONTROL THRU 8100-EXIT.
007030 8000-EXIT.
007040     EXIT.
007050*----------------------------------------------------------------
007060*8100-END-RUN-CONTROL - MARK THE JOB COMPLETE FOR THE BUSINESS
007070*                       DATE WITH END TIMESTAMP AND RETURN CODE.
007080*----------------------------------------------------------------
007090 8100-END-RUN-CONTROL.
007100     MOVE GX-JOB-NAME TO RCTL-JOB-NAME
007110     READ RUNCTL
007120         INVALID KEY
007130             MOVE GX-JOB-NAME TO RCTL-JOB-NAME
007140     END-READ
007150     PERFORM 1060-SET-TIMESTAMP THRU 1060-EXIT
007160     SET RCTL-ST-COMPLETE TO TRUE
007170     MOVE GX-TS-STAMP TO RCTL-END-TS
007180     MOVE RETURN-CODE TO RCTL-RETURN-CODE
007190     REWRITE RCTL-RECORD
007200     IF GX-RUNCTL-STATUS NOT = '00'
007210         DISPLAY 'GLEXTRCT: RUNCTL END REWRITE FAILED, '
007220             'STATUS = ' GX-RUNCTL-STATUS
007230         MOVE 16 TO RETURN-CODE
007240     END-IF
007250     CLOSE RUNCTL.
007260 8100-EXIT.
007270     EXIT.
