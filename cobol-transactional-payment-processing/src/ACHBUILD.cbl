000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. ACHBUILD.
000120 AUTHOR. D HALLORAN.
000130 INSTALLATION. FIRST COMMERCIAL BANK - IT APPLICATIONS.
000140 DATE-WRITTEN. 10/15/2026.
000150 DATE-COMPILED.
000160*----------------------------------------------------------------
000170*ACHBUILD - NIGHTLY ACH TRANSMISSION BUILD.  MERGES EVERY
000180*           SETTLEMENT SOURCE INTO ONE PROCESSOR FILE (COPY
000190*           ACHREC) FOR THE RUN-CONTROL BUSINESS DATE:
000200*           - THE ONLINE SETL QUEUE OFFLOAD (PAYENT01, PAYAPR01,
000210*             PAYFIX01 AND THE PAYREV01 VOID OFFSETS),
000220*           - THE RECURPAY SETLOUT GENERATIONS,
000230*           - THE PAYIMPRT IMPSETL FEED,
000240*           ONE BATCH PER SOURCE WITH HEADER AND CONTROL RECORDS
000250*           CARRYING THE ENTRY COUNT, HASH TOTALS AND CREDIT,
000260*           DEBIT AND NET TOTALS, AND A FILE HEADER AND CONTROL.
000270*           THE SOURCES ARE READ WHOLE EVERY NIGHT - A RECORD
000280*           ALREADY ON A FILE THAT WENT OUT IS RECOGNISED FROM
000290*           THE TRANSMISSION LOG (COPY XMITREC) AND SKIPPED, AND
000300*           A PAYMENT VALUE-DATED AFTER THE BUSINESS DATE WAITS
000310*           FOR ITS NIGHT.
000320*           VOIDS: A PAYMENT VOIDED BEFORE IT WAS SENT IS NOT
000330*           SENT, AND ITS OFFSET NETS AGAINST IT; AN OFFSET FOR
000340*           A PAYMENT ALREADY SENT GOES OUT AS A REVERSAL ENTRY
000350*           IN ITS OWN BATCH.
000360*           BEFORE THE FILE IS RELEASED ITS PAYMENT AND REVERSAL
000370*           COUNTS, AMOUNTS AND ACCOUNT HASHES ARE PROVED
000380*           AGAINST WHAT PAYFILE SAYS IS DUE - PENDING AND
000390*           NEWLY RELEASED PAYMENTS VALUE-DATED ON OR BEFORE THE
000400*           BUSINESS DATE AND NOT YET SENT, AND VOIDS OF
000410*           PAYMENTS ALREADY SENT.  ANY DIFFERENCE, OR A
000420*           SETTLEMENT RECORD THAT CANNOT BE MATCHED TO PAYFILE,
000430*           ENDS THE RUN WITH RETURN CODE 16, THE FILE LOGGED AS
000440*           HELD AND THE RUN NOT MARKED COMPLETE, SO THE SEND
000450*           STEP IS SKIPPED AND THE NIGHT CAN BE RERUN ONCE THE
000460*           CAUSE IS FIXED.  A HELD FILE'S ITEMS ARE TAKEN UP
000470*           AGAIN BY THE RERUN.  EXCEPTIONS THAT DO NOT STOP THE
000480*           SEND END THE RUN WITH RETURN CODE 4.
000490*           EVERY FILE IS LOGGED WITH ITS TOTALS AND EVERY ITEM
000500*           WITH ITS FILE, SO SETLPOST CAN CONFIRM A RESPONSE
000510*           CAME BACK FOR EACH PAYMENT SENT.
000520*           RUNS AFTER PAYIMPRT, ITSELF AFTER RECURPAY, IN THE
000521*           RUN-CONTROL CHAIN, SO BOTH BATCH FEEDS ARE COMPLETE.
000530*----------------------------------------------------------------
000540*MODIFICATION HISTORY
000550*----------------------------------------------------------------
000560*DATE      INIT DESCRIPTION
000570*10/15/26  DH   INITIAL VERSION.
000580*----------------------------------------------------------------

000590 ENVIRONMENT DIVISION.
000600 INPUT-OUTPUT SECTION.
000610 FILE-CONTROL.
000620     SELECT RUNCTL ASSIGN TO RUNCTL
000630         ORGANIZATION IS INDEXED
000640         ACCESS MODE IS RANDOM
000650         RECORD KEY IS RCTL-JOB-NAME
000660         FILE STATUS IS AB-RUNCTL-STATUS.
000670     SELECT PAYFILE ASSIGN TO PAYFILE
000680         ORGANIZATION IS INDEXED
000690         ACCESS MODE IS DYNAMIC
000700         RECORD KEY IS PAY-REF-NO
000710         FILE STATUS IS AB-PAYFILE-STATUS.
000720     SELECT SETLQIN ASSIGN TO SETLQIN
000730         ORGANIZATION IS SEQUENTIAL
000740         FILE STATUS IS AB-SETLQIN-STATUS.
000750     SELECT SETLOUT ASSIGN TO SETLOUT
000760         ORGANIZATION IS SEQUENTIAL
000770         FILE STATUS IS AB-SETLOUT-STATUS.
000780     SELECT IMPSETL ASSIGN TO IMPSETL
000790         ORGANIZATION IS SEQUENTIAL
000800         FILE STATUS IS AB-IMPSETL-STATUS.
000810     SELECT XMITLOG ASSIGN TO XMITLOG
000820         ORGANIZATION IS INDEXED
000830         ACCESS MODE IS RANDOM
000840         RECORD KEY IS XLOG-KEY
000850         FILE STATUS IS AB-XMITLOG-STATUS.
000860     SELECT ACHFILE ASSIGN TO ACHFILE
000870         ORGANIZATION IS SEQUENTIAL
000880         FILE STATUS IS AB-ACHFILE-STATUS.
000890     SELECT ACHRPT ASSIGN TO ACHRPT
000900         ORGANIZATION IS SEQUENTIAL
000910         FILE STATUS IS AB-ACHRPT-STATUS.

000920 DATA DIVISION.
000930 FILE SECTION.
000940 FD  RUNCTL.
000950 COPY RUNCTLRC.
000960*
000970 FD  PAYFILE.
000980 COPY PAYREC.
000990*
001000*THE THREE SETTLEMENT SOURCES SHARE ONE LAYOUT (COPY SETTLREC),
001010*READ INTO WORKING STORAGE.
001020 FD  SETLQIN
001030     RECORDING MODE IS F.
001040 01  SETLQIN-RECORD              PIC X(100).
001050*
001060 FD  SETLOUT
001070     RECORDING MODE IS F.
001080 01  SETLOUT-RECORD              PIC X(100).
001090*
001100 FD  IMPSETL
001110     RECORDING MODE IS F.
001120 01  IMPSETL-RECORD              PIC X(100).
001130*
001140 FD  XMITLOG.
001150 COPY XMITREC.
001160*
001170 FD  ACHFILE
001180     RECORDING MODE IS F.
001190 COPY ACHREC.
001200*
001210 FD  ACHRPT
001220     RECORDING MODE IS F.
001230 01  ACHRPT-RECORD               PIC X(80).

001240 WORKING-STORAGE SECTION.
001250*----------------------------------------------------------------
001260*SWITCHES AND FILE STATUS FIELDS
001270*----------------------------------------------------------------
001280 77  AB-RUNCTL-STATUS            PIC X(02) VALUE SPACES.
001290 77  AB-RCTL-NEW-SW              PIC X(01) VALUE 'N'.
001300     88 AB-RCTL-NEW                          VALUE 'Y'.
001310 77  AB-PAYFILE-STATUS           PIC X(02) VALUE SPACES.
001320 77  AB-SETLQIN-STATUS           PIC X(02) VALUE SPACES.
001330 77  AB-SETLOUT-STATUS           PIC X(02) VALUE SPACES.
001340 77  AB-IMPSETL-STATUS           PIC X(02) VALUE SPACES.
001350 77  AB-XMITLOG-STATUS           PIC X(02) VALUE SPACES.
001360 77  AB-ACHFILE-STATUS           PIC X(02) VALUE SPACES.
001370 77  AB-ACHRPT-STATUS            PIC X(02) VALUE SPACES.
001380 77  AB-EOF-SOURCE-SW            PIC X(01) VALUE 'N'.
001390     88 AB-EOF-SOURCE                        VALUE 'Y'.
001400 77  AB-EOF-PAYFILE-SW           PIC X(01) VALUE 'N'.
001410     88 AB-EOF-PAYFILE                       VALUE 'Y'.
001420 77  AB-BATCH-OPEN-SW            PIC X(01) VALUE 'N'.
001430     88 AB-BATCH-OPEN                        VALUE 'Y'.
001440 77  AB-FILE-ID-SW               PIC X(01) VALUE 'N'.
001450     88 AB-FILE-ID-FREE                      VALUE 'Y'.
001460 77  AB-BALANCE-SW               PIC X(01) VALUE 'Y'.
001470     88 AB-IN-BALANCE                        VALUE 'Y'.
001480     88 AB-OUT-OF-BALANCE                    VALUE 'N'.
001490*A SETTLEMENT RECORD THAT CANNOT BE MATCHED TO PAYFILE STOPS THE
001500*SEND EVEN IF THE TOTALS HAPPEN TO AGREE.
001510 77  AB-STOP-SW                  PIC X(01) VALUE 'N'.
001520     88 AB-STOP-SEND                         VALUE 'Y'.
001530*WHERE AN ITEM STANDS ON THE LOG - SEE 2300-CHECK-LOG.
001540 77  AB-LOG-SW                   PIC X(01) VALUE 'N'.
001550     88 AB-LOG-NOT-FOUND                     VALUE 'N'.
001560     88 AB-LOG-COMMITTED                     VALUE 'C'.
001570     88 AB-LOG-THIS-RUN                      VALUE 'T'.
001580     88 AB-LOG-STALE                         VALUE 'S'.
001590*SET FROM AB-LOG-SW FOR THE ITEM ABOUT TO BE LOGGED - A STALE
001600*ENTRY IS REWRITTEN, A NEW ONE WRITTEN.
001610 77  AB-LOG-REWRITE-SW           PIC X(01) VALUE 'N'.
001620     88 AB-LOG-REWRITE                       VALUE 'Y'.
001630*----------------------------------------------------------------
001640*LINE AND PAGE CONTROL
001650*----------------------------------------------------------------
001660 77  AB-LINE-COUNT               PIC 9(02) COMP VALUE ZERO.
001670 77  AB-PAGE-COUNT               PIC 9(03) COMP VALUE ZERO.
001680 77  AB-LINES-PER-PAGE           PIC 9(02) COMP VALUE 55.
001690*----------------------------------------------------------------
001700*ACCUMULATORS - WHAT WAS READ AND WHAT BECAME OF IT
001710*----------------------------------------------------------------
001720 77  AB-SETL-READ-COUNT          PIC 9(07) COMP VALUE ZERO.
001730 77  AB-OFFSET-READ-COUNT        PIC 9(07) COMP VALUE ZERO.
001740 77  AB-PREV-SENT-COUNT          PIC 9(07) COMP VALUE ZERO.
001750 77  AB-NOT-PENDING-COUNT        PIC 9(07) COMP VALUE ZERO.
001760 77  AB-PRELOG-COUNT             PIC 9(07) COMP VALUE ZERO.
001770 77  AB-HELD-COUNT               PIC 9(07) COMP VALUE ZERO.
001780 77  AB-HELD-AMOUNT              PIC S9(11)V99 COMP-3 VALUE ZERO.
001790 77  AB-NETTED-COUNT             PIC 9(07) COMP VALUE ZERO.
001800 77  AB-NETTED-AMOUNT            PIC S9(11)V99 COMP-3 VALUE ZERO.
001810 77  AB-OFFSET-NETTED-COUNT      PIC 9(07) COMP VALUE ZERO.
001820 77  AB-EXCEPTION-COUNT          PIC 9(07) COMP VALUE ZERO.
001830 77  AB-MISSING-COUNT            PIC 9(07) COMP VALUE ZERO.
001840*----------------------------------------------------------------
001850*CONTROL TOTALS.  AB-FL- ARE KEPT FROM THE ENTRIES AS WRITTEN,
001860*AB-EX- FROM PAYFILE, AND THE TWO MUST AGREE.  AB-BT- ARE THE
001870*OPEN BATCH; AB-FC- ARE KEPT FROM THE BATCH CONTROLS AS WRITTEN
001880*AND GO ON THE FILE CONTROL.  HASHES ARE ACCUMULATED IN FULL AND
001890*CUT TO TEN DIGITS ONLY ON THE CONTROL RECORDS.
001900*----------------------------------------------------------------
001910 77  AB-FL-PAY-COUNT             PIC 9(07) COMP VALUE ZERO.
001920 77  AB-FL-PAY-TOTAL             PIC S9(11)V99 COMP-3 VALUE ZERO.
001930 77  AB-FL-PAY-HASH              PIC 9(15) COMP-3 VALUE ZERO.
001940 77  AB-FL-REV-COUNT             PIC 9(07) COMP VALUE ZERO.
001950 77  AB-FL-REV-TOTAL             PIC S9(11)V99 COMP-3 VALUE ZERO.
001960 77  AB-FL-REV-HASH              PIC 9(15) COMP-3 VALUE ZERO.
001970 77  AB-EX-PAY-COUNT             PIC 9(07) COMP VALUE ZERO.
001980 77  AB-EX-PAY-TOTAL             PIC S9(11)V99 COMP-3 VALUE ZERO.
001990 77  AB-EX-PAY-HASH              PIC 9(15) COMP-3 VALUE ZERO.
002000 77  AB-EX-REV-COUNT             PIC 9(07) COMP VALUE ZERO.
002010 77  AB-EX-REV-TOTAL             PIC S9(11)V99 COMP-3 VALUE ZERO.
002020 77  AB-EX-REV-HASH              PIC 9(15) COMP-3 VALUE ZERO.
002030 77  AB-BT-ENTRY-COUNT           PIC 9(07) COMP VALUE ZERO.
002040 77  AB-BT-ROUTE-HASH            PIC 9(15) COMP-3 VALUE ZERO.
002050 77  AB-BT-ACCT-HASH             PIC 9(15) COMP-3 VALUE ZERO.
002060 77  AB-BT-CREDIT-TOTAL          PIC S9(11)V99 COMP-3 VALUE ZERO.
002070 77  AB-BT-DEBIT-TOTAL           PIC S9(11)V99 COMP-3 VALUE ZERO.
002080 77  AB-FC-BATCH-COUNT           PIC 9(04) COMP VALUE ZERO.
002090 77  AB-FC-ENTRY-COUNT           PIC 9(07) COMP VALUE ZERO.
002100 77  AB-FC-ROUTE-HASH            PIC 9(15) COMP-3 VALUE ZERO.
002110 77  AB-FC-ACCT-HASH             PIC 9(15) COMP-3 VALUE ZERO.
002120 77  AB-FC-CREDIT-TOTAL          PIC S9(11)V99 COMP-3 VALUE ZERO.
002130 77  AB-FC-DEBIT-TOTAL           PIC S9(11)V99 COMP-3 VALUE ZERO.
002140 77  AB-FC-NET-TOTAL             PIC S9(11)V99 COMP-3 VALUE ZERO.
002150*ONE ENTRY PER BATCH WRITTEN, FOR THE TOTALS AT THE END OF THE
002160*REPORT - AT MOST ONE PER SOURCE AND THE REVERSAL BATCH.
002170 77  AB-BATCH-IX                 PIC S9(4) COMP VALUE ZERO.
002180 01  AB-BATCH-TABLE.
002190     05 AB-BATCH-ENTRY OCCURS 4.
002200        10 AB-BS-NO              PIC 9(04).
002210        10 AB-BS-DESC            PIC X(20).
002220        10 AB-BS-COUNT           PIC 9(07) COMP.
002230        10 AB-BS-NET             PIC S9(11)V99 COMP-3.
002240*----------------------------------------------------------------
002250*WORK FIELDS
002260*----------------------------------------------------------------
002270 77  AB-BUSINESS-DATE            PIC 9(08) VALUE ZERO.
002280*RUN-CONTROL IDENTITY - SEE 1050-CHECK-RUN-CONTROL.
002290 77  AB-JOB-NAME                 PIC X(08) VALUE 'ACHBUILD'.
002300 77  AB-PRED-NAME                PIC X(08) VALUE 'PAYIMPRT'.
002310 01  AB-TS-STAMP.
002320     05 AB-TS-DATE               PIC 9(08).
002330     05 AB-TS-TIME               PIC 9(06).
002340 77  AB-ORIGIN                   PIC X(08) VALUE 'PAYAPP'.
002350*FILE ID - THE BUSINESS DATE AND THE FIRST SEQUENCE NOT YET ON
002360*THE LOG, SO A RERUN OF THE SAME NIGHT GETS A NEW ID.
002370 01  AB-FILE-ID-AREA.
002380     05 AB-FID-DATE              PIC 9(08).
002390     05 AB-FID-SEQ               PIC 9(02).
002400 01  AB-FILE-ID REDEFINES AB-FILE-ID-AREA
002410                                 PIC 9(10).
002420*FIRST VALUE DATE THE LOG COVERS - PAYMENTS VALUE-DATED EARLIER
002430*WENT OUT BEFORE THIS JOB AND ARE NOT BALANCED.
002440 77  AB-LOG-START-DATE           PIC 9(08) VALUE ZERO.
002450 77  AB-BATCH-NO                 PIC 9(04) VALUE ZERO.
002460 77  AB-BATCH-DESC               PIC X(20) VALUE SPACES.
002470*SETTLEMENT SOURCE BEING READ - ALSO THE BATCH SOURCE CODE.
002480 77  AB-SOURCE                   PIC X(01) VALUE SPACES.
002490     88 AB-SRC-ONLINE                        VALUE 'O'.
002500     88 AB-SRC-STANDING                      VALUE 'S'.
002510     88 AB-SRC-BULK                          VALUE 'B'.
002520     88 AB-SRC-REVERSAL                      VALUE 'V'.
002530 77  AB-TRAN-CODE                PIC X(02) VALUE SPACES.
002540 77  AB-VALUE-DATE               PIC 9(08) VALUE ZERO.
002550 77  AB-ROUTE-8                  PIC 9(08) VALUE ZERO.
002560 77  AB-HASH-10                  PIC 9(10) VALUE ZERO.
002570*LOG LOOKUP - THE KEY ASKED FOR AND WHAT THE ITEM RECORD HELD.
002580 77  AB-LOG-TYPE                 PIC X(01) VALUE SPACES.
002590 77  AB-LOG-REF                  PIC 9(10) VALUE ZERO.
002600 77  AB-LOG-FILE-ID              PIC 9(10) VALUE ZERO.
002610 77  AB-LOG-STATE                PIC X(01) VALUE SPACES.
002620 77  AB-LOG-AMOUNT               PIC 9(09)V99 VALUE ZERO.
002630 77  AB-NEW-STATE                PIC X(01) VALUE SPACES.
002640 77  AB-OFFSET-AMOUNT            PIC 9(09)V99 VALUE ZERO.
002650 COPY SETTLREC.
002660*----------------------------------------------------------------
002670*REPORT LINE LAYOUTS
002680*----------------------------------------------------------------
002690 01  AB-HEADING-LINE-1.
002700     05 FILLER                  PIC X(14) VALUE SPACES.
002710     05 FILLER                  PIC X(30)
002720        VALUE 'ACH TRANSMISSION BUILD REPORT'.
002730     05 FILLER                  PIC X(14) VALUE 'BUSINESS DATE '.
002740     05 AB-H1-DATE               PIC 9(08).
002750     05 FILLER                  PIC X(14) VALUE SPACES.
002760 01  AB-HEADING-LINE-2.
002770     05 FILLER                  PIC X(01) VALUE SPACES.
002780     05 FILLER                  PIC X(08) VALUE 'FILE ID '.
002790     05 AB-H2-FILE-ID            PIC 9(10).
002800     05 FILLER                  PIC X(61) VALUE SPACES.
002810 01  AB-HEADING-LINE-3.
002820     05 FILLER                  PIC X(01) VALUE SPACES.
002830     05 FILLER                  PIC X(03) VALUE 'SRC'.
002840     05 FILLER                  PIC X(12) VALUE 'REF NO'.
002850     05 FILLER                  PIC X(15) VALUE 'AMOUNT'.
002860     05 FILLER                  PIC X(40) VALUE 'EXCEPTION'.
002870     05 FILLER                  PIC X(09) VALUE SPACES.
002880 01  AB-EXCP-LINE.
002890     05 FILLER                  PIC X(01) VALUE SPACES.
002900     05 AB-EL-SOURCE             PIC X(01).
002910     05 FILLER                  PIC X(02) VALUE SPACES.
002920     05 AB-EL-REF-NO             PIC Z(9)9.
002930     05 FILLER                  PIC X(02) VALUE SPACES.
002940     05 AB-EL-AMOUNT             PIC -(9)9.99.
002950     05 FILLER                  PIC X(02) VALUE SPACES.
002960     05 AB-EL-TEXT               PIC X(40).
002970     05 FILLER                  PIC X(09) VALUE SPACES.
002980 01  AB-BATCH-LINE.
002990     05 FILLER                  PIC X(06) VALUE 'BATCH '.
003000     05 AB-BL-NO                 PIC 9(04).
003010     05 FILLER                  PIC X(02) VALUE SPACES.
003020     05 AB-BL-DESC               PIC X(20).
003030     05 AB-BL-COUNT              PIC ZZZ,ZZ9.
003040     05 FILLER                  PIC X(03) VALUE SPACES.
003050     05 AB-BL-NET                PIC -(11)9.99.
003060     05 FILLER                  PIC X(23) VALUE SPACES.
003070 01  AB-TOTAL-LINE.
003080     05 AB-TL-LABEL              PIC X(30).
003090     05 FILLER                  PIC X(02) VALUE SPACES.
003100     05 AB-TL-COUNT              PIC ZZZ,ZZ9.
003110     05 FILLER                  PIC X(03) VALUE SPACES.
003120     05 AB-TL-AMOUNT             PIC -(11)9.99.
003130     05 FILLER                  PIC X(23) VALUE SPACES.
003140 01  AB-HASH-HEADING.
003150     05 FILLER                  PIC X(32) VALUE SPACES.
003160     05 FILLER                  PIC X(13) VALUE 'IN FILE'.
003170     05 FILLER                  PIC X(35) VALUE 'PER PAYFILE'.
003180 01  AB-HASH-LINE.
003190     05 AB-HL-LABEL              PIC X(30).
003200     05 FILLER                  PIC X(02) VALUE SPACES.
003210     05 AB-HL-FILE               PIC 9(10).
003220     05 FILLER                  PIC X(03) VALUE SPACES.
003230     05 AB-HL-PAYFILE            PIC X(10).
003240     05 FILLER                  PIC X(25) VALUE SPACES.
003250 01  AB-MESSAGE-LINE.
003260     05 AB-ML-TEXT               PIC X(60).
003270     05 FILLER                  PIC X(20) VALUE SPACES.

003280 PROCEDURE DIVISION.
003290 0000-MAINLINE.
003300     PERFORM 1000-INITIALIZE THRU 1000-EXIT
003310     SET AB-SRC-ONLINE TO TRUE
003320     PERFORM 2000-PROCESS-SOURCE THRU 2000-EXIT
003330     SET AB-SRC-STANDING TO TRUE
003340     PERFORM 2000-PROCESS-SOURCE THRU 2000-EXIT
003350     SET AB-SRC-BULK TO TRUE
003360     PERFORM 2000-PROCESS-SOURCE THRU 2000-EXIT
003370     PERFORM 3000-PROCESS-OFFSETS THRU 3000-EXIT
003380     PERFORM 4000-BALANCE-PAYFILE THRU 4000-EXIT
003390     PERFORM 5000-FINISH-FILE THRU 5000-EXIT
003400     PERFORM 6000-WRITE-TOTALS THRU 6000-EXIT
003410     PERFORM 8000-TERMINATE THRU 8000-EXIT
003420     STOP RUN.

003430*----------------------------------------------------------------
003440*1000-INITIALIZE - CHECK IN WITH RUN CONTROL, OPEN FILES, READ
003450*                  THE LOG CONTROL RECORD, TAKE A FILE ID, WRITE
003460*                  THE FILE HEADER AND THE REPORT PAGE 1
003470*                  HEADINGS.
003480*----------------------------------------------------------------
003490 1000-INITIALIZE.
003500     PERFORM 1050-CHECK-RUN-CONTROL THRU 1050-EXIT
003510     OPEN INPUT PAYFILE
003520     IF AB-PAYFILE-STATUS NOT = '00'
003530         DISPLAY 'ACHBUILD: PAYFILE OPEN FAILED, STATUS = '
003540             AB-PAYFILE-STATUS
003550         MOVE 16 TO RETURN-CODE
003560         STOP RUN
003570     END-IF
003580     OPEN INPUT SETLQIN
003590     IF AB-SETLQIN-STATUS NOT = '00'
003600         DISPLAY 'ACHBUILD: SETLQIN OPEN FAILED, STATUS = '
003610             AB-SETLQIN-STATUS
003620         MOVE 16 TO RETURN-CODE
003630         STOP RUN
003640     END-IF
003650     OPEN INPUT SETLOUT
003660     IF AB-SETLOUT-STATUS NOT = '00'
003670         DISPLAY 'ACHBUILD: SETLOUT OPEN FAILED, STATUS = '
003680             AB-SETLOUT-STATUS
003690         MOVE 16 TO RETURN-CODE
003700         STOP RUN
003710     END-IF
003720     OPEN INPUT IMPSETL
003730     IF AB-IMPSETL-STATUS NOT = '00'
003740         DISPLAY 'ACHBUILD: IMPSETL OPEN FAILED, STATUS = '
003750             AB-IMPSETL-STATUS
003760         MOVE 16 TO RETURN-CODE
003770         STOP RUN
003780     END-IF
003790*    A LOG THAT HAS NEVER HELD A RECORD OPENS WITH STATUS 35 -
003800*    PRIME IT EMPTY AND OPEN IT AGAIN FOR UPDATE.
003810     OPEN I-O XMITLOG
003820     IF AB-XMITLOG-STATUS = '35'
003830         OPEN OUTPUT XMITLOG
003840         CLOSE XMITLOG
003850         OPEN I-O XMITLOG
003860     END-IF
003870     IF AB-XMITLOG-STATUS NOT = '00'
003880         DISPLAY 'ACHBUILD: XMITLOG OPEN FAILED, STATUS = '
003890             AB-XMITLOG-STATUS
003900         MOVE 16 TO RETURN-CODE
003910         STOP RUN
003920     END-IF
003930     OPEN OUTPUT ACHFILE
003940     IF AB-ACHFILE-STATUS NOT = '00'
003950         DISPLAY 'ACHBUILD: ACHFILE OPEN FAILED, STATUS = '
003960             AB-ACHFILE-STATUS
003970         MOVE 16 TO RETURN-CODE
003980         STOP RUN
003990     END-IF
004000     OPEN OUTPUT ACHRPT
004010     IF AB-ACHRPT-STATUS NOT = '00'
004020         DISPLAY 'ACHBUILD: ACHRPT OPEN FAILED, STATUS = '
004030             AB-ACHRPT-STATUS
004040         MOVE 16 TO RETURN-CODE
004050         STOP RUN
004060     END-IF
004070     PERFORM 1200-READ-LOG-CONTROL THRU 1200-EXIT
004080     PERFORM 1300-TAKE-FILE-ID THRU 1300-EXIT
004090     PERFORM 1400-WRITE-FILE-HEADER THRU 1400-EXIT
004100     PERFORM 1100-WRITE-HEADINGS THRU 1100-EXIT.
004110 1000-EXIT.
004120     EXIT.
004130*----------------------------------------------------------------
004140*1050-CHECK-RUN-CONTROL - EVERY NIGHTLY JOB STARTS AND ENDS
004150*                         THROUGH THE RUN-CONTROL FILE (COPY
004160*                         RUNCTLRC).  THE BUSINESS DATE COMES
004170*                         FROM THE BUSDATE HEADER, THE
004180*                         PREDECESSOR MUST HAVE COMPLETED FOR
004190*                         THAT DATE, AND A SECOND RUN OF A
004200*                         COMPLETED DATE IS REFUSED UNLESS
004210*                         OPERATIONS SET THE RERUN FLAG WITH
004220*                         RUNCTLUT.
004230*----------------------------------------------------------------
004240 1050-CHECK-RUN-CONTROL.
004250     OPEN I-O RUNCTL
004260     IF AB-RUNCTL-STATUS NOT = '00'
004270         DISPLAY 'ACHBUILD: RUNCTL OPEN FAILED, STATUS = '
004280             AB-RUNCTL-STATUS
004290         MOVE 16 TO RETURN-CODE
004300         STOP RUN
004310     END-IF
004320     MOVE 'BUSDATE ' TO RCTL-JOB-NAME
004330     READ RUNCTL
004340         INVALID KEY
004350             MOVE SPACES TO RCTL-RECORD
004360     END-READ
004370     IF RCTL-BUSINESS-DATE NOT NUMERIC
004380         OR RCTL-BUSINESS-DATE = ZERO
004390         DISPLAY 'ACHBUILD: RUN CONTROL BUSINESS DATE NOT SET'
004400         MOVE 16 TO RETURN-CODE
004410         STOP RUN
004420     END-IF
004430     MOVE RCTL-BUSINESS-DATE TO AB-BUSINESS-DATE
004440     IF AB-PRED-NAME NOT = SPACES
004450         MOVE AB-PRED-NAME TO RCTL-JOB-NAME
004460         READ RUNCTL
004470             INVALID KEY
004480                 MOVE SPACES TO RCTL-RECORD
004490         END-READ
004500         IF NOT RCTL-ST-COMPLETE
004510             OR RCTL-BUSINESS-DATE NOT NUMERIC
004520             OR RCTL-BUSINESS-DATE NOT = AB-BUSINESS-DATE
004530             DISPLAY 'ACHBUILD: PREDECESSOR NOT COMPLETE - '
004540                 AB-PRED-NAME
004550             MOVE 12 TO RETURN-CODE
004560             STOP RUN
004570         END-IF
004580     END-IF
004590     MOVE 'N' TO AB-RCTL-NEW-SW
004600     MOVE AB-JOB-NAME TO RCTL-JOB-NAME
004610     READ RUNCTL
004620         INVALID KEY
004630             SET AB-RCTL-NEW TO TRUE
004640             MOVE SPACES TO RCTL-RECORD
004650             MOVE AB-JOB-NAME TO RCTL-JOB-NAME
004660     END-READ
004670     IF NOT AB-RCTL-NEW
004680         AND RCTL-ST-COMPLETE
004690         AND RCTL-BUSINESS-DATE NUMERIC
004700         AND RCTL-BUSINESS-DATE = AB-BUSINESS-DATE
004710         AND NOT RCTL-RERUN-OK
004720         DISPLAY 'ACHBUILD: ALREADY COMPLETE FOR '
004730             AB-BUSINESS-DATE ' - RERUN FLAG NOT SET'
004740         MOVE 8 TO RETURN-CODE
004750         STOP RUN
004760     END-IF
004770     PERFORM 1060-SET-TIMESTAMP THRU 1060-EXIT
004780     MOVE AB-BUSINESS-DATE TO RCTL-BUSINESS-DATE
004790     SET RCTL-ST-STARTED TO TRUE
004800     MOVE 'N' TO RCTL-RERUN-SW
004810     MOVE AB-TS-STAMP TO RCTL-START-TS
004820     MOVE SPACES TO RCTL-END-TS
004830     MOVE ZERO TO RCTL-RETURN-CODE
004840     MOVE AB-PRED-NAME TO RCTL-PREDECESSOR
004850     IF AB-RCTL-NEW
004860         WRITE RCTL-RECORD
004870     ELSE
004880         REWRITE RCTL-RECORD
004890     END-IF
004900     IF AB-RUNCTL-STATUS NOT = '00'
004910         DISPLAY 'ACHBUILD: RUNCTL UPDATE FAILED, STATUS = '
004920             AB-RUNCTL-STATUS
004930         MOVE 16 TO RETURN-CODE
004940         STOP RUN
004950     END-IF.
004960 1050-EXIT.
004970     EXIT.
004980 1060-SET-TIMESTAMP.
004990     ACCEPT AB-TS-DATE FROM DATE YYYYMMDD
005000     ACCEPT AB-TS-TIME FROM TIME.
005010 1060-EXIT.
005020     EXIT.
005030 1100-WRITE-HEADINGS.
005040     ADD 1 TO AB-PAGE-COUNT
005050     MOVE AB-BUSINESS-DATE TO AB-H1-DATE
005060     MOVE AB-FILE-ID TO AB-H2-FILE-ID
005070     WRITE ACHRPT-RECORD FROM AB-HEADING-LINE-1
005080         AFTER ADVANCING PAGE
005090     WRITE ACHRPT-RECORD FROM AB-HEADING-LINE-2
005100         AFTER ADVANCING 1 LINE
005110     WRITE ACHRPT-RECORD FROM AB-HEADING-LINE-3
005120         AFTER ADVANCING 2 LINES
005130     MOVE 4 TO AB-LINE-COUNT.
005140 1100-EXIT.
005150     EXIT.
005160*----------------------------------------------------------------
005170*1200-READ-LOG-CONTROL - THE FIRST RUN AGAINST AN EMPTY LOG
005180*                        WRITES THE CONTROL RECORD AND STARTS
005190*                        THE LOG AT THE BUSINESS DATE.
005200*----------------------------------------------------------------
005210 1200-READ-LOG-CONTROL.
005220     MOVE 'C' TO XLOG-REC-TYPE
005230     MOVE ZERO TO XLOG-KEY-NO
005240     READ XMITLOG
005250         INVALID KEY
005260             MOVE SPACES TO XLOG-CONTROL-DATA
005270             MOVE AB-BUSINESS-DATE TO XLOGC-START-DATE
005280             MOVE ZERO TO XLOGC-LAST-FILE-ID
005290             MOVE ZERO TO XLOGC-LAST-SENT-DATE
005300             MOVE ZERO TO XLOGC-FILES-SENT
005310             WRITE XLOG-RECORD
005320             IF AB-XMITLOG-STATUS NOT = '00'
005330                 DISPLAY 'ACHBUILD: XMITLOG WRITE FAILED, '
005340                     'STATUS = ' AB-XMITLOG-STATUS
005350                 MOVE 16 TO RETURN-CODE
005360                 STOP RUN
005370             END-IF
005380     END-READ
005390     MOVE XLOGC-START-DATE TO AB-LOG-START-DATE.
005400 1200-EXIT.
005410     EXIT.
005420*----------------------------------------------------------------
005430*1300-TAKE-FILE-ID - FIND THE FIRST FREE SEQUENCE FOR THE
005440*                    BUSINESS DATE AND LOG THE FILE AS HELD
005450*                    STRAIGHT AWAY.  IT IS MARKED SENT ONLY AT
005460*                    THE END OF A BALANCED RUN, SO A RUN THAT
005470*                    FAILS ON THE WAY LEAVES A HELD FILE WHOSE
005480*                    ITEMS THE RERUN TAKES UP AGAIN UNDER A NEW
005490*                    ID.
005500*----------------------------------------------------------------
005510 1300-TAKE-FILE-ID.
005520     MOVE AB-BUSINESS-DATE TO AB-FID-DATE
005530     MOVE ZERO TO AB-FID-SEQ
005540     MOVE 'N' TO AB-FILE-ID-SW
005550     PERFORM 1350-PROBE-FILE-ID THRU 1350-EXIT
005560         UNTIL AB-FILE-ID-FREE
005570         OR AB-FID-SEQ = 99
005580     IF NOT AB-FILE-ID-FREE
005590         DISPLAY 'ACHBUILD: NO FILE ID LEFT FOR '
005600             AB-BUSINESS-DATE
005610         MOVE 16 TO RETURN-CODE
005620         STOP RUN
005630     END-IF
005640     PERFORM 1060-SET-TIMESTAMP THRU 1060-EXIT
005650     MOVE SPACES TO XLOG-RECORD
005660     MOVE 'F' TO XLOG-REC-TYPE
005670     MOVE AB-FILE-ID TO XLOG-KEY-NO
005680     MOVE AB-BUSINESS-DATE TO XLOGF-BUSINESS-DATE
005690     SET XLOGF-HELD TO TRUE
005700     MOVE AB-TS-STAMP TO XLOGF-CREATED-TS
005710     MOVE ZERO TO XLOGF-BATCH-COUNT
005720     MOVE ZERO TO XLOGF-ENTRY-COUNT
005730     MOVE ZERO TO XLOGF-PAY-COUNT
005740     MOVE ZERO TO XLOGF-REV-COUNT
005750     MOVE ZERO TO XLOGF-ROUTE-HASH
005760     MOVE ZERO TO XLOGF-ACCT-HASH
005770     MOVE ZERO TO XLOGF-CREDIT-TOTAL
005780     MOVE ZERO TO XLOGF-DEBIT-TOTAL
005790     MOVE ZERO TO XLOGF-NET-TOTAL
005800     MOVE ZERO TO XLOGF-ANSWER-COUNT
005810     MOVE ZERO TO XLOGF-CONFIRM-DATE
005815     MOVE ZERO TO XLOGF-LAST-ANSWER-REF
005820     WRITE XLOG-RECORD
005830     IF AB-XMITLOG-STATUS NOT = '00'
005840         DISPLAY 'ACHBUILD: XMITLOG WRITE FAILED, STATUS = '
005850             AB-XMITLOG-STATUS
005860         MOVE 16 TO RETURN-CODE
005870         STOP RUN
005880     END-IF.
005890 1300-EXIT.
005900     EXIT.
005910 1350-PROBE-FILE-ID.
005920     ADD 1 TO AB-FID-SEQ
005930     MOVE 'F' TO XLOG-REC-TYPE
005940     MOVE AB-FILE-ID TO XLOG-KEY-NO
005950     READ XMITLOG
005960         INVALID KEY
005970             SET AB-FILE-ID-FREE TO TRUE
005980     END-READ.
005990 1350-EXIT.
006000     EXIT.
006010 1400-WRITE-FILE-HEADER.
006020     MOVE SPACES TO ACH-RECORD
006030     SET ACH-FILE-HEADER TO TRUE
006040     MOVE AB-FILE-ID TO ACHFH-FILE-ID
006050     MOVE AB-BUSINESS-DATE TO ACHFH-BUSINESS-DATE
006060     MOVE AB-TS-STAMP TO ACHFH-CREATED-TS
006070     MOVE AB-ORIGIN TO ACHFH-ORIGIN
006080     PERFORM 2900-WRITE-ACH-RECORD THRU 2900-EXIT.
006090 1400-EXIT.
006100     EXIT.

006110*----------------------------------------------------------------
006120*2000-PROCESS-SOURCE - TAKE UP THE PAYMENT SETTLEMENT RECORDS OF
006130*                      ONE SOURCE (AB-SOURCE) INTO ONE BATCH.
006140*                      THE BATCH IS OPENED ON ITS FIRST ENTRY, SO
006150*                      A SOURCE WITH NOTHING TO SEND WRITES NO
006160*                      BATCH.  VOID OFFSETS ON THE QUEUE ARE
006170*                      LEFT FOR 3000-PROCESS-OFFSETS.
006180*----------------------------------------------------------------
006190 2000-PROCESS-SOURCE.
006200     MOVE 'N' TO AB-EOF-SOURCE-SW
006210     MOVE 'N' TO AB-BATCH-OPEN-SW
006220     PERFORM 2100-READ-SOURCE THRU 2100-EXIT
006230     PERFORM 2200-PROCESS-SETTLEMENT THRU 2200-EXIT
006240         UNTIL AB-EOF-SOURCE
006250     IF AB-BATCH-OPEN
006260         PERFORM 2800-CLOSE-BATCH THRU 2800-EXIT
006270     END-IF.
006280 2000-EXIT.
006290     EXIT.
006291*----------------------------------------------------------------
006292*2050-SET-VALUE-DATE - THE BUSINESS DAY THE PAYMENT SETTLES IN -
006293*                      PAY-VALUE-DATE WHERE SET, OTHERWISE THE
006294*                      ENTRY DATE (COPY PAYREC).
006295*----------------------------------------------------------------
006296 2050-SET-VALUE-DATE.
006297     IF PAY-VALUE-DATE NUMERIC
006298         AND PAY-VALUE-DATE > ZERO
006299         MOVE PAY-VALUE-DATE TO AB-VALUE-DATE
006300     ELSE
006301         MOVE PAY-ENTRY-DATE TO AB-VALUE-DATE
006302     END-IF.
006303 2050-EXIT.
006304     EXIT.
006305 2100-READ-SOURCE.
006310     EVALUATE TRUE
006320         WHEN AB-SRC-ONLINE
006330         WHEN AB-SRC-REVERSAL
006340             READ SETLQIN INTO SETL-RECORD
006350                 AT END
006360                     SET AB-EOF-SOURCE TO TRUE
006370             END-READ
006380         WHEN AB-SRC-STANDING
006390             READ SETLOUT INTO SETL-RECORD
006400                 AT END
006410                     SET AB-EOF-SOURCE TO TRUE
006420             END-READ
006430         WHEN AB-SRC-BULK
006440             READ IMPSETL INTO SETL-RECORD
006450                 AT END
006460                     SET AB-EOF-SOURCE TO TRUE
006470             END-READ
006480     END-EVALUATE.
006490 2100-EXIT.
006500     EXIT.
006510 2200-PROCESS-SETTLEMENT.
006520     IF SETL-AMOUNT < ZERO
006530         AND AB-SRC-ONLINE
006540         PERFORM 2100-READ-SOURCE THRU 2100-EXIT
006550         GO TO 2200-EXIT
006560     END-IF
006570     ADD 1 TO AB-SETL-READ-COUNT
006580     PERFORM 2250-TAKE-UP-PAYMENT THRU 2250-EXIT
006590     PERFORM 2100-READ-SOURCE THRU 2100-EXIT.
006600 2200-EXIT.
006610     EXIT.
006620*----------------------------------------------------------------
006630*2250-TAKE-UP-PAYMENT - DECIDE WHAT BECOMES OF ONE PAYMENT
006640*                       SETTLEMENT RECORD:
006650*                       - ON A FILE ALREADY SENT - SKIPPED;
006660*                       - ALREADY TAKEN UP TONIGHT - A DUPLICATE,
006670*                         LISTED AND NOT SENT TWICE;
006680*                       - NOT ON PAYFILE, OR FOR A DIFFERENT
006690*                         AMOUNT - LISTED, AND THE SEND STOPPED;
006700*                       - VOIDED BEFORE IT WENT OUT - NETTED;
006710*                       - NO LONGER PENDING - ALREADY SETTLED
006720*                         BEFORE THE LOG STARTED;
006730*                       - VALUE-DATED AFTER THE BUSINESS DATE -
006740*                         HELD FOR ITS NIGHT, NOT LOGGED;
006750*                       - OTHERWISE SENT AND LOGGED.
006760*----------------------------------------------------------------
006770 2250-TAKE-UP-PAYMENT.
006780     MOVE SETL-REF-NO TO AB-EL-REF-NO
006790     MOVE SETL-AMOUNT TO AB-EL-AMOUNT
006800     IF SETL-AMOUNT NOT > ZERO
006810         MOVE 'BAD AMOUNT - NOT SENT' TO AB-EL-TEXT
006820         PERFORM 2950-WRITE-EXCEPTION THRU 2950-EXIT
006830         GO TO 2250-EXIT
006840     END-IF
006850     MOVE 'I' TO AB-LOG-TYPE
006860     MOVE SETL-REF-NO TO AB-LOG-REF
006870     PERFORM 2300-CHECK-LOG THRU 2300-EXIT
006880     IF AB-LOG-COMMITTED
006890         ADD 1 TO AB-PREV-SENT-COUNT
006900         GO TO 2250-EXIT
006910     END-IF
006920     IF AB-LOG-THIS-RUN
006930         MOVE 'DUPLICATE SETTLEMENT RECORD - NOT SENT'
006940             TO AB-EL-TEXT
006950         PERFORM 2950-WRITE-EXCEPTION THRU 2950-EXIT
006960         GO TO 2250-EXIT
006970     END-IF
006980     MOVE 'N' TO AB-LOG-REWRITE-SW
006990     IF AB-LOG-STALE
007000         SET AB-LOG-REWRITE TO TRUE
007010     END-IF
007020     MOVE SETL-REF-NO TO PAY-REF-NO
007030     READ PAYFILE
007040         INVALID KEY
007050             SET AB-STOP-SEND TO TRUE
007060             MOVE 'NOT ON PAYFILE - SEND STOPPED' TO AB-EL-TEXT
007070             PERFORM 2950-WRITE-EXCEPTION THRU 2950-EXIT
007080             GO TO 2250-EXIT
007090     END-READ
007100     PERFORM 2050-SET-VALUE-DATE THRU 2050-EXIT
007110     IF PAY-ST-VOIDED
007120         ADD 1 TO AB-NETTED-COUNT
007130         ADD SETL-AMOUNT TO AB-NETTED-AMOUNT
007140         MOVE 'N' TO AB-NEW-STATE
007150         PERFORM 2400-LOG-ITEM THRU 2400-EXIT
007160         GO TO 2250-EXIT
007170     END-IF
007180     IF NOT PAY-ST-PENDING
007190         ADD 1 TO AB-NOT-PENDING-COUNT
007200         GO TO 2250-EXIT
007210     END-IF
007220     IF AB-VALUE-DATE > AB-BUSINESS-DATE
007230         ADD 1 TO AB-HELD-COUNT
007240         ADD SETL-AMOUNT TO AB-HELD-AMOUNT
007250         GO TO 2250-EXIT
007260     END-IF
007270     IF AB-VALUE-DATE < AB-LOG-START-DATE
007280         ADD 1 TO AB-PRELOG-COUNT
007290         GO TO 2250-EXIT
007300     END-IF
007310     IF SETL-AMOUNT NOT = PAY-AMOUNT
007320         SET AB-STOP-SEND TO TRUE
007330         MOVE 'AMOUNT DIFFERS FROM PAYFILE - SEND STOPPED'
007340             TO AB-EL-TEXT
007350         PERFORM 2950-WRITE-EXCEPTION THRU 2950-EXIT
007360         GO TO 2250-EXIT
007370     END-IF
007380     MOVE '22' TO AB-TRAN-CODE
007390     PERFORM 2500-WRITE-ENTRY THRU 2500-EXIT
007400     MOVE 'T' TO AB-NEW-STATE
007410     PERFORM 2400-LOG-ITEM THRU 2400-EXIT.
007420 2250-EXIT.
007570     EXIT.
007580*----------------------------------------------------------------
007590*2300-CHECK-LOG - LOOK UP AB-LOG-TYPE/AB-LOG-REF ON THE LOG AND
007600*                 SET AB-LOG-SW:
007610*                 NOT FOUND - NEVER TAKEN UP;
007620*                 THIS RUN  - TAKEN UP INTO TONIGHT'S FILE;
007630*                 COMMITTED - ON A FILE SENT OR CONFIRMED;
007640*                 STALE     - ON A FILE HELD OR NEVER FINISHED,
007650*                             SO TO BE TAKEN UP AGAIN.
007660*                 THE ITEM'S STATE AND AMOUNT ARE KEPT, SINCE
007670*                 THE FILE RECORD READ OVERLAYS THEM.
007680*----------------------------------------------------------------
007690 2300-CHECK-LOG.
007700     SET AB-LOG-NOT-FOUND TO TRUE
007710     MOVE SPACES TO AB-LOG-STATE
007720     MOVE ZERO TO AB-LOG-AMOUNT
007730     MOVE AB-LOG-TYPE TO XLOG-REC-TYPE
007740     MOVE AB-LOG-REF TO XLOG-KEY-NO
007750     READ XMITLOG
007760         INVALID KEY
007770             GO TO 2300-EXIT
007780     END-READ
007790     MOVE XLOGI-STATE TO AB-LOG-STATE
007800     MOVE XLOGI-AMOUNT TO AB-LOG-AMOUNT
007810     MOVE XLOGI-FILE-ID TO AB-LOG-FILE-ID
007820     IF AB-LOG-FILE-ID = AB-FILE-ID
007830         SET AB-LOG-THIS-RUN TO TRUE
007840         GO TO 2300-EXIT
007850     END-IF
007860     SET AB-LOG-STALE TO TRUE
007870     MOVE 'F' TO XLOG-REC-TYPE
007880     MOVE AB-LOG-FILE-ID TO XLOG-KEY-NO
007890     READ XMITLOG
007900         INVALID KEY
007910             GO TO 2300-EXIT
007920     END-READ
007930     IF XLOGF-SENT OR XLOGF-CONFIRMED
007940         SET AB-LOG-COMMITTED TO TRUE
007950     END-IF.
007960 2300-EXIT.
007970     EXIT.
007980*----------------------------------------------------------------
007990*2400-LOG-ITEM - LOG THE SETTLEMENT RECORD IN HAND UNDER
008000*                AB-LOG-TYPE WITH TONIGHT'S FILE ID AND
008010*                AB-NEW-STATE, REPLACING A STALE ENTRY.
008020*----------------------------------------------------------------
008030 2400-LOG-ITEM.
008040     MOVE SPACES TO XLOG-RECORD
008050     MOVE AB-LOG-TYPE TO XLOG-REC-TYPE
008060     MOVE SETL-REF-NO TO XLOG-KEY-NO
008070     MOVE AB-FILE-ID TO XLOGI-FILE-ID
008080     MOVE AB-NEW-STATE TO XLOGI-STATE
008090     MOVE AB-SOURCE TO XLOGI-SOURCE
008100     IF SETL-AMOUNT < ZERO
008110         COMPUTE XLOGI-AMOUNT = ZERO - SETL-AMOUNT
008120     ELSE
008130         MOVE SETL-AMOUNT TO XLOGI-AMOUNT
008140     END-IF
008150     MOVE SETL-ACCOUNT-NO TO XLOGI-ACCOUNT-NO
008160     MOVE AB-VALUE-DATE TO XLOGI-VALUE-DATE
008170     MOVE 'N' TO XLOGI-ANSWER-SW
008180     MOVE ZERO TO XLOGI-ANSWER-DATE
008190     IF AB-LOG-REWRITE
008200         REWRITE XLOG-RECORD
008210     ELSE
008220         WRITE XLOG-RECORD
008230     END-IF
008240     IF AB-XMITLOG-STATUS NOT = '00'
008250         DISPLAY 'ACHBUILD: XMITLOG UPDATE FAILED, STATUS = '
008260             AB-XMITLOG-STATUS ' REF NO ' SETL-REF-NO
008270         MOVE 16 TO RETURN-CODE
008280         STOP RUN
008290     END-IF.
008300 2400-EXIT.
008310     EXIT.
008320*----------------------------------------------------------------
008330*2500-WRITE-ENTRY - WRITE THE SETTLEMENT RECORD IN HAND AS ONE
008340*                   ENTRY OF THE OPEN BATCH (OPENING IT IF THIS
008350*                   IS ITS FIRST) AND ADD IT TO THE BATCH AND
008360*                   FILE TOTALS.  A REVERSAL'S NEGATIVE AMOUNT
008370*                   COUNTS AS A DEBIT.
008380*----------------------------------------------------------------
008390 2500-WRITE-ENTRY.
008400     IF NOT AB-BATCH-OPEN
008410         PERFORM 2700-OPEN-BATCH THRU 2700-EXIT
008420     END-IF
008430     MOVE SPACES TO ACH-RECORD
008440     SET ACH-ENTRY TO TRUE
008450     MOVE AB-TRAN-CODE TO ACH-TRAN-CODE
008460     MOVE AB-BATCH-NO TO ACH-BATCH-NO
008470     MOVE SETL-RECORD TO ACH-ENTRY-SETL
008480     MOVE AB-VALUE-DATE TO ACH-VALUE-DATE
008490     PERFORM 2900-WRITE-ACH-RECORD THRU 2900-EXIT
008500     ADD 1 TO AB-BT-ENTRY-COUNT
008510     COMPUTE AB-ROUTE-8 = SETL-ROUTING / 10
008520     ADD AB-ROUTE-8 TO AB-BT-ROUTE-HASH
008530     ADD SETL-ACCOUNT-NO TO AB-BT-ACCT-HASH
008540     IF ACH-TC-REVERSAL
008550         SUBTRACT SETL-AMOUNT FROM AB-BT-DEBIT-TOTAL
008560         SUBTRACT SETL-AMOUNT FROM AB-FL-REV-TOTAL
008570         ADD 1 TO AB-FL-REV-COUNT
008580         ADD SETL-ACCOUNT-NO TO AB-FL-REV-HASH
008590     ELSE
008600         ADD SETL-AMOUNT TO AB-BT-CREDIT-TOTAL
008610         ADD SETL-AMOUNT TO AB-FL-PAY-TOTAL
008620         ADD 1 TO AB-FL-PAY-COUNT
008630         ADD SETL-ACCOUNT-NO TO AB-FL-PAY-HASH
008640     END-IF.
008650 2500-EXIT.
008660     EXIT.
008670 2700-OPEN-BATCH.
008680     ADD 1 TO AB-BATCH-NO
008690     MOVE ZERO TO AB-BT-ENTRY-COUNT
008700     MOVE ZERO TO AB-BT-ROUTE-HASH
008710     MOVE ZERO TO AB-BT-ACCT-HASH
008720     MOVE ZERO TO AB-BT-CREDIT-TOTAL
008730     MOVE ZERO TO AB-BT-DEBIT-TOTAL
008740     EVALUATE TRUE
008750         WHEN AB-SRC-ONLINE
008760             MOVE 'ONLINE PAYMENTS' TO AB-BATCH-DESC
008770         WHEN AB-SRC-STANDING
008780             MOVE 'STANDING ORDERS' TO AB-BATCH-DESC
008790         WHEN AB-SRC-BULK
008800             MOVE 'BRANCH BULK IMPORT' TO AB-BATCH-DESC
008810         WHEN AB-SRC-REVERSAL
008820             MOVE 'VOID REVERSALS' TO AB-BATCH-DESC
008830     END-EVALUATE
008840     MOVE SPACES TO ACH-RECORD
008850     SET ACH-BATCH-HEADER TO TRUE
008860     MOVE AB-BATCH-NO TO ACHBH-BATCH-NO
008870     MOVE AB-SOURCE TO ACHBH-SOURCE
008880     MOVE AB-BATCH-DESC TO ACHBH-DESCRIPTION
008890     MOVE AB-BUSINESS-DATE TO ACHBH-EFFECTIVE-DATE
008900     MOVE AB-FILE-ID TO ACHBH-FILE-ID
008910     PERFORM 2900-WRITE-ACH-RECORD THRU 2900-EXIT
008920     SET AB-BATCH-OPEN TO TRUE.
008930 2700-EXIT.
008940     EXIT.
008950*----------------------------------------------------------------
008960*2800-CLOSE-BATCH - BUILD THE BATCH CONTROL, ADD IT AS BUILT TO
008970*                   THE FILE CONTROL TOTALS, SO THE FILE CONTROL
008980*                   PROVES THE BATCHES, AND WRITE IT.
008990*----------------------------------------------------------------
009000 2800-CLOSE-BATCH.
009010     MOVE SPACES TO ACH-RECORD
009020     SET ACH-BATCH-CONTROL TO TRUE
009030     MOVE AB-BATCH-NO TO ACHBC-BATCH-NO
009040     MOVE AB-BT-ENTRY-COUNT TO ACHBC-ENTRY-COUNT
009050     MOVE AB-BT-ROUTE-HASH TO ACHBC-ROUTE-HASH
009060     MOVE AB-BT-ACCT-HASH TO ACHBC-ACCT-HASH
009070     MOVE AB-BT-CREDIT-TOTAL TO ACHBC-CREDIT-TOTAL
009080     MOVE AB-BT-DEBIT-TOTAL TO ACHBC-DEBIT-TOTAL
009090     COMPUTE ACHBC-NET-TOTAL =
009100         AB-BT-CREDIT-TOTAL - AB-BT-DEBIT-TOTAL
009110     ADD 1 TO AB-FC-BATCH-COUNT
009120     ADD ACHBC-ENTRY-COUNT TO AB-FC-ENTRY-COUNT
009130     ADD ACHBC-ROUTE-HASH TO AB-FC-ROUTE-HASH
009140     ADD ACHBC-ACCT-HASH TO AB-FC-ACCT-HASH
009150     ADD ACHBC-CREDIT-TOTAL TO AB-FC-CREDIT-TOTAL
009160     ADD ACHBC-DEBIT-TOTAL TO AB-FC-DEBIT-TOTAL
009170     ADD 1 TO AB-BATCH-IX
009180     MOVE AB-BATCH-NO TO AB-BS-NO(AB-BATCH-IX)
009190     MOVE AB-BATCH-DESC TO AB-BS-DESC(AB-BATCH-IX)
009200     MOVE ACHBC-ENTRY-COUNT TO AB-BS-COUNT(AB-BATCH-IX)
009210     MOVE ACHBC-NET-TOTAL TO AB-BS-NET(AB-BATCH-IX)
009220     PERFORM 2900-WRITE-ACH-RECORD THRU 2900-EXIT
009230     MOVE 'N' TO AB-BATCH-OPEN-SW.
009240 2800-EXIT.
009250     EXIT.
009260 2900-WRITE-ACH-RECORD.
009270     WRITE ACH-RECORD
009280     IF AB-ACHFILE-STATUS NOT = '00'
009290         DISPLAY 'ACHBUILD: ACHFILE WRITE FAILED, STATUS = '
009300             AB-ACHFILE-STATUS
009310         MOVE 16 TO RETURN-CODE
009320         STOP RUN
009330     END-IF.
009340 2900-EXIT.
009350     EXIT.
009360*----------------------------------------------------------------
009370*2950-WRITE-EXCEPTION - LIST ONE ITEM ON THE REPORT.  THE CALLER
009380*                       SETS THE REFERENCE, AMOUNT AND TEXT.
009390*----------------------------------------------------------------
009400 2950-WRITE-EXCEPTION.
009410     ADD 1 TO AB-EXCEPTION-COUNT
009420     IF AB-LINE-COUNT NOT < AB-LINES-PER-PAGE
009430         PERFORM 1100-WRITE-HEADINGS THRU 1100-EXIT
009440     END-IF
009450     MOVE AB-SOURCE TO AB-EL-SOURCE
009460     WRITE ACHRPT-RECORD FROM AB-EXCP-LINE
009470         AFTER ADVANCING 1 LINE
009480     ADD 1 TO AB-LINE-COUNT.
009490 2950-EXIT.
009500     EXIT.

009510*----------------------------------------------------------------
009520*3000-PROCESS-OFFSETS - A SECOND PASS OF THE QUEUE OFFLOAD FOR
009530*                       THE PAYREV01 VOID OFFSETS, ONCE EVERY
009540*                       ORIGINAL HAS BEEN TAKEN UP.  REVERSALS
009550*                       GO OUT IN A BATCH OF THEIR OWN.
009560*----------------------------------------------------------------
009570 3000-PROCESS-OFFSETS.
009580     CLOSE SETLQIN
009590     OPEN INPUT SETLQIN
009600     IF AB-SETLQIN-STATUS NOT = '00'
009610         DISPLAY 'ACHBUILD: SETLQIN REOPEN FAILED, STATUS = '
009620             AB-SETLQIN-STATUS
009630         MOVE 16 TO RETURN-CODE
009640         STOP RUN
009650     END-IF
009660     SET AB-SRC-REVERSAL TO TRUE
009670     MOVE 'N' TO AB-EOF-SOURCE-SW
009680     MOVE 'N' TO AB-BATCH-OPEN-SW
009690     PERFORM 2100-READ-SOURCE THRU 2100-EXIT
009700     PERFORM 3100-PROCESS-OFFSET THRU 3100-EXIT
009710         UNTIL AB-EOF-SOURCE
009720     IF AB-BATCH-OPEN
009730         PERFORM 2800-CLOSE-BATCH THRU 2800-EXIT
009740     END-IF.
009750 3000-EXIT.
009760     EXIT.
009770 3100-PROCESS-OFFSET.
009780     IF SETL-AMOUNT < ZERO
009790         ADD 1 TO AB-OFFSET-READ-COUNT
009800         PERFORM 3200-TAKE-UP-OFFSET THRU 3200-EXIT
009810     END-IF
009820     PERFORM 2100-READ-SOURCE THRU 2100-EXIT.
009830 3100-EXIT.
009840     EXIT.
009850*----------------------------------------------------------------
009860*3200-TAKE-UP-OFFSET - DECIDE WHAT BECOMES OF ONE VOID OFFSET:
009870*                      - ALREADY ON A FILE SENT - SKIPPED;
009880*                      - ITS ORIGINAL WAS NETTED (VOIDED BEFORE
009890*                        IT WENT OUT) - NETTED TOO;
009900*                      - ITS ORIGINAL WENT OUT ON AN EARLIER
009910*                        FILE, OR BEFORE THE LOG STARTED - SENT
009920*                        AS A REVERSAL;
009930*                      - ANYTHING ELSE - LISTED, NOT SENT, AND
009940*                        LOGGED AS AN EXCEPTION SO IT IS LISTED
009950*                        ONLY ONCE.
009960*----------------------------------------------------------------
009970 3200-TAKE-UP-OFFSET.
009980     MOVE SETL-REF-NO TO AB-EL-REF-NO
009990     MOVE SETL-AMOUNT TO AB-EL-AMOUNT
010000     MOVE 'R' TO AB-LOG-TYPE
010010     MOVE SETL-REF-NO TO AB-LOG-REF
010020     PERFORM 2300-CHECK-LOG THRU 2300-EXIT
010030     IF AB-LOG-COMMITTED
010040         ADD 1 TO AB-PREV-SENT-COUNT
010050         GO TO 3200-EXIT
010060     END-IF
010070     IF AB-LOG-THIS-RUN
010080         MOVE 'DUPLICATE VOID OFFSET - NOT SENT' TO AB-EL-TEXT
010090         PERFORM 2950-WRITE-EXCEPTION THRU 2950-EXIT
010100         GO TO 3200-EXIT
010110     END-IF
010120     MOVE 'N' TO AB-LOG-REWRITE-SW
010130     IF AB-LOG-STALE
010140         SET AB-LOG-REWRITE TO TRUE
010150     END-IF
010160     MOVE AB-BUSINESS-DATE TO AB-VALUE-DATE
010170     COMPUTE AB-OFFSET-AMOUNT = ZERO - SETL-AMOUNT
010180     MOVE 'I' TO AB-LOG-TYPE
010190     PERFORM 2300-CHECK-LOG THRU 2300-EXIT
010200     MOVE 'R' TO AB-LOG-TYPE
010210     IF (AB-LOG-COMMITTED OR AB-LOG-THIS-RUN)
010220         AND AB-LOG-STATE = 'N'
010230         ADD 1 TO AB-OFFSET-NETTED-COUNT
010240         MOVE 'N' TO AB-NEW-STATE
010250         PERFORM 2400-LOG-ITEM THRU 2400-EXIT
010260         GO TO 3200-EXIT
010270     END-IF
010280     IF AB-LOG-COMMITTED
010290         AND AB-LOG-STATE = 'T'
010300         IF AB-LOG-AMOUNT NOT = AB-OFFSET-AMOUNT
010310             SET AB-STOP-SEND TO TRUE
010320             MOVE 'OFFSET DIFFERS FROM ORIGINAL - SEND STOPPED'
010330                 TO AB-EL-TEXT
010340             PERFORM 2950-WRITE-EXCEPTION THRU 2950-EXIT
010350             GO TO 3200-EXIT
010360         END-IF
010370         PERFORM 3300-SEND-REVERSAL THRU 3300-EXIT
010380         GO TO 3200-EXIT
010390     END-IF
010400*    NO ORIGINAL ON THE LOG - IT MAY HAVE GONE OUT BEFORE THE
010410*    LOG STARTED.
010420     IF AB-LOG-NOT-FOUND
010430         MOVE SETL-REF-NO TO PAY-REF-NO
010440         READ PAYFILE
010450             INVALID KEY
010460                 MOVE ZERO TO PAY-ENTRY-DATE
010470                 MOVE ZERO TO PAY-VALUE-DATE
010480                 MOVE SPACES TO PAY-STATUS
010490         END-READ
010500         PERFORM 2050-SET-VALUE-DATE THRU 2050-EXIT
010510         IF PAY-ST-VOIDED
010520             AND AB-VALUE-DATE > ZERO
010530             AND AB-VALUE-DATE < AB-LOG-START-DATE
010540             AND PAY-AMOUNT = AB-OFFSET-AMOUNT
010550             MOVE AB-BUSINESS-DATE TO AB-VALUE-DATE
010560             PERFORM 3300-SEND-REVERSAL THRU 3300-EXIT
010570             GO TO 3200-EXIT
010580         END-IF
010590     END-IF
010600     MOVE AB-BUSINESS-DATE TO AB-VALUE-DATE
010610     MOVE 'OFFSET - NO ORIGINAL SENT OR NETTED' TO AB-EL-TEXT
010620     PERFORM 2950-WRITE-EXCEPTION THRU 2950-EXIT
010630     MOVE 'X' TO AB-NEW-STATE
010640     PERFORM 2400-LOG-ITEM THRU 2400-EXIT.
010650 3200-EXIT.
010660     EXIT.
010670 3300-SEND-REVERSAL.
010680     MOVE '27' TO AB-TRAN-CODE
010690     PERFORM 2500-WRITE-ENTRY THRU 2500-EXIT
010700     MOVE 'T' TO AB-NEW-STATE
010710     PERFORM 2400-LOG-ITEM THRU 2400-EXIT.
010720 3300-EXIT.
010730     EXIT.

010740*----------------------------------------------------------------
010750*4000-BALANCE-PAYFILE - WORK OUT FROM PAYFILE WHAT TONIGHT'S FILE
010760*                       SHOULD HOLD, AND LIST EVERY PAYMENT OR
010770*                       VOID THAT IS DUE BUT NOT IN IT.
010780*----------------------------------------------------------------
010790 4000-BALANCE-PAYFILE.
010800     MOVE ZERO TO PAY-REF-NO
010810     START PAYFILE KEY NOT < PAY-REF-NO
010820         INVALID KEY
010830             SET AB-EOF-PAYFILE TO TRUE
010840     END-START
010850     MOVE SPACES TO AB-SOURCE
010860     PERFORM 4100-READ-PAYFILE-NEXT THRU 4100-EXIT
010870     PERFORM 4200-CHECK-PAYMENT THRU 4200-EXIT
010880         UNTIL AB-EOF-PAYFILE.
010890 4000-EXIT.
010900     EXIT.
010910 4100-READ-PAYFILE-NEXT.
010920     IF NOT AB-EOF-PAYFILE
010930         READ PAYFILE NEXT
010940             AT END
010950                 SET AB-EOF-PAYFILE TO TRUE
010960         END-READ
010970     END-IF.
010980 4100-EXIT.
010990     EXIT.
011000 4200-CHECK-PAYMENT.
011010     IF PAY-ST-PENDING
011020         PERFORM 4300-EXPECT-PAYMENT THRU 4300-EXIT
011030     END-IF
011040     IF PAY-ST-VOIDED
011050         PERFORM 4400-EXPECT-REVERSAL THRU 4400-EXIT
011060     END-IF
011070     PERFORM 4100-READ-PAYFILE-NEXT THRU 4100-EXIT.
011080 4200-EXIT.
011090     EXIT.
011100*----------------------------------------------------------------
011110*4300-EXPECT-PAYMENT - A PENDING PAYMENT VALUE-DATED ON OR BEFORE
011120*                      THE BUSINESS DATE (AND NOT BEFORE THE LOG
011130*                      STARTED) IS DUE IN TONIGHT'S FILE UNLESS
011140*                      AN EARLIER FILE ALREADY CARRIED IT.
011150*----------------------------------------------------------------
011160 4300-EXPECT-PAYMENT.
011170     PERFORM 2050-SET-VALUE-DATE THRU 2050-EXIT
011180     IF AB-VALUE-DATE > AB-BUSINESS-DATE
011190         OR AB-VALUE-DATE < AB-LOG-START-DATE
011200         GO TO 4300-EXIT
011210     END-IF
011220     MOVE 'I' TO AB-LOG-TYPE
011230     MOVE PAY-REF-NO TO AB-LOG-REF
011240     PERFORM 2300-CHECK-LOG THRU 2300-EXIT
011250     IF AB-LOG-COMMITTED
011260         GO TO 4300-EXIT
011270     END-IF
011280     ADD 1 TO AB-EX-PAY-COUNT
011290     ADD PAY-AMOUNT TO AB-EX-PAY-TOTAL
011300     ADD PAY-ACCOUNT-NO TO AB-EX-PAY-HASH
011310     IF AB-LOG-THIS-RUN
011320         AND AB-LOG-STATE = 'T'
011330         GO TO 4300-EXIT
011340     END-IF
011350     ADD 1 TO AB-MISSING-COUNT
011360     MOVE PAY-REF-NO TO AB-EL-REF-NO
011370     MOVE PAY-AMOUNT TO AB-EL-AMOUNT
011380     MOVE 'PENDING PAYMENT DUE - NOT IN FILE' TO AB-EL-TEXT
011390     PERFORM 2950-WRITE-EXCEPTION THRU 2950-EXIT.
011400 4300-EXIT.
011410     EXIT.
011420*----------------------------------------------------------------
011430*4400-EXPECT-REVERSAL - A VOIDED PAYMENT IS DUE A REVERSAL IN
011440*                       TONIGHT'S FILE IF IT WENT OUT ON AN
011450*                       EARLIER FILE AND NO REVERSAL HAS GONE OUT
011460*                       YET, OR IF TONIGHT'S FILE REVERSES IT.
011470*----------------------------------------------------------------
011480 4400-EXPECT-REVERSAL.
011490     MOVE 'R' TO AB-LOG-TYPE
011500     MOVE PAY-REF-NO TO AB-LOG-REF
011510     PERFORM 2300-CHECK-LOG THRU 2300-EXIT
011520     IF AB-LOG-COMMITTED
011530         GO TO 4400-EXIT
011540     END-IF
011550     IF AB-LOG-THIS-RUN
011560         IF AB-LOG-STATE = 'T'
011570             ADD 1 TO AB-EX-REV-COUNT
011580             ADD PAY-AMOUNT TO AB-EX-REV-TOTAL
011590             ADD PAY-ACCOUNT-NO TO AB-EX-REV-HASH
011600         END-IF
011610         GO TO 4400-EXIT
011620     END-IF
011630     MOVE 'I' TO AB-LOG-TYPE
011640     PERFORM 2300-CHECK-LOG THRU 2300-EXIT
011650     IF NOT AB-LOG-COMMITTED
011660         OR AB-LOG-STATE NOT = 'T'
011670         GO TO 4400-EXIT
011680     END-IF
011690     ADD 1 TO AB-EX-REV-COUNT
011700     ADD PAY-AMOUNT TO AB-EX-REV-TOTAL
011710     ADD PAY-ACCOUNT-NO TO AB-EX-REV-HASH
011720     ADD 1 TO AB-MISSING-COUNT
011730     MOVE PAY-REF-NO TO AB-EL-REF-NO
011740     MOVE PAY-AMOUNT TO AB-EL-AMOUNT
011750     MOVE 'VOIDED AFTER SENDING - NO REVERSAL' TO AB-EL-TEXT
011760     PERFORM 2950-WRITE-EXCEPTION THRU 2950-EXIT.
011770 4400-EXIT.
011780     EXIT.

011790*----------------------------------------------------------------
011800*5000-FINISH-FILE - WRITE THE FILE CONTROL, DECIDE WHETHER THE
011810*                   FILE AGREES WITH PAYFILE, AND LOG IT WITH
011820*                   ITS TOTALS - SENT IF IT DOES, HELD IF NOT.
011830*----------------------------------------------------------------
011840 5000-FINISH-FILE.
011850     COMPUTE AB-FC-NET-TOTAL =
011860         AB-FC-CREDIT-TOTAL - AB-FC-DEBIT-TOTAL
011870     MOVE SPACES TO ACH-RECORD
011880     SET ACH-FILE-CONTROL TO TRUE
011890     MOVE AB-FC-BATCH-COUNT TO ACHFC-BATCH-COUNT
011900     MOVE AB-FC-ENTRY-COUNT TO ACHFC-ENTRY-COUNT
011910     MOVE AB-FC-ROUTE-HASH TO ACHFC-ROUTE-HASH
011920     MOVE AB-FC-ACCT-HASH TO ACHFC-ACCT-HASH
011930     MOVE AB-FC-CREDIT-TOTAL TO ACHFC-CREDIT-TOTAL
011940     MOVE AB-FC-DEBIT-TOTAL TO ACHFC-DEBIT-TOTAL
011950     MOVE AB-FC-NET-TOTAL TO ACHFC-NET-TOTAL
011960     PERFORM 2900-WRITE-ACH-RECORD THRU 2900-EXIT
011970     IF AB-FL-PAY-COUNT = AB-EX-PAY-COUNT
011980         AND AB-FC-CREDIT-TOTAL = AB-EX-PAY-TOTAL
011990         AND AB-FL-PAY-TOTAL = AB-EX-PAY-TOTAL
012000         AND AB-FL-PAY-HASH = AB-EX-PAY-HASH
012010         AND AB-FL-REV-COUNT = AB-EX-REV-COUNT
012020         AND AB-FC-DEBIT-TOTAL = AB-EX-REV-TOTAL
012030         AND AB-FL-REV-TOTAL = AB-EX-REV-TOTAL
012040         AND AB-FL-REV-HASH = AB-EX-REV-HASH
012050         AND NOT AB-STOP-SEND
012060         SET AB-IN-BALANCE TO TRUE
012070     ELSE
012080         SET AB-OUT-OF-BALANCE TO TRUE
012090     END-IF
012100     MOVE 'F' TO XLOG-REC-TYPE
012110     MOVE AB-FILE-ID TO XLOG-KEY-NO
012120     READ XMITLOG
012130         INVALID KEY
012140             DISPLAY 'ACHBUILD: XMITLOG FILE RECORD MISSING - '
012150                 AB-FILE-ID
012160             MOVE 16 TO RETURN-CODE
012170             STOP RUN
012180     END-READ
012190     IF AB-IN-BALANCE
012200         SET XLOGF-SENT TO TRUE
012210     ELSE
012220         SET XLOGF-HELD TO TRUE
012230     END-IF
012240     MOVE AB-FC-BATCH-COUNT TO XLOGF-BATCH-COUNT
012250     MOVE AB-FC-ENTRY-COUNT TO XLOGF-ENTRY-COUNT
012260     MOVE AB-FL-PAY-COUNT TO XLOGF-PAY-COUNT
012270     MOVE AB-FL-REV-COUNT TO XLOGF-REV-COUNT
012280     MOVE AB-FC-ROUTE-HASH TO XLOGF-ROUTE-HASH
012290     MOVE AB-FC-ACCT-HASH TO XLOGF-ACCT-HASH
012300     MOVE AB-FC-CREDIT-TOTAL TO XLOGF-CREDIT-TOTAL
012310     MOVE AB-FC-DEBIT-TOTAL TO XLOGF-DEBIT-TOTAL
012320     MOVE AB-FC-NET-TOTAL TO XLOGF-NET-TOTAL
012330     REWRITE XLOG-RECORD
012340     IF AB-XMITLOG-STATUS NOT = '00'
012350         DISPLAY 'ACHBUILD: XMITLOG REWRITE FAILED, STATUS = '
012360             AB-XMITLOG-STATUS
012370         MOVE 16 TO RETURN-CODE
012380         STOP RUN
012390     END-IF
012400     IF AB-IN-BALANCE
012410         PERFORM 5100-UPDATE-LOG-CONTROL THRU 5100-EXIT
012420     END-IF.
012430 5000-EXIT.
012440     EXIT.
012450 5100-UPDATE-LOG-CONTROL.
012460     MOVE 'C' TO XLOG-REC-TYPE
012470     MOVE ZERO TO XLOG-KEY-NO
012480     READ XMITLOG
012490         INVALID KEY
012500             DISPLAY 'ACHBUILD: XMITLOG CONTROL RECORD MISSING'
012510             MOVE 16 TO RETURN-CODE
012520             STOP RUN
012530     END-READ
012540     MOVE AB-FILE-ID TO XLOGC-LAST-FILE-ID
012550     MOVE AB-BUSINESS-DATE TO XLOGC-LAST-SENT-DATE
012560     ADD 1 TO XLOGC-FILES-SENT
012570     REWRITE XLOG-RECORD
012580     IF AB-XMITLOG-STATUS NOT = '00'
012590         DISPLAY 'ACHBUILD: XMITLOG REWRITE FAILED, STATUS = '
012600             AB-XMITLOG-STATUS
012610         MOVE 16 TO RETURN-CODE
012620         STOP RUN
012630     END-IF.
012640 5100-EXIT.
012650     EXIT.

012660*----------------------------------------------------------------
012670*6000-WRITE-TOTALS - BATCH TOTALS, FILE TOTALS AGAINST PAYFILE,
012680*                    WHAT WAS NOT SENT AND WHY, AND THE BALANCE
012690*                    VERDICT AT THE BOTTOM OF THE REPORT.
012700*----------------------------------------------------------------
012710 6000-WRITE-TOTALS.
012720     MOVE SPACES TO AB-TOTAL-LINE
012730     WRITE ACHRPT-RECORD FROM AB-TOTAL-LINE
012740         AFTER ADVANCING 2 LINES
012750     MOVE ZERO TO AB-BATCH-IX
012760     PERFORM 6100-WRITE-BATCH-LINE THRU 6100-EXIT
012770         UNTIL AB-BATCH-IX NOT < AB-FC-BATCH-COUNT
012780     MOVE SPACES TO AB-TOTAL-LINE
012790     MOVE 'PAYMENTS IN FILE' TO AB-TL-LABEL
012800     MOVE AB-FL-PAY-COUNT TO AB-TL-COUNT
012810     MOVE AB-FC-CREDIT-TOTAL TO AB-TL-AMOUNT
012820     WRITE ACHRPT-RECORD FROM AB-TOTAL-LINE
012830         AFTER ADVANCING 2 LINES
012840     MOVE SPACES TO AB-TOTAL-LINE
012850     MOVE 'PAYMENTS DUE PER PAYFILE' TO AB-TL-LABEL
012860     MOVE AB-EX-PAY-COUNT TO AB-TL-COUNT
012870     MOVE AB-EX-PAY-TOTAL TO AB-TL-AMOUNT
012880     WRITE ACHRPT-RECORD FROM AB-TOTAL-LINE
012890         AFTER ADVANCING 1 LINE
012900     MOVE SPACES TO AB-TOTAL-LINE
012910     MOVE 'REVERSALS IN FILE' TO AB-TL-LABEL
012920     MOVE AB-FL-REV-COUNT TO AB-TL-COUNT
012930     MOVE AB-FC-DEBIT-TOTAL TO AB-TL-AMOUNT
012940     WRITE ACHRPT-RECORD FROM AB-TOTAL-LINE
012950         AFTER ADVANCING 1 LINE
012960     MOVE SPACES TO AB-TOTAL-LINE
012970     MOVE 'REVERSALS DUE PER PAYFILE' TO AB-TL-LABEL
012980     MOVE AB-EX-REV-COUNT TO AB-TL-COUNT
012990     MOVE AB-EX-REV-TOTAL TO AB-TL-AMOUNT
013000     WRITE ACHRPT-RECORD FROM AB-TOTAL-LINE
013010         AFTER ADVANCING 1 LINE
013020     MOVE SPACES TO AB-TOTAL-LINE
013030     MOVE 'NET FILE TOTAL' TO AB-TL-LABEL
013040     MOVE AB-FC-ENTRY-COUNT TO AB-TL-COUNT
013050     MOVE AB-FC-NET-TOTAL TO AB-TL-AMOUNT
013060     WRITE ACHRPT-RECORD FROM AB-TOTAL-LINE
013070         AFTER ADVANCING 1 LINE
013080     WRITE ACHRPT-RECORD FROM AB-HASH-HEADING
013090         AFTER ADVANCING 2 LINES
013100     MOVE 'ACCOUNT HASH - PAYMENTS' TO AB-HL-LABEL
013110     MOVE AB-FL-PAY-HASH TO AB-HASH-10
013120     MOVE AB-HASH-10 TO AB-HL-FILE
013130     MOVE AB-EX-PAY-HASH TO AB-HASH-10
013140     MOVE AB-HASH-10 TO AB-HL-PAYFILE
013150     WRITE ACHRPT-RECORD FROM AB-HASH-LINE
013160         AFTER ADVANCING 1 LINE
013170     MOVE 'ACCOUNT HASH - REVERSALS' TO AB-HL-LABEL
013180     MOVE AB-FL-REV-HASH TO AB-HASH-10
013190     MOVE AB-HASH-10 TO AB-HL-FILE
013200     MOVE AB-EX-REV-HASH TO AB-HASH-10
013210     MOVE AB-HASH-10 TO AB-HL-PAYFILE
013220     WRITE ACHRPT-RECORD FROM AB-HASH-LINE
013230         AFTER ADVANCING 1 LINE
013240     MOVE 'ROUTING HASH - FILE CONTROL' TO AB-HL-LABEL
013250     MOVE AB-FC-ROUTE-HASH TO AB-HASH-10
013260     MOVE AB-HASH-10 TO AB-HL-FILE
013270     MOVE SPACES TO AB-HL-PAYFILE
013280     WRITE ACHRPT-RECORD FROM AB-HASH-LINE
013290         AFTER ADVANCING 1 LINE
013300     MOVE SPACES TO AB-TOTAL-LINE
013310     MOVE 'SETTLEMENT RECORDS READ' TO AB-TL-LABEL
013320     MOVE AB-SETL-READ-COUNT TO AB-TL-COUNT
013330     WRITE ACHRPT-RECORD FROM AB-TOTAL-LINE
013340         AFTER ADVANCING 2 LINES
013350     MOVE SPACES TO AB-TOTAL-LINE
013360     MOVE 'VOID OFFSETS READ' TO AB-TL-LABEL
013370     MOVE AB-OFFSET-READ-COUNT TO AB-TL-COUNT
013380     WRITE ACHRPT-RECORD FROM AB-TOTAL-LINE
013390         AFTER ADVANCING 1 LINE
013400     MOVE SPACES TO AB-TOTAL-LINE
013410     MOVE 'ALREADY ON A FILE SENT' TO AB-TL-LABEL
013420     MOVE AB-PREV-SENT-COUNT TO AB-TL-COUNT
013430     WRITE ACHRPT-RECORD FROM AB-TOTAL-LINE
013440         AFTER ADVANCING 1 LINE
013450     MOVE SPACES TO AB-TOTAL-LINE
013460     MOVE 'VOIDED BEFORE SENDING - NETTED' TO AB-TL-LABEL
013470     MOVE AB-NETTED-COUNT TO AB-TL-COUNT
013480     MOVE AB-NETTED-AMOUNT TO AB-TL-AMOUNT
013490     WRITE ACHRPT-RECORD FROM AB-TOTAL-LINE
013500         AFTER ADVANCING 1 LINE
013510     MOVE SPACES TO AB-TOTAL-LINE
013520     MOVE 'VOID OFFSETS NETTED' TO AB-TL-LABEL
013530     MOVE AB-OFFSET-NETTED-COUNT TO AB-TL-COUNT
013540     WRITE ACHRPT-RECORD FROM AB-TOTAL-LINE
013550         AFTER ADVANCING 1 LINE
013560     MOVE SPACES TO AB-TOTAL-LINE
013570     MOVE 'HELD FOR A LATER VALUE DATE' TO AB-TL-LABEL
013580     MOVE AB-HELD-COUNT TO AB-TL-COUNT
013590     MOVE AB-HELD-AMOUNT TO AB-TL-AMOUNT
013600     WRITE ACHRPT-RECORD FROM AB-TOTAL-LINE
013610         AFTER ADVANCING 1 LINE
013620     MOVE SPACES TO AB-TOTAL-LINE
013630     MOVE 'NO LONGER PENDING - NOT SENT' TO AB-TL-LABEL
013640     MOVE AB-NOT-PENDING-COUNT TO AB-TL-COUNT
013650     WRITE ACHRPT-RECORD FROM AB-TOTAL-LINE
013660         AFTER ADVANCING 1 LINE
013670     MOVE SPACES TO AB-TOTAL-LINE
013680     MOVE 'SENT BEFORE THE LOG STARTED' TO AB-TL-LABEL
013690     MOVE AB-PRELOG-COUNT TO AB-TL-COUNT
013700     WRITE ACHRPT-RECORD FROM AB-TOTAL-LINE
013710         AFTER ADVANCING 1 LINE
013720     MOVE SPACES TO AB-TOTAL-LINE
013730     MOVE 'DUE PER PAYFILE - NOT IN FILE' TO AB-TL-LABEL
013740     MOVE AB-MISSING-COUNT TO AB-TL-COUNT
013750     WRITE ACHRPT-RECORD FROM AB-TOTAL-LINE
013760         AFTER ADVANCING 1 LINE
013770     MOVE SPACES TO AB-TOTAL-LINE
013780     MOVE 'ITEMS LISTED' TO AB-TL-LABEL
013790     MOVE AB-EXCEPTION-COUNT TO AB-TL-COUNT
013800     WRITE ACHRPT-RECORD FROM AB-TOTAL-LINE
013810         AFTER ADVANCING 1 LINE
013820     MOVE SPACES TO AB-MESSAGE-LINE
013830     IF AB-IN-BALANCE
013840         MOVE 'FILE IN BALANCE WITH PAYFILE - RELEASED TO SEND'
013850             TO AB-ML-TEXT
013860     ELSE
013870         MOVE '*** OUT OF BALANCE - FILE HELD, DO NOT SEND'
013880             TO AB-ML-TEXT
013890     END-IF
013900     WRITE ACHRPT-RECORD FROM AB-MESSAGE-LINE
013910         AFTER ADVANCING 2 LINES.
013920 6000-EXIT.
013930     EXIT.
013940 6100-WRITE-BATCH-LINE.
013950     ADD 1 TO AB-BATCH-IX
013960     MOVE AB-BS-NO(AB-BATCH-IX) TO AB-BL-NO
013970     MOVE AB-BS-DESC(AB-BATCH-IX) TO AB-BL-DESC
013980     MOVE AB-BS-COUNT(AB-BATCH-IX) TO AB-BL-COUNT
013990     MOVE AB-BS-NET(AB-BATCH-IX) TO AB-BL-NET
014000     WRITE ACHRPT-RECORD FROM AB-BATCH-LINE
014010         AFTER ADVANCING 1 LINE.
014020 6100-EXIT.
014030     EXIT.

014040*----------------------------------------------------------------
014050*8000-TERMINATE - CLOSE ALL FILES.  A FILE OUT OF BALANCE WITH
014060*                 PAYFILE ENDS WITH RETURN CODE 16 AND THE
014070*                 RUN-CONTROL RECORD LEFT STARTED, NOT COMPLETE,
014080*                 SO THE SEND STEP IS SKIPPED AND NOTHING
014090*                 DOWNSTREAM TREATS THE NIGHT AS DONE.  ITEMS
014100*                 LISTED THAT DID NOT STOP THE SEND END WITH
014110*                 RETURN CODE 4.
014120*----------------------------------------------------------------
014130 8000-TERMINATE.
014140     CLOSE PAYFILE
014150     CLOSE SETLQIN
014160     CLOSE SETLOUT
014170     CLOSE IMPSETL
014180     CLOSE XMITLOG
014190     CLOSE ACHFILE
014200     CLOSE ACHRPT
014210     IF AB-OUT-OF-BALANCE
014220         DISPLAY 'ACHBUILD: FILE ' AB-FILE-ID
014230             ' OUT OF BALANCE WITH PAYFILE - HELD'
014240         MOVE 16 TO RETURN-CODE
014250         CLOSE RUNCTL
014260         GO TO 8000-EXIT
014270     END-IF
014280     IF AB-EXCEPTION-COUNT > ZERO
014290         MOVE 4 TO RETURN-CODE
014300     END-IF
014310     PERFORM 8100-END-RUN-CONTROL THRU 8100-EXIT.
014320 8000-EXIT.
014330     EXIT.
014340*----------------------------------------------------------------
014350*8100-END-RUN-CONTROL - MARK THE JOB COMPLETE FOR THE BUSINESS
014360*                       DATE WITH END TIMESTAMP AND RETURN CODE.
014370*----------------------------------------------------------------
014380 8100-END-RUN-CONTROL.
014390     MOVE AB-JOB-NAME TO RCTL-JOB-NAME
014400     READ RUNCTL
014410         INVALID KEY
014420             MOVE AB-JOB-NAME TO RCTL-JOB-NAME
014430     END-READ
014440     PERFORM 1060-SET-TIMESTAMP THRU 1060-EXIT
014450     SET RCTL-ST-COMPLETE TO TRUE
014460     MOVE AB-TS-STAMP TO RCTL-END-TS
014470     MOVE RETURN-CODE TO RCTL-RETURN-CODE
014480     REWRITE RCTL-RECORD
014490     IF AB-RUNCTL-STATUS NOT = '00'
014500         DISPLAY 'ACHBUILD: RUNCTL END REWRITE FAILED, '
014510             'STATUS = ' AB-RUNCTL-STATUS
014520         MOVE 16 TO RETURN-CODE
014530     END-IF
014540     CLOSE RUNCTL.
014550 8100-EXIT.
014560     EXIT.
