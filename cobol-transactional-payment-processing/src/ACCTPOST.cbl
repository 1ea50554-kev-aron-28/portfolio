000330*           MISMATCH), NEVER APPLY ONE TWICE.  A PAYMENT WHOSE
000340*           ACCOUNT IS NOT ON THE MASTER IS LEFT UNAPPLIED AND
000350*           LISTED EVERY NIGHT UNTIL SOMEONE FIXES IT.
000351*           A SECOND PASS CREDITS BACK EVERY DEBITED PAYMENT
000352*           SETLPOST HAS SINCE MARKED RETURNED (A LATE RETURN),
000353*           IN ITS OWN SECTION OF THE REGISTER, WITH THE SAME
000354*           RERUN SAFETY - THE SWITCH GOES TO 'R' BEFORE THE
000355*           ACCOUNT CREDIT - AND AN AUDIT RECORD PER REVERSAL
000356*           APPENDED TO THE BATCH AUDIT FILE (AUDTOUT).
000357*           EVERY DEBIT AND EVERY REVERSAL ALSO GOES TO THE GL
000358*           ACTIVITY FILE (GLACTV, COPY GLACTREC) WITH THE
000359*           BALANCE BEFORE AND AFTER, FOR THE GLEXTRCT JOURNAL.
000360*           EVERY DEBIT ALSO CHARGES THE FEE FOR THE PAYMENT'S
000361*           CHANNEL AND AMOUNT FROM THE FEE SCHEDULE (FEEFILE,
000362*           COPY FEEREC), PRINTED UNDER THE PAYMENT; A LATE
000363*           RETURN REFUNDS IT.  VOIDED, REJECTED AND UNPOSTED
000364*           PAYMENTS ARE NEVER DEBITED, SO NEVER CHARGED.
000365*           RESTART - THE LAST ACCOUNT FINISHED IN EACH PASS AND
000366*           THE RUN TOTALS ARE CHECKPOINTED TO CHKPFILE AT THE
000367*           FIRST ACCOUNT BREAK AFTER EVERY AP-CHKP-INTERVAL
000368*           PAYMENTS READ.  RESUBMITTED AFTER AN ABEND ON THE SAME
000369*           BUSINESS DATE, THE JOB REPOSITIONS ON THE ACCOUNT KEY
000370*           PAST THAT ACCOUNT, IN THAT PASS, AND CARRIES ON WITH
000371*           THE TOTALS IT HAD; THE SWITCH ABOVE KEEPS ANY PAYMENT
000372*           THE FAILED RUN DEBITED OR REVERSED AFTER ITS
000373*           CHECKPOINT FROM BEING TOUCHED AGAIN.  THOSE PAYMENTS
000374*           PRINT ON THE FAILED RUN'S REGISTER ONLY; THE
000375*           RESTARTED RUN COUNTS THEM AS APPLIED BEFORE THE
000376*           RESTART - SEE 2900-CHECK-REAPPLIED.  THE
000377*           RESTARTED REGISTER SHOWS THE RESTART POINT AND EACH
000378*           COUNT BEFORE AND AFTER IT, AND RUN CONTROL MARKS THE
000379*           RUN RESTARTED.  A RUN THAT ABENDED BEFORE ITS FIRST
000380*           CHECKPOINT IS RESTARTED FROM THE TOP THE SAME WAY.
000381*           THE FEE CHARGED AND THE BUSINESS DATE ARE WRITTEN ON
000382*           THE PAYMENT WITH THE SWITCH, SO A LATE RETURN
000383*           REFUNDS THE FEE ACTUALLY TAKEN AND A RESTART CAN
000384*           TELL TONIGHT'S WORK FROM AN EARLIER NIGHT'S.
000385*----------------------------------------------------------------
000386*MODIFICATION HISTORY
000387*----------------------------------------------------------------
000390*DATE      INIT DESCRIPTION
000400*09/03/26  DH   INITIAL VERSION.
000410*09/03/26  DH   TAKE THE BUSINESS DATE FROM THE BATCH RUN-
000430*               RUNDATE CARD, REFUSE TO START BEFORE
000440*               SETLPOST COMPLETES OR TWICE FOR THE SAME
000450*               DATE, AND STAMP START/END TIMES.
000451*10/15/26  DH   REVERSE THE DEBIT ON A LATE RETURN - SECOND
000452*               PASS CREDITS RETURNED, APPLIED PAYMENTS BACK
000453*               TO THE ACCOUNT, PRINTS THEM IN A RETURNS
000454*               REVERSED SECTION AND AUDITS EACH REVERSAL.
000455*10/15/26  DH   APPEND A GL ACTIVITY RECORD FOR EVERY DEBIT
000456*               AND REVERSAL FOR THE NIGHTLY GL JOURNAL
000457*               EXTRACT.
000458*10/15/26  DH   CHARGE THE PAYMENT FEE FROM THE FEE SCHEDULE
000459*               WITH EVERY DEBIT AND REFUND IT WITH EVERY LATE
000460*               RETURN - FEE LINES ON THE REGISTER AND FE/FR GL
000461*               ACTIVITY RECORDS.
000462*10/15/26  DH   CHECKPOINT THE LAST ACCOUNT FINISHED AND THE RUN
000463*               TOTALS TO CHKPFILE AND RESTART PAST IT AFTER AN
000464*               ABEND; RESTART POINT AND BEFORE/AFTER COUNTS ON
000465*               THE REGISTER AND ON RUN CONTROL.
000466*10/15/26  DH   COUNT THE PAYMENTS A FAILED RUN DEBITED OR
000467*               CREDITED BACK AFTER ITS LAST CHECKPOINT AND PRINT
000468*               THEM ON THE RESTARTED REGISTER.
000469*10/15/26  DH   KEEP THE FEE CHARGED AND THE DATE APPLIED ON THE
000470*               PAYMENT; REFUND THE FEE KEPT, AND COUNT A PAYMENT
000471*               AS APPLIED BEFORE THE RESTART FROM ITS OWN DATE.
000472*               RESTART FROM THE TOP AFTER AN ABEND BEFORE THE
000473*               FIRST CHECKPOINT.
000474*----------------------------------------------------------------

000475 ENVIRONMENT DIVISION.
000480 INPUT-OUTPUT SECTION.
000490 FILE-CONTROL.
000500     SELECT RUNCTL ASSIGN TO RUNCTL
000670     SELECT POSTRPT ASSIGN TO POSTRPT
000680         ORGANIZATION IS SEQUENTIAL
000690         FILE STATUS IS AP-POSTRPT-STATUS.
000691     SELECT AUDTOUT ASSIGN TO AUDTOUT
000692         ORGANIZATION IS SEQUENTIAL
000693         FILE STATUS IS AP-AUDTOUT-STATUS.
000694     SELECT GLACTV ASSIGN TO GLACTV
000695         ORGANIZATION IS SEQUENTIAL
000696         FILE STATUS IS AP-GLACTV-STATUS.
000697     SELECT FEEFILE ASSIGN TO FEEFILE
000698         ORGANIZATION IS INDEXED
000699         ACCESS MODE IS SEQUENTIAL
000700         RECORD KEY IS FEE-KEY
000701         FILE STATUS IS AP-FEEFILE-STATUS.
000702     SELECT CHKPFILE ASSIGN TO CHKPFILE
000703         ORGANIZATION IS INDEXED
000704         ACCESS MODE IS RANDOM
000705         RECORD KEY IS CHKP-KEY
000706         FILE STATUS IS AP-CHKPFILE-STATUS.

000707 DATA DIVISION.
000710 FILE SECTION.
000720 FD  RUNCTL.
000730 COPY RUNCTLRC.
000810 FD  POSTRPT
000820     RECORDING MODE IS F.
000830 01  POSTRPT-RECORD              PIC X(80).
000831*
000832 FD  AUDTOUT
000833     RECORDING MODE IS F.
000834 COPY AUDITREC.
000835*
000836 FD  GLACTV
000837     RECORDING MODE IS F.
000838 COPY GLACTREC.
000839*
000840 FD  FEEFILE.
000841 COPY FEEREC.
000842*
000843 FD  CHKPFILE.
000844 01  CHKP-RECORD.
000845     05 CHKP-KEY                 PIC 9(01).
000846     05 CHKP-RUN-DATE            PIC 9(08).
000847     05 CHKP-STATE               PIC X(01).
000848        88 CHKP-RUNNING             VALUE 'R'.
000849        88 CHKP-RUN-COMPLETE        VALUE 'C'.
000850     05 CHKP-PASS                PIC 9(01).
000851     05 CHKP-LAST-ACCOUNT        PIC 9(10).
000852     05 CHKP-COUNTS.
000853        10 CHKP-APPLIED-COUNT    PIC 9(07).
000854        10 CHKP-ACCOUNT-COUNT    PIC 9(07).
000855        10 CHKP-NOACCT-COUNT     PIC 9(07).
000856        10 CHKP-REVERSED-COUNT   PIC 9(07).
000857        10 CHKP-REV-NOACCT-COUNT PIC 9(07).
000858        10 CHKP-FEE-COUNT        PIC 9(07).
000859        10 CHKP-REFUND-COUNT     PIC 9(07).
000860        10 CHKP-GL-ACTV-COUNT    PIC 9(07).
000861        10 CHKP-REAPPLIED-COUNT  PIC 9(07).
000862     05 CHKP-APPLIED-TOTAL       PIC S9(09)V99.
000863     05 CHKP-REVERSED-TOTAL      PIC S9(09)V99.
000864     05 CHKP-FEE-TOTAL           PIC S9(09)V99.
000865     05 CHKP-REFUND-TOTAL        PIC S9(09)V99.
000866     05 FILLER                   PIC X(32).

000867 WORKING-STORAGE SECTION.
000868*----------------------------------------------------------------
000869*SWITCHES AND FILE STATUS FIELDS - READS AND REWRITES THROUGH
000870*THE NONUNIQUE ALTERNATE KEY RETURN STATUS 02 (DUPLICATE
000880*FOLLOWS), WHICH IS AS GOOD AS 00 HERE.
000890*----------------------------------------------------------------
000930 77  AP-PAYFILE-STATUS           PIC X(02) VALUE SPACES.
000940 77  AP-ACCTFIL-STATUS           PIC X(02) VALUE SPACES.
000950 77  AP-POSTRPT-STATUS           PIC X(02) VALUE SPACES.
000951 77  AP-AUDTOUT-STATUS           PIC X(02) VALUE SPACES.
000952 77  AP-GLACTV-STATUS            PIC X(02) VALUE SPACES.
000953 77  AP-FEEFILE-STATUS           PIC X(02) VALUE SPACES.
000954 77  AP-CHKPFILE-STATUS          PIC X(02) VALUE SPACES.
000955 77  AP-RESTART-SW               PIC X(01) VALUE 'N'.
000956     88 AP-RESTARTED                         VALUE 'Y'.
000957 77  AP-EOF-FEEFILE-SW           PIC X(01) VALUE 'N'.
000958     88 AP-EOF-FEEFILE                       VALUE 'Y'.
000959 77  AP-FEE-FOUND-SW             PIC X(01) VALUE 'N'.
000960     88 AP-FEE-FOUND                         VALUE 'Y'.
000961 77  AP-EOF-PAYFILE-SW           PIC X(01) VALUE 'N'.
000970     88 AP-EOF-PAYFILE                       VALUE 'Y'.
000980 77  AP-ACCT-OPEN-SW             PIC X(01) VALUE 'N'.
000990     88 AP-ACCT-GROUP-OPEN                   VALUE 'Y'.
001120 77  AP-NOACCT-COUNT             PIC 9(07) COMP VALUE ZERO.
001130 77  AP-ACCT-ITEM-COUNT          PIC 9(07) COMP VALUE ZERO.
001140 77  AP-ACCT-ITEM-TOTAL          PIC S9(09)V99 COMP-3 VALUE ZERO.
001141 77  AP-REVERSED-COUNT           PIC 9(07) COMP VALUE ZERO.
001142 77  AP-REVERSED-TOTAL           PIC S9(09)V99 COMP-3 VALUE ZERO.
001143 77  AP-REV-NOACCT-COUNT         PIC 9(07) COMP VALUE ZERO.
001144 77  AP-GL-ACTV-COUNT            PIC 9(07) COMP VALUE ZERO.
001145 77  AP-FEE-COUNT                PIC 9(07) COMP VALUE ZERO.
001146 77  AP-FEE-TOTAL                PIC S9(09)V99 COMP-3 VALUE ZERO.
001147 77  AP-ACCT-FEE-COUNT           PIC 9(07) COMP VALUE ZERO.
001148 77  AP-ACCT-FEE-TOTAL           PIC S9(09)V99 COMP-3 VALUE ZERO.
001149 77  AP-REFUND-COUNT             PIC 9(07) COMP VALUE ZERO.
001150 77  AP-REFUND-TOTAL             PIC S9(09)V99 COMP-3 VALUE ZERO.
001151 77  AP-REAPPLIED-COUNT          PIC 9(07) COMP VALUE ZERO.
001152*----------------------------------------------------------------
001153*CHECKPOINT AND RESTART - AP-CHKP-PASS IS 1 FOR THE DEBIT PASS
001154*AND 2 FOR THE RETURNS PASS; AP-CHKP-ACCOUNT IS THE ACCOUNT OF
001155*THE LAST PAYMENT READ, SO IT IS THE ACCOUNT JUST FINISHED WHEN
001156*THE KEY CHANGES.  AP-BEFORE-COUNTS HOLDS THE COUNTS AS
001157*CHECKPOINTED, IN THE ORDER OF CHKP-COUNTS.
001158*----------------------------------------------------------------
001159 77  AP-CHKP-INTERVAL            PIC 9(05) COMP VALUE 500.
001160 77  AP-CHKP-SINCE               PIC 9(05) COMP VALUE ZERO.
001161 77  AP-CHKP-PASS                PIC 9(01) VALUE 1.
001162 77  AP-CHKP-ACCOUNT             PIC 9(10) VALUE ZERO.
001163 77  AP-RESUME-PASS              PIC 9(01) VALUE 1.
001164 77  AP-RESUME-ACCOUNT           PIC 9(10) VALUE ZERO.
001165 01  AP-RESTART-POINT.
001166     05 AP-RP-PASS               PIC X(08).
001167     05 AP-RP-ACCOUNT            PIC 9(10).
001168     05 FILLER                   PIC X(02) VALUE SPACES.
001169 01  AP-BEFORE-COUNTS.
001170     05 AP-BF-APPLIED            PIC 9(07).
001171     05 AP-BF-ACCOUNT            PIC 9(07).
001172     05 AP-BF-NOACCT             PIC 9(07).
001173     05 AP-BF-REVERSED           PIC 9(07).
001174     05 AP-BF-REV-NOACCT         PIC 9(07).
001175     05 AP-BF-FEE                PIC 9(07).
001176     05 AP-BF-REFUND             PIC 9(07).
001177     05 AP-BF-GL-ACTV            PIC 9(07).
001178     05 AP-BF-REAPPLIED          PIC 9(07).
001179 77  AP-TOT-COUNT                PIC 9(07) VALUE ZERO.
001180 77  AP-TOT-BEFORE               PIC 9(07) VALUE ZERO.
001181*----------------------------------------------------------------
001182*WORK FIELDS
001183*----------------------------------------------------------------
001184 77  AP-BUSINESS-DATE            PIC 9(08) VALUE ZERO.
001190*RUN-CONTROL IDENTITY - SEE 1050-CHECK-RUN-CONTROL.
001200 77  AP-JOB-NAME                 PIC X(08) VALUE 'ACCTPOST'.
001210 77  AP-PRED-NAME                PIC X(08) VALUE 'SETLPOST'.
001230     05 AP-TS-DATE               PIC 9(08).
001240     05 AP-TS-TIME               PIC 9(06).
001250 77  AP-CURR-ACCOUNT             PIC 9(10) VALUE ZERO.
001251*A REVERSAL IS AUDITED UNDER THE JOB NAME, THE SAME WAY BATCH-
001252*WRITTEN PAYMENTS CARRY THEIR JOB NAME AS THE OPERATOR ID.
001253 77  AP-AUDIT-TRANSID            PIC X(04) VALUE 'BTCH'.
001254 77  AP-OLD-BALANCE              PIC S9(9)V99 COMP-3 VALUE ZERO.
001255 77  AP-NEW-BALANCE              PIC S9(9)V99 COMP-3 VALUE ZERO.
001256*THE FEE FOR THE PAYMENT IN HAND - SEE 2300-FIND-FEE.
001257 77  AP-FEE-CHANNEL              PIC X(01) VALUE SPACES.
001258     88 AP-FEE-CH-OPERATOR                   VALUE 'O'.
001259     88 AP-FEE-CH-BULK                       VALUE 'B'.
001260     88 AP-FEE-CH-STANDING                   VALUE 'S'.
001261 77  AP-FEE-EFF-DATE             PIC 9(08) VALUE ZERO.
001262 77  AP-FEE-AMOUNT               PIC S9(5)V99 COMP-3 VALUE ZERO.
001263 77  AP-FEE-TEXT                 PIC X(20) VALUE SPACES.
001264 77  AP-FEE-ENTRIES              PIC S9(4) COMP VALUE ZERO.
001265 77  AP-FEE-IX                   PIC S9(4) COMP VALUE ZERO.
001266*----------------------------------------------------------------
001267*FEE SCHEDULE TABLE - THE WHOLE FEEFILE, LOADED IN KEY ORDER AT
001268*START OF RUN.  A FEW ROWS PER CHANNEL PER EFFECTIVE DATE; FIVE
001269*HUNDRED LEAVES YEARS OF SCHEDULES.  A FULL TABLE STOPS THE RUN
001270*RATHER THAN CHARGE FROM PART OF THE SCHEDULE.
001271*----------------------------------------------------------------
001272 77  AP-FEE-MAX                  PIC S9(4) COMP VALUE 500.
001273 01  AP-FEE-TABLE.
001274     05 AP-FEE-ENTRY OCCURS 500.
001275        10 AP-FT-CHANNEL         PIC X(01).
001276        10 AP-FT-EFF-DATE        PIC 9(08).
001277        10 AP-FT-BAND-LIMIT      PIC 9(09)V99.
001278        10 AP-FT-AMOUNT          PIC S9(5)V99 COMP-3.

001279*----------------------------------------------------------------
001280*REPORT LINE LAYOUTS
001281*----------------------------------------------------------------
001290 01  AP-HEADING-LINE-1.
001300     05 FILLER                  PIC X(18) VALUE SPACES.
001310     05 FILLER                  PIC X(24)
001630     05 AP-TL-COUNT              PIC ZZZ,ZZ9.
001640     05 FILLER                  PIC X(03) VALUE SPACES.
001650     05 AP-TL-AMOUNT             PIC -(9)9.99.
001651     05 FILLER                  PIC X(02) VALUE SPACES.
001652     05 AP-TL-BEFORE             PIC ZZZ,ZZ9.
001653     05 FILLER                  PIC X(02) VALUE SPACES.
001654     05 AP-TL-AFTER              PIC ZZZ,ZZ9.
001655     05 FILLER                  PIC X(07) VALUE SPACES.
001656 01  AP-TOTAL-HEADING.
001657     05 FILLER                  PIC X(34) VALUE SPACES.
001658     05 FILLER                  PIC X(05) VALUE 'COUNT'.
001659     05 FILLER                  PIC X(10) VALUE SPACES.
001660     05 FILLER                  PIC X(06) VALUE 'AMOUNT'.
001661     05 FILLER                  PIC X(03) VALUE SPACES.
001662     05 FILLER                  PIC X(06) VALUE 'BEFORE'.
001663     05 FILLER                  PIC X(04) VALUE SPACES.
001664     05 FILLER                  PIC X(05) VALUE 'AFTER'.
001665     05 FILLER                  PIC X(07) VALUE SPACES.
001666 01  AP-RESTART-LINE.
001667     05 FILLER                  PIC X(16)
001668        VALUE 'RESTARTED AFTER '.
001669     05 AP-RS-POINT.
001670        10 AP-RS-LABEL          PIC X(08) VALUE 'ACCOUNT '.
001671        10 AP-RS-ACCOUNT        PIC 9(10).
001672        10 FILLER               PIC X(01) VALUE SPACES.
001673     05 FILLER                  PIC X(08) VALUE ' IN THE '.
001674     05 AP-RS-PASS               PIC X(12).
001675     05 FILLER                  PIC X(25) VALUE SPACES.
001676 01  AP-SECTION-LINE.
001677     05 AP-SL-TEXT               PIC X(40).
001678     05 FILLER                  PIC X(40) VALUE SPACES.
001679 01  AP-FEE-LINE.
001680     05 FILLER                  PIC X(13) VALUE SPACES.
001681     05 AP-FL-TEXT               PIC X(20).
001682     05 FILLER                  PIC X(02) VALUE SPACES.
001683     05 AP-FL-AMOUNT             PIC -(9)9.99.
001684     05 FILLER                  PIC X(32) VALUE SPACES.
001685 01  AP-RETURN-HEADING.
001686     05 FILLER                  PIC X(01) VALUE SPACES.
001687     05 FILLER                  PIC X(12) VALUE 'REF NO'.
001688     05 FILLER                  PIC X(12) VALUE 'ACCOUNT'.
001689     05 FILLER                  PIC X(22) VALUE 'PAYEE'.
001690     05 FILLER                  PIC X(15) VALUE 'AMOUNT'.
001691     05 FILLER                  PIC X(18) VALUE 'REASON'.
001692 01  AP-RETURN-LINE.
001693     05 FILLER                  PIC X(01) VALUE SPACES.
001694     05 AP-RL-REF-NO             PIC Z(9)9.
001695     05 FILLER                  PIC X(02) VALUE SPACES.
001696     05 AP-RL-ACCOUNT            PIC 9(10).
001697     05 FILLER                  PIC X(02) VALUE SPACES.
001698     05 AP-RL-PAYEE              PIC X(20).
001699     05 FILLER                  PIC X(02) VALUE SPACES.
001700     05 AP-RL-AMOUNT             PIC -(9)9.99.
001701     05 FILLER                  PIC X(02) VALUE SPACES.
001702     05 AP-RL-REASON             PIC X(10).
001703     05 FILLER                  PIC X(08) VALUE SPACES.
001704 01  AP-REFUND-LINE.
001705     05 FILLER                  PIC X(25) VALUE SPACES.
001706     05 AP-RF-TEXT               PIC X(20).
001707     05 FILLER                  PIC X(02) VALUE SPACES.
001708     05 AP-RF-AMOUNT             PIC -(9)9.99.
001709     05 FILLER                  PIC X(20) VALUE SPACES.

001710 PROCEDURE DIVISION.
001711 0000-MAINLINE.
001712     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001713     PERFORM 2000-PROCESS-PAYFILE THRU 2000-EXIT
001714         UNTIL AP-EOF-PAYFILE
001720     PERFORM 2600-ACCOUNT-BREAK THRU 2600-EXIT
001721     PERFORM 3000-REVERSE-RETURNS THRU 3000-EXIT
001730     PERFORM 4000-WRITE-TOTALS THRU 4000-EXIT
001740     PERFORM 8000-TERMINATE THRU 8000-EXIT
001750     STOP RUN.

001760*----------------------------------------------------------------
001761*1000-INITIALIZE - CHECK IN WITH RUN CONTROL, LOAD THE FEE
001762*                  SCHEDULE, OPEN FILES, POSITION ON THE ACCOUNT
001763*                  ALTERNATE KEY (PAST THE CHECKPOINTED
001764*                  ACCOUNT ON A RESTART), AND WRITE THE
001765*                  REPORT PAGE 1 HEADINGS.
001800*----------------------------------------------------------------
001810 1000-INITIALIZE.
001820     PERFORM 1050-CHECK-RUN-CONTROL THRU 1050-EXIT
001821     PERFORM 1200-LOAD-FEE-SCHEDULE THRU 1200-EXIT
001830     OPEN I-O PAYFILE
001840     IF AP-PAYFILE-STATUS NOT = '00'
001850         DISPLAY 'ACCTPOST: PAYFILE OPEN FAILED, STATUS = '
002010         MOVE 16 TO RETURN-CODE
002020         STOP RUN
002030     END-IF
002031     OPEN EXTEND AUDTOUT
002032     IF AP-AUDTOUT-STATUS NOT = '00'
002033         DISPLAY 'ACCTPOST: AUDTOUT OPEN FAILED, STATUS = '
002034             AP-AUDTOUT-STATUS
002035         MOVE 16 TO RETURN-CODE
002036         STOP RUN
002037     END-IF
002038     OPEN EXTEND GLACTV
002039     IF AP-GLACTV-STATUS NOT = '00'
002040         DISPLAY 'ACCTPOST: GLACTV OPEN FAILED, STATUS = '
002041             AP-GLACTV-STATUS
002042         MOVE 16 TO RETURN-CODE
002043         STOP RUN
002044     END-IF
002045     PERFORM 1300-READ-CHECKPOINT THRU 1300-EXIT
002046     PERFORM 1100-WRITE-HEADINGS THRU 1100-EXIT
002047     IF AP-RESTARTED
002048         PERFORM 1400-WRITE-RESTART-LINE THRU 1400-EXIT
002049     END-IF
002050*    A RESTART IN THE RETURNS PASS HAS NO DEBITS LEFT TO DO.
002051     MOVE AP-RESUME-ACCOUNT TO PAY-ACCOUNT-NO
002052     EVALUATE TRUE
002053         WHEN AP-RESUME-PASS = 2
002080             SET AP-EOF-PAYFILE TO TRUE
002081         WHEN AP-RESUME-ACCOUNT > ZERO
002082             START PAYFILE KEY > PAY-ACCOUNT-NO
002083                 INVALID KEY
002084                     SET AP-EOF-PAYFILE TO TRUE
002085             END-START
002086         WHEN OTHER
002087             START PAYFILE KEY NOT < PAY-ACCOUNT-NO
002088                 INVALID KEY
002089                     SET AP-EOF-PAYFILE TO TRUE
002090             END-START
002091     END-EVALUATE
002092     IF NOT AP-EOF-PAYFILE
002093         PERFORM 2100-READ-PAYFILE-NEXT THRU 2100-EXIT
002094     END-IF.
002110 1000-EXIT.
002120     EXIT.
002130*----------------------------------------------------------------
002820     MOVE SPACES TO RCTL-END-TS
002830     MOVE ZERO TO RCTL-RETURN-CODE
002840     MOVE AP-PRED-NAME TO RCTL-PREDECESSOR
002841     MOVE 'N' TO RCTL-RESTART-SW
002842     MOVE SPACES TO RCTL-RESTART-POINT
002850     IF AP-RCTL-NEW
002860         WRITE RCTL-RECORD
002870     ELSE
003100     MOVE 2 TO AP-LINE-COUNT.
003110 1100-EXIT.
003120     EXIT.
003121*----------------------------------------------------------------
003122*1200-LOAD-FEE-SCHEDULE - READ THE WHOLE FEE SCHEDULE INTO THE
003123*                         TABLE.  A CLUSTER NOBODY HAS KEYED A ROW
003124*                         INTO YET (STATUS 35) MEANS NO FEES ARE
003125*                         CHARGED TONIGHT.
003126*----------------------------------------------------------------
003127 1200-LOAD-FEE-SCHEDULE.
003128     MOVE ZERO TO AP-FEE-ENTRIES
003129     OPEN INPUT FEEFILE
003130     IF AP-FEEFILE-STATUS = '35'
003131         DISPLAY 'ACCTPOST: FEE SCHEDULE EMPTY - NO FEES CHARGED'
003132         GO TO 1200-EXIT
003133     END-IF
003134     IF AP-FEEFILE-STATUS NOT = '00'
003135         DISPLAY 'ACCTPOST: FEEFILE OPEN FAILED, STATUS = '
003136             AP-FEEFILE-STATUS
003137         MOVE 16 TO RETURN-CODE
003138         STOP RUN
003139     END-IF
003140     PERFORM 1210-LOAD-FEE-ENTRY THRU 1210-EXIT
003141         UNTIL AP-EOF-FEEFILE
003142     CLOSE FEEFILE.
003143 1200-EXIT.
003144     EXIT.
003145 1210-LOAD-FEE-ENTRY.
003146     READ FEEFILE
003147         AT END
003148             SET AP-EOF-FEEFILE TO TRUE
003149             GO TO 1210-EXIT
003150     END-READ
003151     IF AP-FEEFILE-STATUS NOT = '00'
003152         DISPLAY 'ACCTPOST: FEEFILE READ FAILED, STATUS = '
003153             AP-FEEFILE-STATUS
003154         MOVE 16 TO RETURN-CODE
003155         STOP RUN
003156     END-IF
003157     IF AP-FEE-ENTRIES NOT < AP-FEE-MAX
003158         DISPLAY 'ACCTPOST: FEE SCHEDULE TABLE FULL AT '
003159             AP-FEE-MAX ' ROWS'
003160         MOVE 16 TO RETURN-CODE
003161         STOP RUN
003162     END-IF
003163     ADD 1 TO AP-FEE-ENTRIES
003164     MOVE FEE-CHANNEL TO AP-FT-CHANNEL(AP-FEE-ENTRIES)
003165     MOVE FEE-EFF-DATE TO AP-FT-EFF-DATE(AP-FEE-ENTRIES)
003166     MOVE FEE-BAND-LIMIT TO AP-FT-BAND-LIMIT(AP-FEE-ENTRIES)
003167     MOVE FEE-AMOUNT TO AP-FT-AMOUNT(AP-FEE-ENTRIES).
003168 1210-EXIT.
003169     EXIT.
003170*----------------------------------------------------------------
003171*1300-READ-CHECKPOINT - THE CHECKPOINT RECORD CARRIES THE PASS AND
003172*                       LAST ACCOUNT FINISHED, THE BUSINESS DATE
003173*                       THEY BELONG TO, AND WHETHER THAT RUN
003174*                       FINISHED.  AN UNFINISHED RUN OF TONIGHT'S
003175*                       DATE IS RESTARTED FROM IT; ANYTHING ELSE -
003176*                       A FINISHED RUN, A RERUN OF A COMPLETED
003177*                       DATE, A LEFTOVER FROM AN EARLIER NIGHT -
003178*                       STARTS FROM THE TOP WITH A FRESH
003179*                       CHECKPOINT.  A NEWLY DEFINED CLUSTER OPENS
003180*                       WITH STATUS 35 AND IS PRIMED THROUGH OPEN
003181*                       OUTPUT.
003182*----------------------------------------------------------------
003183 1300-READ-CHECKPOINT.
003184     OPEN I-O CHKPFILE
003185     IF AP-CHKPFILE-STATUS = '35'
003186         OPEN OUTPUT CHKPFILE
003187         IF AP-CHKPFILE-STATUS NOT = '00'
003188             DISPLAY 'ACCTPOST: CHKPFILE PRIME FAILED, '
003189                 'STATUS = ' AP-CHKPFILE-STATUS
003190             MOVE 16 TO RETURN-CODE
003191             STOP RUN
003192         END-IF
003193         MOVE SPACES TO CHKP-RECORD
003194         MOVE 1 TO CHKP-KEY
003195         MOVE ZERO TO CHKP-RUN-DATE
003196         WRITE CHKP-RECORD
003197         CLOSE CHKPFILE
003198         OPEN I-O CHKPFILE
003199     END-IF
003200     IF AP-CHKPFILE-STATUS NOT = '00'
003201         DISPLAY 'ACCTPOST: CHKPFILE OPEN FAILED, STATUS = '
003202             AP-CHKPFILE-STATUS
003203         MOVE 16 TO RETURN-CODE
003204         STOP RUN
003205     END-IF
003206     MOVE 1 TO CHKP-KEY
003207     READ CHKPFILE
003208         INVALID KEY
003209             MOVE SPACES TO CHKP-RECORD
003210             MOVE 1 TO CHKP-KEY
003211             MOVE ZERO TO CHKP-RUN-DATE
003212             WRITE CHKP-RECORD
003213     END-READ
003214     IF CHKP-RUN-DATE NUMERIC
003215         AND CHKP-RUN-DATE = AP-BUSINESS-DATE
003216         AND CHKP-RUNNING
003217         PERFORM 1310-RESTORE-CHECKPOINT THRU 1310-EXIT
003218     ELSE
003219         PERFORM 2850-WRITE-CHECKPOINT THRU 2850-EXIT
003220     END-IF.
003221 1300-EXIT.
003222     EXIT.
003223*----------------------------------------------------------------
003224*1310-RESTORE-CHECKPOINT - PICK UP WHERE THE FAILED RUN'S LAST
003225*                          CHECKPOINT LEFT OFF: ITS PASS, THE
003226*                          ACCOUNT TO RESUME AFTER, AND ITS
003227*                          TOTALS.
003228*----------------------------------------------------------------
003229 1310-RESTORE-CHECKPOINT.
003230     SET AP-RESTARTED TO TRUE
003231     MOVE CHKP-PASS TO AP-RESUME-PASS
003232     MOVE CHKP-PASS TO AP-CHKP-PASS
003233     MOVE CHKP-LAST-ACCOUNT TO AP-RESUME-ACCOUNT
003234     MOVE CHKP-LAST-ACCOUNT TO AP-CHKP-ACCOUNT
003235     MOVE CHKP-COUNTS TO AP-BEFORE-COUNTS
003236     MOVE AP-BF-APPLIED TO AP-APPLIED-COUNT
003237     MOVE AP-BF-ACCOUNT TO AP-ACCOUNT-COUNT
003238     MOVE AP-BF-NOACCT TO AP-NOACCT-COUNT
003239     MOVE AP-BF-REVERSED TO AP-REVERSED-COUNT
003240     MOVE AP-BF-REV-NOACCT TO AP-REV-NOACCT-COUNT
003241     MOVE AP-BF-FEE TO AP-FEE-COUNT
003242     MOVE AP-BF-REFUND TO AP-REFUND-COUNT
003243     MOVE AP-BF-GL-ACTV TO AP-GL-ACTV-COUNT
003244     MOVE AP-BF-REAPPLIED TO AP-REAPPLIED-COUNT
003245     MOVE CHKP-APPLIED-TOTAL TO AP-APPLIED-TOTAL
003246     MOVE CHKP-REVERSED-TOTAL TO AP-REVERSED-TOTAL
003247     MOVE CHKP-FEE-TOTAL TO AP-FEE-TOTAL
003248     MOVE CHKP-REFUND-TOTAL TO AP-REFUND-TOTAL
003249     IF AP-RESUME-PASS = 2
003250         MOVE 'RETURNS' TO AP-RP-PASS
003251     ELSE
003252         MOVE 'DEBITS' TO AP-RP-PASS
003253     END-IF
003254     MOVE AP-RESUME-ACCOUNT TO AP-RP-ACCOUNT
003255*    NO CHECKPOINT PAST THE ONE WRITTEN AT START - THE FAILED RUN
003256*    DIED IN ITS FIRST STRETCH, SO EVERYTHING IS GONE OVER AGAIN.
003257     IF AP-RESUME-PASS = 1 AND AP-RESUME-ACCOUNT = ZERO
003258         MOVE 'TOP - NO CHECKPOINT' TO AP-RESTART-POINT
003259         DISPLAY 'ACCTPOST: RESTART - FROM THE TOP'
003260     ELSE
003261         DISPLAY 'ACCTPOST: RESTART - ' AP-RP-PASS
003262             'PASS AFTER ACCOUNT ' AP-RESUME-ACCOUNT
003263     END-IF
003264     PERFORM 1350-NOTE-RESTART THRU 1350-EXIT.
003265 1310-EXIT.
003266     EXIT.
003267*----------------------------------------------------------------
003268*1350-NOTE-RESTART - FLAG THIS RUN RESTARTED ON ITS RUN-CONTROL
003269*                    RECORD, WITH THE RESTART POINT, FOR THE
003270*                    RUNCTLUT MORNING CHECKLIST.
003271*----------------------------------------------------------------
003272 1350-NOTE-RESTART.
003273     MOVE AP-JOB-NAME TO RCTL-JOB-NAME
003274     READ RUNCTL
003275         INVALID KEY
003276             DISPLAY 'ACCTPOST: RUNCTL RECORD MISSING AT RESTART'
003277             MOVE 16 TO RETURN-CODE
003278             STOP RUN
003279     END-READ
003280     SET RCTL-RESTARTED TO TRUE
003281     MOVE AP-RESTART-POINT TO RCTL-RESTART-POINT
003282     REWRITE RCTL-RECORD
003283     IF AP-RUNCTL-STATUS NOT = '00'
003284         DISPLAY 'ACCTPOST: RUNCTL UPDATE FAILED, STATUS = '
003285             AP-RUNCTL-STATUS
003286         MOVE 16 TO RETURN-CODE
003287         STOP RUN
003288     END-IF.
003289 1350-EXIT.
003290     EXIT.
003291 1400-WRITE-RESTART-LINE.
003292     MOVE AP-RESUME-ACCOUNT TO AP-RS-ACCOUNT
003293     IF AP-RESUME-PASS = 1 AND AP-RESUME-ACCOUNT = ZERO
003294         MOVE 'TOP - NO CHECKPOINT' TO AP-RS-POINT
003295     END-IF
003296     IF AP-RESUME-PASS = 2
003297         MOVE 'RETURNS PASS' TO AP-RS-PASS
003298     ELSE
003299         MOVE 'DEBIT PASS' TO AP-RS-PASS
003300     END-IF
003301     WRITE POSTRPT-RECORD FROM AP-RESTART-LINE
003302         AFTER ADVANCING 2 LINES
003303     ADD 2 TO AP-LINE-COUNT.
003304 1400-EXIT.
003305     EXIT.

003306*----------------------------------------------------------------
003307*2000-PROCESS-PAYFILE - APPLY ONE NEWLY POSTED PAYMENT, BREAKING
003308*                       TO A NEW REGISTER GROUP WHEN THE ACCOUNT
003309*                       CHANGES.  EVERYTHING ELSE ON THE FILE IS
003310*                       PASSED OVER.  EACH PAYMENT READ
003311*                       COUNTS TOWARD THE NEXT CHECKPOINT
003312*                       (2800).
003313*----------------------------------------------------------------
003314 2000-PROCESS-PAYFILE.
003315     PERFORM 2800-CHECK-CHECKPOINT THRU 2800-EXIT
003316     IF AP-RESTARTED
003317         AND PAY-ST-POSTED AND PAY-POSTED-APPLIED
003318         PERFORM 2900-CHECK-REAPPLIED THRU 2900-EXIT
003319     END-IF
003320     IF PAY-ST-POSTED AND NOT PAY-POSTED-APPLIED
003321         IF NOT AP-ACCT-GROUP-OPEN
003322             OR PAY-ACCOUNT-NO NOT = AP-CURR-ACCOUNT
003323             PERFORM 2600-ACCOUNT-BREAK THRU 2600-EXIT
003324             PERFORM 2700-START-ACCOUNT-GROUP THRU 2700-EXIT
003325         END-IF
003326         PERFORM 2200-APPLY-PAYMENT THRU 2200-EXIT
003327     END-IF
003328     PERFORM 2100-READ-PAYFILE-NEXT THRU 2100-EXIT.
003329 2000-EXIT.
003330     EXIT.
003331 2100-READ-PAYFILE-NEXT.
003332     READ PAYFILE NEXT
003333         AT END
003340             SET AP-EOF-PAYFILE TO TRUE
003350     END-READ.
003360 2100-EXIT.
003370     EXIT.

003380*----------------------------------------------------------------
003381*2200-APPLY-PAYMENT - MARK THE PAYMENT APPLIED FIRST, WITH THE
003382*                     FEE CHARGED AND THE BUSINESS DATE, DEBIT
003383*                     THE ACCOUNT SECOND, PAYMENT AND FEE IN ONE
003384*                     REWRITE.  AN ABEND IN BETWEEN LOSES
003410*                     THE DEBIT BUT CAN NEVER DOUBLE IT.  AN
003420*                     ACCOUNT MISSING FROM THE MASTER LEAVES THE
003430*                     PAYMENT UNAPPLIED SO IT IS RE-LISTED EVERY
003520             PERFORM 2500-WRITE-DETAIL THRU 2500-EXIT
003530             GO TO 2200-EXIT
003540     END-READ
003541     PERFORM 2300-FIND-FEE THRU 2300-EXIT
003550     SET PAY-POSTED-APPLIED TO TRUE
003551     MOVE AP-FEE-AMOUNT TO PAY-FEE-AMOUNT
003552     MOVE AP-BUSINESS-DATE TO PAY-APPLIED-DATE
003560     REWRITE PAY-RECORD
003570     IF AP-PAYFILE-STATUS NOT = '00'
003580         AND AP-PAYFILE-STATUS NOT = '02'
003610         MOVE 16 TO RETURN-CODE
003620         STOP RUN
003630     END-IF
003631     MOVE ACCT-BALANCE TO AP-OLD-BALANCE
003640     SUBTRACT PAY-AMOUNT FROM ACCT-BALANCE
003641     MOVE ACCT-BALANCE TO AP-NEW-BALANCE
003642     SUBTRACT AP-FEE-AMOUNT FROM ACCT-BALANCE
003650     MOVE AP-BUSINESS-DATE TO ACCT-LAST-ACTV-DATE
003660     REWRITE ACCT-RECORD
003670     IF AP-ACCTFIL-STATUS NOT = '00'
003740     ADD 1 TO AP-ACCT-ITEM-COUNT
003750     ADD PAY-AMOUNT TO AP-APPLIED-TOTAL
003760     ADD PAY-AMOUNT TO AP-ACCT-ITEM-TOTAL
003761     MOVE SPACES TO GLA-RECORD
003762     SET GLA-PAYMENT-DEBIT TO TRUE
003763     MOVE PAY-AMOUNT TO GLA-AMOUNT
003764     PERFORM 5000-WRITE-GL-ACTIVITY THRU 5000-EXIT
003770     MOVE SPACES TO AP-DL-NOTE
003771     PERFORM 2500-WRITE-DETAIL THRU 2500-EXIT
003772     IF AP-FEE-AMOUNT > ZERO
003773         PERFORM 2400-CHARGE-FEE THRU 2400-EXIT
003774     END-IF.
003790 2200-EXIT.
003791     EXIT.
003792*----------------------------------------------------------------
003793*2300-FIND-FEE - THE FEE FOR THE PAYMENT IN HAND: THE SCHEDULE
003794*                FOR ITS CHANNEL WITH THE LATEST EFFECTIVE DATE
003795*                NOT AFTER ITS ENTRY DATE, FIRST BAND AT OR ABOVE
003796*                ITS AMOUNT (THE TABLE IS IN KEY ORDER, SO THE
003797*                FIRST BAND HIT IS THE LOWEST).  ZERO WHEN NO
003798*                SCHEDULE OR NO BAND APPLIES.  A PAYMENT WRITTEN
003799*                BEFORE PAY-CHANNEL EXISTED IS TOLD APART BY THE
003800*                JOB NAME THE BATCH WRITERS LEAVE AS OPERATOR ID.
003801*----------------------------------------------------------------
003802 2300-FIND-FEE.
003803     MOVE ZERO TO AP-FEE-AMOUNT
003804     MOVE PAY-CHANNEL TO AP-FEE-CHANNEL
003805     IF AP-FEE-CHANNEL = SPACES
003806         EVALUATE PAY-OPERATOR-ID
003807             WHEN 'PAYIMPRT'
003808                 SET AP-FEE-CH-BULK TO TRUE
003809             WHEN 'RECURPAY'
003810                 SET AP-FEE-CH-STANDING TO TRUE
003811             WHEN OTHER
003812                 SET AP-FEE-CH-OPERATOR TO TRUE
003813         END-EVALUATE
003814     END-IF
003815     EVALUATE TRUE
003816         WHEN AP-FEE-CH-BULK
003817             MOVE 'FEE - BRANCH BULK' TO AP-FEE-TEXT
003818         WHEN AP-FEE-CH-STANDING
003819             MOVE 'FEE - STANDING ORDER' TO AP-FEE-TEXT
003820         WHEN OTHER
003821             MOVE 'FEE - OPERATOR KEYED' TO AP-FEE-TEXT
003822     END-EVALUATE
003823     MOVE ZERO TO AP-FEE-EFF-DATE
003824     MOVE ZERO TO AP-FEE-IX
003825     PERFORM 2310-SCAN-FEE-DATE THRU 2310-EXIT
003826         UNTIL AP-FEE-IX NOT < AP-FEE-ENTRIES
003827     IF AP-FEE-EFF-DATE = ZERO
003828         GO TO 2300-EXIT
003829     END-IF
003830     MOVE 'N' TO AP-FEE-FOUND-SW
003831     MOVE ZERO TO AP-FEE-IX
003832     PERFORM 2320-SCAN-FEE-BAND THRU 2320-EXIT
003833         UNTIL AP-FEE-FOUND
003834         OR AP-FEE-IX NOT < AP-FEE-ENTRIES
003835     IF AP-FEE-FOUND
003836         MOVE AP-FT-AMOUNT(AP-FEE-IX) TO AP-FEE-AMOUNT
003837     END-IF.
003838 2300-EXIT.
003839     EXIT.
003840 2310-SCAN-FEE-DATE.
003841     ADD 1 TO AP-FEE-IX
003842     IF AP-FT-CHANNEL(AP-FEE-IX) = AP-FEE-CHANNEL
003843         AND AP-FT-EFF-DATE(AP-FEE-IX) NOT > PAY-ENTRY-DATE
003844         AND AP-FT-EFF-DATE(AP-FEE-IX) > AP-FEE-EFF-DATE
003845         MOVE AP-FT-EFF-DATE(AP-FEE-IX) TO AP-FEE-EFF-DATE
003846     END-IF.
003847 2310-EXIT.
003848     EXIT.
003849 2320-SCAN-FEE-BAND.
003850     ADD 1 TO AP-FEE-IX
003851     IF AP-FT-CHANNEL(AP-FEE-IX) = AP-FEE-CHANNEL
003852         AND AP-FT-EFF-DATE(AP-FEE-IX) = AP-FEE-EFF-DATE
003853         AND AP-FT-BAND-LIMIT(AP-FEE-IX) NOT < PAY-AMOUNT
003854         SET AP-FEE-FOUND TO TRUE
003855     END-IF.
003856 2320-EXIT.
003857     EXIT.
003858*----------------------------------------------------------------
003859*2400-CHARGE-FEE - COUNT, BOOK AND PRINT THE FEE 2200 TOOK IN THE
003860*                  SAME ACCOUNT REWRITE AS THE PAYMENT.  THE GL
003861*                  RECORD RUNS FROM THE BALANCE AFTER THE PAYMENT
003862*                  TO THE BALANCE AFTER THE FEE.
003863*----------------------------------------------------------------
003864 2400-CHARGE-FEE.
003865     ADD 1 TO AP-FEE-COUNT
003866     ADD 1 TO AP-ACCT-FEE-COUNT
003867     ADD AP-FEE-AMOUNT TO AP-FEE-TOTAL
003868     ADD AP-FEE-AMOUNT TO AP-ACCT-FEE-TOTAL
003869     MOVE AP-NEW-BALANCE TO AP-OLD-BALANCE
003870     MOVE ACCT-BALANCE TO AP-NEW-BALANCE
003871     MOVE SPACES TO GLA-RECORD
003872     SET GLA-FEE-CHARGE TO TRUE
003873     MOVE AP-FEE-AMOUNT TO GLA-AMOUNT
003874     PERFORM 5000-WRITE-GL-ACTIVITY THRU 5000-EXIT
003875     IF AP-LINE-COUNT NOT < AP-LINES-PER-PAGE
003876         PERFORM 1100-WRITE-HEADINGS THRU 1100-EXIT
003877     END-IF
003878     MOVE AP-FEE-TEXT TO AP-FL-TEXT
003879     MOVE AP-FEE-AMOUNT TO AP-FL-AMOUNT
003880     WRITE POSTRPT-RECORD FROM AP-FEE-LINE
003881         AFTER ADVANCING 1 LINE
003882     ADD 1 TO AP-LINE-COUNT.
003883 2400-EXIT.
003884     EXIT.
003885 2500-WRITE-DETAIL.
003886     IF AP-LINE-COUNT NOT < AP-LINES-PER-PAGE
003887         PERFORM 1100-WRITE-HEADINGS THRU 1100-EXIT
003888     END-IF
003889     MOVE PAY-REF-NO TO AP-DL-REF-NO
003890     MOVE PAY-PAYEE TO AP-DL-PAYEE
003891     MOVE PAY-AMOUNT TO AP-DL-AMOUNT
003892     MOVE PAY-ENTRY-DATE TO AP-DL-DATE
003893     WRITE POSTRPT-RECORD FROM AP-DETAIL-LINE
003900         AFTER ADVANCING 1 LINE
003910     ADD 1 TO AP-LINE-COUNT.
003920 2500-EXIT.
004000         WRITE POSTRPT-RECORD FROM AP-TOTAL-LINE
004010             AFTER ADVANCING 1 LINE
004020         ADD 1 TO AP-LINE-COUNT
004021         IF AP-ACCT-FEE-COUNT > ZERO
004022             MOVE SPACES TO AP-TOTAL-LINE
004023             MOVE 'FEES FOR ACCOUNT' TO AP-TL-LABEL
004024             MOVE AP-ACCT-FEE-COUNT TO AP-TL-COUNT
004025             MOVE AP-ACCT-FEE-TOTAL TO AP-TL-AMOUNT
004026             WRITE POSTRPT-RECORD FROM AP-TOTAL-LINE
004027                 AFTER ADVANCING 1 LINE
004028             ADD 1 TO AP-LINE-COUNT
004029         END-IF
004030         MOVE 'N' TO AP-ACCT-OPEN-SW
004040     END-IF.
004050 2600-EXIT.
004080     MOVE PAY-ACCOUNT-NO TO AP-CURR-ACCOUNT
004090     MOVE ZERO TO AP-ACCT-ITEM-COUNT
004100     MOVE ZERO TO AP-ACCT-ITEM-TOTAL
004101     MOVE ZERO TO AP-ACCT-FEE-COUNT
004102     MOVE ZERO TO AP-ACCT-FEE-TOTAL
004110     ADD 1 TO AP-ACCOUNT-COUNT
004120     SET AP-ACCT-GROUP-OPEN TO TRUE
004130     IF AP-LINE-COUNT NOT < AP-LINES-PER-PAGE
004250     ADD 2 TO AP-LINE-COUNT.
004260 2700-EXIT.
004270     EXIT.
004271*----------------------------------------------------------------
004272*2800-CHECK-CHECKPOINT - WHEN THE ACCOUNT KEY CHANGES AND AT LEAST
004273*                        AP-CHKP-INTERVAL PAYMENTS HAVE BEEN READ
004274*                        SINCE THE LAST CHECKPOINT, CHECKPOINT THE
004275*                        ACCOUNT JUST FINISHED.  ONLY A WHOLE
004276*                        ACCOUNT IS EVER CHECKPOINTED, SO A
004277*                        RESTART CAN REPOSITION ON THE KEY.
004278*----------------------------------------------------------------
004279 2800-CHECK-CHECKPOINT.
004280     IF PAY-ACCOUNT-NO NOT = AP-CHKP-ACCOUNT
004281         IF AP-CHKP-SINCE NOT < AP-CHKP-INTERVAL
004282             PERFORM 2850-WRITE-CHECKPOINT THRU 2850-EXIT
004283         END-IF
004284         MOVE PAY-ACCOUNT-NO TO AP-CHKP-ACCOUNT
004285     END-IF
004286     ADD 1 TO AP-CHKP-SINCE.
004287 2800-EXIT.
004288     EXIT.
004289 2850-WRITE-CHECKPOINT.
004290     MOVE SPACES TO CHKP-RECORD
004291     MOVE 1 TO CHKP-KEY
004292     MOVE AP-BUSINESS-DATE TO CHKP-RUN-DATE
004293     SET CHKP-RUNNING TO TRUE
004294     MOVE AP-CHKP-PASS TO CHKP-PASS
004295     MOVE AP-CHKP-ACCOUNT TO CHKP-LAST-ACCOUNT
004296     MOVE AP-APPLIED-COUNT TO CHKP-APPLIED-COUNT
004297     MOVE AP-ACCOUNT-COUNT TO CHKP-ACCOUNT-COUNT
004298     MOVE AP-NOACCT-COUNT TO CHKP-NOACCT-COUNT
004299     MOVE AP-REVERSED-COUNT TO CHKP-REVERSED-COUNT
004300     MOVE AP-REV-NOACCT-COUNT TO CHKP-REV-NOACCT-COUNT
004301     MOVE AP-FEE-COUNT TO CHKP-FEE-COUNT
004302     MOVE AP-REFUND-COUNT TO CHKP-REFUND-COUNT
004303     MOVE AP-GL-ACTV-COUNT TO CHKP-GL-ACTV-COUNT
004304     MOVE AP-REAPPLIED-COUNT TO CHKP-REAPPLIED-COUNT
004305     MOVE AP-APPLIED-TOTAL TO CHKP-APPLIED-TOTAL
004306     MOVE AP-REVERSED-TOTAL TO CHKP-REVERSED-TOTAL
004307     MOVE AP-FEE-TOTAL TO CHKP-FEE-TOTAL
004308     MOVE AP-REFUND-TOTAL TO CHKP-REFUND-TOTAL
004309     REWRITE CHKP-RECORD
004310     IF AP-CHKPFILE-STATUS NOT = '00'
004311         DISPLAY 'ACCTPOST: CHKPFILE REWRITE FAILED, STATUS = '
004312             AP-CHKPFILE-STATUS
004313         MOVE 16 TO RETURN-CODE
004314         STOP RUN
004315     END-IF
004316     MOVE ZERO TO AP-CHKP-SINCE.
004317 2850-EXIT.
004318     EXIT.
004319*----------------------------------------------------------------
004320*2900-CHECK-REAPPLIED - ON A RESTART, EVERY PAYMENT PAST THE
004321*                       RESTART POINT IS ONE THE FAILED RUN MAY
004322*                       HAVE REACHED AFTER ITS LAST CHECKPOINT.
004323*                       ONE ALREADY MARKED DEBITED (OR, IN THE
004324*                       RETURNS PASS, CREDITED BACK) WITH THIS
004325*                       BUSINESS DATE AS ITS DATE APPLIED WAS
004326*                       APPLIED BY THE FAILED RUN, NOT ON AN
004327*                       EARLIER NIGHT.  A PAYMENT APPLIED BEFORE
004328*                       THE DATE WAS KEPT HAS SPACES THERE.
004329*----------------------------------------------------------------
004330 2900-CHECK-REAPPLIED.
004331     IF PAY-APPLIED-DATE NUMERIC
004332         AND PAY-APPLIED-DATE = AP-BUSINESS-DATE
004333         ADD 1 TO AP-REAPPLIED-COUNT
004334     END-IF.
004335 2900-EXIT.
004336     EXIT.
004337*----------------------------------------------------------------
004338*3000-REVERSE-RETURNS - SECOND PASS OVER THE ACCOUNT ALTERNATE
004339*                       KEY FOR LATE RETURNS: A PAYMENT SETLPOST
004340*                       MARKED RETURNED AFTER THIS JOB HAD
004341*                       ALREADY DEBITED IT.  EACH ONE IS
004342*                       CREDITED BACK AND LISTED IN ITS OWN
004343*                       SECTION OF THE REGISTER.
004344*                       THE DEBIT PASS IS CHECKPOINTED AS
004345*                       FINISHED FIRST, UNLESS THIS IS A
004346*                       RESTART INSIDE THE RETURNS PASS, WHICH
004347*                       REPOSITIONS PAST ITS CHECKPOINTED ACCOUNT.
004348*----------------------------------------------------------------
004349 3000-REVERSE-RETURNS.
004350     PERFORM 3300-WRITE-RETURN-HEADINGS THRU 3300-EXIT
004351     MOVE 'N' TO AP-EOF-PAYFILE-SW
004352     MOVE 2 TO AP-CHKP-PASS
004353     IF AP-RESUME-PASS = 2
004354         MOVE AP-RESUME-ACCOUNT TO AP-CHKP-ACCOUNT
004355     ELSE
004356         MOVE ZERO TO AP-CHKP-ACCOUNT
004357         PERFORM 2850-WRITE-CHECKPOINT THRU 2850-EXIT
004358     END-IF
004359     MOVE AP-CHKP-ACCOUNT TO PAY-ACCOUNT-NO
004360     IF AP-CHKP-ACCOUNT > ZERO
004361         START PAYFILE KEY > PAY-ACCOUNT-NO
004362             INVALID KEY
004363                 SET AP-EOF-PAYFILE TO TRUE
004364         END-START
004365     ELSE
004366         START PAYFILE KEY NOT < PAY-ACCOUNT-NO
004367             INVALID KEY
004368                 SET AP-EOF-PAYFILE TO TRUE
004369         END-START
004370     END-IF
004371     IF NOT AP-EOF-PAYFILE
004372         PERFORM 2100-READ-PAYFILE-NEXT THRU 2100-EXIT
004373     END-IF
004374     PERFORM 3100-CHECK-RETURN THRU 3100-EXIT
004375         UNTIL AP-EOF-PAYFILE
004376     MOVE SPACES TO AP-TOTAL-LINE
004377     MOVE 'TOTAL RETURNS REVERSED' TO AP-TL-LABEL
004378     MOVE AP-REVERSED-COUNT TO AP-TL-COUNT
004379     MOVE AP-REVERSED-TOTAL TO AP-TL-AMOUNT
004380     WRITE POSTRPT-RECORD FROM AP-TOTAL-LINE
004381         AFTER ADVANCING 2 LINES
004382     MOVE SPACES TO AP-TOTAL-LINE
004383     MOVE 'TOTAL FEES REFUNDED' TO AP-TL-LABEL
004384     MOVE AP-REFUND-COUNT TO AP-TL-COUNT
004385     MOVE AP-REFUND-TOTAL TO AP-TL-AMOUNT
004386     WRITE POSTRPT-RECORD FROM AP-TOTAL-LINE
004387         AFTER ADVANCING 1 LINE
004388     ADD 3 TO AP-LINE-COUNT.
004389 3000-EXIT.
004390     EXIT.
004391 3100-CHECK-RETURN.
004392     PERFORM 2800-CHECK-CHECKPOINT THRU 2800-EXIT
004393     IF AP-RESTARTED
004394         AND PAY-ST-RETURNED AND PAY-RETURN-REVERSED
004395         PERFORM 2900-CHECK-REAPPLIED THRU 2900-EXIT
004396     END-IF
004397     IF PAY-ST-RETURNED AND PAY-POSTED-APPLIED
004398         PERFORM 3200-REVERSE-PAYMENT THRU 3200-EXIT
004399     END-IF
004400     PERFORM 2100-READ-PAYFILE-NEXT THRU 2100-EXIT.
004401 3100-EXIT.
004402     EXIT.
004403*----------------------------------------------------------------
004404*3200-REVERSE-PAYMENT - MARK THE PAYMENT REVERSED FIRST, CREDIT
004405*                       THE ACCOUNT SECOND - THE SAME ORDER AS
004406*                       THE DEBIT, SO AN ABEND IN BETWEEN CAN
004407*                       LOSE A CREDIT BUT NEVER GIVE IT TWICE.
004408*                       THE FEE CHARGED WITH THE DEBIT COMES BACK
004409*                       IN THE SAME REWRITE - THE AMOUNT KEPT ON
004410*                       THE PAYMENT, OR FOR ONE DEBITED BEFORE IT
004411*                       WAS KEPT, THE SCHEDULE'S FEE FROM 2300.
004412*                       AN ACCOUNT MISSING FROM THE MASTER
004413*                       LEAVES THE PAYMENT WAITING FOR THE NEXT
004414*                       NIGHT.
004415*----------------------------------------------------------------
004416 3200-REVERSE-PAYMENT.
004417     MOVE PAY-ACCOUNT-NO TO ACCT-NUMBER
004418     READ ACCTFIL
004419         INVALID KEY
004420             ADD 1 TO AP-REV-NOACCT-COUNT
004421             MOVE 'NO ACCOUNT' TO AP-RL-REASON
004422             PERFORM 3400-WRITE-RETURN-DETAIL THRU 3400-EXIT
004423             GO TO 3200-EXIT
004424     END-READ
004425     IF PAY-FEE-AMOUNT NUMERIC
004426         MOVE PAY-FEE-AMOUNT TO AP-FEE-AMOUNT
004427     ELSE
004428         PERFORM 2300-FIND-FEE THRU 2300-EXIT
004429         MOVE AP-FEE-AMOUNT TO PAY-FEE-AMOUNT
004430     END-IF
004431     SET PAY-RETURN-REVERSED TO TRUE
004432     MOVE AP-BUSINESS-DATE TO PAY-APPLIED-DATE
004433     REWRITE PAY-RECORD
004434     IF AP-PAYFILE-STATUS NOT = '00'
004435         AND AP-PAYFILE-STATUS NOT = '02'
004436         DISPLAY 'ACCTPOST: PAYFILE REWRITE FAILED, STATUS = '
004437             AP-PAYFILE-STATUS ' REF NO ' PAY-REF-NO
004438         MOVE 16 TO RETURN-CODE
004439         STOP RUN
004440     END-IF
004441     MOVE ACCT-BALANCE TO AP-OLD-BALANCE
004442     ADD PAY-AMOUNT TO ACCT-BALANCE
004443     MOVE ACCT-BALANCE TO AP-NEW-BALANCE
004444     ADD AP-FEE-AMOUNT TO ACCT-BALANCE
004445     MOVE AP-BUSINESS-DATE TO ACCT-LAST-ACTV-DATE
004446     REWRITE ACCT-RECORD
004447     IF AP-ACCTFIL-STATUS NOT = '00'
004448         DISPLAY 'ACCTPOST: ACCTFIL REWRITE FAILED, STATUS = '
004449             AP-ACCTFIL-STATUS ' ACCOUNT ' ACCT-NUMBER
004450         MOVE 16 TO RETURN-CODE
004451         STOP RUN
004452     END-IF
004453     ADD 1 TO AP-REVERSED-COUNT
004454     ADD PAY-AMOUNT TO AP-REVERSED-TOTAL
004455     PERFORM 3500-WRITE-AUDIT THRU 3500-EXIT
004456     MOVE SPACES TO GLA-RECORD
004457     SET GLA-RETURN-CREDIT TO TRUE
004458     MOVE PAY-AMOUNT TO GLA-AMOUNT
004459     PERFORM 5000-WRITE-GL-ACTIVITY THRU 5000-EXIT
004460     MOVE PAY-REJECT-REASON TO AP-RL-REASON
004461     PERFORM 3400-WRITE-RETURN-DETAIL THRU 3400-EXIT
004462     IF AP-FEE-AMOUNT > ZERO
004463         PERFORM 3600-REFUND-FEE THRU 3600-EXIT
004464     END-IF.
004465 3200-EXIT.
004466     EXIT.
004467 3300-WRITE-RETURN-HEADINGS.
004468     IF AP-LINE-COUNT NOT < AP-LINES-PER-PAGE - 4
004469         PERFORM 1100-WRITE-HEADINGS THRU 1100-EXIT
004470     END-IF
004471     MOVE SPACES TO AP-SECTION-LINE
004472     MOVE 'RETURNS REVERSED - ACCOUNTS CREDITED' TO AP-SL-TEXT
004473     WRITE POSTRPT-RECORD FROM AP-SECTION-LINE
004474         AFTER ADVANCING 3 LINES
004475     WRITE POSTRPT-RECORD FROM AP-RETURN-HEADING
004476         AFTER ADVANCING 2 LINES
004477     ADD 5 TO AP-LINE-COUNT.
004478 3300-EXIT.
004479     EXIT.
004480 3400-WRITE-RETURN-DETAIL.
004481     IF AP-LINE-COUNT NOT < AP-LINES-PER-PAGE
004482         PERFORM 1100-WRITE-HEADINGS THRU 1100-EXIT
004483         PERFORM 3300-WRITE-RETURN-HEADINGS THRU 3300-EXIT
004484     END-IF
004485     MOVE PAY-REF-NO TO AP-RL-REF-NO
004486     MOVE PAY-ACCOUNT-NO TO AP-RL-ACCOUNT
004487     MOVE PAY-PAYEE TO AP-RL-PAYEE
004488     MOVE PAY-AMOUNT TO AP-RL-AMOUNT
004489     WRITE POSTRPT-RECORD FROM AP-RETURN-LINE
004490         AFTER ADVANCING 1 LINE
004491     ADD 1 TO AP-LINE-COUNT.
004492 3400-EXIT.
004493     EXIT.
004494*----------------------------------------------------------------
004495*3500-WRITE-AUDIT - ONE AUDIT RECORD PER REVERSAL, IN THE SAME
004496*                   LAYOUT THE ONLINE TRANSACTIONS WRITE TO THE
004497*                   AUDT QUEUE, APPENDED TO THE OFFLOADED TRAIL.
004498*----------------------------------------------------------------
004499 3500-WRITE-AUDIT.
004500     PERFORM 1060-SET-TIMESTAMP THRU 1060-EXIT
004501     MOVE SPACES TO AUDIT-RECORD
004502     MOVE AP-TS-STAMP TO AUDIT-TIMESTAMP
004503     MOVE AP-JOB-NAME TO AUDIT-OPERATOR-ID
004504     MOVE AP-AUDIT-TRANSID TO AUDIT-TRANSID
004505     MOVE ZERO TO AUDIT-OPTION
004506     STRING 'RETURN REVERSED - REF ' PAY-REF-NO
004507         DELIMITED BY SIZE INTO AUDIT-OUTCOME
004508     WRITE AUDIT-RECORD
004509     IF AP-AUDTOUT-STATUS NOT = '00'
004510         DISPLAY 'ACCTPOST: AUDTOUT WRITE FAILED, STATUS = '
004511             AP-AUDTOUT-STATUS
004512         MOVE 16 TO RETURN-CODE
004513         STOP RUN
004514     END-IF.
004515 3500-EXIT.
004516     EXIT.
004517*----------------------------------------------------------------
004518*3600-REFUND-FEE - COUNT, BOOK AND PRINT THE FEE 3200 CREDITED
004519*                  BACK WITH THE RETURNED PAYMENT.
004520*----------------------------------------------------------------
004521 3600-REFUND-FEE.
004522     ADD 1 TO AP-REFUND-COUNT
004523     ADD AP-FEE-AMOUNT TO AP-REFUND-TOTAL
004524     MOVE AP-NEW-BALANCE TO AP-OLD-BALANCE
004525     MOVE ACCT-BALANCE TO AP-NEW-BALANCE
004526     MOVE SPACES TO GLA-RECORD
004527     SET GLA-FEE-REFUND TO TRUE
004528     MOVE AP-FEE-AMOUNT TO GLA-AMOUNT
004529     PERFORM 5000-WRITE-GL-ACTIVITY THRU 5000-EXIT
004530     IF AP-LINE-COUNT NOT < AP-LINES-PER-PAGE
004531         PERFORM 1100-WRITE-HEADINGS THRU 1100-EXIT
004532         PERFORM 3300-WRITE-RETURN-HEADINGS THRU 3300-EXIT
004533     END-IF
004534     MOVE 'FEE REFUNDED' TO AP-RF-TEXT
004535     MOVE AP-FEE-AMOUNT TO AP-RF-AMOUNT
004536     WRITE POSTRPT-RECORD FROM AP-REFUND-LINE
004537         AFTER ADVANCING 1 LINE
004538     ADD 1 TO AP-LINE-COUNT.
004539 3600-EXIT.
004540     EXIT.

004541*----------------------------------------------------------------
004542*4000-WRITE-TOTALS - PRINT THE RUN TOTALS AT THE BOTTOM OF THE
004543*                    POSTING REGISTER.
004544*----------------------------------------------------------------
004545 4000-WRITE-TOTALS.
004546     MOVE SPACES TO AP-TOTAL-LINE
004547     WRITE POSTRPT-RECORD FROM AP-TOTAL-LINE
004548         AFTER ADVANCING 2 LINES
004549     IF AP-RESTARTED
004550         PERFORM 1400-WRITE-RESTART-LINE THRU 1400-EXIT
004551         WRITE POSTRPT-RECORD FROM AP-TOTAL-HEADING
004552             AFTER ADVANCING 2 LINES
004553     END-IF
004554     MOVE 'PAYMENTS APPLIED' TO AP-TL-LABEL
004555     MOVE AP-APPLIED-TOTAL TO AP-TL-AMOUNT
004556     MOVE AP-APPLIED-COUNT TO AP-TOT-COUNT
004557     MOVE AP-BF-APPLIED TO AP-TOT-BEFORE
004558     PERFORM 4100-WRITE-TOTAL-LINE THRU 4100-EXIT
004559     MOVE 'ACCOUNTS DEBITED' TO AP-TL-LABEL
004560     MOVE AP-ACCOUNT-COUNT TO AP-TOT-COUNT
004561     MOVE AP-BF-ACCOUNT TO AP-TOT-BEFORE
004562     PERFORM 4100-WRITE-TOTAL-LINE THRU 4100-EXIT
004563     MOVE 'ACCOUNT NOT ON FILE' TO AP-TL-LABEL
004564     MOVE AP-NOACCT-COUNT TO AP-TOT-COUNT
004565     MOVE AP-BF-NOACCT TO AP-TOT-BEFORE
004566     PERFORM 4100-WRITE-TOTAL-LINE THRU 4100-EXIT
004567     MOVE 'RETURNS REVERSED' TO AP-TL-LABEL
004568     MOVE AP-REVERSED-TOTAL TO AP-TL-AMOUNT
004569     MOVE AP-REVERSED-COUNT TO AP-TOT-COUNT
004570     MOVE AP-BF-REVERSED TO AP-TOT-BEFORE
004571     PERFORM 4100-WRITE-TOTAL-LINE THRU 4100-EXIT
004572     MOVE 'RETURN - ACCOUNT NOT ON FILE' TO AP-TL-LABEL
004573     MOVE AP-REV-NOACCT-COUNT TO AP-TOT-COUNT
004574     MOVE AP-BF-REV-NOACCT TO AP-TOT-BEFORE
004575     PERFORM 4100-WRITE-TOTAL-LINE THRU 4100-EXIT
004576     MOVE 'PAYMENT FEES CHARGED' TO AP-TL-LABEL
004577     MOVE AP-FEE-TOTAL TO AP-TL-AMOUNT
004578     MOVE AP-FEE-COUNT TO AP-TOT-COUNT
004579     MOVE AP-BF-FEE TO AP-TOT-BEFORE
004580     PERFORM 4100-WRITE-TOTAL-LINE THRU 4100-EXIT
004581     MOVE 'PAYMENT FEES REFUNDED' TO AP-TL-LABEL
004582     MOVE AP-REFUND-TOTAL TO AP-TL-AMOUNT
004583     MOVE AP-REFUND-COUNT TO AP-TOT-COUNT
004584     MOVE AP-BF-REFUND TO AP-TOT-BEFORE
004585     PERFORM 4100-WRITE-TOTAL-LINE THRU 4100-EXIT
004586     MOVE 'GL ACTIVITY RECORDS WRITTEN' TO AP-TL-LABEL
004587     MOVE AP-GL-ACTV-COUNT TO AP-TOT-COUNT
004588     MOVE AP-BF-GL-ACTV TO AP-TOT-BEFORE
004589     PERFORM 4100-WRITE-TOTAL-LINE THRU 4100-EXIT
004590     IF AP-RESTARTED
004591         MOVE 'APPLIED BEFORE THE RESTART' TO AP-TL-LABEL
004592         MOVE AP-REAPPLIED-COUNT TO AP-TOT-COUNT
004593         MOVE AP-BF-REAPPLIED TO AP-TOT-BEFORE
004594         PERFORM 4100-WRITE-TOTAL-LINE THRU 4100-EXIT
004595     END-IF.
004596 4000-EXIT.
004597     EXIT.
004598*----------------------------------------------------------------
004599*4100-WRITE-TOTAL-LINE - PRINT ONE RUN TOTAL.  ON A RESTARTED RUN
004600*                        THE COUNT AS CHECKPOINTED BY THE FAILED
004601*                        RUN AND THE COUNT ADDED SINCE ARE BESIDE
004602*                        IT.  THE CALLER HAS SET THE LABEL AND ANY
004603*                        AMOUNT.
004604*----------------------------------------------------------------
004605 4100-WRITE-TOTAL-LINE.
004606     MOVE AP-TOT-COUNT TO AP-TL-COUNT
004607     IF AP-RESTARTED
004608         MOVE AP-TOT-BEFORE TO AP-TL-BEFORE
004609         COMPUTE AP-TL-AFTER = AP-TOT-COUNT - AP-TOT-BEFORE
004610     END-IF
004611     WRITE POSTRPT-RECORD FROM AP-TOTAL-LINE
004612         AFTER ADVANCING 1 LINE
004613     MOVE SPACES TO AP-TOTAL-LINE.
004614 4100-EXIT.
004615     EXIT.
004616*----------------------------------------------------------------
004617*5000-WRITE-GL-ACTIVITY - ONE GL ACTIVITY RECORD PER DEBIT,
004618*                         REVERSAL, FEE OR FEE REFUND, CARRYING
004619*                         THE ACCOUNT BALANCE BEFORE AND AFTER.
004620*                         THE CALLER HAS CLEARED THE RECORD, SET
004621*                         THE TYPE AND AMOUNT, AND SET
004622*                         AP-OLD-BALANCE AND AP-NEW-BALANCE.
004623*----------------------------------------------------------------
004624 5000-WRITE-GL-ACTIVITY.
004625     PERFORM 1060-SET-TIMESTAMP THRU 1060-EXIT
004626     MOVE AP-TS-STAMP TO GLA-TIMESTAMP
004627     MOVE AP-BUSINESS-DATE TO GLA-BUSINESS-DATE
004628     MOVE AP-JOB-NAME TO GLA-SOURCE-ID
004629     MOVE PAY-ACCOUNT-NO TO GLA-ACCOUNT-NO
004630     MOVE PAY-REF-NO TO GLA-REF-NO
004631     MOVE AP-OLD-BALANCE TO GLA-OLD-BALANCE
004632     MOVE AP-NEW-BALANCE TO GLA-NEW-BALANCE
004633     WRITE GLA-RECORD
004634     IF AP-GLACTV-STATUS NOT = '00'
004635         DISPLAY 'ACCTPOST: GLACTV WRITE FAILED, STATUS = '
004636             AP-GLACTV-STATUS
004637         MOVE 16 TO RETURN-CODE
004638         STOP RUN
004639     END-IF
004640     ADD 1 TO AP-GL-ACTV-COUNT.
004641 5000-EXIT.
004642     EXIT.

004643*----------------------------------------------------------------
004644*8000-TERMINATE - CLOSE ALL FILES BEFORE ENDING THE RUN.
004645*----------------------------------------------------------------
004646 8000-TERMINATE.
004647     CLOSE PAYFILE
004648     CLOSE ACCTFIL
004649     CLOSE POSTRPT
004650     CLOSE AUDTOUT
004651     CLOSE GLACTV
004652     PERFORM 8200-CLOSE-CHECKPOINT THRU 8200-EXIT
004653     PERFORM 8100-END-RUN-CONTROL THRU 8100-EXIT.
004654 8000-EXIT.
004655     EXIT.
004656*----------------------------------------------------------------
004657*8100-END-RUN-CONTROL - MARK THE JOB COMPLETE FOR THE BUSINESS
004660*                       DATE WITH END TIMESTAMP AND RETURN CODE.
004670*----------------------------------------------------------------
004680 8100-END-RUN-CONTROL.
004840     CLOSE RUNCTL.
004850 8100-EXIT.
004860     EXIT.
004861*----------------------------------------------------------------
004862*8200-CLOSE-CHECKPOINT - MARK THE CHECKPOINT FINISHED, SO THE NEXT
004863*                        SUBMISSION STARTS FROM THE TOP EVEN ON
004864*                        THE SAME DATE (A RUNCTLUT RERUN).
004865*----------------------------------------------------------------
004866 8200-CLOSE-CHECKPOINT.
004867     MOVE 1 TO CHKP-KEY
004868     READ CHKPFILE
004869         INVALID KEY
004870             CLOSE CHKPFILE
004871             GO TO 8200-EXIT
004872     END-READ
004873     SET CHKP-RUN-COMPLETE TO TRUE
004874     REWRITE CHKP-RECORD
004875     IF AP-CHKPFILE-STATUS NOT = '00'
004876         DISPLAY 'ACCTPOST: CHKPFILE REWRITE FAILED, STATUS = '
004877             AP-CHKPFILE-STATUS
004878         MOVE 16 TO RETURN-CODE
004879     END-IF
004880     CLOSE CHKPFILE.
004881 8200-EXIT.
004882     EXIT.
