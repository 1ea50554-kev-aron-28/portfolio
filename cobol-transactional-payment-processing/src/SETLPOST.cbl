000260*           TEAM TO CHASE DOWN.  RUN BEFORE PAYRECON SO THE
000270*           NIGHTLY STATUS BREAKDOWNS REFLECT THE DAY'S
000280*           SETTLEMENT ACTIVITY.
000281*           A RETURN FOR A PAYMENT THAT HAS ALREADY POSTED (A
000282*           LATE RETURN) MOVES IT TO RETURNED WITH THE REASON
000283*           CODE, SO THE NEXT ACCTPOST RUN CREDITS THE DEBIT
000284*           BACK TO THE ACCOUNT.
000285*           A NOTIFICATION OF CHANGE ('C' - THE PAYMENT SETTLED
000286*           BUT THE PAYEE'S BANK DETAILS ARE OUT OF DATE) POSTS
000287*           A PENDING PAYMENT LIKE A SETTLEMENT AND WRITES THE
000288*           CORRECTED DETAILS TO THE NOC REVIEW FILE (COPY
000289*           NOCREC) FOR A SUPERVISOR TO APPLY OR REJECT ON
000290*           PAYEMNT1 - THE PAYEE MASTER ITSELF IS ONLY FLAGGED.
000291*           RESTART - PROGRESS THROUGH THE RESPONSE FILE, THE
000292*           SETTLEMENT DATE SO FAR AND THE COUNTS ARE CHECKPOINTED
000293*           TO CHKPFILE EVERY SP-CHKP-INTERVAL RESPONSES AND AGAIN
000294*           AT THE END OF THE FILE.  RESUBMITTED AFTER AN ABEND ON
000295*           THE SAME BUSINESS DATE, THE JOB SKIPS THE RESPONSES UP
000296*           TO THE CHECKPOINT, CARRIES ON WITH THE COUNTS IT HAD,
000297*           AND MARKS THE RUN RESTARTED ON RUN CONTROL.  RESPONSES
000298*           BETWEEN THE CHECKPOINT AND THE FAILURE MAY ALREADY BE
000299*           ON PAYFILE - ONE THAT FINDS ITS PAYMENT ALREADY IN THE
000300*           STATE IT WOULD HAVE SET IS COUNTED AS APPLIED BEFORE
000301*           THE RESTART RATHER THAN LISTED AS NOT PENDING.  THE
000302*           REPORT SHOWS THE RESTART POINT AND EACH COUNT BEFORE
000303*           AND AFTER IT.
000304*           A RESPONSE FOR A PAYMENT ACHBUILD SENT MARKS THE ITEM
000305*           ANSWERED ON THE TRANSMISSION LOG (COPY XMITREC), AND A
000306*           FILE IS CONFIRMED ONCE ALL ITS PAYMENTS ARE ANSWERED.
000307*           A FILE SENT BEFORE THE SETTLEMENT DATE AND STILL NOT
000308*           CONFIRMED IS LISTED WITH HOW MANY WERE ANSWERED.
000309*----------------------------------------------------------------
000310*MODIFICATION HISTORY
000311*----------------------------------------------------------------
000320*DATE      INIT DESCRIPTION
000330*08/21/26  DH   INITIAL VERSION.
000340*08/21/26  DH   NO-RESPONSE SCAN USES THE APPROVAL RELEASE
000390*               (COPY RUNCTLRC) - BLOCKS A DOUBLE RUN OF THE
000400*               SAME BUSINESS DATE AND STAMPS START/END TIMES
000410*               FOR THE MORNING CHECKLIST.
000411*10/15/26  DH   LATE RETURNS - AN 'R' RESPONSE FOR A POSTED
000412*               PAYMENT NOW SETS PAY-ST-RETURNED AND THE
000413*               REASON CODE INSTEAD OF FALLING OUT AS NOT
000414*               PENDING; ACCTPOST REVERSES THE DEBIT.
000415*10/15/26  DH   ACCEPT 'C' NOTIFICATION OF CHANGE RESPONSES -
000416*               CORRECTED ROUTING/ACCOUNT GOES TO THE NOCFILE
000417*               REVIEW FILE AND THE PAYEE IS FLAGGED NOC
000418*               PENDING UNTIL PAYEMNT1 APPLIES OR REJECTS IT.
000419*10/15/26  DH   CHECKPOINT EVERY SP-CHKP-INTERVAL RESPONSES TO
000420*               CHKPFILE AND RESTART FROM THE LAST CHECKPOINT
000421*               AFTER AN ABEND; RESTART POINT AND BEFORE/AFTER
000422*               COUNTS ON THE REPORT AND ON RUN CONTROL.
000423*10/15/26  DH   NO-RESPONSE SCAN QUEUES A PAYMENT ON ITS VALUE
000424*               DATE WHEN SET, SO ONE HELD PAST THE CUTOFF FOR
000425*               THE NEXT BUSINESS DAY IS NOT AN EXCEPTION YET.
000426*10/15/26  DH   MARK EACH RESPONSE ANSWERED ON THE ACHBUILD
000427*               TRANSMISSION LOG (XMITLOG), CONFIRM A FILE ONCE
000428*               ALL ITS PAYMENTS ARE ANSWERED, AND LIST FILES
000429*               SENT BUT NOT FULLY ANSWERED.
000430*10/15/26  DH   A RUN THAT FAILED BEFORE ITS FIRST CHECKPOINT
000431*               RESTARTS FROM THE TOP; A CHANGE NOTICE ALREADY
000432*               APPLIED BY THE FAILED RUN COUNTS AS RE-APPLIED;
000433*               THE LOG FILE IS COUNTED BEFORE ITS ITEM IS
000434*               MARKED ANSWERED.
000435*----------------------------------------------------------------

000436 ENVIRONMENT DIVISION.
000440 INPUT-OUTPUT SECTION.
000450 FILE-CONTROL.
000460     SELECT PAYFILE ASSIGN TO PAYFILE
000590         ACCESS MODE IS RANDOM
000600         RECORD KEY IS RCTL-JOB-NAME
000610         FILE STATUS IS SP-RUNCTL-STATUS.
000611     SELECT PAYEFIL ASSIGN TO PAYEFIL
000612         ORGANIZATION IS INDEXED
000613         ACCESS MODE IS RANDOM
000614         RECORD KEY IS PAYE-NUMBER
000615         FILE STATUS IS SP-PAYEFIL-STATUS.
000616     SELECT NOCFILE ASSIGN TO NOCFILE
000617         ORGANIZATION IS INDEXED
000618         ACCESS MODE IS RANDOM
000619         RECORD KEY IS NOC-KEY
000620         FILE STATUS IS SP-NOCFILE-STATUS.
000621     SELECT CHKPFILE ASSIGN TO CHKPFILE
000622         ORGANIZATION IS INDEXED
000623         ACCESS MODE IS RANDOM
000624         RECORD KEY IS CHKP-KEY
000625         FILE STATUS IS SP-CHKPFILE-STATUS.
000626     SELECT XMITLOG ASSIGN TO XMITLOG
000627         ORGANIZATION IS INDEXED
000628         ACCESS MODE IS DYNAMIC
000629         RECORD KEY IS XLOG-KEY
000630         FILE STATUS IS SP-XMITLOG-STATUS.

000631 DATA DIVISION.
000632 FILE SECTION.
000640 FD  PAYFILE.
000650 COPY PAYREC.
000660*
000740*
000750 FD  RUNCTL.
000760 COPY RUNCTLRC.
000761*
000762 FD  XMITLOG.
000763 COPY XMITREC.
000764*
000765 FD  PAYEFIL.
000766 COPY PAYEEREC.
000767*
000768 FD  NOCFILE.
000769 COPY NOCREC.
000770*
000771 FD  CHKPFILE.
000772 01  CHKP-RECORD.
000773     05 CHKP-KEY                 PIC 9(01).
000774     05 CHKP-LAST-RESP           PIC 9(07).
000775     05 CHKP-RUN-DATE            PIC 9(08).
000776     05 CHKP-STATE               PIC X(01).
000777        88 CHKP-RUNNING             VALUE 'R'.
000778        88 CHKP-RUN-COMPLETE        VALUE 'C'.
000779     05 CHKP-INTERVAL            PIC 9(05).
000780     05 CHKP-SETTLE-DATE         PIC 9(08).
000781     05 CHKP-COUNTS.
000782        10 CHKP-RESPONSE-COUNT   PIC 9(07).
000783        10 CHKP-POSTED-COUNT     PIC 9(07).
000784        10 CHKP-REJECTED-COUNT   PIC 9(07).
000785        10 CHKP-UNMATCHED-COUNT  PIC 9(07).
000786        10 CHKP-NOT-PEND-COUNT   PIC 9(07).
000787        10 CHKP-LATE-RET-COUNT   PIC 9(07).
000788        10 CHKP-NOC-COUNT        PIC 9(07).
000789        10 CHKP-NOC-PRIOR-COUNT  PIC 9(07).
000790        10 CHKP-NOC-UNMAT-COUNT  PIC 9(07).
000791        10 CHKP-REAPPLIED-COUNT  PIC 9(07).
000792        10 CHKP-XMIT-ANS-COUNT   PIC 9(07).
000793        10 CHKP-XMIT-CONF-COUNT  PIC 9(07).
000794     05 FILLER                   PIC X(06).

000795 WORKING-STORAGE SECTION.
000796*----------------------------------------------------------------
000797*SWITCHES AND FILE STATUS FIELDS
000800*----------------------------------------------------------------
000810 77  SP-PAYFILE-STATUS           PIC X(02) VALUE SPACES.
000820 77  SP-RESPFILE-STATUS          PIC X(02) VALUE SPACES.
000830 77  SP-EXCPRPT-STATUS           PIC X(02) VALUE SPACES.
000840 77  SP-RUNCTL-STATUS            PIC X(02) VALUE SPACES.
000841 77  SP-PAYEFIL-STATUS           PIC X(02) VALUE SPACES.
000842 77  SP-NOCFILE-STATUS           PIC X(02) VALUE SPACES.
000843 77  SP-CHKPFILE-STATUS          PIC X(02) VALUE SPACES.
000844 77  SP-RESTART-SW               PIC X(01) VALUE 'N'.
000845     88 SP-RESTARTED                         VALUE 'Y'.
000846 77  SP-REAPPLIED-SW             PIC X(01) VALUE 'N'.
000847     88 SP-REAPPLIED                         VALUE 'Y'.
000848 77  SP-XMITLOG-STATUS           PIC X(02) VALUE SPACES.
000850 77  SP-RCTL-NEW-SW              PIC X(01) VALUE 'N'.
000860     88 SP-RCTL-NEW                          VALUE 'Y'.
000870 77  SP-EOF-RESPFILE-SW          PIC X(01) VALUE 'N'.
000880     88 SP-EOF-RESPFILE                      VALUE 'Y'.
000890 77  SP-EOF-PAYFILE-SW           PIC X(01) VALUE 'N'.
000900     88 SP-EOF-PAYFILE                       VALUE 'Y'.
000901 77  SP-EOF-XMITLOG-SW           PIC X(01) VALUE 'N'.
000902     88 SP-EOF-XMITLOG                       VALUE 'Y'.
000910*----------------------------------------------------------------
000920*LINE AND PAGE CONTROL
000930*----------------------------------------------------------------
001030 77  SP-UNMATCHED-COUNT          PIC 9(07) COMP VALUE ZERO.
001040 77  SP-NOT-PENDING-COUNT        PIC 9(07) COMP VALUE ZERO.
001050 77  SP-NO-RESPONSE-COUNT        PIC 9(07) COMP VALUE ZERO.
001051 77  SP-XMIT-ANSWER-COUNT        PIC 9(07) COMP VALUE ZERO.
001052 77  SP-XMIT-CONFIRM-COUNT       PIC 9(07) COMP VALUE ZERO.
001053 77  SP-XMIT-OPEN-COUNT          PIC 9(07) COMP VALUE ZERO.
001054 77  SP-LATE-RETURN-COUNT        PIC 9(07) COMP VALUE ZERO.
001055 77  SP-NOC-COUNT                PIC 9(07) COMP VALUE ZERO.
001056 77  SP-NOC-PRIOR-COUNT          PIC 9(07) COMP VALUE ZERO.
001057 77  SP-NOC-UNMATCHED-COUNT      PIC 9(07) COMP VALUE ZERO.
001058 77  SP-REAPPLIED-COUNT          PIC 9(07) COMP VALUE ZERO.
001059*----------------------------------------------------------------
001060*CHECKPOINT AND RESTART - A CHECKPOINT EVERY SP-CHKP-INTERVAL
001061*RESPONSES.  ON A RESTART, RESPONSES UP TO SP-RESUME-REC-NO ARE
001062*SKIPPED, AND THOSE UP TO SP-RESTART-LIMIT (THE FURTHEST THE
001063*FAILED RUN CAN HAVE GOT BEFORE ITS NEXT CHECKPOINT) ARE TESTED
001064*FOR HAVING BEEN APPLIED ALREADY.  SP-BEFORE-COUNTS HOLDS THE
001065*COUNTS AS CHECKPOINTED, IN THE ORDER OF CHKP-COUNTS.
001066*----------------------------------------------------------------
001067 77  SP-CHKP-INTERVAL            PIC 9(05) COMP VALUE 500.
001068 77  SP-CHKP-SINCE               PIC 9(05) COMP VALUE ZERO.
001069 77  SP-RESP-REC-NO              PIC 9(07) VALUE ZERO.
001070 77  SP-RESUME-REC-NO            PIC 9(07) VALUE ZERO.
001071 77  SP-RESTART-LIMIT            PIC 9(07) VALUE ZERO.
001072 01  SP-RESTART-POINT.
001073     05 FILLER                   PIC X(09) VALUE 'RESPONSE '.
001074     05 SP-RP-REC-NO             PIC 9(07).
001075     05 FILLER                   PIC X(04) VALUE SPACES.
001076 01  SP-BEFORE-COUNTS.
001077     05 SP-BF-RESPONSE           PIC 9(07).
001078     05 SP-BF-POSTED             PIC 9(07).
001079     05 SP-BF-REJECTED           PIC 9(07).
001080     05 SP-BF-UNMATCHED          PIC 9(07).
001081     05 SP-BF-NOT-PENDING        PIC 9(07).
001082     05 SP-BF-LATE-RETURN        PIC 9(07).
001083     05 SP-BF-NOC                PIC 9(07).
001084     05 SP-BF-NOC-PRIOR          PIC 9(07).
001085     05 SP-BF-NOC-UNMATCHED      PIC 9(07).
001086     05 SP-BF-REAPPLIED          PIC 9(07).
001087     05 SP-BF-XMIT-ANSWER        PIC 9(07).
001088     05 SP-BF-XMIT-CONFIRM       PIC 9(07).
001089 77  SP-TOT-COUNT                PIC 9(07) VALUE ZERO.
001090 77  SP-TOT-BEFORE               PIC 9(07) VALUE ZERO.
001091*----------------------------------------------------------------
001092*WORK FIELDS
001093*----------------------------------------------------------------
001094*SP-SETTLE-DATE HOLDS THE PROCESSOR'S SETTLEMENT DATE FROM THE
001100*RESPONSE FILE.  PAYMENTS ENTERED ON OR AFTER THAT DATE WERE
001110*ONLY TRANSMITTED TONIGHT AND CANNOT HAVE A RESPONSE YET, SO
001120*THE NO-RESPONSE SCAN LEAVES THEM ALONE.
001190     05 SP-TS-DATE               PIC 9(08).
001200     05 SP-TS-TIME               PIC 9(06).
001210*SP-QUEUED-DATE IS THE DATE THE PENDING PAYMENT FIRST REACHED
001211*THE SETTLEMENT QUEUE - ITS VALUE DATE (COPY PAYREC) WHERE SET,
001212*ELSE THE RELEASE DATE PAYAPR01 STAMPED IN PAY-REJECT-REASON FOR
001213*AN APPROVED-OVER-THRESHOLD PAYMENT, OTHERWISE THE ENTRY DATE.
001250 77  SP-QUEUED-DATE              PIC 9(08) VALUE ZERO.
001251 77  SP-XMIT-FILE-ID             PIC 9(10) VALUE ZERO.

001260*----------------------------------------------------------------
001270*REPORT LINE LAYOUTS
001420     05 FILLER                  PIC X(02) VALUE SPACES.
001430     05 SP-EL-TEXT               PIC X(40).
001440     05 FILLER                  PIC X(27) VALUE SPACES.
001441 01  SP-XMIT-MESSAGE.
001442     05 FILLER                  PIC X(12) VALUE 'FILE SENT - '.
001443     05 SP-XM-ANSWERED           PIC ZZZZZZ9.
001444     05 FILLER                  PIC X(04) VALUE ' OF '.
001445     05 SP-XM-PAY-COUNT          PIC ZZZZZZ9.
001446     05 FILLER                  PIC X(10) VALUE ' ANSWERED'.
001450 01  SP-TOTAL-LINE.
001460     05 SP-TL-LABEL              PIC X(30).
001470     05 FILLER                  PIC X(02) VALUE SPACES.
001480     05 SP-TL-COUNT              PIC ZZZ,ZZ9.
001481     05 FILLER                  PIC X(03) VALUE SPACES.
001482     05 SP-TL-BEFORE             PIC ZZZ,ZZ9.
001483     05 FILLER                  PIC X(03) VALUE SPACES.
001484     05 SP-TL-AFTER              PIC ZZZ,ZZ9.
001485     05 FILLER                  PIC X(21) VALUE SPACES.
001486 01  SP-TOTAL-HEADING.
001487     05 FILLER                  PIC X(34) VALUE SPACES.
001488     05 FILLER                  PIC X(05) VALUE 'TOTAL'.
001489     05 FILLER                  PIC X(04) VALUE SPACES.
001490     05 FILLER                  PIC X(06) VALUE 'BEFORE'.
001491     05 FILLER                  PIC X(05) VALUE SPACES.
001492     05 FILLER                  PIC X(05) VALUE 'AFTER'.
001493     05 FILLER                  PIC X(21) VALUE SPACES.
001494 01  SP-RESTART-LINE.
001495     05 FILLER                  PIC X(16)
001496        VALUE 'RESTARTED AFTER '.
001497     05 SP-RS-POINT              PIC X(20).
001498     05 FILLER                  PIC X(44)
001499        VALUE '- BEFORE IS THE FAILED RUN, AFTER THIS ONE'.

001500 PROCEDURE DIVISION.
001510 0000-MAINLINE.
001530     PERFORM 2000-PROCESS-RESPONSE THRU 2000-EXIT
001540         UNTIL SP-EOF-RESPFILE
001550     PERFORM 3000-SCAN-PENDING THRU 3000-EXIT
001551     PERFORM 3500-SCAN-TRANSMISSIONS THRU 3500-EXIT
001560     PERFORM 4000-WRITE-TOTALS THRU 4000-EXIT
001570     PERFORM 8000-TERMINATE THRU 8000-EXIT
001580     STOP RUN.

001590*----------------------------------------------------------------
001591*1000-INITIALIZE - OPEN FILES, ESTABLISH THE RESTART POINT FROM
001592*                  CHKPFILE, PRIME THE FIRST RESPONSE RECORD,
001610*                  AND WRITE THE REPORT PAGE 1 HEADINGS.
001620*----------------------------------------------------------------
001630 1000-INITIALIZE.
001830         MOVE 16 TO RETURN-CODE
001840         STOP RUN
001850     END-IF
001851     OPEN I-O PAYEFIL
001852     IF SP-PAYEFIL-STATUS NOT = '00'
001853         DISPLAY 'SETLPOST: PAYEFIL OPEN FAILED, STATUS = '
001854             SP-PAYEFIL-STATUS
001855         MOVE 16 TO RETURN-CODE
001856         STOP RUN
001857     END-IF
001858*    A REVIEW FILE THAT HAS NEVER HELD A RECORD OPENS WITH
001859*    STATUS 35 - PRIME IT EMPTY AND OPEN IT AGAIN FOR UPDATE.
001860     OPEN I-O NOCFILE
001861     IF SP-NOCFILE-STATUS = '35'
001862         OPEN OUTPUT NOCFILE
001863         CLOSE NOCFILE
001864         OPEN I-O NOCFILE
001865     END-IF
001866     IF SP-NOCFILE-STATUS NOT = '00'
001867         DISPLAY 'SETLPOST: NOCFILE OPEN FAILED, STATUS = '
001868             SP-NOCFILE-STATUS
001869         MOVE 16 TO RETURN-CODE
001870         STOP RUN
001871     END-IF
001872*    SO IS A TRANSMISSION LOG ACHBUILD HAS NOT YET WRITTEN TO.
001873     OPEN I-O XMITLOG
001874     IF SP-XMITLOG-STATUS = '35'
001875         OPEN OUTPUT XMITLOG
001876         CLOSE XMITLOG
001877         OPEN I-O XMITLOG
001878     END-IF
001879     IF SP-XMITLOG-STATUS NOT = '00'
001880         DISPLAY 'SETLPOST: XMITLOG OPEN FAILED, STATUS = '
001881             SP-XMITLOG-STATUS
001882         MOVE 16 TO RETURN-CODE
001883         STOP RUN
001884     END-IF
001885     PERFORM 1200-READ-CHECKPOINT THRU 1200-EXIT
001886     PERFORM 1100-WRITE-HEADINGS THRU 1100-EXIT
001887     IF SP-RESTARTED
001888         MOVE SP-RESTART-POINT TO SP-RS-POINT
001889         WRITE EXCPRPT-RECORD FROM SP-RESTART-LINE
001890             AFTER ADVANCING 2 LINES
001891         ADD 2 TO SP-LINE-COUNT
001892     END-IF
001893     PERFORM 2100-READ-RESPFILE THRU 2100-EXIT.
001894 1000-EXIT.
001895     EXIT.
001900*----------------------------------------------------------------
001910*1050-CHECK-RUN-CONTROL - EVERY NIGHTLY JOB STARTS AND ENDS
001920*                         THROUGH THE RUN-CONTROL FILE (COPY
002590     MOVE SPACES TO RCTL-END-TS
002600     MOVE ZERO TO RCTL-RETURN-CODE
002610     MOVE SP-PRED-NAME TO RCTL-PREDECESSOR
002611     MOVE 'N' TO RCTL-RESTART-SW
002612     MOVE SPACES TO RCTL-RESTART-POINT
002620     IF SP-RCTL-NEW
002630         WRITE RCTL-RECORD
002640     ELSE
002860     MOVE 2 TO SP-LINE-COUNT.
002870 1100-EXIT.
002880     EXIT.
002881*----------------------------------------------------------------
002882*1200-READ-CHECKPOINT - THE CHECKPOINT RECORD CARRIES THE LAST
002883*                       RESPONSE COUNTED IN, THE BUSINESS DATE IT
002884*                       BELONGS TO, AND WHETHER THAT RUN FINISHED.
002885*                       AN UNFINISHED RUN OF TONIGHT'S DATE IS
002886*                       RESTARTED FROM IT; ANYTHING ELSE - A
002887*                       FINISHED RUN, A RERUN OF A COMPLETED DATE,
002888*                       A LEFTOVER FROM AN EARLIER NIGHT - STARTS
002889*                       FROM THE TOP WITH A FRESH CHECKPOINT.  A
002890*                       NEWLY DEFINED CLUSTER OPENS WITH STATUS 35
002891*                       AND IS PRIMED THROUGH OPEN OUTPUT.
002892*----------------------------------------------------------------
002893 1200-READ-CHECKPOINT.
002894     OPEN I-O CHKPFILE
002895     IF SP-CHKPFILE-STATUS = '35'
002896         OPEN OUTPUT CHKPFILE
002897         IF SP-CHKPFILE-STATUS NOT = '00'
002898             DISPLAY 'SETLPOST: CHKPFILE PRIME FAILED, '
002899                 'STATUS = ' SP-CHKPFILE-STATUS
002900             MOVE 16 TO RETURN-CODE
002901             STOP RUN
002902         END-IF
002903         MOVE SPACES TO CHKP-RECORD
002904         MOVE 1 TO CHKP-KEY
002905         MOVE ZERO TO CHKP-LAST-RESP
002906         MOVE ZERO TO CHKP-RUN-DATE
002907         WRITE CHKP-RECORD
002908         CLOSE CHKPFILE
002909         OPEN I-O CHKPFILE
002910     END-IF
002911     IF SP-CHKPFILE-STATUS NOT = '00'
002912         DISPLAY 'SETLPOST: CHKPFILE OPEN FAILED, STATUS = '
002913             SP-CHKPFILE-STATUS
002914         MOVE 16 TO RETURN-CODE
002915         STOP RUN
002916     END-IF
002917     MOVE 1 TO CHKP-KEY
002918     READ CHKPFILE
002919         INVALID KEY
002920             MOVE SPACES TO CHKP-RECORD
002921             MOVE 1 TO CHKP-KEY
002922             MOVE ZERO TO CHKP-LAST-RESP
002923             MOVE ZERO TO CHKP-RUN-DATE
002924             WRITE CHKP-RECORD
002925     END-READ
002926     IF CHKP-RUN-DATE NUMERIC
002927         AND CHKP-RUN-DATE = SP-BUSINESS-DATE
002928         AND CHKP-RUNNING
002929         AND CHKP-LAST-RESP NUMERIC
002930         PERFORM 1210-RESTORE-CHECKPOINT THRU 1210-EXIT
002931     ELSE
002932         PERFORM 2500-WRITE-CHECKPOINT THRU 2500-EXIT
002933     END-IF.
002934 1200-EXIT.
002935     EXIT.
002936*----------------------------------------------------------------
002937*1210-RESTORE-CHECKPOINT - PICK UP WHERE THE FAILED RUN'S LAST
002938*                          CHECKPOINT LEFT OFF: ITS COUNTS, ITS
002939*                          SETTLEMENT DATE SO FAR (THE SKIPPED
002940*                          RESPONSES ARE NOT LOOKED AT AGAIN), AND
002941*                          THE RESPONSE TO RESUME AFTER.  A RUN
002942*                          THAT FAILED BEFORE ITS FIRST
002943*                          CHECKPOINT IS STILL A RESTART, FROM
002944*                          THE TOP, AND ITS FIRST INTERVAL IS
002945*                          CHECKED FOR RESPONSES ALREADY APPLIED.
002946*----------------------------------------------------------------
002947 1210-RESTORE-CHECKPOINT.
002948     SET SP-RESTARTED TO TRUE
002949     MOVE CHKP-LAST-RESP TO SP-RESUME-REC-NO
002950     MOVE CHKP-LAST-RESP TO SP-RP-REC-NO
002951     COMPUTE SP-RESTART-LIMIT = CHKP-LAST-RESP + CHKP-INTERVAL
002952     MOVE CHKP-SETTLE-DATE TO SP-SETTLE-DATE
002953     MOVE CHKP-COUNTS TO SP-BEFORE-COUNTS
002954     MOVE SP-BF-RESPONSE TO SP-RESPONSE-COUNT
002955     MOVE SP-BF-POSTED TO SP-POSTED-COUNT
002956     MOVE SP-BF-REJECTED TO SP-REJECTED-COUNT
002957     MOVE SP-BF-UNMATCHED TO SP-UNMATCHED-COUNT
002958     MOVE SP-BF-NOT-PENDING TO SP-NOT-PENDING-COUNT
002959     MOVE SP-BF-LATE-RETURN TO SP-LATE-RETURN-COUNT
002960     MOVE SP-BF-NOC TO SP-NOC-COUNT
002961     MOVE SP-BF-NOC-PRIOR TO SP-NOC-PRIOR-COUNT
002962     MOVE SP-BF-NOC-UNMATCHED TO SP-NOC-UNMATCHED-COUNT
002963     MOVE SP-BF-REAPPLIED TO SP-REAPPLIED-COUNT
002964     MOVE SP-BF-XMIT-ANSWER TO SP-XMIT-ANSWER-COUNT
002965     MOVE SP-BF-XMIT-CONFIRM TO SP-XMIT-CONFIRM-COUNT
002966     IF SP-RESUME-REC-NO = ZERO
002967         MOVE 'TOP - NO CHECKPOINT' TO SP-RESTART-POINT
002968         DISPLAY 'SETLPOST: RESTART - FROM THE TOP'
002969     ELSE
002970         DISPLAY 'SETLPOST: RESTART - SKIPPING THROUGH RESPONSE '
002971             SP-RESUME-REC-NO
002972     END-IF
002973     PERFORM 1250-NOTE-RESTART THRU 1250-EXIT.
002974 1210-EXIT.
002975     EXIT.
002976*----------------------------------------------------------------
002977*1250-NOTE-RESTART - FLAG THIS RUN RESTARTED ON ITS RUN-CONTROL
002978*                    RECORD, WITH THE RESTART POINT, FOR THE
002979*                    RUNCTLUT MORNING CHECKLIST.
002980*----------------------------------------------------------------
002981 1250-NOTE-RESTART.
002982     MOVE SP-JOB-NAME TO RCTL-JOB-NAME
002983     READ RUNCTL
002984         INVALID KEY
002985             DISPLAY 'SETLPOST: RUNCTL RECORD MISSING AT RESTART'
002986             MOVE 16 TO RETURN-CODE
002987             STOP RUN
002988     END-READ
002989     SET RCTL-RESTARTED TO TRUE
002990     MOVE SP-RESTART-POINT TO RCTL-RESTART-POINT
002991     REWRITE RCTL-RECORD
002992     IF SP-RUNCTL-STATUS NOT = '00'
002993         DISPLAY 'SETLPOST: RUNCTL UPDATE FAILED, STATUS = '
002994             SP-RUNCTL-STATUS
002995         MOVE 16 TO RETURN-CODE
002996         STOP RUN
002997     END-IF.
002998 1250-EXIT.
002999     EXIT.

003000*----------------------------------------------------------------
003001*2000-PROCESS-RESPONSE - MATCH ONE RESPONSE TO THE PAYMENT FILE
003002*                        BY REFERENCE NUMBER AND APPLY ITS
003003*                        DISPOSITION.  A RESPONSE THAT MATCHES
003004*                        NO PAYMENT, OR A PAYMENT THAT IS NOT
003005*                        PENDING (ALREADY POSTED, REJECTED, OR A
003006*                        DUPLICATE RESPONSE), GOES ON THE
003007*                        EXCEPTION REPORT INSTEAD - EXCEPT A
003008*                        RETURN AGAINST A POSTED PAYMENT, WHICH
003009*                        IS A LATE RETURN (2250).  A CHANGE
003010*                        NOTIFICATION IS RECORDED FOR REVIEW
003011*                        (2400) WHATEVER THE PAYMENT'S STATUS,
003012*                        AND POSTS IT IF STILL PENDING.
003013*                        RESPONSES UP TO THE RESTART POINT
003014*                        WERE COUNTED BY THE FAILED RUN AND ARE
003015*                        SKIPPED.
003016*----------------------------------------------------------------
003017 2000-PROCESS-RESPONSE.
003018     ADD 1 TO SP-RESP-REC-NO
003019     IF SP-RESP-REC-NO NOT > SP-RESUME-REC-NO
003020         PERFORM 2100-READ-RESPFILE THRU 2100-EXIT
003021         GO TO 2000-EXIT
003022     END-IF
003023     ADD 1 TO SP-RESPONSE-COUNT
003024     IF RESP-SETTLE-DATE NUMERIC
003025         AND RESP-SETTLE-DATE > SP-SETTLE-DATE
003026         MOVE RESP-SETTLE-DATE TO SP-SETTLE-DATE
003030     END-IF
003040     MOVE RESP-REF-NO TO PAY-REF-NO
003050     READ PAYFILE
003110             PERFORM 2300-WRITE-EXCEPTION THRU 2300-EXIT
003120         NOT INVALID KEY
003130             PERFORM 2200-APPLY-RESPONSE THRU 2200-EXIT
003131             PERFORM 2600-CONFIRM-TRANSMITTED THRU 2600-EXIT
003140     END-READ
003141     ADD 1 TO SP-CHKP-SINCE
003142     IF SP-CHKP-SINCE NOT < SP-CHKP-INTERVAL
003143         PERFORM 2500-WRITE-CHECKPOINT THRU 2500-EXIT
003144     END-IF
003150     PERFORM 2100-READ-RESPFILE THRU 2100-EXIT.
003160 2000-EXIT.
003170     EXIT.
003230 2100-EXIT.
003240     EXIT.
003250 2200-APPLY-RESPONSE.
003251     IF SP-RESP-REC-NO NOT > SP-RESTART-LIMIT
003252         PERFORM 2260-CHECK-REAPPLIED THRU 2260-EXIT
003253         IF SP-REAPPLIED
003254             ADD 1 TO SP-REAPPLIED-COUNT
003255             GO TO 2200-EXIT
003256         END-IF
003257     END-IF
003258     IF PAY-ST-POSTED AND RESP-RETURNED
003259         PERFORM 2250-LATE-RETURN THRU 2250-EXIT
003260         GO TO 2200-EXIT
003261     END-IF
003262     IF RESP-NOTIFY-CHANGE
003263         PERFORM 2400-RECORD-NOC THRU 2400-EXIT
003264         IF NOT PAY-ST-PENDING
003265             GO TO 2200-EXIT
003266         END-IF
003267     END-IF
003268     IF NOT PAY-ST-PENDING
003270         ADD 1 TO SP-NOT-PENDING-COUNT
003280         MOVE PAY-REF-NO TO SP-EL-REF-NO
003290         MOVE 'RESPONSE FOR PAYMENT NOT PENDING'
003330     END-IF
003340     EVALUATE TRUE
003350         WHEN RESP-SETTLED
003351         WHEN RESP-NOTIFY-CHANGE
003360             SET PAY-ST-POSTED TO TRUE
003370             MOVE SPACES TO PAY-REJECT-REASON
003380             ADD 1 TO SP-POSTED-COUNT
003560     END-IF.
003570 2200-EXIT.
003580     EXIT.
003581*----------------------------------------------------------------
003582*2250-LATE-RETURN - THE PROCESSOR RETURNED A PAYMENT IT HAD
003583*                   ALREADY SETTLED.  MARK IT RETURNED WITH THE
003584*                   REASON CODE AND LEAVE THE POSTING-APPLIED
003585*                   SWITCH ALONE - ACCTPOST USES IT TO DECIDE
003586*                   WHETHER THERE IS A DEBIT TO CREDIT BACK.  A
003587*                   SECOND COPY OF THE SAME RETURN FINDS THE
003588*                   PAYMENT NO LONGER POSTED AND FALLS OUT AS
003589*                   NOT PENDING, SO A RERUN CHANGES NOTHING.
003590*----------------------------------------------------------------
003591 2250-LATE-RETURN.
003592     SET PAY-ST-RETURNED TO TRUE
003593     MOVE RESP-REASON-CODE TO PAY-REJECT-REASON
003594     REWRITE PAY-RECORD
003595     IF SP-PAYFILE-STATUS NOT = '00'
003596         DISPLAY 'SETLPOST: PAYFILE REWRITE FAILED, STATUS = '
003597             SP-PAYFILE-STATUS ' REF NO ' PAY-REF-NO
003598         MOVE 16 TO RETURN-CODE
003599         STOP RUN
003600     END-IF
003601     ADD 1 TO SP-LATE-RETURN-COUNT
003602     MOVE PAY-REF-NO TO SP-EL-REF-NO
003603     IF PAY-POSTED-APPLIED
003604         MOVE 'LATE RETURN - DEBIT TO BE REVERSED'
003605             TO SP-EL-TEXT
003606     ELSE
003607         MOVE 'LATE RETURN - NOT YET DEBITED'
003608             TO SP-EL-TEXT
003609     END-IF
003610     PERFORM 2300-WRITE-EXCEPTION THRU 2300-EXIT.
003611 2250-EXIT.
003612     EXIT.
003613*----------------------------------------------------------------
003614*2260-CHECK-REAPPLIED - ON A RESTART, A RESPONSE PAST THE
003615*                       CHECKPOINT BUT WITHIN ONE INTERVAL OF IT
003616*                       MAY HAVE BEEN APPLIED BY THE FAILED RUN.
003617*                       A SETTLEMENT WHOSE PAYMENT IS ALREADY
003618*                       POSTED, OR A RETURN WHOSE PAYMENT ALREADY
003619*                       CARRIES ITS REASON CODE AS REJECTED OR
003620*                       RETURNED, WAS.  SO WAS A CHANGE NOTICE
003621*                       WHOSE NOCFILE RECORD IS DATED TONIGHT
003622*                       AND WHOSE PAYMENT IS NO LONGER PENDING -
003623*                       IT IS NOT COUNTED AGAIN AS A NOTICE SEEN
003624*                       ON AN EARLIER NIGHT.
003625*----------------------------------------------------------------
003626 2260-CHECK-REAPPLIED.
003627     MOVE 'N' TO SP-REAPPLIED-SW
003628     IF RESP-SETTLED AND PAY-ST-POSTED
003629         SET SP-REAPPLIED TO TRUE
003630     END-IF
003631     IF RESP-RETURNED
003632         AND (PAY-ST-REJECTED OR PAY-ST-RETURNED)
003633         AND PAY-REJECT-REASON = RESP-REASON-CODE
003634         SET SP-REAPPLIED TO TRUE
003635     END-IF
003636*    A NOTICE FOR A PAYMENT WITH NO PAYEE NUMBER WAS ONLY LISTED.
003637     IF NOT RESP-NOTIFY-CHANGE
003638         OR PAY-ST-PENDING
003639         OR PAY-PAYEE-NO NOT NUMERIC
003640         OR PAY-PAYEE-NO = ZERO
003641         GO TO 2260-EXIT
003642     END-IF
003643     MOVE PAY-PAYEE-NO TO NOC-PAYEE-NO
003644     MOVE PAY-REF-NO TO NOC-REF-NO
003645     READ NOCFILE
003646         INVALID KEY
003647             GO TO 2260-EXIT
003648     END-READ
003649     IF NOC-RECV-DATE NUMERIC
003650         AND NOC-RECV-DATE = SP-BUSINESS-DATE
003651         SET SP-REAPPLIED TO TRUE
003652     END-IF.
003653 2260-EXIT.
003654     EXIT.
003655 2300-WRITE-EXCEPTION.
003656     IF SP-LINE-COUNT NOT < SP-LINES-PER-PAGE
003657         PERFORM 1100-WRITE-HEADINGS THRU 1100-EXIT
003658     END-IF
003659     WRITE EXCPRPT-RECORD FROM SP-EXCP-LINE
003660         AFTER ADVANCING 1 LINE
003661     ADD 1 TO SP-LINE-COUNT.
003662 2300-EXIT.
003670     EXIT.
003671*----------------------------------------------------------------
003672*2400-RECORD-NOC - WRITE ONE NOTIFICATION OF CHANGE TO THE
003673*                  REVIEW FILE WITH THE PAYEE'S CURRENT BANK
003674*                  DETAILS AND THE PROCESSOR'S CORRECTIONS, AND
003675*                  FLAG THE PAYEE NOC PENDING.  A FIELD THE
003676*                  PROCESSOR IS NOT CORRECTING CARRIES OVER
003677*                  UNCHANGED.  THE SAME NOTICE ON A RERUN GETS A
003678*                  DUPLICATE KEY AND IS ONLY COUNTED.  A PAYMENT
003679*                  KEYED BEFORE THE PAYEE MASTER EXISTED HAS NO
003680*                  PAYEE NUMBER TO CHANGE - IT IS LISTED FOR
003681*                  THE SETTLEMENT TEAM INSTEAD.
003682*----------------------------------------------------------------
003683 2400-RECORD-NOC.
003684     MOVE PAY-REF-NO TO SP-EL-REF-NO
003685     IF PAY-PAYEE-NO NOT NUMERIC
003686         OR PAY-PAYEE-NO = ZERO
003687         ADD 1 TO SP-NOC-UNMATCHED-COUNT
003688         MOVE 'CHANGE NOTICE - PAYMENT HAS NO PAYEE NO'
003689             TO SP-EL-TEXT
003690         PERFORM 2300-WRITE-EXCEPTION THRU 2300-EXIT
003691         GO TO 2400-EXIT
003692     END-IF
003693     MOVE PAY-PAYEE-NO TO PAYE-NUMBER
003694     READ PAYEFIL
003695         INVALID KEY
003696             ADD 1 TO SP-NOC-UNMATCHED-COUNT
003697             MOVE 'CHANGE NOTICE - PAYEE NOT ON MASTER'
003698                 TO SP-EL-TEXT
003699             PERFORM 2300-WRITE-EXCEPTION THRU 2300-EXIT
003700             GO TO 2400-EXIT
003701     END-READ
003702     MOVE SPACES TO NOC-RECORD
003703     MOVE PAYE-NUMBER TO NOC-PAYEE-NO
003704     MOVE PAY-REF-NO TO NOC-REF-NO
003705     MOVE RESP-REASON-CODE(1:3) TO NOC-CHANGE-CODE
003706     SET NOC-ST-PENDING TO TRUE
003707     MOVE SP-BUSINESS-DATE TO NOC-RECV-DATE
003708     MOVE PAYE-ROUTING TO NOC-OLD-ROUTING
003709     MOVE PAYE-BANK-ACCT TO NOC-OLD-BANK-ACCT
003710     IF RESP-NOC-ROUTING NUMERIC
003711         AND RESP-NOC-ROUTING NOT = ZERO
003712         MOVE RESP-NOC-ROUTING TO NOC-NEW-ROUTING
003713     ELSE
003714         MOVE PAYE-ROUTING TO NOC-NEW-ROUTING
003715     END-IF
003716     IF RESP-NOC-BANK-ACCT NOT = SPACES
003717         MOVE RESP-NOC-BANK-ACCT TO NOC-NEW-BANK-ACCT
003718     ELSE
003719         MOVE PAYE-BANK-ACCT TO NOC-NEW-BANK-ACCT
003720     END-IF
003721     MOVE ZERO TO NOC-DECIDED-DATE
003722     WRITE NOC-RECORD
003723     IF SP-NOCFILE-STATUS = '22'
003724         ADD 1 TO SP-NOC-PRIOR-COUNT
003725         GO TO 2400-EXIT
003726     END-IF
003727     IF SP-NOCFILE-STATUS NOT = '00'
003728         DISPLAY 'SETLPOST: NOCFILE WRITE FAILED, STATUS = '
003729             SP-NOCFILE-STATUS ' REF NO ' PAY-REF-NO
003730         MOVE 16 TO RETURN-CODE
003731         STOP RUN
003732     END-IF
003733     SET PAYE-NOC-PENDING TO TRUE
003734     REWRITE PAYE-RECORD
003735     IF SP-PAYEFIL-STATUS NOT = '00'
003736         DISPLAY 'SETLPOST: PAYEFIL REWRITE FAILED, STATUS = '
003737             SP-PAYEFIL-STATUS ' PAYEE NO ' PAYE-NUMBER
003738         MOVE 16 TO RETURN-CODE
003739         STOP RUN
003740     END-IF
003741     ADD 1 TO SP-NOC-COUNT
003742     MOVE SPACES TO SP-EL-TEXT
003743     STRING 'CHANGE NOTICE ' NOC-CHANGE-CODE ' PAYEE '
003744         PAYE-NUMBER ' TO REVIEW'
003745         DELIMITED BY SIZE INTO SP-EL-TEXT
003746     PERFORM 2300-WRITE-EXCEPTION THRU 2300-EXIT.
003747 2400-EXIT.
003748     EXIT.
003749*----------------------------------------------------------------
003750*2500-WRITE-CHECKPOINT - RECORD HOW FAR THROUGH THE RESPONSE FILE
003751*                        THE RUN HAS GOT, WITH THE SETTLEMENT DATE
003752*                        AND COUNTS SO FAR.  TAKEN ONLY BETWEEN
003753*                        RESPONSES, AFTER ALL OF ONE RESPONSE'S
003754*                        REWRITES ARE COMPLETE.
003755*----------------------------------------------------------------
003756 2500-WRITE-CHECKPOINT.
003757     MOVE SPACES TO CHKP-RECORD
003758     MOVE 1 TO CHKP-KEY
003759     MOVE SP-RESP-REC-NO TO CHKP-LAST-RESP
003760     MOVE SP-BUSINESS-DATE TO CHKP-RUN-DATE
003761     SET CHKP-RUNNING TO TRUE
003762     MOVE SP-CHKP-INTERVAL TO CHKP-INTERVAL
003763     MOVE SP-SETTLE-DATE TO CHKP-SETTLE-DATE
003764     MOVE SP-RESPONSE-COUNT TO CHKP-RESPONSE-COUNT
003765     MOVE SP-POSTED-COUNT TO CHKP-POSTED-COUNT
003766     MOVE SP-REJECTED-COUNT TO CHKP-REJECTED-COUNT
003767     MOVE SP-UNMATCHED-COUNT TO CHKP-UNMATCHED-COUNT
003768     MOVE SP-NOT-PENDING-COUNT TO CHKP-NOT-PEND-COUNT
003769     MOVE SP-LATE-RETURN-COUNT TO CHKP-LATE-RET-COUNT
003770     MOVE SP-NOC-COUNT TO CHKP-NOC-COUNT
003771     MOVE SP-NOC-PRIOR-COUNT TO CHKP-NOC-PRIOR-COUNT
003772     MOVE SP-NOC-UNMATCHED-COUNT TO CHKP-NOC-UNMAT-COUNT
003773     MOVE SP-REAPPLIED-COUNT TO CHKP-REAPPLIED-COUNT
003774     MOVE SP-XMIT-ANSWER-COUNT TO CHKP-XMIT-ANS-COUNT
003775     MOVE SP-XMIT-CONFIRM-COUNT TO CHKP-XMIT-CONF-COUNT
003776     REWRITE CHKP-RECORD
003777     IF SP-CHKPFILE-STATUS NOT = '00'
003778         DISPLAY 'SETLPOST: CHKPFILE REWRITE FAILED, STATUS = '
003779             SP-CHKPFILE-STATUS
003780         MOVE 16 TO RETURN-CODE
003781         STOP RUN
003782     END-IF
003783     MOVE ZERO TO SP-CHKP-SINCE.
003784 2500-EXIT.
003785     EXIT.
003786*----------------------------------------------------------------
003787*2600-CONFIRM-TRANSMITTED - COUNT THE PAYMENT AGAINST ITS FILE
003788*                           ON THE TRANSMISSION LOG, THEN MARK THE
003789*                           ITEM ANSWERED.  A PAYMENT NOT SENT
003790*                           THROUGH ACHBUILD, OR ALREADY ANSWERED
003791*                           (A SECOND RESPONSE, OR ONE REPROCESSED
003792*                           AFTER A RESTART), IS LEFT ALONE.  THE
003793*                           FILE IS REWRITTEN FIRST AND THE ITEM
003794*                           LAST, SO AN ITEM MARKED ANSWERED IS
003795*                           ALWAYS IN ITS FILE'S COUNT.
003796*----------------------------------------------------------------
003797 2600-CONFIRM-TRANSMITTED.
003798     MOVE 'I' TO XLOG-REC-TYPE
003799     MOVE RESP-REF-NO TO XLOG-KEY-NO
003800     READ XMITLOG
003801         INVALID KEY
003802             GO TO 2600-EXIT
003803     END-READ
003804     IF NOT XLOGI-TRANSMITTED
003805         OR XLOGI-ANSWERED
003806         GO TO 2600-EXIT
003807     END-IF
003808     MOVE XLOGI-FILE-ID TO SP-XMIT-FILE-ID
003809     PERFORM 2610-COUNT-ANSWER THRU 2610-EXIT
003810     PERFORM 2620-MARK-ANSWERED THRU 2620-EXIT.
003811 2600-EXIT.
003812     EXIT.
003813*----------------------------------------------------------------
003814*2610-COUNT-ANSWER - COUNT ONE MORE ANSWERED PAYMENT AGAINST THE
003815*                    FILE AND CONFIRM THE FILE WHEN ALL ITS
003816*                    PAYMENTS ARE ANSWERED.  THE FILE KEEPS THE
003817*                    REF IT LAST COUNTED, SO AN ITEM LEFT
003818*                    UNMARKED BY A FAILURE BEFORE 2620 IS NOT
003819*                    COUNTED AGAIN WHEN ITS RESPONSE IS
003820*                    REPROCESSED.
003821*----------------------------------------------------------------
003822 2610-COUNT-ANSWER.
003823     MOVE 'F' TO XLOG-REC-TYPE
003824     MOVE SP-XMIT-FILE-ID TO XLOG-KEY-NO
003825     READ XMITLOG
003826         INVALID KEY
003827             GO TO 2610-EXIT
003828     END-READ
003829     IF NOT XLOGF-SENT
003830         GO TO 2610-EXIT
003831     END-IF
003832     IF XLOGF-LAST-ANSWER-REF NUMERIC
003833         AND XLOGF-LAST-ANSWER-REF = RESP-REF-NO
003834         GO TO 2610-EXIT
003835     END-IF
003836     ADD 1 TO XLOGF-ANSWER-COUNT
003837     MOVE RESP-REF-NO TO XLOGF-LAST-ANSWER-REF
003838     IF XLOGF-ANSWER-COUNT NOT < XLOGF-PAY-COUNT
003839         SET XLOGF-CONFIRMED TO TRUE
003840         MOVE SP-BUSINESS-DATE TO XLOGF-CONFIRM-DATE
003841         ADD 1 TO SP-XMIT-CONFIRM-COUNT
003842     END-IF
003843     REWRITE XLOG-RECORD
003844     IF SP-XMITLOG-STATUS NOT = '00'
003845         DISPLAY 'SETLPOST: XMITLOG REWRITE FAILED, STATUS = '
003846             SP-XMITLOG-STATUS
003847         MOVE 16 TO RETURN-CODE
003848         STOP RUN
003849     END-IF.
003850 2610-EXIT.
003851     EXIT.
003852*----------------------------------------------------------------
003853*2620-MARK-ANSWERED - READ THE ITEM BACK (THE FILE RECORD HAS
003854*                     TAKEN THE RECORD AREA) AND MARK IT ANSWERED
003855*                     WITH THE DATE AND THE DISPOSITION.
003856*----------------------------------------------------------------
003857 2620-MARK-ANSWERED.
003858     MOVE 'I' TO XLOG-REC-TYPE
003859     MOVE RESP-REF-NO TO XLOG-KEY-NO
003860     READ XMITLOG
003861         INVALID KEY
003862             GO TO 2620-EXIT
003863     END-READ
003864     SET XLOGI-ANSWERED TO TRUE
003865     MOVE SP-BUSINESS-DATE TO XLOGI-ANSWER-DATE
003866     MOVE RESP-DISPOSITION TO XLOGI-DISPOSITION
003867     REWRITE XLOG-RECORD
003868     IF SP-XMITLOG-STATUS NOT = '00'
003869         DISPLAY 'SETLPOST: XMITLOG REWRITE FAILED, STATUS = '
003870             SP-XMITLOG-STATUS
003871         MOVE 16 TO RETURN-CODE
003872         STOP RUN
003873     END-IF
003874     ADD 1 TO SP-XMIT-ANSWER-COUNT.
003875 2620-EXIT.
003876     EXIT.

003877*----------------------------------------------------------------
003878*3000-SCAN-PENDING - AFTER ALL RESPONSES ARE APPLIED, ANY
003879*                    PAYMENT STILL PENDING RECEIVED NO RESPONSE
003880*                    FROM THE PROCESSOR - LIST EACH ONE ON THE
003881*                    EXCEPTION REPORT.  THE RESPONSE FILE
003882*                    IS CHECKPOINTED AS FINISHED FIRST, SO A
003883*                    FAILURE IN THE SCAN RESTARTS WITH THE SCAN
003884*                    ALONE - IT ONLY READS, AND IS RUN AGAIN IN
003885*                    FULL.
003886*----------------------------------------------------------------
003887 3000-SCAN-PENDING.
003888     PERFORM 2500-WRITE-CHECKPOINT THRU 2500-EXIT
003889     MOVE ZERO TO PAY-REF-NO
003890     START PAYFILE KEY NOT < PAY-REF-NO
003891         INVALID KEY
003892             SET SP-EOF-PAYFILE TO TRUE
003893     END-START
003894     PERFORM 3100-READ-PAYFILE-NEXT THRU 3100-EXIT
003895     PERFORM 3200-CHECK-PENDING THRU 3200-EXIT
003896         UNTIL SP-EOF-PAYFILE.
003897 3000-EXIT.
003898     EXIT.
003899 3100-READ-PAYFILE-NEXT.
003900     IF NOT SP-EOF-PAYFILE
003901         READ PAYFILE NEXT
003902             AT END
003903                 SET SP-EOF-PAYFILE TO TRUE
003904         END-READ
003910     END-IF.
003920 3100-EXIT.
003930     EXIT.
003940 3200-CHECK-PENDING.
003941     IF PAY-VALUE-DATE NUMERIC
003942         AND PAY-VALUE-DATE > ZERO
003943         MOVE PAY-VALUE-DATE TO SP-QUEUED-DATE
003970     ELSE
003971         IF PAY-REJECT-REASON(1:8) NUMERIC
003972             MOVE PAY-REJECT-REASON(1:8) TO SP-QUEUED-DATE
003973         ELSE
003974             MOVE PAY-ENTRY-DATE TO SP-QUEUED-DATE
003975         END-IF
003990     END-IF
004000     IF PAY-ST-PENDING
004010     AND (SP-SETTLE-DATE = ZERO
004090     PERFORM 3100-READ-PAYFILE-NEXT THRU 3100-EXIT.
004100 3200-EXIT.
004110     EXIT.
004111*----------------------------------------------------------------
004112*3500-SCAN-TRANSMISSIONS - LIST EVERY FILE SENT BEFORE THE
004113*                          SETTLEMENT DATE THAT IS STILL NOT
004114*                          CONFIRMED, WITH HOW MANY OF ITS
004115*                          PAYMENTS HAVE BEEN ANSWERED.  THE FILE
004116*                          ID PRINTS AS THE REFERENCE.  LIKE
004117*                          THE NO-RESPONSE SCAN IT ONLY READS, AND
004118*                          A RESTART RUNS IT AGAIN IN FULL.
004119*----------------------------------------------------------------
004120 3500-SCAN-TRANSMISSIONS.
004121     MOVE 'F' TO XLOG-REC-TYPE
004122     MOVE ZERO TO XLOG-KEY-NO
004123     START XMITLOG KEY NOT < XLOG-KEY
004124         INVALID KEY
004125             SET SP-EOF-XMITLOG TO TRUE
004126     END-START
004127     PERFORM 3600-READ-XMITLOG-NEXT THRU 3600-EXIT
004128     PERFORM 3700-CHECK-TRANSMISSION THRU 3700-EXIT
004129         UNTIL SP-EOF-XMITLOG.
004130 3500-EXIT.
004131     EXIT.
004132 3600-READ-XMITLOG-NEXT.
004133     IF NOT SP-EOF-XMITLOG
004134         READ XMITLOG NEXT
004135             AT END
004136                 SET SP-EOF-XMITLOG TO TRUE
004137         END-READ
004138     END-IF
004139     IF NOT SP-EOF-XMITLOG
004140         AND NOT XLOG-FILE
004141         SET SP-EOF-XMITLOG TO TRUE
004142     END-IF.
004143 3600-EXIT.
004144     EXIT.
004145 3700-CHECK-TRANSMISSION.
004146     IF XLOGF-SENT
004147     AND (SP-SETTLE-DATE = ZERO
004148         OR XLOGF-BUSINESS-DATE < SP-SETTLE-DATE)
004149         ADD 1 TO SP-XMIT-OPEN-COUNT
004150         MOVE XLOG-KEY-NO TO SP-EL-REF-NO
004151         MOVE XLOGF-ANSWER-COUNT TO SP-XM-ANSWERED
004152         MOVE XLOGF-PAY-COUNT TO SP-XM-PAY-COUNT
004153         MOVE SP-XMIT-MESSAGE TO SP-EL-TEXT
004154         PERFORM 2300-WRITE-EXCEPTION THRU 2300-EXIT
004155     END-IF
004156     PERFORM 3600-READ-XMITLOG-NEXT THRU 3600-EXIT.
004157 3700-EXIT.
004158     EXIT.

004159*----------------------------------------------------------------
004160*4000-WRITE-TOTALS - PRINT THE RUN TOTALS AT THE BOTTOM OF THE
004161*                    EXCEPTION REPORT.
004162*----------------------------------------------------------------
004163 4000-WRITE-TOTALS.
004170     MOVE SPACES TO SP-TOTAL-LINE
004180     WRITE EXCPRPT-RECORD FROM SP-TOTAL-LINE
004190         AFTER ADVANCING 2 LINES
004191     IF SP-RESTARTED
004192         MOVE SP-RESTART-POINT TO SP-RS-POINT
004193         WRITE EXCPRPT-RECORD FROM SP-RESTART-LINE
004194             AFTER ADVANCING 1 LINE
004195         WRITE EXCPRPT-RECORD FROM SP-TOTAL-HEADING
004196             AFTER ADVANCING 2 LINES
004197     END-IF
004210     MOVE 'RESPONSES READ' TO SP-TL-LABEL
004211     MOVE SP-RESPONSE-COUNT TO SP-TOT-COUNT
004212     MOVE SP-BF-RESPONSE TO SP-TOT-BEFORE
004213     PERFORM 4100-WRITE-TOTAL-LINE THRU 4100-EXIT
004214     MOVE 'PAYMENTS POSTED' TO SP-TL-LABEL
004215     MOVE SP-POSTED-COUNT TO SP-TOT-COUNT
004216     MOVE SP-BF-POSTED TO SP-TOT-BEFORE
004217     PERFORM 4100-WRITE-TOTAL-LINE THRU 4100-EXIT
004218     MOVE 'PAYMENTS REJECTED' TO SP-TL-LABEL
004219     MOVE SP-REJECTED-COUNT TO SP-TOT-COUNT
004220     MOVE SP-BF-REJECTED TO SP-TOT-BEFORE
004221     PERFORM 4100-WRITE-TOTAL-LINE THRU 4100-EXIT
004222     MOVE 'RESPONSES MATCHING NO PAYMENT' TO SP-TL-LABEL
004223     MOVE SP-UNMATCHED-COUNT TO SP-TOT-COUNT
004224     MOVE SP-BF-UNMATCHED TO SP-TOT-BEFORE
004225     PERFORM 4100-WRITE-TOTAL-LINE THRU 4100-EXIT
004226     MOVE 'RESPONSES FOR NON-PENDING' TO SP-TL-LABEL
004227     MOVE SP-NOT-PENDING-COUNT TO SP-TOT-COUNT
004228     MOVE SP-BF-NOT-PENDING TO SP-TOT-BEFORE
004229     PERFORM 4100-WRITE-TOTAL-LINE THRU 4100-EXIT
004230     MOVE 'LATE RETURNS OF POSTED ITEMS' TO SP-TL-LABEL
004231     MOVE SP-LATE-RETURN-COUNT TO SP-TOT-COUNT
004232     MOVE SP-BF-LATE-RETURN TO SP-TOT-BEFORE
004233     PERFORM 4100-WRITE-TOTAL-LINE THRU 4100-EXIT
004234     MOVE 'CHANGE NOTICES FOR REVIEW' TO SP-TL-LABEL
004235     MOVE SP-NOC-COUNT TO SP-TOT-COUNT
004236     MOVE SP-BF-NOC TO SP-TOT-BEFORE
004237     PERFORM 4100-WRITE-TOTAL-LINE THRU 4100-EXIT
004238     MOVE 'CHANGE NOTICES ALREADY ON FILE' TO SP-TL-LABEL
004239     MOVE SP-NOC-PRIOR-COUNT TO SP-TOT-COUNT
004240     MOVE SP-BF-NOC-PRIOR TO SP-TOT-BEFORE
004241     PERFORM 4100-WRITE-TOTAL-LINE THRU 4100-EXIT
004242     MOVE 'CHANGE NOTICES - NO PAYEE' TO SP-TL-LABEL
004243     MOVE SP-NOC-UNMATCHED-COUNT TO SP-TOT-COUNT
004244     MOVE SP-BF-NOC-UNMATCHED TO SP-TOT-BEFORE
004245     PERFORM 4100-WRITE-TOTAL-LINE THRU 4100-EXIT
004246     IF SP-RESTARTED
004247         MOVE 'APPLIED BEFORE THE RESTART' TO SP-TL-LABEL
004248         MOVE SP-REAPPLIED-COUNT TO SP-TOT-COUNT
004249         MOVE SP-BF-REAPPLIED TO SP-TOT-BEFORE
004250         PERFORM 4100-WRITE-TOTAL-LINE THRU 4100-EXIT
004251     END-IF
004252*    THE NO-RESPONSE SCAN IS NEVER CHECKPOINTED - A RESTART RUNS
004253*    IT AGAIN IN FULL, SO ITS COUNT IS ALL AFTER THE RESTART.
004254     MOVE 'PENDING WITH NO RESPONSE' TO SP-TL-LABEL
004255     MOVE SP-NO-RESPONSE-COUNT TO SP-TOT-COUNT
004256     MOVE ZERO TO SP-TOT-BEFORE
004257     PERFORM 4100-WRITE-TOTAL-LINE THRU 4100-EXIT
004258     MOVE 'TRANSMITTED ITEMS ANSWERED' TO SP-TL-LABEL
004259     MOVE SP-XMIT-ANSWER-COUNT TO SP-TOT-COUNT
004260     MOVE SP-BF-XMIT-ANSWER TO SP-TOT-BEFORE
004261     PERFORM 4100-WRITE-TOTAL-LINE THRU 4100-EXIT
004262     MOVE 'TRANSMISSIONS CONFIRMED' TO SP-TL-LABEL
004263     MOVE SP-XMIT-CONFIRM-COUNT TO SP-TOT-COUNT
004264     MOVE SP-BF-XMIT-CONFIRM TO SP-TOT-BEFORE
004265     PERFORM 4100-WRITE-TOTAL-LINE THRU 4100-EXIT
004266     MOVE 'TRANSMISSIONS NOT ANSWERED' TO SP-TL-LABEL
004267     MOVE SP-XMIT-OPEN-COUNT TO SP-TOT-COUNT
004268     MOVE ZERO TO SP-TOT-BEFORE
004269     PERFORM 4100-WRITE-TOTAL-LINE THRU 4100-EXIT.
004270 4000-EXIT.
004271     EXIT.
004272*----------------------------------------------------------------
004273*4100-WRITE-TOTAL-LINE - PRINT ONE TOTAL.  ON A RESTARTED RUN THE
004274*                        COUNT AS CHECKPOINTED BY THE FAILED RUN
004275*                        AND THE COUNT ADDED SINCE ARE BESIDE IT.
004276*----------------------------------------------------------------
004277 4100-WRITE-TOTAL-LINE.
004278     MOVE SP-TOT-COUNT TO SP-TL-COUNT
004279     IF SP-RESTARTED
004280         MOVE SP-TOT-BEFORE TO SP-TL-BEFORE
004281         COMPUTE SP-TL-AFTER = SP-TOT-COUNT - SP-TOT-BEFORE
004282     END-IF
004283     WRITE EXCPRPT-RECORD FROM SP-TOTAL-LINE
004284         AFTER ADVANCING 1 LINE
004285     MOVE SPACES TO SP-TOTAL-LINE.
004286 4100-EXIT.
004510     EXIT.

004520*----------------------------------------------------------------
004560     CLOSE PAYFILE
004570     CLOSE RESPFILE
004580     CLOSE EXCPRPT
004581     CLOSE PAYEFIL
004582     CLOSE NOCFILE
004583     CLOSE XMITLOG
004584     PERFORM 8200-CLOSE-CHECKPOINT THRU 8200-EXIT
004590     PERFORM 8100-END-RUN-CONTROL THRU 8100-EXIT.
004600 8000-EXIT.
004610     EXIT.
004820     CLOSE RUNCTL.
004830 8100-EXIT.
004840     EXIT.
004841*----------------------------------------------------------------
004842*8200-CLOSE-CHECKPOINT - MARK THE CHECKPOINT FINISHED, SO THE NEXT
004843*                        SUBMISSION STARTS FROM THE TOP EVEN ON
004844*                        THE SAME DATE (A RUNCTLUT RERUN).
004845*----------------------------------------------------------------
004846 8200-CLOSE-CHECKPOINT.
004847     MOVE 1 TO CHKP-KEY
004848     READ CHKPFILE
004849         INVALID KEY
004850             CLOSE CHKPFILE
004851             GO TO 8200-EXIT
004852     END-READ
004853     SET CHKP-RUN-COMPLETE TO TRUE
004854     REWRITE CHKP-RECORD
004855     IF SP-CHKPFILE-STATUS NOT = '00'
004856         DISPLAY 'SETLPOST: CHKPFILE REWRITE FAILED, STATUS = '
004857             SP-CHKPFILE-STATUS
004858         MOVE 16 TO RETURN-CODE
004859     END-IF
004860     CLOSE CHKPFILE.
004861 8200-EXIT.
004862     EXIT.
