000370*           AGAIN.  A FRESH RUN OF A NEW INPUT FILE MUST START
000380*           WITH AN EMPTY (NEWLY DEFINED) CHECKPOINT FILE - SEE
000390*           jcl/PAYIMPRT.jcl.
000391*           COMPLIANCE - A PAYEE ON COMPLIANCE HOLD OR BLOCKED BY
000392*           A CONFIRMED SANCTIONS MATCH IS REJECTED, AND THE
000393*           BRANCH'S BLK-PAYEE DESCRIPTION IS SCREENED AGAINST
000394*           THE SANCTIONS WATCH LIST (COPY WATCHREC) WITH THE
000395*           SAME MATCH RULE AS PAYEE MAINTENANCE.  A POSSIBLE
000396*           MATCH IS REJECTED ONTO THE ERROR REPORT FOR THE
000397*           BRANCH TO TAKE UP WITH COMPLIANCE.  THE IMPORT WILL
000398*           NOT RUN WITHOUT A LOADED WATCH LIST.
000399*           RUNS NIGHTLY AFTER RECURPAY AND BEFORE ACHBUILD.
000400*----------------------------------------------------------------
000410*MODIFICATION HISTORY
000420*----------------------------------------------------------------
000610*               RUNDATE CARD, REFUSE TO START OUT OF SEQUENCE
000620*               OR TWICE FOR THE SAME DATE, AND STAMP START/
000630*               END TIMES FOR THE MORNING CHECKLIST.
000631*10/15/26  DH   STAMP EVERY PAYMENT WRITTEN WITH THE BRANCH
000632*               BULK CHANNEL FOR THE FEE SCHEDULE.
000633*10/15/26  DH   REJECT PAYEES ON COMPLIANCE HOLD OR BLOCKED AND
000634*               SCREEN BLK-PAYEE AGAINST THE SANCTIONS WATCH
000635*               LIST (NEW WATCHFL INPUT).
000636*10/15/26  DH   VALUE-DATE EVERY PAYMENT WRITTEN TO THE BUSINESS
000637*               DATE OF THE RUN.
000638*10/15/26  DH   RUN AFTER RECURPAY SO ACHBUILD CAN WAIT ON THIS
000639*               JOB AND TAKE UP BOTH SETTLEMENT FEEDS.
000640*10/15/26  DH   FIND LISTED NAMES SHORTER THAN SIX CHARACTERS
000641*               BY AN EXACT LOOKUP OF EACH SHORTER PREFIX.
000642*----------------------------------------------------------------

000650 ENVIRONMENT DIVISION.
000660 INPUT-OUTPUT SECTION.
000900         ALTERNATE RECORD KEY IS PAY-ACCOUNT-NO
000910             WITH DUPLICATES
000920         FILE STATUS IS PI-PAYFILE-STATUS.
000921     SELECT WATCHFL ASSIGN TO WATCHFL
000922         ORGANIZATION IS INDEXED
000923         ACCESS MODE IS DYNAMIC
000924         RECORD KEY IS WL-KEY
000925         FILE STATUS IS PI-WATCHFL-STATUS.
000930     SELECT SETLOUT ASSIGN TO SETLOUT
000940         ORGANIZATION IS SEQUENTIAL
000950         FILE STATUS IS PI-SETLOUT-STATUS.
001190 FD  PAYFILE.
001200 COPY PAYREC.
001210*
001211 FD  WATCHFL.
001212 COPY WATCHREC.
001213*
001220 FD  SETLOUT
001230     RECORDING MODE IS F.
001240 COPY SETTLREC.
001450 77  PI-ACCTFIL-STATUS           PIC X(02) VALUE SPACES.
001460 77  PI-PAYEFIL-STATUS           PIC X(02) VALUE SPACES.
001470 77  PI-PAYFILE-STATUS           PIC X(02) VALUE SPACES.
001471 77  PI-WATCHFL-STATUS           PIC X(02) VALUE SPACES.
001480 77  PI-SETLOUT-STATUS           PIC X(02) VALUE SPACES.
001490 77  PI-CHKPFILE-STATUS          PIC X(02) VALUE SPACES.
001500 77  PI-ERRRPT-STATUS            PIC X(02) VALUE SPACES.
001540     88 PI-DUP-FOUND                         VALUE 'Y'.
001550 77  PI-DUPBR-SW                 PIC X(01) VALUE 'N'.
001560     88 PI-DUPBR-DONE                        VALUE 'Y'.
001561 77  PI-WLHIT-SW                 PIC X(01) VALUE 'N'.
001562     88 PI-WLHIT-FOUND                       VALUE 'Y'.
001563 77  PI-WLBR-SW                  PIC X(01) VALUE 'N'.
001564     88 PI-WLBR-DONE                         VALUE 'Y'.
001570*----------------------------------------------------------------
001580*LINE AND PAGE CONTROL
001590*----------------------------------------------------------------
001750 77  PI-BUSINESS-DATE            PIC 9(08) VALUE ZERO.
001760*RUN-CONTROL IDENTITY - SEE 1050-CHECK-RUN-CONTROL.
001770 77  PI-JOB-NAME                 PIC X(08) VALUE 'PAYIMPRT'.
001771 77  PI-PRED-NAME                PIC X(08) VALUE 'RECURPAY'.
001790 01  PI-TS-STAMP.
001800     05 PI-TS-DATE               PIC 9(08).
001810     05 PI-TS-TIME               PIC 9(06).
001870 77  PI-DUP-ACCT                 PIC 9(10) VALUE ZERO.
001880 77  PI-REJECT-REASON            PIC X(30) VALUE SPACES.
001890 77  PI-STATUS-TEXT              PIC X(08) VALUE SPACES.
001891*WATCH-LIST MATCH KEY WORK - SEE 2280-BUILD-MATCH-KEY.
001892 77  PI-SQ-NAME                  PIC X(40) VALUE SPACES.
001893 77  PI-SQ-KEY                   PIC X(20) VALUE SPACES.
001894 77  PI-SQ-IX                    PIC 9(02) COMP VALUE ZERO.
001895 77  PI-SQ-LEN                   PIC 9(02) COMP VALUE ZERO.
001896 77  PI-CMP-LEN                  PIC 9(02) COMP VALUE ZERO.
001897*PI-BR-LEN IS THE NUMBER OF LEADING CHARACTERS THE LIST IS BROWSED
001898*ON - SIX, OR THE WHOLE KEY WHEN IT IS SHORTER.  EACH SHORTER
001899*PREFIX IS LOOKED UP AS AN EXACT LISTED KEY IN PI-PROBE-KEY.
001900 77  PI-BR-LEN                   PIC 9(02) COMP VALUE ZERO.
001901 77  PI-PROBE-KEY                PIC X(20) VALUE SPACES.
001902 77  PI-PROBE-LEN                PIC 9(02) COMP VALUE ZERO.
001903 01  PI-TIME-RAW.
001910     05 PI-TR-HHMMSS             PIC 9(06).
001920     05 FILLER                   PIC 9(02).
001930*----------------------------------------------------------------
002770     IF PI-PAYFILE-STATUS NOT = '00'
002780         DISPLAY 'PAYIMPRT: PAYFILE OPEN FAILED, STATUS = '
002790             PI-PAYFILE-STATUS
002791         MOVE 16 TO RETURN-CODE
002792         STOP RUN
002793     END-IF
002794     OPEN INPUT WATCHFL
002795     IF PI-WATCHFL-STATUS NOT = '00'
002796         DISPLAY 'PAYIMPRT: WATCHFL OPEN FAILED, STATUS = '
002797             PI-WATCHFL-STATUS
002800         MOVE 16 TO RETURN-CODE
002810         STOP RUN
002820     END-IF
005050                     TO PI-REJECT-REASON
005060         END-READ
005070         IF PI-REJECT-REASON = SPACES
005071             AND PAYE-ST-HOLD
005072             MOVE 'PAYEE ON COMPLIANCE HOLD' TO PI-REJECT-REASON
005073         END-IF
005074         IF PI-REJECT-REASON = SPACES
005075             AND PAYE-ST-BLOCKED
005076             MOVE 'PAYEE BLOCKED - SANCTIONS MATCH'
005077                 TO PI-REJECT-REASON
005078         END-IF
005079         IF PI-REJECT-REASON = SPACES
005080             AND NOT PAYE-ST-ACTIVE
005090             MOVE 'PAYEE IS INACTIVE' TO PI-REJECT-REASON
005091         END-IF
005092         IF PI-REJECT-REASON = SPACES
005093             PERFORM 2270-SCREEN-PAYEE THRU 2270-EXIT
005100         END-IF
005110         IF PI-REJECT-REASON = SPACES
005120             MOVE BLK-ACCOUNT-NO TO ACCT-NUMBER
005760     END-IF.
005770 2260-EXIT.
005780     EXIT.
005781*----------------------------------------------------------------
005782*2270-SCREEN-PAYEE - SCREEN THE BRANCH'S BLK-PAYEE DESCRIPTION
005783*                    AGAINST THE SANCTIONS WATCH LIST.  A LISTED
005784*                    NAME IS A POSSIBLE MATCH WHEN THE SHORTER OF
005785*                    THE TWO MATCH KEYS IS THE LEADING PART OF THE
005786*                    LONGER - THE RULE PAYEMNT1 AND WLSCRN APPLY
005787*                    TO THE PAYEE MASTER.  EACH PREFIX OF THE KEY
005788*                    SHORTER THAN PI-BR-LEN IS LOOKED UP AS AN
005789*                    EXACT LISTED KEY, THEN THE LIST IS BROWSED ON
005790*                    THE FIRST PI-BR-LEN CHARACTERS.
005791*----------------------------------------------------------------
005792 2270-SCREEN-PAYEE.
005793     MOVE 'N' TO PI-WLHIT-SW
005794     MOVE 'N' TO PI-WLBR-SW
005795     MOVE BLK-PAYEE TO PI-SQ-NAME
005796     PERFORM 2280-BUILD-MATCH-KEY THRU 2280-EXIT
005797     IF PI-SQ-LEN = ZERO
005798         GO TO 2270-EXIT
005799     END-IF
005800     IF PI-SQ-LEN < 6
005801         MOVE PI-SQ-LEN TO PI-BR-LEN
005802     ELSE
005803         MOVE 6 TO PI-BR-LEN
005804     END-IF
005805     MOVE ZERO TO PI-PROBE-LEN
005806     PERFORM 2272-PROBE-SHORT-KEY THRU 2272-EXIT
005807         UNTIL PI-PROBE-LEN + 1 NOT < PI-BR-LEN
005808         OR PI-WLHIT-FOUND
005809     IF PI-WLHIT-FOUND
005810         SET PI-WLBR-DONE TO TRUE
005811     END-IF
005812     MOVE SPACES TO WL-MATCH-KEY
005813     MOVE PI-SQ-KEY(1:PI-BR-LEN) TO WL-MATCH-KEY(1:PI-BR-LEN)
005814     MOVE ZERO TO WL-ENTRY-ID
005815     START WATCHFL KEY NOT < WL-KEY
005816         INVALID KEY
005817             SET PI-WLBR-DONE TO TRUE
005818     END-START
005819     PERFORM 2275-READ-NEXT-WATCH THRU 2275-EXIT
005820         UNTIL PI-WLBR-DONE
005821     IF PI-WLHIT-FOUND
005822         MOVE 'POSSIBLE WATCH-LIST MATCH' TO PI-REJECT-REASON
005823     END-IF.
005824 2270-EXIT.
005825     EXIT.
005826*----------------------------------------------------------------
005827*2272-PROBE-SHORT-KEY - LOOK UP THE NEXT PREFIX OF THE PAYEE KEY
005828*                       AS AN EXACT LISTED KEY.
005829*----------------------------------------------------------------
005830 2272-PROBE-SHORT-KEY.
005831     ADD 1 TO PI-PROBE-LEN
005832     MOVE SPACES TO PI-PROBE-KEY
005833     MOVE PI-SQ-KEY(1:PI-PROBE-LEN)
005834         TO PI-PROBE-KEY(1:PI-PROBE-LEN)
005835     MOVE PI-PROBE-KEY TO WL-MATCH-KEY
005836     MOVE ZERO TO WL-ENTRY-ID
005837     START WATCHFL KEY NOT < WL-KEY
005838         INVALID KEY
005839             GO TO 2272-EXIT
005840     END-START
005841     READ WATCHFL NEXT
005842         AT END
005843             GO TO 2272-EXIT
005844     END-READ
005845     IF WL-MATCH-KEY = PI-PROBE-KEY
005846         SET PI-WLHIT-FOUND TO TRUE
005847     END-IF.
005848 2272-EXIT.
005849     EXIT.
005850 2275-READ-NEXT-WATCH.
005851     READ WATCHFL NEXT
005852         AT END
005853             SET PI-WLBR-DONE TO TRUE
005854     END-READ
005855     IF PI-WLBR-DONE
005856         GO TO 2275-EXIT
005857     END-IF
005858     IF WL-MATCH-KEY(1:PI-BR-LEN) NOT = PI-SQ-KEY(1:PI-BR-LEN)
005859         SET PI-WLBR-DONE TO TRUE
005860         GO TO 2275-EXIT
005861     END-IF
005862     IF WL-MATCH-LEN < PI-SQ-LEN
005863         MOVE WL-MATCH-LEN TO PI-CMP-LEN
005864     ELSE
005865         MOVE PI-SQ-LEN TO PI-CMP-LEN
005866     END-IF
005867     IF WL-MATCH-KEY(1:PI-CMP-LEN) = PI-SQ-KEY(1:PI-CMP-LEN)
005868         SET PI-WLHIT-FOUND TO TRUE
005869         SET PI-WLBR-DONE TO TRUE
005870     END-IF.
005871 2275-EXIT.
005872     EXIT.
005873*----------------------------------------------------------------
005874*2280-BUILD-MATCH-KEY - UPPERCASE THE NAME AND SQUEEZE OUT ALL
005875*                       BUT A-Z AND 0-9, KEEPING THE FIRST 20 -
005876*                       THE SAME RULE WLLOAD BUILDS THE LIST WITH.
005877*----------------------------------------------------------------
005878 2280-BUILD-MATCH-KEY.
005879     INSPECT PI-SQ-NAME CONVERTING
005880         'abcdefghijklmnopqrstuvwxyz'
005881         TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
005882     MOVE SPACES TO PI-SQ-KEY
005883     MOVE ZERO TO PI-SQ-IX
005884     MOVE ZERO TO PI-SQ-LEN
005885     PERFORM 2285-SQUEEZE-ONE-CHAR THRU 2285-EXIT
005886         UNTIL PI-SQ-IX NOT < 40
005887         OR PI-SQ-LEN NOT < 20.
005888 2280-EXIT.
005889     EXIT.
005890 2285-SQUEEZE-ONE-CHAR.
005891     ADD 1 TO PI-SQ-IX
005892     IF (PI-SQ-NAME(PI-SQ-IX:1) ALPHABETIC-UPPER
005893         AND PI-SQ-NAME(PI-SQ-IX:1) NOT = SPACE)
005894         OR PI-SQ-NAME(PI-SQ-IX:1) NUMERIC
005895         ADD 1 TO PI-SQ-LEN
005896         MOVE PI-SQ-NAME(PI-SQ-IX:1) TO PI-SQ-KEY(PI-SQ-LEN:1)
005897     END-IF.
005898 2285-EXIT.
005899     EXIT.
005900 2300-POST-PAYMENT.
005901     CALL 'DFHNCTR' USING PI-NC-FUNCTION PI-NC-POOL
005902         PI-NC-NAME PI-NC-VALUE PI-NC-RETURN
005903     IF PI-NC-RETURN NOT = ZERO
005904         DISPLAY 'PAYIMPRT: PAYREF COUNTER GET FAILED, RC = '
005905             PI-NC-RETURN
005906         MOVE 16 TO RETURN-CODE
005907         STOP RUN
005908     END-IF
005909     MOVE SPACES TO PAY-RECORD
005910     MOVE PI-NC-VALUE TO PAY-REF-NO
005911*    THE STANDARDIZED MASTER NAME POSTS - PAYE-RECORD IS STILL
005912*    CURRENT FROM THE 2200 EDIT READ OF THIS LINE.
005920     MOVE PAYE-NAME TO PAY-PAYEE
005930     MOVE PAYE-NUMBER TO PAY-PAYEE-NO
005940     MOVE 'N' TO PAY-POSTED-APPL-SW
006040         SET PAY-ST-PENDING TO TRUE
006050     END-IF
006060     MOVE 'PAYIMPRT' TO PAY-OPERATOR-ID
006061     SET PAY-CH-BULK TO TRUE
006070     MOVE PI-BUSINESS-DATE TO PAY-ENTRY-DATE
006071     MOVE PI-BUSINESS-DATE TO PAY-VALUE-DATE
006080     MOVE PI-RUN-TIME TO PAY-ENTRY-TIME
006090     MOVE SPACES TO PAY-REJECT-REASON
006100     WRITE PAY-RECORD
007180     CLOSE ACCTFIL
007190     CLOSE PAYEFIL
007200     CLOSE PAYFILE
007201     CLOSE WATCHFL
007210     CLOSE SETLOUT
007220     CLOSE CHKPFILE
007230     CLOSE ERRRPT
