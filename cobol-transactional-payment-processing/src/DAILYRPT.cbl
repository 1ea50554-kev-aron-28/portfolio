000400*               THE PAYFIX01 REPAIR QUEUE FOR MORE THAN THREE
000410*               DAYS IN AN AGED-REJECTS SECTION, SO THEY STOP
000420*               FALLING THROUGH THE CRACKS.
000421*10/15/26  DH   SHOW RETURNED STATUS ON DETAIL LINES.
000422*10/15/26  DH   SELECT THE BUSINESS DATE'S PAYMENTS BY VALUE DATE
000423*               (ENTRY DATE ON OLDER RECORDS) SO A PAYMENT KEYED
000424*               AFTER THE CUTOFF OR ON A CLOSED DAY IS REPORTED
000425*               ON THE DAY IT SETTLES; FLAG THOSE LINES AND COUNT
000426*               TODAY'S ENTRIES CARRIED TO A LATER DAY.
000430*----------------------------------------------------------------

000440 ENVIRONMENT DIVISION.
000900*----------------------------------------------------------------
000910 77  DR-TRANSACTION-COUNT        PIC 9(07) COMP VALUE ZERO.
000920 77  DR-REJECT-COUNT             PIC 9(07) COMP VALUE ZERO.
000921 77  DR-CARRIED-IN-COUNT         PIC 9(07) COMP VALUE ZERO.
000922 77  DR-CARRIED-OUT-COUNT        PIC 9(07) COMP VALUE ZERO.
000923 77  DR-CARRIED-OUT-TOTAL        PIC S9(09)V99 COMP-3 VALUE ZERO.
000930 77  DR-GRAND-TOTAL              PIC S9(09)V99 COMP-3 VALUE ZERO.
000940*----------------------------------------------------------------
000950*WORK FIELDS
000960*----------------------------------------------------------------
000970 77  DR-STATUS-TEXT              PIC X(08) VALUE SPACES.
000980 77  DR-BUSINESS-DATE            PIC 9(08) VALUE ZERO.
000981*THE DATE A PAYMENT BELONGS TO - SEE 2050-SET-VALUE-DATE.
000982 77  DR-VALUE-DATE               PIC 9(08) VALUE ZERO.
000990*RUN-CONTROL IDENTITY - SEE 1050-CHECK-RUN-CONTROL.
001000 77  DR-JOB-NAME                 PIC X(08) VALUE 'DAILYRPT'.
001010 77  DR-PRED-NAME                PIC X(08) VALUE 'PAYRECON'.
001650     05 DR-DL-AMOUNT             PIC -(9)9.99.
001660     05 FILLER                  PIC X(02) VALUE SPACES.
001670     05 DR-DL-STATUS             PIC X(08).
001671     05 FILLER                  PIC X(01) VALUE SPACES.
001672     05 DR-DL-CARRIED            PIC X(01).
001673     05 FILLER                  PIC X(03) VALUE SPACES.
001690 01  DR-TOTAL-LINE.
001700     05 DR-TL-LABEL              PIC X(30).
001710     05 FILLER                  PIC X(02) VALUE SPACES.
003710         AND PAY-ENTRY-DATE < DR-AGE-CUTOFF-DATE
003720         PERFORM 2500-SAVE-AGED-REJECT THRU 2500-EXIT
003730     END-IF
003731*    THE BUSINESS DATE'S PAYMENTS ARE THOSE VALUE-DATED TO IT.
003732*    ONE OF TODAY'S ENTRIES DATED LATER IS ONLY COUNTED - IT IS
003733*    LISTED ON THE REPORT FOR THE DAY IT SETTLES.
003734     PERFORM 2050-SET-VALUE-DATE THRU 2050-EXIT
003735     IF PAY-ENTRY-DATE = DR-BUSINESS-DATE
003736         AND DR-VALUE-DATE > DR-BUSINESS-DATE
003737         AND NOT PAY-ST-VOIDED
003738         ADD 1 TO DR-CARRIED-OUT-COUNT
003739         ADD PAY-AMOUNT TO DR-CARRIED-OUT-TOTAL
003740     END-IF
003741     IF DR-VALUE-DATE NOT = DR-BUSINESS-DATE
003750         PERFORM 2100-READ-PAYFILE THRU 2100-EXIT
003760         GO TO 2000-EXIT
003770     END-IF
003900             MOVE 'AWAITING' TO DR-STATUS-TEXT
003910         WHEN PAY-ST-VOIDED
003920             MOVE 'VOIDED' TO DR-STATUS-TEXT
003921         WHEN PAY-ST-RETURNED
003922             MOVE 'RETURNED' TO DR-STATUS-TEXT
003930         WHEN OTHER
003940             MOVE 'UNKNOWN' TO DR-STATUS-TEXT
003950     END-EVALUATE
003990     MOVE PAY-ACCOUNT-NO TO DR-DL-ACCOUNT-NO
004000     MOVE PAY-AMOUNT TO DR-DL-AMOUNT
004010     MOVE DR-STATUS-TEXT TO DR-DL-STATUS
004011     IF PAY-ENTRY-DATE NOT = DR-VALUE-DATE
004012         MOVE '*' TO DR-DL-CARRIED
004013         ADD 1 TO DR-CARRIED-IN-COUNT
004014     END-IF
004020     WRITE DAILYRPT-RECORD FROM DR-DETAIL-LINE
004030         AFTER ADVANCING 1 LINE
004040     ADD 1 TO DR-LINE-COUNT
004060     ADD PAY-AMOUNT TO DR-GRAND-TOTAL
004070     PERFORM 2100-READ-PAYFILE THRU 2100-EXIT.
004080 2000-EXIT.
004081     EXIT.
004082*----------------------------------------------------------------
004083*2050-SET-VALUE-DATE - THE PAYMENT'S VALUE DATE (COPY PAYREC), OR
004084*                      ITS ENTRY DATE WHEN THE RECORD PREDATES
004085*                      THE DAILY CUTOFF AND CARRIES NONE.
004086*----------------------------------------------------------------
004087 2050-SET-VALUE-DATE.
004088     IF PAY-VALUE-DATE NUMERIC
004089         AND PAY-VALUE-DATE > ZERO
004090         MOVE PAY-VALUE-DATE TO DR-VALUE-DATE
004091     ELSE
004092         MOVE PAY-ENTRY-DATE TO DR-VALUE-DATE
004093     END-IF.
004094 2050-EXIT.
004095     EXIT.
004100 2100-READ-PAYFILE.
004110     READ PAYFILE
004120         AT END
004420     WRITE DAILYRPT-RECORD FROM DR-TOTAL-LINE
004430         AFTER ADVANCING 1 LINE
004440     MOVE SPACES TO DR-TOTAL-LINE
004441     MOVE '* ENTERED ON AN EARLIER DAY' TO DR-TL-LABEL
004442     MOVE DR-CARRIED-IN-COUNT TO DR-TL-COUNT
004443     WRITE DAILYRPT-RECORD FROM DR-TOTAL-LINE
004444         AFTER ADVANCING 1 LINE
004445     MOVE SPACES TO DR-TOTAL-LINE
004450     MOVE 'REJECTED TRANSACTIONS' TO DR-TL-LABEL
004460     MOVE DR-REJECT-COUNT TO DR-TL-COUNT
004461     WRITE DAILYRPT-RECORD FROM DR-TOTAL-LINE
004462         AFTER ADVANCING 1 LINE
004463     MOVE SPACES TO DR-TOTAL-LINE
004464     MOVE 'ENTERED TODAY, VALUE LATER' TO DR-TL-LABEL
004465     MOVE DR-CARRIED-OUT-COUNT TO DR-TL-COUNT
004466     MOVE DR-CARRIED-OUT-TOTAL TO DR-TL-AMOUNT
004470     WRITE DAILYRPT-RECORD FROM DR-TOTAL-LINE
004480         AFTER ADVANCING 1 LINE
004490     PERFORM 4100-WRITE-AGED-REJECTS THRU 4100-EXIT.
