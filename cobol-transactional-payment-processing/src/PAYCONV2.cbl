000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. PAYCONV2.
000120 AUTHOR. D HALLORAN.
000130 INSTALLATION. FIRST COMMERCIAL BANK - IT APPLICATIONS.
000140 DATE-WRITTEN. 10/15/2026.
000150 DATE-COMPILED.
000160*----------------------------------------------------------------
000170*PAYCONV2 - ONE-TIME PAYMENT RECORD EXTENSION, 104 TO 120 BYTES.
000180*           RUN ONCE, WITH CICS CLOSED AND NO BATCH RUNNING,
000190*           ONCE FOR THE LIVE PAYMENT FILE AND ONCE FOR THE
000200*           ARCHIVE MASTER - SEE jcl/PAYCONV2.jcl.  READS THE
000210*           OLD-FORMAT RECORDS FROM A FLAT REPRO OFFLOAD,
000220*           CARRIES THEM ACROSS UNCHANGED, AND LOADS THE
000230*           REDEFINED CLUSTER IN KEY ORDER.  THE OLD LAST
000240*           FILLER BYTE AND THE NEW FEE-CHARGED, DATE-APPLIED
000250*           AND GROWTH FIELDS ARE ALL SPACES, SO A PAYMENT
000260*           APPLIED BEFORE THE CHANGE READS AS NO FEE ON FILE
000270*           AND ITS READERS FALL BACK TO THE FEE SCHEDULE.
000280*           SAFE TO RERUN - THE LOAD STARTS FROM AN EMPTY,
000290*           FRESHLY REDEFINED CLUSTER EVERY TIME.
000300*----------------------------------------------------------------
000310*MODIFICATION HISTORY
000320*----------------------------------------------------------------
000330*DATE      INIT DESCRIPTION
000340*10/15/26  DH   INITIAL VERSION.
000350*----------------------------------------------------------------

000360 ENVIRONMENT DIVISION.
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390     SELECT OLDPAY ASSIGN TO OLDPAY
000400         ORGANIZATION IS SEQUENTIAL
000410         FILE STATUS IS P2-OLDPAY-STATUS.
000420     SELECT NEWPAY ASSIGN TO NEWPAY
000430         ORGANIZATION IS INDEXED
000440         ACCESS MODE IS SEQUENTIAL
000450         RECORD KEY IS PAY-REF-NO
000460         FILE STATUS IS P2-NEWPAY-STATUS.

000470 DATA DIVISION.
000480 FILE SECTION.
000490 FD  OLDPAY
000500     RECORDING MODE IS F.
000510 01  OLDPAY-RECORD.
000520     05 OLDPAY-DATA              PIC X(103).
000530     05 FILLER                   PIC X(01).
000540*
000550 FD  NEWPAY.
000560 COPY PAYREC.

000570 WORKING-STORAGE SECTION.
000580*----------------------------------------------------------------
000590*SWITCHES AND FILE STATUS FIELDS
000600*----------------------------------------------------------------
000610 77  P2-OLDPAY-STATUS            PIC X(02) VALUE SPACES.
000620 77  P2-NEWPAY-STATUS            PIC X(02) VALUE SPACES.
000630 77  P2-EOF-OLDPAY-SW            PIC X(01) VALUE 'N'.
000640     88 P2-EOF-OLDPAY                        VALUE 'Y'.
000650*----------------------------------------------------------------
000660*ACCUMULATORS
000670*----------------------------------------------------------------
000680 77  P2-READ-COUNT               PIC 9(07) COMP VALUE ZERO.
000690 77  P2-LOADED-COUNT             PIC 9(07) COMP VALUE ZERO.
000700*----------------------------------------------------------------
000710*WORK FIELDS - THE OLD 103 BYTES OF DATA ARE CARRIED ACROSS
000720*UNCHANGED; EVERYTHING FROM THE OLD FILLER BYTE AT OFFSET 104
000730*ON (PAY-FEE-AMOUNT, PAY-APPLIED-DATE AND THE GROWTH FILLER)
000740*IS SPACES.
000750*----------------------------------------------------------------
000760 01  P2-NEW-IMAGE.
000770     05 P2-NI-OLD-PART           PIC X(103).
000780     05 FILLER                   PIC X(17).

000790 PROCEDURE DIVISION.
000800 0000-MAINLINE.
000810     PERFORM 1000-INITIALIZE THRU 1000-EXIT
000820     PERFORM 2000-CONVERT-RECORD THRU 2000-EXIT
000830         UNTIL P2-EOF-OLDPAY
000840     PERFORM 8000-TERMINATE THRU 8000-EXIT
000850     STOP RUN.

000860*----------------------------------------------------------------
000870*1000-INITIALIZE - OPEN FILES AND PRIME THE FIRST OLD RECORD.
000880*----------------------------------------------------------------
000890 1000-INITIALIZE.
000900     OPEN INPUT OLDPAY
000910     IF P2-OLDPAY-STATUS NOT = '00'
000920         DISPLAY 'PAYCONV2: OLDPAY OPEN FAILED, STATUS = '
000930             P2-OLDPAY-STATUS
000940         MOVE 16 TO RETURN-CODE
000950         STOP RUN
000960     END-IF
000970     OPEN OUTPUT NEWPAY
000980     IF P2-NEWPAY-STATUS NOT = '00'
000990         DISPLAY 'PAYCONV2: NEWPAY OPEN FAILED, STATUS = '
001000             P2-NEWPAY-STATUS
001010         MOVE 16 TO RETURN-CODE
001020         STOP RUN
001030     END-IF
001040     PERFORM 2100-READ-OLDPAY THRU 2100-EXIT.
001050 1000-EXIT.
001060     EXIT.

001070*----------------------------------------------------------------
001080*2000-CONVERT-RECORD - EXTEND ONE RECORD AND LOAD IT.  THE REPRO
001090*                      OFFLOAD ARRIVES IN KEY ORDER, SO THE
001100*                      SEQUENTIAL LOAD HOLDS ASCENDING SEQUENCE.
001110*----------------------------------------------------------------
001120 2000-CONVERT-RECORD.
001130     ADD 1 TO P2-READ-COUNT
001140     MOVE SPACES TO P2-NEW-IMAGE
001150     MOVE OLDPAY-DATA TO P2-NI-OLD-PART
001160     WRITE PAY-RECORD FROM P2-NEW-IMAGE
001170     IF P2-NEWPAY-STATUS NOT = '00'
001180         DISPLAY 'PAYCONV2: NEWPAY WRITE FAILED, STATUS = '
001190             P2-NEWPAY-STATUS
001200         MOVE 16 TO RETURN-CODE
001210         STOP RUN
001220     END-IF
001230     ADD 1 TO P2-LOADED-COUNT
001240     PERFORM 2100-READ-OLDPAY THRU 2100-EXIT.
001250 2000-EXIT.
001260     EXIT.
001270 2100-READ-OLDPAY.
001280     READ OLDPAY
001290         AT END
001300             SET P2-EOF-OLDPAY TO TRUE
001310     END-READ.
001320 2100-EXIT.
001330     EXIT.

001340*----------------------------------------------------------------
001350*8000-TERMINATE - CLOSE FILES AND SHOW THE CONTROL COUNTS SO THE
001360*                 LOAD CAN BE TIED BACK TO THE REPRO COUNT.
001370*----------------------------------------------------------------
001380 8000-TERMINATE.
001390     CLOSE OLDPAY
001400     CLOSE NEWPAY
001410     DISPLAY 'PAYCONV2: RECORDS READ   = ' P2-READ-COUNT
001420     DISPLAY 'PAYCONV2: RECORDS LOADED = ' P2-LOADED-COUNT.
001430 8000-EXIT.
001440     EXIT.
