000150 DATE-COMPILED.
000160*----------------------------------------------------------------
000170*PAYARCH  - MONTHLY PAYMENT FILE ARCHIVE AND PURGE.  MOVES
000171*           SETTLED PAYMENTS (POSTED, REJECTED, VOIDED, OR
000172*           RETURNED WITH NO ACCOUNT CREDIT OUTSTANDING) WHOSE
000190*           ENTRY DATE IS BEFORE THE CUTDATE CONTROL CARD OFF
000200*           THE LIVE PAYMENT FILE: EACH ELIGIBLE RECORD IS
000210*           WRITTEN TO THE ARCHIVE MASTER (ARCHFIL, THE VSAM
000421*09/03/26  DH   PAYMENT RECORD EXTENDED 79 TO 104 (POSTING
000422*               APPLIED SWITCH FOR THE ACCTPOST JOB) - CARRY
000423*               THE NEW LENGTH ON ARCHFIL AND ARCHOUT.
000424*10/15/26  DH   ARCHIVE RETURNED PAYMENTS ONCE ACCTPOST HAS
000425*               CREDITED THE ACCOUNT BACK (OR NEVER DEBITED
000426*               IT), WITH THEIR OWN LINE ON THE CONTROL REPORT.
000427*10/15/26  DH   PAYMENT RECORD EXTENDED 104 TO 120 (FEE CHARGED
000428*               AND DATE APPLIED FOR THE ACCTPOST JOB) - CARRY
000429*               THE NEW LENGTH ON ARCHFIL AND ARCHOUT.
000430*----------------------------------------------------------------

000440 ENVIRONMENT DIVISION.
000770 FD  ARCHFIL.
000780 01  ARCH-RECORD.
000790     05 ARCH-REF-NO              PIC 9(10).
000800     05 FILLER                   PIC X(110).
000810*
000820 FD  ARCHOUT
000830     RECORDING MODE IS F.
000840 01  ARCHOUT-RECORD              PIC X(120).
000850*
000860 FD  CTLRPT
000870     RECORDING MODE IS F.
001070 77  PA-POSTED-COUNT             PIC 9(07) COMP VALUE ZERO.
001080 77  PA-REJECTED-COUNT           PIC 9(07) COMP VALUE ZERO.
001090 77  PA-VOIDED-COUNT             PIC 9(07) COMP VALUE ZERO.
001091 77  PA-RETURNED-COUNT           PIC 9(07) COMP VALUE ZERO.
001100 77  PA-ARCHIVED-TOTAL           PIC S9(09)V99 COMP-3 VALUE ZERO.
001110 77  PA-POSTED-TOTAL             PIC S9(09)V99 COMP-3 VALUE ZERO.
001120 77  PA-REJECTED-TOTAL           PIC S9(09)V99 COMP-3 VALUE ZERO.
001130 77  PA-VOIDED-TOTAL             PIC S9(09)V99 COMP-3 VALUE ZERO.
001131 77  PA-RETURNED-TOTAL           PIC S9(09)V99 COMP-3 VALUE ZERO.
001140*----------------------------------------------------------------
001150*WORK FIELDS
001160*----------------------------------------------------------------
002050*----------------------------------------------------------------
002060*2000-PROCESS-PAYFILE - ARCHIVE AND DELETE ONE ELIGIBLE RECORD,
002070*                       OR COUNT IT AS RETAINED.  ONLY SETTLED
002071*                       STATUSES OLDER THAN THE CUTOFF MOVE -
002072*                       A RETURNED PAYMENT STAYS UNTIL ACCTPOST
002073*                       HAS CREDITED ITS DEBIT BACK.
002090*----------------------------------------------------------------
002100 2000-PROCESS-PAYFILE.
002110     ADD 1 TO PA-READ-COUNT
002111     IF (PAY-ST-POSTED OR PAY-ST-REJECTED OR PAY-ST-VOIDED
002112         OR (PAY-ST-RETURNED AND NOT PAY-POSTED-APPLIED))
002130         AND PAY-ENTRY-DATE < PA-CUTOFF-DATE
002140         PERFORM 2200-ARCHIVE-RECORD THRU 2200-EXIT
002150     ELSE
002570         WHEN PAY-ST-VOIDED
002580             ADD 1 TO PA-VOIDED-COUNT
002590             ADD PAY-AMOUNT TO PA-VOIDED-TOTAL
002591         WHEN PAY-ST-RETURNED
002592             ADD 1 TO PA-RETURNED-COUNT
002593             ADD PAY-AMOUNT TO PA-RETURNED-TOTAL
002600     END-EVALUATE
002610     DELETE PAYFILE
002620     IF PA-PAYFILE-STATUS NOT = '00'
002960     MOVE PA-VOIDED-TOTAL TO PA-DL-AMOUNT
002970     WRITE CTLRPT-RECORD FROM PA-DETAIL-LINE
002980     MOVE SPACES TO PA-DETAIL-LINE
002981     MOVE 'ARCHIVED - RETURNED' TO PA-DL-LABEL
002982     MOVE PA-RETURNED-COUNT TO PA-DL-COUNT
002983     MOVE PA-RETURNED-TOTAL TO PA-DL-AMOUNT
002984     WRITE CTLRPT-RECORD FROM PA-DETAIL-LINE
002985     MOVE SPACES TO PA-DETAIL-LINE
002990     MOVE 'TOTAL ARCHIVED AND PURGED' TO PA-DL-LABEL
003000     MOVE PA-ARCHIVED-COUNT TO PA-DL-COUNT
003010     MOVE PA-ARCHIVED-TOTAL TO PA-DL-AMOUNT
