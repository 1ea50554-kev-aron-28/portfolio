000250*                      THE FLAG IS CONSUMED WHEN THE JOB STARTS.
000260*             PRINT             - LIST EVERY JOB'S STATUS,
000270*                      TIMESTAMPS AND RETURN CODE ON RCTLRPT -
000271*                      THE MORNING CHECKLIST.  A JOB THAT
000272*                      RESTARTED FROM A CHECKPOINT GETS A
000273*                      SECOND LINE NAMING THE RECORD IT
000274*                      RESUMED AFTER.
000290*           A NEVER-LOADED CLUSTER (OPEN STATUS 35) IS PRIMED
000300*           THROUGH OPEN OUTPUT, THE SAME WAY PAYIMPRT PRIMES
000310*           ITS CHECKPOINT FILE.
000340*----------------------------------------------------------------
000350*DATE      INIT DESCRIPTION
000360*09/03/26  DH   INITIAL VERSION.
000361*10/15/26  DH   PRINT A RESTART LINE UNDER ANY JOB THAT RESUMED
000362*               FROM ITS CHECKPOINT, WITH THE RESTART POINT.
000370*----------------------------------------------------------------

000380 ENVIRONMENT DIVISION.
001190     05 FILLER                  PIC X(02) VALUE SPACES.
001200     05 RU-DL-RC                 PIC 9(04).
001210     05 FILLER                  PIC X(14) VALUE SPACES.
001211 01  RU-RESTART-LINE.
001212     05 FILLER                  PIC X(10) VALUE SPACES.
001213     05 FILLER                  PIC X(16)
001214        VALUE 'RESTARTED AFTER '.
001215     05 RU-RL-POINT              PIC X(20).
001216     05 FILLER                  PIC X(34) VALUE SPACES.

001220 PROCEDURE DIVISION.
001230 0000-MAINLINE.
003240         MOVE RCTL-END-TS TO RU-DL-END
003250         MOVE RCTL-RETURN-CODE TO RU-DL-RC
003260         WRITE RCTLRPT-RECORD FROM RU-DETAIL-LINE
003261         IF RCTL-RESTARTED
003262             MOVE RCTL-RESTART-POINT TO RU-RL-POINT
003263             WRITE RCTLRPT-RECORD FROM RU-RESTART-LINE
003264         END-IF
003270     END-IF
003280     PERFORM 5100-READ-RUNCTL-NEXT THRU 5100-EXIT.
003290 5200-EXIT.
