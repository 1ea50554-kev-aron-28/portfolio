      *             EACH JOB'S RECORD SO THE MORNING CHECKLIST COMES  *
      *             OFF ONE FILE (RUNCTLUT PRINT CARD) INSTEAD OF     *
      *             SIX SYSOUTS.                                      *
      *          -  SETLPOST, ACCTPOST AND RECURPAY CHECKPOINT THEIR  *
      *             PROGRESS AND RESTART FROM THE LAST CHECKPOINT     *
      *             WHEN RESUBMITTED AFTER AN ABEND.  A RESTARTED RUN *
      *             SETS RCTL-RESTART-SW AND NAMES THE RECORD IT      *
      *             RESUMED AFTER IN RCTL-RESTART-POINT; BOTH ARE     *
      *             CLEARED WHEN THE JOB NEXT STARTS FROM THE TOP.    *
      *****************************************************************
       01  RCTL-RECORD.
           05 RCTL-JOB-NAME       PIC X(08).
           05 RCTL-END-TS         PIC X(14).
           05 RCTL-RETURN-CODE    PIC 9(04).
           05 RCTL-PREDECESSOR    PIC X(08).
           05 RCTL-RESTART-SW     PIC X(01).
              88 RCTL-RESTARTED      VALUE 'Y'.
           05 RCTL-RESTART-POINT  PIC X(20).
           05 FILLER              PIC X(01).
