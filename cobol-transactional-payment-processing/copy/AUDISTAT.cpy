      *****************************************************************
      * AUDISTAT -  AUDIT TRAIL INQUIRY SCREEN STATE, WRITTEN TO A TS *
      *             QUEUE (KEYED BY EIBTRMID) BY AUDINQ1 SO THE       *
      *             PSEUDO-CONVERSATION KNOWS WHETHER THE SEARCH OR   *
      *             THE RESULT LIST IS UP, WHAT WAS SEARCHED FOR, AND *
      *             WHICH PAGE THE SUPERVISOR IS ON.                  *
      * NOTE     -  AI-FROM-TS/AI-TO-TS ARE YYYYMMDDHHMMSS AND ARE    *
      *             ALWAYS SET - ZEROS AND ALL NINES WHEN NO RANGE    *
      *             WAS KEYED (AI-RANGE-SW 'N').                      *
      *          -  AI-FIRST-KEY/AI-LAST-KEY ARE THE BROWSE KEYS OF   *
      *             THE NEWEST AND OLDEST LINES ON THE PAGE SHOWING,  *
      *             SO PF7/PF8 READ ONE SCREEN ON FROM THERE - LOW-   *
      *             VALUES WHEN THE PAGE IS EMPTY.                    *
      *****************************************************************
       01  AI-STATE.
           05 AI-SCREEN           PIC 9(01).
              88 AI-SCR-SEARCH       VALUE 1.
              88 AI-SCR-LIST         VALUE 2.
           05 AI-SEARCH-BY        PIC X(01).
              88 AI-BY-OPERATOR      VALUE 'O'.
              88 AI-BY-ACCOUNT       VALUE 'A'.
              88 AI-BY-REFERENCE     VALUE 'R'.
              88 AI-BY-DATE          VALUE 'D'.
           05 AI-OPERATOR-ID      PIC X(08).
           05 AI-ACCOUNT-NO       PIC 9(10).
           05 AI-REF-NO           PIC 9(10).
           05 AI-FROM-TS          PIC X(14).
           05 AI-TO-TS            PIC X(14).
           05 AI-RANGE-SW         PIC X(01).
              88 AI-RANGE-ENTERED    VALUE 'Y'.
           05 AI-PAGE             PIC 9(03).
           05 AI-FIRST-KEY        PIC X(30).
           05 AI-LAST-KEY         PIC X(30).
