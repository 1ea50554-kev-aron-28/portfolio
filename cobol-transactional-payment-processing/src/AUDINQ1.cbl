       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDINQ1.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       COPY DFHAID.
       COPY AUDINQ.
       COPY AUDISTAT.
       COPY AUDHREC.
       COPY EXCPREC.
       COPY OPERREC.
       COPY COMMAREA REPLACING ==:CA-REC:== BY ==WS-AUDI-CA==.
       COPY COMMAREA REPLACING ==:CA-REC:== BY ==WS-MENU-CA==.
       01 WS-TRANSID PIC X(4) VALUE 'AUDI'.
       01 WS-MSG PIC X(40) VALUE SPACES.
       01 WS-RESP PIC S9(8) COMP.
       01 WS-TSQ-NAME PIC X(08) VALUE SPACES.
       01 WS-TSQ-LEN PIC S9(4) COMP.
       01 WS-SUPV-SW PIC X(01) VALUE 'N'.
          88 WS-IS-SUPERVISOR VALUE 'Y'.
       01 WS-KEYED-COUNT PIC S9(4) COMP.
      *  A SEARCH IS ONE BROWSE OF ONE FILE - THE AUDIT HISTORY BASE
      *  CLUSTER FOR A DATE/TIME SEARCH, OR THE PATH FOR THE
      *  OPERATOR, ACCOUNT, REFERENCE OR TERMINAL BEING LOOKED FOR.
      *  EVERY KEY STARTS WITH THE SEARCH VALUE AND ENDS WITH THE
      *  RECORD'S TIMESTAMP, SO EACH BROWSE RUNS IN TIME ORDER.
       01 WS-BR-FILE PIC X(08) VALUE SPACES.
       01 WS-BR-KEY PIC X(30).
       01 WS-BR-KEYLEN PIC S9(4) COMP.
      *  A PAGE IS READ BACKWARD FROM WS-BR-LIMIT - THE LINE AT THE
      *  LIMIT ITSELF IS SHOWN UNLESS THE PAGE IS THE ONE AFTER IT.
       01 WS-BR-LIMIT PIC X(30).
       01 WS-BR-LIMIT-SW PIC X(01) VALUE 'I'.
          88 WS-BR-INCLUSIVE VALUE 'I'.
          88 WS-BR-EXCLUSIVE VALUE 'X'.
       01 WS-TS-BUILD.
          05 WS-TB-DATE PIC X(08).
          05 WS-TB-HHMM PIC X(04).
          05 WS-TB-SS PIC X(02).
       01 WS-BROWSE-SW PIC X(01) VALUE 'N'.
          88 WS-BROWSE-DONE VALUE 'Y'.
       01 WS-AUD-COUNT PIC S9(4) COMP.
       01 WS-NEWER-COUNT PIC S9(4) COMP.
       01 WS-NEWER-KEY PIC X(30).
       01 WS-ENTRY PIC S9(4) COMP.
       01 WS-IX PIC S9(4) COMP.
      *  THE AUDIT TABLE HOLDS THE ONE PAGE BEING SHOWN, NEWEST LINE
      *  FIRST, WITH THE BROWSE KEY OF EACH LINE.
       01 WS-AUD-TABLE.
          05 WS-AUD-ENTRY OCCURS 10.
             10 WS-AT-KEY PIC X(30).
             10 WS-AT-TIMESTAMP PIC X(14).
             10 WS-AT-OPERATOR PIC X(08).
             10 WS-AT-TERMID PIC X(04).
             10 WS-AT-TRANSID PIC X(04).
             10 WS-AT-OUTCOME PIC X(40).
       01 WS-AUD-LINE.
          05 WS-AL-DATE PIC X(08).
          05 FILLER PIC X(01) VALUE SPACES.
          05 WS-AL-TIME PIC X(06).
          05 FILLER PIC X(01) VALUE SPACES.
          05 WS-AL-OPERATOR PIC X(08).
          05 FILLER PIC X(01) VALUE SPACES.
          05 WS-AL-TERMID PIC X(04).
          05 FILLER PIC X(01) VALUE SPACES.
          05 WS-AL-TRANSID PIC X(04).
          05 FILLER PIC X(01) VALUE SPACES.
          05 WS-AL-OUTCOME PIC X(40).
      *  TERMINALS ON THE PAGE BEING SHOWN AND THE PERIOD THEIR
      *  EXCEPTIONS ARE LOOKED UP FOR.
       01 WS-TERM-TABLE.
          05 WS-TERM-ID PIC X(04) OCCURS 10.
       01 WS-TERM-COUNT PIC S9(4) COMP.
       01 WS-TX PIC S9(4) COMP.
       01 WS-TERM-FOUND-SW PIC X(01) VALUE 'N'.
          88 WS-TERM-FOUND VALUE 'Y'.
       01 WS-PAGE-HIGH-TS PIC X(14).
       01 WS-PAGE-LOW-TS PIC X(14).
       01 WS-EXC-FROM-TS PIC X(14).
       01 WS-EXC-TO-TS PIC X(14).
       01 WS-EXC-COUNT PIC S9(4) COMP.
       01 WS-EXC-LINE.
          05 WS-EL-DATE PIC X(08).
          05 FILLER PIC X(01) VALUE SPACES.
          05 WS-EL-TIME PIC X(06).
          05 FILLER PIC X(10) VALUE SPACES.
          05 WS-EL-TERMID PIC X(04).
          05 FILLER PIC X(01) VALUE SPACES.
          05 WS-EL-TRANSID PIC X(04).
          05 FILLER PIC X(07) VALUE ' ABEND '.
          05 WS-EL-ABCODE PIC X(04).
          05 FILLER PIC X(04) VALUE ' IN '.
          05 WS-EL-PROGRAM PIC X(08).
          05 FILLER PIC X(06) VALUE ' TASK '.
          05 WS-EL-TASKNO PIC 9(07).
          05 FILLER PIC X(05) VALUE SPACES.
       01 WS-EXC-HDR.
          05 FILLER PIC X(31)
             VALUE 'EXCEPTIONS ON THESE TERMINALS: '.
          05 WS-EH-COUNT PIC ZZZ9.
          05 WS-EH-MORE PIC X(16).
          05 FILLER PIC X(24) VALUE SPACES.
       01 WS-CRIT-LINE.
          05 WS-CR-LABEL PIC X(10).
          05 WS-CR-VALUE PIC X(11).
          05 WS-CR-FROM-LIT PIC X(05).
          05 WS-CR-FROM PIC X(12).
          05 WS-CR-TO-LIT PIC X(04).
          05 WS-CR-TO PIC X(12).
       01 WS-PGTXT.
          05 FILLER PIC X(05) VALUE 'PAGE '.
          05 WS-PG-NO PIC ZZ9.
       01 WS-ABSTIME PIC S9(15) COMP-3.
       01 WS-AUD-DATE PIC X(8).
       01 WS-AUD-TIME PIC X(6).
       01 WS-EXCP-TALLY PIC S9(8) COMP.
       01 WS-ABCODE PIC X(4) VALUE SPACES.
       01 WS-ABEND-MSG PIC X(40)
          VALUE 'SYSTEM ERROR - PLEASE TRY AGAIN LATER.'.
       LINKAGE SECTION.
       COPY COMMAREA REPLACING ==:CA-REC:== BY ==DFHCOMMAREA==.
       PROCEDURE DIVISION.
       MAIN.
      * ANY UNHANDLED CICS CONDITION OR ABEND FROM HERE ON LANDS ON
      * ABEND-ROUTINE INSTEAD OF THE DEFAULT CICS ABEND SCREEN.
           EXEC CICS HANDLE CONDITION
              ERROR(ABEND-ROUTINE)
           END-EXEC
           EXEC CICS HANDLE ABEND
              LABEL(ABEND-ROUTINE)
           END-EXEC
      * THIS TRANSACTION HAS ITS OWN PCT ENTRY, SO AN OPERATOR CAN
      * ATTACH IT DIRECTLY AT A CLEARED SCREEN WITH NO COMMAREA - DO
      * NOT TOUCH DFHCOMMAREA IN THAT CASE, AND DO NOT LET SOMEONE
      * REACH THE AUDIT TRAIL WITHOUT HAVING SIGNED ON THROUGH
      * MAINMENU/SIGNON01 FIRST.  EVERY TURN ALSO RE-CHECKS THAT THE
      * SIGNED-ON OPERATOR IS SUPERVISOR CLASS, THE SAME AS FEEMNT1.
      * WHICH SCREEN IS UP, WHAT WAS SEARCHED FOR AND WHICH PAGE IS
      * SHOWING ARE KEPT IN A TS QUEUE KEYED BY EIBTRMID THE SAME
      * WAY ACCTINQ KEEPS ITS HISTORY BROWSE.
           PERFORM BUILD-TSQ-NAME
           IF EIBCALEN = ZERO THEN
              PERFORM GO-TO-SIGNON
           ELSE
              MOVE CA-OPERATOR-ID OF DFHCOMMAREA
                TO CA-OPERATOR-ID OF WS-AUDI-CA
              PERFORM CHECK-SUPERVISOR
              IF NOT WS-IS-SUPERVISOR THEN
                 MOVE 'SUPERVISOR AUTHORITY REQUIRED' TO WS-MSG
                 PERFORM RETURN-TO-MENU
              ELSE IF CA-WAITING OF DFHCOMMAREA THEN
                 PERFORM READ-STATE
                 PERFORM RECEIVE-CURRENT-SCREEN
              ELSE
                 PERFORM START-NEW-INQUIRY
              END-IF
           END-IF.
       GO-TO-SIGNON.
           EXEC CICS XCTL
              PROGRAM('SIGNON01')
           END-EXEC.
       CHECK-SUPERVISOR.
           MOVE 'N' TO WS-SUPV-SW
           MOVE CA-OPERATOR-ID OF WS-AUDI-CA TO OPER-ID
           EXEC CICS READ
              FILE('OPERFIL')
              INTO(OPER-RECORD)
              RIDFLD(OPER-ID)
              KEYLENGTH(LENGTH OF OPER-ID)
              RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
              AND OPER-ST-ACTIVE
              AND OPER-CL-SUPERVISOR THEN
              SET WS-IS-SUPERVISOR TO TRUE
           END-IF.
       BUILD-TSQ-NAME.
           STRING 'AI' EIBTRMID DELIMITED BY SIZE INTO WS-TSQ-NAME.
       READ-STATE.
           MOVE LENGTH OF AI-STATE TO WS-TSQ-LEN
           EXEC CICS READQ TS
              QUEUE(WS-TSQ-NAME)
              INTO(AI-STATE)
              LENGTH(WS-TSQ-LEN)
              ITEM(1)
              RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
              MOVE 'SESSION EXPIRED - PLEASE START OVER' TO WS-MSG
              PERFORM START-NEW-INQUIRY
           END-IF.
       WRITE-STATE.
      *  A PLAIN WRITEQ TS ALWAYS APPENDS A NEW ITEM, SO THE QUEUE IS
      *  CLEARED FIRST TO KEEP A SINGLE, CURRENT ITEM PER TERMINAL.
           EXEC CICS DELETEQ TS
              QUEUE(WS-TSQ-NAME)
              RESP(WS-RESP)
           END-EXEC
           EXEC CICS WRITEQ TS
              QUEUE(WS-TSQ-NAME)
              FROM(AI-STATE)
              LENGTH(LENGTH OF AI-STATE)
           END-EXEC.
       DELETE-STATE.
           EXEC CICS DELETEQ TS
              QUEUE(WS-TSQ-NAME)
              RESP(WS-RESP)
           END-EXEC.
       START-NEW-INQUIRY.
           MOVE SPACES TO AI-SEARCH-BY AI-OPERATOR-ID
           MOVE ZERO TO AI-ACCOUNT-NO AI-REF-NO AI-PAGE
           MOVE LOW-VALUES TO AI-FIRST-KEY AI-LAST-KEY
           MOVE ZEROS TO AI-FROM-TS
           MOVE ALL '9' TO AI-TO-TS
           MOVE 'N' TO AI-RANGE-SW
           SET AI-SCR-SEARCH TO TRUE
           PERFORM WRITE-STATE
           PERFORM INIT-PROGRAM
           MOVE WS-MSG TO MSGO
           PERFORM SEND-SCREEN.
       RECEIVE-CURRENT-SCREEN.
           EVALUATE TRUE
              WHEN AI-SCR-LIST
                PERFORM RECEIVE-LIST-SCREEN
              WHEN OTHER
                PERFORM RECEIVE-SCREEN
           END-EVALUATE.
       INIT-PROGRAM.
           MOVE LOW-VALUES TO AUDMAP1I.
      *****************************************************************
      * SCREEN 1 - AUDIT TRAIL SEARCH                                 *
      *****************************************************************
       RECEIVE-SCREEN.
           EXEC CICS RECEIVE
              MAPSET('AUDINQ')
              MAP('AUDMAP1')
              INTO(AUDMAP1I)
           END-EXEC
           PERFORM CHECK-KEY.
       CHECK-KEY.
           EVALUATE EIBAID
              WHEN DFHENTER
                PERFORM PROCESS-SEARCH
              WHEN DFHPF3
                MOVE 'RETURNED FROM AUDIT INQUIRY' TO WS-MSG
                PERFORM RETURN-TO-MENU
              WHEN OTHER
                MOVE 'INVALID KEY' TO WS-MSG
                MOVE WS-MSG TO MSGO
                PERFORM SEND-SCREEN
           END-EVALUATE.
       PROCESS-SEARCH.
           MOVE SPACES TO WS-MSG
           MOVE ZERO TO WS-KEYED-COUNT
           IF OPERL > 0 AND OPERI NOT = SPACES THEN
              ADD 1 TO WS-KEYED-COUNT
           END-IF
           IF ACCTL > 0 THEN
              ADD 1 TO WS-KEYED-COUNT
           END-IF
           IF REFL > 0 THEN
              ADD 1 TO WS-KEYED-COUNT
           END-IF
           PERFORM EDIT-SEARCH
           IF WS-MSG = SPACES THEN
              PERFORM EDIT-RANGE
           END-IF
           IF WS-MSG NOT = SPACES THEN
              MOVE WS-MSG TO MSGO
              PERFORM SEND-SCREEN
           ELSE
              PERFORM SET-SEARCH-STATE
              SET AI-SCR-LIST TO TRUE
              PERFORM READ-FIRST-PAGE
              PERFORM DISPLAY-LIST
           END-IF.
       EDIT-SEARCH.
      *  ONE SEARCH VALUE AT MOST, EACH NARROWED BY AN OPTIONAL
      *  DATE/TIME RANGE; WITH NO SEARCH VALUE THE RANGE IS THE
      *  SEARCH, SO A FROM DATE IS THEN REQUIRED.
           IF WS-KEYED-COUNT > 1 THEN
              MOVE 'ENTER ONLY ONE OF OPERATOR/ACCOUNT/REF' TO WS-MSG
           ELSE IF WS-KEYED-COUNT = ZERO AND FDATEL = 0 THEN
              MOVE 'ENTER A SEARCH VALUE OR A FROM DATE' TO WS-MSG
           ELSE IF ACCTL > 0
              AND (ACCTI NOT NUMERIC OR ACCTI = ZERO) THEN
              MOVE 'ACCOUNT NO MUST BE NUMERIC' TO WS-MSG
           ELSE IF REFL > 0
              AND (REFI NOT NUMERIC OR REFI = ZERO) THEN
              MOVE 'PAYMENT REF MUST BE NUMERIC' TO WS-MSG
           ELSE IF FDATEL > 0 AND FDATEI NOT NUMERIC THEN
              MOVE 'FROM DATE MUST BE YYYYMMDD' TO WS-MSG
           ELSE IF FTIMEL > 0 AND FDATEL = 0 THEN
              MOVE 'FROM TIME NEEDS A FROM DATE' TO WS-MSG
           ELSE IF FTIMEL > 0
              AND (FTIMEI NOT NUMERIC OR FTIMEI(1:2) > '23'
                   OR FTIMEI(3:2) > '59') THEN
              MOVE 'FROM TIME MUST BE HHMM' TO WS-MSG
           ELSE IF TDATEL > 0 AND TDATEI NOT NUMERIC THEN
              MOVE 'TO DATE MUST BE YYYYMMDD' TO WS-MSG
           ELSE IF TTIMEL > 0 AND TDATEL = 0 THEN
              MOVE 'TO TIME NEEDS A TO DATE' TO WS-MSG
           ELSE IF TTIMEL > 0
              AND (TTIMEI NOT NUMERIC OR TTIMEI(1:2) > '23'
                   OR TTIMEI(3:2) > '59') THEN
              MOVE 'TO TIME MUST BE HHMM' TO WS-MSG
           END-IF.
       EDIT-RANGE.
      *  THE RANGE IS HELD AS FULL YYYYMMDDHHMMSS TIMESTAMPS - A FROM
      *  DATE WITH NO TIME STARTS AT MIDNIGHT, A TO DATE WITH NO TIME
      *  RUNS TO THE END OF THAT DAY, AND AN OPEN END IS ZEROS OR
      *  ALL NINES.
           MOVE 'N' TO AI-RANGE-SW
           MOVE ZEROS TO AI-FROM-TS
           MOVE ALL '9' TO AI-TO-TS
           IF FDATEL > 0 THEN
              MOVE FDATEI TO WS-TB-DATE
              MOVE '0000' TO WS-TB-HHMM
              IF FTIMEL > 0 THEN
                 MOVE FTIMEI TO WS-TB-HHMM
              END-IF
              MOVE '00' TO WS-TB-SS
              MOVE WS-TS-BUILD TO AI-FROM-TS
              SET AI-RANGE-ENTERED TO TRUE
           END-IF
           IF TDATEL > 0 THEN
              MOVE TDATEI TO WS-TB-DATE
              MOVE '2359' TO WS-TB-HHMM
              IF TTIMEL > 0 THEN
                 MOVE TTIMEI TO WS-TB-HHMM
              END-IF
              MOVE '59' TO WS-TB-SS
              MOVE WS-TS-BUILD TO AI-TO-TS
              SET AI-RANGE-ENTERED TO TRUE
           END-IF
           IF AI-FROM-TS > AI-TO-TS THEN
              MOVE 'FROM DATE/TIME IS AFTER TO DATE/TIME' TO WS-MSG
           END-IF.
       SET-SEARCH-STATE.
           MOVE SPACES TO AI-OPERATOR-ID
           MOVE ZERO TO AI-ACCOUNT-NO AI-REF-NO
           IF OPERL > 0 AND OPERI NOT = SPACES THEN
              SET AI-BY-OPERATOR TO TRUE
              MOVE OPERI TO AI-OPERATOR-ID
           ELSE IF ACCTL > 0 THEN
              SET AI-BY-ACCOUNT TO TRUE
              MOVE ACCTI TO AI-ACCOUNT-NO
           ELSE IF REFL > 0 THEN
              SET AI-BY-REFERENCE TO TRUE
              MOVE REFI TO AI-REF-NO
           ELSE
              SET AI-BY-DATE TO TRUE
           END-IF.
      *****************************************************************
      * SCREEN 2 - AUDIT HISTORY LIST                                 *
      *****************************************************************
       RECEIVE-LIST-SCREEN.
           EXEC CICS RECEIVE
              MAPSET('AUDINQ')
              MAP('AUDMAP2')
              INTO(AUDMAP2I)
           END-EXEC
           PERFORM CHECK-KEY-LIST.
       CHECK-KEY-LIST.
           MOVE SPACES TO WS-MSG
           EVALUATE EIBAID
              WHEN DFHPF3
                PERFORM LEAVE-LIST
              WHEN DFHPF7
                IF AI-PAGE > 1 THEN
                   PERFORM READ-NEWER-PAGE
                ELSE
                   MOVE 'NO NEWER AUDIT RECORDS' TO WS-MSG
                   PERFORM READ-CURRENT-PAGE
                END-IF
                PERFORM DISPLAY-LIST
              WHEN DFHPF8
                PERFORM READ-OLDER-PAGE
                PERFORM DISPLAY-LIST
              WHEN OTHER
                MOVE 'INVALID KEY' TO WS-MSG
                PERFORM READ-CURRENT-PAGE
                PERFORM DISPLAY-LIST
           END-EVALUATE.
       LEAVE-LIST.
           MOVE 'ENTER A NEW SEARCH' TO WS-MSG
           PERFORM START-NEW-INQUIRY.
       DISPLAY-LIST.
      *  THE PAGE IN THE TABLE WAS READ THIS TURN - THE TASK IS
      *  PSEUDO-CONVERSATIONAL, SO ONLY THE KEYS AT EITHER END OF IT
      *  ARE KEPT IN THE STATE FOR THE NEXT KEYSTROKE.
           PERFORM SAVE-PAGE-KEYS
           PERFORM WRITE-STATE
           MOVE LOW-VALUES TO AUDMAP2I
           PERFORM BUILD-CRITERIA
           MOVE WS-CRIT-LINE TO CRITO
           MOVE AI-PAGE TO WS-PG-NO
           MOVE WS-PGTXT TO PGTXTO
           PERFORM FILL-AUDIT-LINES
           PERFORM LOAD-EXCEPTIONS
           IF WS-AUD-COUNT = ZERO AND WS-MSG = SPACES THEN
              MOVE 'NO AUDIT RECORDS FOUND' TO WS-MSG
           END-IF
           MOVE WS-MSG TO HMSGO
           PERFORM SEND-LIST-SCREEN.
       SAVE-PAGE-KEYS.
           IF WS-AUD-COUNT = ZERO THEN
              MOVE LOW-VALUES TO AI-FIRST-KEY AI-LAST-KEY
           ELSE
              MOVE WS-AT-KEY(1) TO AI-FIRST-KEY
              MOVE WS-AT-KEY(WS-AUD-COUNT) TO AI-LAST-KEY
           END-IF.
       BUILD-CRITERIA.
           MOVE SPACES TO WS-CRIT-LINE
           EVALUATE TRUE
              WHEN AI-BY-OPERATOR
                MOVE 'OPERATOR' TO WS-CR-LABEL
                MOVE AI-OPERATOR-ID TO WS-CR-VALUE
              WHEN AI-BY-ACCOUNT
                MOVE 'ACCOUNT' TO WS-CR-LABEL
                MOVE AI-ACCOUNT-NO TO WS-CR-VALUE
              WHEN AI-BY-REFERENCE
                MOVE 'REFERENCE' TO WS-CR-LABEL
                MOVE AI-REF-NO TO WS-CR-VALUE
              WHEN OTHER
                MOVE 'ALL' TO WS-CR-LABEL
           END-EVALUATE
           IF AI-RANGE-ENTERED THEN
              MOVE 'FROM ' TO WS-CR-FROM-LIT
              MOVE AI-FROM-TS TO WS-CR-FROM
              MOVE ' TO ' TO WS-CR-TO-LIT
              MOVE AI-TO-TS TO WS-CR-TO
           END-IF.
       FILL-AUDIT-LINES.
      *  NEWEST FIRST - THE TABLE IS LOADED BROWSING BACKWARD, SO
      *  EACH LINE IS THE NEXT ENTRY.  THE TERMINALS ON THE PAGE AND
      *  THE TIMES IT SPANS ARE NOTED FOR THE EXCEPTION LOOKUP.
           MOVE ZERO TO WS-TERM-COUNT
           MOVE SPACES TO WS-PAGE-HIGH-TS WS-PAGE-LOW-TS
           MOVE ZERO TO WS-IX
           PERFORM FILL-ONE-AUDIT-LINE UNTIL WS-IX NOT < 10.
       FILL-ONE-AUDIT-LINE.
           ADD 1 TO WS-IX
           MOVE WS-IX TO WS-ENTRY
           IF WS-ENTRY NOT > WS-AUD-COUNT THEN
              MOVE WS-AT-TIMESTAMP(WS-ENTRY)(1:8) TO WS-AL-DATE
              MOVE WS-AT-TIMESTAMP(WS-ENTRY)(9:6) TO WS-AL-TIME
              MOVE WS-AT-OPERATOR(WS-ENTRY) TO WS-AL-OPERATOR
              MOVE WS-AT-TERMID(WS-ENTRY) TO WS-AL-TERMID
              MOVE WS-AT-TRANSID(WS-ENTRY) TO WS-AL-TRANSID
              MOVE WS-AT-OUTCOME(WS-ENTRY) TO WS-AL-OUTCOME
              MOVE WS-AUD-LINE TO ALINEO(WS-IX)
              IF WS-PAGE-HIGH-TS = SPACES THEN
                 MOVE WS-AT-TIMESTAMP(WS-ENTRY) TO WS-PAGE-HIGH-TS
              END-IF
              MOVE WS-AT-TIMESTAMP(WS-ENTRY) TO WS-PAGE-LOW-TS
              IF WS-AT-TERMID(WS-ENTRY) NOT = SPACES THEN
                 PERFORM NOTE-PAGE-TERMINAL
              END-IF
           ELSE
              MOVE SPACES TO ALINEO(WS-IX)
           END-IF.
       NOTE-PAGE-TERMINAL.
           MOVE 'N' TO WS-TERM-FOUND-SW
           MOVE ZERO TO WS-TX
           PERFORM MATCH-ONE-TERMINAL
              UNTIL WS-TX NOT < WS-TERM-COUNT OR WS-TERM-FOUND
           IF NOT WS-TERM-FOUND THEN
              ADD 1 TO WS-TERM-COUNT
              MOVE WS-AT-TERMID(WS-ENTRY) TO WS-TERM-ID(WS-TERM-COUNT)
           END-IF.
       MATCH-ONE-TERMINAL.
           ADD 1 TO WS-TX
           IF WS-TERM-ID(WS-TX) = WS-AT-TERMID(WS-ENTRY) THEN
              SET WS-TERM-FOUND TO TRUE
           END-IF.
       READ-FIRST-PAGE.
      *  THE NEWEST TEN LINES - BACKWARD FROM THE END OF THE RANGE.
           MOVE 1 TO AI-PAGE
           PERFORM SET-BROWSE-KEY
           MOVE WS-BR-KEY TO WS-BR-LIMIT
           SET WS-BR-INCLUSIVE TO TRUE
           PERFORM LOAD-PAGE-BACKWARD.
       READ-CURRENT-PAGE.
      *  THE PAGE SHOWING, AGAIN - BACKWARD FROM ITS NEWEST LINE.  AN
      *  EMPTY PAGE, OR ONE WHOSE LINES HAVE SINCE AGED OFF THE FILE,
      *  GOES BACK TO THE FIRST PAGE.
           MOVE ZERO TO WS-AUD-COUNT
           IF AI-FIRST-KEY NOT = LOW-VALUES THEN
              PERFORM SET-BROWSE-KEY
              MOVE AI-FIRST-KEY TO WS-BR-KEY WS-BR-LIMIT
              SET WS-BR-INCLUSIVE TO TRUE
              PERFORM LOAD-PAGE-BACKWARD
           END-IF
           IF WS-AUD-COUNT = ZERO THEN
              PERFORM READ-FIRST-PAGE
           END-IF.
       READ-OLDER-PAGE.
      *  THE TEN LINES BEFORE THE OLDEST ONE SHOWING.  PAST THE END
      *  THE PAGE SHOWING IS KEPT.
           MOVE ZERO TO WS-AUD-COUNT
           IF AI-LAST-KEY NOT = LOW-VALUES THEN
              PERFORM SET-BROWSE-KEY
              MOVE AI-LAST-KEY TO WS-BR-KEY WS-BR-LIMIT
              SET WS-BR-EXCLUSIVE TO TRUE
              PERFORM LOAD-PAGE-BACKWARD
           END-IF
           IF WS-AUD-COUNT = ZERO THEN
              MOVE 'NO OLDER AUDIT RECORDS' TO WS-MSG
              PERFORM READ-CURRENT-PAGE
           ELSE
              ADD 1 TO AI-PAGE
           END-IF.
       READ-NEWER-PAGE.
      *  BROWSE FORWARD FROM THE NEWEST LINE SHOWING TO THE TENTH
      *  LINE AFTER IT, THEN READ THAT PAGE BACKWARD FROM THERE.
      *  FEWER THAN TEN NEWER LINES MEANS THE FIRST PAGE.
           MOVE ZERO TO WS-NEWER-COUNT
           MOVE 'N' TO WS-BROWSE-SW
           PERFORM SET-BROWSE-KEY
           MOVE AI-FIRST-KEY TO WS-BR-KEY
           EXEC CICS STARTBR
              FILE(WS-BR-FILE)
              RIDFLD(WS-BR-KEY)
              KEYLENGTH(WS-BR-KEYLEN)
              GTEQ
              RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL) THEN
              PERFORM READ-NEXT-NEWER UNTIL WS-BROWSE-DONE
              EXEC CICS ENDBR
                 FILE(WS-BR-FILE)
              END-EXEC
           END-IF
           IF WS-NEWER-COUNT < 10 THEN
              PERFORM READ-FIRST-PAGE
           ELSE
              SUBTRACT 1 FROM AI-PAGE
              IF AI-PAGE < 1 THEN
                 MOVE 1 TO AI-PAGE
              END-IF
              MOVE WS-NEWER-KEY TO WS-BR-KEY WS-BR-LIMIT
              SET WS-BR-INCLUSIVE TO TRUE
              PERFORM LOAD-PAGE-BACKWARD
           END-IF.
       READ-NEXT-NEWER.
           EXEC CICS READNEXT
              FILE(WS-BR-FILE)
              INTO(AUDH-RECORD)
              RIDFLD(WS-BR-KEY)
              KEYLENGTH(WS-BR-KEYLEN)
              RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
              SET WS-BROWSE-DONE TO TRUE
           ELSE IF WS-BR-KEY(1:WS-BR-KEYLEN)
              = AI-FIRST-KEY(1:WS-BR-KEYLEN) THEN
              CONTINUE
           ELSE IF AUDH-TIMESTAMP > AI-TO-TS THEN
              SET WS-BROWSE-DONE TO TRUE
           ELSE IF AI-BY-OPERATOR
              AND AUDH-OPERATOR-ID NOT = AI-OPERATOR-ID THEN
              SET WS-BROWSE-DONE TO TRUE
           ELSE IF AI-BY-ACCOUNT
              AND AUDH-ACCOUNT-NO NOT = AI-ACCOUNT-NO THEN
              SET WS-BROWSE-DONE TO TRUE
           ELSE IF AI-BY-REFERENCE
              AND AUDH-REF-NO NOT = AI-REF-NO THEN
              SET WS-BROWSE-DONE TO TRUE
           ELSE IF AUDH-TY-EXCP THEN
              CONTINUE
           ELSE
              ADD 1 TO WS-NEWER-COUNT
              MOVE WS-BR-KEY TO WS-NEWER-KEY
              IF WS-NEWER-COUNT NOT < 10 THEN
                 SET WS-BROWSE-DONE TO TRUE
              END-IF
           END-IF.
       SET-BROWSE-KEY.
      *  THE FILE OR PATH FOR THE SEARCH (SEE jcl/DEFAUDAX.jcl) AND
      *  THE KEY JUST PAST THE END OF THE RANGE - THE SEARCH VALUE
      *  AND THE TO TIMESTAMP, WITH THE REST OF THE KEY HIGH SO THE
      *  LAST RECORD OF THAT SECOND IS NOT PASSED OVER.
           MOVE HIGH-VALUES TO WS-BR-KEY
           EVALUATE TRUE
              WHEN AI-BY-OPERATOR
                MOVE 'AUDHOPR1' TO WS-BR-FILE
                MOVE AI-OPERATOR-ID TO WS-BR-KEY(1:8)
                MOVE AI-TO-TS TO WS-BR-KEY(9:14)
                MOVE LENGTH OF AUDH-OPER-KEY TO WS-BR-KEYLEN
              WHEN AI-BY-ACCOUNT
                MOVE 'AUDHACT1' TO WS-BR-FILE
                MOVE AI-ACCOUNT-NO TO WS-BR-KEY(1:10)
                MOVE AI-TO-TS TO WS-BR-KEY(11:14)
                MOVE LENGTH OF AUDH-ACCT-KEY TO WS-BR-KEYLEN
              WHEN AI-BY-REFERENCE
                MOVE 'AUDHREF1' TO WS-BR-FILE
                MOVE AI-REF-NO TO WS-BR-KEY(1:10)
                MOVE AI-TO-TS TO WS-BR-KEY(11:14)
                MOVE LENGTH OF AUDH-REF-KEY TO WS-BR-KEYLEN
              WHEN OTHER
                MOVE 'AUDHIST' TO WS-BR-FILE
                MOVE AI-TO-TS TO WS-BR-KEY(1:14)
                MOVE LENGTH OF AUDH-KEY TO WS-BR-KEYLEN
           END-EVALUATE.
       LOAD-PAGE-BACKWARD.
      *  ONE SCREEN, BROWSING BACKWARD FROM WS-BR-KEY.  A READPREV
      *  STRAIGHT AFTER STARTBR NEEDS A KEY THAT IS ON THE FILE, SO
      *  THE BROWSE STARTS AT OR AFTER THE KEY AND STEPS ONTO THAT
      *  RECORD WITH A READNEXT - THE FIRST READPREV THEN RETURNS
      *  THE SAME RECORD, AND ANYTHING ABOVE THE LIMIT IS PASSED
      *  OVER.  WITH NOTHING AT OR AFTER THE KEY THE BROWSE STARTS
      *  FROM THE END OF THE FILE.
           MOVE ZERO TO WS-AUD-COUNT
           MOVE 'N' TO WS-BROWSE-SW
           EXEC CICS STARTBR
              FILE(WS-BR-FILE)
              RIDFLD(WS-BR-KEY)
              KEYLENGTH(WS-BR-KEYLEN)
              GTEQ
              RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NOTFND) THEN
              MOVE HIGH-VALUES TO WS-BR-KEY
              EXEC CICS STARTBR
                 FILE(WS-BR-FILE)
                 RIDFLD(WS-BR-KEY)
                 KEYLENGTH(WS-BR-KEYLEN)
                 GTEQ
                 RESP(WS-RESP)
              END-EXEC
           ELSE IF WS-RESP = DFHRESP(NORMAL) THEN
              EXEC CICS READNEXT
                 FILE(WS-BR-FILE)
                 INTO(AUDH-RECORD)
                 RIDFLD(WS-BR-KEY)
                 KEYLENGTH(WS-BR-KEYLEN)
                 RESP(WS-RESP)
              END-EXEC
           END-IF
           END-IF
           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
              SET WS-BROWSE-DONE TO TRUE
           ELSE
              PERFORM READ-PREV-AUDIT UNTIL WS-BROWSE-DONE
           END-IF
           EXEC CICS ENDBR
              FILE(WS-BR-FILE)
              RESP(WS-RESP)
           END-EXEC.
       READ-PREV-AUDIT.
           EXEC CICS READPREV
              FILE(WS-BR-FILE)
              INTO(AUDH-RECORD)
              RIDFLD(WS-BR-KEY)
              KEYLENGTH(WS-BR-KEYLEN)
              RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
              SET WS-BROWSE-DONE TO TRUE
           ELSE
              PERFORM CHECK-AUDIT-RECORD
           END-IF.
       CHECK-AUDIT-RECORD.
      *  THE BROWSE ENDS AT THE START OF THE SEARCH VALUE OR OF THE
      *  RANGE, OR WITH THE PAGE FULL.  EXCEPTION RECORDS ARE LEFT
      *  FOR THE LOWER PART OF THE SCREEN.
           IF WS-BR-KEY(1:WS-BR-KEYLEN)
              > WS-BR-LIMIT(1:WS-BR-KEYLEN) THEN
              CONTINUE
           ELSE IF WS-BR-KEY(1:WS-BR-KEYLEN)
              = WS-BR-LIMIT(1:WS-BR-KEYLEN)
              AND WS-BR-EXCLUSIVE THEN
              CONTINUE
           ELSE IF AI-BY-OPERATOR
              AND AUDH-OPERATOR-ID NOT = AI-OPERATOR-ID THEN
              SET WS-BROWSE-DONE TO TRUE
           ELSE IF AI-BY-ACCOUNT
              AND AUDH-ACCOUNT-NO NOT = AI-ACCOUNT-NO THEN
              SET WS-BROWSE-DONE TO TRUE
           ELSE IF AI-BY-REFERENCE
              AND AUDH-REF-NO NOT = AI-REF-NO THEN
              SET WS-BROWSE-DONE TO TRUE
           ELSE IF AUDH-TIMESTAMP < AI-FROM-TS THEN
              SET WS-BROWSE-DONE TO TRUE
           ELSE IF AUDH-TIMESTAMP > AI-TO-TS THEN
              CONTINUE
           ELSE IF AUDH-TY-EXCP THEN
              CONTINUE
           ELSE
              ADD 1 TO WS-AUD-COUNT
              MOVE WS-BR-KEY TO WS-AT-KEY(WS-AUD-COUNT)
              MOVE AUDH-TIMESTAMP TO WS-AT-TIMESTAMP(WS-AUD-COUNT)
              MOVE AUDH-OPERATOR-ID TO WS-AT-OPERATOR(WS-AUD-COUNT)
              MOVE AUDH-TERMID TO WS-AT-TERMID(WS-AUD-COUNT)
              MOVE AUDH-TRANSID TO WS-AT-TRANSID(WS-AUD-COUNT)
              MOVE AUDH-OUTCOME TO WS-AT-OUTCOME(WS-AUD-COUNT)
              IF WS-AUD-COUNT NOT < 10 THEN
                 SET WS-BROWSE-DONE TO TRUE
              END-IF
           END-IF.
       LOAD-EXCEPTIONS.
      *  EXCEPTIONS LOGGED BY THE TERMINALS ON THIS PAGE OVER THE
      *  SEARCH RANGE, OR WITH NO RANGE KEYED OVER THE WHOLE DAYS THE
      *  PAGE SPANS - AN ABENDED TASK WRITES NO AUDIT LINE OF ITS
      *  OWN, SO ITS EXCEPTION IS SELDOM INSIDE THE EXACT TIMES OF
      *  THE LINES SHOWN.  THE FIRST THREE ARE LISTED, WITH A COUNT.
           MOVE ZERO TO WS-EXC-COUNT
           IF AI-RANGE-ENTERED THEN
              MOVE AI-FROM-TS TO WS-EXC-FROM-TS
              MOVE AI-TO-TS TO WS-EXC-TO-TS
           ELSE
              MOVE WS-PAGE-LOW-TS(1:8) TO WS-TB-DATE
              MOVE '0000' TO WS-TB-HHMM
              MOVE '00' TO WS-TB-SS
              MOVE WS-TS-BUILD TO WS-EXC-FROM-TS
              MOVE WS-PAGE-HIGH-TS(1:8) TO WS-TB-DATE
              MOVE '2359' TO WS-TB-HHMM
              MOVE '59' TO WS-TB-SS
              MOVE WS-TS-BUILD TO WS-EXC-TO-TS
           END-IF
           MOVE ZERO TO WS-TX
           PERFORM BROWSE-TERMINAL-EXCEPTIONS
              UNTIL WS-TX NOT < WS-TERM-COUNT
           MOVE ZERO TO WS-IX
           PERFORM CLEAR-ONE-EXCEPTION-LINE
              UNTIL WS-IX NOT < 3
           IF WS-EXC-COUNT = ZERO THEN
              MOVE 'NO EXCEPTIONS ON THESE TERMINALS FOR THIS PERIOD'
                TO EHDRO
           ELSE
              MOVE WS-EXC-COUNT TO WS-EH-COUNT
              MOVE SPACES TO WS-EH-MORE
              IF WS-EXC-COUNT > 3 THEN
                 MOVE ' - FIRST 3 SHOWN' TO WS-EH-MORE
              END-IF
              MOVE WS-EXC-HDR TO EHDRO
           END-IF.
       CLEAR-ONE-EXCEPTION-LINE.
           ADD 1 TO WS-IX
           IF WS-IX > WS-EXC-COUNT THEN
              MOVE SPACES TO ELINEO(WS-IX)
           END-IF.
       BROWSE-TERMINAL-EXCEPTIONS.
           ADD 1 TO WS-TX
           MOVE 'N' TO WS-BROWSE-SW
           MOVE 'AUDHTRM1' TO WS-BR-FILE
           MOVE LOW-VALUES TO WS-BR-KEY
           MOVE WS-TERM-ID(WS-TX) TO WS-BR-KEY(1:4)
           MOVE WS-EXC-FROM-TS TO WS-BR-KEY(5:14)
           MOVE LENGTH OF AUDH-TERM-KEY TO WS-BR-KEYLEN
           EXEC CICS STARTBR
              FILE(WS-BR-FILE)
              RIDFLD(WS-BR-KEY)
              KEYLENGTH(WS-BR-KEYLEN)
              GTEQ
              RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
              SET WS-BROWSE-DONE TO TRUE
           ELSE
              PERFORM READ-NEXT-EXCEPTION UNTIL WS-BROWSE-DONE
              EXEC CICS ENDBR
                 FILE(WS-BR-FILE)
              END-EXEC
           END-IF.
       READ-NEXT-EXCEPTION.
           EXEC CICS READNEXT
              FILE(WS-BR-FILE)
              INTO(AUDH-RECORD)
              RIDFLD(WS-BR-KEY)
              KEYLENGTH(WS-BR-KEYLEN)
              RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
              SET WS-BROWSE-DONE TO TRUE
           ELSE IF AUDH-TERMID NOT = WS-TERM-ID(WS-TX) THEN
              SET WS-BROWSE-DONE TO TRUE
           ELSE IF AUDH-TIMESTAMP > WS-EXC-TO-TS THEN
              SET WS-BROWSE-DONE TO TRUE
           ELSE IF AUDH-TY-EXCP THEN
              ADD 1 TO WS-EXC-COUNT
              IF WS-EXC-COUNT NOT > 3 THEN
                 MOVE AUDH-TIMESTAMP(1:8) TO WS-EL-DATE
                 MOVE AUDH-TIMESTAMP(9:6) TO WS-EL-TIME
                 MOVE AUDH-TERMID TO WS-EL-TERMID
                 MOVE AUDH-TRANSID TO WS-EL-TRANSID
                 MOVE AUDH-EX-ABCODE TO WS-EL-ABCODE
                 MOVE AUDH-EX-PROGRAM TO WS-EL-PROGRAM
                 MOVE AUDH-EX-TASKNO TO WS-EL-TASKNO
                 MOVE WS-EXC-LINE TO ELINEO(WS-EXC-COUNT)
              END-IF
           END-IF.
       SEND-LIST-SCREEN.
           EXEC CICS SEND
              MAPSET('AUDINQ')
              MAP('AUDMAP2')
              FROM(AUDMAP2O)
              ERASE
              FREEKB
           END-EXEC

           MOVE 'W' TO CA-CONTINUE OF WS-AUDI-CA
           EXEC CICS RETURN
              TRANSID(WS-TRANSID)
              COMMAREA(WS-AUDI-CA)
              LENGTH(LENGTH OF WS-AUDI-CA)
           END-EXEC.
       RETURN-TO-MENU.
           PERFORM DELETE-STATE
           MOVE 'R' TO CA-CONTINUE OF WS-MENU-CA
           MOVE CA-OPERATOR-ID OF WS-AUDI-CA
             TO CA-OPERATOR-ID OF WS-MENU-CA
           MOVE WS-MSG TO CA-MSG OF WS-MENU-CA
           EXEC CICS XCTL
              PROGRAM('MAINMENU')
              COMMAREA(WS-MENU-CA)
              LENGTH(LENGTH OF WS-MENU-CA)
           END-EXEC.
       SEND-SCREEN.
           EXEC CICS SEND
              MAPSET('AUDINQ')
              MAP('AUDMAP1')
              FROM(AUDMAP1O)
              ERASE
              FREEKB
           END-EXEC

           MOVE 'W' TO CA-CONTINUE OF WS-AUDI-CA
           EXEC CICS RETURN
              TRANSID(WS-TRANSID)
              COMMAREA(WS-AUDI-CA)
              LENGTH(LENGTH OF WS-AUDI-CA)
           END-EXEC.
       ABEND-ROUTINE.
      *  LOG THE ABEND CODE/TRANSACTION/TERMINAL TO THE EXCEPTION
      *  TRAIL AND SEND A FRIENDLY MESSAGE INSTEAD OF LEAVING THE
      *  OPERATOR STARING AT A RAW CICS ABEND SCREEN.  THE TASK ENDS
      *  HERE - THE OPERATOR RETURNS TO THE MENU BY SIGNING ON AGAIN.
           EXEC CICS ASSIGN
              ABCODE(WS-ABCODE)
           END-EXEC
           EXEC CICS ASKTIME
              ABSTIME(WS-ABSTIME)
           END-EXEC
           EXEC CICS FORMATTIME
              ABSTIME(WS-ABSTIME)
              YYYYMMDD(WS-AUD-DATE)
              TIME(WS-AUD-TIME)
           END-EXEC
           STRING WS-AUD-DATE WS-AUD-TIME DELIMITED BY SIZE
              INTO EXCP-TIMESTAMP
           MOVE WS-TRANSID TO EXCP-TRANSID
           MOVE EIBTRMID TO EXCP-TERMID
           MOVE 'AUDINQ1' TO EXCP-PROGRAM
           MOVE WS-ABCODE TO EXCP-ABCODE
           MOVE EIBTASKN TO EXCP-TASKNO
           EXEC CICS WRITEQ TD
              QUEUE('EXCP')
              FROM(EXCP-RECORD)
              LENGTH(LENGTH OF EXCP-RECORD)
           END-EXEC
      *  TALLY THE EXCEPTION ON THE EXCPTALY NAMED COUNTER SO THE
      *  SUPERVISOR DASHBOARD CAN SHOW A LIVE COUNT - A MISSING
      *  COUNTER IS IGNORED, THE TD RECORD IS THE RECORD OF TRUTH.
           EXEC CICS GET COUNTER('EXCPTALY')
              VALUE(WS-EXCP-TALLY)
              RESP(WS-RESP)
           END-EXEC
           EXEC CICS SEND TEXT
              FROM(WS-ABEND-MSG)
              LENGTH(40)
              ERASE
              FREEKB
           END-EXEC
           EXEC CICS RETURN
           END-EXEC.
