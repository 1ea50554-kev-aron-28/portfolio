       IDENTIFICATION DIVISION.
       PROGRAM-ID. FEEMNT1.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       COPY DFHAID.
       COPY FEEMNT.
       COPY AUDITREC.
       COPY EXCPREC.
       COPY FEEREC.
       COPY OPERREC.
       COPY COMMAREA REPLACING ==:CA-REC:== BY ==WS-FMNT-CA==.
       COPY COMMAREA REPLACING ==:CA-REC:== BY ==WS-MENU-CA==.
       01 WS-TRANSID PIC X(4) VALUE 'FEEM'.
       01 WS-MSG PIC X(40) VALUE SPACES.
       01 WS-RESP PIC S9(8) COMP.
       01 WS-BR-KEY PIC X(20).
       01 WS-LIST-IX PIC S9(4) COMP.
       01 WS-BROWSE-SW PIC X(01) VALUE 'N'.
          88 WS-BROWSE-DONE VALUE 'Y'.
       01 WS-SUPV-SW PIC X(01) VALUE 'N'.
          88 WS-IS-SUPERVISOR VALUE 'Y'.
       01 WS-LIST-LINE.
          05 WS-LL-CHANNEL PIC X(01).
          05 FILLER PIC X(02) VALUE SPACES.
          05 WS-LL-EFF-DATE PIC 9(08).
          05 FILLER PIC X(02) VALUE SPACES.
          05 WS-LL-BAND-LIMIT PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER PIC X(02) VALUE SPACES.
          05 WS-LL-AMOUNT PIC ZZ,ZZ9.99.
          05 FILLER PIC X(02) VALUE SPACES.
          05 WS-LL-OPERATOR PIC X(08).
          05 FILLER PIC X(02) VALUE SPACES.
          05 WS-LL-MAINT-DATE PIC 9(08).
          05 FILLER PIC X(12) VALUE SPACES.
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
      * REACH THE FEE SCHEDULE WITHOUT HAVING SIGNED ON THROUGH
      * MAINMENU/SIGNON01 FIRST.  EVERY TURN ALSO RE-CHECKS THAT THE
      * SIGNED-ON OPERATOR IS SUPERVISOR CLASS, THE SAME AS ACCTMNT1.
           IF EIBCALEN = ZERO THEN
              PERFORM GO-TO-SIGNON
           ELSE
              MOVE CA-OPERATOR-ID OF DFHCOMMAREA
                TO CA-OPERATOR-ID OF WS-FMNT-CA
              PERFORM CHECK-SUPERVISOR
              IF NOT WS-IS-SUPERVISOR THEN
                 MOVE 'SUPERVISOR AUTHORITY REQUIRED' TO WS-MSG
                 PERFORM RETURN-TO-MENU
              ELSE IF CA-WAITING OF DFHCOMMAREA THEN
                 PERFORM RECEIVE-SCREEN
              ELSE
                 PERFORM INIT-PROGRAM
                 PERFORM BUILD-LIST
                 PERFORM SEND-SCREEN
              END-IF
           END-IF.
       GO-TO-SIGNON.
           EXEC CICS XCTL
              PROGRAM('SIGNON01')
           END-EXEC.
       CHECK-SUPERVISOR.
           MOVE 'N' TO WS-SUPV-SW
           MOVE CA-OPERATOR-ID OF WS-FMNT-CA TO OPER-ID
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
       INIT-PROGRAM.
           MOVE LOW-VALUES TO FEEMAP1I.
       RECEIVE-SCREEN.
           EXEC CICS RECEIVE
              MAPSET('FEEMNT')
              MAP('FEEMAP1')
              INTO(FEEMAP1I)
           END-EXEC
           PERFORM CHECK-KEY.
       CHECK-KEY.
           EVALUATE EIBAID
              WHEN DFHENTER
                PERFORM PROCESS-ACTION
              WHEN DFHPF3
                MOVE 'RETURNED FROM FEE SCHEDULE' TO WS-MSG
                PERFORM RETURN-TO-MENU
              WHEN OTHER
                MOVE 'INVALID KEY' TO WS-MSG
                PERFORM REFRESH-AND-SEND
           END-EVALUATE.
       PROCESS-ACTION.
      *  EVERY ACTION BUT L NAMES ONE ROW BY ITS FULL KEY - CHANNEL,
      *  EFFECTIVE DATE AND BAND LIMIT.  A ROW MAY BE ADDED TO A
      *  SCHEDULE EFFECTIVE TODAY OR LATER, BUT ONLY A ROW EFFECTIVE
      *  AFTER TODAY MAY BE CHANGED OR DELETED.  A SCHEDULE ALREADY IN
      *  FORCE IS WHAT ACCTPOST HAS BEEN CHARGING FROM, SO IT IS NEVER
      *  ALTERED - A NEW FEE LEVEL IS KEYED AS A NEW SCHEDULE WITH A
      *  LATER EFFECTIVE DATE.
           MOVE SPACES TO WS-MSG
           IF ACTL = 0 THEN
              MOVE 'ACTION IS REQUIRED - A, C, D OR L' TO WS-MSG
           ELSE IF ACTI NOT = 'A' AND ACTI NOT = 'C'
                   AND ACTI NOT = 'D' AND ACTI NOT = 'L' THEN
              MOVE 'ACTION MUST BE A, C, D OR L' TO WS-MSG
           ELSE IF ACTI = 'L' THEN
              MOVE 'LIST POSITIONED AT CHANNEL/DATE KEYED' TO WS-MSG
           ELSE IF FCHANL = 0 THEN
              MOVE 'CHANNEL IS REQUIRED - O, B OR S' TO WS-MSG
           ELSE IF FCHANI NOT = 'O' AND FCHANI NOT = 'B'
                   AND FCHANI NOT = 'S' THEN
              MOVE 'CHANNEL MUST BE O, B OR S' TO WS-MSG
           ELSE IF FEFFL = 0 THEN
              MOVE 'EFFECTIVE DATE IS REQUIRED' TO WS-MSG
           ELSE IF FEFFI NOT NUMERIC THEN
              MOVE 'EFFECTIVE DATE MUST BE YYYYMMDD' TO WS-MSG
           ELSE IF FBANDL = 0 THEN
              MOVE 'BAND LIMIT IS REQUIRED' TO WS-MSG
           ELSE
              PERFORM GET-TODAY
              IF FEFFI < WS-AUD-DATE THEN
                 MOVE 'SCHEDULE IN FORCE - CANNOT BE CHANGED'
                   TO WS-MSG
              END-IF
              IF FEFFI = WS-AUD-DATE AND ACTI NOT = 'A' THEN
                 MOVE 'SCHEDULE IN FORCE TODAY - CANNOT CHANGE'
                   TO WS-MSG
              END-IF
           END-IF.
      *  A SEPARATE SENTENCE - THE END-IF ABOVE CLOSES ONLY THE LAST
      *  IF OF THE CHAIN, AND EVERY EDIT MESSAGE MUST BE SENT.
           IF WS-MSG NOT = SPACES THEN
              PERFORM REFRESH-AND-SEND
           ELSE
              EVALUATE ACTI
                 WHEN 'A'
                   PERFORM ADD-FEE-ROW
                 WHEN 'C'
                   PERFORM CHANGE-FEE-ROW
                 WHEN 'D'
                   PERFORM DELETE-FEE-ROW
              END-EVALUATE
           END-IF.
       ADD-FEE-ROW.
           IF FFEEL = 0 THEN
              MOVE 'FEE IS REQUIRED TO ADD' TO WS-MSG
              PERFORM REFRESH-AND-SEND
           ELSE
              MOVE SPACES TO FEE-RECORD
              MOVE FCHANI TO FEE-CHANNEL
              MOVE FEFFI TO FEE-EFF-DATE
              DIVIDE FBANDI BY 100 GIVING FEE-BAND-LIMIT
              DIVIDE FFEEI BY 100 GIVING FEE-AMOUNT
              MOVE CA-OPERATOR-ID OF WS-FMNT-CA TO FEE-OPERATOR-ID
              MOVE WS-AUD-DATE TO FEE-MAINT-DATE
              EXEC CICS WRITE
                 FILE('FEEFILE')
                 FROM(FEE-RECORD)
                 RIDFLD(FEE-KEY)
                 KEYLENGTH(LENGTH OF FEE-KEY)
                 RESP(WS-RESP)
              END-EXEC
              IF WS-RESP = DFHRESP(DUPREC) THEN
                 MOVE 'FEE ROW ALREADY ON FILE' TO WS-MSG
              ELSE IF WS-RESP NOT = DFHRESP(NORMAL) THEN
                 MOVE 'UNABLE TO WRITE FEE ROW' TO WS-MSG
              ELSE
                 STRING 'FEE ROW ADDED ' FEE-CHANNEL ' '
                    FEE-EFF-DATE ' ' FEE-BAND-LIMIT
                    DELIMITED BY SIZE INTO WS-MSG
                 MOVE WS-MSG TO AUDIT-OUTCOME
                 PERFORM WRITE-AUDIT-LOG
              END-IF
              END-IF
              PERFORM REFRESH-AND-SEND
           END-IF.
       CHANGE-FEE-ROW.
      *  ONLY THE FEE ITSELF CHANGES - A DIFFERENT BAND LIMIT IS A
      *  DIFFERENT KEY, SO IT IS A DELETE AND AN ADD.
           IF FFEEL = 0 THEN
              MOVE 'FEE IS REQUIRED TO CHANGE' TO WS-MSG
              PERFORM REFRESH-AND-SEND
           ELSE
              PERFORM READ-FEE-UPDATE
              IF WS-RESP NOT = DFHRESP(NORMAL) THEN
                 MOVE 'FEE ROW NOT FOUND' TO WS-MSG
                 PERFORM REFRESH-AND-SEND
              ELSE
                 DIVIDE FFEEI BY 100 GIVING FEE-AMOUNT
                 MOVE CA-OPERATOR-ID OF WS-FMNT-CA TO FEE-OPERATOR-ID
                 MOVE WS-AUD-DATE TO FEE-MAINT-DATE
                 EXEC CICS REWRITE
                    FILE('FEEFILE')
                    FROM(FEE-RECORD)
                    RESP(WS-RESP)
                 END-EXEC
                 IF WS-RESP = DFHRESP(NORMAL) THEN
                    STRING 'FEE ROW CHANGED ' FEE-CHANNEL ' '
                       FEE-EFF-DATE ' ' FEE-BAND-LIMIT
                       DELIMITED BY SIZE INTO WS-MSG
                    MOVE WS-MSG TO AUDIT-OUTCOME
                    PERFORM WRITE-AUDIT-LOG
                 ELSE
                    MOVE 'UNABLE TO UPDATE FEE ROW' TO WS-MSG
                 END-IF
                 PERFORM REFRESH-AND-SEND
              END-IF
           END-IF.
       DELETE-FEE-ROW.
           PERFORM READ-FEE-UPDATE
           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
              MOVE 'FEE ROW NOT FOUND' TO WS-MSG
           ELSE
              EXEC CICS DELETE
                 FILE('FEEFILE')
                 RESP(WS-RESP)
              END-EXEC
              IF WS-RESP = DFHRESP(NORMAL) THEN
                 STRING 'FEE ROW DELETED ' FEE-CHANNEL ' '
                    FEE-EFF-DATE ' ' FEE-BAND-LIMIT
                    DELIMITED BY SIZE INTO WS-MSG
                 MOVE WS-MSG TO AUDIT-OUTCOME
                 PERFORM WRITE-AUDIT-LOG
              ELSE
                 MOVE 'UNABLE TO DELETE FEE ROW' TO WS-MSG
              END-IF
           END-IF
           PERFORM REFRESH-AND-SEND.
       READ-FEE-UPDATE.
           MOVE FCHANI TO FEE-CHANNEL
           MOVE FEFFI TO FEE-EFF-DATE
           DIVIDE FBANDI BY 100 GIVING FEE-BAND-LIMIT
           EXEC CICS READ
              FILE('FEEFILE')
              INTO(FEE-RECORD)
              RIDFLD(FEE-KEY)
              KEYLENGTH(LENGTH OF FEE-KEY)
              UPDATE
              RESP(WS-RESP)
           END-EXEC.
       GET-TODAY.
           EXEC CICS ASKTIME
              ABSTIME(WS-ABSTIME)
           END-EXEC
           EXEC CICS FORMATTIME
              ABSTIME(WS-ABSTIME)
              YYYYMMDD(WS-AUD-DATE)
           END-EXEC.
       REFRESH-AND-SEND.
           PERFORM BUILD-LIST
           PERFORM SEND-SCREEN.
       BUILD-LIST.
      *  SHOW TWELVE ROWS IN KEY ORDER - FROM THE TOP OF THE FILE, OR
      *  FROM THE CHANNEL AND EFFECTIVE DATE KEYED ON THE SCREEN SO A
      *  SUPERVISOR CAN PAGE TO ONE SCHEDULE AS THE FILE GROWS.
           MOVE ZERO TO WS-LIST-IX
           MOVE 'N' TO WS-BROWSE-SW
           MOVE LOW-VALUES TO WS-BR-KEY
           IF FCHANL > 0 THEN
              MOVE FCHANI TO WS-BR-KEY(1:1)
              IF FEFFL > 0 AND FEFFI NUMERIC THEN
                 MOVE FEFFI TO WS-BR-KEY(2:8)
              END-IF
           END-IF
           EXEC CICS STARTBR
              FILE('FEEFILE')
              RIDFLD(WS-BR-KEY)
              KEYLENGTH(LENGTH OF WS-BR-KEY)
              GTEQ
              RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
              SET WS-BROWSE-DONE TO TRUE
           ELSE
              PERFORM READ-NEXT-FEE-ROW UNTIL WS-BROWSE-DONE
              EXEC CICS ENDBR
                 FILE('FEEFILE')
              END-EXEC
           END-IF
           PERFORM FILL-EMPTY-LINES.
       READ-NEXT-FEE-ROW.
           EXEC CICS READNEXT
              FILE('FEEFILE')
              INTO(FEE-RECORD)
              RIDFLD(WS-BR-KEY)
              KEYLENGTH(LENGTH OF WS-BR-KEY)
              RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
              SET WS-BROWSE-DONE TO TRUE
           ELSE IF WS-LIST-IX < 12 THEN
              ADD 1 TO WS-LIST-IX
              MOVE FEE-CHANNEL TO WS-LL-CHANNEL
              MOVE FEE-EFF-DATE TO WS-LL-EFF-DATE
              MOVE FEE-BAND-LIMIT TO WS-LL-BAND-LIMIT
              MOVE FEE-AMOUNT TO WS-LL-AMOUNT
              MOVE FEE-OPERATOR-ID TO WS-LL-OPERATOR
              MOVE FEE-MAINT-DATE TO WS-LL-MAINT-DATE
              MOVE WS-LIST-LINE TO FLINEO(WS-LIST-IX)
           ELSE
              IF WS-MSG = SPACES THEN
                 MOVE 'MORE ROWS - KEY CHANNEL/DATE, ACTION L' TO WS-MSG
              END-IF
              SET WS-BROWSE-DONE TO TRUE
           END-IF.
       FILL-EMPTY-LINES.
           PERFORM FILL-ONE-EMPTY-LINE UNTIL WS-LIST-IX NOT < 12.
       FILL-ONE-EMPTY-LINE.
           ADD 1 TO WS-LIST-IX
           MOVE SPACES TO FLINEO(WS-LIST-IX).
       WRITE-AUDIT-LOG.
      *  EVERY ROW ADDED, CHANGED OR DELETED GOES TO THE SAME AUDIT
      *  TRAIL AS THE PAYMENT TRANSACTIONS, SO A FEE A CUSTOMER
      *  QUERIES CAN BE TRACED TO THE SUPERVISOR WHO SET IT.
           EXEC CICS ASKTIME
              ABSTIME(WS-ABSTIME)
           END-EXEC
           EXEC CICS FORMATTIME
              ABSTIME(WS-ABSTIME)
              YYYYMMDD(WS-AUD-DATE)
              TIME(WS-AUD-TIME)
           END-EXEC
           STRING WS-AUD-DATE WS-AUD-TIME DELIMITED BY SIZE
              INTO AUDIT-TIMESTAMP
           MOVE CA-OPERATOR-ID OF WS-FMNT-CA TO AUDIT-OPERATOR-ID
           MOVE EIBTRMID TO AUDIT-TERMID
           MOVE WS-TRANSID TO AUDIT-TRANSID
           MOVE ZERO TO AUDIT-OPTION
           EXEC CICS WRITEQ TD
              QUEUE('AUDT')
              FROM(AUDIT-RECORD)
              LENGTH(LENGTH OF AUDIT-RECORD)
           END-EXEC.
       RETURN-TO-MENU.
           MOVE 'R' TO CA-CONTINUE OF WS-MENU-CA
           MOVE CA-OPERATOR-ID OF WS-FMNT-CA
             TO CA-OPERATOR-ID OF WS-MENU-CA
           MOVE WS-MSG TO CA-MSG OF WS-MENU-CA
           EXEC CICS XCTL
              PROGRAM('MAINMENU')
              COMMAREA(WS-MENU-CA)
              LENGTH(LENGTH OF WS-MENU-CA)
           END-EXEC.
       SEND-SCREEN.
           MOVE WS-MSG TO MSGO
           EXEC CICS SEND
              MAPSET('FEEMNT')
              MAP('FEEMAP1')
              FROM(FEEMAP1O)
              ERASE
              FREEKB
           END-EXEC

           MOVE 'W' TO CA-CONTINUE OF WS-FMNT-CA
           EXEC CICS RETURN
              TRANSID(WS-TRANSID)
              COMMAREA(WS-FMNT-CA)
              LENGTH(LENGTH OF WS-FMNT-CA)
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
           MOVE 'FEEMNT1' TO EXCP-PROGRAM
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
