       IDENTIFICATION DIVISION.
       PROGRAM-ID. TA-ROLLOVER.
       AUTHOR.     Adrian.
      *8901*

      *ANNUAL ROLLOVER OF THE CANDIDATE MASTER. CANDMAST.DAT NOW
      *PERSISTS FROM TERM TO TERM, SO WITHOUT A SWEEP IT ONLY EVER
      *GROWS. ONCE A YEAR, BEFORE THE FIRST TERM'S MAINTENANCE, THIS
      *RUN AGES OUT EVERY CANDIDATE WHO:
      *  - IS MARKED GRADUATED (CM-STATUS G)             GRADUATED
      *  - IS IN A PROGRAM YEAR BEYOND THE PROGRAM LENGTH
      *                                                  PROGRAM YEAR
      *  - HAS NOT APPLIED FOR THE SET NUMBER OF TERMS   IDLE TERMS
      *AN AGED-OUT CANDIDATE IS NOT LOST - THE WHOLE MASTER IMAGE IS
      *APPENDED TO THE INACTIVE HISTORY FILE CANDINACT.TXT, WITH THE
      *TERM OF THE ROLLOVER AND THE REASON, BEFORE IT LEAVES THE
      *MASTER. THEIR HISTORY.TXT LINES STILL NAME AN ID THE OFFICE
      *CAN LOOK UP, AND A RETURNING APPLICANT IS SIMPLY ADDED AGAIN.
      *
      *ROLLCTL.TXT CARRIES THE PROGRAM LENGTH IN YEARS (DEFAULT 5)
      *AND THE MOST TERMS A CANDIDATE MAY GO WITHOUT APPLYING
      *(DEFAULT 3). TERMCAL.TXT LISTS THE TERMS, OLDEST FIRST, ONE
      *PER LINE, AND MUST INCLUDE THE TERM IN TERM.TXT; A CANDIDATE'S
      *IDLE TERMS ARE THE CALENDAR TERMS FROM THE ONE THEY LAST
      *APPLIED FOR UP TO THE TERM IN PROGRESS. WITHOUT A CALENDAR NO
      *ONE IS AGED OUT FOR IDLENESS. A BLANK CM-LAST-TERM IS A RECORD
      *FROM BEFORE THE TERM WAS KEPT AND IS NOT COUNTED IDLE EITHER.
      *
      *THE ROLLOVER CHANGES THE MASTER, SO IT RUNS UNDER THE CYCLE
      *LEDGER AS MASTER MAINTENANCE (STEP CANDMAINT).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT CAND-MASTER ASSIGN TO 'candmast.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CM-ID
               FILE STATUS IS MASTER-FILE-STATUS.

           SELECT OPTIONAL ROLLCTL-FILE ASSIGN TO 'rollctl.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ROLLCTL-FILE-STATUS.

           SELECT OPTIONAL TERMCAL-FILE ASSIGN TO 'termcal.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TERMCAL-FILE-STATUS.

           SELECT OPTIONAL INACTIVE-FILE ASSIGN TO 'candinact.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INACTIVE-FILE-STATUS.

      *TERM CYCLE LEDGER - THE STATE OF EVERY STEP OF THE TERM, THE
      *SUPERVISOR OVERRIDE AND THE CYCLE LOG (SEE CYCLE-START-PARA)
           SELECT OPTIONAL CYCTERM-FILE ASSIGN TO 'term.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CYCTERM-FILE-STATUS.

           SELECT OPTIONAL CYCLE-FILE ASSIGN TO 'cycle.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CYCLE-FILE-STATUS.

           SELECT OPTIONAL CYCOVR-FILE ASSIGN TO 'cycleovr.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CYCOVR-FILE-STATUS.

           SELECT OPTIONAL CYCLOG-FILE ASSIGN TO 'cyclelog.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CYCLOG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *SAME LAYOUT AS TA-CANDMAINT'S CAND-MASTER-RECORD
       FD CAND-MASTER.
       01 CAND-MASTER-RECORD.
           05 CM-ID PIC X(11).
           05 CM-SKILLTABLE OCCURS 8 TIMES.
               10 CM-SKILLS PIC X(15).
               10 CM-SKILL-LEVEL PIC 9(1).
           05 CM-PREF-TABLE OCCURS 3 TIMES.
               10 CM-PREFERENCE PIC X(5).
           05 CM-PRIOR-TERMS PIC 9(2).
           05 CM-PROG-YEAR PIC 9(1).
           05 CM-LAST-TERM PIC X(6).
           05 CM-STATUS PIC X(1).

      *ONE RECORD - PROGRAM LENGTH IN YEARS, THEN THE MOST TERMS A
      *CANDIDATE MAY GO WITHOUT APPLYING
       FD ROLLCTL-FILE.
       01  ROLLCTL-RECORD.
               03 RCT-PROG-LENGTH PIC 9(1).
               03 RCT-SEP1 PIC X.
               03 RCT-MAX-IDLE PIC 9(2).

      *ONE TERM PER LINE, OLDEST FIRST, SAME SHAPE AS HIS-TERM
       FD TERMCAL-FILE.
       01 TERMCAL-RECORD.
           05 TCL-TERM PIC X(6).

      *ONE LINE PER CANDIDATE AGED OUT - THE ROLLOVER TERM, THE
      *REASON AND THE MASTER IMAGE AS IT STOOD, APPENDED RUN AFTER
      *RUN SO NO FORMER CANDIDATE IS EVER DROPPED
       FD INACTIVE-FILE.
       01  INACTIVE-RECORD.
               03 INA-TERM PIC X(6) VALUE SPACES.
               03 INA-SEP1 PIC X VALUE SPACE.
               03 INA-REASON PIC X(12) VALUE SPACES.
               03 INA-SEP2 PIC X VALUE SPACE.
               03 INA-IMAGE PIC X(164) VALUE SPACES.

      *ONE RECORD - THE TERM THE CYCLE LEDGER IS STAMPED WITH
       FD CYCTERM-FILE.
       01 CYCTERM-RECORD.
           05 CTR-TERM PIC X(6).

      *ONE LINE PER STEP OF THE TERM CYCLE, IN CYCLE ORDER. STATE
      *IS RUNNING WHILE A COPY OF THE STEP IS IN FLIGHT, THEN DONE
      *OR FAILED; SPACES UNTIL THE STEP FIRST RUNS FOR THE TERM
       FD CYCLE-FILE.
       01  CYCLE-RECORD.
               03 CYC-TERM PIC X(6) VALUE SPACES.
               03 CYC-SEP1 PIC X VALUE SPACE.
               03 CYC-STEP PIC X(10) VALUE SPACES.
               03 CYC-SEP2 PIC X VALUE SPACE.
               03 CYC-STATE PIC X(7) VALUE SPACES.
               03 CYC-SEP3 PIC X VALUE SPACE.
               03 CYC-DATE PIC X(8) VALUE SPACES.
               03 CYC-SEP4 PIC X VALUE SPACE.
               03 CYC-TIME PIC X(6) VALUE SPACES.
               03 CYC-SEP5 PIC X VALUE SPACE.
               03 CYC-RUNS PIC 9(3) VALUE ZEROES.

      *SUPERVISOR OVERRIDE - HONORED ONLY FOR THE TERM AND STEP IT
      *NAMES, AND ONLY FOR THE REFUSALS A SUPERVISOR MAY WAIVE
       FD CYCOVR-FILE.
       01  CYCOVR-RECORD.
               03 OVR-TERM PIC X(6) VALUE SPACES.
               03 OVR-SEP1 PIC X VALUE SPACE.
               03 OVR-STEP PIC X(10) VALUE SPACES.
               03 OVR-SEP2 PIC X VALUE SPACE.
               03 OVR-BY PIC X(20) VALUE SPACES.

      *ONE LINE PER CHECK, REFUSAL, OVERRIDE AND STATE CHANGE
       FD CYCLOG-FILE.
       01 CYCLOG-RECORD PIC X(120).

       WORKING-STORAGE SECTION.
       01 MASTER-FILE-STATUS PIC XX.
       01 ROLLCTL-FILE-STATUS PIC XX.
       01 TERMCAL-FILE-STATUS PIC XX.
       01 INACTIVE-FILE-STATUS PIC XX.

      *ROLLOVER LIMITS - HOUSE DEFAULTS UNLESS ROLLCTL.TXT SAYS
      *OTHERWISE
       01 WS-PROG-LENGTH PIC 9(1) VALUE 5.
       01 WS-MAX-IDLE PIC 9(2) VALUE 3.

      *THE TERM CALENDAR AND WHERE THE TERM IN PROGRESS SITS IN IT
      *(0 = NO CALENDAR, SO NO IDLE CHECK)
       01 WS-MAX-CAL-COUNT PIC 9(4) VALUE 40.
       01 WS-CAL.
           02 WS-CAL-COUNT PIC 9(4) VALUE ZEROES.
           02 WS-CAL-TABLE OCCURS 1 TO 40 TIMES
               DEPENDING ON WS-CAL-COUNT.
               05 WS-CAL-TERM PIC X(6) VALUE SPACES.
       01 WS-CAL-EOF PIC A(1) VALUE 'N'.
       01 WS-CAL-NOW PIC 9(4) VALUE ZEROES.
       01 WS-CAL-J PIC 9(4) VALUE ZEROES.
       01 WS-CAL-FOUND PIC 9(4) VALUE ZEROES.

       01 WS-M-EOF PIC A(1) VALUE 'N'.
       01 WS-IDLE PIC 9(4) VALUE ZEROES.
       01 WS-AGE-REASON PIC X(12) VALUE SPACES.

      *RUN COUNTERS, ECHOED AT END OF RUN FOR THE OPERATOR LOG
       01 WS-READ-COUNT PIC 9(6) VALUE ZEROES.
       01 WS-KEPT-COUNT PIC 9(6) VALUE ZEROES.
       01 WS-GRAD-COUNT PIC 9(6) VALUE ZEROES.
       01 WS-YEAR-COUNT PIC 9(6) VALUE ZEROES.
       01 WS-IDLE-COUNT PIC 9(6) VALUE ZEROES.

      *TERM CYCLE LEDGER WORK FIELDS (SEE CYCLE-START-PARA).
      *WS-CYC-STEP IS THIS PROGRAM'S STEP IN THE CYCLE
       01 CYCTERM-FILE-STATUS PIC XX.
       01 CYCLE-FILE-STATUS PIC XX.
       01 CYCOVR-FILE-STATUS PIC XX.
       01 CYCLOG-FILE-STATUS PIC XX.
       01 WS-CYC-STEP PIC X(10) VALUE "CANDMAINT".

      *THE CYCLE IN ORDER - STEP NAME AND ITS POSITION. STEPS THAT
      *SHARE A POSITION MAY RUN IN EITHER ORDER, AND A STEP NEEDS
      *EVERY STEP OF THE POSITION BEFORE IT DONE
       01 WS-CYC-LIST.
           02 FILLER PIC X(11) VALUE "CANDMAINT 1".
           02 FILLER PIC X(11) VALUE "CRSMAINT  1".
           02 FILLER PIC X(11) VALUE "RANKING   2".
           02 FILLER PIC X(11) VALUE "VERIFY    3".
           02 FILLER PIC X(11) VALUE "OFFERS    4".
           02 FILLER PIC X(11) VALUE "LETTERS   5".
           02 FILLER PIC X(11) VALUE "TERMCLOSE 6".
           02 FILLER PIC X(11) VALUE "ARCHIVE   7".
       01 WS-CYC-TABLE REDEFINES WS-CYC-LIST.
           02 WS-CYC-ENTRY OCCURS 8 TIMES.
               05 WS-CYC-NAME PIC X(10).
               05 WS-CYC-POS PIC 9.
       01 WS-CYC-STATES.
           02 WS-CYC-ROW OCCURS 8 TIMES.
               05 WS-CYC-STATE PIC X(7) VALUE SPACES.
               05 WS-CYC-DATE PIC X(8) VALUE SPACES.
               05 WS-CYC-TIME PIC X(6) VALUE SPACES.
               05 WS-CYC-RUNS PIC 9(3) VALUE ZEROES.
       01 WS-CYC-I PIC 9(2) VALUE 1.
       01 WS-CYC-ME PIC 9(2) VALUE 0.
       01 WS-CYC-MY-POS PIC 9 VALUE 0.
       01 WS-CYC-PRED-POS PIC 9 VALUE 0.
       01 WS-CYC-CLEAR-POS PIC 9 VALUE 0.
       01 WS-CYC-TERM PIC X(6) VALUE SPACES.
       01 WS-CYC-OLD-TERM PIC X(6) VALUE SPACES.
       01 WS-CYC-EOF PIC A(1) VALUE 'N'.
      *SET BY THE CALLER WHEN A RUNNING STATE IS AN INTERRUPTED RUN
      *BEING RESUMED RATHER THAN A SECOND COPY IN FLIGHT
       01 WS-CYC-RESUME PIC 9 VALUE 0.
       01 WS-CYC-OVR PIC 9 VALUE 0.
       01 WS-CYC-OVR-BY PIC X(20) VALUE SPACES.
       01 WS-CYC-REASON PIC X(50) VALUE SPACES.
       01 WS-CYC-EVENT PIC X(80) VALUE SPACES.
       01 WS-CYC-NEW-STATE PIC X(7) VALUE SPACES.
       01 WS-CYC-DATE-NOW PIC 9(8) VALUE ZEROES.
       01 WS-CYC-TIME-NOW PIC 9(8) VALUE ZEROES.
       01 WS-CYC-LINE PIC X(120) VALUE SPACES.
       01 WS-CYC-PTR PIC 9(4) VALUE 1.

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
      *    THE CYCLE LEDGER IS CHECKED BEFORE ANYTHING IS OPENED
           PERFORM CYCLE-START-PARA.
           PERFORM ROLLCTL-OPEN-PARA.
           PERFORM TERMCAL-OPEN-PARA.

           OPEN EXTEND INACTIVE-FILE.
           OPEN I-O CAND-MASTER.
           IF MASTER-FILE-STATUS NOT = "00" THEN
               PERFORM MASTER-STOP-PARA
           END-IF
           PERFORM MASTER-READ-PARA.

           CLOSE CAND-MASTER.
           CLOSE INACTIVE-FILE.
           DISPLAY "READ         " WS-READ-COUNT.
           DISPLAY "KEPT         " WS-KEPT-COUNT.
           DISPLAY "GRADUATED    " WS-GRAD-COUNT.
           DISPLAY "PROGRAM YEAR " WS-YEAR-COUNT.
           DISPLAY "IDLE TERMS   " WS-IDLE-COUNT.
           PERFORM CYCLE-DONE-PARA.

       STOP RUN.

      *A ZERO OR NON-NUMERIC LIMIT WOULD AGE OUT THE WHOLE POOL, SO
      *EITHER ONE FALLS BACK TO THE HOUSE DEFAULT
       ROLLCTL-OPEN-PARA.
           OPEN INPUT ROLLCTL-FILE.
           IF ROLLCTL-FILE-STATUS NOT = "05" THEN
               READ ROLLCTL-FILE
                   AT END MOVE SPACES TO ROLLCTL-RECORD
               END-READ
               IF RCT-PROG-LENGTH NUMERIC AND RCT-PROG-LENGTH > 0 THEN
                   MOVE RCT-PROG-LENGTH TO WS-PROG-LENGTH
               END-IF
               IF RCT-MAX-IDLE NUMERIC AND RCT-MAX-IDLE > 0 THEN
                   MOVE RCT-MAX-IDLE TO WS-MAX-IDLE
               END-IF
           END-IF
           CLOSE ROLLCTL-FILE.

      *A CALENDAR THAT DOES NOT LIST THE TERM IN PROGRESS CANNOT
      *COUNT ANYONE'S IDLE TERMS, AND AGEING OUT ON A GUESS LOSES
      *REAL APPLICANTS - THE RUN STOPS BEFORE THE MASTER IS OPENED
       TERMCAL-OPEN-PARA.
           OPEN INPUT TERMCAL-FILE.
           IF TERMCAL-FILE-STATUS NOT = "05" THEN
               MOVE 'N' TO WS-CAL-EOF
               PERFORM TERMCAL-LOAD-PARA
           END-IF
           CLOSE TERMCAL-FILE.
           IF WS-CAL-COUNT > 0 THEN
               MOVE WS-CYC-TERM TO TCL-TERM
               PERFORM CAL-FIND-PARA
               MOVE WS-CAL-FOUND TO WS-CAL-NOW
               IF WS-CAL-NOW = 0 THEN
                   DISPLAY "term " WS-CYC-TERM
                       " is not in termcal.txt - rollover stopped"
                   PERFORM CYCLE-FAIL-PARA
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           ELSE
               DISPLAY "no termcal.txt - idle terms not checked"
           END-IF.

       TERMCAL-LOAD-PARA.
           READ TERMCAL-FILE
               AT END MOVE 'Y' TO WS-CAL-EOF
           END-READ.
           IF WS-CAL-EOF = 'N'
               IF TCL-TERM NOT = SPACES THEN
                   IF WS-CAL-COUNT < WS-MAX-CAL-COUNT THEN
                       ADD 1 TO WS-CAL-COUNT
                       MOVE TCL-TERM TO WS-CAL-TERM(WS-CAL-COUNT)
                   ELSE
                       DISPLAY "termcal.txt over " WS-MAX-CAL-COUNT
                           " terms - " TCL-TERM " dropped"
                   END-IF
               END-IF
               GO TO TERMCAL-LOAD-PARA
           END-IF.

      *POSITION OF TCL-TERM IN THE CALENDAR, 0 WHEN NOT LISTED
       CAL-FIND-PARA.
           MOVE 0 TO WS-CAL-FOUND
           MOVE 1 TO WS-CAL-J
           PERFORM CAL-FIND-LOOP-PARA.

       CAL-FIND-LOOP-PARA.
           IF WS-CAL-J <= WS-CAL-COUNT AND WS-CAL-FOUND = 0 THEN
               IF WS-CAL-TERM(WS-CAL-J) = TCL-TERM THEN
                   MOVE WS-CAL-J TO WS-CAL-FOUND
               END-IF
               ADD 1 TO WS-CAL-J
               GO TO CAL-FIND-LOOP-PARA
           END-IF.

      *A MASTER THAT WON'T OPEN FOR UPDATE, OR A DELETE THAT FAILS
      *AFTER THE IMAGE WAS SAVED, STOPS THE RUN - THE CANDIDATES
      *ALREADY MOVED ARE ON CANDINACT.TXT AND A RERUN PICKS UP THE
      *REST
       MASTER-STOP-PARA.
           DISPLAY "candidate master update failed - status "
               MASTER-FILE-STATUS
           CLOSE INACTIVE-FILE
           PERFORM CYCLE-FAIL-PARA
           MOVE 8 TO RETURN-CODE
           STOP RUN.

       MASTER-READ-PARA.
           READ CAND-MASTER NEXT RECORD
               AT END MOVE 'Y' TO WS-M-EOF
           END-READ.
           IF WS-M-EOF = 'N'
               ADD 1 TO WS-READ-COUNT
               PERFORM AGE-CHECK-PARA
               IF WS-AGE-REASON = SPACES THEN
                   ADD 1 TO WS-KEPT-COUNT
               ELSE
                   PERFORM AGE-OUT-PARA
               END-IF
               GO TO MASTER-READ-PARA
           END-IF.

      *THE FIRST REASON THAT APPLIES IS THE ONE RECORDED. A ZERO OR
      *NON-NUMERIC PROGRAM YEAR IS UNKNOWN, NOT OVER THE LIMIT
       AGE-CHECK-PARA.
           MOVE SPACES TO WS-AGE-REASON
           IF CM-STATUS = 'G' THEN
               MOVE "GRADUATED" TO WS-AGE-REASON
           ELSE
               IF CM-PROG-YEAR NUMERIC AND
                   CM-PROG-YEAR > WS-PROG-LENGTH THEN
                   MOVE "PROGRAM YEAR" TO WS-AGE-REASON
               ELSE
                   IF WS-CAL-NOW > 0 AND CM-LAST-TERM NOT = SPACES
                       THEN
                       PERFORM IDLE-COUNT-PARA
                       IF WS-IDLE >= WS-MAX-IDLE THEN
                           MOVE "IDLE TERMS" TO WS-AGE-REASON
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *TERMS SINCE THE LAST APPLICATION. A TERM OLDER THAN THE
      *CALENDAR IS AT LEAST AS IDLE AS THE WHOLE CALENDAR, AND ONE
      *LATER THAN THE TERM IN PROGRESS IS NOT IDLE AT ALL
       IDLE-COUNT-PARA.
           MOVE CM-LAST-TERM TO TCL-TERM
           PERFORM CAL-FIND-PARA
           IF WS-CAL-FOUND = 0 THEN
               MOVE WS-CAL-NOW TO WS-IDLE
           ELSE
               IF WS-CAL-FOUND > WS-CAL-NOW THEN
                   MOVE 0 TO WS-IDLE
               ELSE
                   COMPUTE WS-IDLE = WS-CAL-NOW - WS-CAL-FOUND
               END-IF
           END-IF.

      *THE IMAGE IS SAVED BEFORE THE RECORD LEAVES THE MASTER, SO A
      *FAILURE IN BETWEEN CAN ONLY LEAVE A CANDIDATE IN BOTH PLACES
       AGE-OUT-PARA.
           MOVE SPACES TO INACTIVE-RECORD
           MOVE WS-CYC-TERM TO INA-TERM
           MOVE WS-AGE-REASON TO INA-REASON
           MOVE CAND-MASTER-RECORD TO INA-IMAGE
           WRITE INACTIVE-RECORD
           DELETE CAND-MASTER RECORD
           END-DELETE
           IF MASTER-FILE-STATUS NOT = "00" THEN
               PERFORM MASTER-STOP-PARA
           END-IF
           IF WS-AGE-REASON = "GRADUATED" THEN
               ADD 1 TO WS-GRAD-COUNT
           ELSE
               IF WS-AGE-REASON = "PROGRAM YEAR" THEN
                   ADD 1 TO WS-YEAR-COUNT
               ELSE
                   ADD 1 TO WS-IDLE-COUNT
               END-IF
           END-IF.

      *TERM CYCLE LEDGER. THE CYCLE RUNS CANDMAINT/CRSMAINT,
      *RANKING, VERIFY, OFFERS (ONE OR MORE ROUNDS), LETTERS,
      *TERMCLOSE, ARCHIVE, AND CYCLE.TXT - STAMPED WITH THE TERM IN
      *TERM.TXT - SAYS HOW FAR THE TERM HAS GOT. THIS STEP IS
      *REFUSED BEFORE IT TOUCHES A FILE WHEN:
      *  - NO TERM IS SUPPLIED
      *  - THE LEDGER BELONGS TO AN EARLIER TERM THAT WAS NEVER
      *    ARCHIVED                                    (OVERRIDABLE)
      *  - A COPY OF THIS STEP IS ALREADY IN FLIGHT     (OVERRIDABLE)
      *  - A STEP OF THE POSITION BEFORE IT HAS NOT COMPLETED CLEANLY
      *  - IT IS MASTER MAINTENANCE AND THE RANKING IS PUBLISHED, OR
      *    IT IS THE RANKING AND OFFERS ARE UNDER WAY, OR IT IS A
      *    ONCE-A-TERM STEP ALREADY DONE                (OVERRIDABLE)
      *OTHERWISE THE STEP IS MARKED RUNNING - THE IN-FLIGHT MARKER -
      *AND EVERY STEP ITS OUTPUT SUPERSEDES IS CLEARED SO IT MUST RUN
      *AGAIN. A SUPERVISOR WAIVES AN OVERRIDABLE REFUSAL WITH A
      *CYCLEOVR.TXT RECORD NAMING THE TERM AND THE STEP
       CYCLE-START-PARA.
           PERFORM CYCLE-TERM-PARA
           PERFORM CYCLE-ME-PARA
           PERFORM CYCLE-OVR-PARA
           PERFORM CYCLE-LOAD-PARA
           PERFORM CYCLE-NEWTERM-PARA
           PERFORM CYCLE-FLIGHT-PARA
           PERFORM CYCLE-PRED-PARA
           PERFORM CYCLE-LOCK-PARA
           MOVE SPACES TO WS-CYC-EVENT
           MOVE "CHECK PASSED - STEP STARTED" TO WS-CYC-EVENT
           PERFORM CYCLE-LOG-PARA
           PERFORM CYCLE-STALE-PARA
           MOVE "RUNNING" TO WS-CYC-NEW-STATE
           PERFORM CYCLE-MARK-PARA
           PERFORM CYCLE-WRITE-PARA.

       CYCLE-TERM-PARA.
           MOVE SPACES TO WS-CYC-TERM
           OPEN INPUT CYCTERM-FILE.
           IF CYCTERM-FILE-STATUS NOT = "05" THEN
               READ CYCTERM-FILE
                   AT END MOVE SPACES TO CTR-TERM
               END-READ
               MOVE CTR-TERM TO WS-CYC-TERM
           END-IF
           CLOSE CYCTERM-FILE
           IF WS-CYC-TERM = SPACES THEN
               MOVE "NO TERM IN TERM.TXT" TO WS-CYC-REASON
               PERFORM CYCLE-REFUSE-PARA
           END-IF.

      *FIND THIS PROGRAM'S STEP AND POSITION IN THE CYCLE
       CYCLE-ME-PARA.
           MOVE 1 TO WS-CYC-I
           PERFORM CYCLE-ME-LOOP-PARA.

       CYCLE-ME-LOOP-PARA.
           IF WS-CYC-I <= 8 THEN
               IF WS-CYC-NAME(WS-CYC-I) = WS-CYC-STEP THEN
                   MOVE WS-CYC-I TO WS-CYC-ME
                   MOVE WS-CYC-POS(WS-CYC-I) TO WS-CYC-MY-POS
               END-IF
               ADD 1 TO WS-CYC-I
               GO TO CYCLE-ME-LOOP-PARA
           END-IF.

       CYCLE-OVR-PARA.
           MOVE 0 TO WS-CYC-OVR
           OPEN INPUT CYCOVR-FILE.
           IF CYCOVR-FILE-STATUS NOT = "05" THEN
               MOVE 'N' TO WS-CYC-EOF
               PERFORM CYCLE-OVR-LOOP-PARA
           END-IF
           CLOSE CYCOVR-FILE.

       CYCLE-OVR-LOOP-PARA.
           READ CYCOVR-FILE
               AT END MOVE 'Y' TO WS-CYC-EOF
           END-READ.
           IF WS-CYC-EOF = 'N'
               IF OVR-TERM = WS-CYC-TERM AND
                   OVR-STEP = WS-CYC-STEP THEN
                   MOVE 1 TO WS-CYC-OVR
                   MOVE OVR-BY TO WS-CYC-OVR-BY
               END-IF
               GO TO CYCLE-OVR-LOOP-PARA
           END-IF.

      *READ THE LEDGER INTO WS-CYC-STATES - A STEP WITH NO LINE, OR
      *NO LEDGER AT ALL, HAS NOT RUN
       CYCLE-LOAD-PARA.
           MOVE SPACES TO WS-CYC-OLD-TERM
           MOVE 0 TO WS-CYC-CLEAR-POS
           PERFORM CYCLE-CLEAR-PARA
           OPEN INPUT CYCLE-FILE.
           IF CYCLE-FILE-STATUS NOT = "05" THEN
               MOVE 'N' TO WS-CYC-EOF
               PERFORM CYCLE-LOAD-LOOP-PARA
           END-IF
           CLOSE CYCLE-FILE.

       CYCLE-LOAD-LOOP-PARA.
           READ CYCLE-FILE
               AT END MOVE 'Y' TO WS-CYC-EOF
           END-READ.
           IF WS-CYC-EOF = 'N'
               MOVE CYC-TERM TO WS-CYC-OLD-TERM
               MOVE 1 TO WS-CYC-I
               PERFORM CYCLE-ROW-PARA
               GO TO CYCLE-LOAD-LOOP-PARA
           END-IF.

       CYCLE-ROW-PARA.
           IF WS-CYC-I <= 8 THEN
               IF WS-CYC-NAME(WS-CYC-I) = CYC-STEP THEN
                   MOVE CYC-STATE TO WS-CYC-STATE(WS-CYC-I)
                   MOVE CYC-DATE TO WS-CYC-DATE(WS-CYC-I)
                   MOVE CYC-TIME TO WS-CYC-TIME(WS-CYC-I)
                   IF CYC-RUNS NUMERIC THEN
                       MOVE CYC-RUNS TO WS-CYC-RUNS(WS-CYC-I)
                   END-IF
               END-IF
               ADD 1 TO WS-CYC-I
               GO TO CYCLE-ROW-PARA
           END-IF.

      *CLEAR EVERY STEP POSITIONED AFTER WS-CYC-CLEAR-POS
       CYCLE-CLEAR-PARA.
           MOVE 1 TO WS-CYC-I
           PERFORM CYCLE-CLEAR-LOOP-PARA.

       CYCLE-CLEAR-LOOP-PARA.
           IF WS-CYC-I <= 8 THEN
               IF WS-CYC-POS(WS-CYC-I) > WS-CYC-CLEAR-POS THEN
                   MOVE SPACES TO WS-CYC-STATE(WS-CYC-I)
                   MOVE SPACES TO WS-CYC-DATE(WS-CYC-I)
                   MOVE SPACES TO WS-CYC-TIME(WS-CYC-I)
                   MOVE ZEROES TO WS-CYC-RUNS(WS-CYC-I)
               END-IF
               ADD 1 TO WS-CYC-I
               GO TO CYCLE-CLEAR-LOOP-PARA
           END-IF.

      *A LEDGER STAMPED WITH ANOTHER TERM IS STARTED AFRESH - BUT
      *ONLY ONCE THAT TERM'S ARCHIVE STEP (THE LAST ROW) IS DONE
       CYCLE-NEWTERM-PARA.
           IF WS-CYC-OLD-TERM NOT = SPACES AND
               WS-CYC-OLD-TERM NOT = WS-CYC-TERM THEN
               IF WS-CYC-STATE(8) NOT = "DONE" THEN
                   MOVE SPACES TO WS-CYC-REASON
                   MOVE 1 TO WS-CYC-PTR
                   STRING "TERM " DELIMITED BY SIZE
                       WS-CYC-OLD-TERM DELIMITED BY SPACE
                       " WAS NEVER ARCHIVED" DELIMITED BY SIZE
                       INTO WS-CYC-REASON WITH POINTER WS-CYC-PTR
                   PERFORM CYCLE-GATE-PARA
               END-IF
               MOVE 0 TO WS-CYC-CLEAR-POS
               PERFORM CYCLE-CLEAR-PARA
               MOVE SPACES TO WS-CYC-EVENT
               MOVE 1 TO WS-CYC-PTR
               STRING "LEDGER STARTED FOR NEW TERM - LAST TERM "
                   DELIMITED BY SIZE
                   WS-CYC-OLD-TERM DELIMITED BY SPACE
                   INTO WS-CYC-EVENT WITH POINTER WS-CYC-PTR
               PERFORM CYCLE-LOG-PARA
           END-IF.

      *THE IN-FLIGHT MARKER. A RUNNING STATE LEFT BY A RUN THAT DIED
      *IS CLEARED BY A SUPERVISOR OVERRIDE
       CYCLE-FLIGHT-PARA.
           IF WS-CYC-STATE(WS-CYC-ME) = "RUNNING" THEN
               IF WS-CYC-RESUME = 1 THEN
                   MOVE SPACES TO WS-CYC-EVENT
                   MOVE "RESUMING INTERRUPTED RUN" TO WS-CYC-EVENT
                   PERFORM CYCLE-LOG-PARA
               ELSE
                   MOVE "ANOTHER COPY OF THE STEP IS IN FLIGHT"
                       TO WS-CYC-REASON
                   PERFORM CYCLE-GATE-PARA
               END-IF
           END-IF.

      *EVERY STEP OF THE POSITION BEFORE THIS ONE MUST BE DONE
       CYCLE-PRED-PARA.
           IF WS-CYC-MY-POS > 1 THEN
               COMPUTE WS-CYC-PRED-POS = WS-CYC-MY-POS - 1
               MOVE 1 TO WS-CYC-I
               PERFORM CYCLE-PRED-LOOP-PARA
           END-IF.

       CYCLE-PRED-LOOP-PARA.
           IF WS-CYC-I <= 8 THEN
               IF WS-CYC-POS(WS-CYC-I) = WS-CYC-PRED-POS AND
                   WS-CYC-STATE(WS-CYC-I) NOT = "DONE" THEN
                   MOVE SPACES TO WS-CYC-REASON
                   MOVE 1 TO WS-CYC-PTR
                   STRING WS-CYC-NAME(WS-CYC-I) DELIMITED BY SPACE
                       " HAS NOT COMPLETED CLEANLY" DELIMITED BY SIZE
                       INTO WS-CYC-REASON WITH POINTER WS-CYC-PTR
                   PERFORM CYCLE-REFUSE-PARA
               END-IF
               ADD 1 TO WS-CYC-I
               GO TO CYCLE-PRED-LOOP-PARA
           END-IF.

      *PUBLISHED RESULTS ARE NOT TO BE PULLED OUT FROM UNDER THE
      *STEPS THAT FOLLOW THEM. ROW 3 IS RANKING, ROW 5 OFFERS
       CYCLE-LOCK-PARA.
           IF WS-CYC-MY-POS = 1 AND
               (WS-CYC-STATE(3) = "DONE" OR
               WS-CYC-STATE(3) = "RUNNING") THEN
               MOVE "RANKING ALREADY PUBLISHED FOR THE TERM"
                   TO WS-CYC-REASON
               PERFORM CYCLE-GATE-PARA
           END-IF
           IF WS-CYC-STEP = "RANKING" AND
               WS-CYC-STATE(5) NOT = SPACES THEN
               MOVE "OFFERS UNDER WAY - RANKING IS FINAL"
                   TO WS-CYC-REASON
               PERFORM CYCLE-GATE-PARA
           END-IF
           IF (WS-CYC-STEP = "TERMCLOSE" OR
               WS-CYC-STEP = "ARCHIVE") AND
               WS-CYC-STATE(WS-CYC-ME) = "DONE" THEN
               MOVE "ALREADY COMPLETED FOR THE TERM"
                   TO WS-CYC-REASON
               PERFORM CYCLE-GATE-PARA
           END-IF.

      *MASTER MAINTENANCE AND THE RANKING CHANGE WHAT EVERY LATER
      *STEP WORKED FROM, AND A NEW OFFERS ROUND CHANGES WHAT THE
      *LETTERS SAID - THOSE LATER STEPS MUST RUN AGAIN
       CYCLE-STALE-PARA.
           IF WS-CYC-MY-POS <= 2 OR WS-CYC-STEP = "OFFERS" THEN
               MOVE WS-CYC-MY-POS TO WS-CYC-CLEAR-POS
               PERFORM CYCLE-CLEAR-PARA
           END-IF.

       CYCLE-MARK-PARA.
           ACCEPT WS-CYC-DATE-NOW FROM DATE YYYYMMDD
           ACCEPT WS-CYC-TIME-NOW FROM TIME
           MOVE WS-CYC-NEW-STATE TO WS-CYC-STATE(WS-CYC-ME)
           MOVE WS-CYC-DATE-NOW TO WS-CYC-DATE(WS-CYC-ME)
           MOVE WS-CYC-TIME-NOW(1:6) TO WS-CYC-TIME(WS-CYC-ME)
           IF WS-CYC-NEW-STATE NOT = "RUNNING" THEN
               ADD 1 TO WS-CYC-RUNS(WS-CYC-ME)
           END-IF.

       CYCLE-WRITE-PARA.
           OPEN OUTPUT CYCLE-FILE.
           MOVE 1 TO WS-CYC-I
           PERFORM CYCLE-WRITE-LOOP-PARA
           CLOSE CYCLE-FILE.

       CYCLE-WRITE-LOOP-PARA.
           IF WS-CYC-I <= 8 THEN
               MOVE SPACES TO CYCLE-RECORD
               MOVE WS-CYC-TERM TO CYC-TERM
               MOVE WS-CYC-NAME(WS-CYC-I) TO CYC-STEP
               MOVE WS-CYC-STATE(WS-CYC-I) TO CYC-STATE
               MOVE WS-CYC-DATE(WS-CYC-I) TO CYC-DATE
               MOVE WS-CYC-TIME(WS-CYC-I) TO CYC-TIME
               MOVE WS-CYC-RUNS(WS-CYC-I) TO CYC-RUNS
               WRITE CYCLE-RECORD
               ADD 1 TO WS-CYC-I
               GO TO CYCLE-WRITE-LOOP-PARA
           END-IF.

      *CLEAN COMPLETION - THE NEXT STEP MAY NOW RUN
       CYCLE-DONE-PARA.
           MOVE "DONE" TO WS-CYC-NEW-STATE
           PERFORM CYCLE-END-PARA.

      *THE STEP STOPPED SHORT - THE NEXT STEP STAYS REFUSED UNTIL
      *THIS ONE IS RUN AGAIN CLEANLY
       CYCLE-FAIL-PARA.
           MOVE "FAILED" TO WS-CYC-NEW-STATE
           PERFORM CYCLE-END-PARA.

      *THE LEDGER IS RE-READ FIRST - A STEP SHARING THIS ONE'S
      *POSITION MAY HAVE FINISHED WHILE THIS ONE RAN
       CYCLE-END-PARA.
           PERFORM CYCLE-LOAD-PARA
           PERFORM CYCLE-MARK-PARA
           PERFORM CYCLE-WRITE-PARA
           MOVE SPACES TO WS-CYC-EVENT
           MOVE 1 TO WS-CYC-PTR
           STRING "STEP FINISHED - " DELIMITED BY SIZE
               WS-CYC-NEW-STATE DELIMITED BY SPACE
               INTO WS-CYC-EVENT WITH POINTER WS-CYC-PTR
           PERFORM CYCLE-LOG-PARA.

      *AN OVERRIDABLE REFUSAL - WAIVED AND LOGGED WHEN A SUPERVISOR
      *OVERRIDE NAMES THIS TERM AND STEP, OTHERWISE FINAL
       CYCLE-GATE-PARA.
           IF WS-CYC-OVR = 1 THEN
               MOVE SPACES TO WS-CYC-EVENT
               MOVE 1 TO WS-CYC-PTR
               STRING "OVERRIDE BY " DELIMITED BY SIZE
                   WS-CYC-OVR-BY DELIMITED BY "  "
                   " - " DELIMITED BY SIZE
                   WS-CYC-REASON DELIMITED BY "  "
                   INTO WS-CYC-EVENT WITH POINTER WS-CYC-PTR
               PERFORM CYCLE-LOG-PARA
           ELSE
               PERFORM CYCLE-REFUSE-PARA
           END-IF.

      *NOTHING HAS BEEN OPENED YET, SO THE REFUSAL IS A CLEAN STOP
       CYCLE-REFUSE-PARA.
           MOVE SPACES TO WS-CYC-EVENT
           MOVE 1 TO WS-CYC-PTR
           STRING "REFUSED - " DELIMITED BY SIZE
               WS-CYC-REASON DELIMITED BY "  "
               INTO WS-CYC-EVENT WITH POINTER WS-CYC-PTR
           PERFORM CYCLE-LOG-PARA
           DISPLAY "cycle ledger refused " WS-CYC-STEP " - "
               WS-CYC-REASON
           MOVE 8 TO RETURN-CODE
           STOP RUN.

       CYCLE-LOG-PARA.
           ACCEPT WS-CYC-DATE-NOW FROM DATE YYYYMMDD
           ACCEPT WS-CYC-TIME-NOW FROM TIME
           MOVE SPACES TO WS-CYC-LINE
           MOVE 1 TO WS-CYC-PTR
           STRING WS-CYC-DATE-NOW DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-CYC-TIME-NOW(1:6) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-CYC-TERM DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-CYC-STEP DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-CYC-EVENT DELIMITED BY SIZE
               INTO WS-CYC-LINE WITH POINTER WS-CYC-PTR
           OPEN EXTEND CYCLOG-FILE.
           MOVE WS-CYC-LINE TO CYCLOG-RECORD
           WRITE CYCLOG-RECORD
           CLOSE CYCLOG-FILE.
