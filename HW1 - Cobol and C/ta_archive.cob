           SELECT ARCHLOG-FILE ASSIGN TO 'archlog.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

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
      *ONE RECORD - THE TERM BEING CLOSED, SAME SHAPE AS HIS-TERM
       FD ARCHLOG-FILE.
       01 ARCHLOG-RECORD PIC X(80).

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
       01 TERM-FILE-STATUS PIC XX.
       01 ARCHREQ-FILE-STATUS PIC XX.
      *THE FULL OUTPUT SET OF A TERM, SWEPT IN THIS ORDER - THE
      *OFFER SEASON'S PAPER TRAIL AND SURVIVING WAITLIST RIDE
      *ALONG SO THE SEASON STATE CAN BE RESET AFTERWARD WITHOUT
      *LOSING THE APPEAL RECORD. THE SHORTAGE REPORT GOES TOO - ITS
      *UNFILLED COUNTS ARE WHAT TA-TREND MEASURES FILL RATE BY - AND
      *SO DOES THE TIE REPORT, WHICH TA-APPEALS READS FOR A CASE
      *PACKET IN A LATER TERM
       01 WS-MEMBER-LIST.
           02 FILLER PIC X(14) VALUE "output.txt".
           02 FILLER PIC X(14) VALUE "waitlist.txt".
           02 FILLER PIC X(14) VALUE "statements.txt".
           02 FILLER PIC X(14) VALUE "promotions.txt".
           02 FILLER PIC X(14) VALUE "offerwl.txt".
           02 FILLER PIC X(14) VALUE "shortage.txt".
           02 FILLER PIC X(14) VALUE "ties.txt".
       01 WS-MEMBER-TABLE REDEFINES WS-MEMBER-LIST.
           02 WS-MEMBER OCCURS 11 TIMES PIC X(14).
       01 WS-MEMBER-I PIC 9(2) VALUE 1.

      *OFFER-SEASON STATE EMPTIED AFTER A CLEAN SWEEP, SO THE NEXT
       01 WS-LOG-LINE PIC X(80) VALUE SPACES.
       01 WS-LOG-PTR PIC 9(4) VALUE 1.

      *TERM CYCLE LEDGER WORK FIELDS (SEE CYCLE-START-PARA).
      *WS-CYC-STEP IS THIS PROGRAM'S STEP IN THE CYCLE
       01 CYCTERM-FILE-STATUS PIC XX.
       01 CYCLE-FILE-STATUS PIC XX.
       01 CYCOVR-FILE-STATUS PIC XX.
       01 CYCLOG-FILE-STATUS PIC XX.
       01 WS-CYC-STEP PIC X(10) VALUE "ARCHIVE".

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
           PERFORM ARCHREQ-OPEN-PARA.
      *    A RETRIEVAL CHANGES NOTHING AND MAY RUN AT ANY TIME; THE
      *    TERM-CLOSE SWEEP IS THE LAST STEP OF THE CYCLE AND IS
      *    CHECKED AGAINST THE LEDGER BEFORE ANYTHING IS OPENED
           IF WS-MODE NOT = "RETRIEVE" THEN
               PERFORM CYCLE-START-PARA
           END-IF.
           OPEN OUTPUT ARCHLOG-FILE.

           IF WS-MODE = "RETRIEVE" THEN
               PERFORM RETRIEVE-PARA
           ELSE
               IF WS-SWEEP-CLEAN = 1 THEN
                   PERFORM CHECKPOINT-CLEAR-PARA
                   PERFORM SEASON-RESET-PARA
                   PERFORM CYCLE-DONE-PARA
               ELSE
                   MOVE "CHECKPOINT AND SEASON KEPT - SWEEP NOT CLEAN"
                       TO ARCHLOG-RECORD
                   WRITE ARCHLOG-RECORD
                   PERFORM CYCLE-FAIL-PARA
               END-IF
           END-IF.

           MOVE "REFUSED - NO TERM SUPPLIED" TO ARCHLOG-RECORD
           WRITE ARCHLOG-RECORD
           CLOSE ARCHLOG-FILE
           PERFORM CYCLE-FAIL-PARA
           STOP RUN.

       SWEEP-PARA.
           PERFORM SWEEP-MEMBER-PARA.

       SWEEP-MEMBER-PARA.
           IF WS-MEMBER-I <= 11 THEN
               MOVE WS-MEMBER(WS-MEMBER-I) TO WS-COPY-IN-NAME
               PERFORM ARCH-NAME-PARA
               PERFORM MEMBER-COPY-PARA
               WRITE ARCHLOG-RECORD
               DISPLAY "requested member is not in the archive!"
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
