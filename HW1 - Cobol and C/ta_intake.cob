       IDENTIFICATION DIVISION.
       PROGRAM-ID. TA-INTAKE.
       AUTHOR.     Adrian.
      *8901*

      *ONLINE APPLICATION INTAKE. EVERY APPLICANT FILLS IN ONE
      *ONLINE FORM, AND THE SAME ANSWERS USED TO BE KEYED THREE
      *TIMES OVER - A TA-CANDMAINT TRANSACTION, A DIRECTORY.TXT ROW
      *AND THE AVAILABILITY.TXT BLOCKS - UNTIL THE THREE DRIFTED
      *APART. THIS RUN READS THE APPLICATION SYSTEM'S EXPORT,
      *APPEXPORT.TXT, ONE APPLICATION PER LINE WITH THE FIELDS
      *SEPARATED BY "|" (A COMMA IS FAIR GAME INSIDE A NAME):
      *   1  ACTION          ADD (NEW APPLICANT) OR CHANGE
      *   2  CANDIDATE ID    UP TO 11
      *   3  NAME            UP TO 30, REQUIRED
      *   4  EMAIL           UP TO 30, REQUIRED, MUST HOLD AN "@"
      *   5  DEPARTMENT      UP TO 20
      *   6  PRIOR TERMS     0-99, BLANK = 0
      *   7  PROGRAM YEAR    0-9, BLANK = 0
      *   8-23  EIGHT SKILL CODE / LEVEL PAIRS - A BLANK OR ZERO
      *         LEVEL IS THE BASELINE 1, AS TA-CANDMAINT TREATS IT
      *  24-26  THREE COURSE PREFERENCES
      *  27-36  UP TO TEN UNAVAILABLE BLOCKS, EACH D/HHMM/HHMM
      *TRAILING EMPTY FIELDS MAY BE LEFT OFF, BUT THE LINE MUST
      *CARRY AT LEAST THROUGH THE PREFERENCES.
      *
      *EACH APPLICATION IS VETTED WHOLE: SKILL CODES AND LEVELS
      *AGAINST SKILLS.TXT (THE SAME CATALOG AND THE SAME CEILING
      *RULE TA-CRSMAINT'S ENTRY GATE USES), PREFERENCES AGAINST
      *CRSMAST.DAT, THE ACTION AGAINST CANDMAST.DAT (AN ADD MUST BE
      *A NEW ID, A CHANGE AN ID ALREADY ON THE MASTER - THE SAME
      *TEST TA-CANDMAINT WILL APPLY), AND EVERY BLOCK FOR A REAL
      *DAY 1-7 AND REAL HHMM TIMES, START BEFORE END. AN
      *APPLICATION THAT PASSES PRODUCES ALL THREE FEEDS AT ONCE -
      *ITS TRANSACTION IS ADDED TO TRANSACTIONS.TXT FOR THE NEXT
      *TA-CANDMAINT RUN, STAMPED ACTIVE AND APPLIED FOR THE TERM IN
      *TERM.TXT, ITS DIRECTORY ROW REPLACES ANY EARLIER ONE, AND ITS
      *BLOCKS REPLACE EVERY EARLIER BLOCK FOR THE SAME ID. ONE THAT
      *FAILS PRODUCES NONE OF THEM AND GOES TO INTAKEREJ.TXT WITH THE
      *FIRST REASON AND THE APPLICANT'S CONTACT DETAILS, SO THE
      *OFFICE CAN REACH THEM BEFORE THE RANKING DEADLINE.
      *
      *DIRECTORY.TXT AND AVAILABILITY.TXT ARE REWRITTEN WHOLE FROM
      *CORE, SO A FEED TOO BIG TO HOLD STOPS THE RUN BEFORE ANY
      *FILE IS TOUCHED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT OPTIONAL EXPORT-FILE ASSIGN TO 'appexport.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EXPORT-FILE-STATUS.

           SELECT OPTIONAL TERM-FILE ASSIGN TO 'term.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TERM-FILE-STATUS.

           SELECT OPTIONAL SKILLS-FILE ASSIGN TO 'skills.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SKILLS-FILE-STATUS.

           SELECT OPTIONAL COURSE-CATALOG ASSIGN TO 'crsmast.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CAT-ID
               FILE STATUS IS CATALOG-FILE-STATUS.

      *THE CANDIDATE MASTER TA-CANDMAINT WILL APPLY THE
      *TRANSACTIONS TO - READ BY KEY, ONLY TO SEE WHETHER AN ID IS
      *ALREADY ON IT
           SELECT OPTIONAL CAND-MASTER ASSIGN TO 'candmast.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-ID
               FILE STATUS IS MASTER-FILE-STATUS.

           SELECT OPTIONAL DIRECTORY-FILE ASSIGN TO 'directory.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DIRECTORY-FILE-STATUS.

           SELECT OPTIONAL AVAILABILITY-FILE
               ASSIGN TO 'availability.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AVAILABILITY-FILE-STATUS.

           SELECT OPTIONAL TRANSACTIONS ASSIGN TO 'transactions.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRANSACTIONS-FILE-STATUS.

           SELECT INTAKEREJ-FILE ASSIGN TO 'intakerej.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD EXPORT-FILE.
       01 EXPORT-RECORD PIC X(600).

      *ONE RECORD - THE TERM IN PROGRESS, SAME SHAPE AS HIS-TERM
       FD TERM-FILE.
       01 TERM-RECORD.
           05 TRM-TERM PIC X(6).

      *SAME LAYOUT AS TA-RANKING'S SKILLS-RECORD
       FD SKILLS-FILE.
       01  SKILLS-RECORD.
               03 SKILL-CODE PIC X(15) VALUE SPACES.
               03 SKILL-MAX-LEVEL PIC 9(1).

      *THE CATALOG RECORD AS TA-CRSMAINT WRITES IT - ONLY THE KEY
      *IS CONSUMED HERE
       FD COURSE-CATALOG.
       01 CATALOG-RECORD.
           05 CAT-ID PIC 9(5).
           05 CAT-RE-TABLE OCCURS 3 TIMES.
               10 CAT-REQUIRE PIC X(15).
               10 CAT-REQ-LEVEL PIC 9(1).
           05 CAT-OP-TABLE OCCURS 5 TIMES.
               10 CAT-OPTIONAL PIC X(15).
               10 CAT-OPT-LEVEL PIC 9(1).
           05 CAT-SECTIONS PIC 9(2).
           05 CAT-MEET-TABLE OCCURS 20 TIMES.
               10 CAT-MEET-DAY PIC 9(1).
               10 CAT-MEET-START PIC 9(4).
               10 CAT-MEET-END PIC 9(4).
           05 CAT-HOURS-TABLE OCCURS 20 TIMES.
               10 CAT-SEC-HOURS PIC 9(3).

      *SAME LAYOUT AS TA-CANDMAINT'S MASTER RECORD - ONLY THE KEY
      *IS CONSUMED HERE
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

      *SAME LAYOUT AS TA-RANKING'S DIRECTORY-RECORD
       FD DIRECTORY-FILE.
       01  DIRECTORY-RECORD.
               03 DIR-CAND-ID PIC X(11).
               03 DIR-NAME PIC X(30).
               03 DIR-EMAIL PIC X(30).
               03 DIR-DEPT PIC X(20).

      *SAME LAYOUT AS TA-RANKING'S AVAILABILITY-RECORD
       FD AVAILABILITY-FILE.
       01  AVAILABILITY-RECORD.
               03 AVL-CAND-ID PIC X(11).
               03 AVL-DAY PIC 9(1).
               03 AVL-START PIC 9(4).
               03 AVL-END PIC 9(4).

      *SAME LAYOUT AS TA-CANDMAINT'S TRANSACTION-RECORD
       FD TRANSACTIONS.
       01 TRANSACTION-RECORD.
           05 TRX-ACTION PIC X(6).
           05 TRX-CAND.
               10 TRX-ID PIC X(11).
               10 TRX-SKILLTABLE OCCURS 8 TIMES.
                   15 TRX-SKILLS PIC X(15).
                   15 TRX-SKILL-LEVEL PIC 9(1).
               10 TRX-PREF-TABLE OCCURS 3 TIMES.
                   15 TRX-PREFERENCE PIC X(5).
               10 TRX-PRIOR-TERMS PIC 9(2).
               10 TRX-PROG-YEAR PIC 9(1).
               10 TRX-LAST-TERM PIC X(6).
               10 TRX-STATUS PIC X(1).

      *ONE LINE PER REFUSED APPLICATION - WHERE IT SAT IN THE
      *EXPORT, WHO TO CONTACT, AND THE FIRST REASON IT FAILED
       FD INTAKEREJ-FILE.
       01  INTAKEREJ-RECORD.
               03 IRJ-LINE PIC 9(6) VALUE ZEROES.
               03 IRJ-SEP1 PIC X VALUE SPACE.
               03 IRJ-CAND-ID PIC X(11) VALUE SPACES.
               03 IRJ-SEP2 PIC X VALUE SPACE.
               03 IRJ-NAME PIC X(30) VALUE SPACES.
               03 IRJ-SEP3 PIC X VALUE SPACE.
               03 IRJ-EMAIL PIC X(30) VALUE SPACES.
               03 IRJ-SEP4 PIC X VALUE SPACE.
               03 IRJ-REASON PIC X(40) VALUE SPACES.

       WORKING-STORAGE SECTION.
       01 TERM-FILE-STATUS PIC XX.
       01 EXPORT-FILE-STATUS PIC XX.
       01 SKILLS-FILE-STATUS PIC XX.
       01 CATALOG-FILE-STATUS PIC XX.
       01 MASTER-FILE-STATUS PIC XX.
       01 DIRECTORY-FILE-STATUS PIC XX.
       01 AVAILABILITY-FILE-STATUS PIC XX.
       01 TRANSACTIONS-FILE-STATUS PIC XX.

      *THE TERM EVERY ACCEPTED APPLICATION IS STAMPED WITH
       01 WS-TERM PIC X(6) VALUE SPACES.

       01 WS-EXP-EOF PIC A(1) VALUE 'N'.
       01 WS-SKILL-EOF PIC A(1) VALUE 'N'.
       01 WS-CAT-EOF PIC A(1) VALUE 'N'.
       01 WS-D-EOF PIC A(1) VALUE 'N'.
       01 WS-AVL-EOF PIC A(1) VALUE 'N'.

      *1 = CRSMAST.DAT OPENED AND ITS KEYS ARE LOADED. WITHOUT IT NO
      *PREFERENCE CAN BE PROVED, SO AN APPLICATION NAMING ONE IS
      *REFUSED RATHER THAN PASSED UNCHECKED
       01 WS-CAT-LOADED PIC 9 VALUE 0.

      *1 = CANDMAST.DAT IS OPEN FOR KEYED READS, 2 = THERE IS NO
      *MASTER YET (EVERY ID IS NEW), 0 = IT COULD NOT BE OPENED AND
      *NO ACTION CAN BE PROVED, SO EVERY APPLICATION IS REFUSED
       01 WS-MST-STATE PIC 9 VALUE 0.
       01 WS-MST-FOUND PIC 9 VALUE 0.

      *MASTER SKILLS CATALOG WITH PER-CODE LEVEL CEILINGS - WHEN
      *SKILLS.TXT IS ABSENT, WS-SKILL-COUNT STAYS ZERO AND THE
      *CODE CHECKS ARE SKIPPED, AS AT TA-CRSMAINT'S ENTRY GATE
       01 WS-MAX-SKILL-COUNT PIC 9(4) VALUE 200.
       01 WS-SKILLS.
           02 WS-SKILL-COUNT PIC 9(4) VALUE ZEROES.
           02 WS-SKILL-TABLE OCCURS 1 TO 200 TIMES
               DEPENDING ON WS-SKILL-COUNT.
               05 WS-SKILL-CODE PIC X(15) VALUE SPACES.
               05 WS-SKILL-MAX PIC 9(1) VALUE 9.
       01 WS-SKILL-FOUND PIC 9 VALUE 0.
       01 WS-SKILL-I PIC 9(4) VALUE 1.
       01 WS-SKILL-LOOKUP-VALUE PIC X(15) VALUE SPACES.
       01 WS-SKILL-MAX-OUT PIC 9(1) VALUE 9.

      *COURSE CATALOG KEYS, HELD IN THE X(5) SHAPE EVERY OTHER FILE
      *USES FOR A COURSE ID, SORTED FOR THE BINARY SEARCH
       01 WS-MAX-CRS-COUNT PIC 9(4) VALUE 2000.
       01 WS-COURSES.
           02 WS-CRS-COUNT PIC 9(4) VALUE ZEROES.
           02 WS-CRS-TABLE OCCURS 1 TO 2000 TIMES
               DEPENDING ON WS-CRS-COUNT.
               05 WS-CRS-ID PIC X(5) VALUE SPACES.
       01 WS-CRS-LOOKUP-ID PIC X(5) VALUE SPACES.
       01 WS-CRS-FOUND PIC 9 VALUE 0.
       01 WS-CRS-LO PIC 9(4) VALUE 1.
       01 WS-CRS-HI PIC 9(4) VALUE 1.
       01 WS-CRS-MID PIC 9(4) VALUE 1.

      *DIRECTORY IN CORE - SAME CEILING AS TA-RANKING'S
       01 WS-MAX-D-COUNT PIC 9(4) VALUE 2000.
       01 WS-DIRECTORY.
           02 WS-D-COUNT PIC 9(4) VALUE ZEROES.
           02 WS-D-TABLE OCCURS 1 TO 2000 TIMES
               DEPENDING ON WS-D-COUNT.
               05 WS-D-CAND-ID PIC X(11) VALUE SPACES.
               05 WS-D-NAME PIC X(30) VALUE SPACES.
               05 WS-D-EMAIL PIC X(30) VALUE SPACES.
               05 WS-D-DEPT PIC X(20) VALUE SPACES.
       01 WS-D-I PIC 9(4) VALUE 1.
       01 WS-D-INDEX PIC 9(4) VALUE 0.

      *AVAILABILITY IN CORE - SAME CEILING AS TA-RANKING'S. ROWS
      *ARE HELD AS READ SO THE REWRITE GIVES BACK EXACTLY WHAT WAS
      *THERE. A BLOCK SUPERSEDED BY A NEW APPLICATION IS MARKED
      *DROPPED AND LEFT OUT WHEN THE FILE IS REWRITTEN
       01 WS-MAX-AVL-COUNT PIC 9(4) VALUE 2000.
       01 WS-AVAILABILITY.
           02 WS-AVL-COUNT PIC 9(4) VALUE ZEROES.
           02 WS-AVL-TABLE OCCURS 1 TO 2000 TIMES
               DEPENDING ON WS-AVL-COUNT.
               05 WS-AVL-ROW.
                   10 WS-AVL-CAND-ID PIC X(11) VALUE SPACES.
                   10 FILLER PIC X(9) VALUE SPACES.
               05 WS-AVL-DROP PIC 9 VALUE 0.
       01 WS-AVL-I PIC 9(4) VALUE 1.
       01 WS-AVL-ROOM PIC 9(4) VALUE 0.

      *IDS ALREADY TAKEN FROM THIS EXPORT - A SECOND APPLICATION
      *FOR THE SAME ID IS REFUSED RATHER THAN LEFT TO OVERWRITE
      *THE FIRST IN THE MIDDLE OF THE SAME RUN
       01 WS-MAX-ACC-COUNT PIC 9(4) VALUE 2000.
       01 WS-ACCEPTED.
           02 WS-ACC-COUNT PIC 9(4) VALUE ZEROES.
           02 WS-ACC-TABLE OCCURS 1 TO 2000 TIMES
               DEPENDING ON WS-ACC-COUNT.
               05 WS-ACC-ID PIC X(11) VALUE SPACES.
       01 WS-ACC-I PIC 9(4) VALUE 1.
       01 WS-ACC-FOUND PIC 9 VALUE 0.

      *THE EXPORT LINE IN HAND, SPLIT ON "|". EACH FIELD IS HELD
      *WIDER THAN ANY VALUE IT MAY CARRY SO AN OVERLONG ONE SHOWS
      *UP AS TEXT PAST ITS LIMIT INSTEAD OF BEING CUT SILENTLY
       01 WS-IN-FIELDS.
           02 WS-IN-F OCCURS 36 TIMES PIC X(40) VALUE SPACES.
       01 WS-IN-FX PIC 9(2) VALUE 1.
       01 WS-IN-TALLY PIC 9(2) VALUE ZEROES.
       01 WS-IN-OVER PIC 9 VALUE 0.
       01 WS-LINE-NO PIC 9(6) VALUE ZEROES.

      *THE APPLICANT'S VALIDATED BLOCKS, HELD UNTIL THE WHOLE
      *APPLICATION HAS PASSED
       01 WS-NEW-BLOCKS.
           02 WS-NB-COUNT PIC 9(2) VALUE ZEROES.
           02 WS-NB-TABLE OCCURS 10 TIMES.
               05 WS-NB-DAY PIC 9(1) VALUE 0.
               05 WS-NB-START PIC 9(4) VALUE 0.
               05 WS-NB-END PIC 9(4) VALUE 0.
       01 WS-NB-I PIC 9(2) VALUE 1.

      *ONE BLOCK FIELD TAKEN APART - D/HHMM/HHMM
       01 WS-BLK-DAY PIC X(5) VALUE SPACES.
       01 WS-BLK-START PIC X(5) VALUE SPACES.
       01 WS-BLK-END PIC X(5) VALUE SPACES.
       01 WS-BLK-PARTS PIC 9(2) VALUE ZEROES.
       01 WS-HHMM PIC 9(4) VALUE ZEROES.
       01 WS-HHMM-PARTS REDEFINES WS-HHMM.
           05 WS-HHMM-HH PIC 9(2).
           05 WS-HHMM-MM PIC 9(2).

      *WORK FIELDS FOR THE APPLICATION IN HAND. WS-BAD IS THE FIRST
      *REASON IT FAILED, SPACES WHILE IT STILL PASSES
       01 WS-BAD PIC X(40) VALUE SPACES.
       01 WS-J PIC 9(2) VALUE 1.
       01 WS-K PIC 9(2) VALUE 1.
       01 WS-FX PIC 9(2) VALUE 1.
       01 WS-AT-COUNT PIC 9(2) VALUE ZEROES.
       01 WS-DIGIT PIC 9(1) VALUE 0.

      *RUN COUNTERS, ECHOED AT END OF RUN FOR THE OPERATOR LOG
       01 WS-READ-COUNT PIC 9(6) VALUE ZEROES.
       01 WS-ACCEPT-COUNT PIC 9(6) VALUE ZEROES.
       01 WS-REJECT-COUNT PIC 9(6) VALUE ZEROES.
       01 WS-BLOCK-COUNT PIC 9(6) VALUE ZEROES.

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           PERFORM TERM-OPEN-PARA.
           PERFORM SKILLS-OPEN-PARA.
           PERFORM CATALOG-OPEN-PARA.
           PERFORM DIRECTORY-OPEN-PARA.
           PERFORM AVAILABILITY-OPEN-PARA.

           PERFORM MASTER-OPEN-PARA.

           OPEN OUTPUT INTAKEREJ-FILE.
           OPEN EXTEND TRANSACTIONS.
           OPEN INPUT EXPORT-FILE.
           IF EXPORT-FILE-STATUS NOT = "05" THEN
               MOVE 'N' TO WS-EXP-EOF
               PERFORM EXPORT-READ-PARA
           END-IF
           CLOSE EXPORT-FILE.
           CLOSE TRANSACTIONS.
           CLOSE INTAKEREJ-FILE.
           IF WS-MST-STATE = 1 THEN
               CLOSE CAND-MASTER
           END-IF.

           IF WS-ACCEPT-COUNT > 0 THEN
               PERFORM DIRECTORY-SAVE-PARA
               PERFORM AVAILABILITY-SAVE-PARA
           END-IF.

           DISPLAY "APPLICATIONS " WS-READ-COUNT.
           DISPLAY "ACCEPTED     " WS-ACCEPT-COUNT.
           DISPLAY "REJECTED     " WS-REJECT-COUNT.
           DISPLAY "BLOCKS       " WS-BLOCK-COUNT.

       STOP RUN.

      *A FEED TOO LARGE TO HOLD CANNOT BE REWRITTEN WITHOUT LOSING
      *ROWS, SO THE RUN STOPS BEFORE IT WRITES ANYTHING
       INTAKE-STOP-PARA.
           DISPLAY "INTAKE STOPPED - NOTHING WRITTEN".
           MOVE 8 TO RETURN-CODE
           STOP RUN.

      *WITHOUT A TERM THE STAMP IS LEFT BLANK AND TA-CANDMAINT
      *SUPPLIES ITS OWN ON AN ADD
       TERM-OPEN-PARA.
           OPEN INPUT TERM-FILE.
           IF TERM-FILE-STATUS NOT = "05" THEN
               READ TERM-FILE
                   AT END MOVE SPACES TO TRM-TERM
               END-READ
               MOVE TRM-TERM TO WS-TERM
           END-IF
           CLOSE TERM-FILE.

      *LOAD THE OPTIONAL MASTER SKILLS CATALOG, IF ONE WAS SUPPLIED
       SKILLS-OPEN-PARA.
           OPEN INPUT SKILLS-FILE.
           IF SKILLS-FILE-STATUS NOT = "05" THEN
               MOVE 'N' TO WS-SKILL-EOF
               PERFORM SKILLS-LOAD-PARA
           END-IF
           CLOSE SKILLS-FILE.

       SKILLS-LOAD-PARA.
           READ SKILLS-FILE
               AT END MOVE 'Y' TO WS-SKILL-EOF
           END-READ.
           IF WS-SKILL-EOF = 'N' THEN
               IF WS-SKILL-COUNT < WS-MAX-SKILL-COUNT THEN
                   ADD 1 TO WS-SKILL-COUNT
                   MOVE SKILL-CODE TO WS-SKILL-CODE(WS-SKILL-COUNT)
                   IF SKILL-MAX-LEVEL NOT NUMERIC OR
                       SKILL-MAX-LEVEL = 0 THEN
                       MOVE 9 TO WS-SKILL-MAX(WS-SKILL-COUNT)
                   ELSE
                       MOVE SKILL-MAX-LEVEL
                           TO WS-SKILL-MAX(WS-SKILL-COUNT)
                   END-IF
               END-IF
               GO TO SKILLS-LOAD-PARA
           END-IF.

      *LOOK UP WS-SKILL-LOOKUP-VALUE IN THE CATALOG
      *(WS-SKILL-FOUND OUT, WS-SKILL-MAX-OUT = ITS LEVEL CEILING)
       SKILLS-LOOKUP-PARA.
           MOVE 0 TO WS-SKILL-FOUND
           MOVE 9 TO WS-SKILL-MAX-OUT
           MOVE 1 TO WS-SKILL-I
           PERFORM SKILLS-LOOKUP-LOOP-PARA.

       SKILLS-LOOKUP-LOOP-PARA.
           IF WS-SKILL-I <= WS-SKILL-COUNT THEN
               IF WS-SKILL-CODE(WS-SKILL-I) =
                   WS-SKILL-LOOKUP-VALUE THEN
                   MOVE 1 TO WS-SKILL-FOUND
                   MOVE WS-SKILL-MAX(WS-SKILL-I)
                       TO WS-SKILL-MAX-OUT
               END-IF
               ADD 1 TO WS-SKILL-I
               IF WS-SKILL-FOUND = 0 THEN
                   GO TO SKILLS-LOOKUP-LOOP-PARA
               END-IF
           END-IF.

       MASTER-OPEN-PARA.
           OPEN INPUT CAND-MASTER.
           IF MASTER-FILE-STATUS = "00" THEN
               MOVE 1 TO WS-MST-STATE
           ELSE
               IF MASTER-FILE-STATUS = "05" THEN
                   MOVE 2 TO WS-MST-STATE
                   CLOSE CAND-MASTER
               ELSE
                   MOVE 0 TO WS-MST-STATE
                   DISPLAY "CANDMAST.DAT NOT READABLE - STATUS "
                       MASTER-FILE-STATUS
               END-IF
           END-IF.

      *LOAD THE CATALOG'S COURSE KEYS
       CATALOG-OPEN-PARA.
           OPEN INPUT COURSE-CATALOG.
           IF CATALOG-FILE-STATUS = "00" THEN
               MOVE 'N' TO WS-CAT-EOF
               PERFORM CATALOG-LOAD-PARA
               MOVE 1 TO WS-CAT-LOADED
               IF WS-CRS-COUNT > 0 THEN
                   SORT WS-CRS-TABLE
                       ON ASCENDING KEY WS-CRS-ID
               END-IF
           END-IF
           CLOSE COURSE-CATALOG.

       CATALOG-LOAD-PARA.
           READ COURSE-CATALOG
               AT END MOVE 'Y' TO WS-CAT-EOF
           END-READ.
           IF WS-CAT-EOF = 'N' THEN
               IF WS-CRS-COUNT < WS-MAX-CRS-COUNT THEN
                   ADD 1 TO WS-CRS-COUNT
                   MOVE CAT-ID TO WS-CRS-ID(WS-CRS-COUNT)
               ELSE
                   DISPLAY "CRSMAST.DAT TABLE CAPACITY EXCEEDED"
                   PERFORM INTAKE-STOP-PARA
               END-IF
               GO TO CATALOG-LOAD-PARA
           END-IF.

      *IS WS-CRS-LOOKUP-ID IN THE CATALOG (WS-CRS-FOUND OUT)
       CRS-LOOKUP-PARA.
           MOVE 0 TO WS-CRS-FOUND
           IF WS-CRS-COUNT > 0 THEN
               MOVE 1 TO WS-CRS-LO
               MOVE WS-CRS-COUNT TO WS-CRS-HI
               PERFORM CRS-BSRCH-PARA
               IF WS-CRS-ID(WS-CRS-LO) = WS-CRS-LOOKUP-ID THEN
                   MOVE 1 TO WS-CRS-FOUND
               END-IF
           END-IF.

       CRS-BSRCH-PARA.
           IF WS-CRS-LO < WS-CRS-HI THEN
               COMPUTE WS-CRS-MID = (WS-CRS-LO + WS-CRS-HI) / 2
               IF WS-CRS-ID(WS-CRS-MID) < WS-CRS-LOOKUP-ID THEN
                   COMPUTE WS-CRS-LO = WS-CRS-MID + 1
               ELSE
                   MOVE WS-CRS-MID TO WS-CRS-HI
               END-IF
               GO TO CRS-BSRCH-PARA
           END-IF.

       DIRECTORY-OPEN-PARA.
           OPEN INPUT DIRECTORY-FILE.
           IF DIRECTORY-FILE-STATUS NOT = "05" THEN
               MOVE 'N' TO WS-D-EOF
               PERFORM DIRECTORY-LOAD-PARA
           END-IF
           CLOSE DIRECTORY-FILE.

       DIRECTORY-LOAD-PARA.
           READ DIRECTORY-FILE
               AT END MOVE 'Y' TO WS-D-EOF
           END-READ.
           IF WS-D-EOF = 'N' THEN
               IF WS-D-COUNT < WS-MAX-D-COUNT THEN
                   ADD 1 TO WS-D-COUNT
                   MOVE DIRECTORY-RECORD TO WS-D-TABLE(WS-D-COUNT)
               ELSE
                   DISPLAY "DIRECTORY.TXT TABLE CAPACITY EXCEEDED"
                   PERFORM INTAKE-STOP-PARA
               END-IF
               GO TO DIRECTORY-LOAD-PARA
           END-IF.

      *EVERY ROW IS KEPT AS IT STANDS - A MALFORMED ONE IS
      *TA-RANKING'S TO REPORT, NOT THIS RUN'S TO DROP
       AVAILABILITY-OPEN-PARA.
           OPEN INPUT AVAILABILITY-FILE.
           IF AVAILABILITY-FILE-STATUS NOT = "05" THEN
               MOVE 'N' TO WS-AVL-EOF
               PERFORM AVAILABILITY-LOAD-PARA
           END-IF
           CLOSE AVAILABILITY-FILE.

       AVAILABILITY-LOAD-PARA.
           READ AVAILABILITY-FILE
               AT END MOVE 'Y' TO WS-AVL-EOF
           END-READ.
           IF WS-AVL-EOF = 'N' THEN
               IF WS-AVL-COUNT < WS-MAX-AVL-COUNT THEN
                   ADD 1 TO WS-AVL-COUNT
                   MOVE AVAILABILITY-RECORD
                       TO WS-AVL-ROW(WS-AVL-COUNT)
                   MOVE 0 TO WS-AVL-DROP(WS-AVL-COUNT)
               ELSE
                   DISPLAY "AVAILABILITY.TXT TABLE CAPACITY EXCEEDED"
                   PERFORM INTAKE-STOP-PARA
               END-IF
               GO TO AVAILABILITY-LOAD-PARA
           END-IF.

       EXPORT-READ-PARA.
           READ EXPORT-FILE
               AT END MOVE 'Y' TO WS-EXP-EOF
           END-READ.
           IF WS-EXP-EOF = 'N'
               ADD 1 TO WS-LINE-NO
               IF EXPORT-RECORD NOT = SPACES THEN
                   ADD 1 TO WS-READ-COUNT
                   PERFORM EXPORT-SPLIT-PARA
                   PERFORM APPLICATION-CHECK-PARA
                   IF WS-BAD = SPACES THEN
                       PERFORM APPLICATION-TAKE-PARA
                   ELSE
                       PERFORM APPLICATION-REJECT-PARA
                   END-IF
               END-IF
               GO TO EXPORT-READ-PARA
           END-IF.

       EXPORT-SPLIT-PARA.
           MOVE 1 TO WS-IN-FX
           PERFORM EXPORT-CLEAR-PARA
           MOVE ZEROES TO WS-IN-TALLY
           MOVE 0 TO WS-IN-OVER
           UNSTRING EXPORT-RECORD DELIMITED BY "|"
               INTO WS-IN-F(1) WS-IN-F(2) WS-IN-F(3)
                   WS-IN-F(4) WS-IN-F(5) WS-IN-F(6)
                   WS-IN-F(7) WS-IN-F(8) WS-IN-F(9)
                   WS-IN-F(10) WS-IN-F(11) WS-IN-F(12)
                   WS-IN-F(13) WS-IN-F(14) WS-IN-F(15)
                   WS-IN-F(16) WS-IN-F(17) WS-IN-F(18)
                   WS-IN-F(19) WS-IN-F(20) WS-IN-F(21)
                   WS-IN-F(22) WS-IN-F(23) WS-IN-F(24)
                   WS-IN-F(25) WS-IN-F(26) WS-IN-F(27)
                   WS-IN-F(28) WS-IN-F(29) WS-IN-F(30)
                   WS-IN-F(31) WS-IN-F(32) WS-IN-F(33)
                   WS-IN-F(34) WS-IN-F(35) WS-IN-F(36)
               TALLYING IN WS-IN-TALLY
               ON OVERFLOW MOVE 1 TO WS-IN-OVER
           END-UNSTRING.

       EXPORT-CLEAR-PARA.
           IF WS-IN-FX <= 36 THEN
               MOVE SPACES TO WS-IN-F(WS-IN-FX)
               ADD 1 TO WS-IN-FX
               GO TO EXPORT-CLEAR-PARA
           END-IF.

      *VET THE WHOLE APPLICATION, BUILDING ITS TRANSACTION IMAGE
      *AND ITS BLOCKS AS IT GOES. NOTHING IS WRITTEN HERE - THE
      *FIRST FAILURE LEAVES ITS REASON IN WS-BAD
       APPLICATION-CHECK-PARA.
           MOVE SPACES TO WS-BAD
           MOVE SPACES TO TRANSACTION-RECORD
           MOVE ZEROES TO WS-NB-COUNT
           IF WS-IN-OVER = 1 THEN
               MOVE "MORE THAN 36 FIELDS" TO WS-BAD
           END-IF
           IF WS-BAD = SPACES AND WS-IN-TALLY < 26 THEN
               MOVE "FEWER THAN 26 FIELDS" TO WS-BAD
           END-IF
           IF WS-BAD = SPACES THEN
               PERFORM CHECK-IDENT-PARA
           END-IF
           IF WS-BAD = SPACES THEN
               PERFORM CHECK-SENIORITY-PARA
           END-IF
           IF WS-BAD = SPACES THEN
               MOVE 1 TO WS-J
               PERFORM CHECK-SKILL-PARA
           END-IF
           IF WS-BAD = SPACES THEN
               MOVE 1 TO WS-J
               PERFORM CHECK-PREF-PARA
           END-IF
           IF WS-BAD = SPACES THEN
               MOVE 27 TO WS-FX
               PERFORM CHECK-BLOCK-PARA
           END-IF
           IF WS-BAD = SPACES THEN
               PERFORM CHECK-ROOM-PARA
           END-IF.

      *ACTION, ID AND THE CONTACT FIELDS THE DIRECTORY ROW CARRIES
       CHECK-IDENT-PARA.
           IF WS-IN-F(1) = "ADD" OR WS-IN-F(1) = "CHANGE" THEN
               MOVE WS-IN-F(1) TO TRX-ACTION
           ELSE
               MOVE "ACTION NOT ADD OR CHANGE" TO WS-BAD
           END-IF
           IF WS-BAD = SPACES THEN
               IF WS-IN-F(2) = SPACES THEN
                   MOVE "MISSING CANDIDATE ID" TO WS-BAD
               ELSE
                   IF WS-IN-F(2)(12:29) NOT = SPACES THEN
                       MOVE "CANDIDATE ID LONGER THAN 11" TO WS-BAD
                   ELSE
                       MOVE WS-IN-F(2) TO TRX-ID
                   END-IF
               END-IF
           END-IF
           IF WS-BAD = SPACES THEN
               MOVE 0 TO WS-ACC-FOUND
               MOVE 1 TO WS-ACC-I
               PERFORM ACC-FIND-PARA
               IF WS-ACC-FOUND = 1 THEN
                   MOVE "SECOND APPLICATION FOR THE SAME ID"
                       TO WS-BAD
               END-IF
           END-IF
           IF WS-BAD = SPACES THEN
               PERFORM CHECK-MASTER-PARA
           END-IF
           IF WS-BAD = SPACES THEN
               IF WS-IN-F(3) = SPACES THEN
                   MOVE "MISSING NAME" TO WS-BAD
               ELSE
                   IF WS-IN-F(3)(31:10) NOT = SPACES THEN
                       MOVE "NAME LONGER THAN 30" TO WS-BAD
                   END-IF
               END-IF
           END-IF
           IF WS-BAD = SPACES THEN
               MOVE ZEROES TO WS-AT-COUNT
               INSPECT WS-IN-F(4) TALLYING WS-AT-COUNT FOR ALL "@"
               IF WS-IN-F(4) = SPACES OR WS-AT-COUNT NOT = 1 THEN
                   MOVE "MISSING OR MALFORMED EMAIL" TO WS-BAD
               ELSE
                   IF WS-IN-F(4)(31:10) NOT = SPACES THEN
                       MOVE "EMAIL LONGER THAN 30" TO WS-BAD
                   END-IF
               END-IF
           END-IF
           IF WS-BAD = SPACES AND WS-IN-F(5)(21:20) NOT = SPACES THEN
               MOVE "DEPARTMENT LONGER THAN 20" TO WS-BAD
           END-IF.

      *AN ADD MUST NOT BE ON THE MASTER AND A CHANGE MUST BE -
      *OTHERWISE TA-CANDMAINT WOULD REFUSE THE TRANSACTION AFTER
      *THE DIRECTORY AND AVAILABILITY HAD ALREADY TAKEN IT
       CHECK-MASTER-PARA.
           IF WS-MST-STATE = 0 THEN
               MOVE "CANDIDATE MASTER NOT READABLE" TO WS-BAD
           ELSE
               MOVE 0 TO WS-MST-FOUND
               IF WS-MST-STATE = 1 THEN
                   MOVE TRX-ID TO CM-ID
                   READ CAND-MASTER
                       INVALID KEY
                           MOVE 0 TO WS-MST-FOUND
                       NOT INVALID KEY
                           MOVE 1 TO WS-MST-FOUND
                   END-READ
               END-IF
               IF TRX-ACTION = "ADD" AND WS-MST-FOUND = 1 THEN
                   MOVE "ADD FOR ID ALREADY ON MASTER" TO WS-BAD
               END-IF
               IF TRX-ACTION = "CHANGE" AND WS-MST-FOUND = 0 THEN
                   MOVE "CHANGE FOR ID NOT ON MASTER" TO WS-BAD
               END-IF
           END-IF.

       ACC-FIND-PARA.
           IF WS-ACC-I <= WS-ACC-COUNT AND WS-ACC-FOUND = 0 THEN
               IF WS-ACC-ID(WS-ACC-I) = TRX-ID THEN
                   MOVE 1 TO WS-ACC-FOUND
               END-IF
               ADD 1 TO WS-ACC-I
               GO TO ACC-FIND-PARA
           END-IF.

      *PRIOR TERMS ONE OR TWO DIGITS, PROGRAM YEAR ONE - BLANK IS A
      *FIRST-TIME, FIRST-YEAR APPLICANT
       CHECK-SENIORITY-PARA.
           MOVE ZEROES TO TRX-PRIOR-TERMS
           MOVE ZEROES TO TRX-PROG-YEAR
           IF WS-IN-F(6) NOT = SPACES THEN
               IF WS-IN-F(6)(3:38) NOT = SPACES THEN
                   MOVE "PRIOR TERMS NOT 0-99" TO WS-BAD
               ELSE
                   IF WS-IN-F(6)(2:1) = SPACE THEN
                       IF WS-IN-F(6)(1:1) IS NUMERIC THEN
                           MOVE WS-IN-F(6)(1:1) TO WS-DIGIT
                           MOVE WS-DIGIT TO TRX-PRIOR-TERMS
                       ELSE
                           MOVE "PRIOR TERMS NOT 0-99" TO WS-BAD
                       END-IF
                   ELSE
                       IF WS-IN-F(6)(1:2) IS NUMERIC THEN
                           MOVE WS-IN-F(6)(1:2) TO TRX-PRIOR-TERMS
                       ELSE
                           MOVE "PRIOR TERMS NOT 0-99" TO WS-BAD
                       END-IF
                   END-IF
               END-IF
           END-IF
           IF WS-BAD = SPACES AND WS-IN-F(7) NOT = SPACES THEN
               IF WS-IN-F(7)(2:39) NOT = SPACES OR
                   WS-IN-F(7)(1:1) IS NOT NUMERIC THEN
                   MOVE "PROGRAM YEAR NOT 0-9" TO WS-BAD
               ELSE
                   MOVE WS-IN-F(7)(1:1) TO TRX-PROG-YEAR
               END-IF
           END-IF.

      *SKILL PAIR WS-J SITS IN FIELDS 6+2J (CODE) AND 7+2J (LEVEL).
      *A CODE MUST BE IN THE CATALOG AND UNIQUE ON THE FORM, ITS
      *LEVEL A SINGLE DIGIT NO HIGHER THAN THE CODE'S CEILING
       CHECK-SKILL-PARA.
           IF WS-J <= 8 AND WS-BAD = SPACES THEN
               COMPUTE WS-FX = 6 + 2 * WS-J
               COMPUTE WS-K = WS-FX + 1
               MOVE 1 TO TRX-SKILL-LEVEL(WS-J)
               IF WS-IN-F(WS-K) NOT = SPACES THEN
                   IF WS-IN-F(WS-K)(2:39) NOT = SPACES OR
                       WS-IN-F(WS-K)(1:1) IS NOT NUMERIC THEN
                       MOVE "SKILL LEVEL NOT A DIGIT" TO WS-BAD
                   ELSE
                       IF WS-IN-F(WS-K)(1:1) NOT = "0" THEN
                           MOVE WS-IN-F(WS-K)(1:1)
                               TO TRX-SKILL-LEVEL(WS-J)
                       END-IF
                       IF WS-IN-F(WS-FX) = SPACES THEN
                           MOVE "SKILL LEVEL WITHOUT A SKILL CODE"
                               TO WS-BAD
                       END-IF
                   END-IF
               END-IF
               IF WS-BAD = SPACES AND WS-IN-F(WS-FX) NOT = SPACES
                   THEN
                   PERFORM CHECK-SKILL-CODE-PARA
               END-IF
               ADD 1 TO WS-J
               GO TO CHECK-SKILL-PARA
           END-IF.

       CHECK-SKILL-CODE-PARA.
           IF WS-IN-F(WS-FX)(16:25) NOT = SPACES THEN
               MOVE "SKILL CODE LONGER THAN 15" TO WS-BAD
           ELSE
               MOVE WS-IN-F(WS-FX) TO TRX-SKILLS(WS-J)
           END-IF
           IF WS-BAD = SPACES AND WS-SKILL-COUNT > 0 THEN
               MOVE TRX-SKILLS(WS-J) TO WS-SKILL-LOOKUP-VALUE
               PERFORM SKILLS-LOOKUP-PARA
               IF WS-SKILL-FOUND = 0 THEN
                   MOVE "UNKNOWN SKILL CODE" TO WS-BAD
               ELSE
                   IF TRX-SKILL-LEVEL(WS-J) > WS-SKILL-MAX-OUT THEN
                       MOVE "SKILL LEVEL PAST CATALOG MAX" TO WS-BAD
                   END-IF
               END-IF
           END-IF
           IF WS-BAD = SPACES THEN
               MOVE 1 TO WS-K
               PERFORM CHECK-SKILL-DUP-PARA
           END-IF.

       CHECK-SKILL-DUP-PARA.
           IF WS-K < WS-J AND WS-BAD = SPACES THEN
               IF TRX-SKILLS(WS-K) = TRX-SKILLS(WS-J) THEN
                   MOVE "SAME SKILL CODE TWICE" TO WS-BAD
               END-IF
               ADD 1 TO WS-K
               GO TO CHECK-SKILL-DUP-PARA
           END-IF.

      *PREFERENCE WS-J SITS IN FIELD 23+J. EACH ONE NAMED MUST BE A
      *COURSE THE CATALOG CARRIES, AND NO COURSE MAY BE NAMED TWICE
       CHECK-PREF-PARA.
           IF WS-J <= 3 AND WS-BAD = SPACES THEN
               COMPUTE WS-FX = 23 + WS-J
               IF WS-IN-F(WS-FX) NOT = SPACES THEN
                   IF WS-IN-F(WS-FX)(6:35) NOT = SPACES THEN
                       MOVE "PREFERENCE LONGER THAN 5" TO WS-BAD
                   ELSE
                       MOVE WS-IN-F(WS-FX) TO TRX-PREFERENCE(WS-J)
                   END-IF
                   IF WS-BAD = SPACES AND WS-CAT-LOADED = 0 THEN
                       MOVE "CRSMAST.DAT NOT READABLE - PREF REFUSED"
                           TO WS-BAD
                   END-IF
                   IF WS-BAD = SPACES THEN
                       MOVE TRX-PREFERENCE(WS-J) TO WS-CRS-LOOKUP-ID
                       PERFORM CRS-LOOKUP-PARA
                       IF WS-CRS-FOUND = 0 THEN
                           MOVE "PREFERENCE NOT IN CATALOG" TO WS-BAD
                       END-IF
                   END-IF
                   IF WS-BAD = SPACES THEN
                       MOVE 1 TO WS-K
                       PERFORM CHECK-PREF-DUP-PARA
                   END-IF
               END-IF
               ADD 1 TO WS-J
               GO TO CHECK-PREF-PARA
           END-IF.

       CHECK-PREF-DUP-PARA.
           IF WS-K < WS-J AND WS-BAD = SPACES THEN
               IF TRX-PREFERENCE(WS-K) = TRX-PREFERENCE(WS-J) THEN
                   MOVE "SAME COURSE PREFERRED TWICE" TO WS-BAD
               END-IF
               ADD 1 TO WS-K
               GO TO CHECK-PREF-DUP-PARA
           END-IF.

      *BLOCK FIELDS 27-36 - EACH NON-BLANK ONE IS D/HHMM/HHMM WITH A
      *DAY 1-7 AND REAL CLOCK TIMES (2400 ALLOWED AS AN END), START
      *BEFORE END - THE SAME DAY/HHMM SHAPE AS A CATALOG MEETING ROW
       CHECK-BLOCK-PARA.
           IF WS-FX <= 36 AND WS-BAD = SPACES THEN
               IF WS-IN-F(WS-FX) NOT = SPACES THEN
                   PERFORM CHECK-BLOCK-ONE-PARA
               END-IF
               ADD 1 TO WS-FX
               GO TO CHECK-BLOCK-PARA
           END-IF.

       CHECK-BLOCK-ONE-PARA.
           MOVE SPACES TO WS-BLK-DAY
           MOVE SPACES TO WS-BLK-START
           MOVE SPACES TO WS-BLK-END
           MOVE ZEROES TO WS-BLK-PARTS
           UNSTRING WS-IN-F(WS-FX) DELIMITED BY "/"
               INTO WS-BLK-DAY WS-BLK-START WS-BLK-END
               TALLYING IN WS-BLK-PARTS
               ON OVERFLOW MOVE 9 TO WS-BLK-PARTS
           END-UNSTRING
           IF WS-BLK-PARTS NOT = 3 OR
               WS-BLK-DAY(2:4) NOT = SPACES OR
               WS-BLK-START(5:1) NOT = SPACE OR
               WS-BLK-END(5:1) NOT = SPACE OR
               WS-BLK-DAY(1:1) IS NOT NUMERIC OR
               WS-BLK-START(1:4) IS NOT NUMERIC OR
               WS-BLK-END(1:4) IS NOT NUMERIC THEN
               MOVE "BLOCK NOT D/HHMM/HHMM" TO WS-BAD
           END-IF
           IF WS-BAD = SPACES THEN
               ADD 1 TO WS-NB-COUNT
               MOVE WS-BLK-DAY(1:1) TO WS-NB-DAY(WS-NB-COUNT)
               MOVE WS-BLK-START(1:4) TO WS-NB-START(WS-NB-COUNT)
               MOVE WS-BLK-END(1:4) TO WS-NB-END(WS-NB-COUNT)
               IF WS-NB-DAY(WS-NB-COUNT) < 1 OR
                   WS-NB-DAY(WS-NB-COUNT) > 7 THEN
                   MOVE "BLOCK DAY NOT 1-7" TO WS-BAD
               END-IF
           END-IF
           IF WS-BAD = SPACES THEN
               MOVE WS-NB-START(WS-NB-COUNT) TO WS-HHMM
               IF WS-HHMM-HH > 23 OR WS-HHMM-MM > 59 THEN
                   MOVE "BLOCK START NOT A CLOCK TIME" TO WS-BAD
               END-IF
           END-IF
           IF WS-BAD = SPACES THEN
               MOVE WS-NB-END(WS-NB-COUNT) TO WS-HHMM
               IF WS-HHMM > 2400 OR WS-HHMM-MM > 59 THEN
                   MOVE "BLOCK END NOT A CLOCK TIME" TO WS-BAD
               END-IF
           END-IF
           IF WS-BAD = SPACES THEN
               IF WS-NB-START(WS-NB-COUNT) >=
                   WS-NB-END(WS-NB-COUNT) THEN
                   MOVE "BLOCK START NOT BEFORE END" TO WS-BAD
               END-IF
           END-IF.

      *THE APPLICATION PASSES ONLY IF ALL THREE FEEDS CAN TAKE IT -
      *A DIRECTORY ROW IF THE ID IS NEW TO THE DIRECTORY, AND ROOM
      *FOR EVERY ONE OF ITS BLOCKS
       CHECK-ROOM-PARA.
           PERFORM DIR-FIND-PARA
           IF WS-D-INDEX = 0 AND WS-D-COUNT >= WS-MAX-D-COUNT THEN
               MOVE "DIRECTORY FULL - NOT TAKEN" TO WS-BAD
           END-IF
           COMPUTE WS-AVL-ROOM = WS-MAX-AVL-COUNT - WS-AVL-COUNT
           IF WS-BAD = SPACES AND WS-NB-COUNT > WS-AVL-ROOM THEN
               MOVE "AVAILABILITY FULL - NOT TAKEN" TO WS-BAD
           END-IF
           IF WS-BAD = SPACES AND WS-ACC-COUNT >= WS-MAX-ACC-COUNT
               THEN
               MOVE "TABLE CAPACITY EXCEEDED - NOT TAKEN" TO WS-BAD
           END-IF.

      *THE DIRECTORY ROW FOR TRX-ID (WS-D-INDEX OUT, 0 = NONE)
       DIR-FIND-PARA.
           MOVE 0 TO WS-D-INDEX
           MOVE 1 TO WS-D-I
           PERFORM DIR-FIND-LOOP-PARA.

       DIR-FIND-LOOP-PARA.
           IF WS-D-I <= WS-D-COUNT AND WS-D-INDEX = 0 THEN
               IF WS-D-CAND-ID(WS-D-I) = TRX-ID THEN
                   MOVE WS-D-I TO WS-D-INDEX
               END-IF
               ADD 1 TO WS-D-I
               GO TO DIR-FIND-LOOP-PARA
           END-IF.

      *ALL THREE FEEDS FOR A PASSED APPLICATION
       APPLICATION-TAKE-PARA.
           MOVE WS-TERM TO TRX-LAST-TERM
           MOVE 'A' TO TRX-STATUS
           WRITE TRANSACTION-RECORD
           IF WS-D-INDEX = 0 THEN
               ADD 1 TO WS-D-COUNT
               MOVE WS-D-COUNT TO WS-D-INDEX
           END-IF
           MOVE TRX-ID TO WS-D-CAND-ID(WS-D-INDEX)
           MOVE WS-IN-F(3) TO WS-D-NAME(WS-D-INDEX)
           MOVE WS-IN-F(4) TO WS-D-EMAIL(WS-D-INDEX)
           MOVE WS-IN-F(5) TO WS-D-DEPT(WS-D-INDEX)
           MOVE 1 TO WS-AVL-I
           PERFORM AVL-DROP-PARA
           MOVE 1 TO WS-NB-I
           PERFORM AVL-ADD-PARA
           ADD 1 TO WS-ACC-COUNT
           MOVE TRX-ID TO WS-ACC-ID(WS-ACC-COUNT)
           ADD 1 TO WS-ACCEPT-COUNT.

      *THE FORM IS THE APPLICANT'S WHOLE ANSWER, SO EVERY BLOCK
      *ALREADY ON FILE FOR THE ID IS SUPERSEDED
       AVL-DROP-PARA.
           IF WS-AVL-I <= WS-AVL-COUNT THEN
               IF WS-AVL-CAND-ID(WS-AVL-I) = TRX-ID THEN
                   MOVE 1 TO WS-AVL-DROP(WS-AVL-I)
               END-IF
               ADD 1 TO WS-AVL-I
               GO TO AVL-DROP-PARA
           END-IF.

       AVL-ADD-PARA.
           IF WS-NB-I <= WS-NB-COUNT THEN
               ADD 1 TO WS-AVL-COUNT
               MOVE TRX-ID TO AVL-CAND-ID
               MOVE WS-NB-DAY(WS-NB-I) TO AVL-DAY
               MOVE WS-NB-START(WS-NB-I) TO AVL-START
               MOVE WS-NB-END(WS-NB-I) TO AVL-END
               MOVE AVAILABILITY-RECORD TO WS-AVL-ROW(WS-AVL-COUNT)
               MOVE 0 TO WS-AVL-DROP(WS-AVL-COUNT)
               ADD 1 TO WS-BLOCK-COUNT
               ADD 1 TO WS-NB-I
               GO TO AVL-ADD-PARA
           END-IF.

       APPLICATION-REJECT-PARA.
           MOVE SPACES TO INTAKEREJ-RECORD
           MOVE WS-LINE-NO TO IRJ-LINE
           MOVE WS-IN-F(2) TO IRJ-CAND-ID
           MOVE WS-IN-F(3) TO IRJ-NAME
           MOVE WS-IN-F(4) TO IRJ-EMAIL
           MOVE WS-BAD TO IRJ-REASON
           WRITE INTAKEREJ-RECORD
           ADD 1 TO WS-REJECT-COUNT.

       DIRECTORY-SAVE-PARA.
           OPEN OUTPUT DIRECTORY-FILE.
           MOVE 1 TO WS-D-I
           PERFORM DIRECTORY-SAVE-LOOP-PARA
           CLOSE DIRECTORY-FILE.

       DIRECTORY-SAVE-LOOP-PARA.
           IF WS-D-I <= WS-D-COUNT THEN
               MOVE WS-D-TABLE(WS-D-I) TO DIRECTORY-RECORD
               WRITE DIRECTORY-RECORD
               ADD 1 TO WS-D-I
               GO TO DIRECTORY-SAVE-LOOP-PARA
           END-IF.

       AVAILABILITY-SAVE-PARA.
           OPEN OUTPUT AVAILABILITY-FILE.
           MOVE 1 TO WS-AVL-I
           PERFORM AVAILABILITY-SAVE-LOOP-PARA
           CLOSE AVAILABILITY-FILE.

       AVAILABILITY-SAVE-LOOP-PARA.
           IF WS-AVL-I <= WS-AVL-COUNT THEN
               IF WS-AVL-DROP(WS-AVL-I) = 0 THEN
                   MOVE WS-AVL-ROW(WS-AVL-I) TO AVAILABILITY-RECORD
                   WRITE AVAILABILITY-RECORD
               END-IF
               ADD 1 TO WS-AVL-I
               GO TO AVAILABILITY-SAVE-LOOP-PARA
           END-IF.
