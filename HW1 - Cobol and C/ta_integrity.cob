       IDENTIFICATION DIVISION.
       PROGRAM-ID. TA-INTEGRITY.
       AUTHOR.     Adrian.
      *8901*

      *PRE-RUN REFERENTIAL INTEGRITY SWEEP. EVERY FILE IN THE CYCLE
      *IS VETTED ON ITS OWN BY WHOEVER LOADS IT, BUT NOTHING CHECKS
      *THE FILES AGAINST EACH OTHER - AND THE RANKING RUN TREATS AN
      *ORPHAN AS A ZERO SCORE OR A SILENT DROP. THIS RUN READS THE
      *TWO KEYED MASTERS AND THE LOOSE FEEDS TOGETHER AND REPORTS:
      *  PREF  - CM-PREFERENCE ENTRIES NAMING A COURSE CRSMAST.DAT
      *          NO LONGER CARRIES
      *  AVAIL - AVAILABILITY.TXT ROWS FOR IDS NOT ON CANDMAST.DAT
      *  DIR   - DIRECTORY.TXT ROWS FOR IDS NOT ON CANDMAST.DAT
      *  HIST  - HISTORY.TXT LINES FOR COURSES NOT IN CRSMAST.DAT
      *  QUOTA - QUOTAS.TXT DEPARTMENTS NO DIR-DEPT USES
      *ONE BLOCK PER PROBLEM TYPE IN INTEGRITY.TXT, EACH CLOSED BY
      *ITS COUNT, THEN THE SAME RESULT PASS / RESULT FAIL VERDICT
      *TA-VERIFY ENDS ON. A FAIL SETS A NONZERO RETURN CODE SO THE
      *SCHEDULER HOLDS TA-RANKING UNTIL THE FEEDS ARE CORRECTED.
      *A MASTER THAT WON'T OPEN IS ITSELF A FAILURE (FILES BLOCK) AND
      *THE CHECKS THAT NEED IT ARE SKIPPED RATHER THAN REPORTING
      *EVERY ROW AS AN ORPHAN. AN ABSENT LOOSE FEED HAS NOTHING TO
      *ORPHAN AND SIMPLY CHECKS CLEAN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT OPTIONAL CAND-MASTER ASSIGN TO 'candmast.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CM-ID
               FILE STATUS IS MASTER-FILE-STATUS.

           SELECT OPTIONAL COURSE-CATALOG ASSIGN TO 'crsmast.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CAT-ID
               FILE STATUS IS CATALOG-FILE-STATUS.

           SELECT OPTIONAL AVAILABILITY-FILE
               ASSIGN TO 'availability.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AVAILABILITY-FILE-STATUS.

           SELECT OPTIONAL DIRECTORY-FILE ASSIGN TO 'directory.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DIRECTORY-FILE-STATUS.

           SELECT OPTIONAL HISTORY-FILE ASSIGN TO 'history.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HISTORY-FILE-STATUS.

           SELECT OPTIONAL QUOTAS-FILE ASSIGN TO 'quotas.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS QUOTAS-FILE-STATUS.

           SELECT INTEGRITY-FILE ASSIGN TO 'integrity.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *SAME LAYOUT AS TA-CANDMAINT'S MASTER RECORD
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

      *SAME LAYOUT AS TA-RANKING'S AVAILABILITY-RECORD
       FD AVAILABILITY-FILE.
       01  AVAILABILITY-RECORD.
               03 AVL-CAND-ID PIC X(11).
               03 AVL-DAY PIC 9(1).
               03 AVL-START PIC 9(4).
               03 AVL-END PIC 9(4).

      *SAME LAYOUT AS TA-RANKING'S DIRECTORY-RECORD
       FD DIRECTORY-FILE.
       01  DIRECTORY-RECORD.
               03 DIR-CAND-ID PIC X(11).
               03 DIR-NAME PIC X(30).
               03 DIR-EMAIL PIC X(30).
               03 DIR-DEPT PIC X(20).

      *SAME LAYOUT AS TA-RANKING'S HISTORY-RECORD
       FD HISTORY-FILE.
       01  HISTORY-RECORD.
               03 HIS-TERM PIC X(6).
               03 HIS-COURSE-ID PIC X(5).
               03 HIS-SECTION PIC 9(2).
               03 HIS-CAND-ID PIC X(11).
               03 HIS-FLAG PIC X.
               03 HIS-RATING PIC 9(1).
               03 HIS-NO-REHIRE PIC X.

      *SAME LAYOUT AS TA-RANKING'S QUOTAS-RECORD
       FD QUOTAS-FILE.
       01  QUOTAS-RECORD.
               03 QTA-DEPT PIC X(20).
               03 QTA-SEATS PIC 9(4).

      *ONE LINE PER ORPHAN, GROUPED BY PROBLEM TYPE, THEN THE
      *PER-TYPE TOTALS AND THE PASS/FAIL VERDICT
       FD INTEGRITY-FILE.
       01  INTEGRITY-RECORD PIC X(80) VALUE SPACES.

       WORKING-STORAGE SECTION.
       01 MASTER-FILE-STATUS PIC XX.
       01 CATALOG-FILE-STATUS PIC XX.
       01 AVAILABILITY-FILE-STATUS PIC XX.
       01 DIRECTORY-FILE-STATUS PIC XX.
       01 HISTORY-FILE-STATUS PIC XX.
       01 QUOTAS-FILE-STATUS PIC XX.

      *1 = THE MASTER OPENED AND ITS KEYS ARE LOADED, SO THE CHECKS
      *THAT LOOK IDS UP AGAINST IT CAN RUN
       01 WS-CM-LOADED PIC 9 VALUE 0.
       01 WS-CAT-LOADED PIC 9 VALUE 0.

      *CANDIDATE MASTER KEYS PLUS THE PREFERENCES BEING CHECKED -
      *READ IN KEY SEQUENCE, SORTED AGAIN AFTER THE LOAD SO THE
      *BINARY SEARCH NEVER DEPENDS ON HOW THE FILE WAS BUILT
       01 WS-MAX-CM-COUNT PIC 9(4) VALUE 2000.
       01 WS-MASTER.
           02 WS-CM-COUNT PIC 9(4) VALUE ZEROES.
           02 WS-CM-TABLE OCCURS 1 TO 2000 TIMES
               DEPENDING ON WS-CM-COUNT.
               05 WS-CM-ID PIC X(11) VALUE SPACES.
               05 WS-CM-PREF OCCURS 3 TIMES PIC X(5) VALUE SPACES.
       01 WS-CM-EOF PIC A(1) VALUE 'N'.
       01 WS-CM-LOOKUP-ID PIC X(11) VALUE SPACES.
       01 WS-CM-FOUND PIC 9 VALUE 0.
       01 WS-CM-LO PIC 9(4) VALUE 1.
       01 WS-CM-HI PIC 9(4) VALUE 1.
       01 WS-CM-MID PIC 9(4) VALUE 1.
       01 WS-CM-I PIC 9(4) VALUE 1.
       01 WS-CM-J PIC 9 VALUE 1.

      *COURSE CATALOG KEYS, HELD IN THE X(5) SHAPE EVERY OTHER FILE
      *USES FOR A COURSE ID
       01 WS-MAX-CRS-COUNT PIC 9(4) VALUE 2000.
       01 WS-COURSES.
           02 WS-CRS-COUNT PIC 9(4) VALUE ZEROES.
           02 WS-CRS-TABLE OCCURS 1 TO 2000 TIMES
               DEPENDING ON WS-CRS-COUNT.
               05 WS-CRS-ID PIC X(5) VALUE SPACES.
       01 WS-CAT-EOF PIC A(1) VALUE 'N'.
       01 WS-CRS-LOOKUP-ID PIC X(5) VALUE SPACES.
       01 WS-CRS-FOUND PIC 9 VALUE 0.
       01 WS-CRS-LO PIC 9(4) VALUE 1.
       01 WS-CRS-HI PIC 9(4) VALUE 1.
       01 WS-CRS-MID PIC 9(4) VALUE 1.

      *DISTINCT DEPARTMENTS THE DIRECTORY USES - SAME CEILING AS
      *TA-RANKING'S DEPARTMENT LEDGER. A DIRECTORY WITH MORE
      *DEPARTMENTS THAN THAT CANNOT PROVE A QUOTA LINE UNUSED, SO
      *THE OVERFLOW IS REPORTED INSTEAD OF GUESSED AT
       01 WS-MAX-DEPT-COUNT PIC 9(4) VALUE 200.
       01 WS-DEPTS.
           02 WS-DEPT-COUNT PIC 9(4) VALUE ZEROES.
           02 WS-DEPT-TABLE OCCURS 1 TO 200 TIMES
               DEPENDING ON WS-DEPT-COUNT.
               05 WS-DEPT-NAME PIC X(20) VALUE SPACES.
       01 WS-DEPT-OVERFLOW PIC 9 VALUE 0.
       01 WS-DEPT-LOOKUP PIC X(20) VALUE SPACES.
       01 WS-DEPT-FOUND PIC 9 VALUE 0.
       01 WS-DEPT-I PIC 9(4) VALUE 1.

       01 WS-AVL-EOF PIC A(1) VALUE 'N'.
       01 WS-D-EOF PIC A(1) VALUE 'N'.
       01 WS-H-EOF PIC A(1) VALUE 'N'.
       01 WS-QTA-EOF PIC A(1) VALUE 'N'.

      *ORPHANS FOUND PER PROBLEM TYPE, AND THE GRAND TOTAL THE
      *VERDICT IS TAKEN ON
       01 WS-FILES-COUNT PIC 9(6) VALUE ZEROES.
       01 WS-PREF-COUNT PIC 9(6) VALUE ZEROES.
       01 WS-AVAIL-COUNT PIC 9(6) VALUE ZEROES.
       01 WS-DIR-COUNT PIC 9(6) VALUE ZEROES.
       01 WS-HIST-COUNT PIC 9(6) VALUE ZEROES.
       01 WS-QUOTA-COUNT PIC 9(6) VALUE ZEROES.
       01 WS-ERROR-COUNT PIC 9(6) VALUE ZEROES.

      *REPORT LINE WORK FIELDS
       01 WS-INT-PTR PIC 9(4) VALUE 1.
       01 WS-INT-TAG PIC X(5) VALUE SPACES.
       01 WS-INT-COUNT PIC 9(6) VALUE ZEROES.

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           OPEN OUTPUT INTEGRITY-FILE.

           PERFORM MASTER-OPEN-PARA.
           PERFORM CATALOG-OPEN-PARA.

           PERFORM PREF-CHECK-PARA.
           PERFORM AVAIL-CHECK-PARA.
           PERFORM DIR-CHECK-PARA.
           PERFORM HIST-CHECK-PARA.
           PERFORM QUOTA-CHECK-PARA.

           PERFORM TOTALS-WRITE-PARA.
           CLOSE INTEGRITY-FILE.
           DISPLAY "EXCEPTIONS " WS-ERROR-COUNT.

       STOP RUN.

      *LOAD THE CANDIDATE MASTER'S KEYS AND PREFERENCES. A MASTER
      *THAT IS MISSING OR WON'T OPEN IS A FILES FAILURE - NOTHING
      *CAN BE PROVED AN ORPHAN AGAINST IT
       MASTER-OPEN-PARA.
           OPEN INPUT CAND-MASTER.
           IF MASTER-FILE-STATUS = "00" THEN
               MOVE 'N' TO WS-CM-EOF
               PERFORM MASTER-LOAD-PARA
               MOVE 1 TO WS-CM-LOADED
               IF WS-CM-COUNT > 0 THEN
                   SORT WS-CM-TABLE
                       ON ASCENDING KEY WS-CM-ID
               END-IF
           ELSE
               MOVE
                "FILES CANDMAST.DAT NOT READABLE - ID CHECKS SKIPPED"
                 TO INTEGRITY-RECORD
               PERFORM FILES-ERROR-PARA
           END-IF
           CLOSE CAND-MASTER.

       MASTER-LOAD-PARA.
           READ CAND-MASTER
               AT END MOVE 'Y' TO WS-CM-EOF
           END-READ.
           IF WS-CM-EOF = 'N' THEN
               IF WS-CM-COUNT < WS-MAX-CM-COUNT THEN
                   ADD 1 TO WS-CM-COUNT
                   MOVE CM-ID TO WS-CM-ID(WS-CM-COUNT)
                   MOVE CM-PREFERENCE(1) TO WS-CM-PREF(WS-CM-COUNT, 1)
                   MOVE CM-PREFERENCE(2) TO WS-CM-PREF(WS-CM-COUNT, 2)
                   MOVE CM-PREFERENCE(3) TO WS-CM-PREF(WS-CM-COUNT, 3)
               ELSE
                   MOVE SPACES TO INTEGRITY-RECORD
                   MOVE 1 TO WS-INT-PTR
                   STRING "FILES CANDMAST.DAT " DELIMITED BY SIZE
                       CM-ID DELIMITED BY SIZE
                       " TABLE CAPACITY EXCEEDED" DELIMITED BY SIZE
                       INTO INTEGRITY-RECORD WITH POINTER WS-INT-PTR
                   PERFORM FILES-ERROR-PARA
               END-IF
               GO TO MASTER-LOAD-PARA
           END-IF.

      *LOAD THE CATALOG'S COURSE KEYS - SAME MISSING-MASTER RULE
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
           ELSE
               MOVE
                "FILES CRSMAST.DAT NOT READABLE - COURSE CHECKS SKIPPED"
                   TO INTEGRITY-RECORD
               PERFORM FILES-ERROR-PARA
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
                   MOVE SPACES TO INTEGRITY-RECORD
                   MOVE 1 TO WS-INT-PTR
                   STRING "FILES CRSMAST.DAT " DELIMITED BY SIZE
                       CAT-ID DELIMITED BY SIZE
                       " TABLE CAPACITY EXCEEDED" DELIMITED BY SIZE
                       INTO INTEGRITY-RECORD WITH POINTER WS-INT-PTR
                   PERFORM FILES-ERROR-PARA
               END-IF
               GO TO CATALOG-LOAD-PARA
           END-IF.

      *IS WS-CM-LOOKUP-ID ON THE CANDIDATE MASTER (WS-CM-FOUND OUT)
       CM-LOOKUP-PARA.
           MOVE 0 TO WS-CM-FOUND
           IF WS-CM-COUNT > 0 THEN
               MOVE 1 TO WS-CM-LO
               MOVE WS-CM-COUNT TO WS-CM-HI
               PERFORM CM-BSRCH-PARA
               IF WS-CM-ID(WS-CM-LO) = WS-CM-LOOKUP-ID THEN
                   MOVE 1 TO WS-CM-FOUND
               END-IF
           END-IF.

      *LEFTMOST TABLE ENTRY WHOSE KEY IS NOT BELOW THE LOOKUP ID
       CM-BSRCH-PARA.
           IF WS-CM-LO < WS-CM-HI THEN
               COMPUTE WS-CM-MID = (WS-CM-LO + WS-CM-HI) / 2
               IF WS-CM-ID(WS-CM-MID) < WS-CM-LOOKUP-ID THEN
                   COMPUTE WS-CM-LO = WS-CM-MID + 1
               ELSE
                   MOVE WS-CM-MID TO WS-CM-HI
               END-IF
               GO TO CM-BSRCH-PARA
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

      *PREF BLOCK - EVERY NON-BLANK PREFERENCE ON THE MASTER MUST
      *NAME A COURSE THE CATALOG STILL CARRIES. NEEDS BOTH MASTERS
       PREF-CHECK-PARA.
           MOVE "GROUP PREF  - PREFERENCES NOT IN CRSMAST"
               TO INTEGRITY-RECORD
           WRITE INTEGRITY-RECORD
           IF WS-CM-LOADED = 1 AND WS-CAT-LOADED = 1 THEN
               MOVE 1 TO WS-CM-I
               PERFORM PREF-CAND-PARA
           END-IF
           MOVE "PREF" TO WS-INT-TAG
           MOVE WS-PREF-COUNT TO WS-INT-COUNT
           PERFORM GROUP-CLOSE-PARA.

       PREF-CAND-PARA.
           IF WS-CM-I <= WS-CM-COUNT THEN
               MOVE 1 TO WS-CM-J
               PERFORM PREF-SLOT-PARA
               ADD 1 TO WS-CM-I
               GO TO PREF-CAND-PARA
           END-IF.

       PREF-SLOT-PARA.
           IF WS-CM-J <= 3 THEN
               IF WS-CM-PREF(WS-CM-I, WS-CM-J) NOT = SPACES AND
                   WS-CM-PREF(WS-CM-I, WS-CM-J) NOT = "00000" THEN
                   MOVE WS-CM-PREF(WS-CM-I, WS-CM-J)
                       TO WS-CRS-LOOKUP-ID
                   PERFORM CRS-LOOKUP-PARA
                   IF WS-CRS-FOUND = 0 THEN
                       MOVE SPACES TO INTEGRITY-RECORD
                       MOVE 1 TO WS-INT-PTR
                       STRING "PREF  " DELIMITED BY SIZE
                           WS-CM-ID(WS-CM-I) DELIMITED BY SIZE
                           " PREF " DELIMITED BY SIZE
                           WS-CM-J DELIMITED BY SIZE
                           " COURSE " DELIMITED BY SIZE
                           WS-CRS-LOOKUP-ID DELIMITED BY SIZE
                           " NOT IN CATALOG" DELIMITED BY SIZE
                           INTO INTEGRITY-RECORD WITH POINTER WS-INT-PTR
                       WRITE INTEGRITY-RECORD
                       ADD 1 TO WS-PREF-COUNT
                   END-IF
               END-IF
               ADD 1 TO WS-CM-J
               GO TO PREF-SLOT-PARA
           END-IF.

      *AVAIL BLOCK - EVERY UNAVAILABLE BLOCK MUST BELONG TO A
      *CANDIDATE ON THE MASTER. STREAMED, SO THE FILE HAS NO CEILING
       AVAIL-CHECK-PARA.
           MOVE "GROUP AVAIL - AVAILABILITY ROWS NOT ON CANDMAST"
               TO INTEGRITY-RECORD
           WRITE INTEGRITY-RECORD
           IF WS-CM-LOADED = 1 THEN
               OPEN INPUT AVAILABILITY-FILE
               IF AVAILABILITY-FILE-STATUS NOT = "05" THEN
                   MOVE 'N' TO WS-AVL-EOF
                   PERFORM AVAIL-READ-PARA
               END-IF
               CLOSE AVAILABILITY-FILE
           END-IF
           MOVE "AVAIL" TO WS-INT-TAG
           MOVE WS-AVAIL-COUNT TO WS-INT-COUNT
           PERFORM GROUP-CLOSE-PARA.

       AVAIL-READ-PARA.
           READ AVAILABILITY-FILE
               AT END MOVE 'Y' TO WS-AVL-EOF
           END-READ.
           IF WS-AVL-EOF = 'N' THEN
               MOVE AVL-CAND-ID TO WS-CM-LOOKUP-ID
               PERFORM CM-LOOKUP-PARA
               IF WS-CM-FOUND = 0 THEN
                   MOVE SPACES TO INTEGRITY-RECORD
                   MOVE 1 TO WS-INT-PTR
                   STRING "AVAIL " DELIMITED BY SIZE
                       AVL-CAND-ID DELIMITED BY SIZE
                       " DAY " DELIMITED BY SIZE
                       AVL-DAY DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       AVL-START DELIMITED BY SIZE
                       "-" DELIMITED BY SIZE
                       AVL-END DELIMITED BY SIZE
                       " NOT ON CANDIDATE MASTER" DELIMITED BY SIZE
                       INTO INTEGRITY-RECORD WITH POINTER WS-INT-PTR
                   WRITE INTEGRITY-RECORD
                   ADD 1 TO WS-AVAIL-COUNT
               END-IF
               GO TO AVAIL-READ-PARA
           END-IF.

      *DIR BLOCK - EVERY DIRECTORY ROW MUST BELONG TO A CANDIDATE ON
      *THE MASTER. THE SAME PASS COLLECTS THE DEPARTMENTS IN USE FOR
      *THE QUOTA BLOCK, SO IT RUNS EVEN WHEN THE MASTER IS MISSING
       DIR-CHECK-PARA.
           MOVE "GROUP DIR   - DIRECTORY ROWS NOT ON CANDMAST"
               TO INTEGRITY-RECORD
           WRITE INTEGRITY-RECORD
           OPEN INPUT DIRECTORY-FILE
           IF DIRECTORY-FILE-STATUS NOT = "05" THEN
               MOVE 'N' TO WS-D-EOF
               PERFORM DIR-READ-PARA
           END-IF
           CLOSE DIRECTORY-FILE
           MOVE "DIR" TO WS-INT-TAG
           MOVE WS-DIR-COUNT TO WS-INT-COUNT
           PERFORM GROUP-CLOSE-PARA.

       DIR-READ-PARA.
           READ DIRECTORY-FILE
               AT END MOVE 'Y' TO WS-D-EOF
           END-READ.
           IF WS-D-EOF = 'N' THEN
               IF WS-CM-LOADED = 1 THEN
                   MOVE DIR-CAND-ID TO WS-CM-LOOKUP-ID
                   PERFORM CM-LOOKUP-PARA
                   IF WS-CM-FOUND = 0 THEN
                       MOVE SPACES TO INTEGRITY-RECORD
                       MOVE 1 TO WS-INT-PTR
                       STRING "DIR   " DELIMITED BY SIZE
                           DIR-CAND-ID DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           DIR-NAME DELIMITED BY SIZE
                           " NOT ON CANDIDATE MASTER" DELIMITED BY SIZE
                           INTO INTEGRITY-RECORD WITH POINTER WS-INT-PTR
                       WRITE INTEGRITY-RECORD
                       ADD 1 TO WS-DIR-COUNT
                   END-IF
               END-IF
               IF DIR-DEPT NOT = SPACES THEN
                   MOVE DIR-DEPT TO WS-DEPT-LOOKUP
                   PERFORM DEPT-FIND-PARA
                   IF WS-DEPT-FOUND = 0 THEN
                       IF WS-DEPT-COUNT < WS-MAX-DEPT-COUNT THEN
                           ADD 1 TO WS-DEPT-COUNT
                           MOVE DIR-DEPT TO WS-DEPT-NAME(WS-DEPT-COUNT)
                       ELSE
                           MOVE 1 TO WS-DEPT-OVERFLOW
                       END-IF
                   END-IF
               END-IF
               GO TO DIR-READ-PARA
           END-IF.

      *IS WS-DEPT-LOOKUP AMONG THE DEPARTMENTS SEEN (WS-DEPT-FOUND)
       DEPT-FIND-PARA.
           MOVE 0 TO WS-DEPT-FOUND
           MOVE 1 TO WS-DEPT-I
           PERFORM DEPT-FIND-LOOP-PARA.

       DEPT-FIND-LOOP-PARA.
           IF WS-DEPT-I <= WS-DEPT-COUNT THEN
               IF WS-DEPT-NAME(WS-DEPT-I) = WS-DEPT-LOOKUP THEN
                   MOVE 1 TO WS-DEPT-FOUND
               END-IF
               ADD 1 TO WS-DEPT-I
               IF WS-DEPT-FOUND = 0 THEN
                   GO TO DEPT-FIND-LOOP-PARA
               END-IF
           END-IF.

      *HIST BLOCK - EVERY HISTORY LINE MUST NAME A COURSE THE
      *CATALOG STILL CARRIES, OR ITS EXPERIENCE CREDIT CAN NEVER BE
      *EARNED AGAIN
       HIST-CHECK-PARA.
           MOVE "GROUP HIST  - HISTORY LINES FOR COURSES NOT IN CRSMAST"
               TO INTEGRITY-RECORD
           WRITE INTEGRITY-RECORD
           IF WS-CAT-LOADED = 1 THEN
               OPEN INPUT HISTORY-FILE
               IF HISTORY-FILE-STATUS NOT = "05" THEN
                   MOVE 'N' TO WS-H-EOF
                   PERFORM HIST-READ-PARA
               END-IF
               CLOSE HISTORY-FILE
           END-IF
           MOVE "HIST" TO WS-INT-TAG
           MOVE WS-HIST-COUNT TO WS-INT-COUNT
           PERFORM GROUP-CLOSE-PARA.

       HIST-READ-PARA.
           READ HISTORY-FILE
               AT END MOVE 'Y' TO WS-H-EOF
           END-READ.
           IF WS-H-EOF = 'N' THEN
               MOVE HIS-COURSE-ID TO WS-CRS-LOOKUP-ID
               PERFORM CRS-LOOKUP-PARA
               IF WS-CRS-FOUND = 0 THEN
                   MOVE SPACES TO INTEGRITY-RECORD
                   MOVE 1 TO WS-INT-PTR
                   STRING "HIST  " DELIMITED BY SIZE
                       HIS-TERM DELIMITED BY SIZE
                       " COURSE " DELIMITED BY SIZE
                       HIS-COURSE-ID DELIMITED BY SIZE
                       " SEC " DELIMITED BY SIZE
                       HIS-SECTION DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       HIS-CAND-ID DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       HIS-FLAG DELIMITED BY SIZE
                       " NOT IN CATALOG" DELIMITED BY SIZE
                       INTO INTEGRITY-RECORD WITH POINTER WS-INT-PTR
                   WRITE INTEGRITY-RECORD
                   ADD 1 TO WS-HIST-COUNT
               END-IF
               GO TO HIST-READ-PARA
           END-IF.

      *QUOTA BLOCK - A QUOTA LINE NO DIRECTORY DEPARTMENT USES CAN
      *NEVER CAP ANYONE, SO IT IS EITHER MISSPELT OR STALE
       QUOTA-CHECK-PARA.
           MOVE "GROUP QUOTA - QUOTA DEPARTMENTS NO DIRECTORY ROW USES"
               TO INTEGRITY-RECORD
           WRITE INTEGRITY-RECORD
           IF WS-DEPT-OVERFLOW = 1 THEN
               MOVE "FILES DIRECTORY.TXT DEPARTMENTS OVERFLOW - SKIPPED"
                   TO INTEGRITY-RECORD
               PERFORM FILES-ERROR-PARA
           ELSE
               OPEN INPUT QUOTAS-FILE
               IF QUOTAS-FILE-STATUS NOT = "05" THEN
                   MOVE 'N' TO WS-QTA-EOF
                   PERFORM QUOTA-READ-PARA
               END-IF
               CLOSE QUOTAS-FILE
           END-IF
           MOVE "QUOTA" TO WS-INT-TAG
           MOVE WS-QUOTA-COUNT TO WS-INT-COUNT
           PERFORM GROUP-CLOSE-PARA.

       QUOTA-READ-PARA.
           READ QUOTAS-FILE
               AT END MOVE 'Y' TO WS-QTA-EOF
           END-READ.
           IF WS-QTA-EOF = 'N' THEN
               IF QTA-DEPT NOT = SPACES THEN
                   MOVE QTA-DEPT TO WS-DEPT-LOOKUP
                   PERFORM DEPT-FIND-PARA
                   IF WS-DEPT-FOUND = 0 THEN
                       MOVE SPACES TO INTEGRITY-RECORD
                       MOVE 1 TO WS-INT-PTR
                       STRING "QUOTA " DELIMITED BY SIZE
                           QTA-DEPT DELIMITED BY SIZE
                           " NOT USED BY ANY DIRECTORY ROW"
                               DELIMITED BY SIZE
                           INTO INTEGRITY-RECORD WITH POINTER WS-INT-PTR
                       WRITE INTEGRITY-RECORD
                       ADD 1 TO WS-QUOTA-COUNT
                   END-IF
               END-IF
               GO TO QUOTA-READ-PARA
           END-IF.

      *CLOSE ONE PROBLEM-TYPE BLOCK WITH ITS COUNT AND A BLANK LINE
       GROUP-CLOSE-PARA.
           MOVE SPACES TO INTEGRITY-RECORD
           MOVE 1 TO WS-INT-PTR
           STRING "COUNT " DELIMITED BY SIZE
               WS-INT-TAG DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-INT-COUNT DELIMITED BY SIZE
               INTO INTEGRITY-RECORD WITH POINTER WS-INT-PTR
           WRITE INTEGRITY-RECORD
           MOVE SPACES TO INTEGRITY-RECORD
           WRITE INTEGRITY-RECORD.

      *A FILE-LEVEL PROBLEM - WRITTEN WHERE IT IS MET, COUNTED IN
      *THE FILES TOTAL, AND ALWAYS A FAIL
       FILES-ERROR-PARA.
           WRITE INTEGRITY-RECORD
           ADD 1 TO WS-FILES-COUNT.

      *PER-TYPE TOTALS, THEN THE VERDICT - ANY ORPHAN AT ALL FAILS
      *THE SWEEP
       TOTALS-WRITE-PARA.
           COMPUTE WS-ERROR-COUNT = WS-FILES-COUNT + WS-PREF-COUNT +
               WS-AVAIL-COUNT + WS-DIR-COUNT + WS-HIST-COUNT +
               WS-QUOTA-COUNT
           MOVE "FILES" TO WS-INT-TAG
           MOVE WS-FILES-COUNT TO WS-INT-COUNT
           PERFORM TOTAL-LINE-PARA
           MOVE "PREF" TO WS-INT-TAG
           MOVE WS-PREF-COUNT TO WS-INT-COUNT
           PERFORM TOTAL-LINE-PARA
           MOVE "AVAIL" TO WS-INT-TAG
           MOVE WS-AVAIL-COUNT TO WS-INT-COUNT
           PERFORM TOTAL-LINE-PARA
           MOVE "DIR" TO WS-INT-TAG
           MOVE WS-DIR-COUNT TO WS-INT-COUNT
           PERFORM TOTAL-LINE-PARA
           MOVE "HIST" TO WS-INT-TAG
           MOVE WS-HIST-COUNT TO WS-INT-COUNT
           PERFORM TOTAL-LINE-PARA
           MOVE "QUOTA" TO WS-INT-TAG
           MOVE WS-QUOTA-COUNT TO WS-INT-COUNT
           PERFORM TOTAL-LINE-PARA
           IF WS-ERROR-COUNT = 0 THEN
               MOVE "RESULT PASS" TO INTEGRITY-RECORD
               WRITE INTEGRITY-RECORD
           ELSE
               MOVE SPACES TO INTEGRITY-RECORD
               MOVE 1 TO WS-INT-PTR
               STRING "RESULT FAIL " DELIMITED BY SIZE
                   WS-ERROR-COUNT DELIMITED BY SIZE
                   " EXCEPTIONS" DELIMITED BY SIZE
                   INTO INTEGRITY-RECORD WITH POINTER WS-INT-PTR
               WRITE INTEGRITY-RECORD
               MOVE 8 TO RETURN-CODE
           END-IF.

       TOTAL-LINE-PARA.
           MOVE SPACES TO INTEGRITY-RECORD
           MOVE 1 TO WS-INT-PTR
           STRING "TOTAL " DELIMITED BY SIZE
               WS-INT-TAG DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-INT-COUNT DELIMITED BY SIZE
               INTO INTEGRITY-RECORD WITH POINTER WS-INT-PTR
           WRITE INTEGRITY-RECORD.
