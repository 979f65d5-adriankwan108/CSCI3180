       IDENTIFICATION DIVISION.
       PROGRAM-ID. TA-TREND.
       AUTHOR.     Adrian.
      *8901*

      *MULTI-TERM TREND REPORT. EVERY TERM'S PUBLISHED RESULTS ARE
      *KEPT BY TA-ARCHIVE AS ARCH_<TERM>_<NAME>, BUT EACH TERM IS
      *ONLY EVER LOOKED AT ON ITS OWN. THIS RUN READS THE ARCHIVED
      *MEMBERS OF EVERY TERM NAMED IN TRENDTERMS.TXT (ONE TERM PER
      *LINE, SAME X(6) SHAPE AS HIS-TERM, OLDEST FIRST) AND LAYS THE
      *TERMS SIDE BY SIDE IN TRENDRPT.TXT:
      *
      *  APPLICANTS   - "CANDIDATES LOADED" FROM THE SUMMARY
      *  COURSES      - "COURSES RANKED" FROM THE SUMMARY
      *  SEATS        - FILLED RANK SLOTS IN THE PUBLISHED OUTPUT
      *  FILL%        - SEATS OVER SEATS PLUS THE UNFILLED SLOTS
      *                 THE SHORTAGE REPORT COUNTED
      *  OFFERS       - PUBLISHED SEATS PLUS EVERY ALTERNATE
      *                 PROMOTED DURING THE OFFER SEASON
      *  DECLINES     - PROMOTIONS LOG LINES THAT SAY DECLINED
      *  DECL%        - DECLINES OVER OFFERS
      *  PROMOS       - ALTERNATES PROMOTED, BROKEN OUT BY OFFER
      *                 ROUND UNDER THE TERM'S ROW
      *  REPEAT%      - SHARE OF THE TERM'S SEATED TAS WHO HELD A
      *                 SEAT IN ANY EARLIER TERM ON THE LIST
      *
      *FOLLOWED BY EVERY COURSE THAT CAME UP SHORT IN MORE THAN ONE
      *OF THE LISTED TERMS - THE CHRONIC SHORTAGES.
      *
      *A MEMBER THE ARCHIVE DOES NOT HOLD FOR A TERM IS NOTED UNDER
      *THAT TERM AND ITS FIGURES SHOW AS N/A (OR ZERO FOR A PLAIN
      *COUNT) RATHER THAN STOPPING THE REPORT. THE SEATS FOR THE
      *REPEAT RATE COME FROM THE FINALIZED ASSIGNMENTS WHEN THE
      *TERM HAS THEM, OTHERWISE FROM THE PUBLISHED OUTPUT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT OPTIONAL TERMS-FILE ASSIGN TO 'trendterms.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TERMS-FILE-STATUS.

      *ARCHIVED MEMBERS OF THE TERM IN HAND - THE NAME IS SET
      *MEMBER BY MEMBER AT RUN TIME, ONE FILE OPEN AT A TIME
           SELECT OPTIONAL ASUM-FILE
               ASSIGN TO DYNAMIC WS-ARCH-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ASUM-FILE-STATUS.

           SELECT OPTIONAL AOUT-FILE
               ASSIGN TO DYNAMIC WS-ARCH-NAME
                ORGANIZATION IS BINARY SEQUENTIAL
               FILE STATUS IS AOUT-FILE-STATUS.

           SELECT OPTIONAL AFIN-FILE
               ASSIGN TO DYNAMIC WS-ARCH-NAME
                ORGANIZATION IS BINARY SEQUENTIAL
               FILE STATUS IS AFIN-FILE-STATUS.

           SELECT OPTIONAL ASHT-FILE
               ASSIGN TO DYNAMIC WS-ARCH-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ASHT-FILE-STATUS.

           SELECT OPTIONAL APRM-FILE
               ASSIGN TO DYNAMIC WS-ARCH-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS APRM-FILE-STATUS.

           SELECT TREND-REPORT ASSIGN TO 'trendrpt.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *ONE TERM PER LINE, OLDEST FIRST
       FD TERMS-FILE.
       01 TERMS-RECORD.
           05 TRS-TERM PIC X(6).

      *SAME LAYOUT AS TA-RANKING'S SUMMARY-RECORD
       FD ASUM-FILE.
       01  ASUM-RECORD.
               03 ASUM-LABEL PIC X(28) VALUE SPACES.
               03 ASUM-VALUE PIC 9(6) VALUE ZEROES.

      *SAME LAYOUT AS TA-RANKING'S RANK-RESULT
       FD AOUT-FILE.
       01  AOUT-RECORD.
               03 AOUT-COURSE-ID PIC X(5) VALUE SPACES.
               03 AOUT-SECTION PIC 9(2) VALUE 1.
               03 AOUT-SLOT OCCURS 8 TIMES PIC X(11) VALUE SPACES.
               03 AOUT-EOF PIC X.

      *SAME LAYOUT AS TA-OFFERS' FINAL-RECORD
       FD AFIN-FILE.
       01  AFIN-RECORD.
               03 AFIN-COURSE-ID PIC X(5) VALUE SPACES.
               03 AFIN-SECTION PIC 9(2) VALUE 1.
               03 AFIN-SLOT OCCURS 8 TIMES PIC X(11) VALUE SPACES.
               03 AFIN-EOF PIC X.

      *TA-RANKING'S SHORTAGE REPORT - ONLY THE "COURSE XXXXX SEC NN
      *UNFILLED NN" HEAD LINE OF EACH BLOCK IS OF INTEREST HERE
       FD ASHT-FILE.
       01  ASHT-RECORD.
               03 ASHT-TAG PIC X(7) VALUE SPACES.
               03 ASHT-COURSE-ID PIC X(5) VALUE SPACES.
               03 ASHT-SEC-TAG PIC X(5) VALUE SPACES.
               03 ASHT-SECTION PIC X(2) VALUE SPACES.
               03 ASHT-UNF-TAG PIC X(10) VALUE SPACES.
               03 ASHT-UNFILLED PIC X(2) VALUE SPACES.
               03 FILLER PIC X(29) VALUE SPACES.

      *SAME LAYOUT AS TA-OFFERS' PROMO-RECORD
       FD APRM-FILE.
       01  APRM-RECORD.
               03 APRM-COURSE-ID PIC X(5) VALUE SPACES.
               03 APRM-SEP1 PIC X VALUE SPACE.
               03 APRM-SECTION PIC 9(2) VALUE 1.
               03 APRM-SEP2 PIC X VALUE SPACE.
               03 APRM-OUT-ID PIC X(11) VALUE SPACES.
               03 APRM-SEP3 PIC X VALUE SPACE.
               03 APRM-IN-ID PIC X(11) VALUE SPACES.
               03 APRM-SEP4 PIC X VALUE SPACE.
               03 APRM-NOTE PIC X(42) VALUE SPACES.
               03 APRM-SEP5 PIC X VALUE SPACE.
               03 APRM-RND-TAG PIC X VALUE 'R'.
               03 APRM-ROUND PIC 9(2) VALUE 1.

       FD TREND-REPORT.
       01 TREND-RECORD PIC X(80).

       WORKING-STORAGE SECTION.
       01 TERMS-FILE-STATUS PIC XX.
       01 ASUM-FILE-STATUS PIC XX.
       01 AOUT-FILE-STATUS PIC XX.
       01 AFIN-FILE-STATUS PIC XX.
       01 ASHT-FILE-STATUS PIC XX.
       01 APRM-FILE-STATUS PIC XX.

       01 WS-ARCH-NAME PIC X(40) VALUE SPACES.
       01 WS-MEMBER-NAME PIC X(14) VALUE SPACES.

       01 WS-TRS-EOF PIC A(1) VALUE 'N'.
       01 WS-SUM-EOF PIC A(1) VALUE 'N'.
       01 WS-OUT-EOF PIC A(1) VALUE 'N'.
       01 WS-FIN-EOF PIC A(1) VALUE 'N'.
       01 WS-SHT-EOF PIC A(1) VALUE 'N'.
       01 WS-PRM-EOF PIC A(1) VALUE 'N'.

      *THE TERMS TO LAY SIDE BY SIDE, IN THE ORDER LISTED
       01 WS-MAX-TERM-COUNT PIC 9(4) VALUE 20.
       01 WS-TERMS.
           02 WS-TERM-COUNT PIC 9(4) VALUE ZEROES.
           02 WS-TERM-TABLE OCCURS 1 TO 20 TIMES
               DEPENDING ON WS-TERM-COUNT.
               05 WS-TRM-TERM PIC X(6) VALUE SPACES.
       01 WS-TERM-I PIC 9(4) VALUE 1.
       01 WS-TERM PIC X(6) VALUE SPACES.

      *FIGURES FOR THE TERM IN HAND. A HAS- SWITCH GOES TO 1 ONLY
      *WHEN THE MATCHING MEMBER WAS FOUND IN THE ARCHIVE
       01 WS-HAS-SUM PIC 9 VALUE 0.
       01 WS-HAS-OUT PIC 9 VALUE 0.
       01 WS-HAS-FIN PIC 9 VALUE 0.
       01 WS-HAS-SHT PIC 9 VALUE 0.
       01 WS-HAS-PRM PIC 9 VALUE 0.
       01 WS-APPLICANTS PIC 9(6) VALUE ZEROES.
       01 WS-COURSES PIC 9(6) VALUE ZEROES.
       01 WS-SEATS PIC 9(6) VALUE ZEROES.
       01 WS-UNFILLED PIC 9(6) VALUE ZEROES.
       01 WS-OFFERS PIC 9(6) VALUE ZEROES.
       01 WS-DECLINES PIC 9(6) VALUE ZEROES.
       01 WS-PROMOS PIC 9(6) VALUE ZEROES.
       01 WS-REPEATS PIC 9(6) VALUE ZEROES.

      *PROMOTIONS BY OFFER ROUND FOR THE TERM IN HAND - INDEXED BY
      *PRM-ROUND, WHICH IS 9(2); ROUND 00 NEVER HAPPENS AND IS
      *COUNTED WITH ROUND 01
       01 WS-RND-TABLE.
           02 WS-RND-PROMOS OCCURS 99 TIMES PIC 9(6) VALUE ZEROES.
       01 WS-RND-I PIC 9(2) VALUE 1.

      *DISTINCT TAS SEATED IN THE TERM IN HAND
       01 WS-MAX-CUR-COUNT PIC 9(4) VALUE 2000.
       01 WS-CURS.
           02 WS-CUR-COUNT PIC 9(4) VALUE ZEROES.
           02 WS-CUR-TABLE OCCURS 1 TO 2000 TIMES
               DEPENDING ON WS-CUR-COUNT.
               05 WS-CUR-ID PIC X(11) VALUE SPACES.
       01 WS-CUR-I PIC 9(4) VALUE 1.

      *EVERY TA SEATED IN ANY TERM ALREADY REPORTED - WHAT THE
      *REPEAT RATE OF THE NEXT TERM IS MEASURED AGAINST
       01 WS-MAX-SEEN-COUNT PIC 9(4) VALUE 5000.
       01 WS-SEENS.
           02 WS-SEEN-COUNT PIC 9(4) VALUE ZEROES.
           02 WS-SEEN-TABLE OCCURS 1 TO 5000 TIMES
               DEPENDING ON WS-SEEN-COUNT.
               05 WS-SEEN-ID PIC X(11) VALUE SPACES.
       01 WS-SEEN-I PIC 9(4) VALUE 1.

      *EVERY COURSE FOUND SHORT, WITH THE NUMBER OF LISTED TERMS IT
      *WAS SHORT IN. WS-SHC-LAST HOLDS THE LAST TERM COUNTED SO TWO
      *SHORT SECTIONS OF ONE COURSE IN ONE TERM COUNT ONCE
       01 WS-MAX-SHC-COUNT PIC 9(4) VALUE 500.
       01 WS-SHCS.
           02 WS-SHC-COUNT PIC 9(4) VALUE ZEROES.
           02 WS-SHC-TABLE OCCURS 1 TO 500 TIMES
               DEPENDING ON WS-SHC-COUNT.
               05 WS-SHC-COURSE-ID PIC X(5) VALUE SPACES.
               05 WS-SHC-TERMS PIC 9(2) VALUE ZEROES.
               05 WS-SHC-LAST PIC 9(4) VALUE ZEROES.
       01 WS-SHC-I PIC 9(4) VALUE 1.
       01 WS-CHRONIC-COUNT PIC 9(4) VALUE ZEROES.

       01 WS-SLOT-J PIC 9 VALUE 1.
       01 WS-FOUND PIC 9 VALUE 0.
       01 WS-WORK-ID PIC X(11) VALUE SPACES.
       01 WS-WORK-UNFILLED PIC 9(2) VALUE ZEROES.

      *ONE ROW OF THE TERM-OVER-TERM TABLE
       01 WS-ROW.
           05 WS-ROW-TERM PIC X(6) VALUE SPACES.
           05 FILLER PIC X VALUE SPACE.
           05 WS-ROW-APPLICANTS PIC Z(5)9.
           05 FILLER PIC X VALUE SPACE.
           05 WS-ROW-COURSES PIC Z(5)9.
           05 FILLER PIC X VALUE SPACE.
           05 WS-ROW-SEATS PIC Z(5)9.
           05 FILLER PIC X VALUE SPACE.
           05 WS-ROW-FILL PIC X(6) VALUE SPACES.
           05 FILLER PIC X VALUE SPACE.
           05 WS-ROW-OFFERS PIC Z(5)9.
           05 FILLER PIC X VALUE SPACE.
           05 WS-ROW-DECLINES PIC Z(5)9.
           05 FILLER PIC X VALUE SPACE.
           05 WS-ROW-DECL PIC X(6) VALUE SPACES.
           05 FILLER PIC X VALUE SPACE.
           05 WS-ROW-PROMOS PIC Z(5)9.
           05 FILLER PIC X VALUE SPACE.
           05 WS-ROW-REPEAT PIC X(6) VALUE SPACES.

      *PERCENTAGE WORK - WS-PCT-OUT IS N/A WHEN THERE IS NOTHING TO
      *DIVIDE BY
       01 WS-PCT-NUM PIC 9(6) VALUE ZEROES.
       01 WS-PCT-DEN PIC 9(6) VALUE ZEROES.
       01 WS-PCT PIC 9(3)V9 VALUE ZEROES.
       01 WS-PCT-EDIT PIC ZZZ9.9.
       01 WS-PCT-OUT PIC X(6) VALUE SPACES.

       01 WS-NUM-EDIT PIC Z(5)9.
       01 WS-LOG-LINE PIC X(80) VALUE SPACES.
       01 WS-LOG-PTR PIC 9(4) VALUE 1.

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           OPEN OUTPUT TREND-REPORT.

           PERFORM TERMS-OPEN-PARA.
           PERFORM HEADER-WRITE-PARA.
           MOVE 1 TO WS-TERM-I
           PERFORM TERM-LOOP-PARA.
           PERFORM CHRONIC-WRITE-PARA.

           CLOSE TREND-REPORT.
           DISPLAY "TERMS      " WS-TERM-COUNT.
           DISPLAY "CHRONIC    " WS-CHRONIC-COUNT.

       STOP RUN.

      *THERE IS NO SENSIBLE DEFAULT LIST OF TERMS - A MISSING OR
      *EMPTY TRENDTERMS.TXT KILLS THE RUN
       TERMS-OPEN-PARA.
           OPEN INPUT TERMS-FILE.
           IF TERMS-FILE-STATUS NOT = "05" THEN
               MOVE 'N' TO WS-TRS-EOF
               PERFORM TERMS-LOAD-PARA
           END-IF
           CLOSE TERMS-FILE
           IF WS-TERM-COUNT = 0 THEN
               DISPLAY "trendterms.txt missing or empty - no report!"
               MOVE "NO TERMS LISTED - NO REPORT" TO TREND-RECORD
               WRITE TREND-RECORD
               CLOSE TREND-REPORT
               STOP RUN
           END-IF.

       TERMS-LOAD-PARA.
           READ TERMS-FILE
               AT END MOVE 'Y' TO WS-TRS-EOF
           END-READ.
           IF WS-TRS-EOF = 'N'
               IF TRS-TERM NOT = SPACES THEN
                   IF WS-TERM-COUNT < WS-MAX-TERM-COUNT THEN
                       ADD 1 TO WS-TERM-COUNT
                       MOVE TRS-TERM TO WS-TRM-TERM(WS-TERM-COUNT)
                   ELSE
                       MOVE SPACES TO WS-LOG-LINE
                       MOVE 1 TO WS-LOG-PTR
                       STRING "TERM " DELIMITED BY SIZE
                           TRS-TERM DELIMITED BY SIZE
                           " - TABLE CAPACITY EXCEEDED - TERM DROPPED"
                           DELIMITED BY SIZE
                           INTO WS-LOG-LINE WITH POINTER WS-LOG-PTR
                       MOVE WS-LOG-LINE TO TREND-RECORD
                       WRITE TREND-RECORD
                   END-IF
               END-IF
               GO TO TERMS-LOAD-PARA
           END-IF.

       HEADER-WRITE-PARA.
           MOVE "TA ASSIGNMENT TREND BY TERM" TO TREND-RECORD
           WRITE TREND-RECORD
           MOVE SPACES TO TREND-RECORD
           WRITE TREND-RECORD
           MOVE SPACES TO TREND-RECORD
           STRING "TERM   APPLIC COURSE  SEATS  FILL%  OFFER"
               DELIMITED BY SIZE
               " DECLIN  DECL% PROMOS REPET%" DELIMITED BY SIZE
               INTO TREND-RECORD
           WRITE TREND-RECORD.

       TERM-LOOP-PARA.
           IF WS-TERM-I <= WS-TERM-COUNT THEN
               MOVE WS-TRM-TERM(WS-TERM-I) TO WS-TERM
               PERFORM TERM-RESET-PARA
               PERFORM SUMMARY-READ-PARA
               PERFORM OUTPUT-READ-PARA
               PERFORM FINAL-READ-PARA
               PERFORM SHORTAGE-READ-PARA
               PERFORM PROMO-READ-PARA
               PERFORM REPEAT-COUNT-PARA
               PERFORM ROW-WRITE-PARA
               PERFORM ROUND-WRITE-PARA
               PERFORM MISSING-WRITE-PARA
               PERFORM SEEN-MERGE-PARA
               ADD 1 TO WS-TERM-I
               GO TO TERM-LOOP-PARA
           END-IF.

       TERM-RESET-PARA.
           MOVE 0 TO WS-HAS-SUM
           MOVE 0 TO WS-HAS-OUT
           MOVE 0 TO WS-HAS-FIN
           MOVE 0 TO WS-HAS-SHT
           MOVE 0 TO WS-HAS-PRM
           MOVE ZEROES TO WS-APPLICANTS
           MOVE ZEROES TO WS-COURSES
           MOVE ZEROES TO WS-SEATS
           MOVE ZEROES TO WS-UNFILLED
           MOVE ZEROES TO WS-OFFERS
           MOVE ZEROES TO WS-DECLINES
           MOVE ZEROES TO WS-PROMOS
           MOVE ZEROES TO WS-REPEATS
           MOVE ZEROES TO WS-CUR-COUNT
           MOVE 1 TO WS-RND-I
           PERFORM RND-CLEAR-PARA.

       RND-CLEAR-PARA.
           MOVE ZEROES TO WS-RND-PROMOS(WS-RND-I)
           IF WS-RND-I < 99 THEN
               ADD 1 TO WS-RND-I
               GO TO RND-CLEAR-PARA
           END-IF.

      *BUILD ARCH_<TERM>_<MEMBER> THE SAME WAY TA-ARCHIVE DOES
       ARCH-NAME-PARA.
           MOVE SPACES TO WS-ARCH-NAME
           MOVE 1 TO WS-LOG-PTR
           STRING "arch_" DELIMITED BY SIZE
               WS-TERM DELIMITED BY SPACE
               "_" DELIMITED BY SIZE
               WS-MEMBER-NAME DELIMITED BY SPACE
               INTO WS-ARCH-NAME WITH POINTER WS-LOG-PTR.

      *APPLICANTS AND COURSES RANKED, STRAIGHT OFF THE RUN SUMMARY
       SUMMARY-READ-PARA.
           MOVE "summary.txt" TO WS-MEMBER-NAME
           PERFORM ARCH-NAME-PARA
           OPEN INPUT ASUM-FILE.
           IF ASUM-FILE-STATUS = "00" THEN
               MOVE 1 TO WS-HAS-SUM
               MOVE 'N' TO WS-SUM-EOF
               PERFORM SUMMARY-LOOP-PARA
           END-IF
           CLOSE ASUM-FILE.

       SUMMARY-LOOP-PARA.
           READ ASUM-FILE
               AT END MOVE 'Y' TO WS-SUM-EOF
           END-READ.
           IF WS-SUM-EOF = 'N'
               IF ASUM-VALUE NUMERIC THEN
                   IF ASUM-LABEL = "CANDIDATES LOADED" THEN
                       MOVE ASUM-VALUE TO WS-APPLICANTS
                   END-IF
                   IF ASUM-LABEL = "COURSES RANKED" THEN
                       MOVE ASUM-VALUE TO WS-COURSES
                   END-IF
               END-IF
               GO TO SUMMARY-LOOP-PARA
           END-IF.

      *SEATS FILLED AT PUBLICATION - AN EMPTY SLOT IS ALL ZEROES
       OUTPUT-READ-PARA.
           MOVE "output.txt" TO WS-MEMBER-NAME
           PERFORM ARCH-NAME-PARA
           OPEN INPUT AOUT-FILE.
           IF AOUT-FILE-STATUS = "00" THEN
               MOVE 1 TO WS-HAS-OUT
               MOVE 'N' TO WS-OUT-EOF
               PERFORM OUTPUT-LOOP-PARA
           END-IF
           CLOSE AOUT-FILE.

       OUTPUT-LOOP-PARA.
           READ AOUT-FILE
               AT END MOVE 'Y' TO WS-OUT-EOF
           END-READ.
           IF WS-OUT-EOF = 'N'
               MOVE 1 TO WS-SLOT-J
               PERFORM OUTPUT-SLOT-PARA
               GO TO OUTPUT-LOOP-PARA
           END-IF.

       OUTPUT-SLOT-PARA.
           IF WS-SLOT-J <= 8 THEN
               IF AOUT-SLOT(WS-SLOT-J) NOT = "0000000000" AND
                   AOUT-SLOT(WS-SLOT-J) NOT = SPACES THEN
                   ADD 1 TO WS-SEATS
               END-IF
               ADD 1 TO WS-SLOT-J
               GO TO OUTPUT-SLOT-PARA
           END-IF.

      *THE FINALIZED SEATS ARE WHO ACTUALLY SERVED - THE REPEAT RATE
      *IS TAKEN FROM THEM WHEN THE TERM HAS THEM
       FINAL-READ-PARA.
           MOVE "finalized.txt" TO WS-MEMBER-NAME
           PERFORM ARCH-NAME-PARA
           OPEN INPUT AFIN-FILE.
           IF AFIN-FILE-STATUS = "00" THEN
               MOVE 1 TO WS-HAS-FIN
               MOVE 'N' TO WS-FIN-EOF
               PERFORM FINAL-LOOP-PARA
           END-IF
           CLOSE AFIN-FILE.
           IF WS-HAS-FIN = 0 AND WS-HAS-OUT = 1 THEN
               PERFORM OUTPUT-SEAT-PARA
           END-IF.

       FINAL-LOOP-PARA.
           READ AFIN-FILE
               AT END MOVE 'Y' TO WS-FIN-EOF
           END-READ.
           IF WS-FIN-EOF = 'N'
               MOVE 1 TO WS-SLOT-J
               PERFORM FINAL-SLOT-PARA
               GO TO FINAL-LOOP-PARA
           END-IF.

       FINAL-SLOT-PARA.
           IF WS-SLOT-J <= 8 THEN
               IF AFIN-SLOT(WS-SLOT-J) NOT = "0000000000" AND
                   AFIN-SLOT(WS-SLOT-J) NOT = SPACES THEN
                   MOVE AFIN-SLOT(WS-SLOT-J) TO WS-WORK-ID
                   PERFORM CUR-ADD-PARA
               END-IF
               ADD 1 TO WS-SLOT-J
               GO TO FINAL-SLOT-PARA
           END-IF.

      *NO FINALIZED MEMBER - FALL BACK ON THE PUBLISHED SEATS
       OUTPUT-SEAT-PARA.
           MOVE "output.txt" TO WS-MEMBER-NAME
           PERFORM ARCH-NAME-PARA
           OPEN INPUT AOUT-FILE.
           MOVE 'N' TO WS-OUT-EOF
           PERFORM OUTPUT-SEAT-LOOP-PARA
           CLOSE AOUT-FILE.

       OUTPUT-SEAT-LOOP-PARA.
           READ AOUT-FILE
               AT END MOVE 'Y' TO WS-OUT-EOF
           END-READ.
           IF WS-OUT-EOF = 'N'
               MOVE 1 TO WS-SLOT-J
               PERFORM OUTPUT-SEAT-SLOT-PARA
               GO TO OUTPUT-SEAT-LOOP-PARA
           END-IF.

       OUTPUT-SEAT-SLOT-PARA.
           IF WS-SLOT-J <= 8 THEN
               IF AOUT-SLOT(WS-SLOT-J) NOT = "0000000000" AND
                   AOUT-SLOT(WS-SLOT-J) NOT = SPACES THEN
                   MOVE AOUT-SLOT(WS-SLOT-J) TO WS-WORK-ID
                   PERFORM CUR-ADD-PARA
               END-IF
               ADD 1 TO WS-SLOT-J
               GO TO OUTPUT-SEAT-SLOT-PARA
           END-IF.

      *ADD WS-WORK-ID TO THE TERM'S DISTINCT SEATED LIST - A TA
      *HOLDING TWO SEATS IS ONE TA
       CUR-ADD-PARA.
           MOVE 0 TO WS-FOUND
           MOVE 1 TO WS-CUR-I
           PERFORM CUR-FIND-PARA
           IF WS-FOUND = 0 AND WS-CUR-COUNT < WS-MAX-CUR-COUNT THEN
               ADD 1 TO WS-CUR-COUNT
               MOVE WS-WORK-ID TO WS-CUR-ID(WS-CUR-COUNT)
           END-IF.

       CUR-FIND-PARA.
           IF WS-CUR-I <= WS-CUR-COUNT AND WS-FOUND = 0 THEN
               IF WS-CUR-ID(WS-CUR-I) = WS-WORK-ID THEN
                   MOVE 1 TO WS-FOUND
               END-IF
               ADD 1 TO WS-CUR-I
               GO TO CUR-FIND-PARA
           END-IF.

      *UNFILLED SLOTS FOR THE FILL RATE, AND EVERY SHORT COURSE
      *TALLIED ONCE FOR THE TERM
       SHORTAGE-READ-PARA.
           MOVE "shortage.txt" TO WS-MEMBER-NAME
           PERFORM ARCH-NAME-PARA
           OPEN INPUT ASHT-FILE.
           IF ASHT-FILE-STATUS = "00" THEN
               MOVE 1 TO WS-HAS-SHT
               MOVE 'N' TO WS-SHT-EOF
               PERFORM SHORTAGE-LOOP-PARA
           END-IF
           CLOSE ASHT-FILE.

       SHORTAGE-LOOP-PARA.
           READ ASHT-FILE
               AT END MOVE 'Y' TO WS-SHT-EOF
           END-READ.
           IF WS-SHT-EOF = 'N'
               IF ASHT-TAG = "COURSE " AND ASHT-UNF-TAG = " UNFILLED "
                   AND ASHT-UNFILLED NUMERIC THEN
                   MOVE ASHT-UNFILLED TO WS-WORK-UNFILLED
                   ADD WS-WORK-UNFILLED TO WS-UNFILLED
                   PERFORM SHC-TALLY-PARA
               END-IF
               GO TO SHORTAGE-LOOP-PARA
           END-IF.

       SHC-TALLY-PARA.
           MOVE 0 TO WS-FOUND
           MOVE 1 TO WS-SHC-I
           PERFORM SHC-FIND-PARA
           IF WS-FOUND = 0 THEN
               IF WS-SHC-COUNT < WS-MAX-SHC-COUNT THEN
                   ADD 1 TO WS-SHC-COUNT
                   MOVE ASHT-COURSE-ID TO WS-SHC-COURSE-ID
                       (WS-SHC-COUNT)
                   MOVE 1 TO WS-SHC-TERMS(WS-SHC-COUNT)
                   MOVE WS-TERM-I TO WS-SHC-LAST(WS-SHC-COUNT)
               END-IF
           ELSE
               IF WS-SHC-LAST(WS-SHC-I) NOT = WS-TERM-I THEN
                   ADD 1 TO WS-SHC-TERMS(WS-SHC-I)
                   MOVE WS-TERM-I TO WS-SHC-LAST(WS-SHC-I)
               END-IF
           END-IF.

      *WS-SHC-I IS LEFT ON THE MATCHING ENTRY WHEN WS-FOUND = 1
       SHC-FIND-PARA.
           IF WS-SHC-I <= WS-SHC-COUNT THEN
               IF WS-SHC-COURSE-ID(WS-SHC-I) = ASHT-COURSE-ID THEN
                   MOVE 1 TO WS-FOUND
               ELSE
                   ADD 1 TO WS-SHC-I
                   GO TO SHC-FIND-PARA
               END-IF
           END-IF.

      *DECLINES AND PROMOTIONS FROM THE OFFER SEASON'S LOG
       PROMO-READ-PARA.
           MOVE "promotions.txt" TO WS-MEMBER-NAME
           PERFORM ARCH-NAME-PARA
           OPEN INPUT APRM-FILE.
           IF APRM-FILE-STATUS = "00" THEN
               MOVE 1 TO WS-HAS-PRM
               MOVE 'N' TO WS-PRM-EOF
               PERFORM PROMO-LOOP-PARA
           END-IF
           CLOSE APRM-FILE.
           MOVE WS-SEATS TO WS-OFFERS
           ADD WS-PROMOS TO WS-OFFERS.

       PROMO-LOOP-PARA.
           READ APRM-FILE
               AT END MOVE 'Y' TO WS-PRM-EOF
           END-READ.
           IF WS-PRM-EOF = 'N'
               IF APRM-NOTE(1:8) = "DECLINED" THEN
                   ADD 1 TO WS-DECLINES
               END-IF
               IF APRM-NOTE = "DECLINED - ALTERNATE PROMOTED" THEN
                   ADD 1 TO WS-PROMOS
                   MOVE 1 TO WS-RND-I
                   IF APRM-ROUND NUMERIC AND APRM-ROUND > 0 THEN
                       MOVE APRM-ROUND TO WS-RND-I
                   END-IF
                   ADD 1 TO WS-RND-PROMOS(WS-RND-I)
               END-IF
               GO TO PROMO-LOOP-PARA
           END-IF.

      *HOW MANY OF THIS TERM'S SEATED TAS HELD A SEAT IN AN
      *EARLIER LISTED TERM
       REPEAT-COUNT-PARA.
           MOVE 1 TO WS-CUR-I
           PERFORM REPEAT-LOOP-PARA.

       REPEAT-LOOP-PARA.
           IF WS-CUR-I <= WS-CUR-COUNT THEN
               MOVE WS-CUR-ID(WS-CUR-I) TO WS-WORK-ID
               MOVE 0 TO WS-FOUND
               MOVE 1 TO WS-SEEN-I
               PERFORM SEEN-FIND-PARA
               IF WS-FOUND = 1 THEN
                   ADD 1 TO WS-REPEATS
               END-IF
               ADD 1 TO WS-CUR-I
               GO TO REPEAT-LOOP-PARA
           END-IF.

       SEEN-FIND-PARA.
           IF WS-SEEN-I <= WS-SEEN-COUNT AND WS-FOUND = 0 THEN
               IF WS-SEEN-ID(WS-SEEN-I) = WS-WORK-ID THEN
                   MOVE 1 TO WS-FOUND
               END-IF
               ADD 1 TO WS-SEEN-I
               GO TO SEEN-FIND-PARA
           END-IF.

      *ONCE THE TERM IS REPORTED ITS TAS JOIN THE SEEN LIST FOR THE
      *TERMS AFTER IT
       SEEN-MERGE-PARA.
           MOVE 1 TO WS-CUR-I
           PERFORM SEEN-MERGE-LOOP-PARA.

       SEEN-MERGE-LOOP-PARA.
           IF WS-CUR-I <= WS-CUR-COUNT THEN
               MOVE WS-CUR-ID(WS-CUR-I) TO WS-WORK-ID
               MOVE 0 TO WS-FOUND
               MOVE 1 TO WS-SEEN-I
               PERFORM SEEN-FIND-PARA
               IF WS-FOUND = 0 AND
                   WS-SEEN-COUNT < WS-MAX-SEEN-COUNT THEN
                   ADD 1 TO WS-SEEN-COUNT
                   MOVE WS-WORK-ID TO WS-SEEN-ID(WS-SEEN-COUNT)
               END-IF
               ADD 1 TO WS-CUR-I
               GO TO SEEN-MERGE-LOOP-PARA
           END-IF.

      *WS-PCT-NUM OVER WS-PCT-DEN AS A PERCENTAGE INTO WS-PCT-OUT
       PCT-CALC-PARA.
           IF WS-PCT-DEN > 0 THEN
               COMPUTE WS-PCT ROUNDED = WS-PCT-NUM * 100 / WS-PCT-DEN
               MOVE WS-PCT TO WS-PCT-EDIT
               MOVE WS-PCT-EDIT TO WS-PCT-OUT
           ELSE
               MOVE "   N/A" TO WS-PCT-OUT
           END-IF.

       ROW-WRITE-PARA.
           MOVE WS-TERM TO WS-ROW-TERM
           MOVE WS-APPLICANTS TO WS-ROW-APPLICANTS
           MOVE WS-COURSES TO WS-ROW-COURSES
           MOVE WS-SEATS TO WS-ROW-SEATS
           MOVE WS-OFFERS TO WS-ROW-OFFERS
           MOVE WS-DECLINES TO WS-ROW-DECLINES
           MOVE WS-PROMOS TO WS-ROW-PROMOS

           MOVE WS-SEATS TO WS-PCT-NUM
           MOVE WS-SEATS TO WS-PCT-DEN
           ADD WS-UNFILLED TO WS-PCT-DEN
           IF WS-HAS-OUT = 0 OR WS-HAS-SHT = 0 THEN
               MOVE ZEROES TO WS-PCT-DEN
           END-IF
           PERFORM PCT-CALC-PARA
           MOVE WS-PCT-OUT TO WS-ROW-FILL

           MOVE WS-DECLINES TO WS-PCT-NUM
           MOVE WS-OFFERS TO WS-PCT-DEN
           IF WS-HAS-PRM = 0 THEN
               MOVE ZEROES TO WS-PCT-DEN
           END-IF
           PERFORM PCT-CALC-PARA
           MOVE WS-PCT-OUT TO WS-ROW-DECL

      *THE FIRST TERM LISTED HAS NOTHING EARLIER TO REPEAT FROM
           MOVE WS-REPEATS TO WS-PCT-NUM
           MOVE WS-CUR-COUNT TO WS-PCT-DEN
           IF WS-TERM-I = 1 THEN
               MOVE ZEROES TO WS-PCT-DEN
           END-IF
           PERFORM PCT-CALC-PARA
           MOVE WS-PCT-OUT TO WS-ROW-REPEAT

           MOVE WS-ROW TO TREND-RECORD
           WRITE TREND-RECORD.

      *ONE LINE PER OFFER ROUND THAT PROMOTED ANYONE
       ROUND-WRITE-PARA.
           MOVE 1 TO WS-RND-I
           PERFORM ROUND-LINE-PARA.

       ROUND-LINE-PARA.
           IF WS-RND-PROMOS(WS-RND-I) > 0 THEN
               MOVE WS-RND-PROMOS(WS-RND-I) TO WS-NUM-EDIT
               MOVE SPACES TO WS-LOG-LINE
               MOVE 1 TO WS-LOG-PTR
               STRING "       ROUND " DELIMITED BY SIZE
                   WS-RND-I DELIMITED BY SIZE
                   " PROMOTIONS " DELIMITED BY SIZE
                   WS-NUM-EDIT DELIMITED BY SIZE
                   INTO WS-LOG-LINE WITH POINTER WS-LOG-PTR
               MOVE WS-LOG-LINE TO TREND-RECORD
               WRITE TREND-RECORD
           END-IF
           IF WS-RND-I < 99 THEN
               ADD 1 TO WS-RND-I
               GO TO ROUND-LINE-PARA
           END-IF.

      *NAME EVERY MEMBER THE ARCHIVE DID NOT HOLD FOR THE TERM
       MISSING-WRITE-PARA.
           IF WS-HAS-SUM = 0 THEN
               MOVE "summary.txt" TO WS-MEMBER-NAME
               PERFORM MISSING-LINE-PARA
           END-IF
           IF WS-HAS-OUT = 0 THEN
               MOVE "output.txt" TO WS-MEMBER-NAME
               PERFORM MISSING-LINE-PARA
           END-IF
           IF WS-HAS-FIN = 0 THEN
               MOVE "finalized.txt" TO WS-MEMBER-NAME
               PERFORM MISSING-LINE-PARA
           END-IF
           IF WS-HAS-SHT = 0 THEN
               MOVE "shortage.txt" TO WS-MEMBER-NAME
               PERFORM MISSING-LINE-PARA
           END-IF
           IF WS-HAS-PRM = 0 THEN
               MOVE "promotions.txt" TO WS-MEMBER-NAME
               PERFORM MISSING-LINE-PARA
           END-IF.

       MISSING-LINE-PARA.
           PERFORM ARCH-NAME-PARA
           MOVE SPACES TO WS-LOG-LINE
           MOVE 1 TO WS-LOG-PTR
           STRING "       NOT IN ARCHIVE " DELIMITED BY SIZE
               WS-ARCH-NAME DELIMITED BY SPACE
               INTO WS-LOG-LINE WITH POINTER WS-LOG-PTR
           MOVE WS-LOG-LINE TO TREND-RECORD
           WRITE TREND-RECORD.

      *COURSES SHORT IN MORE THAN ONE OF THE LISTED TERMS
       CHRONIC-WRITE-PARA.
           MOVE SPACES TO TREND-RECORD
           WRITE TREND-RECORD
           MOVE "COURSES SHORT IN MORE THAN ONE TERM" TO TREND-RECORD
           WRITE TREND-RECORD
           MOVE 1 TO WS-SHC-I
           PERFORM CHRONIC-LINE-PARA
           IF WS-CHRONIC-COUNT = 0 THEN
               MOVE "  NONE" TO TREND-RECORD
               WRITE TREND-RECORD
           END-IF.

       CHRONIC-LINE-PARA.
           IF WS-SHC-I <= WS-SHC-COUNT THEN
               IF WS-SHC-TERMS(WS-SHC-I) > 1 THEN
                   ADD 1 TO WS-CHRONIC-COUNT
                   MOVE SPACES TO WS-LOG-LINE
                   MOVE 1 TO WS-LOG-PTR
                   STRING "  COURSE " DELIMITED BY SIZE
                       WS-SHC-COURSE-ID(WS-SHC-I) DELIMITED BY SIZE
                       " SHORT IN " DELIMITED BY SIZE
                       WS-SHC-TERMS(WS-SHC-I) DELIMITED BY SIZE
                       " TERMS" DELIMITED BY SIZE
                       INTO WS-LOG-LINE WITH POINTER WS-LOG-PTR
                   MOVE WS-LOG-LINE TO TREND-RECORD
                   WRITE TREND-RECORD
               END-IF
               ADD 1 TO WS-SHC-I
               GO TO CHRONIC-LINE-PARA
           END-IF.
