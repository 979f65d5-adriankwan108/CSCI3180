       IDENTIFICATION DIVISION.
       PROGRAM-ID. TA-PAYROLL.
       AUTHOR.     Adrian.
      *8901*

      *PAYROLL INTERFACE AND BUDGET VARIANCE RUN. ONCE THE OFFER
      *ROUNDS ARE OVER, FINALIZED.TXT HOLDS THE SEATS THAT WILL
      *ACTUALLY BE PAID - AND PAYROLL WAS STILL KEYED BY HAND OFF
      *LETTERS.CSV. THIS RUN TURNS EVERY SEATED SLOT INTO ONE
      *FIXED-FORMAT PAYROLL INTERFACE RECORD: CANDIDATE ID, NAME AND
      *DEPARTMENT FROM DIRECTORY.TXT, COURSE AND SECTION, THE
      *SECTION'S CONTACT HOURS FROM THE COURSE CATALOG, THE HOURLY
      *RATE FOR THE CANDIDATE'S PROGRAM YEAR (CM-PROG-YEAR) FROM
      *PAYRATES.TXT, AND THE COST THOSE TWO COMMIT.
      *
      *A SEAT THAT CANNOT BE PRICED - NO DIRECTORY ROW, NOT ON THE
      *CANDIDATE MASTER, NO CONTACT HOURS ON THE SECTION, NO RATE
      *FOR THE PROGRAM YEAR - IS NEVER SENT TO PAYROLL HALF-BUILT.
      *IT GOES TO PAYEXC.TXT WITH THE REASON SO IT IS FIXED AND THE
      *RUN REPEATED BEFORE THE PAYROLL CUTOFF.
      *
      *THE PRICED SEATS ARE THEN TOTALLED BY DEPARTMENT AND SET
      *AGAINST BUDGET.TXT ON BUDGETRPT.TXT - THE SAME ONE-LINE-PER-
      *DEPARTMENT PAGE AS THE QUOTA REPORT IN DEPTRPT.TXT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT FINAL-FILE ASSIGN TO 'finalized.txt'
                ORGANIZATION IS BINARY SEQUENTIAL
               FILE STATUS IS FINAL-FILE-STATUS.

           SELECT OPTIONAL DIRECTORY-FILE ASSIGN TO 'directory.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DIRECTORY-FILE-STATUS.

           SELECT CAND-MASTER ASSIGN TO 'candmast.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-ID
               FILE STATUS IS MASTER-FILE-STATUS.

           SELECT COURSE-CATALOG ASSIGN TO 'crsmast.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CAT-ID
               FILE STATUS IS CATALOG-FILE-STATUS.

           SELECT OPTIONAL RATES-FILE ASSIGN TO 'payrates.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RATES-FILE-STATUS.

           SELECT OPTIONAL BUDGET-FILE ASSIGN TO 'budget.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BUDGET-FILE-STATUS.

           SELECT PAYROLL-FILE ASSIGN TO 'payroll.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PAYEXC-FILE ASSIGN TO 'payexc.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT BUDGET-REPORT ASSIGN TO 'budgetrpt.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *SAME LAYOUT AS TA-OFFERS' FINAL-RECORD
       FD FINAL-FILE.
       01  FINAL-RECORD.
               03 FIN-COURSE-ID PIC X(5) VALUE SPACES.
               03 FIN-SECTION PIC 9(2) VALUE 1.
               03 FIN-SLOT OCCURS 8 TIMES PIC X(11) VALUE SPACES.
               03 FIN-EOF PIC X.

      *SAME LAYOUT AS TA-RANKING'S DIRECTORY-RECORD
       FD DIRECTORY-FILE.
       01 DIRECTORY-RECORD.
               03 DIR-CAND-ID PIC X(11).
               03 DIR-NAME PIC X(30).
               03 DIR-EMAIL PIC X(30).
               03 DIR-DEPT PIC X(20).

      *SAME LAYOUT AS TA-CANDMAINT'S MASTER RECORD - ONLY THE
      *PROGRAM YEAR IS CONSUMED HERE
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

      *THE CATALOG RECORD AS TA-CRSMAINT WRITES IT - ONLY THE
      *SECTION COUNT AND CONTACT HOURS ARE CONSUMED HERE
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

      *ONE LINE PER PROGRAM YEAR - THE HOURLY RATE A TA IN THAT
      *YEAR OF THEIR PROGRAM IS PAID. YEAR 0 IS THE HOUSE RATE FOR
      *ANY YEAR THAT HAS NO LINE OF ITS OWN
       FD RATES-FILE.
       01  RATES-RECORD.
               03 RAT-YEAR PIC 9(1).
               03 RAT-RATE PIC 9(3)V99.

      *ONE LINE PER DEPARTMENT - THE TA BUDGET FOR THE TERM, SAME
      *DEPARTMENT NAMES AS DIR-DEPT AND QTA-DEPT
       FD BUDGET-FILE.
       01  BUDGET-RECORD.
               03 BGT-DEPT PIC X(20).
               03 BGT-AMOUNT PIC 9(7)V99.

      *THE PAYROLL INTERFACE - FIXED COLUMNS, NO SEPARATORS, ONE
      *RECORD PER PAID SEAT
       FD PAYROLL-FILE.
       01  PAYROLL-RECORD.
               03 PAY-CAND-ID PIC X(11) VALUE SPACES.
               03 PAY-NAME PIC X(30) VALUE SPACES.
               03 PAY-DEPT PIC X(20) VALUE SPACES.
               03 PAY-COURSE-ID PIC X(5) VALUE SPACES.
               03 PAY-SECTION PIC 9(2) VALUE 1.
               03 PAY-HOURS PIC 9(3) VALUE ZEROES.
               03 PAY-RATE PIC 9(3)V99 VALUE ZEROES.
               03 PAY-COST PIC 9(7)V99 VALUE ZEROES.

      *SEATS THAT COULD NOT BE PRICED - SAME SHAPE AS LETTEREXC.TXT
       FD PAYEXC-FILE.
       01  PAYEXC-RECORD.
               03 PEX-COURSE-ID PIC X(5) VALUE SPACES.
               03 PEX-SEP1 PIC X VALUE SPACE.
               03 PEX-SECTION PIC 9(2) VALUE 1.
               03 PEX-SEP2 PIC X VALUE SPACE.
               03 PEX-CAND-ID PIC X(11) VALUE SPACES.
               03 PEX-SEP3 PIC X VALUE SPACE.
               03 PEX-REASON PIC X(40) VALUE SPACES.

       FD BUDGET-REPORT.
       01  BUDGET-REPORT-RECORD PIC X(110) VALUE SPACES.

       WORKING-STORAGE SECTION.
       01 FINAL-FILE-STATUS PIC XX.
       01 DIRECTORY-FILE-STATUS PIC XX.
       01 MASTER-FILE-STATUS PIC XX.
       01 CATALOG-FILE-STATUS PIC XX.
       01 RATES-FILE-STATUS PIC XX.
       01 BUDGET-FILE-STATUS PIC XX.

       01 WS-FIN-EOF PIC A(1) VALUE 'N'.
       01 WS-RAT-EOF PIC A(1) VALUE 'N'.
       01 WS-BGT-EOF PIC A(1) VALUE 'N'.

      *CANDIDATE DIRECTORY - SAME LOAD AS TA-LETTERS, WITHOUT THE
      *COMMA SCRUB SINCE THE INTERFACE IS FIXED-COLUMN
       01 WS-MAX-D-COUNT PIC 9(4) VALUE 2000.
       01 WS-DIRECTORY.
           02 WS-D-COUNT PIC 9(4) VALUE ZEROES.
           02 WS-D-TABLE OCCURS 1 TO 2000 TIMES
               DEPENDING ON WS-D-COUNT.
               05 WS-D-CAND-ID PIC X(11) VALUE SPACES.
               05 WS-D-NAME PIC X(30) VALUE SPACES.
               05 WS-D-EMAIL PIC X(30) VALUE SPACES.
               05 WS-D-DEPT PIC X(20) VALUE SPACES.
       01 WS-D-EOF PIC A(1) VALUE 'N'.
       01 WS-DIR-LOOKUP-ID PIC X(11) VALUE SPACES.
       01 WS-DIR-INDEX PIC 9(4) VALUE 0.
       01 WS-DIR-I PIC 9(4) VALUE 1.

      *HOURLY RATE BY PROGRAM YEAR - ENTRY N HOLDS YEAR N-1, SO
      *ENTRY 1 IS THE YEAR-0 HOUSE RATE
       01 WS-RATES.
           02 WS-RATE-TABLE OCCURS 10 TIMES.
               05 WS-RATE-SET PIC 9 VALUE 0.
               05 WS-RATE-AMOUNT PIC 9(3)V99 VALUE ZEROES.
       01 WS-RATE-X PIC 9(2) VALUE 1.

      *DEPARTMENT LEDGER - EVERY BUDGET.TXT LINE IN FILE ORDER,
      *THEN ANY DEPARTMENT THAT COMMITTED COST WITHOUT A BUDGET
      *LINE. SAME CEILING AS TA-RANKING'S QUOTA LEDGER
       01 WS-MAX-BGT-COUNT PIC 9(4) VALUE 200.
       01 WS-BUDGETS.
           02 WS-BGT-COUNT PIC 9(4) VALUE ZEROES.
           02 WS-BGT-TABLE OCCURS 1 TO 200 TIMES
               DEPENDING ON WS-BGT-COUNT.
               05 WS-BGT-DEPT PIC X(20) VALUE SPACES.
               05 WS-BGT-LIMIT PIC 9(7)V99 VALUE ZEROES.
               05 WS-BGT-LIMITED PIC 9 VALUE 0.
               05 WS-BGT-SEATS PIC 9(6) VALUE ZEROES.
               05 WS-BGT-COMMITTED PIC 9(7)V99 VALUE ZEROES.
       01 WS-BGT-I PIC 9(4) VALUE 1.
       01 WS-BGT-INDEX PIC 9(4) VALUE 0.
       01 WS-BGT-LOOKUP PIC X(20) VALUE SPACES.
       01 WS-BGT-NODEPT-COST PIC 9(7)V99 VALUE ZEROES.
       01 WS-BGT-OVERFLOW-COST PIC 9(7)V99 VALUE ZEROES.
       01 WS-BGT-VARIANCE PIC S9(7)V99 VALUE ZEROES.
       01 WS-BGT-PTR PIC 9(4) VALUE 1.

      *EDITED FIELDS FOR THE BUDGET PAGE
       01 WS-AMT-ED PIC 9(7).99.
       01 WS-VAR-ED PIC -9(7).99.

      *THE SECTION BEING PRICED - HOURS FROM THE CATALOG, OR THE
      *REASON THE WHOLE SECTION CAN'T BE PRICED
       01 WS-SEC-HOURS PIC 9(3) VALUE ZEROES.
       01 WS-SEC-BAD PIC X(40) VALUE SPACES.
       01 WS-SEAT-BAD PIC X(40) VALUE SPACES.
       01 WS-SLOT-J PIC 9 VALUE 1.
       01 WS-PAY-RATE PIC 9(3)V99 VALUE ZEROES.
       01 WS-PAY-COST PIC 9(7)V99 VALUE ZEROES.

      *RUN COUNTERS, ECHOED AT END OF RUN FOR THE OPERATOR LOG
       01 WS-PAID-COUNT PIC 9(6) VALUE ZEROES.
       01 WS-EXC-COUNT PIC 9(6) VALUE ZEROES.
       01 WS-TOTAL-COST PIC 9(7)V99 VALUE ZEROES.

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           OPEN OUTPUT PAYROLL-FILE.
           OPEN OUTPUT PAYEXC-FILE.

           PERFORM RATES-OPEN-PARA.
           PERFORM BUDGET-OPEN-PARA.
           PERFORM DIRECTORY-OPEN-PARA.
           PERFORM MASTER-OPEN-PARA.
           PERFORM CATALOG-OPEN-PARA.

           PERFORM FINAL-WALK-PARA.

           CLOSE CAND-MASTER.
           CLOSE COURSE-CATALOG.
           CLOSE PAYROLL-FILE.
           CLOSE PAYEXC-FILE.

           PERFORM BUDGET-REPORT-PARA.
           MOVE WS-TOTAL-COST TO WS-AMT-ED.
           DISPLAY "PAID       " WS-PAID-COUNT.
           DISPLAY "EXCEPTIONS " WS-EXC-COUNT.
           DISPLAY "COMMITTED  " WS-AMT-ED.

       STOP RUN.

      *LOAD THE RATE TABLE. A LINE WITH A NON-NUMERIC YEAR OR RATE
      *IS IGNORED; A LATER LINE FOR THE SAME YEAR REPLACES AN
      *EARLIER ONE. NO FILE AT ALL MEANS EVERY SEAT IS AN EXCEPTION
       RATES-OPEN-PARA.
           OPEN INPUT RATES-FILE.
           IF RATES-FILE-STATUS NOT = "05" THEN
               MOVE 'N' TO WS-RAT-EOF
               PERFORM RATES-LOAD-PARA
           END-IF
           CLOSE RATES-FILE.

       RATES-LOAD-PARA.
           READ RATES-FILE
               AT END MOVE 'Y' TO WS-RAT-EOF
           END-READ.
           IF WS-RAT-EOF = 'N' THEN
               IF RAT-YEAR NUMERIC AND RAT-RATE NUMERIC THEN
                   COMPUTE WS-RATE-X = RAT-YEAR + 1
                   MOVE 1 TO WS-RATE-SET(WS-RATE-X)
                   MOVE RAT-RATE TO WS-RATE-AMOUNT(WS-RATE-X)
               END-IF
               GO TO RATES-LOAD-PARA
           END-IF.

      *LOAD THE DEPARTMENT BUDGETS INTO THE LEDGER. A DEPARTMENT
      *WITH NO BUDGET LINE IS STILL REPORTED, AS BUDGET NONE
       BUDGET-OPEN-PARA.
           OPEN INPUT BUDGET-FILE.
           IF BUDGET-FILE-STATUS NOT = "05" THEN
               MOVE 'N' TO WS-BGT-EOF
               PERFORM BUDGET-LOAD-PARA
           END-IF
           CLOSE BUDGET-FILE.

       BUDGET-LOAD-PARA.
           READ BUDGET-FILE
               AT END MOVE 'Y' TO WS-BGT-EOF
           END-READ.
           IF WS-BGT-EOF = 'N' THEN
               IF BGT-DEPT NOT = SPACES AND BGT-AMOUNT NUMERIC THEN
                   MOVE BGT-DEPT TO WS-BGT-LOOKUP
                   PERFORM BGT-FIND-PARA
                   IF WS-BGT-INDEX = 0 AND
                       WS-BGT-COUNT < WS-MAX-BGT-COUNT THEN
                       ADD 1 TO WS-BGT-COUNT
                       MOVE WS-BGT-COUNT TO WS-BGT-INDEX
                       MOVE BGT-DEPT TO WS-BGT-DEPT(WS-BGT-INDEX)
                   END-IF
                   IF WS-BGT-INDEX > 0 THEN
                       MOVE BGT-AMOUNT TO WS-BGT-LIMIT(WS-BGT-INDEX)
                       MOVE 1 TO WS-BGT-LIMITED(WS-BGT-INDEX)
                   END-IF
               END-IF
               GO TO BUDGET-LOAD-PARA
           END-IF.

       BGT-FIND-PARA.
           MOVE 0 TO WS-BGT-INDEX
           MOVE 1 TO WS-BGT-I
           PERFORM BGT-FIND-LOOP-PARA.

       BGT-FIND-LOOP-PARA.
           IF WS-BGT-I <= WS-BGT-COUNT THEN
               IF WS-BGT-DEPT(WS-BGT-I) = WS-BGT-LOOKUP THEN
                   MOVE WS-BGT-I TO WS-BGT-INDEX
               END-IF
               ADD 1 TO WS-BGT-I
               IF WS-BGT-INDEX = 0 THEN
                   GO TO BGT-FIND-LOOP-PARA
               END-IF
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
           IF WS-D-EOF = 'N'
               IF WS-D-COUNT < WS-MAX-D-COUNT
                   ADD 1 TO WS-D-COUNT
                   MOVE DIRECTORY-RECORD TO WS-D-TABLE(WS-D-COUNT)
               END-IF
               GO TO DIRECTORY-LOAD-PARA
           END-IF.

       DIR-LOOKUP-PARA.
           MOVE 0 TO WS-DIR-INDEX
           MOVE 1 TO WS-DIR-I
           PERFORM DIR-LOOKUP-LOOP-PARA.

       DIR-LOOKUP-LOOP-PARA.
           IF WS-DIR-I <= WS-D-COUNT THEN
               IF WS-D-CAND-ID(WS-DIR-I) = WS-DIR-LOOKUP-ID THEN
                   MOVE WS-DIR-I TO WS-DIR-INDEX
               END-IF
               ADD 1 TO WS-DIR-I
               IF WS-DIR-INDEX = 0 THEN
                   GO TO DIR-LOOKUP-LOOP-PARA
               END-IF
           END-IF.

      *BOTH MASTERS ARE READ BY KEY. WITHOUT EITHER ONE NO SEAT CAN
      *BE PRICED, SO THE RUN STOPS BEFORE WRITING A PAYROLL FILE
      *THAT LOOKS COMPLETE AND ISN'T
       MASTER-OPEN-PARA.
           OPEN INPUT CAND-MASTER.
           IF MASTER-FILE-STATUS NOT = "00" THEN
               DISPLAY "candidate master won't open - status "
                   MASTER-FILE-STATUS
               PERFORM MASTERS-STOP-PARA
           END-IF.

       CATALOG-OPEN-PARA.
           OPEN INPUT COURSE-CATALOG.
           IF CATALOG-FILE-STATUS NOT = "00" THEN
               DISPLAY "course catalog won't open - status "
                   CATALOG-FILE-STATUS
               PERFORM MASTERS-STOP-PARA
           END-IF.

       MASTERS-STOP-PARA.
           CLOSE CAND-MASTER
           CLOSE COURSE-CATALOG
           CLOSE PAYROLL-FILE
           CLOSE PAYEXC-FILE
           STOP RUN.

       FINAL-WALK-PARA.
           OPEN INPUT FINAL-FILE.
           IF FINAL-FILE-STATUS NOT = "00" THEN
               PERFORM FINAL-STOP-PARA
           END-IF
           MOVE 'N' TO WS-FIN-EOF
           PERFORM FINAL-READ-PARA
           CLOSE FINAL-FILE.

       FINAL-STOP-PARA.
           CLOSE FINAL-FILE
           DISPLAY "non-existing file!"
           CLOSE CAND-MASTER
           CLOSE COURSE-CATALOG
           CLOSE PAYROLL-FILE
           CLOSE PAYEXC-FILE
           STOP RUN.

       FINAL-READ-PARA.
           READ FINAL-FILE
               AT END MOVE 'Y' TO WS-FIN-EOF
           END-READ.
           IF WS-FIN-EOF = 'N'
               PERFORM SECTION-HOURS-PARA
               MOVE 1 TO WS-SLOT-J
               PERFORM FINAL-SLOT-PARA
               GO TO FINAL-READ-PARA
           END-IF.

      *THE SECTION'S CONTACT HOURS, READ ONCE PER FINALIZED RECORD.
      *ANY REASON IT CAN'T BE PRICED APPLIES TO EVERY SEAT ON IT
       SECTION-HOURS-PARA.
           MOVE SPACES TO WS-SEC-BAD
           MOVE ZEROES TO WS-SEC-HOURS
           IF FIN-COURSE-ID NOT NUMERIC THEN
               MOVE "COURSE NOT IN CATALOG - NOT PAID" TO WS-SEC-BAD
           ELSE
               MOVE FIN-COURSE-ID TO CAT-ID
               READ COURSE-CATALOG
                   INVALID KEY
                       MOVE "COURSE NOT IN CATALOG - NOT PAID"
                           TO WS-SEC-BAD
               END-READ
           END-IF
           IF WS-SEC-BAD = SPACES THEN
               IF FIN-SECTION NOT NUMERIC OR FIN-SECTION = 0 OR
                   FIN-SECTION > CAT-SECTIONS OR FIN-SECTION > 20 THEN
                   MOVE "SECTION NOT IN CATALOG - NOT PAID"
                       TO WS-SEC-BAD
               ELSE
                   IF CAT-SEC-HOURS(FIN-SECTION) NOT NUMERIC OR
                       CAT-SEC-HOURS(FIN-SECTION) = 0 THEN
                       MOVE "NO CONTACT HOURS ON SECTION - NOT PAID"
                           TO WS-SEC-BAD
                   ELSE
                       MOVE CAT-SEC-HOURS(FIN-SECTION)
                           TO WS-SEC-HOURS
                   END-IF
               END-IF
           END-IF.

      *ONE PAYROLL RECORD PER SEATED SLOT, OR ONE EXCEPTION LINE
      *GIVING THE FIRST REASON IT COULDN'T BE PRICED
       FINAL-SLOT-PARA.
           IF WS-SLOT-J <= 8 THEN
               IF FIN-SLOT(WS-SLOT-J) NOT = "0000000000" AND
                   FIN-SLOT(WS-SLOT-J) NOT = SPACES THEN
                   PERFORM SEAT-PRICE-PARA
               END-IF
               ADD 1 TO WS-SLOT-J
               GO TO FINAL-SLOT-PARA
           END-IF.

      *THE SEAT PASSES EACH CHECK IN TURN - WS-SEAT-BAD HOLDS THE
      *FIRST REASON IT FAILED, SPACES WHEN IT CAN BE PAID
       SEAT-PRICE-PARA.
           MOVE WS-SEC-BAD TO WS-SEAT-BAD
           IF WS-SEAT-BAD = SPACES THEN
               MOVE FIN-SLOT(WS-SLOT-J) TO WS-DIR-LOOKUP-ID
               PERFORM DIR-LOOKUP-PARA
               IF WS-DIR-INDEX = 0 THEN
                   MOVE "NO DIRECTORY ROW - NOT PAID" TO WS-SEAT-BAD
               END-IF
           END-IF
           IF WS-SEAT-BAD = SPACES THEN
               MOVE FIN-SLOT(WS-SLOT-J) TO CM-ID
               READ CAND-MASTER
                   INVALID KEY
                       MOVE "NOT ON CANDIDATE MASTER - NOT PAID"
                           TO WS-SEAT-BAD
               END-READ
           END-IF
           IF WS-SEAT-BAD = SPACES THEN
               PERFORM RATE-FIND-PARA
               IF WS-RATE-X = 0 THEN
                   MOVE "NO PAY RATE FOR PROGRAM YEAR - NOT PAID"
                       TO WS-SEAT-BAD
               END-IF
           END-IF
           IF WS-SEAT-BAD NOT = SPACES THEN
               MOVE WS-SEAT-BAD TO PEX-REASON
               PERFORM SEAT-EXCEPTION-PARA
           ELSE
               PERFORM PAYROLL-WRITE-PARA
           END-IF.

       PAYROLL-WRITE-PARA.
           MOVE WS-RATE-AMOUNT(WS-RATE-X) TO WS-PAY-RATE
           COMPUTE WS-PAY-COST ROUNDED = WS-SEC-HOURS * WS-PAY-RATE
           MOVE SPACES TO PAYROLL-RECORD
           MOVE FIN-SLOT(WS-SLOT-J) TO PAY-CAND-ID
           MOVE WS-D-NAME(WS-DIR-INDEX) TO PAY-NAME
           MOVE WS-D-DEPT(WS-DIR-INDEX) TO PAY-DEPT
           MOVE FIN-COURSE-ID TO PAY-COURSE-ID
           MOVE FIN-SECTION TO PAY-SECTION
           MOVE WS-SEC-HOURS TO PAY-HOURS
           MOVE WS-PAY-RATE TO PAY-RATE
           MOVE WS-PAY-COST TO PAY-COST
           WRITE PAYROLL-RECORD
           ADD 1 TO WS-PAID-COUNT
           ADD WS-PAY-COST TO WS-TOTAL-COST
           PERFORM BGT-COMMIT-PARA.

      *THE PROGRAM YEAR'S OWN RATE, ELSE THE YEAR-0 HOUSE RATE -
      *WS-RATE-X = 0 WHEN NEITHER IS ON FILE
       RATE-FIND-PARA.
           MOVE 0 TO WS-RATE-X
           IF CM-PROG-YEAR NUMERIC THEN
               COMPUTE WS-RATE-X = CM-PROG-YEAR + 1
               IF WS-RATE-SET(WS-RATE-X) = 0 THEN
                   MOVE 0 TO WS-RATE-X
               END-IF
           END-IF
           IF WS-RATE-X = 0 AND WS-RATE-SET(1) = 1 THEN
               MOVE 1 TO WS-RATE-X
           END-IF.

       SEAT-EXCEPTION-PARA.
           MOVE FIN-COURSE-ID TO PEX-COURSE-ID
           MOVE FIN-SECTION TO PEX-SECTION
           MOVE FIN-SLOT(WS-SLOT-J) TO PEX-CAND-ID
           MOVE SPACE TO PEX-SEP1
           MOVE SPACE TO PEX-SEP2
           MOVE SPACE TO PEX-SEP3
           WRITE PAYEXC-RECORD
           ADD 1 TO WS-EXC-COUNT
           MOVE SPACES TO PAYEXC-RECORD.

      *POST THE SEAT'S COST TO ITS DEPARTMENT'S LEDGER LINE,
      *OPENING ONE FOR A DEPARTMENT BUDGET.TXT DOESN'T LIST. A
      *BLANK DEPARTMENT GOES TO THE NO DEPARTMENT LINE, AS IN
      *DEPTRPT.TXT
       BGT-COMMIT-PARA.
           IF WS-D-DEPT(WS-DIR-INDEX) = SPACES THEN
               ADD WS-PAY-COST TO WS-BGT-NODEPT-COST
           ELSE
               MOVE WS-D-DEPT(WS-DIR-INDEX) TO WS-BGT-LOOKUP
               PERFORM BGT-FIND-PARA
               IF WS-BGT-INDEX = 0 AND
                   WS-BGT-COUNT < WS-MAX-BGT-COUNT THEN
                   ADD 1 TO WS-BGT-COUNT
                   MOVE WS-BGT-COUNT TO WS-BGT-INDEX
                   MOVE WS-BGT-LOOKUP TO WS-BGT-DEPT(WS-BGT-INDEX)
                   MOVE 0 TO WS-BGT-LIMITED(WS-BGT-INDEX)
                   MOVE ZEROES TO WS-BGT-LIMIT(WS-BGT-INDEX)
                   MOVE ZEROES TO WS-BGT-SEATS(WS-BGT-INDEX)
                   MOVE ZEROES TO WS-BGT-COMMITTED(WS-BGT-INDEX)
               END-IF
               IF WS-BGT-INDEX > 0 THEN
                   ADD 1 TO WS-BGT-SEATS(WS-BGT-INDEX)
                   ADD WS-PAY-COST TO WS-BGT-COMMITTED(WS-BGT-INDEX)
               ELSE
                   ADD WS-PAY-COST TO WS-BGT-OVERFLOW-COST
               END-IF
           END-IF.

      *ONE LINE PER DEPARTMENT - SEATS AND COMMITTED COST AGAINST
      *BUDGET, WITH THE VARIANCE (BUDGET LESS COMMITTED, NEGATIVE
      *WHEN OVER) AND BUDGET NONE FOR A DEPARTMENT WITHOUT A LINE,
      *THEN THE COST HELD BY SEATS WITH NO DEPARTMENT
       BUDGET-REPORT-PARA.
           OPEN OUTPUT BUDGET-REPORT.
           MOVE 1 TO WS-BGT-I
           PERFORM BUDGET-REPORT-LINE-PARA
           MOVE SPACES TO BUDGET-REPORT-RECORD
           MOVE 1 TO WS-BGT-PTR
           MOVE WS-BGT-NODEPT-COST TO WS-AMT-ED
           STRING "NO DEPARTMENT " DELIMITED BY SIZE
               WS-AMT-ED DELIMITED BY SIZE
               INTO BUDGET-REPORT-RECORD WITH POINTER WS-BGT-PTR
           WRITE BUDGET-REPORT-RECORD
           IF WS-BGT-OVERFLOW-COST > 0 THEN
               MOVE SPACES TO BUDGET-REPORT-RECORD
               MOVE 1 TO WS-BGT-PTR
               MOVE WS-BGT-OVERFLOW-COST TO WS-AMT-ED
               STRING "LEDGER FULL " DELIMITED BY SIZE
                   WS-AMT-ED DELIMITED BY SIZE
                   INTO BUDGET-REPORT-RECORD WITH POINTER WS-BGT-PTR
               WRITE BUDGET-REPORT-RECORD
           END-IF
           CLOSE BUDGET-REPORT.

       BUDGET-REPORT-LINE-PARA.
           IF WS-BGT-I <= WS-BGT-COUNT THEN
               MOVE SPACES TO BUDGET-REPORT-RECORD
               MOVE 1 TO WS-BGT-PTR
               MOVE WS-BGT-COMMITTED(WS-BGT-I) TO WS-AMT-ED
               STRING "DEPT " DELIMITED BY SIZE
                   WS-BGT-DEPT(WS-BGT-I) DELIMITED BY SIZE
                   " SEATS " DELIMITED BY SIZE
                   WS-BGT-SEATS(WS-BGT-I) DELIMITED BY SIZE
                   " COMMITTED " DELIMITED BY SIZE
                   WS-AMT-ED DELIMITED BY SIZE
                   INTO BUDGET-REPORT-RECORD WITH POINTER WS-BGT-PTR
               IF WS-BGT-LIMITED(WS-BGT-I) = 1 THEN
                   MOVE WS-BGT-LIMIT(WS-BGT-I) TO WS-AMT-ED
                   COMPUTE WS-BGT-VARIANCE = WS-BGT-LIMIT(WS-BGT-I)
                       - WS-BGT-COMMITTED(WS-BGT-I)
                   MOVE WS-BGT-VARIANCE TO WS-VAR-ED
                   STRING " BUDGET " DELIMITED BY SIZE
                       WS-AMT-ED DELIMITED BY SIZE
                       " VARIANCE " DELIMITED BY SIZE
                       WS-VAR-ED DELIMITED BY SIZE
                       INTO BUDGET-REPORT-RECORD
                           WITH POINTER WS-BGT-PTR
                   IF WS-BGT-VARIANCE < 0 THEN
                       STRING " OVER" DELIMITED BY SIZE
                           INTO BUDGET-REPORT-RECORD
                               WITH POINTER WS-BGT-PTR
                   END-IF
               ELSE
                   STRING " BUDGET NONE" DELIMITED BY SIZE
                       INTO BUDGET-REPORT-RECORD
                           WITH POINTER WS-BGT-PTR
               END-IF
               WRITE BUDGET-REPORT-RECORD
               ADD 1 TO WS-BGT-I
               GO TO BUDGET-REPORT-LINE-PARA
           END-IF.
