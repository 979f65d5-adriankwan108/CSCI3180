       IDENTIFICATION DIVISION.
       PROGRAM-ID. TA-EVALS.
       AUTHOR.     Adrian.
      *8901*

      *END-OF-TERM INSTRUCTOR EVALUATION INTAKE. HIS-FLAG ONLY EVER
      *SAID SERVED OR DECLINED, SO A TA WHO SERVED BADLY EARNED THE
      *SAME RETURNING-TA CREDIT AS ONE THE INSTRUCTOR BEGGED TO HAVE
      *BACK. INSTRUCTORS NOW RETURN ONE RATING (1 = POOR ... 5 =
      *EXCELLENT) PER TA PER COURSE/SECTION FOR THE TERM, WITH AN
      *OPTIONAL DO-NOT-REHIRE FLAG FOR THAT COURSE.
      *
      *THIS RUN VETS EVALS.TXT AGAINST THE TERM IN TERM.TXT AND THE
      *SEATS IN FINALIZED.TXT - ONLY A TA WHO ACTUALLY SERVED THAT
      *SECTION THIS TERM CAN BE RATED - AND WRITES THE ACCEPTED
      *RATINGS TO EVALPOST.TXT. TA-TERMCLOSE CARRIES EACH ONE ONTO
      *THE 'S' HISTORY LINE IT WRITES FOR THAT SEAT, WHERE THE
      *RANKING RUN'S EXPERIENCE CREDIT AND DO-NOT-REHIRE BAR PICK IT
      *UP. A RATING FOR ANOTHER TERM, OR ONE THAT ARRIVES AFTER
      *TA-TERMCLOSE HAS ALREADY POSTED THE TERM, IS LATE; ONE THAT
      *MATCHES NO SEAT IS UNMATCHED. BOTH GO TO EVALEXC.TXT WITH THE
      *REASON, AS DOES ANY MALFORMED OR DUPLICATE RATING.
      *
      *EVALPOST.TXT IS REBUILT FROM THE WHOLE OF EVALS.TXT EVERY
      *RUN, SO A CORRECTED FILE IS SIMPLY RESUBMITTED UP TO THE
      *TERM CLOSE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT OPTIONAL TERM-FILE ASSIGN TO 'term.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TERM-FILE-STATUS.

           SELECT FINAL-FILE ASSIGN TO 'finalized.txt'
                ORGANIZATION IS BINARY SEQUENTIAL
               FILE STATUS IS FINAL-FILE-STATUS.

           SELECT OPTIONAL HISTORY-FILE ASSIGN TO 'history.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HISTORY-FILE-STATUS.

           SELECT OPTIONAL EVALS-FILE ASSIGN TO 'evals.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EVALS-FILE-STATUS.

           SELECT EVALPOST-FILE ASSIGN TO 'evalpost.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT EVALEXC-FILE ASSIGN TO 'evalexc.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *ONE RECORD - THE TERM BEING RATED, SAME SHAPE AS HIS-TERM
       FD TERM-FILE.
       01 TERM-RECORD.
           05 TRM-TERM PIC X(6).

      *SAME LAYOUT AS TA-OFFERS' FINAL-RECORD
       FD FINAL-FILE.
       01  FINAL-RECORD.
               03 FIN-COURSE-ID PIC X(5) VALUE SPACES.
               03 FIN-SECTION PIC 9(2) VALUE 1.
               03 FIN-SLOT OCCURS 8 TIMES PIC X(11) VALUE SPACES.
               03 FIN-EOF PIC X.

      *SAME LAYOUT AS TA-RANKING'S HISTORY-RECORD - READ ONLY TO
      *SEE WHETHER THE TERM HAS ALREADY BEEN CLOSED
       FD HISTORY-FILE.
       01  HISTORY-RECORD.
               03 HIS-TERM PIC X(6).
               03 HIS-COURSE-ID PIC X(5).
               03 HIS-SECTION PIC 9(2).
               03 HIS-CAND-ID PIC X(11).
               03 HIS-FLAG PIC X.
               03 HIS-RATING PIC 9(1).
               03 HIS-NO-REHIRE PIC X.

      *ONE RATING PER LINE AS THE INSTRUCTORS RETURN THEM.
      *EVL-NO-REHIRE 'Y' = DO NOT REHIRE FOR THIS COURSE; BLANK OR
      *'N' = NO OBJECTION
       FD EVALS-FILE.
       01  EVALS-RECORD.
               03 EVL-TERM PIC X(6).
               03 EVL-COURSE-ID PIC X(5).
               03 EVL-SECTION PIC 9(2).
               03 EVL-CAND-ID PIC X(11).
               03 EVL-RATING PIC 9(1).
               03 EVL-NO-REHIRE PIC X.

      *THE ACCEPTED RATINGS - SAME LAYOUT AS EVALS-RECORD, WITH THE
      *FLAG NORMALIZED TO 'Y' OR BLANK. READ BY TA-TERMCLOSE
       FD EVALPOST-FILE.
       01  EVALPOST-RECORD.
               03 EVP-TERM PIC X(6).
               03 EVP-COURSE-ID PIC X(5).
               03 EVP-SECTION PIC 9(2).
               03 EVP-CAND-ID PIC X(11).
               03 EVP-RATING PIC 9(1).
               03 EVP-NO-REHIRE PIC X.

      *RATINGS THAT WERE LATE, UNMATCHED OR MALFORMED, WITH WHY
       FD EVALEXC-FILE.
       01  EVALEXC-RECORD.
               03 EVX-TERM PIC X(6) VALUE SPACES.
               03 EVX-SEP1 PIC X VALUE SPACE.
               03 EVX-COURSE-ID PIC X(5) VALUE SPACES.
               03 EVX-SEP2 PIC X VALUE SPACE.
               03 EVX-SECTION PIC X(2) VALUE SPACES.
               03 EVX-SEP3 PIC X VALUE SPACE.
               03 EVX-CAND-ID PIC X(11) VALUE SPACES.
               03 EVX-SEP4 PIC X VALUE SPACE.
               03 EVX-REASON PIC X(40) VALUE SPACES.

       WORKING-STORAGE SECTION.
       01 TERM-FILE-STATUS PIC XX.
       01 FINAL-FILE-STATUS PIC XX.
       01 HISTORY-FILE-STATUS PIC XX.
       01 EVALS-FILE-STATUS PIC XX.

       01 WS-TERM PIC X(6) VALUE SPACES.

       01 WS-FIN-EOF PIC A(1) VALUE 'N'.
       01 WS-HIS-EOF PIC A(1) VALUE 'N'.
       01 WS-EVL-EOF PIC A(1) VALUE 'N'.

      *SET WHEN THE HISTORY ALREADY CARRIES LINES FOR THE TERM -
      *TA-TERMCLOSE HAS RUN, SO EVERY RATING NOW IS LATE
       01 WS-TERM-CLOSED PIC 9 VALUE 0.

      *EVERY SEAT IN FINALIZED.TXT - A RATING MUST NAME ONE.
      *WS-SEAT-RATED MARKS A SEAT ALREADY RATED THIS RUN SO A SECOND
      *RATING FOR IT IS CAUGHT AS A DUPLICATE
       01 WS-MAX-SEAT-COUNT PIC 9(4) VALUE 2000.
       01 WS-SEATS.
           02 WS-SEAT-COUNT PIC 9(4) VALUE ZEROES.
           02 WS-SEAT-TABLE OCCURS 1 TO 2000 TIMES
               DEPENDING ON WS-SEAT-COUNT.
               05 WS-SEAT-COURSE-ID PIC X(5) VALUE SPACES.
               05 WS-SEAT-SECTION PIC 9(2) VALUE 1.
               05 WS-SEAT-CAND-ID PIC X(11) VALUE SPACES.
               05 WS-SEAT-RATED PIC 9 VALUE 0.
       01 WS-SEAT-I PIC 9(4) VALUE 1.
       01 WS-SEAT-INDEX PIC 9(4) VALUE 0.
       01 WS-SLOT-J PIC 9 VALUE 1.

      *FIRST REASON THE RATING FAILED, SPACES WHEN IT PASSED
       01 WS-EVL-BAD PIC X(40) VALUE SPACES.

      *RUN COUNTERS, ECHOED AT END OF RUN FOR THE OPERATOR LOG
       01 WS-POSTED-COUNT PIC 9(6) VALUE ZEROES.
       01 WS-BARRED-COUNT PIC 9(6) VALUE ZEROES.
       01 WS-EXC-COUNT PIC 9(6) VALUE ZEROES.

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           OPEN OUTPUT EVALPOST-FILE.
           OPEN OUTPUT EVALEXC-FILE.

           PERFORM TERM-OPEN-PARA.
           PERFORM TERM-CLOSED-PARA.
           PERFORM FINAL-LOAD-PARA.
           PERFORM EVALS-OPEN-PARA.

           CLOSE EVALPOST-FILE.
           CLOSE EVALEXC-FILE.
           DISPLAY "POSTED     " WS-POSTED-COUNT.
           DISPLAY "NO REHIRE  " WS-BARRED-COUNT.
           DISPLAY "EXCEPTIONS " WS-EXC-COUNT.

       STOP RUN.

      *THE TERM BEING RATED IS NOT GUESSABLE - A MISSING OR EMPTY
      *TERM.TXT KILLS THE RUN BEFORE ANYTHING IS POSTED
       TERM-OPEN-PARA.
           OPEN INPUT TERM-FILE.
           IF TERM-FILE-STATUS = "05" THEN
               PERFORM TERM-STOP-PARA
           END-IF
           READ TERM-FILE
               AT END MOVE SPACES TO TRM-TERM
           END-READ
           MOVE TRM-TERM TO WS-TERM
           CLOSE TERM-FILE
           IF WS-TERM = SPACES THEN
               PERFORM TERM-STOP-PARA
           END-IF.

       TERM-STOP-PARA.
           DISPLAY "term.txt missing or empty - nothing posted!"
           CLOSE EVALPOST-FILE
           CLOSE EVALEXC-FILE
           STOP RUN.

      *HAS TA-TERMCLOSE ALREADY POSTED THIS TERM'S HISTORY
       TERM-CLOSED-PARA.
           MOVE 0 TO WS-TERM-CLOSED
           OPEN INPUT HISTORY-FILE.
           IF HISTORY-FILE-STATUS NOT = "05" THEN
               MOVE 'N' TO WS-HIS-EOF
               PERFORM TERM-CLOSED-LOOP-PARA
           END-IF
           CLOSE HISTORY-FILE.

       TERM-CLOSED-LOOP-PARA.
           READ HISTORY-FILE
               AT END MOVE 'Y' TO WS-HIS-EOF
           END-READ.
           IF WS-HIS-EOF = 'N'
               IF HIS-TERM = WS-TERM THEN
                   MOVE 1 TO WS-TERM-CLOSED
               END-IF
               IF WS-TERM-CLOSED = 0 THEN
                   GO TO TERM-CLOSED-LOOP-PARA
               END-IF
           END-IF.

      *LOAD EVERY SEATED SLOT OF THE FINALIZED ASSIGNMENTS
       FINAL-LOAD-PARA.
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
           CLOSE EVALPOST-FILE
           CLOSE EVALEXC-FILE
           STOP RUN.

       FINAL-READ-PARA.
           READ FINAL-FILE
               AT END MOVE 'Y' TO WS-FIN-EOF
           END-READ.
           IF WS-FIN-EOF = 'N'
               MOVE 1 TO WS-SLOT-J
               PERFORM FINAL-SLOT-PARA
               GO TO FINAL-READ-PARA
           END-IF.

       FINAL-SLOT-PARA.
           IF WS-SLOT-J <= 8 THEN
               IF FIN-SLOT(WS-SLOT-J) NOT = "0000000000" AND
                   FIN-SLOT(WS-SLOT-J) NOT = SPACES AND
                   WS-SEAT-COUNT < WS-MAX-SEAT-COUNT THEN
                   ADD 1 TO WS-SEAT-COUNT
                   MOVE FIN-COURSE-ID TO WS-SEAT-COURSE-ID
                       (WS-SEAT-COUNT)
                   MOVE FIN-SECTION TO WS-SEAT-SECTION(WS-SEAT-COUNT)
                   MOVE FIN-SLOT(WS-SLOT-J)
                       TO WS-SEAT-CAND-ID(WS-SEAT-COUNT)
                   MOVE 0 TO WS-SEAT-RATED(WS-SEAT-COUNT)
               END-IF
               ADD 1 TO WS-SLOT-J
               GO TO FINAL-SLOT-PARA
           END-IF.

      *IS THE RATED TA SEATED IN THE RATED SECTION
      *(WS-SEAT-INDEX OUT, 0 = NO SUCH SEAT)
       SEAT-FIND-PARA.
           MOVE 0 TO WS-SEAT-INDEX
           MOVE 1 TO WS-SEAT-I
           PERFORM SEAT-FIND-LOOP-PARA.

       SEAT-FIND-LOOP-PARA.
           IF WS-SEAT-I <= WS-SEAT-COUNT THEN
               IF WS-SEAT-COURSE-ID(WS-SEAT-I) = EVL-COURSE-ID AND
                   WS-SEAT-SECTION(WS-SEAT-I) = EVL-SECTION AND
                   WS-SEAT-CAND-ID(WS-SEAT-I) = EVL-CAND-ID THEN
                   MOVE WS-SEAT-I TO WS-SEAT-INDEX
               END-IF
               ADD 1 TO WS-SEAT-I
               IF WS-SEAT-INDEX = 0 THEN
                   GO TO SEAT-FIND-LOOP-PARA
               END-IF
           END-IF.

      *A MISSING EVALS.TXT IS A TERM WITH NO RATINGS RETURNED -
      *EVALPOST.TXT GOES OUT EMPTY AND EVERY SEAT KEEPS THE FLAT
      *EXPERIENCE CREDIT
       EVALS-OPEN-PARA.
           OPEN INPUT EVALS-FILE.
           IF EVALS-FILE-STATUS NOT = "05" THEN
               MOVE 'N' TO WS-EVL-EOF
               PERFORM EVALS-READ-PARA
           END-IF
           CLOSE EVALS-FILE.

       EVALS-READ-PARA.
           READ EVALS-FILE
               AT END MOVE 'Y' TO WS-EVL-EOF
           END-READ.
           IF WS-EVL-EOF = 'N'
               PERFORM EVAL-GATE-PARA
               IF WS-EVL-BAD NOT = SPACES THEN
                   PERFORM EVAL-REJECT-PARA
               ELSE
                   PERFORM EVAL-POST-PARA
               END-IF
               GO TO EVALS-READ-PARA
           END-IF.

      *THE ENTRY GATE - TIMING FIRST, SINCE A LATE RATING IS LATE
      *WHATEVER ELSE IS WRONG WITH IT, THEN THE RATING ITSELF, THEN
      *THE SEAT IT NAMES
       EVAL-GATE-PARA.
           MOVE SPACES TO WS-EVL-BAD
           IF EVL-TERM NOT = WS-TERM THEN
               MOVE "RATING FOR ANOTHER TERM - LATE"
                   TO WS-EVL-BAD
           END-IF
           IF WS-EVL-BAD = SPACES AND WS-TERM-CLOSED = 1 THEN
               MOVE "TERM ALREADY CLOSED - LATE" TO WS-EVL-BAD
           END-IF
           IF WS-EVL-BAD = SPACES THEN
               IF EVL-RATING NOT NUMERIC OR EVL-RATING = 0 OR
                   EVL-RATING > 5 THEN
                   MOVE "RATING NOT 1-5 - REJECTED" TO WS-EVL-BAD
               END-IF
           END-IF
           IF WS-EVL-BAD = SPACES THEN
               IF EVL-NO-REHIRE NOT = SPACE AND
                   EVL-NO-REHIRE NOT = 'Y' AND
                   EVL-NO-REHIRE NOT = 'N' THEN
                   MOVE "DO-NOT-REHIRE FLAG NOT Y/N - REJECTED"
                       TO WS-EVL-BAD
               END-IF
           END-IF
           IF WS-EVL-BAD = SPACES AND EVL-SECTION NOT NUMERIC THEN
               MOVE "NON-NUMERIC SECTION - REJECTED" TO WS-EVL-BAD
           END-IF
           IF WS-EVL-BAD = SPACES THEN
               PERFORM SEAT-FIND-PARA
               IF WS-SEAT-INDEX = 0 THEN
                   MOVE "NOT SEATED IN THAT SECTION - UNMATCHED"
                       TO WS-EVL-BAD
               ELSE
                   IF WS-SEAT-RATED(WS-SEAT-INDEX) = 1 THEN
                       MOVE "DUPLICATE RATING - FIRST ONE KEPT"
                           TO WS-EVL-BAD
                   END-IF
               END-IF
           END-IF.

       EVAL-POST-PARA.
           MOVE 1 TO WS-SEAT-RATED(WS-SEAT-INDEX)
           MOVE EVALS-RECORD TO EVALPOST-RECORD
           IF EVL-NO-REHIRE = 'Y' THEN
               ADD 1 TO WS-BARRED-COUNT
           ELSE
               MOVE SPACE TO EVP-NO-REHIRE
           END-IF
           WRITE EVALPOST-RECORD
           ADD 1 TO WS-POSTED-COUNT.

       EVAL-REJECT-PARA.
           MOVE SPACES TO EVALEXC-RECORD
           MOVE EVL-TERM TO EVX-TERM
           MOVE EVL-COURSE-ID TO EVX-COURSE-ID
           MOVE EVL-SECTION TO EVX-SECTION
           MOVE EVL-CAND-ID TO EVX-CAND-ID
           MOVE WS-EVL-BAD TO EVX-REASON
           WRITE EVALEXC-RECORD
           ADD 1 TO WS-EXC-COUNT.
