           SELECT WHATIF-REPORT ASSIGN TO 'whatifrpt.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

      *INSTRUCTORS' NAMED REQUESTS AND BLOCKS, AND THE REPORT THAT
      *SAYS WHAT BECAME OF EACH ONE (SEE INSTREQ-OPEN-PARA)
           SELECT OPTIONAL INSTREQ-FILE ASSIGN TO 'instreq.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INSTREQ-FILE-STATUS.

           SELECT INSTREQ-REPORT ASSIGN TO 'instreqrpt.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

      *SECTION HEADCOUNTS - THE REGISTRAR'S ENROLLMENT EXTRACT AND
      *THE TA-TO-STUDENT RATIO FOR EACH COURSE LEVEL (SEE
      *HEADCOUNT-OPEN-PARA), AND THE DEMAND REPORT BUILT FROM THEM
           SELECT OPTIONAL ENROLL-FILE ASSIGN TO 'enrollment.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ENROLL-FILE-STATUS.

           SELECT OPTIONAL RATIO-FILE ASSIGN TO 'taratio.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RATIO-FILE-STATUS.

           SELECT DEMAND-REPORT ASSIGN TO 'demand.txt'
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
      *DEFINE RECORD STRUCTURE OF THE FILE 
       FILE SECTION.
               10 C-PREFERENCE PIC X(5) VALUE SPACES.
           05 C-PRIOR-TERMS PIC 9(2).
           05 C-PROG-YEAR PIC 9(1).
           05 C-LAST-TERM PIC X(6).
           05 C-STATUS PIC X(1).

      *THE CATALOG RECORD AS TA-CRSMAINT WRITES IT. I-SECTIONS: HOW
      *MANY INDEPENDENT SECTIONS THIS COURSE HAS, EACH NEEDING ITS
               10 I-MEET-DAY PIC 9(1).
               10 I-MEET-START PIC 9(4).
               10 I-MEET-END PIC 9(4).
           05 I-HOURS-TABLE OCCURS 20 TIMES.
               10 I-SEC-HOURS PIC 9(3).

       FD OUTPUT-FILE.
       01  RANK-RESULT.
               03 RANK-SLOT OCCURS 8 TIMES PIC X(11) VALUE SPACES.
               03 END-OF-FILE PIC X.

      *ALTERNATES LIST - THE FIVE RANKS AFTER THE SECTION'S
      *HEADCOUNT (WS-SEC-RANK-COUNT), KEYED THE
      *SAME WAY AS RANK-RESULT SO A DECLINED OFFER CAN BE BACKFILLED
      *WITHOUT RE-RUNNING THE PROGRAM (SEE WAITLIST-FILL-PARA).
      *EACH SLOT CARRIES THE CANDIDATE'S NAME AND EMAIL FROM THE
               03 CTL-TIEBREAK PIC X.

      *PER-CANDIDATE SCORE BREAKDOWN, ONE LINE PER CANDIDATE PER
      *COURSE, TO SUPPORT RANKING APPEALS. AUD-NOTE SAYS WHY A
      *CANDIDATE WAS HELD OUT OF THE COURSE REGARDLESS OF SCORE, OR
      *WHICH SECTION AN INSTRUCTOR'S REQUEST SEATED THEM IN
       FD AUDIT-FILE.
       01  AUDIT-RECORD.
               03 AUD-COURSE-ID PIC 9(5) VALUE ZEROES.
               03 AUD-NAME PIC X(30) VALUE SPACES.
               03 FILLER PIC X VALUE SPACE.
               03 AUD-EMAIL PIC X(30) VALUE SPACES.
               03 FILLER PIC X VALUE SPACE.
               03 AUD-NOTE PIC X(24) VALUE SPACES.

      *REJECTED/MALFORMED CANDIDATE AND INSTRUCTOR RECORDS, LOGGED
      *INSTEAD OF BEING FED INTO SCORE-STORE
      *OPTIONAL PRIOR-TERM ASSIGNMENT HISTORY, ONE LINE PER PAST
      *ASSIGNMENT. HIS-FLAG 'S' = SERVED, 'D' = DECLINED - ONLY A
      *SERVED ASSIGNMENT TO THE SAME COURSE EARNS THE RETURNING-TA
      *EXPERIENCE CREDIT IN SCORE-CAL. A SERVED LINE ALSO CARRIES
      *THE INSTRUCTOR'S RATING (1-5, 0 OR BLANK = UNRATED) AND A
      *'Y' IN HIS-NO-REHIRE WHEN THE INSTRUCTOR ASKED NOT TO HAVE
      *THE TA BACK ON THAT COURSE (SEE TA-EVALS, TA-TERMCLOSE)
       FD HISTORY-FILE.
       01  HISTORY-RECORD.
               03 HIS-TERM PIC X(6).
               03 HIS-SECTION PIC 9(2).
               03 HIS-CAND-ID PIC X(11).
               03 HIS-FLAG PIC X.
               03 HIS-RATING PIC 9(1).
               03 HIS-NO-REHIRE PIC X.

      *PER-COURSE CONTINUITY REPORT - ONE LINE PER RANKED CANDIDATE
      *SAYING WHETHER THEY SERVED THIS COURSE IN A PRIOR TERM, SO
               03 AVL-START PIC 9(4).
               03 AVL-END PIC 9(4).

      *OPTIONAL INSTRUCTOR REQUEST FILE, ONE LINE PER ENTRY, KEYED
      *BY COURSE AND SECTION. IRQF-TYPE 'REQUEST' ASKS FOR A NAMED
      *CANDIDATE - SEATED AHEAD OF SCORE ORDER WHEN THE OFFER CAP,
      *CLASH AND AVAILABILITY CHECKS ALLOW (SEE IRQ-SEAT-PARA).
      *SECTION 00 MEANS WHICHEVER SECTION CAN TAKE THEM. 'BLOCK'
      *KEEPS THE CANDIDATE OFF EVERY SECTION OF THAT COURSE AND
      *NOWHERE ELSE (SEE BAR-CHECK-PARA)
       FD INSTREQ-FILE.
       01  INSTREQ-RECORD.
               03 IRQF-COURSE-ID PIC X(5).
               03 IRQF-SECTION PIC X(2).
               03 IRQF-TYPE PIC X(7).
               03 IRQF-CAND-ID PIC X(11).

      *ONE LINE PER INSTRUCTOR REQUEST OR BLOCK - HONORED, NOT
      *HONORED AND WHY, APPLIED, OR REJECTED AT LOAD - FOR THE
      *DEPARTMENT CHAIR
       FD INSTREQ-REPORT.
       01  INSTREQ-LINE PIC X(80) VALUE SPACES.

      *REGISTRAR'S ENROLLMENT EXTRACT - ONE LINE PER SECTION: COURSE,
      *SECTION, STUDENTS ENROLLED
       FD ENROLL-FILE.
       01  ENROLL-RECORD.
               03 ENR-COURSE-ID PIC X(5).
               03 ENR-SEP1 PIC X.
               03 ENR-SECTION PIC 9(2).
               03 ENR-SEP2 PIC X.
               03 ENR-STUDENTS PIC 9(4).

      *ONE LINE PER COURSE LEVEL - THE LEADING DIGIT OF THE COURSE
      *ID - AND HOW MANY ENROLLED STUDENTS ONE TA COVERS
       FD RATIO-FILE.
       01  RATIO-RECORD.
               03 TRT-LEVEL PIC 9(1).
               03 TRT-SEP1 PIC X.
               03 TRT-STUDENTS PIC 9(4).

      *ONE LINE PER SECTION RANKED - ENROLLMENT, STUDENTS PER TA,
      *TAS REQUIRED, SEATS FILLED AND THE GAP - THE NUMBERS THE
      *DEPARTMENT IS SHOWN BEFORE THE TERM STARTS
       FD DEMAND-REPORT.
       01  DEMAND-LINE PIC X(100) VALUE SPACES.

      *DECLARE TEMPORARY VARIABLES AND FILE STRUCTURES
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
       01 CANDIDATE-FILE-STATUS PIC XX.
       01 CONTROL-FILE-STATUS PIC XX.
      *EFFECTIVE CONTROL VALUES - DEFAULTED HERE, OVERRIDDEN BY
      *CONTROL.TXT WHEN PRESENT (SEE CONTROL-OPEN-PARA)
       01 WS-RANK-COUNT PIC 9(2) VALUE 03.
      *THE HEADCOUNT OF THE SECTION BEING FILLED (SEE
      *HEADCOUNT-FIND-PARA) AND THE CSV WIDTH, WHICH MUST HOLD THE
      *LARGEST OF THEM
       01 WS-SEC-RANK-COUNT PIC 9(2) VALUE 03.
       01 WS-CSV-COLS PIC 9(2) VALUE 03.
       01 WS-RANK-J PIC 9(2) VALUE 1.
       01 WS-WAIT-J PIC 9(2) VALUE 1.
       01 WS-MAX-OFFERS PIC 9(1) VALUE 1.
       01 WS-C-EOF PIC A(1) VALUE 'N'.
       01 WS-C-RAW-COUNT PIC 9(4) VALUE ZEROES.

      *ONLY ACTIVE APPLICANTS WHO APPLIED FOR THE TERM IN PROGRESS
      *ARE LOADED (SEE C-ACTIVE-PARA). A BLANK TERM OR STATUS IS A
      *RECORD FROM BEFORE EITHER WAS KEPT AND IS TAKEN AS ACTIVE
       01 WS-RANK-TERM PIC X(6) VALUE SPACES.
       01 WS-C-ACTIVE PIC A(1) VALUE 'Y'.
       01 WS-C-WITHDRAWN-COUNT PIC 9(6) VALUE ZEROES.
       01 WS-C-GRADUATED-COUNT PIC 9(6) VALUE ZEROES.
       01 WS-C-STALE-COUNT PIC 9(6) VALUE ZEROES.

      *VALIDATION FLAGS - 1 = RECORD FEEDS SCORE-STORE, 0 = REJECTED
      *(SEE C-VALIDATE-PARA)
       01 WS-C-FLAGS.
       01 WS-TEMP-SCORE PIC 99V9 VALUE 00.0.
       01 WS-TEMP-PREF PIC 99V9 VALUE 00.0.
       01 WS-TEMP-EXP PIC 9V9 VALUE 0.0.
      *WHY THE CANDIDATE IS HELD OUT OF THIS COURSE, FOR AUD-NOTE -
      *SPACES WHEN THEY ARE NOT
       01 WS-AUD-NOTE PIC X(24) VALUE SPACES.
      *THE COURSE'S AUDIT LINES, HELD UNTIL ITS SECTIONS ARE FILLED
      *SO A LINE CAN NAME THE SECTION A REQUEST SEATED THE
      *CANDIDATE IN (SEE AUDIT-FLUSH-PARA)
       01 WS-AUDB.
           02 WS-AUDB-COUNT PIC 9(4) VALUE ZEROES.
           02 WS-AUDB-TABLE OCCURS 1 TO 2000 TIMES
               DEPENDING ON WS-AUDB-COUNT.
               05 WS-AUDB-CX PIC 9(4) VALUE ZEROES.
               05 WS-AUDB-LINE PIC X(122) VALUE SPACES.
       01 WS-AUDB-I PIC 9(4) VALUE 1.
       01 WS-AUDB-NOTE.
           05 FILLER PIC X(19) VALUE "INSTRUCTOR REQ SEC ".
           05 WS-AUDB-SECTION PIC 9(2) VALUE ZEROES.
           05 FILLER PIC X(3) VALUE SPACES.
      *GRADED PROFICIENCY CREDIT - WS-LEVEL-STEP PER LEVEL A
      *CANDIDATE EXCEEDS A SKILL'S MINIMUM BY, SUMMED ACROSS THE
      *REQUIRED AND OPTIONAL MATCHES AND SHOWN SEPARATELY IN THE
               05 WS-H-SECTION PIC 9(2) VALUE 1.
               05 WS-H-CAND-ID PIC X(11) VALUE SPACES.
               05 WS-H-FLAG PIC X VALUE SPACE.
               05 WS-H-RATING PIC 9(1) VALUE 0.
               05 WS-H-NO-REHIRE PIC X VALUE SPACE.
       01 WS-H-EOF PIC A(1) VALUE 'N'.

      *RETURNING-TA LOOKUP WORK FIELDS (SEE HIST-LOOKUP-PARA)
       01 WS-HIST-LOOKUP-COURSE PIC X(5) VALUE SPACES.
       01 WS-HIST-LOOKUP-CAND PIC X(11) VALUE SPACES.
       01 WS-RETURNING PIC 9 VALUE 0.
      *THE LATEST RATING ON THE CANDIDATE'S SERVED LINES FOR THE
      *COURSE (0 = NEVER RATED) AND WHETHER ANY OF THEM CARRIES A
      *DO-NOT-REHIRE FLAG
       01 WS-HIST-RATING PIC 9(1) VALUE 0.
       01 WS-HIST-BAR PIC 9 VALUE 0.
       01 WS-CON-J PIC 99 VALUE 1.

      *SORTED INDEX OF SERVED HISTORY ROWS - COURSE PLUS CANDIDATE,
               05 WS-HF-KEY.
                   10 WS-HF-COURSE PIC X(5).
                   10 WS-HF-CAND PIC X(11).
               05 WS-HF-TERM PIC X(6).
               05 WS-HF-RATING PIC 9(1).
               05 WS-HF-BAR PIC 9.
       01 WS-HF-LOOKUP.
           03 WS-HF-LOOKUP-COURSE PIC X(5) VALUE SPACES.
           03 WS-HF-LOOKUP-CAND PIC X(11) VALUE SPACES.
       01 WS-SIM-WAIT-MOVES PIC 9(6) VALUE ZEROES.
       01 WS-WIF-PTR PIC 9(4) VALUE 1.

      *INSTRUCTOR REQUESTS AND BLOCKS LOADED FROM INSTREQ.TXT (SEE
      *INSTREQ-OPEN-PARA), SORTED BY COURSE WITH FILE ORDER KEPT
      *WITHIN A COURSE, SO EACH COURSE'S ENTRIES ARE ONE RUN
      *WS-IRQ-LO THRU WS-IRQ-HI (SEE IRQ-RANGE-PARA). WS-IRQ-DONE:
      *0 = OPEN, 1 = HONORED, 2 = REJECTED AT LOAD. WS-IRQ-REASON
      *HOLDS WHY AN OPEN REQUEST HAS NOT BEEN SEATED
       01 INSTREQ-FILE-STATUS PIC XX.
       01 ENROLL-FILE-STATUS PIC XX.
       01 RATIO-FILE-STATUS PIC XX.
       01 WS-MAX-IRQ-COUNT PIC 9(4) VALUE 2000.
       01 WS-INSTREQS.
           02 WS-IRQ-COUNT PIC 9(4) VALUE ZEROES.
           02 WS-IRQ-TABLE OCCURS 1 TO 2000 TIMES
               DEPENDING ON WS-IRQ-COUNT.
               05 WS-IRQ-COURSE-ID PIC X(5) VALUE SPACES.
               05 WS-IRQ-SEQ PIC 9(4) VALUE ZEROES.
               05 WS-IRQ-SEC-RAW PIC X(2) VALUE SPACES.
               05 WS-IRQ-SECTION PIC 9(2) VALUE ZEROES.
               05 WS-IRQ-TYPE PIC X(7) VALUE SPACES.
               05 WS-IRQ-CAND-ID PIC X(11) VALUE SPACES.
               05 WS-IRQ-DONE PIC 9 VALUE 0.
               05 WS-IRQ-REASON PIC X(25) VALUE SPACES.
       01 WS-IRQ-EOF PIC A(1) VALUE 'N'.
       01 WS-IRQ-I PIC 9(4) VALUE 1.
       01 WS-IRQ-LO PIC 9(4) VALUE 1.
       01 WS-IRQ-HI PIC 9(4) VALUE 0.
       01 WS-IRQ-LOOKUP-COURSE PIC X(5) VALUE SPACES.
       01 WS-IRQ-CX PIC 9(4) VALUE 0.
       01 WS-IRQ-CI PIC 9(4) VALUE 1.
       01 WS-IRQ-WHY PIC X(25) VALUE SPACES.
       01 WS-IRQ-SCORE PIC 99V9 VALUE ZEROES.
       01 WS-IRQ-SI PIC 9(4) VALUE 1.
       01 WS-IRQ-BLOCKED PIC 9 VALUE 0.
       01 WS-IRQ-PTR PIC 9(4) VALUE 1.

      *SCRATCH BUFFER FOR BUILDING ONE CSV-FILE LINE (SEE
      *CSV-HEADER-PARA/CSV-ROW-PARA)
       01 WS-CSV-LINE PIC X(600) VALUE SPACES.
       01 WS-CSV-J PIC 99 VALUE 1.
       01 WS-CSV-LABEL-NUM PIC 9 VALUE 1.

      *SECTION HEADCOUNTS. A SECTION ON THE ENROLLMENT EXTRACT WHOSE
      *LEVEL HAS A RATIO NEEDS ONE TA PER WS-TRT-PER-TA ENROLLED,
      *ROUNDED UP AND NEVER MORE THAN THE 8 RANK SLOTS; ANY OTHER
      *SECTION KEEPS THE CONTROL.TXT RANK COUNT (WS-ENR-RATED 0)
       01 WS-TRT-TABLE.
           02 WS-TRT-PER-TA OCCURS 9 TIMES PIC 9(4) VALUE ZEROES.
       01 WS-TRT-EOF PIC A(1) VALUE 'N'.
       01 WS-MAX-ENR-COUNT PIC 9(4) VALUE 2000.
       01 WS-ENR.
           02 WS-ENR-COUNT PIC 9(4) VALUE ZEROES.
           02 WS-ENR-TABLE OCCURS 1 TO 2000 TIMES
               DEPENDING ON WS-ENR-COUNT.
               05 WS-ENR-COURSE-ID PIC X(5) VALUE SPACES.
               05 WS-ENR-SECTION PIC 9(2) VALUE ZEROES.
               05 WS-ENR-STUDENTS PIC 9(4) VALUE ZEROES.
               05 WS-ENR-PER-TA PIC 9(4) VALUE ZEROES.
               05 WS-ENR-NEED PIC 9(1) VALUE ZEROES.
               05 WS-ENR-RATED PIC 9 VALUE 0.
       01 WS-ENR-EOF PIC A(1) VALUE 'N'.
       01 WS-ENR-I PIC 9(4) VALUE 1.
       01 WS-ENR-FOUND PIC 9(4) VALUE 0.
       01 WS-ENR-LEVEL PIC 9 VALUE 0.
       01 WS-ENR-QUOT PIC 9(5) VALUE ZEROES.
       01 WS-ENR-LOOKUP-COURSE PIC X(5) VALUE SPACES.
       01 WS-ENR-LOOKUP-SECTION PIC 9(2) VALUE ZEROES.
       01 WS-DMD-J PIC 99 VALUE 1.
       01 WS-DMD-FILLED PIC 9 VALUE 0.
       01 WS-DMD-GAP PIC 9 VALUE 0.
       01 WS-DMD-PTR PIC 9(4) VALUE 1.

      *TERM CYCLE LEDGER WORK FIELDS (SEE CYCLE-START-PARA).
      *WS-CYC-STEP IS THIS PROGRAM'S STEP IN THE CYCLE
       01 CYCTERM-FILE-STATUS PIC XX.
       01 CYCLE-FILE-STATUS PIC XX.
       01 CYCOVR-FILE-STATUS PIC XX.
       01 CYCLOG-FILE-STATUS PIC XX.
       01 WS-CYC-STEP PIC X(10) VALUE "RANKING".

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

      *VARIABLES INITIALIZED EVERY TIME STARTS EXECUTION
      *LOCAL-STORAGE SECTION.
      *DATA RECEIVED FROM AN EXTERNAL PROGRAM
               PERFORM WHATIF-RUN-PARA
               STOP RUN
           END-IF.
      *    A SIMULATION NEVER TOUCHES THE CYCLE LEDGER; AN OFFICIAL
      *    RUN IS CHECKED AGAINST IT BEFORE ANY OFFICIAL FILE OPENS.
      *    A RESTART IS THE INTERRUPTED RUN RESUMING, NOT A SECOND
      *    COPY IN FLIGHT
           IF WS-RESTART-MODE = 'R' THEN
               MOVE 1 TO WS-CYC-RESUME
           END-IF.
           PERFORM CYCLE-START-PARA.
           IF WS-RESTART-MODE = 'R' THEN
               MOVE 1 TO WS-EXC-SUPPRESS
               OPEN EXTEND EXCEPTIONS-FILE
           PERFORM QUOTAS-OPEN-PARA.
           PERFORM QTA-MAP-PARA.

           PERFORM INSTREQ-OPEN-PARA.
           PERFORM HEADCOUNT-OPEN-PARA.

           PERFORM CHECK-EMPTY-INSTRUCTOR.
           PERFORM CHECK-CANDIDATES-EMPTY.

               OPEN EXTEND CONTINUITY-FILE
               OPEN EXTEND SHORTAGE-FILE
               OPEN EXTEND TIES-FILE
               OPEN EXTEND INSTREQ-REPORT
               OPEN EXTEND DEMAND-REPORT
           ELSE
               OPEN OUTPUT OUTPUT-FILE
               OPEN OUTPUT WAITLIST-FILE
               OPEN OUTPUT CONTINUITY-FILE
               OPEN OUTPUT SHORTAGE-FILE
               OPEN OUTPUT TIES-FILE
               OPEN OUTPUT INSTREQ-REPORT
               PERFORM IRQ-REJECT-WRITE-PARA
               OPEN OUTPUT DEMAND-REPORT
               PERFORM DEMAND-HEADER-PARA
           END-IF.
           IF WS-COURSE-INDEX <= WS-I-COUNT THEN
               PERFORM MANAGER
           CLOSE CONTINUITY-FILE.
           CLOSE SHORTAGE-FILE.
           CLOSE TIES-FILE.
           CLOSE INSTREQ-REPORT.
           CLOSE DEMAND-REPORT.
           CLOSE EXCEPTIONS-FILE.
           PERFORM DEPT-REPORT-PARA.
           PERFORM STATEMENTS-WRITE-PARA.
           PERFORM SUMMARY-WRITE-PARA.
           PERFORM CYCLE-DONE-PARA.

       STOP RUN.

       C-OPEN-PARA.
           PERFORM C-TERM-PARA.
           OPEN INPUT CANDIDATES.
               IF CANDIDATE-FILE-STATUS = "05" THEN
                   PERFORM C-STOP-PARA
               AT END MOVE 'Y'TO WS-C-EOF
               NOT AT END
                   ADD 1 TO WS-C-RAW-COUNT
                   PERFORM C-ACTIVE-PARA
                   IF WS-C-ACTIVE = 'Y' THEN
                       IF WS-C-COUNT < WS-MAX-C-COUNT
                           ADD 1 TO WS-C-COUNT
                       END-IF
                   ELSE
                       IF C-STATUS = 'W' THEN
                           ADD 1 TO WS-C-WITHDRAWN-COUNT
                       ELSE
                           IF C-STATUS = 'G' THEN
                               ADD 1 TO WS-C-GRADUATED-COUNT
                           ELSE
                               ADD 1 TO WS-C-STALE-COUNT
                           END-IF
                       END-IF
                   END-IF
           END-READ
           IF WS-C-EOF = 'N'
               GO TO C-COUNT-PARA
           END-IF.

      *THE TERM IN PROGRESS, AS THE CYCLE LEDGER READS IT. WITHOUT
      *ONE NO RECORD CAN BE TOLD STALE, SO ONLY STATUS FILTERS
       C-TERM-PARA.
           MOVE SPACES TO WS-RANK-TERM
           OPEN INPUT CYCTERM-FILE.
           IF CYCTERM-FILE-STATUS NOT = "05" THEN
               READ CYCTERM-FILE
                   AT END MOVE SPACES TO CTR-TERM
               END-READ
               MOVE CTR-TERM TO WS-RANK-TERM
           END-IF
           CLOSE CYCTERM-FILE.

      *WITHDRAWN AND GRADUATED APPLICANTS STAY ON THE MASTER UNTIL
      *TA-ROLLOVER AGES THEM OUT, AND SO DOES ANYONE WHO DID NOT
      *APPLY THIS TERM - NONE OF THEM IS RANKED
       C-ACTIVE-PARA.
           MOVE 'Y' TO WS-C-ACTIVE
           IF C-STATUS = 'W' OR C-STATUS = 'G' THEN
               MOVE 'N' TO WS-C-ACTIVE
           ELSE
               IF WS-RANK-TERM NOT = SPACES AND
                   C-LAST-TERM NOT = SPACES AND
                   C-LAST-TERM NOT = WS-RANK-TERM THEN
                   MOVE 'N' TO WS-C-ACTIVE
               END-IF
           END-IF.

       I-OPEN-PARA.
           OPEN INPUT INSTRUCTORS.
               IF INSTRUCTORS-FILE-STATUS = "05" THEN
               AT END MOVE 'Y' TO WS-C-EOF
           END-READ.
            IF WS-C-EOF = 'N'
                PERFORM C-ACTIVE-PARA
                IF WS-C-ACTIVE = 'N' THEN
                    GO TO C-TRANSFER-PARA
                END-IF
                IF WS-INDEX <= WS-MAX-C-COUNT
                    MOVE CANDIDATES-FILE TO WS-C-TABLE(WS-INDEX)
                    IF C-PRIOR-TERMS NOT NUMERIC THEN
      *        A CANDIDATE WHO MISSES A REQUIREMENT EARNS NOTHING -
      *        LEVEL CREDIT ACCRUED BEFORE THE MISS IS DISCARDED
               MOVE 0.0 TO WS-TEMP-LVL
           END-IF
           PERFORM BAR-CHECK-PARA.

      *RETURNING-TA CREDIT - A CANDIDATE WHO SERVED THIS SAME COURSE
      *IN A PRIOR TERM GETS WS-EXP-CREDIT ON TOP OF THE SKILL AND
      *PREFERENCE SCORE, SHOWN SEPARATELY IN THE AUDIT LINE SO AN
      *APPEAL CAN SEE EXACTLY WHAT EXPERIENCE WAS WORTH. ONCE THE
      *INSTRUCTOR HAS RATED THEIR SERVICE, THE LATEST RATING SCALES
      *THE CREDIT - A 3 EARNS THE FLAT CREDIT, A 5 FIVE-THIRDS OF
      *IT, A 1 ONE-THIRD. AN UNRATED TERM KEEPS THE FLAT CREDIT
       EXPERIENCE.
           MOVE WS-I-ID(WS-COURSE-INDEX) TO WS-HIST-LOOKUP-COURSE
           MOVE WS-C-ID(WS-TA-INDEX) TO WS-HIST-LOOKUP-CAND
           PERFORM HIST-LOOKUP-PARA
           IF WS-RETURNING = 1 THEN
               IF WS-HIST-RATING > 0 THEN
                   COMPUTE WS-TEMP-EXP ROUNDED =
                       WS-EXP-CREDIT * WS-HIST-RATING / 3
                       ON SIZE ERROR MOVE 9.9 TO WS-TEMP-EXP
                   END-COMPUTE
               ELSE
                   MOVE WS-EXP-CREDIT TO WS-TEMP-EXP
               END-IF
           END-IF.

      *AN INSTRUCTOR'S DO-NOT-REHIRE FLAG, OR A BLOCK IN THE
      *INSTRUCTOR REQUEST FILE, BARS THE CANDIDATE FROM THIS COURSE
      *ONLY - THE SCORE GOES TO ZERO SO THE RANK AND WAITLIST FILLS
      *PASS THEM BY, AND THE AUDIT LINE SAYS WHY. A CANDIDATE AN
      *INSTRUCTOR'S REQUEST ACTUALLY SEATS IS MARKED LATER, BY
      *IRQ-TRY-PARA, WITH THE SECTION IT SEATED THEM IN
       BAR-CHECK-PARA.
           MOVE SPACES TO WS-AUD-NOTE
           MOVE WS-I-ID(WS-COURSE-INDEX) TO WS-HIST-LOOKUP-COURSE
           MOVE WS-C-ID(WS-TA-INDEX) TO WS-HIST-LOOKUP-CAND
           PERFORM HIST-LOOKUP-PARA
           MOVE 0 TO WS-IRQ-BLOCKED
           MOVE WS-IRQ-LO TO WS-IRQ-I
           PERFORM IRQ-NOTE-PARA
           IF WS-HIST-BAR = 1 THEN
               MOVE 00.0 TO WS-TEMP-SCORE
               MOVE "BARRED - DO NOT REHIRE" TO WS-AUD-NOTE
           ELSE
               IF WS-IRQ-BLOCKED = 1 THEN
                   MOVE 00.0 TO WS-TEMP-SCORE
                   MOVE "BLOCKED BY INSTRUCTOR" TO WS-AUD-NOTE
               END-IF
           END-IF.

      *DOES THE COURSE'S RUN OF REQUEST-FILE ENTRIES BLOCK THE
      *CANDIDATE AT WS-TA-INDEX
       IRQ-NOTE-PARA.
           IF WS-IRQ-I <= WS-IRQ-HI THEN
               IF WS-IRQ-CAND-ID(WS-IRQ-I) = WS-C-ID(WS-TA-INDEX)
                   AND WS-IRQ-DONE(WS-IRQ-I) NOT = 2 THEN
                   IF WS-IRQ-TYPE(WS-IRQ-I) = "BLOCK" THEN
                       MOVE 1 TO WS-IRQ-BLOCKED
                   END-IF
               END-IF
               ADD 1 TO WS-IRQ-I
               GO TO IRQ-NOTE-PARA
           END-IF.

       SCORE-STORE.
           END-IF.

      *ONE AUDIT LINE PER CANDIDATE PER COURSE, REGARDLESS OF WHETHER
      *THEY MADE THE FINAL RANKING - BACKS APPEALS AGAINST A RANKING.
      *THE LINE IS BUILT HERE AND HELD IN WS-AUDB UNTIL THE COURSE'S
      *SECTIONS ARE FILLED
       AUDIT-WRITE-PARA.
           MOVE SPACES TO AUDIT-RECORD
           MOVE WS-I-ID(WS-COURSE-INDEX) TO AUD-COURSE-ID
           MOVE WS-TEMP-EXP TO AUD-EXP-CREDIT
           MOVE WS-TEMP-LVL TO AUD-LVL-BONUS
           MOVE WS-TEMP-SCORE TO AUD-TOTAL-SCORE
           MOVE WS-AUD-NOTE TO AUD-NOTE
           IF WS-C-DIRX(WS-TA-INDEX) > 0 THEN
               MOVE WS-D-NAME(WS-C-DIRX(WS-TA-INDEX)) TO AUD-NAME
               MOVE WS-D-EMAIL(WS-C-DIRX(WS-TA-INDEX)) TO AUD-EMAIL
               MOVE SPACES TO AUD-NAME
               MOVE SPACES TO AUD-EMAIL
           END-IF
           IF WS-AUDB-COUNT < WS-MAX-C-COUNT THEN
               ADD 1 TO WS-AUDB-COUNT
               MOVE WS-TA-INDEX TO WS-AUDB-CX(WS-AUDB-COUNT)
               MOVE AUDIT-RECORD TO WS-AUDB-LINE(WS-AUDB-COUNT)
           END-IF.

      *WRITE THE COURSE'S HELD AUDIT LINES, IN THE ORDER THEY WERE
      *BUILT, ONCE EVERY SECTION HAS BEEN FILLED
       AUDIT-FLUSH-PARA.
           IF WS-AUDB-I <= WS-AUDB-COUNT THEN
               IF WS-SIM-MODE = 0 THEN
                   MOVE WS-AUDB-LINE(WS-AUDB-I) TO AUDIT-RECORD
                   WRITE AUDIT-RECORD
                   ADD 1 TO WS-CNT-AUD
               END-IF
               ADD 1 TO WS-AUDB-I
               GO TO AUDIT-FLUSH-PARA
           END-IF.

      *MARK THE HELD AUDIT LINE OF THE CANDIDATE AT WS-LOOKUP-INDEX
      *WITH THE SECTION A REQUEST HAS JUST SEATED THEM IN
       AUDIT-ASKED-PARA.
           IF WS-AUDB-I <= WS-AUDB-COUNT THEN
               IF WS-AUDB-CX(WS-AUDB-I) = WS-LOOKUP-INDEX THEN
                   MOVE WS-AUDB-LINE(WS-AUDB-I) TO AUDIT-RECORD
                   MOVE WS-AUDB-NOTE TO AUD-NOTE
                   MOVE AUDIT-RECORD TO WS-AUDB-LINE(WS-AUDB-I)
               ELSE
                   ADD 1 TO WS-AUDB-I
                   GO TO AUDIT-ASKED-PARA
               END-IF
           END-IF.

      *ORDER THE COURSE'S SCORE TABLE IN ONE PASS - DESCENDING
           MOVE WS-SECTION-INDEX TO R-SECTION
           MOVE WS-SECTION-INDEX TO WL-SECTION
           PERFORM SCH-FIND-PARA
           MOVE R-COURSE-ID TO WS-ENR-LOOKUP-COURSE
           MOVE WS-SECTION-INDEX TO WS-ENR-LOOKUP-SECTION
           PERFORM HEADCOUNT-FIND-PARA
           MOVE 0 TO WS-TIE-RANK-SET
           MOVE 0 TO WS-TIE-WAIT-SET
           MOVE 1 TO WS-SCORE-PTR
           MOVE 1 TO WS-RANK-J
           PERFORM IRQ-SEAT-PARA
           PERFORM RANK-FILL-PARA
           MOVE X'0a' TO END-OF-FILE
           IF WS-SIM-MODE = 0 THEN
               PERFORM CONTINUITY-SECTION-PARA
               PERFORM SHORTAGE-CHECK-PARA
               PERFORM TIE-REPORT-PARA
               PERFORM DEMAND-ROW-PARA
           ELSE
               PERFORM SIM-CAPTURE-PARA
           END-IF
           ADD 1 TO WS-SECTION-INDEX
           IF WS-SECTION-INDEX <= WS-I-SECTIONS(WS-COURSE-INDEX) THEN
               GO TO OUTPRINT-SECTION-PARA
           END-IF
      *    EVERY SECTION IS FILLED, SO EACH OF THE COURSE'S REQUESTS
      *    HAS ITS FINAL OUTCOME
           IF WS-SIM-MODE = 0 THEN
               MOVE WS-IRQ-LO TO WS-IRQ-I
               PERFORM IRQ-REPORT-PARA
           END-IF.

      *ZERO OUT THE WITHIN-COURSE DEDUP FLAGS BEFORE RANKING A NEW
               GO TO RESET-USED-LOOP-PARA
           END-IF.

      *MOVE UP TO WS-SEC-RANK-COUNT RANKED CANDIDATES (THE
      *SECTION'S HEADCOUNT) INTO RANK-SLOT,
      *ZERO-FILLING ANY SLOT A COURSE DOESN'T NEED. WS-SCORE-PTR WALKS
      *DOWN THE SORTED WS-SCORETABLE, SKIPPING PAST ANY CANDIDATE WHO
      *HAS ALREADY BEEN OFFERED WS-MAX-OFFERS SLOTS ON OTHER COURSES
      *SO THE NEXT-RANKED CANDIDATE IS BUMPED UP INTO THEIR PLACE
       RANK-FILL-PARA.
           IF WS-RANK-J <= WS-SEC-RANK-COUNT THEN
               PERFORM ADVANCE-SCORE-PTR-PARA
               IF WS-SCORE-PTR <= WS-C-COUNT AND
                   WS-TASCORE(WS-SCORE-PTR) NOT = 0 THEN
                   MOVE WS-TAID(WS-SCORE-PTR) TO RANK-SLOT(WS-RANK-J)
                   MOVE WS-TAID(WS-SCORE-PTR) TO WS-LOOKUP-ID
                   PERFORM C-FIND-BY-ID-PARA
                   PERFORM SEAT-COMMIT-PARA
                   IF WS-RANK-J = WS-SEC-RANK-COUNT THEN
                       MOVE 1 TO WS-TIE-RANK-SET
                       MOVE WS-TAID(WS-SCORE-PTR) TO WS-TIE-RANK-ID
                       MOVE WS-TASCORE(WS-SCORE-PTR)
               GO TO RANK-FILL-PARA
           END-IF.

      *BOOK A CONFIRMED RANK SLOT AGAINST THE CANDIDATE AT
      *WS-LOOKUP-INDEX - OFFER COUNT, WITHIN-COURSE DEDUP,
      *DEPARTMENT LEDGER, MEETING TIME AND DIRECTORY CHECK
       SEAT-COMMIT-PARA.
           IF WS-LOOKUP-INDEX > 0 THEN
               ADD 1 TO WS-C-OFFER-COUNT(WS-LOOKUP-INDEX)
               MOVE 1 TO WS-C-USED-COURSE(WS-LOOKUP-INDEX)
               IF WS-C-QTAX(WS-LOOKUP-INDEX) > 0 THEN
                   ADD 1 TO WS-QTA-TAKEN(WS-C-QTAX(WS-LOOKUP-INDEX))
               ELSE
                   ADD 1 TO WS-QTA-NODEPT-SEATS
               END-IF
               PERFORM HELD-RECORD-PARA
               PERFORM DIR-CHECK-RANKED-PARA
           END-IF.

      *SEAT THE CANDIDATES THE INSTRUCTOR ASKED FOR IN THIS SECTION
      *(OR IN ANY SECTION) BEFORE THE SCORE-ORDER FILL TAKES THE
      *REMAINING SLOTS. EACH OPEN REQUEST IS TRIED IN FILE ORDER;
      *ONE THAT FAILS HERE KEEPS ITS REASON AND, IF IT NAMED NO
      *SECTION, IS TRIED AGAIN AT THE COURSE'S NEXT SECTION
       IRQ-SEAT-PARA.
           MOVE WS-IRQ-LO TO WS-IRQ-I
           PERFORM IRQ-SEAT-LOOP-PARA.

       IRQ-SEAT-LOOP-PARA.
           IF WS-IRQ-I <= WS-IRQ-HI THEN
               IF WS-IRQ-TYPE(WS-IRQ-I) = "REQUEST" AND
                   WS-IRQ-DONE(WS-IRQ-I) = 0 AND
                   (WS-IRQ-SECTION(WS-IRQ-I) = WS-SECTION-INDEX OR
                    WS-IRQ-SECTION(WS-IRQ-I) = 0) THEN
                   PERFORM IRQ-TRY-PARA
               END-IF
               ADD 1 TO WS-IRQ-I
               GO TO IRQ-SEAT-LOOP-PARA
           END-IF.

      *THE SAME TESTS THE SCORE-ORDER FILL APPLIES, IN ORDER, WITH
      *THE FIRST ONE FAILED KEPT AS THE REASON - A REQUEST JUMPS THE
      *QUEUE, NOT THE RULES. A ZERO SCORE IS TOLD APART FROM THE
      *DO-NOT-REHIRE BAR THAT ZEROED IT, SO THE CHAIR SEES THE SAME
      *REASON THE AUDIT LINE GIVES
       IRQ-TRY-PARA.
           MOVE SPACES TO WS-IRQ-WHY
           MOVE WS-IRQ-CAND-ID(WS-IRQ-I) TO WS-TEMP-ID
           MOVE WS-TEMP-ID TO WS-LOOKUP-ID
           PERFORM C-FIND-BY-ID-PARA
           IF WS-LOOKUP-INDEX = 0 THEN
               MOVE "NOT AN APPLICANT" TO WS-IRQ-WHY
           ELSE
               MOVE WS-I-ID(WS-COURSE-INDEX) TO WS-HIST-LOOKUP-COURSE
               MOVE WS-C-ID(WS-LOOKUP-INDEX) TO WS-HIST-LOOKUP-CAND
               PERFORM HIST-LOOKUP-PARA
               IF WS-HIST-BAR = 1 THEN
                   MOVE "BARRED - DO NOT REHIRE" TO WS-IRQ-WHY
               ELSE
                   PERFORM IRQ-SCORE-FIND-PARA
                   IF WS-IRQ-SCORE = 0 THEN
                       MOVE "NOT QUALIFIED" TO WS-IRQ-WHY
                   END-IF
               END-IF
           END-IF
           IF WS-IRQ-WHY = SPACES THEN
               IF WS-C-USED-COURSE(WS-LOOKUP-INDEX) = 1 THEN
      *            ALREADY HOLDS A SECTION OF THIS COURSE - ALL A
      *            REQUEST FOR ANY SECTION ASKED FOR
                   IF WS-IRQ-SECTION(WS-IRQ-I) = 0 THEN
                       MOVE 1 TO WS-IRQ-DONE(WS-IRQ-I)
                   END-IF
                   MOVE "ALREADY SEATED IN COURSE" TO WS-IRQ-WHY
               END-IF
           END-IF
           IF WS-IRQ-WHY = SPACES THEN
               IF WS-RANK-J > WS-SEC-RANK-COUNT THEN
                   MOVE "NO RANK SLOT LEFT" TO WS-IRQ-WHY
               END-IF
           END-IF
           IF WS-IRQ-WHY = SPACES THEN
               IF WS-C-OFFER-COUNT(WS-LOOKUP-INDEX) >= WS-MAX-OFFERS
                   THEN
                   MOVE "CAP REACHED" TO WS-IRQ-WHY
               END-IF
           END-IF
           IF WS-IRQ-WHY = SPACES THEN
               IF WS-C-QTAX(WS-LOOKUP-INDEX) > 0 THEN
                   IF WS-QTA-LIMITED(WS-C-QTAX(WS-LOOKUP-INDEX)) = 1
                       AND WS-QTA-TAKEN(WS-C-QTAX(WS-LOOKUP-INDEX))
                       >= WS-QTA-LIMIT(WS-C-QTAX(WS-LOOKUP-INDEX))
                       THEN
                       MOVE "DEPT QUOTA FULL" TO WS-IRQ-WHY
                   END-IF
               END-IF
           END-IF
           IF WS-IRQ-WHY = SPACES AND WS-SCH-INDEX > 0 THEN
               PERFORM CLASH-CHECK-PARA
               IF WS-CLASH = 1 THEN
                   MOVE "CLASH" TO WS-IRQ-WHY
               ELSE
                   PERFORM AVAIL-CHECK-PARA
                   IF WS-UNAVAILABLE = 1 THEN
                       MOVE "UNAVAILABLE" TO WS-IRQ-WHY
                   END-IF
               END-IF
           END-IF
           IF WS-IRQ-WHY = SPACES THEN
               MOVE WS-LOOKUP-ID TO RANK-SLOT(WS-RANK-J)
               PERFORM SEAT-COMMIT-PARA
               MOVE WS-SECTION-INDEX TO WS-AUDB-SECTION
               MOVE 1 TO WS-AUDB-I
               PERFORM AUDIT-ASKED-PARA
      *        A REQUEST THAT TAKES THE SECTION'S LAST SLOT IS THE
      *        CUTOFF THE TIE REPORT MEASURES THE WAITLIST AGAINST,
      *        AS IN RANK-FILL-PARA
               IF WS-RANK-J = WS-SEC-RANK-COUNT THEN
                   MOVE 1 TO WS-TIE-RANK-SET
                   MOVE WS-TAID(WS-IRQ-SI) TO WS-TIE-RANK-ID
                   MOVE WS-TASCORE(WS-IRQ-SI) TO WS-TIE-RANK-SCORE
                   MOVE WS-TA-PRIOR(WS-IRQ-SI) TO WS-TIE-RANK-PRIOR
                   MOVE WS-TA-YEAR(WS-IRQ-SI) TO WS-TIE-RANK-YEAR
               END-IF
               ADD 1 TO WS-RANK-J
               MOVE 1 TO WS-IRQ-DONE(WS-IRQ-I)
           ELSE
               MOVE WS-IRQ-WHY TO WS-IRQ-REASON(WS-IRQ-I)
           END-IF.

      *THE REQUESTED CANDIDATE'S SCORE FOR THIS COURSE - THE TABLE
      *IS IN SCORE ORDER BY NOW, SO IT IS FOUND BY ID
       IRQ-SCORE-FIND-PARA.
           MOVE ZEROES TO WS-IRQ-SCORE
           MOVE 1 TO WS-IRQ-SI
           PERFORM IRQ-SCORE-FIND-LOOP-PARA.

       IRQ-SCORE-FIND-LOOP-PARA.
           IF WS-IRQ-SI <= WS-C-COUNT THEN
               IF WS-TAID(WS-IRQ-SI) = WS-LOOKUP-ID THEN
                   MOVE WS-TASCORE(WS-IRQ-SI) TO WS-IRQ-SCORE
               ELSE
                   ADD 1 TO WS-IRQ-SI
                   GO TO IRQ-SCORE-FIND-LOOP-PARA
               END-IF
           END-IF.

      *SKIP WS-SCORE-PTR PAST ANY CANDIDATE ALREADY HOLDING
      *WS-MAX-OFFERS COURSE-OFFERS ELSEWHERE, AND PAST ANY CANDIDATE
      *WHOSE CONFIRMED SLOTS MEET AT A TIME THAT OVERLAPS THE
           END-IF.

      *ONE-TIME CSV-FILE HEADER LINE. COLUMN COUNT TRACKS
      *WS-CSV-COLS RATHER THAN A FIXED 3, SO THE
      *EXPORT STAYS IN STEP WITH HOWEVER MANY RANK SLOTS A TERM IS
      *CONFIGURED TO FILL - THE RANK COUNT OR THE LARGEST SECTION
      *HEADCOUNT, WHICHEVER IS MORE. EVERY ROW HAS THE SAME COLUMNS;
      *A SLOT PAST ITS SECTION'S HEADCOUNT IS ZERO-FILLED
       CSV-HEADER-PARA.
           MOVE SPACES TO WS-CSV-LINE
           MOVE 1 TO WS-CSV-PTR
           ADD 1 TO WS-CNT-CSV.

       CSV-HEADER-COL-PARA.
           IF WS-CSV-J <= WS-CSV-COLS THEN
               MOVE WS-CSV-J TO WS-CSV-LABEL-NUM
               STRING ",Rank " DELIMITED BY SIZE
                   WS-CSV-LABEL-NUM DELIMITED BY SIZE
           ADD 1 TO WS-CNT-CSV.

       CSV-ROW-COL-PARA.
           IF WS-CSV-J <= WS-CSV-COLS THEN
               MOVE RANK-SLOT(WS-CSV-J) TO WS-DIR-LOOKUP-ID
               PERFORM DIR-LOOKUP-PARA
               STRING "," DELIMITED BY SIZE

       MANAGER.
           IF WS-I-OK(WS-COURSE-INDEX) = 1 THEN
               PERFORM IRQ-RANGE-PARA
               MOVE ZEROES TO WS-AUDB-COUNT
               PERFORM SCORE-STORE
               PERFORM SCORE-SORT-PARA
               PERFORM OUTPRINT
               MOVE 1 TO WS-AUDB-I
               PERFORM AUDIT-FLUSH-PARA
               ADD 1 TO WS-COURSES-RANKED
           END-IF
           IF WS-SIM-MODE = 0 THEN
                   CLOSE SHORTAGE-FILE
                   OPEN OUTPUT TIES-FILE
                   CLOSE TIES-FILE
                   OPEN OUTPUT INSTREQ-REPORT
                   PERFORM IRQ-REJECT-WRITE-PARA
                   CLOSE INSTREQ-REPORT
                   OPEN OUTPUT DEMAND-REPORT
                   PERFORM DEMAND-HEADER-PARA
                   CLOSE DEMAND-REPORT
                   PERFORM DEPT-REPORT-PARA
                   PERFORM SUMMARY-WRITE-PARA
                   CLOSE EXCEPTIONS-FILE
                   PERFORM CYCLE-DONE-PARA
                   STOP RUN
                END-IF.
            

       EMPTY-OUTPRINT.
           PERFORM IRQ-RANGE-PARA
           PERFORM OUTPRINT
           ADD 1 TO WS-COURSE-INDEX
           IF WS-COURSE-INDEX <= WS-I-COUNT THEN
                OPEN OUTPUT CONTINUITY-FILE
                OPEN OUTPUT SHORTAGE-FILE
                OPEN OUTPUT TIES-FILE
                OPEN OUTPUT INSTREQ-REPORT
                PERFORM IRQ-REJECT-WRITE-PARA
                OPEN OUTPUT DEMAND-REPORT
                PERFORM DEMAND-HEADER-PARA
                PERFORM EMPTY-OUTPRINT
                CLOSE OUTPUT-FILE
                CLOSE WAITLIST-FILE
                CLOSE CONTINUITY-FILE
                CLOSE SHORTAGE-FILE
                CLOSE TIES-FILE
                CLOSE INSTREQ-REPORT
                CLOSE DEMAND-REPORT
                OPEN OUTPUT STATEMENTS-FILE
                CLOSE STATEMENTS-FILE
                PERFORM DEPT-REPORT-PARA
                PERFORM SUMMARY-WRITE-PARA
                CLOSE EXCEPTIONS-FILE
                PERFORM CYCLE-DONE-PARA
                STOP RUN
            END-IF.

       CKP-MISMATCH-STOP-PARA.
           DISPLAY "checkpoint does not match output files!"
           CLOSE EXCEPTIONS-FILE
           PERFORM CYCLE-FAIL-PARA
           STOP RUN.

       CKP-COUNT-OUT-PARA.
           CLOSE CHECKPOINT-FILE
           DISPLAY "restart requested but no checkpoint exists!"
           CLOSE EXCEPTIONS-FILE
           PERFORM CYCLE-FAIL-PARA
           STOP RUN.

       CHECKPOINT-LOAD-PARA.
           MOVE WS-C-COUNT TO SUM-VALUE
           WRITE SUMMARY-RECORD.
           MOVE SPACES TO SUMMARY-RECORD
           MOVE "EXCLUDED WITHDRAWN" TO SUM-LABEL
           MOVE WS-C-WITHDRAWN-COUNT TO SUM-VALUE
           WRITE SUMMARY-RECORD.
           MOVE SPACES TO SUMMARY-RECORD
           MOVE "EXCLUDED GRADUATED" TO SUM-LABEL
           MOVE WS-C-GRADUATED-COUNT TO SUM-VALUE
           WRITE SUMMARY-RECORD.
           MOVE SPACES TO SUMMARY-RECORD
           MOVE "EXCLUDED NOT APPLIED TERM" TO SUM-LABEL
           MOVE WS-C-STALE-COUNT TO SUM-VALUE
           WRITE SUMMARY-RECORD.
           MOVE SPACES TO SUMMARY-RECORD
           MOVE "INSTRUCTORS READ" TO SUM-LABEL
           MOVE WS-I-RAW-COUNT TO SUM-VALUE
           WRITE SUMMARY-RECORD.
               IF WS-H-COUNT < WS-MAX-H-COUNT THEN
                   ADD 1 TO WS-H-COUNT
                   MOVE HISTORY-RECORD TO WS-H-TABLE(WS-H-COUNT)
      *            A LINE POSTED BEFORE RATINGS EXISTED IS UNRATED
                   IF WS-H-RATING(WS-H-COUNT) NOT NUMERIC THEN
                       MOVE 0 TO WS-H-RATING(WS-H-COUNT)
                   END-IF
               ELSE
                   MOVE SPACES TO EXCEPTION-RECORD
                   MOVE "HISTORY" TO EXC-TYPE
           END-IF.

      *BUILD THE SORTED SERVED-HISTORY INDEX - 'S' ROWS ONLY, SINCE
      *A DECLINED OFFER NEVER COUNTS AS EXPERIENCE. THE TERM ORDERS
      *A CANDIDATE'S REPEAT SERVICE ON ONE COURSE OLDEST FIRST, SO
      *THE LOOKUP CAN TAKE THE LATEST RATING
       HIST-BUILD-PARA.
           MOVE ZEROES TO WS-HF-COUNT
           MOVE 1 TO WS-HF-I
           PERFORM HIST-BUILD-LOOP-PARA
           IF WS-HF-COUNT > 0 THEN
               SORT WS-HF-TABLE
                   ON ASCENDING KEY WS-HF-KEY WS-HF-TERM
           END-IF.

       HIST-BUILD-LOOP-PARA.
                       TO WS-HF-COURSE(WS-HF-COUNT)
                   MOVE WS-H-CAND-ID(WS-HF-I)
                       TO WS-HF-CAND(WS-HF-COUNT)
                   MOVE WS-H-TERM(WS-HF-I) TO WS-HF-TERM(WS-HF-COUNT)
                   MOVE WS-H-RATING(WS-HF-I)
                       TO WS-HF-RATING(WS-HF-COUNT)
                   IF WS-H-NO-REHIRE(WS-HF-I) = 'Y' THEN
                       MOVE 1 TO WS-HF-BAR(WS-HF-COUNT)
                   ELSE
                       MOVE 0 TO WS-HF-BAR(WS-HF-COUNT)
                   END-IF
               END-IF
               ADD 1 TO WS-HF-I
               GO TO HIST-BUILD-LOOP-PARA
      *DID WS-HIST-LOOKUP-CAND SERVE WS-HIST-LOOKUP-COURSE IN A
      *PRIOR TERM (WS-RETURNING OUT: 1 = YES) - BINARY SEARCH ON
      *THE SERVED-HISTORY INDEX INSTEAD OF THE OLD FULL RESCAN OF
      *WS-H-TABLE PER RANKED CANDIDATE. THE MATCHING RUN OF ENTRIES
      *ALSO YIELDS WS-HIST-RATING AND WS-HIST-BAR
       HIST-LOOKUP-PARA.
           MOVE 0 TO WS-RETURNING
           MOVE 0 TO WS-HIST-RATING
           MOVE 0 TO WS-HIST-BAR
           IF WS-HF-COUNT > 0 THEN
               MOVE WS-HIST-LOOKUP-COURSE TO WS-HF-LOOKUP-COURSE
               MOVE WS-HIST-LOOKUP-CAND TO WS-HF-LOOKUP-CAND
               PERFORM HIST-BSRCH-PARA
               IF WS-HF-KEY(WS-HF-LO) = WS-HF-LOOKUP THEN
                   MOVE 1 TO WS-RETURNING
                   MOVE WS-HF-LO TO WS-HF-I
                   PERFORM HIST-RATING-PARA
               END-IF
           END-IF.

      *WALK THE CANDIDATE'S SERVED LINES FOR THE COURSE, OLDEST
      *FIRST - A LATER RATING REPLACES AN EARLIER ONE, AND ANY
      *DO-NOT-REHIRE FLAG STANDS
       HIST-RATING-PARA.
           IF WS-HF-I <= WS-HF-COUNT THEN
               IF WS-HF-KEY(WS-HF-I) = WS-HF-LOOKUP THEN
                   IF WS-HF-RATING(WS-HF-I) > 0 THEN
                       MOVE WS-HF-RATING(WS-HF-I) TO WS-HIST-RATING
                   END-IF
                   IF WS-HF-BAR(WS-HF-I) = 1 THEN
                       MOVE 1 TO WS-HIST-BAR
                   END-IF
                   ADD 1 TO WS-HF-I
                   GO TO HIST-RATING-PARA
               END-IF
           END-IF.

           PERFORM CONTINUITY-ROW-PARA.

       CONTINUITY-ROW-PARA.
           IF WS-CON-J <= WS-SEC-RANK-COUNT THEN
               IF RANK-SLOT(WS-CON-J) NOT = "0000000000" AND
                   RANK-SLOT(WS-CON-J) NOT = SPACES THEN
                   MOVE WS-I-ID(WS-COURSE-INDEX)
               END-IF
           END-IF.

      *LOAD THE OPTIONAL INSTRUCTOR REQUEST FILE, IF ONE WAS
      *SUPPLIED. AN ENTRY THAT CANNOT APPLY - UNKNOWN TYPE, BAD
      *SECTION, A COURSE THE CATALOG DOESN'T HAVE OR THAT WAS
      *REJECTED - IS KEPT WITH ITS REASON SO THE REPORT STILL
      *LISTS IT (SEE IRQ-REJECT-WRITE-PARA)
       INSTREQ-OPEN-PARA.
           MOVE ZEROES TO WS-IRQ-COUNT
           OPEN INPUT INSTREQ-FILE.
           IF INSTREQ-FILE-STATUS NOT = "05" THEN
               MOVE 'N' TO WS-IRQ-EOF
               PERFORM INSTREQ-LOAD-PARA
           END-IF
           CLOSE INSTREQ-FILE.
           IF WS-IRQ-COUNT > 0 THEN
               SORT WS-IRQ-TABLE
                   ON ASCENDING KEY WS-IRQ-COURSE-ID WS-IRQ-SEQ
           END-IF.

       INSTREQ-LOAD-PARA.
           READ INSTREQ-FILE
               AT END MOVE 'Y' TO WS-IRQ-EOF
           END-READ.
           IF WS-IRQ-EOF = 'N' THEN
               IF INSTREQ-RECORD NOT = SPACES THEN
                   IF WS-IRQ-COUNT < WS-MAX-IRQ-COUNT THEN
                       ADD 1 TO WS-IRQ-COUNT
                       PERFORM IRQ-ENTRY-PARA
                   ELSE
                       MOVE SPACES TO EXCEPTION-RECORD
                       MOVE "INSTREQ" TO EXC-TYPE
                       MOVE IRQF-CAND-ID TO EXC-ID
                       MOVE
                        "TABLE CAPACITY EXCEEDED - RECORD DROPPED"
                           TO EXC-REASON
                       PERFORM EXC-LOG-PARA
                   END-IF
               END-IF
               GO TO INSTREQ-LOAD-PARA
           END-IF.

      *FILL TABLE ENTRY WS-IRQ-COUNT FROM THE RECORD JUST READ AND
      *SETTLE WHETHER IT CAN APPLY AT ALL - FIRST FAILURE WINS
       IRQ-ENTRY-PARA.
           MOVE IRQF-COURSE-ID TO WS-IRQ-COURSE-ID(WS-IRQ-COUNT)
           MOVE WS-IRQ-COUNT TO WS-IRQ-SEQ(WS-IRQ-COUNT)
           MOVE IRQF-SECTION TO WS-IRQ-SEC-RAW(WS-IRQ-COUNT)
           MOVE ZEROES TO WS-IRQ-SECTION(WS-IRQ-COUNT)
           MOVE IRQF-TYPE TO WS-IRQ-TYPE(WS-IRQ-COUNT)
           MOVE IRQF-CAND-ID TO WS-IRQ-CAND-ID(WS-IRQ-COUNT)
           MOVE 0 TO WS-IRQ-DONE(WS-IRQ-COUNT)
           MOVE "NOT REACHED" TO WS-IRQ-REASON(WS-IRQ-COUNT)
           MOVE SPACES TO WS-IRQ-WHY
           IF IRQF-TYPE NOT = "REQUEST" AND IRQF-TYPE NOT = "BLOCK"
               THEN
               MOVE "UNKNOWN ENTRY TYPE" TO WS-IRQ-WHY
           END-IF
           IF WS-IRQ-WHY = SPACES THEN
               IF IRQF-SECTION NOT NUMERIC THEN
                   MOVE "NON-NUMERIC SECTION" TO WS-IRQ-WHY
               ELSE
                   MOVE IRQF-SECTION TO WS-IRQ-SECTION(WS-IRQ-COUNT)
               END-IF
           END-IF
           IF WS-IRQ-WHY = SPACES THEN
               MOVE IRQF-COURSE-ID TO WS-IRQ-LOOKUP-COURSE
               PERFORM IRQ-COURSE-FIND-PARA
               IF WS-IRQ-CX = 0 THEN
                   MOVE "COURSE NOT IN CATALOG" TO WS-IRQ-WHY
               ELSE
                   IF WS-I-OK(WS-IRQ-CX) = 0 THEN
                       MOVE "COURSE NOT RANKED" TO WS-IRQ-WHY
                   END-IF
               END-IF
           END-IF
           IF WS-IRQ-WHY = SPACES THEN
               IF WS-IRQ-SECTION(WS-IRQ-COUNT) >
                   WS-I-SECTIONS(WS-IRQ-CX) THEN
                   MOVE "NO SUCH SECTION" TO WS-IRQ-WHY
               END-IF
           END-IF
           IF WS-IRQ-WHY NOT = SPACES THEN
               MOVE 2 TO WS-IRQ-DONE(WS-IRQ-COUNT)
               MOVE WS-IRQ-WHY TO WS-IRQ-REASON(WS-IRQ-COUNT)
           END-IF.

      *LOOK UP WS-IRQ-LOOKUP-COURSE IN THE COURSE TABLE
      *(WS-IRQ-CX OUT, ZERO IF ABSENT)
       IRQ-COURSE-FIND-PARA.
           MOVE 0 TO WS-IRQ-CX
           MOVE 1 TO WS-IRQ-CI
           PERFORM IRQ-COURSE-FIND-LOOP-PARA.

       IRQ-COURSE-FIND-LOOP-PARA.
           IF WS-IRQ-CI <= WS-I-COUNT AND WS-IRQ-CX = 0 THEN
               MOVE WS-I-ID(WS-IRQ-CI) TO WS-HIST-LOOKUP-COURSE
               IF WS-HIST-LOOKUP-COURSE = WS-IRQ-LOOKUP-COURSE THEN
                   MOVE WS-IRQ-CI TO WS-IRQ-CX
               END-IF
               ADD 1 TO WS-IRQ-CI
               GO TO IRQ-COURSE-FIND-LOOP-PARA
           END-IF.

      *LOCATE THE RUN OF REQUEST-FILE ENTRIES FOR THE COURSE ABOUT
      *TO BE RANKED - WS-IRQ-HI STAYS ZERO WHEN IT HAS NONE
       IRQ-RANGE-PARA.
           MOVE WS-I-ID(WS-COURSE-INDEX) TO WS-IRQ-LOOKUP-COURSE
           MOVE 1 TO WS-IRQ-LO
           MOVE 0 TO WS-IRQ-HI
           MOVE 1 TO WS-IRQ-I
           PERFORM IRQ-RANGE-LOOP-PARA.

       IRQ-RANGE-LOOP-PARA.
           IF WS-IRQ-I <= WS-IRQ-COUNT THEN
               IF WS-IRQ-COURSE-ID(WS-IRQ-I) = WS-IRQ-LOOKUP-COURSE
                   THEN
                   IF WS-IRQ-HI = 0 THEN
                       MOVE WS-IRQ-I TO WS-IRQ-LO
                   END-IF
                   MOVE WS-IRQ-I TO WS-IRQ-HI
               END-IF
               ADD 1 TO WS-IRQ-I
               GO TO IRQ-RANGE-LOOP-PARA
           END-IF.

      *ENTRIES THAT NEVER APPLIED GO TO THE REPORT ONCE, WHEN IT IS
      *STARTED FRESH - A RESTARTED RUN ALREADY HAS THEM
       IRQ-REJECT-WRITE-PARA.
           MOVE 1 TO WS-IRQ-I
           PERFORM IRQ-REJECT-LOOP-PARA.

       IRQ-REJECT-LOOP-PARA.
           IF WS-IRQ-I <= WS-IRQ-COUNT THEN
               IF WS-IRQ-DONE(WS-IRQ-I) = 2 THEN
                   PERFORM IRQ-LINE-PARA
               END-IF
               ADD 1 TO WS-IRQ-I
               GO TO IRQ-REJECT-LOOP-PARA
           END-IF.

      *THE OUTCOME OF EVERY ENTRY FOR THE COURSE JUST RANKED
       IRQ-REPORT-PARA.
           IF WS-IRQ-I <= WS-IRQ-HI THEN
               IF WS-IRQ-DONE(WS-IRQ-I) NOT = 2 THEN
                   PERFORM IRQ-LINE-PARA
               END-IF
               ADD 1 TO WS-IRQ-I
               GO TO IRQ-REPORT-PARA
           END-IF.

       IRQ-LINE-PARA.
           MOVE SPACES TO INSTREQ-LINE
           MOVE 1 TO WS-IRQ-PTR
           STRING "COURSE " DELIMITED BY SIZE
               WS-IRQ-COURSE-ID(WS-IRQ-I) DELIMITED BY SIZE
               " SEC " DELIMITED BY SIZE
               WS-IRQ-SEC-RAW(WS-IRQ-I) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-IRQ-TYPE(WS-IRQ-I) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-IRQ-CAND-ID(WS-IRQ-I) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               INTO INSTREQ-LINE WITH POINTER WS-IRQ-PTR
           IF WS-IRQ-DONE(WS-IRQ-I) = 2 THEN
               STRING "REJECTED - " DELIMITED BY SIZE
                   WS-IRQ-REASON(WS-IRQ-I) DELIMITED BY "  "
                   INTO INSTREQ-LINE WITH POINTER WS-IRQ-PTR
           ELSE
               IF WS-IRQ-TYPE(WS-IRQ-I) = "BLOCK" THEN
                   STRING "APPLIED" DELIMITED BY SIZE
                       INTO INSTREQ-LINE WITH POINTER WS-IRQ-PTR
               ELSE
                   IF WS-IRQ-DONE(WS-IRQ-I) = 1 THEN
                       STRING "HONORED" DELIMITED BY SIZE
                           INTO INSTREQ-LINE WITH POINTER WS-IRQ-PTR
                   ELSE
                       STRING "NOT HONORED - " DELIMITED BY SIZE
                           WS-IRQ-REASON(WS-IRQ-I) DELIMITED BY "  "
                           INTO INSTREQ-LINE WITH POINTER WS-IRQ-PTR
                   END-IF
               END-IF
           END-IF
           WRITE INSTREQ-LINE.

      *LOAD THE RATIO TABLE, THEN THE ENROLLMENT EXTRACT, WORKING
      *OUT EACH SECTION'S HEADCOUNT AS IT LOADS. BOTH FILES ARE
      *OPTIONAL - WITHOUT THEM EVERY SECTION FILLS THE CONTROL.TXT
      *RANK COUNT AS IT ALWAYS HAS. A LINE THAT CANNOT BE READ IS
      *LOGGED AND IGNORED, AND ITS SECTION FALLS BACK THE SAME WAY
       HEADCOUNT-OPEN-PARA.
           MOVE WS-RANK-COUNT TO WS-CSV-COLS
           OPEN INPUT RATIO-FILE.
           IF RATIO-FILE-STATUS NOT = "05" THEN
               MOVE 'N' TO WS-TRT-EOF
               PERFORM RATIO-LOAD-PARA
           END-IF
           CLOSE RATIO-FILE.
           MOVE ZEROES TO WS-ENR-COUNT
           OPEN INPUT ENROLL-FILE.
           IF ENROLL-FILE-STATUS NOT = "05" THEN
               MOVE 'N' TO WS-ENR-EOF
               PERFORM ENROLL-LOAD-PARA
           END-IF
           CLOSE ENROLL-FILE.

       RATIO-LOAD-PARA.
           READ RATIO-FILE
               AT END MOVE 'Y' TO WS-TRT-EOF
           END-READ.
           IF WS-TRT-EOF = 'N'
               IF TRT-LEVEL NUMERIC AND TRT-LEVEL > 0 AND
                   TRT-STUDENTS NUMERIC AND TRT-STUDENTS > 0 THEN
                   MOVE TRT-STUDENTS TO WS-TRT-PER-TA(TRT-LEVEL)
               ELSE
                   MOVE SPACES TO EXCEPTION-RECORD
                   MOVE "TA RATIO" TO EXC-TYPE
                   MOVE RATIO-RECORD TO EXC-ID
                   MOVE "MALFORMED RATIO LINE - IGNORED" TO EXC-REASON
                   PERFORM EXC-LOG-PARA
               END-IF
               GO TO RATIO-LOAD-PARA
           END-IF.

       ENROLL-LOAD-PARA.
           READ ENROLL-FILE
               AT END MOVE 'Y' TO WS-ENR-EOF
           END-READ.
           IF WS-ENR-EOF = 'N'
               MOVE SPACES TO EXCEPTION-RECORD
               MOVE "ENROLLMENT" TO EXC-TYPE
               MOVE ENR-COURSE-ID TO EXC-ID
               IF ENR-SECTION NOT NUMERIC OR ENR-SECTION = 0 OR
                   ENR-STUDENTS NOT NUMERIC THEN
                   MOVE "MALFORMED ENROLLMENT LINE - IGNORED"
                       TO EXC-REASON
                   PERFORM EXC-LOG-PARA
               ELSE
                   MOVE ENR-COURSE-ID TO WS-ENR-LOOKUP-COURSE
                   MOVE ENR-SECTION TO WS-ENR-LOOKUP-SECTION
                   PERFORM ENROLL-FIND-PARA
                   IF WS-ENR-FOUND > 0 THEN
                       MOVE "SECTION LISTED TWICE - FIRST LINE KEPT"
                           TO EXC-REASON
                       PERFORM EXC-LOG-PARA
                   ELSE
                       IF WS-ENR-COUNT < WS-MAX-ENR-COUNT THEN
                           ADD 1 TO WS-ENR-COUNT
                           PERFORM ENROLL-KEEP-PARA
                       ELSE
                           MOVE "TABLE CAPACITY EXCEEDED - LINE DROPPED"
                               TO EXC-REASON
                           PERFORM EXC-LOG-PARA
                       END-IF
                   END-IF
               END-IF
               GO TO ENROLL-LOAD-PARA
           END-IF.

      *ONE TA PER WS-TRT-PER-TA STUDENTS, ROUNDED UP, CAPPED AT THE
      *8 RANK SLOTS. A SECTION WITH NO ONE ENROLLED NEEDS NO TA
       ENROLL-KEEP-PARA.
           MOVE ENR-COURSE-ID TO WS-ENR-COURSE-ID(WS-ENR-COUNT)
           MOVE ENR-SECTION TO WS-ENR-SECTION(WS-ENR-COUNT)
           MOVE ENR-STUDENTS TO WS-ENR-STUDENTS(WS-ENR-COUNT)
           MOVE 0 TO WS-ENR-RATED(WS-ENR-COUNT)
           MOVE 0 TO WS-ENR-NEED(WS-ENR-COUNT)
           MOVE ZEROES TO WS-ENR-PER-TA(WS-ENR-COUNT)
           MOVE 0 TO WS-ENR-LEVEL
           IF ENR-COURSE-ID(1:1) IS NUMERIC THEN
               MOVE ENR-COURSE-ID(1:1) TO WS-ENR-LEVEL
           END-IF
           IF WS-ENR-LEVEL > 0 THEN
               IF WS-TRT-PER-TA(WS-ENR-LEVEL) > 0 THEN
                   MOVE 1 TO WS-ENR-RATED(WS-ENR-COUNT)
                   MOVE WS-TRT-PER-TA(WS-ENR-LEVEL)
                       TO WS-ENR-PER-TA(WS-ENR-COUNT)
                   COMPUTE WS-ENR-QUOT =
                       (ENR-STUDENTS + WS-TRT-PER-TA(WS-ENR-LEVEL) - 1)
                       / WS-TRT-PER-TA(WS-ENR-LEVEL)
                   IF WS-ENR-QUOT > 8 THEN
                       MOVE 8 TO WS-ENR-QUOT
                   END-IF
                   MOVE WS-ENR-QUOT TO WS-ENR-NEED(WS-ENR-COUNT)
                   IF WS-ENR-QUOT > WS-CSV-COLS THEN
                       MOVE WS-ENR-QUOT TO WS-CSV-COLS
                   END-IF
               END-IF
           END-IF.

      *ENROLLMENT ROW OF (WS-ENR-LOOKUP-COURSE,
      *WS-ENR-LOOKUP-SECTION) - WS-ENR-FOUND OUT, ZERO WHEN THE
      *EXTRACT HAS NO LINE FOR THE SECTION
       ENROLL-FIND-PARA.
           MOVE 0 TO WS-ENR-FOUND
           MOVE 1 TO WS-ENR-I
           PERFORM ENROLL-FIND-LOOP-PARA.

       ENROLL-FIND-LOOP-PARA.
           IF WS-ENR-I <= WS-ENR-COUNT AND WS-ENR-FOUND = 0 THEN
               IF WS-ENR-COURSE-ID(WS-ENR-I) = WS-ENR-LOOKUP-COURSE
                   AND WS-ENR-SECTION(WS-ENR-I) =
                       WS-ENR-LOOKUP-SECTION THEN
                   MOVE WS-ENR-I TO WS-ENR-FOUND
               END-IF
               ADD 1 TO WS-ENR-I
               GO TO ENROLL-FIND-LOOP-PARA
           END-IF.

      *THE HEADCOUNT OF THE SECTION ABOUT TO BE FILLED
       HEADCOUNT-FIND-PARA.
           MOVE WS-RANK-COUNT TO WS-SEC-RANK-COUNT
           PERFORM ENROLL-FIND-PARA
           IF WS-ENR-FOUND > 0 THEN
               IF WS-ENR-RATED(WS-ENR-FOUND) = 1 THEN
                   MOVE WS-ENR-NEED(WS-ENR-FOUND) TO WS-SEC-RANK-COUNT
               END-IF
           END-IF.

       DEMAND-HEADER-PARA.
           MOVE "TA DEMAND BY SECTION - REQUIRED TAS FROM ENROLLMENT"
               TO DEMAND-LINE
           WRITE DEMAND-LINE.

      *ONE ROW FOR THE SECTION JUST FILLED. A SECTION WHOSE
      *HEADCOUNT IS THE CONTROL.TXT DEFAULT SAYS WHY
       DEMAND-ROW-PARA.
           MOVE 0 TO WS-DMD-FILLED
           MOVE 1 TO WS-DMD-J
           PERFORM DEMAND-FILLED-PARA
           MOVE 0 TO WS-DMD-GAP
           IF WS-SEC-RANK-COUNT > WS-DMD-FILLED THEN
               COMPUTE WS-DMD-GAP = WS-SEC-RANK-COUNT - WS-DMD-FILLED
           END-IF
           MOVE SPACES TO DEMAND-LINE
           MOVE 1 TO WS-DMD-PTR
           STRING "COURSE " DELIMITED BY SIZE
               R-COURSE-ID DELIMITED BY SIZE
               " SEC " DELIMITED BY SIZE
               R-SECTION DELIMITED BY SIZE
               " ENROLLED " DELIMITED BY SIZE
               INTO DEMAND-LINE WITH POINTER WS-DMD-PTR
           IF WS-ENR-FOUND > 0 THEN
               STRING WS-ENR-STUDENTS(WS-ENR-FOUND) DELIMITED BY SIZE
                   INTO DEMAND-LINE WITH POINTER WS-DMD-PTR
           ELSE
               STRING "----" DELIMITED BY SIZE
                   INTO DEMAND-LINE WITH POINTER WS-DMD-PTR
           END-IF
           STRING " PER TA " DELIMITED BY SIZE
               INTO DEMAND-LINE WITH POINTER WS-DMD-PTR
           IF WS-ENR-FOUND > 0 THEN
               IF WS-ENR-RATED(WS-ENR-FOUND) = 1 THEN
                   STRING WS-ENR-PER-TA(WS-ENR-FOUND) DELIMITED BY SIZE
                       INTO DEMAND-LINE WITH POINTER WS-DMD-PTR
               ELSE
                   STRING "----" DELIMITED BY SIZE
                       INTO DEMAND-LINE WITH POINTER WS-DMD-PTR
               END-IF
           ELSE
               STRING "----" DELIMITED BY SIZE
                   INTO DEMAND-LINE WITH POINTER WS-DMD-PTR
           END-IF
           STRING " REQUIRED " DELIMITED BY SIZE
               WS-SEC-RANK-COUNT DELIMITED BY SIZE
               " FILLED " DELIMITED BY SIZE
               WS-DMD-FILLED DELIMITED BY SIZE
               " GAP " DELIMITED BY SIZE
               WS-DMD-GAP DELIMITED BY SIZE
               INTO DEMAND-LINE WITH POINTER WS-DMD-PTR
           IF WS-ENR-FOUND = 0 THEN
               STRING " - NOT ON ENROLLMENT EXTRACT"
                   DELIMITED BY SIZE
                   INTO DEMAND-LINE WITH POINTER WS-DMD-PTR
           ELSE
               IF WS-ENR-RATED(WS-ENR-FOUND) = 0 THEN
                   STRING " - NO RATIO FOR COURSE LEVEL"
                       DELIMITED BY SIZE
                       INTO DEMAND-LINE WITH POINTER WS-DMD-PTR
               END-IF
           END-IF
           WRITE DEMAND-LINE.

       DEMAND-FILLED-PARA.
           IF WS-DMD-J <= 8 THEN
               IF RANK-SLOT(WS-DMD-J) NOT = "0000000000" AND
                   RANK-SLOT(WS-DMD-J) NOT = SPACES THEN
                   ADD 1 TO WS-DMD-FILLED
               END-IF
               ADD 1 TO WS-DMD-J
               GO TO DEMAND-FILLED-PARA
           END-IF.

      *RESOLVE EACH CANDIDATE'S DEPARTMENT TO A LEDGER ROW ONCE,
      *AFTER THE DIRECTORY AND QUOTAS LOAD. DEPARTMENTS THE QUOTA
      *FILE DOESN'T CAP GET AN UNCAPPED ROW SO THE REPORT STILL
               WRITE TIES-RECORD
           END-IF.

      *COUNT THE ZERO-FILLED SLOTS AMONG THE WS-SEC-RANK-COUNT THE
      *SECTION WAS SUPPOSED TO FILL; A SHORT SECTION GETS A SHORTAGE
      *BLOCK EXPLAINING, SKILL BY REQUIRED SKILL, WHO WAS AVAILABLE
      *AND WHO WAS ONE SKILL AWAY
           END-IF.

       SHORTAGE-COUNT-PARA.
           IF WS-SHT-N <= WS-SEC-RANK-COUNT THEN
               IF RANK-SLOT(WS-SHT-N) = "0000000000" THEN
                   ADD 1 TO WS-UNFILLED-COUNT
               END-IF
           PERFORM DIRECTORY-OPEN-PARA
           PERFORM QUOTAS-OPEN-PARA
           PERFORM QTA-MAP-PARA
           PERFORM INSTREQ-OPEN-PARA
           PERFORM HEADCOUNT-OPEN-PARA
           OPEN OUTPUT WHATIF-REPORT
           IF WS-I-COUNT = 0 OR WS-C-COUNT = 0 THEN
               MOVE "NOTHING TO COMPARE - EMPTY INPUTS"
       SIM-RESET-PARA.
           MOVE 1 TO WS-SIM-RESET-I
           PERFORM SIM-RESET-LOOP-PARA
           MOVE 1 TO WS-IRQ-I
           PERFORM IRQ-REOPEN-PARA
           PERFORM QTA-RECALC-PARA
           MOVE 1 TO WS-COURSE-INDEX
           MOVE 1 TO WS-TA-INDEX
               GO TO SIM-RESET-LOOP-PARA
           END-IF.

      *PASS TWO HONORS THE INSTRUCTOR REQUESTS FROM SCRATCH TOO
       IRQ-REOPEN-PARA.
           IF WS-IRQ-I <= WS-IRQ-COUNT THEN
               IF WS-IRQ-DONE(WS-IRQ-I) = 1 THEN
                   MOVE 0 TO WS-IRQ-DONE(WS-IRQ-I)
               END-IF
               MOVE "NOT REACHED" TO WS-IRQ-REASON(WS-IRQ-I)
               ADD 1 TO WS-IRQ-I
               GO TO IRQ-REOPEN-PARA
           END-IF.

       SIM-APPLY-WIF-PARA.
           MOVE WS-WIF-RANK-COUNT TO WS-RANK-COUNT
           MOVE WS-WIF-MAX-OFFERS TO WS-MAX-OFFERS
           DISPLAY "non-existing file!"
           IF WS-SIM-MODE = 0 THEN
               CLOSE EXCEPTIONS-FILE
               PERFORM CYCLE-FAIL-PARA
           END-IF
           STOP RUN.

           DISPLAY "non-existing file!"
           IF WS-SIM-MODE = 0 THEN
               CLOSE EXCEPTIONS-FILE
               PERFORM CYCLE-FAIL-PARA
           END-IF
           STOP RUN.
       

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
