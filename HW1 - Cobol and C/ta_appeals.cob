       IDENTIFICATION DIVISION.
       PROGRAM-ID. TA-APPEALS.
       AUTHOR.     Adrian.
      *8901*

      *RANKING APPEALS CASE FILE. THE EVIDENCE FOR AN APPEAL HAS
      *LONG BEEN ON DISK - AUDIT.TXT, TIES.TXT, STATEMENTS.TXT, AND
      *EVERY EARLIER TERM'S COPIES UNDER TA-ARCHIVE - BUT THE CASES
      *THEMSELVES LIVED IN EMAIL. THIS RUN KEEPS THEM IN
      *APPCASES.TXT, CARRIED FROM RUN TO RUN:
      *
      *  - EVERY NEW APPEAL IN APPEALS.TXT (CANDIDATE, COURSE AND
      *    SECTION, TERM, DATE FILED, GROUNDS) OPENS A CASE. A
      *    MALFORMED ONE GOES TO APPEXC.TXT WITH THE REASON
      *  - EVERY COMMITTEE DECISION IN DECISIONS.TXT (UPHELD OR
      *    DENIED) CLOSES ITS CASE. AN UPHELD APPEAL FOR THE TERM IN
      *    TERM.TXT, BEFORE TA-TERMCLOSE HAS POSTED THAT TERM, SEATS
      *    THE APPELLANT IN FINALIZED.TXT - IN THE SEAT THE DECISION
      *    NAMES TO VACATE, OR THE FIRST EMPTY RANK SLOT WITHIN THE
      *    SECTION'S HEADCOUNT (THE SAME ENROLLMENT-AND-RATIO RULE
      *    TA-RANKING FILLED IT BY) - AND LOGS
      *    THE CHANGE IN PROMOTIONS.TXT AS "APPEAL UPHELD - SEAT
      *    CHANGED", SO TA-TERMCLOSE POSTS THE SEAT LIKE ANY OTHER
      *    (CASE STATUS POSTED). A HOLDER PUT OUT OF THE SEAT GETS A
      *    LINE OF THEIR OWN, "APPEAL UPHELD - SEAT VACATED". THE
      *    SEAT MOVES ONLY PAST THE SAME OFFER CAP AND TIMETABLE
      *    CLASH TESTS TA-OFFERS PROMOTES BY, AND NEVER WHILE AN
      *    OFFERS ROUND IS RUNNING IN THE CYCLE LEDGER. A MOVED SEAT
      *    SENDS LETTERS AND EVERY LATER STEP BACK TO PENDING IN THE
      *    LEDGER, AS A NEW OFFERS ROUND DOES. AN UPHELD APPEAL THAT
      *    CANNOT MOVE A SEAT STAYS UPHELD WITH THE REASON, AND A
      *    LATER UPHELD LINE FOR THE SAME CASE IS TRIED AGAIN
      *  - APPPACKET.TXT HOLDS THE CASE PACKET OF EVERY OPEN CASE:
      *    THE APPELLANT'S AUDIT LINE, THE AUDIT LINE OF EVERYONE WHO
      *    SCORED ABOVE THEM IN THE COURSE, ANY TIE DECISION AT THE
      *    SECTION AND THEIR STATEMENT BLOCK - FROM THE LIVE FILES FOR
      *    THE CURRENT TERM, FROM THE ARCHIVE (ARCH_<TERM>_<NAME>) FOR
      *    ANY OTHER
      *  - APPAGING.TXT IS THE CHAIR'S OPEN-CASES AGING REPORT
      *
      *APPEALS.TXT AND DECISIONS.TXT ARE RE-READ WHOLE EVERY RUN; A
      *LINE ALREADY ON FILE IS RECOGNIZED AND PASSED OVER.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT OPTIONAL TERM-FILE ASSIGN TO 'term.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TERM-FILE-STATUS.

           SELECT OPTIONAL CONTROL-FILE ASSIGN TO 'control.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CONTROL-FILE-STATUS.

      *SAME SECTION HEADCOUNT INPUTS AS TA-RANKING
           SELECT OPTIONAL ENROLL-FILE ASSIGN TO 'enrollment.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ENROLL-FILE-STATUS.

           SELECT OPTIONAL RATIO-FILE ASSIGN TO 'taratio.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RATIO-FILE-STATUS.

      *SAME KEYED COURSE CATALOG TA-OFFERS TAKES MEETING TIMES FROM
           SELECT OPTIONAL COURSE-CATALOG ASSIGN TO 'crsmast.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CAT-ID
               FILE STATUS IS CATALOG-FILE-STATUS.

           SELECT OPTIONAL HISTORY-FILE ASSIGN TO 'history.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HISTORY-FILE-STATUS.

           SELECT OPTIONAL CASES-FILE ASSIGN TO 'appcases.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CASES-FILE-STATUS.

           SELECT OPTIONAL APPEALS-FILE ASSIGN TO 'appeals.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS APPEALS-FILE-STATUS.

           SELECT OPTIONAL DECISIONS-FILE ASSIGN TO 'decisions.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DECISIONS-FILE-STATUS.

           SELECT OPTIONAL FINAL-FILE ASSIGN TO 'finalized.txt'
                ORGANIZATION IS BINARY SEQUENTIAL
               FILE STATUS IS FINAL-FILE-STATUS.

           SELECT OPTIONAL PROMO-FILE ASSIGN TO 'promotions.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PROMO-FILE-STATUS.

      *EVIDENCE FOR THE CASE IN HAND - LIVE OR ARCHIVED, THE NAME IS
      *SET CASE BY CASE AT RUN TIME, ONE FILE OPEN AT A TIME
           SELECT OPTIONAL EAUD-FILE
               ASSIGN TO DYNAMIC WS-EVID-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EAUD-FILE-STATUS.

           SELECT OPTIONAL ETIE-FILE
               ASSIGN TO DYNAMIC WS-EVID-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ETIE-FILE-STATUS.

           SELECT OPTIONAL ESTM-FILE
               ASSIGN TO DYNAMIC WS-EVID-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ESTM-FILE-STATUS.

      *TERM CYCLE LEDGER AND ITS LOG - READ TO KEEP A SEAT MOVE OUT
      *OF A RUNNING OFFERS ROUND, REWRITTEN WHEN A SEAT MOVES (SEE
      *CYCLE-RESET-PARA)
           SELECT OPTIONAL CYCLE-FILE ASSIGN TO 'cycle.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CYCLE-FILE-STATUS.

           SELECT OPTIONAL CYCLOG-FILE ASSIGN TO 'cyclelog.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CYCLOG-FILE-STATUS.

           SELECT PACKET-FILE ASSIGN TO 'apppacket.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT AGING-REPORT ASSIGN TO 'appaging.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT APPEXC-FILE ASSIGN TO 'appexc.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *ONE RECORD - THE TERM IN PROGRESS, SAME SHAPE AS HIS-TERM
       FD TERM-FILE.
       01 TERM-RECORD.
           05 TRM-TERM PIC X(6).

      *SAME LAYOUT AS TA-RANKING'S CONTROL-RECORD - ONLY THE RANK
      *COUNT, THE HEADCOUNT OF A SECTION THE ENROLLMENT EXTRACT DOES
      *NOT RATE, AND THE OFFER CAP MATTER HERE
       FD CONTROL-FILE.
       01  CONTROL-RECORD.
               03 CTL-RANK-COUNT PIC 9(2).
               03 CTL-MAX-OFFERS PIC 9(1).
               03 CTL-OPTION-WEIGHT PIC 9V9.
               03 CTL-PREF-1 PIC 9V9.
               03 CTL-PREF-2 PIC 9V9.
               03 CTL-PREF-3 PIC 9V9.
               03 CTL-RESTART-FLAG PIC X.
               03 CTL-TIEBREAK PIC X.

      *SAME LAYOUTS AS TA-RANKING'S ENROLL-RECORD AND RATIO-RECORD
       FD ENROLL-FILE.
       01  ENROLL-RECORD.
               03 ENR-COURSE-ID PIC X(5).
               03 ENR-SEP1 PIC X.
               03 ENR-SECTION PIC 9(2).
               03 ENR-SEP2 PIC X.
               03 ENR-STUDENTS PIC 9(4).

       FD RATIO-FILE.
       01  RATIO-RECORD.
               03 TRT-LEVEL PIC 9(1).
               03 TRT-SEP1 PIC X.
               03 TRT-STUDENTS PIC 9(4).

      *SAME LAYOUT AS TA-OFFERS' CATALOG-RECORD - ONLY THE SECTION
      *COUNT AND MEETING ROWS ARE CONSUMED HERE
       FD COURSE-CATALOG.
       01  CATALOG-RECORD.
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

      *THE CASE REGISTER - ONE LINE PER CASE EVER OPENED. STATUS
      *OPEN, DENIED, UPHELD (NO SEAT MOVED - SEE THE NOTE) OR POSTED
      *(UPHELD AND THE SEAT CHANGE WRITTEN). DATES ARE YYYYMMDD,
      *CAS-DECIDED ZERO WHILE THE CASE IS OPEN
       FD CASES-FILE.
       01  CASES-RECORD.
               03 CAS-CAND-ID PIC X(11) VALUE SPACES.
               03 CAS-SEP1 PIC X VALUE SPACE.
               03 CAS-COURSE-ID PIC X(5) VALUE SPACES.
               03 CAS-SEP2 PIC X VALUE SPACE.
               03 CAS-SECTION PIC X(2) VALUE SPACES.
               03 CAS-SEP3 PIC X VALUE SPACE.
               03 CAS-TERM PIC X(6) VALUE SPACES.
               03 CAS-SEP4 PIC X VALUE SPACE.
               03 CAS-FILED PIC 9(8) VALUE ZEROES.
               03 CAS-SEP5 PIC X VALUE SPACE.
               03 CAS-STATUS PIC X(6) VALUE SPACES.
               03 CAS-SEP6 PIC X VALUE SPACE.
               03 CAS-DECIDED PIC 9(8) VALUE ZEROES.
               03 CAS-SEP7 PIC X VALUE SPACE.
               03 CAS-NOTE PIC X(40) VALUE SPACES.
               03 CAS-SEP8 PIC X VALUE SPACE.
               03 CAS-GROUNDS PIC X(60) VALUE SPACES.

      *ONE APPEAL PER LINE AS THE OFFICE RECEIVES THEM. A BLANK
      *FILED DATE IS STAMPED WITH THE DATE THE CASE IS OPENED
       FD APPEALS-FILE.
       01  APPEALS-RECORD.
               03 APL-CAND-ID PIC X(11).
               03 APL-COURSE-ID PIC X(5).
               03 APL-SECTION PIC X(2).
               03 APL-TERM PIC X(6).
               03 APL-FILED PIC X(8).
               03 APL-GROUNDS PIC X(60).

      *ONE COMMITTEE DECISION PER LINE - UPHELD OR DENIED. ON AN
      *UPHELD APPEAL DEC-VACATE-ID NAMES THE SEAT HOLDER THE
      *APPELLANT REPLACES; BLANK MEANS AN EMPTY RANK SLOT
       FD DECISIONS-FILE.
       01  DECISIONS-RECORD.
               03 DEC-CAND-ID PIC X(11).
               03 DEC-COURSE-ID PIC X(5).
               03 DEC-SECTION PIC X(2).
               03 DEC-TERM PIC X(6).
               03 DEC-DECISION PIC X(6).
               03 DEC-DATE PIC X(8).
               03 DEC-VACATE-ID PIC X(11).
               03 DEC-NOTE PIC X(40).

      *SAME LAYOUT AS TA-OFFERS' FINAL-RECORD
       FD FINAL-FILE.
       01  FINAL-RECORD.
               03 FIN-COURSE-ID PIC X(5) VALUE SPACES.
               03 FIN-SECTION PIC 9(2) VALUE 1.
               03 FIN-SLOT OCCURS 8 TIMES PIC X(11) VALUE SPACES.
               03 FIN-EOF PIC X.

      *SAME LAYOUT AS TA-OFFERS' PROMO-RECORD
       FD PROMO-FILE.
       01  PROMO-RECORD.
               03 PRM-COURSE-ID PIC X(5) VALUE SPACES.
               03 PRM-SEP1 PIC X VALUE SPACE.
               03 PRM-SECTION PIC 9(2) VALUE 1.
               03 PRM-SEP2 PIC X VALUE SPACE.
               03 PRM-OUT-ID PIC X(11) VALUE SPACES.
               03 PRM-SEP3 PIC X VALUE SPACE.
               03 PRM-IN-ID PIC X(11) VALUE SPACES.
               03 PRM-SEP4 PIC X VALUE SPACE.
               03 PRM-NOTE PIC X(42) VALUE SPACES.
               03 PRM-SEP5 PIC X VALUE SPACE.
               03 PRM-RND-TAG PIC X VALUE 'R'.
               03 PRM-ROUND PIC 9(2) VALUE 1.

      *SAME LAYOUT AS TA-RANKING'S AUDIT-RECORD
       FD EAUD-FILE.
       01  EAUD-RECORD.
               03 EAUD-COURSE-ID PIC X(5).
               03 FILLER PIC X.
               03 EAUD-CAND-ID PIC X(11).
               03 FILLER PIC X(15).
               03 EAUD-TOTAL-SCORE PIC 99V9.
               03 FILLER PIC X(87).
       01  EAUD-LINE PIC X(122).

      *TA-RANKING'S TIE REPORT - "COURSE XXXXX SEC NN ..."
       FD ETIE-FILE.
       01  ETIE-RECORD.
               03 ETIE-TAG PIC X(7).
               03 ETIE-COURSE-ID PIC X(5).
               03 ETIE-SEC-TAG PIC X(5).
               03 ETIE-SECTION PIC X(2).
               03 FILLER PIC X(71).
       01  ETIE-LINE PIC X(90).

      *TA-RANKING'S STATEMENTS - A "CANDIDATE <ID>" LINE, THE
      *INDENTED LINES OF THE BLOCK, THEN A BLANK LINE
       FD ESTM-FILE.
       01  ESTM-RECORD.
               03 ESTM-TAG PIC X(10).
               03 ESTM-CAND-ID PIC X(11).
               03 FILLER PIC X(39).
       01  ESTM-LINE PIC X(60).

      *SAME LAYOUT AS TA-OFFERS' CYCLE-RECORD
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

       FD CYCLOG-FILE.
       01 CYCLOG-RECORD PIC X(120).

       FD PACKET-FILE.
       01 PACKET-RECORD PIC X(132).

       FD AGING-REPORT.
       01 AGING-RECORD PIC X(80).

      *APPEALS AND DECISIONS THAT COULD NOT BE TAKEN, WITH WHY
       FD APPEXC-FILE.
       01  APPEXC-RECORD.
               03 APX-TYPE PIC X(8) VALUE SPACES.
               03 APX-SEP1 PIC X VALUE SPACE.
               03 APX-CAND-ID PIC X(11) VALUE SPACES.
               03 APX-SEP2 PIC X VALUE SPACE.
               03 APX-COURSE-ID PIC X(5) VALUE SPACES.
               03 APX-SEP3 PIC X VALUE SPACE.
               03 APX-SECTION PIC X(2) VALUE SPACES.
               03 APX-SEP4 PIC X VALUE SPACE.
               03 APX-TERM PIC X(6) VALUE SPACES.
               03 APX-SEP5 PIC X VALUE SPACE.
               03 APX-REASON PIC X(40) VALUE SPACES.

       WORKING-STORAGE SECTION.
       01 TERM-FILE-STATUS PIC XX.
       01 CONTROL-FILE-STATUS PIC XX.
       01 ENROLL-FILE-STATUS PIC XX.
       01 RATIO-FILE-STATUS PIC XX.
       01 CATALOG-FILE-STATUS PIC XX.
       01 HISTORY-FILE-STATUS PIC XX.
       01 CASES-FILE-STATUS PIC XX.
       01 APPEALS-FILE-STATUS PIC XX.
       01 DECISIONS-FILE-STATUS PIC XX.
       01 FINAL-FILE-STATUS PIC XX.
       01 PROMO-FILE-STATUS PIC XX.
       01 EAUD-FILE-STATUS PIC XX.
       01 ETIE-FILE-STATUS PIC XX.
       01 ESTM-FILE-STATUS PIC XX.

       01 WS-TERM PIC X(6) VALUE SPACES.
       01 WS-RANK-COUNT PIC 9(2) VALUE 03.
      *HEADCOUNT OF THE SECTION AN APPEAL IS FOR (SEE
      *HEADCOUNT-FIND-PARA)
       01 WS-SEC-RANK-COUNT PIC 9(2) VALUE 03.
      *SAME OFFER CAP AS TA-OFFERS - RANK SLOTS ONE CANDIDATE MAY
      *HOLD ACROSS ALL COURSES
       01 WS-MAX-OFFERS PIC 9(1) VALUE 1.
       01 WS-TODAY PIC 9(8) VALUE ZEROES.

      *SECTION HEADCOUNTS, WORKED OUT BY TA-RANKING'S RULE - ONE TA
      *PER WS-TRT-PER-TA ENROLLED, ROUNDED UP, AT MOST 8; A SECTION
      *NOT ON THE EXTRACT OR WITH NO RATIO KEEPS WS-RANK-COUNT
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
               05 WS-ENR-NEED PIC 9(1) VALUE ZEROES.
               05 WS-ENR-RATED PIC 9 VALUE 0.
       01 WS-ENR-EOF PIC A(1) VALUE 'N'.
       01 WS-ENR-I PIC 9(4) VALUE 1.
       01 WS-ENR-FOUND PIC 9(4) VALUE 0.
       01 WS-ENR-LEVEL PIC 9 VALUE 0.
       01 WS-ENR-QUOT PIC 9(5) VALUE ZEROES.
       01 WS-ENR-LOOKUP-COURSE PIC X(5) VALUE SPACES.
       01 WS-ENR-LOOKUP-SECTION PIC 9(2) VALUE ZEROES.

      *COURSE MEETING TIMES BUILT FROM THE CATALOG'S MEETING ROWS,
      *AS IN TA-OFFERS - ABSENT CATALOG MEANS NO CLASH CHECKING
       01 WS-CAT-EOF PIC A(1) VALUE 'N'.
       01 WS-MEET-J PIC 9(2) VALUE 1.
       01 WS-MAX-SCH-COUNT PIC 9(4) VALUE 2000.
       01 WS-SCHEDULES.
           02 WS-SCH-COUNT PIC 9(4) VALUE ZEROES.
           02 WS-SCH-TABLE OCCURS 1 TO 2000 TIMES
               DEPENDING ON WS-SCH-COUNT.
               05 WS-SCH-COURSE-ID PIC X(5) VALUE SPACES.
               05 WS-SCH-SECTION PIC 9(2) VALUE 1.
               05 WS-SCH-DAY PIC 9(1) VALUE 0.
               05 WS-SCH-START PIC 9(4) VALUE 0.
               05 WS-SCH-END PIC 9(4) VALUE 0.

      *MEETING ROW OF THE SECTION THE APPELLANT WOULD TAKE (ZERO =
      *NONE) AND THE CLASH-SCAN AND OFFER-CAP WORK FIELDS (SEE
      *SEAT-GATE-PARA)
       01 WS-TGT-SCH-INDEX PIC 9(4) VALUE 0.
       01 WS-SCH-LOOKUP-INDEX PIC 9(4) VALUE 0.
       01 WS-SCH-LOOKUP-COURSE PIC X(5) VALUE SPACES.
       01 WS-SCH-LOOKUP-SECTION PIC 9(2) VALUE 1.
       01 WS-SCH-I PIC 9(4) VALUE 1.
       01 WS-CLASH PIC 9 VALUE 0.
       01 WS-CLASH-I PIC 9(4) VALUE 1.
       01 WS-CLASH-J PIC 9 VALUE 1.
       01 WS-CAND-ID PIC X(11) VALUE SPACES.
       01 WS-HOLDING-COUNT PIC 9(4) VALUE 0.
       01 WS-SCAN-I PIC 9(4) VALUE 1.
       01 WS-SCAN-J PIC 9 VALUE 1.

       01 WS-HIS-EOF PIC A(1) VALUE 'N'.
       01 WS-CAS-EOF PIC A(1) VALUE 'N'.
       01 WS-APL-EOF PIC A(1) VALUE 'N'.
       01 WS-DEC-EOF PIC A(1) VALUE 'N'.
       01 WS-FIN-EOF PIC A(1) VALUE 'N'.
       01 WS-PRM-EOF PIC A(1) VALUE 'N'.
       01 WS-EV-EOF PIC A(1) VALUE 'N'.

      *SET WHEN THE HISTORY ALREADY CARRIES LINES FOR THE TERM -
      *TA-TERMCLOSE HAS RUN AND NO SEAT MAY MOVE ANY MORE
       01 WS-TERM-CLOSED PIC 9 VALUE 0.

      *THE CASE REGISTER IN CORE
       01 WS-MAX-CASE-COUNT PIC 9(4) VALUE 1000.
       01 WS-CASES.
           02 WS-CASE-COUNT PIC 9(4) VALUE ZEROES.
           02 WS-CASE-TABLE OCCURS 1 TO 1000 TIMES
               DEPENDING ON WS-CASE-COUNT.
               05 WS-CS-CAND-ID PIC X(11) VALUE SPACES.
               05 WS-CS-COURSE-ID PIC X(5) VALUE SPACES.
               05 WS-CS-SECTION PIC X(2) VALUE SPACES.
               05 WS-CS-TERM PIC X(6) VALUE SPACES.
               05 WS-CS-FILED PIC 9(8) VALUE ZEROES.
               05 WS-CS-STATUS PIC X(6) VALUE SPACES.
               05 WS-CS-DECIDED PIC 9(8) VALUE ZEROES.
               05 WS-CS-NOTE PIC X(40) VALUE SPACES.
               05 WS-CS-GROUNDS PIC X(60) VALUE SPACES.
       01 WS-CASE-I PIC 9(4) VALUE 1.
       01 WS-CASE-INDEX PIC 9(4) VALUE 0.

      *THE FINALIZED ASSIGNMENTS IN CORE, REWRITTEN WHOLE WHEN AN
      *UPHELD APPEAL MOVES A SEAT
       01 WS-MAX-FIN-COUNT PIC 9(4) VALUE 2000.
       01 WS-FINS.
           02 WS-FIN-COUNT PIC 9(4) VALUE ZEROES.
           02 WS-FIN-TABLE OCCURS 1 TO 2000 TIMES
               DEPENDING ON WS-FIN-COUNT.
               05 WS-F-COURSE-ID PIC X(5) VALUE SPACES.
               05 WS-F-SECTION PIC 9(2) VALUE 1.
               05 WS-F-SLOT OCCURS 8 TIMES PIC X(11) VALUE SPACES.
       01 WS-FIN-I PIC 9(4) VALUE 1.
       01 WS-FIN-INDEX PIC 9(4) VALUE 0.
       01 WS-FIN-LOADED PIC 9 VALUE 0.
       01 WS-FIN-CHANGED PIC 9 VALUE 0.
       01 WS-SLOT-J PIC 9 VALUE 1.
       01 WS-SLOT-HIT PIC 9 VALUE 0.
       01 WS-SEATED-HIT PIC 9 VALUE 0.
      *SET WHEN THE SEAT TO VACATE IS HELD ONLY BEYOND THE SECTION'S
      *HEADCOUNT - AN ALTERNATE'S PLACE, NOT A SEAT
       01 WS-ALTERNATE-HIT PIC 9 VALUE 0.

      *LAST OFFER ROUND IN THE PROMOTIONS LOG - A SEAT CHANGE IS
      *LOGGED UNDER THE ROUND IT FOLLOWED
       01 WS-LAST-ROUND PIC 9(2) VALUE ZEROES.

      *WORK FIELDS FOR THE APPEAL OR DECISION IN HAND. WS-BAD IS THE
      *FIRST REASON IT FAILED, SPACES WHEN IT PASSED
       01 WS-BAD PIC X(40) VALUE SPACES.
       01 WS-KEY-CAND-ID PIC X(11) VALUE SPACES.
       01 WS-KEY-COURSE-ID PIC X(5) VALUE SPACES.
       01 WS-KEY-SECTION PIC X(2) VALUE SPACES.
       01 WS-KEY-TERM PIC X(6) VALUE SPACES.
       01 WS-SECTION-NUM PIC 9(2) VALUE ZEROES.
       01 WS-DATE-CHECK PIC 9(8) VALUE ZEROES.
       01 WS-DATE-PARTS REDEFINES WS-DATE-CHECK.
           05 WS-DP-YEAR PIC 9(4).
           05 WS-DP-MONTH PIC 9(2).
           05 WS-DP-DAY PIC 9(2).

      *DAY NUMBER OF A YYYYMMDD DATE FOR THE AGING ARITHMETIC
      *(SEE DAY-NUMBER-PARA)
       01 WS-DN-YEAR PIC 9(5) VALUE ZEROES.
       01 WS-DN-MONTH PIC 9(2) VALUE ZEROES.
       01 WS-DN-Q4 PIC 9(5) VALUE ZEROES.
       01 WS-DN-Q100 PIC 9(5) VALUE ZEROES.
       01 WS-DN-Q400 PIC 9(5) VALUE ZEROES.
       01 WS-DN-MDAYS PIC 9(5) VALUE ZEROES.
       01 WS-DN-DAYS PIC 9(7) VALUE ZEROES.
       01 WS-TODAY-DAYS PIC 9(7) VALUE ZEROES.
       01 WS-AGE-DAYS PIC 9(5) VALUE ZEROES.

      *EVIDENCE WORK FIELDS
       01 WS-EVID-NAME PIC X(40) VALUE SPACES.
       01 WS-MEMBER-NAME PIC X(14) VALUE SPACES.
       01 WS-EVID-TAG PIC X(40) VALUE SPACES.
       01 WS-OWN-SCORE PIC 99V9 VALUE ZEROES.
       01 WS-OWN-FOUND PIC 9 VALUE 0.
       01 WS-EV-HITS PIC 9(4) VALUE ZEROES.
       01 WS-IN-BLOCK PIC 9 VALUE 0.

      *TERM CYCLE LEDGER WORK FIELDS (SEE CYCLE-OPEN-PARA). APPEALS
      *IS NOT A STEP OF THE CYCLE - WS-CYC-STEP ONLY NAMES IT IN THE
      *CYCLE LOG
       01 CYCLE-FILE-STATUS PIC XX.
       01 CYCLOG-FILE-STATUS PIC XX.
       01 WS-CYC-STEP PIC X(10) VALUE "APPEALS".

      *SAME CYCLE LIST AS TA-OFFERS'. ROW 5 IS OFFERS
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
       01 WS-CYC-CLEAR-POS PIC 9 VALUE 0.
       01 WS-CYC-TERM PIC X(6) VALUE SPACES.
       01 WS-CYC-OLD-TERM PIC X(6) VALUE SPACES.
       01 WS-CYC-EOF PIC A(1) VALUE 'N'.
      *SET WHEN THE LEDGER IS THE TERM IN PROGRESS'S AND SHOWS AN
      *OFFERS ROUND RUNNING - NO SEAT MAY MOVE UNDER IT
       01 WS-CYC-OFFERS-BUSY PIC 9 VALUE 0.
       01 WS-CYC-EVENT PIC X(80) VALUE SPACES.
       01 WS-CYC-DATE-NOW PIC 9(8) VALUE ZEROES.
       01 WS-CYC-TIME-NOW PIC 9(8) VALUE ZEROES.
       01 WS-CYC-LINE PIC X(120) VALUE SPACES.
       01 WS-CYC-PTR PIC 9(4) VALUE 1.

      *RUN COUNTERS, ECHOED AT END OF RUN FOR THE OPERATOR LOG
       01 WS-OPENED-COUNT PIC 9(6) VALUE ZEROES.
       01 WS-DECIDED-COUNT PIC 9(6) VALUE ZEROES.
       01 WS-POSTED-COUNT PIC 9(6) VALUE ZEROES.
       01 WS-EXC-COUNT PIC 9(6) VALUE ZEROES.
       01 WS-OPEN-COUNT PIC 9(6) VALUE ZEROES.

      *AGING BANDS FOR THE CHAIR - UP TO 30 DAYS, 31-60, OVER 60
       01 WS-BAND-1 PIC 9(6) VALUE ZEROES.
       01 WS-BAND-2 PIC 9(6) VALUE ZEROES.
       01 WS-BAND-3 PIC 9(6) VALUE ZEROES.
       01 WS-NUM-EDIT PIC Z(5)9.
       01 WS-LINE PIC X(132) VALUE SPACES.
       01 WS-PTR PIC 9(4) VALUE 1.

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           OPEN OUTPUT APPEXC-FILE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           MOVE WS-TODAY TO WS-DATE-CHECK
           PERFORM DAY-NUMBER-PARA
           MOVE WS-DN-DAYS TO WS-TODAY-DAYS.

           PERFORM TERM-OPEN-PARA.
           PERFORM TERM-CLOSED-PARA.
           PERFORM CONTROL-OPEN-PARA.
           PERFORM HEADCOUNT-OPEN-PARA.
           PERFORM CATALOG-OPEN-PARA.
           PERFORM CYCLE-OPEN-PARA.
           PERFORM CASES-LOAD-PARA.
           PERFORM APPEALS-OPEN-PARA.
           PERFORM DECISIONS-OPEN-PARA.
           IF WS-FIN-CHANGED = 1 THEN
               PERFORM FINAL-SAVE-PARA
               PERFORM CYCLE-RESET-PARA
           END-IF.
           PERFORM CASES-SAVE-PARA.
           PERFORM PACKET-WRITE-PARA.
           PERFORM AGING-WRITE-PARA.

           CLOSE APPEXC-FILE.
           DISPLAY "OPENED     " WS-OPENED-COUNT.
           DISPLAY "DECIDED    " WS-DECIDED-COUNT.
           DISPLAY "POSTED     " WS-POSTED-COUNT.
           DISPLAY "STILL OPEN " WS-OPEN-COUNT.
           DISPLAY "EXCEPTIONS " WS-EXC-COUNT.

       STOP RUN.

      *THE TERM IN PROGRESS DECIDES WHICH CASES READ THE LIVE FILES
      *AND WHICH SEATS MAY STILL MOVE. WITHOUT ONE EVERY CASE READS
      *THE ARCHIVE AND NO SEAT MOVES
       TERM-OPEN-PARA.
           OPEN INPUT TERM-FILE.
           IF TERM-FILE-STATUS NOT = "05" THEN
               READ TERM-FILE
                   AT END MOVE SPACES TO TRM-TERM
               END-READ
               MOVE TRM-TERM TO WS-TERM
           END-IF
           CLOSE TERM-FILE.

      *HAS TA-TERMCLOSE ALREADY POSTED THIS TERM'S HISTORY
       TERM-CLOSED-PARA.
           MOVE 0 TO WS-TERM-CLOSED
           OPEN INPUT HISTORY-FILE.
           IF HISTORY-FILE-STATUS NOT = "05" AND
               WS-TERM NOT = SPACES THEN
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

      *SAME CONTROL.TXT OVERRIDE RULE AS TA-RANKING SO AN APPEAL
      *FILLS ONLY THE RANK SLOTS THE RUN ACTUALLY OFFERED, UNDER THE
      *SAME OFFER CAP
       CONTROL-OPEN-PARA.
           OPEN INPUT CONTROL-FILE.
           IF CONTROL-FILE-STATUS NOT = "05" THEN
               READ CONTROL-FILE
               END-READ
               IF CTL-RANK-COUNT IS NUMERIC THEN
                   IF CTL-RANK-COUNT > 0 AND CTL-RANK-COUNT <= 8 THEN
                       MOVE CTL-RANK-COUNT TO WS-RANK-COUNT
                   END-IF
               END-IF
               IF CTL-MAX-OFFERS IS NUMERIC THEN
                   IF CTL-MAX-OFFERS > 0 THEN
                       MOVE CTL-MAX-OFFERS TO WS-MAX-OFFERS
                   END-IF
               END-IF
           END-IF
           CLOSE CONTROL-FILE.

      *SAME ENROLLMENT AND RATIO LOAD AS TA-RANKING - A LINE IT
      *IGNORED (MALFORMED, OR A SECTION LISTED A SECOND TIME) IS
      *IGNORED HERE TOO. TA-RANKING HAS ALREADY LOGGED IT
       HEADCOUNT-OPEN-PARA.
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
               END-IF
               GO TO RATIO-LOAD-PARA
           END-IF.

       ENROLL-LOAD-PARA.
           READ ENROLL-FILE
               AT END MOVE 'Y' TO WS-ENR-EOF
           END-READ.
           IF WS-ENR-EOF = 'N'
               IF ENR-SECTION NUMERIC AND ENR-SECTION > 0 AND
                   ENR-STUDENTS NUMERIC THEN
                   MOVE ENR-COURSE-ID TO WS-ENR-LOOKUP-COURSE
                   MOVE ENR-SECTION TO WS-ENR-LOOKUP-SECTION
                   PERFORM ENROLL-FIND-PARA
                   IF WS-ENR-FOUND = 0 AND
                       WS-ENR-COUNT < WS-MAX-ENR-COUNT THEN
                       ADD 1 TO WS-ENR-COUNT
                       PERFORM ENROLL-KEEP-PARA
                   END-IF
               END-IF
               GO TO ENROLL-LOAD-PARA
           END-IF.

       ENROLL-KEEP-PARA.
           MOVE ENR-COURSE-ID TO WS-ENR-COURSE-ID(WS-ENR-COUNT)
           MOVE ENR-SECTION TO WS-ENR-SECTION(WS-ENR-COUNT)
           MOVE 0 TO WS-ENR-RATED(WS-ENR-COUNT)
           MOVE 0 TO WS-ENR-NEED(WS-ENR-COUNT)
           MOVE 0 TO WS-ENR-LEVEL
           IF ENR-COURSE-ID(1:1) IS NUMERIC THEN
               MOVE ENR-COURSE-ID(1:1) TO WS-ENR-LEVEL
           END-IF
           IF WS-ENR-LEVEL > 0 THEN
               IF WS-TRT-PER-TA(WS-ENR-LEVEL) > 0 THEN
                   MOVE 1 TO WS-ENR-RATED(WS-ENR-COUNT)
                   COMPUTE WS-ENR-QUOT =
                       (ENR-STUDENTS + WS-TRT-PER-TA(WS-ENR-LEVEL) - 1)
                       / WS-TRT-PER-TA(WS-ENR-LEVEL)
                   IF WS-ENR-QUOT > 8 THEN
                       MOVE 8 TO WS-ENR-QUOT
                   END-IF
                   MOVE WS-ENR-QUOT TO WS-ENR-NEED(WS-ENR-COUNT)
               END-IF
           END-IF.

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

       HEADCOUNT-FIND-PARA.
           MOVE WS-RANK-COUNT TO WS-SEC-RANK-COUNT
           PERFORM ENROLL-FIND-PARA
           IF WS-ENR-FOUND > 0 THEN
               IF WS-ENR-RATED(WS-ENR-FOUND) = 1 THEN
                   MOVE WS-ENR-NEED(WS-ENR-FOUND) TO WS-SEC-RANK-COUNT
               END-IF
           END-IF.

      *SAME CATALOG WALK AS TA-OFFERS - ONE MEETING-TIME ENTRY PER
      *SECTION WITH A REAL MEETING DAY
       CATALOG-OPEN-PARA.
           OPEN INPUT COURSE-CATALOG.
           IF CATALOG-FILE-STATUS = "00" THEN
               MOVE 'N' TO WS-CAT-EOF
               PERFORM CATALOG-LOAD-PARA
           END-IF
           CLOSE COURSE-CATALOG.

       CATALOG-LOAD-PARA.
           READ COURSE-CATALOG
               AT END MOVE 'Y' TO WS-CAT-EOF
           END-READ.
           IF WS-CAT-EOF = 'N' THEN
               MOVE 1 TO WS-MEET-J
               PERFORM CATALOG-MEET-PARA
               GO TO CATALOG-LOAD-PARA
           END-IF.

       CATALOG-MEET-PARA.
           IF WS-MEET-J <= 20 AND WS-MEET-J <= CAT-SECTIONS THEN
               IF CAT-MEET-DAY(WS-MEET-J) NUMERIC AND
                   CAT-MEET-DAY(WS-MEET-J) > 0 AND
                   WS-SCH-COUNT < WS-MAX-SCH-COUNT THEN
                   ADD 1 TO WS-SCH-COUNT
                   MOVE CAT-ID TO WS-SCH-COURSE-ID(WS-SCH-COUNT)
                   MOVE WS-MEET-J TO WS-SCH-SECTION(WS-SCH-COUNT)
                   MOVE CAT-MEET-DAY(WS-MEET-J)
                       TO WS-SCH-DAY(WS-SCH-COUNT)
                   MOVE CAT-MEET-START(WS-MEET-J)
                       TO WS-SCH-START(WS-SCH-COUNT)
                   MOVE CAT-MEET-END(WS-MEET-J)
                       TO WS-SCH-END(WS-SCH-COUNT)
               END-IF
               ADD 1 TO WS-MEET-J
               GO TO CATALOG-MEET-PARA
           END-IF.

      *LOAD THE CASE REGISTER LEFT BY THE LAST RUN
       CASES-LOAD-PARA.
           OPEN INPUT CASES-FILE.
           IF CASES-FILE-STATUS NOT = "05" THEN
               MOVE 'N' TO WS-CAS-EOF
               PERFORM CASES-READ-PARA
           END-IF
           CLOSE CASES-FILE.

       CASES-READ-PARA.
           READ CASES-FILE
               AT END MOVE 'Y' TO WS-CAS-EOF
           END-READ.
           IF WS-CAS-EOF = 'N'
               IF WS-CASE-COUNT < WS-MAX-CASE-COUNT THEN
                   ADD 1 TO WS-CASE-COUNT
                   MOVE CAS-CAND-ID TO WS-CS-CAND-ID(WS-CASE-COUNT)
                   MOVE CAS-COURSE-ID
                       TO WS-CS-COURSE-ID(WS-CASE-COUNT)
                   MOVE CAS-SECTION TO WS-CS-SECTION(WS-CASE-COUNT)
                   MOVE CAS-TERM TO WS-CS-TERM(WS-CASE-COUNT)
                   MOVE CAS-FILED TO WS-CS-FILED(WS-CASE-COUNT)
                   MOVE CAS-STATUS TO WS-CS-STATUS(WS-CASE-COUNT)
                   MOVE CAS-DECIDED TO WS-CS-DECIDED(WS-CASE-COUNT)
                   MOVE CAS-NOTE TO WS-CS-NOTE(WS-CASE-COUNT)
                   MOVE CAS-GROUNDS TO WS-CS-GROUNDS(WS-CASE-COUNT)
               ELSE
                   MOVE SPACES TO APPEXC-RECORD
                   MOVE "CASE" TO APX-TYPE
                   MOVE CAS-CAND-ID TO APX-CAND-ID
                   MOVE CAS-COURSE-ID TO APX-COURSE-ID
                   MOVE CAS-SECTION TO APX-SECTION
                   MOVE CAS-TERM TO APX-TERM
                   MOVE "TABLE CAPACITY EXCEEDED - RECORD DROPPED"
                       TO APX-REASON
                   PERFORM APPEXC-WRITE-PARA
               END-IF
               GO TO CASES-READ-PARA
           END-IF.

      *FIND THE CASE FOR WS-KEY-* (WS-CASE-INDEX OUT, 0 = NONE)
       CASE-FIND-PARA.
           MOVE 0 TO WS-CASE-INDEX
           MOVE 1 TO WS-CASE-I
           PERFORM CASE-FIND-LOOP-PARA.

       CASE-FIND-LOOP-PARA.
           IF WS-CASE-I <= WS-CASE-COUNT AND WS-CASE-INDEX = 0 THEN
               IF WS-CS-CAND-ID(WS-CASE-I) = WS-KEY-CAND-ID AND
                   WS-CS-COURSE-ID(WS-CASE-I) = WS-KEY-COURSE-ID AND
                   WS-CS-SECTION(WS-CASE-I) = WS-KEY-SECTION AND
                   WS-CS-TERM(WS-CASE-I) = WS-KEY-TERM THEN
                   MOVE WS-CASE-I TO WS-CASE-INDEX
               END-IF
               ADD 1 TO WS-CASE-I
               GO TO CASE-FIND-LOOP-PARA
           END-IF.

      *OPEN A CASE FOR EVERY APPEAL NOT ALREADY ON THE REGISTER
       APPEALS-OPEN-PARA.
           OPEN INPUT APPEALS-FILE.
           IF APPEALS-FILE-STATUS NOT = "05" THEN
               MOVE 'N' TO WS-APL-EOF
               PERFORM APPEALS-READ-PARA
           END-IF
           CLOSE APPEALS-FILE.

       APPEALS-READ-PARA.
           READ APPEALS-FILE
               AT END MOVE 'Y' TO WS-APL-EOF
           END-READ.
           IF WS-APL-EOF = 'N'
               PERFORM APPEAL-ENTRY-PARA
               GO TO APPEALS-READ-PARA
           END-IF.

       APPEAL-ENTRY-PARA.
           MOVE APL-CAND-ID TO WS-KEY-CAND-ID
           MOVE APL-COURSE-ID TO WS-KEY-COURSE-ID
           MOVE APL-SECTION TO WS-KEY-SECTION
           MOVE APL-TERM TO WS-KEY-TERM
           PERFORM CASE-FIND-PARA
           IF WS-CASE-INDEX = 0 THEN
               PERFORM APPEAL-CHECK-PARA
               IF WS-BAD = SPACES AND
                   WS-CASE-COUNT >= WS-MAX-CASE-COUNT THEN
                   MOVE "TABLE CAPACITY EXCEEDED - RECORD DROPPED"
                       TO WS-BAD
               END-IF
               IF WS-BAD = SPACES THEN
                   ADD 1 TO WS-CASE-COUNT
                   MOVE APL-CAND-ID TO WS-CS-CAND-ID(WS-CASE-COUNT)
                   MOVE APL-COURSE-ID
                       TO WS-CS-COURSE-ID(WS-CASE-COUNT)
                   MOVE APL-SECTION TO WS-CS-SECTION(WS-CASE-COUNT)
                   MOVE APL-TERM TO WS-CS-TERM(WS-CASE-COUNT)
                   MOVE WS-DATE-CHECK TO WS-CS-FILED(WS-CASE-COUNT)
                   MOVE "OPEN" TO WS-CS-STATUS(WS-CASE-COUNT)
                   MOVE ZEROES TO WS-CS-DECIDED(WS-CASE-COUNT)
                   MOVE SPACES TO WS-CS-NOTE(WS-CASE-COUNT)
                   MOVE APL-GROUNDS TO WS-CS-GROUNDS(WS-CASE-COUNT)
                   ADD 1 TO WS-OPENED-COUNT
               ELSE
                   MOVE SPACES TO APPEXC-RECORD
                   MOVE "APPEAL" TO APX-TYPE
                   MOVE APL-CAND-ID TO APX-CAND-ID
                   MOVE APL-COURSE-ID TO APX-COURSE-ID
                   MOVE APL-SECTION TO APX-SECTION
                   MOVE APL-TERM TO APX-TERM
                   MOVE WS-BAD TO APX-REASON
                   PERFORM APPEXC-WRITE-PARA
               END-IF
           END-IF.

      *FIRST REASON THE APPEAL CANNOT BE OPENED; WS-DATE-CHECK OUT
      *HOLDS THE FILED DATE (TODAY WHEN LEFT BLANK)
       APPEAL-CHECK-PARA.
           MOVE SPACES TO WS-BAD
           IF APL-CAND-ID = SPACES THEN
               MOVE "NO CANDIDATE ID" TO WS-BAD
           END-IF
           IF WS-BAD = SPACES AND APL-COURSE-ID = SPACES THEN
               MOVE "NO COURSE ID" TO WS-BAD
           END-IF
           IF WS-BAD = SPACES AND APL-SECTION NOT NUMERIC THEN
               MOVE "NON-NUMERIC SECTION" TO WS-BAD
           END-IF
           IF WS-BAD = SPACES AND APL-TERM = SPACES THEN
               MOVE "NO TERM" TO WS-BAD
           END-IF
           IF WS-BAD = SPACES AND APL-GROUNDS = SPACES THEN
               MOVE "NO GROUNDS STATED" TO WS-BAD
           END-IF
           IF WS-BAD = SPACES THEN
               IF APL-FILED = SPACES THEN
                   MOVE WS-TODAY TO WS-DATE-CHECK
               ELSE
                   PERFORM DATE-CHECK-FILED-PARA
               END-IF
           END-IF.

       DATE-CHECK-FILED-PARA.
           IF APL-FILED NOT NUMERIC THEN
               MOVE "BAD FILED DATE" TO WS-BAD
           ELSE
               MOVE APL-FILED TO WS-DATE-CHECK
               IF WS-DP-MONTH < 1 OR WS-DP-MONTH > 12 OR
                   WS-DP-DAY < 1 OR WS-DP-DAY > 31 OR
                   WS-DATE-CHECK > WS-TODAY THEN
                   MOVE "BAD FILED DATE" TO WS-BAD
               END-IF
           END-IF.

      *THE SAME TESTS AS THE FILED DATE, AND A CASE CANNOT BE
      *DECIDED BEFORE IT WAS FILED
       DATE-CHECK-DECIDED-PARA.
           IF DEC-DATE NOT NUMERIC THEN
               MOVE "BAD DECISION DATE" TO WS-BAD
           ELSE
               MOVE DEC-DATE TO WS-DATE-CHECK
               IF WS-DP-MONTH < 1 OR WS-DP-MONTH > 12 OR
                   WS-DP-DAY < 1 OR WS-DP-DAY > 31 OR
                   WS-DATE-CHECK > WS-TODAY OR
                   WS-DATE-CHECK < WS-CS-FILED(WS-CASE-INDEX) THEN
                   MOVE "BAD DECISION DATE" TO WS-BAD
               END-IF
           END-IF.

      *APPLY EVERY COMMITTEE DECISION TO ITS CASE
       DECISIONS-OPEN-PARA.
           OPEN INPUT DECISIONS-FILE.
           IF DECISIONS-FILE-STATUS NOT = "05" THEN
               MOVE 'N' TO WS-DEC-EOF
               PERFORM DECISIONS-READ-PARA
           END-IF
           CLOSE DECISIONS-FILE.

       DECISIONS-READ-PARA.
           READ DECISIONS-FILE
               AT END MOVE 'Y' TO WS-DEC-EOF
           END-READ.
           IF WS-DEC-EOF = 'N'
               PERFORM DECISION-ENTRY-PARA
               GO TO DECISIONS-READ-PARA
           END-IF.

      *A DECISION ALREADY RECORDED IS PASSED OVER; A DENIAL CLOSES
      *AN OPEN CASE; AN UPHELD LINE CLOSES AN OPEN CASE OR RETRIES
      *THE SEAT CHANGE OF ONE STILL UPHELD WITHOUT A SEAT. A BLANK
      *DECISION DATE IS TODAY'S; ANY OTHER MUST BE A REAL DATE
       DECISION-ENTRY-PARA.
           MOVE SPACES TO WS-BAD
           MOVE DEC-CAND-ID TO WS-KEY-CAND-ID
           MOVE DEC-COURSE-ID TO WS-KEY-COURSE-ID
           MOVE DEC-SECTION TO WS-KEY-SECTION
           MOVE DEC-TERM TO WS-KEY-TERM
           PERFORM CASE-FIND-PARA
           IF WS-CASE-INDEX = 0 THEN
               MOVE "NO SUCH CASE" TO WS-BAD
           END-IF
           IF WS-BAD = SPACES AND DEC-DECISION NOT = "UPHELD" AND
               DEC-DECISION NOT = "DENIED" THEN
               MOVE "UNKNOWN DECISION" TO WS-BAD
           END-IF
           IF WS-BAD = SPACES THEN
               IF DEC-DATE = SPACES THEN
                   MOVE WS-TODAY TO WS-DATE-CHECK
               ELSE
                   PERFORM DATE-CHECK-DECIDED-PARA
               END-IF
           END-IF
           IF WS-BAD = SPACES THEN
               PERFORM DECISION-APPLY-PARA
           END-IF
           IF WS-BAD NOT = SPACES THEN
               MOVE SPACES TO APPEXC-RECORD
               MOVE "DECISION" TO APX-TYPE
               MOVE DEC-CAND-ID TO APX-CAND-ID
               MOVE DEC-COURSE-ID TO APX-COURSE-ID
               MOVE DEC-SECTION TO APX-SECTION
               MOVE DEC-TERM TO APX-TERM
               MOVE WS-BAD TO APX-REASON
               PERFORM APPEXC-WRITE-PARA
           END-IF.

       DECISION-APPLY-PARA.
           IF WS-CS-STATUS(WS-CASE-INDEX) = "OPEN" THEN
               ADD 1 TO WS-DECIDED-COUNT
               MOVE WS-DATE-CHECK TO WS-CS-DECIDED(WS-CASE-INDEX)
               MOVE DEC-NOTE TO WS-CS-NOTE(WS-CASE-INDEX)
               IF DEC-DECISION = "DENIED" THEN
                   MOVE "DENIED" TO WS-CS-STATUS(WS-CASE-INDEX)
               ELSE
                   MOVE "UPHELD" TO WS-CS-STATUS(WS-CASE-INDEX)
                   PERFORM SEAT-CHANGE-PARA
               END-IF
           ELSE
               IF WS-CS-STATUS(WS-CASE-INDEX) = "UPHELD" AND
                   DEC-DECISION = "UPHELD" THEN
                   PERFORM SEAT-CHANGE-PARA
               ELSE
                   IF NOT (WS-CS-STATUS(WS-CASE-INDEX) = "DENIED"
                       AND DEC-DECISION = "DENIED") AND
                       NOT (WS-CS-STATUS(WS-CASE-INDEX) = "POSTED"
                       AND DEC-DECISION = "UPHELD") THEN
                       MOVE "CASE ALREADY DECIDED OTHERWISE" TO WS-BAD
                   END-IF
               END-IF
           END-IF.

      *MOVE THE SEAT FOR AN UPHELD CASE. ONLY THE TERM IN PROGRESS
      *HAS LIVE ASSIGNMENTS, ONLY UNTIL TA-TERMCLOSE POSTS THEM, AND
      *NEVER WHILE AN OFFERS ROUND IS REWRITING THEM - OTHERWISE THE
      *CASE STAYS UPHELD WITH THE REASON NO SEAT MOVED
       SEAT-CHANGE-PARA.
           MOVE SPACES TO WS-BAD
           IF WS-CS-TERM(WS-CASE-INDEX) NOT = WS-TERM THEN
               MOVE "NOT THE TERM IN PROGRESS - NO SEAT MOVED"
                   TO WS-BAD
           END-IF
           IF WS-BAD = SPACES AND WS-TERM-CLOSED = 1 THEN
               MOVE "TERM ALREADY CLOSED - NO SEAT MOVED" TO WS-BAD
           END-IF
           IF WS-BAD = SPACES AND WS-CYC-OFFERS-BUSY = 1 THEN
               MOVE "OFFERS ROUND IN PROGRESS - NO SEAT MOVED"
                   TO WS-BAD
           END-IF
           IF WS-BAD = SPACES AND WS-FIN-LOADED = 0 THEN
               PERFORM FINAL-LOAD-PARA
           END-IF
           IF WS-BAD = SPACES AND WS-FIN-LOADED = 2 THEN
               MOVE "NO FINALIZED ASSIGNMENTS - NO SEAT MOVED"
                   TO WS-BAD
           END-IF
           IF WS-BAD = SPACES THEN
               PERFORM SEAT-FIND-PARA
           END-IF
           IF WS-BAD = SPACES THEN
               PERFORM SEAT-GATE-PARA
           END-IF
           IF WS-BAD = SPACES THEN
               MOVE WS-CS-CAND-ID(WS-CASE-INDEX)
                   TO WS-F-SLOT(WS-FIN-INDEX, WS-SLOT-HIT)
               MOVE 1 TO WS-FIN-CHANGED
               IF DEC-VACATE-ID NOT = SPACES THEN
                   PERFORM VACATE-WRITE-PARA
               END-IF
               PERFORM PROMO-WRITE-PARA
               MOVE "POSTED" TO WS-CS-STATUS(WS-CASE-INDEX)
               ADD 1 TO WS-POSTED-COUNT
           ELSE
               MOVE WS-BAD TO WS-CS-NOTE(WS-CASE-INDEX)
               MOVE SPACES TO WS-BAD
           END-IF.

      *FIND THE SECTION AND THE SLOT THE APPELLANT TAKES
      *(WS-FIN-INDEX, WS-SLOT-HIT OUT; WS-BAD SET WHEN THERE IS NONE)
       SEAT-FIND-PARA.
           MOVE 0 TO WS-FIN-INDEX
           MOVE 1 TO WS-FIN-I
           MOVE WS-CS-SECTION(WS-CASE-INDEX) TO WS-SECTION-NUM
           PERFORM SEAT-SECTION-PARA
           IF WS-FIN-INDEX = 0 THEN
               MOVE "NO SUCH SECTION IN FINALIZED.TXT" TO WS-BAD
           END-IF
           IF WS-BAD = SPACES THEN
               MOVE WS-CS-COURSE-ID(WS-CASE-INDEX)
                   TO WS-ENR-LOOKUP-COURSE
               MOVE WS-SECTION-NUM TO WS-ENR-LOOKUP-SECTION
               PERFORM HEADCOUNT-FIND-PARA
               MOVE 0 TO WS-SLOT-HIT
               MOVE 0 TO WS-SEATED-HIT
               MOVE 0 TO WS-ALTERNATE-HIT
               MOVE 1 TO WS-SLOT-J
               PERFORM SEAT-SLOT-PARA
               IF WS-SEATED-HIT = 1 THEN
                   MOVE "ALREADY SEATED IN THE SECTION" TO WS-BAD
               END-IF
           END-IF
           IF WS-BAD = SPACES AND WS-SLOT-HIT = 0 THEN
               IF DEC-VACATE-ID = SPACES THEN
                   MOVE "NO EMPTY RANK SLOT - NAME A SEAT TO VACATE"
                       TO WS-BAD
               ELSE
                   IF WS-ALTERNATE-HIT = 1 THEN
                       MOVE "SEAT TO VACATE IS AN ALTERNATE" TO WS-BAD
                   ELSE
                       MOVE "SEAT TO VACATE NOT HELD IN THE SECTION"
                           TO WS-BAD
                   END-IF
               END-IF
           END-IF.

       SEAT-SECTION-PARA.
           IF WS-FIN-I <= WS-FIN-COUNT AND WS-FIN-INDEX = 0 THEN
               IF WS-F-COURSE-ID(WS-FIN-I) =
                   WS-CS-COURSE-ID(WS-CASE-INDEX) AND
                   WS-F-SECTION(WS-FIN-I) = WS-SECTION-NUM THEN
                   MOVE WS-FIN-I TO WS-FIN-INDEX
               END-IF
               ADD 1 TO WS-FIN-I
               GO TO SEAT-SECTION-PARA
           END-IF.

      *THE NAMED SEAT HOLDER'S SLOT, OR ELSE THE FIRST EMPTY ONE -
      *EITHER WAY WITHIN THE SECTION'S HEADCOUNT
       SEAT-SLOT-PARA.
           IF WS-SLOT-J <= 8 THEN
               IF WS-F-SLOT(WS-FIN-INDEX, WS-SLOT-J) =
                   WS-CS-CAND-ID(WS-CASE-INDEX) THEN
                   MOVE 1 TO WS-SEATED-HIT
               END-IF
               IF DEC-VACATE-ID NOT = SPACES THEN
                   IF WS-F-SLOT(WS-FIN-INDEX, WS-SLOT-J) =
                       DEC-VACATE-ID THEN
                       IF WS-SLOT-J <= WS-SEC-RANK-COUNT THEN
                           MOVE WS-SLOT-J TO WS-SLOT-HIT
                       ELSE
                           MOVE 1 TO WS-ALTERNATE-HIT
                       END-IF
                   END-IF
               ELSE
                   IF WS-SLOT-HIT = 0 AND
                       WS-SLOT-J <= WS-SEC-RANK-COUNT AND
                       (WS-F-SLOT(WS-FIN-INDEX, WS-SLOT-J) =
                       "0000000000" OR
                       WS-F-SLOT(WS-FIN-INDEX, WS-SLOT-J) = SPACES)
                       THEN
                       MOVE WS-SLOT-J TO WS-SLOT-HIT
                   END-IF
               END-IF
               ADD 1 TO WS-SLOT-J
               GO TO SEAT-SLOT-PARA
           END-IF.

      *THE TESTS TA-OFFERS PUTS AN ALTERNATE THROUGH BEFORE A
      *PROMOTION: THE APPELLANT MUST STILL BE UNDER THE OFFER CAP,
      *AND THE SECTION MUST NOT CLASH WITH A MEETING OF A SEAT THEY
      *ALREADY HOLD, AS THE FINALIZED ASSIGNMENTS NOW STAND
       SEAT-GATE-PARA.
           MOVE WS-CS-CAND-ID(WS-CASE-INDEX) TO WS-CAND-ID
           PERFORM HOLDING-COUNT-PARA
           IF WS-HOLDING-COUNT >= WS-MAX-OFFERS THEN
               MOVE "OFFER LIMIT REACHED - NO SEAT MOVED" TO WS-BAD
           END-IF
           IF WS-BAD = SPACES THEN
               MOVE WS-CS-COURSE-ID(WS-CASE-INDEX)
                   TO WS-SCH-LOOKUP-COURSE
               MOVE WS-SECTION-NUM TO WS-SCH-LOOKUP-SECTION
               PERFORM SCH-FIND-PARA
               MOVE WS-SCH-LOOKUP-INDEX TO WS-TGT-SCH-INDEX
               PERFORM APL-CLASH-CHECK-PARA
               IF WS-CLASH = 1 THEN
                   MOVE "TIMETABLE CLASH - NO SEAT MOVED" TO WS-BAD
               END-IF
           END-IF.

      *HOW MANY RANK SLOTS WS-CAND-ID HOLDS ACROSS ALL COURSES
       HOLDING-COUNT-PARA.
           MOVE 0 TO WS-HOLDING-COUNT
           MOVE 1 TO WS-SCAN-I
           PERFORM HOLDING-COUNT-LOOP-PARA.

       HOLDING-COUNT-LOOP-PARA.
           IF WS-SCAN-I <= WS-FIN-COUNT THEN
               MOVE 1 TO WS-SCAN-J
               PERFORM HOLDING-COUNT-SLOT-PARA
               ADD 1 TO WS-SCAN-I
               GO TO HOLDING-COUNT-LOOP-PARA
           END-IF.

       HOLDING-COUNT-SLOT-PARA.
           IF WS-SCAN-J <= 8 THEN
               IF WS-F-SLOT(WS-SCAN-I, WS-SCAN-J) = WS-CAND-ID THEN
                   ADD 1 TO WS-HOLDING-COUNT
               END-IF
               ADD 1 TO WS-SCAN-J
               GO TO HOLDING-COUNT-SLOT-PARA
           END-IF.

      *SAME CLASH SCAN AS TA-OFFERS' OFR-CLASH-CHECK-PARA, OVER THE
      *FINALIZED ASSIGNMENTS. NO SCHEDULE ROW FOR EITHER SIDE MEANS
      *NO CLASH
       APL-CLASH-CHECK-PARA.
           MOVE 0 TO WS-CLASH
           IF WS-TGT-SCH-INDEX > 0 THEN
               MOVE 1 TO WS-CLASH-I
               PERFORM APL-CLASH-REC-PARA
           END-IF.

       APL-CLASH-REC-PARA.
           IF WS-CLASH-I <= WS-FIN-COUNT AND WS-CLASH = 0 THEN
               MOVE 1 TO WS-CLASH-J
               PERFORM APL-CLASH-SLOT-PARA
               ADD 1 TO WS-CLASH-I
               GO TO APL-CLASH-REC-PARA
           END-IF.

       APL-CLASH-SLOT-PARA.
           IF WS-CLASH-J <= 8 AND WS-CLASH = 0 THEN
               IF WS-F-SLOT(WS-CLASH-I, WS-CLASH-J) = WS-CAND-ID
                   THEN
                   MOVE WS-F-COURSE-ID(WS-CLASH-I)
                       TO WS-SCH-LOOKUP-COURSE
                   MOVE WS-F-SECTION(WS-CLASH-I)
                       TO WS-SCH-LOOKUP-SECTION
                   PERFORM SCH-FIND-PARA
                   IF WS-SCH-LOOKUP-INDEX > 0 THEN
                       IF WS-SCH-DAY(WS-SCH-LOOKUP-INDEX) =
                           WS-SCH-DAY(WS-TGT-SCH-INDEX) AND
                           WS-SCH-START(WS-TGT-SCH-INDEX) <
                             WS-SCH-END(WS-SCH-LOOKUP-INDEX) AND
                           WS-SCH-START(WS-SCH-LOOKUP-INDEX) <
                             WS-SCH-END(WS-TGT-SCH-INDEX) THEN
                           MOVE 1 TO WS-CLASH
                       END-IF
                   END-IF
               END-IF
               ADD 1 TO WS-CLASH-J
               GO TO APL-CLASH-SLOT-PARA
           END-IF.

      *LOCATE THE MEETING ROW OF (WS-SCH-LOOKUP-COURSE,
      *WS-SCH-LOOKUP-SECTION) - WS-SCH-LOOKUP-INDEX OUT, ZERO WHEN
      *THE SECTION HAS NO MEETING ON FILE
       SCH-FIND-PARA.
           MOVE 0 TO WS-SCH-LOOKUP-INDEX
           MOVE 1 TO WS-SCH-I
           PERFORM SCH-FIND-LOOP-PARA.

       SCH-FIND-LOOP-PARA.
           IF WS-SCH-I <= WS-SCH-COUNT THEN
               IF WS-SCH-COURSE-ID(WS-SCH-I) = WS-SCH-LOOKUP-COURSE
                   AND WS-SCH-SECTION(WS-SCH-I) =
                       WS-SCH-LOOKUP-SECTION
                   AND WS-SCH-LOOKUP-INDEX = 0 THEN
                   MOVE WS-SCH-I TO WS-SCH-LOOKUP-INDEX
               END-IF
               ADD 1 TO WS-SCH-I
               GO TO SCH-FIND-LOOP-PARA
           END-IF.

      *LOAD FINALIZED.TXT ONCE, ON THE FIRST SEAT CHANGE
      *(WS-FIN-LOADED 1 = LOADED, 2 = NOT THERE)
       FINAL-LOAD-PARA.
           MOVE 2 TO WS-FIN-LOADED
           OPEN INPUT FINAL-FILE.
           IF FINAL-FILE-STATUS = "00" THEN
               MOVE 1 TO WS-FIN-LOADED
               MOVE 'N' TO WS-FIN-EOF
               PERFORM FINAL-READ-PARA
           END-IF
           CLOSE FINAL-FILE
           IF WS-FIN-LOADED = 1 THEN
               PERFORM ROUND-FIND-PARA
           END-IF.

       FINAL-READ-PARA.
           READ FINAL-FILE
               AT END MOVE 'Y' TO WS-FIN-EOF
           END-READ.
           IF WS-FIN-EOF = 'N'
               IF WS-FIN-COUNT < WS-MAX-FIN-COUNT THEN
                   ADD 1 TO WS-FIN-COUNT
                   MOVE FIN-COURSE-ID TO WS-F-COURSE-ID(WS-FIN-COUNT)
                   MOVE FIN-SECTION TO WS-F-SECTION(WS-FIN-COUNT)
                   MOVE 1 TO WS-SLOT-J
                   PERFORM FINAL-SLOT-PARA
               ELSE
                   MOVE SPACES TO APPEXC-RECORD
                   MOVE "FINAL" TO APX-TYPE
                   MOVE FIN-COURSE-ID TO APX-COURSE-ID
                   MOVE FIN-SECTION TO APX-SECTION
                   MOVE "TABLE CAPACITY EXCEEDED - RECORD DROPPED"
                       TO APX-REASON
                   PERFORM APPEXC-WRITE-PARA
               END-IF
               GO TO FINAL-READ-PARA
           END-IF.

       FINAL-SLOT-PARA.
           IF WS-SLOT-J <= 8 THEN
               MOVE FIN-SLOT(WS-SLOT-J)
                   TO WS-F-SLOT(WS-FIN-COUNT, WS-SLOT-J)
               ADD 1 TO WS-SLOT-J
               GO TO FINAL-SLOT-PARA
           END-IF.

      *LAST OFFER ROUND LOGGED SO FAR
       ROUND-FIND-PARA.
           MOVE ZEROES TO WS-LAST-ROUND
           OPEN INPUT PROMO-FILE.
           IF PROMO-FILE-STATUS NOT = "05" THEN
               MOVE 'N' TO WS-PRM-EOF
               PERFORM ROUND-READ-PARA
           END-IF
           CLOSE PROMO-FILE.

       ROUND-READ-PARA.
           READ PROMO-FILE
               AT END MOVE 'Y' TO WS-PRM-EOF
           END-READ.
           IF WS-PRM-EOF = 'N'
               IF PRM-ROUND NUMERIC THEN
                   IF PRM-ROUND > WS-LAST-ROUND THEN
                       MOVE PRM-ROUND TO WS-LAST-ROUND
                   END-IF
               END-IF
               GO TO ROUND-READ-PARA
           END-IF.

      *THE SEAT CHANGE'S OWN LINE IN THE PROMOTIONS LOG - WHO LEFT
      *THE SEAT (ZEROES FOR AN EMPTY ONE), WHO TOOK IT, AND WHY
       PROMO-WRITE-PARA.
           OPEN EXTEND PROMO-FILE.
           MOVE SPACES TO PROMO-RECORD
           MOVE WS-CS-COURSE-ID(WS-CASE-INDEX) TO PRM-COURSE-ID
           MOVE WS-SECTION-NUM TO PRM-SECTION
           IF DEC-VACATE-ID = SPACES THEN
               MOVE "0000000000" TO PRM-OUT-ID
           ELSE
               MOVE DEC-VACATE-ID TO PRM-OUT-ID
           END-IF
           MOVE WS-CS-CAND-ID(WS-CASE-INDEX) TO PRM-IN-ID
           MOVE "APPEAL UPHELD - SEAT CHANGED" TO PRM-NOTE
           MOVE 'R' TO PRM-RND-TAG
           MOVE WS-LAST-ROUND TO PRM-ROUND
           WRITE PROMO-RECORD
           CLOSE PROMO-FILE.

      *THE DISPLACED HOLDER'S OWN LINE - THEY LEAVE THE SEAT AND
      *NOBODY TAKES IT ON THEIR BEHALF, SO LETTERS AND PAYROLL SEE
      *THE REMOVAL AS WELL AS THE APPELLANT'S ARRIVAL
       VACATE-WRITE-PARA.
           OPEN EXTEND PROMO-FILE.
           MOVE SPACES TO PROMO-RECORD
           MOVE WS-CS-COURSE-ID(WS-CASE-INDEX) TO PRM-COURSE-ID
           MOVE WS-SECTION-NUM TO PRM-SECTION
           MOVE DEC-VACATE-ID TO PRM-OUT-ID
           MOVE "APPEAL UPHELD - SEAT VACATED" TO PRM-NOTE
           MOVE 'R' TO PRM-RND-TAG
           MOVE WS-LAST-ROUND TO PRM-ROUND
           WRITE PROMO-RECORD
           CLOSE PROMO-FILE.

       FINAL-SAVE-PARA.
           OPEN OUTPUT FINAL-FILE.
           MOVE 1 TO WS-FIN-I
           PERFORM FINAL-SAVE-LOOP-PARA
           CLOSE FINAL-FILE.

       FINAL-SAVE-LOOP-PARA.
           IF WS-FIN-I <= WS-FIN-COUNT THEN
               MOVE WS-F-COURSE-ID(WS-FIN-I) TO FIN-COURSE-ID
               MOVE WS-F-SECTION(WS-FIN-I) TO FIN-SECTION
               MOVE 1 TO WS-SLOT-J
               PERFORM FINAL-SAVE-SLOT-PARA
               MOVE X'0a' TO FIN-EOF
               WRITE FINAL-RECORD
               END-WRITE
               ADD 1 TO WS-FIN-I
               GO TO FINAL-SAVE-LOOP-PARA
           END-IF.

       FINAL-SAVE-SLOT-PARA.
           IF WS-SLOT-J <= 8 THEN
               MOVE WS-F-SLOT(WS-FIN-I, WS-SLOT-J)
                   TO FIN-SLOT(WS-SLOT-J)
               ADD 1 TO WS-SLOT-J
               GO TO FINAL-SAVE-SLOT-PARA
           END-IF.

       CASES-SAVE-PARA.
           OPEN OUTPUT CASES-FILE.
           MOVE 1 TO WS-CASE-I
           PERFORM CASES-SAVE-LOOP-PARA
           CLOSE CASES-FILE.

       CASES-SAVE-LOOP-PARA.
           IF WS-CASE-I <= WS-CASE-COUNT THEN
               MOVE SPACES TO CASES-RECORD
               MOVE WS-CS-CAND-ID(WS-CASE-I) TO CAS-CAND-ID
               MOVE WS-CS-COURSE-ID(WS-CASE-I) TO CAS-COURSE-ID
               MOVE WS-CS-SECTION(WS-CASE-I) TO CAS-SECTION
               MOVE WS-CS-TERM(WS-CASE-I) TO CAS-TERM
               MOVE WS-CS-FILED(WS-CASE-I) TO CAS-FILED
               MOVE WS-CS-STATUS(WS-CASE-I) TO CAS-STATUS
               MOVE WS-CS-DECIDED(WS-CASE-I) TO CAS-DECIDED
               MOVE WS-CS-NOTE(WS-CASE-I) TO CAS-NOTE
               MOVE WS-CS-GROUNDS(WS-CASE-I) TO CAS-GROUNDS
               WRITE CASES-RECORD
               ADD 1 TO WS-CASE-I
               GO TO CASES-SAVE-LOOP-PARA
           END-IF.

      *READ THE TERM CYCLE LEDGER. APPEALS IS NOT A STEP OF THE
      *CYCLE AND IS NEVER REFUSED - ITS CASES, PACKETS AND AGING ARE
      *KEPT WHATEVER THE TERM HAS GOT TO - BUT WHILE THE TERM IN
      *PROGRESS HAS AN OFFERS ROUND RUNNING NO SEAT MAY MOVE, OR ONE
      *OF THE TWO REWRITES OF FINALIZED.TXT WOULD BE LOST
       CYCLE-OPEN-PARA.
           MOVE WS-TERM TO WS-CYC-TERM
           MOVE 0 TO WS-CYC-OFFERS-BUSY
           PERFORM CYCLE-LOAD-PARA
           IF WS-CYC-OLD-TERM NOT = SPACES AND
               WS-CYC-OLD-TERM = WS-CYC-TERM AND
               WS-CYC-STATE(5) = "RUNNING" THEN
               MOVE 1 TO WS-CYC-OFFERS-BUSY
           END-IF.

      *A MOVED SEAT CHANGES WHAT THE LETTERS SAID, THE SAME AS A NEW
      *OFFERS ROUND DOES - LETTERS AND EVERY STEP AFTER IT GO BACK TO
      *PENDING AND MUST RUN AGAIN. THE LEDGER IS RE-READ FIRST; ONE
      *STAMPED WITH ANOTHER TERM, OR NO LEDGER AT ALL, IS LEFT ALONE
       CYCLE-RESET-PARA.
           PERFORM CYCLE-LOAD-PARA
           IF WS-CYC-OLD-TERM NOT = SPACES AND
               WS-CYC-OLD-TERM = WS-CYC-TERM THEN
               MOVE WS-CYC-POS(5) TO WS-CYC-CLEAR-POS
               PERFORM CYCLE-CLEAR-PARA
               PERFORM CYCLE-WRITE-PARA
               MOVE SPACES TO WS-CYC-EVENT
               MOVE "SEAT MOVED ON APPEAL - LETTERS ONWARD RESET"
                   TO WS-CYC-EVENT
               PERFORM CYCLE-LOG-PARA
           END-IF.

      *SAME LEDGER READ AS TA-OFFERS' - A STEP WITH NO LINE, OR NO
      *LEDGER AT ALL, HAS NOT RUN
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

       APPEXC-WRITE-PARA.
           WRITE APPEXC-RECORD
           ADD 1 TO WS-EXC-COUNT.

      *ONE PACKET PER OPEN CASE
       PACKET-WRITE-PARA.
           OPEN OUTPUT PACKET-FILE.
           MOVE 1 TO WS-CASE-I
           PERFORM PACKET-CASE-PARA
           CLOSE PACKET-FILE.

       PACKET-CASE-PARA.
           IF WS-CASE-I <= WS-CASE-COUNT THEN
               IF WS-CS-STATUS(WS-CASE-I) = "OPEN" THEN
                   PERFORM PACKET-HEAD-PARA
                   PERFORM PACKET-AUDIT-PARA
                   PERFORM PACKET-TIE-PARA
                   PERFORM PACKET-STMT-PARA
                   MOVE SPACES TO PACKET-RECORD
                   WRITE PACKET-RECORD
               END-IF
               ADD 1 TO WS-CASE-I
               GO TO PACKET-CASE-PARA
           END-IF.

       PACKET-HEAD-PARA.
           MOVE SPACES TO WS-LINE
           MOVE 1 TO WS-PTR
           STRING "CASE " DELIMITED BY SIZE
               WS-CS-CAND-ID(WS-CASE-I) DELIMITED BY SIZE
               " COURSE " DELIMITED BY SIZE
               WS-CS-COURSE-ID(WS-CASE-I) DELIMITED BY SIZE
               " SEC " DELIMITED BY SIZE
               WS-CS-SECTION(WS-CASE-I) DELIMITED BY SIZE
               " TERM " DELIMITED BY SIZE
               WS-CS-TERM(WS-CASE-I) DELIMITED BY SIZE
               " FILED " DELIMITED BY SIZE
               WS-CS-FILED(WS-CASE-I) DELIMITED BY SIZE
               INTO WS-LINE WITH POINTER WS-PTR
           MOVE WS-LINE TO PACKET-RECORD
           WRITE PACKET-RECORD
           MOVE SPACES TO WS-LINE
           MOVE 1 TO WS-PTR
           STRING "  GROUNDS " DELIMITED BY SIZE
               WS-CS-GROUNDS(WS-CASE-I) DELIMITED BY SIZE
               INTO WS-LINE WITH POINTER WS-PTR
           MOVE WS-LINE TO PACKET-RECORD
           WRITE PACKET-RECORD
           MOVE SPACES TO WS-LINE
           MOVE 1 TO WS-PTR
           IF WS-CS-TERM(WS-CASE-I) = WS-TERM THEN
               STRING "  EVIDENCE FROM THE LIVE FILES"
                   DELIMITED BY SIZE
                   INTO WS-LINE WITH POINTER WS-PTR
           ELSE
               STRING "  EVIDENCE FROM THE ARCHIVE FOR TERM "
                   DELIMITED BY SIZE
                   WS-CS-TERM(WS-CASE-I) DELIMITED BY SPACE
                   INTO WS-LINE WITH POINTER WS-PTR
           END-IF
           MOVE WS-LINE TO PACKET-RECORD
           WRITE PACKET-RECORD.

      *THE LIVE NAME FOR THE TERM IN PROGRESS, ARCH_<TERM>_<NAME>
      *THE SAME WAY TA-ARCHIVE BUILDS IT FOR ANY OTHER
       EVID-NAME-PARA.
           MOVE SPACES TO WS-EVID-NAME
           MOVE 1 TO WS-PTR
           IF WS-CS-TERM(WS-CASE-I) = WS-TERM THEN
               STRING WS-MEMBER-NAME DELIMITED BY SPACE
                   INTO WS-EVID-NAME WITH POINTER WS-PTR
           ELSE
               STRING "arch_" DELIMITED BY SIZE
                   WS-CS-TERM(WS-CASE-I) DELIMITED BY SPACE
                   "_" DELIMITED BY SIZE
                   WS-MEMBER-NAME DELIMITED BY SPACE
                   INTO WS-EVID-NAME WITH POINTER WS-PTR
           END-IF.

       EVID-MISSING-PARA.
           MOVE SPACES TO WS-LINE
           MOVE 1 TO WS-PTR
           STRING "    NOT AVAILABLE - " DELIMITED BY SIZE
               WS-EVID-NAME DELIMITED BY SPACE
               INTO WS-LINE WITH POINTER WS-PTR
           MOVE WS-LINE TO PACKET-RECORD
           WRITE PACKET-RECORD.

       EVID-NONE-PARA.
           MOVE SPACES TO PACKET-RECORD
           STRING "    NONE" DELIMITED BY SIZE
               INTO PACKET-RECORD
           WRITE PACKET-RECORD.

      *THE APPELLANT'S OWN AUDIT LINE FOR THE COURSE, THEN EVERY
      *LINE THAT SCORED ABOVE IT - TWO PASSES OVER THE SAME FILE
       PACKET-AUDIT-PARA.
           MOVE "audit.txt" TO WS-MEMBER-NAME
           PERFORM EVID-NAME-PARA
           MOVE "  APPELLANT AUDIT LINE" TO PACKET-RECORD
           WRITE PACKET-RECORD
           MOVE 0 TO WS-OWN-FOUND
           MOVE ZEROES TO WS-OWN-SCORE
           OPEN INPUT EAUD-FILE.
           IF EAUD-FILE-STATUS NOT = "00" THEN
               CLOSE EAUD-FILE
               PERFORM EVID-MISSING-PARA
           ELSE
               MOVE 'N' TO WS-EV-EOF
               PERFORM AUDIT-OWN-PARA
               CLOSE EAUD-FILE
               IF WS-OWN-FOUND = 0 THEN
                   PERFORM EVID-NONE-PARA
               END-IF
               MOVE "  RANKED ABOVE THE APPELLANT" TO PACKET-RECORD
               WRITE PACKET-RECORD
               MOVE ZEROES TO WS-EV-HITS
               OPEN INPUT EAUD-FILE
               MOVE 'N' TO WS-EV-EOF
               PERFORM AUDIT-ABOVE-PARA
               CLOSE EAUD-FILE
               IF WS-EV-HITS = 0 THEN
                   PERFORM EVID-NONE-PARA
               END-IF
           END-IF.

       AUDIT-OWN-PARA.
           READ EAUD-FILE
               AT END MOVE 'Y' TO WS-EV-EOF
           END-READ.
           IF WS-EV-EOF = 'N'
               IF EAUD-COURSE-ID = WS-CS-COURSE-ID(WS-CASE-I) AND
                   EAUD-CAND-ID = WS-CS-CAND-ID(WS-CASE-I) THEN
                   MOVE 1 TO WS-OWN-FOUND
                   IF EAUD-TOTAL-SCORE NUMERIC THEN
                       MOVE EAUD-TOTAL-SCORE TO WS-OWN-SCORE
                   END-IF
                   MOVE SPACES TO PACKET-RECORD
                   STRING "    " DELIMITED BY SIZE
                       EAUD-LINE DELIMITED BY SIZE
                       INTO PACKET-RECORD
                   WRITE PACKET-RECORD
               END-IF
               GO TO AUDIT-OWN-PARA
           END-IF.

       AUDIT-ABOVE-PARA.
           READ EAUD-FILE
               AT END MOVE 'Y' TO WS-EV-EOF
           END-READ.
           IF WS-EV-EOF = 'N'
               IF EAUD-COURSE-ID = WS-CS-COURSE-ID(WS-CASE-I) AND
                   EAUD-CAND-ID NOT = WS-CS-CAND-ID(WS-CASE-I) AND
                   EAUD-TOTAL-SCORE NUMERIC THEN
                   IF EAUD-TOTAL-SCORE > WS-OWN-SCORE THEN
                       ADD 1 TO WS-EV-HITS
                       MOVE SPACES TO PACKET-RECORD
                       STRING "    " DELIMITED BY SIZE
                           EAUD-LINE DELIMITED BY SIZE
                           INTO PACKET-RECORD
                       WRITE PACKET-RECORD
                   END-IF
               END-IF
               GO TO AUDIT-ABOVE-PARA
           END-IF.

      *ANY TIE DECISION TAKEN AT THE APPEALED SECTION
       PACKET-TIE-PARA.
           MOVE "ties.txt" TO WS-MEMBER-NAME
           PERFORM EVID-NAME-PARA
           MOVE "  TIE DECISION AT THE SECTION" TO PACKET-RECORD
           WRITE PACKET-RECORD
           OPEN INPUT ETIE-FILE.
           IF ETIE-FILE-STATUS NOT = "00" THEN
               CLOSE ETIE-FILE
               PERFORM EVID-MISSING-PARA
           ELSE
               MOVE ZEROES TO WS-EV-HITS
               MOVE 'N' TO WS-EV-EOF
               PERFORM TIE-READ-PARA
               CLOSE ETIE-FILE
               IF WS-EV-HITS = 0 THEN
                   PERFORM EVID-NONE-PARA
               END-IF
           END-IF.

       TIE-READ-PARA.
           READ ETIE-FILE
               AT END MOVE 'Y' TO WS-EV-EOF
           END-READ.
           IF WS-EV-EOF = 'N'
               IF ETIE-TAG = "COURSE " AND
                   ETIE-COURSE-ID = WS-CS-COURSE-ID(WS-CASE-I) AND
                   ETIE-SECTION = WS-CS-SECTION(WS-CASE-I) THEN
                   ADD 1 TO WS-EV-HITS
                   MOVE SPACES TO PACKET-RECORD
                   STRING "    " DELIMITED BY SIZE
                       ETIE-LINE DELIMITED BY SIZE
                       INTO PACKET-RECORD
                   WRITE PACKET-RECORD
               END-IF
               GO TO TIE-READ-PARA
           END-IF.

      *THE APPELLANT'S STATEMENT BLOCK - FROM THEIR "CANDIDATE" LINE
      *UP TO THE BLANK LINE THAT ENDS IT
       PACKET-STMT-PARA.
           MOVE "statements.txt" TO WS-MEMBER-NAME
           PERFORM EVID-NAME-PARA
           MOVE "  STATEMENT" TO PACKET-RECORD
           WRITE PACKET-RECORD
           OPEN INPUT ESTM-FILE.
           IF ESTM-FILE-STATUS NOT = "00" THEN
               CLOSE ESTM-FILE
               PERFORM EVID-MISSING-PARA
           ELSE
               MOVE ZEROES TO WS-EV-HITS
               MOVE 0 TO WS-IN-BLOCK
               MOVE 'N' TO WS-EV-EOF
               PERFORM STMT-READ-PARA
               CLOSE ESTM-FILE
               IF WS-EV-HITS = 0 THEN
                   PERFORM EVID-NONE-PARA
               END-IF
           END-IF.

       STMT-READ-PARA.
           READ ESTM-FILE
               AT END MOVE 'Y' TO WS-EV-EOF
           END-READ.
           IF WS-EV-EOF = 'N'
               IF ESTM-TAG = "CANDIDATE " THEN
                   MOVE 0 TO WS-IN-BLOCK
                   IF ESTM-CAND-ID = WS-CS-CAND-ID(WS-CASE-I) THEN
                       MOVE 1 TO WS-IN-BLOCK
                   END-IF
               END-IF
               IF ESTM-LINE = SPACES THEN
                   MOVE 0 TO WS-IN-BLOCK
               END-IF
               IF WS-IN-BLOCK = 1 THEN
                   ADD 1 TO WS-EV-HITS
                   MOVE SPACES TO PACKET-RECORD
                   STRING "    " DELIMITED BY SIZE
                       ESTM-LINE DELIMITED BY SIZE
                       INTO PACKET-RECORD
                   WRITE PACKET-RECORD
               END-IF
               GO TO STMT-READ-PARA
           END-IF.

      *DAYS SINCE 1 MARCH OF YEAR 0 FOR THE DATE IN WS-DATE-CHECK -
      *MARCH-BASED SO THE LEAP DAY FALLS AT THE END OF THE YEAR.
      *EACH DIVISION IS ITS OWN STEP SO IT TRUNCATES
       DAY-NUMBER-PARA.
           MOVE WS-DP-YEAR TO WS-DN-YEAR
           MOVE WS-DP-MONTH TO WS-DN-MONTH
           IF WS-DN-MONTH <= 2 THEN
               SUBTRACT 1 FROM WS-DN-YEAR
               ADD 12 TO WS-DN-MONTH
           END-IF
           DIVIDE WS-DN-YEAR BY 4 GIVING WS-DN-Q4
           DIVIDE WS-DN-YEAR BY 100 GIVING WS-DN-Q100
           DIVIDE WS-DN-YEAR BY 400 GIVING WS-DN-Q400
           COMPUTE WS-DN-MDAYS = 153 * (WS-DN-MONTH - 3) + 2
           DIVIDE WS-DN-MDAYS BY 5 GIVING WS-DN-MDAYS
           COMPUTE WS-DN-DAYS = 365 * WS-DN-YEAR + WS-DN-Q4
               - WS-DN-Q100 + WS-DN-Q400 + WS-DN-MDAYS + WS-DP-DAY.

      *THE CHAIR'S PAGE - EVERY OPEN CASE WITH ITS AGE IN DAYS,
      *THEN THE AGING BANDS AND THE REGISTER TOTALS
       AGING-WRITE-PARA.
           OPEN OUTPUT AGING-REPORT.
           MOVE SPACES TO WS-LINE
           MOVE 1 TO WS-PTR
           STRING "OPEN APPEAL CASES AS OF " DELIMITED BY SIZE
               WS-TODAY DELIMITED BY SIZE
               INTO WS-LINE WITH POINTER WS-PTR
           MOVE WS-LINE TO AGING-RECORD
           WRITE AGING-RECORD
           MOVE SPACES TO AGING-RECORD
           WRITE AGING-RECORD
           MOVE "CANDIDATE   COURSE SEC TERM   FILED     DAYS OPEN"
               TO AGING-RECORD
           WRITE AGING-RECORD
           MOVE 1 TO WS-CASE-I
           PERFORM AGING-CASE-PARA
           MOVE SPACES TO AGING-RECORD
           WRITE AGING-RECORD
           MOVE WS-BAND-1 TO WS-NUM-EDIT
           MOVE SPACES TO WS-LINE
           MOVE 1 TO WS-PTR
           STRING "OPEN UP TO 30 DAYS   " DELIMITED BY SIZE
               WS-NUM-EDIT DELIMITED BY SIZE
               INTO WS-LINE WITH POINTER WS-PTR
           MOVE WS-LINE TO AGING-RECORD
           WRITE AGING-RECORD
           MOVE WS-BAND-2 TO WS-NUM-EDIT
           MOVE SPACES TO WS-LINE
           MOVE 1 TO WS-PTR
           STRING "OPEN 31 TO 60 DAYS   " DELIMITED BY SIZE
               WS-NUM-EDIT DELIMITED BY SIZE
               INTO WS-LINE WITH POINTER WS-PTR
           MOVE WS-LINE TO AGING-RECORD
           WRITE AGING-RECORD
           MOVE WS-BAND-3 TO WS-NUM-EDIT
           MOVE SPACES TO WS-LINE
           MOVE 1 TO WS-PTR
           STRING "OPEN OVER 60 DAYS    " DELIMITED BY SIZE
               WS-NUM-EDIT DELIMITED BY SIZE
               INTO WS-LINE WITH POINTER WS-PTR
           MOVE WS-LINE TO AGING-RECORD
           WRITE AGING-RECORD
           MOVE WS-CASE-COUNT TO WS-NUM-EDIT
           MOVE SPACES TO WS-LINE
           MOVE 1 TO WS-PTR
           STRING "CASES ON REGISTER    " DELIMITED BY SIZE
               WS-NUM-EDIT DELIMITED BY SIZE
               INTO WS-LINE WITH POINTER WS-PTR
           MOVE WS-LINE TO AGING-RECORD
           WRITE AGING-RECORD
           CLOSE AGING-REPORT.

       AGING-CASE-PARA.
           IF WS-CASE-I <= WS-CASE-COUNT THEN
               IF WS-CS-STATUS(WS-CASE-I) = "OPEN" THEN
                   ADD 1 TO WS-OPEN-COUNT
                   MOVE WS-CS-FILED(WS-CASE-I) TO WS-DATE-CHECK
                   PERFORM DAY-NUMBER-PARA
                   MOVE ZEROES TO WS-AGE-DAYS
                   IF WS-TODAY-DAYS > WS-DN-DAYS THEN
                       COMPUTE WS-AGE-DAYS =
                           WS-TODAY-DAYS - WS-DN-DAYS
                   END-IF
                   IF WS-AGE-DAYS <= 30 THEN
                       ADD 1 TO WS-BAND-1
                   ELSE
                       IF WS-AGE-DAYS <= 60 THEN
                           ADD 1 TO WS-BAND-2
                       ELSE
                           ADD 1 TO WS-BAND-3
                       END-IF
                   END-IF
                   MOVE WS-AGE-DAYS TO WS-NUM-EDIT
                   MOVE SPACES TO WS-LINE
                   MOVE 1 TO WS-PTR
                   STRING WS-CS-CAND-ID(WS-CASE-I) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-CS-COURSE-ID(WS-CASE-I) DELIMITED BY SIZE
                       "  " DELIMITED BY SIZE
                       WS-CS-SECTION(WS-CASE-I) DELIMITED BY SIZE
                       "  " DELIMITED BY SIZE
                       WS-CS-TERM(WS-CASE-I) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-CS-FILED(WS-CASE-I) DELIMITED BY SIZE
                       "    " DELIMITED BY SIZE
                       WS-NUM-EDIT DELIMITED BY SIZE
                       INTO WS-LINE WITH POINTER WS-PTR
                   MOVE WS-LINE TO AGING-RECORD
                   WRITE AGING-RECORD
               END-IF
               ADD 1 TO WS-CASE-I
               GO TO AGING-CASE-PARA
           END-IF.
