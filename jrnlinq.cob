      * so "who had supervisor access in March" is answered from one *
      * run.  A summary is shown on the console and the full detail  *
      * is printed, the way JRNHIST prints page history.             *
      * The run can be narrowed to one event type, and it closes     *
      * with a count of refused sign-ons, lockouts, PIN resets and   *
      * PIN changes for the period.                                  *
      * Each event shows the journal book it concerns, and the run   *
      * can be held to one book's events.                            *
      ****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           05      RETRPT             PIC  X(02).
      *Requested Operator - spaces matches every event
       01          REQ-USR            PIC  X(10).
      *Requested Event Type - space matches every event
       01          REQ-EVT            PIC  X(01).
      *Requested Book - spaces matches every book, MN the main book
       01          REQ-BOOK           PIC  X(02).
      *Requested Range - blank dates widen to everything on file
       01          RANGE-KEYS.
           05      FROM-DATE          PIC  X(08).
           05      TO-DATE            PIC  X(08).
      *Counters
       01          HIT-COUNT          PIC  9(06) VALUE 0.
       01          SEC-COUNTS.
           05      FAIL-COUNT         PIC  9(06) VALUE 0.
           05      LOCK-COUNT         PIC  9(06) VALUE 0.
           05      RESET-COUNT        PIC  9(06) VALUE 0.
           05      PCHG-COUNT         PIC  9(06) VALUE 0.
      *Report Total Line
       01          TOT-LINE.
           05      TOT-LABEL          PIC  X(30).
           05      TOT-COUNT          PIC  ZZZ,ZZ9.
      *Report Detail Line
       01          DET-LINE.
           05      DET-DATE           PIC  X(08).
           05      FILLER             PIC  X(01) VALUE SPACES.
           05      DET-TIME           PIC  X(04).
           05      FILLER             PIC  X(01) VALUE SPACES.
           05      DET-USR            PIC  X(10).
           05      FILLER             PIC  X(01) VALUE SPACES.
           05      DET-ROLES          PIC  X(03).
           05      FILLER             PIC  X(01) VALUE SPACES.
           05      DET-KEY            PIC  X(10).
           05      FILLER             PIC  X(01) VALUE SPACES.
           05      DET-BOOK           PIC  X(02).
      ****************************************************************
       PROCEDURE DIVISION.
       000-MAIN.
           PERFORM 999-OPEN           THRU 999-OPEN-EXIT.
           PERFORM 150-RPT-HEADING    THRU 150-EXIT.
           PERFORM 200-SCAN           THRU 200-EXIT.
           PERFORM 400-RPT-TOTALS     THRU 400-EXIT.
           PERFORM 999-CLOSE          THRU 999-CLOSE-EXIT.
           IF      HIT-COUNT          =    0
               DISPLAY "No events on file for that request."
           ELSE
               DISPLAY "Events found: " HIT-COUNT
               DISPLAY "Refused sign-ons : " FAIL-COUNT
               DISPLAY "Lockouts         : " LOCK-COUNT
               DISPLAY "PIN resets       : " RESET-COUNT
               DISPLAY "PIN changes      : " PCHG-COUNT
               DISPLAY "Events printed to JRNLINQ.PRT".
           STOP RUN.
      ****************************************************************
           DISPLAY "JOURNAL ACCESS EVENT INQUIRY".
           DISPLAY "Operator (blank=all)       : " WITH NO ADVANCING.
           ACCEPT  REQ-USR            FROM CONSOLE.
           DISPLAY "Event Type (blank=all)     : " WITH NO ADVANCING.
           ACCEPT  REQ-EVT            FROM CONSOLE.
           DISPLAY "Book (blank=all, MN=main)  : " WITH NO ADVANCING.
           ACCEPT  REQ-BOOK           FROM CONSOLE.
           INSPECT REQ-BOOK           CONVERTING
                   "abcdefghijklmnopqrstuvwxyz"
                TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           DISPLAY "From Date CCYYMMDD (blank) : " WITH NO ADVANCING.
           ACCEPT  FROM-DATE          FROM CONSOLE.
           DISPLAY "To Date   CCYYMMDD (blank) : " WITH NO ADVANCING.
                   TO-DATE            DELIMITED BY SIZE
                   " OPERATOR "       DELIMITED BY SIZE
                   REQ-USR            DELIMITED BY SIZE
                   " EVENT "          DELIMITED BY SIZE
                   REQ-EVT            DELIMITED BY SIZE
                   " BOOK "           DELIMITED BY SIZE
                   REQ-BOOK           DELIMITED BY SIZE
                                      INTO RPT-LINE
           WRITE   RPT-LINE
           MOVE    SPACES             TO   RPT-LINE
           STRING  "DATE     TIME OPERATOR   EVENT"
                                      DELIMITED BY SIZE
                   "                      TARGET     O>N KEY"
                                      DELIMITED BY SIZE
                   "        BK"       DELIMITED BY SIZE
                                      INTO RPT-LINE
           WRITE   RPT-LINE
           MOVE    ALL '-'            TO   RPT-LINE
             AND  (LOGUSR             NOT  =  REQ-USR)
             AND  (LOGTGT             NOT  =  REQ-USR)
               GO                     TO   200-LOOP.
           IF     (REQ-EVT            NOT  =  SPACES)
             AND  (LOGEVT             NOT  =  REQ-EVT)
               GO                     TO   200-LOOP.
           IF     (REQ-BOOK           =    "MN")
             AND  (LOGBOOK            NOT  =  SPACES)
               GO                     TO   200-LOOP.
           IF     (REQ-BOOK           NOT  =  SPACES)
             AND  (REQ-BOOK           NOT  =  "MN")
             AND  (LOGBOOK            NOT  =  REQ-BOOK)
               GO                     TO   200-LOOP.
           ADD     1                  TO   HIT-COUNT
           IF      LOGEVT             =    'F'
               ADD  1                 TO   FAIL-COUNT.
           IF      LOGEVT             =    'K'
               ADD  1                 TO   LOCK-COUNT.
           IF      LOGEVT             =    'R'
               ADD  1                 TO   RESET-COUNT.
           IF      LOGEVT             =    'P'
               ADD  1                 TO   PCHG-COUNT.
           PERFORM 300-PRINT-EVENT    THRU 300-EXIT
           GO                         TO   200-LOOP.
       200-EXIT.
      ****************************************************************
       300-PRINT-EVENT.
           MOVE    LOGDATE            TO   DET-DATE
           MOVE    LOGTIME(1:4)       TO   DET-TIME
           MOVE    LOGUSR             TO   DET-USR
           MOVE    LOGDESC(1:26)      TO   DET-DESC
           MOVE    LOGTGT             TO   DET-TGT
      * Sign-ons carry the operator's role in the new-role byte, so
      * they get the role column too - that is how "who had
      * supervisor access in March" reads straight off the report.
      * Lockouts and resets carry the lockout flag the same way,
      * legal hold events carry the hold status and sign-off events
      * the day's sign-off status.
           IF     (LOGEVT             =    'A') OR (LOGEVT = 'Z')
             OR   (LOGEVT             =    'L')
             OR   (LOGEVT             =    'K') OR (LOGEVT = 'R')
             OR   (LOGEVT             =    'H') OR (LOGEVT = 'U')
             OR   (LOGEVT             =    'S') OR (LOGEVT = 'O')
               MOVE SPACES            TO   DET-ROLES
               STRING LOGOLD          DELIMITED BY SIZE
                      '>'             DELIMITED BY SIZE
           ELSE
               MOVE SPACES            TO   DET-ROLES.
           MOVE    LOGKEY             TO   DET-KEY
           MOVE    LOGBOOK            TO   DET-BOOK
           WRITE   RPT-LINE           FROM DET-LINE.
       300-EXIT.
           EXIT.
      ****************************************************************
      * 400 - Print The Sign-On Security Totals                      *
      ****************************************************************
       400-RPT-TOTALS.
           MOVE    ALL '-'            TO   RPT-LINE
           WRITE   RPT-LINE
           MOVE    "EVENTS LISTED"    TO   TOT-LABEL
           MOVE    HIT-COUNT          TO   TOT-COUNT
           WRITE   RPT-LINE           FROM TOT-LINE
           MOVE    "REFUSED SIGN-ONS" TO   TOT-LABEL
           MOVE    FAIL-COUNT         TO   TOT-COUNT
           WRITE   RPT-LINE           FROM TOT-LINE
           MOVE    "LOCKOUTS"         TO   TOT-LABEL
           MOVE    LOCK-COUNT         TO   TOT-COUNT
           WRITE   RPT-LINE           FROM TOT-LINE
           MOVE    "PIN RESETS"       TO   TOT-LABEL
           MOVE    RESET-COUNT        TO   TOT-COUNT
           WRITE   RPT-LINE           FROM TOT-LINE
           MOVE    "PIN CHANGES"      TO   TOT-LABEL
           MOVE    PCHG-COUNT         TO   TOT-COUNT
           WRITE   RPT-LINE           FROM TOT-LINE.
       400-EXIT.
           EXIT.
      ****************************************************************
      * 999 - Housekeeping Routines                                  *
      ****************************************************************
       999-OPEN.
