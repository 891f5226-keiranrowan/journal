      * and workload can be reviewed at month end.  The page count   *
      * is left in the step-count file at end of job so the JRNCTL   *
      * job stream can checkpoint the step.                          *
      * The journal book is asked for first; each book's coverage is *
      * reported on its own.                                         *
      * Days the site calendar marks non-operating or holiday are    *
      * not exceptions: they are listed with the calendar's reason,  *
      * or skipped, and counted on their own.                        *
      ****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       OBJECT-COMPUTER.  IBM-PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JRN-MASTER          ASSIGN       JRN-NAME
                                      ORGANIZATION INDEXED
                                      ACCESS       DYNAMIC
                                      RECORD KEY   JRNDK
           SELECT RPT-FILE            ASSIGN       "./JRNCOVR.PRT"
                                      ORGANIZATION LINE SEQUENTIAL
                                      FILE STATUS  RETRPT.
           SELECT CAL-FILE            ASSIGN       "./JRNCAL"
                                      ORGANIZATION INDEXED
                                      ACCESS       DYNAMIC
                                      RECORD KEY   CALDATE
                                      FILE STATUS  RETCAL.
           SELECT CNT-FILE            ASSIGN       "./JRNSTEP.CNT"
                                      ORGANIZATION LINE SEQUENTIAL
                                      FILE STATUS  RETCNT.
            LABEL  RECORDS            ARE  STANDARD
            DATA   RECORD             IS   RPT-LINE.
       01          RPT-LINE           PIC  X(80).
       FD   CAL-FILE
            RECORD CONTAINS           57   CHARACTERS
            LABEL  RECORDS            ARE  STANDARD
            DATA   RECORD             IS   CALR.
      *Site Operating Calendar Record
           COPY    JRNCAL.
       FD   CNT-FILE
            LABEL  RECORDS            ARE  STANDARD
            DATA   RECORD             IS   CNT-LINE.
           05      RETJRN             PIC  X(02).
           05      RETRPT             PIC  X(02).
           05      RETCNT             PIC  X(02).
           05      RETCAL             PIC  X(02).
      *Journal Book - blank is the main book and its original files
       01          BOOK-FIELDS.
           05      BOOK-CODE          PIC  X(02) VALUE SPACES.
           05      BOOK-SFX           PIC  X(03) VALUE SPACES.
           05      BOOK-TITLE         PIC  X(04) VALUE "MAIN".
           05      JRN-NAME           PIC  X(30).
      *Range Selection
       01          RANGE-KEYS.
           05      FROM-DATE.
           05      CUR-DATE-X         REDEFINES CUR-DATE
                                      PIC  X(08).
           05      CUR-PAGES          PIC  9(04).
      *Site Calendar Standing Of The Current Day
       01          CAL-FIELDS.
           05      CAL-OPEN-SW        PIC  X(01) VALUE 'N'.
             88     CAL-IS-OPEN                   VALUE 'Y'.
           05      CAL-CLOSED-SW      PIC  X(01) VALUE 'N'.
             88     CAL-DAY-CLOSED                VALUE 'Y'.
           05      CAL-OPT            PIC  X(01) VALUE 'L'.
             88     CAL-LIST-CLOSED               VALUE 'L'.
             88     CAL-SKIP-CLOSED               VALUE 'S'.
      *Day-Start Key
       01          DAY-KEY.
           05      DAY-KEY-DATE       PIC  X(08).
           05      DAY-COUNT          PIC  9(06) VALUE 0.
           05      MISS-COUNT         PIC  9(06) VALUE 0.
           05      PAGE-COUNT         PIC  9(06) VALUE 0.
           05      CLOSED-COUNT       PIC  9(06) VALUE 0.
      *Step-Count Detail - read back by the JRNCTL job stream
       01          CNT-DETAIL.
           05      CNT-PGM            PIC  X(08).
           05      FILLER             PIC  X(03) VALUE SPACES.
           05      DET-PAGES          PIC  X(05).
           05      FILLER             PIC  X(03) VALUE SPACES.
           05      DET-FLAG           PIC  X(46).
           05      FILLER             PIC  X(13) VALUE SPACES.
      *Operator Total Line
       01          OPT-LINE.
           05      OPT-ID             PIC  X(10).
           DISPLAY "Coverage report complete - JRNCOVR.PRT".
           DISPLAY "Days checked : " DAY-COUNT.
           DISPLAY "Days missing : " MISS-COUNT.
           DISPLAY "Days closed  : " CLOSED-COUNT.
           DISPLAY "Pages found  : " PAGE-COUNT.
           STOP RUN.
      ****************************************************************
      * 050 - Prompt For The Journal Book                            *
      * Blank is the main book and its original file names; every    *
      * other book's files carry the book code as a suffix.          *
      ****************************************************************
       050-GET-BOOK.
           DISPLAY "Book (blank=main): " WITH NO ADVANCING.
           ACCEPT  BOOK-CODE          FROM CONSOLE.
           INSPECT BOOK-CODE          CONVERTING
                   "abcdefghijklmnopqrstuvwxyz"
                TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           IF     (BOOK-CODE (1:1)    =    SPACE)
             AND  (BOOK-CODE (2:1)    NOT  =  SPACE)
               DISPLAY "ERROR: Book code must be left-justified."
               STOP RUN.
           MOVE    SPACES             TO   BOOK-SFX
           MOVE    "MAIN"             TO   BOOK-TITLE
           IF      BOOK-CODE          NOT  =  SPACES
               STRING "."             DELIMITED BY SIZE
                      BOOK-CODE       DELIMITED BY SPACE
                                      INTO BOOK-SFX
               MOVE BOOK-CODE         TO   BOOK-TITLE.
           MOVE    SPACES             TO   JRN-NAME
           STRING  "./JRN"            DELIMITED BY SIZE
                   BOOK-SFX           DELIMITED BY SPACE
                                      INTO JRN-NAME.
       050-EXIT.
           EXIT.
      ****************************************************************
      * 100 - Prompt For Range                                       *
      ****************************************************************
       100-GET-RANGE.
           DISPLAY "JOURNAL COVERAGE REPORT".
           PERFORM 050-GET-BOOK       THRU 050-EXIT.
           DISPLAY "From Year  (CCYY): " WITH NO ADVANCING.
           ACCEPT  FROM-YEAR          FROM CONSOLE.
           DISPLAY "From Month (MM)  : " WITH NO ADVANCING.
           IF      FROM-DATE          >    TO-DATE
               DISPLAY "ERROR: From date is after to date."
               STOP RUN.
           DISPLAY "Non-operating days L=List S=Skip: "
                   WITH NO ADVANCING.
           ACCEPT  CAL-OPT            FROM CONSOLE.
           IF      CAL-OPT            =    SPACES
               MOVE 'L'               TO   CAL-OPT.
           IF      NOT  CAL-LIST-CLOSED
             AND   NOT  CAL-SKIP-CLOSED
               DISPLAY "ERROR: Non-operating days must be L or S."
               STOP RUN.
       100-EXIT.
           EXIT.
      ****************************************************************
                   TO-MONTH           DELIMITED BY SIZE
                   '-'                DELIMITED BY SIZE
                   TO-DAY             DELIMITED BY SIZE
                   " BOOK "           DELIMITED BY SIZE
                   BOOK-TITLE         DELIMITED BY SIZE
                                      INTO RPT-LINE
           WRITE   RPT-LINE
           MOVE    SPACES             TO   RPT-LINE
      ****************************************************************
       210-CHECK-DAY.
           MOVE    0                  TO   CUR-PAGES
           PERFORM 240-CAL-LOOKUP     THRU 240-EXIT
           MOVE    CUR-DATE-X         TO   DAY-KEY-DATE
           MOVE    '00'               TO   DAY-KEY-PAGE
           MOVE    DAY-KEY            TO   JRNDK
                   CUR-DATE-X(7:2)    DELIMITED BY SIZE
                                      INTO DET-DATE
           MOVE    CUR-PAGES          TO   DET-PAGES
           IF      CAL-DAY-CLOSED
               GO                     TO   210-CLOSED-DAY.
           IF      CUR-PAGES          =    0
               ADD  1                 TO   MISS-COUNT
               MOVE "** NO JOURNAL PAGE **" TO DET-FLAG.
           WRITE   RPT-LINE           FROM DET-LINE
           GO                         TO   210-EXIT.
      * A closed day is never a missing page; when it has no pages
      * and the operator asked to skip closed days it is not printed.
       210-CLOSED-DAY.
           ADD     1                  TO   CLOSED-COUNT
           IF      CUR-PAGES          =    0
             AND   CAL-SKIP-CLOSED
               GO                     TO   210-EXIT.
           IF      CALTYPE            =    'H'
               STRING "HOLIDAY - "    DELIMITED BY SIZE
                      CALRSN          DELIMITED BY SIZE
                                      INTO DET-FLAG
           ELSE
               STRING "NON-OPERATING - " DELIMITED BY SIZE
                      CALRSN          DELIMITED BY SIZE
                                      INTO DET-FLAG.
           WRITE   RPT-LINE           FROM DET-LINE.
       210-EXIT.
           EXIT.
       230-EXIT.
           EXIT.
      ****************************************************************
      * 240 - Look The Current Day Up On The Site Calendar           *
      * A day with no calendar entry is an operating day.            *
      ****************************************************************
       240-CAL-LOOKUP.
           MOVE    'N'                TO   CAL-CLOSED-SW
           IF      NOT  CAL-IS-OPEN
               GO                     TO   240-EXIT.
           MOVE    CUR-DATE-X         TO   CALDATE
           READ    CAL-FILE
               INVALID KEY            CONTINUE
           END-READ
           IF     (RETCAL             =    '00')
             AND   CAL-IS-CLOSED
               MOVE 'Y'               TO   CAL-CLOSED-SW.
       240-EXIT.
           EXIT.
      ****************************************************************
      * 295 - Work Out How Many Days Are In VK-MONTH-NUM             *
      ****************************************************************
       295-DAYS-IN-MONTH.
           STRING  "PAGES FOUND  : "  DELIMITED BY SIZE
                   PAGE-COUNT         DELIMITED BY SIZE
                                      INTO RPT-LINE
           WRITE   RPT-LINE
           MOVE    SPACES             TO   RPT-LINE
           STRING  "DAYS CLOSED  : "  DELIMITED BY SIZE
                   CLOSED-COUNT       DELIMITED BY SIZE
                                      INTO RPT-LINE
           WRITE   RPT-LINE.
       450-EXIT.
           EXIT.
               DISPLAY "ERROR: Could not open report file. Status "
                       RETRPT
               STOP RUN.
           OPEN INPUT                 CAL-FILE.
           IF     (RETCAL              =    '35')
               DISPLAY "No site calendar on file - every day in the"
               DISPLAY "range is taken as an operating day."
               GO                     TO   999-OPEN-EXIT.
           IF     (RETCAL              NOT  =  '00')
               DISPLAY "ERROR: Could not open calendar file. Status "
                       RETCAL
               STOP RUN.
           MOVE    'Y'                TO   CAL-OPEN-SW.
       999-OPEN-EXIT.
           EXIT.
      ****************************************************************
       999-CLOSE.
           CLOSE                      JRN-MASTER.
           CLOSE                      RPT-FILE.
           IF      CAL-IS-OPEN
               CLOSE                  CAL-FILE.
       999-CLOSE-EXIT.
           EXIT.
