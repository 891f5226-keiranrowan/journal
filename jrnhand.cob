       IDENTIFICATION DIVISION.
       PROGRAM-ID.    JRNHAND.
      ****************************************************************
      * Shift Handover Package                                       *
      * Answers the incoming lead's questions in one print, for one  *
      * journal book and one shift window given as a start and end   *
      * date and time:                                               *
      *   - pages added or changed in the window, by JRNDSTAMP       *
      *   - follow-ups opened or closed in the window                *
      *   - open follow-ups overdue, due on the day the shift ends,  *
      *     or due the day after                                     *
      *   - days before the shift end still not signed off, over a   *
      *     look-back of so many days; days the site calendar marks  *
      *     non-operating or holiday are passed over, as in JRNSREP  *
      *   - sign-ons, updates and deletes refused in the window for  *
      *     the book (JRNLOG events F, K, D and X)                   *
      * and closes with a signature block for the outgoing and       *
      * incoming leads.  A book with no follow-up, sign-off or event *
      * file yet simply has nothing to show in that section.         *
      ****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-PC.
       OBJECT-COMPUTER.  IBM-PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JRN-MASTER          ASSIGN       JRN-NAME
                                      ORGANIZATION INDEXED
                                      ACCESS       DYNAMIC
                                      RECORD KEY   JRNDK
                                      ALTERNATE RECORD KEY JRNDUSR
                                          WITH DUPLICATES
                                      FILE STATUS  RETJRN.
           SELECT FUP-FILE            ASSIGN       FUP-NAME
                                      ORGANIZATION INDEXED
                                      ACCESS       DYNAMIC
                                      RECORD KEY   FUPKEY
                                      FILE STATUS  RETFUP.
           SELECT SGN-FILE            ASSIGN       SGN-NAME
                                      ORGANIZATION INDEXED
                                      ACCESS       DYNAMIC
                                      RECORD KEY   SGNDATE
                                      FILE STATUS  RETSGN.
           SELECT CAL-FILE            ASSIGN       "./JRNCAL"
                                      ORGANIZATION INDEXED
                                      ACCESS       DYNAMIC
                                      RECORD KEY   CALDATE
                                      FILE STATUS  RETCAL.
           SELECT LOG-FILE            ASSIGN       "./JRNLOG"
                                      ORGANIZATION SEQUENTIAL
                                      FILE STATUS  RETLOG.
           SELECT RPT-FILE            ASSIGN       "./JRNHAND.PRT"
                                      ORGANIZATION LINE SEQUENTIAL
                                      FILE STATUS  RETRPT.
      ****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD   JRN-MASTER
            RECORD CONTAINS           1284 CHARACTERS
            LABEL  RECORDS            ARE  STANDARD
            DATA   RECORD             IS   JRND.
           COPY    JRNREC.
       FD   FUP-FILE
            RECORD CONTAINS           157  CHARACTERS
            LABEL  RECORDS            ARE  STANDARD
            DATA   RECORD             IS   FUPR.
      *Open-Item Follow-Up Record
           COPY    JRNFUP.
       FD   SGN-FILE
            RECORD CONTAINS           33   CHARACTERS
            LABEL  RECORDS            ARE  STANDARD
            DATA   RECORD             IS   SGNR.
      *Daily Sign-Off Record
           COPY    JRNSGN.
       FD   CAL-FILE
            RECORD CONTAINS           57   CHARACTERS
            LABEL  RECORDS            ARE  STANDARD
            DATA   RECORD             IS   CALR.
      *Site Operating Calendar Record
           COPY    JRNCAL.
       FD   LOG-FILE
            RECORD CONTAINS           77   CHARACTERS
            LABEL  RECORDS            ARE  STANDARD
            DATA   RECORD             IS   LOGR.
      *Security And Access Event Record
           COPY    JRNLOG.
       FD   RPT-FILE
            LABEL  RECORDS            ARE  STANDARD
            DATA   RECORD             IS   RPT-LINE.
       01          RPT-LINE           PIC  X(80).
       WORKING-STORAGE SECTION.
      *Journal Data Record - elaborated field breakdown
           COPY    JRNFLD.
      *File Return Codes
       01          RET.
           05      RETJRN             PIC  X(02).
           05      RETFUP             PIC  X(02).
           05      RETSGN             PIC  X(02).
           05      RETCAL             PIC  X(02).
           05      RETLOG             PIC  X(02).
           05      RETRPT             PIC  X(02).
      *Journal Book - blank is the main book and its original files
       01          BOOK-FIELDS.
           05      BOOK-CODE          PIC  X(02) VALUE SPACES.
           05      BOOK-SFX           PIC  X(03) VALUE SPACES.
           05      BOOK-TITLE         PIC  X(04) VALUE "MAIN".
           05      JRN-NAME           PIC  X(30).
           05      FUP-NAME           PIC  X(30).
           05      SGN-NAME           PIC  X(30).
      *Shift Window - CCYYMMDDHHMMSS at each end, so page, item and
      *event stamps compare against it as they stand
       01          WINDOW-FIELDS.
           05      WIN-FROM.
             10    FROM-DATE.
               15  FROM-YEAR          PIC  X(04).
               15  FROM-MONTH         PIC  X(02).
               15  FROM-DAY           PIC  X(02).
             10    FROM-TIME.
               15  FROM-HOUR          PIC  X(02).
               15  FROM-MIN           PIC  X(02).
             10    FILLER             PIC  X(02) VALUE "00".
           05      WIN-TO.
             10    TO-DATE.
               15  TO-YEAR            PIC  X(04).
               15  TO-MONTH           PIC  X(02).
               15  TO-DAY             PIC  X(02).
             10    TO-TIME.
               15  TO-HOUR            PIC  X(02).
               15  TO-MIN             PIC  X(02).
             10    FILLER             PIC  X(02) VALUE "59".
      *Date/Time Stamp Of The Item Or Event Being Tested
       01          EVT-STAMP.
           05      EVT-DATE           PIC  X(08).
           05      EVT-TIME           PIC  X(06).
      *Unsigned-Day Look-Back And The Days It Spans
       01          LOOK-FIELDS.
           05      LOOK-BACK-X        PIC  X(02).
           05      LOOK-BACK          REDEFINES LOOK-BACK-X
                                      PIC  9(02).
           05      LOOK-STEPS         PIC  9(02).
           05      SGN-FIRST          PIC  X(08).
           05      SGN-LAST           PIC  X(08).
           05      DUE-NEXT           PIC  X(08).
      *Current Calendar Day Being Checked
       01          CUR-FIELDS.
           05      CUR-DATE.
             10    CUR-YEAR           PIC  9(04).
             10    CUR-MONTH          PIC  9(02).
             10    CUR-DAY            PIC  9(02).
           05      CUR-DATE-X         REDEFINES CUR-DATE
                                      PIC  X(08).
      *Switches
       01          SWITCHES.
           05      FUP-OPEN-SW        PIC  X(01) VALUE 'N'.
             88     FUP-IS-OPEN                   VALUE 'Y'.
           05      LOG-OPEN-SW        PIC  X(01) VALUE 'N'.
             88     LOG-IS-OPEN                   VALUE 'Y'.
           05      CAL-OPEN-SW        PIC  X(01) VALUE 'N'.
             88     CAL-IS-OPEN                   VALUE 'Y'.
           05      CAL-CLOSED-SW      PIC  X(01) VALUE 'N'.
             88     CAL-DAY-CLOSED                VALUE 'Y'.
      *Calendar Work Fields - month-length rules as in JOURNAL
       01          VK-FIELDS.
           05      VK-YEAR-NUM        PIC  9(04).
           05      VK-MONTH-NUM       PIC  9(02).
           05      VK-DAY-NUM         PIC  9(02).
           05      VK-DAYS-IN-MONTH   PIC  9(02).
           05      VK-DIVISOR         PIC  9(04).
           05      VK-QUOTIENT        PIC  9(04).
           05      VK-REM4            PIC  9(04).
           05      VK-REM100          PIC  9(04).
           05      VK-REM400          PIC  9(04).
      *Counters
       01          COUNTERS.
           05      PAGE-COUNT         PIC  9(06) VALUE 0.
           05      FOPEN-COUNT        PIC  9(06) VALUE 0.
           05      FCLOSE-COUNT       PIC  9(06) VALUE 0.
           05      DUE-COUNT          PIC  9(06) VALUE 0.
           05      UNSIGNED-COUNT     PIC  9(06) VALUE 0.
           05      CLOSED-COUNT       PIC  9(06) VALUE 0.
           05      REFUSED-COUNT      PIC  9(06) VALUE 0.
      *Section Heading Line
       01          SEC-LINE.
           05      SEC-TITLE          PIC  X(50).
           05      FILLER             PIC  X(30) VALUE SPACES.
      *Page Detail Line
       01          PG-LINE.
           05      PG-DATE            PIC  X(10).
           05      FILLER             PIC  X(01) VALUE SPACES.
           05      PG-PAGE            PIC  X(02).
           05      FILLER             PIC  X(02) VALUE SPACES.
           05      PG-SDATE           PIC  X(08).
           05      FILLER             PIC  X(01) VALUE SPACES.
           05      PG-STIME           PIC  X(04).
           05      FILLER             PIC  X(02) VALUE SPACES.
           05      PG-USR             PIC  X(10).
           05      FILLER             PIC  X(02) VALUE SPACES.
           05      PG-CAT             PIC  X(02).
           05      FILLER             PIC  X(02) VALUE SPACES.
           05      PG-TEXT            PIC  X(34).
      *Follow-Up Opened/Closed Detail Line
       01          FU-LINE.
           05      FU-KEY             PIC  X(12).
           05      FILLER             PIC  X(02) VALUE SPACES.
           05      FU-WHAT            PIC  X(07).
           05      FILLER             PIC  X(01) VALUE SPACES.
           05      FU-DATE            PIC  X(08).
           05      FILLER             PIC  X(01) VALUE SPACES.
           05      FU-TIME            PIC  X(04).
           05      FILLER             PIC  X(02) VALUE SPACES.
           05      FU-USR             PIC  X(10).
           05      FILLER             PIC  X(02) VALUE SPACES.
           05      FU-TEXT            PIC  X(31).
      *Follow-Up Coming Due Detail Line
       01          FD-LINE.
           05      FD-KEY             PIC  X(12).
           05      FILLER             PIC  X(02) VALUE SPACES.
           05      FD-STAT            PIC  X(12).
           05      FILLER             PIC  X(02) VALUE SPACES.
           05      FD-DUE             PIC  X(08).
           05      FILLER             PIC  X(02) VALUE SPACES.
           05      FD-USR             PIC  X(10).
           05      FILLER             PIC  X(02) VALUE SPACES.
           05      FD-TEXT            PIC  X(30).
      *Unsigned Day Detail Line
       01          SD-LINE.
           05      SD-DATE            PIC  X(10).
           05      FILLER             PIC  X(03) VALUE SPACES.
           05      SD-STATUS          PIC  X(28).
           05      FILLER             PIC  X(03) VALUE SPACES.
           05      SD-STAMP           PIC  X(30).
           05      FILLER             PIC  X(06) VALUE SPACES.
      *Refused Access Event Detail Line
       01          EV-LINE.
           05      EV-DATE            PIC  X(08).
           05      FILLER             PIC  X(01) VALUE SPACES.
           05      EV-TIME            PIC  X(04).
           05      FILLER             PIC  X(01) VALUE SPACES.
           05      EV-EVT             PIC  X(01).
           05      FILLER             PIC  X(01) VALUE SPACES.
           05      EV-USR             PIC  X(10).
           05      FILLER             PIC  X(01) VALUE SPACES.
           05      EV-DESC            PIC  X(28).
           05      FILLER             PIC  X(01) VALUE SPACES.
           05      EV-TGT             PIC  X(10).
           05      FILLER             PIC  X(01) VALUE SPACES.
           05      EV-KEY             PIC  X(10).
           05      FILLER             PIC  X(03) VALUE SPACES.
      ****************************************************************
       PROCEDURE DIVISION.
       000-MAIN.
           PERFORM 100-GET-WINDOW     THRU 100-EXIT.
           PERFORM 999-OPEN           THRU 999-OPEN-EXIT.
           PERFORM 150-RPT-HEADING    THRU 150-EXIT.
           PERFORM 200-PAGES          THRU 200-EXIT.
           PERFORM 300-FOLLOW-UPS     THRU 300-EXIT.
           PERFORM 350-COMING-DUE     THRU 350-EXIT.
           PERFORM 400-UNSIGNED       THRU 400-EXIT.
           PERFORM 500-REFUSED        THRU 500-EXIT.
           PERFORM 600-RPT-TALLY      THRU 600-EXIT.
           PERFORM 650-SIGNATURES     THRU 650-EXIT.
           PERFORM 999-CLOSE          THRU 999-CLOSE-EXIT.
           DISPLAY "Shift handover complete - JRNHAND.PRT".
           DISPLAY "Pages this shift  : " PAGE-COUNT.
           DISPLAY "Items opened      : " FOPEN-COUNT.
           DISPLAY "Items closed      : " FCLOSE-COUNT.
           DISPLAY "Items coming due  : " DUE-COUNT.
           DISPLAY "Days not signed   : " UNSIGNED-COUNT.
           DISPLAY "Refused access    : " REFUSED-COUNT.
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
                                      INTO JRN-NAME
           MOVE    SPACES             TO   FUP-NAME
           STRING  "./JRNFUP"         DELIMITED BY SIZE
                   BOOK-SFX           DELIMITED BY SPACE
                                      INTO FUP-NAME
           MOVE    SPACES             TO   SGN-NAME
           STRING  "./JRNSIGN"        DELIMITED BY SIZE
                   BOOK-SFX           DELIMITED BY SPACE
                                      INTO SGN-NAME.
       050-EXIT.
           EXIT.
      ****************************************************************
      * 100 - Prompt For The Shift Window And Look-Back              *
      ****************************************************************
       100-GET-WINDOW.
           DISPLAY "SHIFT HANDOVER PACKAGE".
           PERFORM 050-GET-BOOK       THRU 050-EXIT.
           DISPLAY "Shift start:".
           DISPLAY "From Year  (CCYY): " WITH NO ADVANCING.
           ACCEPT  FROM-YEAR          FROM CONSOLE.
           DISPLAY "From Month (MM)  : " WITH NO ADVANCING.
           ACCEPT  FROM-MONTH         FROM CONSOLE.
           DISPLAY "From Day   (DD)  : " WITH NO ADVANCING.
           ACCEPT  FROM-DAY           FROM CONSOLE.
           DISPLAY "From Time  (HHMM): " WITH NO ADVANCING.
           ACCEPT  FROM-TIME          FROM CONSOLE.
           DISPLAY "Shift end:".
           DISPLAY "To Year    (CCYY): " WITH NO ADVANCING.
           ACCEPT  TO-YEAR            FROM CONSOLE.
           DISPLAY "To Month   (MM)  : " WITH NO ADVANCING.
           ACCEPT  TO-MONTH           FROM CONSOLE.
           DISPLAY "To Day     (DD)  : " WITH NO ADVANCING.
           ACCEPT  TO-DAY             FROM CONSOLE.
           DISPLAY "To Time    (HHMM): " WITH NO ADVANCING.
           ACCEPT  TO-TIME            FROM CONSOLE.
           IF     (FROM-DATE          NOT  NUMERIC)
             OR   (TO-DATE            NOT  NUMERIC)
               DISPLAY "ERROR: Shift dates must be numeric."
               STOP RUN.
           IF     (FROM-TIME          NOT  NUMERIC)
             OR   (TO-TIME            NOT  NUMERIC)
             OR   (FROM-HOUR          >    "23")
             OR   (TO-HOUR            >    "23")
             OR   (FROM-MIN           >    "59")
             OR   (TO-MIN             >    "59")
               DISPLAY "ERROR: Shift times must be HHMM, 0000-2359."
               STOP RUN.
           MOVE    FROM-YEAR          TO   VK-YEAR-NUM
           MOVE    FROM-MONTH         TO   VK-MONTH-NUM
           MOVE    FROM-DAY           TO   VK-DAY-NUM
           PERFORM 110-EDIT-DATE      THRU 110-EXIT.
           MOVE    TO-YEAR            TO   VK-YEAR-NUM
           MOVE    TO-MONTH           TO   VK-MONTH-NUM
           MOVE    TO-DAY             TO   VK-DAY-NUM
           PERFORM 110-EDIT-DATE      THRU 110-EXIT.
           IF      WIN-FROM           >    WIN-TO
               DISPLAY "ERROR: Shift start is after shift end."
               STOP RUN.
           DISPLAY "Unsigned days look-back (blank=7): "
                   WITH NO ADVANCING.
           ACCEPT  LOOK-BACK-X        FROM CONSOLE.
           IF      LOOK-BACK-X        =    SPACES
               MOVE "07"              TO   LOOK-BACK-X.
           IF      LOOK-BACK-X(2:1)   =    SPACE
               MOVE LOOK-BACK-X(1:1)  TO   LOOK-BACK-X(2:1)
               MOVE "0"               TO   LOOK-BACK-X(1:1).
           IF     (LOOK-BACK-X        NOT  NUMERIC)
             OR   (LOOK-BACK          =    0)
               DISPLAY "ERROR: Look-back must be 1 to 99 days."
               STOP RUN.
           PERFORM 120-SET-DAYS       THRU 120-EXIT.
       100-EXIT.
           EXIT.
      ****************************************************************
      * 110 - Edit One Window Date Against The Calendar Rules        *
      ****************************************************************
       110-EDIT-DATE.
           IF     (VK-MONTH-NUM       <    1) OR (VK-MONTH-NUM > 12)
               DISPLAY "ERROR: Month must be 01 through 12."
               STOP RUN.
           PERFORM 295-DAYS-IN-MONTH  THRU 295-DAYS-IN-MONTH-EXIT
           IF     (VK-DAY-NUM         <    1)
             OR   (VK-DAY-NUM         >    VK-DAYS-IN-MONTH)
               DISPLAY "ERROR: Day is not valid for that month."
               STOP RUN.
       110-EXIT.
           EXIT.
      ****************************************************************
      * 120 - Work Out The Days The Report Looks At                  *
      * Items due the day after the shift ends count as coming due.  *
      * The sign-off check runs over the look-back days ending the   *
      * day before the shift ends - the shift's own last day cannot  *
      * have been signed off yet.                                    *
      ****************************************************************
       120-SET-DAYS.
           MOVE    TO-DATE            TO   CUR-DATE-X
           PERFORM 420-NEXT-DAY       THRU 420-EXIT
           MOVE    CUR-DATE-X         TO   DUE-NEXT
           MOVE    TO-DATE            TO   CUR-DATE-X
           PERFORM 430-PRIOR-DAY      THRU 430-EXIT
           MOVE    CUR-DATE-X         TO   SGN-LAST
           MOVE    1                  TO   LOOK-STEPS.
       120-LOOP.
           IF      LOOK-STEPS         NOT  <    LOOK-BACK
               GO                     TO   120-DONE.
           PERFORM 430-PRIOR-DAY      THRU 430-EXIT
           ADD     1                  TO   LOOK-STEPS
           GO                         TO   120-LOOP.
       120-DONE.
           MOVE    CUR-DATE-X         TO   SGN-FIRST.
       120-EXIT.
           EXIT.
      ****************************************************************
      * 150 - Print The Report Heading                               *
      ****************************************************************
       150-RPT-HEADING.
           MOVE    SPACES             TO   RPT-LINE
           STRING  "SHIFT HANDOVER - BOOK "
                                      DELIMITED BY SIZE
                   BOOK-TITLE         DELIMITED BY SIZE
                                      INTO RPT-LINE
           WRITE   RPT-LINE
           MOVE    SPACES             TO   RPT-LINE
           STRING  "SHIFT "           DELIMITED BY SIZE
                   FROM-YEAR          DELIMITED BY SIZE
                   '-'                DELIMITED BY SIZE
                   FROM-MONTH         DELIMITED BY SIZE
                   '-'                DELIMITED BY SIZE
                   FROM-DAY           DELIMITED BY SIZE
                   ' '                DELIMITED BY SIZE
                   FROM-HOUR          DELIMITED BY SIZE
                   ':'                DELIMITED BY SIZE
                   FROM-MIN           DELIMITED BY SIZE
                   " THRU "           DELIMITED BY SIZE
                   TO-YEAR            DELIMITED BY SIZE
                   '-'                DELIMITED BY SIZE
                   TO-MONTH           DELIMITED BY SIZE
                   '-'                DELIMITED BY SIZE
                   TO-DAY             DELIMITED BY SIZE
                   ' '                DELIMITED BY SIZE
                   TO-HOUR            DELIMITED BY SIZE
                   ':'                DELIMITED BY SIZE
                   TO-MIN             DELIMITED BY SIZE
                                      INTO RPT-LINE
           WRITE   RPT-LINE
           MOVE    ALL '='            TO   RPT-LINE
           WRITE   RPT-LINE.
       150-EXIT.
           EXIT.
      ****************************************************************
      * 160 - Print A Section Heading From SEC-TITLE                 *
      ****************************************************************
       160-SECTION.
           MOVE    SPACES             TO   RPT-LINE
           WRITE   RPT-LINE
           WRITE   RPT-LINE           FROM SEC-LINE
           MOVE    ALL '-'            TO   RPT-LINE
           WRITE   RPT-LINE.
       160-EXIT.
           EXIT.
      ****************************************************************
      * 200 - Pages Added Or Changed In The Window                   *
      * Every page on file is passed; its stamp is the last time it  *
      * was filed, so a page filed and then changed again shows once *
      * with the later stamp.                                        *
      ****************************************************************
       200-PAGES.
           MOVE    "PAGES ADDED OR CHANGED THIS SHIFT" TO SEC-TITLE
           PERFORM 160-SECTION        THRU 160-EXIT
           MOVE    "DATE       PG  STAMP          OPERATOR    CT  TEXT"
                                      TO   RPT-LINE
           WRITE   RPT-LINE
           MOVE    LOW-VALUES         TO   JRNDK
           START   JRN-MASTER         KEY  IS  NOT  LESS  JRNDK
               INVALID KEY            CONTINUE
           END-START
           IF      RETJRN             NOT  =  '00'
               GO                     TO   200-EXIT.
       200-LOOP.
           READ    JRN-MASTER         NEXT RECORD
               AT END
                   GO                 TO   200-EXIT.
           IF     (JRNDSTAMP          <    WIN-FROM)
             OR   (JRNDSTAMP          >    WIN-TO)
               GO                     TO   200-LOOP.
           ADD     1                  TO   PAGE-COUNT
           MOVE    JRND               TO   JRN
           MOVE    SPACES             TO   PG-DATE
           STRING  JRNKYEAR           DELIMITED BY SIZE
                   '-'                DELIMITED BY SIZE
                   JRNKMONTH          DELIMITED BY SIZE
                   '-'                DELIMITED BY SIZE
                   JRNKDAY            DELIMITED BY SIZE
                                      INTO PG-DATE
           MOVE    JRNKPAGE           TO   PG-PAGE
           MOVE    JRNUDATE           TO   PG-SDATE
           MOVE    JRNUTIME(1:4)      TO   PG-STIME
           MOVE    JRNUUSR            TO   PG-USR
           MOVE    JRNCAT             TO   PG-CAT
           MOVE    JRNLINE1(1:34)     TO   PG-TEXT
           WRITE   RPT-LINE           FROM PG-LINE
           GO                         TO   200-LOOP.
       200-EXIT.
           EXIT.
      ****************************************************************
      * 300 - Follow-Ups Opened Or Closed In The Window              *
      ****************************************************************
       300-FOLLOW-UPS.
           MOVE    "FOLLOW-UPS OPENED OR CLOSED THIS SHIFT"
                                      TO   SEC-TITLE
           PERFORM 160-SECTION        THRU 160-EXIT
           MOVE    "KEY/LINE      ACTION  WHEN" TO RPT-LINE
           MOVE    "OPERATOR    ITEM"  TO   RPT-LINE(39:16)
           WRITE   RPT-LINE
           IF      NOT  FUP-IS-OPEN
               GO                     TO   300-EXIT.
           MOVE    LOW-VALUES         TO   FUPKEY
           START   FUP-FILE           KEY  IS  NOT  LESS  FUPKEY
               INVALID KEY            CONTINUE
           END-START
           IF      RETFUP             NOT  =  '00'
               GO                     TO   300-EXIT.
       300-LOOP.
           READ    FUP-FILE           NEXT RECORD
               AT END
                   GO                 TO   300-EXIT.
           MOVE    FUPODATE           TO   EVT-DATE
           MOVE    FUPOTIME           TO   EVT-TIME
           IF     (EVT-STAMP          NOT  <    WIN-FROM)
             AND  (EVT-STAMP          NOT  >    WIN-TO)
               ADD  1                 TO   FOPEN-COUNT
               MOVE "OPENED"          TO   FU-WHAT
               MOVE FUPUSR            TO   FU-USR
               PERFORM 310-PRINT-ITEM THRU 310-EXIT.
           IF      FUPSTAT            NOT  =  'C'
               GO                     TO   300-LOOP.
           MOVE    FUPCDATE           TO   EVT-DATE
           MOVE    FUPCTIME           TO   EVT-TIME
           IF     (EVT-STAMP          NOT  <    WIN-FROM)
             AND  (EVT-STAMP          NOT  >    WIN-TO)
               ADD  1                 TO   FCLOSE-COUNT
               MOVE "CLOSED"          TO   FU-WHAT
               MOVE FUPCUSR           TO   FU-USR
               PERFORM 310-PRINT-ITEM THRU 310-EXIT.
           GO                         TO   300-LOOP.
       300-EXIT.
           EXIT.
      ****************************************************************
      * 310 - Print One Opened Or Closed Item (stamp in EVT-STAMP)   *
      ****************************************************************
       310-PRINT-ITEM.
           MOVE    FUPKEY             TO   FU-KEY
           MOVE    EVT-DATE           TO   FU-DATE
           MOVE    EVT-TIME(1:4)      TO   FU-TIME
           MOVE    FUPTEXT(1:31)      TO   FU-TEXT
           WRITE   RPT-LINE           FROM FU-LINE.
       310-EXIT.
           EXIT.
      ****************************************************************
      * 350 - Open Follow-Ups Overdue Or Coming Due                  *
      * Items with an unreadable due date are listed too, as JRNFAGE *
      * lists them, rather than silently passed over.                *
      ****************************************************************
       350-COMING-DUE.
           MOVE    "OPEN FOLLOW-UPS OVERDUE OR COMING DUE" TO SEC-TITLE
           PERFORM 160-SECTION        THRU 160-EXIT
           MOVE    "KEY/LINE      STATUS        DUE" TO RPT-LINE
           MOVE    "OPERATOR    ITEM"  TO   RPT-LINE(39:16)
           WRITE   RPT-LINE
           IF      NOT  FUP-IS-OPEN
               GO                     TO   350-EXIT.
           MOVE    LOW-VALUES         TO   FUPKEY
           START   FUP-FILE           KEY  IS  NOT  LESS  FUPKEY
               INVALID KEY            CONTINUE
           END-START
           IF      RETFUP             NOT  =  '00'
               GO                     TO   350-EXIT.
       350-LOOP.
           READ    FUP-FILE           NEXT RECORD
               AT END
                   GO                 TO   350-EXIT.
           IF      FUPSTAT            NOT  =  'O'
               GO                     TO   350-LOOP.
           IF      FUPDUE             NOT  NUMERIC
               MOVE "DUE ??"          TO   FD-STAT
               GO                     TO   350-PRINT.
           IF      FUPDUE             >    DUE-NEXT
               GO                     TO   350-LOOP.
           IF      FUPDUE             <    TO-DATE
               MOVE "** OVERDUE **"   TO   FD-STAT
           ELSE
               IF   FUPDUE            =    TO-DATE
                   MOVE "DUE TODAY"   TO   FD-STAT
               ELSE
                   MOVE "DUE NEXT DAY" TO  FD-STAT.
       350-PRINT.
           ADD     1                  TO   DUE-COUNT
           MOVE    FUPKEY             TO   FD-KEY
           MOVE    FUPDUE             TO   FD-DUE
           MOVE    FUPUSR             TO   FD-USR
           MOVE    FUPTEXT(1:30)      TO   FD-TEXT
           WRITE   RPT-LINE           FROM FD-LINE
           GO                         TO   350-LOOP.
       350-EXIT.
           EXIT.
      ****************************************************************
      * 400 - Days Still Not Signed Off                              *
      ****************************************************************
       400-UNSIGNED.
           MOVE    SPACES             TO   SEC-TITLE
           STRING  "DAYS NOT SIGNED OFF "
                                      DELIMITED BY SIZE
                   SGN-FIRST(1:4)     DELIMITED BY SIZE
                   '-'                DELIMITED BY SIZE
                   SGN-FIRST(5:2)     DELIMITED BY SIZE
                   '-'                DELIMITED BY SIZE
                   SGN-FIRST(7:2)     DELIMITED BY SIZE
                   " THRU "           DELIMITED BY SIZE
                   SGN-LAST(1:4)      DELIMITED BY SIZE
                   '-'                DELIMITED BY SIZE
                   SGN-LAST(5:2)      DELIMITED BY SIZE
                   '-'                DELIMITED BY SIZE
                   SGN-LAST(7:2)      DELIMITED BY SIZE
                                      INTO SEC-TITLE
           PERFORM 160-SECTION        THRU 160-EXIT
           MOVE    "DATE         STATUS" TO RPT-LINE
           WRITE   RPT-LINE
           MOVE    SGN-FIRST          TO   CUR-DATE-X.
       400-LOOP.
           IF      CUR-DATE-X         >    SGN-LAST
               GO                     TO   400-EXIT.
           PERFORM 410-CHECK-DAY      THRU 410-EXIT
           PERFORM 420-NEXT-DAY       THRU 420-EXIT
           GO                         TO   400-LOOP.
       400-EXIT.
           EXIT.
      ****************************************************************
      * 410 - Print One Day When It Does Not Stand Signed Off        *
      * A non-operating day or holiday left unsigned is counted but  *
      * not printed.                                                 *
      ****************************************************************
       410-CHECK-DAY.
           PERFORM 440-CAL-LOOKUP     THRU 440-EXIT
           MOVE    SPACES             TO   SD-LINE
           STRING  CUR-DATE-X(1:4)    DELIMITED BY SIZE
                   '-'                DELIMITED BY SIZE
                   CUR-DATE-X(5:2)    DELIMITED BY SIZE
                   '-'                DELIMITED BY SIZE
                   CUR-DATE-X(7:2)    DELIMITED BY SIZE
                                      INTO SD-DATE
           MOVE    CUR-DATE-X         TO   SGNDATE
           READ    SGN-FILE
               INVALID KEY            CONTINUE
           END-READ
           IF     (RETSGN             =    '00')
             AND  (SGNSTAT            =    'S')
               GO                     TO   410-EXIT.
           IF      CAL-DAY-CLOSED
               ADD  1                 TO   CLOSED-COUNT
               GO                     TO   410-EXIT.
           ADD     1                  TO   UNSIGNED-COUNT
           IF      RETSGN             NOT  =  '00'
               MOVE "** NOT SIGNED OFF **" TO SD-STATUS
               GO                     TO   410-REPORT.
           MOVE    "** REOPENED, NOT RE-SIGNED **" TO SD-STATUS
           STRING  SGNADATE           DELIMITED BY SIZE
                   ' '                DELIMITED BY SIZE
                   SGNATIME           DELIMITED BY SIZE
                   ' '                DELIMITED BY SIZE
                   SGNUSR             DELIMITED BY SIZE
                                      INTO SD-STAMP.
       410-REPORT.
           WRITE   RPT-LINE           FROM SD-LINE.
       410-EXIT.
           EXIT.
      ****************************************************************
      * 420 - Advance To The Next Calendar Day                       *
      ****************************************************************
       420-NEXT-DAY.
           MOVE    CUR-YEAR           TO   VK-YEAR-NUM
           MOVE    CUR-MONTH          TO   VK-MONTH-NUM
           PERFORM 295-DAYS-IN-MONTH  THRU 295-DAYS-IN-MONTH-EXIT
           IF      CUR-DAY            <    VK-DAYS-IN-MONTH
               ADD  1                 TO   CUR-DAY
               GO                     TO   420-EXIT.
           MOVE    1                  TO   CUR-DAY
           IF      CUR-MONTH          <    12
               ADD  1                 TO   CUR-MONTH
               GO                     TO   420-EXIT.
           MOVE    1                  TO   CUR-MONTH
           ADD     1                  TO   CUR-YEAR.
       420-EXIT.
           EXIT.
      ****************************************************************
      * 430 - Step Back To The Previous Calendar Day                 *
      ****************************************************************
       430-PRIOR-DAY.
           IF      CUR-DAY            >    1
               SUBTRACT 1             FROM CUR-DAY
               GO                     TO   430-EXIT.
           IF      CUR-MONTH          >    1
               SUBTRACT 1             FROM CUR-MONTH
           ELSE
               MOVE 12                TO   CUR-MONTH
               SUBTRACT 1             FROM CUR-YEAR.
           MOVE    CUR-YEAR           TO   VK-YEAR-NUM
           MOVE    CUR-MONTH          TO   VK-MONTH-NUM
           PERFORM 295-DAYS-IN-MONTH  THRU 295-DAYS-IN-MONTH-EXIT
           MOVE    VK-DAYS-IN-MONTH   TO   CUR-DAY.
       430-EXIT.
           EXIT.
      ****************************************************************
      * 440 - Look The Current Day Up On The Site Calendar           *
      * A day with no calendar entry is an operating day.            *
      ****************************************************************
       440-CAL-LOOKUP.
           MOVE    'N'                TO   CAL-CLOSED-SW
           IF      NOT  CAL-IS-OPEN
               GO                     TO   440-EXIT.
           MOVE    CUR-DATE-X         TO   CALDATE
           READ    CAL-FILE
               INVALID KEY            CONTINUE
           END-READ
           IF     (RETCAL             =    '00')
             AND   CAL-IS-CLOSED
               MOVE 'Y'               TO   CAL-CLOSED-SW.
       440-EXIT.
           EXIT.
      ****************************************************************
      * 295 - Work Out How Many Days Are In VK-MONTH-NUM             *
      ****************************************************************
       295-DAYS-IN-MONTH.
           EVALUATE VK-MONTH-NUM
               WHEN 01  WHEN 03  WHEN 05  WHEN 07
               WHEN 08  WHEN 10  WHEN 12
                   MOVE 31            TO   VK-DAYS-IN-MONTH
               WHEN 04  WHEN 06  WHEN 09  WHEN 11
                   MOVE 30            TO   VK-DAYS-IN-MONTH
               WHEN 02
                   MOVE  4            TO   VK-DIVISOR
                   DIVIDE VK-YEAR-NUM BY VK-DIVISOR
                                      GIVING VK-QUOTIENT
                                      REMAINDER VK-REM4
                   MOVE  100          TO   VK-DIVISOR
                   DIVIDE VK-YEAR-NUM BY VK-DIVISOR
                                      GIVING VK-QUOTIENT
                                      REMAINDER VK-REM100
                   MOVE  400          TO   VK-DIVISOR
                   DIVIDE VK-YEAR-NUM BY VK-DIVISOR
                                      GIVING VK-QUOTIENT
                                      REMAINDER VK-REM400
                   IF   (VK-REM4      =    0)
                        AND ((VK-REM100 NOT = 0) OR (VK-REM400 = 0))
                       MOVE 29        TO   VK-DAYS-IN-MONTH
                   ELSE
                       MOVE 28        TO   VK-DAYS-IN-MONTH
                   END-IF
               WHEN OTHER
                   MOVE 31            TO   VK-DAYS-IN-MONTH
           END-EVALUATE.
       295-DAYS-IN-MONTH-EXIT.
           EXIT.
      ****************************************************************
      * 500 - Access Refused In The Window For This Book             *
      * Refused sign-ons (F), lockouts (K), and refused updates (D)  *
      * and deletes (X) - a legal-hold refusal included.             *
      ****************************************************************
       500-REFUSED.
           MOVE    "ACCESS REFUSED THIS SHIFT" TO SEC-TITLE
           PERFORM 160-SECTION        THRU 160-EXIT
           MOVE    "DATE     TIME E OPERATOR   EVENT"
                                      TO   RPT-LINE
           MOVE    "TARGET     KEY"   TO   RPT-LINE(58:14)
           WRITE   RPT-LINE
           IF      NOT  LOG-IS-OPEN
               GO                     TO   500-EXIT.
       500-LOOP.
           READ    LOG-FILE
               AT END
                   GO                 TO   500-EXIT.
           IF     (LOGEVT             NOT  =  'F')
             AND  (LOGEVT             NOT  =  'K')
             AND  (LOGEVT             NOT  =  'D')
             AND  (LOGEVT             NOT  =  'X')
               GO                     TO   500-LOOP.
           IF      LOGBOOK            NOT  =  BOOK-CODE
               GO                     TO   500-LOOP.
           MOVE    LOGDATE            TO   EVT-DATE
           MOVE    LOGTIME            TO   EVT-TIME
           IF     (EVT-STAMP          <    WIN-FROM)
             OR   (EVT-STAMP          >    WIN-TO)
               GO                     TO   500-LOOP.
           ADD     1                  TO   REFUSED-COUNT
           MOVE    LOGDATE            TO   EV-DATE
           MOVE    LOGTIME(1:4)       TO   EV-TIME
           MOVE    LOGEVT             TO   EV-EVT
           MOVE    LOGUSR             TO   EV-USR
           MOVE    LOGDESC            TO   EV-DESC
           MOVE    LOGTGT             TO   EV-TGT
           MOVE    LOGKEY             TO   EV-KEY
           WRITE   RPT-LINE           FROM EV-LINE
           GO                         TO   500-LOOP.
       500-EXIT.
           EXIT.
      ****************************************************************
      * 600 - Print The Closing Tally                                *
      ****************************************************************
       600-RPT-TALLY.
           MOVE    SPACES             TO   RPT-LINE
           WRITE   RPT-LINE
           MOVE    ALL '='            TO   RPT-LINE
           WRITE   RPT-LINE
           MOVE    SPACES             TO   RPT-LINE
           STRING  "PAGES THIS SHIFT    : " DELIMITED BY SIZE
                   PAGE-COUNT         DELIMITED BY SIZE
                                      INTO RPT-LINE
           WRITE   RPT-LINE
           MOVE    SPACES             TO   RPT-LINE
           STRING  "ITEMS OPENED        : " DELIMITED BY SIZE
                   FOPEN-COUNT        DELIMITED BY SIZE
                                      INTO RPT-LINE
           WRITE   RPT-LINE
           MOVE    SPACES             TO   RPT-LINE
           STRING  "ITEMS CLOSED        : " DELIMITED BY SIZE
                   FCLOSE-COUNT       DELIMITED BY SIZE
                                      INTO RPT-LINE
           WRITE   RPT-LINE
           MOVE    SPACES             TO   RPT-LINE
           STRING  "ITEMS COMING DUE    : " DELIMITED BY SIZE
                   DUE-COUNT          DELIMITED BY SIZE
                                      INTO RPT-LINE
           WRITE   RPT-LINE
           MOVE    SPACES             TO   RPT-LINE
           STRING  "DAYS NOT SIGNED OFF : " DELIMITED BY SIZE
                   UNSIGNED-COUNT     DELIMITED BY SIZE
                                      INTO RPT-LINE
           WRITE   RPT-LINE
           MOVE    SPACES             TO   RPT-LINE
           STRING  "DAYS CLOSED         : " DELIMITED BY SIZE
                   CLOSED-COUNT       DELIMITED BY SIZE
                                      INTO RPT-LINE
           WRITE   RPT-LINE
           MOVE    SPACES             TO   RPT-LINE
           STRING  "ACCESS REFUSED      : " DELIMITED BY SIZE
                   REFUSED-COUNT      DELIMITED BY SIZE
                                      INTO RPT-LINE
           WRITE   RPT-LINE.
       600-EXIT.
           EXIT.
      ****************************************************************
      * 650 - Print The Handover Signature Block                     *
      ****************************************************************
       650-SIGNATURES.
           MOVE    SPACES             TO   RPT-LINE
           WRITE   RPT-LINE
           MOVE    "HANDED OVER AND RECEIVED:" TO RPT-LINE
           WRITE   RPT-LINE
           MOVE    SPACES             TO   RPT-LINE
           WRITE   RPT-LINE
           MOVE    "OUTGOING LEAD ____________  SIGNED ________________"
                                      TO   RPT-LINE
           MOVE    "DATE/TIME ____________"
                                      TO   RPT-LINE(54:22)
           WRITE   RPT-LINE
           MOVE    SPACES             TO   RPT-LINE
           WRITE   RPT-LINE
           MOVE    "INCOMING LEAD ____________  SIGNED ________________"
                                      TO   RPT-LINE
           MOVE    "DATE/TIME ____________"
                                      TO   RPT-LINE(54:22)
           WRITE   RPT-LINE.
       650-EXIT.
           EXIT.
      ****************************************************************
      * 999 - Housekeeping Routines                                  *
      ****************************************************************
       999-OPEN.
           OPEN INPUT                 JRN-MASTER.
           IF     (RETJRN              NOT  =  '00')
               DISPLAY "ERROR: Could not open data file. Status "
                       RETJRN
               STOP RUN.
           OPEN INPUT                 SGN-FILE.
           IF     (RETSGN              =    '35')
               DISPLAY "No sign-off file on record - every day looked"
               DISPLAY "back on will report as not signed off."
               OPEN OUTPUT            SGN-FILE
               CLOSE                  SGN-FILE
               OPEN INPUT             SGN-FILE.
           IF     (RETSGN              NOT  =  '00')
               DISPLAY "ERROR: Could not open sign-off file. Status "
                       RETSGN
               STOP RUN.
           OPEN OUTPUT                RPT-FILE.
           IF     (RETRPT              NOT  =  '00')
               DISPLAY "ERROR: Could not open report file. Status "
                       RETRPT
               STOP RUN.
           OPEN INPUT                 FUP-FILE.
           IF     (RETFUP              =    '00')
               MOVE 'Y'               TO   FUP-OPEN-SW
           ELSE
               IF   RETFUP             NOT  =  '35'
                   DISPLAY "ERROR: Could not open follow-up file. "
                           "Status " RETFUP
                   STOP RUN.
           OPEN INPUT                 LOG-FILE.
           IF     (RETLOG              =    '00')
               MOVE 'Y'               TO   LOG-OPEN-SW
           ELSE
               IF   RETLOG             NOT  =  '35'
                   DISPLAY "ERROR: Could not open access log. Status "
                           RETLOG
                   STOP RUN.
           OPEN INPUT                 CAL-FILE.
           IF     (RETCAL              =    '35')
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
           CLOSE                      SGN-FILE.
           CLOSE                      RPT-FILE.
           IF      FUP-IS-OPEN
               CLOSE                  FUP-FILE.
           IF      LOG-IS-OPEN
               CLOSE                  LOG-FILE.
           IF      CAL-IS-OPEN
               CLOSE                  CAL-FILE.
       999-CLOSE-EXIT.
           EXIT.
