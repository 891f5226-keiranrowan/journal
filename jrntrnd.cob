       IDENTIFICATION DIVISION.
       PROGRAM-ID.    JRNTRND.
      ****************************************************************
      * Reading Limit Exception And Trend Report                     *
      * For one journal book, over a range of page dates, and for    *
      * one template or all of them, reports the structured readings *
      * JOURNAL captured off templated pages.  Part one lists every  *
      * reading that was outside its low or high limit when the page *
      * was filed, and every one entered that is not a number, with  *
      * the limit it broke and the operator who filed it.  Part two  *
      * prints each reading field's values in page date order, with  *
      * the change from the reading before and where the value sits  *
      * between its limits, then the field's lowest, highest, first  *
      * and last value and its drift over the range - so a reading   *
      * creeping toward a limit shows before it crosses it.  Each    *
      * reading is judged against the limits copied into it when the *
      * page was filed.  Fields never filled in are counted only.    *
      ****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-PC.
       OBJECT-COMPUTER.  IBM-PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RDG-FILE            ASSIGN       RDG-NAME
                                      ORGANIZATION INDEXED
                                      ACCESS       DYNAMIC
                                      RECORD KEY   RDGKEY
                                      FILE STATUS  RETRDG.
           SELECT TRW-FILE            ASSIGN       TRW-NAME
                                      ORGANIZATION INDEXED
                                      ACCESS       DYNAMIC
                                      RECORD KEY   TRWKEY
                                      FILE STATUS  RETTRW.
           SELECT RPT-FILE            ASSIGN       "./JRNTRND.PRT"
                                      ORGANIZATION LINE SEQUENTIAL
                                      FILE STATUS  RETRPT.
      ****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD   RDG-FILE
            RECORD CONTAINS           120  CHARACTERS
            LABEL  RECORDS            ARE  STANDARD
            DATA   RECORD             IS   RDGR.
      *Page Reading Record
           COPY    JRNRDG.
       FD   TRW-FILE
            RECORD CONTAINS           142  CHARACTERS
            LABEL  RECORDS            ARE  STANDARD
            DATA   RECORD             IS   TRWR.
      *Trend Work Record - a reading filed again by field, so each
      *field's readings come together in page date order
       01          TRWR.
           05      TRWKEY.
             10    TRWTPL             PIC  X(10).
             10    TRWNO              PIC  X(02).
             10    TRWPAGE            PIC  X(10).
           05      TRWRDG             PIC  X(120).
       FD   RPT-FILE
            LABEL  RECORDS            ARE  STANDARD
            DATA   RECORD             IS   RPT-LINE.
       01          RPT-LINE           PIC  X(80).
       WORKING-STORAGE SECTION.
      *File Return Codes
       01          RET.
           05      RETRDG             PIC  X(02).
           05      RETTRW             PIC  X(02).
           05      RETRPT             PIC  X(02).
      *Journal Book - blank is the main book and its original files
       01          BOOK-FIELDS.
           05      BOOK-CODE          PIC  X(02) VALUE SPACES.
           05      BOOK-SFX           PIC  X(03) VALUE SPACES.
           05      BOOK-TITLE         PIC  X(04) VALUE "MAIN".
           05      RDG-NAME           PIC  X(30).
           05      TRW-NAME           PIC  X(30).
      *Page Date Range And Template
       01          RANGE-FIELDS.
           05      FROM-DATE.
             10    FROM-YEAR          PIC  X(04).
             10    FROM-MONTH         PIC  X(02).
             10    FROM-DAY           PIC  X(02).
           05      TO-DATE.
             10    TO-YEAR            PIC  X(04).
             10    TO-MONTH           PIC  X(02).
             10    TO-DAY             PIC  X(02).
           05      OPT-TPL            PIC  X(10).
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
      *Reading Field Being Trended
       01          TRD-FIELDS.
           05      TRD-TPL            PIC  X(10) VALUE SPACES.
           05      TRD-NO             PIC  X(02) VALUE SPACES.
           05      TRD-COUNT          PIC  9(06).
           05      TRD-OUT            PIC  9(06).
           05      TRD-FIRST          PIC S9(07)V9(03).
           05      TRD-LAST           PIC S9(07)V9(03).
           05      TRD-MIN            PIC S9(07)V9(03).
           05      TRD-MAX            PIC S9(07)V9(03).
           05      TRD-DRIFT          PIC S9(08)V9(03).
      *Position Of A Reading Between Its Limits
       01          BAND-FIELDS.
           05      BAND-DIFF          PIC S9(10)V9(03).
           05      BAND-SPAN          PIC S9(08)V9(03).
           05      BAND-POS           PIC  9(02).
      *Edited Values For Report Lines
       01          EDIT-FIELDS.
           05      EDIT-VAL           PIC  -(7)9.999.
           05      EDIT-LOW           PIC  X(12).
           05      EDIT-HIGH          PIC  X(12).
           05      EDIT-MIN           PIC  -(7)9.999.
           05      EDIT-MAX           PIC  -(7)9.999.
           05      EDIT-FIRST         PIC  -(7)9.999.
           05      EDIT-LAST          PIC  -(7)9.999.
           05      EDIT-DRIFT         PIC  +(8)9.999.
      *Switches
       01          SWITCHES.
           05      GROUP-SW           PIC  X(01) VALUE 'N'.
             88     GROUP-IS-OPEN                 VALUE 'Y'.
      *Counters
       01          COUNTERS.
           05      READ-COUNT         PIC  9(06) VALUE 0.
           05      BLANK-COUNT        PIC  9(06) VALUE 0.
           05      OUT-COUNT          PIC  9(06) VALUE 0.
           05      BAD-COUNT          PIC  9(06) VALUE 0.
           05      FIELD-COUNT        PIC  9(06) VALUE 0.
      *Limit Exception Detail Line
       01          EXC-LINE.
           05      EXC-PAGE           PIC  X(11).
           05      FILLER             PIC  X(01) VALUE SPACES.
           05      EXC-NO             PIC  X(02).
           05      FILLER             PIC  X(01) VALUE SPACES.
           05      EXC-LABEL          PIC  X(16).
           05      FILLER             PIC  X(01) VALUE SPACES.
           05      EXC-VAL-X          PIC  X(12).
           05      EXC-VAL            REDEFINES EXC-VAL-X
                                      PIC  -(7)9.999.
           05      FILLER             PIC  X(01) VALUE SPACES.
           05      EXC-UNIT           PIC  X(06).
           05      FILLER             PIC  X(01) VALUE SPACES.
           05      EXC-WHAT           PIC  X(04).
           05      FILLER             PIC  X(01) VALUE SPACES.
           05      EXC-LIMIT-X        PIC  X(12).
           05      EXC-LIMIT          REDEFINES EXC-LIMIT-X
                                      PIC  -(7)9.999.
           05      FILLER             PIC  X(01) VALUE SPACES.
           05      EXC-USR            PIC  X(10).
      *Trend Detail Line
       01          TRD-LINE.
           05      TRL-DATE           PIC  X(10).
           05      FILLER             PIC  X(01) VALUE SPACES.
           05      TRL-PAGE           PIC  X(02).
           05      FILLER             PIC  X(01) VALUE SPACES.
           05      TRL-VAL            PIC  -(7)9.999.
           05      FILLER             PIC  X(01) VALUE SPACES.
           05      TRL-WHAT           PIC  X(04).
           05      FILLER             PIC  X(01) VALUE SPACES.
           05      TRL-CHG-X          PIC  X(13).
           05      TRL-CHG            REDEFINES TRL-CHG-X
                                      PIC  +(8)9.999.
           05      FILLER             PIC  X(02) VALUE SPACES.
           05      TRL-BAND           PIC  X(22).
           05      FILLER             PIC  X(11) VALUE SPACES.
      ****************************************************************
       PROCEDURE DIVISION.
       000-MAIN.
           PERFORM 100-GET-OPTIONS    THRU 100-EXIT.
           PERFORM 999-OPEN           THRU 999-OPEN-EXIT.
           PERFORM 150-RPT-HEADING    THRU 150-EXIT.
           PERFORM 200-PASS-READINGS  THRU 200-EXIT.
           PERFORM 300-TREND          THRU 300-EXIT.
           PERFORM 400-RPT-TALLY      THRU 400-EXIT.
           PERFORM 999-CLOSE          THRU 999-CLOSE-EXIT.
           DISPLAY "Reading trend report complete - JRNTRND.PRT".
           DISPLAY "Readings in range : " READ-COUNT.
           DISPLAY "Not filled in     : " BLANK-COUNT.
           DISPLAY "Out of limits     : " OUT-COUNT.
           DISPLAY "Not a number      : " BAD-COUNT.
           DISPLAY "Fields trended    : " FIELD-COUNT.
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
           MOVE    SPACES             TO   RDG-NAME
           STRING  "./JRNREAD"        DELIMITED BY SIZE
                   BOOK-SFX           DELIMITED BY SPACE
                                      INTO RDG-NAME
           MOVE    SPACES             TO   TRW-NAME
           STRING  "./JRNTRND"        DELIMITED BY SIZE
                   BOOK-SFX           DELIMITED BY SPACE
                   ".WRK"             DELIMITED BY SIZE
                                      INTO TRW-NAME.
       050-EXIT.
           EXIT.
      ****************************************************************
      * 100 - Prompt For The Page Date Range And Template            *
      ****************************************************************
       100-GET-OPTIONS.
           DISPLAY "READING LIMIT EXCEPTION AND TREND REPORT".
           PERFORM 050-GET-BOOK       THRU 050-EXIT.
           DISPLAY "Template (blank=all): " WITH NO ADVANCING.
           ACCEPT  OPT-TPL            FROM CONSOLE.
           DISPLAY "Pages dated from:".
           DISPLAY "From Year  (CCYY): " WITH NO ADVANCING.
           ACCEPT  FROM-YEAR          FROM CONSOLE.
           DISPLAY "From Month (MM)  : " WITH NO ADVANCING.
           ACCEPT  FROM-MONTH         FROM CONSOLE.
           DISPLAY "From Day   (DD)  : " WITH NO ADVANCING.
           ACCEPT  FROM-DAY           FROM CONSOLE.
           DISPLAY "Pages dated to:".
           DISPLAY "To Year    (CCYY): " WITH NO ADVANCING.
           ACCEPT  TO-YEAR            FROM CONSOLE.
           DISPLAY "To Month   (MM)  : " WITH NO ADVANCING.
           ACCEPT  TO-MONTH           FROM CONSOLE.
           DISPLAY "To Day     (DD)  : " WITH NO ADVANCING.
           ACCEPT  TO-DAY             FROM CONSOLE.
           IF     (FROM-DATE          NOT  NUMERIC)
             OR   (TO-DATE            NOT  NUMERIC)
               DISPLAY "ERROR: Dates must be numeric."
               STOP RUN.
           MOVE    FROM-YEAR          TO   VK-YEAR-NUM
           MOVE    FROM-MONTH         TO   VK-MONTH-NUM
           MOVE    FROM-DAY           TO   VK-DAY-NUM
           PERFORM 110-EDIT-DATE      THRU 110-EXIT.
           MOVE    TO-YEAR            TO   VK-YEAR-NUM
           MOVE    TO-MONTH           TO   VK-MONTH-NUM
           MOVE    TO-DAY             TO   VK-DAY-NUM
           PERFORM 110-EDIT-DATE      THRU 110-EXIT.
           IF      FROM-DATE          >    TO-DATE
               DISPLAY "ERROR: From date is after to date."
               STOP RUN.
       100-EXIT.
           EXIT.
      ****************************************************************
      * 110 - Edit One Range Date Against The Calendar Rules         *
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
      * 150 - Print The Report Heading And Part One's Columns        *
      ****************************************************************
       150-RPT-HEADING.
           MOVE    SPACES             TO   RPT-LINE
           STRING  "READING LIMITS AND TREND - BOOK "
                                      DELIMITED BY SIZE
                   BOOK-TITLE         DELIMITED BY SIZE
                   " - PAGES DATED "  DELIMITED BY SIZE
                   FROM-YEAR          DELIMITED BY SIZE
                   '-'                DELIMITED BY SIZE
                   FROM-MONTH         DELIMITED BY SIZE
                   '-'                DELIMITED BY SIZE
                   FROM-DAY           DELIMITED BY SIZE
                   " TO "             DELIMITED BY SIZE
                   TO-YEAR            DELIMITED BY SIZE
                   '-'                DELIMITED BY SIZE
                   TO-MONTH           DELIMITED BY SIZE
                   '-'                DELIMITED BY SIZE
                   TO-DAY             DELIMITED BY SIZE
                                      INTO RPT-LINE
           WRITE   RPT-LINE
           MOVE    SPACES             TO   RPT-LINE
           IF      OPT-TPL            =    SPACES
               MOVE "ALL TEMPLATES"   TO   RPT-LINE
           ELSE
               STRING "TEMPLATE "     DELIMITED BY SIZE
                      OPT-TPL         DELIMITED BY SPACE
                                      INTO RPT-LINE.
           WRITE   RPT-LINE
           MOVE    SPACES             TO   RPT-LINE
           WRITE   RPT-LINE
           MOVE    "PART 1 - READINGS OUTSIDE THEIR LIMITS WHEN FILED"
                                      TO   RPT-LINE
           WRITE   RPT-LINE
           MOVE    SPACES             TO   RPT-LINE
           WRITE   RPT-LINE
           MOVE    "PAGE        NO LABEL                   VALUE UNIT"
                                      TO   RPT-LINE
           MOVE    "WHAT        LIMIT OPERATOR"
                                      TO   RPT-LINE(53:26)
           WRITE   RPT-LINE
           MOVE    ALL '-'            TO   RPT-LINE
           WRITE   RPT-LINE.
       150-EXIT.
           EXIT.
      ****************************************************************
      * 200 - Pass The Readings For The Page Date Range              *
      * The readings file is keyed by page, so the range is one      *
      * START and a read forward to the last page of the to date.    *
      * Exceptions print as they are met; every reading with a value *
      * goes to the work file for the trend.                         *
      ****************************************************************
       200-PASS-READINGS.
           MOVE    LOW-VALUES         TO   RDGKEY
           MOVE    FROM-DATE          TO   RDGPAGE(1:8)
           START   RDG-FILE           KEY  IS  NOT  LESS  RDGKEY
               INVALID KEY            CONTINUE
           END-START
           IF      RETRDG             NOT  =  '00'
               GO                     TO   200-EXIT.
       200-LOOP.
           READ    RDG-FILE           NEXT RECORD
               AT END
                   GO                 TO   200-EXIT.
           IF      RDGPAGE(1:8)       >    TO-DATE
               GO                     TO   200-EXIT.
           IF     (OPT-TPL            NOT  =  SPACES)
             AND  (RDGTPL             NOT  =  OPT-TPL)
               GO                     TO   200-LOOP.
           ADD     1                  TO   READ-COUNT
           IF      RDG-NOT-ENTERED
               ADD  1                 TO   BLANK-COUNT
               GO                     TO   200-LOOP.
           IF      RDG-OUT-OF-LIMITS
             OR    RDG-UNREADABLE
               PERFORM 210-EXCEPTION  THRU 210-EXIT.
           IF      RDG-UNREADABLE
               GO                     TO   200-LOOP.
           MOVE    RDGTPL             TO   TRWTPL
           MOVE    RDGNO              TO   TRWNO
           MOVE    RDGPAGE            TO   TRWPAGE
           MOVE    RDGR               TO   TRWRDG
           WRITE   TRWR
               INVALID KEY            CONTINUE
           END-WRITE
           GO                         TO   200-LOOP.
       200-EXIT.
           EXIT.
      ****************************************************************
      * 210 - Print One Reading Outside Its Limits Or Not A Number   *
      ****************************************************************
       210-EXCEPTION.
           MOVE    SPACES             TO   EXC-PAGE
           STRING  RDGPAGE(1:8)       DELIMITED BY SIZE
                   " "                DELIMITED BY SIZE
                   RDGPAGE(9:2)       DELIMITED BY SIZE
                                      INTO EXC-PAGE
           MOVE    RDGNO              TO   EXC-NO
           MOVE    RDGLABEL           TO   EXC-LABEL
           MOVE    RDGUNIT            TO   EXC-UNIT
           MOVE    RDGUSR             TO   EXC-USR
           IF      RDG-UNREADABLE
               ADD  1                 TO   BAD-COUNT
               MOVE RDGTEXT           TO   EXC-VAL-X
               MOVE "NaN"             TO   EXC-WHAT
               MOVE SPACES            TO   EXC-LIMIT-X
               GO                     TO   210-WRITE.
           ADD     1                  TO   OUT-COUNT
           MOVE    RDGVAL             TO   EXC-VAL
           IF      RDGSTAT            =    'L'
               MOVE "LOW"             TO   EXC-WHAT
               MOVE RDGLOW            TO   EXC-LIMIT
           ELSE
               MOVE "HIGH"            TO   EXC-WHAT
               MOVE RDGHIGH           TO   EXC-LIMIT.
       210-WRITE.
           WRITE   RPT-LINE           FROM EXC-LINE.
       210-EXIT.
           EXIT.
      ****************************************************************
      * 300 - Print Each Reading Field's Trend                       *
      * The work file holds the readings by template and reading     *
      * number, then page; a change of field closes the last one's   *
      * summary and heads the next.                                  *
      ****************************************************************
       300-TREND.
           IF      OUT-COUNT          =    0
             AND   BAD-COUNT          =    0
               MOVE "NO READINGS OUTSIDE THEIR LIMITS IN THE RANGE"
                                      TO   RPT-LINE
               WRITE RPT-LINE.
           MOVE    SPACES             TO   RPT-LINE
           WRITE   RPT-LINE
           MOVE    "PART 2 - READING TREND BY FIELD"
                                      TO   RPT-LINE
           WRITE   RPT-LINE
           MOVE    LOW-VALUES         TO   TRWKEY
           START   TRW-FILE           KEY  IS  NOT  LESS  TRWKEY
               INVALID KEY            CONTINUE
           END-START
           IF      RETTRW             NOT  =  '00'
               MOVE SPACES            TO   RPT-LINE
               WRITE RPT-LINE
               MOVE "NO READINGS WITH A VALUE IN THE RANGE"
                                      TO   RPT-LINE
               WRITE RPT-LINE
               GO                     TO   300-EXIT.
       300-LOOP.
           READ    TRW-FILE           NEXT RECORD
               AT END
                   GO                 TO   300-DONE.
           MOVE    TRWRDG             TO   RDGR
           IF     (TRWTPL             NOT  =  TRD-TPL)
             OR   (TRWNO              NOT  =  TRD-NO)
               PERFORM 340-GROUP-END  THRU 340-EXIT
               PERFORM 310-GROUP-START THRU 310-EXIT.
           PERFORM 320-TREND-LINE     THRU 320-EXIT
           GO                         TO   300-LOOP.
       300-DONE.
           PERFORM 340-GROUP-END      THRU 340-EXIT.
       300-EXIT.
           EXIT.
      ****************************************************************
      * 310 - Head A New Reading Field                               *
      * The limits shown are those the field's first reading in the  *
      * range was filed with.                                        *
      ****************************************************************
       310-GROUP-START.
           ADD     1                  TO   FIELD-COUNT
           MOVE    'Y'                TO   GROUP-SW
           MOVE    TRWTPL             TO   TRD-TPL
           MOVE    TRWNO              TO   TRD-NO
           MOVE    0                  TO   TRD-COUNT TRD-OUT
           MOVE    RDGVAL             TO   TRD-FIRST TRD-MIN TRD-MAX
           MOVE    "NONE"             TO   EDIT-LOW EDIT-HIGH
           IF      RDGLOWSW           =    'Y'
               MOVE RDGLOW            TO   EDIT-VAL
               MOVE EDIT-VAL          TO   EDIT-LOW.
           IF      RDGHIGHSW          =    'Y'
               MOVE RDGHIGH           TO   EDIT-VAL
               MOVE EDIT-VAL          TO   EDIT-HIGH.
           MOVE    SPACES             TO   RPT-LINE
           WRITE   RPT-LINE
           MOVE    SPACES             TO   RPT-LINE
           STRING  "TEMPLATE "        DELIMITED BY SIZE
                   TRWTPL             DELIMITED BY SIZE
                   " READING "        DELIMITED BY SIZE
                   TRWNO              DELIMITED BY SIZE
                   " "                DELIMITED BY SIZE
                   RDGLABEL           DELIMITED BY SIZE
                   " UNIT "           DELIMITED BY SIZE
                   RDGUNIT            DELIMITED BY SIZE
                                      INTO RPT-LINE
           WRITE   RPT-LINE
           MOVE    SPACES             TO   RPT-LINE
           STRING  "LOW LIMIT "       DELIMITED BY SIZE
                   EDIT-LOW           DELIMITED BY SIZE
                   "   HIGH LIMIT "   DELIMITED BY SIZE
                   EDIT-HIGH          DELIMITED BY SIZE
                                      INTO RPT-LINE
           WRITE   RPT-LINE
           MOVE    "PAGE DATE  PG        VALUE WHAT        CHANGE"
                                      TO   RPT-LINE
           MOVE    "LOW     BAND     HIGH"
                                      TO   RPT-LINE(48:21)
           WRITE   RPT-LINE
           MOVE    ALL '-'            TO   RPT-LINE
           WRITE   RPT-LINE.
       310-EXIT.
           EXIT.
      ****************************************************************
      * 320 - Print One Reading Of The Field                         *
      ****************************************************************
       320-TREND-LINE.
           MOVE    SPACES             TO   TRL-DATE
           STRING  TRWPAGE(1:4)       DELIMITED BY SIZE
                   '-'                DELIMITED BY SIZE
                   TRWPAGE(5:2)       DELIMITED BY SIZE
                   '-'                DELIMITED BY SIZE
                   TRWPAGE(7:2)       DELIMITED BY SIZE
                                      INTO TRL-DATE
           MOVE    TRWPAGE(9:2)       TO   TRL-PAGE
           MOVE    RDGVAL             TO   TRL-VAL
           MOVE    SPACES             TO   TRL-WHAT
           IF      RDGSTAT            =    'L'
               MOVE "LOW"             TO   TRL-WHAT
               ADD  1                 TO   TRD-OUT.
           IF      RDGSTAT            =    'H'
               MOVE "HIGH"            TO   TRL-WHAT
               ADD  1                 TO   TRD-OUT.
           IF      TRD-COUNT          =    0
               MOVE SPACES            TO   TRL-CHG-X
           ELSE
               SUBTRACT TRD-LAST      FROM RDGVAL GIVING TRL-CHG.
           PERFORM 330-BAND           THRU 330-EXIT
           WRITE   RPT-LINE           FROM TRD-LINE
           ADD     1                  TO   TRD-COUNT
           MOVE    RDGVAL             TO   TRD-LAST
           IF      RDGVAL             <    TRD-MIN
               MOVE RDGVAL            TO   TRD-MIN.
           IF      RDGVAL             >    TRD-MAX
               MOVE RDGVAL            TO   TRD-MAX.
       320-EXIT.
           EXIT.
      ****************************************************************
      * 330 - Show Where The Reading Sits Between Its Limits         *
      * Twenty places from the low limit to the high; a reading      *
      * beyond either limit shows as < or > at that end.  Only a     *
      * field with both limits set has a band to show.               *
      ****************************************************************
       330-BAND.
           MOVE    SPACES             TO   TRL-BAND
           IF     (RDGLOWSW           NOT  =  'Y')
             OR   (RDGHIGHSW          NOT  =  'Y')
             OR   (RDGHIGH            NOT  >  RDGLOW)
               GO                     TO   330-EXIT.
           MOVE    "|....................|"
                                      TO   TRL-BAND
           IF      RDGVAL             <    RDGLOW
               MOVE '<'               TO   TRL-BAND(1:1)
               GO                     TO   330-EXIT.
           IF      RDGVAL             >    RDGHIGH
               MOVE '>'               TO   TRL-BAND(22:1)
               GO                     TO   330-EXIT.
           SUBTRACT RDGLOW            FROM RDGVAL GIVING BAND-DIFF
           SUBTRACT RDGLOW            FROM RDGHIGH GIVING BAND-SPAN
           MULTIPLY 19                BY   BAND-DIFF
           DIVIDE  BAND-SPAN          INTO BAND-DIFF GIVING BAND-POS
           ADD     2                  TO   BAND-POS
           MOVE    '*'                TO   TRL-BAND(BAND-POS:1).
       330-EXIT.
           EXIT.
      ****************************************************************
      * 340 - Close A Reading Field With Its Summary                 *
      ****************************************************************
       340-GROUP-END.
           IF      NOT  GROUP-IS-OPEN
               GO                     TO   340-EXIT.
           MOVE    'N'                TO   GROUP-SW
           SUBTRACT TRD-FIRST         FROM TRD-LAST GIVING TRD-DRIFT
           MOVE    TRD-MIN            TO   EDIT-MIN
           MOVE    TRD-MAX            TO   EDIT-MAX
           MOVE    TRD-FIRST          TO   EDIT-FIRST
           MOVE    TRD-LAST           TO   EDIT-LAST
           MOVE    TRD-DRIFT          TO   EDIT-DRIFT
           MOVE    ALL '-'            TO   RPT-LINE
           WRITE   RPT-LINE
           MOVE    SPACES             TO   RPT-LINE
           STRING  "READINGS "        DELIMITED BY SIZE
                   TRD-COUNT          DELIMITED BY SIZE
                   "  OUT OF LIMITS " DELIMITED BY SIZE
                   TRD-OUT            DELIMITED BY SIZE
                   "  LOWEST "        DELIMITED BY SIZE
                   EDIT-MIN           DELIMITED BY SIZE
                   "  HIGHEST "       DELIMITED BY SIZE
                   EDIT-MAX           DELIMITED BY SIZE
                                      INTO RPT-LINE
           WRITE   RPT-LINE
           MOVE    SPACES             TO   RPT-LINE
           STRING  "FIRST "           DELIMITED BY SIZE
                   EDIT-FIRST         DELIMITED BY SIZE
                   "  LAST "          DELIMITED BY SIZE
                   EDIT-LAST          DELIMITED BY SIZE
                   "  DRIFT OVER RANGE "
                                      DELIMITED BY SIZE
                   EDIT-DRIFT         DELIMITED BY SIZE
                                      INTO RPT-LINE
           WRITE   RPT-LINE.
       340-EXIT.
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
           END-EVALUATE.
       295-DAYS-IN-MONTH-EXIT.
           EXIT.
      ****************************************************************
      * 400 - Print The Closing Tally                                *
      ****************************************************************
       400-RPT-TALLY.
           MOVE    SPACES             TO   RPT-LINE
           WRITE   RPT-LINE
           MOVE    ALL '-'            TO   RPT-LINE
           WRITE   RPT-LINE
           MOVE    SPACES             TO   RPT-LINE
           STRING  "READINGS IN RANGE      : " DELIMITED BY SIZE
                   READ-COUNT         DELIMITED BY SIZE
                                      INTO RPT-LINE
           WRITE   RPT-LINE
           MOVE    SPACES             TO   RPT-LINE
           STRING  "NOT FILLED IN          : " DELIMITED BY SIZE
                   BLANK-COUNT        DELIMITED BY SIZE
                                      INTO RPT-LINE
           WRITE   RPT-LINE
           MOVE    SPACES             TO   RPT-LINE
           STRING  "OUT OF LIMITS          : " DELIMITED BY SIZE
                   OUT-COUNT          DELIMITED BY SIZE
                                      INTO RPT-LINE
           WRITE   RPT-LINE
           MOVE    SPACES             TO   RPT-LINE
           STRING  "NOT A NUMBER           : " DELIMITED BY SIZE
                   BAD-COUNT          DELIMITED BY SIZE
                                      INTO RPT-LINE
           WRITE   RPT-LINE
           MOVE    SPACES             TO   RPT-LINE
           STRING  "FIELDS TRENDED         : " DELIMITED BY SIZE
                   FIELD-COUNT        DELIMITED BY SIZE
                                      INTO RPT-LINE
           WRITE   RPT-LINE.
       400-EXIT.
           EXIT.
      ****************************************************************
      * 999 - Housekeeping Routines                                  *
      * The work file is rebuilt from nothing on every run.          *
      ****************************************************************
       999-OPEN.
           OPEN INPUT                 RDG-FILE.
           IF     (RETRDG              =    '35')
               DISPLAY "No readings on file for book " BOOK-TITLE "."
               STOP RUN.
           IF     (RETRDG              NOT  =  '00')
               DISPLAY "ERROR: Could not open readings file. Status "
                       RETRDG
               STOP RUN.
           OPEN OUTPUT                TRW-FILE.
           CLOSE                      TRW-FILE.
           OPEN I-O                   TRW-FILE.
           IF     (RETTRW              NOT  =  '00')
               DISPLAY "ERROR: Could not open work file. Status "
                       RETTRW
               STOP RUN.
           OPEN OUTPUT                RPT-FILE.
           IF     (RETRPT              NOT  =  '00')
               DISPLAY "ERROR: Could not open report file. Status "
                       RETRPT
               STOP RUN.
       999-OPEN-EXIT.
           EXIT.
      ****************************************************************
       999-CLOSE.
           CLOSE                      RDG-FILE.
           CLOSE                      TRW-FILE.
           CLOSE                      RPT-FILE.
       999-CLOSE-EXIT.
           EXIT.
