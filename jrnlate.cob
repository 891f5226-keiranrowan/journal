       IDENTIFICATION DIVISION.
       PROGRAM-ID.    JRNLATE.
      ****************************************************************
      * Late And Backdated Entry Compliance Report                   *
      * Shows which pages of one journal book, over a range of page  *
      * dates, were written well after the day they describe.  The   *
      * whole trail is passed first - every generation in the        *
      * JRNAUDC catalog, oldest to newest, then the live file - and  *
      * for each page in the range its first 'A' (add) and its       *
      * latest add or change are kept in a keyed work file.  A 'D'   *
      * is passed over: JRNPURGE logs one for every page it purges,  *
      * and the trail cannot tell those from an operator's delete.   *
      * The day sign-off events in JRNLOG are folded in alongside,   *
      * one work record per day, keyed ahead of that day's pages.    *
      * The work file is then walked in key order - page date order  *
      * - and three things are listed, each with the operator and    *
      * the lag in days from the page date:                          *
      *   - a page added more than the allowed days after its date   *
      *   - a page changed or re-added more than the allowed days    *
      *     after its date                                           *
      *   - a page added or changed after its day had been signed    *
      *     off, which JOURNAL only allows once the day is reopened  *
      * When a day was first signed off is the earliest sign-off     *
      * event logged for it, or failing that the stamp on its        *
      * JRNSIGN record.  The allowance defaults to the late-entry    *
      * rule JOURNAL marks pages by.  A page added before the oldest *
      * generation kept has no 'A' to measure, so only its changes   *
      * are checked.                                                 *
      ****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-PC.
       OBJECT-COMPUTER.  IBM-PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUD-FILE            ASSIGN       AUD-NAME
                                      ORGANIZATION SEQUENTIAL
                                      FILE STATUS  RETAUD.
           SELECT CTG-FILE            ASSIGN       CTG-NAME
                                      ORGANIZATION LINE SEQUENTIAL
                                      FILE STATUS  RETCTG.
           SELECT LTW-FILE            ASSIGN       LTW-NAME
                                      ORGANIZATION INDEXED
                                      ACCESS       DYNAMIC
                                      RECORD KEY   LTWKEY
                                      FILE STATUS  RETLTW.
           SELECT SGN-FILE            ASSIGN       SGN-NAME
                                      ORGANIZATION INDEXED
                                      ACCESS       DYNAMIC
                                      RECORD KEY   SGNDATE
                                      FILE STATUS  RETSGN.
           SELECT LOG-FILE            ASSIGN       "./JRNLOG"
                                      ORGANIZATION SEQUENTIAL
                                      FILE STATUS  RETLOG.
           SELECT RPT-FILE            ASSIGN       "./JRNLATE.PRT"
                                      ORGANIZATION LINE SEQUENTIAL
                                      FILE STATUS  RETRPT.
      ****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD   AUD-FILE
            RECORD CONTAINS           1309 CHARACTERS
            LABEL  RECORDS            ARE  STANDARD
            DATA   RECORD             IS   AUDR.
      *Journal Audit Trail Record
           COPY    JRNAUD.
       FD   CTG-FILE
            LABEL  RECORDS            ARE  STANDARD
            DATA   RECORD             IS   GENR.
      *Audit Generation Catalog Record
           COPY    JRNGEN.
       FD   LTW-FILE
            RECORD CONTAINS           65   CHARACTERS
            LABEL  RECORDS            ARE  STANDARD
            DATA   RECORD             IS   LTWR.
      *Late Entry Work Record - the trail summed up by page; a
      *record with a blank page holds the day's first sign-off
       01          LTWR.
           05      LTWKEY.
             10    LTWKDATE           PIC  X(08).
             10    LTWKPAGE           PIC  X(02).
           05      LTWFIRST.
             10    LTWASTAMP.
               15  LTWADATE           PIC  X(08).
               15  LTWATIME           PIC  X(06).
             10    LTWAUSR            PIC  X(10).
           05      LTWLAST.
             10    LTWLACT            PIC  X(01).
             10    LTWLSTAMP.
               15  LTWLDATE           PIC  X(08).
               15  LTWLTIME           PIC  X(06).
             10    LTWLUSR            PIC  X(10).
           05      LTWCNT             PIC  9(06).
       FD   SGN-FILE
            RECORD CONTAINS           33   CHARACTERS
            LABEL  RECORDS            ARE  STANDARD
            DATA   RECORD             IS   SGNR.
      *Daily Sign-Off Record
           COPY    JRNSGN.
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
      *Late Entry Rule
           COPY    JRNLATE.
      *File Return Codes
       01          RET.
           05      RETAUD             PIC  X(02).
           05      RETCTG             PIC  X(02).
           05      RETLTW             PIC  X(02).
           05      RETSGN             PIC  X(02).
           05      RETLOG             PIC  X(02).
           05      RETRPT             PIC  X(02).
      *Journal Book - blank is the main book and its original files
       01          BOOK-FIELDS.
           05      BOOK-CODE          PIC  X(02) VALUE SPACES.
           05      BOOK-SFX           PIC  X(03) VALUE SPACES.
           05      BOOK-TITLE         PIC  X(04) VALUE "MAIN".
           05      LIVE-AUD-NAME      PIC  X(30).
           05      CTG-NAME           PIC  X(30).
           05      SGN-NAME           PIC  X(30).
           05      LTW-NAME           PIC  X(30).
      *Audit File Being Scanned - a generation or the live file
       01          AUD-NAME           PIC  X(30).
      *Page Date Range And Days Allowed
       01          RANGE-FIELDS.
           05      FROM-DATE.
             10    FROM-YEAR          PIC  X(04).
             10    FROM-MONTH         PIC  X(02).
             10    FROM-DAY           PIC  X(02).
           05      TO-DATE.
             10    TO-YEAR            PIC  X(04).
             10    TO-MONTH           PIC  X(02).
             10    TO-DAY             PIC  X(02).
           05      ALLOW-X            PIC  X(03).
           05      ALLOW              REDEFINES ALLOW-X
                                      PIC  9(03).
      *First Sign-Off Of The Day Being Reported
       01          SIGN-FIELDS.
           05      SIGN-DAY           PIC  X(08) VALUE SPACES.
           05      SIGN-STAMP.
             10    SIGN-DATE          PIC  X(08).
             10    SIGN-TIME          PIC  X(06).
      *Switches
       01          SWITCHES.
           05      SGN-OPEN-SW        PIC  X(01) VALUE 'N'.
             88     SGN-IS-OPEN                   VALUE 'Y'.
           05      PAGE-FLAG-SW       PIC  X(01) VALUE 'N'.
             88     PAGE-IS-FLAGGED               VALUE 'Y'.
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
      *Day Number Work Fields - as JOURNAL ages a PIN
       01          DN-FIELDS.
           05      DN-DATE.
             10    DN-YEAR            PIC  9(04).
             10    DN-MONTH           PIC  9(02).
             10    DN-DAY             PIC  9(02).
           05      DN-Y               PIC  9(04).
           05      DN-M               PIC  9(02).
           05      DN-PART            PIC  9(08).
           05      DN-DAYS            PIC  9(08).
      *Lag Of One Entry Behind Its Page Date
       01          LAG-FIELDS.
           05      LAG-DATE           PIC  X(08).
           05      LAG-KDAYS          PIC  9(08).
           05      LAG-DAYS           PIC  9(08).
      *Counters
       01          COUNTERS.
           05      GEN-COUNT          PIC  9(04) VALUE 0.
           05      AUD-COUNT          PIC  9(07) VALUE 0.
           05      PAGE-COUNT         PIC  9(06) VALUE 0.
           05      ADDLATE-COUNT      PIC  9(06) VALUE 0.
           05      CHGLATE-COUNT      PIC  9(06) VALUE 0.
           05      AFTER-COUNT        PIC  9(06) VALUE 0.
           05      FLAGGED-COUNT      PIC  9(06) VALUE 0.
      *Late Entry Detail Line
       01          DET-LINE.
           05      DET-KEY            PIC  X(14).
           05      FILLER             PIC  X(01) VALUE SPACES.
           05      DET-WHAT           PIC  X(14).
           05      FILLER             PIC  X(01) VALUE SPACES.
           05      DET-DATE           PIC  X(08).
           05      FILLER             PIC  X(01) VALUE SPACES.
           05      DET-TIME           PIC  X(04).
           05      FILLER             PIC  X(01) VALUE SPACES.
           05      DET-USR            PIC  X(10).
           05      FILLER             PIC  X(01) VALUE SPACES.
           05      DET-LAG            PIC  ZZZ9.
           05      FILLER             PIC  X(01) VALUE SPACES.
           05      DET-NOTE           PIC  X(20).
      ****************************************************************
       PROCEDURE DIVISION.
       000-MAIN.
           PERFORM 100-GET-OPTIONS    THRU 100-EXIT.
           PERFORM 999-OPEN           THRU 999-OPEN-EXIT.
           PERFORM 150-RPT-HEADING    THRU 150-EXIT.
           PERFORM 180-WALK-GENS      THRU 180-EXIT.
           MOVE    LIVE-AUD-NAME      TO   AUD-NAME
           PERFORM 200-SUM-AUDIT      THRU 200-EXIT.
           PERFORM 250-SUM-SIGN-OFFS  THRU 250-EXIT.
           PERFORM 300-REPORT         THRU 300-EXIT.
           PERFORM 400-RPT-TALLY      THRU 400-EXIT.
           PERFORM 999-CLOSE          THRU 999-CLOSE-EXIT.
           DISPLAY "Late entry report complete - JRNLATE.PRT".
           DISPLAY "Pages checked     : " PAGE-COUNT.
           DISPLAY "Added late        : " ADDLATE-COUNT.
           DISPLAY "Changed late      : " CHGLATE-COUNT.
           DISPLAY "After sign-off    : " AFTER-COUNT.
           DISPLAY "Pages flagged     : " FLAGGED-COUNT.
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
           MOVE    SPACES             TO   LIVE-AUD-NAME
           STRING  "./JRNAUD"         DELIMITED BY SIZE
                   BOOK-SFX           DELIMITED BY SPACE
                                      INTO LIVE-AUD-NAME
           MOVE    SPACES             TO   CTG-NAME
           STRING  "./JRNAUDC"        DELIMITED BY SIZE
                   BOOK-SFX           DELIMITED BY SPACE
                                      INTO CTG-NAME
           MOVE    SPACES             TO   SGN-NAME
           STRING  "./JRNSIGN"        DELIMITED BY SIZE
                   BOOK-SFX           DELIMITED BY SPACE
                                      INTO SGN-NAME
           MOVE    SPACES             TO   LTW-NAME
           STRING  "./JRNLATE"        DELIMITED BY SIZE
                   BOOK-SFX           DELIMITED BY SPACE
                   ".WRK"             DELIMITED BY SIZE
                                      INTO LTW-NAME.
       050-EXIT.
           EXIT.
      ****************************************************************
      * 100 - Prompt For The Page Date Range And Allowance           *
      ****************************************************************
       100-GET-OPTIONS.
           DISPLAY "LATE AND BACKDATED ENTRY REPORT".
           PERFORM 050-GET-BOOK       THRU 050-EXIT.
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
           DISPLAY "Days allowed after page date (blank="
                   LATE-DAYS "): " WITH NO ADVANCING.
           ACCEPT  ALLOW-X            FROM CONSOLE.
           IF      ALLOW-X            =    SPACES
               MOVE LATE-DAYS         TO   ALLOW
               GO                     TO   100-EXIT.
           IF      ALLOW-X(3:1)       =    SPACE
               IF   ALLOW-X(2:1)       =    SPACE
                   MOVE ALLOW-X(1:1)  TO   ALLOW-X(3:1)
                   MOVE "00"          TO   ALLOW-X(1:2)
               ELSE
                   MOVE ALLOW-X(2:1)  TO   ALLOW-X(3:1)
                   MOVE ALLOW-X(1:1)  TO   ALLOW-X(2:1)
                   MOVE "0"           TO   ALLOW-X(1:1).
           IF      ALLOW-X            NOT  NUMERIC
               DISPLAY "ERROR: Days allowed must be 0 to 999."
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
      * 150 - Print The Report Heading                               *
      ****************************************************************
       150-RPT-HEADING.
           MOVE    SPACES             TO   RPT-LINE
           STRING  "LATE AND BACKDATED ENTRIES - BOOK "
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
           STRING  "ENTRIES WRITTEN MORE THAN "
                                      DELIMITED BY SIZE
                   ALLOW              DELIMITED BY SIZE
                   " DAYS AFTER THE PAGE DATE, OR AFTER SIGN-OFF"
                                      DELIMITED BY SIZE
                                      INTO RPT-LINE
           WRITE   RPT-LINE
           MOVE    SPACES             TO   RPT-LINE
           WRITE   RPT-LINE
           MOVE    "PAGE           ENTRY          WRITTEN"
                                      TO   RPT-LINE
           MOVE    "OPERATOR   DAYS NOTE"
                                      TO   RPT-LINE(45:20)
           WRITE   RPT-LINE
           MOVE    ALL '-'            TO   RPT-LINE
           WRITE   RPT-LINE.
       150-EXIT.
           EXIT.
      ****************************************************************
      * 180 - Walk The Generation Catalog, Oldest First              *
      * No catalog on file simply means auditing has never been cut  *
      * over, so only the live file holds history.                   *
      ****************************************************************
       180-WALK-GENS.
           OPEN INPUT                 CTG-FILE.
           IF      RETCTG             NOT  =  '00'
               GO                     TO   180-EXIT.
       180-LOOP.
           READ    CTG-FILE
               AT END
                   GO                 TO   180-DONE.
           IF      GENTO              <    FROM-DATE
               GO                     TO   180-LOOP.
           ADD     1                  TO   GEN-COUNT
           MOVE    GENNAME            TO   AUD-NAME
           PERFORM 200-SUM-AUDIT      THRU 200-EXIT
           GO                         TO   180-LOOP.
       180-DONE.
           CLOSE   CTG-FILE.
       180-EXIT.
           EXIT.
      ****************************************************************
      * 200 - Fold One Audit File Into The Work File                 *
      * Files are passed in the order they were written, so the last *
      * entry folded in for a page is its latest.  A catalogued      *
      * generation that cannot be opened would hide entries, so it   *
      * stops the run.                                               *
      ****************************************************************
       200-SUM-AUDIT.
           OPEN INPUT                 AUD-FILE.
           IF     (RETAUD             =    '35')
             AND  (AUD-NAME           =    LIVE-AUD-NAME)
               GO                     TO   200-EXIT.
           IF      RETAUD             NOT  =  '00'
               DISPLAY "ERROR: Could not open " AUD-NAME
                       " Status " RETAUD
               STOP RUN.
       200-LOOP.
           READ    AUD-FILE
               AT END
                   GO                 TO   200-DONE.
           ADD     1                  TO   AUD-COUNT
           IF     (AUDKEY(1:8)        <    FROM-DATE)
             OR   (AUDKEY(1:8)        >    TO-DATE)
               GO                     TO   200-LOOP.
           PERFORM 210-FOLD-ENTRY     THRU 210-EXIT
           GO                         TO   200-LOOP.
       200-DONE.
           CLOSE   AUD-FILE.
       200-EXIT.
           EXIT.
      ****************************************************************
      * 210 - Record One Audit Entry Against Its Page                *
      * The earliest add is kept as the page's first; the latest add *
      * or change replaces the last.  A delete is counted but leaves *
      * the last alone.                                              *
      ****************************************************************
       210-FOLD-ENTRY.
           MOVE    AUDKEY             TO   LTWKEY
           READ    LTW-FILE
               INVALID KEY            CONTINUE
           END-READ
           IF      RETLTW             =    '23'
               MOVE SPACES            TO   LTWR
               MOVE AUDKEY            TO   LTWKEY
               MOVE 0                 TO   LTWCNT.
           IF     (AUDACT             =    'A')
             AND  (LTWASTAMP          =    SPACES)
               MOVE AUDDATE           TO   LTWADATE
               MOVE AUDTIME           TO   LTWATIME
               MOVE AUDUSR            TO   LTWAUSR.
           IF      AUDACT             =    'D'
               GO                     TO   210-PUT.
           MOVE    AUDACT             TO   LTWLACT
           MOVE    AUDDATE            TO   LTWLDATE
           MOVE    AUDTIME            TO   LTWLTIME
           MOVE    AUDUSR             TO   LTWLUSR.
       210-PUT.
           ADD     1                  TO   LTWCNT
           PERFORM 290-PUT-WORK       THRU 290-EXIT.
       210-EXIT.
           EXIT.
      ****************************************************************
      * 250 - Fold The Book's Day Sign-Off Events Into The Work File *
      * Only the earliest sign-off of each day is kept.  A site with *
      * no event log yet has only the sign-off file to go on.        *
      ****************************************************************
       250-SUM-SIGN-OFFS.
           OPEN INPUT                 LOG-FILE.
           IF      RETLOG             NOT  =  '00'
               GO                     TO   250-EXIT.
       250-LOOP.
           READ    LOG-FILE
               AT END
                   GO                 TO   250-DONE.
           IF     (LOGEVT             NOT  =  'S')
             OR   (LOGBOOK            NOT  =  BOOK-CODE)
             OR   (LOGKEY(1:8)        <    FROM-DATE)
             OR   (LOGKEY(1:8)        >    TO-DATE)
               GO                     TO   250-LOOP.
           MOVE    LOGKEY(1:8)        TO   LTWKDATE
           MOVE    SPACES             TO   LTWKPAGE
           READ    LTW-FILE
               INVALID KEY            CONTINUE
           END-READ
           IF      RETLTW             =    '23'
               MOVE SPACES            TO   LTWR
               MOVE LOGKEY(1:8)       TO   LTWKDATE
               MOVE 0                 TO   LTWCNT.
           IF     (LTWADATE           =    SPACES)
             OR   (LOGDATE            <    LTWADATE)
             OR  ((LOGDATE            =    LTWADATE)
             AND  (LOGTIME            <    LTWATIME))
               MOVE LOGDATE           TO   LTWADATE
               MOVE LOGTIME           TO   LTWATIME
               MOVE LOGUSR            TO   LTWAUSR.
           MOVE    'S'                TO   LTWLACT
           ADD     1                  TO   LTWCNT
           PERFORM 290-PUT-WORK       THRU 290-EXIT
           GO                         TO   250-LOOP.
       250-DONE.
           CLOSE   LOG-FILE.
       250-EXIT.
           EXIT.
      ****************************************************************
      * 280 - Day Number Of DN-DATE (CCYYMMDD) Into DN-DAYS          *
      * Days since a fixed origin, so two dates subtract to the days *
      * between them.                                                *
      ****************************************************************
       280-DAY-NUMBER.
           MOVE    DN-YEAR            TO   DN-Y
           MOVE    DN-MONTH           TO   DN-M
           IF      DN-M               <    3
               SUBTRACT 1             FROM DN-Y
               ADD  12                TO   DN-M.
           MULTIPLY DN-Y              BY   365 GIVING DN-DAYS
           DIVIDE  DN-Y               BY   4   GIVING DN-PART
           ADD     DN-PART            TO   DN-DAYS
           DIVIDE  DN-Y               BY   100 GIVING DN-PART
           SUBTRACT DN-PART           FROM DN-DAYS
           DIVIDE  DN-Y               BY   400 GIVING DN-PART
           ADD     DN-PART            TO   DN-DAYS
           SUBTRACT 3                 FROM DN-M
           MULTIPLY DN-M              BY   153 GIVING DN-PART
           ADD     2                  TO   DN-PART
           DIVIDE  DN-PART            BY   5   GIVING DN-PART
           ADD     DN-PART            TO   DN-DAYS
           ADD     DN-DAY             TO   DN-DAYS.
       280-EXIT.
           EXIT.
      ****************************************************************
      * 285 - Days From The Page Date (LAG-KDAYS) To LAG-DATE        *
      * An entry stamped on or before its page date lags 0 days.     *
      ****************************************************************
       285-LAG.
           MOVE    0                  TO   LAG-DAYS
           IF      LAG-DATE           NOT  NUMERIC
               GO                     TO   285-EXIT.
           MOVE    LAG-DATE           TO   DN-DATE
           PERFORM 280-DAY-NUMBER     THRU 280-EXIT
           IF      DN-DAYS            >    LAG-KDAYS
               SUBTRACT LAG-KDAYS     FROM DN-DAYS GIVING LAG-DAYS.
       285-EXIT.
           EXIT.
      ****************************************************************
      * 290 - Write Or Rewrite The Work Record                       *
      ****************************************************************
       290-PUT-WORK.
           IF      RETLTW             =    '23'
               WRITE LTWR
                   INVALID KEY        CONTINUE
               END-WRITE
           ELSE
               REWRITE LTWR
                   INVALID KEY        CONTINUE
               END-REWRITE.
           IF      RETLTW             NOT  =  '00'
               DISPLAY "ERROR: Could not update work file. Status "
                       RETLTW
               STOP RUN.
       290-EXIT.
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
      * 300 - Walk The Work File In Page Date Order                  *
      * A day's sign-off record sorts ahead of its pages, so the     *
      * first sign-off is known before the day's pages are checked.  *
      ****************************************************************
       300-REPORT.
           MOVE    LOW-VALUES         TO   LTWKEY
           START   LTW-FILE           KEY  IS  NOT  LESS  LTWKEY
               INVALID KEY            CONTINUE
           END-START
           IF      RETLTW             NOT  =  '00'
               GO                     TO   300-EXIT.
       300-LOOP.
           READ    LTW-FILE           NEXT RECORD
               AT END
                   GO                 TO   300-EXIT.
           IF      LTWKDATE           NOT  =  SIGN-DAY
               PERFORM 310-DAY-SIGN   THRU 310-EXIT.
           IF      LTWKPAGE           =    SPACES
               IF  (SIGN-STAMP         =    SPACES)
                OR (LTWASTAMP          <    SIGN-STAMP)
                   MOVE LTWASTAMP     TO   SIGN-STAMP
               END-IF
               GO                     TO   300-LOOP.
           ADD     1                  TO   PAGE-COUNT
           PERFORM 320-CHECK-PAGE     THRU 320-EXIT
           GO                         TO   300-LOOP.
       300-EXIT.
           EXIT.
      ****************************************************************
      * 310 - Start A New Day: Sign-Off Stamp From JRNSIGN           *
      * The record holds only the day's latest sign-off or reopen,   *
      * but either means the day had been signed off by then.        *
      ****************************************************************
       310-DAY-SIGN.
           MOVE    LTWKDATE           TO   SIGN-DAY
           MOVE    SPACES             TO   SIGN-STAMP
           IF      NOT  SGN-IS-OPEN
               GO                     TO   310-EXIT.
           MOVE    LTWKDATE           TO   SGNDATE
           READ    SGN-FILE
               INVALID KEY            CONTINUE
           END-READ
           IF      RETSGN             =    '00'
               MOVE SGNADATE          TO   SIGN-DATE
               MOVE SGNATIME          TO   SIGN-TIME.
       310-EXIT.
           EXIT.
      ****************************************************************
      * 320 - Check One Page And List What Is Late About It          *
      ****************************************************************
       320-CHECK-PAGE.
           IF      LTWKDATE           NOT  NUMERIC
               GO                     TO   320-EXIT.
           MOVE    'N'                TO   PAGE-FLAG-SW
           MOVE    LTWKDATE           TO   DN-DATE
           PERFORM 280-DAY-NUMBER     THRU 280-EXIT
           MOVE    DN-DAYS            TO   LAG-KDAYS
           MOVE    SPACES             TO   DET-KEY
           STRING  LTWKDATE(1:4)      DELIMITED BY SIZE
                   '-'                DELIMITED BY SIZE
                   LTWKDATE(5:2)      DELIMITED BY SIZE
                   '-'                DELIMITED BY SIZE
                   LTWKDATE(7:2)      DELIMITED BY SIZE
                   " P"               DELIMITED BY SIZE
                   LTWKPAGE           DELIMITED BY SIZE
                                      INTO DET-KEY
           IF      LTWASTAMP          =    SPACES
               GO                     TO   320-CHANGED.
           MOVE    LTWADATE           TO   LAG-DATE
           PERFORM 285-LAG            THRU 285-EXIT
           IF      LAG-DAYS           >    ALLOW
               ADD  1                 TO   ADDLATE-COUNT
               MOVE "ADDED LATE"      TO   DET-WHAT
               MOVE LTWADATE          TO   DET-DATE
               MOVE LTWATIME(1:4)     TO   DET-TIME
               MOVE LTWAUSR           TO   DET-USR
               MOVE LAG-DAYS          TO   DET-LAG
               MOVE SPACES            TO   DET-NOTE
               PERFORM 390-DETAIL     THRU 390-EXIT.
       320-CHANGED.
           IF      LTWLSTAMP          =    LTWASTAMP
               GO                     TO   320-SIGNED.
           MOVE    LTWLDATE           TO   LAG-DATE
           PERFORM 285-LAG            THRU 285-EXIT
           IF      LAG-DAYS           >    ALLOW
               ADD  1                 TO   CHGLATE-COUNT
               EVALUATE LTWLACT
                   WHEN 'A'  MOVE "RE-ADDED LATE" TO DET-WHAT
                   WHEN OTHER
                             MOVE "CHANGED LATE"  TO DET-WHAT
               END-EVALUATE
               MOVE LTWLDATE          TO   DET-DATE
               MOVE LTWLTIME(1:4)     TO   DET-TIME
               MOVE LTWLUSR           TO   DET-USR
               MOVE LAG-DAYS          TO   DET-LAG
               MOVE SPACES            TO   DET-NOTE
               PERFORM 390-DETAIL     THRU 390-EXIT.
       320-SIGNED.
           IF     (SIGN-STAMP         =    SPACES)
             OR   (LTWLSTAMP          NOT  >    SIGN-STAMP)
               GO                     TO   320-DONE.
           MOVE    LTWLDATE           TO   LAG-DATE
           PERFORM 285-LAG            THRU 285-EXIT
           ADD     1                  TO   AFTER-COUNT
           MOVE    "AFTER SIGN-OFF"   TO   DET-WHAT
           MOVE    LTWLDATE           TO   DET-DATE
           MOVE    LTWLTIME(1:4)      TO   DET-TIME
           MOVE    LTWLUSR            TO   DET-USR
           MOVE    LAG-DAYS           TO   DET-LAG
           MOVE    SPACES             TO   DET-NOTE
           STRING  "SIGNED "          DELIMITED BY SIZE
                   SIGN-DATE          DELIMITED BY SIZE
                   ' '                DELIMITED BY SIZE
                   SIGN-TIME(1:4)     DELIMITED BY SIZE
                                      INTO DET-NOTE
           PERFORM 390-DETAIL         THRU 390-EXIT.
       320-DONE.
           IF      PAGE-IS-FLAGGED
               ADD  1                 TO   FLAGGED-COUNT.
       320-EXIT.
           EXIT.
      ****************************************************************
      * 390 - Write One Detail Line                                  *
      * The page key is printed on the first line for the page only. *
      ****************************************************************
       390-DETAIL.
           WRITE   RPT-LINE           FROM DET-LINE
           MOVE    'Y'                TO   PAGE-FLAG-SW
           MOVE    SPACES             TO   DET-KEY.
       390-EXIT.
           EXIT.
      ****************************************************************
      * 400 - Print The Closing Tally                                *
      ****************************************************************
       400-RPT-TALLY.
           MOVE    ALL '-'            TO   RPT-LINE
           WRITE   RPT-LINE
           MOVE    SPACES             TO   RPT-LINE
           STRING  "AUDIT GENERATIONS READ : " DELIMITED BY SIZE
                   GEN-COUNT          DELIMITED BY SIZE
                                      INTO RPT-LINE
           WRITE   RPT-LINE
           MOVE    SPACES             TO   RPT-LINE
           STRING  "AUDIT RECORDS READ     : " DELIMITED BY SIZE
                   AUD-COUNT          DELIMITED BY SIZE
                                      INTO RPT-LINE
           WRITE   RPT-LINE
           MOVE    SPACES             TO   RPT-LINE
           STRING  "PAGES CHECKED          : " DELIMITED BY SIZE
                   PAGE-COUNT         DELIMITED BY SIZE
                                      INTO RPT-LINE
           WRITE   RPT-LINE
           MOVE    SPACES             TO   RPT-LINE
           STRING  "ADDED LATE             : " DELIMITED BY SIZE
                   ADDLATE-COUNT      DELIMITED BY SIZE
                                      INTO RPT-LINE
           WRITE   RPT-LINE
           MOVE    SPACES             TO   RPT-LINE
           STRING  "CHANGED LATE           : " DELIMITED BY SIZE
                   CHGLATE-COUNT      DELIMITED BY SIZE
                                      INTO RPT-LINE
           WRITE   RPT-LINE
           MOVE    SPACES             TO   RPT-LINE
           STRING  "CHANGED AFTER SIGN-OFF : " DELIMITED BY SIZE
                   AFTER-COUNT        DELIMITED BY SIZE
                                      INTO RPT-LINE
           WRITE   RPT-LINE
           MOVE    SPACES             TO   RPT-LINE
           STRING  "PAGES FLAGGED          : " DELIMITED BY SIZE
                   FLAGGED-COUNT      DELIMITED BY SIZE
                                      INTO RPT-LINE
           WRITE   RPT-LINE.
       400-EXIT.
           EXIT.
      ****************************************************************
      * 999 - Housekeeping Routines                                  *
      * The work file is rebuilt from nothing on every run.  A book  *
      * with no sign-off file has nothing signed to check against.   *
      ****************************************************************
       999-OPEN.
           OPEN OUTPUT                LTW-FILE.
           CLOSE                      LTW-FILE.
           OPEN I-O                   LTW-FILE.
           IF     (RETLTW              NOT  =  '00')
               DISPLAY "ERROR: Could not open work file. Status "
                       RETLTW
               STOP RUN.
           OPEN INPUT                 SGN-FILE.
           IF     (RETSGN              =    '00')
               MOVE 'Y'               TO   SGN-OPEN-SW
           ELSE
               IF   RETSGN             NOT  =  '35'
                   DISPLAY "ERROR: Could not open sign-off file. "
                           "Status " RETSGN
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
           CLOSE                      LTW-FILE.
           CLOSE                      RPT-FILE.
           IF      SGN-IS-OPEN
               CLOSE                  SGN-FILE.
       999-CLOSE-EXIT.
           EXIT.
