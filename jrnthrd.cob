       IDENTIFICATION DIVISION.
       PROGRAM-ID.    JRNTHRD.
      ****************************************************************
      * Linked Page Thread Report                                    *
      * Prints the whole chain of pages tied together by the cross-  *
      * reference links operators make in JOURNAL, starting from one *
      * page of one journal book.  Links are followed both ways and  *
      * on through every page reached, so the thread is the same     *
      * whichever of its pages the report is started from.  Each     *
      * page is printed in key order - which is date order - with    *
      * its stamp and text, followed by the links it makes and the   *
      * links made to it.  A page deleted or purged since it was     *
      * linked is shown as not on file, with its links, so the       *
      * dangling ends can be put right.                              *
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
           SELECT LNK-FILE            ASSIGN       LNK-NAME
                                      ORGANIZATION INDEXED
                                      ACCESS       DYNAMIC
                                      RECORD KEY   LNKKEY
                                      ALTERNATE RECORD KEY LNKTO
                                          WITH DUPLICATES
                                      FILE STATUS  RETLNK.
           SELECT RPT-FILE            ASSIGN       "./JRNTHRD.PRT"
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
       FD   LNK-FILE
            RECORD CONTAINS           74   CHARACTERS
            LABEL  RECORDS            ARE  STANDARD
            DATA   RECORD             IS   LNKR.
      *Page Cross-Reference Link Record
           COPY    JRNLNK.
       FD   RPT-FILE
            LABEL  RECORDS            ARE  STANDARD
            DATA   RECORD             IS   RPT-LINE.
       01          RPT-LINE           PIC  X(80).
       WORKING-STORAGE SECTION.
      *Journal Data Record - elaborated field breakdown
           COPY    JRNFLD.
      *The Sixteen Journal Lines As A Table
       01          JRN-LINES          REDEFINES JRN.
           05      FILLER             PIC  X(34).
           05      JRN-LINE           OCCURS 16 TIMES
                                      PIC  X(78).
           05      FILLER             PIC  X(02).
      *File Return Codes
       01          RET.
           05      RETJRN             PIC  X(02).
           05      RETLNK             PIC  X(02).
           05      RETRPT             PIC  X(02).
      *Journal Book - blank is the main book and its original files
       01          BOOK-FIELDS.
           05      BOOK-CODE          PIC  X(02) VALUE SPACES.
           05      BOOK-SFX           PIC  X(03) VALUE SPACES.
           05      BOOK-TITLE         PIC  X(04) VALUE "MAIN".
           05      JRN-NAME           PIC  X(30).
           05      LNK-NAME           PIC  X(30).
      *Page The Thread Is Started From
       01          START-KEY.
           05      START-YEAR         PIC  X(04).
           05      START-MONTH        PIC  X(02).
           05      START-DAY          PIC  X(02).
           05      START-PAGE         PIC  X(02).
      *Page Being Worked On And The Page At The Far End Of A Link
       01          CUR-KEY            PIC  X(10).
       01          NEW-KEY            PIC  X(10).
       01          KEY-BREAKDOWN.
           05      KB-YEAR            PIC  X(04).
           05      KB-MONTH           PIC  X(02).
           05      KB-DAY             PIC  X(02).
           05      KB-PAGE            PIC  X(02).
      *Pages In The Thread - kept in key order as they are found;
      *a page is done once its own links have been followed
       01          TH-TABLE.
           05      TH-ROW             OCCURS 500 TIMES.
             10    TH-KEY             PIC  X(10).
             10    TH-DONE            PIC  X(01).
               88   TH-IS-DONE                    VALUE 'Y'.
       01          TH-CONTROLS.
           05      TH-USED            PIC  9(04) VALUE 0.
           05      TH-IX              PIC  9(04) VALUE 0.
           05      TH-POS             PIC  9(04) VALUE 0.
           05      TH-MV              PIC  9(04) VALUE 0.
           05      TH-LX              PIC  9(02) VALUE 0.
      *Switches
       01          SWITCHES.
           05      LNK-OPEN-SW        PIC  X(01) VALUE 'N'.
             88     LNK-IS-OPEN                   VALUE 'Y'.
           05      TH-FULL-SW         PIC  X(01) VALUE 'N'.
             88     TH-IS-FULL                    VALUE 'Y'.
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
           05      GONE-COUNT         PIC  9(06) VALUE 0.
           05      LINK-COUNT         PIC  9(06) VALUE 0.
      *Page Heading Line
       01          TP-LINE.
           05      TP-DATE            PIC  X(10).
           05      FILLER             PIC  X(06) VALUE " PAGE ".
           05      TP-PAGE            PIC  X(02).
           05      FILLER             PIC  X(03) VALUE SPACES.
           05      TP-STAMP           PIC  X(34).
           05      FILLER             PIC  X(02) VALUE SPACES.
           05      TP-CAT             PIC  X(07).
           05      FILLER             PIC  X(16) VALUE SPACES.
      *Link Detail Line
       01          DET-LINE.
           05      FILLER             PIC  X(04) VALUE SPACES.
           05      DET-DIR            PIC  X(09).
           05      FILLER             PIC  X(01) VALUE SPACES.
           05      DET-DATE           PIC  X(10).
           05      FILLER             PIC  X(02) VALUE " P".
           05      DET-PAGE           PIC  X(02).
           05      FILLER             PIC  X(02) VALUE SPACES.
           05      DET-RSN            PIC  X(30).
           05      FILLER             PIC  X(01) VALUE SPACES.
           05      DET-USR            PIC  X(10).
           05      FILLER             PIC  X(01) VALUE SPACES.
           05      DET-MADE           PIC  X(08).
      ****************************************************************
       PROCEDURE DIVISION.
       000-MAIN.
           PERFORM 100-GET-START      THRU 100-EXIT.
           PERFORM 999-OPEN           THRU 999-OPEN-EXIT.
           PERFORM 150-RPT-HEADING    THRU 150-EXIT.
           PERFORM 200-GATHER         THRU 200-EXIT.
           PERFORM 300-PRINT          THRU 300-EXIT.
           PERFORM 600-RPT-TALLY      THRU 600-EXIT.
           PERFORM 999-CLOSE          THRU 999-CLOSE-EXIT.
           DISPLAY "Page thread complete - JRNTHRD.PRT".
           DISPLAY "Pages in thread   : " PAGE-COUNT.
           DISPLAY "Pages not on file : " GONE-COUNT.
           DISPLAY "Links             : " LINK-COUNT.
           IF      TH-IS-FULL
               DISPLAY "WARNING: Thread too long - report is not "
                       "complete.".
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
           MOVE    SPACES             TO   LNK-NAME
           STRING  "./JRNLINK"        DELIMITED BY SIZE
                   BOOK-SFX           DELIMITED BY SPACE
                                      INTO LNK-NAME.
       050-EXIT.
           EXIT.
      ****************************************************************
      * 100 - Prompt For The Page The Thread Starts From             *
      ****************************************************************
       100-GET-START.
           DISPLAY "LINKED PAGE THREAD".
           PERFORM 050-GET-BOOK       THRU 050-EXIT.
           DISPLAY "Start from page:".
           DISPLAY "Year  (CCYY): " WITH NO ADVANCING.
           ACCEPT  START-YEAR         FROM CONSOLE.
           DISPLAY "Month (MM)  : " WITH NO ADVANCING.
           ACCEPT  START-MONTH        FROM CONSOLE.
           DISPLAY "Day   (DD)  : " WITH NO ADVANCING.
           ACCEPT  START-DAY          FROM CONSOLE.
           DISPLAY "Page  (PP)  : " WITH NO ADVANCING.
           ACCEPT  START-PAGE         FROM CONSOLE.
           IF     (START-YEAR         NOT  NUMERIC)
             OR   (START-MONTH        NOT  NUMERIC)
             OR   (START-DAY          NOT  NUMERIC)
             OR   (START-PAGE         NOT  NUMERIC)
               DISPLAY "ERROR: Year, month, day and page must be "
                       "numeric."
               STOP RUN.
           MOVE    START-YEAR         TO   VK-YEAR-NUM
           MOVE    START-MONTH        TO   VK-MONTH-NUM
           MOVE    START-DAY          TO   VK-DAY-NUM
           IF     (VK-MONTH-NUM       <    1) OR (VK-MONTH-NUM > 12)
               DISPLAY "ERROR: Month must be 01 through 12."
               STOP RUN.
           PERFORM 295-DAYS-IN-MONTH  THRU 295-DAYS-IN-MONTH-EXIT
           IF     (VK-DAY-NUM         <    1)
             OR   (VK-DAY-NUM         >    VK-DAYS-IN-MONTH)
               DISPLAY "ERROR: Day is not valid for that month."
               STOP RUN.
       100-EXIT.
           EXIT.
      ****************************************************************
      * 150 - Print The Report Heading                               *
      ****************************************************************
       150-RPT-HEADING.
           MOVE    SPACES             TO   RPT-LINE
           STRING  "LINKED PAGE THREAD - BOOK "
                                      DELIMITED BY SIZE
                   BOOK-TITLE         DELIMITED BY SIZE
                   " - STARTED FROM " DELIMITED BY SIZE
                   START-YEAR         DELIMITED BY SIZE
                   '-'                DELIMITED BY SIZE
                   START-MONTH        DELIMITED BY SIZE
                   '-'                DELIMITED BY SIZE
                   START-DAY          DELIMITED BY SIZE
                   " PAGE "           DELIMITED BY SIZE
                   START-PAGE         DELIMITED BY SIZE
                                      INTO RPT-LINE
           WRITE   RPT-LINE
           MOVE    "EVERY PAGE LINKED TO IT DIRECTLY OR THROUGH OTHER"
                                      TO   RPT-LINE
           MOVE    " PAGES, IN DATE ORDER"
                                      TO   RPT-LINE(51:21)
           WRITE   RPT-LINE
           MOVE    ALL '='            TO   RPT-LINE
           WRITE   RPT-LINE.
       150-EXIT.
           EXIT.
      ****************************************************************
      * 200 - Gather The Pages In The Thread                         *
      * The start page goes in first; each page not yet done has its *
      * links followed both ways, adding any page not already in the *
      * table, until every page in the table is done.                *
      ****************************************************************
       200-GATHER.
           MOVE    START-KEY          TO   NEW-KEY
           PERFORM 250-ADD-KEY        THRU 250-EXIT.
       200-LOOP.
           MOVE    1                  TO   TH-IX.
       200-FIND.
           IF      TH-IX              >    TH-USED
               GO                     TO   200-EXIT.
           IF      TH-IS-DONE(TH-IX)
               ADD  1                 TO   TH-IX
               GO                     TO   200-FIND.
           MOVE    'Y'                TO   TH-DONE(TH-IX)
           MOVE    TH-KEY(TH-IX)      TO   CUR-KEY
           PERFORM 210-FOLLOW-LINKS   THRU 210-EXIT
           GO                         TO   200-LOOP.
       200-EXIT.
           EXIT.
      ****************************************************************
      * 210 - Add The Pages At The Far End Of CUR-KEY's Links        *
      * Links the page makes come off the prime key, links made to   *
      * it off the alternate key on LNKTO.                           *
      ****************************************************************
       210-FOLLOW-LINKS.
           IF      NOT  LNK-IS-OPEN
               GO                     TO   210-EXIT.
           MOVE    CUR-KEY            TO   LNKFROM
           MOVE    LOW-VALUES         TO   LNKTO
           START   LNK-FILE           KEY  IS  NOT  LESS  LNKKEY
               INVALID KEY            CONTINUE
           END-START
           IF      RETLNK             NOT  =  '00'
               GO                     TO   210-IN.
       210-OUT-LOOP.
           READ    LNK-FILE           NEXT RECORD
               AT END
                   GO                 TO   210-IN.
           IF      LNKFROM            NOT  =  CUR-KEY
               GO                     TO   210-IN.
           MOVE    LNKTO              TO   NEW-KEY
           PERFORM 250-ADD-KEY        THRU 250-EXIT
           GO                         TO   210-OUT-LOOP.
       210-IN.
           MOVE    CUR-KEY            TO   LNKTO
           START   LNK-FILE           KEY  IS  NOT  LESS  LNKTO
               INVALID KEY            CONTINUE
           END-START
           IF      RETLNK             NOT  =  '00'
               GO                     TO   210-EXIT.
       210-IN-LOOP.
           READ    LNK-FILE           NEXT RECORD
               AT END
                   GO                 TO   210-EXIT.
           IF      LNKTO              NOT  =  CUR-KEY
               GO                     TO   210-EXIT.
           MOVE    LNKFROM            TO   NEW-KEY
           PERFORM 250-ADD-KEY        THRU 250-EXIT
           GO                         TO   210-IN-LOOP.
       210-EXIT.
           EXIT.
      ****************************************************************
      * 250 - Put NEW-KEY In The Thread Table In Key Order           *
      * A key already in the table is left alone.  Once the table is *
      * full no more pages are taken and the report says so.         *
      ****************************************************************
       250-ADD-KEY.
           MOVE    1                  TO   TH-POS.
       250-FIND.
           IF      TH-POS             >    TH-USED
               GO                     TO   250-INSERT.
           IF      TH-KEY(TH-POS)     =    NEW-KEY
               GO                     TO   250-EXIT.
           IF      TH-KEY(TH-POS)     >    NEW-KEY
               GO                     TO   250-INSERT.
           ADD     1                  TO   TH-POS
           GO                         TO   250-FIND.
       250-INSERT.
           IF      TH-USED            =    500
               MOVE 'Y'               TO   TH-FULL-SW
               GO                     TO   250-EXIT.
           MOVE    TH-USED            TO   TH-MV.
       250-SHIFT.
           IF      TH-MV              <    TH-POS
               GO                     TO   250-PLACE.
           MOVE    TH-ROW(TH-MV)      TO   TH-ROW(TH-MV + 1)
           SUBTRACT 1                 FROM TH-MV
           GO                         TO   250-SHIFT.
       250-PLACE.
           MOVE    NEW-KEY            TO   TH-KEY(TH-POS)
           MOVE    'N'                TO   TH-DONE(TH-POS)
           ADD     1                  TO   TH-USED.
       250-EXIT.
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
      * 300 - Print Each Page Of The Thread With Its Links           *
      ****************************************************************
       300-PRINT.
           MOVE    1                  TO   TH-IX.
       300-LOOP.
           IF      TH-IX              >    TH-USED
               GO                     TO   300-EXIT.
           MOVE    TH-KEY(TH-IX)      TO   CUR-KEY
           PERFORM 310-PRINT-PAGE     THRU 310-EXIT
           PERFORM 320-PRINT-LINKS    THRU 320-EXIT
           MOVE    SPACES             TO   RPT-LINE
           WRITE   RPT-LINE
           ADD     1                  TO   TH-IX
           GO                         TO   300-LOOP.
       300-EXIT.
           EXIT.
      ****************************************************************
      * 310 - Print One Page: Heading Line Then Its Written Lines    *
      ****************************************************************
       310-PRINT-PAGE.
           ADD     1                  TO   PAGE-COUNT
           MOVE    CUR-KEY            TO   KEY-BREAKDOWN
           MOVE    SPACES             TO   TP-DATE TP-STAMP TP-CAT
           STRING  KB-YEAR            DELIMITED BY SIZE
                   '-'                DELIMITED BY SIZE
                   KB-MONTH           DELIMITED BY SIZE
                   '-'                DELIMITED BY SIZE
                   KB-DAY             DELIMITED BY SIZE
                                      INTO TP-DATE
           MOVE    KB-PAGE            TO   TP-PAGE
           MOVE    CUR-KEY            TO   JRNDK
           READ    JRN-MASTER
               INVALID KEY            CONTINUE
           END-READ
           IF      RETJRN             NOT  =  '00'
               ADD  1                 TO   GONE-COUNT
               MOVE "** NOT ON FILE **" TO TP-STAMP
               WRITE RPT-LINE         FROM TP-LINE
               GO                     TO   310-EXIT.
           MOVE    JRND               TO   JRN
           STRING  JRNUDATE           DELIMITED BY SIZE
                   ' '                DELIMITED BY SIZE
                   JRNUTIME           DELIMITED BY SIZE
                   ' '                DELIMITED BY SIZE
                   JRNUUSR            DELIMITED BY SIZE
                                      INTO TP-STAMP
           IF      JRNCAT             NOT  =  SPACES
               STRING "CAT "          DELIMITED BY SIZE
                      JRNCAT          DELIMITED BY SIZE
                                      INTO TP-CAT.
           WRITE   RPT-LINE           FROM TP-LINE
           MOVE    1                  TO   TH-LX.
       310-LINE-LOOP.
           IF      TH-LX              >    16
               GO                     TO   310-EXIT.
           IF      JRN-LINE(TH-LX)    NOT  =  SPACES
               MOVE SPACES            TO   RPT-LINE
               MOVE JRN-LINE(TH-LX)   TO   RPT-LINE(3:78)
               WRITE RPT-LINE.
           ADD     1                  TO   TH-LX
           GO                         TO   310-LINE-LOOP.
       310-EXIT.
           EXIT.
      ****************************************************************
      * 320 - Print The Links CUR-KEY Makes, Then Those Made To It   *
      * Every link in the thread is made by exactly one of its       *
      * pages, so only the links a page makes are counted.           *
      ****************************************************************
       320-PRINT-LINKS.
           IF      NOT  LNK-IS-OPEN
               GO                     TO   320-EXIT.
           MOVE    CUR-KEY            TO   LNKFROM
           MOVE    LOW-VALUES         TO   LNKTO
           START   LNK-FILE           KEY  IS  NOT  LESS  LNKKEY
               INVALID KEY            CONTINUE
           END-START
           IF      RETLNK             NOT  =  '00'
               GO                     TO   320-IN.
       320-OUT-LOOP.
           READ    LNK-FILE           NEXT RECORD
               AT END
                   GO                 TO   320-IN.
           IF      LNKFROM            NOT  =  CUR-KEY
               GO                     TO   320-IN.
           ADD     1                  TO   LINK-COUNT
           MOVE    "LINKED TO"        TO   DET-DIR
           MOVE    LNKTO              TO   KEY-BREAKDOWN
           PERFORM 330-LINK-LINE      THRU 330-EXIT
           GO                         TO   320-OUT-LOOP.
       320-IN.
           MOVE    CUR-KEY            TO   LNKTO
           START   LNK-FILE           KEY  IS  NOT  LESS  LNKTO
               INVALID KEY            CONTINUE
           END-START
           IF      RETLNK             NOT  =  '00'
               GO                     TO   320-EXIT.
       320-IN-LOOP.
           READ    LNK-FILE           NEXT RECORD
               AT END
                   GO                 TO   320-EXIT.
           IF      LNKTO              NOT  =  CUR-KEY
               GO                     TO   320-EXIT.
           MOVE    "LINK FROM"        TO   DET-DIR
           MOVE    LNKFROM            TO   KEY-BREAKDOWN
           PERFORM 330-LINK-LINE      THRU 330-EXIT
           GO                         TO   320-IN-LOOP.
       320-EXIT.
           EXIT.
      ****************************************************************
      * 330 - Write One Link Line For The Page In KEY-BREAKDOWN      *
      ****************************************************************
       330-LINK-LINE.
           MOVE    SPACES             TO   DET-DATE
           STRING  KB-YEAR            DELIMITED BY SIZE
                   '-'                DELIMITED BY SIZE
                   KB-MONTH           DELIMITED BY SIZE
                   '-'                DELIMITED BY SIZE
                   KB-DAY             DELIMITED BY SIZE
                                      INTO DET-DATE
           MOVE    KB-PAGE            TO   DET-PAGE
           MOVE    LNKRSN             TO   DET-RSN
           MOVE    LNKUSR             TO   DET-USR
           MOVE    LNKDATE            TO   DET-MADE
           WRITE   RPT-LINE           FROM DET-LINE.
       330-EXIT.
           EXIT.
      ****************************************************************
      * 600 - Print The Closing Tally                                *
      ****************************************************************
       600-RPT-TALLY.
           MOVE    ALL '='            TO   RPT-LINE
           WRITE   RPT-LINE
           MOVE    SPACES             TO   RPT-LINE
           STRING  "PAGES IN THREAD     : " DELIMITED BY SIZE
                   PAGE-COUNT         DELIMITED BY SIZE
                                      INTO RPT-LINE
           WRITE   RPT-LINE
           MOVE    SPACES             TO   RPT-LINE
           STRING  "PAGES NOT ON FILE   : " DELIMITED BY SIZE
                   GONE-COUNT         DELIMITED BY SIZE
                                      INTO RPT-LINE
           WRITE   RPT-LINE
           MOVE    SPACES             TO   RPT-LINE
           STRING  "LINKS               : " DELIMITED BY SIZE
                   LINK-COUNT         DELIMITED BY SIZE
                                      INTO RPT-LINE
           WRITE   RPT-LINE
           IF      TH-IS-FULL
               MOVE "THREAD TOO LONG - PAGES AFTER THE FIRST 500 FOUND"
                                      TO   RPT-LINE
               MOVE " ARE NOT SHOWN"  TO   RPT-LINE(51:14)
               WRITE RPT-LINE.
       600-EXIT.
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
      * A book whose pages have never been linked has no link file;
      * the thread is then the start page alone.
           OPEN INPUT                 LNK-FILE.
           IF     (RETLNK              =    '00')
               MOVE 'Y'               TO   LNK-OPEN-SW
           ELSE
               IF   RETLNK             NOT  =  '35'
                   DISPLAY "ERROR: Could not open page link file. "
                           "Status " RETLNK
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
           CLOSE                      JRN-MASTER.
           CLOSE                      RPT-FILE.
           IF      LNK-IS-OPEN
               CLOSE                  LNK-FILE.
       999-CLOSE-EXIT.
           EXIT.
