      * not re-signed - are printed as exceptions, the same way      *
      * JRNCOVR lists days with no page, so shift-end review gaps    *
      * surface before the month closes.                             *
      * The journal book is asked for first; each book is signed off *
      * on its own.  Days the site calendar marks non-operating or   *
      * holiday are not exceptions when left unsigned: they are      *
      * listed with the calendar's reason, or skipped, and counted   *
      * on their own.                                                *
      ****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       OBJECT-COMPUTER.  IBM-PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
           SELECT RPT-FILE            ASSIGN       "./JRNSREP.PRT"
                                      ORGANIZATION LINE SEQUENTIAL
                                      FILE STATUS  RETRPT.
            DATA   RECORD             IS   SGNR.
      *Daily Sign-Off Record
           COPY    JRNSGN.
       FD   CAL-FILE
            RECORD CONTAINS           57   CHARACTERS
            LABEL  RECORDS            ARE  STANDARD
            DATA   RECORD             IS   CALR.
      *Site Operating Calendar Record
           COPY    JRNCAL.
       FD   RPT-FILE
            LABEL  RECORDS            ARE  STANDARD
            DATA   RECORD             IS   RPT-LINE.
       01          RET.
           05      RETSGN             PIC  X(02).
           05      RETRPT             PIC  X(02).
           05      RETCAL             PIC  X(02).
      *Journal Book - blank is the main book and its original files
       01          BOOK-FIELDS.
           05      BOOK-CODE          PIC  X(02) VALUE SPACES.
           05      BOOK-SFX           PIC  X(03) VALUE SPACES.
           05      BOOK-TITLE         PIC  X(04) VALUE "MAIN".
           05      SGN-NAME           PIC  X(30).
      *Range Selection
       01          RANGE-KEYS.
           05      FROM-DATE.
             10    CUR-DAY            PIC  9(02).
           05      CUR-DATE-X         REDEFINES CUR-DATE
                                      PIC  X(08).
      *Site Calendar Standing Of The Current Day
       01          CAL-FIELDS.
           05      CAL-OPEN-SW        PIC  X(01) VALUE 'N'.
             88     CAL-IS-OPEN                   VALUE 'Y'.
           05      CAL-CLOSED-SW      PIC  X(01) VALUE 'N'.
             88     CAL-DAY-CLOSED                VALUE 'Y'.
           05      CAL-OPT            PIC  X(01) VALUE 'L'.
             88     CAL-LIST-CLOSED               VALUE 'L'.
             88     CAL-SKIP-CLOSED               VALUE 'S'.
      *Calendar Work Fields - month-length rules as in JOURNAL
       01          VK-FIELDS.
           05      VK-YEAR-NUM        PIC  9(04).
           05      DAY-COUNT          PIC  9(06) VALUE 0.
           05      SIGNED-COUNT       PIC  9(06) VALUE 0.
           05      OPEN-COUNT         PIC  9(06) VALUE 0.
           05      CLOSED-COUNT       PIC  9(06) VALUE 0.
      *Report Detail Line
       01          DET-LINE.
           05      DET-DATE           PIC  X(10).
           DISPLAY "Days checked : " DAY-COUNT.
           DISPLAY "Days signed  : " SIGNED-COUNT.
           DISPLAY "Days unsigned: " OPEN-COUNT.
           DISPLAY "Days closed  : " CLOSED-COUNT.
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
           MOVE    SPACES             TO   SGN-NAME
           STRING  "./JRNSIGN"        DELIMITED BY SIZE
                   BOOK-SFX           DELIMITED BY SPACE
                                      INTO SGN-NAME.
       050-EXIT.
           EXIT.
      ****************************************************************
      * 100 - Prompt For Range                                       *
      ****************************************************************
       100-GET-RANGE.
           DISPLAY "JOURNAL SIGN-OFF EXCEPTION REPORT".
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
      * 210 - Report The Sign-Off Standing Of One Calendar Day       *
      ****************************************************************
       210-CHECK-DAY.
           PERFORM 240-CAL-LOOKUP     THRU 240-EXIT
           MOVE    SPACES             TO   DET-LINE
           STRING  CUR-DATE-X(1:4)    DELIMITED BY SIZE
                   '-'                DELIMITED BY SIZE
           READ    SGN-FILE
               INVALID KEY            CONTINUE
           END-READ
           IF     (RETSGN             NOT  =  '00')
             AND   CAL-DAY-CLOSED
               GO                     TO   210-CLOSED-DAY.
           IF      RETSGN             NOT  =  '00'
               ADD  1                 TO   OPEN-COUNT
               MOVE "** NOT SIGNED OFF **" TO DET-STATUS
               GO                     TO   210-REPORT.
           IF     (SGNSTAT            NOT  =  'S')
             AND   CAL-DAY-CLOSED
               GO                     TO   210-CLOSED-DAY.
           IF      SGNSTAT            =    'S'
               ADD  1                 TO   SIGNED-COUNT
               MOVE "SIGNED"          TO   DET-STATUS
                   SGNUSR             DELIMITED BY SIZE
                                      INTO DET-STAMP.
       210-REPORT.
           WRITE   RPT-LINE           FROM DET-LINE
           GO                         TO   210-EXIT.
      * A closed day left unsigned is not an exception; when the
      * operator asked to skip closed days it is not printed.
       210-CLOSED-DAY.
           ADD     1                  TO   CLOSED-COUNT
           IF      CAL-SKIP-CLOSED
               GO                     TO   210-EXIT.
           IF      CALTYPE            =    'H'
               MOVE "HOLIDAY"         TO   DET-STATUS
           ELSE
               MOVE "NON-OPERATING DAY" TO DET-STATUS.
           MOVE    CALRSN             TO   DET-STAMP
           WRITE   RPT-LINE           FROM DET-LINE.
       210-EXIT.
           EXIT.
       220-EXIT.
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
           STRING  "DAYS UNSIGNED: "  DELIMITED BY SIZE
                   OPEN-COUNT         DELIMITED BY SIZE
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
           CLOSE                      SGN-FILE.
           CLOSE                      RPT-FILE.
           IF      CAL-IS-OPEN
               CLOSE                  CAL-FILE.
       999-CLOSE-EXIT.
           EXIT.
