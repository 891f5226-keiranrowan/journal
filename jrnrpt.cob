      * supplied year/month/day range and prints every page found,   *
      * so a month-end shift-log review doesn't need every date/page *
      * punched in by hand through JOURNAL.                          *
      * The journal book is asked for first, so each book's pages    *
      * are reported on their own.                                   *
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
       01          RET.
           05      RETJRN             PIC  X(02).
           05      RETRPT             PIC  X(02).
      *Journal Book - blank is the main book and its original files
       01          BOOK-FIELDS.
           05      BOOK-CODE          PIC  X(02) VALUE SPACES.
           05      BOOK-SFX           PIC  X(03) VALUE SPACES.
           05      BOOK-TITLE         PIC  X(04) VALUE "MAIN".
           05      JRN-NAME           PIC  X(30).
      *Range Selection
       01          RANGE-KEYS.
           05      FROM-KEY.
           05      HDG-PAGE           PIC  X(02).
           05      FILLER             PIC  X(03) VALUE SPACES.
           05      HDG-STAMP          PIC  X(40).
           05      FILLER             PIC  X(03) VALUE SPACES.
           05      HDG-BOOK           PIC  X(09).
           05      FILLER             PIC  X(10) VALUE SPACES.
      ****************************************************************
       PROCEDURE DIVISION.
       000-MAIN.
           PERFORM 999-CLOSE          THRU 999-CLOSE-EXIT.
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
           DISPLAY "JOURNAL DATE-RANGE REPORT".
           PERFORM 050-GET-BOOK       THRU 050-EXIT.
           DISPLAY "From Year  (CCYY): " WITH NO ADVANCING.
           ACCEPT  FROM-YEAR          FROM CONSOLE.
           DISPLAY "From Month (MM)  : " WITH NO ADVANCING.
                   ' '                DELIMITED BY SIZE
                   JRNUUSR            DELIMITED BY SIZE
                                      INTO HDG-STAMP
           STRING  "BOOK "            DELIMITED BY SIZE
                   BOOK-TITLE         DELIMITED BY SIZE
                                      INTO HDG-BOOK
           WRITE   RPT-LINE           FROM HDG-LINE
           MOVE    ALL '-'            TO   RPT-LINE
           WRITE   RPT-LINE
