      * file the office can load straight into a spreadsheet: the    *
      * key fields, the update stamp and operator, and the sixteen   *
      * text lines as quoted columns.                                *
      * The journal book is asked for first; a book other than the   *
      * main one exports to "./JRNEXP.bk.CSV".                       *
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
                                      ALTERNATE RECORD KEY JRNDUSR
                                          WITH DUPLICATES
                                      FILE STATUS  RETJRN.
           SELECT EXP-FILE            ASSIGN       EXP-NAME
                                      ORGANIZATION LINE SEQUENTIAL
                                      FILE STATUS  RETEXP.
      ****************************************************************
       01          RET.
           05      RETJRN             PIC  X(02).
           05      RETEXP             PIC  X(02).
      *Journal Book - blank is the main book and its original files
       01          BOOK-FIELDS.
           05      BOOK-CODE          PIC  X(02) VALUE SPACES.
           05      BOOK-SFX           PIC  X(03) VALUE SPACES.
           05      BOOK-TITLE         PIC  X(04) VALUE "MAIN".
           05      JRN-NAME           PIC  X(30).
           05      EXP-NAME           PIC  X(30).
      *Range Selection
       01          RANGE-KEYS.
           05      FROM-KEY.
           PERFORM 150-EXP-HEADING    THRU 150-EXIT.
           PERFORM 200-SCAN           THRU 200-EXIT.
           PERFORM 999-CLOSE          THRU 999-CLOSE-EXIT.
           DISPLAY "Journal export complete - " EXP-NAME.
           DISPLAY "Rows exported: " ROW-COUNT.
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
           MOVE    SPACES             TO   EXP-NAME
           STRING  "./JRNEXP"         DELIMITED BY SIZE
                   BOOK-SFX           DELIMITED BY SPACE
                   ".CSV"             DELIMITED BY SIZE
                                      INTO EXP-NAME.
       050-EXIT.
           EXIT.
      ****************************************************************
      * 100 - Prompt For Range                                       *
      ****************************************************************
       100-GET-RANGE.
           DISPLAY "JOURNAL DELIMITED EXPORT".
           PERFORM 050-GET-BOOK       THRU 050-EXIT.
           DISPLAY "From Year  (CCYY): " WITH NO ADVANCING.
           ACCEPT  FROM-YEAR          FROM CONSOLE.
           DISPLAY "From Month (MM)  : " WITH NO ADVANCING.
