      * time.  The record count is left in the step-count file and   *
      * the return code is raised when any record is in error, so    *
      * the JRNCTL job stream can hold later steps back.             *
      * The journal book is the one run parameter.                   *
      ****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       OBJECT-COMPUTER.  IBM-PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JRN-MASTER          ASSIGN       JRN-NAME
                                      ORGANIZATION INDEXED
                                      ACCESS       SEQUENTIAL
                                      RECORD KEY   JRNDK
           05      RETJRN             PIC  X(02).
           05      RETRPT             PIC  X(02).
           05      RETCNT             PIC  X(02).
      *Journal Book - blank is the main book and its original files
       01          BOOK-FIELDS.
           05      BOOK-CODE          PIC  X(02) VALUE SPACES.
           05      BOOK-SFX           PIC  X(03) VALUE SPACES.
           05      BOOK-TITLE         PIC  X(04) VALUE "MAIN".
           05      JRN-NAME           PIC  X(30).
      *Record Error Switch
       01          CHK-ERR-SW         PIC  X(01) VALUE 'N'.
             88     CHK-REC-HAS-ERR                 VALUE 'Y'.
      ****************************************************************
       PROCEDURE DIVISION.
       000-MAIN.
           PERFORM 050-GET-BOOK       THRU 050-EXIT.
           PERFORM 999-OPEN           THRU 999-OPEN-EXIT.
           PERFORM 150-RPT-HEADING    THRU 150-EXIT.
           PERFORM 200-SCAN           THRU 200-EXIT.
               MOVE 4                 TO   RETURN-CODE.
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
      * 150 - Print The Report Heading                               *
      ****************************************************************
       150-RPT-HEADING.
           MOVE    SPACES             TO   RPT-LINE
           STRING  "JOURNAL MASTER INTEGRITY CHECK - BOOK "
                                      DELIMITED BY SIZE
                   BOOK-TITLE         DELIMITED BY SIZE
                                      INTO RPT-LINE
           WRITE   RPT-LINE
           MOVE    SPACES             TO   RPT-LINE
           MOVE    "KEY          ERROR"  TO RPT-LINE
