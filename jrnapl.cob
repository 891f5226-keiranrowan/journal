      * A register of every key applied - added, replaced, deleted,  *
      * already absent, or rejected - is printed so the standby's    *
      * currency can be proven after each run.                       *
      * The journal book is asked for first and the transfer is      *
      * applied to that book's JRN copy on the standby.              *
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
           05      RETJRN             PIC  X(02).
           05      RETXFR             PIC  X(02).
           05      RETREG             PIC  X(02).
      *Journal Book - blank is the main book and its original files
       01          BOOK-FIELDS.
           05      BOOK-CODE          PIC  X(02) VALUE SPACES.
           05      BOOK-SFX           PIC  X(03) VALUE SPACES.
           05      BOOK-TITLE         PIC  X(04) VALUE "MAIN".
           05      JRN-NAME           PIC  X(30).
      *Transfer File Name
       01          XFR-NAME           PIC  X(30).
      *Counters
           DISPLAY "Records rejected: " REJ-COUNT.
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
      * 100 - Prompt For The Transfer File Name                      *
      ****************************************************************
       100-GET-OPTIONS.
           DISPLAY "JOURNAL STANDBY APPLY".
           PERFORM 050-GET-BOOK       THRU 050-EXIT.
           DISPLAY "Transfer file (e.g. ./JRNXFR.CCYYMMDD): "
                   WITH NO ADVANCING.
           ACCEPT  XFR-NAME           FROM CONSOLE.
           MOVE    SPACES             TO   REG-LINE
           STRING  "STANDBY APPLY REGISTER - "
                                      DELIMITED BY SIZE
                   XFR-NAME           DELIMITED BY SPACE
                   " - BOOK "         DELIMITED BY SIZE
                   BOOK-TITLE         DELIMITED BY SIZE
                                      INTO REG-LINE
           WRITE   REG-LINE
           MOVE    SPACES             TO   REG-LINE
