      * file so there is a restore point beyond the live "./JRN"     *
      * file.  The record count is left in the step-count file at    *
      * end of job so the JRNCTL job stream can checkpoint the step. *
      * The journal book is the one run parameter; a book other than *
      * the main one archives to "./JRNARC.bk.ccyymmdd".             *
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
           05      RETARC             PIC  X(02).
           05      RETCNT             PIC  X(02).
      *Journal Book - blank is the main book and its original files
       01          BOOK-FIELDS.
           05      BOOK-CODE          PIC  X(02) VALUE SPACES.
           05      BOOK-SFX           PIC  X(03) VALUE SPACES.
           05      BOOK-TITLE         PIC  X(04) VALUE "MAIN".
           05      JRN-NAME           PIC  X(30).
      *Archive File Name
       01          ARC-NAME           PIC  X(30).
      *Date
      ****************************************************************
       PROCEDURE DIVISION.
       000-MAIN.
           PERFORM 050-GET-BOOK       THRU 050-EXIT.
           PERFORM 100-BUILD-NAME     THRU 100-EXIT.
           PERFORM 999-OPEN           THRU 999-OPEN-EXIT.
           PERFORM 200-COPY           THRU 200-EXIT.
           DISPLAY "Records archived: " REC-COUNT.
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
      * 100 - Build The Dated Archive File Name                      *
      ****************************************************************
       100-BUILD-NAME.
           ACCEPT  NOWD               FROM DATE YYYYMMDD
           MOVE    SPACES             TO   ARC-NAME
           STRING  "./JRNARC"         DELIMITED BY SIZE
                   BOOK-SFX           DELIMITED BY SPACE
                   "."                DELIMITED BY SIZE
                   NOWDCC             DELIMITED BY SIZE
                   NOWDYY             DELIMITED BY SIZE
                   NOWDMM             DELIMITED BY SIZE
