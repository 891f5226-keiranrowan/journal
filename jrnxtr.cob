      * JRNAPL lands on the current image either way.  The           *
      * checkpoint is only advanced - to the moment this scan        *
      * started - after the transfer file is completely written.     *
      * The journal book is asked for first.  Each book keeps its    *
      * own audit trail, catalog and checkpoint, and a book other    *
      * than the main one extracts to "./JRNXFR.bk.ccyymmdd".        *
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
           SELECT AUD-FILE            ASSIGN       AUD-NAME
                                      ORGANIZATION SEQUENTIAL
                                      FILE STATUS  RETAUD.
           SELECT CTG-FILE            ASSIGN       CTG-NAME
                                      ORGANIZATION LINE SEQUENTIAL
                                      FILE STATUS  RETCTG.
           SELECT XFR-FILE            ASSIGN       XFR-NAME
                                      ORGANIZATION SEQUENTIAL
                                      FILE STATUS  RETXFR.
           SELECT CKP-FILE            ASSIGN       CKP-NAME
                                      ORGANIZATION LINE SEQUENTIAL
                                      FILE STATUS  RETCKP.
      ****************************************************************
           05      RETCTG             PIC  X(02).
           05      RETXFR             PIC  X(02).
           05      RETCKP             PIC  X(02).
      *Journal Book - blank is the main book and its original files
       01          BOOK-FIELDS.
           05      BOOK-CODE          PIC  X(02) VALUE SPACES.
           05      BOOK-SFX           PIC  X(03) VALUE SPACES.
           05      BOOK-TITLE         PIC  X(04) VALUE "MAIN".
           05      JRN-NAME           PIC  X(30).
           05      LIVE-AUD-NAME      PIC  X(30).
           05      CTG-NAME           PIC  X(30).
           05      CKP-NAME           PIC  X(30).
      *Audit File Being Scanned - a generation or the live file
       01          AUD-NAME           PIC  X(30).
      *Transfer File Name
       000-MAIN.
           ACCEPT  NOWD               FROM DATE YYYYMMDD.
           ACCEPT  NOWT               FROM TIME.
           PERFORM 050-GET-BOOK       THRU 050-EXIT.
           PERFORM 100-GET-CHECKPOINT THRU 100-EXIT.
           PERFORM 120-BUILD-NAME     THRU 120-EXIT.
           PERFORM 130-OPEN-FILES     THRU 130-EXIT.
           PERFORM 180-WALK-GENS      THRU 180-EXIT.
           MOVE    LIVE-AUD-NAME      TO   AUD-NAME.
           PERFORM 200-SCAN-AUDIT     THRU 200-EXIT.
           PERFORM 300-WRITE-TRANSFER THRU 300-EXIT.
           PERFORM 320-CLOSE-FILES    THRU 320-EXIT.
           DISPLAY "Delete markers      : " DEL-COUNT.
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
           MOVE    SPACES             TO   LIVE-AUD-NAME
           STRING  "./JRNAUD"         DELIMITED BY SIZE
                   BOOK-SFX           DELIMITED BY SPACE
                                      INTO LIVE-AUD-NAME
           MOVE    SPACES             TO   CTG-NAME
           STRING  "./JRNAUDC"        DELIMITED BY SIZE
                   BOOK-SFX           DELIMITED BY SPACE
                                      INTO CTG-NAME
           MOVE    SPACES             TO   CKP-NAME
           STRING  "./JRNXTR"         DELIMITED BY SIZE
                   BOOK-SFX           DELIMITED BY SPACE
                   ".CKP"             DELIMITED BY SIZE
                                      INTO CKP-NAME.
       050-EXIT.
           EXIT.
      ****************************************************************
      * 100 - Read The Last Run's Checkpoint                         *
      * No checkpoint on file means a first run, which extracts      *
      * everything the audit trail has ever touched.                 *
      * 120 - Build The Dated Transfer File Name                     *
      ****************************************************************
       120-BUILD-NAME.
           MOVE    SPACES             TO   XFR-NAME
           STRING  "./JRNXFR"         DELIMITED BY SIZE
                   BOOK-SFX           DELIMITED BY SPACE
                   "."                DELIMITED BY SIZE
                   NOWDCC             DELIMITED BY SIZE
                   NOWDYY             DELIMITED BY SIZE
                   NOWDMM             DELIMITED BY SIZE
