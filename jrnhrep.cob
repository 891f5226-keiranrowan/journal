       IDENTIFICATION DIVISION.
       PROGRAM-ID.    JRNHREP.
      ****************************************************************
      * Legal Hold Register Report                                   *
      * Lists every hold in a journal book's JRNHOLD register, the   *
      * active ones and those already released: the hold ID, case    *
      * reference, page range, how many pages are on file in the     *
      * range today, and who placed and released it and when.  Legal *
      * is given this listing to confirm what is being preserved.    *
      * The journal book is asked for first; a book that has never   *
      * had a hold placed prints an empty register.                  *
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
           SELECT HLD-FILE            ASSIGN       HLD-NAME
                                      ORGANIZATION INDEXED
                                      ACCESS       DYNAMIC
                                      RECORD KEY   HLDID
                                      FILE STATUS  RETHLD.
           SELECT RPT-FILE            ASSIGN       "./JRNHREP.PRT"
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
       FD   HLD-FILE
            RECORD CONTAINS           97   CHARACTERS
            LABEL  RECORDS            ARE  STANDARD
            DATA   RECORD             IS   HLDR.
      *Legal Hold Register Record
           COPY    JRNHLD.
       FD   RPT-FILE
            LABEL  RECORDS            ARE  STANDARD
            DATA   RECORD             IS   RPT-LINE.
       01          RPT-LINE           PIC  X(80).
       WORKING-STORAGE SECTION.
      *File Return Codes
       01          RET.
           05      RETJRN             PIC  X(02).
           05      RETHLD             PIC  X(02).
           05      RETRPT             PIC  X(02).
      *Date
       01          NOWD.
           05      NOWDCC             PIC  X(02).
           05      NOWDYY             PIC  X(02).
           05      NOWDMM             PIC  X(02).
           05      NOWDDD             PIC  X(02).
      *Journal Book - blank is the main book and its original files
       01          BOOK-FIELDS.
           05      BOOK-CODE          PIC  X(02) VALUE SPACES.
           05      BOOK-SFX           PIC  X(03) VALUE SPACES.
           05      BOOK-TITLE         PIC  X(04) VALUE "MAIN".
           05      JRN-NAME           PIC  X(30).
           05      HLD-NAME           PIC  X(30).
      *Switches
       01          SWITCHES.
           05      JRN-OPEN-SW        PIC  X(01) VALUE 'N'.
             88     JRN-IS-OPEN                   VALUE 'Y'.
           05      HLD-OPEN-SW        PIC  X(01) VALUE 'N'.
             88     HLD-IS-OPEN                   VALUE 'Y'.
      *Counters
       01          COUNTERS.
           05      HOLD-COUNT         PIC  9(06) VALUE 0.
           05      ACT-COUNT          PIC  9(06) VALUE 0.
           05      REL-COUNT          PIC  9(06) VALUE 0.
           05      PAGE-COUNT         PIC  9(06) VALUE 0.
           05      HELD-PAGES         PIC  9(06) VALUE 0.
      *Report Detail Line
       01          DET-LINE.
           05      DET-ID             PIC  X(08).
           05      FILLER             PIC  X(02) VALUE SPACES.
           05      DET-CASE           PIC  X(20).
           05      FILLER             PIC  X(02) VALUE SPACES.
           05      DET-FROM           PIC  X(10).
           05      FILLER             PIC  X(02) VALUE SPACES.
           05      DET-TO             PIC  X(10).
           05      FILLER             PIC  X(02) VALUE SPACES.
           05      DET-PAGES          PIC  ZZZZZ9.
           05      FILLER             PIC  X(02) VALUE SPACES.
           05      DET-STAT           PIC  X(08).
           05      FILLER             PIC  X(08) VALUE SPACES.
      ****************************************************************
       PROCEDURE DIVISION.
       000-MAIN.
           ACCEPT  NOWD               FROM DATE YYYYMMDD.
           DISPLAY "LEGAL HOLD REGISTER REPORT".
           PERFORM 050-GET-BOOK       THRU 050-EXIT.
           PERFORM 999-OPEN           THRU 999-OPEN-EXIT.
           PERFORM 150-RPT-HEADING    THRU 150-EXIT.
           PERFORM 200-SCAN           THRU 200-EXIT.
           PERFORM 400-RPT-TALLY      THRU 400-EXIT.
           PERFORM 999-CLOSE          THRU 999-CLOSE-EXIT.
           DISPLAY "Legal hold register complete - JRNHREP.PRT".
           DISPLAY "Holds on file : " HOLD-COUNT.
           DISPLAY "Holds active  : " ACT-COUNT.
           DISPLAY "Holds released: " REL-COUNT.
           STOP RUN.
      ****************************************************************
      * 050 - Prompt For The Journal Book                            *
      * Blank is the main book and its original file names; every    *
      * other book's files carry the book code as a suffix.          *
      ****************************************************************
       050-GET-BOOK.
           DISPLAY "Book (blank=main)  : " WITH NO ADVANCING.
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
           MOVE    SPACES             TO   HLD-NAME
           STRING  "./JRNHOLD"        DELIMITED BY SIZE
                   BOOK-SFX           DELIMITED BY SPACE
                                      INTO HLD-NAME.
       050-EXIT.
           EXIT.
      ****************************************************************
      * 150 - Print The Report Heading                               *
      ****************************************************************
       150-RPT-HEADING.
           MOVE    SPACES             TO   RPT-LINE
           STRING  "LEGAL HOLD REGISTER - BOOK "
                                      DELIMITED BY SIZE
                   BOOK-TITLE         DELIMITED BY SIZE
                   " AS OF "          DELIMITED BY SIZE
                   NOWD(1:4)          DELIMITED BY SIZE
                   '-'                DELIMITED BY SIZE
                   NOWD(5:2)          DELIMITED BY SIZE
                   '-'                DELIMITED BY SIZE
                   NOWD(7:2)          DELIMITED BY SIZE
                                      INTO RPT-LINE
           WRITE   RPT-LINE
           MOVE    SPACES             TO   RPT-LINE
           MOVE    "HOLD ID   CASE REFERENCE        FROM KEY    TO KEY"
                                      TO   RPT-LINE
           MOVE    "PAGES  STATUS"    TO   RPT-LINE(58:13)
           WRITE   RPT-LINE
           MOVE    ALL '-'            TO   RPT-LINE
           WRITE   RPT-LINE.
       150-EXIT.
           EXIT.
      ****************************************************************
      * 200 - Pass Every Hold In The Register                        *
      ****************************************************************
       200-SCAN.
           IF      NOT  HLD-IS-OPEN
               GO                     TO   200-EXIT.
           MOVE    LOW-VALUES         TO   HLDID
           START   HLD-FILE           KEY  IS  NOT  LESS  HLDID
               INVALID KEY            CONTINUE
           END-START
           IF      RETHLD             NOT  =  '00'
               GO                     TO   200-EXIT.
       200-LOOP.
           READ    HLD-FILE           NEXT RECORD
               AT END
                   GO                 TO   200-EXIT.
           ADD     1                  TO   HOLD-COUNT
           PERFORM 210-LIST-HOLD      THRU 210-EXIT
           GO                         TO   200-LOOP.
       200-EXIT.
           EXIT.
      ****************************************************************
      * 210 - Print One Hold And Its Placed/Released Line            *
      ****************************************************************
       210-LIST-HOLD.
           PERFORM 220-COUNT-PAGES    THRU 220-EXIT
           MOVE    HLDID              TO   DET-ID
           MOVE    HLDCASE            TO   DET-CASE
           MOVE    HLDFROM            TO   DET-FROM
           MOVE    HLDTO              TO   DET-TO
           MOVE    PAGE-COUNT         TO   DET-PAGES
           IF      HLD-IS-ACTIVE
               ADD  1                 TO   ACT-COUNT
               ADD  PAGE-COUNT        TO   HELD-PAGES
               MOVE "ACTIVE"          TO   DET-STAT
           ELSE
               ADD  1                 TO   REL-COUNT
               MOVE "RELEASED"        TO   DET-STAT.
           WRITE   RPT-LINE           FROM DET-LINE
           MOVE    SPACES             TO   RPT-LINE
           STRING  "        PLACED "  DELIMITED BY SIZE
                   HLDDATE            DELIMITED BY SIZE
                   " "                DELIMITED BY SIZE
                   HLDTIME(1:4)       DELIMITED BY SIZE
                   " BY "             DELIMITED BY SIZE
                   HLDUSR             DELIMITED BY SIZE
                                      INTO RPT-LINE
           IF      HLD-IS-RELEASED
               MOVE "RELEASED "       TO   RPT-LINE(44:9)
               MOVE HLDRDATE          TO   RPT-LINE(53:8)
               MOVE HLDRTIME(1:4)     TO   RPT-LINE(62:4)
               MOVE "BY"              TO   RPT-LINE(67:2)
               MOVE HLDRUSR           TO   RPT-LINE(70:10).
           WRITE   RPT-LINE.
       210-EXIT.
           EXIT.
      ****************************************************************
      * 220 - Count The Pages On File Inside The Hold's Range        *
      ****************************************************************
       220-COUNT-PAGES.
           MOVE    0                  TO   PAGE-COUNT
           IF      NOT  JRN-IS-OPEN
               GO                     TO   220-EXIT.
           MOVE    HLDFROM            TO   JRNDK
           START   JRN-MASTER         KEY  IS  NOT  LESS  JRNDK
               INVALID KEY            CONTINUE
           END-START
           IF      RETJRN             NOT  =  '00'
               GO                     TO   220-EXIT.
       220-LOOP.
           READ    JRN-MASTER         NEXT RECORD
               AT END
                   GO                 TO   220-EXIT.
           IF      JRNDK              >    HLDTO
               GO                     TO   220-EXIT.
           ADD     1                  TO   PAGE-COUNT
           GO                         TO   220-LOOP.
       220-EXIT.
           EXIT.
      ****************************************************************
      * 400 - Print The Closing Tally                                *
      ****************************************************************
       400-RPT-TALLY.
           MOVE    ALL '-'            TO   RPT-LINE
           WRITE   RPT-LINE
           MOVE    SPACES             TO   RPT-LINE
           STRING  "HOLDS ON FILE        : " DELIMITED BY SIZE
                   HOLD-COUNT         DELIMITED BY SIZE
                                      INTO RPT-LINE
           WRITE   RPT-LINE
           MOVE    SPACES             TO   RPT-LINE
           STRING  "HOLDS ACTIVE         : " DELIMITED BY SIZE
                   ACT-COUNT          DELIMITED BY SIZE
                                      INTO RPT-LINE
           WRITE   RPT-LINE
           MOVE    SPACES             TO   RPT-LINE
           STRING  "HOLDS RELEASED       : " DELIMITED BY SIZE
                   REL-COUNT          DELIMITED BY SIZE
                                      INTO RPT-LINE
           WRITE   RPT-LINE
           MOVE    SPACES             TO   RPT-LINE
           STRING  "PAGES IN ACTIVE HOLDS: " DELIMITED BY SIZE
                   HELD-PAGES         DELIMITED BY SIZE
                                      INTO RPT-LINE
           WRITE   RPT-LINE.
       400-EXIT.
           EXIT.
      ****************************************************************
      * 999 - Housekeeping Routines                                  *
      ****************************************************************
       999-OPEN.
           OPEN INPUT                 HLD-FILE.
           IF     (RETHLD              =    '00')
               MOVE 'Y'               TO   HLD-OPEN-SW
           ELSE
               IF  (RETHLD             NOT  =  '35')
                   DISPLAY "ERROR: Could not open legal hold file. "
                           "Status " RETHLD
                   STOP RUN.
           OPEN INPUT                 JRN-MASTER.
           IF     (RETJRN              =    '00')
               MOVE 'Y'               TO   JRN-OPEN-SW
           ELSE
               IF  (RETJRN             NOT  =  '35')
                   DISPLAY "ERROR: Could not open data file. Status "
                           RETJRN
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
           IF      HLD-IS-OPEN
               CLOSE                  HLD-FILE.
           IF      JRN-IS-OPEN
               CLOSE                  JRN-MASTER.
           CLOSE                      RPT-FILE.
       999-CLOSE-EXIT.
           EXIT.
