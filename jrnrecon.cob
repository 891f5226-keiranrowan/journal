       IDENTIFICATION DIVISION.
       PROGRAM-ID.    JRNRECON.
      ****************************************************************
      * Audit Trail To Journal Master Reconciliation                 *
      * Proves the before-image trail and the live master agree.     *
      * The whole trail is passed first - every generation in the    *
      * JRNAUDC catalog, oldest to newest, then the live file - and  *
      * the last action, stamp and operator seen for each key, and   *
      * whether the key was ever added, are kept in a keyed work     *
      * file.  The work file and JRN-MASTER are then walked together *
      * in key order and every disagreement is listed:               *
      *   - a page on file with no 'A' audit record                  *
      *   - a page on file whose last audit action is 'D'            *
      *   - a page whose JRNDSTAMP/JRNDUSR differ from the stamp and *
      *     operator of its last add or change in the trail          *
      *   - a page the trail says is live but is not on file         *
      * A page put on the master by anything that does not write the *
      * trail with the page's own stamp - a restore, a standby       *
      * apply, a patch - shows up here.  The report closes with      *
      * counts by exception, the page count is left in the step-     *
      * count file, and the return code is raised when anything      *
      * disagrees, so the JRNCTL job stream stops before JRNARCH.    *
      * The journal book is the one run parameter; each book keeps   *
      * its own trail, catalog and work file.                        *
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
           SELECT AUD-FILE            ASSIGN       AUD-NAME
                                      ORGANIZATION SEQUENTIAL
                                      FILE STATUS  RETAUD.
           SELECT CTG-FILE            ASSIGN       CTG-NAME
                                      ORGANIZATION LINE SEQUENTIAL
                                      FILE STATUS  RETCTG.
           SELECT RCW-FILE            ASSIGN       RCW-NAME
                                      ORGANIZATION INDEXED
                                      ACCESS       DYNAMIC
                                      RECORD KEY   RCWKEY
                                      FILE STATUS  RETRCW.
           SELECT RPT-FILE            ASSIGN       "./JRNRECON.PRT"
                                      ORGANIZATION LINE SEQUENTIAL
                                      FILE STATUS  RETRPT.
           SELECT CNT-FILE            ASSIGN       "./JRNSTEP.CNT"
                                      ORGANIZATION LINE SEQUENTIAL
                                      FILE STATUS  RETCNT.
      ****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD   JRN-MASTER
            RECORD CONTAINS           1284 CHARACTERS
            LABEL  RECORDS            ARE  STANDARD
            DATA   RECORD             IS   JRND.
           COPY    JRNREC.
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
       FD   RCW-FILE
            RECORD CONTAINS           42   CHARACTERS
            LABEL  RECORDS            ARE  STANDARD
            DATA   RECORD             IS   RCWR.
      *Reconciliation Work Record - the trail summed up by key
       01          RCWR.
           05      RCWKEY             PIC  X(10).
           05      RCWACT             PIC  X(01).
           05      RCWSTAMP.
             10    RCWDATE            PIC  X(08).
             10    RCWTIME            PIC  X(06).
           05      RCWUSR             PIC  X(10).
           05      RCWADD             PIC  X(01).
             88     RCW-WAS-ADDED                 VALUE 'Y'.
           05      RCWCNT             PIC  9(06).
       FD   RPT-FILE
            LABEL  RECORDS            ARE  STANDARD
            DATA   RECORD             IS   RPT-LINE.
       01          RPT-LINE           PIC  X(80).
       FD   CNT-FILE
            LABEL  RECORDS            ARE  STANDARD
            DATA   RECORD             IS   CNT-LINE.
       01          CNT-LINE           PIC  X(15).
       WORKING-STORAGE SECTION.
      *File Return Codes
       01          RET.
           05      RETJRN             PIC  X(02).
           05      RETAUD             PIC  X(02).
           05      RETCTG             PIC  X(02).
           05      RETRCW             PIC  X(02).
           05      RETRPT             PIC  X(02).
           05      RETCNT             PIC  X(02).
      *Journal Book - blank is the main book and its original files
       01          BOOK-FIELDS.
           05      BOOK-CODE          PIC  X(02) VALUE SPACES.
           05      BOOK-SFX           PIC  X(03) VALUE SPACES.
           05      BOOK-TITLE         PIC  X(04) VALUE "MAIN".
           05      JRN-NAME           PIC  X(30).
           05      LIVE-AUD-NAME      PIC  X(30).
           05      CTG-NAME           PIC  X(30).
           05      RCW-NAME           PIC  X(30).
      *Audit File Being Scanned - a generation or the live file
       01          AUD-NAME           PIC  X(30).
      *Date
       01          NOWD.
           05      NOWDCC             PIC  X(02).
           05      NOWDYY             PIC  X(02).
           05      NOWDMM             PIC  X(02).
           05      NOWDDD             PIC  X(02).
      *Switches
       01          SWITCHES.
           05      JRN-EOF-SW         PIC  X(01) VALUE 'N'.
             88     JRN-EOF                       VALUE 'Y'.
           05      RCW-EOF-SW         PIC  X(01) VALUE 'N'.
             88     RCW-EOF                       VALUE 'Y'.
           05      PAGE-ERR-SW        PIC  X(01) VALUE 'N'.
             88     PAGE-HAS-ERR                  VALUE 'Y'.
      *Counters
       01          COUNTERS.
           05      GEN-COUNT          PIC  9(04) VALUE 0.
           05      AUD-COUNT          PIC  9(07) VALUE 0.
           05      KEY-COUNT          PIC  9(06) VALUE 0.
           05      PAGE-COUNT         PIC  9(06) VALUE 0.
           05      BADPAGE-COUNT      PIC  9(06) VALUE 0.
           05      NOADD-COUNT        PIC  9(06) VALUE 0.
           05      DELETED-COUNT      PIC  9(06) VALUE 0.
           05      STAMP-COUNT        PIC  9(06) VALUE 0.
           05      MISSING-COUNT      PIC  9(06) VALUE 0.
      *Step-Count Detail - read back by the JRNCTL job stream
       01          CNT-DETAIL.
           05      CNT-PGM            PIC  X(08).
           05      FILLER             PIC  X(01) VALUE SPACES.
           05      CNT-COUNT          PIC  9(06).
      *Report Detail Line
       01          DET-LINE.
           05      DET-KEY            PIC  X(10).
           05      FILLER             PIC  X(03) VALUE SPACES.
           05      DET-ERROR          PIC  X(36).
           05      FILLER             PIC  X(02) VALUE SPACES.
           05      DET-LAST           PIC  X(01).
           05      FILLER             PIC  X(02) VALUE SPACES.
           05      DET-CNT            PIC  ZZZZZ9.
           05      FILLER             PIC  X(20) VALUE SPACES.
      *Report Stamp Line - master against trail for a stamp mismatch
       01          STM-LINE.
           05      FILLER             PIC  X(13) VALUE SPACES.
           05      FILLER             PIC  X(07) VALUE "MASTER ".
           05      STM-JSTAMP         PIC  X(14).
           05      FILLER             PIC  X(01) VALUE SPACES.
           05      STM-JUSR           PIC  X(10).
           05      FILLER             PIC  X(08) VALUE "  TRAIL ".
           05      STM-ASTAMP         PIC  X(14).
           05      FILLER             PIC  X(01) VALUE SPACES.
           05      STM-AUSR           PIC  X(10).
           05      FILLER             PIC  X(02) VALUE SPACES.
      ****************************************************************
       PROCEDURE DIVISION.
       000-MAIN.
           ACCEPT  NOWD               FROM DATE YYYYMMDD.
           DISPLAY "AUDIT TRAIL RECONCILIATION".
           PERFORM 050-GET-BOOK       THRU 050-EXIT.
           PERFORM 999-OPEN           THRU 999-OPEN-EXIT.
           PERFORM 150-RPT-HEADING    THRU 150-EXIT.
           PERFORM 180-WALK-GENS      THRU 180-EXIT.
           MOVE    LIVE-AUD-NAME      TO   AUD-NAME.
           PERFORM 200-SUM-AUDIT      THRU 200-EXIT.
           PERFORM 300-MATCH          THRU 300-EXIT.
           PERFORM 400-RPT-TALLY      THRU 400-EXIT.
           PERFORM 999-CLOSE          THRU 999-CLOSE-EXIT.
           PERFORM 800-STEP-COUNT     THRU 800-EXIT.
           DISPLAY "Reconciliation complete - JRNRECON.PRT".
           DISPLAY "Audit records read : " AUD-COUNT.
           DISPLAY "Pages on file      : " PAGE-COUNT.
           DISPLAY "Pages in error     : " BADPAGE-COUNT.
           DISPLAY "Missing from master: " MISSING-COUNT.
           IF     (BADPAGE-COUNT      >    0)
             OR   (MISSING-COUNT      >    0)
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
                                      INTO JRN-NAME
           MOVE    SPACES             TO   LIVE-AUD-NAME
           STRING  "./JRNAUD"         DELIMITED BY SIZE
                   BOOK-SFX           DELIMITED BY SPACE
                                      INTO LIVE-AUD-NAME
           MOVE    SPACES             TO   CTG-NAME
           STRING  "./JRNAUDC"        DELIMITED BY SIZE
                   BOOK-SFX           DELIMITED BY SPACE
                                      INTO CTG-NAME
           MOVE    SPACES             TO   RCW-NAME
           STRING  "./JRNRECON"       DELIMITED BY SIZE
                   BOOK-SFX           DELIMITED BY SPACE
                   ".WRK"             DELIMITED BY SIZE
                                      INTO RCW-NAME.
       050-EXIT.
           EXIT.
      ****************************************************************
      * 150 - Print The Report Heading                               *
      ****************************************************************
       150-RPT-HEADING.
           MOVE    SPACES             TO   RPT-LINE
           STRING  "AUDIT TRAIL RECONCILIATION - BOOK "
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
           MOVE    "KEY          EXCEPTION" TO RPT-LINE
           MOVE    "LAST  AUDITS"     TO   RPT-LINE(52:12)
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
      * entry folded in for a key is its latest.  A catalogued       *
      * generation that cannot be opened would leave keys looking    *
      * older than they are, so it stops the run.                    *
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
           PERFORM 210-FOLD-ENTRY     THRU 210-EXIT
           GO                         TO   200-LOOP.
       200-DONE.
           CLOSE   AUD-FILE.
       200-EXIT.
           EXIT.
      ****************************************************************
      * 210 - Record One Audit Entry Against Its Key                 *
      ****************************************************************
       210-FOLD-ENTRY.
           MOVE    AUDKEY             TO   RCWKEY
           READ    RCW-FILE
               INVALID KEY            CONTINUE
           END-READ
           IF      RETRCW             =    '23'
               MOVE AUDKEY            TO   RCWKEY
               MOVE 'N'               TO   RCWADD
               MOVE 0                 TO   RCWCNT
               ADD  1                 TO   KEY-COUNT.
           MOVE    AUDACT             TO   RCWACT
           MOVE    AUDDATE            TO   RCWDATE
           MOVE    AUDTIME            TO   RCWTIME
           MOVE    AUDUSR             TO   RCWUSR
           IF      AUDACT             =    'A'
               MOVE 'Y'               TO   RCWADD.
           ADD     1                  TO   RCWCNT
           IF      RETRCW             =    '23'
               WRITE RCWR
                   INVALID KEY        CONTINUE
               END-WRITE
           ELSE
               REWRITE RCWR
                   INVALID KEY        CONTINUE
               END-REWRITE.
           IF      RETRCW             NOT  =  '00'
               DISPLAY "ERROR: Could not update work file. Status "
                       RETRCW
               STOP RUN.
       210-EXIT.
           EXIT.
      ****************************************************************
      * 300 - Walk The Work File And JRN-MASTER Together             *
      * Both are read in key order; the lower key is dealt with and  *
      * that file advanced, and equal keys are compared.             *
      ****************************************************************
       300-MATCH.
           MOVE    LOW-VALUES         TO   JRNDK
           START   JRN-MASTER         KEY  IS  NOT  LESS  JRNDK
               INVALID KEY            CONTINUE
           END-START
           IF      RETJRN             NOT  =  '00'
               MOVE 'Y'               TO   JRN-EOF-SW
           ELSE
               PERFORM 310-READ-MASTER THRU 310-EXIT.
           MOVE    LOW-VALUES         TO   RCWKEY
           START   RCW-FILE           KEY  IS  NOT  LESS  RCWKEY
               INVALID KEY            CONTINUE
           END-START
           IF      RETRCW             NOT  =  '00'
               MOVE 'Y'               TO   RCW-EOF-SW
           ELSE
               PERFORM 320-READ-WORK  THRU 320-EXIT.
       300-LOOP.
           IF      JRN-EOF
             AND   RCW-EOF
               GO                     TO   300-EXIT.
           IF      RCW-EOF
               PERFORM 330-NO-TRAIL   THRU 330-EXIT
               PERFORM 310-READ-MASTER THRU 310-EXIT
               GO                     TO   300-LOOP.
           IF      JRN-EOF
               PERFORM 350-NOT-ON-FILE THRU 350-EXIT
               PERFORM 320-READ-WORK  THRU 320-EXIT
               GO                     TO   300-LOOP.
           IF      JRNDK              <    RCWKEY
               PERFORM 330-NO-TRAIL   THRU 330-EXIT
               PERFORM 310-READ-MASTER THRU 310-EXIT
               GO                     TO   300-LOOP.
           IF      JRNDK              >    RCWKEY
               PERFORM 350-NOT-ON-FILE THRU 350-EXIT
               PERFORM 320-READ-WORK  THRU 320-EXIT
               GO                     TO   300-LOOP.
           PERFORM 340-COMPARE        THRU 340-EXIT
           PERFORM 310-READ-MASTER    THRU 310-EXIT
           PERFORM 320-READ-WORK      THRU 320-EXIT
           GO                         TO   300-LOOP.
       300-EXIT.
           EXIT.
      ****************************************************************
      * 310 - Read The Next Page From JRN-MASTER                     *
      ****************************************************************
       310-READ-MASTER.
           READ    JRN-MASTER         NEXT RECORD
               AT END
                   MOVE 'Y'           TO   JRN-EOF-SW
                   GO                 TO   310-EXIT.
           ADD     1                  TO   PAGE-COUNT.
       310-EXIT.
           EXIT.
      ****************************************************************
      * 320 - Read The Next Key From The Work File                   *
      ****************************************************************
       320-READ-WORK.
           READ    RCW-FILE           NEXT RECORD
               AT END
                   MOVE 'Y'           TO   RCW-EOF-SW.
       320-EXIT.
           EXIT.
      ****************************************************************
      * 330 - Page On File That The Trail Has Never Seen             *
      ****************************************************************
       330-NO-TRAIL.
           ADD     1                  TO   NOADD-COUNT BADPAGE-COUNT
           MOVE    JRNDK              TO   DET-KEY
           MOVE    "ON FILE, NO 'A' AUDIT RECORD" TO DET-ERROR
           MOVE    SPACE              TO   DET-LAST
           MOVE    0                  TO   DET-CNT
           WRITE   RPT-LINE           FROM DET-LINE.
       330-EXIT.
           EXIT.
      ****************************************************************
      * 340 - Compare A Page With Its Summed-Up Trail                *
      ****************************************************************
       340-COMPARE.
           MOVE    'N'                TO   PAGE-ERR-SW
           MOVE    JRNDK              TO   DET-KEY
           MOVE    RCWACT             TO   DET-LAST
           MOVE    RCWCNT             TO   DET-CNT
           IF      NOT  RCW-WAS-ADDED
               ADD  1                 TO   NOADD-COUNT
               MOVE 'Y'               TO   PAGE-ERR-SW
               MOVE "ON FILE, NO 'A' AUDIT RECORD" TO DET-ERROR
               WRITE RPT-LINE         FROM DET-LINE.
           IF      RCWACT             =    'D'
               ADD  1                 TO   DELETED-COUNT
               MOVE 'Y'               TO   PAGE-ERR-SW
               MOVE "ON FILE, LAST AUDIT ACTION IS 'D'"
                                      TO   DET-ERROR
               WRITE RPT-LINE         FROM DET-LINE
               GO                     TO   340-DONE.
           IF     (JRNDSTAMP          NOT  =  RCWSTAMP)
             OR   (JRNDUSR            NOT  =  RCWUSR)
               ADD  1                 TO   STAMP-COUNT
               MOVE 'Y'               TO   PAGE-ERR-SW
               MOVE "STAMP/OPERATOR DIFFER FROM TRAIL"
                                      TO   DET-ERROR
               WRITE RPT-LINE         FROM DET-LINE
               MOVE JRNDSTAMP         TO   STM-JSTAMP
               MOVE JRNDUSR           TO   STM-JUSR
               MOVE RCWSTAMP          TO   STM-ASTAMP
               MOVE RCWUSR            TO   STM-AUSR
               WRITE RPT-LINE         FROM STM-LINE.
       340-DONE.
           IF      PAGE-HAS-ERR
               ADD  1                 TO   BADPAGE-COUNT.
       340-EXIT.
           EXIT.
      ****************************************************************
      * 350 - Key In The Trail But Not On File                       *
      * Only an exception when the last action left the page live;   *
      * a page whose last action is 'D' is meant to be gone.         *
      ****************************************************************
       350-NOT-ON-FILE.
           IF      RCWACT             =    'D'
               GO                     TO   350-EXIT.
           ADD     1                  TO   MISSING-COUNT
           MOVE    RCWKEY             TO   DET-KEY
           MOVE    "IN TRAIL, MISSING FROM MASTER" TO DET-ERROR
           MOVE    RCWACT             TO   DET-LAST
           MOVE    RCWCNT             TO   DET-CNT
           WRITE   RPT-LINE           FROM DET-LINE.
       350-EXIT.
           EXIT.
      ****************************************************************
      * 400 - Print The Counts By Exception                          *
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
           STRING  "KEYS IN TRAIL          : " DELIMITED BY SIZE
                   KEY-COUNT          DELIMITED BY SIZE
                                      INTO RPT-LINE
           WRITE   RPT-LINE
           MOVE    SPACES             TO   RPT-LINE
           STRING  "PAGES ON FILE          : " DELIMITED BY SIZE
                   PAGE-COUNT         DELIMITED BY SIZE
                                      INTO RPT-LINE
           WRITE   RPT-LINE
           MOVE    SPACES             TO   RPT-LINE
           STRING  "PAGES IN ERROR         : " DELIMITED BY SIZE
                   BADPAGE-COUNT      DELIMITED BY SIZE
                                      INTO RPT-LINE
           WRITE   RPT-LINE
           MOVE    SPACES             TO   RPT-LINE
           STRING  "NO 'A' AUDIT RECORD    : " DELIMITED BY SIZE
                   NOADD-COUNT        DELIMITED BY SIZE
                                      INTO RPT-LINE
           WRITE   RPT-LINE
           MOVE    SPACES             TO   RPT-LINE
           STRING  "LAST ACTION 'D'        : " DELIMITED BY SIZE
                   DELETED-COUNT      DELIMITED BY SIZE
                                      INTO RPT-LINE
           WRITE   RPT-LINE
           MOVE    SPACES             TO   RPT-LINE
           STRING  "STAMP/OPERATOR DIFFER  : " DELIMITED BY SIZE
                   STAMP-COUNT        DELIMITED BY SIZE
                                      INTO RPT-LINE
           WRITE   RPT-LINE
           MOVE    SPACES             TO   RPT-LINE
           STRING  "MISSING FROM MASTER    : " DELIMITED BY SIZE
                   MISSING-COUNT      DELIMITED BY SIZE
                                      INTO RPT-LINE
           WRITE   RPT-LINE.
       400-EXIT.
           EXIT.
      ****************************************************************
      * 800 - Leave The Page Count For The Job-Stream Controller     *
      ****************************************************************
       800-STEP-COUNT.
           OPEN OUTPUT                CNT-FILE.
           IF     (RETCNT              NOT  =  '00')
               DISPLAY "WARNING: Could not write step count. Status "
                       RETCNT
               GO                     TO   800-EXIT.
           MOVE    "JRNRECON"         TO   CNT-PGM
           MOVE    PAGE-COUNT         TO   CNT-COUNT
           WRITE   CNT-LINE           FROM CNT-DETAIL
           CLOSE   CNT-FILE.
       800-EXIT.
           EXIT.
      ****************************************************************
      * 999 - Housekeeping Routines                                  *
      * The work file is rebuilt from nothing on every run.          *
      ****************************************************************
       999-OPEN.
           OPEN INPUT                 JRN-MASTER.
           IF     (RETJRN              NOT  =  '00')
               DISPLAY "ERROR: Could not open data file. Status "
                       RETJRN
               STOP RUN.
           OPEN OUTPUT                RCW-FILE.
           CLOSE                      RCW-FILE.
           OPEN I-O                   RCW-FILE.
           IF     (RETRCW              NOT  =  '00')
               DISPLAY "ERROR: Could not open work file. Status "
                       RETRCW
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
           CLOSE                      RCW-FILE.
           CLOSE                      RPT-FILE.
       999-CLOSE-EXIT.
           EXIT.
