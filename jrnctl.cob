       PROGRAM-ID.    JRNCTL.
      ****************************************************************
      * Journal Batch Job-Stream Controller                          *
      * Runs the month-end batch suite - JRNRECON, JRNARCH, JRNCHK,  *
      * JRNCOVR and JRNPURGE - as one job stream driven by the run-  *
      * control file.  Each step's start, completion, record count   *
      * and return code are checkpointed in the run-control record,  *
      * a step that ends badly stops the stream (JRNRECON finding    *
      * the audit trail and master apart therefore blocks JRNARCH,   *
      * and JRNCHK reporting errors blocks JRNPURGE), and a rerun    *
      * resumes from the first incomplete step instead of repeating  *
      * work already done.  Once every step stands complete a fresh  *
      * run starts a new stream from the top.  Step console output   *
      * is gathered in JRNCTL.LOG; prompted steps read their answers *
      * from the answer files this program writes.                   *
      * JRNRECON runs as step 00 so the older steps keep their       *
      * numbers; a run-control file from before it was added has the *
      * step put on as complete, and picks it up with the next new   *
      * stream rather than in the middle of one.                     *
      * The journal book is asked for first and passed to every      *
      * step, and each book keeps its own run-control file, so each  *
      * book's month end is closed - and resumed - on its own.       *
      ****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       OBJECT-COMPUTER.  IBM-PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-FILE            ASSIGN       RUN-NAME
                                      ORGANIZATION INDEXED
                                      ACCESS       DYNAMIC
                                      RECORD KEY   RUNSTEP
           05      NOWTMN             PIC  X(02).
           05      NOWTSC             PIC  X(02).
           05      NOWTNS             PIC  X(02).
      *Journal Book - blank is the main book and its original files
       01          BOOK-FIELDS.
           05      BOOK-CODE          PIC  X(02) VALUE SPACES.
           05      BOOK-SFX           PIC  X(03) VALUE SPACES.
           05      BOOK-TITLE         PIC  X(04) VALUE "MAIN".
           05      RUN-NAME           PIC  X(30).
      *Answer File Name
       01          ANS-NAME           PIC  X(30).
      *Stream Options
       000-MAIN.
           ACCEPT  NOWD               FROM DATE YYYYMMDD.
           ACCEPT  NOWT               FROM TIME.
           DISPLAY "JOURNAL BATCH JOB STREAM".
           PERFORM 050-GET-BOOK       THRU 050-EXIT.
           PERFORM 999-OPEN           THRU 999-OPEN-EXIT.
           PERFORM 110-CHECK-STREAM   THRU 110-EXIT.
           PERFORM 120-GET-OPTIONS    THRU 120-EXIT.
           PERFORM 125-BUILD-BOOK-ANS THRU 125-EXIT.
           PERFORM 130-BUILD-COVR-ANS THRU 130-EXIT.
           PERFORM 200-STREAM         THRU 200-EXIT.
           PERFORM 999-CLOSE          THRU 999-CLOSE-EXIT.
               MOVE 8                 TO   RETURN-CODE.
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
           MOVE    SPACES             TO   RUN-NAME
           STRING  "./JRNRUN"         DELIMITED BY SIZE
                   BOOK-SFX           DELIMITED BY SPACE
                                      INTO RUN-NAME.
       050-EXIT.
           EXIT.
      ****************************************************************
      * 100 - Seed The Run-Control File With The Stream Steps        *
      ****************************************************************
       100-SEED.
           MOVE    0                  TO   CTL-STEP.
       100-LOOP.
           IF      CTL-STEP           >    4
               GO                     TO   100-EXIT.
           MOVE    CTL-STEP           TO   CTL-STEP-X
           MOVE    CTL-STEP-X         TO   RUNSTEP
           EVALUATE CTL-STEP
               WHEN 0  MOVE "JRNRECON" TO  RUNPGM
               WHEN 1  MOVE "JRNARCH"  TO  RUNPGM
               WHEN 2  MOVE "JRNCHK"   TO  RUNPGM
               WHEN 3  MOVE "JRNCOVR"  TO  RUNPGM
       100-EXIT.
           EXIT.
      ****************************************************************
      * 105 - Put The Reconcile Step On An Older Run-Control File    *
      * It goes on as complete, so a stream already under way        *
      * resumes as it was and the next new stream runs it first.     *
      ****************************************************************
       105-ADD-RECON-STEP.
           MOVE    '00'               TO   RUNSTEP
           READ    RUN-FILE
               INVALID KEY            CONTINUE
           END-READ
           IF      RETRUN             NOT  =  '23'
               GO                     TO   105-EXIT.
           MOVE    '00'               TO   RUNSTEP
           MOVE    "JRNRECON"         TO   RUNPGM
           MOVE    'C'                TO   RUNSTAT
           MOVE    SPACES             TO   RUNSDATE RUNSTIME
                                           RUNEDATE RUNETIME RUNNOTE
           MOVE    0                  TO   RUNCNT RUNRC
           WRITE   RUNR
               INVALID KEY            CONTINUE
           END-WRITE
           IF      RETRUN             NOT  =  '00'
               DISPLAY "ERROR: Could not seed run control. Status "
                       RETRUN
               STOP RUN.
           DISPLAY "Reconcile step added to run control.".
       105-EXIT.
           EXIT.
      ****************************************************************
      * 110 - Start A Fresh Stream When The Last One Completed       *
      ****************************************************************
       110-CHECK-STREAM.
           MOVE    'Y'                TO   ALL-DONE-SW
           MOVE    0                  TO   CTL-STEP.
       110-LOOP.
           IF      CTL-STEP           >    4
               GO                     TO   110-DECIDE.
      * 115 - Reset Every Step To Pending For A New Stream           *
      ****************************************************************
       115-RESET-STEPS.
           MOVE    0                  TO   CTL-STEP.
       115-LOOP.
           IF      CTL-STEP           >    4
               GO                     TO   115-EXIT.
      * 120 - Prompt For The Stream Options                          *
      ****************************************************************
       120-GET-OPTIONS.
           DISPLAY "Coverage report range:".
           DISPLAY "From Year  (CCYY): " WITH NO ADVANCING.
           ACCEPT  COV-FROM-YEAR      FROM CONSOLE.
       120-EXIT.
           EXIT.
      ****************************************************************
      * 125 - Write The Reconcile, Archive And Check Answer Files    *
      * Those steps ask for nothing but the book.                    *
      ****************************************************************
       125-BUILD-BOOK-ANS.
           MOVE    "./JRNCTL0.ANS"    TO   ANS-NAME
           PERFORM 135-WRITE-BOOK-ANS THRU 135-EXIT
           MOVE    "./JRNCTL1.ANS"    TO   ANS-NAME
           PERFORM 135-WRITE-BOOK-ANS THRU 135-EXIT
           MOVE    "./JRNCTL2.ANS"    TO   ANS-NAME
           PERFORM 135-WRITE-BOOK-ANS THRU 135-EXIT.
       125-EXIT.
           EXIT.
      ****************************************************************
      * 130 - Write The Coverage Step's Answer File                  *
      ****************************************************************
       130-BUILD-COVR-ANS.
               DISPLAY "ERROR: Could not write answer file. Status "
                       RETANS
               STOP RUN.
           MOVE    BOOK-CODE          TO   ANS-LINE
           WRITE   ANS-LINE
           MOVE    COV-FROM-YEAR      TO   ANS-LINE
           WRITE   ANS-LINE
           MOVE    COV-FROM-MONTH     TO   ANS-LINE
           WRITE   ANS-LINE
           MOVE    COV-TO-DAY         TO   ANS-LINE
           WRITE   ANS-LINE
      * Non-operating days are listed, not skipped, in the stream
           MOVE    'L'                TO   ANS-LINE
           WRITE   ANS-LINE
           CLOSE   ANS-FILE.
       130-EXIT.
           EXIT.
      ****************************************************************
      * 135 - Write An Answer File Holding Only The Book Code        *
      * ANS-NAME must be set before coming here.                     *
      ****************************************************************
       135-WRITE-BOOK-ANS.
           OPEN OUTPUT                ANS-FILE
           IF      RETANS             NOT  =  '00'
               DISPLAY "ERROR: Could not write answer file. Status "
                       RETANS
               STOP RUN.
           MOVE    BOOK-CODE          TO   ANS-LINE
           WRITE   ANS-LINE
           CLOSE   ANS-FILE.
       135-EXIT.
           EXIT.
      ****************************************************************
      * 140 - Write The Purge Step's Answer File                     *
      * The archive name is the one the JRNARCH step recorded when   *
      * it completed, so a stream resumed on a later day still       *
             AND  (RUNNOTE            NOT  =  SPACES)
               MOVE RUNNOTE           TO   ARC-NAME
           ELSE
               MOVE SPACES            TO   ARC-NAME
               STRING "./JRNARC"      DELIMITED BY SIZE
                      BOOK-SFX        DELIMITED BY SPACE
                      "."             DELIMITED BY SIZE
                      NOWD            DELIMITED BY SIZE
                                      INTO ARC-NAME.
           MOVE    CTL-STEP-X         TO   RUNSTEP
               DISPLAY "ERROR: Could not write answer file. Status "
                       RETANS
               STOP RUN.
           MOVE    BOOK-CODE          TO   ANS-LINE
           WRITE   ANS-LINE
           MOVE    CUT-YEAR           TO   ANS-LINE
           WRITE   ANS-LINE
           MOVE    CUT-MONTH          TO   ANS-LINE
      * 200 - Run The Stream, Step By Step, In Order                 *
      ****************************************************************
       200-STREAM.
           MOVE    0                  TO   CTL-STEP.
       200-LOOP.
           IF      CTL-STEP           >    4
               GO                     TO   200-EXIT.
           DISPLAY "Step " RUNSTEP " " RUNPGM " started."

           EVALUATE CTL-STEP
               WHEN 0
                   MOVE "./jrnrecon <./JRNCTL0.ANS >>./JRNCTL.LOG"
                                      TO   CMD-LINE
               WHEN 1
                   MOVE "./jrnarch <./JRNCTL1.ANS >>./JRNCTL.LOG"
                                      TO   CMD-LINE
               WHEN 2
                   MOVE "./jrnchk <./JRNCTL2.ANS >>./JRNCTL.LOG"
                                      TO   CMD-LINE
               WHEN 3
                   MOVE "./jrncovr <./JRNCTL3.ANS >>./JRNCTL.LOG"
                                      TO   CMD-LINE
               PERFORM 220-PICK-UP-COUNT THRU 220-EXIT
               MOVE 'C'               TO   RUNSTAT
               IF   CTL-STEP           =    1
                   MOVE SPACES        TO   RUNNOTE
                   STRING "./JRNARC"  DELIMITED BY SIZE
                          BOOK-SFX    DELIMITED BY SPACE
                          "."         DELIMITED BY SIZE
                          RUNSDATE    DELIMITED BY SIZE
                                      INTO RUNNOTE
               END-IF
               DISPLAY "ERROR: Could not open run control. Status "
                       RETRUN
               STOP RUN.
           PERFORM 105-ADD-RECON-STEP THRU 105-EXIT.
       999-OPEN-EXIT.
           EXIT.
      ****************************************************************
