       IDENTIFICATION DIVISION.
       PROGRAM-ID.    JRNNSWP.
      ****************************************************************
      * Overdue Follow-Up Notification Sweep                         *
      * Passes one book's follow-up file and raises a notice on the  *
      * outbound interface file for every open item past its due     *
      * date, once per item: the notice register is checked first,   *
      * and an item already raised - on an earlier night or earlier  *
      * in this run - is passed over.  An item is routed by the      *
      * category of the page it was flagged on, to every list routed *
      * for event O under that category and under a blank category,  *
      * each list once.  An overdue item with no route is neither    *
      * sent nor registered, so it goes out on the first run after a *
      * route is added.  Every overdue item is listed on the report  *
      * with what was done about it.  Items with an unreadable due   *
      * date are counted but left to JRNFAGE to list.                *
      ****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-PC.
       OBJECT-COMPUTER.  IBM-PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FUP-FILE            ASSIGN       FUP-NAME
                                      ORGANIZATION INDEXED
                                      ACCESS       DYNAMIC
                                      RECORD KEY   FUPKEY
                                      FILE STATUS  RETFUP.
           SELECT JRN-MASTER          ASSIGN       JRN-NAME
                                      ORGANIZATION INDEXED
                                      ACCESS       DYNAMIC
                                      RECORD KEY   JRNDK
                                      ALTERNATE RECORD KEY JRNDUSR
                                          WITH DUPLICATES
                                      FILE STATUS  RETJRN.
           SELECT RTE-FILE            ASSIGN       RTE-NAME
                                      ORGANIZATION INDEXED
                                      ACCESS       DYNAMIC
                                      RECORD KEY   RTEKEY
                                      FILE STATUS  RETRTE.
           SELECT NRG-FILE            ASSIGN       "./JRNNREG"
                                      ORGANIZATION INDEXED
                                      ACCESS       DYNAMIC
                                      RECORD KEY   NRGKEY
                                      FILE STATUS  RETNRG.
           SELECT NTF-FILE            ASSIGN       "./JRNNOTE"
                                      ORGANIZATION LINE SEQUENTIAL
                                      FILE STATUS  RETNTF.
           SELECT RPT-FILE            ASSIGN       "./JRNNSWP.PRT"
                                      ORGANIZATION LINE SEQUENTIAL
                                      FILE STATUS  RETRPT.
      ****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD   FUP-FILE
            RECORD CONTAINS           157  CHARACTERS
            LABEL  RECORDS            ARE  STANDARD
            DATA   RECORD             IS   FUPR.
      *Open-Item Follow-Up Record
           COPY    JRNFUP.
       FD   JRN-MASTER
            RECORD CONTAINS           1284 CHARACTERS
            LABEL  RECORDS            ARE  STANDARD
            DATA   RECORD             IS   JRND.
           COPY    JRNREC.
       FD   RTE-FILE
            RECORD CONTAINS           59   CHARACTERS
            LABEL  RECORDS            ARE  STANDARD
            DATA   RECORD             IS   RTER.
      *Notification Routing Record
           COPY    JRNRTE.
       FD   NRG-FILE
            RECORD CONTAINS           88   CHARACTERS
            LABEL  RECORDS            ARE  STANDARD
            DATA   RECORD             IS   NRGR.
      *Notice Register Record
           COPY    JRNNRG.
       FD   NTF-FILE
            LABEL  RECORDS            ARE  STANDARD
            DATA   RECORD             IS   NTFR.
      *Outbound Notification Record
           COPY    JRNNTF.
       FD   RPT-FILE
            LABEL  RECORDS            ARE  STANDARD
            DATA   RECORD             IS   RPT-LINE.
       01          RPT-LINE           PIC  X(80).
       WORKING-STORAGE SECTION.
      *Journal Data Record
           COPY    JRNFLD.
      *File Return Codes
       01          RET.
           05      RETFUP             PIC  X(02).
           05      RETJRN             PIC  X(02).
           05      RETRTE             PIC  X(02).
           05      RETNRG             PIC  X(02).
           05      RETNTF             PIC  X(02).
           05      RETRPT             PIC  X(02).
      *Operator Running The Sweep
       01          OPERATOR-ID.
           05      OPR-ID             PIC  X(10).
      *Journal Book - blank is the main book and its original files
       01          BOOK-FIELDS.
           05      BOOK-CODE          PIC  X(02) VALUE SPACES.
           05      BOOK-SFX           PIC  X(03) VALUE SPACES.
           05      BOOK-TITLE         PIC  X(04) VALUE "MAIN".
           05      FUP-NAME           PIC  X(30).
           05      JRN-NAME           PIC  X(30).
           05      RTE-NAME           PIC  X(30).
      *Date And Time
       01          NOWD.
           05      NOWDCC             PIC  X(02).
           05      NOWDYY             PIC  X(02).
           05      NOWDMM             PIC  X(02).
           05      NOWDDD             PIC  X(02).
       01          NOWT               PIC  X(08).
      *Lists The Current Item Goes To - each list once
       01          SW-FIELDS.
           05      SW-CAT             PIC  X(02).
           05      SW-RCAT            PIC  X(02).
           05      SW-COUNT           PIC  9(02) VALUE 0.
           05      SW-IX              PIC  9(02) VALUE 0.
       01          SW-TABLE.
           05      SW-LIST            PIC  X(08) OCCURS 20 TIMES.
      *Switches
       01          SWITCHES.
           05      RTE-OPEN-SW        PIC  X(01) VALUE 'N'.
             88     RTE-IS-OPEN                   VALUE 'Y'.
           05      SW-FOUND-SW        PIC  X(01) VALUE 'N'.
             88     SW-IS-FOUND                   VALUE 'Y'.
      *Counters
       01          COUNTERS.
           05      OPEN-COUNT         PIC  9(06) VALUE 0.
           05      OVERDUE-COUNT      PIC  9(06) VALUE 0.
           05      RAISED-COUNT       PIC  9(06) VALUE 0.
           05      NOTICE-COUNT       PIC  9(06) VALUE 0.
           05      ALREADY-COUNT      PIC  9(06) VALUE 0.
           05      NOROUTE-COUNT      PIC  9(06) VALUE 0.
           05      BADDUE-COUNT       PIC  9(06) VALUE 0.
      *Report Detail Line
       01          DET-LINE.
           05      DET-KEY            PIC  X(12).
           05      FILLER             PIC  X(01) VALUE SPACES.
           05      DET-CAT            PIC  X(02).
           05      FILLER             PIC  X(01) VALUE SPACES.
           05      DET-USR            PIC  X(10).
           05      FILLER             PIC  X(01) VALUE SPACES.
           05      DET-DUE            PIC  X(08).
           05      FILLER             PIC  X(01) VALUE SPACES.
           05      DET-WHAT           PIC  X(14).
           05      FILLER             PIC  X(01) VALUE SPACES.
           05      DET-TEXT           PIC  X(29).
      ****************************************************************
       PROCEDURE DIVISION.
       000-MAIN.
           ACCEPT  OPR-ID             FROM ENVIRONMENT "USER".
           IF      OPR-ID             =    SPACES
               MOVE "UNKNOWN"         TO   OPR-ID.
           ACCEPT  NOWD               FROM DATE YYYYMMDD.
           ACCEPT  NOWT               FROM TIME.
           DISPLAY "OVERDUE FOLLOW-UP NOTIFICATION SWEEP".
           PERFORM 050-GET-BOOK       THRU 050-EXIT.
           PERFORM 999-OPEN           THRU 999-OPEN-EXIT.
           PERFORM 150-RPT-HEADING    THRU 150-EXIT.
           PERFORM 200-SCAN           THRU 200-EXIT.
           PERFORM 400-RPT-TALLY      THRU 400-EXIT.
           PERFORM 999-CLOSE          THRU 999-CLOSE-EXIT.
           DISPLAY "Notification sweep complete - JRNNSWP.PRT".
           DISPLAY "Items overdue     : " OVERDUE-COUNT.
           DISPLAY "Notices raised    : " RAISED-COUNT.
           DISPLAY "Already raised    : " ALREADY-COUNT.
           DISPLAY "Not routed        : " NOROUTE-COUNT.
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
           MOVE    SPACES             TO   FUP-NAME
           STRING  "./JRNFUP"         DELIMITED BY SIZE
                   BOOK-SFX           DELIMITED BY SPACE
                                      INTO FUP-NAME
           MOVE    SPACES             TO   JRN-NAME
           STRING  "./JRN"            DELIMITED BY SIZE
                   BOOK-SFX           DELIMITED BY SPACE
                                      INTO JRN-NAME
           MOVE    SPACES             TO   RTE-NAME
           STRING  "./JRNROUTE"       DELIMITED BY SIZE
                   BOOK-SFX           DELIMITED BY SPACE
                                      INTO RTE-NAME.
       050-EXIT.
           EXIT.
      ****************************************************************
      * 150 - Print The Report Heading                               *
      ****************************************************************
       150-RPT-HEADING.
           MOVE    SPACES             TO   RPT-LINE
           STRING  "OVERDUE FOLLOW-UP NOTICES - BOOK "
                                      DELIMITED BY SIZE
                   BOOK-TITLE         DELIMITED BY SIZE
                   " - AS OF "        DELIMITED BY SIZE
                   NOWD(1:4)          DELIMITED BY SIZE
                   '-'                DELIMITED BY SIZE
                   NOWD(5:2)          DELIMITED BY SIZE
                   '-'                DELIMITED BY SIZE
                   NOWD(7:2)          DELIMITED BY SIZE
                                      INTO RPT-LINE
           WRITE   RPT-LINE
           IF      NOT  RTE-IS-OPEN
               MOVE "NO ROUTING FILE FOR THIS BOOK"
                                      TO   RPT-LINE
               MOVE " - NOTHING WILL BE SENT"
                                      TO   RPT-LINE(30:23)
               WRITE RPT-LINE.
           MOVE    SPACES             TO   RPT-LINE
           WRITE   RPT-LINE
           MOVE    "KEY/LINE     CT OPERATOR   DUE      ACTION"
                                      TO   RPT-LINE
           MOVE    "ITEM"             TO   RPT-LINE(52:4)
           WRITE   RPT-LINE
           MOVE    ALL '-'            TO   RPT-LINE
           WRITE   RPT-LINE.
       150-EXIT.
           EXIT.
      ****************************************************************
      * 200 - Pass Every Record In The Follow-Up File                *
      ****************************************************************
       200-SCAN.
           MOVE    LOW-VALUES         TO   FUPKEY
           START   FUP-FILE           KEY  IS  NOT  LESS  FUPKEY
               INVALID KEY            CONTINUE
           END-START
           IF      RETFUP             NOT  =  '00'
               GO                     TO   200-EXIT.
       200-LOOP.
           READ    FUP-FILE           NEXT RECORD
               AT END
                   GO                 TO   200-EXIT.
           IF      FUPSTAT            NOT  =  'O'
               GO                     TO   200-LOOP.
           ADD     1                  TO   OPEN-COUNT
           IF      FUPDUE             NOT  NUMERIC
               ADD  1                 TO   BADDUE-COUNT
               GO                     TO   200-LOOP.
           IF      FUPDUE             NOT  <    NOWD
               GO                     TO   200-LOOP.
           ADD     1                  TO   OVERDUE-COUNT
           PERFORM 210-RAISE-ITEM     THRU 210-EXIT
           GO                         TO   200-LOOP.
       200-EXIT.
           EXIT.
      ****************************************************************
      * 210 - Raise One Overdue Item Unless Already Raised           *
      ****************************************************************
       210-RAISE-ITEM.
           MOVE    FUPKEY             TO   DET-KEY
           MOVE    FUPUSR             TO   DET-USR
           MOVE    FUPDUE             TO   DET-DUE
           MOVE    FUPTEXT(1:29)      TO   DET-TEXT
           MOVE    SPACES             TO   DET-CAT
           MOVE    'O'                TO   NRGEVT
           MOVE    BOOK-CODE          TO   NRGBOOK
           MOVE    FUPJKEY            TO   NRGPAGE
           MOVE    FUPLINE            TO   NRGLINE
           READ    NRG-FILE
               INVALID KEY            CONTINUE
           END-READ
           IF      RETNRG             =    '00'
               ADD  1                 TO   ALREADY-COUNT
               MOVE NRGCAT            TO   DET-CAT
               MOVE "ALREADY RAISED"  TO   DET-WHAT
               WRITE RPT-LINE         FROM DET-LINE
               GO                     TO   210-EXIT.
           IF      RETNRG             NOT  =  '23'
               DISPLAY "ERROR: Could not read notice register. Status "
                       RETNRG
               STOP RUN.
           MOVE    SPACES             TO   SW-CAT
           MOVE    FUPJKEY            TO   JRNDK
           READ    JRN-MASTER
               INVALID KEY            CONTINUE
           END-READ
           IF      RETJRN             =    '00'
               MOVE JRND              TO   JRN
               MOVE JRNCAT            TO   SW-CAT.
           MOVE    SW-CAT             TO   DET-CAT
           MOVE    0                  TO   SW-COUNT
           IF      SW-CAT             NOT  =  SPACES
               MOVE SW-CAT            TO   SW-RCAT
               PERFORM 300-COLLECT    THRU 300-EXIT.
           MOVE    SPACES             TO   SW-RCAT
           PERFORM 300-COLLECT        THRU 300-EXIT
           IF      SW-COUNT           =    0
               ADD  1                 TO   NOROUTE-COUNT
               MOVE "NOT ROUTED"      TO   DET-WHAT
               WRITE RPT-LINE         FROM DET-LINE
               GO                     TO   210-EXIT.
           MOVE    0                  TO   SW-IX.
       210-SEND.
           ADD     1                  TO   SW-IX
           IF      SW-IX              >    SW-COUNT
               GO                     TO   210-REGISTER.
           MOVE    'O'                TO   NTFEVT
           MOVE    BOOK-CODE          TO   NTFBOOK
           MOVE    FUPJKEY            TO   NTFPAGE
           MOVE    FUPLINE            TO   NTFLINE
           MOVE    SW-CAT             TO   NTFCAT
           MOVE    SW-LIST(SW-IX)     TO   NTFLIST
           MOVE    FUPUSR             TO   NTFUSR
           MOVE    NOWD               TO   NTFDATE
           MOVE    NOWT(1:6)          TO   NTFTIME
           MOVE    FUPDUE             TO   NTFDUE
           MOVE    FUPTEXT            TO   NTFTEXT
           WRITE   NTFR
           IF      RETNTF             NOT  =  '00'
               DISPLAY "ERROR: Could not write notice file. Status "
                       RETNTF
               STOP RUN.
           ADD     1                  TO   NOTICE-COUNT
           GO                         TO   210-SEND.
       210-REGISTER.
           MOVE    SPACES             TO   NRGR
           MOVE    'O'                TO   NRGEVT
           MOVE    BOOK-CODE          TO   NRGBOOK
           MOVE    FUPJKEY            TO   NRGPAGE
           MOVE    FUPLINE            TO   NRGLINE
           MOVE    SW-CAT             TO   NRGCAT
           MOVE    SW-COUNT           TO   NRGLISTS
           MOVE    'S'                TO   NRGSTAT
           MOVE    NOWD               TO   NRGSDATE
           MOVE    NOWT(1:6)          TO   NRGSTIME
           MOVE    OPR-ID             TO   NRGSUSR
           WRITE   NRGR
               INVALID KEY            CONTINUE
           END-WRITE
           IF      RETNRG             NOT  =  '00'
               DISPLAY "ERROR: Could not update notice register. "
                       "Status " RETNRG
               STOP RUN.
           ADD     1                  TO   RAISED-COUNT
           MOVE    SPACES             TO   DET-WHAT
           STRING  "SENT TO "         DELIMITED BY SIZE
                   SW-COUNT           DELIMITED BY SIZE
                                      INTO DET-WHAT
           WRITE   RPT-LINE           FROM DET-LINE.
       210-EXIT.
           EXIT.
      ****************************************************************
      * 300 - Add The Lists Routed For Event O Under SW-RCAT         *
      * A list already taken from the page's own category is not     *
      * taken again from the blank-category routes.                  *
      ****************************************************************
       300-COLLECT.
           IF      NOT  RTE-IS-OPEN
               GO                     TO   300-EXIT.
           MOVE    'O'                TO   RTEEVT
           MOVE    SW-RCAT            TO   RTECAT
           MOVE    LOW-VALUES         TO   RTELIST
           START   RTE-FILE           KEY  IS  NOT  LESS  RTEKEY
               INVALID KEY            CONTINUE
           END-START
           IF      RETRTE             NOT  =  '00'
               GO                     TO   300-EXIT.
       300-LOOP.
           READ    RTE-FILE           NEXT RECORD
               AT END
                   GO                 TO   300-EXIT.
           IF     (RTEEVT             NOT  =  'O')
             OR   (RTECAT             NOT  =  SW-RCAT)
               GO                     TO   300-EXIT.
           MOVE    'N'                TO   SW-FOUND-SW
           MOVE    0                  TO   SW-IX.
       300-FIND.
           ADD     1                  TO   SW-IX
           IF      SW-IX              >    SW-COUNT
               GO                     TO   300-ADD.
           IF      SW-LIST(SW-IX)     =    RTELIST
               MOVE 'Y'               TO   SW-FOUND-SW
               GO                     TO   300-ADD.
           GO                         TO   300-FIND.
       300-ADD.
           IF      SW-IS-FOUND
               GO                     TO   300-LOOP.
           IF      SW-COUNT           NOT  <    20
               DISPLAY "WARNING: More than 20 lists routed for "
                       FUPKEY " - extra lists not sent."
               GO                     TO   300-EXIT.
           ADD     1                  TO   SW-COUNT
           MOVE    RTELIST            TO   SW-LIST(SW-COUNT)
           GO                         TO   300-LOOP.
       300-EXIT.
           EXIT.
      ****************************************************************
      * 400 - Print The Closing Tally                                *
      ****************************************************************
       400-RPT-TALLY.
           MOVE    ALL '-'            TO   RPT-LINE
           WRITE   RPT-LINE
           MOVE    SPACES             TO   RPT-LINE
           STRING  "ITEMS OPEN          : " DELIMITED BY SIZE
                   OPEN-COUNT         DELIMITED BY SIZE
                                      INTO RPT-LINE
           WRITE   RPT-LINE
           MOVE    SPACES             TO   RPT-LINE
           STRING  "ITEMS OVERDUE       : " DELIMITED BY SIZE
                   OVERDUE-COUNT      DELIMITED BY SIZE
                                      INTO RPT-LINE
           WRITE   RPT-LINE
           MOVE    SPACES             TO   RPT-LINE
           STRING  "NOTICES RAISED      : " DELIMITED BY SIZE
                   RAISED-COUNT       DELIMITED BY SIZE
                                      INTO RPT-LINE
           WRITE   RPT-LINE
           MOVE    SPACES             TO   RPT-LINE
           STRING  "NOTICE RECORDS SENT : " DELIMITED BY SIZE
                   NOTICE-COUNT       DELIMITED BY SIZE
                                      INTO RPT-LINE
           WRITE   RPT-LINE
           MOVE    SPACES             TO   RPT-LINE
           STRING  "ALREADY RAISED      : " DELIMITED BY SIZE
                   ALREADY-COUNT      DELIMITED BY SIZE
                                      INTO RPT-LINE
           WRITE   RPT-LINE
           MOVE    SPACES             TO   RPT-LINE
           STRING  "NOT ROUTED          : " DELIMITED BY SIZE
                   NOROUTE-COUNT      DELIMITED BY SIZE
                                      INTO RPT-LINE
           WRITE   RPT-LINE
           MOVE    SPACES             TO   RPT-LINE
           STRING  "DUE DATE UNREADABLE : " DELIMITED BY SIZE
                   BADDUE-COUNT       DELIMITED BY SIZE
                                      INTO RPT-LINE
           WRITE   RPT-LINE.
       400-EXIT.
           EXIT.
      ****************************************************************
      * 999 - Housekeeping Routines                                  *
      * A book with no routing file has nothing to send to; the      *
      * register and the notice file are started on first use.       *
      ****************************************************************
       999-OPEN.
           OPEN INPUT                 FUP-FILE.
           IF     (RETFUP              NOT  =  '00')
               DISPLAY "ERROR: Could not open follow-up file. Status "
                       RETFUP
               STOP RUN.
           OPEN INPUT                 JRN-MASTER.
           IF     (RETJRN              NOT  =  '00')
               DISPLAY "ERROR: Could not open data file. Status "
                       RETJRN
               STOP RUN.
           OPEN INPUT                 RTE-FILE.
           IF     (RETRTE              =    '00')
               MOVE 'Y'               TO   RTE-OPEN-SW
           ELSE
               IF   RETRTE             NOT  =  '35'
                   DISPLAY "ERROR: Could not open routing file. "
                           "Status " RETRTE
                   STOP RUN
               ELSE
                   DISPLAY "WARNING: No routing file for book "
                           BOOK-TITLE " - nothing will be sent.".
           OPEN I-O                   NRG-FILE.
           IF     (RETNRG              =    '35')
               OPEN OUTPUT            NRG-FILE
               CLOSE                  NRG-FILE
               OPEN I-O               NRG-FILE.
           IF     (RETNRG              NOT  =  '00')
               DISPLAY "ERROR: Could not open notice register. Status "
                       RETNRG
               STOP RUN.
           OPEN EXTEND                NTF-FILE.
           IF     (RETNTF              =    '35')
               OPEN OUTPUT            NTF-FILE.
           IF     (RETNTF              NOT  =  '00')
               DISPLAY "ERROR: Could not open notice file. Status "
                       RETNTF
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
           CLOSE                      FUP-FILE.
           CLOSE                      JRN-MASTER.
           IF      RTE-IS-OPEN
               CLOSE                  RTE-FILE.
           CLOSE                      NRG-FILE.
           CLOSE                      NTF-FILE.
           CLOSE                      RPT-FILE.
       999-CLOSE-EXIT.
           EXIT.
