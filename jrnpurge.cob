      * the archive, is printed so nothing vanishes without a paper  *
      * trail.  The delete count is left in the step-count file at   *
      * end of job so the JRNCTL job stream can checkpoint the step. *
      * The journal book is asked for first.  The archive named must *
      * be one JRNARCH wrote for that same book, and the deletes go  *
      * to that book's audit trail.                                  *
      * A page under an active legal hold in the book's JRNHOLD      *
      * register is never purged, archived or not; it is retained,   *
      * listed with the hold ID and the refusal is written to the    *
      * JRNLOG event log.                                            *
      * A purged page may still be linked to or from other pages in  *
      * the book's JRNLINK file.  The links are left in place; each  *
      * one is listed under the deleted key as dangling so the pages *
      * at the other end can be put right.                           *
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
           SELECT REG-FILE            ASSIGN       "./JRNPURGE.PRT"
                                      ORGANIZATION LINE SEQUENTIAL
                                      FILE STATUS  RETREG.
           SELECT AUD-FILE            ASSIGN       AUD-NAME
                                      ORGANIZATION SEQUENTIAL
                                      FILE STATUS  RETAUD.
           SELECT CNT-FILE            ASSIGN       "./JRNSTEP.CNT"
                                      ORGANIZATION LINE SEQUENTIAL
                                      FILE STATUS  RETCNT.
           SELECT HLD-FILE            ASSIGN       HLD-NAME
                                      ORGANIZATION INDEXED
                                      ACCESS       DYNAMIC
                                      RECORD KEY   HLDID
                                      FILE STATUS  RETHLD.
           SELECT LNK-FILE            ASSIGN       LNK-NAME
                                      ORGANIZATION INDEXED
                                      ACCESS       DYNAMIC
                                      RECORD KEY   LNKKEY
                                      ALTERNATE RECORD KEY LNKTO
                                          WITH DUPLICATES
                                      FILE STATUS  RETLNK.
           SELECT LOG-FILE            ASSIGN       "./JRNLOG"
                                      ORGANIZATION SEQUENTIAL
                                      FILE STATUS  RETLOG.
      ****************************************************************
       DATA DIVISION.
       FILE SECTION.
            LABEL  RECORDS            ARE  STANDARD
            DATA   RECORD             IS   CNT-LINE.
       01          CNT-LINE           PIC  X(15).
       FD   HLD-FILE
            RECORD CONTAINS           97   CHARACTERS
            LABEL  RECORDS            ARE  STANDARD
            DATA   RECORD             IS   HLDR.
      *Legal Hold Register Record
           COPY    JRNHLD.
       FD   LNK-FILE
            RECORD CONTAINS           74   CHARACTERS
            LABEL  RECORDS            ARE  STANDARD
            DATA   RECORD             IS   LNKR.
      *Page Cross-Reference Link Record
           COPY    JRNLNK.
       FD   LOG-FILE
            RECORD CONTAINS           77   CHARACTERS
            LABEL  RECORDS            ARE  STANDARD
            DATA   RECORD             IS   LOGR.
      *Security And Access Event Record
           COPY    JRNLOG.
       WORKING-STORAGE SECTION.
      *File Return Codes
       01          RET.
           05      RETREG             PIC  X(02).
           05      RETAUD             PIC  X(02).
           05      RETCNT             PIC  X(02).
           05      RETHLD             PIC  X(02).
           05      RETLOG             PIC  X(02).
           05      RETLNK             PIC  X(02).
      *Logged On Operator
       01          OPERATOR-ID.
           05      OPR-ID             PIC  X(10).
           05      AUD-HOLD.
             10    AUD-HOLD-KEY       PIC  X(10).
             10    AUD-HOLD-DATA      PIC  X(1274).
      *Journal Book - blank is the main book and its original files
       01          BOOK-FIELDS.
           05      BOOK-CODE          PIC  X(02) VALUE SPACES.
           05      BOOK-SFX           PIC  X(03) VALUE SPACES.
           05      BOOK-TITLE         PIC  X(04) VALUE "MAIN".
           05      JRN-NAME           PIC  X(30).
           05      AUD-NAME           PIC  X(30).
           05      HLD-NAME           PIC  X(30).
           05      LNK-NAME           PIC  X(30).
      *Archive File Name
       01          ARC-NAME           PIC  X(30).
      *Archive Name Prefix Expected For The Book
       01          ARC-PREFIX-FIELDS.
           05      ARC-PREFIX         PIC  X(12).
           05      ARC-PREFIX-LEN     PIC  9(02).
      *Purge Cutoff - pages with key year/month below this go
       01          CUTOFF.
           05      CUT-YEAR           PIC  X(04).
       01          SWITCHES.
           05      ARC-EOF-SW         PIC  X(01) VALUE 'N'.
             88     ARC-EOF                       VALUE 'Y'.
           05      HLD-OPEN-SW        PIC  X(01) VALUE 'N'.
             88     HLD-IS-OPEN                   VALUE 'Y'.
           05      HLD-HIT-SW         PIC  X(01) VALUE 'N'.
             88     HLD-PAGE-HELD                 VALUE 'Y'.
           05      LNK-OPEN-SW        PIC  X(01) VALUE 'N'.
             88     LNK-IS-OPEN                   VALUE 'Y'.
      *Legal Hold Found For The Page
       01          HLD-HIT-ID         PIC  X(08).
      *Counters
       01          COUNTERS.
           05      SCAN-COUNT         PIC  9(06) VALUE 0.
           05      DEL-COUNT          PIC  9(06) VALUE 0.
           05      KEEP-COUNT         PIC  9(06) VALUE 0.
           05      HELD-COUNT         PIC  9(06) VALUE 0.
           05      DANGLE-COUNT       PIC  9(06) VALUE 0.
      *Step-Count Detail - read back by the JRNCTL job stream
       01          CNT-DETAIL.
           05      CNT-PGM            PIC  X(08).
           DISPLAY "Records examined: " SCAN-COUNT.
           DISPLAY "Records deleted : " DEL-COUNT.
           DISPLAY "Records retained: " KEEP-COUNT.
           DISPLAY "On legal hold   : " HELD-COUNT.
           DISPLAY "Links dangling  : " DANGLE-COUNT.
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
           MOVE    SPACES             TO   AUD-NAME
           STRING  "./JRNAUD"         DELIMITED BY SIZE
                   BOOK-SFX           DELIMITED BY SPACE
                                      INTO AUD-NAME
           MOVE    SPACES             TO   HLD-NAME
           STRING  "./JRNHOLD"        DELIMITED BY SIZE
                   BOOK-SFX           DELIMITED BY SPACE
                                      INTO HLD-NAME
           MOVE    SPACES             TO   LNK-NAME
           STRING  "./JRNLINK"        DELIMITED BY SIZE
                   BOOK-SFX           DELIMITED BY SPACE
                                      INTO LNK-NAME.
       050-EXIT.
           EXIT.
      ****************************************************************
      * 100 - Prompt For Cutoff And Archive Name                     *
      ****************************************************************
       100-GET-OPTIONS.
           IF      OPR-ID             =    SPACES
               MOVE "UNKNOWN"         TO   OPR-ID.
           DISPLAY "JOURNAL RETENTION PURGE".
           PERFORM 050-GET-BOOK       THRU 050-EXIT.
           DISPLAY "Delete pages dated before:".
           DISPLAY "Cutoff Year  (CCYY): " WITH NO ADVANCING.
           ACCEPT  CUT-YEAR           FROM CONSOLE.
           IF      ARC-NAME           =    SPACES
               DISPLAY "ERROR: Archive file name is required."
               STOP RUN.
      * An archive of one book must never clear pages of another, so
      * the name has to carry this book's suffix - and for the main
      * book, no suffix at all.
           MOVE    SPACES             TO   ARC-PREFIX
           STRING  "./JRNARC"         DELIMITED BY SIZE
                   BOOK-SFX           DELIMITED BY SPACE
                   "."                DELIMITED BY SIZE
                                      INTO ARC-PREFIX
           MOVE    0                  TO   ARC-PREFIX-LEN
           INSPECT ARC-PREFIX         TALLYING ARC-PREFIX-LEN
                   FOR CHARACTERS     BEFORE INITIAL SPACE
           IF      ARC-NAME (1:ARC-PREFIX-LEN)
                                      NOT  =
                   ARC-PREFIX (1:ARC-PREFIX-LEN)
               DISPLAY "ERROR: Archive is not one of book " BOOK-TITLE
               STOP RUN.
           IF     (BOOK-CODE          =    SPACES)
             AND  (ARC-NAME (10:1)    NOT  NUMERIC)
               DISPLAY "ERROR: Archive is not one of book " BOOK-TITLE
               STOP RUN.
       100-EXIT.
           EXIT.
      ****************************************************************
                   CUT-YEAR           DELIMITED BY SIZE
                   '-'                DELIMITED BY SIZE
                   CUT-MONTH          DELIMITED BY SIZE
                   " BOOK "           DELIMITED BY SIZE
                   BOOK-TITLE         DELIMITED BY SIZE
                   " - ARCHIVE "      DELIMITED BY SIZE
                   ARC-NAME           DELIMITED BY SPACE
                                      INTO REG-LINE
           WRITE   REG-LINE
           MOVE    SPACES             TO   REG-LINE
      ****************************************************************
       200-PURGE.
           MOVE    0                  TO   SCAN-COUNT DEL-COUNT
                                           KEEP-COUNT HELD-COUNT
                                           DANGLE-COUNT
           MOVE    LOW-VALUES         TO   JRNDK
           START   JRN-MASTER         KEY  IS  NOT  LESS  JRNDK
               INVALID KEY            CONTINUE
           PERFORM 290-REG-DETAIL     THRU 290-EXIT
           GO                         TO   210-EXIT.
       210-DELETE.
           PERFORM 230-CHECK-HOLD     THRU 230-EXIT
           IF      HLD-PAGE-HELD
               ADD  1                 TO   KEEP-COUNT HELD-COUNT
               MOVE JRNDK             TO   REG-KEY
               MOVE "RETAINED"        TO   REG-ACTION
               MOVE SPACES            TO   REG-REASON
               STRING "ON LEGAL HOLD " DELIMITED BY SIZE
                      HLD-HIT-ID      DELIMITED BY SPACE
                                      INTO REG-REASON
               PERFORM 290-REG-DETAIL THRU 290-EXIT
               PERFORM 710-LOG-REFUSAL THRU 710-EXIT
               GO                     TO   210-EXIT.
           MOVE    JRNDK              TO   AUD-HOLD-KEY
           MOVE    JRNDD              TO   AUD-HOLD-DATA
           DELETE  JRN-MASTER
               MOVE "DELETED"         TO   REG-ACTION
               MOVE "ARCHIVED, PURGED FROM MASTER" TO REG-REASON
               PERFORM 290-REG-DETAIL THRU 290-EXIT
               PERFORM 240-LIST-LINKS THRU 240-EXIT
           ELSE
               ADD  1                 TO   KEEP-COUNT
               MOVE JRNDK             TO   REG-KEY
       220-EXIT.
           EXIT.
      ****************************************************************
      * 230 - Is The Current Page Under An Active Legal Hold?        *
      * Sets HLD-PAGE-HELD and HLD-HIT-ID from the first active hold *
      * whose page range covers JRNDK.                               *
      ****************************************************************
       230-CHECK-HOLD.
           MOVE    'N'                TO   HLD-HIT-SW
           MOVE    SPACES             TO   HLD-HIT-ID
           IF      NOT  HLD-IS-OPEN
               GO                     TO   230-EXIT.
           MOVE    LOW-VALUES         TO   HLDID
           START   HLD-FILE           KEY  IS  NOT  LESS  HLDID
               INVALID KEY            CONTINUE
           END-START
           IF      RETHLD             NOT  =  '00'
               GO                     TO   230-EXIT.
       230-LOOP.
           READ    HLD-FILE           NEXT RECORD
               AT END
                   GO                 TO   230-EXIT.
           IF      HLD-IS-ACTIVE
             AND  (JRNDK              NOT  <  HLDFROM)
             AND  (JRNDK              NOT  >  HLDTO)
               MOVE 'Y'               TO   HLD-HIT-SW
               MOVE HLDID             TO   HLD-HIT-ID
               GO                     TO   230-EXIT.
           GO                         TO   230-LOOP.
       230-EXIT.
           EXIT.
      ****************************************************************
      * 240 - List The Links Left Dangling By The Page Just Purged   *
      * Links the page made come off the prime key, links made to it *
      * off the alternate key on LNKTO.  AUD-HOLD-KEY still holds    *
      * the purged key.                                              *
      ****************************************************************
       240-LIST-LINKS.
           IF      NOT  LNK-IS-OPEN
               GO                     TO   240-EXIT.
           MOVE    AUD-HOLD-KEY       TO   LNKFROM
           MOVE    LOW-VALUES         TO   LNKTO
           START   LNK-FILE           KEY  IS  NOT  LESS  LNKKEY
               INVALID KEY            CONTINUE
           END-START
           IF      RETLNK             NOT  =  '00'
               GO                     TO   240-IN.
       240-OUT-LOOP.
           READ    LNK-FILE           NEXT RECORD
               AT END
                   GO                 TO   240-IN.
           IF      LNKFROM            NOT  =  AUD-HOLD-KEY
               GO                     TO   240-IN.
           ADD     1                  TO   DANGLE-COUNT
           MOVE    AUD-HOLD-KEY       TO   REG-KEY
           MOVE    "LINK"             TO   REG-ACTION
           MOVE    SPACES             TO   REG-REASON
           STRING  "DANGLING -> "     DELIMITED BY SIZE
                   LNKTO              DELIMITED BY SIZE
                   ' '                DELIMITED BY SIZE
                   LNKRSN             DELIMITED BY SIZE
                                      INTO REG-REASON
           PERFORM 290-REG-DETAIL     THRU 290-EXIT
           GO                         TO   240-OUT-LOOP.
       240-IN.
           MOVE    AUD-HOLD-KEY       TO   LNKTO
           START   LNK-FILE           KEY  IS  NOT  LESS  LNKTO
               INVALID KEY            CONTINUE
           END-START
           IF      RETLNK             NOT  =  '00'
               GO                     TO   240-EXIT.
       240-IN-LOOP.
           READ    LNK-FILE           NEXT RECORD
               AT END
                   GO                 TO   240-EXIT.
           IF      LNKTO              NOT  =  AUD-HOLD-KEY
               GO                     TO   240-EXIT.
           ADD     1                  TO   DANGLE-COUNT
           MOVE    AUD-HOLD-KEY       TO   REG-KEY
           MOVE    "LINK"             TO   REG-ACTION
           MOVE    SPACES             TO   REG-REASON
           STRING  "DANGLING <- "     DELIMITED BY SIZE
                   LNKFROM            DELIMITED BY SIZE
                   ' '                DELIMITED BY SIZE
                   LNKRSN             DELIMITED BY SIZE
                                      INTO REG-REASON
           PERFORM 290-REG-DETAIL     THRU 290-EXIT
           GO                         TO   240-IN-LOOP.
       240-EXIT.
           EXIT.
      ****************************************************************
      * 290 - Write One Register Detail Line                         *
      ****************************************************************
       290-REG-DETAIL.
           STRING  "RECORDS RETAINED: " DELIMITED BY SIZE
                   KEEP-COUNT         DELIMITED BY SIZE
                                      INTO REG-LINE
           WRITE   REG-LINE
           MOVE    SPACES             TO   REG-LINE
           STRING  "ON LEGAL HOLD   : " DELIMITED BY SIZE
                   HELD-COUNT         DELIMITED BY SIZE
                                      INTO REG-LINE
           WRITE   REG-LINE
           MOVE    SPACES             TO   REG-LINE
           STRING  "LINKS DANGLING  : " DELIMITED BY SIZE
                   DANGLE-COUNT       DELIMITED BY SIZE
                                      INTO REG-LINE
           WRITE   REG-LINE.
       300-EXIT.
           EXIT.
      ****************************************************************
      * 710 - Log A Purge Refused For A Legal Hold                   *
      * The event log is shared with JOURNAL, so it is opened in     *
      * extend for each entry and closed again straight after.       *
      ****************************************************************
       710-LOG-REFUSAL.
           OPEN    EXTEND             LOG-FILE
           IF      RETLOG             =    '35'
               OPEN OUTPUT            LOG-FILE.
           IF      RETLOG             NOT  =  '00'
               DISPLAY "WARNING: Could not write event log. Status "
                       RETLOG
               GO                     TO   710-EXIT.
           ACCEPT  NOWD               FROM DATE YYYYMMDD
           ACCEPT  NOWT               FROM TIME
           MOVE    'X'                TO   LOGEVT
           MOVE    NOWD               TO   LOGDATE
           MOVE    NOWT(1:6)          TO   LOGTIME
           MOVE    OPR-ID             TO   LOGUSR
           MOVE    HLD-HIT-ID         TO   LOGTGT
           MOVE    SPACES             TO   LOGOLD LOGNEW
           MOVE    JRNDK              TO   LOGKEY
           MOVE    "PURGE DENIED - LEGAL HOLD" TO LOGDESC
           MOVE    BOOK-CODE          TO   LOGBOOK
           WRITE   LOGR
           IF      RETLOG             NOT  =  '00'
               DISPLAY "WARNING: Could not write event log. Status "
                       RETLOG
           END-IF
           CLOSE   LOG-FILE.
       710-EXIT.
           EXIT.
      ****************************************************************
      * 800 - Leave The Record Count For The Job-Stream Controller   *
      ****************************************************************
       800-STEP-COUNT.
               DISPLAY "ERROR: Could not open audit file. Status "
                       RETAUD
               STOP RUN.
      * A book whose pages have never been linked has no link file.
           OPEN INPUT                 LNK-FILE.
           IF     (RETLNK              =    '00')
               MOVE 'Y'               TO   LNK-OPEN-SW
           ELSE
               IF   RETLNK             NOT  =  '35'
                   DISPLAY "ERROR: Could not open page link file. "
                           "Status " RETLNK
                   STOP RUN.
      * A book that has never had a hold placed has no register yet.
           OPEN INPUT                 HLD-FILE.
           IF     (RETHLD              =    '35')
               GO                     TO   999-OPEN-EXIT.
           IF     (RETHLD              NOT  =  '00')
               DISPLAY "ERROR: Could not open legal hold file. Status "
                       RETHLD
               STOP RUN.
           MOVE    'Y'                TO   HLD-OPEN-SW.
       999-OPEN-EXIT.
           EXIT.
      ****************************************************************
           IF     (RETAUD              NOT  =  '00')
               DISPLAY "ERROR: Could not close audit file. Status "
                       RETAUD.
           IF      HLD-IS-OPEN
               CLOSE                  HLD-FILE.
           IF      LNK-IS-OPEN
               CLOSE                  LNK-FILE.
       999-CLOSE-EXIT.
           EXIT.
