      * with its reason, and every schedule lands in the run         *
      * register so a missed or doubled generation is visible.       *
      * JRNCOVR then shows whether the mandated pages got filled in. *
      * A schedule falling due on a day the site calendar marks      *
      * non-operating is generated anyway, held back, or moved, as   *
      * its SCHCAL says.  A moved page is generated on the first     *
      * operating run date after it fell due, unless the schedule is *
      * due that day in its own right.                               *
      * A template with reading fields gets a blank reading record   *
      * per field, tying the page to its template for limit checks.  *
      ****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                                      ACCESS       DYNAMIC
                                      RECORD KEY   SGNDATE
                                      FILE STATUS  RETSGN.
           SELECT CAL-FILE            ASSIGN       "./JRNCAL"
                                      ORGANIZATION INDEXED
                                      ACCESS       DYNAMIC
                                      RECORD KEY   CALDATE
                                      FILE STATUS  RETCAL.
           SELECT RDF-FILE            ASSIGN       "./JRNRDEF"
                                      ORGANIZATION INDEXED
                                      ACCESS       DYNAMIC
                                      RECORD KEY   RDFKEY
                                      FILE STATUS  RETRDF.
           SELECT RDG-FILE            ASSIGN       "./JRNREAD"
                                      ORGANIZATION INDEXED
                                      ACCESS       DYNAMIC
                                      RECORD KEY   RDGKEY
                                      FILE STATUS  RETRDG.
           SELECT REG-FILE            ASSIGN       "./JRNSGEN.PRT"
                                      ORGANIZATION LINE SEQUENTIAL
                                      FILE STATUS  RETREG.
            DATA   RECORD             IS   JRND.
           COPY    JRNREC.
       FD   SCH-FILE
            RECORD CONTAINS           29   CHARACTERS
            LABEL  RECORDS            ARE  STANDARD
            DATA   RECORD             IS   SCHR.
      *Recurring Page Schedule Record
            DATA   RECORD             IS   SGNR.
      *Daily Sign-Off Record
           COPY    JRNSGN.
       FD   CAL-FILE
            RECORD CONTAINS           57   CHARACTERS
            LABEL  RECORDS            ARE  STANDARD
            DATA   RECORD             IS   CALR.
      *Site Operating Calendar Record
           COPY    JRNCAL.
       FD   RDF-FILE
            RECORD CONTAINS           86   CHARACTERS
            LABEL  RECORDS            ARE  STANDARD
            DATA   RECORD             IS   RDFR.
      *Template Reading Definition Record
           COPY    JRNRDF.
       FD   RDG-FILE
            RECORD CONTAINS           120  CHARACTERS
            LABEL  RECORDS            ARE  STANDARD
            DATA   RECORD             IS   RDGR.
      *Page Reading Record
           COPY    JRNRDG.
       FD   REG-FILE
            LABEL  RECORDS            ARE  STANDARD
            DATA   RECORD             IS   REG-LINE.
           05      RETSGN             PIC  X(02).
           05      RETREG             PIC  X(02).
           05      RETAUD             PIC  X(02).
           05      RETCAL             PIC  X(02).
           05      RETRDF             PIC  X(02).
           05      RETRDG             PIC  X(02).
      *Logged On Operator
       01          OPERATOR-ID.
           05      OPR-ID             PIC  X(10).
           05      GEN-PAGE-X         PIC  X(02).
           05      GEN-FREE-SW        PIC  X(01) VALUE 'N'.
             88     GEN-PAGE-FREE                 VALUE 'Y'.
           05      GEN-CLOSED-SW      PIC  X(01) VALUE 'N'.
             88     GEN-DAY-CLOSED                VALUE 'Y'.
           05      GEN-CAL-RSN        PIC  X(30) VALUE SPACES.
           05      MOVED-FROM         PIC  X(08) VALUE SPACES.
      *Date Being Tested - the run date, or an earlier day when a
      *moved page is being looked for
       01          CHK-FIELDS.
           05      CHK-DATE.
             10    CHK-YEAR           PIC  9(04).
             10    CHK-MONTH          PIC  9(02).
             10    CHK-DAY            PIC  9(02).
           05      CHK-DATE-X         REDEFINES CHK-DATE
                                      PIC  X(08).
           05      CHK-DOW            PIC  9(01).
           05      BACK-COUNT         PIC  9(02).
      *Site Calendar Standing Of The Date Being Tested
       01          CAL-FIELDS.
           05      CAL-OPEN-SW        PIC  X(01) VALUE 'N'.
             88     CAL-IS-OPEN                   VALUE 'Y'.
           05      CAL-CLOSED-SW      PIC  X(01) VALUE 'N'.
             88     CAL-DAY-CLOSED                VALUE 'Y'.
      *Template Reading Definitions
       01          RDF-FIELDS.
           05      RDF-OPEN-SW        PIC  X(01) VALUE 'N'.
             88     RDF-IS-OPEN                   VALUE 'Y'.
      *Day-Of-Week Work Fields - Zeller arithmetic
       01          DW-FIELDS.
           05      DW-YEAR            PIC  9(04).
       000-MAIN.
           PERFORM 100-GET-OPTIONS    THRU 100-EXIT.
           PERFORM 999-OPEN           THRU 999-OPEN-EXIT.
           PERFORM 170-RUN-DAY        THRU 170-EXIT.
           PERFORM 150-REG-HEADING    THRU 150-EXIT.
           PERFORM 200-PASS-SCHEDULES THRU 200-EXIT.
           PERFORM 300-REG-TALLY      THRU 300-EXIT.
           PERFORM 999-CLOSE          THRU 999-CLOSE-EXIT.
           MOVE    SPACES             TO   REG-LINE
           MOVE    "TEMPLATE     ACTION       REASON" TO REG-LINE
           WRITE   REG-LINE
           IF      GEN-DAY-CLOSED
               MOVE SPACES            TO   REG-LINE
               STRING "RUN DATE IS NON-OPERATING - "
                                      DELIMITED BY SIZE
                      GEN-CAL-RSN     DELIMITED BY SIZE
                                      INTO REG-LINE
               WRITE REG-LINE.
           MOVE    ALL '-'            TO   REG-LINE
           WRITE   REG-LINE.
       150-EXIT.
           EXIT.
      ****************************************************************
      * 160 - Work Out The Check Date's Day Of The Week              *
      * Zeller's congruence with January and February as months 13   *
      * and 14 of the prior year; the result is mapped to 1=Monday   *
      * through 7=Sunday to index the schedule's weekday flags.      *
      ****************************************************************
       160-DAY-OF-WEEK.
           MOVE    CHK-YEAR           TO   DW-YEAR
           MOVE    CHK-MONTH          TO   DW-MONTH
           MOVE    CHK-DAY            TO   DW-DAY
           IF      DW-MONTH           <    3
               ADD  12                TO   DW-MONTH
               SUBTRACT 1             FROM DW-YEAR.
           DIVIDE  DW-REM             BY   7    GIVING DW-QUOT
                                      REMAINDER DW-REM
           ADD     1                  TO   DW-REM
           MOVE    DW-REM             TO   CHK-DOW.
       160-EXIT.
           EXIT.
      ****************************************************************
      * 170 - Establish The Run Date's Weekday And Calendar Standing *
      ****************************************************************
       170-RUN-DAY.
           MOVE    GEN-DATE           TO   CHK-DATE-X
           PERFORM 160-DAY-OF-WEEK    THRU 160-EXIT
           MOVE    CHK-DOW            TO   GEN-DOW
           PERFORM 240-CAL-LOOKUP     THRU 240-EXIT
           MOVE    CAL-CLOSED-SW      TO   GEN-CLOSED-SW
           IF      GEN-DAY-CLOSED
               MOVE CALRSN            TO   GEN-CAL-RSN
               DISPLAY "Run date is non-operating - " CALRSN.
       170-EXIT.
           EXIT.
      ****************************************************************
      * 200 - Pass Every Schedule And Generate The Ones Due          *
      ****************************************************************
       200-PASS-SCHEDULES.
               AT END
                   GO                 TO   200-EXIT.
           ADD     1                  TO   SCH-COUNT
           MOVE    SPACES             TO   MOVED-FROM
           MOVE    GEN-DATE           TO   CHK-DATE-X
           MOVE    GEN-DOW            TO   CHK-DOW
           PERFORM 210-CHECK-DUE      THRU 210-EXIT
           IF      SCHED-IS-DUE
             AND   GEN-DAY-CLOSED
             AND   NOT  SCH-CAL-GENERATE
               PERFORM 250-CLOSED-SKIP THRU 250-EXIT
               GO                     TO   200-LOOP.
           IF      NOT  SCHED-IS-DUE
             AND   NOT  GEN-DAY-CLOSED
             AND   SCH-CAL-MOVE
               PERFORM 260-LOOK-BACK  THRU 260-EXIT.
           IF      SCHED-IS-DUE
               PERFORM 220-GENERATE   THRU 220-EXIT
           ELSE
       200-EXIT.
           EXIT.
      ****************************************************************
      * 210 - Decide Whether The Schedule Is Due On The Check Date   *
      ****************************************************************
       210-CHECK-DUE.
           MOVE    'N'                TO   DUE-SW
               WHEN 'D'
                   MOVE 'Y'           TO   DUE-SW
               WHEN 'W'
                   IF   SCHWDAYS(CHK-DOW:1) = 'Y'
                       MOVE 'Y'       TO   DUE-SW
                   END-IF
               WHEN 'M'
                   IF   SCHDOM         =    CHK-DATE-X(7:2)
                       MOVE 'Y'       TO   DUE-SW
                   END-IF
               WHEN OTHER
           IF      RETSCH             NOT  =  '00'
               DISPLAY "WARNING: Could not stamp schedule " SCHTPL
                       " Status " RETSCH.
           PERFORM 280-READING-LINKS  THRU 280-EXIT.
           MOVE    "GENERATED"        TO   REG-ACTION
           MOVE    SPACES             TO   REG-REASON
           IF      MOVED-FROM         NOT  =  SPACES
               STRING "PAGE "         DELIMITED BY SIZE
                      GEN-PAGE-X      DELIMITED BY SIZE
                      " MOVED FROM "  DELIMITED BY SIZE
                      MOVED-FROM(1:4) DELIMITED BY SIZE
                      '-'             DELIMITED BY SIZE
                      MOVED-FROM(5:2) DELIMITED BY SIZE
                      '-'             DELIMITED BY SIZE
                      MOVED-FROM(7:2) DELIMITED BY SIZE
                                      INTO REG-REASON
           ELSE
               STRING "PAGE "         DELIMITED BY SIZE
                      GEN-PAGE-X      DELIMITED BY SIZE
                      " CREATED FROM TEMPLATE"
                                      DELIMITED BY SIZE
                                      INTO REG-REASON.
           PERFORM 290-REG-DETAIL     THRU 290-EXIT.
       220-EXIT.
           EXIT.
       230-EXIT.
           EXIT.
      ****************************************************************
      * 240 - Look The Check Date Up On The Site Calendar            *
      * A day with no calendar entry is an operating day.            *
      ****************************************************************
       240-CAL-LOOKUP.
           MOVE    'N'                TO   CAL-CLOSED-SW
           IF      NOT  CAL-IS-OPEN
               GO                     TO   240-EXIT.
           MOVE    CHK-DATE-X         TO   CALDATE
           READ    CAL-FILE
               INVALID KEY            CONTINUE
           END-READ
           IF     (RETCAL             =    '00')
             AND   CAL-IS-CLOSED
               MOVE 'Y'               TO   CAL-CLOSED-SW.
       240-EXIT.
           EXIT.
      ****************************************************************
      * 250 - Register A Due Page Held Back Or Moved                 *
      * The run date is non-operating and the schedule says not to   *
      * generate on such a day; SCHLAST is left alone so a moved     *
      * page is still owed on the next operating day.                *
      ****************************************************************
       250-CLOSED-SKIP.
           ADD     1                  TO   SKIP-COUNT
           MOVE    SCHTPL             TO   REG-TPL
           IF      SCH-CAL-MOVE
               MOVE "MOVED"           TO   REG-ACTION
               MOVE "NON-OPERATING DAY - MOVED TO NEXT"
                                      TO   REG-REASON
           ELSE
               MOVE "HELD BACK"       TO   REG-ACTION
               MOVE "NON-OPERATING DAY - HELD BACK"
                                      TO   REG-REASON.
           PERFORM 290-REG-DETAIL     THRU 290-EXIT.
       250-EXIT.
           EXIT.
      ****************************************************************
      * 260 - Look Back For A Page Moved Off Non-Operating Days      *
      * Steps back from the run date over the unbroken run of closed *
      * days just before it (a month at most).  The nearest closed   *
      * day the schedule fell due on is owed today, unless SCHLAST   *
      * shows it was already generated.  DUE-SW and MOVED-FROM come  *
      * back set when a page is owed.                                *
      ****************************************************************
       260-LOOK-BACK.
           MOVE    'N'                TO   DUE-SW
           IF      NOT  CAL-IS-OPEN
               GO                     TO   260-EXIT.
           MOVE    GEN-DATE           TO   CHK-DATE-X
           MOVE    0                  TO   BACK-COUNT.
       260-LOOP.
           IF      BACK-COUNT         NOT  <    31
               GO                     TO   260-NOT-OWED.
           ADD     1                  TO   BACK-COUNT
           PERFORM 270-PREV-DAY       THRU 270-EXIT
           PERFORM 240-CAL-LOOKUP     THRU 240-EXIT
           IF      NOT  CAL-DAY-CLOSED
               GO                     TO   260-NOT-OWED.
           PERFORM 160-DAY-OF-WEEK    THRU 160-EXIT
           PERFORM 210-CHECK-DUE      THRU 210-EXIT
           IF      NOT  SCHED-IS-DUE
               GO                     TO   260-LOOP.
           IF      SCHLAST            NOT  <    CHK-DATE-X
               GO                     TO   260-NOT-OWED.
           MOVE    CHK-DATE-X         TO   MOVED-FROM
           GO                         TO   260-EXIT.
       260-NOT-OWED.
           MOVE    'N'                TO   DUE-SW.
       260-EXIT.
           EXIT.
      ****************************************************************
      * 270 - Step The Check Date Back One Calendar Day              *
      ****************************************************************
       270-PREV-DAY.
           IF      CHK-DAY            >    1
               SUBTRACT 1             FROM CHK-DAY
               GO                     TO   270-EXIT.
           IF      CHK-MONTH          >    1
               SUBTRACT 1             FROM CHK-MONTH
           ELSE
               MOVE 12                TO   CHK-MONTH
               SUBTRACT 1             FROM CHK-YEAR.
           MOVE    CHK-YEAR           TO   VK-YEAR-NUM
           MOVE    CHK-MONTH          TO   VK-MONTH-NUM
           PERFORM 295-DAYS-IN-MONTH  THRU 295-DAYS-IN-MONTH-EXIT
           MOVE    VK-DAYS-IN-MONTH   TO   CHK-DAY.
       270-EXIT.
           EXIT.
      ****************************************************************
      * 280 - Lay Down The Reading Records For A Generated Page      *
      * One blank reading per field the template defines, so the     *
      * panel knows the page's template when it is filed and the     *
      * readings are captured against their limits.                  *
      ****************************************************************
       280-READING-LINKS.
           IF      NOT  RDF-IS-OPEN
               GO                     TO   280-EXIT.
           MOVE    LOW-VALUES         TO   RDFKEY
           MOVE    TPLNAME            TO   RDFTPL
           START   RDF-FILE           KEY  IS NOT LESS RDFKEY
               INVALID KEY            CONTINUE
           END-START
           IF      RETRDF             NOT  =  '00'
               GO                     TO   280-EXIT.
       280-LOOP.
           READ    RDF-FILE           NEXT RECORD
               AT END                 GO   TO   280-EXIT
           END-READ
           IF      RDFTPL             NOT  =  TPLNAME
               GO                     TO   280-EXIT.
           MOVE    SPACES             TO   RDGR
           MOVE    JRNDK              TO   RDGPAGE
           MOVE    RDFNO              TO   RDGNO
           MOVE    RDFTPL             TO   RDGTPL
           MOVE    RDFLABEL           TO   RDGLABEL
           MOVE    RDFUNIT            TO   RDGUNIT
           MOVE    0                  TO   RDGVAL
           MOVE    RDFLOWSW           TO   RDGLOWSW
           MOVE    RDFLOW             TO   RDGLOW
           MOVE    RDFHIGHSW          TO   RDGHIGHSW
           MOVE    RDFHIGH            TO   RDGHIGH
           MOVE    OPR-ID             TO   RDGUSR
           MOVE    NOWD               TO   RDGDATE
           MOVE    NOWT(1:6)          TO   RDGTIME
           WRITE   RDGR
               INVALID KEY            CONTINUE
           END-WRITE
           IF      RETRDG             NOT  =  '00'
               DISPLAY "WARNING: Could not write reading " RDGKEY
                       " Status " RETRDG.
           GO                         TO   280-LOOP.
       280-EXIT.
           EXIT.
      ****************************************************************
      * 290 - Write One Register Detail Line                         *
      ****************************************************************
       290-REG-DETAIL.
               OPEN OUTPUT            SCH-FILE
               CLOSE                  SCH-FILE
               OPEN I-O               SCH-FILE.
           IF     (RETSCH              =    '39')
               DISPLAY "ERROR: Schedule file is in the old layout - "
                       "run JRNCONV first."
               STOP RUN.
           IF     (RETSCH              NOT  =  '00')
               DISPLAY "ERROR: Could not open schedule file. Status "
                       RETSCH
               DISPLAY "ERROR: Could not open audit file. Status "
                       RETAUD
               STOP RUN.
           OPEN INPUT                 RDF-FILE.
           IF     (RETRDF              =    '00')
               MOVE 'Y'               TO   RDF-OPEN-SW
           ELSE
               IF   RETRDF             NOT  =  '35'
                   DISPLAY "ERROR: Could not open reading definition "
                           "file ./JRNRDEF. Status " RETRDF
                   STOP RUN.
           OPEN I-O                   RDG-FILE.
           IF     (RETRDG              =    '35')
               OPEN OUTPUT            RDG-FILE
               CLOSE                  RDG-FILE
               OPEN I-O               RDG-FILE.
           IF     (RETRDG              NOT  =  '00')
               DISPLAY "ERROR: Could not open readings file. Status "
                       RETRDG
               STOP RUN.
           OPEN INPUT                 CAL-FILE.
           IF     (RETCAL              =    '35')
               DISPLAY "No site calendar on file - the run date is"
               DISPLAY "taken as an operating day."
               GO                     TO   999-OPEN-EXIT.
           IF     (RETCAL              NOT  =  '00')
               DISPLAY "ERROR: Could not open calendar file. Status "
                       RETCAL
               STOP RUN.
           MOVE    'Y'                TO   CAL-OPEN-SW.
       999-OPEN-EXIT.
           EXIT.
      ****************************************************************
                       RETJRN.
           CLOSE                      SGN-FILE.
           CLOSE                      REG-FILE.
           IF      RDF-IS-OPEN
               CLOSE                  RDF-FILE.
           CLOSE                      RDG-FILE.
           IF      CAL-IS-OPEN
               CLOSE                  CAL-FILE.
           CLOSE                      AUD-FILE.
           IF     (RETAUD              NOT  =  '00')
               DISPLAY "ERROR: Could not close audit file. Status "
