      *   O - restore one key only, replacing it if present          *
      * A register of every key loaded, skipped or rejected is       *
      * printed so the restore can be proven to the supervisor.      *
      * A page under an active legal hold in the JRNHOLD register is *
      * never restored over; the archive image is rejected with the  *
      * hold ID and the refusal is written to the JRNLOG event log.  *
      ****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT AUD-FILE            ASSIGN       "./JRNAUD"
                                      ORGANIZATION SEQUENTIAL
                                      FILE STATUS  RETAUD.
           SELECT HLD-FILE            ASSIGN       "./JRNHOLD"
                                      ORGANIZATION INDEXED
                                      ACCESS       DYNAMIC
                                      RECORD KEY   HLDID
                                      FILE STATUS  RETHLD.
           SELECT LOG-FILE            ASSIGN       "./JRNLOG"
                                      ORGANIZATION SEQUENTIAL
                                      FILE STATUS  RETLOG.
      ****************************************************************
       DATA DIVISION.
       FILE SECTION.
            DATA   RECORD             IS   AUDR.
      *Journal Audit Trail Record
           COPY    JRNAUD.
       FD   HLD-FILE
            RECORD CONTAINS           97   CHARACTERS
            LABEL  RECORDS            ARE  STANDARD
            DATA   RECORD             IS   HLDR.
      *Legal Hold Register Record
           COPY    JRNHLD.
       FD   LOG-FILE
            RECORD CONTAINS           77   CHARACTERS
            LABEL  RECORDS            ARE  STANDARD
            DATA   RECORD             IS   LOGR.
      *Security And Access Event Record
           COPY    JRNLOG.
       WORKING-STORAGE SECTION.
      *File Return Codes
       01          RET.
           05      RETARC             PIC  X(02).
           05      RETREG             PIC  X(02).
           05      RETAUD             PIC  X(02).
           05      RETHLD             PIC  X(02).
           05      RETLOG             PIC  X(02).
      *Logged On Operator
       01          OPERATOR-ID.
           05      OPR-ID             PIC  X(10).
           05      RST-KMONTH         PIC  X(02).
           05      RST-KDAY           PIC  X(02).
           05      RST-KPAGE          PIC  X(02).
      *Switches
       01          SWITCHES.
           05      HLD-OPEN-SW        PIC  X(01) VALUE 'N'.
             88     HLD-IS-OPEN                   VALUE 'Y'.
           05      HLD-HIT-SW         PIC  X(01) VALUE 'N'.
             88     HLD-PAGE-HELD                 VALUE 'Y'.
      *Legal Hold Found For The Page
       01          HLD-HIT-ID         PIC  X(08).
      *Counters
       01          COUNTERS.
           05      READ-COUNT         PIC  9(06) VALUE 0.
               MOVE "KEY ALREADY ON FILE" TO REG-REASON
               PERFORM 290-REG-DETAIL THRU 290-EXIT
               GO                     TO   220-EXIT.
           PERFORM 240-CHECK-HOLD     THRU 240-EXIT
           IF      HLD-PAGE-HELD
               ADD  1                 TO   REJ-COUNT
               MOVE ARC-KEY           TO   REG-KEY
               MOVE "REJECTED"        TO   REG-ACTION
               MOVE SPACES            TO   REG-REASON
               STRING "ON LEGAL HOLD " DELIMITED BY SIZE
                      HLD-HIT-ID      DELIMITED BY SPACE
                                      INTO REG-REASON
               PERFORM 290-REG-DETAIL THRU 290-EXIT
               PERFORM 710-LOG-REFUSAL THRU 710-EXIT
               GO                     TO   220-EXIT.
           MOVE    JRNDK              TO   AUD-HOLD-KEY
           MOVE    JRNDD              TO   AUD-HOLD-DATA
           MOVE    ARC-KEY            TO   JRNDK
       230-EXIT.
           EXIT.
      ****************************************************************
      * 240 - Is The Page On File Under An Active Legal Hold?        *
      * Sets HLD-PAGE-HELD and HLD-HIT-ID from the first active hold *
      * whose page range covers JRNDK.                               *
      ****************************************************************
       240-CHECK-HOLD.
           MOVE    'N'                TO   HLD-HIT-SW
           MOVE    SPACES             TO   HLD-HIT-ID
           IF      NOT  HLD-IS-OPEN
               GO                     TO   240-EXIT.
           MOVE    LOW-VALUES         TO   HLDID
           START   HLD-FILE           KEY  IS  NOT  LESS  HLDID
               INVALID KEY            CONTINUE
           END-START
           IF      RETHLD             NOT  =  '00'
               GO                     TO   240-EXIT.
       240-LOOP.
           READ    HLD-FILE           NEXT RECORD
               AT END
                   GO                 TO   240-EXIT.
           IF      HLD-IS-ACTIVE
             AND  (JRNDK              NOT  <  HLDFROM)
             AND  (JRNDK              NOT  >  HLDTO)
               MOVE 'Y'               TO   HLD-HIT-SW
               MOVE HLDID             TO   HLD-HIT-ID
               GO                     TO   240-EXIT.
           GO                         TO   240-LOOP.
       240-EXIT.
           EXIT.
      ****************************************************************
      * 700 - Write A Before-Image Audit Record                      *
      * AUD-ACTION and AUD-HOLD must be set before coming here; the  *
      * audit file is opened in extend for the whole run, so the     *
       700-EXIT.
           EXIT.
      ****************************************************************
      * 710 - Log A Restore Refused For A Legal Hold                 *
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
           MOVE    'D'                TO   LOGEVT
           MOVE    NOWD               TO   LOGDATE
           MOVE    NOWT(1:6)          TO   LOGTIME
           MOVE    OPR-ID             TO   LOGUSR
           MOVE    HLD-HIT-ID         TO   LOGTGT
           MOVE    SPACES             TO   LOGOLD LOGNEW
           MOVE    ARC-KEY            TO   LOGKEY
           MOVE    "RESTORE DENIED - LEGAL HOLD" TO LOGDESC
           MOVE    SPACES             TO   LOGBOOK
           WRITE   LOGR
           IF      RETLOG             NOT  =  '00'
               DISPLAY "WARNING: Could not write event log. Status "
                       RETLOG
           END-IF
           CLOSE   LOG-FILE.
       710-EXIT.
           EXIT.
      ****************************************************************
      * 290 - Write One Register Detail Line                         *
      ****************************************************************
       290-REG-DETAIL.
               DISPLAY "ERROR: Could not open audit file. Status "
                       RETAUD
               STOP RUN.
      * No register yet means no hold has ever been placed.
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
       999-CLOSE-EXIT.
           EXIT.
