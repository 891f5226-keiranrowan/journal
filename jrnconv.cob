       IDENTIFICATION DIVISION.
       PROGRAM-ID.    JRNCONV.
      ****************************************************************
      * Authority And Schedule File Conversion                       *
      * One-off utility run once before the PIN sign-on JOURNAL and  *
      * the calendar-aware JRNSGEN are first used against existing   *
      * files.  The authority file JRNAUTH grows from the 11-byte    *
      * operator/role entry to the 57-byte entry with PIN, lockout   *
      * and per-book roles; the schedule file JRNSCHED grows from 28 *
      * to 29 bytes with SCHCAL.  Each file is unloaded in key order *
      * in its old layout to a flat copy, the copy is re-counted,    *
      * and only then is the indexed file rebuilt in the new layout  *
      * with the new fields defaulted.  The flat copies JRNAUTH.OLD  *
      * and JRNSCHED.OLD are left on disk as the fallback.           *
      *                                                              *
      * A converted entry has no PIN, and JOURNAL refuses sign-on to *
      * an entry with no PIN until a supervisor sets a temporary one *
      * with F7 - so each main-book supervisor is given a temporary  *
      * PIN here, to be changed at first sign-on.  Every other entry *
      * may be given one here too, or left for a supervisor.         *
      * A file already in the new layout, or not there at all, is    *
      * reported and left alone, so a second run does no harm.       *
      ****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-PC.
       OBJECT-COMPUTER.  IBM-PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OAT-FILE            ASSIGN       "./JRNAUTH"
                                      ORGANIZATION INDEXED
                                      ACCESS       DYNAMIC
                                      RECORD KEY   OATID
                                      FILE STATUS  RETOAT.
           SELECT ATH-FILE            ASSIGN       "./JRNAUTH"
                                      ORGANIZATION INDEXED
                                      ACCESS       DYNAMIC
                                      RECORD KEY   ATHID
                                      FILE STATUS  RETATH.
           SELECT AUL-FILE            ASSIGN       "./JRNAUTH.OLD"
                                      ORGANIZATION SEQUENTIAL
                                      FILE STATUS  RETAUL.
           SELECT OSC-FILE            ASSIGN       "./JRNSCHED"
                                      ORGANIZATION INDEXED
                                      ACCESS       DYNAMIC
                                      RECORD KEY   OSCTPL
                                      FILE STATUS  RETOSC.
           SELECT SCH-FILE            ASSIGN       "./JRNSCHED"
                                      ORGANIZATION INDEXED
                                      ACCESS       DYNAMIC
                                      RECORD KEY   SCHTPL
                                      FILE STATUS  RETSCH.
           SELECT SUL-FILE            ASSIGN       "./JRNSCHED.OLD"
                                      ORGANIZATION SEQUENTIAL
                                      FILE STATUS  RETSUL.
      ****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD   OAT-FILE
            RECORD CONTAINS           11   CHARACTERS
            LABEL  RECORDS            ARE  STANDARD
            DATA   RECORD             IS   OATR.
      *Operator Authority Record - old layout
       01          OATR.
           05      OATID              PIC  X(10).
           05      OATROLE            PIC  X(01).
       FD   ATH-FILE
            RECORD CONTAINS           57   CHARACTERS
            LABEL  RECORDS            ARE  STANDARD
            DATA   RECORD             IS   ATHR.
      *Operator Authority Record - as JOURNAL keeps it
       01          ATHR.
           05      ATHID              PIC  X(10).
           05      ATHROLE            PIC  X(01).
           05      ATHPIN             PIC  9(10).
           05      ATHPINDT           PIC  X(08).
           05      ATHFAILS           PIC  9(02).
           05      ATHLOCK            PIC  X(01).
           05      ATHPINCHG          PIC  X(01).
           05      ATHBOOKS           PIC  X(24).
       FD   AUL-FILE
            RECORD CONTAINS           11   CHARACTERS
            LABEL  RECORDS            ARE  STANDARD
            DATA   RECORD             IS   AULR.
       01          AULR.
           05      AULID              PIC  X(10).
           05      AULROLE            PIC  X(01).
       FD   OSC-FILE
            RECORD CONTAINS           28   CHARACTERS
            LABEL  RECORDS            ARE  STANDARD
            DATA   RECORD             IS   OSCR.
      *Recurring Page Schedule Record - old layout
       01          OSCR.
           05      OSCTPL             PIC  X(10).
           05      OSCDATA            PIC  X(18).
       FD   SCH-FILE
            RECORD CONTAINS           29   CHARACTERS
            LABEL  RECORDS            ARE  STANDARD
            DATA   RECORD             IS   SCHR.
      *Recurring Page Schedule Record
           COPY    JRNSCH.
       FD   SUL-FILE
            RECORD CONTAINS           28   CHARACTERS
            LABEL  RECORDS            ARE  STANDARD
            DATA   RECORD             IS   SULR.
       01          SULR.
           05      SULTPL             PIC  X(10).
           05      SULDATA            PIC  X(18).
       WORKING-STORAGE SECTION.
      *File Return Codes
       01          RET.
           05      RETOAT             PIC  X(02).
           05      RETATH             PIC  X(02).
           05      RETAUL             PIC  X(02).
           05      RETOSC             PIC  X(02).
           05      RETSCH             PIC  X(02).
           05      RETSUL             PIC  X(02).
      *Date
       01          NOWD               PIC  X(08).
      *Temporary PIN As Keyed
       01          PIN-FIELDS.
           05      PIN-ANS            PIC  X(08).
           05      PIN-EDIT           PIC  X(08).
           05      PIN-LEN            PIC  9(02).
           05      PIN-OK-SW          PIC  X(01).
             88     PIN-IS-OK                     VALUE 'Y'.
      *PIN Scramble (070-HASH-PIN) - exactly as JOURNAL files it
       01          HSH-FIELDS.
           05      HSH-TEXT.
             10    HSH-TEXT-ID        PIC  X(10).
             10    HSH-TEXT-PIN       PIC  X(08).
           05      HSH-CHARS          REDEFINES HSH-TEXT.
             10    HSH-CHAR           PIC  X(01) OCCURS 18 TIMES.
           05      HSH-ALPHABET.
             10    FILLER             PIC  X(32)
                   VALUE "0123456789ABCDEFGHIJKLMNOPQRSTUV".
             10    FILLER             PIC  X(32)
                   VALUE "WXYZabcdefghijklmnopqrstuvwxyz.-".
           05      HSH-IX             PIC  9(02).
           05      HSH-ROUND          PIC  9(02).
           05      HSH-POS            PIC  9(04).
           05      HSH-STEP           PIC  9(04).
           05      HSH-WORK           PIC  9(18).
           05      HSH-QUOT           PIC  9(18).
           05      HSH-VALUE          PIC  9(10).
      *Counters
       01          COUNTERS.
           05      AUL-COUNT          PIC  9(06) VALUE 0.
           05      AVER-COUNT         PIC  9(06) VALUE 0.
           05      ATH-COUNT          PIC  9(06) VALUE 0.
           05      SUP-COUNT          PIC  9(06) VALUE 0.
           05      PIN-COUNT          PIC  9(06) VALUE 0.
           05      SUL-COUNT          PIC  9(06) VALUE 0.
           05      SVER-COUNT         PIC  9(06) VALUE 0.
           05      SCH-COUNT          PIC  9(06) VALUE 0.
      ****************************************************************
       PROCEDURE DIVISION.
       000-MAIN.
           DISPLAY "AUTHORITY AND SCHEDULE FILE CONVERSION".
           ACCEPT  NOWD               FROM DATE YYYYMMDD.
           PERFORM 200-AUTH-UNLOAD    THRU 200-EXIT.
           PERFORM 300-SCHED-UNLOAD   THRU 300-EXIT.
           DISPLAY "Conversion complete.".
           DISPLAY "Authority entries converted: " ATH-COUNT.
           DISPLAY "  Temporary PINs set       : " PIN-COUNT.
           DISPLAY "Schedules converted        : " SCH-COUNT.
           STOP RUN.
      ****************************************************************
      * 200 - Unload The Authority File In Its Old Layout            *
      * Status 35 is no file; 39 is a file whose records are not the *
      * old length - already converted.  Either is left alone.       *
      ****************************************************************
       200-AUTH-UNLOAD.
           OPEN INPUT                 OAT-FILE.
           IF     (RETOAT              =    '35')
               DISPLAY "No authority file - nothing to convert."
               GO                     TO   200-EXIT.
           IF     (RETOAT              =    '39')
               DISPLAY "Authority file is already in the new layout."
               GO                     TO   200-EXIT.
           IF     (RETOAT              NOT  =  '00')
               DISPLAY "ERROR: Could not open authority file. Status "
                       RETOAT
               STOP RUN.
           OPEN OUTPUT                AUL-FILE.
           IF     (RETAUL              NOT  =  '00')
               DISPLAY "ERROR: Could not open ./JRNAUTH.OLD. Status "
                       RETAUL
               STOP RUN.
           MOVE    LOW-VALUES         TO   OATID
           START   OAT-FILE           KEY  IS  NOT  LESS  OATID
               INVALID KEY            CONTINUE
           END-START
           IF      RETOAT             NOT  =  '00'
               GO                     TO   200-DONE.
       200-LOOP.
           READ    OAT-FILE           NEXT RECORD
               AT END
                   GO                 TO   200-DONE.
           MOVE    OATR               TO   AULR
           WRITE   AULR
           IF     (RETAUL              NOT  =  '00')
               DISPLAY "ERROR: Could not write ./JRNAUTH.OLD. Status "
                       RETAUL
               STOP RUN.
           ADD     1                  TO   AUL-COUNT
           GO                         TO   200-LOOP.
       200-DONE.
           CLOSE   OAT-FILE.
           CLOSE   AUL-FILE.
           PERFORM 210-AUTH-VERIFY    THRU 210-EXIT.
           PERFORM 220-AUTH-RELOAD    THRU 220-EXIT.
       200-EXIT.
           EXIT.
      ****************************************************************
      * 210 - Re-Count The Authority Unload Before Rebuilding        *
      ****************************************************************
       210-AUTH-VERIFY.
           OPEN INPUT                 AUL-FILE.
           IF     (RETAUL              NOT  =  '00')
               DISPLAY "ERROR: Could not re-open ./JRNAUTH.OLD. Status "
                       RETAUL
               STOP RUN.
       210-LOOP.
           READ    AUL-FILE
               AT END
                   GO                 TO   210-DONE.
           ADD     1                  TO   AVER-COUNT
           GO                         TO   210-LOOP.
       210-DONE.
           CLOSE   AUL-FILE.
           IF      AVER-COUNT         NOT  =  AUL-COUNT
               DISPLAY "ERROR: Unload count " AVER-COUNT
                       " does not match authority count " AUL-COUNT
               DISPLAY "Authority file left untouched."
               STOP RUN.
       210-EXIT.
           EXIT.
      ****************************************************************
      * 220 - Rebuild The Authority File In The New Layout           *
      * Every entry starts unlocked with no failures and no other    *
      * book's roles; its old role stays its main-book role.         *
      ****************************************************************
       220-AUTH-RELOAD.
           OPEN OUTPUT                ATH-FILE.
           IF     (RETATH              NOT  =  '00')
               DISPLAY "ERROR: Could not rebuild authority file. "
                       "Status " RETATH
               STOP RUN.
           OPEN INPUT                 AUL-FILE.
           IF     (RETAUL              NOT  =  '00')
               DISPLAY "ERROR: Could not re-open ./JRNAUTH.OLD. Status "
                       RETAUL
               STOP RUN.
       220-LOOP.
           READ    AUL-FILE
               AT END
                   GO                 TO   220-DONE.
           MOVE    AULID              TO   ATHID
           MOVE    AULROLE            TO   ATHROLE
           MOVE    0                  TO   ATHPIN
           MOVE    SPACES             TO   ATHPINDT
           MOVE    0                  TO   ATHFAILS
           MOVE    'N'                TO   ATHLOCK
           MOVE    'N'                TO   ATHPINCHG
           MOVE    SPACES             TO   ATHBOOKS
           PERFORM 230-TEMP-PIN       THRU 230-EXIT
           WRITE   ATHR
               INVALID KEY            CONTINUE
           END-WRITE
           IF     (RETATH              NOT  =  '00')
               DISPLAY "ERROR: Could not rebuild entry " AULID
                       " Status " RETATH
               DISPLAY "The old entries are kept in ./JRNAUTH.OLD."
               STOP RUN.
           ADD     1                  TO   ATH-COUNT
           GO                         TO   220-LOOP.
       220-DONE.
           CLOSE   ATH-FILE.
           CLOSE   AUL-FILE.
           IF      ATH-COUNT          NOT  =  AUL-COUNT
               DISPLAY "ERROR: Rebuild count " ATH-COUNT
                       " does not match unload count " AUL-COUNT
               DISPLAY "The old entries are kept in ./JRNAUTH.OLD."
               STOP RUN.
           IF      SUP-COUNT          =    0
               DISPLAY "WARNING: No supervisor entry was converted."
               DISPLAY "No operator will be able to sign on until one"
               DISPLAY "is filed - see the system administrator.".
       220-EXIT.
           EXIT.
      ****************************************************************
      * 230 - Take A Temporary PIN For The Entry Being Rebuilt       *
      * A supervisor must be given one, or nobody could sign on to   *
      * give out the rest; for anyone else blank leaves no PIN.      *
      ****************************************************************
       230-TEMP-PIN.
           IF      ATHROLE            =    'S'
               ADD  1                 TO   SUP-COUNT.
       230-ASK.
           IF      ATHROLE            =    'S'
               DISPLAY "Temporary PIN for supervisor " ATHID ": "
                       WITH NO ADVANCING
           ELSE
               DISPLAY "Temporary PIN for " ATHID " role " ATHROLE
                       " (blank=none): " WITH NO ADVANCING.
           MOVE    SPACES             TO   PIN-ANS
           ACCEPT  PIN-ANS            FROM CONSOLE.
           IF     (PIN-ANS            =    SPACES)
             AND  (ATHROLE            NOT  =  'S')
               GO                     TO   230-EXIT.
           MOVE    PIN-ANS            TO   PIN-EDIT
           PERFORM 058-EDIT-PIN       THRU 058-EXIT
           IF      NOT  PIN-IS-OK
               DISPLAY "PIN must be 4 to 8 characters, no spaces."
               GO                     TO   230-ASK.
           MOVE    ATHID              TO   HSH-TEXT-ID
           MOVE    PIN-ANS            TO   HSH-TEXT-PIN
           PERFORM 070-HASH-PIN       THRU 070-HASH-PIN-EXIT
           MOVE    HSH-VALUE          TO   ATHPIN
           MOVE    NOWD               TO   ATHPINDT
           MOVE    'Y'                TO   ATHPINCHG
           MOVE    SPACES             TO   PIN-ANS
           ADD     1                  TO   PIN-COUNT.
       230-EXIT.
           EXIT.
      ****************************************************************
      * 300 - Unload The Schedule File In Its Old Layout             *
      ****************************************************************
       300-SCHED-UNLOAD.
           OPEN INPUT                 OSC-FILE.
           IF     (RETOSC              =    '35')
               DISPLAY "No schedule file - nothing to convert."
               GO                     TO   300-EXIT.
           IF     (RETOSC              =    '39')
               DISPLAY "Schedule file is already in the new layout."
               GO                     TO   300-EXIT.
           IF     (RETOSC              NOT  =  '00')
               DISPLAY "ERROR: Could not open schedule file. Status "
                       RETOSC
               STOP RUN.
           OPEN OUTPUT                SUL-FILE.
           IF     (RETSUL              NOT  =  '00')
               DISPLAY "ERROR: Could not open ./JRNSCHED.OLD. Status "
                       RETSUL
               STOP RUN.
           MOVE    LOW-VALUES         TO   OSCTPL
           START   OSC-FILE           KEY  IS  NOT  LESS  OSCTPL
               INVALID KEY            CONTINUE
           END-START
           IF      RETOSC             NOT  =  '00'
               GO                     TO   300-DONE.
       300-LOOP.
           READ    OSC-FILE           NEXT RECORD
               AT END
                   GO                 TO   300-DONE.
           MOVE    OSCR               TO   SULR
           WRITE   SULR
           IF     (RETSUL              NOT  =  '00')
               DISPLAY "ERROR: Could not write ./JRNSCHED.OLD. Status "
                       RETSUL
               STOP RUN.
           ADD     1                  TO   SUL-COUNT
           GO                         TO   300-LOOP.
       300-DONE.
           CLOSE   OSC-FILE.
           CLOSE   SUL-FILE.
           PERFORM 310-SCHED-VERIFY   THRU 310-EXIT.
           PERFORM 320-SCHED-RELOAD   THRU 320-EXIT.
       300-EXIT.
           EXIT.
      ****************************************************************
      * 310 - Re-Count The Schedule Unload Before Rebuilding         *
      ****************************************************************
       310-SCHED-VERIFY.
           OPEN INPUT                 SUL-FILE.
           IF     (RETSUL              NOT  =  '00')
               DISPLAY "ERROR: Could not re-open ./JRNSCHED.OLD. "
                       "Status " RETSUL
               STOP RUN.
       310-LOOP.
           READ    SUL-FILE
               AT END
                   GO                 TO   310-DONE.
           ADD     1                  TO   SVER-COUNT
           GO                         TO   310-LOOP.
       310-DONE.
           CLOSE   SUL-FILE.
           IF      SVER-COUNT         NOT  =  SUL-COUNT
               DISPLAY "ERROR: Unload count " SVER-COUNT
                       " does not match schedule count " SUL-COUNT
               DISPLAY "Schedule file left untouched."
               STOP RUN.
       310-EXIT.
           EXIT.
      ****************************************************************
      * 320 - Rebuild The Schedule File In The New Layout            *
      * SCHCAL starts blank: generate on any day, as before.         *
      ****************************************************************
       320-SCHED-RELOAD.
           OPEN OUTPUT                SCH-FILE.
           IF     (RETSCH              NOT  =  '00')
               DISPLAY "ERROR: Could not rebuild schedule file. "
                       "Status " RETSCH
               STOP RUN.
           OPEN INPUT                 SUL-FILE.
           IF     (RETSUL              NOT  =  '00')
               DISPLAY "ERROR: Could not re-open ./JRNSCHED.OLD. "
                       "Status " RETSUL
               STOP RUN.
       320-LOOP.
           READ    SUL-FILE
               AT END
                   GO                 TO   320-DONE.
           MOVE    SPACES             TO   SCHR
           MOVE    SULR               TO   SCHR(1:28)
           MOVE    SPACE              TO   SCHCAL
           WRITE   SCHR
               INVALID KEY            CONTINUE
           END-WRITE
           IF     (RETSCH              NOT  =  '00')
               DISPLAY "ERROR: Could not rebuild schedule " SULTPL
                       " Status " RETSCH
               DISPLAY "The old schedules are kept in ./JRNSCHED.OLD."
               STOP RUN.
           ADD     1                  TO   SCH-COUNT
           GO                         TO   320-LOOP.
       320-DONE.
           CLOSE   SCH-FILE.
           CLOSE   SUL-FILE.
           IF      SCH-COUNT          NOT  =  SUL-COUNT
               DISPLAY "ERROR: Rebuild count " SCH-COUNT
                       " does not match unload count " SUL-COUNT
               DISPLAY "The old schedules are kept in ./JRNSCHED.OLD."
               STOP RUN.
       320-EXIT.
           EXIT.
      ****************************************************************
      * 058 - Edit A PIN In PIN-EDIT: 4 To 8 Characters, No Spaces   *
      ****************************************************************
       058-EDIT-PIN.
           MOVE    'N'                TO   PIN-OK-SW
           MOVE    0                  TO   PIN-LEN
           INSPECT PIN-EDIT           TALLYING PIN-LEN
                   FOR CHARACTERS     BEFORE INITIAL SPACE
           IF      PIN-LEN            <    4
               GO                     TO   058-EXIT.
           IF      PIN-LEN            <    8
               IF   PIN-EDIT (PIN-LEN + 1:) NOT = SPACES
                   GO                 TO   058-EXIT.
           MOVE    'Y'                TO   PIN-OK-SW.
       058-EXIT.
           EXIT.
      ****************************************************************
      * 070 - Scramble HSH-TEXT (Operator ID + PIN) Into HSH-VALUE   *
      * Must stay the same as JOURNAL's 070-HASH-PIN, or the PINs    *
      * filed here will never be accepted at sign-on.                *
      ****************************************************************
       070-HASH-PIN.
           MOVE    0                  TO   HSH-WORK
           MOVE    0                  TO   HSH-VALUE
           MOVE    1                  TO   HSH-ROUND.
       070-ROUND.
           MOVE    1                  TO   HSH-IX.
       070-CHAR.
           MOVE    0                  TO   HSH-POS
           INSPECT HSH-ALPHABET       TALLYING HSH-POS
                   FOR CHARACTERS     BEFORE INITIAL HSH-CHAR (HSH-IX)
           MULTIPLY HSH-ROUND         BY   HSH-IX GIVING HSH-STEP
           ADD     HSH-POS            TO   HSH-STEP
           MULTIPLY 131               BY   HSH-WORK
           ADD     HSH-STEP           TO   HSH-WORK
           DIVIDE  HSH-WORK           BY   9999999967
                   GIVING HSH-QUOT    REMAINDER HSH-VALUE
           MOVE    HSH-VALUE          TO   HSH-WORK
           ADD     1                  TO   HSH-IX
           IF      HSH-IX             NOT  >  18
               GO                     TO   070-CHAR.
           ADD     1                  TO   HSH-ROUND
           IF      HSH-ROUND          NOT  >  3
               GO                     TO   070-ROUND.
           IF      HSH-VALUE          =    0
               MOVE 1                 TO   HSH-VALUE.
       070-HASH-PIN-EXIT.
           EXIT.
