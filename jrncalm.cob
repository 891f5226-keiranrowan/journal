       IDENTIFICATION DIVISION.
       PROGRAM-ID.    JRNCALM.
      ****************************************************************
      * Site Operating Calendar Maintenance                          *
      * Console maintenance for the site calendar the coverage and   *
      * sign-off reports and the page generator consult: mark one    *
      * date operating, non-operating or holiday with its reason,    *
      * mark a whole range at once - optionally only the flagged     *
      * weekdays, so a year of unstaffed weekends is one entry -     *
      * delete a date back to a plain operating day, or list what    *
      * is on file.  Every date filed is stamped with the operator   *
      * and the day it was filed.                                    *
      ****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-PC.
       OBJECT-COMPUTER.  IBM-PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CAL-FILE            ASSIGN       "./JRNCAL"
                                      ORGANIZATION INDEXED
                                      ACCESS       DYNAMIC
                                      RECORD KEY   CALDATE
                                      FILE STATUS  RETCAL.
      ****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD   CAL-FILE
            RECORD CONTAINS           57   CHARACTERS
            LABEL  RECORDS            ARE  STANDARD
            DATA   RECORD             IS   CALR.
      *Site Operating Calendar Record
           COPY    JRNCAL.
       WORKING-STORAGE SECTION.
      *File Return Codes
       01          RET.
           05      RETCAL             PIC  X(02).
      *Logged On Operator
       01          OPERATOR-ID.
           05      OPR-ID             PIC  X(10).
      *Date
       01          NOWD.
           05      NOWDCC             PIC  X(02).
           05      NOWDYY             PIC  X(02).
           05      NOWDMM             PIC  X(02).
           05      NOWDDD             PIC  X(02).
      *Operator Answers
       01          ANSWERS.
           05      ANS-ACTION         PIC  X(01).
           05      ANS-DATE           PIC  X(08).
           05      ANS-TO-DATE        PIC  X(08).
           05      ANS-TYPE           PIC  X(01).
           05      ANS-WDAYS          PIC  X(07).
           05      ANS-RSN            PIC  X(30).
      *Current Calendar Day Being Filed Or Listed
       01          CUR-FIELDS.
           05      CUR-DATE.
             10    CUR-YEAR           PIC  9(04).
             10    CUR-MONTH          PIC  9(02).
             10    CUR-DAY            PIC  9(02).
           05      CUR-DATE-X         REDEFINES CUR-DATE
                                      PIC  X(08).
           05      CUR-DOW            PIC  9(01).
      *Date Edit - month-length rules as in JOURNAL
       01          VK-SWITCHES.
           05      VK-VALID           PIC  X(01) VALUE 'Y'.
             88     VK-IS-VALID                   VALUE 'Y'.
       01          VK-FIELDS.
           05      VK-DATE-X          PIC  X(08).
           05      VK-DATE            REDEFINES VK-DATE-X.
             10    VK-YEAR            PIC  9(04).
             10    VK-MONTH           PIC  9(02).
             10    VK-DAY             PIC  9(02).
           05      VK-YEAR-NUM        PIC  9(04).
           05      VK-MONTH-NUM       PIC  9(02).
           05      VK-DAY-NUM         PIC  9(02).
           05      VK-DAYS-IN-MONTH   PIC  9(02).
           05      VK-DIVISOR         PIC  9(04).
           05      VK-QUOTIENT        PIC  9(04).
           05      VK-REM4            PIC  9(04).
           05      VK-REM100          PIC  9(04).
           05      VK-REM400          PIC  9(04).
      *Day-Of-Week Work Fields - Zeller arithmetic
       01          DW-FIELDS.
           05      DW-YEAR            PIC  9(04).
           05      DW-MONTH           PIC  9(02).
           05      DW-DAY             PIC  9(02).
           05      DW-CENT            PIC  9(02).
           05      DW-YY              PIC  9(02).
           05      DW-WORK            PIC  9(06).
           05      DW-SUM             PIC  9(06).
           05      DW-QUOT            PIC  9(06).
           05      DW-REM             PIC  9(06).
      *Switches
       01          SWITCHES.
           05      CAL-FOUND-SW       PIC  X(01) VALUE 'N'.
             88     CAL-IS-FOUND                  VALUE 'Y'.
      *Counters
       01          COUNTERS.
           05      SET-COUNT          PIC  9(04) VALUE 0.
           05      LIST-COUNT         PIC  9(04) VALUE 0.
      ****************************************************************
       PROCEDURE DIVISION.
       000-MAIN.
           ACCEPT  OPR-ID             FROM ENVIRONMENT "USER".
           IF      OPR-ID             =    SPACES
               MOVE "UNKNOWN"         TO   OPR-ID.
           PERFORM 999-OPEN           THRU 999-OPEN-EXIT.
           DISPLAY "SITE OPERATING CALENDAR MAINTENANCE".
       000-LOOP.
           DISPLAY "Action A=Add/Change R=Range D=Delete L=List "
                   "X=Exit: "         WITH NO ADVANCING.
           ACCEPT  ANS-ACTION         FROM CONSOLE.
           IF      ANS-ACTION         =    'X'
               GO                     TO   000-EOJ.
           IF      ANS-ACTION         =    'A'
               PERFORM 200-FILE       THRU 200-EXIT
               GO                     TO   000-LOOP.
           IF      ANS-ACTION         =    'R'
               PERFORM 300-RANGE      THRU 300-EXIT
               GO                     TO   000-LOOP.
           IF      ANS-ACTION         =    'D'
               PERFORM 400-DELETE     THRU 400-EXIT
               GO                     TO   000-LOOP.
           IF      ANS-ACTION         =    'L'
               PERFORM 500-LIST       THRU 500-EXIT
               GO                     TO   000-LOOP.
           DISPLAY "Action must be A, R, D, L or X."
           GO                         TO   000-LOOP.
       000-EOJ.
           PERFORM 999-CLOSE          THRU 999-CLOSE-EXIT.
           STOP RUN.
      ****************************************************************
      * 100 - Edit One Date Against The Calendar Rules               *
      * VK-DATE-X must be set before coming here; VK-VALID comes     *
      * back 'N' with the reason already shown when it fails.        *
      ****************************************************************
       100-EDIT-DATE.
           MOVE    'Y'                TO   VK-VALID
           IF      VK-DATE-X          NOT  NUMERIC
               DISPLAY "Date must be numeric, CCYYMMDD."
               MOVE 'N'               TO   VK-VALID
               GO                     TO   100-EXIT.
           MOVE    VK-YEAR            TO   VK-YEAR-NUM
           MOVE    VK-MONTH           TO   VK-MONTH-NUM
           MOVE    VK-DAY             TO   VK-DAY-NUM
           IF     (VK-MONTH-NUM       <    1) OR (VK-MONTH-NUM > 12)
               DISPLAY "Month must be 01 through 12."
               MOVE 'N'               TO   VK-VALID
               GO                     TO   100-EXIT.
           PERFORM 295-DAYS-IN-MONTH  THRU 295-DAYS-IN-MONTH-EXIT
           IF     (VK-DAY-NUM         <    1)
             OR   (VK-DAY-NUM         >    VK-DAYS-IN-MONTH)
               DISPLAY "Day is not valid for that month."
               MOVE 'N'               TO   VK-VALID.
       100-EXIT.
           EXIT.
      ****************************************************************
      * 150 - Prompt For The Day Type And Reason                     *
      * ANS-TYPE comes back blank when the answer is unusable.       *
      ****************************************************************
       150-GET-TYPE.
           DISPLAY "Type O=Operating N=Non-operating H=Holiday: "
                   WITH NO ADVANCING.
           ACCEPT  ANS-TYPE           FROM CONSOLE.
           IF     (ANS-TYPE           NOT  =  'O')
             AND  (ANS-TYPE           NOT  =  'N')
             AND  (ANS-TYPE           NOT  =  'H')
               DISPLAY "Type must be O, N or H."
               MOVE SPACES            TO   ANS-TYPE
               GO                     TO   150-EXIT.
           DISPLAY "Reason: " WITH NO ADVANCING.
           ACCEPT  ANS-RSN            FROM CONSOLE.
           IF     (ANS-RSN            =    SPACES)
             AND  (ANS-TYPE           NOT  =  'O')
               DISPLAY "A reason is required for a non-operating day."
               MOVE SPACES            TO   ANS-TYPE.
       150-EXIT.
           EXIT.
      ****************************************************************
      * 160 - Work Out CUR-DATE's Day Of The Week                    *
      * Zeller's congruence with January and February as months 13   *
      * and 14 of the prior year; the result is mapped to 1=Monday   *
      * through 7=Sunday to index the weekday flags.                 *
      ****************************************************************
       160-DAY-OF-WEEK.
           MOVE    CUR-YEAR           TO   DW-YEAR
           MOVE    CUR-MONTH          TO   DW-MONTH
           MOVE    CUR-DAY            TO   DW-DAY
           IF      DW-MONTH           <    3
               ADD  12                TO   DW-MONTH
               SUBTRACT 1             FROM DW-YEAR.
           DIVIDE  DW-YEAR            BY   100  GIVING DW-CENT
                                      REMAINDER DW-YY
           MOVE    DW-DAY             TO   DW-SUM
           ADD     1                  TO   DW-MONTH GIVING DW-WORK
           MULTIPLY DW-WORK           BY   13   GIVING DW-WORK
           DIVIDE  DW-WORK            BY   5    GIVING DW-WORK
           ADD     DW-WORK            TO   DW-SUM
           ADD     DW-YY              TO   DW-SUM
           DIVIDE  DW-YY              BY   4    GIVING DW-WORK
           ADD     DW-WORK            TO   DW-SUM
           DIVIDE  DW-CENT            BY   4    GIVING DW-WORK
           ADD     DW-WORK            TO   DW-SUM
           MULTIPLY DW-CENT           BY   5    GIVING DW-WORK
           ADD     DW-WORK            TO   DW-SUM
           DIVIDE  DW-SUM             BY   7    GIVING DW-QUOT
                                      REMAINDER DW-REM
      * Zeller's 0 is Saturday; shift so Monday is 1 and Sunday 7
           ADD     5                  TO   DW-REM
           DIVIDE  DW-REM             BY   7    GIVING DW-QUOT
                                      REMAINDER DW-REM
           ADD     1                  TO   DW-REM
           MOVE    DW-REM             TO   CUR-DOW.
       160-EXIT.
           EXIT.
      ****************************************************************
      * 200 - File The Day Type For One Date                         *
      ****************************************************************
       200-FILE.
           DISPLAY "Date (CCYYMMDD): " WITH NO ADVANCING.
           ACCEPT  ANS-DATE           FROM CONSOLE.
           MOVE    ANS-DATE           TO   VK-DATE-X
           PERFORM 100-EDIT-DATE      THRU 100-EXIT
           IF      NOT  VK-IS-VALID
               GO                     TO   200-EXIT.
           PERFORM 150-GET-TYPE       THRU 150-EXIT
           IF      ANS-TYPE           =    SPACES
               GO                     TO   200-EXIT.
           MOVE    ANS-DATE           TO   CUR-DATE-X
           PERFORM 250-PUT-DAY        THRU 250-EXIT
           IF      RETCAL             =    '00'
               DISPLAY "Calendar filed for " ANS-DATE
           ELSE
               DISPLAY "Calendar save failed. Status " RETCAL.
       200-EXIT.
           EXIT.
      ****************************************************************
      * 220 - Advance To The Next Calendar Day                       *
      ****************************************************************
       220-NEXT-DAY.
           MOVE    CUR-YEAR           TO   VK-YEAR-NUM
           MOVE    CUR-MONTH          TO   VK-MONTH-NUM
           PERFORM 295-DAYS-IN-MONTH  THRU 295-DAYS-IN-MONTH-EXIT
           IF      CUR-DAY            <    VK-DAYS-IN-MONTH
               ADD  1                 TO   CUR-DAY
               GO                     TO   220-EXIT.
           MOVE    1                  TO   CUR-DAY
           IF      CUR-MONTH          <    12
               ADD  1                 TO   CUR-MONTH
               GO                     TO   220-EXIT.
           MOVE    1                  TO   CUR-MONTH
           ADD     1                  TO   CUR-YEAR.
       220-EXIT.
           EXIT.
      ****************************************************************
      * 250 - Add Or Replace The Calendar Record For CUR-DATE-X      *
      ****************************************************************
       250-PUT-DAY.
           MOVE    CUR-DATE-X         TO   CALDATE
           READ    CAL-FILE
               INVALID KEY            CONTINUE
           END-READ
           IF      RETCAL             =    '00'
               MOVE 'Y'               TO   CAL-FOUND-SW
           ELSE
               MOVE 'N'               TO   CAL-FOUND-SW.
           ACCEPT  NOWD               FROM DATE YYYYMMDD
           MOVE    CUR-DATE-X         TO   CALDATE
           MOVE    ANS-TYPE           TO   CALTYPE
           MOVE    ANS-RSN            TO   CALRSN
           MOVE    OPR-ID             TO   CALUSR
           MOVE    NOWD               TO   CALUDATE
           IF      CAL-IS-FOUND
               REWRITE                CALR
           ELSE
               WRITE                  CALR.
       250-EXIT.
           EXIT.
      ****************************************************************
      * 295 - Work Out How Many Days Are In VK-MONTH-NUM             *
      ****************************************************************
       295-DAYS-IN-MONTH.
           EVALUATE VK-MONTH-NUM
               WHEN 01  WHEN 03  WHEN 05  WHEN 07
               WHEN 08  WHEN 10  WHEN 12
                   MOVE 31            TO   VK-DAYS-IN-MONTH
               WHEN 04  WHEN 06  WHEN 09  WHEN 11
                   MOVE 30            TO   VK-DAYS-IN-MONTH
               WHEN 02
                   MOVE  4            TO   VK-DIVISOR
                   DIVIDE VK-YEAR-NUM BY VK-DIVISOR
                                      GIVING VK-QUOTIENT
                                      REMAINDER VK-REM4
                   MOVE  100          TO   VK-DIVISOR
                   DIVIDE VK-YEAR-NUM BY VK-DIVISOR
                                      GIVING VK-QUOTIENT
                                      REMAINDER VK-REM100
                   MOVE  400          TO   VK-DIVISOR
                   DIVIDE VK-YEAR-NUM BY VK-DIVISOR
                                      GIVING VK-QUOTIENT
                                      REMAINDER VK-REM400
                   IF   (VK-REM4      =    0)
                        AND ((VK-REM100 NOT = 0) OR (VK-REM400 = 0))
                       MOVE 29        TO   VK-DAYS-IN-MONTH
                   ELSE
                       MOVE 28        TO   VK-DAYS-IN-MONTH
                   END-IF
               WHEN OTHER
                   MOVE 31            TO   VK-DAYS-IN-MONTH
           END-EVALUATE.
       295-DAYS-IN-MONTH-EXIT.
           EXIT.
      ****************************************************************
      * 300 - File One Day Type Across A Range Of Dates              *
      * Blank weekday flags take every date in the range; otherwise  *
      * only the weekdays flagged Y (Mon thru Sun) are filed.        *
      ****************************************************************
       300-RANGE.
           DISPLAY "From date (CCYYMMDD): " WITH NO ADVANCING.
           ACCEPT  ANS-DATE           FROM CONSOLE.
           MOVE    ANS-DATE           TO   VK-DATE-X
           PERFORM 100-EDIT-DATE      THRU 100-EXIT
           IF      NOT  VK-IS-VALID
               GO                     TO   300-EXIT.
           DISPLAY "To date   (CCYYMMDD): " WITH NO ADVANCING.
           ACCEPT  ANS-TO-DATE        FROM CONSOLE.
           MOVE    ANS-TO-DATE        TO   VK-DATE-X
           PERFORM 100-EDIT-DATE      THRU 100-EXIT
           IF      NOT  VK-IS-VALID
               GO                     TO   300-EXIT.
           IF      ANS-DATE           >    ANS-TO-DATE
               DISPLAY "From date is after to date."
               GO                     TO   300-EXIT.
           DISPLAY "Weekday flags Mon-Sun, e.g. NNNNNYY (blank=all): "
                   WITH NO ADVANCING.
           ACCEPT  ANS-WDAYS          FROM CONSOLE.
           IF      ANS-WDAYS          NOT  =  SPACES
               PERFORM 310-EDIT-WDAYS THRU 310-EXIT
               IF   ANS-WDAYS          =    SPACES
                   GO                 TO   300-EXIT
               END-IF.
           PERFORM 150-GET-TYPE       THRU 150-EXIT
           IF      ANS-TYPE           =    SPACES
               GO                     TO   300-EXIT.
           MOVE    0                  TO   SET-COUNT
           MOVE    ANS-DATE           TO   CUR-DATE-X.
       300-LOOP.
           IF      CUR-DATE-X         >    ANS-TO-DATE
               GO                     TO   300-DONE.
           IF      ANS-WDAYS          NOT  =  SPACES
               PERFORM 160-DAY-OF-WEEK THRU 160-EXIT
               IF   ANS-WDAYS(CUR-DOW:1) NOT = 'Y'
                   GO                 TO   300-NEXT
               END-IF.
           PERFORM 250-PUT-DAY        THRU 250-EXIT
           IF      RETCAL             NOT  =  '00'
               DISPLAY "Calendar save failed for " CUR-DATE-X
                       " Status " RETCAL
               GO                     TO   300-DONE.
           ADD     1                  TO   SET-COUNT.
       300-NEXT.
           PERFORM 220-NEXT-DAY       THRU 220-EXIT
           GO                         TO   300-LOOP.
       300-DONE.
           DISPLAY "Dates filed: " SET-COUNT.
       300-EXIT.
           EXIT.
      ****************************************************************
      * 310 - Edit The Weekday Flags                                 *
      * Every position must be Y or N and at least one must be Y;    *
      * blanked flags signal the caller to give up on the entry.     *
      ****************************************************************
       310-EDIT-WDAYS.
           IF      ANS-WDAYS(1:1) NOT = 'Y' AND NOT = 'N'
               GO                     TO   310-BAD.
           IF      ANS-WDAYS(2:1) NOT = 'Y' AND NOT = 'N'
               GO                     TO   310-BAD.
           IF      ANS-WDAYS(3:1) NOT = 'Y' AND NOT = 'N'
               GO                     TO   310-BAD.
           IF      ANS-WDAYS(4:1) NOT = 'Y' AND NOT = 'N'
               GO                     TO   310-BAD.
           IF      ANS-WDAYS(5:1) NOT = 'Y' AND NOT = 'N'
               GO                     TO   310-BAD.
           IF      ANS-WDAYS(6:1) NOT = 'Y' AND NOT = 'N'
               GO                     TO   310-BAD.
           IF      ANS-WDAYS(7:1) NOT = 'Y' AND NOT = 'N'
               GO                     TO   310-BAD.
           IF      ANS-WDAYS          =    "NNNNNNN"
               DISPLAY "At least one weekday must be Y."
               MOVE SPACES            TO   ANS-WDAYS.
           GO                         TO   310-EXIT.
       310-BAD.
           DISPLAY "Flags must be seven Y/N characters, Mon-Sun."
           MOVE    SPACES             TO   ANS-WDAYS.
       310-EXIT.
           EXIT.
      ****************************************************************
      * 400 - Delete One Date Back To A Plain Operating Day          *
      ****************************************************************
       400-DELETE.
           DISPLAY "Date (CCYYMMDD): " WITH NO ADVANCING.
           ACCEPT  ANS-DATE           FROM CONSOLE.
           IF      ANS-DATE           =    SPACES
               DISPLAY "Date is required."
               GO                     TO   400-EXIT.
           MOVE    ANS-DATE           TO   CALDATE
           DELETE  CAL-FILE
               INVALID KEY            CONTINUE
           END-DELETE
           IF      RETCAL             =    '00'
               DISPLAY "Calendar entry deleted for " ANS-DATE
           ELSE
               IF   RETCAL             =    '23'
                   DISPLAY "No calendar entry on file for " ANS-DATE
               ELSE
                   DISPLAY "Delete failed. Status " RETCAL.
       400-EXIT.
           EXIT.
      ****************************************************************
      * 500 - List The Calendar Entries In A Date Range              *
      ****************************************************************
       500-LIST.
           DISPLAY "From date (CCYYMMDD, blank=all): "
                   WITH NO ADVANCING.
           ACCEPT  ANS-DATE           FROM CONSOLE.
           DISPLAY "To date   (CCYYMMDD, blank=all): "
                   WITH NO ADVANCING.
           ACCEPT  ANS-TO-DATE        FROM CONSOLE.
           IF      ANS-DATE           =    SPACES
               MOVE LOW-VALUES        TO   ANS-DATE.
           IF      ANS-TO-DATE        =    SPACES
               MOVE "99999999"        TO   ANS-TO-DATE.
           MOVE    0                  TO   LIST-COUNT
           MOVE    ANS-DATE           TO   CALDATE
           START   CAL-FILE           KEY  IS  NOT  LESS  CALDATE
               INVALID KEY            CONTINUE
           END-START
           IF      RETCAL             NOT  =  '00'
               DISPLAY "No calendar entries on file."
               GO                     TO   500-EXIT.
           DISPLAY "DATE     T REASON                         BY".
       500-LOOP.
           READ    CAL-FILE           NEXT RECORD
               AT END
                   GO                 TO   500-DONE.
           IF      CALDATE            >    ANS-TO-DATE
               GO                     TO   500-DONE.
           ADD     1                  TO   LIST-COUNT
           DISPLAY CALDATE " " CALTYPE " " CALRSN " " CALUSR
           GO                         TO   500-LOOP.
       500-DONE.
           DISPLAY "Entries listed: " LIST-COUNT.
       500-EXIT.
           EXIT.
      ****************************************************************
      * 999 - Housekeeping Routines                                  *
      ****************************************************************
       999-OPEN.
           OPEN I-O                   CAL-FILE.
           IF     (RETCAL              =    '35')
               OPEN OUTPUT            CAL-FILE
               CLOSE                  CAL-FILE
               OPEN I-O               CAL-FILE.
           IF     (RETCAL              NOT  =  '00')
               DISPLAY "ERROR: Could not open calendar file. Status "
                       RETCAL
               STOP RUN.
       999-OPEN-EXIT.
           EXIT.
      ****************************************************************
       999-CLOSE.
           CLOSE                      CAL-FILE.
       999-CLOSE-EXIT.
           EXIT.
