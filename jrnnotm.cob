       IDENTIFICATION DIVISION.
       PROGRAM-ID.    JRNNOTM.
      ****************************************************************
      * Notification Routing And Register Maintenance                *
      * Console maintenance for one book's notification routing -    *
      * which distribution lists hear of a page filed under an       *
      * incident-type category (event I) and of an overdue follow-up *
      * item (event O) - and for the notice register shared by all   *
      * books: record a notice as acknowledged with the receiving    *
      * desk's reference, or list the notices the book has raised,   *
      * optionally only those still unacknowledged.  A route's       *
      * category must be on the book's category table; event I       *
      * needs one, event O may leave it blank to take every item.    *
      * Every route filed and every acknowledgement is stamped with  *
      * the operator and the day.                                    *
      ****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-PC.
       OBJECT-COMPUTER.  IBM-PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RTE-FILE            ASSIGN       RTE-NAME
                                      ORGANIZATION INDEXED
                                      ACCESS       DYNAMIC
                                      RECORD KEY   RTEKEY
                                      FILE STATUS  RETRTE.
           SELECT CAT-FILE            ASSIGN       CAT-NAME
                                      ORGANIZATION INDEXED
                                      ACCESS       DYNAMIC
                                      RECORD KEY   CATCODE
                                      FILE STATUS  RETCAT.
           SELECT NRG-FILE            ASSIGN       "./JRNNREG"
                                      ORGANIZATION INDEXED
                                      ACCESS       DYNAMIC
                                      RECORD KEY   NRGKEY
                                      FILE STATUS  RETNRG.
      ****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD   RTE-FILE
            RECORD CONTAINS           59   CHARACTERS
            LABEL  RECORDS            ARE  STANDARD
            DATA   RECORD             IS   RTER.
      *Notification Routing Record
           COPY    JRNRTE.
       FD   CAT-FILE
            RECORD CONTAINS           32   CHARACTERS
            LABEL  RECORDS            ARE  STANDARD
            DATA   RECORD             IS   CATR.
      *Journal Category Code Record
           COPY    JRNCTR.
       FD   NRG-FILE
            RECORD CONTAINS           88   CHARACTERS
            LABEL  RECORDS            ARE  STANDARD
            DATA   RECORD             IS   NRGR.
      *Notice Register Record
           COPY    JRNNRG.
       WORKING-STORAGE SECTION.
      *File Return Codes
       01          RET.
           05      RETRTE             PIC  X(02).
           05      RETCAT             PIC  X(02).
           05      RETNRG             PIC  X(02).
      *Logged On Operator
       01          OPERATOR-ID.
           05      OPR-ID             PIC  X(10).
      *Journal Book - blank is the main book and its original files
       01          BOOK-FIELDS.
           05      BOOK-CODE          PIC  X(02) VALUE SPACES.
           05      BOOK-SFX           PIC  X(03) VALUE SPACES.
           05      BOOK-TITLE         PIC  X(04) VALUE "MAIN".
           05      RTE-NAME           PIC  X(30).
           05      CAT-NAME           PIC  X(30).
      *Date And Time
       01          NOWD.
           05      NOWDCC             PIC  X(02).
           05      NOWDYY             PIC  X(02).
           05      NOWDMM             PIC  X(02).
           05      NOWDDD             PIC  X(02).
       01          NOWT               PIC  X(08).
      *Operator Answers
       01          ANSWERS.
           05      ANS-ACTION         PIC  X(01).
           05      ANS-EVT            PIC  X(01).
           05      ANS-CAT            PIC  X(02).
           05      ANS-LIST           PIC  X(08).
           05      ANS-DESC           PIC  X(30).
           05      ANS-PAGE           PIC  X(10).
           05      ANS-LINE           PIC  X(02).
           05      ANS-REF            PIC  X(20).
           05      ANS-UNACK          PIC  X(01).
      *Switches
       01          SWITCHES.
           05      CAT-OPEN-SW        PIC  X(01) VALUE 'N'.
             88     CAT-IS-OPEN                   VALUE 'Y'.
           05      RTE-FOUND-SW       PIC  X(01) VALUE 'N'.
             88     RTE-IS-FOUND                  VALUE 'Y'.
      *Counters
       01          COUNTERS.
           05      LIST-COUNT         PIC  9(04) VALUE 0.
      ****************************************************************
       PROCEDURE DIVISION.
       000-MAIN.
           ACCEPT  OPR-ID             FROM ENVIRONMENT "USER".
           IF      OPR-ID             =    SPACES
               MOVE "UNKNOWN"         TO   OPR-ID.
           DISPLAY "NOTIFICATION ROUTING AND REGISTER MAINTENANCE".
           PERFORM 050-GET-BOOK       THRU 050-EXIT.
           PERFORM 999-OPEN           THRU 999-OPEN-EXIT.
       000-LOOP.
           DISPLAY "Action A=Add/Change D=Delete L=List routes "
                   "K=Acknowledge R=Register X=Exit: "
                   WITH NO ADVANCING.
           ACCEPT  ANS-ACTION         FROM CONSOLE.
           IF      ANS-ACTION         =    'X'
               GO                     TO   000-EOJ.
           IF      ANS-ACTION         =    'A'
               PERFORM 200-FILE       THRU 200-EXIT
               GO                     TO   000-LOOP.
           IF      ANS-ACTION         =    'D'
               PERFORM 300-DELETE     THRU 300-EXIT
               GO                     TO   000-LOOP.
           IF      ANS-ACTION         =    'L'
               PERFORM 400-LIST       THRU 400-EXIT
               GO                     TO   000-LOOP.
           IF      ANS-ACTION         =    'K'
               PERFORM 500-ACK        THRU 500-EXIT
               GO                     TO   000-LOOP.
           IF      ANS-ACTION         =    'R'
               PERFORM 600-REGISTER   THRU 600-EXIT
               GO                     TO   000-LOOP.
           DISPLAY "Action must be A, D, L, K, R or X."
           GO                         TO   000-LOOP.
       000-EOJ.
           PERFORM 999-CLOSE          THRU 999-CLOSE-EXIT.
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
           MOVE    SPACES             TO   RTE-NAME
           STRING  "./JRNROUTE"       DELIMITED BY SIZE
                   BOOK-SFX           DELIMITED BY SPACE
                                      INTO RTE-NAME
           MOVE    SPACES             TO   CAT-NAME
           STRING  "./JRNCAT"         DELIMITED BY SIZE
                   BOOK-SFX           DELIMITED BY SPACE
                                      INTO CAT-NAME.
       050-EXIT.
           EXIT.
      ****************************************************************
      * 100 - Prompt For The Route Key                               *
      * ANS-EVT comes back blank when the answer is unusable.        *
      ****************************************************************
       100-GET-KEY.
           DISPLAY "Event I=Incident page O=Overdue item: "
                   WITH NO ADVANCING.
           ACCEPT  ANS-EVT            FROM CONSOLE.
           IF     (ANS-EVT            NOT  =  'I')
             AND  (ANS-EVT            NOT  =  'O')
               DISPLAY "Event must be I or O."
               MOVE SPACES            TO   ANS-EVT
               GO                     TO   100-EXIT.
           DISPLAY "Category (blank=all, event O only): "
                   WITH NO ADVANCING.
           ACCEPT  ANS-CAT            FROM CONSOLE.
           INSPECT ANS-CAT            CONVERTING
                   "abcdefghijklmnopqrstuvwxyz"
                TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           IF     (ANS-CAT            =    SPACES)
             AND  (ANS-EVT            =    'I')
               DISPLAY "An incident route needs a category."
               MOVE SPACES            TO   ANS-EVT
               GO                     TO   100-EXIT.
           DISPLAY "Distribution list: " WITH NO ADVANCING.
           ACCEPT  ANS-LIST           FROM CONSOLE.
           INSPECT ANS-LIST           CONVERTING
                   "abcdefghijklmnopqrstuvwxyz"
                TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           IF      ANS-LIST           =    SPACES
               DISPLAY "Distribution list is required."
               MOVE SPACES            TO   ANS-EVT.
       100-EXIT.
           EXIT.
      ****************************************************************
      * 200 - Add Or Change One Route                                *
      ****************************************************************
       200-FILE.
           PERFORM 100-GET-KEY        THRU 100-EXIT
           IF      ANS-EVT            =    SPACES
               GO                     TO   200-EXIT.
           IF      ANS-CAT            NOT  =  SPACES
               IF   NOT  CAT-IS-OPEN
                   DISPLAY "Category " ANS-CAT
                           " is not on the category table."
                   GO                 TO   200-EXIT
               END-IF
               MOVE ANS-CAT           TO   CATCODE
               READ CAT-FILE
                   INVALID KEY        CONTINUE
               END-READ
               IF   RETCAT             NOT  =  '00'
                   DISPLAY "Category " ANS-CAT
                           " is not on the category table."
                   GO                 TO   200-EXIT
               END-IF.
           DISPLAY "Description: " WITH NO ADVANCING.
           ACCEPT  ANS-DESC           FROM CONSOLE.
           MOVE    ANS-EVT            TO   RTEEVT
           MOVE    ANS-CAT            TO   RTECAT
           MOVE    ANS-LIST           TO   RTELIST
           READ    RTE-FILE
               INVALID KEY            CONTINUE
           END-READ
           IF      RETRTE             =    '00'
               MOVE 'Y'               TO   RTE-FOUND-SW
           ELSE
               MOVE 'N'               TO   RTE-FOUND-SW.
           ACCEPT  NOWD               FROM DATE YYYYMMDD
           MOVE    ANS-EVT            TO   RTEEVT
           MOVE    ANS-CAT            TO   RTECAT
           MOVE    ANS-LIST           TO   RTELIST
           MOVE    ANS-DESC           TO   RTEDESC
           MOVE    OPR-ID             TO   RTEUSR
           MOVE    NOWD               TO   RTEUDATE
           IF      RTE-IS-FOUND
               REWRITE                RTER
           ELSE
               WRITE                  RTER.
           IF      RETRTE             =    '00'
               DISPLAY "Route filed: " ANS-EVT " " ANS-CAT " "
                       ANS-LIST
           ELSE
               DISPLAY "Route save failed. Status " RETRTE.
       200-EXIT.
           EXIT.
      ****************************************************************
      * 300 - Delete One Route                                       *
      ****************************************************************
       300-DELETE.
           PERFORM 100-GET-KEY        THRU 100-EXIT
           IF      ANS-EVT            =    SPACES
               GO                     TO   300-EXIT.
           MOVE    ANS-EVT            TO   RTEEVT
           MOVE    ANS-CAT            TO   RTECAT
           MOVE    ANS-LIST           TO   RTELIST
           DELETE  RTE-FILE
               INVALID KEY            CONTINUE
           END-DELETE
           IF      RETRTE             =    '00'
               DISPLAY "Route deleted."
           ELSE
               IF   RETRTE             =    '23'
                   DISPLAY "No such route on file."
               ELSE
                   DISPLAY "Delete failed. Status " RETRTE.
       300-EXIT.
           EXIT.
      ****************************************************************
      * 400 - List The Book's Routes                                 *
      ****************************************************************
       400-LIST.
           MOVE    0                  TO   LIST-COUNT
           MOVE    LOW-VALUES         TO   RTEKEY
           START   RTE-FILE           KEY  IS  NOT  LESS  RTEKEY
               INVALID KEY            CONTINUE
           END-START
           IF      RETRTE             NOT  =  '00'
               DISPLAY "No routes on file for book " BOOK-TITLE "."
               GO                     TO   400-EXIT.
           DISPLAY "E CT LIST     DESCRIPTION                    BY".
       400-LOOP.
           READ    RTE-FILE           NEXT RECORD
               AT END
                   GO                 TO   400-DONE.
           ADD     1                  TO   LIST-COUNT
           DISPLAY RTEEVT " " RTECAT " " RTELIST " " RTEDESC " "
                   RTEUSR
           GO                         TO   400-LOOP.
       400-DONE.
           DISPLAY "Routes listed: " LIST-COUNT.
       400-EXIT.
           EXIT.
      ****************************************************************
      * 500 - Record A Notice As Acknowledged                        *
      * An acknowledgement is recorded once; a second attempt shows  *
      * who acknowledged it and leaves the register as it stands.    *
      ****************************************************************
       500-ACK.
           DISPLAY "Event I=Incident page O=Overdue item: "
                   WITH NO ADVANCING.
           ACCEPT  ANS-EVT            FROM CONSOLE.
           IF     (ANS-EVT            NOT  =  'I')
             AND  (ANS-EVT            NOT  =  'O')
               DISPLAY "Event must be I or O."
               GO                     TO   500-EXIT.
           DISPLAY "Page key (CCYYMMDDPP): " WITH NO ADVANCING.
           ACCEPT  ANS-PAGE           FROM CONSOLE.
           MOVE    SPACES             TO   ANS-LINE
           IF      ANS-EVT            =    'O'
               DISPLAY "Line number (NN): " WITH NO ADVANCING
               ACCEPT ANS-LINE        FROM CONSOLE.
           MOVE    ANS-EVT            TO   NRGEVT
           MOVE    BOOK-CODE          TO   NRGBOOK
           MOVE    ANS-PAGE           TO   NRGPAGE
           MOVE    ANS-LINE           TO   NRGLINE
           READ    NRG-FILE
               INVALID KEY            CONTINUE
           END-READ
           IF      RETNRG             NOT  =  '00'
               DISPLAY "No such notice in the register."
               GO                     TO   500-EXIT.
           IF      NRGSTAT            =    'A'
               DISPLAY "Already acknowledged by " NRGAUSR
                       " on " NRGADATE " ref " NRGAREF
               GO                     TO   500-EXIT.
           DISPLAY "Acknowledgement reference: " WITH NO ADVANCING.
           ACCEPT  ANS-REF            FROM CONSOLE.
           IF      ANS-REF            =    SPACES
               DISPLAY "A reference is required."
               GO                     TO   500-EXIT.
           ACCEPT  NOWD               FROM DATE YYYYMMDD
           ACCEPT  NOWT               FROM TIME
           MOVE    'A'                TO   NRGSTAT
           MOVE    NOWD               TO   NRGADATE
           MOVE    NOWT(1:6)          TO   NRGATIME
           MOVE    OPR-ID             TO   NRGAUSR
           MOVE    ANS-REF            TO   NRGAREF
           REWRITE NRGR
               INVALID KEY            CONTINUE
           END-REWRITE
           IF      RETNRG             =    '00'
               DISPLAY "Notice acknowledged."
           ELSE
               DISPLAY "Acknowledgement failed. Status " RETNRG.
       500-EXIT.
           EXIT.
      ****************************************************************
      * 600 - List The Notices This Book Has Raised                  *
      ****************************************************************
       600-REGISTER.
           DISPLAY "Unacknowledged only (Y/N): " WITH NO ADVANCING.
           ACCEPT  ANS-UNACK          FROM CONSOLE.
           MOVE    0                  TO   LIST-COUNT
           MOVE    LOW-VALUES         TO   NRGKEY
           START   NRG-FILE           KEY  IS  NOT  LESS  NRGKEY
               INVALID KEY            CONTINUE
           END-START
           IF      RETNRG             NOT  =  '00'
               DISPLAY "No notices in the register."
               GO                     TO   600-EXIT.
           DISPLAY "E PAGE       LN CT S SENT     LISTS ACK BY     "
                   "ACK REF".
       600-LOOP.
           READ    NRG-FILE           NEXT RECORD
               AT END
                   GO                 TO   600-DONE.
           IF      NRGBOOK            NOT  =  BOOK-CODE
               GO                     TO   600-LOOP.
           IF     (ANS-UNACK          =    'Y' OR 'y')
             AND  (NRGSTAT            =    'A')
               GO                     TO   600-LOOP.
           ADD     1                  TO   LIST-COUNT
           DISPLAY NRGEVT " " NRGPAGE " " NRGLINE " " NRGCAT " "
                   NRGSTAT " " NRGSDATE " " NRGLISTS "    "
                   NRGAUSR " " NRGAREF
           GO                         TO   600-LOOP.
       600-DONE.
           DISPLAY "Notices listed: " LIST-COUNT.
       600-EXIT.
           EXIT.
      ****************************************************************
      * 999 - Housekeeping Routines                                  *
      * The routing file and the register are started on first use;  *
      * a book with no category table yet can only route event O     *
      * with a blank category.                                       *
      ****************************************************************
       999-OPEN.
           OPEN I-O                   RTE-FILE.
           IF     (RETRTE              =    '35')
               OPEN OUTPUT            RTE-FILE
               CLOSE                  RTE-FILE
               OPEN I-O               RTE-FILE.
           IF     (RETRTE              NOT  =  '00')
               DISPLAY "ERROR: Could not open routing file. Status "
                       RETRTE
               STOP RUN.
           OPEN I-O                   NRG-FILE.
           IF     (RETNRG              =    '35')
               OPEN OUTPUT            NRG-FILE
               CLOSE                  NRG-FILE
               OPEN I-O               NRG-FILE.
           IF     (RETNRG              NOT  =  '00')
               DISPLAY "ERROR: Could not open notice register. Status "
                       RETNRG
               STOP RUN.
           OPEN INPUT                 CAT-FILE.
           IF     (RETCAT              =    '00')
               MOVE 'Y'               TO   CAT-OPEN-SW
           ELSE
               IF   RETCAT             NOT  =  '35'
                   DISPLAY "ERROR: Could not open category file. "
                           "Status " RETCAT
                   STOP RUN.
       999-OPEN-EXIT.
           EXIT.
      ****************************************************************
       999-CLOSE.
           CLOSE                      RTE-FILE.
           CLOSE                      NRG-FILE.
           IF      CAT-IS-OPEN
               CLOSE                  CAT-FILE.
       999-CLOSE-EXIT.
           EXIT.
