       IDENTIFICATION DIVISION.
       PROGRAM-ID.    JRNRDFM.
      ****************************************************************
      * Template Reading Definition Maintenance                      *
      * Console maintenance for one book's structured readings: for  *
      * a template on JRNTPL, number the reading fields its pages    *
      * carry - a label, the page line, column and width of the      *
      * blank the template leaves for the value, the unit, and the   *
      * low and high limits the reading is checked against when      *
      * JOURNAL files the page.  Either limit may be left blank to   *
      * go unchecked.  The template text at the field's position is  *
      * shown back so a mis-counted column is caught on entry.       *
      * Every definition filed is stamped with the operator and day. *
      ****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-PC.
       OBJECT-COMPUTER.  IBM-PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RDF-FILE            ASSIGN       RDF-NAME
                                      ORGANIZATION INDEXED
                                      ACCESS       DYNAMIC
                                      RECORD KEY   RDFKEY
                                      FILE STATUS  RETRDF.
           SELECT TPL-FILE            ASSIGN       TPL-NAME
                                      ORGANIZATION INDEXED
                                      ACCESS       DYNAMIC
                                      RECORD KEY   TPLNAME
                                      FILE STATUS  RETTPL.
      ****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD   RDF-FILE
            RECORD CONTAINS           86   CHARACTERS
            LABEL  RECORDS            ARE  STANDARD
            DATA   RECORD             IS   RDFR.
      *Template Reading Definition Record
           COPY    JRNRDF.
       FD   TPL-FILE
            RECORD CONTAINS           1258 CHARACTERS
            LABEL  RECORDS            ARE  STANDARD
            DATA   RECORD             IS   TPLR.
       01          TPLR.
           05      TPLNAME            PIC  X(10).
           05      TPLLINE1           PIC  X(78).
           05      TPLLINE2           PIC  X(78).
           05      TPLLINE3           PIC  X(78).
           05      TPLLINE4           PIC  X(78).
           05      TPLLINE5           PIC  X(78).
           05      TPLLINE6           PIC  X(78).
           05      TPLLINE7           PIC  X(78).
           05      TPLLINE8           PIC  X(78).
           05      TPLLINE9           PIC  X(78).
           05      TPLLINE10          PIC  X(78).
           05      TPLLINE11          PIC  X(78).
           05      TPLLINE12          PIC  X(78).
           05      TPLLINE13          PIC  X(78).
           05      TPLLINE14          PIC  X(78).
           05      TPLLINE15          PIC  X(78).
           05      TPLLINE16          PIC  X(78).
       WORKING-STORAGE SECTION.
      *File Return Codes
       01          RET.
           05      RETRDF             PIC  X(02).
           05      RETTPL             PIC  X(02).
      *Logged On Operator
       01          OPERATOR-ID.
           05      OPR-ID             PIC  X(10).
      *Journal Book - blank is the main book and its original files
       01          BOOK-FIELDS.
           05      BOOK-CODE          PIC  X(02) VALUE SPACES.
           05      BOOK-SFX           PIC  X(03) VALUE SPACES.
           05      BOOK-TITLE         PIC  X(04) VALUE "MAIN".
           05      RDF-NAME           PIC  X(30).
           05      TPL-NAME           PIC  X(30).
      *Date
       01          NOWD.
           05      NOWDCC             PIC  X(02).
           05      NOWDYY             PIC  X(02).
           05      NOWDMM             PIC  X(02).
           05      NOWDDD             PIC  X(02).
      *Template Lines By Number - TPLR laid out as a table of lines
       01          TPL-PAGE.
           05      FILLER             PIC  X(10).
           05      TPL-PAGE-LINE      PIC  X(78) OCCURS 16 TIMES.
      *Operator Answers
       01          ANSWERS.
           05      ANS-ACTION         PIC  X(01).
           05      ANS-TPL            PIC  X(10).
           05      ANS-NO             PIC  X(02).
           05      ANS-LABEL          PIC  X(20).
           05      ANS-LINE           PIC  X(02).
           05      ANS-COL            PIC  X(02).
           05      ANS-LEN            PIC  X(02).
           05      ANS-UNIT           PIC  X(06).
           05      ANS-LOW            PIC  X(12).
           05      ANS-HIGH           PIC  X(12).
           05      ANS-OK             PIC  X(01).
      *Field Position Edits
       01          POS-FIELDS.
           05      POS-LINE           PIC  9(02).
           05      POS-COL            PIC  9(02).
           05      POS-LEN            PIC  9(02).
           05      POS-END            PIC  9(03).
      *Limits As Entered
       01          LIM-FIELDS.
           05      LIM-LOWSW          PIC  X(01).
           05      LIM-LOW            PIC S9(07)V9(03).
           05      LIM-HIGHSW         PIC  X(01).
           05      LIM-HIGH           PIC S9(07)V9(03).
           05      LIM-EDIT           PIC  -(7)9.999.
           05      LIM-LOW-SHOW       PIC  X(12).
           05      LIM-HIGH-SHOW      PIC  X(12).
      *Reading Value Parse (800-PARSE) - PRS-TEXT in, PRS-VAL out
       01          PRS-FIELDS.
           05      PRS-TEXT           PIC  X(12).
           05      PRS-VAL            PIC S9(07)V9(03).
           05      PRS-ABS            PIC  9(07)V9(03).
           05      PRS-ABS-X          REDEFINES PRS-ABS
                                      PIC  X(10).
           05      PRS-IDIG           PIC  X(07).
           05      PRS-FDIG           PIC  X(03).
           05      PRS-ICNT           PIC  9(02).
           05      PRS-FCNT           PIC  9(02).
           05      PRS-IX             PIC  9(02).
           05      PRS-CH             PIC  X(01).
           05      PRS-NEG            PIC  X(01).
           05      PRS-MODE           PIC  X(01).
           05      PRS-RESULT         PIC  X(01).
             88     PRS-IS-OK                     VALUE 'Y'.
             88     PRS-IS-BLANK                  VALUE 'B'.
             88     PRS-IS-BAD                    VALUE 'E'.
      *Switches
       01          SWITCHES.
           05      RDF-FOUND-SW       PIC  X(01) VALUE 'N'.
             88     RDF-IS-FOUND                  VALUE 'Y'.
           05      KEY-OK-SW          PIC  X(01) VALUE 'N'.
             88     KEY-IS-OK                     VALUE 'Y'.
      *Counters
       01          COUNTERS.
           05      LIST-COUNT         PIC  9(04) VALUE 0.
      ****************************************************************
       PROCEDURE DIVISION.
       000-MAIN.
           ACCEPT  OPR-ID             FROM ENVIRONMENT "USER".
           IF      OPR-ID             =    SPACES
               MOVE "UNKNOWN"         TO   OPR-ID.
           DISPLAY "TEMPLATE READING DEFINITION MAINTENANCE".
           PERFORM 050-GET-BOOK       THRU 050-EXIT.
           PERFORM 999-OPEN           THRU 999-OPEN-EXIT.
       000-LOOP.
           DISPLAY "Action A=Add/Change D=Delete L=List X=Exit: "
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
           DISPLAY "Action must be A, D, L or X."
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
           MOVE    SPACES             TO   RDF-NAME
           STRING  "./JRNRDEF"        DELIMITED BY SIZE
                   BOOK-SFX           DELIMITED BY SPACE
                                      INTO RDF-NAME
           MOVE    SPACES             TO   TPL-NAME
           STRING  "./JRNTPL"         DELIMITED BY SIZE
                   BOOK-SFX           DELIMITED BY SPACE
                                      INTO TPL-NAME.
       050-EXIT.
           EXIT.
      ****************************************************************
      * 100 - Prompt For The Definition Key                          *
      * KEY-OK-SW comes back N when the answer is unusable.          *
      ****************************************************************
       100-GET-KEY.
           MOVE    'N'                TO   KEY-OK-SW
           DISPLAY "Template name: " WITH NO ADVANCING.
           ACCEPT  ANS-TPL            FROM CONSOLE.
           IF      ANS-TPL            =    SPACES
               DISPLAY "Template name is required."
               GO                     TO   100-EXIT.
           DISPLAY "Reading number (01-99): " WITH NO ADVANCING.
           ACCEPT  ANS-NO             FROM CONSOLE.
           IF     (ANS-NO             NOT  NUMERIC)
             OR   (ANS-NO             =    "00")
               DISPLAY "Reading number must be 01 to 99."
               GO                     TO   100-EXIT.
           MOVE    'Y'                TO   KEY-OK-SW.
       100-EXIT.
           EXIT.
      ****************************************************************
      * 200 - Add Or Change One Reading Definition                   *
      * The template must be on JRNTPL.  The field must lie wholly   *
      * within one page line and be no wider than twelve, the most   *
      * a reading value can run to.                                  *
      ****************************************************************
       200-FILE.
           PERFORM 100-GET-KEY        THRU 100-EXIT
           IF      NOT  KEY-IS-OK
               GO                     TO   200-EXIT.
           MOVE    ANS-TPL            TO   TPLNAME
           READ    TPL-FILE
               INVALID KEY            CONTINUE
           END-READ
           IF      RETTPL             NOT  =  '00'
               DISPLAY "Template is not on JRNTPL - file it first."
               GO                     TO   200-EXIT.
           MOVE    TPLR               TO   TPL-PAGE
           MOVE    ANS-TPL            TO   RDFTPL
           MOVE    ANS-NO             TO   RDFNO
           READ    RDF-FILE
               INVALID KEY            CONTINUE
           END-READ
           IF      RETRDF             =    '00'
               MOVE 'Y'               TO   RDF-FOUND-SW
               PERFORM 410-SHOW-LIMITS THRU 410-EXIT
               DISPLAY "Now: " RDFLABEL " line " RDFLINE " col "
                       RDFCOL " width " RDFLEN " " RDFUNIT
               DISPLAY "     low " LIM-LOW-SHOW " high "
                       LIM-HIGH-SHOW
           ELSE
               MOVE 'N'               TO   RDF-FOUND-SW.
           DISPLAY "Label: " WITH NO ADVANCING.
           ACCEPT  ANS-LABEL          FROM CONSOLE.
           IF      ANS-LABEL          =    SPACES
               DISPLAY "A label is required."
               GO                     TO   200-EXIT.
           DISPLAY "Page line (01-16): " WITH NO ADVANCING.
           ACCEPT  ANS-LINE           FROM CONSOLE.
           IF      ANS-LINE           NOT  NUMERIC
               DISPLAY "Page line must be 01 to 16."
               GO                     TO   200-EXIT.
           MOVE    ANS-LINE           TO   POS-LINE
           IF     (POS-LINE           <    1)
             OR   (POS-LINE           >    16)
               DISPLAY "Page line must be 01 to 16."
               GO                     TO   200-EXIT.
           DISPLAY "Column (01-78): " WITH NO ADVANCING.
           ACCEPT  ANS-COL            FROM CONSOLE.
           IF      ANS-COL            NOT  NUMERIC
               DISPLAY "Column must be 01 to 78."
               GO                     TO   200-EXIT.
           MOVE    ANS-COL            TO   POS-COL
           IF     (POS-COL            <    1)
             OR   (POS-COL            >    78)
               DISPLAY "Column must be 01 to 78."
               GO                     TO   200-EXIT.
           DISPLAY "Width (01-12): " WITH NO ADVANCING.
           ACCEPT  ANS-LEN            FROM CONSOLE.
           IF      ANS-LEN            NOT  NUMERIC
               DISPLAY "Width must be 01 to 12."
               GO                     TO   200-EXIT.
           MOVE    ANS-LEN            TO   POS-LEN
           IF     (POS-LEN            <    1)
             OR   (POS-LEN            >    12)
               DISPLAY "Width must be 01 to 12."
               GO                     TO   200-EXIT.
           ADD     POS-COL  POS-LEN   GIVING POS-END
           IF      POS-END            >    79
               DISPLAY "Field runs past the end of the line."
               GO                     TO   200-EXIT.
           DISPLAY "Template text there: ["
                   TPL-PAGE-LINE(POS-LINE)(POS-COL:POS-LEN) "]"
           DISPLAY "Is that the reading field (Y/N): "
                   WITH NO ADVANCING.
           ACCEPT  ANS-OK             FROM CONSOLE.
           IF     (ANS-OK             NOT  =  'Y')
             AND  (ANS-OK             NOT  =  'y')
               DISPLAY "Definition not filed."
               GO                     TO   200-EXIT.
           DISPLAY "Unit: " WITH NO ADVANCING.
           ACCEPT  ANS-UNIT           FROM CONSOLE.
           DISPLAY "Low limit (blank=none): " WITH NO ADVANCING.
           ACCEPT  ANS-LOW            FROM CONSOLE.
           MOVE    ANS-LOW            TO   PRS-TEXT
           PERFORM 800-PARSE          THRU 800-PARSE-EXIT
           IF      PRS-IS-BAD
               DISPLAY "Low limit is not a number."
               GO                     TO   200-EXIT.
           MOVE    'N'                TO   LIM-LOWSW
           MOVE    0                  TO   LIM-LOW
           IF      PRS-IS-OK
               MOVE 'Y'               TO   LIM-LOWSW
               MOVE PRS-VAL           TO   LIM-LOW.
           DISPLAY "High limit (blank=none): " WITH NO ADVANCING.
           ACCEPT  ANS-HIGH           FROM CONSOLE.
           MOVE    ANS-HIGH           TO   PRS-TEXT
           PERFORM 800-PARSE          THRU 800-PARSE-EXIT
           IF      PRS-IS-BAD
               DISPLAY "High limit is not a number."
               GO                     TO   200-EXIT.
           MOVE    'N'                TO   LIM-HIGHSW
           MOVE    0                  TO   LIM-HIGH
           IF      PRS-IS-OK
               MOVE 'Y'               TO   LIM-HIGHSW
               MOVE PRS-VAL           TO   LIM-HIGH.
           IF     (LIM-LOWSW          =    'Y')
             AND  (LIM-HIGHSW         =    'Y')
             AND  (LIM-LOW            >    LIM-HIGH)
               DISPLAY "Low limit is above the high limit."
               GO                     TO   200-EXIT.
           ACCEPT  NOWD               FROM DATE YYYYMMDD
           MOVE    ANS-TPL            TO   RDFTPL
           MOVE    ANS-NO             TO   RDFNO
           MOVE    ANS-LABEL          TO   RDFLABEL
           MOVE    POS-LINE           TO   RDFLINE
           MOVE    POS-COL            TO   RDFCOL
           MOVE    POS-LEN            TO   RDFLEN
           MOVE    ANS-UNIT           TO   RDFUNIT
           MOVE    LIM-LOWSW          TO   RDFLOWSW
           MOVE    LIM-LOW            TO   RDFLOW
           MOVE    LIM-HIGHSW         TO   RDFHIGHSW
           MOVE    LIM-HIGH           TO   RDFHIGH
           MOVE    OPR-ID             TO   RDFUSR
           MOVE    NOWD               TO   RDFUDATE
           IF      RDF-IS-FOUND
               REWRITE                RDFR
           ELSE
               WRITE                  RDFR.
           IF      RETRDF             =    '00'
               DISPLAY "Reading filed: " ANS-TPL " " ANS-NO " "
                       ANS-LABEL
           ELSE
               DISPLAY "Reading save failed. Status " RETRDF.
       200-EXIT.
           EXIT.
      ****************************************************************
      * 300 - Delete One Reading Definition                          *
      * Readings already captured against it stay on file as trend   *
      * history; pages filed from now on simply do not capture it.   *
      ****************************************************************
       300-DELETE.
           PERFORM 100-GET-KEY        THRU 100-EXIT
           IF      NOT  KEY-IS-OK
               GO                     TO   300-EXIT.
           MOVE    ANS-TPL            TO   RDFTPL
           MOVE    ANS-NO             TO   RDFNO
           DELETE  RDF-FILE
               INVALID KEY            CONTINUE
           END-DELETE
           IF      RETRDF             =    '00'
               DISPLAY "Reading definition deleted."
           ELSE
               IF   RETRDF             =    '23'
                   DISPLAY "No such reading definition on file."
               ELSE
                   DISPLAY "Delete failed. Status " RETRDF.
       300-EXIT.
           EXIT.
      ****************************************************************
      * 400 - List The Book's Reading Definitions                    *
      ****************************************************************
       400-LIST.
           DISPLAY "Template (blank=all): " WITH NO ADVANCING.
           ACCEPT  ANS-TPL            FROM CONSOLE.
           MOVE    0                  TO   LIST-COUNT
           MOVE    LOW-VALUES         TO   RDFKEY
           IF      ANS-TPL            NOT  =  SPACES
               MOVE ANS-TPL           TO   RDFTPL.
           START   RDF-FILE           KEY  IS  NOT  LESS  RDFKEY
               INVALID KEY            CONTINUE
           END-START
           IF      RETRDF             NOT  =  '00'
               DISPLAY "No reading definitions on file for book "
                       BOOK-TITLE "."
               GO                     TO   400-EXIT.
           DISPLAY "TEMPLATE   NO LABEL                LN CL WD UNIT"
                   "   LOW          HIGH         BY".
       400-LOOP.
           READ    RDF-FILE           NEXT RECORD
               AT END
                   GO                 TO   400-DONE.
           IF     (ANS-TPL            NOT  =  SPACES)
             AND  (RDFTPL             NOT  =  ANS-TPL)
               GO                     TO   400-DONE.
           ADD     1                  TO   LIST-COUNT
           PERFORM 410-SHOW-LIMITS    THRU 410-EXIT
           DISPLAY RDFTPL " " RDFNO " " RDFLABEL " " RDFLINE " "
                   RDFCOL " " RDFLEN " " RDFUNIT " " LIM-LOW-SHOW
                   " " LIM-HIGH-SHOW " " RDFUSR
           GO                         TO   400-LOOP.
       400-DONE.
           DISPLAY "Reading definitions listed: " LIST-COUNT.
       400-EXIT.
           EXIT.
      ****************************************************************
      * 410 - Edit The Definition's Limits For Display               *
      ****************************************************************
       410-SHOW-LIMITS.
           MOVE    "NONE"             TO   LIM-LOW-SHOW
           MOVE    "NONE"             TO   LIM-HIGH-SHOW
           IF      RDF-HAS-LOW
               MOVE RDFLOW            TO   LIM-EDIT
               MOVE LIM-EDIT          TO   LIM-LOW-SHOW.
           IF      RDF-HAS-HIGH
               MOVE RDFHIGH           TO   LIM-EDIT
               MOVE LIM-EDIT          TO   LIM-HIGH-SHOW.
       410-EXIT.
           EXIT.
      ****************************************************************
      * 800 - Parse A Limit As Entered                               *
      * The same reading of a value JOURNAL applies to the page: an  *
      * optional sign, up to seven whole digits and three decimals,  *
      * surrounding blanks or underscores ignored.  PRS-RESULT comes *
      * back Y with the value, B for a blank answer, E otherwise.    *
      ****************************************************************
       800-PARSE.
           MOVE    'Y'                TO   PRS-RESULT
           MOVE    'N'                TO   PRS-NEG
           MOVE    'L'                TO   PRS-MODE
           MOVE    SPACES             TO   PRS-IDIG
           MOVE    "000"              TO   PRS-FDIG
           MOVE    0                  TO   PRS-ICNT PRS-FCNT PRS-IX
           MOVE    0                  TO   PRS-VAL.
       800-PARSE-LOOP.
           ADD     1                  TO   PRS-IX
           IF      PRS-IX             >    12
               GO                     TO   800-PARSE-END.
           MOVE    PRS-TEXT(PRS-IX:1) TO   PRS-CH
           IF     (PRS-CH             =    SPACE)
             OR   (PRS-CH             =    '_')
               IF   PRS-MODE           NOT  =  'L'
                   MOVE 'T'           TO   PRS-MODE
               END-IF
               GO                     TO   800-PARSE-LOOP.
           IF      PRS-MODE           =    'T'
               GO                     TO   800-PARSE-BAD.
           IF     (PRS-CH             =    '-')
             OR   (PRS-CH             =    '+')
               IF   PRS-MODE           NOT  =  'L'
                   GO                 TO   800-PARSE-BAD
               END-IF
               IF   PRS-CH             =    '-'
                   MOVE 'Y'           TO   PRS-NEG
               END-IF
               MOVE 'S'               TO   PRS-MODE
               GO                     TO   800-PARSE-LOOP.
           IF      PRS-CH             =    '.'
               IF   PRS-MODE           =    'F'
                   GO                 TO   800-PARSE-BAD
               END-IF
               MOVE 'F'               TO   PRS-MODE
               GO                     TO   800-PARSE-LOOP.
           IF      PRS-CH             NOT  NUMERIC
               GO                     TO   800-PARSE-BAD.
           IF      PRS-MODE           =    'F'
               IF   PRS-FCNT           <    3
                   ADD  1             TO   PRS-FCNT
                   MOVE PRS-CH        TO   PRS-FDIG(PRS-FCNT:1)
               END-IF
               GO                     TO   800-PARSE-LOOP.
           IF      PRS-ICNT           =    7
               GO                     TO   800-PARSE-BAD.
           MOVE    'I'                TO   PRS-MODE
           ADD     1                  TO   PRS-ICNT
           MOVE    PRS-CH             TO   PRS-IDIG(PRS-ICNT:1)
           GO                         TO   800-PARSE-LOOP.
       800-PARSE-END.
           IF     (PRS-ICNT           =    0)
             AND  (PRS-FCNT           =    0)
               IF   PRS-MODE           =    'L'
                   MOVE 'B'           TO   PRS-RESULT
                   GO                 TO   800-PARSE-EXIT
               ELSE
                   GO                 TO   800-PARSE-BAD.
           MOVE    ZEROS              TO   PRS-ABS-X
           IF      PRS-ICNT           >    0
               MOVE PRS-IDIG(1:PRS-ICNT)
                                      TO   PRS-ABS-X(8 - PRS-ICNT:
                                                     PRS-ICNT).
           MOVE    PRS-FDIG           TO   PRS-ABS-X(8:3)
           IF      PRS-NEG            =    'Y'
               SUBTRACT PRS-ABS       FROM 0 GIVING PRS-VAL
           ELSE
               MOVE PRS-ABS           TO   PRS-VAL.
           GO                         TO   800-PARSE-EXIT.
       800-PARSE-BAD.
           MOVE    'E'                TO   PRS-RESULT.
       800-PARSE-EXIT.
           EXIT.
      ****************************************************************
      * 999 - Housekeeping Routines                                  *
      * The definition file is started on first use; a book with no  *
      * templates yet has nothing to define readings against.        *
      ****************************************************************
       999-OPEN.
           OPEN I-O                   RDF-FILE.
           IF     (RETRDF              =    '35')
               OPEN OUTPUT            RDF-FILE
               CLOSE                  RDF-FILE
               OPEN I-O               RDF-FILE.
           IF     (RETRDF              NOT  =  '00')
               DISPLAY "ERROR: Could not open reading definitions. "
                       "Status " RETRDF
               STOP RUN.
           OPEN INPUT                 TPL-FILE.
           IF     (RETTPL              NOT  =  '00')
               DISPLAY "ERROR: Could not open template file. Status "
                       RETTPL
               STOP RUN.
       999-OPEN-EXIT.
           EXIT.
      ****************************************************************
       999-CLOSE.
           CLOSE                      RDF-FILE.
           CLOSE                      TPL-FILE.
       999-CLOSE-EXIT.
           EXIT.
