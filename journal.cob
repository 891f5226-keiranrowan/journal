                         CRT STATUS   IS           CRTSTAT.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JRN-MASTER          ASSIGN       JRN-NAME
                                      ORGANIZATION INDEXED
                                      ACCESS       DYNAMIC
                                      RECORD KEY   JRNDK
           SELECT PRT-FILE            ASSIGN       "./JRNPRT.TXT"
                                      ORGANIZATION LINE SEQUENTIAL
                                      FILE STATUS  RETPRT.
           SELECT AUD-FILE            ASSIGN       AUD-NAME
                                      ORGANIZATION SEQUENTIAL
                                      FILE STATUS  RETAUD.
           SELECT TPL-FILE            ASSIGN       TPL-NAME
                                      ORGANIZATION INDEXED
                                      ACCESS       DYNAMIC
                                      RECORD KEY   TPLNAME
                                      ACCESS       DYNAMIC
                                      RECORD KEY   ATHID
                                      FILE STATUS  RETATH.
           SELECT SGN-FILE            ASSIGN       SGN-NAME
                                      ORGANIZATION INDEXED
                                      ACCESS       DYNAMIC
                                      RECORD KEY   SGNDATE
                                      FILE STATUS  RETSGN.
           SELECT CAT-FILE            ASSIGN       CAT-NAME
                                      ORGANIZATION INDEXED
                                      ACCESS       DYNAMIC
                                      RECORD KEY   CATCODE
                                      FILE STATUS  RETCAT.
           SELECT FUP-FILE            ASSIGN       FUP-NAME
                                      ORGANIZATION INDEXED
                                      ACCESS       DYNAMIC
                                      RECORD KEY   FUPKEY
                                      FILE STATUS  RETFUP.
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
           SELECT RDF-FILE            ASSIGN       RDF-NAME
                                      ORGANIZATION INDEXED
                                      ACCESS       DYNAMIC
                                      RECORD KEY   RDFKEY
                                      FILE STATUS  RETRDF.
           SELECT RDG-FILE            ASSIGN       RDG-NAME
                                      ORGANIZATION INDEXED
                                      ACCESS       DYNAMIC
                                      RECORD KEY   RDGKEY
                                      FILE STATUS  RETRDG.
      ****************************************************************
       DATA DIVISION.
       FILE SECTION.
           05      TPLLINE15          PIC  X(78).
           05      TPLLINE16          PIC  X(78).
       FD   ATH-FILE
            RECORD CONTAINS           57   CHARACTERS
            LABEL  RECORDS            ARE  STANDARD
            DATA   RECORD             IS   ATHR.
      *ATHPIN holds the scrambled PIN (070-HASH-PIN), never the PIN.
      *ATHROLE is the main-book role; other books are granted in the
      *ATHBK slots, a blank ATHBKCODE marking a free slot.
       01          ATHR.
           05      ATHID              PIC  X(10).
           05      ATHROLE            PIC  X(01).
           05      ATHPIN             PIC  9(10).
           05      ATHPINDT           PIC  X(08).
           05      ATHFAILS           PIC  9(02).
           05      ATHLOCK            PIC  X(01).
             88     ATH-IS-LOCKED                 VALUE 'Y'.
           05      ATHPINCHG          PIC  X(01).
             88     ATH-PIN-MUST-CHG              VALUE 'Y'.
           05      ATHBOOKS.
             10    ATHBK              OCCURS 8 TIMES.
               15  ATHBKCODE          PIC  X(02).
               15  ATHBKROLE          PIC  X(01).
       FD   SGN-FILE
            RECORD CONTAINS           33   CHARACTERS
            LABEL  RECORDS            ARE  STANDARD
            DATA   RECORD             IS   FUPR.
      *Open-Item Follow-Up Record
           COPY    JRNFUP.
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
       WORKING-STORAGE SECTION.
      *Journal Data Record
           COPY    JRNFLD.
           05      RETCAT             PIC  X(02).
           05      RETFUP             PIC  X(02).
           05      RETLOG             PIC  X(02).
           05      RETHLD             PIC  X(02).
           05      RETLNK             PIC  X(02).
           05      RETRTE             PIC  X(02).
           05      RETNRG             PIC  X(02).
           05      RETNTF             PIC  X(02).
           05      RETRDF             PIC  X(02).
           05      RETRDG             PIC  X(02).
      *Logged On Operator
       01          OPERATOR-ID.
           05      OPR-ID             PIC  X(10).
      *Journal Book Signed On To - blank is the main book, which
      *keeps the original file names; any other book's files carry
      *the book code as a suffix.  The operator and access-event
      *files are shared by every book.
       01          BOOK-FIELDS.
           05      BOOK-CODE          PIC  X(02) VALUE SPACES.
           05      BOOK-SFX           PIC  X(03) VALUE SPACES.
           05      BOOK-TITLE         PIC  X(04) VALUE "MAIN".
           05      BOOK-OPEN-SW       PIC  X(01) VALUE 'N'.
             88     BOOK-IS-OPEN                  VALUE 'Y'.
           05      JRN-NAME           PIC  X(30).
           05      AUD-NAME           PIC  X(30).
           05      TPL-NAME           PIC  X(30).
           05      SGN-NAME           PIC  X(30).
           05      CAT-NAME           PIC  X(30).
           05      FUP-NAME           PIC  X(30).
           05      HLD-NAME           PIC  X(30).
           05      LNK-NAME           PIC  X(30).
           05      RTE-NAME           PIC  X(30).
           05      RDF-NAME           PIC  X(30).
           05      RDG-NAME           PIC  X(30).
      *Book Role Lookup On The Entry In ATHR (090-BOOK-ROLE)
       01          BKL-FIELDS.
           05      BKL-CODE           PIC  X(02).
           05      BKL-ROLE           PIC  X(01).
           05      BKL-IX             PIC  9(02).
           05      BKL-FREE           PIC  9(02).
           05      BKL-SUB            PIC  9(02).
           05      BKL-OTHERS         PIC  9(02).
      *Operator Authority - view-only unless the file says otherwise
       01          OPR-AUTH.
           05      OPR-ROLE           PIC  X(01) VALUE 'V'.
           05      ATH-SCAN-ID        PIC  X(10).
           05      ATH-OTHER-SUP      PIC  X(01) VALUE 'N'.
             88     ATH-HAS-OTHER-SUP             VALUE 'Y'.
           05      ATM-PIN            PIC  X(08).
           05      ATM-STATUS         PIC  X(60).
           05      ATM-HOLD-LOCK      PIC  X(01).
           05      ATM-BOOK           PIC  X(02).
           05      ATM-OLD-BOOK       PIC  X(02).
           05      ATM-ST-LOCK        PIC  X(06).
           05      ATM-ST-FAILS       PIC  9(02).
           05      ATM-ST-PINDT       PIC  X(08).
           05      ATM-ST-CHG         PIC  X(17).
      *Sign-On And PIN Rules
       01          PIN-RULES.
           05      PIN-MAX-TRIES      PIC  9(02) VALUE 3.
           05      PIN-LIFE-DAYS      PIC  9(04) VALUE 90.
      *Late Entry Rule
           COPY    JRNLATE.
      *Late Entry Marking - set by 110-LATE-CHECK
       01          LATE-FIELDS.
           05      LATE-KDAYS         PIC  9(08).
           05      LATE-LAG           PIC  9(08).
           05      LATE-LAG-ED        PIC  ZZZZ9.
           05      LATE-LEAD          PIC  9(02).
           05      LATE-SW            PIC  X(01) VALUE 'N'.
             88     LATE-IS-LATE                  VALUE 'Y'.
           05      LATE-SHOW          PIC  X(38).
       01          SGO-FIELDS.
           05      SGO-MSG            PIC  X(50).
           05      SGO-ID             PIC  X(10).
           05      SGO-BOOK           PIC  X(02).
           05      SGO-PIN            PIC  X(08).
           05      SGO-PASS-SW        PIC  X(01) VALUE 'N'.
             88     SGO-IS-PASSED                 VALUE 'Y'.
           05      PCH-MSG            PIC  X(50).
           05      PCH-NEW            PIC  X(08).
           05      PCH-CONF           PIC  X(08).
           05      PCH-DONE-SW        PIC  X(01) VALUE 'N'.
             88     PCH-IS-DONE                   VALUE 'Y'.
           05      PIN-EDIT           PIC  X(08).
           05      PIN-OK-SW          PIC  X(01) VALUE 'N'.
             88     PIN-IS-OK                     VALUE 'Y'.
           05      PIN-DUE-SW         PIC  X(01) VALUE 'N'.
             88     PIN-IS-DUE                    VALUE 'Y'.
           05      PIN-AGE            PIC  9(08).
           05      PIN-LEN            PIC  9(02).
      *PIN Scrambling - the PIN is never stored as keyed
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
      *Day Number - days since a fixed base, for date differences
       01          DN-FIELDS.
           05      DN-DATE.
             10    DN-YEAR            PIC  9(04).
             10    DN-MONTH           PIC  9(02).
             10    DN-DAY             PIC  9(02).
           05      DN-Y               PIC  9(04).
           05      DN-M               PIC  9(02).
           05      DN-PART            PIC  9(08).
           05      DN-DAYS            PIC  9(08).
           05      DN-TODAY           PIC  9(08).
      *Colors
       01          COLORS.
           05      BLACK              PIC 9  VALUE 0.
           05       FUP-HAS-NEXT       PIC  X(01) VALUE 'N'.
             88      FUP-MORE                       VALUE 'Y'.
           05       FUP-MSG            PIC  X(50).
      *Legal Hold Maintenance
       01          HLM-FIELDS.
           05       HLM-MSG            PIC  X(50).
           05       HLM-ID             PIC  X(08).
           05       HLM-OLD-ID         PIC  X(08).
           05       HLM-CASE           PIC  X(20).
           05       HLM-FROM.
             10      HLM-FYEAR         PIC  X(04).
             10      HLM-FMONTH        PIC  X(02).
             10      HLM-FDAY          PIC  X(02).
             10      HLM-FPAGE         PIC  X(02).
           05       HLM-TO.
             10      HLM-TYEAR         PIC  X(04).
             10      HLM-TMONTH        PIC  X(02).
             10      HLM-TDAY          PIC  X(02).
             10      HLM-TPAGE         PIC  X(02).
           05       HLM-STATUS         PIC  X(60).
           05       HLM-RELEASED       PIC  X(60).
           05       HLM-REL-PENDING    PIC  X(01) VALUE 'N'.
             88      HLM-REL-IS-PENDING            VALUE 'Y'.
      *Legal Hold Check - set HLD-CHK-KEY before 490-CHECK-HOLD
       01          HLD-CHECK.
           05       HLD-CHK-KEY        PIC  X(10).
           05       HLD-HIT-ID         PIC  X(08).
           05       HLD-HIT-SW         PIC  X(01) VALUE 'N'.
             88      HLD-PAGE-HELD                 VALUE 'Y'.
      *Page Links - set LNK-CUR-KEY before 461 or 468
       01          LNK-FIELDS.
           05       LNK-MSG            PIC  X(50).
           05       LNK-SHOW           PIC  X(40).
           05       LNK-CUR-KEY        PIC  X(10).
           05       LNK-CUR-SHOW       PIC  X(14).
           05       LNK-TO.
             10      LNK-TYEAR         PIC  X(04).
             10      LNK-TMONTH        PIC  X(02).
             10      LNK-TDAY          PIC  X(02).
             10      LNK-TPAGE         PIC  X(02).
           05       LNK-RSN            PIC  X(30).
           05       LNK-DIR            PIC  X(02).
           05       LNK-OTHER          PIC  X(10).
           05       LNK-TOT            PIC  9(03) VALUE 0.
           05       LNK-TOT-ED         PIC  ZZ9.
           05       LNK-TOT-TXT        PIC  X(03).
      *Page Links Panel List
       01          LNK-TABLE.
           05       LNK-ROW            OCCURS 12 TIMES.
             10      LNK-RKEY          PIC  X(20).
             10      LNK-ROTHER        PIC  X(10).
             10      LNK-RUSR          PIC  X(10).
             10      LNK-RTEXT         PIC  X(74).
       01          LNK-CONTROLS.
           05       LNK-COUNT          PIC  9(02) VALUE 0.
           05       LNK-IX             PIC  9(02) VALUE 0.
           05       LNK-SEL            PIC  9(02) VALUE 0.
           05       LNK-OFFSET         PIC  9(04) VALUE 0.
           05       LNK-SKIP-IX        PIC  9(04) VALUE 0.
           05       LNK-HAS-NEXT       PIC  X(01) VALUE 'N'.
             88      LNK-MORE                       VALUE 'Y'.
      *Incident Notice Raised On Filing (720-NOTIFY)
       01          NTF-FIELDS.
           05       NTF-COUNT          PIC  9(02) VALUE 0.
           05       NTF-MSG            PIC  X(50).
      *Readings On A Templated Page (730-READINGS) - the template
      *last recalled onto the panel, or else the one the page's
      *readings already name
       01          RDG-FIELDS.
           05       RDG-RECALL-TPL     PIC  X(10) VALUE SPACES.
           05       RDG-TPL            PIC  X(10).
           05       RDG-OUT-CNT        PIC  9(02).
           05       RDG-BAD-CNT        PIC  9(02).
           05       RDG-FIRST-OUT      PIC  X(20).
           05       RDG-FIRST-BAD      PIC  X(20).
           05       RDG-END            PIC  9(03).
           05       RDG-NEW-SW         PIC  X(01).
             88      RDG-IS-NEW                     VALUE 'Y'.
           05       RDG-MSG            PIC  X(50) VALUE SPACES.
           05       RDG-MSG-WORK       PIC  X(50).
      *Page Lines By Number - JRN laid out as a table of lines
       01          RDG-PAGE.
           05       FILLER             PIC  X(34).
           05       RDG-PAGE-LINE      PIC  X(78) OCCURS 16 TIMES.
           05       FILLER             PIC  X(02).
      *Reading Value Parse (735-PARSE) - PRS-TEXT in, PRS-VAL out
       01          PRS-FIELDS.
           05       PRS-TEXT           PIC  X(12).
           05       PRS-VAL            PIC S9(07)V9(03).
           05       PRS-ABS            PIC  9(07)V9(03).
           05       PRS-ABS-X          REDEFINES PRS-ABS
                                       PIC  X(10).
           05       PRS-IDIG           PIC  X(07).
           05       PRS-FDIG           PIC  X(03).
           05       PRS-ICNT           PIC  9(02).
           05       PRS-FCNT           PIC  9(02).
           05       PRS-IX             PIC  9(02).
           05       PRS-CH             PIC  X(01).
           05       PRS-NEG            PIC  X(01).
           05       PRS-MODE           PIC  X(01).
           05       PRS-RESULT         PIC  X(01).
             88      PRS-IS-OK                      VALUE 'Y'.
             88      PRS-IS-BLANK                   VALUE 'B'.
             88      PRS-IS-BAD                     VALUE 'E'.
      *Access Event Logging - set before each 710-ACCLOG call
       01          ACL-FIELDS.
           05       ACL-EVT            PIC  X(01).
           05       ACL-OLD            PIC  X(01).
           05       ACL-NEW            PIC  X(01).
           05       ACL-KEY            PIC  X(10).
           05       ACL-DESC           PIC  X(28).
           05       ACL-BOOK           PIC  X(02) VALUE SPACES.
      ****************************************************************
       SCREEN SECTION.
        01         CLEAR-SCREEN.
          05       VALUE "Journal"
                   LINE 01 COL 38
                   FOREGROUND-COLOR IS HI-WHITE.
          05       VALUE "Book:"
                   LINE 01 COL 02
                   FOREGROUND-COLOR IS BLUE.
          05       PANEL-BOOK
                   LINE 01 COL 08
                   FOREGROUND-COLOR IS GREEN
                   PIC X(04)
                   FROM BOOK-TITLE.
          05       VALUE "Year:"
                   LINE 02 COL 02
                   FOREGROUND-COLOR IS BLUE.
                   FOREGROUND-COLOR IS BLACK
                   BACKGROUND-COLOR IS WHITE
                   LINE 22 COL 37.
          05       VALUE "F16=Hold"
                   FOREGROUND-COLOR IS BLACK
                   BACKGROUND-COLOR IS WHITE
                   LINE 22 COL 46.
          05       VALUE "F17=Link"
                   FOREGROUND-COLOR IS BLACK
                   BACKGROUND-COLOR IS WHITE
                   LINE 22 COL 55.
          05       PANEL-LINKS
                   LINE 21 COL 02
                   FOREGROUND-COLOR IS YELLOW
                   FROM LNK-SHOW.
          05       PANEL-LATE
                   LINE 21 COL 42
                   FOREGROUND-COLOR IS LIGHT-RED
                   FROM LATE-SHOW.
          05       VALUE "F5=Browse"
                   FOREGROUND-COLOR IS BLACK
                   BACKGROUND-COLOR IS WHITE
                   FOREGROUND-COLOR IS GREEN
                   PIC X(10) TO ATM-ID
                   FROM ATM-ID.
          05       VALUE "Book:"
                   LINE 03 COL 25
                   FOREGROUND-COLOR IS BLUE.
          05       ATM-BOOK-FLD
                   LINE 03 COL 31
                   UNDERLINE
                   FOREGROUND-COLOR IS GREEN
                   PIC X(02) USING ATM-BOOK.
          05       VALUE "Role:"
                   LINE 05 COL 02
                   FOREGROUND-COLOR IS BLUE.
          05       VALUE "V = View Only, U = Update, S = Supervisor"
                   LINE 07 COL 02
                   FOREGROUND-COLOR IS BLUE.
          05       VALUE "The role applies to the book shown; blank"
                   LINE 08 COL 02
                   FOREGROUND-COLOR IS BLUE.
          05       VALUE "is the main book."
                   LINE 08 COL 44
                   FOREGROUND-COLOR IS BLUE.
          05       VALUE "PIN:"
                   LINE 09 COL 02
                   FOREGROUND-COLOR IS BLUE.
          05       ATM-PIN-FLD
                   LINE 09 COL 12
                   UNDERLINE
                   SECURE
                   FOREGROUND-COLOR IS GREEN
                   PIC X(08) USING ATM-PIN.
          05       VALUE "Temporary PIN for a new operator, or with F7"
                   LINE 11 COL 02
                   FOREGROUND-COLOR IS BLUE.
          05       VALUE "to clear a lockout; changed at next sign-on."
                   LINE 12 COL 02
                   FOREGROUND-COLOR IS BLUE.
          05       VALUE "Status:"
                   LINE 14 COL 02
                   FOREGROUND-COLOR IS BLUE.
          05       ATM-STATUS-FLD
                   LINE 14 COL 12
                   FOREGROUND-COLOR IS GREEN
                   FROM ATM-STATUS.
          05       VALUE "Enter=File"
                   FOREGROUND-COLOR IS BLACK
                   BACKGROUND-COLOR IS WHITE
                   FOREGROUND-COLOR IS BLACK
                   BACKGROUND-COLOR IS WHITE
                   LINE 23 COL 33.
          05       VALUE "F7=Reset"
                   FOREGROUND-COLOR IS BLACK
                   BACKGROUND-COLOR IS WHITE
                   LINE 23 COL 44.
          05       ATM-MSG-FLD
                   FOREGROUND-COLOR IS HI-WHITE
                   FROM ATM-MSG
                   LINE 24 COL 02.
        01         SGO-PANEL.
          05       VALUE "Journal Sign-On"
                   LINE 01 COL 33
                   FOREGROUND-COLOR IS HI-WHITE.
          05       VALUE "Operator:"
                   LINE 03 COL 02
                   FOREGROUND-COLOR IS BLUE.
          05       SGO-ID-FLD
                   LINE 03 COL 12
                   UNDERLINE
                   FOREGROUND-COLOR IS GREEN
                   PIC X(10) TO SGO-ID
                   FROM SGO-ID.
          05       VALUE "PIN:"
                   LINE 05 COL 02
                   FOREGROUND-COLOR IS BLUE.
          05       SGO-PIN-FLD
                   LINE 05 COL 12
                   UNDERLINE
                   SECURE
                   FOREGROUND-COLOR IS GREEN
                   PIC X(08) USING SGO-PIN.
          05       VALUE "Book:"
                   LINE 07 COL 02
                   FOREGROUND-COLOR IS BLUE.
          05       SGO-BOOK-FLD
                   LINE 07 COL 12
                   UNDERLINE
                   FOREGROUND-COLOR IS GREEN
                   PIC X(02) USING SGO-BOOK.
          05       VALUE "Blank for the main journal book."
                   LINE 07 COL 16
                   FOREGROUND-COLOR IS BLUE.
          05       VALUE "Enter=Sign On"
                   FOREGROUND-COLOR IS BLACK
                   BACKGROUND-COLOR IS WHITE
                   LINE 23 COL 10.
          05       VALUE "F3=Exit"
                   FOREGROUND-COLOR IS BLACK
                   BACKGROUND-COLOR IS WHITE
                   LINE 23 COL 25.
          05       SGO-MSG-FLD
                   FOREGROUND-COLOR IS HI-WHITE
                   FROM SGO-MSG
                   LINE 24 COL 02.
        01         PCH-PANEL.
          05       VALUE "Change PIN"
                   LINE 01 COL 35
                   FOREGROUND-COLOR IS HI-WHITE.
          05       VALUE "Operator:"
                   LINE 03 COL 02
                   FOREGROUND-COLOR IS BLUE.
          05       PCH-ID-FLD
                   LINE 03 COL 12
                   FOREGROUND-COLOR IS GREEN
                   FROM OPR-ID.
          05       VALUE "New PIN:"
                   LINE 05 COL 02
                   FOREGROUND-COLOR IS BLUE.
          05       PCH-NEW-FLD
                   LINE 05 COL 12
                   UNDERLINE
                   SECURE
                   FOREGROUND-COLOR IS GREEN
                   PIC X(08) USING PCH-NEW.
          05       VALUE "Again:"
                   LINE 07 COL 02
                   FOREGROUND-COLOR IS BLUE.
          05       PCH-CONF-FLD
                   LINE 07 COL 12
                   UNDERLINE
                   SECURE
                   FOREGROUND-COLOR IS GREEN
                   PIC X(08) USING PCH-CONF.
          05       VALUE "4 to 8 characters, no spaces."
                   LINE 09 COL 02
                   FOREGROUND-COLOR IS BLUE.
          05       VALUE "Enter=Change"
                   FOREGROUND-COLOR IS BLACK
                   BACKGROUND-COLOR IS WHITE
                   LINE 23 COL 10.
          05       VALUE "F3=Exit"
                   FOREGROUND-COLOR IS BLACK
                   BACKGROUND-COLOR IS WHITE
                   LINE 23 COL 24.
          05       PCH-MSG-FLD
                   FOREGROUND-COLOR IS HI-WHITE
                   FROM PCH-MSG
                   LINE 24 COL 02.
        01         SGN-PANEL.
          05       VALUE "Daily Sign-Off"
                   LINE 01 COL 33
                   FOREGROUND-COLOR IS HI-WHITE
                   FROM CTM-MSG
                   LINE 24 COL 02.
        01         HLM-PANEL.
          05       VALUE "Legal Hold Register"
                   LINE 01 COL 31
                   FOREGROUND-COLOR IS HI-WHITE.
          05       VALUE "Hold ID:"
                   LINE 03 COL 02
                   FOREGROUND-COLOR IS BLUE.
          05       HLM-ID-FLD
                   LINE 03 COL 18
                   UNDERLINE
                   FOREGROUND-COLOR IS GREEN
                   PIC X(08) TO HLM-ID
                   FROM HLM-ID.
          05       VALUE "Case Reference:"
                   LINE 05 COL 02
                   FOREGROUND-COLOR IS BLUE.
          05       HLM-CASE-FLD
                   LINE 05 COL 18
                   UNDERLINE
                   FOREGROUND-COLOR IS GREEN
                   PIC X(20) TO HLM-CASE
                   FROM HLM-CASE.
          05       VALUE "From  Year:"
                   LINE 07 COL 02
                   FOREGROUND-COLOR IS BLUE.
          05       HLM-FYEAR-FLD
                   LINE 07 COL 14
                   UNDERLINE
                   FOREGROUND-COLOR IS GREEN
                   PIC X(04) TO HLM-FYEAR
                   FROM HLM-FYEAR.
          05       VALUE "Month:"
                   LINE 07 COL 19
                   FOREGROUND-COLOR IS BLUE.
          05       HLM-FMONTH-FLD
                   LINE 07 COL 26
                   UNDERLINE
                   FOREGROUND-COLOR IS GREEN
                   PIC X(02) TO HLM-FMONTH
                   FROM HLM-FMONTH.
          05       VALUE "Day:"
                   LINE 07 COL 29
                   FOREGROUND-COLOR IS BLUE.
          05       HLM-FDAY-FLD
                   LINE 07 COL 34
                   UNDERLINE
                   FOREGROUND-COLOR IS GREEN
                   PIC X(02) TO HLM-FDAY
                   FROM HLM-FDAY.
          05       VALUE "Page:"
                   LINE 07 COL 37
                   FOREGROUND-COLOR IS BLUE.
          05       HLM-FPAGE-FLD
                   LINE 07 COL 43
                   UNDERLINE
                   FOREGROUND-COLOR IS GREEN
                   PIC X(02) TO HLM-FPAGE
                   FROM HLM-FPAGE.
          05       VALUE "To    Year:"
                   LINE 08 COL 02
                   FOREGROUND-COLOR IS BLUE.
          05       HLM-TYEAR-FLD
                   LINE 08 COL 14
                   UNDERLINE
                   FOREGROUND-COLOR IS GREEN
                   PIC X(04) TO HLM-TYEAR
                   FROM HLM-TYEAR.
          05       VALUE "Month:"
                   LINE 08 COL 19
                   FOREGROUND-COLOR IS BLUE.
          05       HLM-TMONTH-FLD
                   LINE 08 COL 26
                   UNDERLINE
                   FOREGROUND-COLOR IS GREEN
                   PIC X(02) TO HLM-TMONTH
                   FROM HLM-TMONTH.
          05       VALUE "Day:"
                   LINE 08 COL 29
                   FOREGROUND-COLOR IS BLUE.
          05       HLM-TDAY-FLD
                   LINE 08 COL 34
                   UNDERLINE
                   FOREGROUND-COLOR IS GREEN
                   PIC X(02) TO HLM-TDAY
                   FROM HLM-TDAY.
          05       VALUE "Page:"
                   LINE 08 COL 37
                   FOREGROUND-COLOR IS BLUE.
          05       HLM-TPAGE-FLD
                   LINE 08 COL 43
                   UNDERLINE
                   FOREGROUND-COLOR IS GREEN
                   PIC X(02) TO HLM-TPAGE
                   FROM HLM-TPAGE.
          05       VALUE "Status:"
                   LINE 10 COL 02
                   FOREGROUND-COLOR IS BLUE.
          05       HLM-STATUS-FLD
                   LINE 10 COL 12
                   FOREGROUND-COLOR IS GREEN
                   FROM HLM-STATUS.
          05       VALUE "Released:"
                   LINE 11 COL 02
                   FOREGROUND-COLOR IS BLUE.
          05       HLM-REL-FLD
                   LINE 11 COL 12
                   FOREGROUND-COLOR IS GREEN
                   FROM HLM-RELEASED.
          05       VALUE "Blank Page Covers The Whole Day."
                   LINE 13 COL 02
                   FOREGROUND-COLOR IS BLUE.
          05       VALUE "Blank To Date Repeats The From Date."
                   LINE 14 COL 02
                   FOREGROUND-COLOR IS BLUE.
          05       VALUE "Held Pages Cannot Be Changed Or Deleted."
                   LINE 15 COL 02
                   FOREGROUND-COLOR IS BLUE.
          05       VALUE "Enter=Place"
                   FOREGROUND-COLOR IS BLACK
                   BACKGROUND-COLOR IS WHITE
                   LINE 23 COL 10.
          05       VALUE "F6=Release"
                   FOREGROUND-COLOR IS BLACK
                   BACKGROUND-COLOR IS WHITE
                   LINE 23 COL 22.
          05       VALUE "F3=Return"
                   FOREGROUND-COLOR IS BLACK
                   BACKGROUND-COLOR IS WHITE
                   LINE 23 COL 33.
          05       HLM-MSG-FLD
                   FOREGROUND-COLOR IS HI-WHITE
                   FROM HLM-MSG
                   LINE 24 COL 02.
        01         LNK-PANEL.
          05       VALUE "Page Links"
                   LINE 01 COL 35
                   FOREGROUND-COLOR IS HI-WHITE.
          05       VALUE "Page:"
                   LINE 03 COL 02
                   FOREGROUND-COLOR IS BLUE.
          05       LNK-CUR-FLD
                   LINE 03 COL 08
                   FOREGROUND-COLOR IS GREEN
                   FROM LNK-CUR-SHOW.
          05       VALUE "No    Page"
                   LINE 04 COL 02
                   FOREGROUND-COLOR IS BLUE.
          05       VALUE "Reason"
                   LINE 04 COL 24
                   FOREGROUND-COLOR IS BLUE.
          05       VALUE "By"
                   LINE 04 COL 55
                   FOREGROUND-COLOR IS BLUE.
          05       LNK-ROW-01
                   LINE 05 COL 02
                   FOREGROUND-COLOR IS GREEN
                   FROM LNK-RTEXT(01).
          05       LNK-ROW-02
                   LINE 06 COL 02
                   FOREGROUND-COLOR IS GREEN
                   FROM LNK-RTEXT(02).
          05       LNK-ROW-03
                   LINE 07 COL 02
                   FOREGROUND-COLOR IS GREEN
                   FROM LNK-RTEXT(03).
          05       LNK-ROW-04
                   LINE 08 COL 02
                   FOREGROUND-COLOR IS GREEN
                   FROM LNK-RTEXT(04).
          05       LNK-ROW-05
                   LINE 09 COL 02
                   FOREGROUND-COLOR IS GREEN
                   FROM LNK-RTEXT(05).
          05       LNK-ROW-06
                   LINE 10 COL 02
                   FOREGROUND-COLOR IS GREEN
                   FROM LNK-RTEXT(06).
          05       LNK-ROW-07
                   LINE 11 COL 02
                   FOREGROUND-COLOR IS GREEN
                   FROM LNK-RTEXT(07).
          05       LNK-ROW-08
                   LINE 12 COL 02
                   FOREGROUND-COLOR IS GREEN
                   FROM LNK-RTEXT(08).
          05       LNK-ROW-09
                   LINE 13 COL 02
                   FOREGROUND-COLOR IS GREEN
                   FROM LNK-RTEXT(09).
          05       LNK-ROW-10
                   LINE 14 COL 02
                   FOREGROUND-COLOR IS GREEN
                   FROM LNK-RTEXT(10).
          05       LNK-ROW-11
                   LINE 15 COL 02
                   FOREGROUND-COLOR IS GREEN
                   FROM LNK-RTEXT(11).
          05       LNK-ROW-12
                   LINE 16 COL 02
                   FOREGROUND-COLOR IS GREEN
                   FROM LNK-RTEXT(12).
          05       VALUE "Link To Year:"
                   LINE 18 COL 02
                   FOREGROUND-COLOR IS BLUE.
          05       LNK-TYEAR-FLD
                   LINE 18 COL 16
                   UNDERLINE
                   FOREGROUND-COLOR IS GREEN
                   PIC X(04) TO LNK-TYEAR
                   FROM LNK-TYEAR.
          05       VALUE "Month:"
                   LINE 18 COL 21
                   FOREGROUND-COLOR IS BLUE.
          05       LNK-TMONTH-FLD
                   LINE 18 COL 28
                   UNDERLINE
                   FOREGROUND-COLOR IS GREEN
                   PIC X(02) TO LNK-TMONTH
                   FROM LNK-TMONTH.
          05       VALUE "Day:"
                   LINE 18 COL 31
                   FOREGROUND-COLOR IS BLUE.
          05       LNK-TDAY-FLD
                   LINE 18 COL 36
                   UNDERLINE
                   FOREGROUND-COLOR IS GREEN
                   PIC X(02) TO LNK-TDAY
                   FROM LNK-TDAY.
          05       VALUE "Page:"
                   LINE 18 COL 39
                   FOREGROUND-COLOR IS BLUE.
          05       LNK-TPAGE-FLD
                   LINE 18 COL 45
                   UNDERLINE
                   FOREGROUND-COLOR IS GREEN
                   PIC X(02) TO LNK-TPAGE
                   FROM LNK-TPAGE.
          05       VALUE "Reason:"
                   LINE 19 COL 02
                   FOREGROUND-COLOR IS BLUE.
          05       LNK-RSN-FLD
                   LINE 19 COL 16
                   UNDERLINE
                   FOREGROUND-COLOR IS GREEN
                   PIC X(30) TO LNK-RSN
                   FROM LNK-RSN.
          05       VALUE "Select No:"
                   LINE 21 COL 02
                   FOREGROUND-COLOR IS BLUE.
          05       LNK-SEL-FLD
                   LINE 21 COL 13
                   UNDERLINE
                   FOREGROUND-COLOR IS GREEN
                   PIC 9(02) TO LNK-SEL
                   FROM LNK-SEL.
          05       VALUE "Enter=Link/Follow"
                   FOREGROUND-COLOR IS BLACK
                   BACKGROUND-COLOR IS WHITE
                   LINE 23 COL 02.
          05       VALUE "F6=Fwd"
                   FOREGROUND-COLOR IS BLACK
                   BACKGROUND-COLOR IS WHITE
                   LINE 23 COL 21.
          05       VALUE "F7=Back"
                   FOREGROUND-COLOR IS BLACK
                   BACKGROUND-COLOR IS WHITE
                   LINE 23 COL 29.
          05       VALUE "F8=Unlink"
                   FOREGROUND-COLOR IS BLACK
                   BACKGROUND-COLOR IS WHITE
                   LINE 23 COL 38.
          05       VALUE "F3=Return"
                   FOREGROUND-COLOR IS BLACK
                   BACKGROUND-COLOR IS WHITE
                   LINE 23 COL 49.
          05       LNK-MSG-FLD
                   FOREGROUND-COLOR IS HI-WHITE
                   FROM LNK-MSG
                   LINE 24 COL 02.
        01         FLG-PANEL.
          05       VALUE "Flag Open Item"
                   LINE 01 COL 33
           USE   AFTER STANDARD ERROR PROCEDURE ON JRN-MASTER.
       000-ERRORED.
           IF     (RETJRN             =    '00') OR (RETJRN = '41')
             OR   (RETJRN             =    '35')
               CONTINUE
           ELSE
               STRING "JRN-MASTER I/O Error, Status " DELIMITED BY SIZE
       000-MAIN.
           PERFORM 999-OPEN           THRU 999-OPEN-EXIT.
           PERFORM 000-LOGON          THRU 000-LOGON-EXIT.
           PERFORM 999-OPEN-BOOK      THRU 999-OPEN-BOOK-EXIT.
       000-LOOP.
           PERFORM 999-TIMESTAMP      THRU 999-TIMESTAMP-EXIT.
           PERFORM 000-INIT           THRU 000-EXIT.
           IF     (CRTSTAT            =    CF15)
               PERFORM 430-FUP-BROWSE THRU 430-FUP-BROWSE-EXIT
               GO                     TO   000-LOOP.
           IF     (CRTSTAT            =    CF16)
               IF   OPR-SUPER
                   PERFORM 470-HLD-MAINT THRU 470-HLD-MAINT-EXIT
               ELSE
                   MOVE "Legal Hold Maintenance Requires Supervisor."
                                      TO   PT-MSG
               END-IF
               GO                     TO   000-LOOP.
           IF     (CRTSTAT            =    CF17)
               PERFORM 460-LNK-MAINT  THRU 460-LNK-MAINT-EXIT
               GO                     TO   000-LOOP.

           MOVE    SPACES             TO   PT-MSG
           MOVE    PT-YEAR            TO   NEWKYEAR
           MOVE    PT-MONTH           TO   NEWKMONTH
           MOVE    PT-DAY             TO   NEWKDAY
           MOVE    PT-PAGE            TO   NEWKPAGE
       EXIT.
      ****************************************************************
      * 000-LOGON - Establish Operator ID For The Session             *
      * The operator ID is keyed on the sign-on panel (prefilled     *
      * from USER) with the PIN and the journal book; the session    *
      * cannot go on until 050-GET-ROLE passes it.                   *
      ****************************************************************
       000-LOGON.
           ACCEPT  SGO-ID              FROM ENVIRONMENT "USER".
           MOVE    SPACES              TO   SGO-MSG.
       000-LOGON-LOOP.
           MOVE    SPACES              TO   SGO-PIN
           DISPLAY CLEAR-SCREEN
           DISPLAY SGO-PANEL
           ACCEPT  SGO-PANEL
           IF     (CRTSTAT             =    CF3)
               GO                      TO   999-CLOSE.
           IF     (CRTSTAT             =    CF12)
               GO                      TO   999-CLOSE.
           MOVE    SPACES              TO   SGO-MSG
           IF      SGO-ID              =    SPACES
               MOVE "Operator ID Is Required." TO SGO-MSG
               GO                      TO   000-LOGON-LOOP.
           INSPECT SGO-BOOK            CONVERTING
                   "abcdefghijklmnopqrstuvwxyz"
                TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           IF     (SGO-BOOK (1:1)      =    SPACE)
             AND  (SGO-BOOK (2:1)      NOT  =  SPACE)
               MOVE "Book Code Must Start In The First Position."
                                       TO   SGO-MSG
               GO                      TO   000-LOGON-LOOP.
           MOVE    SGO-ID              TO   OPR-ID
           MOVE    SGO-BOOK            TO   BOOK-CODE
           MOVE    SGO-BOOK            TO   ACL-BOOK
           PERFORM 999-TIMESTAMP       THRU 999-TIMESTAMP-EXIT
           PERFORM 050-GET-ROLE        THRU 050-GET-ROLE-EXIT.
           IF      NOT  SGO-IS-PASSED
               GO                      TO   000-LOGON-LOOP.
           MOVE    SPACES              TO   SGO-PIN
           MOVE    'L'                 TO   ACL-EVT
           MOVE    SPACES              TO   ACL-TGT
           MOVE    SPACES              TO   ACL-OLD
           MOVE    SPACES              TO   ACL-KEY
           MOVE    "SIGN-ON"           TO   ACL-DESC
           PERFORM 710-ACCLOG          THRU 710-EXIT.
           DISPLAY CLEAR-SCREEN.
       000-LOGON-EXIT.
           EXIT.
      ****************************************************************
      * 050 - Look Up The Operator's Authority                       *
      * An operator on the authority file must give the right PIN    *
      * (055-CHECK-PIN).  An operator not on the file is view-only,  *
      * except when the file is still empty: the first operator in   *
      * is made supervisor so the file can be seeded.  Any book but  *
      * the main book needs a role granted for that book.            *
      ****************************************************************
       050-GET-ROLE.
           MOVE    'N'                TO   SGO-PASS-SW
           MOVE    OPR-ID             TO   ATHID
           READ    ATH-FILE
               INVALID KEY            CONTINUE
           END-READ
           IF      RETATH             NOT  =  '00'
               GO                     TO   050-NOT-ON-FILE.
           PERFORM 055-CHECK-PIN      THRU 055-CHECK-PIN-EXIT
           IF      NOT  SGO-IS-PASSED
               GO                     TO   050-GET-ROLE-EXIT.
           MOVE    BOOK-CODE          TO   BKL-CODE
           PERFORM 090-BOOK-ROLE      THRU 090-EXIT
           IF     (BKL-ROLE           =    'V')
             OR   (BKL-ROLE           =    'U')
             OR   (BKL-ROLE           =    'S')
               MOVE BKL-ROLE          TO   OPR-ROLE
               GO                     TO   050-GET-ROLE-EXIT.
           IF      BOOK-CODE          =    SPACES
               MOVE 'V'               TO   OPR-ROLE
               GO                     TO   050-GET-ROLE-EXIT.
           GO                         TO   050-NO-BOOK.
       050-NOT-ON-FILE.
           IF      BOOK-CODE          NOT  =  SPACES
               GO                     TO   050-NO-BOOK.
           MOVE    'Y'                TO   SGO-PASS-SW
           MOVE    LOW-VALUES         TO   ATHID
           START   ATH-FILE           KEY  IS  NOT  LESS  ATHID
               INVALID KEY            CONTINUE
               MOVE 'S'               TO   OPR-ROLE
           ELSE
               MOVE 'V'               TO   OPR-ROLE.
           GO                         TO   050-GET-ROLE-EXIT.
       050-NO-BOOK.
           MOVE    'N'                TO   SGO-PASS-SW
           MOVE    SPACES             TO   SGO-MSG
           STRING  "Not Authorized For Book " DELIMITED BY SIZE
                   BOOK-CODE          DELIMITED BY SIZE
                   "."                DELIMITED BY SIZE
                                      INTO SGO-MSG
           MOVE    "SIGN-ON REFUSED - NO BOOK" TO ACL-DESC
           PERFORM 057-LOG-FAIL       THRU 057-EXIT.
       050-GET-ROLE-EXIT.
           EXIT.
      ****************************************************************
      * 055 - Check The PIN Keyed For An Operator On File            *
      * ATHR holds the operator's entry.  A locked entry is refused  *
      * outright; a wrong PIN counts towards the lockout.  A PIN     *
      * that is temporary or past its life must be changed before    *
      * the session starts.  An entry with no PIN at all (filed      *
      * before PINs were kept) is refused until a supervisor gives   *
      * it a temporary PIN with F7 - otherwise whoever keyed the ID  *
      * first would choose the PIN and take the operator's role.     *
      ****************************************************************
       055-CHECK-PIN.
           MOVE    'N'                TO   SGO-PASS-SW
           IF      ATHFAILS           NOT  NUMERIC
               MOVE 0                 TO   ATHFAILS.
           IF      ATH-IS-LOCKED
               MOVE "Operator Is Locked Out - See A Supervisor."
                                      TO   SGO-MSG
               MOVE "SIGN-ON REFUSED - LOCKED" TO ACL-DESC
               PERFORM 057-LOG-FAIL   THRU 057-EXIT
               GO                     TO   055-CHECK-PIN-EXIT.
           IF     (ATHPIN             NOT  NUMERIC)
             OR   (ATHPIN             =    0)
               MOVE "No PIN Set - See A Supervisor." TO SGO-MSG
               MOVE "SIGN-ON REFUSED - NO PIN" TO ACL-DESC
               PERFORM 057-LOG-FAIL   THRU 057-EXIT
               GO                     TO   055-CHECK-PIN-EXIT.
           MOVE    OPR-ID             TO   HSH-TEXT-ID
           MOVE    SGO-PIN            TO   HSH-TEXT-PIN
           PERFORM 070-HASH-PIN       THRU 070-HASH-PIN-EXIT
           IF      HSH-VALUE          NOT  =  ATHPIN
               PERFORM 056-PIN-FAILED THRU 056-EXIT
               GO                     TO   055-CHECK-PIN-EXIT.
           IF      ATHFAILS           NOT  =  0
               MOVE 0                 TO   ATHFAILS
               REWRITE                ATHR
               IF   RETATH             NOT  =  '00'
                   MOVE SPACES        TO   SGO-MSG
                   STRING "Sign-On Failed - File Status "
                                      DELIMITED BY SIZE
                          RETATH      DELIMITED BY SIZE
                                      INTO SGO-MSG
                   GO                 TO   055-CHECK-PIN-EXIT
               END-IF.
           MOVE    'Y'                TO   SGO-PASS-SW
           PERFORM 065-PIN-AGE        THRU 065-EXIT
           IF      NOT  ATH-PIN-MUST-CHG
             AND   NOT  PIN-IS-DUE
               GO                     TO   055-CHECK-PIN-EXIT.
       055-NEW-PIN.
           PERFORM 060-CHANGE-PIN     THRU 060-CHANGE-PIN-EXIT
           IF      PCH-IS-DONE
               MOVE 'Y'               TO   SGO-PASS-SW
           ELSE
               MOVE 'N'               TO   SGO-PASS-SW
               IF   SGO-MSG            =    SPACES
                   MOVE "A New PIN Is Required To Sign On."
                                      TO   SGO-MSG.
       055-CHECK-PIN-EXIT.
           EXIT.
      ****************************************************************
      * 056 - Count A Wrong PIN, Locking The Entry At The Limit      *
      ****************************************************************
       056-PIN-FAILED.
           ADD     1                  TO   ATHFAILS
           IF      ATHFAILS           NOT  <  PIN-MAX-TRIES
               MOVE 'Y'               TO   ATHLOCK.
           REWRITE                    ATHR
           IF      RETATH             NOT  =  '00'
               MOVE SPACES            TO   SGO-MSG
               STRING "Sign-On Refused - File Status "
                                      DELIMITED BY SIZE
                      RETATH          DELIMITED BY SIZE
                                      INTO SGO-MSG
               MOVE "SIGN-ON FAILED - NOT COUNTED" TO ACL-DESC
               PERFORM 057-LOG-FAIL   THRU 057-EXIT
               GO                     TO   056-EXIT.
           MOVE    "SIGN-ON FAILED - WRONG PIN" TO ACL-DESC
           PERFORM 057-LOG-FAIL       THRU 057-EXIT
           IF      NOT  ATH-IS-LOCKED
               MOVE "Operator ID Or PIN Not Accepted." TO SGO-MSG
               GO                     TO   056-EXIT.
           MOVE    "Too Many Failed Attempts - Operator Locked Out."
                                      TO   SGO-MSG
           MOVE    'K'                TO   ACL-EVT
           MOVE    OPR-ID             TO   ACL-TGT
           MOVE    'N'                TO   ACL-OLD
           MOVE    'Y'                TO   ACL-NEW
           MOVE    SPACES             TO   ACL-KEY
           MOVE    "LOCKED OUT AFTER FAILURES" TO ACL-DESC
           PERFORM 710-ACCLOG         THRU 710-EXIT.
       056-EXIT.
           EXIT.
      ****************************************************************
      * 057 - Log A Refused Sign-On (ACL-DESC set by the caller)     *
      ****************************************************************
       057-LOG-FAIL.
           MOVE    'F'                TO   ACL-EVT
           MOVE    OPR-ID             TO   ACL-TGT
           MOVE    SPACES             TO   ACL-OLD
           MOVE    SPACES             TO   ACL-NEW
           MOVE    SPACES             TO   ACL-KEY
           PERFORM 710-ACCLOG         THRU 710-EXIT.
       057-EXIT.
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
      * 060 - Have The Operator Choose A New PIN                     *
      * ATHR holds the operator's entry; on return PCH-IS-DONE says  *
      * whether a new PIN was filed.                                 *
      ****************************************************************
       060-CHANGE-PIN.
           MOVE    'N'                TO   PCH-DONE-SW
           IF      ATH-PIN-MUST-CHG
               MOVE "Temporary PIN - Choose A New PIN." TO PCH-MSG
           ELSE
               MOVE "PIN Has Expired - Choose A New PIN."
                                      TO   PCH-MSG.
       060-CHANGE-PIN-LOOP.
           MOVE    SPACES             TO   PCH-NEW
           MOVE    SPACES             TO   PCH-CONF
           DISPLAY CLEAR-SCREEN
           DISPLAY PCH-PANEL
           ACCEPT  PCH-PANEL
           IF     (CRTSTAT            =    CF3)
               GO                     TO   060-CHANGE-PIN-EXIT.
           IF     (CRTSTAT            =    CF12)
               GO                     TO   060-CHANGE-PIN-EXIT.
           MOVE    PCH-NEW            TO   PIN-EDIT
           PERFORM 058-EDIT-PIN       THRU 058-EXIT
           IF      NOT  PIN-IS-OK
               MOVE "PIN Must Be 4 To 8 Characters, No Spaces."
                                      TO   PCH-MSG
               GO                     TO   060-CHANGE-PIN-LOOP.
           IF      PCH-CONF           NOT  =  PCH-NEW
               MOVE "PINs Do Not Match - Key Both Again." TO PCH-MSG
               GO                     TO   060-CHANGE-PIN-LOOP.
           MOVE    OPR-ID             TO   HSH-TEXT-ID
           MOVE    PCH-NEW            TO   HSH-TEXT-PIN
           PERFORM 070-HASH-PIN       THRU 070-HASH-PIN-EXIT
           IF      HSH-VALUE          =    ATHPIN
               MOVE "New PIN Must Differ From The Old PIN."
                                      TO   PCH-MSG
               GO                     TO   060-CHANGE-PIN-LOOP.
           PERFORM 999-TIMESTAMP      THRU 999-TIMESTAMP-EXIT
           MOVE    HSH-VALUE          TO   ATHPIN
           MOVE    NOWD               TO   ATHPINDT
           MOVE    0                  TO   ATHFAILS
           MOVE    'N'                TO   ATHLOCK
           MOVE    'N'                TO   ATHPINCHG
           REWRITE                    ATHR
           IF      RETATH             NOT  =  '00'
               MOVE SPACES            TO   SGO-MSG
               STRING "PIN Change Failed - File Status "
                                      DELIMITED BY SIZE
                      RETATH          DELIMITED BY SIZE
                                      INTO SGO-MSG
               GO                     TO   060-CHANGE-PIN-EXIT.
           MOVE    'Y'                TO   PCH-DONE-SW
           MOVE    'P'                TO   ACL-EVT
           MOVE    OPR-ID             TO   ACL-TGT
           MOVE    SPACES             TO   ACL-OLD
           MOVE    SPACES             TO   ACL-NEW
           MOVE    SPACES             TO   ACL-KEY
           MOVE    "PIN CHANGED"      TO   ACL-DESC
           PERFORM 710-ACCLOG         THRU 710-EXIT.
           MOVE    SPACES             TO   PCH-NEW
           MOVE    SPACES             TO   PCH-CONF.
       060-CHANGE-PIN-EXIT.
           EXIT.
      ****************************************************************
      * 065 - Has The PIN In ATHR Outlived PIN-LIFE-DAYS?            *
      * NOWD must be current.  A PIN with no valid set date is due.  *
      ****************************************************************
       065-PIN-AGE.
           MOVE    'N'                TO   PIN-DUE-SW
           IF      ATHPINDT           NOT  NUMERIC
               MOVE 'Y'               TO   PIN-DUE-SW
               GO                     TO   065-EXIT.
           MOVE    NOWD               TO   DN-DATE
           PERFORM 075-DAY-NUMBER     THRU 075-EXIT
           MOVE    DN-DAYS            TO   DN-TODAY
           MOVE    ATHPINDT           TO   DN-DATE
           PERFORM 075-DAY-NUMBER     THRU 075-EXIT
           IF      DN-DAYS            >    DN-TODAY
               MOVE 0                 TO   PIN-AGE
           ELSE
               SUBTRACT DN-DAYS       FROM DN-TODAY GIVING PIN-AGE.
           IF      PIN-AGE            >    PIN-LIFE-DAYS
               MOVE 'Y'               TO   PIN-DUE-SW.
       065-EXIT.
           EXIT.
      ****************************************************************
      * 070 - Scramble HSH-TEXT (Operator ID + PIN) Into HSH-VALUE   *
      * Each character's place in HSH-ALPHABET is folded into a      *
      * running value over three passes, kept below a large prime.   *
      * Only the result is filed, so the authority file never holds  *
      * a readable PIN.  Zero is reserved for "no PIN on file".      *
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
      ****************************************************************
      * 075 - Day Number Of DN-DATE (CCYYMMDD) Into DN-DAYS          *
      * Counts days from a fixed base so two dates can be subtracted *
      * across month and year ends.  Years run March to February so  *
      * the leap day falls at the end.                               *
      ****************************************************************
       075-DAY-NUMBER.
           MOVE    DN-YEAR            TO   DN-Y
           MOVE    DN-MONTH           TO   DN-M
           IF      DN-M               <    3
               SUBTRACT 1             FROM DN-Y
               ADD  12                TO   DN-M.
           MULTIPLY DN-Y              BY   365 GIVING DN-DAYS
           DIVIDE  DN-Y               BY   4   GIVING DN-PART
           ADD     DN-PART            TO   DN-DAYS
           DIVIDE  DN-Y               BY   100 GIVING DN-PART
           SUBTRACT DN-PART           FROM DN-DAYS
           DIVIDE  DN-Y               BY   400 GIVING DN-PART
           ADD     DN-PART            TO   DN-DAYS
           SUBTRACT 3                 FROM DN-M
           MULTIPLY DN-M              BY   153 GIVING DN-PART
           ADD     2                  TO   DN-PART
           DIVIDE  DN-PART            BY   5   GIVING DN-PART
           ADD     DN-PART            TO   DN-DAYS
           ADD     DN-DAY             TO   DN-DAYS.
       075-EXIT.
           EXIT.
      ****************************************************************
      * 090 - Find The Role The Entry In ATHR Holds In Book BKL-CODE *
      * Returns the role (spaces if none) with the slot it was found *
      * in, the first free slot, and how many book grants the entry  *
      * holds besides its main-book role.  A blank BKL-CODE is the   *
      * main book, whose role is ATHROLE.                            *
      ****************************************************************
       090-BOOK-ROLE.
           MOVE    SPACES             TO   BKL-ROLE
           MOVE    0                  TO   BKL-IX
           MOVE    0                  TO   BKL-FREE
           MOVE    0                  TO   BKL-OTHERS
           MOVE    1                  TO   BKL-SUB
           IF      BKL-CODE           =    SPACES
               MOVE ATHROLE           TO   BKL-ROLE.
       090-LOOP.
           IF      BKL-SUB            >    8
               GO                     TO   090-EXIT.
           IF      ATHBKCODE (BKL-SUB) =   SPACES
               IF   BKL-FREE           =    0
                   MOVE BKL-SUB       TO   BKL-FREE
               END-IF
           ELSE
               ADD  1                 TO   BKL-OTHERS
               IF   ATHBKCODE (BKL-SUB) =  BKL-CODE
                   MOVE BKL-SUB       TO   BKL-IX
                   MOVE ATHBKROLE (BKL-SUB) TO BKL-ROLE.
           ADD     1                  TO   BKL-SUB
           GO                         TO   090-LOOP.
       090-EXIT.
           EXIT.
      ****************************************************************
      * 100 - Display Record                                         *
      ****************************************************************
       100-DISPLAY.
           MOVE    NEWKEY             TO   OLDKEY
           MOVE    SPACES             TO   RDG-RECALL-TPL

           MOVE    NEWKYEAR           TO   JRNKEY
           MOVE    NEWKMONTH          TO   JRNKMONTH
               IF   RETJRN             =    '23'
                   MOVE "Record Not Found. Type Data to Create."
                                       TO   PT-MSG.
           IF      RETJRN             =    '00'
               MOVE JRNDK             TO   HLD-CHK-KEY
               PERFORM 490-CHECK-HOLD THRU 490-CHECK-HOLD-EXIT
               IF   HLD-PAGE-HELD
                   MOVE SPACES        TO   PT-MSG
                   STRING "Page Is On Legal Hold "
                                      DELIMITED BY SIZE
                          HLD-HIT-ID  DELIMITED BY SPACE
                          " - Read Only." DELIMITED BY SIZE
                                      INTO PT-MSG
               END-IF
           END-IF

           MOVE    NEWKEY             TO   LNK-CUR-KEY
           PERFORM 468-LNK-COUNT      THRU 468-LNK-COUNT-EXIT.

           MOVE    JRND               TO   JRN
           MOVE    JRNUDATE           TO   CC-UDATE
           MOVE    JRNLINE14          TO   PT-LN14
           MOVE    JRNLINE15          TO   PT-LN15
           MOVE    JRNLINE16          TO   PT-LN16.
           PERFORM 110-LATE-CHECK     THRU 110-LATE-CHECK-EXIT.
           
       100-EXIT.
           EXIT.
      ****************************************************************
      * 110 - Mark The Page On The Panel As A Late Entry             *
      * Compares the date in the key of the page last displayed or   *
      * filed (OLDKEY) with the date it was last written (CC-UDATE); *
      * more than LATE-DAYS apart and the panel and hardcopy say so. *
      ****************************************************************
       110-LATE-CHECK.
           MOVE    'N'                TO   LATE-SW
           MOVE    SPACES             TO   LATE-SHOW
           IF     (OLDKEY(1:8)        NOT  NUMERIC)
             OR   (CC-UDATE           NOT  NUMERIC)
               GO                     TO   110-LATE-CHECK-EXIT.
           MOVE    OLDKEY(1:8)        TO   DN-DATE
           PERFORM 075-DAY-NUMBER     THRU 075-EXIT
           MOVE    DN-DAYS            TO   LATE-KDAYS
           MOVE    CC-UDATE           TO   DN-DATE
           PERFORM 075-DAY-NUMBER     THRU 075-EXIT
           IF      DN-DAYS            NOT  >    LATE-KDAYS
               GO                     TO   110-LATE-CHECK-EXIT.
           SUBTRACT LATE-KDAYS        FROM DN-DAYS GIVING LATE-LAG
           IF      LATE-LAG           NOT  >    LATE-DAYS
               GO                     TO   110-LATE-CHECK-EXIT.
           MOVE    'Y'                TO   LATE-SW
           MOVE    LATE-LAG           TO   LATE-LAG-ED
           MOVE    0                  TO   LATE-LEAD
           INSPECT LATE-LAG-ED        TALLYING LATE-LEAD
                   FOR LEADING SPACES
           STRING  "LATE ENTRY - "    DELIMITED BY SIZE
                   LATE-LAG-ED(LATE-LEAD + 1:)
                                      DELIMITED BY SIZE
                   " Days After Its Date" DELIMITED BY SIZE
                                      INTO LATE-SHOW.
       110-LATE-CHECK-EXIT.
           EXIT.
      ****************************************************************
      * 200 - Browse Journal Keys                                    *
      ****************************************************************
       200-BROWSE.
               MOVE SPACES            TO   OLDKEY
               GO                     TO   300-EXIT.

      * A page under legal hold must stay exactly as it was filed.
           MOVE    'N'                TO   HLD-HIT-SW
           IF      RETJRN             =    '00'
               MOVE JRNDK             TO   HLD-CHK-KEY
               PERFORM 490-CHECK-HOLD THRU 490-CHECK-HOLD-EXIT.
           IF      HLD-PAGE-HELD
               MOVE SPACES            TO   PT-MSG
               STRING "Page Is On Legal Hold "
                                      DELIMITED BY SIZE
                      HLD-HIT-ID      DELIMITED BY SPACE
                      " - Change Refused." DELIMITED BY SIZE
                                      INTO PT-MSG
               MOVE 'D'               TO   ACL-EVT
               MOVE HLD-HIT-ID        TO   ACL-TGT
               MOVE SPACES            TO   ACL-OLD ACL-NEW
               MOVE HLD-CHK-KEY       TO   ACL-KEY
               MOVE "UPDATE DENIED - LEGAL HOLD" TO ACL-DESC
               PERFORM 710-ACCLOG     THRU 710-EXIT
               GO                     TO   300-EXIT.

           MOVE    PT-YEAR            TO   JRNKYEAR
           MOVE    PT-MONTH           TO   JRNKMONTH
           MOVE    PT-DAY             TO   JRNKDAY
                   MOVE 'C'           TO   AUD-ACTION
                   PERFORM 700-AUDIT  THRU 700-EXIT
               END-IF.
           IF     (RETJRN             =    '00')
             AND  (JRNCAT             NOT  =  SPACES)
               PERFORM 720-NOTIFY     THRU 720-EXIT.
           IF      RETJRN             =    '00'
               PERFORM 730-READINGS   THRU 730-READINGS-EXIT.
           PERFORM 110-LATE-CHECK     THRU 110-LATE-CHECK-EXIT.

           PERFORM 297-CHECK-FULL     THRU 297-CHECK-FULL-EXIT.
           IF      RO-IS-FULL         AND  NOT  RO-IS-WAS-FULL
               PERFORM 296-ROLLOVER   THRU 296-ROLLOVER-EXIT.
           IF      RDG-MSG            NOT  =  SPACES
               PERFORM 739-RDG-WARN   THRU 739-RDG-WARN-EXIT.
       300-EXIT.
           EXIT.
      ****************************************************************
               INVALID KEY            CONTINUE
           END-READ
           IF      RETJRN             =    '00'
               MOVE SPACES            TO   PT-MSG
               STRING "Page Full - Page "
                                      DELIMITED BY SIZE
                      RO-NEXT-PAGE    DELIMITED BY SIZE
                                            PT-LN10 PT-LN11 PT-LN12
                                            PT-LN13 PT-LN14 PT-LN15
                                            PT-LN16
               MOVE SPACES            TO   PT-MSG
               STRING "Page Full - Continued On Page "
                                      DELIMITED BY SIZE
                      PT-PAGE         DELIMITED BY SIZE
               MOVE "DELETE DENIED - SIGNED DAY" TO ACL-DESC
               PERFORM 710-ACCLOG     THRU 710-EXIT
               GO                     TO   400-EXIT.
           MOVE    SPACES             TO   HLD-CHK-KEY
           STRING  PT-YEAR            DELIMITED BY SIZE
                   PT-MONTH           DELIMITED BY SIZE
                   PT-DAY             DELIMITED BY SIZE
                   PT-PAGE            DELIMITED BY SIZE
                                      INTO HLD-CHK-KEY
           PERFORM 490-CHECK-HOLD     THRU 490-CHECK-HOLD-EXIT.
           IF      HLD-PAGE-HELD
               MOVE 'N'               TO   DEL-PENDING
               MOVE SPACES            TO   PT-MSG
               STRING "Page Is On Legal Hold "
                                      DELIMITED BY SIZE
                      HLD-HIT-ID      DELIMITED BY SPACE
                      " - Delete Refused." DELIMITED BY SIZE
                                      INTO PT-MSG
               MOVE 'X'               TO   ACL-EVT
               MOVE HLD-HIT-ID        TO   ACL-TGT
               MOVE SPACES            TO   ACL-OLD ACL-NEW
               MOVE HLD-CHK-KEY       TO   ACL-KEY
               MOVE "DELETE DENIED - LEGAL HOLD" TO ACL-DESC
               PERFORM 710-ACCLOG     THRU 710-EXIT
               GO                     TO   400-EXIT.
           MOVE    HLD-CHK-KEY        TO   LNK-CUR-KEY
           PERFORM 468-LNK-COUNT      THRU 468-LNK-COUNT-EXIT.
           IF      NOT  DEL-IS-PENDING
               MOVE 'Y'               TO   DEL-PENDING
               IF   LNK-TOT            =    0
                   MOVE "Press F6 Again To Confirm Delete Of This Page."
                                       TO   PT-MSG
               ELSE
                   MOVE SPACES        TO   PT-MSG
                   STRING "Page Has " DELIMITED BY SIZE
                          LNK-TOT-TXT DELIMITED BY SPACE
                          " Links - F6 Again Deletes Anyway."
                                      DELIMITED BY SIZE
                                      INTO PT-MSG
               END-IF
               GO                     TO   400-EXIT.

           MOVE    'N'                TO   DEL-PENDING
               INVALID KEY            CONTINUE
           END-DELETE
           IF      RETJRN             =    '00'
               IF   LNK-TOT            =    0
                   MOVE "Page Deleted." TO  PT-MSG
               ELSE
                   MOVE SPACES        TO   PT-MSG
                   STRING "Page Deleted - " DELIMITED BY SIZE
                          LNK-TOT-TXT DELIMITED BY SPACE
                          " Links Left Dangling." DELIMITED BY SIZE
                                      INTO PT-MSG
               END-IF
               PERFORM 999-TIMESTAMP  THRU 999-TIMESTAMP-EXIT
               MOVE 'D'               TO   AUD-ACTION
               PERFORM 700-AUDIT      THRU 700-EXIT
               MOVE SPACES            TO   CC-UDATE CC-UTIME CC-UUSR
               PERFORM 110-LATE-CHECK THRU 110-LATE-CHECK-EXIT
               PERFORM 738-RDG-DELETE THRU 738-RDG-DELETE-EXIT
               MOVE SPACES            TO   PT-CAT
               MOVE SPACES            TO   PT-USR  PT-LN1  PT-LN2
                                            PT-LN3  PT-LN4  PT-LN5
       450-FUP-CLOSE-EXIT.
           EXIT.
      ****************************************************************
      * 460 - Show, Follow And Make Links From The Page On The Panel *
      * The list holds the links the page makes (->) followed by the *
      * links other pages make to it (<-).  Enter on a selection     *
      * brings the linked page up on the main panel; Enter with a    *
      * page key and reason links the panel page to it.  A link to a *
      * page no longer on file is listed as gone so it can be        *
      * cleared with F8.                                             *
      ****************************************************************
       460-LNK-MAINT.
           MOVE    SPACES             TO   LNK-MSG LNK-TO LNK-RSN
           MOVE    SPACES             TO   LNK-CUR-KEY LNK-CUR-SHOW
           STRING  PT-YEAR            DELIMITED BY SIZE
                   PT-MONTH           DELIMITED BY SIZE
                   PT-DAY             DELIMITED BY SIZE
                   PT-PAGE            DELIMITED BY SIZE
                                      INTO LNK-CUR-KEY
           STRING  PT-YEAR            DELIMITED BY SIZE
                   '/'                DELIMITED BY SIZE
                   PT-MONTH           DELIMITED BY SIZE
                   '/'                DELIMITED BY SIZE
                   PT-DAY             DELIMITED BY SIZE
                   " p"               DELIMITED BY SIZE
                   PT-PAGE            DELIMITED BY SIZE
                                      INTO LNK-CUR-SHOW
           MOVE    0                  TO   LNK-OFFSET
           PERFORM 461-LNK-FILL       THRU 461-LNK-FILL-EXIT.
       460-LNK-MAINT-LOOP.
           MOVE    0                  TO   LNK-SEL
           DISPLAY LNK-PANEL
           ACCEPT  LNK-PANEL

           IF     (CRTSTAT            =    CF3)
               GO                     TO   460-LNK-MAINT-DONE.
           IF     (CRTSTAT            =    CF12)
               GO                     TO   460-LNK-MAINT-DONE.
           IF     (CRTSTAT            =    CF6)
               PERFORM 465-LNK-FWD    THRU 465-LNK-FWD-EXIT
               GO                     TO   460-LNK-MAINT-LOOP.
           IF     (CRTSTAT            =    CF7)
               PERFORM 466-LNK-BACK   THRU 466-LNK-BACK-EXIT
               GO                     TO   460-LNK-MAINT-LOOP.
           IF     (CRTSTAT            =    CF8)
               PERFORM 464-LNK-REMOVE THRU 464-LNK-REMOVE-EXIT
               GO                     TO   460-LNK-MAINT-LOOP.

           IF     (LNK-SEL           >    0) AND (LNK-SEL <= LNK-COUNT)
               MOVE LNK-ROTHER(LNK-SEL) TO JRNDK
               MOVE JRNDK             TO   JRNKEY
               MOVE JRNKYEAR          TO   PT-YEAR
               MOVE JRNKMONTH         TO   PT-MONTH
               MOVE JRNKDAY           TO   PT-DAY
               MOVE JRNKPAGE          TO   PT-PAGE
               MOVE PT-YEAR           TO   NEWKYEAR
               MOVE PT-MONTH          TO   NEWKMONTH
               MOVE PT-DAY            TO   NEWKDAY
               MOVE PT-PAGE           TO   NEWKPAGE
               MOVE SPACES            TO   PT-MSG
               PERFORM 100-DISPLAY    THRU 100-EXIT
               GO                     TO   460-LNK-MAINT-EXIT.
           IF      LNK-SEL            >    0
               MOVE "Enter a valid selection number." TO LNK-MSG
               GO                     TO   460-LNK-MAINT-LOOP.

           IF      LNK-TO             NOT  =  SPACES
               PERFORM 463-LNK-ADD    THRU 463-LNK-ADD-EXIT
               GO                     TO   460-LNK-MAINT-LOOP.

           MOVE "Select A Link To Follow Or Key A Page To Link."
                                      TO   LNK-MSG
           GO                         TO   460-LNK-MAINT-LOOP.
       460-LNK-MAINT-DONE.
           MOVE    OLDKEY             TO   LNK-CUR-KEY
           PERFORM 468-LNK-COUNT      THRU 468-LNK-COUNT-EXIT.
       460-LNK-MAINT-EXIT.
           EXIT.
      ****************************************************************
      * 461 - Fill The List With The Page's Links                    *
      * Outgoing links come off the prime key (LNKFROM, LNKTO), the  *
      * incoming ones off the alternate key on LNKTO; LNK-OFFSET     *
      * links are passed over to reach the current screenful.        *
      ****************************************************************
       461-LNK-FILL.
           MOVE    SPACES             TO   LNK-TABLE
           MOVE    0                  TO   LNK-COUNT
           MOVE    'N'                TO   LNK-HAS-NEXT
           MOVE    0                  TO   LNK-SKIP-IX
           MOVE    1                  TO   LNK-IX
           MOVE    LNK-CUR-KEY        TO   LNKFROM
           MOVE    LOW-VALUES         TO   LNKTO
           START   LNK-FILE           KEY  IS  NOT  LESS  LNKKEY
               INVALID KEY            CONTINUE
           END-START
           IF      RETLNK             NOT  =  '00'
               GO                     TO   461-LNK-FILL-IN.
       461-LNK-FILL-OUT.
           READ    LNK-FILE           NEXT RECORD
               AT END
                   GO                 TO   461-LNK-FILL-IN.
           IF      LNKFROM            NOT  =  LNK-CUR-KEY
               GO                     TO   461-LNK-FILL-IN.
           MOVE    "->"               TO   LNK-DIR
           MOVE    LNKTO              TO   LNK-OTHER
           PERFORM 462-LNK-ROW        THRU 462-LNK-ROW-EXIT.
           IF      LNK-MORE
               GO                     TO   461-LNK-FILL-EXIT.
           GO                         TO   461-LNK-FILL-OUT.
       461-LNK-FILL-IN.
           MOVE    LNK-CUR-KEY        TO   LNKTO
           START   LNK-FILE           KEY  IS  NOT  LESS  LNKTO
               INVALID KEY            CONTINUE
           END-START
           IF      RETLNK             NOT  =  '00'
               GO                     TO   461-LNK-FILL-DONE.
       461-LNK-FILL-IN-LOOP.
           READ    LNK-FILE           NEXT RECORD
               AT END
                   GO                 TO   461-LNK-FILL-DONE.
           IF      LNKTO              NOT  =  LNK-CUR-KEY
               GO                     TO   461-LNK-FILL-DONE.
           MOVE    "<-"               TO   LNK-DIR
           MOVE    LNKFROM            TO   LNK-OTHER
           PERFORM 462-LNK-ROW        THRU 462-LNK-ROW-EXIT.
           IF      LNK-MORE
               GO                     TO   461-LNK-FILL-EXIT.
           GO                         TO   461-LNK-FILL-IN-LOOP.
       461-LNK-FILL-DONE.
           IF     (LNK-COUNT          =    0) AND (LNK-OFFSET = 0)
             AND  (LNK-MSG            =    SPACES)
               MOVE "No Links On This Page." TO LNK-MSG.
       461-LNK-FILL-EXIT.
           EXIT.
      ****************************************************************
      * 462 - Put The Link Just Read On The List                     *
      * The linked page is looked up so one deleted or purged since  *
      * the link was made shows as gone.                             *
      ****************************************************************
       462-LNK-ROW.
           IF      LNK-SKIP-IX        <    LNK-OFFSET
               ADD  1                 TO   LNK-SKIP-IX
               GO                     TO   462-LNK-ROW-EXIT.
           IF      LNK-IX             >    12
               MOVE 'Y'               TO   LNK-HAS-NEXT
               GO                     TO   462-LNK-ROW-EXIT.
           MOVE    LNKKEY             TO   LNK-RKEY(LNK-IX)
           MOVE    LNK-OTHER          TO   LNK-ROTHER(LNK-IX)
           MOVE    LNKUSR             TO   LNK-RUSR(LNK-IX)
           MOVE    LNK-OTHER          TO   JRNDK
           MOVE    JRNDK              TO   JRNKEY
           STRING  LNK-IX             DELIMITED BY SIZE
                   ' '                DELIMITED BY SIZE
                   LNK-DIR            DELIMITED BY SIZE
                   ' '                DELIMITED BY SIZE
                   JRNKYEAR           DELIMITED BY SIZE
                   '/'                DELIMITED BY SIZE
                   JRNKMONTH          DELIMITED BY SIZE
                   '/'                DELIMITED BY SIZE
                   JRNKDAY            DELIMITED BY SIZE
                   " p"               DELIMITED BY SIZE
                   JRNKPAGE           DELIMITED BY SIZE
                   "  "               DELIMITED BY SIZE
                   LNKRSN             DELIMITED BY SIZE
                   ' '                DELIMITED BY SIZE
                   LNKUSR             DELIMITED BY SIZE
                                      INTO LNK-RTEXT(LNK-IX)
           READ    JRN-MASTER
               INVALID KEY            CONTINUE
           END-READ
           IF      RETJRN             NOT  =  '00'
               MOVE "(gone)"          TO   LNK-RTEXT(LNK-IX)(65:6).
           ADD     1                  TO   LNK-COUNT
           ADD     1                  TO   LNK-IX.
       462-LNK-ROW-EXIT.
           EXIT.
      ****************************************************************
      * 463 - Link The Panel Page To The Page Keyed                  *
      * Both pages must be on file, and two pages are linked once    *
      * whichever of them the link was made from.                    *
      ****************************************************************
       463-LNK-ADD.
           IF      OPR-VIEW
               MOVE "Not Authorized To Link Pages." TO LNK-MSG
               GO                     TO   463-LNK-ADD-EXIT.
           IF      (LNK-TYEAR  NOT NUMERIC)
               OR  (LNK-TMONTH NOT NUMERIC)
               OR  (LNK-TDAY   NOT NUMERIC)
               OR  (LNK-TPAGE  NOT NUMERIC)
               MOVE "Link Year, Month, Day And Page Must Be Numeric."
                                      TO   LNK-MSG
               GO                     TO   463-LNK-ADD-EXIT.
           MOVE    LNK-TYEAR          TO   VK-YEAR-NUM
           MOVE    LNK-TMONTH         TO   VK-MONTH-NUM
           MOVE    LNK-TDAY           TO   VK-DAY-NUM
           IF      (VK-MONTH-NUM      <    1) OR (VK-MONTH-NUM > 12)
               MOVE "Link Month Must Be 01 Through 12." TO LNK-MSG
               GO                     TO   463-LNK-ADD-EXIT.
           PERFORM 295-DAYS-IN-MONTH  THRU 295-DAYS-IN-MONTH-EXIT
           IF      (VK-DAY-NUM        <    1)
               OR  (VK-DAY-NUM        >    VK-DAYS-IN-MONTH)
               MOVE "Link Day Is Not Valid For That Month." TO LNK-MSG
               GO                     TO   463-LNK-ADD-EXIT.
           IF      LNK-TO             =    LNK-CUR-KEY
               MOVE "A Page Cannot Be Linked To Itself." TO LNK-MSG
               GO                     TO   463-LNK-ADD-EXIT.
           IF      LNK-RSN            =    SPACES
               MOVE "A Reason For The Link Is Required." TO LNK-MSG
               GO                     TO   463-LNK-ADD-EXIT.

           MOVE    LNK-CUR-KEY        TO   JRNDK
           READ    JRN-MASTER
               INVALID KEY            CONTINUE
           END-READ
           IF      RETJRN             NOT  =  '00'
               MOVE "File The Page Before Linking It." TO LNK-MSG
               GO                     TO   463-LNK-ADD-EXIT.
           MOVE    LNK-TO             TO   JRNDK
           READ    JRN-MASTER
               INVALID KEY            CONTINUE
           END-READ
           IF      RETJRN             NOT  =  '00'
               MOVE "Page To Link Is Not On File." TO LNK-MSG
               GO                     TO   463-LNK-ADD-EXIT.

           MOVE    LNK-CUR-KEY        TO   LNKFROM
           MOVE    LNK-TO             TO   LNKTO
           READ    LNK-FILE
               INVALID KEY            CONTINUE
           END-READ
           IF      RETLNK             =    '00'
               MOVE "Pages Are Already Linked." TO LNK-MSG
               GO                     TO   463-LNK-ADD-EXIT.
           MOVE    LNK-TO             TO   LNKFROM
           MOVE    LNK-CUR-KEY        TO   LNKTO
           READ    LNK-FILE
               INVALID KEY            CONTINUE
           END-READ
           IF      RETLNK             =    '00'
               MOVE "Pages Are Already Linked." TO LNK-MSG
               GO                     TO   463-LNK-ADD-EXIT.

           PERFORM 999-TIMESTAMP      THRU 999-TIMESTAMP-EXIT
           MOVE    LNK-CUR-KEY        TO   LNKFROM
           MOVE    LNK-TO             TO   LNKTO
           MOVE    LNK-RSN            TO   LNKRSN
           MOVE    OPR-ID             TO   LNKUSR
           MOVE    NOWD               TO   LNKDATE
           MOVE    NOWT(1:6)          TO   LNKTIME
           WRITE   LNKR
               INVALID KEY            CONTINUE
           END-WRITE
           IF      RETLNK             =    '00'
               MOVE SPACES            TO   LNK-TO LNK-RSN
               MOVE "Pages Linked."   TO   LNK-MSG
               PERFORM 461-LNK-FILL   THRU 461-LNK-FILL-EXIT
           ELSE
               MOVE SPACES            TO   LNK-MSG
               STRING "Link Save Failed - File Status "
                                      DELIMITED BY SIZE
                      RETLNK          DELIMITED BY SIZE
                                      INTO LNK-MSG.
       463-LNK-ADD-EXIT.
           EXIT.
      ****************************************************************
      * 464 - Remove The Selected Link                               *
      * The operator who made the link, or a supervisor, may take it *
      * off; either page may be the one on the panel.                *
      ****************************************************************
       464-LNK-REMOVE.
           IF      OPR-VIEW
               MOVE "Not Authorized To Remove Links." TO LNK-MSG
               GO                     TO   464-LNK-REMOVE-EXIT.
           IF     (LNK-SEL            =    0) OR (LNK-SEL > LNK-COUNT)
               MOVE "Key The Selection Number, Then F8." TO LNK-MSG
               GO                     TO   464-LNK-REMOVE-EXIT.
           IF     (NOT OPR-SUPER)
             AND  (LNK-RUSR(LNK-SEL)  NOT  =  OPR-ID)
               MOVE "Link Was Made By Another Operator." TO LNK-MSG
               GO                     TO   464-LNK-REMOVE-EXIT.
           MOVE    LNK-RKEY(LNK-SEL)  TO   LNKKEY
           DELETE  LNK-FILE
               INVALID KEY            CONTINUE
           END-DELETE
           IF      RETLNK             =    '00'
               MOVE "Link Removed."   TO   LNK-MSG
           ELSE
               MOVE "Link Is No Longer On File." TO LNK-MSG.
           PERFORM 461-LNK-FILL       THRU 461-LNK-FILL-EXIT.
       464-LNK-REMOVE-EXIT.
           EXIT.
      ****************************************************************
      * 465 - Page Forward Through The Links                         *
      ****************************************************************
       465-LNK-FWD.
           IF      NOT  LNK-MORE
               MOVE "No more links." TO LNK-MSG
               GO                     TO   465-LNK-FWD-EXIT.
           MOVE    SPACES             TO   LNK-MSG
           ADD     12                 TO   LNK-OFFSET
           PERFORM 461-LNK-FILL       THRU 461-LNK-FILL-EXIT.
       465-LNK-FWD-EXIT.
           EXIT.
      ****************************************************************
      * 466 - Page Backward Through The Links                        *
      ****************************************************************
       466-LNK-BACK.
           IF      LNK-OFFSET         =    0
               MOVE "Already at start." TO LNK-MSG
               GO                     TO   466-LNK-BACK-EXIT.
           MOVE    SPACES             TO   LNK-MSG
           SUBTRACT 12                FROM LNK-OFFSET
           PERFORM 461-LNK-FILL       THRU 461-LNK-FILL-EXIT.
       466-LNK-BACK-EXIT.
           EXIT.
      ****************************************************************
      * 468 - Count The Links On LNK-CUR-KEY, Both Directions        *
      * Leaves the total in LNK-TOT, LNK-TOT-TXT (left justified for *
      * messages) and the main panel's link line in LNK-SHOW.        *
      ****************************************************************
       468-LNK-COUNT.
           MOVE    0                  TO   LNK-TOT
           MOVE    LNK-CUR-KEY        TO   LNKFROM
           MOVE    LOW-VALUES         TO   LNKTO
           START   LNK-FILE           KEY  IS  NOT  LESS  LNKKEY
               INVALID KEY            CONTINUE
           END-START
           IF      RETLNK             NOT  =  '00'
               GO                     TO   468-LNK-COUNT-IN.
       468-LNK-COUNT-OUT.
           READ    LNK-FILE           NEXT RECORD
               AT END
                   GO                 TO   468-LNK-COUNT-IN.
           IF      LNKFROM            NOT  =  LNK-CUR-KEY
               GO                     TO   468-LNK-COUNT-IN.
           ADD     1                  TO   LNK-TOT
           GO                         TO   468-LNK-COUNT-OUT.
       468-LNK-COUNT-IN.
           MOVE    LNK-CUR-KEY        TO   LNKTO
           START   LNK-FILE           KEY  IS  NOT  LESS  LNKTO
               INVALID KEY            CONTINUE
           END-START
           IF      RETLNK             NOT  =  '00'
               GO                     TO   468-LNK-COUNT-DONE.
       468-LNK-COUNT-IN-LOOP.
           READ    LNK-FILE           NEXT RECORD
               AT END
                   GO                 TO   468-LNK-COUNT-DONE.
           IF      LNKTO              NOT  =  LNK-CUR-KEY
               GO                     TO   468-LNK-COUNT-DONE.
           ADD     1                  TO   LNK-TOT
           GO                         TO   468-LNK-COUNT-IN-LOOP.
       468-LNK-COUNT-DONE.
           MOVE    LNK-TOT            TO   LNK-TOT-ED
           MOVE    SPACES             TO   LNK-TOT-TXT LNK-SHOW
           IF      LNK-TOT            <    10
               MOVE LNK-TOT-ED(3:1)   TO   LNK-TOT-TXT
           ELSE
               IF   LNK-TOT           <    100
                   MOVE LNK-TOT-ED(2:2) TO LNK-TOT-TXT
               ELSE
                   MOVE LNK-TOT-ED    TO   LNK-TOT-TXT.
           IF      LNK-TOT            >    0
               STRING "Links: "       DELIMITED BY SIZE
                      LNK-TOT-TXT     DELIMITED BY SPACE
                      " - F17 To Show Or Follow" DELIMITED BY SIZE
                                      INTO LNK-SHOW.
       468-LNK-COUNT-EXIT.
           EXIT.
      ****************************************************************
      * 470 - Place And Release Legal Holds                          *
      * Reached only with supervisor authority.  A hold is never     *
      * changed once placed - a wrong range is released and a new    *
      * hold placed, so the register shows both.                     *
      ****************************************************************
       470-HLD-MAINT.
           MOVE    SPACES             TO   HLM-MSG HLM-ID HLM-OLD-ID
                                           HLM-CASE HLM-FROM HLM-TO
                                           HLM-STATUS HLM-RELEASED
           MOVE    'N'                TO   HLM-REL-PENDING.
       470-HLD-MAINT-LOOP.
           DISPLAY HLM-PANEL
           ACCEPT  HLM-PANEL

           IF     (CRTSTAT            =    CF3)
               GO                     TO   470-HLD-MAINT-EXIT.
           IF     (CRTSTAT            =    CF12)
               GO                     TO   470-HLD-MAINT-EXIT.
           INSPECT HLM-ID             CONVERTING
                   "abcdefghijklmnopqrstuvwxyz"
               TO  "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           IF     (CRTSTAT            =    CF6)
               PERFORM 485-HLM-RELEASE THRU 485-HLM-RELEASE-EXIT
               GO                     TO   470-HLD-MAINT-LOOP.
           MOVE    'N'                TO   HLM-REL-PENDING

           IF      HLM-ID             =    SPACES
               MOVE "Hold ID Is Required." TO HLM-MSG
               GO                     TO   470-HLD-MAINT-LOOP.

           IF      HLM-ID             NOT  =  HLM-OLD-ID
               PERFORM 474-HLM-DISPLAY THRU 474-HLM-DISPLAY-EXIT
           ELSE
               PERFORM 480-HLM-PLACE  THRU 480-HLM-PLACE-EXIT.
           GO                         TO   470-HLD-MAINT-LOOP.
       470-HLD-MAINT-EXIT.
           EXIT.
      ****************************************************************
      * 474 - Show An Existing Legal Hold                            *
      ****************************************************************
       474-HLM-DISPLAY.
           MOVE    HLM-ID             TO   HLM-OLD-ID
           MOVE    HLM-ID             TO   HLDID
           READ    HLD-FILE
               INVALID KEY            CONTINUE
           END-READ
           IF      RETHLD             NOT  =  '00'
               MOVE SPACES            TO   HLM-STATUS HLM-RELEASED
               MOVE "Hold Not On File. Key Case And Pages To Place."
                                      TO   HLM-MSG
               GO                     TO   474-HLM-DISPLAY-EXIT.
           MOVE    HLDCASE            TO   HLM-CASE
           MOVE    HLDFROM            TO   HLM-FROM
           MOVE    HLDTO              TO   HLM-TO
           PERFORM 476-HLM-STATUS     THRU 476-HLM-STATUS-EXIT
           IF      HLD-IS-ACTIVE
               MOVE "Hold Displayed. Press F6 To Release It."
                                      TO   HLM-MSG
           ELSE
               MOVE "Hold Displayed. It Has Already Been Released."
                                      TO   HLM-MSG.
       474-HLM-DISPLAY-EXIT.
           EXIT.
      ****************************************************************
      * 476 - Build The Status Lines From The Hold Record            *
      ****************************************************************
       476-HLM-STATUS.
           MOVE    SPACES             TO   HLM-STATUS HLM-RELEASED
           IF      HLD-IS-ACTIVE
               STRING "ACTIVE - PLACED " DELIMITED BY SIZE
                      HLDDATE         DELIMITED BY SIZE
                      " "             DELIMITED BY SIZE
                      HLDTIME(1:4)    DELIMITED BY SIZE
                      " BY "          DELIMITED BY SIZE
                      HLDUSR          DELIMITED BY SPACE
                                      INTO HLM-STATUS
               GO                     TO   476-HLM-STATUS-EXIT.
           STRING  "RELEASED - PLACED " DELIMITED BY SIZE
                   HLDDATE            DELIMITED BY SIZE
                   " "                DELIMITED BY SIZE
                   HLDTIME(1:4)       DELIMITED BY SIZE
                   " BY "             DELIMITED BY SIZE
                   HLDUSR             DELIMITED BY SPACE
                                      INTO HLM-STATUS
           STRING  HLDRDATE           DELIMITED BY SIZE
                   " "                DELIMITED BY SIZE
                   HLDRTIME(1:4)      DELIMITED BY SIZE
                   " BY "             DELIMITED BY SIZE
                   HLDRUSR            DELIMITED BY SPACE
                                      INTO HLM-RELEASED.
       476-HLM-STATUS-EXIT.
           EXIT.
      ****************************************************************
      * 478 - Default And Edit The Page Range On The Panel           *
      * A blank To date repeats the From date; a blank From page     *
      * starts at 00 and a blank To page runs to 99, so keying only  *
      * a date holds the whole day.                                  *
      ****************************************************************
       478-HLM-EDIT-RANGE.
           MOVE    'Y'                TO   VK-VALID
           IF     (HLM-TYEAR          =    SPACES)
             AND  (HLM-TMONTH         =    SPACES)
             AND  (HLM-TDAY           =    SPACES)
               MOVE HLM-FYEAR         TO   HLM-TYEAR
               MOVE HLM-FMONTH        TO   HLM-TMONTH
               MOVE HLM-FDAY          TO   HLM-TDAY
               IF   HLM-TPAGE         =    SPACES
                   MOVE HLM-FPAGE     TO   HLM-TPAGE
               END-IF
           END-IF
           IF      HLM-FPAGE          =    SPACES
               MOVE "00"              TO   HLM-FPAGE.
           IF      HLM-TPAGE          =    SPACES
               MOVE "99"              TO   HLM-TPAGE.

           IF     (HLM-FROM           NOT  NUMERIC)
               OR (HLM-TO             NOT  NUMERIC)
               MOVE 'N'               TO   VK-VALID
               MOVE "Year, Month, Day And Page Must Be Numeric."
                                      TO   HLM-MSG
               GO                     TO   478-HLM-EDIT-RANGE-EXIT.
           MOVE    HLM-FYEAR          TO   VK-YEAR-NUM
           MOVE    HLM-FMONTH         TO   VK-MONTH-NUM
           MOVE    HLM-FDAY           TO   VK-DAY-NUM
           PERFORM 479-HLM-EDIT-DATE  THRU 479-HLM-EDIT-DATE-EXIT
           IF      NOT  VK-IS-VALID
               MOVE "From Date Is Not A Valid Date." TO HLM-MSG
               GO                     TO   478-HLM-EDIT-RANGE-EXIT.
           MOVE    HLM-TYEAR          TO   VK-YEAR-NUM
           MOVE    HLM-TMONTH         TO   VK-MONTH-NUM
           MOVE    HLM-TDAY           TO   VK-DAY-NUM
           PERFORM 479-HLM-EDIT-DATE  THRU 479-HLM-EDIT-DATE-EXIT
           IF      NOT  VK-IS-VALID
               MOVE "To Date Is Not A Valid Date." TO HLM-MSG
               GO                     TO   478-HLM-EDIT-RANGE-EXIT.
           IF      HLM-FROM           >    HLM-TO
               MOVE 'N'               TO   VK-VALID
               MOVE "From Page Is After To Page." TO HLM-MSG.
       478-HLM-EDIT-RANGE-EXIT.
           EXIT.
      ****************************************************************
      * 479 - Check The Date In VK-YEAR-NUM/MONTH-NUM/DAY-NUM        *
      ****************************************************************
       479-HLM-EDIT-DATE.
           MOVE    'Y'                TO   VK-VALID
           IF      (VK-MONTH-NUM      <    1) OR (VK-MONTH-NUM > 12)
               MOVE 'N'               TO   VK-VALID
               GO                     TO   479-HLM-EDIT-DATE-EXIT.
           PERFORM 295-DAYS-IN-MONTH  THRU 295-DAYS-IN-MONTH-EXIT
           IF      (VK-DAY-NUM        <    1)
               OR  (VK-DAY-NUM        >    VK-DAYS-IN-MONTH)
               MOVE 'N'               TO   VK-VALID.
       479-HLM-EDIT-DATE-EXIT.
           EXIT.
      ****************************************************************
      * 480 - Place The Hold On The Panel                            *
      ****************************************************************
       480-HLM-PLACE.
           MOVE    HLM-ID             TO   HLDID
           READ    HLD-FILE
               INVALID KEY            CONTINUE
           END-READ
           IF      RETHLD             =    '00'
               MOVE "Hold Is On File And Cannot Be Changed."
                                      TO   HLM-MSG
               GO                     TO   480-HLM-PLACE-EXIT.
           IF      HLM-CASE           =    SPACES
               MOVE "Case Reference Is Required." TO HLM-MSG
               GO                     TO   480-HLM-PLACE-EXIT.
           PERFORM 478-HLM-EDIT-RANGE THRU 478-HLM-EDIT-RANGE-EXIT
           IF      NOT  VK-IS-VALID
               GO                     TO   480-HLM-PLACE-EXIT.

           PERFORM 999-TIMESTAMP      THRU 999-TIMESTAMP-EXIT
           MOVE    HLM-ID             TO   HLDID
           MOVE    HLM-CASE           TO   HLDCASE
           MOVE    HLM-FROM           TO   HLDFROM
           MOVE    HLM-TO             TO   HLDTO
           MOVE    'A'                TO   HLDSTAT
           MOVE    OPR-ID             TO   HLDUSR
           MOVE    NOWD               TO   HLDDATE
           MOVE    NOWT(1:6)          TO   HLDTIME
           MOVE    SPACES             TO   HLDRUSR HLDRDATE HLDRTIME
           WRITE   HLDR
               INVALID KEY            CONTINUE
           END-WRITE
           IF      RETHLD             NOT  =  '00'
               MOVE SPACES            TO   HLM-MSG
               STRING "Hold Save Failed - File Status "
                                      DELIMITED BY SIZE
                      RETHLD          DELIMITED BY SIZE
                                      INTO HLM-MSG
               GO                     TO   480-HLM-PLACE-EXIT.
           PERFORM 476-HLM-STATUS     THRU 476-HLM-STATUS-EXIT
           MOVE    "Legal Hold Placed." TO HLM-MSG
           MOVE    'H'                TO   ACL-EVT
           MOVE    HLDID              TO   ACL-TGT
           MOVE    SPACE              TO   ACL-OLD
           MOVE    'A'                TO   ACL-NEW
           MOVE    HLDFROM            TO   ACL-KEY
           MOVE    SPACES             TO   ACL-DESC
           STRING  "CASE "            DELIMITED BY SIZE
                   HLDCASE            DELIMITED BY SIZE
                                      INTO ACL-DESC
           PERFORM 710-ACCLOG         THRU 710-EXIT.
       480-HLM-PLACE-EXIT.
           EXIT.
      ****************************************************************
      * 485 - Release The Hold On The Panel                          *
      * The record is kept with the release details, not deleted.    *
      ****************************************************************
       485-HLM-RELEASE.
           IF      HLM-ID             =    SPACES
               MOVE "Hold ID Is Required." TO HLM-MSG
               GO                     TO   485-HLM-RELEASE-EXIT.
           MOVE    HLM-ID             TO   HLDID
           READ    HLD-FILE
               INVALID KEY            CONTINUE
           END-READ
           IF      RETHLD             NOT  =  '00'
               MOVE 'N'               TO   HLM-REL-PENDING
               MOVE "Release Failed - Hold Not On File." TO HLM-MSG
               GO                     TO   485-HLM-RELEASE-EXIT.
           IF      NOT  HLD-IS-ACTIVE
               MOVE 'N'               TO   HLM-REL-PENDING
               MOVE "Hold Has Already Been Released." TO HLM-MSG
               GO                     TO   485-HLM-RELEASE-EXIT.
           IF      NOT  HLM-REL-IS-PENDING
               MOVE 'Y'               TO   HLM-REL-PENDING
               MOVE HLM-ID            TO   HLM-OLD-ID
               MOVE HLDCASE           TO   HLM-CASE
               MOVE HLDFROM           TO   HLM-FROM
               MOVE HLDTO             TO   HLM-TO
               PERFORM 476-HLM-STATUS THRU 476-HLM-STATUS-EXIT
               MOVE "Press F6 Again To Confirm Release Of Hold."
                                      TO   HLM-MSG
               GO                     TO   485-HLM-RELEASE-EXIT.
           MOVE    'N'                TO   HLM-REL-PENDING

           PERFORM 999-TIMESTAMP      THRU 999-TIMESTAMP-EXIT
           MOVE    'R'                TO   HLDSTAT
           MOVE    OPR-ID             TO   HLDRUSR
           MOVE    NOWD               TO   HLDRDATE
           MOVE    NOWT(1:6)          TO   HLDRTIME
           REWRITE HLDR
               INVALID KEY            CONTINUE
           END-REWRITE
           IF      RETHLD             NOT  =  '00'
               MOVE SPACES            TO   HLM-MSG
               STRING "Hold Release Failed - File Status "
                                      DELIMITED BY SIZE
                      RETHLD          DELIMITED BY SIZE
                                      INTO HLM-MSG
               GO                     TO   485-HLM-RELEASE-EXIT.
           PERFORM 476-HLM-STATUS     THRU 476-HLM-STATUS-EXIT
           MOVE    "Legal Hold Released." TO HLM-MSG
           MOVE    'U'                TO   ACL-EVT
           MOVE    HLDID              TO   ACL-TGT
           MOVE    'A'                TO   ACL-OLD
           MOVE    'R'                TO   ACL-NEW
           MOVE    HLDFROM            TO   ACL-KEY
           MOVE    SPACES             TO   ACL-DESC
           STRING  "CASE "            DELIMITED BY SIZE
                   HLDCASE            DELIMITED BY SIZE
                                      INTO ACL-DESC
           PERFORM 710-ACCLOG         THRU 710-EXIT.
       485-HLM-RELEASE-EXIT.
           EXIT.
      ****************************************************************
      * 490 - Is The Page In HLD-CHK-KEY Under An Active Hold?       *
      * Sets HLD-PAGE-HELD and HLD-HIT-ID from the first active hold *
      * whose range covers the page.  The register is small, so it   *
      * is read end to end.                                          *
      ****************************************************************
       490-CHECK-HOLD.
           MOVE    'N'                TO   HLD-HIT-SW
           MOVE    SPACES             TO   HLD-HIT-ID
           MOVE    LOW-VALUES         TO   HLDID
           START   HLD-FILE           KEY  IS  NOT  LESS  HLDID
               INVALID KEY            CONTINUE
           END-START
           IF      RETHLD             NOT  =  '00'
               GO                     TO   490-CHECK-HOLD-EXIT.
       490-CHECK-HOLD-LOOP.
           READ    HLD-FILE           NEXT RECORD
               AT END
                   GO                 TO   490-CHECK-HOLD-EXIT.
           IF      HLD-IS-ACTIVE
             AND  (HLD-CHK-KEY        NOT  <  HLDFROM)
             AND  (HLD-CHK-KEY        NOT  >  HLDTO)
               MOVE 'Y'               TO   HLD-HIT-SW
               MOVE HLDID             TO   HLD-HIT-ID
               GO                     TO   490-CHECK-HOLD-EXIT.
           GO                         TO   490-CHECK-HOLD-LOOP.
       490-CHECK-HOLD-EXIT.
           EXIT.
      ****************************************************************
      * 500 - Keyword Search Across Journal Pages                    *
      ****************************************************************
       500-SEARCH.
                   PT-DAY             DELIMITED BY SIZE
                   ' Page '           DELIMITED BY SIZE
                   PT-PAGE            DELIMITED BY SIZE
                   '  Book '          DELIMITED BY SIZE
                   BOOK-TITLE         DELIMITED BY SIZE
                                      INTO PRT-LINE
           WRITE   PRT-LINE
           MOVE    SPACES             TO   PRT-LINE
                   NOWTSC             DELIMITED BY SIZE
                                      INTO PRT-LINE
           WRITE   PRT-LINE
           IF      LATE-IS-LATE
             AND  (PT-YEAR            =    OLDKYEAR)
             AND  (PT-MONTH           =    OLDKMONTH)
             AND  (PT-DAY             =    OLDKDAY)
             AND  (PT-PAGE            =    OLDKPAGE)
               MOVE SPACES            TO   PRT-LINE
               STRING "*** "          DELIMITED BY SIZE
                      LATE-SHOW       DELIMITED BY "  "
                      " - Written "   DELIMITED BY SIZE
                      CC-UDATE        DELIMITED BY SIZE
                      " By "          DELIMITED BY SIZE
                      CC-UUSR         DELIMITED BY SPACE
                      " ***"          DELIMITED BY SIZE
                                      INTO PRT-LINE
               WRITE PRT-LINE
           END-IF
           MOVE    ALL '-'            TO   PRT-LINE
           WRITE   PRT-LINE
           MOVE    SPACES             TO   PRT-LINE
             AND  (SGNSTAT            =    'S')
               MOVE "Day Is Already Signed Off." TO SGM-MSG
               GO                     TO   670-SGN-FILE-EXIT.
           MOVE    SPACE              TO   ACL-OLD
           IF      RETSGN             =    '00'
               MOVE SGNSTAT           TO   ACL-OLD.
           PERFORM 999-TIMESTAMP      THRU 999-TIMESTAMP-EXIT
           MOVE    SGM-DATE           TO   SGNDATE
           MOVE    'S'                TO   SGNSTAT
               PERFORM 665-SGN-STATUS THRU 665-EXIT
               MOVE "Day Signed Off. Pages Are Now Locked."
                                      TO   SGM-MSG
               MOVE 'S'               TO   ACL-EVT
               MOVE SPACES            TO   ACL-TGT
               MOVE 'S'               TO   ACL-NEW
               MOVE SGNDATE           TO   ACL-KEY
               MOVE "DAY SIGNED OFF"  TO   ACL-DESC
               PERFORM 710-ACCLOG     THRU 710-EXIT
           ELSE
               MOVE SPACES            TO   SGM-MSG
               STRING "Sign-Off Save Failed - File Status "
               PERFORM 665-SGN-STATUS THRU 665-EXIT
               MOVE "Day Reopened. Pages May Be Changed Again."
                                      TO   SGM-MSG
               MOVE 'O'               TO   ACL-EVT
               MOVE SPACES            TO   ACL-TGT
               MOVE 'S'               TO   ACL-OLD
               MOVE 'O'               TO   ACL-NEW
               MOVE SGNDATE           TO   ACL-KEY
               MOVE "DAY REOPENED"    TO   ACL-DESC
               PERFORM 710-ACCLOG     THRU 710-EXIT
           ELSE
               MOVE SPACES            TO   SGM-MSG
               STRING "Reopen Save Failed - File Status "
           MOVE    ACL-NEW            TO   LOGNEW
           MOVE    ACL-KEY            TO   LOGKEY
           MOVE    ACL-DESC           TO   LOGDESC
           MOVE    ACL-BOOK           TO   LOGBOOK
           WRITE   LOGR
           IF      RETLOG             NOT  =  '00'
               STRING "Event Log Write Failed - File Status "
       710-EXIT.
           EXIT.
      ****************************************************************
      * 720 - Raise An Incident Notice For The Page Just Filed       *
      * A category routed for event I in the book's routing file is  *
      * an incident-type category.  The first time a page is filed   *
      * under one, a notice goes to the interface file for each list *
      * routed and the notice register records that it was sent, so  *
      * later changes to the page do not raise it again.  A category *
      * with no I routes raises nothing and registers nothing.       *
      * If a notice cannot be written nothing is registered, so the  *
      * page raises it again the next time it is filed.              *
      ****************************************************************
       720-NOTIFY.
           MOVE    'I'                TO   NRGEVT
           MOVE    BOOK-CODE          TO   NRGBOOK
           MOVE    JRNKEY             TO   NRGPAGE
           MOVE    SPACES             TO   NRGLINE
           READ    NRG-FILE
               INVALID KEY            CONTINUE
           END-READ
           IF      RETNRG             NOT  =  '23'
               GO                     TO   720-EXIT.
           MOVE    0                  TO   NTF-COUNT
           MOVE    'I'                TO   RTEEVT
           MOVE    JRNCAT             TO   RTECAT
           MOVE    LOW-VALUES         TO   RTELIST
           START   RTE-FILE           KEY  IS  NOT  LESS  RTEKEY
               INVALID KEY            CONTINUE
           END-START
           IF      RETRTE             NOT  =  '00'
               GO                     TO   720-EXIT.
       720-NOTIFY-LOOP.
           READ    RTE-FILE           NEXT RECORD
               AT END
                   GO                 TO   720-NOTIFY-DONE.
           IF     (RTEEVT             NOT  =  'I')
             OR   (RTECAT             NOT  =  JRNCAT)
               GO                     TO   720-NOTIFY-DONE.
           IF      NTF-COUNT          =    0
               OPEN EXTEND            NTF-FILE
               IF   RETNTF             =    '35'
                   OPEN OUTPUT        NTF-FILE
               END-IF
               IF   RETNTF             NOT  =  '00'
                   MOVE SPACES        TO   PT-MSG
                   STRING "Notice Write Failed - File Status "
                                      DELIMITED BY SIZE
                          RETNTF      DELIMITED BY SIZE
                                      INTO PT-MSG
                   GO                 TO   720-EXIT
               END-IF.
           MOVE    'I'                TO   NTFEVT
           MOVE    BOOK-CODE          TO   NTFBOOK
           MOVE    JRNKEY             TO   NTFPAGE
           MOVE    SPACES             TO   NTFLINE
           MOVE    JRNCAT             TO   NTFCAT
           MOVE    RTELIST            TO   NTFLIST
           MOVE    OPR-ID             TO   NTFUSR
           MOVE    JRNUDATE           TO   NTFDATE
           MOVE    JRNUTIME           TO   NTFTIME
           MOVE    SPACES             TO   NTFDUE
           MOVE    JRNLINE1           TO   NTFTEXT
           WRITE   NTFR
           IF      RETNTF             NOT  =  '00'
               CLOSE NTF-FILE
               MOVE SPACES            TO   PT-MSG
               STRING "Notice Write Failed - File Status "
                                      DELIMITED BY SIZE
                      RETNTF          DELIMITED BY SIZE
                                      INTO PT-MSG
               GO                     TO   720-EXIT.
           ADD     1                  TO   NTF-COUNT
           GO                         TO   720-NOTIFY-LOOP.
       720-NOTIFY-DONE.
           IF      NTF-COUNT          =    0
               GO                     TO   720-EXIT.
           CLOSE   NTF-FILE
           MOVE    SPACES             TO   NRGR
           MOVE    'I'                TO   NRGEVT
           MOVE    BOOK-CODE          TO   NRGBOOK
           MOVE    JRNKEY             TO   NRGPAGE
           MOVE    JRNCAT             TO   NRGCAT
           MOVE    NTF-COUNT          TO   NRGLISTS
           MOVE    'S'                TO   NRGSTAT
           MOVE    JRNUDATE           TO   NRGSDATE
           MOVE    JRNUTIME           TO   NRGSTIME
           MOVE    OPR-ID             TO   NRGSUSR
           WRITE   NRGR
               INVALID KEY            CONTINUE
           END-WRITE
           MOVE    SPACES             TO   NTF-MSG
           IF     (RETNRG             =    '00')
             OR   (RETNRG             =    '22')
               STRING PT-MSG          DELIMITED BY "  "
                      " - Incident Notice Raised."
                                      DELIMITED BY SIZE
                                      INTO NTF-MSG
           ELSE
               STRING "Notice Sent, Register Failed - File Status "
                                      DELIMITED BY SIZE
                      RETNRG          DELIMITED BY SIZE
                                      INTO NTF-MSG.
           MOVE    NTF-MSG            TO   PT-MSG.
       720-EXIT.
           EXIT.
      ****************************************************************
      * 730 - Capture And Check The Readings On The Page Just Filed  *
      * The page's template is the one last recalled onto the panel, *
      * or else the one its readings already name (set by JRNSGEN or *
      * an earlier filing).  Each reading defined for the template   *
      * is taken from its place on the page, checked against its     *
      * limits and filed.  A reading out of limits or not a number   *
      * is kept in RDG-MSG for 739-RDG-WARN; the page is filed       *
      * either way.                                                  *
      ****************************************************************
       730-READINGS.
           MOVE    SPACES             TO   RDG-MSG
           MOVE    RDG-RECALL-TPL     TO   RDG-TPL
           MOVE    SPACES             TO   RDG-RECALL-TPL
           IF      RDG-TPL            NOT  =  SPACES
               GO                     TO   730-READINGS-DEFS.
           MOVE    JRNKEY             TO   RDGPAGE
           MOVE    LOW-VALUES         TO   RDGNO
           START   RDG-FILE           KEY  IS  NOT  LESS  RDGKEY
               INVALID KEY            CONTINUE
           END-START
           IF      RETRDG             NOT  =  '00'
               GO                     TO   730-READINGS-EXIT.
           READ    RDG-FILE           NEXT RECORD
               AT END
                   GO                 TO   730-READINGS-EXIT.
           IF      RDGPAGE            NOT  =  JRNKEY
               GO                     TO   730-READINGS-EXIT.
           MOVE    RDGTPL             TO   RDG-TPL.
       730-READINGS-DEFS.
           MOVE    JRN                TO   RDG-PAGE
           MOVE    0                  TO   RDG-OUT-CNT RDG-BAD-CNT
           MOVE    SPACES             TO   RDG-FIRST-OUT RDG-FIRST-BAD
           MOVE    RDG-TPL            TO   RDFTPL
           MOVE    LOW-VALUES         TO   RDFNO
           START   RDF-FILE           KEY  IS  NOT  LESS  RDFKEY
               INVALID KEY            CONTINUE
           END-START
           IF      RETRDF             NOT  =  '00'
               GO                     TO   730-READINGS-EXIT.
       730-READINGS-LOOP.
           READ    RDF-FILE           NEXT RECORD
               AT END
                   GO                 TO   730-READINGS-DONE.
           IF      RDFTPL             NOT  =  RDG-TPL
               GO                     TO   730-READINGS-DONE.
           PERFORM 732-RDG-CAPTURE    THRU 732-RDG-CAPTURE-EXIT
           GO                         TO   730-READINGS-LOOP.
       730-READINGS-DONE.
           IF      RDG-OUT-CNT        >    0
               STRING RDG-OUT-CNT     DELIMITED BY SIZE
                      " Out Of Limit: " DELIMITED BY SIZE
                      RDG-FIRST-OUT   DELIMITED BY "  "
                                      INTO RDG-MSG
               GO                     TO   730-READINGS-EXIT.
           IF      RDG-BAD-CNT        >    0
               STRING "Not A Number: " DELIMITED BY SIZE
                      RDG-FIRST-BAD   DELIMITED BY "  "
                                      INTO RDG-MSG.
       730-READINGS-EXIT.
           EXIT.
      ****************************************************************
      * 732 - Take One Defined Reading From The Page And File It     *
      * RDFR holds the definition.  A definition that does not fit   *
      * on the page is passed over.                                  *
      ****************************************************************
       732-RDG-CAPTURE.
           IF     (RDFLINE            <    1)
             OR   (RDFLINE            >    16)
             OR   (RDFCOL             <    1)
             OR   (RDFLEN             <    1)
             OR   (RDFLEN             >    12)
               GO                     TO   732-RDG-CAPTURE-EXIT.
           ADD     RDFCOL  RDFLEN     GIVING RDG-END
           IF      RDG-END            >    79
               GO                     TO   732-RDG-CAPTURE-EXIT.
           MOVE    SPACES             TO   PRS-TEXT
           MOVE    RDG-PAGE-LINE(RDFLINE)(RDFCOL:RDFLEN)
                                      TO   PRS-TEXT
           PERFORM 735-PARSE          THRU 735-PARSE-EXIT
           MOVE    JRNKEY             TO   RDGPAGE
           MOVE    RDFNO              TO   RDGNO
           READ    RDG-FILE
               INVALID KEY            CONTINUE
           END-READ
           IF      RETRDG             =    '00'
               MOVE 'N'               TO   RDG-NEW-SW
           ELSE
               MOVE 'Y'               TO   RDG-NEW-SW.
           MOVE    SPACES             TO   RDGR
           MOVE    JRNKEY             TO   RDGPAGE
           MOVE    RDFNO              TO   RDGNO
           MOVE    RDG-TPL            TO   RDGTPL
           MOVE    RDFLABEL           TO   RDGLABEL
           MOVE    RDFUNIT            TO   RDGUNIT
           MOVE    PRS-TEXT           TO   RDGTEXT
           MOVE    RDFLOWSW           TO   RDGLOWSW
           MOVE    RDFLOW             TO   RDGLOW
           MOVE    RDFHIGHSW          TO   RDGHIGHSW
           MOVE    RDFHIGH            TO   RDGHIGH
           MOVE    OPR-ID             TO   RDGUSR
           MOVE    JRNUDATE           TO   RDGDATE
           MOVE    JRNUTIME           TO   RDGTIME
           MOVE    0                  TO   RDGVAL
           IF      PRS-IS-BAD
               MOVE 'E'               TO   RDGSTAT
               ADD  1                 TO   RDG-BAD-CNT
               IF   RDG-FIRST-BAD      =    SPACES
                   MOVE RDFLABEL      TO   RDG-FIRST-BAD
               END-IF
               GO                     TO   732-RDG-PUT.
           IF      PRS-IS-BLANK
               GO                     TO   732-RDG-PUT.
           MOVE    PRS-VAL            TO   RDGVAL
           MOVE    'K'                TO   RDGSTAT
           IF      RDF-HAS-LOW        AND  (PRS-VAL < RDFLOW)
               MOVE 'L'               TO   RDGSTAT.
           IF      RDF-HAS-HIGH       AND  (PRS-VAL > RDFHIGH)
               MOVE 'H'               TO   RDGSTAT.
           IF      RDG-OUT-OF-LIMITS
               ADD  1                 TO   RDG-OUT-CNT
               IF   RDG-FIRST-OUT      =    SPACES
                   MOVE RDFLABEL      TO   RDG-FIRST-OUT
               END-IF.
       732-RDG-PUT.
           IF      RDG-IS-NEW
               WRITE RDGR
                   INVALID KEY        CONTINUE
               END-WRITE
           ELSE
               REWRITE RDGR
                   INVALID KEY        CONTINUE
               END-REWRITE.
           IF      RETRDG             NOT  =  '00'
               MOVE SPACES            TO   PT-MSG
               STRING "Reading Save Failed - File Status "
                                      DELIMITED BY SIZE
                      RETRDG          DELIMITED BY SIZE
                                      INTO PT-MSG.
       732-RDG-CAPTURE-EXIT.
           EXIT.
      ****************************************************************
      * 735 - Turn The Text Of A Reading Into A Number               *
      * Blanks and underscores around the value are ignored.  A      *
      * leading sign, up to seven whole digits and a decimal point   *
      * with up to three places are taken; further places are        *
      * dropped.  Anything else makes the reading not a number.      *
      * PRS-RESULT: Y value in PRS-VAL, B nothing entered, E bad.    *
      ****************************************************************
       735-PARSE.
           MOVE    'Y'                TO   PRS-RESULT
           MOVE    'N'                TO   PRS-NEG
           MOVE    'L'                TO   PRS-MODE
           MOVE    SPACES             TO   PRS-IDIG
           MOVE    "000"              TO   PRS-FDIG
           MOVE    0                  TO   PRS-ICNT PRS-FCNT PRS-IX
           MOVE    0                  TO   PRS-VAL.
       735-PARSE-LOOP.
           ADD     1                  TO   PRS-IX
           IF      PRS-IX             >    12
               GO                     TO   735-PARSE-END.
           MOVE    PRS-TEXT(PRS-IX:1) TO   PRS-CH
           IF     (PRS-CH             =    SPACE)
             OR   (PRS-CH             =    '_')
               IF   PRS-MODE           NOT  =  'L'
                   MOVE 'T'           TO   PRS-MODE
               END-IF
               GO                     TO   735-PARSE-LOOP.
           IF      PRS-MODE           =    'T'
               GO                     TO   735-PARSE-BAD.
           IF     (PRS-CH             =    '-')
             OR   (PRS-CH             =    '+')
               IF   PRS-MODE           NOT  =  'L'
                   GO                 TO   735-PARSE-BAD
               END-IF
               IF   PRS-CH             =    '-'
                   MOVE 'Y'           TO   PRS-NEG
               END-IF
               MOVE 'S'               TO   PRS-MODE
               GO                     TO   735-PARSE-LOOP.
           IF      PRS-CH             =    '.'
               IF   PRS-MODE           =    'F'
                   GO                 TO   735-PARSE-BAD
               END-IF
               MOVE 'F'               TO   PRS-MODE
               GO                     TO   735-PARSE-LOOP.
           IF      PRS-CH             NOT  NUMERIC
               GO                     TO   735-PARSE-BAD.
           IF      PRS-MODE           =    'F'
               IF   PRS-FCNT           <    3
                   ADD  1             TO   PRS-FCNT
                   MOVE PRS-CH        TO   PRS-FDIG(PRS-FCNT:1)
               END-IF
               GO                     TO   735-PARSE-LOOP.
           IF      PRS-ICNT           =    7
               GO                     TO   735-PARSE-BAD.
           MOVE    'I'                TO   PRS-MODE
           ADD     1                  TO   PRS-ICNT
           MOVE    PRS-CH             TO   PRS-IDIG(PRS-ICNT:1)
           GO                         TO   735-PARSE-LOOP.
       735-PARSE-END.
           IF     (PRS-ICNT           =    0)
             AND  (PRS-FCNT           =    0)
               IF   PRS-MODE           =    'L'
                   MOVE 'B'           TO   PRS-RESULT
                   GO                 TO   735-PARSE-EXIT
               ELSE
                   GO                 TO   735-PARSE-BAD.
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
           GO                         TO   735-PARSE-EXIT.
       735-PARSE-BAD.
           MOVE    'E'                TO   PRS-RESULT.
       735-PARSE-EXIT.
           EXIT.
      ****************************************************************
      * 738 - Remove The Readings Of The Page Just Deleted           *
      ****************************************************************
       738-RDG-DELETE.
           MOVE    JRNKEY             TO   RDGPAGE
           MOVE    LOW-VALUES         TO   RDGNO
           START   RDG-FILE           KEY  IS  NOT  LESS  RDGKEY
               INVALID KEY            CONTINUE
           END-START
           IF      RETRDG             NOT  =  '00'
               GO                     TO   738-RDG-DELETE-EXIT.
       738-RDG-DELETE-LOOP.
           READ    RDG-FILE           NEXT RECORD
               AT END
                   GO                 TO   738-RDG-DELETE-EXIT.
           IF      RDGPAGE            NOT  =  JRNKEY
               GO                     TO   738-RDG-DELETE-EXIT.
           DELETE  RDG-FILE
               INVALID KEY            CONTINUE
           END-DELETE
           GO                         TO   738-RDG-DELETE-LOOP.
       738-RDG-DELETE-EXIT.
           EXIT.
      ****************************************************************
      * 739 - Put The Readings Warning At The Front Of PT-MSG        *
      * Run once the save, notice and any rollover messages are all  *
      * in, so the warning is never overwritten; what the others     *
      * said follows it as far as the line allows.                   *
      ****************************************************************
       739-RDG-WARN.
           MOVE    SPACES             TO   RDG-MSG-WORK
           STRING  RDG-MSG            DELIMITED BY "  "
                   " - "              DELIMITED BY SIZE
                   PT-MSG             DELIMITED BY "  "
                                      INTO RDG-MSG-WORK
           MOVE    RDG-MSG-WORK       TO   PT-MSG
           MOVE    SPACES             TO   RDG-MSG.
       739-RDG-WARN-EXIT.
           EXIT.
      ****************************************************************
      * 750 - Create And Change Category Codes                       *
      * Reached only with supervisor authority.                      *
      ****************************************************************
           MOVE    TPLLINE14          TO   PT-LN14
           MOVE    TPLLINE15          TO   PT-LN15
           MOVE    TPLLINE16          TO   PT-LN16
           MOVE    TPLNAME            TO   RDG-RECALL-TPL
           MOVE    SPACES             TO   PT-MSG
           STRING  "Template "        DELIMITED BY SIZE
                   TPLNAME            DELIMITED BY SIZE
           EXIT.
      ****************************************************************
      * 950 - Add And Change Operator Authority Entries              *
      * Reached only with supervisor authority.  Roles are kept per  *
      * journal book: a main-book supervisor may grant any book, a   *
      * supervisor signed on to another book only that book.         *
      ****************************************************************
       950-ATH-MAINT.
           MOVE    SPACES             TO   ATM-MSG
           MOVE    SPACES             TO   ATM-ID
           MOVE    SPACES             TO   ATM-OLD-ID
           MOVE    SPACES             TO   ATM-ROLE
           MOVE    SPACES             TO   ATM-STATUS
           MOVE    BOOK-CODE          TO   ATM-BOOK
           MOVE    BOOK-CODE          TO   ATM-OLD-BOOK
           MOVE    'N'                TO   ATM-DEL-PENDING.
       950-ATH-MAINT-LOOP.
           MOVE    SPACES             TO   ATM-PIN
           DISPLAY ATH-PANEL
           ACCEPT  ATH-PANEL

               GO                     TO   950-ATH-MAINT-EXIT.
           IF     (CRTSTAT            =    CF12)
               GO                     TO   950-ATH-MAINT-EXIT.
           INSPECT ATM-BOOK           CONVERTING
                   "abcdefghijklmnopqrstuvwxyz"
                TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           IF     (BOOK-CODE          NOT  =  SPACES)
             AND  (ATM-BOOK           NOT  =  BOOK-CODE)
               MOVE BOOK-CODE         TO   ATM-BOOK
               MOVE "Only This Book's Roles Can Be Kept From Here."
                                      TO   ATM-MSG
               GO                     TO   950-ATH-MAINT-LOOP.
           IF     (ATM-BOOK (1:1)     =    SPACE)
             AND  (ATM-BOOK (2:1)     NOT  =  SPACE)
               MOVE "Book Code Must Start In The First Position."
                                      TO   ATM-MSG
               GO                     TO   950-ATH-MAINT-LOOP.
           IF     (CRTSTAT            =    CF6)
               PERFORM 980-ATM-DELETE THRU 980-ATM-DELETE-EXIT
               GO                     TO   950-ATH-MAINT-LOOP.
           MOVE    'N'                TO   ATM-DEL-PENDING
           IF     (CRTSTAT            =    CF7)
               PERFORM 977-ATM-RESET  THRU 977-ATM-RESET-EXIT
               GO                     TO   950-ATH-MAINT-LOOP.

           IF      ATM-ID             =    SPACES
               MOVE "Operator ID Is Required." TO ATM-MSG
               GO                     TO   950-ATH-MAINT-LOOP.

           IF     (ATM-ID             NOT  =  ATM-OLD-ID)
             OR   (ATM-BOOK           NOT  =  ATM-OLD-BOOK)
               PERFORM 960-ATM-DISPLAY THRU 960-ATM-DISPLAY-EXIT
           ELSE
               PERFORM 970-ATM-FILE   THRU 970-ATM-FILE-EXIT.
      ****************************************************************
       960-ATM-DISPLAY.
           MOVE    ATM-ID             TO   ATM-OLD-ID
           MOVE    ATM-BOOK           TO   ATM-OLD-BOOK
           MOVE    ATM-ID             TO   ATHID
           READ    ATH-FILE
               INVALID KEY            CONTINUE
           END-READ
           IF      RETATH             NOT  =  '00'
               MOVE SPACES            TO   ATM-ROLE
               MOVE SPACES            TO   ATM-STATUS
               MOVE "Operator Not On File. Key Role And PIN To Add."
                                      TO   ATM-MSG
               GO                     TO   960-ATM-DISPLAY-EXIT.
           MOVE    ATM-BOOK           TO   BKL-CODE
           PERFORM 090-BOOK-ROLE      THRU 090-EXIT
           MOVE    BKL-ROLE           TO   ATM-ROLE
           PERFORM 966-ATM-STATUS     THRU 966-EXIT
           IF      BKL-ROLE           =    SPACES
               MOVE "No Role In This Book. Key A Role To Grant One."
                                      TO   ATM-MSG
           ELSE
               MOVE "Entry Displayed. Change Role And File."
                                      TO   ATM-MSG.
       960-ATM-DISPLAY-EXIT.
           EXIT.
      ****************************************************************
      * 966 - Describe The Sign-On State Of The Entry In ATHR        *
      ****************************************************************
       966-ATM-STATUS.
           MOVE    SPACES             TO   ATM-STATUS
           IF      ATH-IS-LOCKED
               MOVE "LOCKED"          TO   ATM-ST-LOCK
           ELSE
               MOVE "ACTIVE"          TO   ATM-ST-LOCK.
           IF      ATHFAILS           NUMERIC
               MOVE ATHFAILS          TO   ATM-ST-FAILS
           ELSE
               MOVE 0                 TO   ATM-ST-FAILS.
           IF     (ATHPIN             NOT  NUMERIC)
             OR   (ATHPIN             =    0)
               MOVE "NONE"            TO   ATM-ST-PINDT
           ELSE
               MOVE ATHPINDT          TO   ATM-ST-PINDT.
           IF      ATH-PIN-MUST-CHG
               MOVE "CHANGE AT SIGN-ON" TO ATM-ST-CHG
           ELSE
               MOVE SPACES            TO   ATM-ST-CHG.
           STRING  ATM-ST-LOCK        DELIMITED BY SIZE
                   "  Failed: "       DELIMITED BY SIZE
                   ATM-ST-FAILS       DELIMITED BY SIZE
                   "  PIN Set: "      DELIMITED BY SIZE
                   ATM-ST-PINDT       DELIMITED BY SPACE
                   "  "               DELIMITED BY SIZE
                   ATM-ST-CHG         DELIMITED BY SIZE
                                      INTO ATM-STATUS.
       966-EXIT.
           EXIT.
      ****************************************************************
      * 970 - File The Authority Entry On The Panel                  *
      ****************************************************************
       970-ATM-FILE.
           END-READ
           IF      RETATH             =    '00'
               MOVE 'Y'               TO   ATH-FOUND-SW
               MOVE ATM-BOOK          TO   BKL-CODE
               PERFORM 090-BOOK-ROLE  THRU 090-EXIT
               MOVE BKL-ROLE          TO   ATH-HOLD-ROLE
           ELSE
               MOVE 'N'               TO   ATH-FOUND-SW
               MOVE SPACES            TO   ATH-HOLD-ROLE
               MOVE 0                 TO   BKL-IX
               MOVE 1                 TO   BKL-FREE.
           IF     (ATM-BOOK           NOT  =  SPACES)
             AND  (BKL-IX             =    0)
             AND  (BKL-FREE           =    0)
               MOVE "No Room For Another Book Role On This Entry."
                                      TO   ATM-MSG
               GO                     TO   970-ATM-FILE-EXIT.

      * A new entry is filed with a temporary PIN the operator must
      * change at first sign-on; an existing PIN is only replaced by
      * the F7 reset, which also clears a lockout and is logged.
           IF      ATH-IS-FOUND
             AND  (ATM-PIN            NOT  =  SPACES)
               MOVE "Use F7 To Reset An Existing Operator's PIN."
                                      TO   ATM-MSG
               GO                     TO   970-ATM-FILE-EXIT.
           IF      NOT  ATH-IS-FOUND
               MOVE ATM-PIN           TO   PIN-EDIT
               PERFORM 058-EDIT-PIN   THRU 058-EXIT
               IF   NOT  PIN-IS-OK
                   MOVE "Key A Temporary PIN Of 4 To 8 Characters."
                                      TO   ATM-MSG
                   GO                 TO   970-ATM-FILE-EXIT
               END-IF.

      * Demoting the last supervisor would lock everyone out of this
      * panel for good, so refuse unless another 'S' entry exists.
      * from this panel, so no save may leave the file in that state:
      * while no other 'S' entry exists, only an 'S' may be filed.
      * This makes the seeding supervisor file their own entry first.
      * Only the main book matters here - its supervisors can always
      * grant roles in the other books.
           IF     (ATM-BOOK           =    SPACES)
             AND  (ATM-ROLE           NOT  =  'S')
               MOVE ATM-ID            TO   ATH-SCAN-ID
               PERFORM 985-FIND-OTHER-SUP THRU 985-EXIT
               IF   NOT  ATH-HAS-OTHER-SUP
               END-IF.

           MOVE    ATM-ID             TO   ATHID
           IF      ATH-IS-FOUND
               READ ATH-FILE
                   INVALID KEY        CONTINUE
               END-READ
           ELSE
               PERFORM 999-TIMESTAMP  THRU 999-TIMESTAMP-EXIT
               MOVE ATM-ID            TO   HSH-TEXT-ID
               MOVE ATM-PIN           TO   HSH-TEXT-PIN
               PERFORM 070-HASH-PIN   THRU 070-HASH-PIN-EXIT
               MOVE HSH-VALUE         TO   ATHPIN
               MOVE NOWD              TO   ATHPINDT
               MOVE 0                 TO   ATHFAILS
               MOVE 'N'               TO   ATHLOCK
               MOVE 'Y'               TO   ATHPINCHG
               MOVE SPACES            TO   ATHBOOKS
               MOVE 'V'               TO   ATHROLE.
           IF      ATM-BOOK           =    SPACES
               MOVE ATM-ROLE          TO   ATHROLE
           ELSE
               MOVE ATM-BOOK          TO   BKL-CODE
               PERFORM 090-BOOK-ROLE  THRU 090-EXIT
               IF   BKL-IX             =    0
                   MOVE BKL-FREE      TO   BKL-IX
               END-IF
               MOVE ATM-BOOK          TO   ATHBKCODE (BKL-IX)
               MOVE ATM-ROLE          TO   ATHBKROLE (BKL-IX).
           IF      NOT  ATH-IS-FOUND
               WRITE                  ATHR
               IF   RETATH             =    '00'
               MOVE 'A'               TO   ACL-EVT
               MOVE ATHID             TO   ACL-TGT
               MOVE ATH-HOLD-ROLE     TO   ACL-OLD
               MOVE ATM-ROLE          TO   ACL-NEW
               MOVE SPACES            TO   ACL-KEY
               MOVE "AUTHORITY ENTRY FILED" TO ACL-DESC
               MOVE ATM-BOOK          TO   ACL-BOOK
               PERFORM 710-ACCLOG     THRU 710-EXIT
               MOVE BOOK-CODE         TO   ACL-BOOK
               PERFORM 966-ATM-STATUS THRU 966-EXIT.
           IF     (RETATH             =    '00')
             AND  (ATHID              =    OPR-ID)
             AND  (ATM-BOOK           =    BOOK-CODE)
               MOVE ATM-ROLE          TO   OPR-ROLE.
       970-ATM-FILE-EXIT.
           EXIT.
      ****************************************************************
       975-EXIT.
           EXIT.
      ****************************************************************
      * 977 - Reset The PIN On The Panel And Clear Any Lockout       *
      * The PIN keyed is temporary: the operator must change it at   *
      * the next sign-on.  From any book but the main book the reset *
      * is refused, and logged as D, for an operator with a role     *
      * anywhere outside that book.                                  *
      ****************************************************************
       977-ATM-RESET.
           IF      ATM-ID             =    SPACES
               MOVE "Operator ID Is Required." TO ATM-MSG
               GO                     TO   977-ATM-RESET-EXIT.
           MOVE    ATM-PIN            TO   PIN-EDIT
           PERFORM 058-EDIT-PIN       THRU 058-EXIT
           IF      NOT  PIN-IS-OK
               MOVE "Key A Temporary PIN Of 4 To 8 Characters."
                                      TO   ATM-MSG
               GO                     TO   977-ATM-RESET-EXIT.
           MOVE    ATM-ID             TO   ATHID
           READ    ATH-FILE
               INVALID KEY            CONTINUE
           END-READ
           IF      RETATH             NOT  =  '00'
               MOVE "Reset Failed - Operator Not On File." TO ATM-MSG
               GO                     TO   977-ATM-RESET-EXIT.
      * A PIN opens every book the operator holds a role in, so a
      * supervisor signed on to another book may only reset one whose
      * sole grant is in that book - never a main-book role.
           IF      BOOK-CODE          =    SPACES
               GO                     TO   977-ATM-RESET-DO.
           MOVE    BOOK-CODE          TO   BKL-CODE
           PERFORM 090-BOOK-ROLE      THRU 090-EXIT
           IF     ((ATHROLE           =    'V') OR (ATHROLE = SPACE))
             AND  (BKL-IX             NOT  =  0)
             AND  (BKL-OTHERS         =    1)
               GO                     TO   977-ATM-RESET-DO.
           MOVE    "Reset Refused - Operator Has Roles In Other Books."
                                      TO   ATM-MSG
           MOVE    'D'                TO   ACL-EVT
           MOVE    ATM-ID             TO   ACL-TGT
           MOVE    SPACES             TO   ACL-OLD
           MOVE    SPACES             TO   ACL-NEW
           MOVE    SPACES             TO   ACL-KEY
           MOVE    "PIN RESET REFUSED - BOOK" TO ACL-DESC
           PERFORM 710-ACCLOG         THRU 710-EXIT
           GO                         TO   977-ATM-RESET-EXIT.
       977-ATM-RESET-DO.
           PERFORM 999-TIMESTAMP      THRU 999-TIMESTAMP-EXIT
           MOVE    ATHLOCK            TO   ATM-HOLD-LOCK
           MOVE    ATM-ID             TO   HSH-TEXT-ID
           MOVE    ATM-PIN            TO   HSH-TEXT-PIN
           PERFORM 070-HASH-PIN       THRU 070-HASH-PIN-EXIT
           MOVE    HSH-VALUE          TO   ATHPIN
           MOVE    NOWD               TO   ATHPINDT
           MOVE    0                  TO   ATHFAILS
           MOVE    'N'                TO   ATHLOCK
           MOVE    'Y'                TO   ATHPINCHG
           REWRITE                    ATHR
           IF      RETATH             NOT  =  '00'
               PERFORM 975-ATM-FILE-ERROR THRU 975-EXIT
               GO                     TO   977-ATM-RESET-EXIT.
           MOVE    'R'                TO   ACL-EVT
           MOVE    ATM-ID             TO   ACL-TGT
           MOVE    ATM-HOLD-LOCK      TO   ACL-OLD
           MOVE    'N'                TO   ACL-NEW
           MOVE    SPACES             TO   ACL-KEY
           MOVE    "PIN RESET, LOCKOUT CLEARED" TO ACL-DESC
           PERFORM 710-ACCLOG         THRU 710-EXIT
           MOVE    ATM-ID             TO   ATM-OLD-ID
           MOVE    ATM-BOOK           TO   ATM-OLD-BOOK
           MOVE    ATM-BOOK           TO   BKL-CODE
           PERFORM 090-BOOK-ROLE      THRU 090-EXIT
           MOVE    BKL-ROLE           TO   ATM-ROLE
           PERFORM 966-ATM-STATUS     THRU 966-EXIT
           MOVE    "PIN Reset - Operator Must Change It At Sign-On."
                                      TO   ATM-MSG.
       977-ATM-RESET-EXIT.
           EXIT.
      ****************************************************************
      * 980 - Delete The Authority Entry On The Panel                *
      * For the main book the whole entry goes; for any other book   *
      * only that book's role is taken off the entry.                *
      ****************************************************************
       980-ATM-DELETE.
           IF      ATM-ID             =    SPACES
           READ    ATH-FILE
               INVALID KEY            CONTINUE
           END-READ
           IF      RETATH             NOT  =  '00'
               MOVE "Delete Failed - Operator Not On File."
                                      TO   ATM-MSG
               GO                     TO   980-ATM-DELETE-EXIT.
           MOVE    ATM-BOOK           TO   BKL-CODE
           PERFORM 090-BOOK-ROLE      THRU 090-EXIT
           MOVE    BKL-ROLE           TO   ATH-HOLD-ROLE
           IF     (ATM-BOOK           NOT  =  SPACES)
             AND  (BKL-IX             =    0)
               MOVE "Operator Has No Role In This Book."
                                      TO   ATM-MSG
               GO                     TO   980-ATM-DELETE-EXIT.
           IF     (ATM-BOOK           =    SPACES)
             AND  (BKL-OTHERS         >    0)
               MOVE "Remove The Operator's Other Book Roles First."
                                      TO   ATM-MSG
               GO                     TO   980-ATM-DELETE-EXIT.
      * Deleting the last supervisor would lock everyone out of this
      * panel for good, so refuse unless another 'S' entry exists.
           IF      ATH-HOLD-ROLE      =    'S'
               MOVE ATM-ID            TO   ATH-SCAN-ID
               PERFORM 985-FIND-OTHER-SUP THRU 985-EXIT
               IF   NOT  ATH-HAS-OTHER-SUP
                                      TO   ATM-MSG
                   GO                 TO   980-ATM-DELETE-EXIT
               END-IF.
           IF      ATM-BOOK           NOT  =  SPACES
               GO                     TO   980-BOOK-ROLE-OFF.
           MOVE    ATM-ID             TO   ATHID
           DELETE  ATH-FILE
               INVALID KEY            CONTINUE
               MOVE "AUTHORITY ENTRY DELETED" TO ACL-DESC
               PERFORM 710-ACCLOG     THRU 710-EXIT
               MOVE SPACES            TO   ATM-ID ATM-OLD-ID ATM-ROLE
               MOVE SPACES            TO   ATM-STATUS
           ELSE
               IF   RETATH             =    '23'
                   MOVE "Delete Failed - Operator Not On File."
                                      TO   ATM-MSG.
           GO                         TO   980-ATM-DELETE-EXIT.
       980-BOOK-ROLE-OFF.
           MOVE    ATM-ID             TO   ATHID
           READ    ATH-FILE
               INVALID KEY            CONTINUE
           END-READ
           IF      RETATH             NOT  =  '00'
               PERFORM 975-ATM-FILE-ERROR THRU 975-EXIT
               GO                     TO   980-ATM-DELETE-EXIT.
           MOVE    ATM-BOOK           TO   BKL-CODE
           PERFORM 090-BOOK-ROLE      THRU 090-EXIT
           MOVE    SPACES             TO   ATHBK (BKL-IX)
           REWRITE                    ATHR
           IF      RETATH             NOT  =  '00'
               PERFORM 975-ATM-FILE-ERROR THRU 975-EXIT
               GO                     TO   980-ATM-DELETE-EXIT.
           MOVE    "Book Role Removed From Entry." TO ATM-MSG
           MOVE    'Z'                TO   ACL-EVT
           MOVE    ATM-ID             TO   ACL-TGT
           MOVE    ATH-HOLD-ROLE      TO   ACL-OLD
           MOVE    SPACES             TO   ACL-NEW ACL-KEY
           MOVE    "BOOK ROLE REMOVED"  TO ACL-DESC
           MOVE    ATM-BOOK           TO   ACL-BOOK
           PERFORM 710-ACCLOG         THRU 710-EXIT
           MOVE    BOOK-CODE          TO   ACL-BOOK
           IF      ATM-ID             =    OPR-ID
             AND   ATM-BOOK           =    BOOK-CODE
               MOVE SPACES            TO   OPR-ROLE.
           MOVE    SPACES             TO   ATM-ROLE.
       980-ATM-DELETE-EXIT.
           EXIT.
      ****************************************************************
      * 985 - Look For A Supervisor Entry Other Than ATH-SCAN-ID     *
      * The role looked at is the one held in the book on the panel. *
      * Used before a supervisor entry is demoted or deleted; leaves *
      * ATHR positioned unpredictably, so callers re-key ATHID       *
      * before their next file operation.                            *
           READ    ATH-FILE           NEXT RECORD
               AT END
                   GO                 TO   985-EXIT.
           MOVE    ATM-BOOK           TO   BKL-CODE
           PERFORM 090-BOOK-ROLE      THRU 090-EXIT
           IF     (BKL-ROLE           =    'S')
             AND  (ATHID              NOT  =  ATH-SCAN-ID)
               MOVE 'Y'               TO   ATH-OTHER-SUP
               GO                     TO   985-EXIT.
           EXIT.
      ****************************************************************
       999-OPEN.
           OPEN I-O SHARING WITH ALL OTHER ATH-FILE.
           IF    (RETATH              =    '35')
               OPEN OUTPUT            ATH-FILE
               CLOSE                  ATH-FILE
               OPEN I-O SHARING WITH ALL OTHER ATH-FILE.
           IF    (RETATH              =    '39')
               DISPLAY "ERROR: Authority file is in the old layout - "
                       "run JRNCONV first."
               STOP RUN.
           IF    (RETATH              NOT  =  '00')
             AND (RETATH              NOT  =  '41')
               DISPLAY "ERROR: Could not open authority file. Status "
                       RETATH
               STOP RUN.
       999-OPEN-EXIT.
           EXIT.
      ****************************************************************
      * 999 - Open The Signed-On Book's Own Files                    *
      * A book other than the main one is started on first use.      *
      ****************************************************************
       999-OPEN-BOOK.
           MOVE    SPACES             TO   BOOK-SFX
           MOVE    "MAIN"             TO   BOOK-TITLE
           IF      BOOK-CODE          NOT  =  SPACES
               STRING "."             DELIMITED BY SIZE
                      BOOK-CODE       DELIMITED BY SPACE
                                      INTO BOOK-SFX
               MOVE BOOK-CODE         TO   BOOK-TITLE.
           MOVE    SPACES             TO   JRN-NAME AUD-NAME TPL-NAME
                                           SGN-NAME CAT-NAME FUP-NAME
                                           HLD-NAME LNK-NAME RTE-NAME
                                           RDF-NAME RDG-NAME
           STRING  "./JRN"            DELIMITED BY SIZE
                   BOOK-SFX           DELIMITED BY SPACE
                                      INTO JRN-NAME
           STRING  "./JRNAUD"         DELIMITED BY SIZE
                   BOOK-SFX           DELIMITED BY SPACE
                                      INTO AUD-NAME
           STRING  "./JRNTPL"         DELIMITED BY SIZE
                   BOOK-SFX           DELIMITED BY SPACE
                                      INTO TPL-NAME
           STRING  "./JRNSIGN"        DELIMITED BY SIZE
                   BOOK-SFX           DELIMITED BY SPACE
                                      INTO SGN-NAME
           STRING  "./JRNCAT"         DELIMITED BY SIZE
                   BOOK-SFX           DELIMITED BY SPACE
                                      INTO CAT-NAME
           STRING  "./JRNFUP"         DELIMITED BY SIZE
                   BOOK-SFX           DELIMITED BY SPACE
                                      INTO FUP-NAME
           STRING  "./JRNHOLD"        DELIMITED BY SIZE
                   BOOK-SFX           DELIMITED BY SPACE
                                      INTO HLD-NAME
           STRING  "./JRNLINK"        DELIMITED BY SIZE
                   BOOK-SFX           DELIMITED BY SPACE
                                      INTO LNK-NAME
           STRING  "./JRNROUTE"       DELIMITED BY SIZE
                   BOOK-SFX           DELIMITED BY SPACE
                                      INTO RTE-NAME
           STRING  "./JRNRDEF"        DELIMITED BY SIZE
                   BOOK-SFX           DELIMITED BY SPACE
                                      INTO RDF-NAME
           STRING  "./JRNREAD"        DELIMITED BY SIZE
                   BOOK-SFX           DELIMITED BY SPACE
                                      INTO RDG-NAME
           OPEN I-O SHARING WITH ALL OTHER JRN-MASTER.
           IF    (RETJRN              =    '35')
             AND (BOOK-CODE           NOT  =  SPACES)
               OPEN OUTPUT            JRN-MASTER
               CLOSE                  JRN-MASTER
               OPEN I-O SHARING WITH ALL OTHER JRN-MASTER.
           IF    (RETJRN              NOT  =  '00')
             AND (RETJRN              NOT  =  '41')
               DISPLAY "ERROR: Could not open data file. Status "
               DISPLAY "ERROR: Could not open template file. Status "
                       RETTPL
               STOP RUN.
           OPEN I-O SHARING WITH ALL OTHER SGN-FILE.
           IF    (RETSGN              =    '35')
               OPEN OUTPUT            SGN-FILE
               DISPLAY "ERROR: Could not open follow-up file. Status "
                       RETFUP
               STOP RUN.
           OPEN I-O SHARING WITH ALL OTHER HLD-FILE.
           IF    (RETHLD              =    '35')
               OPEN OUTPUT            HLD-FILE
               CLOSE                  HLD-FILE
               OPEN I-O SHARING WITH ALL OTHER HLD-FILE.
           IF    (RETHLD              NOT  =  '00')
             AND (RETHLD              NOT  =  '41')
               DISPLAY "ERROR: Could not open legal hold file. Status "
                       RETHLD
               STOP RUN.
           OPEN I-O SHARING WITH ALL OTHER LNK-FILE.
           IF    (RETLNK              =    '35')
               OPEN OUTPUT            LNK-FILE
               CLOSE                  LNK-FILE
               OPEN I-O SHARING WITH ALL OTHER LNK-FILE.
           IF    (RETLNK              NOT  =  '00')
             AND (RETLNK              NOT  =  '41')
               DISPLAY "ERROR: Could not open page link file. Status "
                       RETLNK
               STOP RUN.
           OPEN I-O SHARING WITH ALL OTHER RTE-FILE.
           IF    (RETRTE              =    '35')
               OPEN OUTPUT            RTE-FILE
               CLOSE                  RTE-FILE
               OPEN I-O SHARING WITH ALL OTHER RTE-FILE.
           IF    (RETRTE              NOT  =  '00')
             AND (RETRTE              NOT  =  '41')
               DISPLAY "ERROR: Could not open routing file. Status "
                       RETRTE
               STOP RUN.
           OPEN I-O SHARING WITH ALL OTHER NRG-FILE.
           IF    (RETNRG              =    '35')
               OPEN OUTPUT            NRG-FILE
               CLOSE                  NRG-FILE
               OPEN I-O SHARING WITH ALL OTHER NRG-FILE.
           IF    (RETNRG              NOT  =  '00')
             AND (RETNRG              NOT  =  '41')
               DISPLAY "ERROR: Could not open notice register. Status "
                       RETNRG
               STOP RUN.
           OPEN I-O SHARING WITH ALL OTHER RDF-FILE.
           IF    (RETRDF              =    '35')
               OPEN OUTPUT            RDF-FILE
               CLOSE                  RDF-FILE
               OPEN I-O SHARING WITH ALL OTHER RDF-FILE.
           IF    (RETRDF              NOT  =  '00')
             AND (RETRDF              NOT  =  '41')
               DISPLAY "ERROR: Could not open reading definitions. "
                       "Status " RETRDF
               STOP RUN.
           OPEN I-O SHARING WITH ALL OTHER RDG-FILE.
           IF    (RETRDG              =    '35')
               OPEN OUTPUT            RDG-FILE
               CLOSE                  RDG-FILE
               OPEN I-O SHARING WITH ALL OTHER RDG-FILE.
           IF    (RETRDG              NOT  =  '00')
             AND (RETRDG              NOT  =  '41')
               DISPLAY "ERROR: Could not open readings file. Status "
                       RETRDG
               STOP RUN.
           MOVE    'Y'                TO   BOOK-OPEN-SW.
       999-OPEN-BOOK-EXIT.
           EXIT.
      ****************************************************************
       999-CLOSE.
           IF      NOT  BOOK-IS-OPEN
               GO                     TO   999-CLOSE-SHARED.
           CLOSE                      JRN-MASTER.
           IF    (RETJRN              NOT  =  '00')
               DISPLAY "ERROR: Could not close data file.".
           CLOSE                      TPL-FILE.
           IF    (RETTPL              NOT  =  '00')
               DISPLAY "ERROR: Could not close template file.".
           CLOSE                      SGN-FILE.
           IF    (RETSGN              NOT  =  '00')
               DISPLAY "ERROR: Could not close sign-off file.".
           CLOSE                      FUP-FILE.
           IF    (RETFUP              NOT  =  '00')
               DISPLAY "ERROR: Could not close follow-up file.".
           CLOSE                      HLD-FILE.
           IF    (RETHLD              NOT  =  '00')
               DISPLAY "ERROR: Could not close legal hold file.".
           CLOSE                      LNK-FILE.
           IF    (RETLNK              NOT  =  '00')
               DISPLAY "ERROR: Could not close page link file.".
           CLOSE                      RTE-FILE.
           IF    (RETRTE              NOT  =  '00')
               DISPLAY "ERROR: Could not close routing file.".
           CLOSE                      NRG-FILE.
           IF    (RETNRG              NOT  =  '00')
               DISPLAY "ERROR: Could not close notice register.".
           CLOSE                      RDF-FILE.
           IF    (RETRDF              NOT  =  '00')
               DISPLAY "ERROR: Could not close reading definitions.".
           CLOSE                      RDG-FILE.
           IF    (RETRDG              NOT  =  '00')
               DISPLAY "ERROR: Could not close readings file.".
       999-CLOSE-SHARED.
           CLOSE                      ATH-FILE.
           IF    (RETATH              NOT  =  '00')
               DISPLAY "ERROR: Could not close authority file.".
           STOP RUN.

