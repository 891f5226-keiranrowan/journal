      * delete it, or list what is on file.  A schedule is only      *
      * accepted for a template that actually exists on JRNTPL, so   *
      * the generator never chases a template that was never built.  *
      * Each schedule also says whether a page falling due on a day  *
      * the site calendar marks non-operating is generated anyway,   *
      * held back, or moved to the next operating day.               *
      ****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.
       FILE SECTION.
       FD   SCH-FILE
            RECORD CONTAINS           29   CHARACTERS
            LABEL  RECORDS            ARE  STANDARD
            DATA   RECORD             IS   SCHR.
      *Recurring Page Schedule Record
           05      ANS-TYPE           PIC  X(01).
           05      ANS-WDAYS          PIC  X(07).
           05      ANS-DOM            PIC  X(02).
           05      ANS-CAL            PIC  X(01).
      *Day-Of-Month Edit
       01          DOM-NUM            PIC  9(02).
      *Switches
           DISPLAY "Rule must be D, W or M."
           GO                         TO   200-EXIT.
       200-WRITE.
           DISPLAY "Non-operating day G=Generate H=Hold M=Move: "
                   WITH NO ADVANCING.
           ACCEPT  ANS-CAL            FROM CONSOLE.
           IF      ANS-CAL            =    SPACES
               MOVE 'G'               TO   ANS-CAL.
           IF      ANS-CAL            NOT  =  'G'
             AND   ANS-CAL            NOT  =  'H'
             AND   ANS-CAL            NOT  =  'M'
               DISPLAY "Non-operating day must be G, H or M."
               GO                     TO   200-EXIT.
           MOVE    ANS-NAME           TO   SCHTPL
           READ    SCH-FILE
               INVALID KEY            CONTINUE
           MOVE    ANS-TYPE           TO   SCHTYPE
           MOVE    ANS-WDAYS          TO   SCHWDAYS
           MOVE    ANS-DOM            TO   SCHDOM
           MOVE    ANS-CAL            TO   SCHCAL
           IF      SCH-IS-FOUND
               REWRITE                SCHR
           ELSE
           IF      RETSCH             NOT  =  '00'
               DISPLAY "No schedules on file."
               GO                     TO   400-EXIT.
           DISPLAY "TEMPLATE   RULE WDAYS   DOM LAST RUN CAL".
       400-LOOP.
           READ    SCH-FILE           NEXT RECORD
               AT END
                   GO                 TO   400-EXIT.
           DISPLAY SCHTPL " " SCHTYPE "    " SCHWDAYS " " SCHDOM
                   "  " SCHLAST " " SCHCAL
           GO                         TO   400-LOOP.
       400-EXIT.
           EXIT.
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
