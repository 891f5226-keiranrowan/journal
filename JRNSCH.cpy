      *   M - the day of the month in SCHDOM                         *
      * SCHLAST holds the last date JRNSGEN generated the page, so a *
      * rerun the same morning skips instead of doubling.            *
      * SCHCAL says what to do when the page falls due on a day the  *
      * site calendar (JRNCAL) marks non-operating or holiday:       *
      *   G or blank - generate it anyway                            *
      *   H - hold it back; that occurrence is not generated         *
      *   M - move it to the next operating day                      *
      ****************************************************************
       01          SCHR.
           05      SCHTPL             PIC  X(10).
           05      SCHWDAYS           PIC  X(07).
           05      SCHDOM             PIC  X(02).
           05      SCHLAST            PIC  X(08).
           05      SCHCAL             PIC  X(01).
             88     SCH-CAL-GENERATE              VALUE SPACE 'G'.
             88     SCH-CAL-HOLD                  VALUE 'H'.
             88     SCH-CAL-MOVE                  VALUE 'M'.
