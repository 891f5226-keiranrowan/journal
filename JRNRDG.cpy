      ****************************************************************
      * Page Reading Record                                          *
      * One record per reading field on a page filed from a template *
      * with reading definitions, kept per journal book and keyed by *
      * page and reading number, so a page's readings sit together   *
      * and in page date order.  JRNSGEN writes them blank when it   *
      * generates the page; JOURNAL captures the values from the     *
      * page lines each time the page is filed.  The label, unit and *
      * limits are copied from the definition at that time, so a     *
      * later change of limits does not alter what a page was        *
      * checked against.  Status:                                    *
      *   blank - no value entered     K - within limits             *
      *   L - below the low limit      H - above the high limit      *
      *   E - value entered is not a number                          *
      ****************************************************************
       01          RDGR.
           05      RDGKEY.
             10    RDGPAGE            PIC  X(10).
             10    RDGNO              PIC  X(02).
           05      RDGTPL             PIC  X(10).
           05      RDGLABEL           PIC  X(20).
           05      RDGUNIT            PIC  X(06).
           05      RDGTEXT            PIC  X(12).
           05      RDGVAL             PIC S9(07)V9(03)
                                      SIGN LEADING SEPARATE.
           05      RDGSTAT            PIC  X(01).
             88     RDG-NOT-ENTERED               VALUE SPACE.
             88     RDG-IN-LIMITS                 VALUE 'K'.
             88     RDG-OUT-OF-LIMITS             VALUE 'L' 'H'.
             88     RDG-UNREADABLE                VALUE 'E'.
           05      RDGLOWSW           PIC  X(01).
           05      RDGLOW             PIC S9(07)V9(03)
                                      SIGN LEADING SEPARATE.
           05      RDGHIGHSW          PIC  X(01).
           05      RDGHIGH            PIC S9(07)V9(03)
                                      SIGN LEADING SEPARATE.
           05      RDGUSR             PIC  X(10).
           05      RDGDATE            PIC  X(08).
           05      RDGTIME            PIC  X(06).
