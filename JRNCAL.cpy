      ****************************************************************
      * Site Operating Calendar Record                               *
      * One record per calendar date the site does not run as a      *
      * normal operating day - plant shutdowns, public holidays,     *
      * unstaffed weekends - maintained through JRNCALM and shared   *
      * by every journal book.  A date with no record on file is an  *
      * operating day.  Day types:                                   *
      *   O - operating (kept only to record a reason, e.g. a        *
      *       weekend that is worked)                                *
      *   N - non-operating                                          *
      *   H - public holiday                                         *
      * The coverage and sign-off reports list or skip N and H days  *
      * instead of calling them exceptions, and JRNSGEN holds back   *
      * or moves scheduled pages that fall due on them.              *
      ****************************************************************
       01          CALR.
           05      CALDATE.
             10    CALYEAR            PIC  X(04).
             10    CALMONTH           PIC  X(02).
             10    CALDAY             PIC  X(02).
           05      CALTYPE            PIC  X(01).
             88     CAL-IS-OPERATING              VALUE 'O'.
             88     CAL-IS-CLOSED                 VALUE 'N' 'H'.
           05      CALRSN             PIC  X(30).
           05      CALUSR             PIC  X(10).
           05      CALUDATE           PIC  X(08).
