      ****************************************************************
      * Late Entry Rule                                              *
      * A page is a late entry when it was written - added or last   *
      * changed - more than LATE-DAYS days after the date in its     *
      * key.  JOURNAL marks such a page on the panel and on its      *
      * hardcopy, and JRNLATE offers the same figure as its default  *
      * allowance, so the two agree unless the auditors ask for      *
      * another.                                                     *
      ****************************************************************
       01          LATE-RULES.
           05      LATE-DAYS          PIC  9(03) VALUE 1.
