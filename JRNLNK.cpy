      ****************************************************************
      * Page Cross-Reference Link Record                             *
      * One record per link an operator attaches in JOURNAL from the *
      * page on the panel (LNKFROM) to a related page (LNKTO), with  *
      * a short reason and who made the link and when.  A link is    *
      * held once but is shown and followed from both pages: the     *
      * prime key finds the links a page makes, the alternate key on *
      * LNKTO the links made to it.  Both pages were on file when    *
      * the link was made; a link whose page is later deleted or     *
      * purged is left in place and reported as dangling.            *
      * Each journal book keeps its own link file.                   *
      ****************************************************************
       01          LNKR.
           05      LNKKEY.
             10    LNKFROM            PIC  X(10).
             10    LNKTO              PIC  X(10).
           05      LNKRSN             PIC  X(30).
           05      LNKUSR             PIC  X(10).
           05      LNKDATE            PIC  X(08).
           05      LNKTIME            PIC  X(06).
