      ****************************************************************
      * Outbound Notification Record                                 *
      * One record per notice per distribution list, appended to the *
      * site-wide interface file ./JRNNOTE for the mail and pager    *
      * gateway to pick up.  Event types:                            *
      *   I - page filed under an incident-type category (JOURNAL)   *
      *   O - open follow-up item past its due date (JRNNSWP sweep)  *
      * The page key, with the line number for a follow-up item,     *
      * identifies the notice; it is the key of the notice register  *
      * where the sending, and later the acknowledgement, is kept.   *
      * The operator is the one who filed the page or flagged the    *
      * item, the stamp is when the notice was raised, and the text  *
      * is the page's first line or the item text.                   *
      ****************************************************************
       01          NTFR.
           05      NTFKEY.
             10    NTFEVT             PIC  X(01).
             10    NTFBOOK            PIC  X(02).
             10    NTFPAGE            PIC  X(10).
             10    NTFLINE            PIC  X(02).
           05      NTFCAT             PIC  X(02).
           05      NTFLIST            PIC  X(08).
           05      NTFUSR             PIC  X(10).
           05      NTFDATE            PIC  X(08).
           05      NTFTIME            PIC  X(06).
           05      NTFDUE             PIC  X(08).
           05      NTFTEXT            PIC  X(78).
