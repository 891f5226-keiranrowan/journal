      ****************************************************************
      * Notification Routing Record                                  *
      * One record per distribution list an event is sent to, kept   *
      * per journal book and maintained with JRNNOTM.  A category    *
      * routed for event I is what makes it an incident-type         *
      * category: a page filed under it raises a notice to every     *
      * list routed for it.  Event O routes overdue follow-up items  *
      * by the category of the page they were flagged on; a blank    *
      * category there takes items on every page.                    *
      ****************************************************************
       01          RTER.
           05      RTEKEY.
             10    RTEEVT             PIC  X(01).
             10    RTECAT             PIC  X(02).
             10    RTELIST            PIC  X(08).
           05      RTEDESC            PIC  X(30).
           05      RTEUSR             PIC  X(10).
           05      RTEUDATE           PIC  X(08).
