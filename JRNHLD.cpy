      ****************************************************************
      * Legal Hold Register Record                                   *
      * One record per hold legal asks for, placed and released by a *
      * supervisor through JOURNAL.  A hold covers every page whose  *
      * key falls between HLDFROM and HLDTO (CCYYMMDDPP): a single   *
      * page has the same key in both, a date range runs from page   *
      * 00 of the first day to page 99 of the last.  While HLDSTAT   *
      * is A, JOURNAL will not change or delete a covered page,      *
      * JRNPURGE will not purge it and JRNREST will not restore over *
      * it.  A released hold stays on file with who released it and  *
      * when, so the register shows the whole history of the case.   *
      * Each journal book keeps its own register.                    *
      ****************************************************************
       01          HLDR.
           05      HLDID              PIC  X(08).
           05      HLDCASE            PIC  X(20).
           05      HLDFROM            PIC  X(10).
           05      HLDTO              PIC  X(10).
           05      HLDSTAT            PIC  X(01).
             88     HLD-IS-ACTIVE                 VALUE 'A'.
             88     HLD-IS-RELEASED               VALUE 'R'.
           05      HLDUSR             PIC  X(10).
           05      HLDDATE            PIC  X(08).
           05      HLDTIME            PIC  X(06).
           05      HLDRUSR            PIC  X(10).
           05      HLDRDATE           PIC  X(08).
           05      HLDRTIME           PIC  X(06).
