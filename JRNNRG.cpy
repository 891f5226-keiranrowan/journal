      ****************************************************************
      * Notice Register Record                                       *
      * One record per notice raised, shared by every book and keyed *
      * like the notice itself, so a page or follow-up item is only  *
      * ever raised once.  It holds how many lists the notice went   *
      * to and when and by whom it was raised, then - once the       *
      * gateway or the receiving desk confirms it - who acknowledged *
      * it, when, and their reference.  Status S is sent, A is       *
      * acknowledged.                                                *
      ****************************************************************
       01          NRGR.
           05      NRGKEY.
             10    NRGEVT             PIC  X(01).
             10    NRGBOOK            PIC  X(02).
             10    NRGPAGE            PIC  X(10).
             10    NRGLINE            PIC  X(02).
           05      NRGCAT             PIC  X(02).
           05      NRGLISTS           PIC  9(02).
           05      NRGSTAT            PIC  X(01).
           05      NRGSDATE           PIC  X(08).
           05      NRGSTIME           PIC  X(06).
           05      NRGSUSR            PIC  X(10).
           05      NRGADATE           PIC  X(08).
           05      NRGATIME           PIC  X(06).
           05      NRGAUSR            PIC  X(10).
           05      NRGAREF            PIC  X(20).
