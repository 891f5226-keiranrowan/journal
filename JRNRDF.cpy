      ****************************************************************
      * Template Reading Definition Record                           *
      * One record per numbered reading field on a JRNTPL template,  *
      * kept per journal book and maintained with JRNRDFM.  The      *
      * reading is the RDFLEN characters at column RDFCOL of page    *
      * line RDFLINE - the blank the template leaves for the value - *
      * with its unit and, where set, the low and high limits it is  *
      * checked against when JOURNAL files the page.  A limit whose  *
      * switch is not Y is not checked.                              *
      ****************************************************************
       01          RDFR.
           05      RDFKEY.
             10    RDFTPL             PIC  X(10).
             10    RDFNO              PIC  X(02).
           05      RDFLABEL           PIC  X(20).
           05      RDFLINE            PIC  9(02).
           05      RDFCOL             PIC  9(02).
           05      RDFLEN             PIC  9(02).
           05      RDFUNIT            PIC  X(06).
           05      RDFLOWSW           PIC  X(01).
             88     RDF-HAS-LOW                   VALUE 'Y'.
           05      RDFLOW             PIC S9(07)V9(03)
                                      SIGN LEADING SEPARATE.
           05      RDFHIGHSW          PIC  X(01).
             88     RDF-HAS-HIGH                  VALUE 'Y'.
           05      RDFHIGH            PIC S9(07)V9(03)
                                      SIGN LEADING SEPARATE.
           05      RDFUSR             PIC  X(10).
           05      RDFUDATE           PIC  X(08).
