      * JRNACUT wrote, the span of audit dates inside it, and how    *
      * many audit records it holds.  JRNHIST walks the catalog so a *
      * page's history resolves across every generation and the      *
      * live file.  JRNRECON walks it the same way to prove the      *
      * trail against the master.                                    *
      ****************************************************************
       01          GENR.
           05      GENNAME            PIC  X(30).
