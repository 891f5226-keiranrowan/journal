      *   L - sign-on            D - update refused                  *
      *   X - delete refused     A - authority entry filed           *
      *   Z - authority entry deleted                                *
      *   F - sign-on refused (wrong PIN, no PIN set, locked out)    *
      *   K - operator locked out after too many failed sign-ons     *
      *   R - PIN reset and lockout cleared by a supervisor          *
      *   P - PIN changed by the operator                            *
      *   H - legal hold placed  U - legal hold released             *
      *   S - day signed off     O - signed-off day reopened         *
      * The target operator and roles are filled for authority       *
      * events; the page key is filled for refused updates/deletes.  *
      * For F/K/R/P the target is the operator signing on or reset,  *
      * and on K and R the old/new bytes carry the lockout flag.     *
      * For H/U the target is the hold ID, the key is the first page *
      * held and the old/new bytes carry the hold status.  A change, *
      * delete, purge or restore refused for a legal hold is logged  *
      * as D or X with the hold ID as the target.                    *
      * A PIN reset refused because the operator has a role outside  *
      * the supervisor's book is logged as D with the operator as    *
      * the target.                                                  *
      * For S/O the key is the day (CCYYMMDD) and the old/new bytes  *
      * carry the sign-off status; JRNLATE reads them to tell which  *
      * changes came after a day had been signed off.                *
      * LOGBOOK is the journal book the event concerns - the book    *
      * signed on to, or the book whose role was changed - blank for *
      * the main book.                                               *
      ****************************************************************
       01          LOGR.
           05      LOGEVT             PIC  X(01).
           05      LOGOLD             PIC  X(01).
           05      LOGNEW             PIC  X(01).
           05      LOGKEY             PIC  X(10).
           05      LOGDESC            PIC  X(28).
           05      LOGBOOK            PIC  X(02).
