      * BRNREC.cpy
      * Branch reference master record, one per branch, keyed on
      * BRN-CODE - the value CUST-BRANCH-CODE carries on every
      * customer. Until this file existed the branch code was four
      * free-text bytes nobody checked, and one branch's customers
      * ended up spread over several spellings of its code. BRNUPDT
      * maintains the file (add/change/delete, journalled to
      * BRNJRNL) ; CUSTUPDT refuses a customer on a branch that is
      * not on file or is closed (reason AGEN) ; CUSTLKUP and the
      * statements print BRN-NAME instead of the bare code.
      * BRN-STATUS : O = open, C = closed (a closed branch stays on
      * file so its history still reads - it just takes no new
      * customers). BRN-MANAGER is the manager's or contact's name
      * and telephone as one free line.
       01  BRANCH-RECORD.
           05  BRN-CODE               PIC X(04).
           05  BRN-NAME               PIC X(20).
           05  BRN-REGION             PIC X(10).
           05  BRN-STATUS             PIC X(01).
               88  BRN-OPEN           VALUE "O".
               88  BRN-CLOSED         VALUE "C".
               88  BRN-STATUS-KNOWN   VALUE "O" "C".
           05  BRN-MANAGER            PIC X(30).
           05  FILLER                 PIC X(05).
