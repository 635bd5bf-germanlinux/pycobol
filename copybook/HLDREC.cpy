      * HLDREC.cpy
      * Legal hold register record, one per court order or
      * garnishment notice against an account, keyed on HLD-KEY : the
      * account and a three-digit hold number within the account.
      * HLDUPDT places, amends and releases holds from HLDMNT cards ;
      * HLDREG reads the file every night ahead of FEEDMRG, expires
      * the holds whose expiry date has come and prints the register
      * of holds standing, by branch and account. ESSAIZERO totals
      * the holds in force on each account and suspends a debit that
      * would take the balance below that total (reason SAIS).
      * HLD-TYPE : H = legal hold (blocage judiciaire), G = garnishment
      * (saisie sur compte) - both hold funds the same way.
      * A hold is in force from HLD-START-DATE (inclusive) to
      * HLD-EXPIRY-DATE (exclusive - the expiry date is the first
      * business date it no longer applies) ; a zero expiry date holds
      * until the order is lifted.
      * HLD-STATUS : A = active, R = released (order lifted, through
      * HLDUPDT), E = expired (by HLDREG on its expiry date).
      * HLD-PLACED-DATE is the business date HLDUPDT placed the hold
      * under, HLD-END-DATE the one it was released or expired under.
       01  HLD-RECORD.
           05  HLD-KEY.
               10  HLD-ACCOUNT-NO     PIC X(10).
               10  HLD-HOLD-NO        PIC 9(03).
           05  HLD-BRANCH-CODE        PIC X(04).
           05  HLD-TYPE               PIC X(01).
               88  HLD-LEGAL-HOLD     VALUE "H".
               88  HLD-GARNISHMENT    VALUE "G".
               88  HLD-TYPE-KNOWN     VALUE "H" "G".
           05  HLD-AMOUNT             PIC 9(10).
           05  HLD-ORDER-REFERENCE    PIC X(20).
           05  HLD-START-DATE         PIC 9(08).
           05  HLD-EXPIRY-DATE        PIC 9(08).
           05  HLD-STATUS             PIC X(01).
               88  HLD-ACTIVE         VALUE "A".
               88  HLD-RELEASED       VALUE "R".
               88  HLD-EXPIRED        VALUE "E".
           05  HLD-PLACED-DATE        PIC 9(08).
           05  HLD-END-DATE           PIC 9(08).
           05  HLD-NOTE               PIC X(20).
           05  FILLER                 PIC X(19).
