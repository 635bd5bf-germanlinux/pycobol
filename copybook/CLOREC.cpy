      * CLOREC.cpy
      * Account closure register, one record per account whose
      * closure has been requested, keyed on the account. CLOSREQ
      * writes it from the CLOREQ request cards and works it every
      * night ahead of FEEDMRG : the final balance, this month's
      * servicing fee included, is settled through the CLOTRAN feed,
      * and CUSTMAST goes to status C only once BALMAST shows the
      * account at zero. Until then the closure stays pending.
      * CLO-STATUS : P = requested, settlement still to generate,
      * S = settlement generated, waiting for BALMAST to show zero,
      * C = closed (CUST-STATUS set), X = request cancelled.
      * CLO-PAYOUT-ACCOUNT, when given, receives a credit balance by
      * transfer (T) ; blank pays it out of the bank by a debit (D).
      * A debit balance is settled by a credit (C).
      * CLO-BALANCE is the BALMAST closing balance the settlement was
      * computed from ; CLO-FEE-MONTH/CLO-FEE-AMOUNT the business
      * month whose fee the closure billed (FEEGEN does not bill that
      * month again), the fee and the business date it was generated
      * under (a re-settlement of a residual does not bill it again) ;
      * CLO-SETTLE-TYPE/CLO-SETTLE-AMOUNT
      * the settlement movement and CLO-SETTLE-DATE the business date
      * it was generated under - a rerun of that date generates the
      * fee and the settlement again from these fields.
       01  CLO-RECORD.
           05  CLO-ACCOUNT-NO         PIC X(10).
           05  CLO-REQUEST-DATE       PIC 9(08).
           05  CLO-STATUS             PIC X(01).
               88  CLO-REQUESTED      VALUE "P".
               88  CLO-SETTLING       VALUE "S".
               88  CLO-CLOSED         VALUE "C".
               88  CLO-CANCELLED      VALUE "X".
               88  CLO-PENDING        VALUE "P" "S".
           05  CLO-PAYOUT-ACCOUNT     PIC X(10).
           05  CLO-REASON             PIC X(20).
           05  CLO-BALANCE            PIC S9(12).
           05  CLO-FEE-MONTH          PIC 9(06).
           05  CLO-FEE-AMOUNT         PIC 9(10).
           05  CLO-FEE-DATE           PIC 9(08).
           05  CLO-SETTLE-TYPE        PIC X(01).
           05  CLO-SETTLE-AMOUNT      PIC 9(10).
           05  CLO-SETTLE-DATE        PIC 9(08).
           05  CLO-CLOSE-DATE         PIC 9(08).
           05  FILLER                 PIC X(08).
