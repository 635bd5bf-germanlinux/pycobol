      * The last two bytes of the remaining FILLER are the recycle
      * count SUSPRCYC stamps on suspense records ; nothing else may
      * use them.
      * A transfer (T) moves the amount from TRAN-ACCOUNT-NO to the
      * account in TRAN-COUNTERPARTY. ESSAIZERO posts it as two legs
      * on TRANSOUT - a D on the ordering account and a C on the
      * beneficiary, each carrying the other account as its
      * counterparty - or suspends it whole. The counterparty was
      * appended past the old 30-byte record ; a 30-byte line reads
      * with it blank, and only transfers and their legs carry one.
      * TRAN-REFERENCE is the movement's unique reference, stamped by
      * FEEDMRG on every detail it merges into TRANSIN : the source
      * id from the feed's HDR, the business date and a sequence
      * across the night's merged details. Every file the movement
      * reaches downstream keeps it (both legs of a transfer carry
      * the transfer's own), and TXNTRACE follows it from file to
      * file. It was appended past the old 40-byte record ; a
      * 40-byte line reads with it blank.
       01  TRAN-RECORD.
           05  TRAN-ACCOUNT-NO        PIC X(10).
           05  TRAN-AMOUNT            PIC X(10).
               88  TRAN-TYPE-DEBIT    VALUE "D".
               88  TRAN-TYPE-REVERSAL VALUE "R".
               88  TRAN-TYPE-ADJUST   VALUE "A".
               88  TRAN-TYPE-TRANSFER VALUE "T".
               88  TRAN-TYPE-KNOWN    VALUE "C" "D" "R" "A" "T"
                                            SPACE.
           05  TRAN-REF-DATE          PIC X(06).
           05  FILLER                 PIC X(03).
           05  TRAN-COUNTERPARTY      PIC X(10).
           05  TRAN-REFERENCE.
               10  TRAN-REF-SOURCE    PIC X(08).
               10  TRAN-REF-BUS-DATE  PIC 9(08).
               10  TRAN-REF-SEQUENCE  PIC 9(06).
