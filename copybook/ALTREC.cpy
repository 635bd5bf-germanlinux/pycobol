      * ALTREC.cpy
      * Monitoring alert record, one per rule hit on a confirmed
      * movement. TXNMON raises them nightly behind BALPOST from the
      * posted TRANSOUT flow against the MONPARM rules and writes
      * each one twice : to the MONALRT file, rewritten every night
      * and holding that night's hits only, and to the permanent
      * ALTCASE case register keyed on ALT-KEY (business date raised
      * and a sequence within the date), where it stays open until a
      * reviewer closes it with a disposition on a MONREV card.
      * ALT-RULE : L = single movement over the amount threshold,
      * N = day's movement count over the limit, V = day's movement
      * value over the limit, J = day's count a jump against the
      * account's normal month (BAL-MONTH-COUNT of its last complete
      * month), D = movement on an account dormant longer than the
      * day limit. ALT-FIGURE is what was observed (the amount, the
      * count, the value, the day's count, the days dormant) and
      * ALT-THRESHOLD what it was held against ; ALT-BASIS is the
      * normal month's count for J and the last movement date for D,
      * zero otherwise. ALT-DISPOSITION : JUST = justified by the
      * customer's circumstances, FAUX = false positive, DECL =
      * declared on to compliance.
       01  ALERT-RECORD.
           05  ALT-KEY.
               10  ALT-BUSINESS-DATE  PIC 9(08).
               10  ALT-SEQUENCE       PIC 9(05).
           05  ALT-ACCOUNT-NO         PIC X(10).
           05  ALT-BRANCH-CODE        PIC X(04).
           05  ALT-RULE               PIC X(01).
               88  ALT-RULE-LARGE     VALUE "L".
               88  ALT-RULE-COUNT     VALUE "N".
               88  ALT-RULE-VALUE     VALUE "V".
               88  ALT-RULE-JUMP      VALUE "J".
               88  ALT-RULE-DORMANT   VALUE "D".
           05  ALT-FIGURE             PIC S9(12).
           05  ALT-THRESHOLD          PIC 9(12).
           05  ALT-BASIS              PIC 9(12).
           05  ALT-STATUS             PIC X(01).
               88  ALT-OPEN           VALUE "O".
               88  ALT-CLOSED         VALUE "C".
           05  ALT-DISPOSITION        PIC X(04).
               88  ALT-DISPOSITION-KNOWN
                                      VALUE "JUST" "FAUX" "DECL".
           05  ALT-REVIEWER           PIC X(08).
           05  ALT-CLOSE-DATE         PIC 9(08).
           05  FILLER                 PIC X(15).
