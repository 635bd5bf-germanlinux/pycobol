      * BHSREC.cpy
      * Daily balance history record, one per account per business
      * date the account posted, keyed on BHS-KEY (account, then
      * date) so an account's history reads in date order. BALMAST
      * only ever holds the current day ; BALPOST writes (or, on a
      * rerun of the same date, rewrites) the account's history
      * record with the opening, movements and closing each time it
      * posts the account, and the file is never purged. A date
      * with no record for an account had no movement : its balance
      * is the closing of the latest record before it. BALINQ
      * answers "balance as of" from this file. The first run
      * seeds every BALMAST balance already held, under its own
      * BAL-POST-DATE.
       01  BALHIST-RECORD.
           05  BHS-KEY.
               10  BHS-ACCOUNT-NO     PIC X(10).
               10  BHS-BUSINESS-DATE  PIC 9(08).
           05  BHS-OPENING            PIC S9(12).
           05  BHS-MOVEMENTS          PIC S9(12).
           05  BHS-CLOSING            PIC S9(12).
           05  FILLER                 PIC X(06).
