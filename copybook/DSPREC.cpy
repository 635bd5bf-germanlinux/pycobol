      * DSPREC.cpy
      * Dispute register record, one per customer dispute of a
      * posted debit, keyed on DSP-KEY : the disputed account and a
      * three-digit dispute number within the account. DSPUPDT opens
      * and moves disputes from DSPMNT cards ; DSPGEN reads the file
      * every night ahead of FEEDMRG, generates the provisional
      * credits and their reversals into the DSPTRAN feed, and lists
      * the overdue disputes (and, on the month's last business day,
      * every dispute still open for finance).
      * DSP-AMOUNT/DSP-ORIG-DATE/DSP-ORIG-REFERENCE identify the
      * disputed movement as DSPUPDT found it on STMTHIST : the
      * amount, its business date and its unique reference (blank
      * for a movement posted before references were stamped).
      * DSP-STATUS : O = open, I = under investigation, F = resolved
      * in the customer's favour, A = resolved against the customer.
      * DSP-PROV-STATUS follows the provisional credit : blank = none,
      * P = requested (DSPGEN generates it tonight), G = credited
      * provisionally, F = final (resolved in favour), R = reversed
      * (resolved against - DSPGEN generated the R), X = cancelled
      * before it was ever credited. DSP-PROV-DATE is the business
      * date DSPGEN credited it under and DSP-REVERSAL-DATE the one
      * it was reversed under : the reversal carries DSP-PROV-DATE as
      * its TRAN-REF-DATE, and a rerun of the same business date
      * generates both again from these dates.
       01  DSP-RECORD.
           05  DSP-KEY.
               10  DSP-ACCOUNT-NO     PIC X(10).
               10  DSP-DISPUTE-NO     PIC 9(03).
           05  DSP-BRANCH-CODE        PIC X(04).
           05  DSP-AMOUNT             PIC 9(10).
           05  DSP-ORIG-DATE          PIC 9(08).
           05  DSP-ORIG-REFERENCE     PIC X(22).
           05  DSP-STATUS             PIC X(01).
               88  DSP-OPEN           VALUE "O".
               88  DSP-INVESTIGATING  VALUE "I".
               88  DSP-IN-FAVOUR      VALUE "F".
               88  DSP-AGAINST        VALUE "A".
               88  DSP-PENDING        VALUE "O" "I".
           05  DSP-OPEN-DATE          PIC 9(08).
           05  DSP-RESOLVE-DATE       PIC 9(08).
           05  DSP-PROV-STATUS        PIC X(01).
               88  DSP-PROV-NONE      VALUE SPACE.
               88  DSP-PROV-REQUESTED VALUE "P".
               88  DSP-PROV-CREDITED  VALUE "G".
               88  DSP-PROV-FINAL     VALUE "F".
               88  DSP-PROV-REVERSED  VALUE "R".
               88  DSP-PROV-CANCELLED VALUE "X".
           05  DSP-PROV-AMOUNT        PIC 9(10).
           05  DSP-PROV-DATE          PIC 9(08).
           05  DSP-REVERSAL-DATE      PIC 9(08).
           05  DSP-REASON             PIC X(20).
           05  DSP-NOTE               PIC X(20).
           05  FILLER                 PIC X(19).
