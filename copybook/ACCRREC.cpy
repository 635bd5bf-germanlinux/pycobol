      * ACCRREC.cpy
      * Interest accrual master record, one per account, keyed on
      * ACR-ACCOUNT-NO the way BALMAST is keyed on BAL-ACCOUNT-NO.
      * INTACCR adds each night's interest on the BALMAST closing
      * into the accrued figures, credit interest (owed to the
      * customer on a credit balance) and debit interest (owed by
      * the customer on an overdrawn balance) kept apart, to six
      * decimals of the unit so a small balance still accrues.
      * ACR-LAST-DATE/ACR-LAST-CLOSING are the business date and
      * closing of the last accrual : the calendar days in between
      * (a weekend, a holiday) accrue on that closing.
      * ACR-MONTH-CREDIT/ACR-MONTH-DEBIT total what accrued in the
      * business month ACR-MONTH (reset on the first accrual of a
      * new month). At month-end INTCAP capitalizes the whole units
      * of the accrued figures as C/D transactions, leaving the
      * fractions to carry, and stamps ACR-CAP-DATE with the amounts
      * it generated.
       01  ACCR-RECORD.
           05  ACR-ACCOUNT-NO         PIC X(10).
           05  ACR-LAST-DATE          PIC 9(08).
           05  ACR-LAST-CLOSING       PIC S9(12).
           05  ACR-CREDIT-ACCRUED     PIC 9(09)V9(06).
           05  ACR-DEBIT-ACCRUED      PIC 9(09)V9(06).
           05  ACR-MONTH              PIC 9(06).
           05  ACR-MONTH-CREDIT       PIC 9(09)V9(06).
           05  ACR-MONTH-DEBIT        PIC 9(09)V9(06).
           05  ACR-CAP-DATE           PIC 9(08).
           05  ACR-CAP-CREDIT         PIC 9(10).
           05  ACR-CAP-DEBIT          PIC 9(10).
           05  FILLER                 PIC X(06).
