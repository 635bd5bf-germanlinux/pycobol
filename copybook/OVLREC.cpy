      * OVLREC.cpy
      * Overlimit exception record, one per account whose signed
      * BALMAST closing has gone below the customer's credit limit
      * (CUST-CREDIT-LIMIT is the overdraft allowed, in whole units :
      * an account is over when its closing is below minus the
      * limit). Written nightly by OVRLIMIT after BALPOST ; the file
      * is rewritten every night and holds that night's exceptions
      * only. OVX-DAYS-OVER counts the consecutive business days the
      * account has been found over, carried from night to night on
      * the OVLTRACK file ; OVX-LONG-SW is set once that count passes
      * the OVLPARM day threshold, and MORNSTAT counts those records
      * into the morning verdict.
       01  OVERLIMIT-RECORD.
           05  OVX-ACCOUNT-NO         PIC X(10).
           05  OVX-BRANCH-CODE        PIC X(04).
           05  OVX-BUSINESS-DATE      PIC 9(08).
           05  OVX-CLOSING            PIC S9(12).
           05  OVX-CREDIT-LIMIT       PIC 9(09).
           05  OVX-EXCESS             PIC 9(12).
           05  OVX-DAYS-OVER          PIC 9(04).
           05  OVX-LONG-SW            PIC X(01).
               88  OVX-LONG           VALUE "Y".
