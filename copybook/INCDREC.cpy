      * INCDREC.cpy
      * Account incident history record. SUSPTRAN and RJTZERO are
      * rewritten by every posting run and only ever hold that run's
      * items, so INCDLOG copies them here after each posting cycle,
      * midday and night : INC-KIND S = a movement held in suspense
      * (the whole SUSPTRAN record, no reason), R = an essaizero
      * reject (RJT-REASON-CODE, the movement's account and amount at
      * the front of RJT-PAYLOAD). INC-BUSINESS-DATE and INC-CYCLE
      * are the CTLDATE date and posting cycle of the run ; a rerun
      * of the same cycle replaces its records. A suspense item that
      * recycles night after night is logged each night under the
      * same INC-REFERENCE - readers count the reference once. The
      * file keeps the current and the previous business month ;
      * CUSTPROF reads it for the monthly profitability report.
       01  INCIDENT-RECORD.
           05  INC-BUSINESS-DATE      PIC 9(08).
           05  INC-CYCLE              PIC 9(01).
           05  INC-ACCOUNT-NO         PIC X(10).
           05  INC-KIND               PIC X(01).
               88  INC-SUSPENSE       VALUE "S".
               88  INC-REJECT         VALUE "R".
           05  INC-REASON             PIC X(04).
           05  INC-AMOUNT             PIC X(10).
           05  INC-REFERENCE          PIC X(22).
           05  FILLER                 PIC X(04).
