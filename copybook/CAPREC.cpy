      * CAPREC.cpy
      * Capacity exception record, one per fixed in-storage table or
      * growing file whose usage has reached the CAPPARM warning
      * threshold (a percentage of its limit). Written nightly by
      * CAPMON early in the chain ; the file is rewritten every night
      * and holds that night's exceptions only. CPX-KIND T is a
      * program's work table (CPX-PROGRAM names it, CPX-FILE-NAME the
      * input file loaded into it), F a growing file measured against
      * its CAPPARM limit, with the date CAPMON's trend forecasts it
      * will reach that limit (zero when the file is not growing).
      * MORNSTAT counts these records into the morning verdict.
       01  CAPACITY-RECORD.
           05  CPX-BUSINESS-DATE      PIC 9(08).
           05  CPX-KIND               PIC X(01).
               88  CPX-TABLE          VALUE "T".
               88  CPX-FILE           VALUE "F".
           05  CPX-PROGRAM            PIC X(10).
           05  CPX-FILE-NAME          PIC X(08).
           05  CPX-COUNT              PIC 9(09).
           05  CPX-LIMIT              PIC 9(09).
           05  CPX-PERCENT            PIC 9(05).
           05  CPX-FORECAST-DATE      PIC 9(08).
           05  FILLER                 PIC X(02).
