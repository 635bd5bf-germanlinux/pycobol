003550*                under tomorrow's date - stamped with tonight's
003560*                it would have failed FEEDMRG's same-date check
003570*                and rejected the whole night.
003580* 2026-10-15 EL  An account whose closure (CLOSREQ) already billed
003590*                the business month's fee with its settlement is
003600*                skipped - CLOMAST CLO-FEE-MONTH says so - or
003610*                the month-end run would bill it a second time on
003620*                a closed account. No CLOMAST, no closure.
003630*----------------------------------------------------------------
003700 ENVIRONMENT DIVISION.
003800 CONFIGURATION SECTION.
003900 INPUT-OUTPUT SECTION.
004300         ACCESS MODE IS DYNAMIC
004400         RECORD KEY IS BAL-ACCOUNT-NO
004500         FILE STATUS IS WS-BALMAST-STATUS.
004510     SELECT CLOMAST ASSIGN TO "CLOMAST"
004520         ORGANIZATION IS INDEXED
004530         ACCESS MODE IS RANDOM
004540         RECORD KEY IS CLO-ACCOUNT-NO
004550         FILE STATUS IS WS-CLOMAST-STATUS.
004600     SELECT FEESCHED ASSIGN TO "FEESCHED"
004700         ORGANIZATION IS SEQUENTIAL
004800         FILE STATUS IS WS-FEESCHED-STATUS.
005600 FILE SECTION.
005700 FD  BALMAST.
005800 COPY BALREC.
005810 FD  CLOMAST.
005820 COPY CLOREC.
005900 FD  FEESCHED
006000     LABEL RECORDS ARE STANDARD.
006100 01  FEESCHED-RECORD.
008700*----------------------------------------------------------------
008800 77  WS-BALMAST-STATUS        PIC X(02) VALUE SPACES.
008900 77  WS-FEESCHED-STATUS       PIC X(02) VALUE SPACES.
008910 77  WS-CLOMAST-STATUS        PIC X(02) VALUE SPACES.
008920 77  WS-CLOMAST-SW            PIC X(01) VALUE "N".
008930     88  WS-CLOMAST-ABSENT    VALUE "Y".
008940 77  WS-CLOSURE-SW            PIC X(01) VALUE "N".
008950     88  WS-CLOSURE-BILLED    VALUE "Y".
009000 77  WS-EOF-SW                PIC X(01) VALUE "N".
009100     88  WS-EOF               VALUE "Y".
009200 77  WS-BUSINESS-DATE         PIC 9(08) VALUE ZERO.
010000 77  WS-FEE-AMOUNT            PIC 9(10) VALUE ZERO.
010100 77  WS-FEES-WRITTEN          PIC 9(05) COMP VALUE ZERO.
010200 77  WS-FEES-EXEMPTED         PIC 9(05) COMP VALUE ZERO.
010210 77  WS-FEES-CLOSED           PIC 9(05) COMP VALUE ZERO.
010300 77  WS-FEE-COUNT             PIC 9(06) VALUE ZERO.
010400 77  WS-FEE-HASH              PIC 9(12) VALUE ZERO.
010410 77  WS-FEED-DATE             PIC 9(08) VALUE ZERO.
014800         MOVE 16 TO RETURN-CODE
014900         STOP RUN
015000     END-IF.
015010     OPEN INPUT CLOMAST.
015020     IF WS-CLOMAST-STATUS NOT = "00"
015030         SET WS-CLOMAST-ABSENT TO TRUE
015040     END-IF.
015100     OPEN OUTPUT FEETRAN.
015200     OPEN OUTPUT PRTFEES.
015300     MOVE WS-FEED-DATE TO WS-FH-FEED-DATE.
015800     MOVE WS-FEE-HASH  TO WS-FT-AMOUNT-HASH.
015900     WRITE FEETRAN-RECORD FROM WS-FEE-TRL-RECORD.
016000     CLOSE BALMAST.
016010     IF NOT WS-CLOMAST-ABSENT
016020         CLOSE CLOMAST
016030     END-IF.
016100     CLOSE FEETRAN.
016200     CLOSE PRTFEES.
016300     DISPLAY "COMPTES FACTURES : " WS-FEES-WRITTEN.
016400     DISPLAY "COMPTES EXONERES : " WS-FEES-EXEMPTED.
016410     DISPLAY "COMPTES CLOTURES : " WS-FEES-CLOSED.
016500     STOP RUN.
016600 0100-READ-CTLDATE.
016700     OPEN INPUT CTLDATE.
023200        BAL-MONTH-COUNT = ZERO
023300         GO TO 2000-ONE-ACCOUNT-EXIT
023400     END-IF.
023410     PERFORM 3000-CHECK-CLOSURE THRU 3000-CHECK-CLOSURE-EXIT.
023420     IF WS-CLOSURE-BILLED
023430         ADD 1 TO WS-FEES-CLOSED
023440         GO TO 2000-ONE-ACCOUNT-EXIT
023450     END-IF.
023500     PERFORM 4000-BILL-ACCOUNT THRU 4000-BILL-ACCOUNT-EXIT.
023600 2000-ONE-ACCOUNT-EXIT.
023700     EXIT.
023705*----------------------------------------------------------------
023710* 3000-CHECK-CLOSURE : the closure settlement of the account
023715*                     already billed this month.
023720*----------------------------------------------------------------
023725 3000-CHECK-CLOSURE.
023730     MOVE "N" TO WS-CLOSURE-SW.
023735     IF WS-CLOMAST-ABSENT
023740         GO TO 3000-CHECK-CLOSURE-EXIT
023745     END-IF.
023750     MOVE BAL-ACCOUNT-NO TO CLO-ACCOUNT-NO.
023755     READ CLOMAST
023760         INVALID KEY
023765             GO TO 3000-CHECK-CLOSURE-EXIT
023770     END-READ.
023775     IF CLO-FEE-MONTH = WS-BUSINESS-MONTH
023780         SET WS-CLOSURE-BILLED TO TRUE
023785     END-IF.
023790 3000-CHECK-CLOSURE-EXIT.
023795     EXIT.
023800*----------------------------------------------------------------
023900* 4000-BILL-ACCOUNT : the month's count times the price, raised
024000*                    to the minimum, unless exempt. A zero fee
