002485*                amount means the same thing in every step of
002486*                the chain.
002487*----------------------------------------------------------------
002488* 2026-10-15 EL  Transfers (type T). essaizero posts a transfer
002489*                as a D leg and a C leg, both carrying the
002490*                counterparty, or diverts it whole. Transfer
002491*                value is kept out of the credit/debit buckets
002492*                and proved on its own : value read = debit legs
002493*                written + suspense + duplicates, and the debit
002494*                legs must equal the credit legs - a transfer
002495*                nets to zero. Either break is RETURN-CODE 8.
002496*                Records widened to 40 bytes for the counterparty.
002497* 2026-10-15 EL  Records widened to 62 bytes for the movement's
002498*                unique reference FEEDMRG now stamps ; the
002499*                balancing itself is unchanged.
002500*----------------------------------------------------------------
002501 ENVIRONMENT DIVISION.
002600 CONFIGURATION SECTION.
002700 INPUT-OUTPUT SECTION.
002800 FILE-CONTROL.
004900     05  TOUT-AMOUNT          PIC X(10).
004910     05  TOUT-TYPE-CODE       PIC X(01).
005000     05  FILLER               PIC X(09).
005010     05  TOUT-COUNTERPARTY    PIC X(10).
005020     05  TOUT-REFERENCE       PIC X(22).
005100 FD  SUSPTRAN
005200     LABEL RECORDS ARE STANDARD.
005300 01  SUSPTRAN-RECORD.
005400     05  SUSP-ACCOUNT-NO      PIC X(10).
005500     05  SUSP-AMOUNT          PIC X(10).
005510     05  SUSP-TYPE-CODE       PIC X(01).
005600     05  FILLER               PIC X(41).
005610 FD  DUPTRAN
005620     LABEL RECORDS ARE STANDARD.
005630 01  DUPTRAN-RECORD.
005640     05  DUP-ACCOUNT-NO       PIC X(10).
005650     05  DUP-AMOUNT           PIC X(10).
005655     05  DUP-TYPE-CODE        PIC X(01).
005660     05  FILLER               PIC X(41).
005700 FD  BALRPT
005800     LABEL RECORDS ARE STANDARD.
005900 01  BALRPT-LINE              PIC X(60).
007110 77  WS-TOTAL-SUSP-DB         PIC S9(12) VALUE ZERO.
007120 77  WS-TOTAL-DUPS-CR         PIC S9(12) VALUE ZERO.
007130 77  WS-TOTAL-DUPS-DB         PIC S9(12) VALUE ZERO.
007140 77  WS-TOTAL-IN-XFER         PIC S9(12) VALUE ZERO.
007150 77  WS-TOTAL-OUT-XFER-DB     PIC S9(12) VALUE ZERO.
007160 77  WS-TOTAL-OUT-XFER-CR     PIC S9(12) VALUE ZERO.
007170 77  WS-TOTAL-SUSP-XFER       PIC S9(12) VALUE ZERO.
007180 77  WS-TOTAL-DUPS-XFER       PIC S9(12) VALUE ZERO.
007200 77  WS-TOTAL-EXPECTED        PIC S9(12) VALUE ZERO.
007300 77  WS-BLANK-AMOUNTS         PIC 9(05) COMP VALUE ZERO.
007400 77  WS-NON-NUMERIC           PIC 9(05) COMP VALUE ZERO.
013000         WHEN "B"
013100             ADD 1 TO WS-BLANK-AMOUNTS
013200         WHEN "Y"
013210             EVALUATE TRUE
013220                 WHEN TRAN-TYPE-TRANSFER
013230                     ADD WS-AP-AMOUNT TO WS-TOTAL-IN-XFER
013240                 WHEN TRAN-TYPE-DEBIT OR TRAN-TYPE-REVERSAL
013250                     ADD WS-AP-AMOUNT TO WS-TOTAL-IN-DB
013260                 WHEN OTHER
013300                     ADD WS-AP-AMOUNT TO WS-TOTAL-IN-CR
013310             END-EVALUATE
013400         WHEN OTHER
013500             ADD 1 TO WS-NON-NUMERIC
013600     END-EVALUATE.
013700 1200-ADD-TRANSIN-AMOUNT-EXIT.
013800     EXIT.
013900*----------------------------------------------------------------
014000* 2000-TOTAL-TRANSOUT : value written out. A line carrying a
014010*                      counterparty is a transfer leg and goes
014020*                      to the transfer buckets.
014100*----------------------------------------------------------------
014200 2000-TOTAL-TRANSOUT.
014300     MOVE "N" TO WS-EOF-SW.
016200             CALL "AMTPARSE" USING WS-AP-AMOUNT-X
016210                 WS-AP-AMOUNT WS-AP-RESULT
016300             IF WS-AP-RESULT = "Y" OR WS-AP-RESULT = "B"
016310                 EVALUATE TRUE
016315                     WHEN TOUT-COUNTERPARTY NOT = SPACES AND
016320                          TOUT-TYPE-CODE = "D"
016325                         ADD WS-AP-AMOUNT TO WS-TOTAL-OUT-XFER-DB
016330                     WHEN TOUT-COUNTERPARTY NOT = SPACES
016335                         ADD WS-AP-AMOUNT TO WS-TOTAL-OUT-XFER-CR
016340                     WHEN TOUT-TYPE-CODE = "D" OR
016345                          TOUT-TYPE-CODE = "R"
016350                         ADD WS-AP-AMOUNT TO WS-TOTAL-OUT-DB
016355                     WHEN OTHER
016400                         ADD WS-AP-AMOUNT TO WS-TOTAL-OUT-CR
016410                 END-EVALUATE
016500             ELSE
016600                 ADD 1 TO WS-NON-NUMERIC
016700             END-IF
019300             CALL "AMTPARSE" USING WS-AP-AMOUNT-X
019400                 WS-AP-AMOUNT WS-AP-RESULT
019700             IF WS-AP-RESULT = "Y" OR WS-AP-RESULT = "B"
019710                 EVALUATE TRUE
019715                     WHEN SUSP-TYPE-CODE = "T"
019720                         ADD WS-AP-AMOUNT TO WS-TOTAL-SUSP-XFER
019725                     WHEN SUSP-TYPE-CODE = "D" OR
019730                          SUSP-TYPE-CODE = "R"
019735                         ADD WS-AP-AMOUNT TO WS-TOTAL-SUSP-DB
019740                     WHEN OTHER
019800                         ADD WS-AP-AMOUNT TO WS-TOTAL-SUSP-CR
019810                 END-EVALUATE
019900             ELSE
020000                 ADD 1 TO WS-NON-NUMERIC
020100             END-IF
020569             CALL "AMTPARSE" USING WS-AP-AMOUNT-X
020571                 WS-AP-AMOUNT WS-AP-RESULT
020575             IF WS-AP-RESULT = "Y" OR WS-AP-RESULT = "B"
020576                 EVALUATE TRUE
020577                     WHEN DUP-TYPE-CODE = "T"
020578                         ADD WS-AP-AMOUNT TO WS-TOTAL-DUPS-XFER
020579                     WHEN DUP-TYPE-CODE = "D" OR
020580                          DUP-TYPE-CODE = "R"
020581                         ADD WS-AP-AMOUNT TO WS-TOTAL-DUPS-DB
020582                     WHEN OTHER
020583                         ADD WS-AP-AMOUNT TO WS-TOTAL-DUPS-CR
020584                 END-EVALUATE
020585             ELSE
020586                 ADD 1 TO WS-NON-NUMERIC
020587             END-IF
020588     END-READ.
020589 3510-READ-DUPLICATE-EXIT.
020590     EXIT.
020600*----------------------------------------------------------------
020700* 4000-COMPARE-TOTALS : the balancing equation itself. A break
020800*                      sets RETURN-CODE 8 ; the chain decides
022013     MOVE "DEBITS DOUBLONS       : " TO BAL-LABEL.
022020     MOVE WS-TOTAL-DUPS-DB TO BAL-VALUE.
022030     PERFORM 8000-WRITE-DETAIL THRU 8000-WRITE-DETAIL-EXIT.
022031     MOVE "VIREMENTS LUS         : " TO BAL-LABEL.
022032     MOVE WS-TOTAL-IN-XFER TO BAL-VALUE.
022033     PERFORM 8000-WRITE-DETAIL THRU 8000-WRITE-DETAIL-EXIT.
022034     MOVE "VIREMENTS JAMBES DEBIT: " TO BAL-LABEL.
022035     MOVE WS-TOTAL-OUT-XFER-DB TO BAL-VALUE.
022036     PERFORM 8000-WRITE-DETAIL THRU 8000-WRITE-DETAIL-EXIT.
022037     MOVE "VIREMENTS JAMBES CRED.: " TO BAL-LABEL.
022038     MOVE WS-TOTAL-OUT-XFER-CR TO BAL-VALUE.
022039     PERFORM 8000-WRITE-DETAIL THRU 8000-WRITE-DETAIL-EXIT.
022040     MOVE "VIREMENTS SUSPENS     : " TO BAL-LABEL.
022041     MOVE WS-TOTAL-SUSP-XFER TO BAL-VALUE.
022042     PERFORM 8000-WRITE-DETAIL THRU 8000-WRITE-DETAIL-EXIT.
022043     MOVE "VIREMENTS DOUBLONS    : " TO BAL-LABEL.
022044     MOVE WS-TOTAL-DUPS-XFER TO BAL-VALUE.
022045     PERFORM 8000-WRITE-DETAIL THRU 8000-WRITE-DETAIL-EXIT.
022100     MOVE "MONTANTS A BLANC      : " TO BAL-LABEL.
022200     MOVE WS-BLANK-AMOUNTS TO BAL-VALUE.
022300     PERFORM 8000-WRITE-DETAIL THRU 8000-WRITE-DETAIL-EXIT.
024085             " ATTENDU " WS-TOTAL-EXPECTED
024086         MOVE 8 TO RETURN-CODE
024087     END-IF.
024088*    Transfers : every transfer read is accounted for by its
024089*    debit leg or by a whole-record diversion, and the two legs
024090*    posted net to zero.
024091     COMPUTE WS-TOTAL-EXPECTED = WS-TOTAL-OUT-XFER-DB
024092         + WS-TOTAL-SUSP-XFER + WS-TOTAL-DUPS-XFER.
024093     IF WS-TOTAL-IN-XFER = WS-TOTAL-EXPECTED
024094         MOVE "EQUILIBRE VIREMENTS OK: " TO BAL-LABEL
024095         MOVE ZERO TO BAL-VALUE
024096         PERFORM 8000-WRITE-DETAIL THRU 8000-WRITE-DETAIL-EXIT
024097         DISPLAY "EQUILIBRE VIREMENTS : OK"
024098     ELSE
024099         MOVE "ECART VIREMENTS       : " TO BAL-LABEL
024100         MOVE WS-TOTAL-EXPECTED TO BAL-VALUE
024101         PERFORM 8000-WRITE-DETAIL THRU 8000-WRITE-DETAIL-EXIT
024102         DISPLAY "ECART VIREMENTS : LU " WS-TOTAL-IN-XFER
024103             " ATTENDU " WS-TOTAL-EXPECTED
024104         MOVE 8 TO RETURN-CODE
024105     END-IF.
024106     IF WS-TOTAL-OUT-XFER-DB = WS-TOTAL-OUT-XFER-CR
024107         MOVE "VIREMENTS SOLDE NUL OK: " TO BAL-LABEL
024108         MOVE ZERO TO BAL-VALUE
024109         PERFORM 8000-WRITE-DETAIL THRU 8000-WRITE-DETAIL-EXIT
024110         DISPLAY "VIREMENTS SOLDE NUL : OK"
024111     ELSE
024112         COMPUTE WS-TOTAL-EXPECTED = WS-TOTAL-OUT-XFER-DB
024113             - WS-TOTAL-OUT-XFER-CR
024114         MOVE "VIREMENTS NON SOLDES  : " TO BAL-LABEL
024115         MOVE WS-TOTAL-EXPECTED TO BAL-VALUE
024116         PERFORM 8000-WRITE-DETAIL THRU 8000-WRITE-DETAIL-EXIT
024117         DISPLAY "VIREMENTS NON SOLDES : DEBIT "
024118             WS-TOTAL-OUT-XFER-DB " CREDIT " WS-TOTAL-OUT-XFER-CR
024119         MOVE 8 TO RETURN-CODE
024120     END-IF.
024150 4000-COMPARE-TOTALS-EXIT.
024200     EXIT.
024300*----------------------------------------------------------------
024400* 8000-WRITE-DETAIL : one report line, label and value set up
