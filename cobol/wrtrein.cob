002890*                the untabled records on the rewrite was
002891*                exactly the lost money this workflow exists
002892*                to stop.
002893* 2026-10-15 EL  WRTFILE and WRTREG carry a transfer's
002894*                counterparty after their old layout
002895*                (WRF-/WRG-COUNTERPARTY) ; a reinstated transfer
002896*                goes back to TRANSIN, now 40 bytes, with it.
002906* 2026-10-15 EL  WRTFILE and WRTREG carry the movement's unique
002916*                reference after the counterparty (WRF-/WRG-
002926*                REFERENCE) ; a reinstated movement goes back to
002936*                TRANSIN, now 62 bytes, under the same reference.
002946*----------------------------------------------------------------
003000 ENVIRONMENT DIVISION.
003100 CONFIGURATION SECTION.
003200 INPUT-OUTPUT SECTION.
006200     05  WRF-WRTOFF-DATE      PIC 9(08).
006300     05  WRF-STATUS           PIC X(01).
006400     05  FILLER               PIC X(01).
006410     05  WRF-COUNTERPARTY     PIC X(10).
006420     05  WRF-REFERENCE        PIC X(22).
006500 FD  WRTPARM
006600     LABEL RECORDS ARE STANDARD.
006700 01  WRTPARM-RECORD.
007400     05  WAP-AMOUNT           PIC X(10).
007500 FD  TRANSIN
007600     LABEL RECORDS ARE STANDARD.
007700 01  TRANSIN-RECORD           PIC X(62).
007800 FD  WRTREG
007900     LABEL RECORDS ARE STANDARD.
008000 01  WRTREG-RECORD.
008200     05  WRG-WRTOFF-DATE      PIC 9(08).
008300     05  WRG-FINAL-DATE       PIC 9(08).
008400     05  FILLER               PIC X(02).
008410     05  WRG-COUNTERPARTY     PIC X(10).
008420     05  WRG-REFERENCE        PIC X(22).
008500 FD  PRTWRTO
008600     LABEL RECORDS ARE STANDARD.
008700 01  PRTWRTO-LINE             PIC X(60).
012700         10  WS-ITM-RECORD    PIC X(30).
012800         10  WS-ITM-DATE      PIC 9(08).
012900         10  WS-ITM-DECISION  PIC X(01).
012910         10  WS-ITM-COUNTERPARTY PIC X(10).
012920         10  WS-ITM-REFERENCE PIC X(22).
013000 01  WS-APPR-TABLE.
013100     05  WS-APPR OCCURS 50 TIMES.
013200         10  WS-APR-ACCOUNT   PIC X(10).
026600                     TO WS-ITM-RECORD (WS-ITEM-COUNT)
026700                 MOVE WRF-WRTOFF-DATE
026800                     TO WS-ITM-DATE (WS-ITEM-COUNT)
026810                 MOVE WRF-COUNTERPARTY
026820                     TO WS-ITM-COUNTERPARTY (WS-ITEM-COUNT)
026830                 MOVE WRF-REFERENCE
026840                     TO WS-ITM-REFERENCE (WS-ITEM-COUNT)
026900                 MOVE SPACE
027000                     TO WS-ITM-DECISION (WS-ITEM-COUNT)
027100             ELSE
034200*            starts its SUSPRCYC cycle allowance afresh.
034300             MOVE SPACES
034400                 TO WS-ITM-RECORD (WS-SUB) (29:2)
034450             MOVE SPACES TO TRANSIN-RECORD
034500             MOVE WS-ITM-RECORD (WS-SUB) TO TRANSIN-RECORD (1:30)
034550             MOVE WS-ITM-COUNTERPARTY (WS-SUB)
034560                 TO TRANSIN-RECORD (31:10)
034570             MOVE WS-ITM-REFERENCE (WS-SUB)
034580                 TO TRANSIN-RECORD (41:22)
034600             WRITE TRANSIN-RECORD
034700             ADD 1 TO WS-RECS-REINSTATED
034800             DISPLAY "REINTEGRE : "
034900                 WS-ITM-RECORD (WS-SUB) (1:10)
035200             MOVE WS-ITM-RECORD (WS-SUB) TO WRG-TRAN-RECORD
035300             MOVE WS-ITM-DATE (WS-SUB)   TO WRG-WRTOFF-DATE
035400             MOVE WS-RUN-DATE            TO WRG-FINAL-DATE
035450             MOVE WS-ITM-COUNTERPARTY (WS-SUB)
035460                 TO WRG-COUNTERPARTY
035470             MOVE WS-ITM-REFERENCE (WS-SUB)
035480                 TO WRG-REFERENCE
035500             WRITE WRTREG-RECORD
035600             ADD 1 TO WS-RECS-FINAL
035700         WHEN OTHER
035900             MOVE WS-ITM-RECORD (WS-SUB) TO WRF-TRAN-RECORD
036000             MOVE WS-ITM-DATE (WS-SUB)   TO WRF-WRTOFF-DATE
036100             MOVE "P"                    TO WRF-STATUS
036150             MOVE WS-ITM-COUNTERPARTY (WS-SUB)
036160                 TO WRF-COUNTERPARTY
036170             MOVE WS-ITM-REFERENCE (WS-SUB)
036180                 TO WRF-REFERENCE
036200             WRITE WRTFILE-RECORD
036300             ADD 1 TO WS-RECS-PENDING
036400             MOVE WS-ITM-RECORD (WS-SUB) (1:10)
