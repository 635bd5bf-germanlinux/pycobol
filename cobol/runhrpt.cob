002000*                DEPASSEMENT flag when the chain ended past the
002100*                batch-window deadline on the WINPARM card.
002200*                Output on PRTRUNH.
002210* 2026-10-15 EL  Intraday posting cycle. RUNHIST records carry
002220*                the posting cycle and the chain profile. Each
002230*                run header now reads NUIT or JOUR (the intraday
002240*                STEPDAY chain) with the cycle it posted, so the
002250*                day's cycles list separately. The batch-window
002260*                deadline is a night limit : an intraday chain is
002270*                never flagged DEPASSEMENT.
002280*----------------------------------------------------------------
002400 ENVIRONMENT DIVISION.
002500 CONFIGURATION SECTION.
002600 INPUT-OUTPUT SECTION.
004400     05  RH-END-TIME          PIC 9(08).
004500     05  RH-RETURN-CODE       PIC 9(04).
004600     05  RH-RECS-PROCESSED    PIC 9(06).
004700     05  RH-CYCLE             PIC 9(01).
004710     05  RH-PROFILE           PIC X(01).
004720     05  FILLER               PIC X(02).
004800 FD  WINPARM
004900     LABEL RECORDS ARE STANDARD.
005000 01  WINPARM-RECORD.
006800 77  WS-RUNS-LISTED           PIC 9(05) COMP VALUE ZERO.
006900 77  WS-BREACHES              PIC 9(05) COMP VALUE ZERO.
007000 77  WS-ELAPSED               PIC S9(08) COMP VALUE ZERO.
007010 77  WS-RUN-PROFILE           PIC X(01) VALUE SPACE.
007020     88  WS-RUN-INTRADAY      VALUE "J".
007100*----------------------------------------------------------------
007200* Timestamp decomposition, the PERFGRP pattern : HHMMSSHH to
007300* true hundredths before any subtraction.
008800* Report lines.
008900*----------------------------------------------------------------
009000 01  WS-RUN-HEADER.
009100     05  HDR-KIND             PIC X(06).
009200     05  HDR-RUN-ID           PIC X(14).
009300     05  FILLER PIC X(07) VALUE " CYCLE ".
009310     05  HDR-CYCLE            PIC 9(01).
009320     05  FILLER PIC X(42) VALUE SPACES.
009400 01  WS-STEP-LINE.
009500     05  FILLER PIC X(02) VALUE SPACES.
009600     05  STP-NAME             PIC X(16).
017400     MOVE RH-START-TIME TO WS-CHAIN-START.
017500     MOVE ZERO TO WS-CHAIN-END.
017600     MOVE RH-RUN-ID TO HDR-RUN-ID.
017608     MOVE RH-PROFILE TO WS-RUN-PROFILE.
017616     IF WS-RUN-INTRADAY
017624         MOVE "JOUR: " TO HDR-KIND
017632     ELSE
017640         MOVE "NUIT: " TO HDR-KIND
017648     END-IF.
017656     IF RH-CYCLE NUMERIC AND RH-CYCLE > ZERO
017664         MOVE RH-CYCLE TO HDR-CYCLE
017672     ELSE
017680         MOVE 1 TO HDR-CYCLE
017688     END-IF.
017700     WRITE PRTRUNH-LINE FROM WS-RUN-HEADER.
017800     ADD 1 TO WS-RUNS-LISTED.
017900 3000-START-RUN-EXIT.
019200     EXIT.
019300*----------------------------------------------------------------
019400* 4000-END-RUN : chain line for the run just broken ; the
019500*               deadline compares on the chain-end HHMMSS,
019510*               for a night chain only.
019600*----------------------------------------------------------------
019700 4000-END-RUN.
019800     MOVE WS-CHAIN-START TO CHN-START.
019900     MOVE WS-CHAIN-END   TO CHN-END.
019910     MOVE SPACES TO CHN-FLAG.
019912     IF WS-RUN-INTRADAY
019914         GO TO 4000-END-RUN-WRITE
019916     END-IF.
019920*    The deadline is the NEXT morning's cutoff. A chain whose
019930*    end stamp sits below its start stamp wrapped past
019940*    midnight : it breached if it ended after the deadline. A
020340             ADD 1 TO WS-BREACHES
020350         END-IF
020500     END-IF.
020510 4000-END-RUN-WRITE.
020600     WRITE PRTRUNH-LINE FROM WS-CHAIN-LINE.
020700 4000-END-RUN-EXIT.
020800     EXIT.
