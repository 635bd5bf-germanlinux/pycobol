002800*                step with warning RETURN-CODE 4. Output on
002900*                PRTTRND.
003000*----------------------------------------------------------------
003010* 2026-10-15 EL  Trend table widened to forty entries with the
003020*                BATCHDRV step table it mirrors.
003029*----------------------------------------------------------------
003038* 2026-10-15 EL  Intraday posting cycle. RUNHIST records carry
003047*                the posting cycle and the chain profile ; the
003056*                midday STEPDAY chains (profile J) are left out
003065*                of both passes, so the trend, the drift flags
003074*                and the projection against the night window
003083*                stay night-on-night.
003092*----------------------------------------------------------------
003100 ENVIRONMENT DIVISION.
003200 CONFIGURATION SECTION.
003300 INPUT-OUTPUT SECTION.
005400     05  RH-END-TIME          PIC 9(08).
005500     05  RH-RETURN-CODE       PIC 9(04).
005600     05  RH-RECS-PROCESSED    PIC 9(06).
005700     05  RH-CYCLE             PIC 9(01).
005710     05  RH-PROFILE           PIC X(01).
005720     05  FILLER               PIC X(02).
005800 FD  TRDPARM
005900     LABEL RECORDS ARE STANDARD.
006000 01  TRDPARM-RECORD.
011900*----------------------------------------------------------------
012000* WS-TREND-TABLE : per step - how many nights of the window it
012100* ran in, the sum of those elapsed times, and the most recent
012200* night's own elapsed. Forty entries, the STEPDEF ceiling.
012300*----------------------------------------------------------------
012400 01  WS-TREND-TABLE.
012500     05  WS-TREND-ENTRY OCCURS 40 TIMES.
012600         10  WS-TRD-NAME      PIC X(16).
012700         10  WS-TRD-COUNT     PIC 9(05) COMP.
012800         10  WS-TRD-SUM       PIC 9(10) COMP.
023500         AT END
023600             SET WS-EOF TO TRUE
023700         NOT AT END
023800             IF RH-RUN-ID NOT = WS-PRIOR-RUN-ID AND
023810                RH-PROFILE NOT = "J"
023900                 MOVE RH-RUN-ID TO WS-PRIOR-RUN-ID
024000                 ADD 1 TO WS-TOTAL-RUNS
024100             END-IF
026500             SET WS-EOF TO TRUE
026600             GO TO 3100-ACCUMULATE-ONE-EXIT
026700     END-READ.
026710     IF RH-PROFILE = "J"
026720         GO TO 3100-ACCUMULATE-ONE-EXIT
026730     END-IF.
026800     IF RH-RUN-ID NOT = WS-PRIOR-RUN-ID
026900         MOVE RH-RUN-ID TO WS-PRIOR-RUN-ID
027000         ADD 1 TO WS-RUN-INDEX
030000         SUBTRACT 1 FROM WS-SUB
030100         GO TO 3200-FIND-STEP-EXIT
030200     END-IF.
030300     IF WS-STEP-COUNT < 40
030400         ADD 1 TO WS-STEP-COUNT
030500         MOVE RH-STEP-NAME TO WS-TRD-NAME (WS-STEP-COUNT)
030600         MOVE ZERO TO WS-TRD-COUNT (WS-STEP-COUNT)
