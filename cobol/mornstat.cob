002800*                    ORANGE : deferred steps, a step at RC 1-7,
002900*                    or any reject at all. Otherwise VERT.
003000*----------------------------------------------------------------
003010* 2026-10-15 EL  Accounts over their credit limit for longer
003020*                than the OVLPARM threshold (flagged by OVRLIMIT
003030*                on the OVLEXCP exception file) are counted on
003040*                the page and turn the verdict ORANGE. No
003050*                exception file means no exceptions.
003060*----------------------------------------------------------------
003070* 2026-10-15 EL  Step table widened to forty entries with the
003080*                BATCHDRV step table it mirrors.
003081*----------------------------------------------------------------
003082* 2026-10-15 EL  Intraday posting cycle. RUNHIST records carry
003083*                the posting cycle and the chain profile (J =
003084*                the intraday STEPDAY chain). The page reports
003085*                each cycle of the business date on its own :
003086*                the day's intraday chains first, one group per
003087*                cycle and chain, then the night, each group
003088*                under a CYCLE n - JOUR / NUIT header. Intraday
003089*                steps are kept in their own table - an intraday
003090*                chain no longer hides the last night - and
003091*                their RCs count in the verdict. The table starts
003092*                again when an intraday chain follows a night (a
003093*                new date) or a night of cycle 1 runs (no
003094*                intraday cycle today).
003095*----------------------------------------------------------------
003096* 2026-10-15 EL  Work tables and growing files CAPMON found at or
003097*                past the capacity warning threshold (the CAPEXCP
003098*                exception file) are counted on the page and turn
003099*                the verdict ORANGE. No exception file means no
003100*                warnings.
003101*----------------------------------------------------------------
003102 ENVIRONMENT DIVISION.
003200 CONFIGURATION SECTION.
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
005600     SELECT RJTZERO ASSIGN TO "RJTZERO"
005700         ORGANIZATION IS SEQUENTIAL
005800         FILE STATUS IS WS-REJECT-STATUS.
005810     SELECT OVLEXCP ASSIGN TO "OVLEXCP"
005820         ORGANIZATION IS SEQUENTIAL
005830         FILE STATUS IS WS-OVLEXCP-STATUS.
005840     SELECT CAPEXCP ASSIGN TO "CAPEXCP"
005850         ORGANIZATION IS SEQUENTIAL
005860         FILE STATUS IS WS-CAPEXCP-STATUS.
005900     SELECT PRTMORN ASSIGN TO "PRTMORN"
006000         ORGANIZATION IS SEQUENTIAL.
006100 DATA DIVISION.
006900     05  RH-END-TIME          PIC 9(08).
007000     05  RH-RETURN-CODE       PIC 9(04).
007100     05  RH-RECS-PROCESSED    PIC 9(06).
007200     05  RH-CYCLE             PIC 9(01).
007210     05  RH-PROFILE           PIC X(01).
007220     05  FILLER               PIC X(02).
007300 FD  CHKPNT
007400     LABEL RECORDS ARE STANDARD.
007500 01  CHKPNT-RECORD.
011500     ==RJT-RUN-DATE== BY ==RJ5-RUN-DATE==
011600     ==RJT-REASON-CODE== BY ==RJ5-REASON-CODE==
011700     ==RJT-PAYLOAD== BY ==RJ5-PAYLOAD==.
011710 FD  OVLEXCP
011720     LABEL RECORDS ARE STANDARD.
011730 COPY OVLREC.
011740 FD  CAPEXCP
011750     LABEL RECORDS ARE STANDARD.
011760 COPY CAPREC.
011800 FD  PRTMORN
011900     LABEL RECORDS ARE STANDARD.
012000 01  PRTMORN-LINE             PIC X(70).
014400 77  WS-CURRENT-REASON        PIC X(04) VALUE SPACES.
014410 77  WS-RSN-FOUND-SW          PIC X(01) VALUE "N".
014420     88  WS-RSN-FOUND         VALUE "Y".
014430 77  WS-OVLEXCP-STATUS        PIC X(02) VALUE SPACES.
014440 77  WS-OVER-LONG             PIC 9(05) COMP VALUE ZERO.
014442 77  WS-CAPEXCP-STATUS        PIC X(02) VALUE SPACES.
014444 77  WS-CAP-WARN              PIC 9(05) COMP VALUE ZERO.
014448 77  WS-DAY-COUNT             PIC 9(02) COMP VALUE ZERO.
014456 77  WS-PRIOR-PROFILE         PIC X(01) VALUE "N".
014464 77  WS-NIGHT-RUN-ID          PIC X(14) VALUE SPACES.
014472 77  WS-NIGHT-CYCLE           PIC 9(01) VALUE 1.
014480 77  WS-GROUP-RUN-ID          PIC X(14) VALUE SPACES.
014488 77  WS-GROUP-CYCLE           PIC 9(01) VALUE ZERO.
014500*----------------------------------------------------------------
014600* WS-STEP-TABLE : the steps of the LAST chain in RUNHIST - the
014700* table restarts at every run-id break, so end of file leaves
014800* the final night in it. Forty entries, the STEPDEF ceiling.
014810* WS-DAY-TABLE : the steps of the business date's intraday
014820* chains, each with its chain and posting cycle.
014900* WS-REASON-TABLE : reject counts by reason code.
015000*----------------------------------------------------------------
015100 01  WS-STEP-TABLE.
015200     05  WS-STEP-ENTRY OCCURS 40 TIMES.
015300         10  WS-STP-NAME      PIC X(16).
015400         10  WS-STP-RC        PIC 9(04).
015410 01  WS-DAY-TABLE.
015420     05  WS-DAY-ENTRY OCCURS 40 TIMES.
015430         10  WS-DAY-RUN-ID    PIC X(14).
015440         10  WS-DAY-CYCLE     PIC 9(01).
015450         10  WS-DAY-NAME      PIC X(16).
015460         10  WS-DAY-RC        PIC 9(04).
015500 01  WS-REASON-TABLE.
015600     05  WS-REASON-ENTRY OCCURS 20 TIMES.
015700         10  WS-RSN-CODE      PIC X(04).
016000     05  FILLER PIC X(26) VALUE "ETAT DU MATIN - CHAINE : ".
016100     05  TTL-RUN-ID           PIC X(14).
016200     05  FILLER PIC X(30) VALUE SPACES.
016210 01  WS-CYCLE-LINE.
016220     05  FILLER PIC X(08) VALUE "  CYCLE ".
016230     05  CYL-CYCLE            PIC 9(01).
016240     05  FILLER PIC X(03) VALUE " - ".
016250     05  CYL-KIND             PIC X(04).
016260     05  FILLER PIC X(12) VALUE " - CHAINE : ".
016270     05  CYL-RUN-ID           PIC X(14).
016280     05  FILLER PIC X(28) VALUE SPACES.
016300 01  WS-STEP-LINE.
016400     05  FILLER PIC X(08) VALUE "  ETAPE ".
016500     05  STL-NAME             PIC X(16).
019200     PERFORM 3000-BALANCE-VERDICT
019300         THRU 3000-BALANCE-VERDICT-EXIT.
019400     PERFORM 4000-COUNT-REJECTS THRU 4000-COUNT-REJECTS-EXIT.
019410     PERFORM 4800-OVERLIMITS THRU 4800-OVERLIMITS-EXIT.
019420     PERFORM 4900-CAPACITY THRU 4900-CAPACITY-EXIT.
019500     PERFORM 5000-OVERALL-VERDICT
019600         THRU 5000-OVERALL-VERDICT-EXIT.
019700     CLOSE PRTMORN.
019900     STOP RUN.
020000*----------------------------------------------------------------
020100* 1000-LAST-RUN : walk RUNHIST, restarting the step table at
020200*                each night's run-id break ; the last night
020210*                survives, after the intraday cycles of its
020220*                business date.
020300*----------------------------------------------------------------
020400 1000-LAST-RUN.
020500     MOVE "N" TO WS-EOF-SW.
021200     PERFORM 1100-READ-HIST THRU 1100-READ-HIST-EXIT
021300         UNTIL WS-EOF.
021400     CLOSE RUNHIST.
021500     IF WS-STEP-COUNT = ZERO AND WS-DAY-COUNT = ZERO
021600         MOVE "ROUGE" TO WS-VERDICT
021700         GO TO 1000-LAST-RUN-EXIT
021800     END-IF.
021900     MOVE WS-PRIOR-RUN-ID TO TTL-RUN-ID.
022000     WRITE PRTMORN-LINE FROM WS-TITLE-LINE.
022010     PERFORM 1300-DAY-LINE THRU 1300-DAY-LINE-EXIT
022020         VARYING WS-SUB FROM 1 BY 1
022030         UNTIL WS-SUB > WS-DAY-COUNT.
022040     IF WS-STEP-COUNT > ZERO
022050         MOVE WS-NIGHT-CYCLE  TO CYL-CYCLE
022060         MOVE "NUIT"          TO CYL-KIND
022070         MOVE WS-NIGHT-RUN-ID TO CYL-RUN-ID
022080         WRITE PRTMORN-LINE FROM WS-CYCLE-LINE
022090     END-IF.
022100     PERFORM 1200-STEP-LINE THRU 1200-STEP-LINE-EXIT
022200         VARYING WS-SUB FROM 1 BY 1
022300         UNTIL WS-SUB > WS-STEP-COUNT.
022800         AT END
022900             SET WS-EOF TO TRUE
023000         NOT AT END
023100             PERFORM 1110-FILE-STEP THRU 1110-FILE-STEP-EXIT
024200     END-READ.
024300 1100-READ-HIST-EXIT.
024301     EXIT.
024302*----------------------------------------------------------------
024303* 1110-FILE-STEP : a night step joins the last-night table, an
024304*                 intraday step the day table. A blank cycle
024305*                 (history written before cycles) is the first.
024306*----------------------------------------------------------------
024307 1110-FILE-STEP.
024308     IF RH-CYCLE NOT NUMERIC OR RH-CYCLE = ZERO
024309         MOVE 1 TO RH-CYCLE
024310     END-IF.
024311     IF RH-PROFILE NOT = "J"
024312         MOVE "N" TO RH-PROFILE
024313     END-IF.
024314     IF RH-RUN-ID NOT = WS-PRIOR-RUN-ID
024315         PERFORM 1120-NEW-CHAIN THRU 1120-NEW-CHAIN-EXIT
024316     END-IF.
024317     IF RH-PROFILE = "J"
024318         GO TO 1110-DAY-STEP
024319     END-IF.
024320     IF WS-STEP-COUNT < 40
024321         ADD 1 TO WS-STEP-COUNT
024322         MOVE RH-STEP-NAME TO WS-STP-NAME (WS-STEP-COUNT)
024323         MOVE RH-RETURN-CODE TO WS-STP-RC (WS-STEP-COUNT)
024324     END-IF.
024325     GO TO 1110-FILE-STEP-EXIT.
024326 1110-DAY-STEP.
024327     IF WS-DAY-COUNT < 40
024328         ADD 1 TO WS-DAY-COUNT
024329         MOVE RH-RUN-ID      TO WS-DAY-RUN-ID (WS-DAY-COUNT)
024330         MOVE RH-CYCLE       TO WS-DAY-CYCLE (WS-DAY-COUNT)
024331         MOVE RH-STEP-NAME   TO WS-DAY-NAME (WS-DAY-COUNT)
024332         MOVE RH-RETURN-CODE TO WS-DAY-RC (WS-DAY-COUNT)
024333     END-IF.
024334 1110-FILE-STEP-EXIT.
024335     EXIT.
024336*----------------------------------------------------------------
024337* 1120-NEW-CHAIN : a run-id break. A night restarts the night
024338*                 table, and a night of cycle 1 had no intraday
024339*                 cycle before it ; an intraday chain after a
024340*                 night opens a new business date, so both
024341*                 tables start again.
024342*----------------------------------------------------------------
024343 1120-NEW-CHAIN.
024344     MOVE RH-RUN-ID TO WS-PRIOR-RUN-ID.
024345     IF RH-PROFILE = "J"
024346         IF WS-PRIOR-PROFILE NOT = "J"
024347             MOVE ZERO TO WS-DAY-COUNT
024348             MOVE ZERO TO WS-STEP-COUNT
024349         END-IF
024350     ELSE
024351         MOVE ZERO      TO WS-STEP-COUNT
024352         MOVE RH-RUN-ID TO WS-NIGHT-RUN-ID
024353         MOVE RH-CYCLE  TO WS-NIGHT-CYCLE
024354         IF RH-CYCLE = 1
024355             MOVE ZERO TO WS-DAY-COUNT
024356         END-IF
024357     END-IF.
024358     MOVE RH-PROFILE TO WS-PRIOR-PROFILE.
024359 1120-NEW-CHAIN-EXIT.
024400     EXIT.
024500 1200-STEP-LINE.
024600     MOVE WS-STP-NAME (WS-SUB) TO STL-NAME.
025000         MOVE WS-STP-RC (WS-SUB) TO WS-WORST-RC
025100     END-IF.
025200 1200-STEP-LINE-EXIT.
025204     EXIT.
025208*----------------------------------------------------------------
025212* 1300-DAY-LINE : one intraday step, under a header line at each
025216*                change of chain or cycle.
025220*----------------------------------------------------------------
025224 1300-DAY-LINE.
025228     IF WS-DAY-RUN-ID (WS-SUB) NOT = WS-GROUP-RUN-ID OR
025232        WS-DAY-CYCLE (WS-SUB) NOT = WS-GROUP-CYCLE
025236         MOVE WS-DAY-RUN-ID (WS-SUB) TO WS-GROUP-RUN-ID
025240         MOVE WS-DAY-CYCLE (WS-SUB)  TO WS-GROUP-CYCLE
025244         MOVE WS-GROUP-CYCLE         TO CYL-CYCLE
025248         MOVE "JOUR"                 TO CYL-KIND
025252         MOVE WS-GROUP-RUN-ID        TO CYL-RUN-ID
025256         WRITE PRTMORN-LINE FROM WS-CYCLE-LINE
025260     END-IF.
025264     MOVE WS-DAY-NAME (WS-SUB) TO STL-NAME.
025268     MOVE WS-DAY-RC (WS-SUB)   TO STL-RC.
025272     WRITE PRTMORN-LINE FROM WS-STEP-LINE.
025276     IF WS-DAY-RC (WS-SUB) > WS-WORST-RC
025280         MOVE WS-DAY-RC (WS-SUB) TO WS-WORST-RC
025284     END-IF.
025288 1300-DAY-LINE-EXIT.
025300     EXIT.
025400*----------------------------------------------------------------
025500* 2000-CHECKPOINTS : deferred steps left by the window cutoff.
046600     WRITE PRTMORN-LINE FROM WS-REASON-LINE.
046700 4200-REASON-LINES-EXIT.
046800     EXIT.
046810*----------------------------------------------------------------
046820* 4800-OVERLIMITS : accounts OVRLIMIT found over their credit
046830*                  limit for longer than the threshold.
046840*----------------------------------------------------------------
046850 4800-OVERLIMITS.
046860     MOVE "N" TO WS-EOF-SW.
046870     OPEN INPUT OVLEXCP.
046880     IF WS-OVLEXCP-STATUS NOT = "00"
046890         GO TO 4800-OVERLIMITS-REPORT
046891     END-IF.
046892     PERFORM 4810-READ-OVLEXCP THRU 4810-READ-OVLEXCP-EXIT
046893         UNTIL WS-EOF.
046894     CLOSE OVLEXCP.
046895 4800-OVERLIMITS-REPORT.
046896     MOVE "DEPASSEMENTS AU-DELA SEUIL  : " TO INF-LABEL.
046897     MOVE WS-OVER-LONG TO INF-VALUE.
046898     WRITE PRTMORN-LINE FROM WS-INFO-LINE.
046899 4800-OVERLIMITS-EXIT.
046900     EXIT.
046901 4810-READ-OVLEXCP.
046902     READ OVLEXCP
046903         AT END
046904             SET WS-EOF TO TRUE
046905         NOT AT END
046906             IF OVX-LONG
046907                 ADD 1 TO WS-OVER-LONG
046908             END-IF
046909     END-READ.
046910 4810-READ-OVLEXCP-EXIT.
046911     EXIT.
046912*----------------------------------------------------------------
046913* 4900-CAPACITY : work tables and growing files CAPMON found at
046914*                or past the capacity warning threshold.
046915*----------------------------------------------------------------
046916 4900-CAPACITY.
046917     MOVE "N" TO WS-EOF-SW.
046918     OPEN INPUT CAPEXCP.
046919     IF WS-CAPEXCP-STATUS NOT = "00"
046920         GO TO 4900-CAPACITY-REPORT
046921     END-IF.
046922     PERFORM 4910-READ-CAPEXCP THRU 4910-READ-CAPEXCP-EXIT
046923         UNTIL WS-EOF.
046924     CLOSE CAPEXCP.
046925 4900-CAPACITY-REPORT.
046926     MOVE "CAPACITES AU-DELA DU SEUIL  : " TO INF-LABEL.
046927     MOVE WS-CAP-WARN TO INF-VALUE.
046928     WRITE PRTMORN-LINE FROM WS-INFO-LINE.
046929 4900-CAPACITY-EXIT.
046930     EXIT.
046931 4910-READ-CAPEXCP.
046932     READ CAPEXCP
046933         AT END
046934             SET WS-EOF TO TRUE
046935         NOT AT END
046936             ADD 1 TO WS-CAP-WARN
046937     END-READ.
046938 4910-READ-CAPEXCP-EXIT.
046939     EXIT.
046940*----------------------------------------------------------------
047000* 5000-OVERALL-VERDICT : one line, one RETURN-CODE, the same
047100*                       reading every morning.
047200*----------------------------------------------------------------
047600             MOVE "ROUGE" TO WS-VERDICT
047700         ELSE
047800             IF WS-DEFERRED > ZERO OR WS-WORST-RC > ZERO OR
047900                WS-TOTAL-REJECTS > ZERO OR WS-OVER-LONG > ZERO OR
047910                WS-CAP-WARN > ZERO
048000                 MOVE "ORANGE" TO WS-VERDICT
048100             END-IF
048200         END-IF
