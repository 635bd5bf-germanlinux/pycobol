000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. BATCHSIM.
000300 AUTHOR. D-SYSTEMS BATCH GROUP.
000400 INSTALLATION. ESSAI BATCH SUITE.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 2026-10-15 EL  Initial version. Dry run of the BATCHDRV chain
001100*                for a given business date, run on demand before
001200*                a holiday, a month-end or a STEPDEF change :
001300*                the driver only finds out as it goes which
001400*                steps tonight's calendar skips, what runs in
001500*                parallel and whether the window holds. This
001600*                program applies the driver's own rules without
001700*                launching anything - STEPDEF frequencies, the
001800*                CALFILE holidays (through DATECHEK), the
001900*                predecessor waves and the CHKPNT restart state -
002000*                and lists on PRTPLAN, wave by wave, every step
002100*                as run, restart or skipped, with its expected
002200*                elapsed time : the RUNHIST average over the
002300*                TRDPARM nights, the RUNTREND reckoning. A wave
002400*                lasts as long as its longest member ; a wave
002500*                that would start past the WINPARM cutoff is
002600*                deferred with everything after it, as the
002700*                driver would.
002800*                The SIMPARM card carries the business date
002900*                (blank = the CTLDATE card) and the planned chain
003000*                start (blank = last night's, off RUNHIST).
003100*                Every file is opened INPUT ; the plan report is
003200*                the only output. RETURN-CODE 4 when a deferral
003300*                is foreseen or the date is not a business day,
003400*                8 on a dependency deadlock, 16 without STEPDEF.
003410* 2026-10-15 EL  Intraday posting cycle. The plan follows the
003420*                profile of the STEPDEF it is given (STP-PROFILE
003430*                on the first record, J = the intraday STEPDAY
003440*                chain) : a file mixing profiles would stop the
003450*                driver, and RUNHIST averages are taken over
003460*                chains of the same profile only. A checkpoint
003470*                counts only when it carries that profile and the
003480*                plan's business date (and the CTLDATE cycle when
003490*                the date comes off the card) - unstamped ones as
003500*                before - and only such a checkpoint makes the
003510*                plan a restart.
003520*----------------------------------------------------------------
003530* 2026-10-15 EL  Frequency Y, year-end, applied as BATCHDRV
003540*                does : planned on the year's last business
003550*                day only, which the header line marks FIN
003560*                D'ANNEE.
003561*----------------------------------------------------------------
003562* 2026-10-15 EL  An out-of-frequency step is no longer taken as
003563*                complete at load, as BATCHDRV no longer does : it
003564*                passes, unplanned, once its predecessor is, and
003565*                its successors join the wave then planned -
003566*                no longer the first wave, ahead of the chain.
003570*----------------------------------------------------------------
003600 ENVIRONMENT DIVISION.
003700 CONFIGURATION SECTION.
003800 INPUT-OUTPUT SECTION.
003900 FILE-CONTROL.
004000     SELECT SIMPARM ASSIGN TO "SIMPARM"
004100         ORGANIZATION IS SEQUENTIAL
004200         FILE STATUS IS WS-SIMPARM-STATUS.
004300     SELECT CTLDATE ASSIGN TO "CTLDATE"
004400         ORGANIZATION IS SEQUENTIAL
004500         FILE STATUS IS WS-CTLDATE-STATUS.
004600     SELECT STEPDEF ASSIGN TO "STEPDEF"
004700         ORGANIZATION IS SEQUENTIAL
004800         FILE STATUS IS WS-STEPDEF-STATUS.
004900     SELECT CHKPNT ASSIGN TO "CHKPNT"
005000         ORGANIZATION IS SEQUENTIAL
005100         FILE STATUS IS WS-CHKPNT-STATUS.
005200     SELECT RUNHIST ASSIGN TO "RUNHIST"
005300         ORGANIZATION IS SEQUENTIAL
005400         FILE STATUS IS WS-RUNHIST-STATUS.
005500     SELECT WINPARM ASSIGN TO "WINPARM"
005600         ORGANIZATION IS SEQUENTIAL
005700         FILE STATUS IS WS-WINPARM-STATUS.
005800     SELECT TRDPARM ASSIGN TO "TRDPARM"
005900         ORGANIZATION IS SEQUENTIAL
006000         FILE STATUS IS WS-TRDPARM-STATUS.
006100     SELECT PRTPLAN ASSIGN TO "PRTPLAN"
006200         ORGANIZATION IS SEQUENTIAL.
006300 DATA DIVISION.
006400 FILE SECTION.
006500*----------------------------------------------------------------
006600* SIMPARM : the business date to plan and the chain start time
006700* (HHMMSS) ; either left blank takes the default.
006800*----------------------------------------------------------------
006900 FD  SIMPARM
007000     LABEL RECORDS ARE STANDARD.
007100 01  SIMPARM-RECORD.
007200     05  SIM-BUSINESS-DATE-X  PIC X(08).
007300     05  SIM-BUSINESS-DATE REDEFINES SIM-BUSINESS-DATE-X
007400                              PIC 9(08).
007500     05  SIM-START-TIME-X     PIC X(06).
007600     05  SIM-START-TIME REDEFINES SIM-START-TIME-X
007700                              PIC 9(06).
007800     05  FILLER               PIC X(06).
007900 FD  CTLDATE
008000     LABEL RECORDS ARE STANDARD.
008100 01  CTLDATE-RECORD.
008200     05  CTL-BUSINESS-DATE    PIC 9(08).
008300     05  CTL-CYCLE            PIC 9(01).
008310     05  FILLER               PIC X(11).
008400 FD  STEPDEF
008500     LABEL RECORDS ARE STANDARD.
008600 01  STEPDEF-RECORD.
008700     05  STP-ORDER            PIC 9(02).
008800     05  STP-NAME             PIC X(16).
008900     05  STP-PREDECESSOR      PIC X(16).
009000     05  STP-MAX-RC           PIC 9(02).
009100     05  STP-FREQUENCY        PIC X(01).
009200     05  STP-PROFILE          PIC X(01).
009210     05  FILLER               PIC X(02).
009300 FD  CHKPNT
009400     LABEL RECORDS ARE STANDARD.
009500 01  CHKPNT-RECORD.
009600     05  CHKPNT-STEP-NUMBER   PIC 9(02).
009700     05  CHKPNT-STEP-NAME     PIC X(16).
009800     05  CHKPNT-STATUS        PIC X(01).
009900     05  CHKPNT-PROFILE       PIC X(01).
009910     05  CHKPNT-BUS-DATE      PIC 9(08).
009920     05  CHKPNT-CYCLE         PIC 9(01).
009930     05  FILLER               PIC X(11).
010000 FD  RUNHIST
010100     LABEL RECORDS ARE STANDARD.
010200 01  RUNHIST-RECORD.
010300     05  RH-RUN-ID            PIC X(14).
010400     05  RH-STEP-NAME         PIC X(16).
010500     05  RH-START-TIME        PIC 9(08).
010600     05  RH-END-TIME          PIC 9(08).
010700     05  RH-RETURN-CODE       PIC 9(04).
010800     05  RH-RECS-PROCESSED    PIC 9(06).
010900     05  RH-CYCLE             PIC 9(01).
010910     05  RH-PROFILE           PIC X(01).
010920     05  FILLER               PIC X(02).
011000 FD  WINPARM
011100     LABEL RECORDS ARE STANDARD.
011200 01  WINPARM-RECORD.
011300     05  WIN-CUTOFF-TIME      PIC 9(06).
011400     05  FILLER               PIC X(14).
011500 FD  TRDPARM
011600     LABEL RECORDS ARE STANDARD.
011700 01  TRDPARM-RECORD.
011800     05  TRD-NIGHTS           PIC 9(03).
011900     05  TRD-TOLERANCE-PCT    PIC 9(03).
012000     05  FILLER               PIC X(14).
012100 FD  PRTPLAN
012200     LABEL RECORDS ARE STANDARD.
012300 01  PRTPLAN-LINE             PIC X(60).
012400 WORKING-STORAGE SECTION.
012500*----------------------------------------------------------------
012600* 77-LEVEL WORK ITEMS
012700*----------------------------------------------------------------
012800 77  WS-SIMPARM-STATUS        PIC X(02) VALUE SPACES.
012900 77  WS-CTLDATE-STATUS        PIC X(02) VALUE SPACES.
013000 77  WS-STEPDEF-STATUS        PIC X(02) VALUE SPACES.
013100 77  WS-CHKPNT-STATUS         PIC X(02) VALUE SPACES.
013200 77  WS-RUNHIST-STATUS        PIC X(02) VALUE SPACES.
013300 77  WS-WINPARM-STATUS        PIC X(02) VALUE SPACES.
013400 77  WS-TRDPARM-STATUS        PIC X(02) VALUE SPACES.
013500 77  WS-EOF-SW                PIC X(01) VALUE "N".
013600     88  WS-EOF               VALUE "Y".
013700 77  WS-FOUND-SW              PIC X(01) VALUE "N".
013800     88  WS-FOUND             VALUE "Y".
013900 77  WS-PRED-DONE-SW          PIC X(01) VALUE "N".
014000     88  WS-PRED-DONE         VALUE "Y".
014100 77  WS-ALL-DONE-SW           PIC X(01) VALUE "N".
014200     88  WS-ALL-DONE          VALUE "Y".
014300 77  WS-WINDOW-SW             PIC X(01) VALUE "N".
014400     88  WS-WINDOW-CLOSED     VALUE "Y".
014500 77  WS-DEADLOCK-SW           PIC X(01) VALUE "N".
014600     88  WS-DEADLOCK          VALUE "Y".
014700 77  WS-START-KNOWN-SW        PIC X(01) VALUE "N".
014800     88  WS-START-KNOWN       VALUE "Y".
014900 77  WS-RESTART-SW            PIC X(01) VALUE "N".
015000     88  WS-RESTART           VALUE "Y".
015100 77  WS-MONTH-END-SW          PIC X(01) VALUE "N".
015200     88  WS-MONTH-END         VALUE "Y".
015210 77  WS-YEAR-END-SW           PIC X(01) VALUE "N".
015220     88  WS-YEAR-END          VALUE "Y".
015300 77  WS-WEEK-END-SW           PIC X(01) VALUE "N".
015400     88  WS-WEEK-END          VALUE "Y".
015500 77  WS-BUSINESS-DAY-SW       PIC X(01) VALUE "Y".
015600     88  WS-BUSINESS-DAY      VALUE "Y".
015700 77  WS-BUSINESS-DATE         PIC 9(08) VALUE ZERO.
015710 77  WS-CYCLE                 PIC 9(01) VALUE ZERO.
015720 77  WS-PROFILE               PIC X(01) VALUE "N".
015730     88  WS-INTRADAY          VALUE "J".
015740 77  WS-STEP-PROFILE          PIC X(01) VALUE SPACE.
015800 77  WS-WEEKDAY               PIC 9(01) VALUE ZERO.
015900 77  WS-NEXT-WEEKDAY          PIC 9(01) VALUE ZERO.
016000 77  WS-CUTOFF-TIME           PIC 9(06) VALUE 999999.
016100 77  WS-START-TIME            PIC 9(06) VALUE ZERO.
016200 77  WS-NIGHTS                PIC 9(03) VALUE 010.
016300 77  WS-STEP-COUNT            PIC 9(02) COMP VALUE ZERO.
016400 77  WS-SUB                   PIC 9(02) COMP VALUE ZERO.
016500 77  WS-PRED-SUB              PIC 9(02) COMP VALUE ZERO.
016600 77  WS-WAVE-NUMBER           PIC 9(02) COMP VALUE ZERO.
016700 77  WS-WAVE-COUNT            PIC 9(02) COMP VALUE ZERO.
016800 77  WS-PENDING-COUNT         PIC 9(02) COMP VALUE ZERO.
016850 77  WS-PASSED-COUNT          PIC 9(02) COMP VALUE ZERO.
016900 77  WS-STEPS-RUN             PIC 9(02) COMP VALUE ZERO.
017000 77  WS-STEPS-RESTARTED       PIC 9(02) COMP VALUE ZERO.
017100 77  WS-STEPS-DONE            PIC 9(02) COMP VALUE ZERO.
017200 77  WS-STEPS-OFFFREQ         PIC 9(02) COMP VALUE ZERO.
017300 77  WS-STEPS-DEFERRED        PIC 9(02) COMP VALUE ZERO.
017400 77  WS-STEPS-BLOCKED         PIC 9(02) COMP VALUE ZERO.
017500 77  WS-STEPS-NO-HISTORY      PIC 9(02) COMP VALUE ZERO.
017600 77  WS-PRIOR-RUN-ID          PIC X(14) VALUE SPACES.
017700 77  WS-TOTAL-RUNS            PIC 9(05) COMP VALUE ZERO.
017800 77  WS-RUN-INDEX             PIC 9(05) COMP VALUE ZERO.
017900 77  WS-FIRST-WANTED          PIC 9(05) COMP VALUE ZERO.
018000 77  WS-LAST-CHAIN-START      PIC 9(08) VALUE ZERO.
018100 77  WS-ELAPSED               PIC S9(08) COMP VALUE ZERO.
018200 77  WS-START-HUNDREDTHS      PIC 9(08) COMP VALUE ZERO.
018300 77  WS-END-HUNDREDTHS        PIC 9(08) COMP VALUE ZERO.
018400 77  WS-CLOCK                 PIC 9(09) COMP VALUE ZERO.
018500 77  WS-CUTOFF-HUNDREDTHS     PIC 9(09) COMP VALUE ZERO.
018600 77  WS-WAVE-LENGTH           PIC 9(09) COMP VALUE ZERO.
018700 77  WS-TOD-IN                PIC 9(09) COMP VALUE ZERO.
018800 77  WS-TOD-REST              PIC 9(09) COMP VALUE ZERO.
018900 77  WS-TOD-DAYS              PIC 9(03) COMP VALUE ZERO.
019000*----------------------------------------------------------------
019100* CALL "DATECHEK" parameters, the same pattern as PADTRIM.
019200*----------------------------------------------------------------
019300 77  WS-DC-FUNCTION           PIC X(01) VALUE SPACE.
019400 77  WS-DC-DATE               PIC 9(08) VALUE ZERO.
019500 77  WS-DC-DAY-NUMBER         PIC 9(07) COMP VALUE ZERO.
019600 77  WS-DC-RESULT             PIC X(01) VALUE SPACE.
019700*----------------------------------------------------------------
019800* Timestamp decomposition, the PERFGRP pattern : HHMMSSHH to
019900* true hundredths before any subtraction.
020000*----------------------------------------------------------------
020100 01  WS-TIME-START.
020200     05  WS-TS-HH             PIC 9(02).
020300     05  WS-TS-MM             PIC 9(02).
020400     05  WS-TS-SS             PIC 9(02).
020500     05  WS-TS-HS             PIC 9(02).
020600 01  WS-TIME-END.
020700     05  WS-TE-HH             PIC 9(02).
020800     05  WS-TE-MM             PIC 9(02).
020900     05  WS-TE-SS             PIC 9(02).
021000     05  WS-TE-HS             PIC 9(02).
021100 01  WS-TIME-OF-DAY.
021200     05  WS-TD-HH             PIC 9(02).
021300     05  WS-TD-MM             PIC 9(02).
021400     05  WS-TD-SS             PIC 9(02).
021500*----------------------------------------------------------------
021600* WS-STEP-TABLE : the chain as STEPDEF declares it, forty
021700* entries as in BATCHDRV. WS-STEP-CKPT is the CHKPNT status
021800* found for the step (C complete, D deferred), WS-STEP-ACTION
021900* what the driver would do with it, WS-STEP-AVERAGE its RUNHIST
022000* average elapsed in hundredths over WS-STEP-RUNS nights.
022100*----------------------------------------------------------------
022200 01  WS-STEP-TABLE.
022300     05  WS-STEP-ENTRY OCCURS 40 TIMES.
022400         10  WS-STEP-NAME     PIC X(16).
022500         10  WS-STEP-PRED     PIC X(16).
022600         10  WS-STEP-FREQ     PIC X(01).
022700         10  WS-STEP-CKPT     PIC X(01).
022800         10  WS-STEP-ACTION   PIC X(09).
022900         10  WS-STEP-DONE-SW  PIC X(01).
023000             88  WS-STEP-DONE VALUE "Y".
023100         10  WS-STEP-WAVE-SW  PIC X(01).
023200             88  WS-STEP-IN-WAVE VALUE "Y".
023300         10  WS-STEP-RUNS     PIC 9(05) COMP.
023400         10  WS-STEP-SUM      PIC 9(10) COMP.
023500         10  WS-STEP-AVERAGE  PIC 9(08) COMP.
023600*----------------------------------------------------------------
023700* Shared RPTWRITE page-writer state, the RPTCUR01 pattern.
023800*----------------------------------------------------------------
023900 01  WS-RPT-STATE.
024000     05  WS-RPT-PAGE-NUMBER   PIC 9(04) COMP VALUE ZERO.
024100     05  WS-RPT-LINE-COUNT    PIC 9(02) COMP VALUE ZERO.
024200 77  WS-RPT-TITLE             PIC X(30) VALUE
024300     "PLAN DE CHAINE (BATCHSIM)".
024400 01  WS-RPT-DETAIL            PIC X(60) VALUE SPACES.
024500 01  WS-RPT-OUT.
024600     05  WS-RPT-OUT-COUNT     PIC 9(01).
024700     05  WS-RPT-OUT-LINE      PIC X(60) OCCURS 3 TIMES.
024800 77  WS-RPT-SUB               PIC 9(01) COMP.
024900*----------------------------------------------------------------
025000* Report lines.
025100*----------------------------------------------------------------
025200 01  WS-DATE-LINE.
025300     05  FILLER PIC X(14) VALUE "DATE METIER : ".
025400     05  DTL-DATE             PIC 9(08).
025500     05  FILLER PIC X(07) VALUE "  JOUR ".
025600     05  DTL-WEEKDAY          PIC 9(01).
025700     05  FILLER PIC X(07) VALUE "  SEM. ".
025800     05  DTL-WEEK-END         PIC X(01).
025900     05  FILLER PIC X(07) VALUE "  MOIS ".
026000     05  DTL-MONTH-END        PIC X(01).
026100     05  FILLER PIC X(02) VALUE SPACES.
026200     05  DTL-TEXT             PIC X(12).
026300 01  WS-WINDOW-LINE.
026400     05  FILLER PIC X(15) VALUE "DEPART PREVU : ".
026500     05  WNL-START            PIC X(06).
026600     05  FILLER PIC X(12) VALUE "  COUPURE : ".
026700     05  WNL-CUTOFF           PIC X(06).
026800     05  FILLER PIC X(12) VALUE "  HISTORIQ: ".
026900     05  WNL-NIGHTS           PIC ZZ9.
027000     05  FILLER PIC X(06) VALUE " NUITS".
027100 01  WS-WAVE-LINE.
027200     05  FILLER PIC X(06) VALUE "VAGUE ".
027300     05  WVL-NUMBER           PIC Z9.
027400     05  FILLER PIC X(08) VALUE "  DEBUT ".
027500     05  WVL-START            PIC X(06).
027600     05  FILLER PIC X(06) VALUE "  FIN ".
027700     05  WVL-END              PIC X(06).
027800     05  FILLER PIC X(02) VALUE SPACES.
027900     05  WVL-COUNT            PIC Z9.
028000     05  FILLER PIC X(22) VALUE " ETAPE(S) EN PARALLELE".
028100 01  WS-STEP-LINE.
028200     05  FILLER PIC X(02) VALUE SPACES.
028300     05  SPL-NAME             PIC X(16).
028400     05  FILLER PIC X(01) VALUE SPACE.
028500     05  SPL-ACTION           PIC X(09).
028600     05  FILLER PIC X(01) VALUE SPACE.
028700     05  SPL-PRED             PIC X(16).
028800     05  FILLER PIC X(01) VALUE SPACE.
028900     05  SPL-ELAPSED          PIC Z(5)9.
029000     05  FILLER PIC X(01) VALUE SPACE.
029100     05  SPL-END              PIC X(06).
029200 01  WS-STEP-HEADING          PIC X(60) VALUE
029300     "  ETAPE            ACTION    APRES             DUREE S FIN".
029400 01  WS-TOTAL-LINE.
029500     05  TTL-LABEL            PIC X(24).
029600     05  TTL-VALUE            PIC Z(11)9.
029700     05  FILLER PIC X(24) VALUE SPACES.
029800 PROCEDURE DIVISION.
029900*----------------------------------------------------------------
030000* 0000-MAINLINE
030100*----------------------------------------------------------------
030200 0000-MAINLINE.
030300     DISPLAY "SIMULATION DE LA CHAINE BATCHDRV".
030400     PERFORM 0100-READ-PARM THRU 0100-READ-PARM-EXIT.
030500     PERFORM 0200-READ-WINDOW THRU 0200-READ-WINDOW-EXIT.
030600     PERFORM 0300-CHECK-CALENDAR THRU 0300-CHECK-CALENDAR-EXIT.
030700     IF RETURN-CODE = 16
030800         STOP RUN
030900     END-IF.
031000     PERFORM 1000-LOAD-STEPDEF THRU 1000-LOAD-STEPDEF-EXIT.
031100     IF RETURN-CODE = 16
031200         STOP RUN
031300     END-IF.
031400     PERFORM 1300-READ-CHKPNT THRU 1300-READ-CHKPNT-EXIT.
031500     PERFORM 1400-LOAD-HISTORY THRU 1400-LOAD-HISTORY-EXIT.
031600     OPEN OUTPUT PRTPLAN.
031700     PERFORM 2000-PRINT-HEADER THRU 2000-PRINT-HEADER-EXIT.
031800     MOVE WS-STEP-HEADING TO WS-RPT-DETAIL.
031900     PERFORM 9800-PUT-REPORT-LINE THRU 9800-PUT-REPORT-LINE-EXIT.
032000     PERFORM 2100-PRINT-NOT-LAUNCHED
032100         THRU 2100-PRINT-NOT-LAUNCHED-EXIT
032200         VARYING WS-SUB FROM 1 BY 1
032300         UNTIL WS-SUB > WS-STEP-COUNT.
032400     PERFORM 3000-PLAN-WAVE THRU 3000-PLAN-WAVE-EXIT
032500         UNTIL WS-ALL-DONE.
032600     PERFORM 9000-WRITE-TOTALS THRU 9000-WRITE-TOTALS-EXIT.
032700     CLOSE PRTPLAN.
032800     DISPLAY "ETAPES A EXECUTER    : " WS-STEPS-RUN.
032900     DISPLAY "ETAPES EN REPRISE    : " WS-STEPS-RESTARTED.
033000     DISPLAY "ETAPES DEJA TERMINEES: " WS-STEPS-DONE.
033100     DISPLAY "ETAPES HORS FREQ.    : " WS-STEPS-OFFFREQ.
033200     DISPLAY "ETAPES DIFFEREES     : " WS-STEPS-DEFERRED.
033300     IF WS-DEADLOCK
033400         MOVE 8 TO RETURN-CODE
033500     ELSE
033600         IF WS-STEPS-DEFERRED > ZERO OR NOT WS-BUSINESS-DAY
033700             MOVE 4 TO RETURN-CODE
033800         END-IF
033900     END-IF.
034000     STOP RUN.
034100*----------------------------------------------------------------
034200* 0100-READ-PARM : the SIMPARM date and start time ; a date
034300*                 left blank is tonight's CTLDATE card, as the
034400*                 driver reads it.
034500*----------------------------------------------------------------
034600 0100-READ-PARM.
034700     MOVE SPACES TO SIMPARM-RECORD.
034800     OPEN INPUT SIMPARM.
034900     IF WS-SIMPARM-STATUS = "35"
035000         DISPLAY "SIMPARM ABSENTE - DATE CTLDATE, DEPART HABITUEL"
035100     ELSE
035200         READ SIMPARM
035300             AT END
035400                 MOVE SPACES TO SIMPARM-RECORD
035500         END-READ
035600         CLOSE SIMPARM
035700     END-IF.
035800     IF SIM-START-TIME-X NOT = SPACES
035900         IF SIM-START-TIME NUMERIC
036000             MOVE SIM-START-TIME TO WS-START-TIME
036100             SET WS-START-KNOWN TO TRUE
036200         ELSE
036300             DISPLAY "HEURE DE DEPART INVALIDE IGNOREE : "
036400                 SIM-START-TIME-X
036500         END-IF
036600     END-IF.
036700     IF SIM-BUSINESS-DATE-X NOT = SPACES
036800         IF SIM-BUSINESS-DATE NUMERIC
036900             MOVE SIM-BUSINESS-DATE TO WS-BUSINESS-DATE
037000             GO TO 0100-READ-PARM-EXIT
037100         END-IF
037200         DISPLAY "DATE SIMPARM INVALIDE : " SIM-BUSINESS-DATE-X
037300         MOVE 16 TO RETURN-CODE
037400         GO TO 0100-READ-PARM-EXIT
037500     END-IF.
037600     OPEN INPUT CTLDATE.
037700     IF WS-CTLDATE-STATUS NOT = "00"
037800         DISPLAY "CTLDATE ABSENTE - DATE A DONNER SUR SIMPARM"
037900         MOVE 16 TO RETURN-CODE
038000         GO TO 0100-READ-PARM-EXIT
038100     END-IF.
038200     READ CTLDATE
038300         AT END
038400             MOVE ZERO TO CTL-BUSINESS-DATE
038500     END-READ.
038600     MOVE CTL-BUSINESS-DATE TO WS-BUSINESS-DATE.
038610     IF CTL-CYCLE NUMERIC AND CTL-CYCLE > ZERO
038620         MOVE CTL-CYCLE TO WS-CYCLE
038630     ELSE
038640         MOVE 1 TO WS-CYCLE
038650     END-IF.
038700     CLOSE CTLDATE.
038800 0100-READ-PARM-EXIT.
038900     EXIT.
039000*----------------------------------------------------------------
039100* 0200-READ-WINDOW : the WINPARM cutoff (none without a card,
039200*                   as in BATCHDRV) and the TRDPARM nights the
039300*                   averages are taken over (ten without a
039400*                   card, as in RUNTREND).
039500*----------------------------------------------------------------
039600 0200-READ-WINDOW.
039700     OPEN INPUT WINPARM.
039800     IF WS-WINPARM-STATUS NOT = "35"
039900         READ WINPARM
040000             AT END
040100                 CONTINUE
040200             NOT AT END
040300                 MOVE WIN-CUTOFF-TIME TO WS-CUTOFF-TIME
040400         END-READ
040500         CLOSE WINPARM
040600     END-IF.
040700     OPEN INPUT TRDPARM.
040800     IF WS-TRDPARM-STATUS = "35"
040900         GO TO 0200-READ-WINDOW-EXIT
041000     END-IF.
041100     READ TRDPARM
041200         AT END
041300             CONTINUE
041400         NOT AT END
041500             IF TRD-NIGHTS NUMERIC AND TRD-NIGHTS > ZERO
041600                 MOVE TRD-NIGHTS TO WS-NIGHTS
041700             END-IF
041800     END-READ.
041900     CLOSE TRDPARM.
042000 0200-READ-WINDOW-EXIT.
042100     EXIT.
042200*----------------------------------------------------------------
042300* 0300-CHECK-CALENDAR : the date is checked a real one (the
042400*                      day number converts back to it), then
042500*                      the BATCHDRV 1450 tests : last business
042600*                      day of the week, the month and the year.
042700*----------------------------------------------------------------
042800 0300-CHECK-CALENDAR.
042900     IF RETURN-CODE = 16
043000         GO TO 0300-CHECK-CALENDAR-EXIT
043100     END-IF.
043200     MOVE "D" TO WS-DC-FUNCTION.
043300     MOVE WS-BUSINESS-DATE TO WS-DC-DATE.
043400     CALL "DATECHEK" USING WS-DC-FUNCTION WS-DC-DATE
043500                           WS-DC-DAY-NUMBER WS-DC-RESULT.
043600     MOVE "G" TO WS-DC-FUNCTION.
043700     MOVE ZERO TO WS-DC-DATE.
043800     CALL "DATECHEK" USING WS-DC-FUNCTION WS-DC-DATE
043900                           WS-DC-DAY-NUMBER WS-DC-RESULT.
044000     IF WS-DC-DATE NOT = WS-BUSINESS-DATE
044100         DISPLAY "DATE METIER INVALIDE : " WS-BUSINESS-DATE
044200         MOVE 16 TO RETURN-CODE
044300         GO TO 0300-CHECK-CALENDAR-EXIT
044400     END-IF.
044500     MOVE "B" TO WS-DC-FUNCTION.
044600     MOVE WS-BUSINESS-DATE TO WS-DC-DATE.
044700     CALL "DATECHEK" USING WS-DC-FUNCTION WS-DC-DATE
044800                           WS-DC-DAY-NUMBER WS-DC-RESULT.
044900     IF WS-DC-RESULT NOT = "Y"
045000         MOVE "N" TO WS-BUSINESS-DAY-SW
045100         DISPLAY "DATE NON OUVREE (CALFILE) : " WS-BUSINESS-DATE
045200     END-IF.
045300     MOVE "W" TO WS-DC-FUNCTION.
045400     MOVE WS-BUSINESS-DATE TO WS-DC-DATE.
045500     CALL "DATECHEK" USING WS-DC-FUNCTION WS-DC-DATE
045600                           WS-DC-DAY-NUMBER WS-DC-RESULT.
045700     MOVE WS-DC-DAY-NUMBER TO WS-WEEKDAY.
045800     MOVE "N" TO WS-DC-FUNCTION.
045900     MOVE WS-BUSINESS-DATE TO WS-DC-DATE.
046000     CALL "DATECHEK" USING WS-DC-FUNCTION WS-DC-DATE
046100                           WS-DC-DAY-NUMBER WS-DC-RESULT.
046200     IF WS-DC-DATE (5:2) NOT = WS-BUSINESS-DATE (5:2)
046300         SET WS-MONTH-END TO TRUE
046400     END-IF.
046410     IF WS-DC-DATE (1:4) NOT = WS-BUSINESS-DATE (1:4)
046420         SET WS-YEAR-END TO TRUE
046430     END-IF.
046500     MOVE "W" TO WS-DC-FUNCTION.
046600     CALL "DATECHEK" USING WS-DC-FUNCTION WS-DC-DATE
046700                           WS-DC-DAY-NUMBER WS-DC-RESULT.
046800     MOVE WS-DC-DAY-NUMBER TO WS-NEXT-WEEKDAY.
046900     IF WS-NEXT-WEEKDAY < WS-WEEKDAY
047000         SET WS-WEEK-END TO TRUE
047100     END-IF.
047200 0300-CHECK-CALENDAR-EXIT.
047300     EXIT.
047400*----------------------------------------------------------------
047500* 1000-LOAD-STEPDEF : the BATCHDRV load - one entry per record,
047600*                    the order number checked against its
047700*                    position, each step's frequency applied.
047800*----------------------------------------------------------------
047900 1000-LOAD-STEPDEF.
048000     OPEN INPUT STEPDEF.
048100     IF WS-STEPDEF-STATUS NOT = "00"
048200         DISPLAY "STEPDEF ABSENT (STATUT " WS-STEPDEF-STATUS
048300             ") - AUCUNE ETAPE A PLANIFIER"
048400         MOVE 16 TO RETURN-CODE
048500         GO TO 1000-LOAD-STEPDEF-EXIT
048600     END-IF.
048700     MOVE "N" TO WS-EOF-SW.
048800     PERFORM 1100-READ-STEPDEF THRU 1100-READ-STEPDEF-EXIT
048900         UNTIL WS-EOF.
049000     CLOSE STEPDEF.
049100 1000-LOAD-STEPDEF-EXIT.
049200     EXIT.
049300 1100-READ-STEPDEF.
049400     READ STEPDEF
049500         AT END
049600             SET WS-EOF TO TRUE
049700             GO TO 1100-READ-STEPDEF-EXIT
049800     END-READ.
049900     IF WS-STEP-COUNT >= 40
050000         DISPLAY "TABLE DES ETAPES PLEINE - IGNORE : " STP-NAME
050100         GO TO 1100-READ-STEPDEF-EXIT
050200     END-IF.
050300     ADD 1 TO WS-STEP-COUNT.
050400     IF STP-ORDER NOT = WS-STEP-COUNT
050500         DISPLAY "STEPDEF MAL SEQUENCE A L'ORDRE " STP-ORDER
050600             " - LE PILOTE NE LANCERAIT RIEN"
050700         SET WS-DEADLOCK TO TRUE
050800     END-IF.
050807     MOVE STP-PROFILE TO WS-STEP-PROFILE.
050814     IF WS-STEP-PROFILE = SPACE
050821         MOVE "N" TO WS-STEP-PROFILE
050828     END-IF.
050835     IF WS-STEP-COUNT = 1
050842         MOVE WS-STEP-PROFILE TO WS-PROFILE
050849     END-IF.
050856     IF WS-STEP-PROFILE NOT = WS-PROFILE
050863         DISPLAY "STEPDEF MELANGE DEUX PROFILS A L'ORDRE "
050870             STP-ORDER
050877             " - LE PILOTE NE LANCERAIT RIEN"
050884         SET WS-DEADLOCK TO TRUE
050891     END-IF.
050900     MOVE STP-NAME        TO WS-STEP-NAME (WS-STEP-COUNT).
051000     MOVE STP-PREDECESSOR TO WS-STEP-PRED (WS-STEP-COUNT).
051100     MOVE STP-FREQUENCY   TO WS-STEP-FREQ (WS-STEP-COUNT).
051200     MOVE SPACE           TO WS-STEP-CKPT (WS-STEP-COUNT).
051300     MOVE "EXECUTE"       TO WS-STEP-ACTION (WS-STEP-COUNT).
051400     MOVE "N"             TO WS-STEP-DONE-SW (WS-STEP-COUNT).
051500     MOVE "N"             TO WS-STEP-WAVE-SW (WS-STEP-COUNT).
051600     MOVE ZERO            TO WS-STEP-RUNS (WS-STEP-COUNT).
051700     MOVE ZERO            TO WS-STEP-SUM (WS-STEP-COUNT).
051800     MOVE ZERO            TO WS-STEP-AVERAGE (WS-STEP-COUNT).
051900     EVALUATE STP-FREQUENCY
052000         WHEN "D"
052100         WHEN SPACE
052200             CONTINUE
052300         WHEN "W"
052400             IF NOT WS-WEEK-END
052500                 PERFORM 1150-SKIP-FREQUENCY
052600                     THRU 1150-SKIP-FREQUENCY-EXIT
052700             END-IF
052800         WHEN "M"
052900             IF NOT WS-MONTH-END
053000                 PERFORM 1150-SKIP-FREQUENCY
053100                     THRU 1150-SKIP-FREQUENCY-EXIT
053200             END-IF
053210         WHEN "Y"
053220             IF NOT WS-YEAR-END
053230                 PERFORM 1150-SKIP-FREQUENCY
053240                     THRU 1150-SKIP-FREQUENCY-EXIT
053250             END-IF
053300         WHEN "R"
053400             PERFORM 1150-SKIP-FREQUENCY
053500                 THRU 1150-SKIP-FREQUENCY-EXIT
053600         WHEN OTHER
053700             DISPLAY "CODE FREQUENCE INCONNU " STP-FREQUENCY
053800                 " - ETAPE TRAITEE QUOTIDIENNE : " STP-NAME
053900     END-EVALUATE.
054000 1100-READ-STEPDEF-EXIT.
054100     EXIT.
054200 1150-SKIP-FREQUENCY.
054400     MOVE "HORS FREQ" TO WS-STEP-ACTION (WS-STEP-COUNT).
054500     ADD 1 TO WS-STEPS-OFFFREQ.
054600 1150-SKIP-FREQUENCY-EXIT.
054700     EXIT.
054800*----------------------------------------------------------------
054900* 1300-READ-CHKPNT : the restart state the driver would find. A
055000*                   step checkpointed complete is not launched
055100*                   again ; any other step of a chain with a
055200*                   checkpoint is a restart - a deferred one
055300*                   included, which the driver re-runs.
055310*                   Only the checkpoints the driver would honour
055320*                   count - this profile, date and cycle.
055400*----------------------------------------------------------------
055500 1300-READ-CHKPNT.
055600     OPEN INPUT CHKPNT.
055700     IF WS-CHKPNT-STATUS NOT = "00"
055800         GO TO 1300-READ-CHKPNT-EXIT
055900     END-IF.
056100     MOVE "N" TO WS-EOF-SW.
056200     PERFORM 1310-APPLY-ONE THRU 1310-APPLY-ONE-EXIT
056300         UNTIL WS-EOF.
056400     CLOSE CHKPNT.
056500     IF WS-RESTART
056510         PERFORM 1330-MARK-RESTART THRU 1330-MARK-RESTART-EXIT
056600             VARYING WS-SUB FROM 1 BY 1
056700             UNTIL WS-SUB > WS-STEP-COUNT
056710     END-IF.
056800 1300-READ-CHKPNT-EXIT.
056900     EXIT.
057000 1310-APPLY-ONE.
057100     READ CHKPNT
057200         AT END
057300             SET WS-EOF TO TRUE
057400             GO TO 1310-APPLY-ONE-EXIT
057500     END-READ.
057506     IF CHKPNT-PROFILE = SPACE
057512         MOVE "N" TO CHKPNT-PROFILE
057518     END-IF.
057524     IF CHKPNT-PROFILE NOT = WS-PROFILE
057530         GO TO 1310-APPLY-ONE-EXIT
057536     END-IF.
057542     IF CHKPNT-BUS-DATE NUMERIC AND
057548        CHKPNT-BUS-DATE NOT = WS-BUSINESS-DATE
057554         GO TO 1310-APPLY-ONE-EXIT
057560     END-IF.
057566     IF CHKPNT-CYCLE NUMERIC AND WS-CYCLE > ZERO AND
057572        CHKPNT-CYCLE NOT = WS-CYCLE
057578         GO TO 1310-APPLY-ONE-EXIT
057584     END-IF.
057590     SET WS-RESTART TO TRUE.
057600     PERFORM 1320-MATCH-STEP THRU 1320-MATCH-STEP-EXIT
057700         VARYING WS-SUB FROM 1 BY 1
057800         UNTIL WS-SUB > WS-STEP-COUNT.
057900 1310-APPLY-ONE-EXIT.
058000     EXIT.
058100 1320-MATCH-STEP.
058200     IF CHKPNT-STEP-NAME NOT = WS-STEP-NAME (WS-SUB)
058300         GO TO 1320-MATCH-STEP-EXIT
058400     END-IF.
058500*    A complete checkpoint stands whatever else the file holds
058600*    for the step.
058700     IF WS-STEP-CKPT (WS-SUB) NOT = "C"
058800         MOVE CHKPNT-STATUS TO WS-STEP-CKPT (WS-SUB)
058900     END-IF.
059000 1320-MATCH-STEP-EXIT.
059100     EXIT.
059200 1330-MARK-RESTART.
059300     IF WS-STEP-ACTION (WS-SUB) = "HORS FREQ"
059400         GO TO 1330-MARK-RESTART-EXIT
059500     END-IF.
059600     IF WS-STEP-CKPT (WS-SUB) = "C"
059700         SET WS-STEP-DONE (WS-SUB) TO TRUE
059800         MOVE "TERMINEE" TO WS-STEP-ACTION (WS-SUB)
059900         ADD 1 TO WS-STEPS-DONE
060000     ELSE
060100         MOVE "REPRISE" TO WS-STEP-ACTION (WS-SUB)
060200     END-IF.
060300 1330-MARK-RESTART-EXIT.
060400     EXIT.
060500*----------------------------------------------------------------
060600* 1400-LOAD-HISTORY : the RUNTREND reckoning - count the nights
060700*                    RUNHIST holds, then average each step over
060800*                    the last TRDPARM nights. The last night's
060900*                    chain start is the planned start when
061000*                    SIMPARM gives none.
061100*----------------------------------------------------------------
061200 1400-LOAD-HISTORY.
061300     OPEN INPUT RUNHIST.
061400     IF WS-RUNHIST-STATUS NOT = "00"
061500         DISPLAY "RUNHIST ABSENT - DUREES INCONNUES"
061600         GO TO 1400-LOAD-HISTORY-EXIT
061700     END-IF.
061800     MOVE "N" TO WS-EOF-SW.
061900     MOVE SPACES TO WS-PRIOR-RUN-ID.
062000     PERFORM 1410-COUNT-ONE THRU 1410-COUNT-ONE-EXIT
062100         UNTIL WS-EOF.
062200     CLOSE RUNHIST.
062300     IF WS-TOTAL-RUNS > WS-NIGHTS
062400         COMPUTE WS-FIRST-WANTED = WS-TOTAL-RUNS - WS-NIGHTS + 1
062500     ELSE
062600         MOVE 1 TO WS-FIRST-WANTED
062700     END-IF.
062800     OPEN INPUT RUNHIST.
062900     MOVE "N" TO WS-EOF-SW.
063000     MOVE SPACES TO WS-PRIOR-RUN-ID.
063100     MOVE ZERO TO WS-RUN-INDEX.
063200     PERFORM 1420-ACCUMULATE-ONE THRU 1420-ACCUMULATE-ONE-EXIT
063300         UNTIL WS-EOF.
063400     CLOSE RUNHIST.
063500     PERFORM 1440-AVERAGE-ONE THRU 1440-AVERAGE-ONE-EXIT
063600         VARYING WS-SUB FROM 1 BY 1
063700         UNTIL WS-SUB > WS-STEP-COUNT.
063800     IF NOT WS-START-KNOWN AND WS-TOTAL-RUNS > ZERO
063900         MOVE WS-LAST-CHAIN-START (1:6) TO WS-START-TIME
064000         SET WS-START-KNOWN TO TRUE
064100     END-IF.
064200 1400-LOAD-HISTORY-EXIT.
064300     EXIT.
064400 1410-COUNT-ONE.
064500     READ RUNHIST
064600         AT END
064700             SET WS-EOF TO TRUE
064800             GO TO 1410-COUNT-ONE-EXIT
064900     END-READ.
064910     IF RH-PROFILE = "J" AND NOT WS-INTRADAY
064920         GO TO 1410-COUNT-ONE-EXIT
064930     END-IF.
064940     IF RH-PROFILE NOT = "J" AND WS-INTRADAY
064950         GO TO 1410-COUNT-ONE-EXIT
064960     END-IF.
065000     IF RH-RUN-ID NOT = WS-PRIOR-RUN-ID
065100         MOVE RH-RUN-ID TO WS-PRIOR-RUN-ID
065200         ADD 1 TO WS-TOTAL-RUNS
065300     END-IF.
065400 1410-COUNT-ONE-EXIT.
065500     EXIT.
065600 1420-ACCUMULATE-ONE.
065700     READ RUNHIST
065800         AT END
065900             SET WS-EOF TO TRUE
066000             GO TO 1420-ACCUMULATE-ONE-EXIT
066100     END-READ.
066110     IF RH-PROFILE = "J" AND NOT WS-INTRADAY
066120         GO TO 1420-ACCUMULATE-ONE-EXIT
066130     END-IF.
066140     IF RH-PROFILE NOT = "J" AND WS-INTRADAY
066150         GO TO 1420-ACCUMULATE-ONE-EXIT
066160     END-IF.
066200     IF RH-RUN-ID NOT = WS-PRIOR-RUN-ID
066300         MOVE RH-RUN-ID TO WS-PRIOR-RUN-ID
066400         ADD 1 TO WS-RUN-INDEX
066500         IF WS-RUN-INDEX = WS-TOTAL-RUNS
066600             MOVE RH-START-TIME TO WS-LAST-CHAIN-START
066700         END-IF
066800     END-IF.
066900     IF WS-RUN-INDEX < WS-FIRST-WANTED
067000         GO TO 1420-ACCUMULATE-ONE-EXIT
067100     END-IF.
067200     MOVE RH-START-TIME TO WS-TIME-START.
067300     MOVE RH-END-TIME   TO WS-TIME-END.
067400     PERFORM 8000-ELAPSED-HUNDREDTHS
067500         THRU 8000-ELAPSED-HUNDREDTHS-EXIT.
067600     PERFORM 1430-FIND-STEP THRU 1430-FIND-STEP-EXIT.
067700     IF WS-FOUND
067800         ADD 1 TO WS-STEP-RUNS (WS-SUB)
067900         ADD WS-ELAPSED TO WS-STEP-SUM (WS-SUB)
068000     END-IF.
068100 1420-ACCUMULATE-ONE-EXIT.
068200     EXIT.
068300 1430-FIND-STEP.
068400     MOVE "N" TO WS-FOUND-SW.
068500     PERFORM 1435-MATCH-STEP THRU 1435-MATCH-STEP-EXIT
068600         VARYING WS-SUB FROM 1 BY 1
068700         UNTIL WS-SUB > WS-STEP-COUNT OR WS-FOUND.
068800     IF WS-FOUND
068900         SUBTRACT 1 FROM WS-SUB
069000     END-IF.
069100 1430-FIND-STEP-EXIT.
069200     EXIT.
069300 1435-MATCH-STEP.
069400     IF WS-STEP-NAME (WS-SUB) = RH-STEP-NAME
069500         SET WS-FOUND TO TRUE
069600     END-IF.
069700 1435-MATCH-STEP-EXIT.
069800     EXIT.
069900 1440-AVERAGE-ONE.
070000     IF WS-STEP-RUNS (WS-SUB) = ZERO
070100         GO TO 1440-AVERAGE-ONE-EXIT
070200     END-IF.
070300     DIVIDE WS-STEP-SUM (WS-SUB) BY WS-STEP-RUNS (WS-SUB)
070400         GIVING WS-STEP-AVERAGE (WS-SUB).
070500 1440-AVERAGE-ONE-EXIT.
070600     EXIT.
070700*----------------------------------------------------------------
070800* 2000-PRINT-HEADER : the calendar, the window and the restart
070900*                    state the plan is drawn under ; the plan
071000*                    clock and the cutoff set in hundredths from
071100*                    the chain-start day's midnight, a cutoff
071200*                    below the start sitting the next morning.
071300*----------------------------------------------------------------
071400 2000-PRINT-HEADER.
071500     MOVE WS-BUSINESS-DATE TO DTL-DATE.
071600     MOVE WS-WEEKDAY TO DTL-WEEKDAY.
071700     MOVE "N" TO DTL-WEEK-END.
071800     IF WS-WEEK-END
071900         MOVE "O" TO DTL-WEEK-END
072000     END-IF.
072100     MOVE "N" TO DTL-MONTH-END.
072200     IF WS-MONTH-END
072300         MOVE "O" TO DTL-MONTH-END
072400     END-IF.
072500     MOVE SPACES TO DTL-TEXT.
072600     IF NOT WS-BUSINESS-DAY
072700         MOVE "NON OUVREE" TO DTL-TEXT
072800     END-IF.
072810     IF WS-BUSINESS-DAY AND WS-YEAR-END
072820         MOVE "FIN D'ANNEE" TO DTL-TEXT
072830     END-IF.
072900     MOVE WS-DATE-LINE TO WS-RPT-DETAIL.
073000     PERFORM 9800-PUT-REPORT-LINE THRU 9800-PUT-REPORT-LINE-EXIT.
073100     MOVE "INCONN" TO WNL-START.
073200     IF WS-START-KNOWN
073300         MOVE WS-START-TIME TO WNL-START
073400         MOVE WS-START-TIME TO WS-TIME-START (1:6)
073500         MOVE ZERO TO WS-TS-HS
073600         COMPUTE WS-CLOCK = (WS-TS-HH * 360000)
073700             + (WS-TS-MM * 6000) + (WS-TS-SS * 100)
073800     END-IF.
073900     MOVE "AUCUNE" TO WNL-CUTOFF.
074000     IF WS-CUTOFF-TIME NOT = 999999
074100         MOVE WS-CUTOFF-TIME TO WNL-CUTOFF
074200         MOVE WS-CUTOFF-TIME TO WS-TIME-END (1:6)
074300         MOVE ZERO TO WS-TE-HS
074400         COMPUTE WS-CUTOFF-HUNDREDTHS = (WS-TE-HH * 360000)
074500             + (WS-TE-MM * 6000) + (WS-TE-SS * 100)
074600         IF WS-CUTOFF-TIME < WS-START-TIME
074700             ADD 8640000 TO WS-CUTOFF-HUNDREDTHS
074800         END-IF
074900     END-IF.
075000     MOVE WS-NIGHTS TO WNL-NIGHTS.
075100     MOVE WS-WINDOW-LINE TO WS-RPT-DETAIL.
075200     PERFORM 9800-PUT-REPORT-LINE THRU 9800-PUT-REPORT-LINE-EXIT.
075300     IF NOT WS-START-KNOWN AND WS-CUTOFF-TIME NOT = 999999
075400         MOVE "DEPART INCONNU - FENETRE NON VERIFIEE"
075500             TO WS-RPT-DETAIL
075600         PERFORM 9800-PUT-REPORT-LINE
075700             THRU 9800-PUT-REPORT-LINE-EXIT
075800     END-IF.
075900     IF WS-RESTART
076000         MOVE "CHKPNT PRESENT - PLAN DE REPRISE" TO WS-RPT-DETAIL
076100         PERFORM 9800-PUT-REPORT-LINE
076200             THRU 9800-PUT-REPORT-LINE-EXIT
076300     END-IF.
076400     MOVE SPACES TO WS-RPT-DETAIL.
076500     PERFORM 9800-PUT-REPORT-LINE THRU 9800-PUT-REPORT-LINE-EXIT.
076600 2000-PRINT-HEADER-EXIT.
076700     EXIT.
076800*----------------------------------------------------------------
076900* 2100-PRINT-NOT-LAUNCHED : the steps the driver never launches
077000*                          - out of frequency tonight or
077100*                          checkpointed complete.
077200*----------------------------------------------------------------
077300 2100-PRINT-NOT-LAUNCHED.
077400     IF NOT WS-STEP-DONE (WS-SUB) AND
077450        WS-STEP-ACTION (WS-SUB) NOT = "HORS FREQ"
077500         GO TO 2100-PRINT-NOT-LAUNCHED-EXIT
077600     END-IF.
077700     MOVE ZERO TO SPL-ELAPSED.
077800     MOVE SPACES TO SPL-END.
077900     PERFORM 8200-PRINT-STEP THRU 8200-PRINT-STEP-EXIT.
078000 2100-PRINT-NOT-LAUNCHED-EXIT.
078100     EXIT.
078200*----------------------------------------------------------------
078300* 3000-PLAN-WAVE : one wave as BATCHDRV 2000 would form it -
078400*                 every step pending whose predecessor is
078500*                 complete - after the window check the driver
078600*                 makes before each launch. The wave lasts as
078700*                 long as its longest member.
078800*----------------------------------------------------------------
078900 3000-PLAN-WAVE.
079000     IF WS-DEADLOCK
079100         PERFORM 3600-BLOCK-REMAINING
079200             THRU 3600-BLOCK-REMAINING-EXIT
079300             VARYING WS-SUB FROM 1 BY 1
079400             UNTIL WS-SUB > WS-STEP-COUNT
079500         SET WS-ALL-DONE TO TRUE
079600         GO TO 3000-PLAN-WAVE-EXIT
079700     END-IF.
079800     PERFORM 3005-SELECT-WAVE THRU 3005-SELECT-WAVE-EXIT.
080300     IF WS-PENDING-COUNT = ZERO
080400         SET WS-ALL-DONE TO TRUE
080500         GO TO 3000-PLAN-WAVE-EXIT
080600     END-IF.
080700     IF WS-START-KNOWN AND WS-CUTOFF-TIME NOT = 999999
080800         AND WS-CLOCK >= WS-CUTOFF-HUNDREDTHS
080900         MOVE WS-CLOCK TO WS-TOD-IN
081000         PERFORM 8100-TIME-OF-DAY THRU 8100-TIME-OF-DAY-EXIT
081100         MOVE SPACES TO WS-RPT-DETAIL
081200         STRING "FENETRE FERMEE A " WS-TIME-OF-DAY
081300             " - ETAPES RESTANTES DIFFEREES"
081400             DELIMITED BY SIZE INTO WS-RPT-DETAIL
081500         PERFORM 9800-PUT-REPORT-LINE
081600             THRU 9800-PUT-REPORT-LINE-EXIT
081700         PERFORM 3500-DEFER-REMAINING
081800             THRU 3500-DEFER-REMAINING-EXIT
081900             VARYING WS-SUB FROM 1 BY 1
082000             UNTIL WS-SUB > WS-STEP-COUNT
082100         SET WS-ALL-DONE TO TRUE
082200         GO TO 3000-PLAN-WAVE-EXIT
082300     END-IF.
082400     IF WS-WAVE-COUNT = ZERO
082500         MOVE "INTERBLOCAGE DE PREDECESSEURS - ARRET PREVU"
082600             TO WS-RPT-DETAIL
082700         PERFORM 9800-PUT-REPORT-LINE
082800             THRU 9800-PUT-REPORT-LINE-EXIT
082900         SET WS-DEADLOCK TO TRUE
083000         GO TO 3000-PLAN-WAVE-EXIT
083100     END-IF.
083200     ADD 1 TO WS-WAVE-NUMBER.
083300     MOVE ZERO TO WS-WAVE-LENGTH.
083400     PERFORM 3020-WAVE-LENGTH THRU 3020-WAVE-LENGTH-EXIT
083500         VARYING WS-SUB FROM 1 BY 1
083600         UNTIL WS-SUB > WS-STEP-COUNT.
083700     MOVE WS-WAVE-NUMBER TO WVL-NUMBER.
083800     MOVE WS-WAVE-COUNT TO WVL-COUNT.
083900     MOVE "------" TO WVL-START.
084000     MOVE "------" TO WVL-END.
084100     IF WS-START-KNOWN
084200         MOVE WS-CLOCK TO WS-TOD-IN
084300         PERFORM 8100-TIME-OF-DAY THRU 8100-TIME-OF-DAY-EXIT
084400         MOVE WS-TIME-OF-DAY TO WVL-START
084500         COMPUTE WS-TOD-IN = WS-CLOCK + WS-WAVE-LENGTH
084600         PERFORM 8100-TIME-OF-DAY THRU 8100-TIME-OF-DAY-EXIT
084700         MOVE WS-TIME-OF-DAY TO WVL-END
084800     END-IF.
084900     MOVE WS-WAVE-LINE TO WS-RPT-DETAIL.
085000     PERFORM 9800-PUT-REPORT-LINE THRU 9800-PUT-REPORT-LINE-EXIT.
085100     PERFORM 3100-PLAN-MEMBER THRU 3100-PLAN-MEMBER-EXIT
085200         VARYING WS-SUB FROM 1 BY 1
085300         UNTIL WS-SUB > WS-STEP-COUNT.
085400     ADD WS-WAVE-LENGTH TO WS-CLOCK.
085500 3000-PLAN-WAVE-EXIT.
085600     EXIT.
085605*----------------------------------------------------------------
085610* 3005-SELECT-WAVE : the next wave as BATCHDRV 2400 selects it -
085615*                   made again while a step out of frequency
085620*                   passes (3012), so its successors join the
085625*                   same wave.
085630*----------------------------------------------------------------
085635 3005-SELECT-WAVE.
085640     MOVE ZERO TO WS-WAVE-COUNT.
085645     MOVE ZERO TO WS-PENDING-COUNT.
085650     MOVE ZERO TO WS-PASSED-COUNT.
085655     PERFORM 3010-SELECT-ONE THRU 3010-SELECT-ONE-EXIT
085660         VARYING WS-SUB FROM 1 BY 1
085665         UNTIL WS-SUB > WS-STEP-COUNT.
085670     IF WS-PASSED-COUNT > ZERO
085675         GO TO 3005-SELECT-WAVE
085680     END-IF.
085685 3005-SELECT-WAVE-EXIT.
085690     EXIT.
085700 3010-SELECT-ONE.
085800     MOVE "N" TO WS-STEP-WAVE-SW (WS-SUB).
085900     IF WS-STEP-DONE (WS-SUB)
086000         GO TO 3010-SELECT-ONE-EXIT
086100     END-IF.
086200     ADD 1 TO WS-PENDING-COUNT.
086300     IF WS-STEP-PRED (WS-SUB) = SPACES
086400         PERFORM 3012-JOIN-WAVE THRU 3012-JOIN-WAVE-EXIT
086600         GO TO 3010-SELECT-ONE-EXIT
086700     END-IF.
086800     MOVE "N" TO WS-PRED-DONE-SW.
086900     PERFORM 3015-SCAN-PRED THRU 3015-SCAN-PRED-EXIT
087000         VARYING WS-PRED-SUB FROM 1 BY 1
087100         UNTIL WS-PRED-SUB > WS-STEP-COUNT OR WS-PRED-DONE.
087200     IF WS-PRED-DONE
087300         PERFORM 3012-JOIN-WAVE THRU 3012-JOIN-WAVE-EXIT
087500     END-IF.
087600 3010-SELECT-ONE-EXIT.
087700     EXIT.
087706*----------------------------------------------------------------
087712* 3012-JOIN-WAVE : a step out of frequency tonight passes - taken
087718*                 as complete without being planned, so its
087724*                 successors can join the same wave.
087730*----------------------------------------------------------------
087736 3012-JOIN-WAVE.
087742     IF WS-STEP-ACTION (WS-SUB) = "HORS FREQ"
087748         SET WS-STEP-DONE (WS-SUB) TO TRUE
087754         ADD 1 TO WS-PASSED-COUNT
087760         GO TO 3012-JOIN-WAVE-EXIT
087766     END-IF.
087772     SET WS-STEP-IN-WAVE (WS-SUB) TO TRUE.
087778     ADD 1 TO WS-WAVE-COUNT.
087784 3012-JOIN-WAVE-EXIT.
087790     EXIT.
087800 3015-SCAN-PRED.
087900     IF WS-STEP-NAME (WS-PRED-SUB) = WS-STEP-PRED (WS-SUB) AND
088000        WS-STEP-DONE (WS-PRED-SUB)
088100         SET WS-PRED-DONE TO TRUE
088200     END-IF.
088300 3015-SCAN-PRED-EXIT.
088400     EXIT.
088500 3020-WAVE-LENGTH.
088600     IF WS-STEP-IN-WAVE (WS-SUB)
088700         AND WS-STEP-AVERAGE (WS-SUB) > WS-WAVE-LENGTH
088800         MOVE WS-STEP-AVERAGE (WS-SUB) TO WS-WAVE-LENGTH
088900     END-IF.
089000 3020-WAVE-LENGTH-EXIT.
089100     EXIT.
089200*----------------------------------------------------------------
089300* 3100-PLAN-MEMBER : one member of the wave, listed with its
089400*                   expected elapsed (seconds) and end, then
089500*                   taken as complete for the next wave.
089600*----------------------------------------------------------------
089700 3100-PLAN-MEMBER.
089800     IF NOT WS-STEP-IN-WAVE (WS-SUB)
089900         GO TO 3100-PLAN-MEMBER-EXIT
090000     END-IF.
090100     IF WS-STEP-ACTION (WS-SUB) = "REPRISE"
090200         ADD 1 TO WS-STEPS-RESTARTED
090300     ELSE
090400         ADD 1 TO WS-STEPS-RUN
090500     END-IF.
090600     IF WS-STEP-RUNS (WS-SUB) = ZERO
090700         ADD 1 TO WS-STEPS-NO-HISTORY
090800     END-IF.
090900     DIVIDE WS-STEP-AVERAGE (WS-SUB) BY 100 GIVING SPL-ELAPSED.
091000     MOVE SPACES TO SPL-END.
091100     IF WS-START-KNOWN
091200         COMPUTE WS-TOD-IN = WS-CLOCK + WS-STEP-AVERAGE (WS-SUB)
091300         PERFORM 8100-TIME-OF-DAY THRU 8100-TIME-OF-DAY-EXIT
091400         MOVE WS-TIME-OF-DAY TO SPL-END
091500     END-IF.
091600     PERFORM 8200-PRINT-STEP THRU 8200-PRINT-STEP-EXIT.
091700     SET WS-STEP-DONE (WS-SUB) TO TRUE.
091800 3100-PLAN-MEMBER-EXIT.
091900     EXIT.
092000*----------------------------------------------------------------
092100* 3500-DEFER-REMAINING / 3600-BLOCK-REMAINING : the steps the
092200*                       window or a deadlock leaves unlaunched.
092300*----------------------------------------------------------------
092400 3500-DEFER-REMAINING.
092500     IF WS-STEP-DONE (WS-SUB)
092600         GO TO 3500-DEFER-REMAINING-EXIT
092700     END-IF.
092725     IF WS-STEP-ACTION (WS-SUB) = "HORS FREQ"
092750         GO TO 3500-DEFER-REMAINING-EXIT
092775     END-IF.
092800     MOVE "DIFFEREE" TO WS-STEP-ACTION (WS-SUB).
092900     ADD 1 TO WS-STEPS-DEFERRED.
093000     MOVE ZERO TO SPL-ELAPSED.
093100     MOVE SPACES TO SPL-END.
093200     PERFORM 8200-PRINT-STEP THRU 8200-PRINT-STEP-EXIT.
093300 3500-DEFER-REMAINING-EXIT.
093400     EXIT.
093500 3600-BLOCK-REMAINING.
093600     IF WS-STEP-DONE (WS-SUB)
093700         GO TO 3600-BLOCK-REMAINING-EXIT
093800     END-IF.
093825     IF WS-STEP-ACTION (WS-SUB) = "HORS FREQ"
093850         GO TO 3600-BLOCK-REMAINING-EXIT
093875     END-IF.
093900     MOVE "BLOQUEE" TO WS-STEP-ACTION (WS-SUB).
094000     ADD 1 TO WS-STEPS-BLOCKED.
094100     MOVE ZERO TO SPL-ELAPSED.
094200     MOVE SPACES TO SPL-END.
094300     PERFORM 8200-PRINT-STEP THRU 8200-PRINT-STEP-EXIT.
094400 3600-BLOCK-REMAINING-EXIT.
094500     EXIT.
094600*----------------------------------------------------------------
094700* 8000-ELAPSED-HUNDREDTHS : the PERFGRP conversion, plus the
094800*                          24-hour allowance when the end stamp
094900*                          sits before the start.
095000*----------------------------------------------------------------
095100 8000-ELAPSED-HUNDREDTHS.
095200     COMPUTE WS-START-HUNDREDTHS =
095300         (WS-TS-HH * 360000) + (WS-TS-MM * 6000)
095400             + (WS-TS-SS * 100) + WS-TS-HS.
095500     COMPUTE WS-END-HUNDREDTHS =
095600         (WS-TE-HH * 360000) + (WS-TE-MM * 6000)
095700             + (WS-TE-SS * 100) + WS-TE-HS.
095800     IF WS-END-HUNDREDTHS < WS-START-HUNDREDTHS
095900         ADD 8640000 TO WS-END-HUNDREDTHS
096000     END-IF.
096100     COMPUTE WS-ELAPSED =
096200         WS-END-HUNDREDTHS - WS-START-HUNDREDTHS.
096300 8000-ELAPSED-HUNDREDTHS-EXIT.
096400     EXIT.
096500*----------------------------------------------------------------
096600* 8100-TIME-OF-DAY : the plan clock WS-TOD-IN (hundredths, past
096700*                   midnight when above a day) as HHMMSS.
096800*----------------------------------------------------------------
096900 8100-TIME-OF-DAY.
097000     DIVIDE WS-TOD-IN BY 8640000 GIVING WS-TOD-DAYS
097100         REMAINDER WS-TOD-REST.
097200     DIVIDE WS-TOD-REST BY 360000 GIVING WS-TD-HH
097300         REMAINDER WS-TOD-REST.
097400     DIVIDE WS-TOD-REST BY 6000 GIVING WS-TD-MM
097500         REMAINDER WS-TOD-REST.
097600     DIVIDE WS-TOD-REST BY 100 GIVING WS-TD-SS.
097700 8100-TIME-OF-DAY-EXIT.
097800     EXIT.
097900*----------------------------------------------------------------
098000* 8200-PRINT-STEP : one step line, elapsed and end already set.
098100*----------------------------------------------------------------
098200 8200-PRINT-STEP.
098300     MOVE WS-STEP-NAME (WS-SUB)   TO SPL-NAME.
098400     MOVE WS-STEP-ACTION (WS-SUB) TO SPL-ACTION.
098500     MOVE WS-STEP-PRED (WS-SUB)   TO SPL-PRED.
098600     MOVE WS-STEP-LINE TO WS-RPT-DETAIL.
098700     PERFORM 9800-PUT-REPORT-LINE THRU 9800-PUT-REPORT-LINE-EXIT.
098800 8200-PRINT-STEP-EXIT.
098900     EXIT.
099000*----------------------------------------------------------------
099100* 9000-WRITE-TOTALS : the plan's counts and its expected end.
099200*----------------------------------------------------------------
099300 9000-WRITE-TOTALS.
099400     MOVE SPACES TO WS-RPT-DETAIL.
099500     PERFORM 9800-PUT-REPORT-LINE THRU 9800-PUT-REPORT-LINE-EXIT.
099600     MOVE "VAGUES                : " TO TTL-LABEL.
099700     MOVE WS-WAVE-NUMBER TO TTL-VALUE.
099800     PERFORM 9010-PUT-TOTAL THRU 9010-PUT-TOTAL-EXIT.
099900     MOVE "ETAPES A EXECUTER     : " TO TTL-LABEL.
100000     MOVE WS-STEPS-RUN TO TTL-VALUE.
100100     PERFORM 9010-PUT-TOTAL THRU 9010-PUT-TOTAL-EXIT.
100200     MOVE "ETAPES EN REPRISE     : " TO TTL-LABEL.
100300     MOVE WS-STEPS-RESTARTED TO TTL-VALUE.
100400     PERFORM 9010-PUT-TOTAL THRU 9010-PUT-TOTAL-EXIT.
100500     MOVE "ETAPES DEJA TERMINEES : " TO TTL-LABEL.
100600     MOVE WS-STEPS-DONE TO TTL-VALUE.
100700     PERFORM 9010-PUT-TOTAL THRU 9010-PUT-TOTAL-EXIT.
100800     MOVE "ETAPES HORS FREQUENCE : " TO TTL-LABEL.
100900     MOVE WS-STEPS-OFFFREQ TO TTL-VALUE.
101000     PERFORM 9010-PUT-TOTAL THRU 9010-PUT-TOTAL-EXIT.
101100     MOVE "ETAPES DIFFEREES      : " TO TTL-LABEL.
101200     MOVE WS-STEPS-DEFERRED TO TTL-VALUE.
101300     PERFORM 9010-PUT-TOTAL THRU 9010-PUT-TOTAL-EXIT.
101400     MOVE "ETAPES BLOQUEES       : " TO TTL-LABEL.
101500     MOVE WS-STEPS-BLOCKED TO TTL-VALUE.
101600     PERFORM 9010-PUT-TOTAL THRU 9010-PUT-TOTAL-EXIT.
101700     MOVE "ETAPES SANS HISTORIQUE: " TO TTL-LABEL.
101800     MOVE WS-STEPS-NO-HISTORY TO TTL-VALUE.
101900     PERFORM 9010-PUT-TOTAL THRU 9010-PUT-TOTAL-EXIT.
102000     IF NOT WS-START-KNOWN
102100         GO TO 9000-WRITE-TOTALS-EXIT
102200     END-IF.
102300     MOVE WS-CLOCK TO WS-TOD-IN.
102400     PERFORM 8100-TIME-OF-DAY THRU 8100-TIME-OF-DAY-EXIT.
102500     MOVE SPACES TO WS-RPT-DETAIL.
102600     STRING "FIN DE CHAINE PREVUE  : " WS-TIME-OF-DAY
102700         DELIMITED BY SIZE INTO WS-RPT-DETAIL.
102800     PERFORM 9800-PUT-REPORT-LINE THRU 9800-PUT-REPORT-LINE-EXIT.
102900 9000-WRITE-TOTALS-EXIT.
103000     EXIT.
103100 9010-PUT-TOTAL.
103200     MOVE WS-TOTAL-LINE TO WS-RPT-DETAIL.
103300     PERFORM 9800-PUT-REPORT-LINE THRU 9800-PUT-REPORT-LINE-EXIT.
103400 9010-PUT-TOTAL-EXIT.
103500     EXIT.
103600*----------------------------------------------------------------
103700* 9800-PUT-REPORT-LINE : one line through the shared RPTWRITE
103800*                       page writer onto PRTPLAN.
103900*----------------------------------------------------------------
104000 9800-PUT-REPORT-LINE.
104100     CALL "RPTWRITE" USING WS-RPT-STATE WS-RPT-TITLE
104200                           WS-RPT-DETAIL WS-RPT-OUT.
104300     PERFORM 9810-WRITE-OUT-LINE THRU 9810-WRITE-OUT-LINE-EXIT
104400         VARYING WS-RPT-SUB FROM 1 BY 1
104500         UNTIL WS-RPT-SUB > WS-RPT-OUT-COUNT.
104600 9800-PUT-REPORT-LINE-EXIT.
104700     EXIT.
104800 9810-WRITE-OUT-LINE.
104900     WRITE PRTPLAN-LINE FROM WS-RPT-OUT-LINE (WS-RPT-SUB).
105000 9810-WRITE-OUT-LINE-EXIT.
105100     EXIT.
