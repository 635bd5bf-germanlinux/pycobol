002724*                and an absent CTLDATE now really does run
002725*                every step instead of skipping W and M ones.
002726*----------------------------------------------------------------
002730* 2026-10-15 EL  The step table is widened from twenty entries
002740*                to forty : the night now carries more steps
002750*                than the old ceiling, and a STEPDEF line past
002760*                it was ignored with only a console warning.
002770*----------------------------------------------------------------
002771* 2026-10-15 EL  TRANSIN and TRANSOUT count records widened to
002772*                40 bytes with TRANREC.cpy.
002774*----------------------------------------------------------------
002777* 2026-10-15 EL  TRANSIN and TRANSOUT count records widened to
002782*                62 bytes for the movement's unique reference,
002787*                and the reject count records to the 82-byte
002792*                REJREC.cpy envelope.
002793* 2026-10-15 EL  Intraday posting cycle. A second STEPDEF profile,
002794*                STEPDAY, holds the cut-down midday chain (feed
002795*                merge, suspense recycle, posting, balance check,
002796*                balance posting, suspense proof, cycle close) ;
002797*                the midday run points the STEPDEF DD at it. Each
002798*                STEPDEF record now carries its profile code
002799*                (STP-PROFILE : J = intraday, N or blank = the
002800*                night) and a file mixing the two stops the chain.
002801*                The CTLDATE card's posting cycle (CTL-CYCLE,
002802*                blank = 1) is read with the business date. Every
002803*                checkpoint is stamped with the chain's profile,
002804*                business date and cycle, and a restart only
002805*                honours the checkpoints of its own profile, date
002806*                and cycle (unstamped ones as before) : a midday
002807*                checkpoint never skips a night step, nor one
002808*                date's checkpoints the next date's. RUNHIST
002809*                records carry the cycle and profile too, so the
002810*                reports tell the day's cycles apart. An intraday
002811*                chain left unfinished must be completed before
002812*                the night chain runs.
002813*----------------------------------------------------------------
002814* 2026-10-15 EL  Frequency Y, year-end : the step runs on the
002815*                last business day of the year - the next
002816*                business day falls in another year, the
002817*                month-end test one level up. No CTLDATE runs
002818*                Y steps too, as it does W and M ones.
002819*----------------------------------------------------------------
002820* 2026-10-15 EL  An out-of-frequency step is no longer marked
002821*                complete when the table is loaded - its
002822*                successors then launched in the first wave,
002823*                ahead of the whole chain (ESSAIZERO behind the
002824*                weekly WRTREIN, MORNSTAT, GENSAVE and DATEROLL
002825*                behind the weekly INTEGCHK). It now passes,
002826*                complete without a launch, once its own
002827*                predecessor is, and its successors join the
002828*                wave then formed.
002829*----------------------------------------------------------------
002840 ENVIRONMENT DIVISION.
002850 CONFIGURATION SECTION.
002900 INPUT-OUTPUT SECTION.
003000 FILE-CONTROL.
003100     SELECT CHKPNT ASSIGN TO "CHKPNT"
003900     05  CHKPNT-STEP-NUMBER      PIC 9(02).
004000     05  CHKPNT-STEP-NAME        PIC X(16).
004100     05  CHKPNT-STATUS           PIC X(01).
004200     05  CHKPNT-PROFILE          PIC X(01).
004201     05  CHKPNT-BUS-DATE         PIC 9(08).
004202     05  CHKPNT-CYCLE            PIC 9(01).
004203     05  FILLER                  PIC X(11).
004204 FD  STEPDEF
004205     LABEL RECORDS ARE STANDARD.
004206 01  STEPDEF-RECORD.
004207     05  STP-ORDER               PIC 9(02).
004208     05  STP-NAME                PIC X(16).
004209     05  STP-PREDECESSOR         PIC X(16).
004210     05  STP-MAX-RC              PIC 9(02).
004211     05  STP-FREQUENCY           PIC X(01).
004212     05  STP-PROFILE             PIC X(01).
004213     05  FILLER                  PIC X(02).
004214 FD  RUNHIST
004215     LABEL RECORDS ARE STANDARD.
004216 01  RUNHIST-RECORD.
004217     05  RH-RUN-ID               PIC X(14).
004218     05  RH-STEP-NAME            PIC X(16).
004219     05  RH-START-TIME           PIC 9(08).
004220     05  RH-END-TIME             PIC 9(08).
004221     05  RH-RETURN-CODE          PIC 9(04).
004222     05  RH-RECS-PROCESSED       PIC 9(06).
004223     05  RH-CYCLE                PIC 9(01).
004224     05  RH-PROFILE              PIC X(01).
004225     05  FILLER                  PIC X(02).
004226 FD  WINPARM
004227     LABEL RECORDS ARE STANDARD.
004228 01  WINPARM-RECORD.
004229     05  WIN-CUTOFF-TIME         PIC 9(06).
004230     05  FILLER                  PIC X(14).
004231 FD  CTLTOTS
004232     LABEL RECORDS ARE STANDARD.
004233 01  CTLTOTS-LINE                PIC X(50).
004234 FD  CNTTRANSIN
004235     LABEL RECORDS ARE STANDARD.
004236 01  CNTTRANSIN-RECORD           PIC X(62).
004237 FD  CTLDATE
004238     LABEL RECORDS ARE STANDARD.
004239 01  CTLDATE-RECORD.
004240     05  CTL-BUSINESS-DATE       PIC 9(08).
004241     05  CTL-CYCLE               PIC 9(01).
004242     05  FILLER                  PIC X(11).
004243 FD  STEPRCS
004244     LABEL RECORDS ARE STANDARD.
004245 01  STEPRCS-RECORD              PIC X(60).
004246 FD  CNTFEED
004247     LABEL RECORDS ARE STANDARD.
004248 01  CNTFEED-RECORD.
004249     05  CNF-SOURCE-ID           PIC X(08).
004250     05  CNF-RECORD-COUNT        PIC 9(06).
004251     05  CNF-AMOUNT-HASH         PIC 9(12).
004252     05  FILLER                  PIC X(04).
004253 FD  CNTTRANS
004254     LABEL RECORDS ARE STANDARD.
004260 01  CNTTRANS-RECORD             PIC X(62).
004270 FD  CNTNIVGR
004280     LABEL RECORDS ARE STANDARD.
004290 01  CNTNIVGR-RECORD             PIC X(82).
004300 FD  CNTSPACE
004310     LABEL RECORDS ARE STANDARD.
004320 01  CNTSPACE-RECORD             PIC X(82).
004330 FD  CNTAUDLOG
004340     LABEL RECORDS ARE STANDARD.
004350 01  CNTAUDLOG-RECORD            PIC X(180).
004725 77  WS-BUSINESS-DATE            PIC 9(08) VALUE ZERO.
004726 77  WS-MONTH-END-SW             PIC X(01) VALUE "N".
004752     88  WS-MONTH-END            VALUE "Y".
004753 77  WS-YEAR-END-SW              PIC X(01) VALUE "N".
004754     88  WS-YEAR-END             VALUE "Y".
004755 77  WS-WEEKDAY                  PIC 9(01) VALUE ZERO.
004767 77  WS-NEXT-WEEKDAY             PIC 9(01) VALUE ZERO.
004768 77  WS-WEEK-END-SW              PIC X(01) VALUE "N".
004769     88  WS-WEEK-END             VALUE "Y".
004770 77  WS-STEPS-OFFFREQ            PIC 9(02) COMP VALUE ZERO.
004771 77  WS-CYCLE                    PIC 9(01) VALUE 1.
004772 77  WS-PROFILE                  PIC X(01) VALUE "N".
004773     88  WS-INTRADAY             VALUE "J".
004774 77  WS-STEP-PROFILE             PIC X(01) VALUE SPACE.
004775 77  WS-CHKPNT-CURRENT-SW        PIC X(01) VALUE "N".
004776     88  WS-CHKPNT-CURRENT       VALUE "Y".
004777*----------------------------------------------------------------
004778* CALL "DATECHEK" parameters, the same pattern as PADTRIM.
004779*----------------------------------------------------------------
004780 77  WS-DC-FUNCTION              PIC X(01) VALUE SPACE.
004781 77  WS-DC-DATE                  PIC 9(08) VALUE ZERO.
004782 77  WS-DC-DAY-NUMBER            PIC 9(07) COMP VALUE ZERO.
004783 77  WS-DC-RESULT                PIC X(01) VALUE SPACE.
004784 77  WS-STEPRCS-STATUS           PIC X(02) VALUE SPACES.
004785 77  WS-ALL-DONE-SW              PIC X(01) VALUE "N".
004786     88  WS-ALL-DONE             VALUE "Y".
004787 77  WS-WAVE-COUNT               PIC 9(02) COMP VALUE ZERO.
004788 77  WS-PENDING-COUNT            PIC 9(02) COMP VALUE ZERO.
004789 77  WS-CMD-PTR                  PIC 9(04) COMP VALUE ZERO.
004790 77  WS-NAME-LEN                 PIC 9(02) COMP VALUE ZERO.
004791 77  WS-CHR-SUB                  PIC 9(02) COMP VALUE ZERO.
004792 77  WS-WAVE-START               PIC 9(08) VALUE ZERO.
004793 77  WS-WAVE-END                 PIC 9(08) VALUE ZERO.
004794 77  WS-PARSE-NAME               PIC X(16) VALUE SPACES.
004795 77  WS-PARSE-RC-X               PIC X(04) VALUE SPACES.
004796 01  WS-PARSE-START-X            PIC X(08) VALUE SPACES.
004797 01  WS-PARSE-START-9 REDEFINES WS-PARSE-START-X PIC 9(08).
004798 01  WS-PARSE-END-X              PIC X(08) VALUE SPACES.
004799 01  WS-PARSE-END-9 REDEFINES WS-PARSE-END-X PIC 9(08).
004800 01  WS-PARSE-RC-NUM             PIC X(04) VALUE SPACES.
004801 01  WS-PARSE-RC-9 REDEFINES WS-PARSE-RC-NUM PIC 9(04).
004802 77  WS-COMMAND                  PIC X(2400) VALUE SPACES.
004803 77  WS-CMD-OVERFLOW-SW          PIC X(01) VALUE "N".
004804     88  WS-CMD-OVERFLOW         VALUE "Y".
004805*----------------------------------------------------------------
004806* CALL "PADTRIM" parameters - right-justify the exit code the
004807* shell echoed before it is read as a number.
004808*----------------------------------------------------------------
004809 77  WS-PT-REQUEST               PIC X(01) VALUE SPACE.
004810 77  WS-PT-SOURCE                PIC X(20) VALUE SPACES.
004811 77  WS-PT-TARGET                PIC X(20) VALUE SPACES.
004812 01  WS-PT-LENGTHS.
004813     05  WS-PT-SOURCE-LENGTH     PIC 9(04) COMP.
004814     05  WS-PT-TARGET-LENGTH     PIC 9(04) COMP.
004815 77  WS-EOF-SW                   PIC X(01) VALUE "N".
004900     88  WS-EOF                  VALUE "Y".
004950 77  WS-PASSED-COUNT             PIC 9(02) COMP VALUE ZERO.
005000 77  WS-SUB                      PIC 9(02) COMP VALUE ZERO.
005100 77  WS-STEPS-RUN                PIC 9(02) COMP VALUE ZERO.
005200 77  WS-STEPS-SKIPPED            PIC 9(02) COMP VALUE ZERO.
005480*                execution order - load-module name, predecessor
005490*                step name, tolerated RETURN-CODE, and whether
005500*                the checkpoint file already marked the step
005600*                complete on a prior run. Forty entries - the
005610*                operations team's original twenty, doubled.
005700*----------------------------------------------------------------
005800 01  WS-STEP-TABLE.
005900     05  WS-STEP-ENTRY OCCURS 40 TIMES
006000                         INDEXED BY WS-STEP-IDX.
006100         10  WS-STEP-NAME         PIC X(16).
006110         10  WS-STEP-PRED         PIC X(16).
011115 1900-COUNT-SKIPPED-EXIT.
011116     EXIT.
011117*----------------------------------------------------------------
011118* 1450-READ-CALENDAR : the CTLDATE business date and posting
011119*                     cycle, the date's day of week, and whether
011120*                     tonight is the month's last business day
011121*                     (the next business day, holidays
011122*                     included, falls in another month) - all
011123*                     through DATECHEK.
011124*----------------------------------------------------------------
011125 1450-READ-CALENDAR.
011126     OPEN INPUT CTLDATE.
011127     IF WS-CTLDATE-STATUS NOT = "00"
011128         DISPLAY "CTLDATE ABSENTE - TOUTES ETAPES QUOTIDIENNES"
011129*        Without the business date, W, M and Y steps run rather
011130*        than silently skip - the fallback matches the message.
011131         SET WS-WEEK-END TO TRUE
011132         SET WS-MONTH-END TO TRUE
011133         SET WS-YEAR-END TO TRUE
011134         GO TO 1450-READ-CALENDAR-EXIT
011135     END-IF.
011136     READ CTLDATE
011137         AT END
011138             CLOSE CTLDATE
011139             SET WS-WEEK-END TO TRUE
011140             SET WS-MONTH-END TO TRUE
011141             SET WS-YEAR-END TO TRUE
011142             GO TO 1450-READ-CALENDAR-EXIT
011143     END-READ.
011144     MOVE CTL-BUSINESS-DATE TO WS-BUSINESS-DATE.
011145     IF CTL-CYCLE NUMERIC AND CTL-CYCLE > ZERO
011146         MOVE CTL-CYCLE TO WS-CYCLE
011147     END-IF.
011148     DISPLAY "CYCLE DE POSTING : " WS-CYCLE.
011149     CLOSE CTLDATE.
011150     MOVE "W" TO WS-DC-FUNCTION.
011151     MOVE WS-BUSINESS-DATE TO WS-DC-DATE.
011152     CALL "DATECHEK" USING WS-DC-FUNCTION WS-DC-DATE
011153                           WS-DC-DAY-NUMBER WS-DC-RESULT.
011154     MOVE WS-DC-DAY-NUMBER TO WS-WEEKDAY.
011155     MOVE "N" TO WS-DC-FUNCTION.
011156     MOVE WS-BUSINESS-DATE TO WS-DC-DATE.
011157     CALL "DATECHEK" USING WS-DC-FUNCTION WS-DC-DATE
011158                           WS-DC-DAY-NUMBER WS-DC-RESULT.
011159     IF WS-DC-DATE (5:2) NOT = WS-BUSINESS-DATE (5:2)
011160         SET WS-MONTH-END TO TRUE
011161         DISPLAY "DERNIER JOUR OUVRE DU MOIS"
011162     END-IF.
011163     IF WS-DC-DATE (1:4) NOT = WS-BUSINESS-DATE (1:4)
011164         SET WS-YEAR-END TO TRUE
011165         DISPLAY "DERNIER JOUR OUVRE DE L'ANNEE"
011166     END-IF.
011167*    Last business day of the WEEK : weekdays ascend within a
011168*    week, so the week ends whenever the next business day's
011169*    weekday falls back below tonight's - a Thursday before a
011170*    Friday holiday ends the week just as a plain Friday does.
011171     MOVE "W" TO WS-DC-FUNCTION.
011172     CALL "DATECHEK" USING WS-DC-FUNCTION WS-DC-DATE
011173                           WS-DC-DAY-NUMBER WS-DC-RESULT.
011174     MOVE WS-DC-DAY-NUMBER TO WS-NEXT-WEEKDAY.
011175     IF WS-NEXT-WEEKDAY < WS-WEEKDAY
011176         SET WS-WEEK-END TO TRUE
011177         DISPLAY "DERNIER JOUR OUVRE DE LA SEMAINE"
011178     END-IF.
011179 1450-READ-CALENDAR-EXIT.
011180     EXIT.
011181*----------------------------------------------------------------
011182* 1400-READ-WINPARM : the batch-window cutoff time. A missing
011183*                    card means no cutoff - the chain may run
011184*                    as long as it needs.
011185*----------------------------------------------------------------
011186 1400-READ-WINPARM.
011187     OPEN INPUT WINPARM.
011188     IF WS-WINPARM-STATUS = "35"
011189         GO TO 1400-READ-WINPARM-EXIT
011190     END-IF.
011191     READ WINPARM
011192         AT END
011193             CONTINUE
011194         NOT AT END
011195             MOVE WIN-CUTOFF-TIME TO WS-CUTOFF-TIME
011196     END-READ.
011197     CLOSE WINPARM.
011198 1400-READ-WINPARM-EXIT.
011199     EXIT.
011200*----------------------------------------------------------------
011201* 1500-LOAD-STEPDEF : one table entry per STEPDEF record. The
011202*                    file is expected in execution order ; the
011203*                    order number on each record is checked
011204*                    against the position it landed in, so a
011205*                    mis-sequenced file is caught before any
011206*                    step is launched.
011207*----------------------------------------------------------------
011208 1500-LOAD-STEPDEF.
011209     MOVE "N" TO WS-EOF-SW.
011210     OPEN INPUT STEPDEF.
011211     IF WS-STEPDEF-STATUS NOT = "00"
011212         DISPLAY "STEPDEF ABSENT (STATUT " WS-STEPDEF-STATUS
011213             ") - AUCUNE ETAPE A LANCER"
011214         MOVE 16 TO RETURN-CODE
011215         SET WS-EOF TO TRUE
011216         GO TO 1500-LOAD-STEPDEF-EXIT
011217     END-IF.
011218     PERFORM 1600-READ-STEPDEF THRU 1600-READ-STEPDEF-EXIT
011219         UNTIL WS-EOF.
011220     CLOSE STEPDEF.
011230     DISPLAY "ETAPES DEFINIES : " WS-STEP-COUNT.
011240 1500-LOAD-STEPDEF-EXIT.
011340 1600-READ-STEPDEF-EXIT.
011350     EXIT.
011360 1700-TABLE-ONE-STEP.
011370     IF WS-STEP-COUNT >= 40
011380         DISPLAY "TABLE DES ETAPES PLEINE - IGNORE : " STP-NAME
011390         GO TO 1700-TABLE-ONE-STEP-EXIT
011400     END-IF.
011440         MOVE 16 TO RETURN-CODE
011450         SET WS-CHAIN-STOPPED TO TRUE
011460     END-IF.
011461*    The first record names the chain's profile ; every other
011462*    record must agree.
011463     MOVE STP-PROFILE TO WS-STEP-PROFILE.
011464     IF WS-STEP-PROFILE = SPACE
011465         MOVE "N" TO WS-STEP-PROFILE
011466     END-IF.
011467     IF WS-STEP-COUNT = 1
011468         MOVE WS-STEP-PROFILE TO WS-PROFILE
011469         IF WS-INTRADAY
011470             DISPLAY "PROFIL INTRAJOURNALIER (STEPDAY)"
011471         END-IF
011472     END-IF.
011473     IF WS-STEP-PROFILE NOT = WS-PROFILE
011474         DISPLAY "STEPDEF MELANGE DEUX PROFILS A L'ORDRE "
011475             STP-ORDER
011476         MOVE 16 TO RETURN-CODE
011477         SET WS-CHAIN-STOPPED TO TRUE
011478     END-IF.
011479     MOVE STP-NAME        TO WS-STEP-NAME (WS-STEP-COUNT).
011480     MOVE STP-PREDECESSOR TO WS-STEP-PRED (WS-STEP-COUNT).
011490     MOVE STP-MAX-RC      TO WS-STEP-MAX-RC (WS-STEP-COUNT).
011500     MOVE "N"             TO WS-STEP-DONE-SW (WS-STEP-COUNT).
011531*----------------------------------------------------------------
011532* 1750-CHECK-FREQUENCY : does the step just tabled belong to
011533*                       tonight's chain ? Out of frequency, it
011534*                       passes complete, without a launch, once
011535*                       its predecessor is (2410-JOIN-WAVE).
011536*----------------------------------------------------------------
011537 1750-CHECK-FREQUENCY.
011538     EVALUATE STP-FREQUENCY
011551                 PERFORM 1760-SKIP-FREQUENCY
011552                     THRU 1760-SKIP-FREQUENCY-EXIT
011553             END-IF
011554         WHEN "Y"
011555             IF NOT WS-YEAR-END
011556                 PERFORM 1760-SKIP-FREQUENCY
011557                     THRU 1760-SKIP-FREQUENCY-EXIT
011558             END-IF
011559         WHEN "R"
011560             PERFORM 1760-SKIP-FREQUENCY
011561                 THRU 1760-SKIP-FREQUENCY-EXIT
011562         WHEN OTHER
011563             DISPLAY "CODE FREQUENCE INCONNU " STP-FREQUENCY
011564                 " - ETAPE TRAITEE QUOTIDIENNE : " STP-NAME
011565     END-EVALUATE.
011566 1750-CHECK-FREQUENCY-EXIT.
011567     EXIT.
011568 1760-SKIP-FREQUENCY.
011570     SET WS-STEP-FREQSKIP (WS-STEP-COUNT) TO TRUE.
011571     ADD 1 TO WS-STEPS-OFFFREQ.
011572     DISPLAY "ETAPE HORS FREQUENCE CE SOIR : " STP-NAME.
011573 1760-SKIP-FREQUENCY-EXIT.
011574     EXIT.
011575*----------------------------------------------------------------
011576* 1100-READ-CHKPNT / 1200-APPLY-CHKPNT : replay the checkpoint
011577*                                        file already on disk.
011578*----------------------------------------------------------------
011600 1100-READ-CHKPNT.
011700     READ CHKPNT
011800         AT END
012310* 1200-APPLY-CHKPNT : the checkpoint keys on the step NAME, so
012320*                    a re-sequenced STEPDEF does not mis-apply
012330*                    a prior night's checkpoints.
012332*                    Only a checkpoint of this chain's profile,
012334*                    business date and cycle counts (an unstamped
012336*                    one, written before the stamps, still does).
012340*----------------------------------------------------------------
012350 1200-APPLY-CHKPNT.
012360     PERFORM 1210-CHECK-STAMP THRU 1210-CHECK-STAMP-EXIT.
012400     PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
012410         UNTIL WS-STEP-IDX > WS-STEP-COUNT
012500         IF CHKPNT-STEP-NAME = WS-STEP-NAME (WS-STEP-IDX) AND
012510            CHKPNT-STATUS = "C" AND WS-CHKPNT-CURRENT
012600             SET WS-STEP-DONE (WS-STEP-IDX) TO TRUE
012700         END-IF
012710     END-PERFORM.
012800     PERFORM 1100-READ-CHKPNT THRU 1100-READ-CHKPNT-EXIT.
012900 1200-APPLY-CHKPNT-EXIT.
012905     EXIT.
012910 1210-CHECK-STAMP.
012915     SET WS-CHKPNT-CURRENT TO TRUE.
012920     IF CHKPNT-PROFILE = SPACE
012925         MOVE "N" TO CHKPNT-PROFILE
012930     END-IF.
012935     IF CHKPNT-PROFILE NOT = WS-PROFILE
012940         MOVE "N" TO WS-CHKPNT-CURRENT-SW
012945     END-IF.
012950     IF CHKPNT-BUS-DATE NUMERIC AND
012955        CHKPNT-BUS-DATE NOT = WS-BUSINESS-DATE
012960         MOVE "N" TO WS-CHKPNT-CURRENT-SW
012965     END-IF.
012970     IF CHKPNT-CYCLE NUMERIC AND
012975        CHKPNT-CYCLE NOT = WS-CYCLE
012980         MOVE "N" TO WS-CHKPNT-CURRENT-SW
012985     END-IF.
012990 1210-CHECK-STAMP-EXIT.
013000     EXIT.
013100*----------------------------------------------------------------
013200* 2000-RUN-WAVE : one wave of the chain - select every step
013291         SET WS-ALL-DONE TO TRUE
013292         GO TO 2000-RUN-WAVE-EXIT
013293     END-IF.
013294     PERFORM 2400-SELECT-WAVE THRU 2400-SELECT-WAVE-EXIT.
013299     IF WS-PENDING-COUNT = ZERO
013301         SET WS-ALL-DONE TO TRUE
013302         GO TO 2000-RUN-WAVE-EXIT
013347     END-IF.
013348     ADD 1 TO WS-PENDING-COUNT.
013349     IF WS-STEP-PRED (WS-SUB) = SPACES
013351         PERFORM 2410-JOIN-WAVE THRU 2410-JOIN-WAVE-EXIT
013353         GO TO 2010-SELECT-ONE-EXIT
013354     END-IF.
013355     MOVE "N" TO WS-PRED-DONE-SW.
013357         VARYING WS-PRED-SUB FROM 1 BY 1
013358         UNTIL WS-PRED-SUB > WS-STEP-COUNT OR WS-PRED-DONE.
013359     IF WS-PRED-DONE
013361         PERFORM 2410-JOIN-WAVE THRU 2410-JOIN-WAVE-EXIT
013363     END-IF.
013364 2010-SELECT-ONE-EXIT.
013365     EXIT.
013382 2050-DEFER-REMAINING-EXIT.
013383     EXIT.
013384 2060-DEFER-ONE.
013385     IF NOT (WS-STEP-DONE (WS-SUB) OR WS-STEP-FREQSKIP (WS-SUB))
013386         PERFORM 2700-DEFER-STEP THRU 2700-DEFER-STEP-EXIT
013387     END-IF.
013388 2060-DEFER-ONE-EXIT.
013557         MOVE WS-SUB                TO CHKPNT-STEP-NUMBER
013558         MOVE WS-STEP-NAME (WS-SUB) TO CHKPNT-STEP-NAME
013559         MOVE "C"                   TO CHKPNT-STATUS
013560         MOVE WS-PROFILE            TO CHKPNT-PROFILE
013561         MOVE WS-BUSINESS-DATE      TO CHKPNT-BUS-DATE
013562         MOVE WS-CYCLE              TO CHKPNT-CYCLE
013563         WRITE CHKPNT-RECORD
013564         SET WS-STEP-DONE (WS-SUB) TO TRUE
013565         ADD 1 TO WS-STEPS-RUN
013566     ELSE
013567         DISPLAY "ECHEC DE L'ETAPE : " WS-STEP-NAME (WS-SUB)
013568             " - CODE RETOUR : " WS-STEP-RC
013569             " (TOLERE : " WS-STEP-MAX-RC (WS-SUB) ")"
013570         SET WS-CHAIN-STOPPED TO TRUE
013571         MOVE 8 TO RETURN-CODE
013572     END-IF.
013573     PERFORM 2900-WRITE-RUNHIST
013574         THRU 2900-WRITE-RUNHIST-EXIT.
013575 2300-SETTLE-ONE-EXIT.
013576     EXIT.
013600*----------------------------------------------------------------
013610* 2400-SELECT-WAVE : the steps of the next wave (2010). A step
013620*                   out of frequency tonight passes instead -
013630*                   complete without a launch once its
013640*                   predecessor is (2410) - and the selection is
013650*                   made again, so its successors join the same
013660*                   wave rather than wait for one more.
013670*----------------------------------------------------------------
013680 2400-SELECT-WAVE.
013690     MOVE ZERO TO WS-WAVE-COUNT.
013700     MOVE ZERO TO WS-PENDING-COUNT.
013710     MOVE ZERO TO WS-PASSED-COUNT.
013720     PERFORM 2010-SELECT-ONE THRU 2010-SELECT-ONE-EXIT
013730         VARYING WS-SUB FROM 1 BY 1
013740         UNTIL WS-SUB > WS-STEP-COUNT.
013750     IF WS-PASSED-COUNT > ZERO
013760         GO TO 2400-SELECT-WAVE
013770     END-IF.
013780 2400-SELECT-WAVE-EXIT.
013790     EXIT.
013800 2410-JOIN-WAVE.
013810     IF WS-STEP-FREQSKIP (WS-SUB)
013820         SET WS-STEP-DONE (WS-SUB) TO TRUE
013830         ADD 1 TO WS-PASSED-COUNT
013840         GO TO 2410-JOIN-WAVE-EXIT
013850     END-IF.
013860     SET WS-STEP-IN-WAVE (WS-SUB) TO TRUE.
013870     ADD 1 TO WS-WAVE-COUNT.
013880 2410-JOIN-WAVE-EXIT.
013890     EXIT.
015146*----------------------------------------------------------------
015147* 2600-CHECK-WINDOW : the clock against the WINPARM cutoff,
015148*                    with the same next-morning reading RUNHRPT
015187     MOVE WS-SUB                TO CHKPNT-STEP-NUMBER.
015188     MOVE WS-STEP-NAME (WS-SUB) TO CHKPNT-STEP-NAME.
015189     MOVE "D"                   TO CHKPNT-STATUS.
015190     MOVE WS-PROFILE            TO CHKPNT-PROFILE.
015191     MOVE WS-BUSINESS-DATE      TO CHKPNT-BUS-DATE.
015192     MOVE WS-CYCLE              TO CHKPNT-CYCLE.
015193     WRITE CHKPNT-RECORD.
015194     ADD 1 TO WS-STEPS-DEFERRED.
015195     IF RETURN-CODE < 4
015196         MOVE 4 TO RETURN-CODE
015197     END-IF.
015198 2700-DEFER-STEP-EXIT.
015199     EXIT.
015200*----------------------------------------------------------------
015201* 2900-WRITE-RUNHIST : one permanent history record per step
015202*                     launched tonight.
015203*----------------------------------------------------------------
015204 2900-WRITE-RUNHIST.
015205     MOVE SPACES                TO RUNHIST-RECORD.
015206     MOVE WS-RUN-ID             TO RH-RUN-ID.
015207     MOVE WS-STEP-NAME (WS-SUB) TO RH-STEP-NAME.
015208     MOVE WS-STEP-START         TO RH-START-TIME.
015209     MOVE WS-STEP-END           TO RH-END-TIME.
015210     MOVE WS-STEP-RC            TO RH-RETURN-CODE.
015211     MOVE ZERO                  TO RH-RECS-PROCESSED.
015212     MOVE WS-CYCLE              TO RH-CYCLE.
015213     MOVE WS-PROFILE            TO RH-PROFILE.
015214     WRITE RUNHIST-RECORD.
015215 2900-WRITE-RUNHIST-EXIT.
015216     EXIT.
015217*----------------------------------------------------------------
015218* 3000-WRITE-CONTROL-TOTALS : standard end-of-job control-total
015219*                            trailer for the suite. Counts every
015220*                            record each step wrote to its
015221*                            output/reject file and reports both
015222*                            to the console and to CTLTOTS, so a
015223*                            run that silently wrote zero records
015224*                            somewhere shows up on the trailer
015225*                            instead of only in the step's own
015226*                            log.
015227*----------------------------------------------------------------
015228 3000-WRITE-CONTROL-TOTALS.
015230     OPEN OUTPUT CTLTOTS.
015231     PERFORM 3600-COUNT-TRANSIN THRU 3600-COUNT-TRANSIN-EXIT.
015232     MOVE "TRANSIN (LUS)"      TO CTL-LABEL.
