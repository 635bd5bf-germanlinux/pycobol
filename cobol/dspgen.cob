000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. DSPGEN.
000300 AUTHOR. D-SYSTEMS BATCH GROUP.
000400 INSTALLATION. ESSAI BATCH SUITE.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 2026-10-15 EL  Initial version. Nightly pass of the DSPMAST
001100*                dispute register (DSPREC.cpy, maintained by
001200*                DSPUPDT), run ahead of FEEDMRG like SORGEN :
001300*                  - a provisional credit requested is generated
001400*                    as a C into the DSPTRAN feed, under a full
001500*                    HDR/TRL envelope (source DSPGEN, tonight's
001600*                    business date), and the dispute marked
001700*                    credited - or final, when it was already
001800*                    resolved in the customer's favour ;
001900*                  - a credited dispute resolved against the
002000*                    customer has the credit backed out by an R
002100*                    reversal (same account and amount, the
002200*                    credit's business date as TRAN-REF-DATE) ;
002300*                  - nothing is generated on an account unknown,
002400*                    frozen or closed : the dispute is held for
002500*                    the next night and the step ends with
002600*                    RETURN-CODE 4.
002700*                DSPTRAN is left empty when nothing is due,
002800*                which FEEDMRG reads as an absent feed. A rerun
002900*                under the same business date generates again
003000*                what tonight's earlier run generated (the
003100*                credit and reversal dates say so), so DSPTRAN
003200*                is complete and nothing is generated twice.
003300*                Every dispute still open or under investigation
003400*                longer than the DSPPARM resolution days (45
003500*                without a card) is listed on the PRTDSPA aging
003600*                report ; on the month's last business day every
003700*                dispute still open goes to the PRTDSPF list for
003800*                finance, with the provisional credits standing.
003900*----------------------------------------------------------------
004000 ENVIRONMENT DIVISION.
004100 CONFIGURATION SECTION.
004200 INPUT-OUTPUT SECTION.
004300 FILE-CONTROL.
004400     SELECT DSPMAST ASSIGN TO "DSPMAST"
004500         ORGANIZATION IS INDEXED
004600         ACCESS MODE IS SEQUENTIAL
004700         RECORD KEY IS DSP-KEY
004800         FILE STATUS IS WS-DSPMAST-STATUS.
004900     SELECT CUSTMAST ASSIGN TO "CUSTMAST"
005000         ORGANIZATION IS INDEXED
005100         ACCESS MODE IS RANDOM
005200         RECORD KEY IS CUST-NUMBER
005300         ALTERNATE RECORD KEY IS CUST-NAME
005400             WITH DUPLICATES
005500         FILE STATUS IS WS-CUSTMAST-STATUS.
005600     SELECT DSPPARM ASSIGN TO "DSPPARM"
005700         ORGANIZATION IS SEQUENTIAL
005800         FILE STATUS IS WS-DSPPARM-STATUS.
005900     SELECT DSPTRAN ASSIGN TO "DSPTRAN"
006000         ORGANIZATION IS LINE SEQUENTIAL.
006100     SELECT CTLDATE ASSIGN TO "CTLDATE"
006200         ORGANIZATION IS SEQUENTIAL.
006300     SELECT PRTDSPG ASSIGN TO "PRTDSPG"
006400         ORGANIZATION IS SEQUENTIAL.
006500     SELECT PRTDSPA ASSIGN TO "PRTDSPA"
006600         ORGANIZATION IS SEQUENTIAL.
006700     SELECT PRTDSPF ASSIGN TO "PRTDSPF"
006800         ORGANIZATION IS SEQUENTIAL.
006900 DATA DIVISION.
007000 FILE SECTION.
007100 FD  DSPMAST.
007200 COPY DSPREC.
007300 FD  CUSTMAST.
007400 COPY CUSTREC.
007500*----------------------------------------------------------------
007600* DSPPARM : the days a dispute is allowed to stay unresolved
007700* before it ages onto PRTDSPA.
007800*----------------------------------------------------------------
007900 FD  DSPPARM
008000     LABEL RECORDS ARE STANDARD.
008100 01  DSPPARM-RECORD.
008200     05  DPP-RESOLUTION-DAYS  PIC 9(03).
008300     05  FILLER               PIC X(17).
008400 FD  DSPTRAN
008500     LABEL RECORDS ARE STANDARD.
008600 01  DSPTRAN-RECORD           PIC X(40).
008700 FD  CTLDATE
008800     LABEL RECORDS ARE STANDARD.
008900 01  CTLDATE-RECORD.
009000     05  CTL-BUSINESS-DATE    PIC 9(08).
009100     05  FILLER               PIC X(12).
009200 FD  PRTDSPG
009300     LABEL RECORDS ARE STANDARD.
009400 01  PRTDSPG-LINE             PIC X(60).
009500 FD  PRTDSPA
009600     LABEL RECORDS ARE STANDARD.
009700 01  PRTDSPA-LINE             PIC X(60).
009800 FD  PRTDSPF
009900     LABEL RECORDS ARE STANDARD.
010000 01  PRTDSPF-LINE             PIC X(60).
010100 WORKING-STORAGE SECTION.
010200*----------------------------------------------------------------
010300* 77-LEVEL WORK ITEMS
010400*----------------------------------------------------------------
010500 77  WS-DSPMAST-STATUS        PIC X(02) VALUE SPACES.
010600 77  WS-CUSTMAST-STATUS       PIC X(02) VALUE SPACES.
010700 77  WS-DSPPARM-STATUS        PIC X(02) VALUE SPACES.
010800 77  WS-EOF-SW                PIC X(01) VALUE "N".
010900     88  WS-EOF               VALUE "Y".
011000 77  WS-CHANGED-SW            PIC X(01) VALUE "N".
011100     88  WS-CHANGED           VALUE "Y".
011200 77  WS-ACCOUNT-OK-SW         PIC X(01) VALUE "N".
011300     88  WS-ACCOUNT-OK        VALUE "Y".
011400 77  WS-MONTH-END-SW          PIC X(01) VALUE "N".
011500     88  WS-MONTH-END         VALUE "Y".
011600 77  WS-BUSINESS-DATE         PIC 9(08) VALUE ZERO.
011700 77  WS-BUSINESS-DAY          PIC 9(07) COMP VALUE ZERO.
011800 77  WS-RESOLUTION-DAYS       PIC 9(03) VALUE 45.
011900 77  WS-AGE                   PIC 9(05) COMP VALUE ZERO.
012000 77  WS-DISPUTES-READ         PIC 9(05) COMP VALUE ZERO.
012100 77  WS-CREDITS-GENERATED     PIC 9(05) COMP VALUE ZERO.
012200 77  WS-REVERSALS-GENERATED   PIC 9(05) COMP VALUE ZERO.
012300 77  WS-DISPUTES-HELD         PIC 9(05) COMP VALUE ZERO.
012400 77  WS-DISPUTES-OVERDUE      PIC 9(05) COMP VALUE ZERO.
012500 77  WS-DISPUTES-OPEN         PIC 9(05) COMP VALUE ZERO.
012600 77  WS-OPEN-VALUE            PIC 9(12) VALUE ZERO.
012700 77  WS-PROV-OUTSTANDING      PIC 9(12) VALUE ZERO.
012800 77  WS-FEED-COUNT            PIC 9(06) VALUE ZERO.
012900 77  WS-FEED-HASH             PIC 9(12) VALUE ZERO.
013000*----------------------------------------------------------------
013100* CALL "DATECHEK" parameters, the same pattern as PADTRIM.
013200*----------------------------------------------------------------
013300 77  WS-DC-FUNCTION           PIC X(01) VALUE SPACE.
013400 77  WS-DC-DATE               PIC 9(08) VALUE ZERO.
013500 77  WS-DC-DAY-NUMBER         PIC 9(07) COMP VALUE ZERO.
013600 77  WS-DC-RESULT             PIC X(01) VALUE SPACE.
013700*----------------------------------------------------------------
013800* The generated transaction and the feed's own envelope.
013900*----------------------------------------------------------------
014000 01  WS-DSP-DETAIL.
014100     05  WS-DD-ACCOUNT-NO     PIC X(10).
014200     05  WS-DD-AMOUNT         PIC 9(10).
014300     05  WS-DD-TYPE-CODE      PIC X(01).
014400     05  WS-DD-REF-DATE       PIC X(06).
014500     05  FILLER               PIC X(13) VALUE SPACES.
014600 01  WS-DSP-HDR-RECORD.
014700     05  FILLER               PIC X(03) VALUE "HDR".
014800     05  WS-DH-FEED-DATE      PIC 9(08).
014900     05  FILLER               PIC X(08) VALUE "DSPGEN  ".
015000     05  FILLER               PIC X(11) VALUE SPACES.
015100 01  WS-DSP-TRL-RECORD.
015200     05  FILLER               PIC X(03) VALUE "TRL".
015300     05  WS-DT-RECORD-COUNT   PIC 9(06).
015400     05  WS-DT-AMOUNT-HASH    PIC 9(12).
015500     05  FILLER               PIC X(09) VALUE SPACES.
015600*----------------------------------------------------------------
015700* Shared RPTWRITE page-writer state, the RPTCUR01 pattern - one
015800* state and title per report.
015900*----------------------------------------------------------------
016000 01  WS-RPT-STATE.
016100     05  WS-RPT-PAGE-NUMBER   PIC 9(04) COMP VALUE ZERO.
016200     05  WS-RPT-LINE-COUNT    PIC 9(02) COMP VALUE ZERO.
016300 77  WS-RPT-TITLE             PIC X(30) VALUE
016400     "LITIGES - GENERATION (DSPGEN)".
016500 01  WS-AGE-STATE.
016600     05  WS-AGE-PAGE-NUMBER   PIC 9(04) COMP VALUE ZERO.
016700     05  WS-AGE-LINE-COUNT    PIC 9(02) COMP VALUE ZERO.
016800 77  WS-AGE-TITLE             PIC X(30) VALUE
016900     "LITIGES HORS DELAI (DSPGEN)".
017000 01  WS-FIN-STATE.
017100     05  WS-FIN-PAGE-NUMBER   PIC 9(04) COMP VALUE ZERO.
017200     05  WS-FIN-LINE-COUNT    PIC 9(02) COMP VALUE ZERO.
017300 77  WS-FIN-TITLE             PIC X(30) VALUE
017400     "LITIGES OUVERTS FIN DE MOIS".
017500 01  WS-RPT-DETAIL            PIC X(60) VALUE SPACES.
017600 01  WS-RPT-OUT.
017700     05  WS-RPT-OUT-COUNT     PIC 9(01).
017800     05  WS-RPT-OUT-LINE      PIC X(60) OCCURS 3 TIMES.
017900 77  WS-RPT-SUB               PIC 9(01) COMP.
018000*----------------------------------------------------------------
018100* Report lines.
018200*----------------------------------------------------------------
018300 01  WS-DISPUTE-LINE.
018400     05  DPL-LABEL            PIC X(09).
018500     05  DPL-ACCOUNT-NO       PIC X(10).
018600     05  FILLER PIC X(01) VALUE "/".
018700     05  DPL-DISPUTE-NO       PIC 9(03).
018800     05  FILLER PIC X(01) VALUE SPACE.
018900     05  DPL-DATE             PIC 9(08).
019000     05  FILLER PIC X(01) VALUE SPACE.
019100     05  DPL-TYPE-CODE        PIC X(01).
019200     05  FILLER PIC X(01) VALUE SPACE.
019300     05  DPL-AMOUNT           PIC Z(9)9.
019400     05  FILLER PIC X(01) VALUE SPACE.
019500     05  DPL-REASON           PIC X(13).
019600 01  WS-OPEN-LINE.
019700     05  OPL-ACCOUNT-NO       PIC X(10).
019800     05  FILLER PIC X(01) VALUE "/".
019900     05  OPL-DISPUTE-NO       PIC 9(03).
020000     05  FILLER PIC X(01) VALUE SPACE.
020100     05  OPL-BRANCH-CODE      PIC X(04).
020200     05  FILLER PIC X(01) VALUE SPACE.
020300     05  OPL-OPEN-DATE        PIC 9(08).
020400     05  FILLER PIC X(01) VALUE SPACE.
020500     05  OPL-STATUS           PIC X(01).
020600     05  FILLER PIC X(01) VALUE SPACE.
020700     05  OPL-AGE              PIC ZZZ9.
020800     05  FILLER PIC X(02) VALUE "J ".
020900     05  OPL-AMOUNT           PIC Z(9)9.
021000     05  FILLER PIC X(01) VALUE SPACE.
021100     05  OPL-PROV-STATUS      PIC X(01).
021200     05  OPL-PROV-AMOUNT      PIC Z(9)9.
021300     05  FILLER PIC X(01) VALUE SPACE.
021400 01  WS-OPEN-HEADING          PIC X(60) VALUE
021500     "COMPTE/LIT. AGEN OUVERT   S  AGE    MONTANT P  PROVISOIRE".
021600 01  WS-TOTAL-LINE.
021700     05  TTL-LABEL            PIC X(24).
021800     05  TTL-VALUE            PIC Z(11)9.
021900     05  FILLER PIC X(24) VALUE SPACES.
022000 PROCEDURE DIVISION.
022100*----------------------------------------------------------------
022200* 0000-MAINLINE
022300*----------------------------------------------------------------
022400 0000-MAINLINE.
022500     DISPLAY "GENERATION DES LITIGES".
022600     PERFORM 0100-READ-CTLDATE THRU 0100-READ-CTLDATE-EXIT.
022700     PERFORM 0200-READ-PARM THRU 0200-READ-PARM-EXIT.
022800     PERFORM 1000-OPEN-FILES THRU 1000-OPEN-FILES-EXIT.
022900     IF RETURN-CODE = 16
023000         STOP RUN
023100     END-IF.
023200     MOVE WS-BUSINESS-DATE TO WS-DH-FEED-DATE.
023300     PERFORM 2000-ONE-DISPUTE THRU 2000-ONE-DISPUTE-EXIT
023400         UNTIL WS-EOF.
023500     IF WS-FEED-COUNT > ZERO
023600         MOVE WS-FEED-COUNT TO WS-DT-RECORD-COUNT
023700         MOVE WS-FEED-HASH  TO WS-DT-AMOUNT-HASH
023800         WRITE DSPTRAN-RECORD FROM WS-DSP-TRL-RECORD
023900     END-IF.
024000     PERFORM 9000-WRITE-TOTALS THRU 9000-WRITE-TOTALS-EXIT.
024100     PERFORM 9100-CLOSE-FILES THRU 9100-CLOSE-FILES-EXIT.
024200     DISPLAY "LITIGES LUS          : " WS-DISPUTES-READ.
024300     DISPLAY "CREDITS GENERES      : " WS-CREDITS-GENERATED.
024400     DISPLAY "ANNULATIONS GENEREES : " WS-REVERSALS-GENERATED.
024500     DISPLAY "LITIGES RETENUS      : " WS-DISPUTES-HELD.
024600     DISPLAY "LITIGES HORS DELAI   : " WS-DISPUTES-OVERDUE.
024700     IF WS-DISPUTES-HELD > ZERO
024800         MOVE 4 TO RETURN-CODE
024900     END-IF.
025000     STOP RUN.
025100*----------------------------------------------------------------
025200* 0100-READ-CTLDATE : the business date the movements are
025300*                    generated for - and merged under, tonight -
025400*                    its day number for the aging, and whether
025500*                    it is the month's last business day (the
025600*                    next business day falls in another month,
025700*                    the BATCHDRV test).
025800*----------------------------------------------------------------
025900 0100-READ-CTLDATE.
026000     OPEN INPUT CTLDATE.
026100     READ CTLDATE.
026200     MOVE CTL-BUSINESS-DATE TO WS-BUSINESS-DATE.
026300     CLOSE CTLDATE.
026400     MOVE "D" TO WS-DC-FUNCTION.
026500     MOVE WS-BUSINESS-DATE TO WS-DC-DATE.
026600     CALL "DATECHEK" USING WS-DC-FUNCTION WS-DC-DATE
026700                           WS-DC-DAY-NUMBER WS-DC-RESULT.
026800     MOVE WS-DC-DAY-NUMBER TO WS-BUSINESS-DAY.
026900     MOVE "N" TO WS-DC-FUNCTION.
027000     MOVE WS-BUSINESS-DATE TO WS-DC-DATE.
027100     CALL "DATECHEK" USING WS-DC-FUNCTION WS-DC-DATE
027200                           WS-DC-DAY-NUMBER WS-DC-RESULT.
027300     IF WS-DC-DATE (5:2) NOT = WS-BUSINESS-DATE (5:2)
027400         SET WS-MONTH-END TO TRUE
027500         DISPLAY "DERNIER JOUR OUVRE DU MOIS - LISTE PRTDSPF"
027600     END-IF.
027700 0100-READ-CTLDATE-EXIT.
027800     EXIT.
027900*----------------------------------------------------------------
028000* 0200-READ-PARM : the resolution days off DSPPARM ; no card,
028100*                 or a card not numeric, keeps the default.
028200*----------------------------------------------------------------
028300 0200-READ-PARM.
028400     OPEN INPUT DSPPARM.
028500     IF WS-DSPPARM-STATUS = "35"
028600         DISPLAY "DSPPARM ABSENTE - DELAI PAR DEFAUT "
028700             WS-RESOLUTION-DAYS " JOURS"
028800         GO TO 0200-READ-PARM-EXIT
028900     END-IF.
029000     READ DSPPARM
029100         AT END
029200             CLOSE DSPPARM
029300             GO TO 0200-READ-PARM-EXIT
029400     END-READ.
029500     IF DPP-RESOLUTION-DAYS NUMERIC
029600         MOVE DPP-RESOLUTION-DAYS TO WS-RESOLUTION-DAYS
029700     END-IF.
029800     CLOSE DSPPARM.
029900 0200-READ-PARM-EXIT.
030000     EXIT.
030100*----------------------------------------------------------------
030200* 1000-OPEN-FILES : no DSPMAST yet (no dispute ever opened)
030300*                  still empties DSPTRAN, so nothing stale
030400*                  merges. No CUSTMAST means no account can be
030500*                  checked : nothing is generated and the step
030600*                  fails.
030700*----------------------------------------------------------------
030800 1000-OPEN-FILES.
030900     OPEN INPUT CUSTMAST.
031000     IF WS-CUSTMAST-STATUS NOT = "00"
031100         DISPLAY "CUSTMAST INDISPONIBLE (STATUT "
031200             WS-CUSTMAST-STATUS ") - GENERATION IMPOSSIBLE"
031300         MOVE 16 TO RETURN-CODE
031400         GO TO 1000-OPEN-FILES-EXIT
031500     END-IF.
031600     OPEN OUTPUT DSPTRAN.
031700     OPEN OUTPUT PRTDSPG.
031800     OPEN OUTPUT PRTDSPA.
031900     MOVE WS-OPEN-HEADING TO WS-RPT-DETAIL.
032000     PERFORM 9820-PUT-AGING-LINE THRU 9820-PUT-AGING-LINE-EXIT.
032100     IF WS-MONTH-END
032200         OPEN OUTPUT PRTDSPF
032300         MOVE WS-OPEN-HEADING TO WS-RPT-DETAIL
032400         PERFORM 9840-PUT-FINANCE-LINE
032500             THRU 9840-PUT-FINANCE-LINE-EXIT
032600     END-IF.
032700     OPEN I-O DSPMAST.
032800     IF WS-DSPMAST-STATUS = "35"
032900         DISPLAY "DSPMAST ABSENT - AUCUN LITIGE"
033000         SET WS-EOF TO TRUE
033100     END-IF.
033200 1000-OPEN-FILES-EXIT.
033300     EXIT.
033400*----------------------------------------------------------------
033500* 2000-ONE-DISPUTE : every dispute in key order - its credit,
033600*                   its reversal, then its age.
033700*----------------------------------------------------------------
033800 2000-ONE-DISPUTE.
033900     READ DSPMAST NEXT RECORD
034000         AT END
034100             SET WS-EOF TO TRUE
034200             GO TO 2000-ONE-DISPUTE-EXIT
034300     END-READ.
034400     ADD 1 TO WS-DISPUTES-READ.
034500     MOVE "N" TO WS-CHANGED-SW.
034600     PERFORM 2100-PROVISIONAL-CREDIT
034700         THRU 2100-PROVISIONAL-CREDIT-EXIT.
034800     PERFORM 2200-REVERSAL THRU 2200-REVERSAL-EXIT.
034900     IF WS-CHANGED
035000         REWRITE DSP-RECORD
035100     END-IF.
035200     IF DSP-PENDING
035300         PERFORM 2400-AGE-DISPUTE THRU 2400-AGE-DISPUTE-EXIT
035400     END-IF.
035500 2000-ONE-DISPUTE-EXIT.
035600     EXIT.
035700*----------------------------------------------------------------
035800* 2100-PROVISIONAL-CREDIT : a requested credit is generated on
035900*                          a good account ; one generated by
036000*                          tonight's earlier run is generated
036100*                          again for the rerun.
036200*----------------------------------------------------------------
036300 2100-PROVISIONAL-CREDIT.
036400     IF NOT DSP-PROV-REQUESTED
036500         IF DSP-PROV-DATE = WS-BUSINESS-DATE AND
036600            (DSP-PROV-CREDITED OR DSP-PROV-FINAL OR
036700             DSP-PROV-REVERSED)
036800             MOVE "RELANCE  " TO DPL-LABEL
036900             PERFORM 2300-GENERATE-CREDIT
037000                 THRU 2300-GENERATE-CREDIT-EXIT
037100         END-IF
037200         GO TO 2100-PROVISIONAL-CREDIT-EXIT
037300     END-IF.
037400     PERFORM 3000-CHECK-ACCOUNT THRU 3000-CHECK-ACCOUNT-EXIT.
037500     IF NOT WS-ACCOUNT-OK
037600         MOVE "C" TO DPL-TYPE-CODE
037700         MOVE DSP-PROV-AMOUNT TO DPL-AMOUNT
037800         PERFORM 8000-PRINT-DISPUTE THRU 8000-PRINT-DISPUTE-EXIT
037900         GO TO 2100-PROVISIONAL-CREDIT-EXIT
038000     END-IF.
038100     IF DSP-IN-FAVOUR
038200         MOVE "F" TO DSP-PROV-STATUS
038300     ELSE
038400         MOVE "G" TO DSP-PROV-STATUS
038500     END-IF.
038600     MOVE WS-BUSINESS-DATE TO DSP-PROV-DATE.
038700     SET WS-CHANGED TO TRUE.
038800     MOVE "GENERE   " TO DPL-LABEL.
038900     PERFORM 2300-GENERATE-CREDIT THRU 2300-GENERATE-CREDIT-EXIT.
039000 2100-PROVISIONAL-CREDIT-EXIT.
039100     EXIT.
039200*----------------------------------------------------------------
039300* 2200-REVERSAL : a credit standing on a dispute resolved against
039400*                the customer is reversed ; one reversed by
039500*                tonight's earlier run is reversed again for
039600*                the rerun.
039700*----------------------------------------------------------------
039800 2200-REVERSAL.
039900     IF NOT DSP-AGAINST
040000         GO TO 2200-REVERSAL-EXIT
040100     END-IF.
040200     IF DSP-PROV-REVERSED AND
040300        DSP-REVERSAL-DATE = WS-BUSINESS-DATE
040400         MOVE "RELANCE  " TO DPL-LABEL
040500         PERFORM 2350-GENERATE-REVERSAL
040600             THRU 2350-GENERATE-REVERSAL-EXIT
040700         GO TO 2200-REVERSAL-EXIT
040800     END-IF.
040900     IF NOT DSP-PROV-CREDITED
041000         GO TO 2200-REVERSAL-EXIT
041100     END-IF.
041200     PERFORM 3000-CHECK-ACCOUNT THRU 3000-CHECK-ACCOUNT-EXIT.
041300     IF NOT WS-ACCOUNT-OK
041400         MOVE "R" TO DPL-TYPE-CODE
041500         MOVE DSP-PROV-AMOUNT TO DPL-AMOUNT
041600         PERFORM 8000-PRINT-DISPUTE THRU 8000-PRINT-DISPUTE-EXIT
041700         GO TO 2200-REVERSAL-EXIT
041800     END-IF.
041900     MOVE "R" TO DSP-PROV-STATUS.
042000     MOVE WS-BUSINESS-DATE TO DSP-REVERSAL-DATE.
042100     SET WS-CHANGED TO TRUE.
042200     MOVE "GENERE   " TO DPL-LABEL.
042300     PERFORM 2350-GENERATE-REVERSAL
042400         THRU 2350-GENERATE-REVERSAL-EXIT.
042500 2200-REVERSAL-EXIT.
042600     EXIT.
042700*----------------------------------------------------------------
042800* 2300/2350 : the credit, or its reversal, as a transaction on
042900*            DSPTRAN, into the envelope's count and hash. The
043000*            HDR goes out ahead of the first one.
043100*----------------------------------------------------------------
043200 2300-GENERATE-CREDIT.
043300     MOVE "C" TO WS-DD-TYPE-CODE.
043400     MOVE SPACES TO WS-DD-REF-DATE.
043500     PERFORM 2390-WRITE-DETAIL THRU 2390-WRITE-DETAIL-EXIT.
043600     ADD 1 TO WS-CREDITS-GENERATED.
043700 2300-GENERATE-CREDIT-EXIT.
043800     EXIT.
043900 2350-GENERATE-REVERSAL.
044000     MOVE "R" TO WS-DD-TYPE-CODE.
044100     MOVE DSP-PROV-DATE (3:6) TO WS-DD-REF-DATE.
044200     PERFORM 2390-WRITE-DETAIL THRU 2390-WRITE-DETAIL-EXIT.
044300     ADD 1 TO WS-REVERSALS-GENERATED.
044400 2350-GENERATE-REVERSAL-EXIT.
044500     EXIT.
044600 2390-WRITE-DETAIL.
044700     IF WS-FEED-COUNT = ZERO
044800         WRITE DSPTRAN-RECORD FROM WS-DSP-HDR-RECORD
044900     END-IF.
045000     MOVE DSP-ACCOUNT-NO  TO WS-DD-ACCOUNT-NO.
045100     MOVE DSP-PROV-AMOUNT TO WS-DD-AMOUNT.
045200     WRITE DSPTRAN-RECORD FROM WS-DSP-DETAIL.
045300     ADD 1 TO WS-FEED-COUNT.
045400     ADD DSP-PROV-AMOUNT TO WS-FEED-HASH.
045500     MOVE WS-DD-TYPE-CODE TO DPL-TYPE-CODE.
045600     MOVE DSP-PROV-AMOUNT TO DPL-AMOUNT.
045700     PERFORM 8000-PRINT-DISPUTE THRU 8000-PRINT-DISPUTE-EXIT.
045800 2390-WRITE-DETAIL-EXIT.
045900     EXIT.
046000*----------------------------------------------------------------
046100* 2400-AGE-DISPUTE : an unresolved dispute, its age in calendar
046200*                   days since it was opened. Past the
046300*                   resolution days it goes on PRTDSPA ; on the
046400*                   month-end night every one goes on PRTDSPF.
046500*----------------------------------------------------------------
046600 2400-AGE-DISPUTE.
046700     MOVE "D" TO WS-DC-FUNCTION.
046800     MOVE DSP-OPEN-DATE TO WS-DC-DATE.
046900     CALL "DATECHEK" USING WS-DC-FUNCTION WS-DC-DATE
047000                           WS-DC-DAY-NUMBER WS-DC-RESULT.
047100     MOVE ZERO TO WS-AGE.
047200     IF WS-DC-DAY-NUMBER < WS-BUSINESS-DAY
047300         COMPUTE WS-AGE = WS-BUSINESS-DAY - WS-DC-DAY-NUMBER
047400     END-IF.
047500     MOVE DSP-ACCOUNT-NO  TO OPL-ACCOUNT-NO.
047600     MOVE DSP-DISPUTE-NO  TO OPL-DISPUTE-NO.
047700     MOVE DSP-BRANCH-CODE TO OPL-BRANCH-CODE.
047800     MOVE DSP-OPEN-DATE   TO OPL-OPEN-DATE.
047900     MOVE DSP-STATUS      TO OPL-STATUS.
048000     MOVE WS-AGE          TO OPL-AGE.
048100     MOVE DSP-AMOUNT      TO OPL-AMOUNT.
048200     MOVE DSP-PROV-STATUS TO OPL-PROV-STATUS.
048300     MOVE DSP-PROV-AMOUNT TO OPL-PROV-AMOUNT.
048400     IF WS-AGE > WS-RESOLUTION-DAYS
048500         ADD 1 TO WS-DISPUTES-OVERDUE
048600         MOVE WS-OPEN-LINE TO WS-RPT-DETAIL
048700         PERFORM 9820-PUT-AGING-LINE
048800             THRU 9820-PUT-AGING-LINE-EXIT
048900     END-IF.
049000     IF NOT WS-MONTH-END
049100         GO TO 2400-AGE-DISPUTE-EXIT
049200     END-IF.
049300     ADD 1 TO WS-DISPUTES-OPEN.
049400     ADD DSP-AMOUNT TO WS-OPEN-VALUE.
049500     IF DSP-PROV-CREDITED
049600         ADD DSP-PROV-AMOUNT TO WS-PROV-OUTSTANDING
049700     END-IF.
049800     MOVE WS-OPEN-LINE TO WS-RPT-DETAIL.
049900     PERFORM 9840-PUT-FINANCE-LINE
050000         THRU 9840-PUT-FINANCE-LINE-EXIT.
050100 2400-AGE-DISPUTE-EXIT.
050200     EXIT.
050300*----------------------------------------------------------------
050400* 3000-CHECK-ACCOUNT : nothing is generated on an account not on
050500*                     CUSTMAST, frozen or closed - the dispute
050600*                     is held, labelled, for the next night.
050700*----------------------------------------------------------------
050800 3000-CHECK-ACCOUNT.
050900     MOVE "N" TO WS-ACCOUNT-OK-SW.
051000     MOVE DSP-ACCOUNT-NO TO CUST-NUMBER.
051100     READ CUSTMAST
051200         INVALID KEY
051300             MOVE "INCONNU  " TO DPL-LABEL
051400             ADD 1 TO WS-DISPUTES-HELD
051500             GO TO 3000-CHECK-ACCOUNT-EXIT
051600     END-READ.
051700     IF CUST-FROZEN
051800         MOVE "GELE     " TO DPL-LABEL
051900         ADD 1 TO WS-DISPUTES-HELD
052000         GO TO 3000-CHECK-ACCOUNT-EXIT
052100     END-IF.
052200     IF CUST-CLOSED
052300         MOVE "CLOS     " TO DPL-LABEL
052400         ADD 1 TO WS-DISPUTES-HELD
052500         GO TO 3000-CHECK-ACCOUNT-EXIT
052600     END-IF.
052700     SET WS-ACCOUNT-OK TO TRUE.
052800 3000-CHECK-ACCOUNT-EXIT.
052900     EXIT.
053000*----------------------------------------------------------------
053100* 8000-PRINT-DISPUTE : the dispute's PRTDSPG line, label, type
053200*                     and amount already set by the caller.
053300*----------------------------------------------------------------
053400 8000-PRINT-DISPUTE.
053500     MOVE DSP-ACCOUNT-NO  TO DPL-ACCOUNT-NO.
053600     MOVE DSP-DISPUTE-NO  TO DPL-DISPUTE-NO.
053700     MOVE DSP-ORIG-DATE   TO DPL-DATE.
053800     MOVE DSP-REASON      TO DPL-REASON.
053900     MOVE WS-DISPUTE-LINE TO WS-RPT-DETAIL.
054000     PERFORM 9800-PUT-REPORT-LINE THRU 9800-PUT-REPORT-LINE-EXIT.
054100 8000-PRINT-DISPUTE-EXIT.
054200     EXIT.
054300*----------------------------------------------------------------
054400* 9000-WRITE-TOTALS : the run's counts at the foot of each
054500*                    report.
054600*----------------------------------------------------------------
054700 9000-WRITE-TOTALS.
054800     MOVE SPACES TO WS-RPT-DETAIL.
054900     PERFORM 9800-PUT-REPORT-LINE THRU 9800-PUT-REPORT-LINE-EXIT.
055000     MOVE "LITIGES LUS           : " TO TTL-LABEL.
055100     MOVE WS-DISPUTES-READ TO TTL-VALUE.
055200     PERFORM 9010-PUT-TOTAL THRU 9010-PUT-TOTAL-EXIT.
055300     MOVE "CREDITS GENERES       : " TO TTL-LABEL.
055400     MOVE WS-CREDITS-GENERATED TO TTL-VALUE.
055500     PERFORM 9010-PUT-TOTAL THRU 9010-PUT-TOTAL-EXIT.
055600     MOVE "ANNULATIONS GENEREES  : " TO TTL-LABEL.
055700     MOVE WS-REVERSALS-GENERATED TO TTL-VALUE.
055800     PERFORM 9010-PUT-TOTAL THRU 9010-PUT-TOTAL-EXIT.
055900     MOVE "VALEUR GENEREE        : " TO TTL-LABEL.
056000     MOVE WS-FEED-HASH TO TTL-VALUE.
056100     PERFORM 9010-PUT-TOTAL THRU 9010-PUT-TOTAL-EXIT.
056200     MOVE "LITIGES RETENUS       : " TO TTL-LABEL.
056300     MOVE WS-DISPUTES-HELD TO TTL-VALUE.
056400     PERFORM 9010-PUT-TOTAL THRU 9010-PUT-TOTAL-EXIT.
056500     MOVE SPACES TO WS-RPT-DETAIL.
056600     PERFORM 9820-PUT-AGING-LINE THRU 9820-PUT-AGING-LINE-EXIT.
056700     MOVE "DELAI DE RESOLUTION   : " TO TTL-LABEL.
056800     MOVE WS-RESOLUTION-DAYS TO TTL-VALUE.
056900     MOVE WS-TOTAL-LINE TO WS-RPT-DETAIL.
057000     PERFORM 9820-PUT-AGING-LINE THRU 9820-PUT-AGING-LINE-EXIT.
057100     MOVE "LITIGES HORS DELAI    : " TO TTL-LABEL.
057200     MOVE WS-DISPUTES-OVERDUE TO TTL-VALUE.
057300     MOVE WS-TOTAL-LINE TO WS-RPT-DETAIL.
057400     PERFORM 9820-PUT-AGING-LINE THRU 9820-PUT-AGING-LINE-EXIT.
057500     IF NOT WS-MONTH-END
057600         GO TO 9000-WRITE-TOTALS-EXIT
057700     END-IF.
057800     MOVE SPACES TO WS-RPT-DETAIL.
057900     PERFORM 9840-PUT-FINANCE-LINE
058000         THRU 9840-PUT-FINANCE-LINE-EXIT.
058100     MOVE "LITIGES OUVERTS       : " TO TTL-LABEL.
058200     MOVE WS-DISPUTES-OPEN TO TTL-VALUE.
058300     MOVE WS-TOTAL-LINE TO WS-RPT-DETAIL.
058400     PERFORM 9840-PUT-FINANCE-LINE
058500         THRU 9840-PUT-FINANCE-LINE-EXIT.
058600     MOVE "MONTANT CONTESTE      : " TO TTL-LABEL.
058700     MOVE WS-OPEN-VALUE TO TTL-VALUE.
058800     MOVE WS-TOTAL-LINE TO WS-RPT-DETAIL.
058900     PERFORM 9840-PUT-FINANCE-LINE
059000         THRU 9840-PUT-FINANCE-LINE-EXIT.
059100     MOVE "CREDITS PROVISOIRES   : " TO TTL-LABEL.
059200     MOVE WS-PROV-OUTSTANDING TO TTL-VALUE.
059300     MOVE WS-TOTAL-LINE TO WS-RPT-DETAIL.
059400     PERFORM 9840-PUT-FINANCE-LINE
059500         THRU 9840-PUT-FINANCE-LINE-EXIT.
059600 9000-WRITE-TOTALS-EXIT.
059700     EXIT.
059800 9010-PUT-TOTAL.
059900     MOVE WS-TOTAL-LINE TO WS-RPT-DETAIL.
060000     PERFORM 9800-PUT-REPORT-LINE THRU 9800-PUT-REPORT-LINE-EXIT.
060100 9010-PUT-TOTAL-EXIT.
060200     EXIT.
060300*----------------------------------------------------------------
060400* 9100-CLOSE-FILES
060500*----------------------------------------------------------------
060600 9100-CLOSE-FILES.
060700     IF WS-DSPMAST-STATUS NOT = "35"
060800         CLOSE DSPMAST
060900     END-IF.
061000     CLOSE CUSTMAST.
061100     CLOSE DSPTRAN.
061200     CLOSE PRTDSPG.
061300     CLOSE PRTDSPA.
061400     IF WS-MONTH-END
061500         CLOSE PRTDSPF
061600     END-IF.
061700 9100-CLOSE-FILES-EXIT.
061800     EXIT.
061900*----------------------------------------------------------------
062000* 9800/9820/9840 : one line through the shared RPTWRITE page
062100*                 writer, onto PRTDSPG, PRTDSPA or PRTDSPF -
062200*                 each report with its own page state.
062300*----------------------------------------------------------------
062400 9800-PUT-REPORT-LINE.
062500     CALL "RPTWRITE" USING WS-RPT-STATE WS-RPT-TITLE
062600                           WS-RPT-DETAIL WS-RPT-OUT.
062700     PERFORM 9810-WRITE-OUT-LINE THRU 9810-WRITE-OUT-LINE-EXIT
062800         VARYING WS-RPT-SUB FROM 1 BY 1
062900         UNTIL WS-RPT-SUB > WS-RPT-OUT-COUNT.
063000 9800-PUT-REPORT-LINE-EXIT.
063100     EXIT.
063200 9810-WRITE-OUT-LINE.
063300     WRITE PRTDSPG-LINE FROM WS-RPT-OUT-LINE (WS-RPT-SUB).
063400 9810-WRITE-OUT-LINE-EXIT.
063500     EXIT.
063600 9820-PUT-AGING-LINE.
063700     CALL "RPTWRITE" USING WS-AGE-STATE WS-AGE-TITLE
063800                           WS-RPT-DETAIL WS-RPT-OUT.
063900     PERFORM 9830-WRITE-AGING-OUT THRU 9830-WRITE-AGING-OUT-EXIT
064000         VARYING WS-RPT-SUB FROM 1 BY 1
064100         UNTIL WS-RPT-SUB > WS-RPT-OUT-COUNT.
064200 9820-PUT-AGING-LINE-EXIT.
064300     EXIT.
064400 9830-WRITE-AGING-OUT.
064500     WRITE PRTDSPA-LINE FROM WS-RPT-OUT-LINE (WS-RPT-SUB).
064600 9830-WRITE-AGING-OUT-EXIT.
064700     EXIT.
064800 9840-PUT-FINANCE-LINE.
064900     CALL "RPTWRITE" USING WS-FIN-STATE WS-FIN-TITLE
065000                           WS-RPT-DETAIL WS-RPT-OUT.
065100     PERFORM 9850-WRITE-FINANCE-OUT
065200         THRU 9850-WRITE-FINANCE-OUT-EXIT
065300         VARYING WS-RPT-SUB FROM 1 BY 1
065400         UNTIL WS-RPT-SUB > WS-RPT-OUT-COUNT.
065500 9840-PUT-FINANCE-LINE-EXIT.
065600     EXIT.
065700 9850-WRITE-FINANCE-OUT.
065800     WRITE PRTDSPF-LINE FROM WS-RPT-OUT-LINE (WS-RPT-SUB).
065900 9850-WRITE-FINANCE-OUT-EXIT.
066000     EXIT.
