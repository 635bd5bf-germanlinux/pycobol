000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. SORGEN.
000300 AUTHOR. D-SYSTEMS BATCH GROUP.
000400 INSTALLATION. ESSAI BATCH SUITE.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 2026-10-15 EL  Initial version. Generates the standing orders
001100*                on SORMAST (SORREC.cpy, maintained by SORUPDT)
001200*                that fall due on the CTLDATE business date into
001300*                the SORTRAN feed, under a full HDR/TRL envelope
001400*                (source SORGEN, tonight's business date) - or
001500*                leaves SORTRAN empty when nothing is due, which
001600*                FEEDMRG reads as an absent feed. The
001700*                step runs ahead of FEEDMRG, which merges
001800*                SORTRAN into tonight's TRANSIN like FEETRAN, so
001900*                the orders post tonight. An order is due when
002000*                its next due date - rolled forward to the next
002100*                business day through DATECHEK when it falls on
002200*                a weekend or holiday - is on or before the
002300*                business date ; due dates missed (the chain did
002400*                not run) are each generated. After each
002500*                occurrence the next due date advances by a
002600*                week, a month or a quarter, monthly and
002700*                quarterly orders keeping their anchor day
002800*                (shortened to the month's last day when the
002900*                month has no such day). An order past its end
003000*                date is marked expired (E). A suspended order
003100*                advances without generating. Nothing is
003200*                generated on an account that is unknown or
003300*                frozen (the occurrence is skipped and the
003400*                schedule advances) ; an order on a closed
003500*                account is cancelled. Generated, skipped and
003600*                expired orders are listed on the PRTSORG
003700*                report ; any skip or cancellation ends the step
003800*                with RETURN-CODE 4. A rerun under the same
003900*                business date puts each order generated tonight
004000*                back to the due date it stood at and generates
004100*                it again, so SORTRAN is complete and nothing is
004200*                advanced twice.
004210* 2026-10-15 EL  3100-FIT-MONTH uses the DATECHEK calendar test
004220*                (C) : the next due date always lies ahead, and V
004230*                refused it, cutting every anchor day above 28
004240*                down to the 28th.
004250*----------------------------------------------------------------
004400 ENVIRONMENT DIVISION.
004500 CONFIGURATION SECTION.
004600 INPUT-OUTPUT SECTION.
004700 FILE-CONTROL.
004800     SELECT SORMAST ASSIGN TO "SORMAST"
004900         ORGANIZATION IS INDEXED
005000         ACCESS MODE IS SEQUENTIAL
005100         RECORD KEY IS SOR-KEY
005200         FILE STATUS IS WS-SORMAST-STATUS.
005300     SELECT CUSTMAST ASSIGN TO "CUSTMAST"
005400         ORGANIZATION IS INDEXED
005500         ACCESS MODE IS RANDOM
005600         RECORD KEY IS CUST-NUMBER
005700         ALTERNATE RECORD KEY IS CUST-NAME
005800             WITH DUPLICATES
005900         FILE STATUS IS WS-CUSTMAST-STATUS.
006000     SELECT SORTRAN ASSIGN TO "SORTRAN"
006100         ORGANIZATION IS LINE SEQUENTIAL.
006200     SELECT CTLDATE ASSIGN TO "CTLDATE"
006300         ORGANIZATION IS SEQUENTIAL.
006400     SELECT PRTSORG ASSIGN TO "PRTSORG"
006500         ORGANIZATION IS SEQUENTIAL.
006600 DATA DIVISION.
006700 FILE SECTION.
006800 FD  SORMAST.
006900 COPY SORREC.
007000 FD  CUSTMAST.
007100 COPY CUSTREC.
007200 FD  SORTRAN
007300     LABEL RECORDS ARE STANDARD.
007400 01  SORTRAN-RECORD           PIC X(30).
007500 FD  CTLDATE
007600     LABEL RECORDS ARE STANDARD.
007700 01  CTLDATE-RECORD.
007800     05  CTL-BUSINESS-DATE    PIC 9(08).
007900     05  FILLER               PIC X(12).
008000 FD  PRTSORG
008100     LABEL RECORDS ARE STANDARD.
008200 01  PRTSORG-LINE             PIC X(60).
008300 WORKING-STORAGE SECTION.
008400*----------------------------------------------------------------
008500* 77-LEVEL WORK ITEMS
008600*----------------------------------------------------------------
008700 77  WS-SORMAST-STATUS        PIC X(02) VALUE SPACES.
008800 77  WS-CUSTMAST-STATUS       PIC X(02) VALUE SPACES.
008900 77  WS-EOF-SW                PIC X(01) VALUE "N".
009000     88  WS-EOF               VALUE "Y".
009100 77  WS-DUE-SW                PIC X(01) VALUE "N".
009200     88  WS-DUE               VALUE "Y".
009300 77  WS-CHANGED-SW            PIC X(01) VALUE "N".
009400     88  WS-CHANGED           VALUE "Y".
009500 77  WS-BUSINESS-DATE         PIC 9(08) VALUE ZERO.
009600 77  WS-EFFECTIVE-DATE        PIC 9(08) VALUE ZERO.
009700 77  WS-FIRST-DUE             PIC 9(08) VALUE ZERO.
009800 77  WS-ORDER-GENERATED       PIC 9(03) VALUE ZERO.
009900 77  WS-ORDERS-READ           PIC 9(05) COMP VALUE ZERO.
010000 77  WS-ORDERS-GENERATED      PIC 9(05) COMP VALUE ZERO.
010100 77  WS-ORDERS-SKIPPED        PIC 9(05) COMP VALUE ZERO.
010200 77  WS-ORDERS-SUSPENDED      PIC 9(05) COMP VALUE ZERO.
010300 77  WS-ORDERS-EXPIRED        PIC 9(05) COMP VALUE ZERO.
010400 77  WS-ORDERS-CANCELLED      PIC 9(05) COMP VALUE ZERO.
010500 77  WS-ORDERS-RESTORED       PIC 9(05) COMP VALUE ZERO.
010600 77  WS-FEED-COUNT            PIC 9(06) VALUE ZERO.
010700 77  WS-FEED-HASH             PIC 9(12) VALUE ZERO.
010800 77  WS-MONTHS                PIC 9(02) COMP VALUE ZERO.
010900*----------------------------------------------------------------
011000* CALL "DATECHEK" parameters, the same pattern as PADTRIM.
011100*----------------------------------------------------------------
011200 77  WS-DC-FUNCTION           PIC X(01) VALUE SPACE.
011300 77  WS-DC-DATE               PIC 9(08) VALUE ZERO.
011400 77  WS-DC-DAY-NUMBER         PIC 9(07) COMP VALUE ZERO.
011500 77  WS-DC-RESULT             PIC X(01) VALUE SPACE.
011600*----------------------------------------------------------------
011700* WS-NEW-DATE : the next due date being built for a monthly or
011800* quarterly order.
011900*----------------------------------------------------------------
012000 01  WS-NEW-DATE              PIC 9(08) VALUE ZERO.
012100 01  WS-NEW-DATE-PARTS REDEFINES WS-NEW-DATE.
012200     05  WS-NEW-YEAR          PIC 9(04).
012300     05  WS-NEW-MONTH         PIC 9(02).
012400     05  WS-NEW-DAY           PIC 9(02).
012500*----------------------------------------------------------------
012600* The generated transaction and the feed's own envelope.
012700*----------------------------------------------------------------
012800 01  WS-SOR-DETAIL.
012900     05  WS-SD-ACCOUNT-NO     PIC X(10).
013000     05  WS-SD-AMOUNT         PIC 9(10).
013100     05  WS-SD-TYPE-CODE      PIC X(01).
013200     05  FILLER               PIC X(09) VALUE SPACES.
013300 01  WS-SOR-HDR-RECORD.
013400     05  FILLER               PIC X(03) VALUE "HDR".
013500     05  WS-SH-FEED-DATE      PIC 9(08).
013600     05  FILLER               PIC X(08) VALUE "SORGEN  ".
013700     05  FILLER               PIC X(11) VALUE SPACES.
013800 01  WS-SOR-TRL-RECORD.
013900     05  FILLER               PIC X(03) VALUE "TRL".
014000     05  WS-ST-RECORD-COUNT   PIC 9(06).
014100     05  WS-ST-AMOUNT-HASH    PIC 9(12).
014200     05  FILLER               PIC X(09) VALUE SPACES.
014300*----------------------------------------------------------------
014400* Shared RPTWRITE page-writer state, the RPTCUR01 pattern.
014500*----------------------------------------------------------------
014600 01  WS-RPT-STATE.
014700     05  WS-RPT-PAGE-NUMBER   PIC 9(04) COMP VALUE ZERO.
014800     05  WS-RPT-LINE-COUNT    PIC 9(02) COMP VALUE ZERO.
014900 77  WS-RPT-TITLE             PIC X(30) VALUE
015000     "ORDRES PERMANENTS (SORGEN)".
015100 01  WS-RPT-DETAIL            PIC X(60) VALUE SPACES.
015200 01  WS-RPT-OUT.
015300     05  WS-RPT-OUT-COUNT     PIC 9(01).
015400     05  WS-RPT-OUT-LINE      PIC X(60) OCCURS 3 TIMES.
015500 77  WS-RPT-SUB               PIC 9(01) COMP.
015600*----------------------------------------------------------------
015700* Report lines.
015800*----------------------------------------------------------------
015900 01  WS-ORDER-LINE.
016000     05  ORL-LABEL            PIC X(09).
016100     05  ORL-ACCOUNT-NO       PIC X(10).
016200     05  FILLER PIC X(01) VALUE "/".
016300     05  ORL-ORDER-NO         PIC 9(02).
016400     05  FILLER PIC X(01) VALUE SPACE.
016500     05  ORL-DATE             PIC 9(08).
016600     05  FILLER PIC X(01) VALUE SPACE.
016700     05  ORL-TYPE-CODE        PIC X(01).
016800     05  FILLER PIC X(01) VALUE SPACE.
016900     05  ORL-AMOUNT           PIC Z(9)9.
017000     05  FILLER PIC X(01) VALUE SPACE.
017100     05  ORL-REFERENCE        PIC X(15).
017200 01  WS-TOTAL-LINE.
017300     05  TTL-LABEL            PIC X(24).
017400     05  TTL-VALUE            PIC Z(11)9.
017500     05  FILLER PIC X(24) VALUE SPACES.
017600 PROCEDURE DIVISION.
017700*----------------------------------------------------------------
017800* 0000-MAINLINE
017900*----------------------------------------------------------------
018000 0000-MAINLINE.
018100     DISPLAY "GENERATION DES ORDRES PERMANENTS".
018200     PERFORM 0100-READ-CTLDATE THRU 0100-READ-CTLDATE-EXIT.
018300     PERFORM 1000-OPEN-FILES THRU 1000-OPEN-FILES-EXIT.
018400     IF RETURN-CODE = 16
018500         STOP RUN
018600     END-IF.
018700     MOVE WS-BUSINESS-DATE TO WS-SH-FEED-DATE.
018800     PERFORM 2000-ONE-ORDER THRU 2000-ONE-ORDER-EXIT
018900         UNTIL WS-EOF.
019000     IF WS-FEED-COUNT > ZERO
019100         MOVE WS-FEED-COUNT TO WS-ST-RECORD-COUNT
019200         MOVE WS-FEED-HASH  TO WS-ST-AMOUNT-HASH
019300         WRITE SORTRAN-RECORD FROM WS-SOR-TRL-RECORD
019400     END-IF.
019500     PERFORM 9000-WRITE-TOTALS THRU 9000-WRITE-TOTALS-EXIT.
019600     PERFORM 9100-CLOSE-FILES THRU 9100-CLOSE-FILES-EXIT.
019700     DISPLAY "ORDRES LUS         : " WS-ORDERS-READ.
019800     DISPLAY "ECHEANCES GENEREES : " WS-ORDERS-GENERATED.
019900     DISPLAY "ECHEANCES SAUTEES  : " WS-ORDERS-SKIPPED.
020000     DISPLAY "ORDRES SUSPENDUS   : " WS-ORDERS-SUSPENDED.
020100     DISPLAY "ORDRES ECHUS       : " WS-ORDERS-EXPIRED.
020200     DISPLAY "ORDRES ANNULES     : " WS-ORDERS-CANCELLED.
020300     IF WS-ORDERS-SKIPPED > ZERO OR WS-ORDERS-CANCELLED > ZERO
020400         MOVE 4 TO RETURN-CODE
020500     END-IF.
020600     STOP RUN.
020700*----------------------------------------------------------------
020800* 0100-READ-CTLDATE : the business date the orders are generated
020900*                    for - and merged under, tonight.
021000*----------------------------------------------------------------
021100 0100-READ-CTLDATE.
021200     OPEN INPUT CTLDATE.
021300     READ CTLDATE.
021400     MOVE CTL-BUSINESS-DATE TO WS-BUSINESS-DATE.
021500     CLOSE CTLDATE.
021600 0100-READ-CTLDATE-EXIT.
021700     EXIT.
021800*----------------------------------------------------------------
021900* 1000-OPEN-FILES : no SORMAST yet (no order ever set up) still
022000*                  empties SORTRAN, so nothing stale merges.
022100*                  No CUSTMAST means no account can be checked :
022200*                  nothing is generated and the step fails.
022300*----------------------------------------------------------------
022400 1000-OPEN-FILES.
022500     OPEN INPUT CUSTMAST.
022600     IF WS-CUSTMAST-STATUS NOT = "00"
022700         DISPLAY "CUSTMAST INDISPONIBLE (STATUT "
022800             WS-CUSTMAST-STATUS ") - GENERATION IMPOSSIBLE"
022900         MOVE 16 TO RETURN-CODE
023000         GO TO 1000-OPEN-FILES-EXIT
023100     END-IF.
023200     OPEN OUTPUT SORTRAN.
023300     OPEN OUTPUT PRTSORG.
023400     OPEN I-O SORMAST.
023500     IF WS-SORMAST-STATUS = "35"
023600         DISPLAY "SORMAST ABSENT - AUCUN ORDRE PERMANENT"
023700         SET WS-EOF TO TRUE
023800     END-IF.
023900 1000-OPEN-FILES-EXIT.
024000     EXIT.
024100*----------------------------------------------------------------
024200* 2000-ONE-ORDER : every order in key order. Cancelled and
024300*                 expired orders are left alone, except one
024400*                 that tonight's earlier run generated - put
024500*                 back for the rerun.
024600*----------------------------------------------------------------
024700 2000-ONE-ORDER.
024800     READ SORMAST NEXT RECORD
024900         AT END
025000             SET WS-EOF TO TRUE
025100             GO TO 2000-ONE-ORDER-EXIT
025200     END-READ.
025300     ADD 1 TO WS-ORDERS-READ.
025400     MOVE "N" TO WS-CHANGED-SW.
025500     IF SOR-LAST-GEN-DATE = WS-BUSINESS-DATE AND
025600        SOR-LAST-GEN-COUNT > ZERO
025700         PERFORM 2050-RESTORE-ORDER THRU 2050-RESTORE-ORDER-EXIT
025800     END-IF.
025900     IF NOT SOR-ACTIVE AND NOT SOR-SUSPENDED
026000         GO TO 2000-ONE-ORDER-EXIT
026100     END-IF.
026200     MOVE ZERO TO WS-ORDER-GENERATED.
026300     MOVE SOR-NEXT-DUE TO WS-FIRST-DUE.
026400     SET WS-DUE TO TRUE.
026500     PERFORM 2100-ONE-OCCURRENCE THRU 2100-ONE-OCCURRENCE-EXIT
026600         UNTIL NOT WS-DUE.
026700     IF SOR-END-DATE NOT = ZERO AND
026800        SOR-NEXT-DUE > SOR-END-DATE AND
026900        NOT SOR-CANCELLED
027000         MOVE "E" TO SOR-STATUS
027100         SET WS-CHANGED TO TRUE
027200         ADD 1 TO WS-ORDERS-EXPIRED
027300         MOVE "ECHU     " TO ORL-LABEL
027400         MOVE SOR-END-DATE TO ORL-DATE
027500         PERFORM 8000-PRINT-ORDER THRU 8000-PRINT-ORDER-EXIT
027600     END-IF.
027700     IF WS-ORDER-GENERATED > ZERO OR
027800        SOR-LAST-GEN-DATE = WS-BUSINESS-DATE
027900         MOVE WS-BUSINESS-DATE   TO SOR-LAST-GEN-DATE
028000         MOVE WS-FIRST-DUE       TO SOR-LAST-GEN-DUE
028100         MOVE WS-ORDER-GENERATED TO SOR-LAST-GEN-COUNT
028200         ADD WS-ORDER-GENERATED  TO SOR-GEN-COUNT
028300     END-IF.
028400     IF WS-CHANGED
028500         REWRITE SOR-RECORD
028600     END-IF.
028700 2000-ONE-ORDER-EXIT.
028800     EXIT.
028900*----------------------------------------------------------------
029000* 2050-RESTORE-ORDER : tonight's earlier run generated this
029100*                     order ; its schedule goes back to where
029200*                     it stood, for the occurrences to be
029300*                     generated again into the new SORTRAN.
029400*----------------------------------------------------------------
029500 2050-RESTORE-ORDER.
029600     MOVE SOR-LAST-GEN-DUE TO SOR-NEXT-DUE.
029700     SUBTRACT SOR-LAST-GEN-COUNT FROM SOR-GEN-COUNT.
029800     MOVE ZERO TO SOR-LAST-GEN-COUNT.
029900     IF SOR-EXPIRED
030000         MOVE "A" TO SOR-STATUS
030100     END-IF.
030200     SET WS-CHANGED TO TRUE.
030300     ADD 1 TO WS-ORDERS-RESTORED.
030400 2050-RESTORE-ORDER-EXIT.
030500     EXIT.
030600*----------------------------------------------------------------
030700* 2100-ONE-OCCURRENCE : is the next due date - rolled to a
030800*                      business day - reached ? If so generate
030900*                      it (or skip it) and advance the schedule.
031000*----------------------------------------------------------------
031100 2100-ONE-OCCURRENCE.
031200     IF SOR-END-DATE NOT = ZERO AND SOR-NEXT-DUE > SOR-END-DATE
031300         MOVE "N" TO WS-DUE-SW
031400         GO TO 2100-ONE-OCCURRENCE-EXIT
031500     END-IF.
031600     MOVE "B" TO WS-DC-FUNCTION.
031700     MOVE SOR-NEXT-DUE TO WS-DC-DATE.
031800     CALL "DATECHEK" USING WS-DC-FUNCTION WS-DC-DATE
031900                           WS-DC-DAY-NUMBER WS-DC-RESULT.
032000     IF WS-DC-RESULT NOT = "Y"
032100         MOVE "N" TO WS-DC-FUNCTION
032200         CALL "DATECHEK" USING WS-DC-FUNCTION WS-DC-DATE
032300                               WS-DC-DAY-NUMBER WS-DC-RESULT
032400     END-IF.
032500     MOVE WS-DC-DATE TO WS-EFFECTIVE-DATE.
032600     IF WS-EFFECTIVE-DATE > WS-BUSINESS-DATE
032700         MOVE "N" TO WS-DUE-SW
032800         GO TO 2100-ONE-OCCURRENCE-EXIT
032900     END-IF.
033000     SET WS-CHANGED TO TRUE.
033100     MOVE SOR-NEXT-DUE TO ORL-DATE.
033200     IF SOR-SUSPENDED
033300         ADD 1 TO WS-ORDERS-SUSPENDED
033400         MOVE "SUSPENDU " TO ORL-LABEL
033500         PERFORM 8000-PRINT-ORDER THRU 8000-PRINT-ORDER-EXIT
033600         PERFORM 3000-ADVANCE THRU 3000-ADVANCE-EXIT
033700         GO TO 2100-ONE-OCCURRENCE-EXIT
033800     END-IF.
033900     MOVE SOR-ACCOUNT-NO TO CUST-NUMBER.
034000     READ CUSTMAST
034100         INVALID KEY
034200             MOVE "INCONNU  " TO ORL-LABEL
034300             MOVE SPACE TO CUST-STATUS
034400             ADD 1 TO WS-ORDERS-SKIPPED
034500     END-READ.
034600     IF CUST-CLOSED
034700         MOVE "C" TO SOR-STATUS
034800         MOVE "N" TO WS-DUE-SW
034900         ADD 1 TO WS-ORDERS-CANCELLED
035000         MOVE "CLOS-ANN " TO ORL-LABEL
035100         PERFORM 8000-PRINT-ORDER THRU 8000-PRINT-ORDER-EXIT
035200         GO TO 2100-ONE-OCCURRENCE-EXIT
035300     END-IF.
035400     IF CUST-FROZEN
035500         MOVE "GELE     " TO ORL-LABEL
035600         ADD 1 TO WS-ORDERS-SKIPPED
035700     END-IF.
035800     IF WS-CUSTMAST-STATUS = "00" AND NOT CUST-FROZEN
035900         PERFORM 2200-GENERATE THRU 2200-GENERATE-EXIT
036000     ELSE
036100         PERFORM 8000-PRINT-ORDER THRU 8000-PRINT-ORDER-EXIT
036200     END-IF.
036300     PERFORM 3000-ADVANCE THRU 3000-ADVANCE-EXIT.
036400 2100-ONE-OCCURRENCE-EXIT.
036500     EXIT.
036600*----------------------------------------------------------------
036700* 2200-GENERATE : the occurrence as a transaction on SORTRAN,
036800*                into the envelope's count and hash. The
036900*                HDR goes out ahead of the first one.
037000*----------------------------------------------------------------
037100 2200-GENERATE.
037200     IF WS-FEED-COUNT = ZERO
037300         WRITE SORTRAN-RECORD FROM WS-SOR-HDR-RECORD
037400     END-IF.
037500     MOVE SOR-ACCOUNT-NO TO WS-SD-ACCOUNT-NO.
037600     MOVE SOR-AMOUNT     TO WS-SD-AMOUNT.
037700     MOVE SOR-TYPE-CODE  TO WS-SD-TYPE-CODE.
037800     WRITE SORTRAN-RECORD FROM WS-SOR-DETAIL.
037900     ADD 1 TO WS-FEED-COUNT.
038000     ADD SOR-AMOUNT TO WS-FEED-HASH.
038100     ADD 1 TO WS-ORDER-GENERATED.
038200     ADD 1 TO WS-ORDERS-GENERATED.
038300     MOVE "GENERE   " TO ORL-LABEL.
038400     PERFORM 8000-PRINT-ORDER THRU 8000-PRINT-ORDER-EXIT.
038500 2200-GENERATE-EXIT.
038600     EXIT.
038700*----------------------------------------------------------------
038800* 3000-ADVANCE : the next due date, one period on - seven days
038900*               for a weekly order, one or three months on the
039000*               anchor day otherwise.
039100*----------------------------------------------------------------
039200 3000-ADVANCE.
039300     IF SOR-WEEKLY
039400         MOVE "D" TO WS-DC-FUNCTION
039500         MOVE SOR-NEXT-DUE TO WS-DC-DATE
039600         CALL "DATECHEK" USING WS-DC-FUNCTION WS-DC-DATE
039700                               WS-DC-DAY-NUMBER WS-DC-RESULT
039800         ADD 7 TO WS-DC-DAY-NUMBER
039900         MOVE "G" TO WS-DC-FUNCTION
040000         CALL "DATECHEK" USING WS-DC-FUNCTION WS-DC-DATE
040100                               WS-DC-DAY-NUMBER WS-DC-RESULT
040200         MOVE WS-DC-DATE TO SOR-NEXT-DUE
040300         GO TO 3000-ADVANCE-EXIT
040400     END-IF.
040500     IF SOR-QUARTERLY
040600         MOVE 3 TO WS-MONTHS
040700     ELSE
040800         MOVE 1 TO WS-MONTHS
040900     END-IF.
041000     MOVE SOR-NEXT-DUE TO WS-NEW-DATE.
041100     ADD WS-MONTHS TO WS-NEW-MONTH.
041200     IF WS-NEW-MONTH > 12
041300         SUBTRACT 12 FROM WS-NEW-MONTH
041400         ADD 1 TO WS-NEW-YEAR
041500     END-IF.
041600     MOVE SOR-ANCHOR-DAY TO WS-NEW-DAY.
041700     PERFORM 3100-FIT-MONTH THRU 3100-FIT-MONTH-EXIT.
041800     MOVE WS-NEW-DATE TO SOR-NEXT-DUE.
041900 3000-ADVANCE-EXIT.
042000     EXIT.
042100*----------------------------------------------------------------
042200* 3100-FIT-MONTH : the anchor day shortened until it is a real
042300*                 date of the month (the 31st of a 30-day month
042400*                 is its 30th, of February its 28th or 29th).
042500*----------------------------------------------------------------
042600 3100-FIT-MONTH.
042700     MOVE "C" TO WS-DC-FUNCTION.
042800     MOVE WS-NEW-DATE TO WS-DC-DATE.
042900     CALL "DATECHEK" USING WS-DC-FUNCTION WS-DC-DATE
043000                           WS-DC-DAY-NUMBER WS-DC-RESULT.
043100     IF WS-DC-RESULT NOT = "Y" AND WS-NEW-DAY > 28
043200         SUBTRACT 1 FROM WS-NEW-DAY
043300         GO TO 3100-FIT-MONTH
043400     END-IF.
043500 3100-FIT-MONTH-EXIT.
043600     EXIT.
043700*----------------------------------------------------------------
043800* 8000-PRINT-ORDER : the order's line, label and date already
043900*                   set by the caller.
044000*----------------------------------------------------------------
044100 8000-PRINT-ORDER.
044200     MOVE SOR-ACCOUNT-NO  TO ORL-ACCOUNT-NO.
044300     MOVE SOR-ORDER-NO    TO ORL-ORDER-NO.
044400     MOVE SOR-TYPE-CODE   TO ORL-TYPE-CODE.
044500     MOVE SOR-AMOUNT      TO ORL-AMOUNT.
044600     MOVE SOR-REFERENCE   TO ORL-REFERENCE.
044700     MOVE WS-ORDER-LINE   TO WS-RPT-DETAIL.
044800     PERFORM 9800-PUT-REPORT-LINE THRU 9800-PUT-REPORT-LINE-EXIT.
044900 8000-PRINT-ORDER-EXIT.
045000     EXIT.
045100*----------------------------------------------------------------
045200* 9000-WRITE-TOTALS : the run's counts at the foot of PRTSORG.
045300*----------------------------------------------------------------
045400 9000-WRITE-TOTALS.
045500     MOVE SPACES TO WS-RPT-DETAIL.
045600     PERFORM 9800-PUT-REPORT-LINE THRU 9800-PUT-REPORT-LINE-EXIT.
045700     MOVE "ORDRES LUS            : " TO TTL-LABEL.
045800     MOVE WS-ORDERS-READ TO TTL-VALUE.
045900     PERFORM 9010-PUT-TOTAL THRU 9010-PUT-TOTAL-EXIT.
046000     MOVE "ECHEANCES GENEREES    : " TO TTL-LABEL.
046100     MOVE WS-ORDERS-GENERATED TO TTL-VALUE.
046200     PERFORM 9010-PUT-TOTAL THRU 9010-PUT-TOTAL-EXIT.
046300     MOVE "VALEUR GENEREE        : " TO TTL-LABEL.
046400     MOVE WS-FEED-HASH TO TTL-VALUE.
046500     PERFORM 9010-PUT-TOTAL THRU 9010-PUT-TOTAL-EXIT.
046600     MOVE "ECHEANCES SAUTEES     : " TO TTL-LABEL.
046700     MOVE WS-ORDERS-SKIPPED TO TTL-VALUE.
046800     PERFORM 9010-PUT-TOTAL THRU 9010-PUT-TOTAL-EXIT.
046900     MOVE "SUSPENDUES            : " TO TTL-LABEL.
047000     MOVE WS-ORDERS-SUSPENDED TO TTL-VALUE.
047100     PERFORM 9010-PUT-TOTAL THRU 9010-PUT-TOTAL-EXIT.
047200     MOVE "ORDRES ECHUS          : " TO TTL-LABEL.
047300     MOVE WS-ORDERS-EXPIRED TO TTL-VALUE.
047400     PERFORM 9010-PUT-TOTAL THRU 9010-PUT-TOTAL-EXIT.
047500     MOVE "ORDRES ANNULES        : " TO TTL-LABEL.
047600     MOVE WS-ORDERS-CANCELLED TO TTL-VALUE.
047700     PERFORM 9010-PUT-TOTAL THRU 9010-PUT-TOTAL-EXIT.
047800     MOVE "ORDRES REPRIS (RELANCE): " TO TTL-LABEL.
047900     MOVE WS-ORDERS-RESTORED TO TTL-VALUE.
048000     PERFORM 9010-PUT-TOTAL THRU 9010-PUT-TOTAL-EXIT.
048100 9000-WRITE-TOTALS-EXIT.
048200     EXIT.
048300 9010-PUT-TOTAL.
048400     MOVE WS-TOTAL-LINE TO WS-RPT-DETAIL.
048500     PERFORM 9800-PUT-REPORT-LINE THRU 9800-PUT-REPORT-LINE-EXIT.
048600 9010-PUT-TOTAL-EXIT.
048700     EXIT.
048800*----------------------------------------------------------------
048900* 9100-CLOSE-FILES
049000*----------------------------------------------------------------
049100 9100-CLOSE-FILES.
049200     IF WS-SORMAST-STATUS NOT = "35"
049300         CLOSE SORMAST
049400     END-IF.
049500     CLOSE CUSTMAST.
049600     CLOSE SORTRAN.
049700     CLOSE PRTSORG.
049800 9100-CLOSE-FILES-EXIT.
049900     EXIT.
050000*----------------------------------------------------------------
050100* 9800-PUT-REPORT-LINE : one line through the shared RPTWRITE
050200*                       page writer.
050300*----------------------------------------------------------------
050400 9800-PUT-REPORT-LINE.
050500     CALL "RPTWRITE" USING WS-RPT-STATE WS-RPT-TITLE
050600                           WS-RPT-DETAIL WS-RPT-OUT.
050700     PERFORM 9810-WRITE-OUT-LINE THRU 9810-WRITE-OUT-LINE-EXIT
050800         VARYING WS-RPT-SUB FROM 1 BY 1
050900         UNTIL WS-RPT-SUB > WS-RPT-OUT-COUNT.
051000 9800-PUT-REPORT-LINE-EXIT.
051100     EXIT.
051200 9810-WRITE-OUT-LINE.
051300     WRITE PRTSORG-LINE FROM WS-RPT-OUT-LINE (WS-RPT-SUB).
051400 9810-WRITE-OUT-LINE-EXIT.
051500     EXIT.
