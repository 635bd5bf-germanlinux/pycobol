000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. BALINQ.
000300 AUTHOR. D-SYSTEMS BATCH GROUP.
000400 INSTALLATION. ESSAI BATCH SUITE.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 2026-10-15 EL  Initial version. BALMAST only holds the current
001100*                day, so "what was the balance on 31 August ?"
001200*                depended on someone having kept that night's
001300*                PRTBALP. BALPOST now keeps every posted day on
001400*                the BALHIST history (BHSREC.cpy) ; this
001500*                inquiry answers from it, one BHQPARM parameter
001600*                card per question :
001700*                  - account and date : that account's balance
001800*                    as of the date - the closing of its latest
001900*                    history record on or before it ;
002000*                  - date only (account blank) : every account's
002100*                    balance as of the date, in account order,
002200*                    with the count and the total.
002300*                Answers go to the PRTBHQ report through the
002400*                shared RPTWRITE writer. A card whose date is not
002500*                a real calendar date (DATECHEK) is refused and
002600*                ends the job with RETURN-CODE 8 ; no BALHIST at
002700*                all ends it with RETURN-CODE 16.
002800*----------------------------------------------------------------
002900 ENVIRONMENT DIVISION.
003000 CONFIGURATION SECTION.
003100 INPUT-OUTPUT SECTION.
003200 FILE-CONTROL.
003300     SELECT BALHIST ASSIGN TO "BALHIST"
003400         ORGANIZATION IS INDEXED
003500         ACCESS MODE IS DYNAMIC
003600         RECORD KEY IS BHS-KEY
003700         FILE STATUS IS WS-BALHIST-STATUS.
003800     SELECT BHQPARM ASSIGN TO "BHQPARM"
003900         ORGANIZATION IS SEQUENTIAL
004000         FILE STATUS IS WS-BHQPARM-STATUS.
004100     SELECT PRTBHQ ASSIGN TO "PRTBHQ"
004200         ORGANIZATION IS SEQUENTIAL.
004300 DATA DIVISION.
004400 FILE SECTION.
004500 FD  BALHIST.
004600 COPY BHSREC.
004700*----------------------------------------------------------------
004800* BHQPARM : one question per card - an account (blank for every
004900* account) and the as-of date.
005000*----------------------------------------------------------------
005100 FD  BHQPARM
005200     LABEL RECORDS ARE STANDARD.
005300 01  BHQPARM-RECORD.
005400     05  BHQ-ACCOUNT-NO       PIC X(10).
005500     05  BHQ-AS-OF-DATE-X     PIC X(08).
005600     05  BHQ-AS-OF-DATE REDEFINES BHQ-AS-OF-DATE-X
005700                              PIC 9(08).
005800     05  FILLER               PIC X(02).
005900 FD  PRTBHQ
006000     LABEL RECORDS ARE STANDARD.
006100 01  PRTBHQ-LINE              PIC X(60).
006200 WORKING-STORAGE SECTION.
006300*----------------------------------------------------------------
006400* 77-LEVEL WORK ITEMS
006500*----------------------------------------------------------------
006600 77  WS-BALHIST-STATUS        PIC X(02) VALUE SPACES.
006700 77  WS-BHQPARM-STATUS        PIC X(02) VALUE SPACES.
006800 77  WS-EOF-SW                PIC X(01) VALUE "N".
006900     88  WS-EOF               VALUE "Y".
007000 77  WS-HIST-END-SW           PIC X(01) VALUE "N".
007100     88  WS-HIST-END          VALUE "Y".
007200 77  WS-HELD-SW               PIC X(01) VALUE "N".
007300     88  WS-HELD              VALUE "Y".
007400 77  WS-CARDS-READ            PIC 9(05) COMP VALUE ZERO.
007500 77  WS-CARDS-REFUSED         PIC 9(05) COMP VALUE ZERO.
007600 77  WS-ACCT-COUNT            PIC 9(07) COMP VALUE ZERO.
007700 77  WS-ACCT-TOTAL            PIC S9(14) VALUE ZERO.
007800 77  WS-AS-OF-DATE            PIC 9(08) VALUE ZERO.
007900 77  WS-HELD-ACCOUNT          PIC X(10) VALUE SPACES.
008000 77  WS-HELD-DATE             PIC 9(08) VALUE ZERO.
008100 77  WS-HELD-CLOSING          PIC S9(12) VALUE ZERO.
008200 77  WS-CURRENT-ACCOUNT       PIC X(10) VALUE SPACES.
008300*----------------------------------------------------------------
008400* CALL "DATECHEK" parameters, the same pattern as PADTRIM.
008500*----------------------------------------------------------------
008600 77  WS-DC-FUNCTION           PIC X(01) VALUE SPACE.
008700 77  WS-DC-DATE               PIC 9(08) VALUE ZERO.
008800 77  WS-DC-DAY-NUMBER         PIC 9(07) COMP VALUE ZERO.
008900 77  WS-DC-RESULT             PIC X(01) VALUE SPACE.
009000*----------------------------------------------------------------
009100* Shared RPTWRITE page-writer state, the RPTCUR01 pattern.
009200*----------------------------------------------------------------
009300 01  WS-RPT-STATE.
009400     05  WS-RPT-PAGE-NUMBER   PIC 9(04) COMP VALUE ZERO.
009500     05  WS-RPT-LINE-COUNT    PIC 9(02) COMP VALUE ZERO.
009600 77  WS-RPT-TITLE             PIC X(30) VALUE
009700     "SOLDES HISTORIQUES (BALINQ)".
009800 01  WS-RPT-DETAIL            PIC X(60) VALUE SPACES.
009900 01  WS-RPT-OUT.
010000     05  WS-RPT-OUT-COUNT     PIC 9(01).
010100     05  WS-RPT-OUT-LINE      PIC X(60) OCCURS 3 TIMES.
010200 77  WS-RPT-SUB               PIC 9(01) COMP.
010300*----------------------------------------------------------------
010400* Report lines.
010500*----------------------------------------------------------------
010600 01  WS-QUESTION-LINE.
010700     05  FILLER PIC X(11) VALUE "SOLDES AU  ".
010800     05  QST-AS-OF-DATE       PIC 9(08).
010900     05  FILLER PIC X(11) VALUE " - COMPTE  ".
011000     05  QST-ACCOUNT          PIC X(10).
011100     05  FILLER PIC X(20) VALUE SPACES.
011200 01  WS-COLUMN-HEADER.
011300     05  FILLER PIC X(34) VALUE
011400         "COMPTE      AU JOUR          SOLDE".
011500     05  FILLER PIC X(26) VALUE SPACES.
011600 01  WS-BALANCE-LINE.
011700     05  BLN-ACCOUNT          PIC X(10).
011800     05  FILLER PIC X(02) VALUE SPACES.
011900     05  BLN-LAST-DATE        PIC 9(08).
012000     05  FILLER PIC X(01) VALUE SPACE.
012100     05  BLN-CLOSING          PIC -(12)9.
012200     05  FILLER PIC X(26) VALUE SPACES.
012300 01  WS-NONE-LINE.
012400     05  NON-ACCOUNT          PIC X(10).
012500     05  FILLER PIC X(31) VALUE
012600         "  AUCUN HISTORIQUE A CETTE DATE".
012700     05  FILLER PIC X(19) VALUE SPACES.
012800 01  WS-TOTAL-LINE.
012900     05  FILLER PIC X(08) VALUE "TOTAL : ".
013000     05  TOT-COUNT            PIC Z(6)9.
013100     05  FILLER PIC X(09) VALUE " COMPTES ".
013200     05  TOT-VALUE            PIC -(13)9.
013300     05  FILLER PIC X(22) VALUE SPACES.
013400 01  WS-REFUSED-LINE.
013500     05  FILLER PIC X(22) VALUE "CARTE REFUSEE, DATE : ".
013600     05  REF-DATE             PIC X(08).
013700     05  FILLER PIC X(30) VALUE SPACES.
013800 PROCEDURE DIVISION.
013900*----------------------------------------------------------------
014000* 0000-MAINLINE
014100*----------------------------------------------------------------
014200 0000-MAINLINE.
014300     DISPLAY "CONSULTATION DES SOLDES HISTORIQUES".
014400     OPEN INPUT BALHIST.
014500     IF WS-BALHIST-STATUS NOT = "00"
014600         DISPLAY "BALHIST INDISPONIBLE (STATUT "
014700             WS-BALHIST-STATUS ") - ARRET"
014800         MOVE 16 TO RETURN-CODE
014900         STOP RUN
015000     END-IF.
015100     OPEN INPUT BHQPARM.
015200     IF WS-BHQPARM-STATUS = "35"
015300         DISPLAY "BHQPARM ABSENT - AUCUNE QUESTION"
015400         CLOSE BALHIST
015500         STOP RUN
015600     END-IF.
015700     OPEN OUTPUT PRTBHQ.
015800     PERFORM 1000-READ-CARD THRU 1000-READ-CARD-EXIT
015900         UNTIL WS-EOF.
016000     CLOSE BHQPARM.
016100     CLOSE BALHIST.
016200     CLOSE PRTBHQ.
016300     DISPLAY "QUESTIONS LUES     : " WS-CARDS-READ.
016400     DISPLAY "QUESTIONS REFUSEES : " WS-CARDS-REFUSED.
016500     IF WS-CARDS-REFUSED > ZERO
016600         MOVE 8 TO RETURN-CODE
016700     END-IF.
016800     STOP RUN.
016900*----------------------------------------------------------------
017000* 1000-READ-CARD : one question per card ; the date must be a
017100*                 real calendar date.
017200*----------------------------------------------------------------
017300 1000-READ-CARD.
017400     READ BHQPARM
017500         AT END
017600             SET WS-EOF TO TRUE
017700             GO TO 1000-READ-CARD-EXIT
017800     END-READ.
017900     ADD 1 TO WS-CARDS-READ.
018000     IF BHQ-AS-OF-DATE-X NOT NUMERIC
018100         GO TO 1000-REFUSE-CARD
018200     END-IF.
018300     MOVE "V" TO WS-DC-FUNCTION.
018400     MOVE BHQ-AS-OF-DATE TO WS-DC-DATE.
018500     CALL "DATECHEK" USING WS-DC-FUNCTION WS-DC-DATE
018600                           WS-DC-DAY-NUMBER WS-DC-RESULT.
018700     IF WS-DC-RESULT NOT = "Y"
018800         GO TO 1000-REFUSE-CARD
018900     END-IF.
019000     MOVE BHQ-AS-OF-DATE TO WS-AS-OF-DATE.
019100     MOVE WS-AS-OF-DATE  TO QST-AS-OF-DATE.
019200     IF BHQ-ACCOUNT-NO = SPACES
019300         MOVE "(TOUS)" TO QST-ACCOUNT
019400     ELSE
019500         MOVE BHQ-ACCOUNT-NO TO QST-ACCOUNT
019600     END-IF.
019700     MOVE SPACES TO WS-RPT-DETAIL.
019800     PERFORM 9800-PUT-REPORT-LINE THRU 9800-PUT-REPORT-LINE-EXIT.
019900     MOVE WS-QUESTION-LINE TO WS-RPT-DETAIL.
020000     PERFORM 9800-PUT-REPORT-LINE THRU 9800-PUT-REPORT-LINE-EXIT.
020100     MOVE WS-COLUMN-HEADER TO WS-RPT-DETAIL.
020200     PERFORM 9800-PUT-REPORT-LINE THRU 9800-PUT-REPORT-LINE-EXIT.
020300     IF BHQ-ACCOUNT-NO = SPACES
020400         PERFORM 3000-ALL-ACCOUNTS THRU 3000-ALL-ACCOUNTS-EXIT
020500     ELSE
020600         PERFORM 2000-ONE-ACCOUNT THRU 2000-ONE-ACCOUNT-EXIT
020700     END-IF.
020800     GO TO 1000-READ-CARD-EXIT.
020900 1000-REFUSE-CARD.
021000     ADD 1 TO WS-CARDS-REFUSED.
021100     DISPLAY "CARTE BHQPARM REFUSEE : " BHQPARM-RECORD.
021200     MOVE BHQ-AS-OF-DATE-X TO REF-DATE.
021300     MOVE WS-REFUSED-LINE TO WS-RPT-DETAIL.
021400     PERFORM 9800-PUT-REPORT-LINE THRU 9800-PUT-REPORT-LINE-EXIT.
021500 1000-READ-CARD-EXIT.
021600     EXIT.
021700*----------------------------------------------------------------
021800* 2000-ONE-ACCOUNT : START at the account's first history record
021900*                   and keep the latest one dated on or before
022000*                   the as-of date.
022100*----------------------------------------------------------------
022200 2000-ONE-ACCOUNT.
022300     MOVE "N" TO WS-HELD-SW.
022400     MOVE "N" TO WS-HIST-END-SW.
022500     MOVE BHQ-ACCOUNT-NO TO BHS-ACCOUNT-NO.
022600     MOVE ZERO TO BHS-BUSINESS-DATE.
022700     START BALHIST KEY IS NOT LESS THAN BHS-KEY
022800         INVALID KEY
022900             SET WS-HIST-END TO TRUE
023000     END-START.
023100     PERFORM 2010-READ-ACCOUNT THRU 2010-READ-ACCOUNT-EXIT
023200         UNTIL WS-HIST-END.
023300     IF WS-HELD
023400         MOVE WS-HELD-ACCOUNT TO BLN-ACCOUNT
023500         MOVE WS-HELD-DATE    TO BLN-LAST-DATE
023600         MOVE WS-HELD-CLOSING TO BLN-CLOSING
023700         MOVE WS-BALANCE-LINE TO WS-RPT-DETAIL
023800     ELSE
023900         MOVE BHQ-ACCOUNT-NO  TO NON-ACCOUNT
024000         MOVE WS-NONE-LINE    TO WS-RPT-DETAIL
024100     END-IF.
024200     PERFORM 9800-PUT-REPORT-LINE THRU 9800-PUT-REPORT-LINE-EXIT.
024300 2000-ONE-ACCOUNT-EXIT.
024400     EXIT.
024500 2010-READ-ACCOUNT.
024600     READ BALHIST NEXT RECORD
024700         AT END
024800             SET WS-HIST-END TO TRUE
024900             GO TO 2010-READ-ACCOUNT-EXIT
025000     END-READ.
025100     IF BHS-ACCOUNT-NO NOT = BHQ-ACCOUNT-NO OR
025200        BHS-BUSINESS-DATE > WS-AS-OF-DATE
025300         SET WS-HIST-END TO TRUE
025400         GO TO 2010-READ-ACCOUNT-EXIT
025500     END-IF.
025600     PERFORM 4000-HOLD-RECORD THRU 4000-HOLD-RECORD-EXIT.
025700 2010-READ-ACCOUNT-EXIT.
025800     EXIT.
025900*----------------------------------------------------------------
026000* 3000-ALL-ACCOUNTS : the whole history in key order ; on each
026100*                    change of account the one held for the
026200*                    account before it is printed. An account
026300*                    whose history starts after the as-of date
026400*                    did not exist yet and is left out.
026500*----------------------------------------------------------------
026600 3000-ALL-ACCOUNTS.
026700     MOVE "N" TO WS-HELD-SW.
026800     MOVE "N" TO WS-HIST-END-SW.
026900     MOVE ZERO TO WS-ACCT-COUNT.
027000     MOVE ZERO TO WS-ACCT-TOTAL.
027100     MOVE SPACES TO WS-CURRENT-ACCOUNT.
027200     MOVE LOW-VALUES TO BHS-KEY.
027300     START BALHIST KEY IS NOT LESS THAN BHS-KEY
027400         INVALID KEY
027500             SET WS-HIST-END TO TRUE
027600     END-START.
027700     PERFORM 3010-READ-NEXT THRU 3010-READ-NEXT-EXIT
027800         UNTIL WS-HIST-END.
027900     PERFORM 3100-PRINT-HELD THRU 3100-PRINT-HELD-EXIT.
028000     MOVE WS-ACCT-COUNT TO TOT-COUNT.
028100     MOVE WS-ACCT-TOTAL TO TOT-VALUE.
028200     MOVE WS-TOTAL-LINE TO WS-RPT-DETAIL.
028300     PERFORM 9800-PUT-REPORT-LINE THRU 9800-PUT-REPORT-LINE-EXIT.
028400 3000-ALL-ACCOUNTS-EXIT.
028500     EXIT.
028600 3010-READ-NEXT.
028700     READ BALHIST NEXT RECORD
028800         AT END
028900             SET WS-HIST-END TO TRUE
029000             GO TO 3010-READ-NEXT-EXIT
029100     END-READ.
029200     IF BHS-ACCOUNT-NO NOT = WS-CURRENT-ACCOUNT
029300         PERFORM 3100-PRINT-HELD THRU 3100-PRINT-HELD-EXIT
029400         MOVE BHS-ACCOUNT-NO TO WS-CURRENT-ACCOUNT
029500     END-IF.
029600     IF BHS-BUSINESS-DATE NOT > WS-AS-OF-DATE
029700         PERFORM 4000-HOLD-RECORD THRU 4000-HOLD-RECORD-EXIT
029800     END-IF.
029900 3010-READ-NEXT-EXIT.
030000     EXIT.
030100 3100-PRINT-HELD.
030200     IF NOT WS-HELD
030300         GO TO 3100-PRINT-HELD-EXIT
030400     END-IF.
030500     MOVE WS-HELD-ACCOUNT TO BLN-ACCOUNT.
030600     MOVE WS-HELD-DATE    TO BLN-LAST-DATE.
030700     MOVE WS-HELD-CLOSING TO BLN-CLOSING.
030800     MOVE WS-BALANCE-LINE TO WS-RPT-DETAIL.
030900     PERFORM 9800-PUT-REPORT-LINE THRU 9800-PUT-REPORT-LINE-EXIT.
031000     ADD 1 TO WS-ACCT-COUNT.
031100     ADD WS-HELD-CLOSING TO WS-ACCT-TOTAL.
031200     MOVE "N" TO WS-HELD-SW.
031300 3100-PRINT-HELD-EXIT.
031400     EXIT.
031500*----------------------------------------------------------------
031600* 4000-HOLD-RECORD : the history record read is the latest yet
031700*                   on or before the as-of date.
031800*----------------------------------------------------------------
031900 4000-HOLD-RECORD.
032000     SET WS-HELD TO TRUE.
032100     MOVE BHS-ACCOUNT-NO    TO WS-HELD-ACCOUNT.
032200     MOVE BHS-BUSINESS-DATE TO WS-HELD-DATE.
032300     MOVE BHS-CLOSING       TO WS-HELD-CLOSING.
032400 4000-HOLD-RECORD-EXIT.
032500     EXIT.
032600*----------------------------------------------------------------
032700* 9800-PUT-REPORT-LINE : one line through the shared RPTWRITE
032800*                       page writer.
032900*----------------------------------------------------------------
033000 9800-PUT-REPORT-LINE.
033100     CALL "RPTWRITE" USING WS-RPT-STATE WS-RPT-TITLE
033200                           WS-RPT-DETAIL WS-RPT-OUT.
033300     PERFORM 9810-WRITE-OUT-LINE THRU 9810-WRITE-OUT-LINE-EXIT
033400         VARYING WS-RPT-SUB FROM 1 BY 1
033500         UNTIL WS-RPT-SUB > WS-RPT-OUT-COUNT.
033600 9800-PUT-REPORT-LINE-EXIT.
033700     EXIT.
033800 9810-WRITE-OUT-LINE.
033900     WRITE PRTBHQ-LINE FROM WS-RPT-OUT-LINE (WS-RPT-SUB).
034000 9810-WRITE-OUT-LINE-EXIT.
034100     EXIT.
