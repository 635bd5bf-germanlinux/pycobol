000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. INTACCR.
000300 AUTHOR. D-SYSTEMS BATCH GROUP.
000400 INSTALLATION. ESSAI BATCH SUITE.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 2026-10-15 EL  Initial version. A balance earned and cost
001100*                nothing : the branches worked interest out by
001200*                hand on overdrawn accounts and credit balances.
001300*                This nightly step runs behind BALPOST and
001400*                accrues interest on every BALMAST closing into
001500*                the ACCRMAST accrual master (ACCRREC.cpy). The
001600*                rates come from the INTRATE tier file : one
001700*                record per band, C (credit rate, paid on a
001800*                credit balance) or D (debit rate, charged on
001900*                an overdrawn balance), the band floor in whole
002000*                units of balance and the annual rate in percent
002100*                to four decimals. The band whose floor is the
002200*                highest one not above the balance sets the rate
002300*                for the whole balance. Interest is actual/365 :
002400*                tonight's closing accrues one day, and the
002500*                calendar days since the last accrual (a
002600*                weekend, a holiday) accrue on the closing they
002700*                carried. A rerun under the same business date
002800*                accrues nothing twice. No tier file, no accrual
002900*                - accruing at made-up rates would be worse
003000*                than accruing nothing. INTCAP capitalizes the
003100*                accrued figures at month-end.
003200*----------------------------------------------------------------
003300 ENVIRONMENT DIVISION.
003400 CONFIGURATION SECTION.
003500 INPUT-OUTPUT SECTION.
003600 FILE-CONTROL.
003700     SELECT BALMAST ASSIGN TO "BALMAST"
003800         ORGANIZATION IS INDEXED
003900         ACCESS MODE IS DYNAMIC
004000         RECORD KEY IS BAL-ACCOUNT-NO
004100         FILE STATUS IS WS-BALMAST-STATUS.
004200     SELECT ACCRMAST ASSIGN TO "ACCRMAST"
004300         ORGANIZATION IS INDEXED
004400         ACCESS MODE IS RANDOM
004500         RECORD KEY IS ACR-ACCOUNT-NO
004600         FILE STATUS IS WS-ACCRMAST-STATUS.
004700     SELECT INTRATE ASSIGN TO "INTRATE"
004800         ORGANIZATION IS SEQUENTIAL
004900         FILE STATUS IS WS-INTRATE-STATUS.
005000     SELECT CTLDATE ASSIGN TO "CTLDATE"
005100         ORGANIZATION IS SEQUENTIAL.
005200 DATA DIVISION.
005300 FILE SECTION.
005400 FD  BALMAST.
005500 COPY BALREC.
005600 FD  ACCRMAST.
005700 COPY ACCRREC.
005800 FD  INTRATE
005900     LABEL RECORDS ARE STANDARD.
006000 01  INTRATE-RECORD.
006100     05  IRT-SIDE             PIC X(01).
006200     05  IRT-BAND-FLOOR       PIC 9(10).
006300     05  IRT-ANNUAL-RATE      PIC 9(02)V9(04).
006400     05  FILLER               PIC X(03).
006500 FD  CTLDATE
006600     LABEL RECORDS ARE STANDARD.
006700 01  CTLDATE-RECORD.
006800     05  CTL-BUSINESS-DATE    PIC 9(08).
006900     05  FILLER               PIC X(12).
007000 WORKING-STORAGE SECTION.
007100*----------------------------------------------------------------
007200* 77-LEVEL WORK ITEMS
007300*----------------------------------------------------------------
007400 77  WS-BALMAST-STATUS        PIC X(02) VALUE SPACES.
007500 77  WS-ACCRMAST-STATUS       PIC X(02) VALUE SPACES.
007600 77  WS-INTRATE-STATUS        PIC X(02) VALUE SPACES.
007700 77  WS-EOF-SW                PIC X(01) VALUE "N".
007800     88  WS-EOF               VALUE "Y".
007900 77  WS-NEW-ACCRUAL-SW        PIC X(01) VALUE "N".
008000     88  WS-NEW-ACCRUAL       VALUE "Y".
008100 77  WS-BUSINESS-DATE         PIC 9(08) VALUE ZERO.
008200 77  WS-BUSINESS-MONTH        PIC 9(06) VALUE ZERO.
008300 77  WS-BUSINESS-DAYS         PIC 9(07) COMP VALUE ZERO.
008400 77  WS-PRIOR-DAYS            PIC S9(07) COMP VALUE ZERO.
008500 77  WS-RATE-COUNT            PIC 9(02) COMP VALUE ZERO.
008600 77  WS-RTE-SUB               PIC 9(02) COMP VALUE ZERO.
008700 77  WS-ACC-BALANCE           PIC S9(12) VALUE ZERO.
008800 77  WS-ACC-DAYS              PIC 9(05) VALUE ZERO.
008900 77  WS-ACC-AMOUNT            PIC 9(12) VALUE ZERO.
009000 77  WS-ACC-SIDE              PIC X(01) VALUE SPACE.
009100 77  WS-ACC-RATE              PIC 9(02)V9(04) VALUE ZERO.
009200 77  WS-BEST-FLOOR            PIC 9(10) VALUE ZERO.
009300 77  WS-INTEREST              PIC 9(09)V9(06) VALUE ZERO.
009400 77  WS-ACCTS-READ            PIC 9(05) COMP VALUE ZERO.
009500 77  WS-ACCTS-ACCRUED         PIC 9(05) COMP VALUE ZERO.
009600 77  WS-ACCTS-ALREADY         PIC 9(05) COMP VALUE ZERO.
009700 77  WS-ACCTS-NEW             PIC 9(05) COMP VALUE ZERO.
009800 77  WS-TOTAL-CREDIT          PIC 9(09)V9(06) VALUE ZERO.
009900 77  WS-TOTAL-DEBIT           PIC 9(09)V9(06) VALUE ZERO.
010000*----------------------------------------------------------------
010100* CALL "DATECHEK" parameters, the same pattern as PADTRIM.
010200*----------------------------------------------------------------
010300 77  WS-DC-FUNCTION           PIC X(01) VALUE SPACE.
010400 77  WS-DC-DATE               PIC 9(08) VALUE ZERO.
010500 77  WS-DC-DAY-NUMBER         PIC 9(07) COMP VALUE ZERO.
010600 77  WS-DC-RESULT             PIC X(01) VALUE SPACE.
010700*----------------------------------------------------------------
010800* WS-RATE-TABLE : the INTRATE tiers, both sides, in file order.
010900*----------------------------------------------------------------
011000 01  WS-RATE-TABLE.
011100     05  WS-RATE-ENTRY OCCURS 20 TIMES.
011200         10  WS-RTE-SIDE      PIC X(01).
011300         10  WS-RTE-FLOOR     PIC 9(10).
011400         10  WS-RTE-RATE      PIC 9(02)V9(04).
011500 01  WS-TOTAL-DISPLAY         PIC Z(8)9.9(6).
011600 PROCEDURE DIVISION.
011700*----------------------------------------------------------------
011800* 0000-MAINLINE
011900*----------------------------------------------------------------
012000 0000-MAINLINE.
012100     DISPLAY "CALCUL DES INTERETS COURUS SUR LES SOLDES".
012200     PERFORM 0100-READ-CTLDATE THRU 0100-READ-CTLDATE-EXIT.
012300     PERFORM 1000-LOAD-RATES THRU 1000-LOAD-RATES-EXIT.
012400     IF RETURN-CODE = 16
012500         STOP RUN
012600     END-IF.
012700     PERFORM 1100-OPEN-FILES THRU 1100-OPEN-FILES-EXIT.
012800     IF RETURN-CODE = 16
012900         STOP RUN
013000     END-IF.
013100     PERFORM 2000-ONE-ACCOUNT THRU 2000-ONE-ACCOUNT-EXIT
013200         UNTIL WS-EOF.
013300     CLOSE BALMAST.
013400     CLOSE ACCRMAST.
013500     DISPLAY "COMPTES LUS          : " WS-ACCTS-READ.
013600     DISPLAY "COMPTES CALCULES     : " WS-ACCTS-ACCRUED.
013700     DISPLAY "DONT NOUVEAUX        : " WS-ACCTS-NEW.
013800     DISPLAY "DEJA CALCULES CE JOUR: " WS-ACCTS-ALREADY.
013900     MOVE WS-TOTAL-CREDIT TO WS-TOTAL-DISPLAY.
014000     DISPLAY "INTERETS CREDITEURS  : " WS-TOTAL-DISPLAY.
014100     MOVE WS-TOTAL-DEBIT TO WS-TOTAL-DISPLAY.
014200     DISPLAY "INTERETS DEBITEURS   : " WS-TOTAL-DISPLAY.
014300     STOP RUN.
014400*----------------------------------------------------------------
014500* 0100-READ-CTLDATE : the business date the interest accrues
014600*                    to, and its day number for the day count.
014700*----------------------------------------------------------------
014800 0100-READ-CTLDATE.
014900     OPEN INPUT CTLDATE.
015000     READ CTLDATE.
015100     MOVE CTL-BUSINESS-DATE TO WS-BUSINESS-DATE.
015200     MOVE WS-BUSINESS-DATE (1:6) TO WS-BUSINESS-MONTH.
015300     CLOSE CTLDATE.
015400     MOVE "D" TO WS-DC-FUNCTION.
015500     MOVE WS-BUSINESS-DATE TO WS-DC-DATE.
015600     CALL "DATECHEK" USING WS-DC-FUNCTION WS-DC-DATE
015700                           WS-DC-DAY-NUMBER WS-DC-RESULT.
015800     MOVE WS-DC-DAY-NUMBER TO WS-BUSINESS-DAYS.
015900 0100-READ-CTLDATE-EXIT.
016000     EXIT.
016100*----------------------------------------------------------------
016200* 1000-LOAD-RATES : the credit and debit tiers off INTRATE.
016300*----------------------------------------------------------------
016400 1000-LOAD-RATES.
016500     MOVE "N" TO WS-EOF-SW.
016600     OPEN INPUT INTRATE.
016700     IF WS-INTRATE-STATUS NOT = "00"
016800         DISPLAY "INTRATE ABSENT - AUCUN CALCUL D'INTERETS"
016900         MOVE 16 TO RETURN-CODE
017000         GO TO 1000-LOAD-RATES-EXIT
017100     END-IF.
017200     PERFORM 1010-LOAD-ONE-RATE THRU 1010-LOAD-ONE-RATE-EXIT
017300         UNTIL WS-EOF.
017400     CLOSE INTRATE.
017500     MOVE "N" TO WS-EOF-SW.
017600     DISPLAY "PALIERS DE TAUX CHARGES : " WS-RATE-COUNT.
017700 1000-LOAD-RATES-EXIT.
017800     EXIT.
017900 1010-LOAD-ONE-RATE.
018000     READ INTRATE
018100         AT END
018200             SET WS-EOF TO TRUE
018300             GO TO 1010-LOAD-ONE-RATE-EXIT
018400     END-READ.
018500     IF (IRT-SIDE NOT = "C" AND IRT-SIDE NOT = "D") OR
018600        IRT-BAND-FLOOR NOT NUMERIC OR
018700        IRT-ANNUAL-RATE NOT NUMERIC
018800         DISPLAY "PALIER INTRATE INVALIDE IGNORE : "
018900             INTRATE-RECORD
019000         GO TO 1010-LOAD-ONE-RATE-EXIT
019100     END-IF.
019200     IF WS-RATE-COUNT >= 20
019300         DISPLAY "TABLE DES TAUX PLEINE - IGNORE : "
019400             INTRATE-RECORD
019500         GO TO 1010-LOAD-ONE-RATE-EXIT
019600     END-IF.
019700     ADD 1 TO WS-RATE-COUNT.
019800     MOVE IRT-SIDE        TO WS-RTE-SIDE (WS-RATE-COUNT).
019900     MOVE IRT-BAND-FLOOR  TO WS-RTE-FLOOR (WS-RATE-COUNT).
020000     MOVE IRT-ANNUAL-RATE TO WS-RTE-RATE (WS-RATE-COUNT).
020100 1010-LOAD-ONE-RATE-EXIT.
020200     EXIT.
020300*----------------------------------------------------------------
020400* 1100-OPEN-FILES : no balance master, nothing to accrue on -
020500*                  the step must not report a clean night. A
020600*                  missing ACCRMAST is the first run and is
020700*                  created empty, the way BALPOST creates a
020800*                  missing BALMAST.
020900*----------------------------------------------------------------
021000 1100-OPEN-FILES.
021100     OPEN INPUT BALMAST.
021200     IF WS-BALMAST-STATUS NOT = "00"
021300         DISPLAY "BALMAST INDISPONIBLE (STATUT "
021400             WS-BALMAST-STATUS ") - CALCUL IMPOSSIBLE"
021500         MOVE 16 TO RETURN-CODE
021600         GO TO 1100-OPEN-FILES-EXIT
021700     END-IF.
021800     OPEN I-O ACCRMAST.
021900     IF WS-ACCRMAST-STATUS = "35"
022000         OPEN OUTPUT ACCRMAST
022100         CLOSE ACCRMAST
022200         OPEN I-O ACCRMAST
022300     END-IF.
022400 1100-OPEN-FILES-EXIT.
022500     EXIT.
022600*----------------------------------------------------------------
022700* 2000-ONE-ACCOUNT : every balance record in key order.
022800*----------------------------------------------------------------
022900 2000-ONE-ACCOUNT.
023000     READ BALMAST NEXT RECORD
023100         AT END
023200             SET WS-EOF TO TRUE
023300             GO TO 2000-ONE-ACCOUNT-EXIT
023400     END-READ.
023500     ADD 1 TO WS-ACCTS-READ.
023600     PERFORM 2100-ACCRUE-ACCOUNT THRU 2100-ACCRUE-ACCOUNT-EXIT.
023700 2000-ONE-ACCOUNT-EXIT.
023800     EXIT.
023900*----------------------------------------------------------------
024000* 2100-ACCRUE-ACCOUNT : the days since the last accrual on the
024100*                      closing they carried, then tonight on
024200*                      tonight's closing. An account accrued
024300*                      already under this business date is
024400*                      left alone.
024500*----------------------------------------------------------------
024600 2100-ACCRUE-ACCOUNT.
024700     MOVE "N" TO WS-NEW-ACCRUAL-SW.
024800     MOVE BAL-ACCOUNT-NO TO ACR-ACCOUNT-NO.
024900     READ ACCRMAST
025000         INVALID KEY
025100             PERFORM 2150-NEW-ACCRUAL THRU 2150-NEW-ACCRUAL-EXIT
025200     END-READ.
025300     MOVE ZERO TO WS-PRIOR-DAYS.
025400     IF NOT WS-NEW-ACCRUAL
025500         IF ACR-LAST-DATE NOT < WS-BUSINESS-DATE
025600             ADD 1 TO WS-ACCTS-ALREADY
025700             GO TO 2100-ACCRUE-ACCOUNT-EXIT
025800         END-IF
025900         MOVE "D" TO WS-DC-FUNCTION
026000         MOVE ACR-LAST-DATE TO WS-DC-DATE
026100         CALL "DATECHEK" USING WS-DC-FUNCTION WS-DC-DATE
026200                               WS-DC-DAY-NUMBER WS-DC-RESULT
026300         COMPUTE WS-PRIOR-DAYS =
026400             WS-BUSINESS-DAYS - WS-DC-DAY-NUMBER - 1
026500         IF WS-PRIOR-DAYS < ZERO
026600             MOVE ZERO TO WS-PRIOR-DAYS
026700         END-IF
026800     END-IF.
026900     IF ACR-MONTH NOT = WS-BUSINESS-MONTH
027000         MOVE WS-BUSINESS-MONTH TO ACR-MONTH
027100         MOVE ZERO TO ACR-MONTH-CREDIT
027200         MOVE ZERO TO ACR-MONTH-DEBIT
027300     END-IF.
027400     MOVE ACR-LAST-CLOSING TO WS-ACC-BALANCE.
027500     MOVE WS-PRIOR-DAYS    TO WS-ACC-DAYS.
027600     PERFORM 2200-ACCRUE-DAYS THRU 2200-ACCRUE-DAYS-EXIT.
027700     MOVE BAL-CLOSING      TO WS-ACC-BALANCE.
027800     MOVE 1                TO WS-ACC-DAYS.
027900     PERFORM 2200-ACCRUE-DAYS THRU 2200-ACCRUE-DAYS-EXIT.
028000     MOVE WS-BUSINESS-DATE TO ACR-LAST-DATE.
028100     MOVE BAL-CLOSING      TO ACR-LAST-CLOSING.
028200     IF WS-NEW-ACCRUAL
028300         WRITE ACCR-RECORD
028400         ADD 1 TO WS-ACCTS-NEW
028500     ELSE
028600         REWRITE ACCR-RECORD
028700     END-IF.
028800     ADD 1 TO WS-ACCTS-ACCRUED.
028900 2100-ACCRUE-ACCOUNT-EXIT.
029000     EXIT.
029100 2150-NEW-ACCRUAL.
029200     SET WS-NEW-ACCRUAL TO TRUE.
029300     MOVE SPACES            TO ACCR-RECORD.
029400     MOVE BAL-ACCOUNT-NO    TO ACR-ACCOUNT-NO.
029500     MOVE ZERO              TO ACR-LAST-DATE.
029600     MOVE ZERO              TO ACR-LAST-CLOSING.
029700     MOVE ZERO              TO ACR-CREDIT-ACCRUED.
029800     MOVE ZERO              TO ACR-DEBIT-ACCRUED.
029900     MOVE WS-BUSINESS-MONTH TO ACR-MONTH.
030000     MOVE ZERO              TO ACR-MONTH-CREDIT.
030100     MOVE ZERO              TO ACR-MONTH-DEBIT.
030200     MOVE ZERO              TO ACR-CAP-DATE.
030300     MOVE ZERO              TO ACR-CAP-CREDIT.
030400     MOVE ZERO              TO ACR-CAP-DEBIT.
030500 2150-NEW-ACCRUAL-EXIT.
030600     EXIT.
030700*----------------------------------------------------------------
030800* 2200-ACCRUE-DAYS : WS-ACC-DAYS days of interest on the signed
030900*                   WS-ACC-BALANCE - a credit balance at the
031000*                   credit rate, an overdrawn one at the debit
031100*                   rate, each of its band.
031200*----------------------------------------------------------------
031300 2200-ACCRUE-DAYS.
031400     IF WS-ACC-DAYS = ZERO OR WS-ACC-BALANCE = ZERO
031500         GO TO 2200-ACCRUE-DAYS-EXIT
031600     END-IF.
031700     IF WS-ACC-BALANCE > ZERO
031800         MOVE "C" TO WS-ACC-SIDE
031900         MOVE WS-ACC-BALANCE TO WS-ACC-AMOUNT
032000     ELSE
032100         MOVE "D" TO WS-ACC-SIDE
032200         COMPUTE WS-ACC-AMOUNT = ZERO - WS-ACC-BALANCE
032300     END-IF.
032400     MOVE ZERO TO WS-ACC-RATE.
032500     MOVE ZERO TO WS-BEST-FLOOR.
032600     PERFORM 2210-FIND-RATE THRU 2210-FIND-RATE-EXIT
032700         VARYING WS-RTE-SUB FROM 1 BY 1
032800         UNTIL WS-RTE-SUB > WS-RATE-COUNT.
032900     IF WS-ACC-RATE = ZERO
033000         GO TO 2200-ACCRUE-DAYS-EXIT
033100     END-IF.
033200     COMPUTE WS-INTEREST ROUNDED =
033300         WS-ACC-AMOUNT * WS-ACC-RATE * WS-ACC-DAYS / 36500.
033400     IF WS-ACC-SIDE = "C"
033500         ADD WS-INTEREST TO ACR-CREDIT-ACCRUED
033600         ADD WS-INTEREST TO ACR-MONTH-CREDIT
033700         ADD WS-INTEREST TO WS-TOTAL-CREDIT
033800     ELSE
033900         ADD WS-INTEREST TO ACR-DEBIT-ACCRUED
034000         ADD WS-INTEREST TO ACR-MONTH-DEBIT
034100         ADD WS-INTEREST TO WS-TOTAL-DEBIT
034200     END-IF.
034300 2200-ACCRUE-DAYS-EXIT.
034400     EXIT.
034500*----------------------------------------------------------------
034600* 2210-FIND-RATE : the band of the right side with the highest
034700*                 floor not above the balance.
034800*----------------------------------------------------------------
034900 2210-FIND-RATE.
035000     IF WS-RTE-SIDE (WS-RTE-SUB) = WS-ACC-SIDE AND
035100        WS-RTE-FLOOR (WS-RTE-SUB) NOT > WS-ACC-AMOUNT AND
035200        WS-RTE-FLOOR (WS-RTE-SUB) NOT < WS-BEST-FLOOR
035300         MOVE WS-RTE-FLOOR (WS-RTE-SUB) TO WS-BEST-FLOOR
035400         MOVE WS-RTE-RATE (WS-RTE-SUB)  TO WS-ACC-RATE
035500     END-IF.
035600 2210-FIND-RATE-EXIT.
035700     EXIT.
