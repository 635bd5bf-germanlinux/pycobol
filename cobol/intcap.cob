000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. INTCAP.
000300 AUTHOR. D-SYSTEMS BATCH GROUP.
000400 INSTALLATION. ESSAI BATCH SUITE.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 2026-10-15 EL  Initial version. Month-end step behind INTACCR :
001100*                capitalizes the interest accrued on ACCRMAST
001200*                (ACCRREC.cpy). The whole units of each account's
001300*                accrued credit interest go out as a C
001400*                transaction, the whole units of its accrued
001500*                debit interest as a D transaction, on the
001600*                INTTRAN feed, the fractions staying on ACCRMAST
001700*                to carry into next month. INTTRAN is enveloped
001800*                the way FEEGEN envelopes FEETRAN - a HDR dated
001900*                the next business day, since DATEROLL advances
002000*                the date before the feed is merged, and a TRL
002100*                with the detail count and the amount hash - and
002200*                FEEDMRG merges it with the upstream files on
002300*                the next night. Each capitalized account is
002400*                stamped with the business date and the amounts
002500*                generated, so a rerun under the same date
002600*                writes the same transactions again instead of
002700*                capitalizing twice. The PRTINTR report lists
002800*                per account the interest accrued in the month
002900*                and the amounts capitalized, with totals,
003000*                through the shared RPTWRITE page writer.
003100*----------------------------------------------------------------
003200 ENVIRONMENT DIVISION.
003300 CONFIGURATION SECTION.
003400 INPUT-OUTPUT SECTION.
003500 FILE-CONTROL.
003600     SELECT ACCRMAST ASSIGN TO "ACCRMAST"
003700         ORGANIZATION IS INDEXED
003800         ACCESS MODE IS DYNAMIC
003900         RECORD KEY IS ACR-ACCOUNT-NO
004000         FILE STATUS IS WS-ACCRMAST-STATUS.
004100     SELECT INTTRAN ASSIGN TO "INTTRAN"
004200         ORGANIZATION IS LINE SEQUENTIAL.
004300     SELECT CTLDATE ASSIGN TO "CTLDATE"
004400         ORGANIZATION IS SEQUENTIAL.
004500     SELECT PRTINTR ASSIGN TO "PRTINTR"
004600         ORGANIZATION IS SEQUENTIAL.
004700 DATA DIVISION.
004800 FILE SECTION.
004900 FD  ACCRMAST.
005000 COPY ACCRREC.
005100 FD  INTTRAN
005200     LABEL RECORDS ARE STANDARD.
005300 01  INTTRAN-RECORD           PIC X(30).
005400 FD  CTLDATE
005500     LABEL RECORDS ARE STANDARD.
005600 01  CTLDATE-RECORD.
005700     05  CTL-BUSINESS-DATE    PIC 9(08).
005800     05  FILLER               PIC X(12).
005900 FD  PRTINTR
006000     LABEL RECORDS ARE STANDARD.
006100 01  PRTINTR-LINE             PIC X(60).
006200 WORKING-STORAGE SECTION.
006300*----------------------------------------------------------------
006400* 77-LEVEL WORK ITEMS
006500*----------------------------------------------------------------
006600 77  WS-ACCRMAST-STATUS       PIC X(02) VALUE SPACES.
006700 77  WS-EOF-SW                PIC X(01) VALUE "N".
006800     88  WS-EOF               VALUE "Y".
006900 77  WS-BUSINESS-DATE         PIC 9(08) VALUE ZERO.
007000 77  WS-BUSINESS-MONTH        PIC 9(06) VALUE ZERO.
007100 77  WS-FEED-DATE             PIC 9(08) VALUE ZERO.
007200 77  WS-CAP-CREDIT            PIC 9(10) VALUE ZERO.
007300 77  WS-CAP-DEBIT             PIC 9(10) VALUE ZERO.
007400 77  WS-ACCTS-READ            PIC 9(05) COMP VALUE ZERO.
007500 77  WS-ACCTS-CAPITALIZED     PIC 9(05) COMP VALUE ZERO.
007600 77  WS-ACCTS-RERUN           PIC 9(05) COMP VALUE ZERO.
007700 77  WS-TRAN-COUNT            PIC 9(06) VALUE ZERO.
007800 77  WS-TRAN-HASH             PIC 9(12) VALUE ZERO.
007900 77  WS-TOTAL-MONTH-CREDIT    PIC 9(09)V9(06) VALUE ZERO.
008000 77  WS-TOTAL-MONTH-DEBIT     PIC 9(09)V9(06) VALUE ZERO.
008100 77  WS-TOTAL-CAP-CREDIT      PIC 9(12) VALUE ZERO.
008200 77  WS-TOTAL-CAP-DEBIT       PIC 9(12) VALUE ZERO.
008300*----------------------------------------------------------------
008400* CALL "DATECHEK" parameters, the same pattern as PADTRIM.
008500*----------------------------------------------------------------
008600 77  WS-DC-FUNCTION           PIC X(01) VALUE SPACE.
008700 77  WS-DC-DATE               PIC 9(08) VALUE ZERO.
008800 77  WS-DC-DAY-NUMBER         PIC 9(07) COMP VALUE ZERO.
008900 77  WS-DC-RESULT             PIC X(01) VALUE SPACE.
009000*----------------------------------------------------------------
009100* The generated interest transaction and the feed's own
009200* envelope.
009300*----------------------------------------------------------------
009400 01  WS-INT-DETAIL.
009500     05  WS-ID-ACCOUNT-NO     PIC X(10).
009600     05  WS-ID-AMOUNT         PIC 9(10).
009700     05  WS-ID-TYPE-CODE      PIC X(01).
009800     05  FILLER               PIC X(09) VALUE SPACES.
009900 01  WS-INT-HDR-RECORD.
010000     05  FILLER               PIC X(03) VALUE "HDR".
010100     05  WS-IH-FEED-DATE      PIC 9(08).
010200     05  FILLER               PIC X(08) VALUE "INTCAP  ".
010300     05  FILLER               PIC X(11) VALUE SPACES.
010400 01  WS-INT-TRL-RECORD.
010500     05  FILLER               PIC X(03) VALUE "TRL".
010600     05  WS-IT-RECORD-COUNT   PIC 9(06).
010700     05  WS-IT-AMOUNT-HASH    PIC 9(12).
010800     05  FILLER               PIC X(09) VALUE SPACES.
010900*----------------------------------------------------------------
011000* Shared RPTWRITE page-writer state, the RPTCUR01 pattern.
011100*----------------------------------------------------------------
011200 01  WS-RPT-STATE.
011300     05  WS-RPT-PAGE-NUMBER   PIC 9(04) COMP VALUE ZERO.
011400     05  WS-RPT-LINE-COUNT    PIC 9(02) COMP VALUE ZERO.
011500 77  WS-RPT-TITLE             PIC X(30) VALUE
011600         "INTERETS DU MOIS".
011700 01  WS-RPT-DETAIL            PIC X(60) VALUE SPACES.
011800 01  WS-RPT-OUT.
011900     05  WS-RPT-OUT-COUNT     PIC 9(01).
012000     05  WS-RPT-OUT-LINE      PIC X(60) OCCURS 3 TIMES.
012100 77  WS-RPT-SUB               PIC 9(01) COMP.
012200*----------------------------------------------------------------
012300* Report lines.
012400*----------------------------------------------------------------
012500 01  WS-MONTH-HEADER.
012600     05  FILLER PIC X(07) VALUE "MOIS : ".
012700     05  MTH-MONTH            PIC 9(06).
012800     05  FILLER PIC X(20) VALUE "   CAPITALISATION : ".
012900     05  MTH-BUSINESS-DATE    PIC 9(08).
013000     05  FILLER PIC X(19) VALUE SPACES.
013100 01  WS-COLUMN-HEADER.
013200     05  FILLER PIC X(24) VALUE "COMPTE      COURU CRED. ".
013300     05  FILLER PIC X(34) VALUE
013400         "  COURU DEB. CAP. CRED.  CAP. DEB.".
013500     05  FILLER PIC X(02) VALUE SPACES.
013600 01  WS-DETAIL-LINE.
013700     05  DTL-ACCOUNT-NO       PIC X(10).
013800     05  FILLER PIC X(01) VALUE SPACE.
013900     05  DTL-MONTH-CREDIT     PIC Z(8)9.99.
014000     05  FILLER PIC X(01) VALUE SPACE.
014100     05  DTL-MONTH-DEBIT      PIC Z(8)9.99.
014200     05  FILLER PIC X(01) VALUE SPACE.
014300     05  DTL-CAP-CREDIT       PIC Z(9)9.
014400     05  FILLER PIC X(01) VALUE SPACE.
014500     05  DTL-CAP-DEBIT        PIC Z(9)9.
014600 01  WS-TOTAL-LINE.
014700     05  TTL-LABEL            PIC X(32).
014800     05  TTL-VALUE            PIC Z(11)9.
014900     05  FILLER PIC X(16) VALUE SPACES.
015000 01  WS-TOTAL-DEC-LINE.
015100     05  TTD-LABEL            PIC X(32).
015200     05  TTD-VALUE            PIC Z(11)9.99.
015300     05  FILLER PIC X(13) VALUE SPACES.
015400 PROCEDURE DIVISION.
015500*----------------------------------------------------------------
015600* 0000-MAINLINE
015700*----------------------------------------------------------------
015800 0000-MAINLINE.
015900     DISPLAY "CAPITALISATION MENSUELLE DES INTERETS".
016000     PERFORM 0100-READ-CTLDATE THRU 0100-READ-CTLDATE-EXIT.
016100     PERFORM 1000-OPEN-FILES THRU 1000-OPEN-FILES-EXIT.
016200     IF RETURN-CODE = 16
016300         STOP RUN
016400     END-IF.
016500     MOVE WS-FEED-DATE TO WS-IH-FEED-DATE.
016600     WRITE INTTRAN-RECORD FROM WS-INT-HDR-RECORD.
016700     MOVE WS-BUSINESS-MONTH TO MTH-MONTH.
016800     MOVE WS-BUSINESS-DATE  TO MTH-BUSINESS-DATE.
016900     MOVE WS-MONTH-HEADER TO WS-RPT-DETAIL.
017000     PERFORM 9800-PUT-REPORT-LINE THRU 9800-PUT-REPORT-LINE-EXIT.
017100     MOVE WS-COLUMN-HEADER TO WS-RPT-DETAIL.
017200     PERFORM 9800-PUT-REPORT-LINE THRU 9800-PUT-REPORT-LINE-EXIT.
017300     PERFORM 2000-ONE-ACCOUNT THRU 2000-ONE-ACCOUNT-EXIT
017400         UNTIL WS-EOF.
017500     MOVE WS-TRAN-COUNT TO WS-IT-RECORD-COUNT.
017600     MOVE WS-TRAN-HASH  TO WS-IT-AMOUNT-HASH.
017700     WRITE INTTRAN-RECORD FROM WS-INT-TRL-RECORD.
017800     PERFORM 3000-PRINT-TOTALS THRU 3000-PRINT-TOTALS-EXIT.
017900     CLOSE ACCRMAST.
018000     CLOSE INTTRAN.
018100     CLOSE PRTINTR.
018200     DISPLAY "COMPTES LUS            : " WS-ACCTS-READ.
018300     DISPLAY "COMPTES CAPITALISES    : " WS-ACCTS-CAPITALIZED.
018400     DISPLAY "DEJA CAPITALISES (REPRISE) : " WS-ACCTS-RERUN.
018500     DISPLAY "MOUVEMENTS GENERES     : " WS-TRAN-COUNT.
018600     STOP RUN.
018700 0100-READ-CTLDATE.
018800     OPEN INPUT CTLDATE.
018900     READ CTLDATE.
019000     MOVE CTL-BUSINESS-DATE TO WS-BUSINESS-DATE.
019100     MOVE WS-BUSINESS-DATE (1:6) TO WS-BUSINESS-MONTH.
019200     CLOSE CTLDATE.
019300*    The feed merges under TOMORROW's business date - DATEROLL
019400*    advances the card before the next chain starts.
019500     MOVE "N" TO WS-DC-FUNCTION.
019600     MOVE WS-BUSINESS-DATE TO WS-DC-DATE.
019700     CALL "DATECHEK" USING WS-DC-FUNCTION WS-DC-DATE
019800                           WS-DC-DAY-NUMBER WS-DC-RESULT.
019900     MOVE WS-DC-DATE TO WS-FEED-DATE.
020000     DISPLAY "INTERETS DATES DU " WS-FEED-DATE.
020100 0100-READ-CTLDATE-EXIT.
020200     EXIT.
020300*----------------------------------------------------------------
020400* 1000-OPEN-FILES : no accrual master means INTACCR never ran -
020500*                  the month cannot be capitalized.
020600*----------------------------------------------------------------
020700 1000-OPEN-FILES.
020800     OPEN I-O ACCRMAST.
020900     IF WS-ACCRMAST-STATUS NOT = "00"
021000         DISPLAY "ACCRMAST INDISPONIBLE (STATUT "
021100             WS-ACCRMAST-STATUS ") - CAPITALISATION IMPOSSIBLE"
021200         MOVE 16 TO RETURN-CODE
021300         GO TO 1000-OPEN-FILES-EXIT
021400     END-IF.
021500     OPEN OUTPUT INTTRAN.
021600     OPEN OUTPUT PRTINTR.
021700 1000-OPEN-FILES-EXIT.
021800     EXIT.
021900*----------------------------------------------------------------
022000* 2000-ONE-ACCOUNT : every accrual record in key order.
022100*----------------------------------------------------------------
022200 2000-ONE-ACCOUNT.
022300     READ ACCRMAST NEXT RECORD
022400         AT END
022500             SET WS-EOF TO TRUE
022600             GO TO 2000-ONE-ACCOUNT-EXIT
022700     END-READ.
022800     ADD 1 TO WS-ACCTS-READ.
022900     IF ACR-CAP-DATE = WS-BUSINESS-DATE
023000         ADD 1 TO WS-ACCTS-RERUN
023100         MOVE ACR-CAP-CREDIT TO WS-CAP-CREDIT
023200         MOVE ACR-CAP-DEBIT  TO WS-CAP-DEBIT
023300     ELSE
023400         PERFORM 2100-CAPITALIZE THRU 2100-CAPITALIZE-EXIT
023500     END-IF.
023600     PERFORM 2200-WRITE-TRANS THRU 2200-WRITE-TRANS-EXIT.
023700     PERFORM 2300-REPORT-ACCOUNT THRU 2300-REPORT-ACCOUNT-EXIT.
023800 2000-ONE-ACCOUNT-EXIT.
023900     EXIT.
024000*----------------------------------------------------------------
024100* 2100-CAPITALIZE : the whole units off the accrued figures, the
024200*                  fractions stay to carry.
024300*----------------------------------------------------------------
024400 2100-CAPITALIZE.
024500     MOVE ACR-CREDIT-ACCRUED TO WS-CAP-CREDIT.
024600     MOVE ACR-DEBIT-ACCRUED  TO WS-CAP-DEBIT.
024700     IF WS-CAP-CREDIT = ZERO AND WS-CAP-DEBIT = ZERO
024800         GO TO 2100-CAPITALIZE-EXIT
024900     END-IF.
025000     SUBTRACT WS-CAP-CREDIT FROM ACR-CREDIT-ACCRUED.
025100     SUBTRACT WS-CAP-DEBIT  FROM ACR-DEBIT-ACCRUED.
025200     MOVE WS-BUSINESS-DATE TO ACR-CAP-DATE.
025300     MOVE WS-CAP-CREDIT    TO ACR-CAP-CREDIT.
025400     MOVE WS-CAP-DEBIT     TO ACR-CAP-DEBIT.
025500     REWRITE ACCR-RECORD.
025600     ADD 1 TO WS-ACCTS-CAPITALIZED.
025700 2100-CAPITALIZE-EXIT.
025800     EXIT.
025900*----------------------------------------------------------------
026000* 2200-WRITE-TRANS : a C for the credit interest, a D for the
026100*                   debit interest - a zero amount writes
026200*                   nothing.
026300*----------------------------------------------------------------
026400 2200-WRITE-TRANS.
026500     MOVE ACR-ACCOUNT-NO TO WS-ID-ACCOUNT-NO.
026600     IF WS-CAP-CREDIT > ZERO
026700         MOVE WS-CAP-CREDIT TO WS-ID-AMOUNT
026800         MOVE "C"           TO WS-ID-TYPE-CODE
026900         WRITE INTTRAN-RECORD FROM WS-INT-DETAIL
027000         ADD 1 TO WS-TRAN-COUNT
027100         ADD WS-CAP-CREDIT TO WS-TRAN-HASH
027200         ADD WS-CAP-CREDIT TO WS-TOTAL-CAP-CREDIT
027300     END-IF.
027400     IF WS-CAP-DEBIT > ZERO
027500         MOVE WS-CAP-DEBIT  TO WS-ID-AMOUNT
027600         MOVE "D"           TO WS-ID-TYPE-CODE
027700         WRITE INTTRAN-RECORD FROM WS-INT-DETAIL
027800         ADD 1 TO WS-TRAN-COUNT
027900         ADD WS-CAP-DEBIT TO WS-TRAN-HASH
028000         ADD WS-CAP-DEBIT TO WS-TOTAL-CAP-DEBIT
028100     END-IF.
028200 2200-WRITE-TRANS-EXIT.
028300     EXIT.
028400*----------------------------------------------------------------
028500* 2300-REPORT-ACCOUNT : the month's accrual and what went out -
028600*                      an account that accrued nothing this
028700*                      month and capitalized nothing is left
028800*                      off.
028900*----------------------------------------------------------------
029000 2300-REPORT-ACCOUNT.
029100     IF ACR-MONTH NOT = WS-BUSINESS-MONTH
029200         MOVE ZERO TO ACR-MONTH-CREDIT
029300         MOVE ZERO TO ACR-MONTH-DEBIT
029400     END-IF.
029500     IF ACR-MONTH-CREDIT = ZERO AND ACR-MONTH-DEBIT = ZERO AND
029600        WS-CAP-CREDIT = ZERO AND WS-CAP-DEBIT = ZERO
029700         GO TO 2300-REPORT-ACCOUNT-EXIT
029800     END-IF.
029900     ADD ACR-MONTH-CREDIT TO WS-TOTAL-MONTH-CREDIT.
030000     ADD ACR-MONTH-DEBIT  TO WS-TOTAL-MONTH-DEBIT.
030100     MOVE ACR-ACCOUNT-NO   TO DTL-ACCOUNT-NO.
030200     MOVE ACR-MONTH-CREDIT TO DTL-MONTH-CREDIT.
030300     MOVE ACR-MONTH-DEBIT  TO DTL-MONTH-DEBIT.
030400     MOVE WS-CAP-CREDIT    TO DTL-CAP-CREDIT.
030500     MOVE WS-CAP-DEBIT     TO DTL-CAP-DEBIT.
030600     MOVE WS-DETAIL-LINE TO WS-RPT-DETAIL.
030700     PERFORM 9800-PUT-REPORT-LINE THRU 9800-PUT-REPORT-LINE-EXIT.
030800 2300-REPORT-ACCOUNT-EXIT.
030900     EXIT.
031000*----------------------------------------------------------------
031100* 3000-PRINT-TOTALS
031200*----------------------------------------------------------------
031300 3000-PRINT-TOTALS.
031400     MOVE SPACES TO WS-RPT-DETAIL.
031500     PERFORM 9800-PUT-REPORT-LINE THRU 9800-PUT-REPORT-LINE-EXIT.
031600     MOVE "INTERETS CREDITEURS COURUS    : " TO TTD-LABEL.
031700     MOVE WS-TOTAL-MONTH-CREDIT TO TTD-VALUE.
031800     MOVE WS-TOTAL-DEC-LINE TO WS-RPT-DETAIL.
031900     PERFORM 9800-PUT-REPORT-LINE THRU 9800-PUT-REPORT-LINE-EXIT.
032000     MOVE "INTERETS DEBITEURS COURUS     : " TO TTD-LABEL.
032100     MOVE WS-TOTAL-MONTH-DEBIT TO TTD-VALUE.
032200     MOVE WS-TOTAL-DEC-LINE TO WS-RPT-DETAIL.
032300     PERFORM 9800-PUT-REPORT-LINE THRU 9800-PUT-REPORT-LINE-EXIT.
032400     MOVE "INTERETS CREDIT. CAPITALISES  : " TO TTL-LABEL.
032500     MOVE WS-TOTAL-CAP-CREDIT TO TTL-VALUE.
032600     PERFORM 3100-TOTAL-LINE THRU 3100-TOTAL-LINE-EXIT.
032700     MOVE "INTERETS DEBIT. CAPITALISES   : " TO TTL-LABEL.
032800     MOVE WS-TOTAL-CAP-DEBIT TO TTL-VALUE.
032900     PERFORM 3100-TOTAL-LINE THRU 3100-TOTAL-LINE-EXIT.
033000     MOVE "MOUVEMENTS GENERES (INTTRAN)  : " TO TTL-LABEL.
033100     MOVE WS-TRAN-COUNT TO TTL-VALUE.
033200     PERFORM 3100-TOTAL-LINE THRU 3100-TOTAL-LINE-EXIT.
033300 3000-PRINT-TOTALS-EXIT.
033400     EXIT.
033500 3100-TOTAL-LINE.
033600     MOVE WS-TOTAL-LINE TO WS-RPT-DETAIL.
033700     PERFORM 9800-PUT-REPORT-LINE THRU 9800-PUT-REPORT-LINE-EXIT.
033800 3100-TOTAL-LINE-EXIT.
033900     EXIT.
034000*----------------------------------------------------------------
034100* 9800-PUT-REPORT-LINE : one line through the shared RPTWRITE
034200*                       page writer.
034300*----------------------------------------------------------------
034400 9800-PUT-REPORT-LINE.
034500     CALL "RPTWRITE" USING WS-RPT-STATE WS-RPT-TITLE
034600                           WS-RPT-DETAIL WS-RPT-OUT.
034700     PERFORM 9810-WRITE-OUT-LINE THRU 9810-WRITE-OUT-LINE-EXIT
034800         VARYING WS-RPT-SUB FROM 1 BY 1
034900         UNTIL WS-RPT-SUB > WS-RPT-OUT-COUNT.
035000 9800-PUT-REPORT-LINE-EXIT.
035100     EXIT.
035200 9810-WRITE-OUT-LINE.
035300     WRITE PRTINTR-LINE FROM WS-RPT-OUT-LINE (WS-RPT-SUB).
035400 9810-WRITE-OUT-LINE-EXIT.
035500     EXIT.
