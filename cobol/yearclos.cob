000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. YEARCLOS.
000300 AUTHOR. D-SYSTEMS BATCH GROUP.
000400 INSTALLATION. ESSAI BATCH SUITE.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 2026-10-15 EL  Initial version. Year-end close. Nothing in the
001100*                suite knew a year had ended : BAL-ACTIVITY-MONTH
001200*                rolls monthly, STMTHIST keeps growing, and every
001300*                January the annual summaries for the customers
001400*                and the auditors were built by hand. This step
001500*                runs on the year's last business day (frequency
001600*                Y on STEPDEF - the next business day, holidays
001700*                included, falls in another year), after the
001800*                night's posting :
001900*                  - the BALMAST year-end image is frozen on the
002000*                    permanent BALYEND file, each balance record
002100*                    behind the year it closes ;
002200*                  - one annual summary per account from that
002300*                    year's STMTHIST movements : the opening
002400*                    balance on 1 January (the opening of the
002500*                    account's first BALHIST record of the year,
002600*                    the year-end closing when it never posted),
002700*                    total credits, debits, fees (the FEEGEN
002800*                    debits) and reversals, and the 31 December
002900*                    closing off BALMAST. Each goes to the ANNSUMM
003000*                    extract for the auditors and, with the
003100*                    CUSTMAST address block, to the print-ready
003200*                    PRTANNU (ASA control, one summary to the
003300*                    page) for mailing ;
003400*                  - the annual counter is rolled : the YEARCTL
003500*                    control record carries the open year, moved
003600*                    on to the next year once the close is
003700*                    complete.
003800*                A year YEARCTL shows closed is refused with
003900*                RETURN-CODE 8 and nothing written, and so is a
004000*                date that is not the year's last business day.
004100*                The summary states the movements STMTHIST
004200*                archived ; an account whose opening and stated
004300*                movements do not come to its closing (a night
004400*                with no statement run) carries the gap on
004500*                ANNSUMM and is listed, as are movements for an
004600*                account no longer on BALMAST, a customer with no
004700*                address (summary not printed) and an amount
004800*                AMTPARSE refuses : RETURN-CODE 4. No BALHIST
004900*                deduces the opening from the closing and the
005000*                stated movements, also RETURN-CODE 4. A rerun of
005100*                a close interrupted before YEARCTL was rolled
005200*                replaces the year's BALYEND image rather than
005300*                adding a second one.
005400*----------------------------------------------------------------
005500 ENVIRONMENT DIVISION.
005600 CONFIGURATION SECTION.
005700 INPUT-OUTPUT SECTION.
005800 FILE-CONTROL.
005900     SELECT CTLDATE ASSIGN TO "CTLDATE"
006000         ORGANIZATION IS SEQUENTIAL
006100         FILE STATUS IS WS-CTLDATE-STATUS.
006200     SELECT YEARCTL ASSIGN TO "YEARCTL"
006300         ORGANIZATION IS SEQUENTIAL
006400         FILE STATUS IS WS-YEARCTL-STATUS.
006500     SELECT BALMAST ASSIGN TO "BALMAST"
006600         ORGANIZATION IS INDEXED
006700         ACCESS MODE IS DYNAMIC
006800         RECORD KEY IS BAL-ACCOUNT-NO
006900         FILE STATUS IS WS-BALMAST-STATUS.
007000     SELECT BALHIST ASSIGN TO "BALHIST"
007100         ORGANIZATION IS INDEXED
007200         ACCESS MODE IS DYNAMIC
007300         RECORD KEY IS BHS-KEY
007400         FILE STATUS IS WS-BALHIST-STATUS.
007500     SELECT CUSTMAST ASSIGN TO "CUSTMAST"
007600         ORGANIZATION IS INDEXED
007700         ACCESS MODE IS RANDOM
007800         RECORD KEY IS CUST-NUMBER
007900         ALTERNATE RECORD KEY IS CUST-NAME
008000             WITH DUPLICATES
008100         FILE STATUS IS WS-CUSTMAST-STATUS.
008200     SELECT STMTHIST ASSIGN TO "STMTHIST"
008300         ORGANIZATION IS SEQUENTIAL
008400         FILE STATUS IS WS-STMTHIST-STATUS.
008500     SELECT BALYEND ASSIGN TO "BALYEND"
008600         ORGANIZATION IS SEQUENTIAL
008700         FILE STATUS IS WS-BALYEND-STATUS.
008800     SELECT BALYWRK ASSIGN TO "BALYWRK"
008900         ORGANIZATION IS SEQUENTIAL.
009000     SELECT SORTWORK ASSIGN TO "SORTWORK".
009100     SELECT ANNSUMM ASSIGN TO "ANNSUMM"
009200         ORGANIZATION IS LINE SEQUENTIAL.
009300     SELECT PRTANNU ASSIGN TO "PRTANNU"
009400         ORGANIZATION IS SEQUENTIAL.
009500 DATA DIVISION.
009600 FILE SECTION.
009700 FD  CTLDATE
009800     LABEL RECORDS ARE STANDARD.
009900 01  CTLDATE-RECORD.
010000     05  CTL-BUSINESS-DATE    PIC 9(08).
010100     05  FILLER               PIC X(12).
010200*----------------------------------------------------------------
010300* YEARCTL : the year-end control record. YRC-OPEN-YEAR is the
010400* year not yet closed ; the close of YRC-CLOSED-YEAR ran on
010500* YRC-CLOSE-DATE over YRC-ACCOUNTS balance records.
010600*----------------------------------------------------------------
010700 FD  YEARCTL
010800     LABEL RECORDS ARE STANDARD.
010900 01  YEARCTL-RECORD.
011000     05  YRC-OPEN-YEAR        PIC 9(04).
011100     05  YRC-CLOSED-YEAR      PIC 9(04).
011200     05  YRC-CLOSE-DATE       PIC 9(08).
011300     05  YRC-ACCOUNTS         PIC 9(07).
011400     05  FILLER               PIC X(17).
011500 FD  BALMAST.
011600 COPY BALREC.
011700 FD  BALHIST.
011800 COPY BHSREC.
011900 FD  CUSTMAST.
012000 COPY CUSTREC.
012100 FD  STMTHIST
012200     LABEL RECORDS ARE STANDARD.
012300 01  STMTHIST-RECORD.
012400     05  STH-CUST-NUMBER      PIC X(10).
012500     05  STH-PERIOD           PIC 9(08).
012600     05  STH-RECORD-TYPE      PIC X(01).
012700     05  STH-PAYLOAD          PIC X(40).
012800     05  STH-REFERENCE.
012900         10  STH-REF-SOURCE   PIC X(08).
013000         10  FILLER           PIC X(14).
013100 01  STH-DETAIL-VIEW.
013200     05  FILLER               PIC X(19).
013300     05  STH-D-AMOUNT         PIC X(10).
013400     05  STH-D-TYPE           PIC X(01).
013500     05  FILLER               PIC X(51).
013600*----------------------------------------------------------------
013700* BALYEND : the frozen year-end BALMAST images, one BALREC
013800* record per account behind the year it closes. Permanent -
013900* each close adds its year.
014000*----------------------------------------------------------------
014100 FD  BALYEND
014200     LABEL RECORDS ARE STANDARD.
014300 01  BALYEND-RECORD.
014400     05  BYE-YEAR             PIC 9(04).
014500     05  BYE-BALANCE          PIC X(68).
014600 FD  BALYWRK
014700     LABEL RECORDS ARE STANDARD.
014800 01  BALYWRK-RECORD           PIC X(72).
014900*----------------------------------------------------------------
015000* SORTWORK : the year's movements by account, classed C credit,
015100* D debit, F fee, R reversal, the amount already interpreted.
015200*----------------------------------------------------------------
015300 SD  SORTWORK.
015400 01  SORTWORK-RECORD.
015500     05  SWK-ACCOUNT-NO       PIC X(10).
015600     05  SWK-CLASS            PIC X(01).
015700     05  SWK-AMOUNT           PIC S9(10).
015800*----------------------------------------------------------------
015900* ANNSUMM : the annual summaries for the auditors, one per
016000* account. ANS-OPENING-SOURCE : H = BALHIST, S = no posting all
016100* year (the closing), D = deduced, no BALHIST. ANS-GAP is the
016200* closing less the opening and the stated movements ;
016300* ANS-MAILED N when the customer has no address.
016400*----------------------------------------------------------------
016500 FD  ANNSUMM
016600     LABEL RECORDS ARE STANDARD.
016700 01  ANNSUMM-RECORD.
016800     05  ANS-YEAR             PIC 9(04).
016900     05  ANS-ACCOUNT-NO       PIC X(10).
017000     05  ANS-CUST-NAME        PIC X(10).
017100     05  ANS-ADDRESS-1        PIC X(20).
017200     05  ANS-ADDRESS-2        PIC X(20).
017300     05  ANS-OPENING          PIC S9(12) SIGN LEADING SEPARATE.
017400     05  ANS-CREDITS          PIC S9(12) SIGN LEADING SEPARATE.
017500     05  ANS-DEBITS           PIC S9(12) SIGN LEADING SEPARATE.
017600     05  ANS-FEES             PIC S9(12) SIGN LEADING SEPARATE.
017700     05  ANS-REVERSALS        PIC S9(12) SIGN LEADING SEPARATE.
017800     05  ANS-CLOSING          PIC S9(12) SIGN LEADING SEPARATE.
017900     05  ANS-MOVEMENTS        PIC 9(06).
018000     05  ANS-OPENING-SOURCE   PIC X(01).
018100     05  ANS-GAP              PIC S9(12) SIGN LEADING SEPARATE.
018200     05  ANS-MAILED           PIC X(01).
018300     05  FILLER               PIC X(07).
018400*----------------------------------------------------------------
018500* PRTANNU : the summaries, print-ready. ANU-CONTROL is the ASA
018600* carriage control - 1 = new page, space = next line.
018700*----------------------------------------------------------------
018800 FD  PRTANNU
018900     LABEL RECORDS ARE STANDARD.
019000 01  PRTANNU-RECORD.
019100     05  ANU-CONTROL          PIC X(01).
019200     05  ANU-TEXT             PIC X(80).
019300 WORKING-STORAGE SECTION.
019400*----------------------------------------------------------------
019500* 77-LEVEL WORK ITEMS
019600*----------------------------------------------------------------
019700 77  WS-CTLDATE-STATUS        PIC X(02) VALUE SPACES.
019800 77  WS-YEARCTL-STATUS        PIC X(02) VALUE SPACES.
019900 77  WS-BALMAST-STATUS        PIC X(02) VALUE SPACES.
020000 77  WS-BALHIST-STATUS        PIC X(02) VALUE SPACES.
020100 77  WS-CUSTMAST-STATUS       PIC X(02) VALUE SPACES.
020200 77  WS-STMTHIST-STATUS       PIC X(02) VALUE SPACES.
020300 77  WS-BALYEND-STATUS        PIC X(02) VALUE SPACES.
020400 77  WS-EOF-SW                PIC X(01) VALUE "N".
020500     88  WS-EOF               VALUE "Y".
020600 77  WS-SRT-EOF-SW            PIC X(01) VALUE "N".
020700     88  WS-SRT-EOF           VALUE "Y".
020800 77  WS-BALHIST-SW            PIC X(01) VALUE "N".
020900     88  WS-BALHIST-ABSENT    VALUE "Y".
021000 77  WS-CUSTMAST-SW           PIC X(01) VALUE "N".
021100     88  WS-CUSTMAST-ABSENT   VALUE "Y".
021200 77  WS-MAILED-SW             PIC X(01) VALUE "N".
021300     88  WS-MAILED            VALUE "Y".
021400 77  WS-RC                    PIC 9(02) VALUE ZERO.
021500 77  WS-BUSINESS-DATE         PIC 9(08) VALUE ZERO.
021600 77  WS-YEAR                  PIC 9(04) VALUE ZERO.
021700 77  WS-YEAR-START            PIC 9(08) VALUE ZERO.
021800 77  WS-YEAR-END-DATE         PIC 9(08) VALUE ZERO.
021900 77  WS-PRIOR-YEAR            PIC 9(04) VALUE ZERO.
022000 77  WS-FEE-SOURCE            PIC X(08) VALUE "FEEGEN  ".
022100 77  WS-SRT-ACCOUNT           PIC X(10) VALUE SPACES.
022200 77  WS-LAST-ORPHAN           PIC X(10) VALUE SPACES.
022300 77  WS-ACCOUNTS              PIC 9(07) COMP VALUE ZERO.
022400 77  WS-PRINTED               PIC 9(07) COMP VALUE ZERO.
022500 77  WS-NO-ADDRESS            PIC 9(07) COMP VALUE ZERO.
022600 77  WS-GAP-ACCOUNTS          PIC 9(07) COMP VALUE ZERO.
022700 77  WS-MVTS-RELEASED         PIC 9(07) COMP VALUE ZERO.
022800 77  WS-MVTS-ORPHAN           PIC 9(07) COMP VALUE ZERO.
022900 77  WS-MVTS-REFUSED          PIC 9(07) COMP VALUE ZERO.
023000 77  WS-IMAGES-PURGED         PIC 9(07) COMP VALUE ZERO.
023100 77  WS-OPENING-SOURCE        PIC X(01) VALUE SPACE.
023200 77  WS-ACC-MOVEMENTS         PIC 9(06) VALUE ZERO.
023300 77  WS-ACC-OPENING           PIC S9(12) VALUE ZERO.
023400 77  WS-ACC-CREDITS           PIC S9(12) VALUE ZERO.
023500 77  WS-ACC-DEBITS            PIC S9(12) VALUE ZERO.
023600 77  WS-ACC-FEES              PIC S9(12) VALUE ZERO.
023700 77  WS-ACC-REVERSALS         PIC S9(12) VALUE ZERO.
023800 77  WS-ACC-NET               PIC S9(12) VALUE ZERO.
023900 77  WS-ACC-GAP               PIC S9(12) VALUE ZERO.
024000 77  WS-TOT-OPENING           PIC S9(14) VALUE ZERO.
024100 77  WS-TOT-CREDITS           PIC S9(14) VALUE ZERO.
024200 77  WS-TOT-DEBITS            PIC S9(14) VALUE ZERO.
024300 77  WS-TOT-FEES              PIC S9(14) VALUE ZERO.
024400 77  WS-TOT-REVERSALS         PIC S9(14) VALUE ZERO.
024500 77  WS-TOT-CLOSING           PIC S9(14) VALUE ZERO.
024600*----------------------------------------------------------------
024700* CALL "AMTPARSE" parameters, the same pattern as PADTRIM.
024800*----------------------------------------------------------------
024900 77  WS-AP-AMOUNT-X           PIC X(10) VALUE SPACES.
025000 77  WS-AP-AMOUNT             PIC S9(10) VALUE ZERO.
025100 77  WS-AP-RESULT             PIC X(01) VALUE SPACE.
025200*----------------------------------------------------------------
025300* CALL "DATECHEK" parameters, the same pattern as PADTRIM.
025400*----------------------------------------------------------------
025500 77  WS-DC-FUNCTION           PIC X(01) VALUE SPACE.
025600 77  WS-DC-DATE               PIC 9(08) VALUE ZERO.
025700 77  WS-DC-DAY-NUMBER         PIC 9(07) COMP VALUE ZERO.
025800 77  WS-DC-RESULT             PIC X(01) VALUE SPACE.
025900 01  WS-DATE-SPLIT.
026000     05  WS-DS-CCYY           PIC X(04).
026100     05  WS-DS-MM             PIC X(02).
026200     05  WS-DS-DD             PIC X(02).
026300 01  WS-DATE-SPLIT-9 REDEFINES WS-DATE-SPLIT
026400                              PIC 9(08).
026500*----------------------------------------------------------------
026600* Summary page lines.
026700*----------------------------------------------------------------
026800 01  WS-SENDER-LINE.
026900     05  FILLER               PIC X(40) VALUE
027000         "ESSAI BANQUE - SERVICE CLIENTELE".
027100     05  FILLER               PIC X(40) VALUE SPACES.
027200 01  WS-ADDRESS-LINE.
027300     05  FILLER               PIC X(45) VALUE SPACES.
027400     05  ADR-TEXT             PIC X(20).
027500     05  FILLER               PIC X(15) VALUE SPACES.
027600 01  WS-DATE-LINE.
027700     05  FILLER               PIC X(45) VALUE SPACES.
027800     05  FILLER               PIC X(03) VALUE "LE ".
027900     05  DTE-DATE             PIC X(10).
028000     05  FILLER               PIC X(22) VALUE SPACES.
028100 01  WS-TITLE-LINE.
028200     05  FILLER               PIC X(09) VALUE "COMPTE : ".
028300     05  TTL-ACCOUNT-NO       PIC X(10).
028400     05  FILLER               PIC X(26) VALUE
028500         "   RELEVE ANNUEL EXERCICE ".
028600     05  TTL-YEAR             PIC 9(04).
028700     05  FILLER               PIC X(31) VALUE SPACES.
028800 01  WS-AMOUNT-LINE.
028900     05  FILLER               PIC X(05) VALUE SPACES.
029000     05  AML-LABEL            PIC X(28).
029100     05  AML-VALUE            PIC -(12)9.
029200     05  FILLER               PIC X(34) VALUE SPACES.
029300 01  WS-COUNT-LINE.
029400     05  FILLER               PIC X(05) VALUE SPACES.
029500     05  FILLER               PIC X(28) VALUE
029600         "NOMBRE DE MOUVEMENTS      : ".
029700     05  CNL-COUNT            PIC Z(12)9.
029800     05  FILLER               PIC X(34) VALUE SPACES.
029900 PROCEDURE DIVISION.
030000*----------------------------------------------------------------
030100* 0000-MAINLINE
030200*----------------------------------------------------------------
030300 0000-MAINLINE.
030400     DISPLAY "CLOTURE ANNUELLE - RELEVES ANNUELS CLIENTS".
030500     PERFORM 0100-READ-CTLDATE THRU 0100-READ-CTLDATE-EXIT.
030600     IF WS-RC < 8
030700         PERFORM 1000-CHECK-YEAR THRU 1000-CHECK-YEAR-EXIT
030800     END-IF.
030900     IF WS-RC < 8
031000         PERFORM 1100-OPEN-FILES THRU 1100-OPEN-FILES-EXIT
031100     END-IF.
031200     IF WS-RC > 4
031300         MOVE WS-RC TO RETURN-CODE
031400         STOP RUN
031500     END-IF.
031600     PERFORM 1200-PURGE-YEAR THRU 1200-PURGE-YEAR-EXIT.
031700     OPEN EXTEND BALYEND.
031800     IF WS-BALYEND-STATUS = "35"
031900         OPEN OUTPUT BALYEND
032000     END-IF.
032100     OPEN OUTPUT ANNSUMM.
032200     OPEN OUTPUT PRTANNU.
032300     SORT SORTWORK
032400         ON ASCENDING KEY SWK-ACCOUNT-NO
032500         INPUT PROCEDURE IS 2000-RELEASE-YEAR
032600             THRU 2000-RELEASE-YEAR-EXIT
032700         OUTPUT PROCEDURE IS 3000-SUMMARISE
032800             THRU 3000-SUMMARISE-EXIT.
032900     CLOSE BALMAST.
033000     IF NOT WS-BALHIST-ABSENT
033100         CLOSE BALHIST
033200     END-IF.
033300     IF NOT WS-CUSTMAST-ABSENT
033400         CLOSE CUSTMAST
033500     END-IF.
033600     CLOSE BALYEND.
033700     CLOSE ANNSUMM.
033800     CLOSE PRTANNU.
033900     PERFORM 4000-ROLL-YEAR THRU 4000-ROLL-YEAR-EXIT.
034000     DISPLAY "EXERCICE CLOTURE       : " WS-YEAR.
034100     DISPLAY "COMPTES FIGES (BALYEND): " WS-ACCOUNTS.
034200     DISPLAY "RELEVES IMPRIMES       : " WS-PRINTED.
034300     DISPLAY "CLIENTS SANS ADRESSE   : " WS-NO-ADDRESS.
034400     DISPLAY "COMPTES AVEC ECART     : " WS-GAP-ACCOUNTS.
034500     DISPLAY "MOUVEMENTS DE L'ANNEE  : " WS-MVTS-RELEASED.
034600     DISPLAY "MOUVEMENTS HORS BALMAST: " WS-MVTS-ORPHAN.
034700     DISPLAY "MONTANTS REFUSES       : " WS-MVTS-REFUSED.
034800     DISPLAY "TOTAL SOLDES AU 01/01  : " WS-TOT-OPENING.
034900     DISPLAY "TOTAL CREDITS          : " WS-TOT-CREDITS.
035000     DISPLAY "TOTAL DEBITS           : " WS-TOT-DEBITS.
035100     DISPLAY "TOTAL FRAIS            : " WS-TOT-FEES.
035200     DISPLAY "TOTAL EXTOURNES        : " WS-TOT-REVERSALS.
035300     DISPLAY "TOTAL SOLDES AU 31/12  : " WS-TOT-CLOSING.
035400     MOVE WS-RC TO RETURN-CODE.
035500     STOP RUN.
035600*----------------------------------------------------------------
035700* 0100-READ-CTLDATE : the business date, and the check that it
035800*                    is the year's last business day - the next
035900*                    one (DATECHEK) falls in another year.
036000*----------------------------------------------------------------
036100 0100-READ-CTLDATE.
036200     OPEN INPUT CTLDATE.
036300     IF WS-CTLDATE-STATUS NOT = "00"
036400         DISPLAY "CTLDATE ABSENTE - CLOTURE IMPOSSIBLE"
036500         MOVE 16 TO WS-RC
036600         GO TO 0100-READ-CTLDATE-EXIT
036700     END-IF.
036800     READ CTLDATE
036900         AT END
037000             DISPLAY "CTLDATE VIDE - CLOTURE IMPOSSIBLE"
037100             MOVE 16 TO WS-RC
037200     END-READ.
037300     CLOSE CTLDATE.
037400     IF WS-RC = 16
037500         GO TO 0100-READ-CTLDATE-EXIT
037600     END-IF.
037700     MOVE CTL-BUSINESS-DATE TO WS-BUSINESS-DATE.
037800     MOVE WS-BUSINESS-DATE (1:4) TO WS-YEAR.
037900     COMPUTE WS-YEAR-START = WS-YEAR * 10000 + 101.
038000     COMPUTE WS-YEAR-END-DATE = WS-YEAR * 10000 + 1231.
038100     DISPLAY "DATE METIER " WS-BUSINESS-DATE
038200         " - EXERCICE " WS-YEAR.
038300     MOVE "N" TO WS-DC-FUNCTION.
038400     MOVE WS-BUSINESS-DATE TO WS-DC-DATE.
038500     CALL "DATECHEK" USING WS-DC-FUNCTION WS-DC-DATE
038600                           WS-DC-DAY-NUMBER WS-DC-RESULT.
038700     IF WS-DC-DATE (1:4) = WS-BUSINESS-DATE (1:4)
038800         DISPLAY "PROCHAIN JOUR OUVRE " WS-DC-DATE
038900             " - PAS LE DERNIER JOUR OUVRE DE L'ANNEE"
039000         DISPLAY "CLOTURE ANNUELLE REFUSEE"
039100         MOVE 8 TO WS-RC
039200     END-IF.
039300 0100-READ-CTLDATE-EXIT.
039400     EXIT.
039500*----------------------------------------------------------------
039600* 1000-CHECK-YEAR : a year YEARCTL already shows closed is never
039700*                  closed again. No YEARCTL is the first close.
039800*                  A year left open before this one is reported -
039900*                  it was never closed and this close does not
040000*                  close it.
040100*----------------------------------------------------------------
040200 1000-CHECK-YEAR.
040300     OPEN INPUT YEARCTL.
040400     IF WS-YEARCTL-STATUS = "35"
040500         DISPLAY "YEARCTL ABSENT - PREMIERE CLOTURE ANNUELLE"
040600         GO TO 1000-CHECK-YEAR-EXIT
040700     END-IF.
040800     READ YEARCTL
040900         AT END
041000             MOVE WS-YEAR TO YRC-OPEN-YEAR
041100             DISPLAY "YEARCTL VIDE - PREMIERE CLOTURE ANNUELLE"
041200     END-READ.
041300     CLOSE YEARCTL.
041400     IF YRC-OPEN-YEAR NOT NUMERIC
041500         DISPLAY "YEARCTL ILLISIBLE - CLOTURE IMPOSSIBLE"
041600         MOVE 16 TO WS-RC
041700         GO TO 1000-CHECK-YEAR-EXIT
041800     END-IF.
041900     IF WS-YEAR < YRC-OPEN-YEAR
042000         DISPLAY "EXERCICE " WS-YEAR " DEJA CLOTURE LE "
042100             YRC-CLOSE-DATE " - CLOTURE REFUSEE"
042200         MOVE 8 TO WS-RC
042300         GO TO 1000-CHECK-YEAR-EXIT
042400     END-IF.
042500     IF WS-YEAR > YRC-OPEN-YEAR
042600         COMPUTE WS-PRIOR-YEAR = WS-YEAR - 1
042700         DISPLAY "ALERTE : EXERCICE(S) " YRC-OPEN-YEAR " A "
042800             WS-PRIOR-YEAR " JAMAIS CLOTURE(S)"
042900         MOVE 4 TO WS-RC
043000     END-IF.
043100 1000-CHECK-YEAR-EXIT.
043200     EXIT.
043300*----------------------------------------------------------------
043400* 1100-OPEN-FILES : BALMAST is the close itself ; BALHIST and
043500*                  CUSTMAST only enrich the summaries.
043600*----------------------------------------------------------------
043700 1100-OPEN-FILES.
043800     OPEN INPUT BALMAST.
043900     IF WS-BALMAST-STATUS NOT = "00"
044000         DISPLAY "BALMAST INDISPONIBLE (STATUT "
044100             WS-BALMAST-STATUS ") - CLOTURE IMPOSSIBLE"
044200         MOVE 16 TO WS-RC
044300         GO TO 1100-OPEN-FILES-EXIT
044400     END-IF.
044500     OPEN INPUT BALHIST.
044600     IF WS-BALHIST-STATUS NOT = "00"
044700         SET WS-BALHIST-ABSENT TO TRUE
044800         DISPLAY "ALERTE : BALHIST ABSENT (STATUT "
044900             WS-BALHIST-STATUS ") - SOLDES D'OUVERTURE DEDUITS"
045000         MOVE 4 TO WS-RC
045100     END-IF.
045200     OPEN INPUT CUSTMAST.
045300     IF WS-CUSTMAST-STATUS NOT = "00"
045400         SET WS-CUSTMAST-ABSENT TO TRUE
045500         DISPLAY "ALERTE : CUSTMAST ABSENT (STATUT "
045600             WS-CUSTMAST-STATUS ") - AUCUNE ADRESSE"
045700         MOVE 4 TO WS-RC
045800     END-IF.
045900 1100-OPEN-FILES-EXIT.
046000     EXIT.
046100*----------------------------------------------------------------
046200* 1200-PURGE-YEAR : a close interrupted before YEARCTL was rolled
046300*                  left part of the year's image on BALYEND ; it
046400*                  is dropped through the BALYWRK work file, the
046500*                  CUSTSTMT archive purge, before the image is
046600*                  written again.
046700*----------------------------------------------------------------
046800 1200-PURGE-YEAR.
046900     MOVE "N" TO WS-EOF-SW.
047000     OPEN INPUT BALYEND.
047100     IF WS-BALYEND-STATUS = "35"
047200         GO TO 1200-PURGE-YEAR-EXIT
047300     END-IF.
047400     OPEN OUTPUT BALYWRK.
047500     PERFORM 1210-COPY-ONE-OUT THRU 1210-COPY-ONE-OUT-EXIT
047600         UNTIL WS-EOF.
047700     CLOSE BALYEND.
047800     CLOSE BALYWRK.
047900     IF WS-IMAGES-PURGED = ZERO
048000         GO TO 1200-PURGE-YEAR-RESET
048100     END-IF.
048200     MOVE "N" TO WS-EOF-SW.
048300     OPEN OUTPUT BALYEND.
048400     OPEN INPUT BALYWRK.
048500     PERFORM 1220-COPY-ONE-BACK THRU 1220-COPY-ONE-BACK-EXIT
048600         UNTIL WS-EOF.
048700     CLOSE BALYEND.
048800     CLOSE BALYWRK.
048900     DISPLAY "IMAGE BALYEND " WS-YEAR " : " WS-IMAGES-PURGED
049000         " ENREGS D'UNE CLOTURE INTERROMPUE REMPLACES".
049100 1200-PURGE-YEAR-RESET.
049200     MOVE "N" TO WS-EOF-SW.
049300 1200-PURGE-YEAR-EXIT.
049400     EXIT.
049500 1210-COPY-ONE-OUT.
049600     READ BALYEND
049700         AT END
049800             SET WS-EOF TO TRUE
049900         NOT AT END
050000             IF BYE-YEAR = WS-YEAR
050100                 ADD 1 TO WS-IMAGES-PURGED
050200             ELSE
050300                 WRITE BALYWRK-RECORD FROM BALYEND-RECORD
050400             END-IF
050500     END-READ.
050600 1210-COPY-ONE-OUT-EXIT.
050700     EXIT.
050800 1220-COPY-ONE-BACK.
050900     READ BALYWRK
051000         AT END
051100             SET WS-EOF TO TRUE
051200         NOT AT END
051300             WRITE BALYEND-RECORD FROM BALYWRK-RECORD
051400     END-READ.
051500 1220-COPY-ONE-BACK-EXIT.
051600     EXIT.
051700*----------------------------------------------------------------
051800* 2000-RELEASE-YEAR : the year's detail movements off STMTHIST,
051900*                    classed and with the amount interpreted by
052000*                    AMTPARSE, into the sort by account. A debit
052100*                    FEEGEN generated is a fee.
052200*----------------------------------------------------------------
052300 2000-RELEASE-YEAR.
052400     OPEN INPUT STMTHIST.
052500     IF WS-STMTHIST-STATUS NOT = "00"
052600         DISPLAY "ALERTE : STMTHIST ABSENT (STATUT "
052700             WS-STMTHIST-STATUS ") - AUCUN MOUVEMENT RELEVE"
052800         MOVE 4 TO WS-RC
052900         GO TO 2000-RELEASE-YEAR-EXIT
053000     END-IF.
053100     MOVE "N" TO WS-EOF-SW.
053200     PERFORM 2010-RELEASE-ONE THRU 2010-RELEASE-ONE-EXIT
053300         UNTIL WS-EOF.
053400     CLOSE STMTHIST.
053500 2000-RELEASE-YEAR-EXIT.
053600     EXIT.
053700 2010-RELEASE-ONE.
053800     READ STMTHIST
053900         AT END
054000             SET WS-EOF TO TRUE
054100             GO TO 2010-RELEASE-ONE-EXIT
054200     END-READ.
054300     IF STH-RECORD-TYPE NOT = "D" OR
054400        STH-PERIOD < WS-YEAR-START OR
054500        STH-PERIOD > WS-YEAR-END-DATE
054600         GO TO 2010-RELEASE-ONE-EXIT
054700     END-IF.
054800     MOVE STH-D-AMOUNT TO WS-AP-AMOUNT-X.
054900     CALL "AMTPARSE" USING WS-AP-AMOUNT-X
055000                           WS-AP-AMOUNT WS-AP-RESULT.
055100     IF WS-AP-RESULT NOT = "Y" AND WS-AP-RESULT NOT = "B"
055200         DISPLAY "MONTANT REFUSE " STH-CUST-NUMBER " "
055300             STH-PERIOD " : " STH-D-AMOUNT
055400         ADD 1 TO WS-MVTS-REFUSED
055500         MOVE 4 TO WS-RC
055600         GO TO 2010-RELEASE-ONE-EXIT
055700     END-IF.
055800     EVALUATE STH-D-TYPE
055900         WHEN "R"
056000             MOVE "R" TO SWK-CLASS
056100         WHEN "D"
056200             IF STH-REF-SOURCE = WS-FEE-SOURCE
056300                 MOVE "F" TO SWK-CLASS
056400             ELSE
056500                 MOVE "D" TO SWK-CLASS
056600             END-IF
056700         WHEN OTHER
056800             MOVE "C" TO SWK-CLASS
056900     END-EVALUATE.
057000     MOVE STH-CUST-NUMBER TO SWK-ACCOUNT-NO.
057100     MOVE WS-AP-AMOUNT    TO SWK-AMOUNT.
057200     RELEASE SORTWORK-RECORD.
057300     ADD 1 TO WS-MVTS-RELEASED.
057400 2010-RELEASE-ONE-EXIT.
057500     EXIT.
057600*----------------------------------------------------------------
057700* 3000-SUMMARISE : BALMAST in key order against the sorted
057800*                 movements - every balance record is frozen on
057900*                 BALYEND and summarised with its movements ;
058000*                 movements of an account BALMAST no longer
058100*                 holds are counted and listed.
058200*----------------------------------------------------------------
058300 3000-SUMMARISE.
058400     PERFORM 3010-RETURN-ONE THRU 3010-RETURN-ONE-EXIT.
058500     MOVE "N" TO WS-EOF-SW.
058600     PERFORM 3100-ONE-ACCOUNT THRU 3100-ONE-ACCOUNT-EXIT
058700         UNTIL WS-EOF.
058800     PERFORM 3020-ORPHAN THRU 3020-ORPHAN-EXIT
058900         UNTIL WS-SRT-EOF.
059000 3000-SUMMARISE-EXIT.
059100     EXIT.
059200 3010-RETURN-ONE.
059300     RETURN SORTWORK
059400         AT END
059500             SET WS-SRT-EOF TO TRUE
059600             MOVE HIGH-VALUES TO WS-SRT-ACCOUNT
059700         NOT AT END
059800             MOVE SWK-ACCOUNT-NO TO WS-SRT-ACCOUNT
059900     END-RETURN.
060000 3010-RETURN-ONE-EXIT.
060100     EXIT.
060200 3020-ORPHAN.
060300     ADD 1 TO WS-MVTS-ORPHAN.
060400     IF WS-SRT-ACCOUNT NOT = WS-LAST-ORPHAN
060500         DISPLAY "MOUVEMENTS D'UN COMPTE HORS BALMAST : "
060600             WS-SRT-ACCOUNT
060700         MOVE WS-SRT-ACCOUNT TO WS-LAST-ORPHAN
060800         MOVE 4 TO WS-RC
060900     END-IF.
061000     PERFORM 3010-RETURN-ONE THRU 3010-RETURN-ONE-EXIT.
061100 3020-ORPHAN-EXIT.
061200     EXIT.
061300 3030-ADD-MOVEMENT.
061400     EVALUATE SWK-CLASS
061500         WHEN "D"
061600             ADD SWK-AMOUNT TO WS-ACC-DEBITS
061700         WHEN "F"
061800             ADD SWK-AMOUNT TO WS-ACC-FEES
061900         WHEN "R"
062000             ADD SWK-AMOUNT TO WS-ACC-REVERSALS
062100         WHEN OTHER
062200             ADD SWK-AMOUNT TO WS-ACC-CREDITS
062300     END-EVALUATE.
062400     ADD 1 TO WS-ACC-MOVEMENTS.
062500     PERFORM 3010-RETURN-ONE THRU 3010-RETURN-ONE-EXIT.
062600 3030-ADD-MOVEMENT-EXIT.
062700     EXIT.
062800 3100-ONE-ACCOUNT.
062900     READ BALMAST NEXT RECORD
063000         AT END
063100             SET WS-EOF TO TRUE
063200             GO TO 3100-ONE-ACCOUNT-EXIT
063300     END-READ.
063400     ADD 1 TO WS-ACCOUNTS.
063500     MOVE WS-YEAR    TO BYE-YEAR.
063600     MOVE BAL-RECORD TO BYE-BALANCE.
063700     WRITE BALYEND-RECORD.
063800     PERFORM 3020-ORPHAN THRU 3020-ORPHAN-EXIT
063900         UNTIL WS-SRT-ACCOUNT NOT < BAL-ACCOUNT-NO.
064000     MOVE ZERO TO WS-ACC-MOVEMENTS WS-ACC-CREDITS WS-ACC-DEBITS
064100                  WS-ACC-FEES WS-ACC-REVERSALS.
064200     PERFORM 3030-ADD-MOVEMENT THRU 3030-ADD-MOVEMENT-EXIT
064300         UNTIL WS-SRT-ACCOUNT NOT = BAL-ACCOUNT-NO.
064400     COMPUTE WS-ACC-NET = WS-ACC-CREDITS - WS-ACC-DEBITS
064500                        - WS-ACC-FEES - WS-ACC-REVERSALS.
064600     PERFORM 3200-OPENING THRU 3200-OPENING-EXIT.
064700     COMPUTE WS-ACC-GAP = BAL-CLOSING - WS-ACC-OPENING
064800                        - WS-ACC-NET.
064900     IF WS-ACC-GAP NOT = ZERO
065000         DISPLAY "ECART " BAL-ACCOUNT-NO " : " WS-ACC-GAP
065100             " NON RELEVE SUR STMTHIST"
065200         ADD 1 TO WS-GAP-ACCOUNTS
065300         MOVE 4 TO WS-RC
065400     END-IF.
065500     PERFORM 3300-CUSTOMER THRU 3300-CUSTOMER-EXIT.
065600     PERFORM 3400-WRITE-SUMMARY THRU 3400-WRITE-SUMMARY-EXIT.
065700     IF WS-MAILED
065800         PERFORM 3500-PRINT-SUMMARY THRU 3500-PRINT-SUMMARY-EXIT
065900     END-IF.
066000 3100-ONE-ACCOUNT-EXIT.
066100     EXIT.
066200*----------------------------------------------------------------
066300* 3200-OPENING : the balance on 1 January is the opening of the
066400*               account's first BALHIST record of the year ; no
066500*               record this year means no posting, and the
066600*               closing stood all year. Without BALHIST it is
066700*               deduced from the closing and the stated
066800*               movements.
066900*----------------------------------------------------------------
067000 3200-OPENING.
067100     IF WS-BALHIST-ABSENT
067200         COMPUTE WS-ACC-OPENING = BAL-CLOSING - WS-ACC-NET
067300         MOVE "D" TO WS-OPENING-SOURCE
067400         GO TO 3200-OPENING-EXIT
067500     END-IF.
067600     MOVE BAL-CLOSING TO WS-ACC-OPENING.
067700     MOVE "S" TO WS-OPENING-SOURCE.
067800     MOVE BAL-ACCOUNT-NO TO BHS-ACCOUNT-NO.
067900     MOVE WS-YEAR-START  TO BHS-BUSINESS-DATE.
068000     START BALHIST KEY IS NOT LESS THAN BHS-KEY
068100         INVALID KEY
068200             GO TO 3200-OPENING-EXIT
068300     END-START.
068400     READ BALHIST NEXT RECORD
068500         AT END
068600             GO TO 3200-OPENING-EXIT
068700     END-READ.
068800     IF BHS-ACCOUNT-NO = BAL-ACCOUNT-NO AND
068900        BHS-BUSINESS-DATE NOT > WS-YEAR-END-DATE
069000         MOVE BHS-OPENING TO WS-ACC-OPENING
069100         MOVE "H" TO WS-OPENING-SOURCE
069200     END-IF.
069300 3200-OPENING-EXIT.
069400     EXIT.
069500*----------------------------------------------------------------
069600* 3300-CUSTOMER : name and address block off CUSTMAST ; a
069700*                customer unknown there, or with no address, is
069800*                summarised for the auditors but not mailed.
069900*----------------------------------------------------------------
070000 3300-CUSTOMER.
070100     MOVE "INCONNU" TO CUST-NAME.
070200     MOVE SPACES TO CUST-ADDRESS-1 CUST-ADDRESS-2.
070300     IF WS-CUSTMAST-ABSENT
070400         GO TO 3300-CUSTOMER-EXIT
070500     END-IF.
070600     MOVE BAL-ACCOUNT-NO TO CUST-NUMBER.
070700     READ CUSTMAST
070800         INVALID KEY
070900             MOVE "INCONNU" TO CUST-NAME
071000             MOVE SPACES TO CUST-ADDRESS-1 CUST-ADDRESS-2
071100     END-READ.
071200 3300-CUSTOMER-EXIT.
071300     EXIT.
071400 3400-WRITE-SUMMARY.
071500     MOVE SPACES TO ANNSUMM-RECORD.
071600     MOVE "N" TO WS-MAILED-SW.
071700     IF CUST-ADDRESS-1 = SPACES AND CUST-ADDRESS-2 = SPACES
071800         DISPLAY "SANS ADRESSE " BAL-ACCOUNT-NO
071900             " - RELEVE ANNUEL NON IMPRIME"
072000         ADD 1 TO WS-NO-ADDRESS
072100         MOVE 4 TO WS-RC
072200     ELSE
072300         SET WS-MAILED TO TRUE
072400     END-IF.
072500     MOVE WS-YEAR           TO ANS-YEAR.
072600     MOVE BAL-ACCOUNT-NO    TO ANS-ACCOUNT-NO.
072700     MOVE CUST-NAME         TO ANS-CUST-NAME.
072800     MOVE CUST-ADDRESS-1    TO ANS-ADDRESS-1.
072900     MOVE CUST-ADDRESS-2    TO ANS-ADDRESS-2.
073000     MOVE WS-ACC-OPENING    TO ANS-OPENING.
073100     MOVE WS-ACC-CREDITS    TO ANS-CREDITS.
073200     MOVE WS-ACC-DEBITS     TO ANS-DEBITS.
073300     MOVE WS-ACC-FEES       TO ANS-FEES.
073400     MOVE WS-ACC-REVERSALS  TO ANS-REVERSALS.
073500     MOVE BAL-CLOSING       TO ANS-CLOSING.
073600     MOVE WS-ACC-MOVEMENTS  TO ANS-MOVEMENTS.
073700     MOVE WS-OPENING-SOURCE TO ANS-OPENING-SOURCE.
073800     MOVE WS-ACC-GAP        TO ANS-GAP.
073900     MOVE "N" TO ANS-MAILED.
074000     IF WS-MAILED
074100         MOVE "O" TO ANS-MAILED
074200     END-IF.
074300     WRITE ANNSUMM-RECORD.
074400     ADD WS-ACC-OPENING   TO WS-TOT-OPENING.
074500     ADD WS-ACC-CREDITS   TO WS-TOT-CREDITS.
074600     ADD WS-ACC-DEBITS    TO WS-TOT-DEBITS.
074700     ADD WS-ACC-FEES      TO WS-TOT-FEES.
074800     ADD WS-ACC-REVERSALS TO WS-TOT-REVERSALS.
074900     ADD BAL-CLOSING      TO WS-TOT-CLOSING.
075000 3400-WRITE-SUMMARY-EXIT.
075100     EXIT.
075200*----------------------------------------------------------------
075300* 3500-PRINT-SUMMARY : heading, address block, date, account and
075400*                     year, then the year's figures.
075500*----------------------------------------------------------------
075600 3500-PRINT-SUMMARY.
075700     MOVE "1" TO ANU-CONTROL.
075800     MOVE WS-SENDER-LINE TO ANU-TEXT.
075900     WRITE PRTANNU-RECORD.
076000     PERFORM 3590-BLANK-LINE THRU 3590-BLANK-LINE-EXIT 3 TIMES.
076100     MOVE CUST-NAME      TO ADR-TEXT.
076200     PERFORM 3580-ADDRESS-LINE THRU 3580-ADDRESS-LINE-EXIT.
076300     MOVE CUST-ADDRESS-1 TO ADR-TEXT.
076400     PERFORM 3580-ADDRESS-LINE THRU 3580-ADDRESS-LINE-EXIT.
076500     MOVE CUST-ADDRESS-2 TO ADR-TEXT.
076600     PERFORM 3580-ADDRESS-LINE THRU 3580-ADDRESS-LINE-EXIT.
076700     PERFORM 3590-BLANK-LINE THRU 3590-BLANK-LINE-EXIT 2 TIMES.
076800     MOVE WS-BUSINESS-DATE TO WS-DATE-SPLIT-9.
076900     MOVE WS-DS-DD   TO DTE-DATE (1:2).
077000     MOVE "/"        TO DTE-DATE (3:1).
077100     MOVE WS-DS-MM   TO DTE-DATE (4:2).
077200     MOVE "/"        TO DTE-DATE (6:1).
077300     MOVE WS-DS-CCYY TO DTE-DATE (7:4).
077400     MOVE SPACE TO ANU-CONTROL.
077500     MOVE WS-DATE-LINE TO ANU-TEXT.
077600     WRITE PRTANNU-RECORD.
077700     PERFORM 3590-BLANK-LINE THRU 3590-BLANK-LINE-EXIT.
077800     MOVE BAL-ACCOUNT-NO TO TTL-ACCOUNT-NO.
077900     MOVE WS-YEAR        TO TTL-YEAR.
078000     MOVE WS-TITLE-LINE TO ANU-TEXT.
078100     WRITE PRTANNU-RECORD.
078200     PERFORM 3590-BLANK-LINE THRU 3590-BLANK-LINE-EXIT.
078300     MOVE "SOLDE AU 01/01/           : " TO AML-LABEL.
078400     MOVE WS-YEAR TO AML-LABEL (16:4).
078500     MOVE WS-ACC-OPENING TO AML-VALUE.
078600     PERFORM 3570-AMOUNT-LINE THRU 3570-AMOUNT-LINE-EXIT.
078700     MOVE "TOTAL DES CREDITS         : " TO AML-LABEL.
078800     MOVE WS-ACC-CREDITS TO AML-VALUE.
078900     PERFORM 3570-AMOUNT-LINE THRU 3570-AMOUNT-LINE-EXIT.
079000     MOVE "TOTAL DES DEBITS          : " TO AML-LABEL.
079100     MOVE WS-ACC-DEBITS TO AML-VALUE.
079200     PERFORM 3570-AMOUNT-LINE THRU 3570-AMOUNT-LINE-EXIT.
079300     MOVE "FRAIS DE TENUE DE COMPTE  : " TO AML-LABEL.
079400     MOVE WS-ACC-FEES TO AML-VALUE.
079500     PERFORM 3570-AMOUNT-LINE THRU 3570-AMOUNT-LINE-EXIT.
079600     MOVE "EXTOURNES                 : " TO AML-LABEL.
079700     MOVE WS-ACC-REVERSALS TO AML-VALUE.
079800     PERFORM 3570-AMOUNT-LINE THRU 3570-AMOUNT-LINE-EXIT.
079900     MOVE "SOLDE AU 31/12/           : " TO AML-LABEL.
080000     MOVE WS-YEAR TO AML-LABEL (16:4).
080100     MOVE BAL-CLOSING TO AML-VALUE.
080200     PERFORM 3570-AMOUNT-LINE THRU 3570-AMOUNT-LINE-EXIT.
080300     PERFORM 3590-BLANK-LINE THRU 3590-BLANK-LINE-EXIT.
080400     MOVE WS-ACC-MOVEMENTS TO CNL-COUNT.
080500     MOVE WS-COUNT-LINE TO ANU-TEXT.
080600     WRITE PRTANNU-RECORD.
080700     ADD 1 TO WS-PRINTED.
080800 3500-PRINT-SUMMARY-EXIT.
080900     EXIT.
081000 3570-AMOUNT-LINE.
081100     MOVE SPACE TO ANU-CONTROL.
081200     MOVE WS-AMOUNT-LINE TO ANU-TEXT.
081300     WRITE PRTANNU-RECORD.
081400 3570-AMOUNT-LINE-EXIT.
081500     EXIT.
081600 3580-ADDRESS-LINE.
081700     MOVE SPACE TO ANU-CONTROL.
081800     MOVE WS-ADDRESS-LINE TO ANU-TEXT.
081900     WRITE PRTANNU-RECORD.
082000 3580-ADDRESS-LINE-EXIT.
082100     EXIT.
082200 3590-BLANK-LINE.
082300     MOVE SPACE  TO ANU-CONTROL.
082400     MOVE SPACES TO ANU-TEXT.
082500     WRITE PRTANNU-RECORD.
082600 3590-BLANK-LINE-EXIT.
082700     EXIT.
082800*----------------------------------------------------------------
082900* 4000-ROLL-YEAR : the close is complete - YEARCTL moves the open
083000*                 year on, which is what refuses a second close
083100*                 of this one.
083200*----------------------------------------------------------------
083300 4000-ROLL-YEAR.
083400     MOVE SPACES TO YEARCTL-RECORD.
083500     COMPUTE YRC-OPEN-YEAR = WS-YEAR + 1.
083600     MOVE WS-YEAR          TO YRC-CLOSED-YEAR.
083700     MOVE WS-BUSINESS-DATE TO YRC-CLOSE-DATE.
083800     MOVE WS-ACCOUNTS      TO YRC-ACCOUNTS.
083900     OPEN OUTPUT YEARCTL.
084000     WRITE YEARCTL-RECORD.
084100     CLOSE YEARCTL.
084200     DISPLAY "EXERCICE OUVERT        : " YRC-OPEN-YEAR.
084300 4000-ROLL-YEAR-EXIT.
084400     EXIT.
