000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. TXNMON.
000300 AUTHOR. D-SYSTEMS BATCH GROUP.
000400 INSTALLATION. ESSAI BATCH SUITE.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 2026-10-15 EL  Initial version. Nothing watched what actually
001100*                posted : a single very large credit, or twenty
001200*                debits on one account in a day, went through
001300*                essaizero as quietly as a servicing fee. This
001400*                nightly step runs behind BALPOST and reads the
001500*                confirmed TRANSOUT flow, sorted by account,
001600*                against the rules on the MONPARM card :
001700*                  L - a single movement over the amount limit ;
001800*                  N - the account's movement count for the day
001900*                      over the count limit ;
002000*                  V - the account's movement value for the day
002100*                      (absolute amounts) over the value limit ;
002200*                  J - the day's count over a percentage of the
002300*                      account's normal month - BAL-MONTH-COUNT
002400*                      as it stood at the end of the last month
002500*                      the account moved, carried on MONTRACK ;
002600*                  D - a movement on an account whose previous
002700*                      movement (BALHIST) is older than the
002800*                      dormancy day limit.
002900*                A limit of zero switches its rule off. Each hit
003000*                is an alert (ALTREC.cpy) with the rule, the
003100*                figures and the customer's branch, written to
003200*                tonight's MONALRT file and to the permanent
003300*                ALTCASE case register, where it stays open
003400*                until a MONREV review card closes it with a
003500*                disposition and the reviewer's id. The PRTMONC
003600*                case report lists the night's review cards and
003700*                every open alert by branch with its age. A
003800*                rerun under the same business date withdraws
003900*                the night's still-open alerts and raises them
004000*                again ; an alert already closed is not raised
004100*                twice. A refused review card, or no BALHIST
004200*                (the dormancy rule cannot run), ends the step
004300*                with RETURN-CODE 4 ; no customer or balance
004400*                master ends it with RETURN-CODE 16.
004401* 2026-10-15 EL  A rerun under the same business date reads the
004402*                MONREV deck the first run already applied : a
004403*                card whose alert was closed tonight by the same
004404*                reviewer is listed as already applied and
004405*                counted apart - no refusal, no RETURN-CODE 4.
004500*----------------------------------------------------------------
004600 ENVIRONMENT DIVISION.
004700 CONFIGURATION SECTION.
004800 INPUT-OUTPUT SECTION.
004900 FILE-CONTROL.
005000     SELECT TRANSOUT ASSIGN TO "TRANSOUT"
005100         ORGANIZATION IS LINE SEQUENTIAL
005200         FILE STATUS IS WS-TRANSOUT-STATUS.
005300     SELECT CUSTMAST ASSIGN TO "CUSTMAST"
005400         ORGANIZATION IS INDEXED
005500         ACCESS MODE IS RANDOM
005600         RECORD KEY IS CUST-NUMBER
005700         ALTERNATE RECORD KEY IS CUST-NAME
005800             WITH DUPLICATES
005900         FILE STATUS IS WS-CUSTMAST-STATUS.
006000     SELECT BALMAST ASSIGN TO "BALMAST"
006100         ORGANIZATION IS INDEXED
006200         ACCESS MODE IS RANDOM
006300         RECORD KEY IS BAL-ACCOUNT-NO
006400         FILE STATUS IS WS-BALMAST-STATUS.
006500     SELECT BALHIST ASSIGN TO "BALHIST"
006600         ORGANIZATION IS INDEXED
006700         ACCESS MODE IS DYNAMIC
006800         RECORD KEY IS BHS-KEY
006900         FILE STATUS IS WS-BALHIST-STATUS.
007000     SELECT MONTRACK ASSIGN TO "MONTRACK"
007100         ORGANIZATION IS INDEXED
007200         ACCESS MODE IS RANDOM
007300         RECORD KEY IS MTK-ACCOUNT-NO
007400         FILE STATUS IS WS-MONTRACK-STATUS.
007500     SELECT ALTCASE ASSIGN TO "ALTCASE"
007600         ORGANIZATION IS INDEXED
007700         ACCESS MODE IS DYNAMIC
007800         RECORD KEY IS ALT-KEY
007900         FILE STATUS IS WS-ALTCASE-STATUS.
008000     SELECT MONPARM ASSIGN TO "MONPARM"
008100         ORGANIZATION IS SEQUENTIAL
008200         FILE STATUS IS WS-MONPARM-STATUS.
008300     SELECT MONREV ASSIGN TO "MONREV"
008400         ORGANIZATION IS SEQUENTIAL
008500         FILE STATUS IS WS-MONREV-STATUS.
008600     SELECT MONALRT ASSIGN TO "MONALRT"
008700         ORGANIZATION IS SEQUENTIAL.
008800     SELECT CTLDATE ASSIGN TO "CTLDATE"
008900         ORGANIZATION IS SEQUENTIAL.
009000     SELECT SORTWORK ASSIGN TO "SORTWORK".
009100     SELECT CASEWORK ASSIGN TO "CASEWORK".
009200     SELECT PRTMONC ASSIGN TO "PRTMONC"
009300         ORGANIZATION IS SEQUENTIAL.
009400 DATA DIVISION.
009500 FILE SECTION.
009600 FD  TRANSOUT
009700     LABEL RECORDS ARE STANDARD.
009800 COPY TRANREC.
009900 FD  CUSTMAST.
010000 COPY CUSTREC.
010100 FD  BALMAST.
010200 COPY BALREC.
010300 FD  BALHIST.
010400 COPY BHSREC.
010500*----------------------------------------------------------------
010600* MONTRACK : one record per account the monitor has seen move -
010700* the business month and BAL-MONTH-COUNT as last seen, the
010800* count of the last complete month it moved in (the normal
010900* month the J rule measures against) and the business date it
011000* was last updated, so a rerun does not roll the month twice.
011100*----------------------------------------------------------------
011200 FD  MONTRACK.
011300 01  MONTRACK-RECORD.
011400     05  MTK-ACCOUNT-NO       PIC X(10).
011500     05  MTK-MONTH            PIC 9(06).
011600     05  MTK-MONTH-COUNT      PIC 9(06).
011700     05  MTK-NORMAL-COUNT     PIC 9(06).
011800     05  MTK-LAST-DATE        PIC 9(08).
011900     05  FILLER               PIC X(04).
012000 FD  ALTCASE.
012100 COPY ALTREC.
012200*----------------------------------------------------------------
012300* MONPARM : the rule limits, whole units. Zero switches a rule
012400* off ; no card runs every rule on the defaults below.
012500*----------------------------------------------------------------
012600 FD  MONPARM
012700     LABEL RECORDS ARE STANDARD.
012800 01  MONPARM-RECORD.
012900     05  MNP-SINGLE-LIMIT     PIC 9(10).
013000     05  MNP-DAY-COUNT        PIC 9(04).
013100     05  MNP-DAY-VALUE        PIC 9(12).
013200     05  MNP-JUMP-PCT         PIC 9(03).
013300     05  MNP-DORMANT-DAYS     PIC 9(04).
013400     05  FILLER               PIC X(07).
013500*----------------------------------------------------------------
013600* MONREV : one card per alert reviewed - the alert's key, the
013700* disposition and the reviewer.
013800*----------------------------------------------------------------
013900 FD  MONREV
014000     LABEL RECORDS ARE STANDARD.
014100 01  MONREV-RECORD.
014200     05  MRV-ALERT-DATE       PIC 9(08).
014300     05  MRV-ALERT-SEQ        PIC 9(05).
014400     05  MRV-DISPOSITION      PIC X(04).
014500     05  MRV-REVIEWER         PIC X(08).
014600     05  FILLER               PIC X(15).
014700 FD  MONALRT
014800     LABEL RECORDS ARE STANDARD.
014900 01  MONALRT-RECORD           PIC X(100).
015000 FD  CTLDATE
015100     LABEL RECORDS ARE STANDARD.
015200 01  CTLDATE-RECORD.
015300     05  CTL-BUSINESS-DATE    PIC 9(08).
015400     05  FILLER               PIC X(12).
015500 SD  SORTWORK.
015600 01  SORTWORK-RECORD.
015700     05  SWK-ACCOUNT-NO       PIC X(10).
015800     05  SWK-AMOUNT           PIC X(10).
015900     05  SWK-TYPE-CODE        PIC X(01).
016000     05  FILLER               PIC X(19).
016100 SD  CASEWORK.
016200 01  CASEWORK-RECORD.
016300     05  CWK-BRANCH-CODE      PIC X(04).
016400     05  CWK-ALERT            PIC X(100).
016500 FD  PRTMONC
016600     LABEL RECORDS ARE STANDARD.
016700 01  PRTMONC-LINE             PIC X(60).
016800 WORKING-STORAGE SECTION.
016900*----------------------------------------------------------------
017000* 77-LEVEL WORK ITEMS
017100*----------------------------------------------------------------
017200 77  WS-TRANSOUT-STATUS       PIC X(02) VALUE SPACES.
017300 77  WS-CUSTMAST-STATUS       PIC X(02) VALUE SPACES.
017400 77  WS-BALMAST-STATUS        PIC X(02) VALUE SPACES.
017500 77  WS-BALHIST-STATUS        PIC X(02) VALUE SPACES.
017600 77  WS-MONTRACK-STATUS       PIC X(02) VALUE SPACES.
017700 77  WS-ALTCASE-STATUS        PIC X(02) VALUE SPACES.
017800 77  WS-MONPARM-STATUS        PIC X(02) VALUE SPACES.
017900 77  WS-MONREV-STATUS         PIC X(02) VALUE SPACES.
018000 77  WS-EOF-SW                PIC X(01) VALUE "N".
018100     88  WS-EOF               VALUE "Y".
018200 77  WS-SORT-EOF-SW           PIC X(01) VALUE "N".
018300     88  WS-SORT-EOF          VALUE "Y".
018400 77  WS-BALHIST-SW            PIC X(01) VALUE "N".
018500     88  WS-BALHIST-OPEN      VALUE "Y".
018600 77  WS-HIST-END-SW           PIC X(01) VALUE "N".
018700     88  WS-HIST-END          VALUE "Y".
018800 77  WS-ACCOUNT-SW            PIC X(01) VALUE "N".
018900     88  WS-ACCOUNT-HELD      VALUE "Y".
019000 77  WS-BUSINESS-DATE         PIC 9(08) VALUE ZERO.
019100 77  WS-BUSINESS-DAYS         PIC 9(07) COMP VALUE ZERO.
019200 77  WS-SINGLE-LIMIT          PIC 9(10) VALUE 0000500000.
019300 77  WS-DAY-COUNT-LIMIT       PIC 9(04) VALUE 0020.
019400 77  WS-DAY-VALUE-LIMIT       PIC 9(12) VALUE 000001000000.
019500 77  WS-JUMP-PCT              PIC 9(03) VALUE 050.
019600 77  WS-DORMANT-DAYS          PIC 9(04) VALUE 0180.
019700 77  WS-CUR-ACCOUNT           PIC X(10) VALUE SPACES.
019800 77  WS-CUR-BRANCH            PIC X(04) VALUE SPACES.
019900 77  WS-DAY-COUNT             PIC 9(06) COMP VALUE ZERO.
020000 77  WS-DAY-VALUE             PIC 9(12) VALUE ZERO.
020100 77  WS-ABS-AMOUNT            PIC 9(10) VALUE ZERO.
020200 77  WS-NORMAL-COUNT          PIC 9(06) VALUE ZERO.
020300 77  WS-JUMP-LIMIT            PIC 9(12) VALUE ZERO.
020400 77  WS-LAST-MOVE-DATE        PIC 9(08) VALUE ZERO.
020500 77  WS-IDLE-DAYS             PIC 9(07) COMP VALUE ZERO.
020600 77  WS-NEXT-SEQ              PIC 9(05) VALUE ZERO.
020700 77  WS-MOVES-READ            PIC 9(07) COMP VALUE ZERO.
020800 77  WS-ACCTS-READ            PIC 9(05) COMP VALUE ZERO.
020900 77  WS-NON-NUMERIC           PIC 9(05) COMP VALUE ZERO.
021000 77  WS-ALERTS-RAISED         PIC 9(05) COMP VALUE ZERO.
021100 77  WS-ALERTS-WITHDRAWN      PIC 9(05) COMP VALUE ZERO.
021200 77  WS-ALERTS-CLOSED         PIC 9(05) COMP VALUE ZERO.
021300 77  WS-ALERTS-OPEN           PIC 9(05) COMP VALUE ZERO.
021400 77  WS-CARDS-REFUSED         PIC 9(05) COMP VALUE ZERO.
021450 77  WS-CARDS-REAPPLIED       PIC 9(05) COMP VALUE ZERO.
021500 77  WS-ALERT-AGE             PIC 9(07) COMP VALUE ZERO.
021600 77  WS-PRIOR-BRANCH          PIC X(04) VALUE SPACES.
021700 77  WS-BRANCH-SEEN-SW        PIC X(01) VALUE "N".
021800     88  WS-BRANCH-SEEN       VALUE "Y".
021900 77  WS-BRANCH-COUNT          PIC 9(05) COMP VALUE ZERO.
022000 77  WS-RULE-SUB              PIC 9(01) COMP VALUE ZERO.
022100 77  WS-KEEP-SUB              PIC 9(03) COMP VALUE ZERO.
022200 77  WS-KEEP-COUNT            PIC 9(03) COMP VALUE ZERO.
022300 77  WS-KEEP-FOUND-SW         PIC X(01) VALUE "N".
022400     88  WS-KEEP-FOUND        VALUE "Y".
022500*----------------------------------------------------------------
022600* The alert being raised, built here and then written to both
022700* MONALRT and ALTCASE.
022800*----------------------------------------------------------------
022900 77  WS-NEW-RULE              PIC X(01) VALUE SPACE.
023000 77  WS-NEW-FIGURE            PIC S9(12) VALUE ZERO.
023100 77  WS-NEW-THRESHOLD         PIC 9(12) VALUE ZERO.
023200 77  WS-NEW-BASIS             PIC 9(12) VALUE ZERO.
023300*----------------------------------------------------------------
023400* CALL "AMTPARSE" parameters, the same pattern as PADTRIM.
023500*----------------------------------------------------------------
023600 77  WS-AP-AMOUNT-X           PIC X(10) VALUE SPACES.
023700 77  WS-AP-AMOUNT             PIC S9(10) VALUE ZERO.
023800 77  WS-AP-RESULT             PIC X(01) VALUE SPACE.
023900*----------------------------------------------------------------
024000* CALL "DATECHEK" parameters, the same pattern as PADTRIM.
024100*----------------------------------------------------------------
024200 77  WS-DC-FUNCTION           PIC X(01) VALUE SPACE.
024300 77  WS-DC-DATE               PIC 9(08) VALUE ZERO.
024400 77  WS-DC-DAY-NUMBER         PIC 9(07) COMP VALUE ZERO.
024500 77  WS-DC-RESULT             PIC X(01) VALUE SPACE.
024600*----------------------------------------------------------------
024700* Alerts under tonight's date already closed by a reviewer : a
024800* rerun does not raise the same account and rule again. Two
024900* hundred entries - a rerun after a same-night review.
025000*----------------------------------------------------------------
025100 01  WS-KEEP-TABLE.
025200     05  WS-KEEP OCCURS 200 TIMES.
025300         10  WS-KEEP-ACCOUNT  PIC X(10).
025400         10  WS-KEEP-RULE     PIC X(01).
025500*----------------------------------------------------------------
025600* Alerts raised tonight, by rule (L N V J D).
025700*----------------------------------------------------------------
025800 01  WS-RULE-CODES            PIC X(05) VALUE "LNVJD".
025900 01  WS-RULE-TABLE.
026000     05  WS-RULE-RAISED       PIC 9(05) COMP OCCURS 5 TIMES.
026100 01  WS-RULE-NAMES.
026200     05  FILLER PIC X(24) VALUE "MONTANT UNITAIRE      : ".
026300     05  FILLER PIC X(24) VALUE "NOMBRE DU JOUR        : ".
026400     05  FILLER PIC X(24) VALUE "VALEUR DU JOUR        : ".
026500     05  FILLER PIC X(24) VALUE "SAUT D'ACTIVITE       : ".
026600     05  FILLER PIC X(24) VALUE "DORMANT REVEILLE      : ".
026700 01  WS-RULE-NAME-TABLE REDEFINES WS-RULE-NAMES.
026800     05  WS-RULE-NAME         PIC X(24) OCCURS 5 TIMES.
026900*----------------------------------------------------------------
027000* Shared RPTWRITE page-writer state, the RPTCUR01 pattern.
027100*----------------------------------------------------------------
027200 01  WS-RPT-STATE.
027300     05  WS-RPT-PAGE-NUMBER   PIC 9(04) COMP VALUE ZERO.
027400     05  WS-RPT-LINE-COUNT    PIC 9(02) COMP VALUE ZERO.
027500 77  WS-RPT-TITLE             PIC X(30) VALUE
027600         "SURVEILLANCE DES MOUVEMENTS".
027700 01  WS-RPT-DETAIL            PIC X(60) VALUE SPACES.
027800 01  WS-RPT-OUT.
027900     05  WS-RPT-OUT-COUNT     PIC 9(01).
028000     05  WS-RPT-OUT-LINE      PIC X(60) OCCURS 3 TIMES.
028100 77  WS-RPT-SUB               PIC 9(01) COMP.
028200*----------------------------------------------------------------
028300* Report lines.
028400*----------------------------------------------------------------
028500 01  WS-REVIEW-LINE.
028600     05  RVL-ACTION           PIC X(07).
028700     05  RVL-ALERT-DATE       PIC 9(08).
028800     05  FILLER PIC X(01) VALUE "-".
028900     05  RVL-ALERT-SEQ        PIC 9(05).
029000     05  FILLER PIC X(01) VALUE SPACE.
029100     05  RVL-DISPOSITION      PIC X(04).
029200     05  FILLER PIC X(01) VALUE SPACE.
029300     05  RVL-REVIEWER         PIC X(08).
029400     05  FILLER PIC X(01) VALUE SPACE.
029500     05  RVL-REASON           PIC X(24).
029600 01  WS-BRANCH-HEADER.
029700     05  FILLER PIC X(09) VALUE "AGENCE : ".
029800     05  BRH-BRANCH-CODE      PIC X(04).
029900     05  FILLER PIC X(47) VALUE SPACES.
030000 01  WS-COLUMN-HEADER.
030100     05  FILLER PIC X(32) VALUE
030200         "ALERTE         COMPTE     R     ".
030300     05  FILLER PIC X(26) VALUE
030400         "CONSTATE        SEUIL  AGE".
030500     05  FILLER PIC X(02) VALUE SPACES.
030600 01  WS-DETAIL-LINE.
030700     05  DTL-ALERT-DATE       PIC 9(08).
030800     05  FILLER PIC X(01) VALUE "-".
030900     05  DTL-ALERT-SEQ        PIC 9(05).
031000     05  FILLER PIC X(01) VALUE SPACE.
031100     05  DTL-ACCOUNT-NO       PIC X(10).
031200     05  FILLER PIC X(01) VALUE SPACE.
031300     05  DTL-RULE             PIC X(01).
031400     05  FILLER PIC X(01) VALUE SPACE.
031500     05  DTL-FIGURE           PIC -(11)9.
031600     05  FILLER PIC X(01) VALUE SPACE.
031700     05  DTL-THRESHOLD        PIC Z(11)9.
031800     05  FILLER PIC X(01) VALUE SPACE.
031900     05  DTL-AGE              PIC ZZZ9.
032000     05  FILLER PIC X(02) VALUE SPACES.
032100 01  WS-BRANCH-TOTAL-LINE.
032200     05  FILLER PIC X(13) VALUE "TOTAL AGENCE ".
032300     05  BRT-BRANCH-CODE      PIC X(04).
032400     05  FILLER PIC X(20) VALUE " ALERTES OUVERTES : ".
032500     05  BRT-COUNT            PIC ZZZZ9.
032600     05  FILLER PIC X(18) VALUE SPACES.
032700 01  WS-TOTAL-LINE.
032800     05  TTL-LABEL            PIC X(32).
032900     05  TTL-VALUE            PIC Z(11)9.
033000     05  FILLER PIC X(16) VALUE SPACES.
033100 PROCEDURE DIVISION.
033200*----------------------------------------------------------------
033300* 0000-MAINLINE
033400*----------------------------------------------------------------
033500 0000-MAINLINE.
033600     DISPLAY "SURVEILLANCE DES MOUVEMENTS POSTES".
033700     PERFORM 0100-READ-CTLDATE THRU 0100-READ-CTLDATE-EXIT.
033800     PERFORM 0200-READ-PARM THRU 0200-READ-PARM-EXIT.
033900     PERFORM 1000-OPEN-FILES THRU 1000-OPEN-FILES-EXIT.
034000     IF RETURN-CODE = 16
034100         STOP RUN
034200     END-IF.
034300     PERFORM 1500-WITHDRAW-RERUN THRU 1500-WITHDRAW-RERUN-EXIT.
034400     MOVE "REVUES DU JOUR" TO WS-RPT-DETAIL.
034500     PERFORM 9800-PUT-REPORT-LINE THRU 9800-PUT-REPORT-LINE-EXIT.
034600     PERFORM 2000-APPLY-REVIEWS THRU 2000-APPLY-REVIEWS-EXIT.
034700     SORT SORTWORK
034800         ON ASCENDING KEY SWK-ACCOUNT-NO
034900         INPUT PROCEDURE IS 3000-RELEASE-MOVEMENTS
035000             THRU 3000-RELEASE-MOVEMENTS-EXIT
035100         OUTPUT PROCEDURE IS 4000-MONITOR-ACCOUNTS
035200             THRU 4000-MONITOR-ACCOUNTS-EXIT.
035300     MOVE SPACES TO WS-RPT-DETAIL.
035400     PERFORM 9800-PUT-REPORT-LINE THRU 9800-PUT-REPORT-LINE-EXIT.
035500     MOVE "ALERTES OUVERTES" TO WS-RPT-DETAIL.
035600     PERFORM 9800-PUT-REPORT-LINE THRU 9800-PUT-REPORT-LINE-EXIT.
035700     SORT CASEWORK
035800         ON ASCENDING KEY CWK-BRANCH-CODE
035900                          CWK-ALERT
036000         INPUT PROCEDURE IS 6000-RELEASE-OPEN
036100             THRU 6000-RELEASE-OPEN-EXIT
036200         OUTPUT PROCEDURE IS 7000-PRINT-CASES
036300             THRU 7000-PRINT-CASES-EXIT.
036400     PERFORM 9000-CLOSE-FILES THRU 9000-CLOSE-FILES-EXIT.
036500     DISPLAY "MOUVEMENTS LUS       : " WS-MOVES-READ.
036600     DISPLAY "COMPTES SURVEILLES   : " WS-ACCTS-READ.
036700     DISPLAY "ALERTES LEVEES       : " WS-ALERTS-RAISED.
036800     DISPLAY "ALERTES CLOSES       : " WS-ALERTS-CLOSED.
036900     DISPLAY "ALERTES OUVERTES     : " WS-ALERTS-OPEN.
037000     DISPLAY "CARTES REFUSEES      : " WS-CARDS-REFUSED.
037050     DISPLAY "CARTES REAPPLIQUEES  : " WS-CARDS-REAPPLIED.
037100     IF WS-CARDS-REFUSED > ZERO
037200         MOVE 4 TO RETURN-CODE
037300     END-IF.
037400     IF NOT WS-BALHIST-OPEN
037500         MOVE 4 TO RETURN-CODE
037600     END-IF.
037700     STOP RUN.
037800*----------------------------------------------------------------
037900* 0100-READ-CTLDATE : the business date BALPOST posted under,
038000*                    not the machine clock.
038100*----------------------------------------------------------------
038200 0100-READ-CTLDATE.
038300     OPEN INPUT CTLDATE.
038400     READ CTLDATE.
038500     MOVE CTL-BUSINESS-DATE TO WS-BUSINESS-DATE.
038600     CLOSE CTLDATE.
038700     MOVE "D" TO WS-DC-FUNCTION.
038800     MOVE WS-BUSINESS-DATE TO WS-DC-DATE.
038900     CALL "DATECHEK" USING WS-DC-FUNCTION WS-DC-DATE
039000                           WS-DC-DAY-NUMBER WS-DC-RESULT.
039100     MOVE WS-DC-DAY-NUMBER TO WS-BUSINESS-DAYS.
039200 0100-READ-CTLDATE-EXIT.
039300     EXIT.
039400*----------------------------------------------------------------
039500* 0200-READ-PARM : the rule limits. No card, the defaults ; a
039600* field that is not numeric keeps its default.
039700*----------------------------------------------------------------
039800 0200-READ-PARM.
039900     OPEN INPUT MONPARM.
040000     IF WS-MONPARM-STATUS = "35"
040100         DISPLAY "MONPARM ABSENTE - SEUILS PAR DEFAUT"
040200         GO TO 0200-READ-PARM-EXIT
040300     END-IF.
040400     READ MONPARM
040500         AT END
040600             CLOSE MONPARM
040700             GO TO 0200-READ-PARM-EXIT
040800     END-READ.
040900     IF MNP-SINGLE-LIMIT NUMERIC
041000         MOVE MNP-SINGLE-LIMIT TO WS-SINGLE-LIMIT
041100     END-IF.
041200     IF MNP-DAY-COUNT NUMERIC
041300         MOVE MNP-DAY-COUNT TO WS-DAY-COUNT-LIMIT
041400     END-IF.
041500     IF MNP-DAY-VALUE NUMERIC
041600         MOVE MNP-DAY-VALUE TO WS-DAY-VALUE-LIMIT
041700     END-IF.
041800     IF MNP-JUMP-PCT NUMERIC
041900         MOVE MNP-JUMP-PCT TO WS-JUMP-PCT
042000     END-IF.
042100     IF MNP-DORMANT-DAYS NUMERIC
042200         MOVE MNP-DORMANT-DAYS TO WS-DORMANT-DAYS
042300     END-IF.
042400     CLOSE MONPARM.
042500 0200-READ-PARM-EXIT.
042600     EXIT.
042700*----------------------------------------------------------------
042800* 1000-OPEN-FILES : no customer master or no balance master and
042900* the step cannot name a branch or a normal month - it must not
043000* report a quiet night. No BALHIST switches the dormancy rule
043100* off. A missing MONTRACK or ALTCASE is the first run and is
043200* created empty, the way OVRLIMIT creates OVLTRACK.
043300*----------------------------------------------------------------
043400 1000-OPEN-FILES.
043500     OPEN INPUT CUSTMAST.
043600     IF WS-CUSTMAST-STATUS NOT = "00"
043700         DISPLAY "CUSTMAST INDISPONIBLE (STATUT "
043800             WS-CUSTMAST-STATUS ") - SURVEILLANCE IMPOSSIBLE"
043900         MOVE 16 TO RETURN-CODE
044000         GO TO 1000-OPEN-FILES-EXIT
044100     END-IF.
044200     OPEN INPUT BALMAST.
044300     IF WS-BALMAST-STATUS NOT = "00"
044400         DISPLAY "BALMAST INDISPONIBLE (STATUT "
044500             WS-BALMAST-STATUS ") - SURVEILLANCE IMPOSSIBLE"
044600         CLOSE CUSTMAST
044700         MOVE 16 TO RETURN-CODE
044800         GO TO 1000-OPEN-FILES-EXIT
044900     END-IF.
045000     OPEN INPUT BALHIST.
045100     IF WS-BALHIST-STATUS = "00"
045200         SET WS-BALHIST-OPEN TO TRUE
045300     ELSE
045400         DISPLAY "BALHIST INDISPONIBLE (STATUT "
045500             WS-BALHIST-STATUS ") - REGLE DORMANT INACTIVE"
045600     END-IF.
045700     OPEN I-O MONTRACK.
045800     IF WS-MONTRACK-STATUS = "35"
045900         OPEN OUTPUT MONTRACK
046000         CLOSE MONTRACK
046100         OPEN I-O MONTRACK
046200     END-IF.
046300     OPEN I-O ALTCASE.
046400     IF WS-ALTCASE-STATUS = "35"
046500         OPEN OUTPUT ALTCASE
046600         CLOSE ALTCASE
046700         OPEN I-O ALTCASE
046800     END-IF.
046900     OPEN OUTPUT MONALRT.
047000     OPEN OUTPUT PRTMONC.
047100 1000-OPEN-FILES-EXIT.
047200     EXIT.
047300*----------------------------------------------------------------
047400* 1500-WITHDRAW-RERUN : alerts already raised under tonight's
047500* date come from an earlier run of the same night. The open
047600* ones are withdrawn and raised again by this run ; the closed
047700* ones stay, are remembered so they are not raised twice, and
047800* tonight's sequence carries on after them.
047900*----------------------------------------------------------------
048000 1500-WITHDRAW-RERUN.
048100     MOVE ZERO TO WS-NEXT-SEQ.
048200     MOVE "N" TO WS-EOF-SW.
048300     MOVE WS-BUSINESS-DATE TO ALT-BUSINESS-DATE.
048400     MOVE ZERO TO ALT-SEQUENCE.
048500     START ALTCASE KEY IS NOT LESS THAN ALT-KEY
048600         INVALID KEY
048700             GO TO 1500-WITHDRAW-RERUN-EXIT
048800     END-START.
048900     PERFORM 1510-WITHDRAW-ONE THRU 1510-WITHDRAW-ONE-EXIT
049000         UNTIL WS-EOF.
049100     IF WS-ALERTS-WITHDRAWN > ZERO
049200         DISPLAY "RELANCE : " WS-ALERTS-WITHDRAWN
049300             " ALERTES OUVERTES DU " WS-BUSINESS-DATE
049400             " RETIREES"
049500     END-IF.
049600 1500-WITHDRAW-RERUN-EXIT.
049700     EXIT.
049800 1510-WITHDRAW-ONE.
049900     READ ALTCASE NEXT RECORD
050000         AT END
050100             SET WS-EOF TO TRUE
050200             GO TO 1510-WITHDRAW-ONE-EXIT
050300     END-READ.
050400     IF ALT-BUSINESS-DATE NOT = WS-BUSINESS-DATE
050500         SET WS-EOF TO TRUE
050600         GO TO 1510-WITHDRAW-ONE-EXIT
050700     END-IF.
050800     IF ALT-OPEN
050900         DELETE ALTCASE RECORD
051000         ADD 1 TO WS-ALERTS-WITHDRAWN
051100         GO TO 1510-WITHDRAW-ONE-EXIT
051200     END-IF.
051300     MOVE ALT-SEQUENCE TO WS-NEXT-SEQ.
051400     IF WS-KEEP-COUNT < 200
051500         ADD 1 TO WS-KEEP-COUNT
051600         MOVE ALT-ACCOUNT-NO TO WS-KEEP-ACCOUNT (WS-KEEP-COUNT)
051700         MOVE ALT-RULE TO WS-KEEP-RULE (WS-KEEP-COUNT)
051800     END-IF.
051900 1510-WITHDRAW-ONE-EXIT.
052000     EXIT.
052100*----------------------------------------------------------------
052200* 2000-APPLY-REVIEWS : each MONREV card closes one open alert
052300* with its disposition. A card for an alert not on the
052400* register, already closed, with an unknown disposition or no
052500* reviewer is refused and listed ; the alert stays as it was.
052510* A card for an alert closed tonight by the same reviewer is
052520* the deck of a rerun : listed as already applied, not refused.
052600*----------------------------------------------------------------
052700 2000-APPLY-REVIEWS.
052800     MOVE "N" TO WS-EOF-SW.
052900     OPEN INPUT MONREV.
053000     IF WS-MONREV-STATUS = "35"
053100         MOVE "  AUCUNE CARTE DE REVUE" TO WS-RPT-DETAIL
053200         PERFORM 9800-PUT-REPORT-LINE
053300             THRU 9800-PUT-REPORT-LINE-EXIT
053400         GO TO 2000-APPLY-REVIEWS-EXIT
053500     END-IF.
053600     PERFORM 2100-ONE-REVIEW THRU 2100-ONE-REVIEW-EXIT
053700         UNTIL WS-EOF.
053800     CLOSE MONREV.
053900 2000-APPLY-REVIEWS-EXIT.
054000     EXIT.
054100 2100-ONE-REVIEW.
054200     READ MONREV
054300         AT END
054400             SET WS-EOF TO TRUE
054500             GO TO 2100-ONE-REVIEW-EXIT
054600     END-READ.
054700     MOVE MRV-ALERT-DATE  TO RVL-ALERT-DATE.
054800     MOVE MRV-ALERT-SEQ   TO RVL-ALERT-SEQ.
054900     MOVE MRV-DISPOSITION TO RVL-DISPOSITION.
055000     MOVE MRV-REVIEWER    TO RVL-REVIEWER.
055100     MOVE "REFUS  "       TO RVL-ACTION.
055200     IF MRV-ALERT-DATE NOT NUMERIC OR
055300        MRV-ALERT-SEQ NOT NUMERIC
055400         MOVE "CLE D'ALERTE INVALIDE" TO RVL-REASON
055500         GO TO 2190-REFUSE
055600     END-IF.
055700     MOVE MRV-ALERT-DATE TO ALT-BUSINESS-DATE.
055800     MOVE MRV-ALERT-SEQ  TO ALT-SEQUENCE.
055900     READ ALTCASE
056000         INVALID KEY
056100             MOVE "ALERTE INCONNUE" TO RVL-REASON
056200             GO TO 2190-REFUSE
056300     END-READ.
056305     IF ALT-CLOSED AND
056310        ALT-CLOSE-DATE = WS-BUSINESS-DATE AND
056315        ALT-REVIEWER = MRV-REVIEWER
056320         ADD 1 TO WS-CARDS-REAPPLIED
056325         MOVE "DEJA   " TO RVL-ACTION
056330         MOVE "APPLIQUEE CE SOIR" TO RVL-REASON
056335         MOVE WS-REVIEW-LINE TO WS-RPT-DETAIL
056340         PERFORM 9800-PUT-REPORT-LINE
056345             THRU 9800-PUT-REPORT-LINE-EXIT
056350         GO TO 2100-ONE-REVIEW-EXIT
056355     END-IF.
056400     IF ALT-CLOSED
056500         MOVE "ALERTE DEJA CLOSE" TO RVL-REASON
056600         GO TO 2190-REFUSE
056700     END-IF.
056800     MOVE MRV-DISPOSITION TO ALT-DISPOSITION.
056900     IF NOT ALT-DISPOSITION-KNOWN
057000         MOVE "DISPOSITION INCONNUE" TO RVL-REASON
057100         GO TO 2190-REFUSE
057200     END-IF.
057300     IF MRV-REVIEWER = SPACES
057400         MOVE "RELECTEUR ABSENT" TO RVL-REASON
057500         GO TO 2190-REFUSE
057600     END-IF.
057700     SET ALT-CLOSED TO TRUE.
057800     MOVE MRV-REVIEWER     TO ALT-REVIEWER.
057900     MOVE WS-BUSINESS-DATE TO ALT-CLOSE-DATE.
058000     REWRITE ALERT-RECORD.
058100     ADD 1 TO WS-ALERTS-CLOSED.
058200     MOVE "CLOSE  " TO RVL-ACTION.
058300     MOVE SPACES    TO RVL-REASON.
058400     MOVE WS-REVIEW-LINE TO WS-RPT-DETAIL.
058500     PERFORM 9800-PUT-REPORT-LINE THRU 9800-PUT-REPORT-LINE-EXIT.
058600     GO TO 2100-ONE-REVIEW-EXIT.
058700 2190-REFUSE.
058800     ADD 1 TO WS-CARDS-REFUSED.
058900     MOVE WS-REVIEW-LINE TO WS-RPT-DETAIL.
059000     PERFORM 9800-PUT-REPORT-LINE THRU 9800-PUT-REPORT-LINE-EXIT.
059100     DISPLAY "CARTE DE REVUE REFUSEE : " MRV-ALERT-DATE "-"
059200         MRV-ALERT-SEQ " " RVL-REASON.
059300 2100-ONE-REVIEW-EXIT.
059400     EXIT.
059500*----------------------------------------------------------------
059600* 3000-RELEASE-MOVEMENTS : tonight's posted movements to the
059700* sort. No TRANSOUT, nothing posted - a quiet night.
059800*----------------------------------------------------------------
059900 3000-RELEASE-MOVEMENTS.
060000     MOVE "N" TO WS-EOF-SW.
060100     OPEN INPUT TRANSOUT.
060200     IF WS-TRANSOUT-STATUS NOT = "00"
060300         DISPLAY "TRANSOUT ABSENT - AUCUN MOUVEMENT"
060400         GO TO 3000-RELEASE-MOVEMENTS-EXIT
060500     END-IF.
060600     PERFORM 3100-RELEASE-ONE THRU 3100-RELEASE-ONE-EXIT
060700         UNTIL WS-EOF.
060800     CLOSE TRANSOUT.
060900 3000-RELEASE-MOVEMENTS-EXIT.
061000     EXIT.
061100 3100-RELEASE-ONE.
061200     READ TRANSOUT
061300         AT END
061400             SET WS-EOF TO TRUE
061500             GO TO 3100-RELEASE-ONE-EXIT
061600     END-READ.
061700     RELEASE SORTWORK-RECORD FROM TRAN-RECORD.
061800 3100-RELEASE-ONE-EXIT.
061900     EXIT.
062000*----------------------------------------------------------------
062100* 4000-MONITOR-ACCOUNTS : the movements in account order. Each
062200* movement meets the single-amount rule as it comes ; the day
062300* rules run on the change of account.
062400*----------------------------------------------------------------
062500 4000-MONITOR-ACCOUNTS.
062600     MOVE "N" TO WS-SORT-EOF-SW.
062700     PERFORM 4100-RETURN-ONE THRU 4100-RETURN-ONE-EXIT
062800         UNTIL WS-SORT-EOF.
062900     IF WS-ACCOUNT-HELD
063000         PERFORM 4500-CLOSE-ACCOUNT THRU 4500-CLOSE-ACCOUNT-EXIT
063100     END-IF.
063200 4000-MONITOR-ACCOUNTS-EXIT.
063300     EXIT.
063400 4100-RETURN-ONE.
063500     RETURN SORTWORK
063600         AT END
063700             SET WS-SORT-EOF TO TRUE
063800             GO TO 4100-RETURN-ONE-EXIT
063900     END-RETURN.
064000     ADD 1 TO WS-MOVES-READ.
064100     IF WS-ACCOUNT-HELD AND SWK-ACCOUNT-NO NOT = WS-CUR-ACCOUNT
064200         PERFORM 4500-CLOSE-ACCOUNT THRU 4500-CLOSE-ACCOUNT-EXIT
064300     END-IF.
064400     IF NOT WS-ACCOUNT-HELD
064500         PERFORM 4200-OPEN-ACCOUNT THRU 4200-OPEN-ACCOUNT-EXIT
064600     END-IF.
064700     MOVE SWK-AMOUNT TO WS-AP-AMOUNT-X.
064800     CALL "AMTPARSE" USING WS-AP-AMOUNT-X
064900                           WS-AP-AMOUNT WS-AP-RESULT.
065000     IF WS-AP-RESULT NOT = "Y" AND WS-AP-RESULT NOT = "B"
065100         ADD 1 TO WS-NON-NUMERIC
065200         MOVE ZERO TO WS-AP-AMOUNT
065300     END-IF.
065400     IF WS-AP-AMOUNT < ZERO
065500         COMPUTE WS-ABS-AMOUNT = ZERO - WS-AP-AMOUNT
065600     ELSE
065700         MOVE WS-AP-AMOUNT TO WS-ABS-AMOUNT
065800     END-IF.
065900     ADD 1 TO WS-DAY-COUNT.
066000     ADD WS-ABS-AMOUNT TO WS-DAY-VALUE.
066100     IF WS-SINGLE-LIMIT > ZERO AND
066200        WS-ABS-AMOUNT > WS-SINGLE-LIMIT
066300         MOVE "L"             TO WS-NEW-RULE
066400         MOVE WS-AP-AMOUNT    TO WS-NEW-FIGURE
066500         MOVE WS-SINGLE-LIMIT TO WS-NEW-THRESHOLD
066600         MOVE ZERO            TO WS-NEW-BASIS
066700         PERFORM 5000-RAISE-ALERT THRU 5000-RAISE-ALERT-EXIT
066800     END-IF.
066900 4100-RETURN-ONE-EXIT.
067000     EXIT.
067100*----------------------------------------------------------------
067200* 4200-OPEN-ACCOUNT : a new account - its branch for the alerts
067300* and fresh day totals. An account with no customer record
067400* (purged since it posted) is still watched, under a blank
067500* branch.
067600*----------------------------------------------------------------
067700 4200-OPEN-ACCOUNT.
067800     SET WS-ACCOUNT-HELD TO TRUE.
067900     ADD 1 TO WS-ACCTS-READ.
068000     MOVE SWK-ACCOUNT-NO TO WS-CUR-ACCOUNT.
068100     MOVE ZERO TO WS-DAY-COUNT.
068200     MOVE ZERO TO WS-DAY-VALUE.
068300     MOVE SPACES TO WS-CUR-BRANCH.
068400     MOVE SWK-ACCOUNT-NO TO CUST-NUMBER.
068500     READ CUSTMAST
068600         INVALID KEY
068700             GO TO 4200-OPEN-ACCOUNT-EXIT
068800     END-READ.
068900     MOVE CUST-BRANCH-CODE TO WS-CUR-BRANCH.
069000 4200-OPEN-ACCOUNT-EXIT.
069100     EXIT.
069200*----------------------------------------------------------------
069300* 4500-CLOSE-ACCOUNT : the day rules on the account just ended.
069400*----------------------------------------------------------------
069500 4500-CLOSE-ACCOUNT.
069600     MOVE "N" TO WS-ACCOUNT-SW.
069700     IF WS-DAY-COUNT-LIMIT > ZERO AND
069800        WS-DAY-COUNT > WS-DAY-COUNT-LIMIT
069900         MOVE "N"                TO WS-NEW-RULE
070000         MOVE WS-DAY-COUNT       TO WS-NEW-FIGURE
070100         MOVE WS-DAY-COUNT-LIMIT TO WS-NEW-THRESHOLD
070200         MOVE ZERO               TO WS-NEW-BASIS
070300         PERFORM 5000-RAISE-ALERT THRU 5000-RAISE-ALERT-EXIT
070400     END-IF.
070500     IF WS-DAY-VALUE-LIMIT > ZERO AND
070600        WS-DAY-VALUE > WS-DAY-VALUE-LIMIT
070700         MOVE "V"                TO WS-NEW-RULE
070800         MOVE WS-DAY-VALUE       TO WS-NEW-FIGURE
070900         MOVE WS-DAY-VALUE-LIMIT TO WS-NEW-THRESHOLD
071000         MOVE ZERO               TO WS-NEW-BASIS
071100         PERFORM 5000-RAISE-ALERT THRU 5000-RAISE-ALERT-EXIT
071200     END-IF.
071300     PERFORM 4600-CHECK-JUMP THRU 4600-CHECK-JUMP-EXIT.
071400     IF WS-BALHIST-OPEN AND WS-DORMANT-DAYS > ZERO
071500         PERFORM 4700-CHECK-DORMANT THRU 4700-CHECK-DORMANT-EXIT
071600     END-IF.
071700 4500-CLOSE-ACCOUNT-EXIT.
071800     EXIT.
071900*----------------------------------------------------------------
072000* 4600-CHECK-JUMP : MONTRACK follows BAL-MONTH-COUNT from night
072100* to night. When BALPOST has rolled the account into a new
072200* month, the count last seen for the old month becomes the
072300* account's normal month. The rule fires when tonight's count
072400* alone passes the MONPARM percentage of that normal month ;
072500* an account with no complete month behind it has no normal
072600* yet and is not measured. A rerun of the same business date
072700* does not roll the month again.
072800*----------------------------------------------------------------
072900 4600-CHECK-JUMP.
073000     MOVE WS-CUR-ACCOUNT TO BAL-ACCOUNT-NO.
073100     READ BALMAST
073200         INVALID KEY
073300             GO TO 4600-CHECK-JUMP-EXIT
073400     END-READ.
073500     MOVE WS-CUR-ACCOUNT TO MTK-ACCOUNT-NO.
073600     READ MONTRACK
073700         INVALID KEY
073800             MOVE SPACES             TO MONTRACK-RECORD
073900             MOVE WS-CUR-ACCOUNT     TO MTK-ACCOUNT-NO
074000             MOVE BAL-ACTIVITY-MONTH TO MTK-MONTH
074100             MOVE BAL-MONTH-COUNT    TO MTK-MONTH-COUNT
074200             MOVE ZERO               TO MTK-NORMAL-COUNT
074300             MOVE WS-BUSINESS-DATE   TO MTK-LAST-DATE
074400             WRITE MONTRACK-RECORD
074500             GO TO 4600-CHECK-JUMP-EXIT
074600     END-READ.
074700     IF MTK-LAST-DATE NOT = WS-BUSINESS-DATE AND
074800        MTK-MONTH NOT = BAL-ACTIVITY-MONTH
074900         MOVE MTK-MONTH-COUNT    TO MTK-NORMAL-COUNT
075000         MOVE BAL-ACTIVITY-MONTH TO MTK-MONTH
075100     END-IF.
075200     MOVE BAL-MONTH-COUNT  TO MTK-MONTH-COUNT.
075300     MOVE WS-BUSINESS-DATE TO MTK-LAST-DATE.
075400     REWRITE MONTRACK-RECORD.
075500     MOVE MTK-NORMAL-COUNT TO WS-NORMAL-COUNT.
075600     IF WS-JUMP-PCT = ZERO OR WS-NORMAL-COUNT = ZERO
075700         GO TO 4600-CHECK-JUMP-EXIT
075800     END-IF.
075900     COMPUTE WS-JUMP-LIMIT = WS-NORMAL-COUNT * WS-JUMP-PCT / 100.
076000     IF WS-DAY-COUNT > WS-JUMP-LIMIT
076100         MOVE "J"             TO WS-NEW-RULE
076200         MOVE WS-DAY-COUNT    TO WS-NEW-FIGURE
076300         MOVE WS-JUMP-LIMIT   TO WS-NEW-THRESHOLD
076400         MOVE WS-NORMAL-COUNT TO WS-NEW-BASIS
076500         PERFORM 5000-RAISE-ALERT THRU 5000-RAISE-ALERT-EXIT
076600     END-IF.
076700 4600-CHECK-JUMP-EXIT.
076800     EXIT.
076900*----------------------------------------------------------------
077000* 4700-CHECK-DORMANT : the account's latest BALHIST record
077100* before tonight is its previous movement. No earlier record is
077200* a new account, not a dormant one.
077300*----------------------------------------------------------------
077400 4700-CHECK-DORMANT.
077500     MOVE ZERO TO WS-LAST-MOVE-DATE.
077600     MOVE "N" TO WS-HIST-END-SW.
077700     MOVE WS-CUR-ACCOUNT TO BHS-ACCOUNT-NO.
077800     MOVE ZERO TO BHS-BUSINESS-DATE.
077900     START BALHIST KEY IS NOT LESS THAN BHS-KEY
078000         INVALID KEY
078100             SET WS-HIST-END TO TRUE
078200     END-START.
078300     PERFORM 4710-READ-HISTORY THRU 4710-READ-HISTORY-EXIT
078400         UNTIL WS-HIST-END.
078500     IF WS-LAST-MOVE-DATE = ZERO
078600         GO TO 4700-CHECK-DORMANT-EXIT
078700     END-IF.
078800     MOVE "D" TO WS-DC-FUNCTION.
078900     MOVE WS-LAST-MOVE-DATE TO WS-DC-DATE.
079000     CALL "DATECHEK" USING WS-DC-FUNCTION WS-DC-DATE
079100                           WS-DC-DAY-NUMBER WS-DC-RESULT.
079200     IF WS-DC-RESULT NOT = "Y"
079300         GO TO 4700-CHECK-DORMANT-EXIT
079400     END-IF.
079500     COMPUTE WS-IDLE-DAYS = WS-BUSINESS-DAYS - WS-DC-DAY-NUMBER.
079600     IF WS-IDLE-DAYS > WS-DORMANT-DAYS
079700         MOVE "D"               TO WS-NEW-RULE
079800         MOVE WS-IDLE-DAYS      TO WS-NEW-FIGURE
079900         MOVE WS-DORMANT-DAYS   TO WS-NEW-THRESHOLD
080000         MOVE WS-LAST-MOVE-DATE TO WS-NEW-BASIS
080100         PERFORM 5000-RAISE-ALERT THRU 5000-RAISE-ALERT-EXIT
080200     END-IF.
080300 4700-CHECK-DORMANT-EXIT.
080400     EXIT.
080500 4710-READ-HISTORY.
080600     READ BALHIST NEXT RECORD
080700         AT END
080800             SET WS-HIST-END TO TRUE
080900             GO TO 4710-READ-HISTORY-EXIT
081000     END-READ.
081100     IF BHS-ACCOUNT-NO NOT = WS-CUR-ACCOUNT OR
081200        BHS-BUSINESS-DATE NOT < WS-BUSINESS-DATE
081300         SET WS-HIST-END TO TRUE
081400         GO TO 4710-READ-HISTORY-EXIT
081500     END-IF.
081600     MOVE BHS-BUSINESS-DATE TO WS-LAST-MOVE-DATE.
081700 4710-READ-HISTORY-EXIT.
081800     EXIT.
081900*----------------------------------------------------------------
082000* 5000-RAISE-ALERT : the alert set up by the caller, under the
082100* current account and branch, to MONALRT and the case register
082200* - unless a reviewer already closed the same account and rule
082300* under tonight's date (a rerun).
082400*----------------------------------------------------------------
082500 5000-RAISE-ALERT.
082600     MOVE "N" TO WS-KEEP-FOUND-SW.
082700     PERFORM 5100-SCAN-KEEP THRU 5100-SCAN-KEEP-EXIT
082800         VARYING WS-KEEP-SUB FROM 1 BY 1
082900         UNTIL WS-KEEP-SUB > WS-KEEP-COUNT
083000            OR WS-KEEP-FOUND.
083100     IF WS-KEEP-FOUND
083200         GO TO 5000-RAISE-ALERT-EXIT
083300     END-IF.
083400     ADD 1 TO WS-NEXT-SEQ.
083500     MOVE SPACES            TO ALERT-RECORD.
083600     MOVE WS-BUSINESS-DATE  TO ALT-BUSINESS-DATE.
083700     MOVE WS-NEXT-SEQ       TO ALT-SEQUENCE.
083800     MOVE WS-CUR-ACCOUNT    TO ALT-ACCOUNT-NO.
083900     MOVE WS-CUR-BRANCH     TO ALT-BRANCH-CODE.
084000     MOVE WS-NEW-RULE       TO ALT-RULE.
084100     MOVE WS-NEW-FIGURE     TO ALT-FIGURE.
084200     MOVE WS-NEW-THRESHOLD  TO ALT-THRESHOLD.
084300     MOVE WS-NEW-BASIS      TO ALT-BASIS.
084400     SET ALT-OPEN           TO TRUE.
084500     MOVE ZERO              TO ALT-CLOSE-DATE.
084600     WRITE ALERT-RECORD
084700         INVALID KEY
084800             DISPLAY "ALERTE EN DOUBLE AU REGISTRE : "
084900                 ALT-BUSINESS-DATE "-" ALT-SEQUENCE
085000     END-WRITE.
085100     WRITE MONALRT-RECORD FROM ALERT-RECORD.
085200     ADD 1 TO WS-ALERTS-RAISED.
085300     PERFORM 5200-COUNT-RULE THRU 5200-COUNT-RULE-EXIT
085400         VARYING WS-RULE-SUB FROM 1 BY 1
085500         UNTIL WS-RULE-SUB > 5.
085600 5000-RAISE-ALERT-EXIT.
085700     EXIT.
085800 5100-SCAN-KEEP.
085900     IF WS-KEEP-ACCOUNT (WS-KEEP-SUB) = WS-CUR-ACCOUNT AND
086000        WS-KEEP-RULE (WS-KEEP-SUB) = WS-NEW-RULE
086100         SET WS-KEEP-FOUND TO TRUE
086200     END-IF.
086300 5100-SCAN-KEEP-EXIT.
086400     EXIT.
086500 5200-COUNT-RULE.
086600     IF WS-RULE-CODES (WS-RULE-SUB:1) = WS-NEW-RULE
086700         ADD 1 TO WS-RULE-RAISED (WS-RULE-SUB)
086800     END-IF.
086900 5200-COUNT-RULE-EXIT.
087000     EXIT.
087100*----------------------------------------------------------------
087200* 6000-RELEASE-OPEN : every open alert on the register, tonight's
087300* included, to the sort by branch.
087400*----------------------------------------------------------------
087500 6000-RELEASE-OPEN.
087600     MOVE "N" TO WS-EOF-SW.
087700     MOVE LOW-VALUES TO ALT-KEY.
087800     START ALTCASE KEY IS NOT LESS THAN ALT-KEY
087900         INVALID KEY
088000             GO TO 6000-RELEASE-OPEN-EXIT
088100     END-START.
088200     PERFORM 6100-RELEASE-ONE THRU 6100-RELEASE-ONE-EXIT
088300         UNTIL WS-EOF.
088400 6000-RELEASE-OPEN-EXIT.
088500     EXIT.
088600 6100-RELEASE-ONE.
088700     READ ALTCASE NEXT RECORD
088800         AT END
088900             SET WS-EOF TO TRUE
089000             GO TO 6100-RELEASE-ONE-EXIT
089100     END-READ.
089200     IF ALT-OPEN
089300         MOVE ALT-BRANCH-CODE TO CWK-BRANCH-CODE
089400         MOVE ALERT-RECORD    TO CWK-ALERT
089500         RELEASE CASEWORK-RECORD
089600     END-IF.
089700 6100-RELEASE-ONE-EXIT.
089800     EXIT.
089900*----------------------------------------------------------------
090000* 7000-PRINT-CASES : the open alerts by branch, oldest first,
090100* each with its age in days ; then the night's totals.
090200*----------------------------------------------------------------
090300 7000-PRINT-CASES.
090400     MOVE "N" TO WS-SORT-EOF-SW.
090500     PERFORM 7100-RETURN-ONE THRU 7100-RETURN-ONE-EXIT
090600         UNTIL WS-SORT-EOF.
090700     IF WS-BRANCH-SEEN
090800         PERFORM 7300-BRANCH-TOTAL THRU 7300-BRANCH-TOTAL-EXIT
090900     ELSE
091000         MOVE "  AUCUNE ALERTE OUVERTE" TO WS-RPT-DETAIL
091100         PERFORM 9800-PUT-REPORT-LINE
091200             THRU 9800-PUT-REPORT-LINE-EXIT
091300     END-IF.
091400     MOVE SPACES TO WS-RPT-DETAIL.
091500     PERFORM 9800-PUT-REPORT-LINE THRU 9800-PUT-REPORT-LINE-EXIT.
091600     PERFORM 7500-RULE-TOTAL THRU 7500-RULE-TOTAL-EXIT
091700         VARYING WS-RULE-SUB FROM 1 BY 1
091800         UNTIL WS-RULE-SUB > 5.
091900     MOVE "ALERTES LEVEES CE SOIR        : " TO TTL-LABEL.
092000     MOVE WS-ALERTS-RAISED TO TTL-VALUE.
092100     PERFORM 7400-TOTAL-LINE THRU 7400-TOTAL-LINE-EXIT.
092200     MOVE "ALERTES CLOSES CE SOIR        : " TO TTL-LABEL.
092300     MOVE WS-ALERTS-CLOSED TO TTL-VALUE.
092400     PERFORM 7400-TOTAL-LINE THRU 7400-TOTAL-LINE-EXIT.
092500     MOVE "CARTES DE REVUE REFUSEES      : " TO TTL-LABEL.
092600     MOVE WS-CARDS-REFUSED TO TTL-VALUE.
092700     PERFORM 7400-TOTAL-LINE THRU 7400-TOTAL-LINE-EXIT.
092710     MOVE "CARTES DEJA APPLIQUEES        : " TO TTL-LABEL.
092720     MOVE WS-CARDS-REAPPLIED TO TTL-VALUE.
092730     PERFORM 7400-TOTAL-LINE THRU 7400-TOTAL-LINE-EXIT.
092800     MOVE "ALERTES OUVERTES AU TOTAL     : " TO TTL-LABEL.
092900     MOVE WS-ALERTS-OPEN TO TTL-VALUE.
093000     PERFORM 7400-TOTAL-LINE THRU 7400-TOTAL-LINE-EXIT.
093100     MOVE "MOUVEMENTS SURVEILLES         : " TO TTL-LABEL.
093200     MOVE WS-MOVES-READ TO TTL-VALUE.
093300     PERFORM 7400-TOTAL-LINE THRU 7400-TOTAL-LINE-EXIT.
093400     MOVE "MONTANTS NON NUMERIQUES       : " TO TTL-LABEL.
093500     MOVE WS-NON-NUMERIC TO TTL-VALUE.
093600     PERFORM 7400-TOTAL-LINE THRU 7400-TOTAL-LINE-EXIT.
093700 7000-PRINT-CASES-EXIT.
093800     EXIT.
093900 7100-RETURN-ONE.
094000     RETURN CASEWORK
094100         AT END
094200             SET WS-SORT-EOF TO TRUE
094300             GO TO 7100-RETURN-ONE-EXIT
094400     END-RETURN.
094500     MOVE CWK-ALERT TO ALERT-RECORD.
094600     IF NOT WS-BRANCH-SEEN OR
094700        CWK-BRANCH-CODE NOT = WS-PRIOR-BRANCH
094800         PERFORM 7200-BRANCH-BREAK THRU 7200-BRANCH-BREAK-EXIT
094900     END-IF.
095000     MOVE "D" TO WS-DC-FUNCTION.
095100     MOVE ALT-BUSINESS-DATE TO WS-DC-DATE.
095200     CALL "DATECHEK" USING WS-DC-FUNCTION WS-DC-DATE
095300                           WS-DC-DAY-NUMBER WS-DC-RESULT.
095400     IF WS-DC-RESULT = "Y" AND
095500        WS-DC-DAY-NUMBER NOT > WS-BUSINESS-DAYS
095600         COMPUTE WS-ALERT-AGE = WS-BUSINESS-DAYS
095700             - WS-DC-DAY-NUMBER
095800     ELSE
095900         MOVE ZERO TO WS-ALERT-AGE
096000     END-IF.
096100     MOVE ALT-BUSINESS-DATE TO DTL-ALERT-DATE.
096200     MOVE ALT-SEQUENCE      TO DTL-ALERT-SEQ.
096300     MOVE ALT-ACCOUNT-NO    TO DTL-ACCOUNT-NO.
096400     MOVE ALT-RULE          TO DTL-RULE.
096500     MOVE ALT-FIGURE        TO DTL-FIGURE.
096600     MOVE ALT-THRESHOLD     TO DTL-THRESHOLD.
096700     MOVE WS-ALERT-AGE      TO DTL-AGE.
096800     MOVE WS-DETAIL-LINE TO WS-RPT-DETAIL.
096900     PERFORM 9800-PUT-REPORT-LINE THRU 9800-PUT-REPORT-LINE-EXIT.
097000     ADD 1 TO WS-BRANCH-COUNT.
097100     ADD 1 TO WS-ALERTS-OPEN.
097200 7100-RETURN-ONE-EXIT.
097300     EXIT.
097400*----------------------------------------------------------------
097500* 7200-BRANCH-BREAK : close the prior branch, open the next.
097600*----------------------------------------------------------------
097700 7200-BRANCH-BREAK.
097800     IF WS-BRANCH-SEEN
097900         PERFORM 7300-BRANCH-TOTAL THRU 7300-BRANCH-TOTAL-EXIT
098000         MOVE SPACES TO WS-RPT-DETAIL
098100         PERFORM 9800-PUT-REPORT-LINE
098200             THRU 9800-PUT-REPORT-LINE-EXIT
098300     END-IF.
098400     SET WS-BRANCH-SEEN TO TRUE.
098500     MOVE CWK-BRANCH-CODE TO WS-PRIOR-BRANCH.
098600     MOVE ZERO TO WS-BRANCH-COUNT.
098700     MOVE CWK-BRANCH-CODE TO BRH-BRANCH-CODE.
098800     MOVE WS-BRANCH-HEADER TO WS-RPT-DETAIL.
098900     PERFORM 9800-PUT-REPORT-LINE THRU 9800-PUT-REPORT-LINE-EXIT.
099000     MOVE WS-COLUMN-HEADER TO WS-RPT-DETAIL.
099100     PERFORM 9800-PUT-REPORT-LINE THRU 9800-PUT-REPORT-LINE-EXIT.
099200 7200-BRANCH-BREAK-EXIT.
099300     EXIT.
099400 7300-BRANCH-TOTAL.
099500     MOVE WS-PRIOR-BRANCH TO BRT-BRANCH-CODE.
099600     MOVE WS-BRANCH-COUNT TO BRT-COUNT.
099700     MOVE WS-BRANCH-TOTAL-LINE TO WS-RPT-DETAIL.
099800     PERFORM 9800-PUT-REPORT-LINE THRU 9800-PUT-REPORT-LINE-EXIT.
099900 7300-BRANCH-TOTAL-EXIT.
100000     EXIT.
100100 7400-TOTAL-LINE.
100200     MOVE WS-TOTAL-LINE TO WS-RPT-DETAIL.
100300     PERFORM 9800-PUT-REPORT-LINE THRU 9800-PUT-REPORT-LINE-EXIT.
100400 7400-TOTAL-LINE-EXIT.
100500     EXIT.
100600 7500-RULE-TOTAL.
100700     MOVE SPACES TO TTL-LABEL.
100800     MOVE WS-RULE-NAME (WS-RULE-SUB) TO TTL-LABEL (1:24).
100900     MOVE WS-RULE-RAISED (WS-RULE-SUB) TO TTL-VALUE.
101000     PERFORM 7400-TOTAL-LINE THRU 7400-TOTAL-LINE-EXIT.
101100 7500-RULE-TOTAL-EXIT.
101200     EXIT.
101300*----------------------------------------------------------------
101400* 9000-CLOSE-FILES
101500*----------------------------------------------------------------
101600 9000-CLOSE-FILES.
101700     CLOSE CUSTMAST.
101800     CLOSE BALMAST.
101900     IF WS-BALHIST-OPEN
102000         CLOSE BALHIST
102100     END-IF.
102200     CLOSE MONTRACK.
102300     CLOSE ALTCASE.
102400     CLOSE MONALRT.
102500     CLOSE PRTMONC.
102600 9000-CLOSE-FILES-EXIT.
102700     EXIT.
102800*----------------------------------------------------------------
102900* 9800-PUT-REPORT-LINE : one line through the shared RPTWRITE
103000*                       page writer.
103100*----------------------------------------------------------------
103200 9800-PUT-REPORT-LINE.
103300     CALL "RPTWRITE" USING WS-RPT-STATE WS-RPT-TITLE
103400                           WS-RPT-DETAIL WS-RPT-OUT.
103500     PERFORM 9810-WRITE-OUT-LINE THRU 9810-WRITE-OUT-LINE-EXIT
103600         VARYING WS-RPT-SUB FROM 1 BY 1
103700         UNTIL WS-RPT-SUB > WS-RPT-OUT-COUNT.
103800 9800-PUT-REPORT-LINE-EXIT.
103900     EXIT.
104000 9810-WRITE-OUT-LINE.
104100     WRITE PRTMONC-LINE FROM WS-RPT-OUT-LINE (WS-RPT-SUB).
104200 9810-WRITE-OUT-LINE-EXIT.
104300     EXIT.
