000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. HLDREG.
000300 AUTHOR. D-SYSTEMS BATCH GROUP.
000400 INSTALLATION. ESSAI BATCH SUITE.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 2026-10-15 EL  Initial version. Nightly step on STEPDEF after
001100*                CLOSREQ, ahead of FEEDMRG and so of ESSAIZERO.
001200*                Reads the HOLDMAST register HLDUPDT maintains
001300*                and expires every active hold whose expiry
001400*                date has come (HLDREC.cpy - the expiry date is
001500*                the first business date the hold no longer
001600*                applies) : status E, end date the CTLDATE
001700*                business date, a before/after image on the
001800*                HLDJRNL journal as HLDUPDT writes. ESSAIZERO
001900*                then holds funds tonight for the holds still
002000*                active only. The holds standing are listed on
002100*                the PRTHLD register, one page per branch, by
002200*                account : each hold, then the account's total
002300*                in force against its BALMAST closing balance,
002400*                marked when the balance no longer covers it or
002500*                when the account is closed or unknown. A hold
002600*                whose start date is still to come is listed
002700*                and marked, not counted in force. Branch and
002800*                bank totals close the register. RETURN-CODE 4
002900*                when a hold stands on a closed or unknown
003000*                account, or CUSTMAST or BALMAST is missing.
003100*----------------------------------------------------------------
003200 ENVIRONMENT DIVISION.
003300 CONFIGURATION SECTION.
003400 INPUT-OUTPUT SECTION.
003500 FILE-CONTROL.
003600     SELECT CTLDATE ASSIGN TO "CTLDATE"
003700         ORGANIZATION IS SEQUENTIAL
003800         FILE STATUS IS WS-CTLDATE-STATUS.
003900     SELECT HOLDMAST ASSIGN TO "HOLDMAST"
004000         ORGANIZATION IS INDEXED
004100         ACCESS MODE IS SEQUENTIAL
004200         RECORD KEY IS HLD-KEY
004300         FILE STATUS IS WS-HOLDMAST-STATUS.
004400     SELECT HLDJRNL ASSIGN TO "HLDJRNL"
004500         ORGANIZATION IS SEQUENTIAL
004600         FILE STATUS IS WS-HLDJRNL-STATUS.
004700     SELECT CUSTMAST ASSIGN TO "CUSTMAST"
004800         ORGANIZATION IS INDEXED
004900         ACCESS MODE IS RANDOM
005000         RECORD KEY IS CUST-NUMBER
005100         ALTERNATE RECORD KEY IS CUST-NAME
005200             WITH DUPLICATES
005300         FILE STATUS IS WS-CUSTMAST-STATUS.
005400     SELECT BALMAST ASSIGN TO "BALMAST"
005500         ORGANIZATION IS INDEXED
005600         ACCESS MODE IS RANDOM
005700         RECORD KEY IS BAL-ACCOUNT-NO
005800         FILE STATUS IS WS-BALMAST-STATUS.
005900     SELECT BRNMAST ASSIGN TO "BRNMAST"
006000         ORGANIZATION IS INDEXED
006100         ACCESS MODE IS RANDOM
006200         RECORD KEY IS BRN-CODE
006300         FILE STATUS IS WS-BRNMAST-STATUS.
006400     SELECT HLDSORT ASSIGN TO "HLDSORT".
006500     SELECT PRTHLD ASSIGN TO "PRTHLD"
006600         ORGANIZATION IS SEQUENTIAL.
006700 DATA DIVISION.
006800 FILE SECTION.
006900 FD  CTLDATE
007000     LABEL RECORDS ARE STANDARD.
007100 01  CTLDATE-RECORD.
007200     05  CTL-BUSINESS-DATE    PIC 9(08).
007300     05  CTL-CYCLE            PIC 9(01).
007400     05  FILLER               PIC X(11).
007500 FD  HOLDMAST.
007600 COPY HLDREC.
007700*----------------------------------------------------------------
007800* HLDJRNL : the HLDUPDT journal layout. HLDREG writes action R,
007900*           a hold expired.
008000*----------------------------------------------------------------
008100 FD  HLDJRNL
008200     LABEL RECORDS ARE STANDARD.
008300 01  HLDJRNL-RECORD.
008400     05  HJR-PROGRAM          PIC X(08).
008500     05  HJR-RUN-DATE         PIC 9(08).
008600     05  HJR-RUN-TIME         PIC 9(06).
008700     05  HJR-ACTION           PIC X(01).
008800     05  HJR-PRIOR-IMAGE      PIC X(160).
008900     05  HJR-NEW-IMAGE        PIC X(160).
009000     05  FILLER               PIC X(01).
009100 FD  CUSTMAST.
009200 COPY CUSTREC.
009300 FD  BALMAST.
009400 COPY BALREC.
009500 FD  BRNMAST.
009600 COPY BRNREC.
009700*----------------------------------------------------------------
009800* HLDSORT : one hold standing, by the account's branch. HSR-
009900* CUST-STATE C = account closed, U = not on CUSTMAST, ? = not
010000* checked (no CUSTMAST), space = open.
010100*----------------------------------------------------------------
010200 SD  HLDSORT.
010300 01  HLDSORT-RECORD.
010400     05  HSR-BRANCH           PIC X(04).
010500     05  HSR-ACCOUNT-NO       PIC X(10).
010600     05  HSR-HOLD-NO          PIC 9(03).
010700     05  HSR-CUST-NAME        PIC X(10).
010800     05  HSR-CUST-STATE       PIC X(01).
010900     05  HSR-TYPE             PIC X(01).
011000     05  HSR-AMOUNT           PIC 9(10).
011100     05  HSR-ORDER-REFERENCE  PIC X(20).
011200     05  HSR-START-DATE       PIC 9(08).
011300     05  HSR-EXPIRY-DATE      PIC 9(08).
011400*----------------------------------------------------------------
011500* PRTHLD : the register, print-ready. PRH-CONTROL is the ASA
011600* carriage control - 1 = new page, space = next line.
011700*----------------------------------------------------------------
011800 FD  PRTHLD
011900     LABEL RECORDS ARE STANDARD.
012000 01  PRTHLD-RECORD.
012100     05  PRH-CONTROL          PIC X(01).
012200     05  PRH-TEXT             PIC X(80).
012300 WORKING-STORAGE SECTION.
012400*----------------------------------------------------------------
012500* 77-LEVEL WORK ITEMS
012600*----------------------------------------------------------------
012700 77  WS-CTLDATE-STATUS        PIC X(02) VALUE SPACES.
012800 77  WS-HOLDMAST-STATUS       PIC X(02) VALUE SPACES.
012900 77  WS-HLDJRNL-STATUS        PIC X(02) VALUE SPACES.
013000 77  WS-CUSTMAST-STATUS       PIC X(02) VALUE SPACES.
013100 77  WS-BALMAST-STATUS        PIC X(02) VALUE SPACES.
013200 77  WS-BRNMAST-STATUS        PIC X(02) VALUE SPACES.
013300 77  WS-EOF-SW                PIC X(01) VALUE "N".
013400     88  WS-EOF               VALUE "Y".
013500 77  WS-SRT-EOF-SW            PIC X(01) VALUE "N".
013600     88  WS-SRT-EOF           VALUE "Y".
013700 77  WS-HOLDMAST-SW           PIC X(01) VALUE "N".
013800     88  WS-HOLDMAST-ABSENT   VALUE "Y".
013900 77  WS-CUSTMAST-SW           PIC X(01) VALUE "N".
014000     88  WS-CUSTMAST-ABSENT   VALUE "Y".
014100 77  WS-BALMAST-SW            PIC X(01) VALUE "N".
014200     88  WS-BALMAST-ABSENT    VALUE "Y".
014300 77  WS-BRNMAST-SW            PIC X(01) VALUE "N".
014400     88  WS-BRNMAST-ABSENT    VALUE "Y".
014500 77  WS-BALANCE-SW            PIC X(01) VALUE "N".
014600     88  WS-BALANCE-FOUND     VALUE "Y".
014700 77  WS-RC                    PIC 9(02) VALUE ZERO.
014800 77  WS-RUN-DATE              PIC 9(08) VALUE ZERO.
014900 77  WS-RUN-TIME              PIC 9(08) VALUE ZERO.
015000 77  WS-BUSINESS-DATE         PIC 9(08) VALUE ZERO.
015100 77  WS-PRIOR-IMAGE           PIC X(160) VALUE SPACES.
015200 77  WS-CUR-BRANCH            PIC X(04) VALUE SPACES.
015300 77  WS-CUR-BRANCH-NAME       PIC X(20) VALUE SPACES.
015400 77  WS-CUR-ACCOUNT           PIC X(10) VALUE SPACES.
015500 77  WS-CUR-STATE             PIC X(01) VALUE SPACE.
015600 77  WS-ACC-IN-FORCE          PIC 9(12) VALUE ZERO.
015700 77  WS-ACC-BALANCE           PIC S9(12) VALUE ZERO.
015800 77  WS-TOT-SUB               PIC 9(01) COMP VALUE ZERO.
015900 77  WS-PAGE-NUMBER           PIC 9(04) COMP VALUE ZERO.
016000 77  WS-LINE-COUNT            PIC 9(03) COMP VALUE ZERO.
016100 77  WS-HOLDS-READ            PIC 9(07) COMP VALUE ZERO.
016200 77  WS-HOLDS-EXPIRED         PIC 9(07) COMP VALUE ZERO.
016300 77  WS-HOLDS-LISTED          PIC 9(07) COMP VALUE ZERO.
016400 77  WS-HOLDS-ORPHAN          PIC 9(07) COMP VALUE ZERO.
016500 77  WS-BRANCHES              PIC 9(05) COMP VALUE ZERO.
016600*----------------------------------------------------------------
016700* TOTALS - entry 1 the current branch, entry 2 the bank.
016800*----------------------------------------------------------------
016900 01  WS-TOTALS-TABLE.
017000     05  WS-TOT-ENTRY         OCCURS 2 TIMES.
017100         10  TOT-HOLDS        PIC 9(07) COMP.
017200         10  TOT-PENDING      PIC 9(07) COMP.
017300         10  TOT-ACCOUNTS     PIC 9(07) COMP.
017400         10  TOT-UNCOVERED    PIC 9(07) COMP.
017500         10  TOT-IN-FORCE     PIC 9(15).
017600*----------------------------------------------------------------
017700* REPORT LINES
017800*----------------------------------------------------------------
017900 01  WS-TITLE-LINE.
018000     05  FILLER               PIC X(23) VALUE
018100         "REGISTRE DES SAISIES - ".
018200     05  FILLER               PIC X(05) VALUE "DATE ".
018300     05  TTL-DATE             PIC 9(08).
018400     05  FILLER               PIC X(03) VALUE SPACES.
018500     05  TTL-BRANCH           PIC X(04).
018600     05  FILLER               PIC X(01) VALUE SPACE.
018700     05  TTL-BRANCH-NAME      PIC X(20).
018800     05  FILLER               PIC X(07) VALUE SPACES.
018900     05  FILLER               PIC X(05) VALUE "PAGE ".
019000     05  TTL-PAGE             PIC ZZZ9.
019100 01  WS-HEAD-1.
019200     05  FILLER               PIC X(40) VALUE
019300         "COMPTE     NOM        NUM T    MONTANT D".
019400     05  FILLER               PIC X(40) VALUE
019500         "EBUT    ECHEANCE REFERENCE ORDONNANCE   ".
019600 01  WS-DETAIL-LINE.
019700     05  DTL-ACCOUNT-NO       PIC X(10).
019800     05  FILLER               PIC X(01) VALUE SPACE.
019900     05  DTL-CUST-NAME        PIC X(10).
020000     05  FILLER               PIC X(01) VALUE SPACE.
020100     05  DTL-HOLD-NO          PIC 9(03).
020200     05  FILLER               PIC X(01) VALUE SPACE.
020300     05  DTL-TYPE             PIC X(01).
020400     05  FILLER               PIC X(01) VALUE SPACE.
020500     05  DTL-AMOUNT           PIC Z(9)9.
020600     05  FILLER               PIC X(01) VALUE SPACE.
020700     05  DTL-START-DATE       PIC 9(08).
020800     05  FILLER               PIC X(01) VALUE SPACE.
020900     05  DTL-EXPIRY-DATE      PIC X(08).
021000     05  FILLER               PIC X(01) VALUE SPACE.
021100     05  DTL-ORDER-REFERENCE  PIC X(20).
021200     05  FILLER               PIC X(01) VALUE SPACE.
021300     05  DTL-PENDING          PIC X(01).
021400     05  FILLER               PIC X(01) VALUE SPACE.
021500 01  WS-ACCOUNT-LINE.
021600     05  FILLER               PIC X(10) VALUE SPACES.
021700     05  FILLER               PIC X(16) VALUE
021800         "TOTAL EN VIGUEUR".
021900     05  ACL-IN-FORCE         PIC Z(11)9.
022000     05  FILLER               PIC X(08) VALUE "  SOLDE ".
022100     05  ACL-BALANCE          PIC -(11)9.
022200     05  FILLER               PIC X(01) VALUE SPACE.
022300     05  ACL-FLAG             PIC X(20).
022400     05  FILLER               PIC X(01) VALUE SPACE.
022500 01  WS-TOTAL-HEADER.
022600     05  TTH-LABEL            PIC X(13).
022700     05  TTH-BRANCH           PIC X(04).
022800     05  FILLER               PIC X(01) VALUE SPACE.
022900     05  TTH-BRANCH-NAME      PIC X(20).
023000     05  FILLER               PIC X(42) VALUE SPACES.
023100 01  WS-COUNT-LINE.
023200     05  FILLER               PIC X(03) VALUE SPACES.
023300     05  CNL-LABEL            PIC X(32).
023400     05  CNL-COUNT            PIC Z(8)9.
023500     05  FILLER               PIC X(36) VALUE SPACES.
023600 01  WS-AMOUNT-LINE.
023700     05  FILLER               PIC X(03) VALUE SPACES.
023800     05  AML-LABEL            PIC X(32).
023900     05  AML-VALUE            PIC -(15)9.
024000     05  FILLER               PIC X(29) VALUE SPACES.
024100 PROCEDURE DIVISION.
024200*----------------------------------------------------------------
024300* 0000-MAINLINE
024400*----------------------------------------------------------------
024500 0000-MAINLINE.
024600     DISPLAY "REGISTRE DES SAISIES ET BLOCAGES JUDICIAIRES".
024700     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
024800     ACCEPT WS-RUN-TIME FROM TIME.
024900     PERFORM 0100-READ-CTLDATE THRU 0100-READ-CTLDATE-EXIT.
025000     IF WS-RC < 8
025100         PERFORM 0300-OPEN-FILES THRU 0300-OPEN-FILES-EXIT
025200     END-IF.
025300     IF WS-RC > 4
025400         MOVE WS-RC TO RETURN-CODE
025500         STOP RUN
025600     END-IF.
025700     OPEN OUTPUT PRTHLD.
025800     SORT HLDSORT
025900         ON ASCENDING KEY HSR-BRANCH HSR-ACCOUNT-NO HSR-HOLD-NO
026000         INPUT PROCEDURE IS 1000-EXPIRE-HOLDS
026100             THRU 1000-EXPIRE-HOLDS-EXIT
026200         OUTPUT PROCEDURE IS 3000-PRINT-REGISTER
026300             THRU 3000-PRINT-REGISTER-EXIT.
026400     PERFORM 9000-CLOSE-FILES THRU 9000-CLOSE-FILES-EXIT.
026500     DISPLAY "SAISIES LUES             : " WS-HOLDS-READ.
026600     DISPLAY "SAISIES ECHUES CE SOIR   : " WS-HOLDS-EXPIRED.
026700     DISPLAY "SAISIES EN COURS         : " WS-HOLDS-LISTED.
026800     DISPLAY "COMPTES SAISIS           : " TOT-ACCOUNTS (2).
026900     DISPLAY "COMPTES NON COUVERTS     : " TOT-UNCOVERED (2).
027000     DISPLAY "SAISIES COMPTE CLOS/INC. : " WS-HOLDS-ORPHAN.
027100     IF WS-HOLDS-ORPHAN > ZERO AND WS-RC < 4
027200         MOVE 4 TO WS-RC
027300     END-IF.
027400     MOVE WS-RC TO RETURN-CODE.
027500     STOP RUN.
027600*----------------------------------------------------------------
027700* 0100-READ-CTLDATE : the business date the holds are expired
027800*                    and listed for.
027900*----------------------------------------------------------------
028000 0100-READ-CTLDATE.
028100     OPEN INPUT CTLDATE.
028200     IF WS-CTLDATE-STATUS NOT = "00"
028300         DISPLAY "CTLDATE ABSENTE - REGISTRE IMPOSSIBLE"
028400         MOVE 16 TO WS-RC
028500         GO TO 0100-READ-CTLDATE-EXIT
028600     END-IF.
028700     READ CTLDATE
028800         AT END
028900             DISPLAY "CTLDATE VIDE - REGISTRE IMPOSSIBLE"
029000             MOVE 16 TO WS-RC
029100     END-READ.
029200     CLOSE CTLDATE.
029300     IF WS-RC = 16
029400         GO TO 0100-READ-CTLDATE-EXIT
029500     END-IF.
029600     MOVE CTL-BUSINESS-DATE TO WS-BUSINESS-DATE.
029700     DISPLAY "DATE METIER " WS-BUSINESS-DATE.
029800 0100-READ-CTLDATE-EXIT.
029900     EXIT.
030000*----------------------------------------------------------------
030100* 0300-OPEN-FILES : no HOLDMAST yet (no hold ever placed) prints
030200*                  an empty register. Without CUSTMAST the
030300*                  accounts go unnamed and unchecked, without
030400*                  BALMAST the balances unknown (RETURN-CODE 4
030500*                  either way) ; without BRNMAST the branches
030600*                  go unnamed.
030700*----------------------------------------------------------------
030800 0300-OPEN-FILES.
030900     OPEN I-O HOLDMAST.
031000     IF WS-HOLDMAST-STATUS = "35"
031100         SET WS-HOLDMAST-ABSENT TO TRUE
031200         DISPLAY "HOLDMAST ABSENT - AUCUNE SAISIE"
031300         GO TO 0310-OPEN-MASTERS
031400     END-IF.
031500     IF WS-HOLDMAST-STATUS NOT = "00"
031600         DISPLAY "HOLDMAST INDISPONIBLE (STATUT "
031700             WS-HOLDMAST-STATUS ") - ARRET"
031800         MOVE 16 TO WS-RC
031900         GO TO 0300-OPEN-FILES-EXIT
032000     END-IF.
032100     OPEN EXTEND HLDJRNL.
032200     IF WS-HLDJRNL-STATUS = "35"
032300         OPEN OUTPUT HLDJRNL
032400     END-IF.
032500 0310-OPEN-MASTERS.
032600     OPEN INPUT CUSTMAST.
032700     IF WS-CUSTMAST-STATUS NOT = "00"
032800         SET WS-CUSTMAST-ABSENT TO TRUE
032900         DISPLAY "ALERTE : CUSTMAST ABSENT (STATUT "
033000             WS-CUSTMAST-STATUS ") - COMPTES NON CONTROLES"
033100         MOVE 4 TO WS-RC
033200     END-IF.
033300     OPEN INPUT BALMAST.
033400     IF WS-BALMAST-STATUS NOT = "00"
033500         SET WS-BALMAST-ABSENT TO TRUE
033600         DISPLAY "ALERTE : BALMAST ABSENT (STATUT "
033700             WS-BALMAST-STATUS ") - SOLDES INCONNUS"
033800         MOVE 4 TO WS-RC
033900     END-IF.
034000     OPEN INPUT BRNMAST.
034100     IF WS-BRNMAST-STATUS NOT = "00"
034200         SET WS-BRNMAST-ABSENT TO TRUE
034300         DISPLAY "BRNMAST ABSENT - AGENCES SANS NOM"
034400     END-IF.
034500 0300-OPEN-FILES-EXIT.
034600     EXIT.
034700*----------------------------------------------------------------
034800* 1000-EXPIRE-HOLDS : HOLDMAST in key order. A hold come to its
034900*                    expiry date is expired ; every hold still
035000*                    active goes to the register sort.
035100*----------------------------------------------------------------
035200 1000-EXPIRE-HOLDS.
035300     IF WS-HOLDMAST-ABSENT
035400         GO TO 1000-EXPIRE-HOLDS-EXIT
035500     END-IF.
035600     MOVE "N" TO WS-EOF-SW.
035700     PERFORM 1100-ONE-HOLD THRU 1100-ONE-HOLD-EXIT
035800         UNTIL WS-EOF.
035900 1000-EXPIRE-HOLDS-EXIT.
036000     EXIT.
036100 1100-ONE-HOLD.
036200     READ HOLDMAST NEXT RECORD
036300         AT END
036400             SET WS-EOF TO TRUE
036500             GO TO 1100-ONE-HOLD-EXIT
036600     END-READ.
036700     ADD 1 TO WS-HOLDS-READ.
036800     IF NOT HLD-ACTIVE
036900         GO TO 1100-ONE-HOLD-EXIT
037000     END-IF.
037100     IF HLD-EXPIRY-DATE NOT = ZERO AND
037200        HLD-EXPIRY-DATE NOT > WS-BUSINESS-DATE
037300         PERFORM 1200-EXPIRE-HOLD THRU 1200-EXPIRE-HOLD-EXIT
037400         GO TO 1100-ONE-HOLD-EXIT
037500     END-IF.
037600     PERFORM 1300-RELEASE-HOLD THRU 1300-RELEASE-HOLD-EXIT.
037700 1100-ONE-HOLD-EXIT.
037800     EXIT.
037900*----------------------------------------------------------------
038000* 1200-EXPIRE-HOLD : status E under tonight's business date, and
038100*                   its image on the journal. A rerun finds it
038200*                   expired already and leaves it be.
038300*----------------------------------------------------------------
038400 1200-EXPIRE-HOLD.
038500     MOVE HLD-RECORD TO WS-PRIOR-IMAGE.
038600     MOVE "E" TO HLD-STATUS.
038700     MOVE WS-BUSINESS-DATE TO HLD-END-DATE.
038800     REWRITE HLD-RECORD.
038900     MOVE SPACES            TO HLDJRNL-RECORD.
039000     MOVE "HLDREG  "        TO HJR-PROGRAM.
039100     MOVE WS-RUN-DATE       TO HJR-RUN-DATE.
039200     MOVE WS-RUN-TIME (1:6) TO HJR-RUN-TIME.
039300     MOVE "R"               TO HJR-ACTION.
039400     MOVE WS-PRIOR-IMAGE    TO HJR-PRIOR-IMAGE.
039500     MOVE HLD-RECORD        TO HJR-NEW-IMAGE.
039600     WRITE HLDJRNL-RECORD.
039700     ADD 1 TO WS-HOLDS-EXPIRED.
039800     DISPLAY "SAISIE ECHUE " HLD-ACCOUNT-NO "/" HLD-HOLD-NO
039900         " " HLD-AMOUNT " ECHEANCE " HLD-EXPIRY-DATE.
040000 1200-EXPIRE-HOLD-EXIT.
040100     EXIT.
040200*----------------------------------------------------------------
040300* 1300-RELEASE-HOLD : an active hold to the sort, under the
040400*                    branch CUSTMAST holds the account at today
040500*                    (the branch it was placed under when the
040600*                    account is not found).
040700*----------------------------------------------------------------
040800 1300-RELEASE-HOLD.
040900     MOVE HLD-BRANCH-CODE     TO HSR-BRANCH.
041000     MOVE HLD-ACCOUNT-NO      TO HSR-ACCOUNT-NO.
041100     MOVE HLD-HOLD-NO         TO HSR-HOLD-NO.
041200     MOVE SPACES              TO HSR-CUST-NAME.
041300     MOVE SPACE               TO HSR-CUST-STATE.
041400     MOVE HLD-TYPE            TO HSR-TYPE.
041500     MOVE HLD-AMOUNT          TO HSR-AMOUNT.
041600     MOVE HLD-ORDER-REFERENCE TO HSR-ORDER-REFERENCE.
041700     MOVE HLD-START-DATE      TO HSR-START-DATE.
041800     MOVE HLD-EXPIRY-DATE     TO HSR-EXPIRY-DATE.
041900     IF WS-CUSTMAST-ABSENT
042000         MOVE "?" TO HSR-CUST-STATE
042100         GO TO 1310-RELEASE
042200     END-IF.
042300     MOVE HLD-ACCOUNT-NO TO CUST-NUMBER.
042400     READ CUSTMAST
042500         INVALID KEY
042600             MOVE "U" TO HSR-CUST-STATE
042700             GO TO 1310-RELEASE
042800     END-READ.
042900     MOVE CUST-BRANCH-CODE TO HSR-BRANCH.
043000     MOVE CUST-NAME        TO HSR-CUST-NAME.
043100     IF CUST-CLOSED
043200         MOVE "C" TO HSR-CUST-STATE
043300     END-IF.
043400 1310-RELEASE.
043500     RELEASE HLDSORT-RECORD.
043600     ADD 1 TO WS-HOLDS-LISTED.
043700 1300-RELEASE-HOLD-EXIT.
043800     EXIT.
043900*----------------------------------------------------------------
044000* 3000-PRINT-REGISTER : the holds standing, branch by branch,
044100*                      then the bank totals.
044200*----------------------------------------------------------------
044300 3000-PRINT-REGISTER.
044400     MOVE 2 TO WS-TOT-SUB.
044500     PERFORM 3900-CLEAR-TOTALS THRU 3900-CLEAR-TOTALS-EXIT.
044600     MOVE "N" TO WS-SRT-EOF-SW.
044700     PERFORM 3010-RETURN-ONE THRU 3010-RETURN-ONE-EXIT.
044800     PERFORM 3100-ONE-BRANCH THRU 3100-ONE-BRANCH-EXIT
044900         UNTIL WS-SRT-EOF.
045000     MOVE SPACES TO WS-CUR-BRANCH WS-CUR-BRANCH-NAME.
045100     PERFORM 3200-PAGE-HEADING THRU 3200-PAGE-HEADING-EXIT.
045200     MOVE "TOTAL BANQUE " TO TTH-LABEL.
045300     MOVE 2 TO WS-TOT-SUB.
045400     PERFORM 3400-PRINT-TOTALS THRU 3400-PRINT-TOTALS-EXIT.
045500     MOVE SPACE TO PRH-CONTROL.
045600     MOVE SPACES TO PRH-TEXT.
045700     WRITE PRTHLD-RECORD.
045800     MOVE "AGENCES                        : " TO CNL-LABEL.
045900     MOVE WS-BRANCHES TO CNL-COUNT.
046000     MOVE WS-COUNT-LINE TO PRH-TEXT.
046100     WRITE PRTHLD-RECORD.
046200     MOVE "SAISIES ECHUES CE SOIR         : " TO CNL-LABEL.
046300     MOVE WS-HOLDS-EXPIRED TO CNL-COUNT.
046400     MOVE WS-COUNT-LINE TO PRH-TEXT.
046500     WRITE PRTHLD-RECORD.
046600     MOVE "SAISIES SUR COMPTE CLOS/INCONNU: " TO CNL-LABEL.
046700     MOVE WS-HOLDS-ORPHAN TO CNL-COUNT.
046800     MOVE WS-COUNT-LINE TO PRH-TEXT.
046900     WRITE PRTHLD-RECORD.
047000     MOVE SPACES TO PRH-TEXT.
047100     WRITE PRTHLD-RECORD.
047200     MOVE "* = DATE DE DEBUT A VENIR - PAS ENCORE EN VIGUEUR"
047300         TO PRH-TEXT.
047400     WRITE PRTHLD-RECORD.
047500 3000-PRINT-REGISTER-EXIT.
047600     EXIT.
047700 3010-RETURN-ONE.
047800     RETURN HLDSORT
047900         AT END
048000             SET WS-SRT-EOF TO TRUE
048100     END-RETURN.
048200 3010-RETURN-ONE-EXIT.
048300     EXIT.
048400*----------------------------------------------------------------
048500* 3100-ONE-BRANCH : the held accounts of one branch.
048600*----------------------------------------------------------------
048700 3100-ONE-BRANCH.
048800     MOVE HSR-BRANCH TO WS-CUR-BRANCH.
048900     ADD 1 TO WS-BRANCHES.
049000     MOVE 1 TO WS-TOT-SUB.
049100     PERFORM 3900-CLEAR-TOTALS THRU 3900-CLEAR-TOTALS-EXIT.
049200     PERFORM 3110-BRANCH-NAME THRU 3110-BRANCH-NAME-EXIT.
049300     PERFORM 3200-PAGE-HEADING THRU 3200-PAGE-HEADING-EXIT.
049400     PERFORM 3300-ONE-ACCOUNT THRU 3300-ONE-ACCOUNT-EXIT
049500         UNTIL WS-SRT-EOF OR HSR-BRANCH NOT = WS-CUR-BRANCH.
049600     IF WS-LINE-COUNT > 48
049700         PERFORM 3200-PAGE-HEADING THRU 3200-PAGE-HEADING-EXIT
049800     END-IF.
049900     MOVE "TOTAL AGENCE " TO TTH-LABEL.
050000     MOVE 1 TO WS-TOT-SUB.
050100     PERFORM 3400-PRINT-TOTALS THRU 3400-PRINT-TOTALS-EXIT.
050200 3100-ONE-BRANCH-EXIT.
050300     EXIT.
050400 3110-BRANCH-NAME.
050500     MOVE SPACES TO WS-CUR-BRANCH-NAME.
050600     IF WS-CUR-BRANCH = SPACES
050700         MOVE "SANS AGENCE" TO WS-CUR-BRANCH-NAME
050800         GO TO 3110-BRANCH-NAME-EXIT
050900     END-IF.
051000     IF WS-BRNMAST-ABSENT
051100         GO TO 3110-BRANCH-NAME-EXIT
051200     END-IF.
051300     MOVE WS-CUR-BRANCH TO BRN-CODE.
051400     READ BRNMAST
051500         INVALID KEY
051600             MOVE "AGENCE INCONNUE" TO WS-CUR-BRANCH-NAME
051700         NOT INVALID KEY
051800             MOVE BRN-NAME TO WS-CUR-BRANCH-NAME
051900     END-READ.
052000 3110-BRANCH-NAME-EXIT.
052100     EXIT.
052200*----------------------------------------------------------------
052300* 3200-PAGE-HEADING : a new page - title, branch, column heads.
052400*----------------------------------------------------------------
052500 3200-PAGE-HEADING.
052600     ADD 1 TO WS-PAGE-NUMBER.
052700     MOVE WS-BUSINESS-DATE   TO TTL-DATE.
052800     MOVE WS-CUR-BRANCH      TO TTL-BRANCH.
052900     MOVE WS-CUR-BRANCH-NAME TO TTL-BRANCH-NAME.
053000     MOVE WS-PAGE-NUMBER     TO TTL-PAGE.
053100     MOVE "1" TO PRH-CONTROL.
053200     MOVE WS-TITLE-LINE TO PRH-TEXT.
053300     WRITE PRTHLD-RECORD.
053400     MOVE SPACE TO PRH-CONTROL.
053500     MOVE SPACES TO PRH-TEXT.
053600     WRITE PRTHLD-RECORD.
053700     MOVE WS-HEAD-1 TO PRH-TEXT.
053800     WRITE PRTHLD-RECORD.
053900     MOVE 3 TO WS-LINE-COUNT.
054000 3200-PAGE-HEADING-EXIT.
054100     EXIT.
054200*----------------------------------------------------------------
054300* 3300-ONE-ACCOUNT : the holds of one account, then its total
054400*                   in force against its balance.
054500*----------------------------------------------------------------
054600 3300-ONE-ACCOUNT.
054700     MOVE HSR-ACCOUNT-NO TO WS-CUR-ACCOUNT.
054800     MOVE HSR-CUST-STATE TO WS-CUR-STATE.
054900     MOVE ZERO TO WS-ACC-IN-FORCE.
055000     PERFORM 3310-ONE-HOLD THRU 3310-ONE-HOLD-EXIT
055100         UNTIL WS-SRT-EOF OR
055200               HSR-BRANCH NOT = WS-CUR-BRANCH OR
055300               HSR-ACCOUNT-NO NOT = WS-CUR-ACCOUNT.
055400     PERFORM 3320-ACCOUNT-LINE THRU 3320-ACCOUNT-LINE-EXIT.
055500 3300-ONE-ACCOUNT-EXIT.
055600     EXIT.
055700*----------------------------------------------------------------
055800* 3310-ONE-HOLD : one hold line. A hold in force from a date
055900*                still to come is marked and left out of the
056000*                account's total in force.
056100*----------------------------------------------------------------
056200 3310-ONE-HOLD.
056300     IF WS-LINE-COUNT > 55
056400         PERFORM 3200-PAGE-HEADING THRU 3200-PAGE-HEADING-EXIT
056500     END-IF.
056600     MOVE HSR-ACCOUNT-NO      TO DTL-ACCOUNT-NO.
056700     MOVE HSR-CUST-NAME       TO DTL-CUST-NAME.
056800     MOVE HSR-HOLD-NO         TO DTL-HOLD-NO.
056900     MOVE HSR-TYPE            TO DTL-TYPE.
057000     MOVE HSR-AMOUNT          TO DTL-AMOUNT.
057100     MOVE HSR-START-DATE      TO DTL-START-DATE.
057200     IF HSR-EXPIRY-DATE = ZERO
057300         MOVE "SANS"          TO DTL-EXPIRY-DATE
057400     ELSE
057500         MOVE HSR-EXPIRY-DATE TO DTL-EXPIRY-DATE
057600     END-IF.
057700     MOVE HSR-ORDER-REFERENCE TO DTL-ORDER-REFERENCE.
057800     IF HSR-START-DATE > WS-BUSINESS-DATE
057900         MOVE "*" TO DTL-PENDING
058000         ADD 1 TO TOT-PENDING (1) TOT-PENDING (2)
058100     ELSE
058200         MOVE SPACE TO DTL-PENDING
058300         ADD HSR-AMOUNT TO WS-ACC-IN-FORCE
058400     END-IF.
058500     MOVE SPACE TO PRH-CONTROL.
058600     MOVE WS-DETAIL-LINE TO PRH-TEXT.
058700     WRITE PRTHLD-RECORD.
058800     ADD 1 TO WS-LINE-COUNT.
058900     ADD 1 TO TOT-HOLDS (1) TOT-HOLDS (2).
059000     IF WS-CUR-STATE = "C" OR WS-CUR-STATE = "U"
059100         ADD 1 TO WS-HOLDS-ORPHAN
059200     END-IF.
059300     PERFORM 3010-RETURN-ONE THRU 3010-RETURN-ONE-EXIT.
059400 3310-ONE-HOLD-EXIT.
059500     EXIT.
059600*----------------------------------------------------------------
059700* 3320-ACCOUNT-LINE : the account's total in force and its
059800*                    BALMAST closing balance - the balance
059900*                    ESSAIZERO starts from tonight. Marked when
060000*                    the account is closed or unknown, else
060100*                    when the balance no longer covers the
060200*                    holds.
060300*----------------------------------------------------------------
060400 3320-ACCOUNT-LINE.
060500     MOVE ZERO TO WS-ACC-BALANCE.
060600     MOVE "N" TO WS-BALANCE-SW.
060700     IF NOT WS-BALMAST-ABSENT
060800         MOVE WS-CUR-ACCOUNT TO BAL-ACCOUNT-NO
060900         READ BALMAST
061000             NOT INVALID KEY
061100                 MOVE BAL-CLOSING TO WS-ACC-BALANCE
061200                 SET WS-BALANCE-FOUND TO TRUE
061300         END-READ
061400     END-IF.
061500     MOVE WS-ACC-IN-FORCE TO ACL-IN-FORCE.
061600     MOVE WS-ACC-BALANCE  TO ACL-BALANCE.
061700     MOVE SPACES TO ACL-FLAG.
061800     EVALUATE TRUE
061900         WHEN WS-CUR-STATE = "C"
062000             MOVE "COMPTE CLOS" TO ACL-FLAG
062100         WHEN WS-CUR-STATE = "U"
062200             MOVE "COMPTE INCONNU" TO ACL-FLAG
062300         WHEN WS-ACC-BALANCE < WS-ACC-IN-FORCE
062400             MOVE "NON COUVERT" TO ACL-FLAG
062500             ADD 1 TO TOT-UNCOVERED (1) TOT-UNCOVERED (2)
062600         WHEN NOT WS-BALANCE-FOUND
062700             MOVE "SOLDE INCONNU" TO ACL-FLAG
062800     END-EVALUATE.
062900     MOVE SPACE TO PRH-CONTROL.
063000     MOVE WS-ACCOUNT-LINE TO PRH-TEXT.
063100     WRITE PRTHLD-RECORD.
063200     MOVE SPACES TO PRH-TEXT.
063300     WRITE PRTHLD-RECORD.
063400     ADD 2 TO WS-LINE-COUNT.
063500     ADD 1 TO TOT-ACCOUNTS (1) TOT-ACCOUNTS (2).
063600     ADD WS-ACC-IN-FORCE TO TOT-IN-FORCE (1) TOT-IN-FORCE (2).
063700 3320-ACCOUNT-LINE-EXIT.
063800     EXIT.
063900*----------------------------------------------------------------
064000* 3400-PRINT-TOTALS : the totals of entry WS-TOT-SUB (TTH-LABEL
064100*                    set by the caller).
064200*----------------------------------------------------------------
064300 3400-PRINT-TOTALS.
064400     MOVE SPACE TO PRH-CONTROL.
064500     MOVE SPACES TO PRH-TEXT.
064600     WRITE PRTHLD-RECORD.
064700     MOVE WS-CUR-BRANCH      TO TTH-BRANCH.
064800     MOVE WS-CUR-BRANCH-NAME TO TTH-BRANCH-NAME.
064900     MOVE WS-TOTAL-HEADER TO PRH-TEXT.
065000     WRITE PRTHLD-RECORD.
065100     MOVE "SAISIES EN COURS               : " TO CNL-LABEL.
065200     MOVE TOT-HOLDS (WS-TOT-SUB) TO CNL-COUNT.
065300     MOVE WS-COUNT-LINE TO PRH-TEXT.
065400     WRITE PRTHLD-RECORD.
065500     MOVE "DONT PAS ENCORE EN VIGUEUR     : " TO CNL-LABEL.
065600     MOVE TOT-PENDING (WS-TOT-SUB) TO CNL-COUNT.
065700     MOVE WS-COUNT-LINE TO PRH-TEXT.
065800     WRITE PRTHLD-RECORD.
065900     MOVE "COMPTES SAISIS                 : " TO CNL-LABEL.
066000     MOVE TOT-ACCOUNTS (WS-TOT-SUB) TO CNL-COUNT.
066100     MOVE WS-COUNT-LINE TO PRH-TEXT.
066200     WRITE PRTHLD-RECORD.
066300     MOVE "MONTANT EN VIGUEUR             : " TO AML-LABEL.
066400     MOVE TOT-IN-FORCE (WS-TOT-SUB) TO AML-VALUE.
066500     MOVE WS-AMOUNT-LINE TO PRH-TEXT.
066600     WRITE PRTHLD-RECORD.
066700     MOVE "COMPTES NON COUVERTS           : " TO CNL-LABEL.
066800     MOVE TOT-UNCOVERED (WS-TOT-SUB) TO CNL-COUNT.
066900     MOVE WS-COUNT-LINE TO PRH-TEXT.
067000     WRITE PRTHLD-RECORD.
067100     ADD 7 TO WS-LINE-COUNT.
067200 3400-PRINT-TOTALS-EXIT.
067300     EXIT.
067400 3900-CLEAR-TOTALS.
067500     MOVE ZERO TO TOT-HOLDS (WS-TOT-SUB)
067600                  TOT-PENDING (WS-TOT-SUB)
067700                  TOT-ACCOUNTS (WS-TOT-SUB)
067800                  TOT-UNCOVERED (WS-TOT-SUB)
067900                  TOT-IN-FORCE (WS-TOT-SUB).
068000 3900-CLEAR-TOTALS-EXIT.
068100     EXIT.
068200*----------------------------------------------------------------
068300* 9000-CLOSE-FILES
068400*----------------------------------------------------------------
068500 9000-CLOSE-FILES.
068600     IF NOT WS-HOLDMAST-ABSENT
068700         CLOSE HOLDMAST
068800         CLOSE HLDJRNL
068900     END-IF.
069000     IF NOT WS-CUSTMAST-ABSENT
069100         CLOSE CUSTMAST
069200     END-IF.
069300     IF NOT WS-BALMAST-ABSENT
069400         CLOSE BALMAST
069500     END-IF.
069600     IF NOT WS-BRNMAST-ABSENT
069700         CLOSE BRNMAST
069800     END-IF.
069900     CLOSE PRTHLD.
070000 9000-CLOSE-FILES-EXIT.
070100     EXIT.
