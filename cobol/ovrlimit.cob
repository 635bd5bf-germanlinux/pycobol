000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. OVRLIMIT.
000300 AUTHOR. D-SYSTEMS BATCH GROUP.
000400 INSTALLATION. ESSAI BATCH SUITE.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 2026-10-15 EL  Initial version. CUSTUPDT captures a credit
001100*                limit on every customer and CUSTMIGR carries it
001200*                over, but nothing ever read it : BALPOST would
001300*                take a closing as far negative as the feed
001400*                liked and the branch found out from a
001500*                statement. This nightly step runs behind
001600*                BALPOST and compares every BALMAST closing
001700*                with the owning customer's CUST-CREDIT-LIMIT
001800*                (the overdraft allowed, whole units - an
001900*                account is over when its closing is below
002000*                minus the limit). Each account over its limit
002100*                goes to the OVLEXCP exception file (OVLREC.cpy)
002200*                with the excess and the number of consecutive
002300*                business days it has been over, carried from
002400*                night to night on the indexed OVLTRACK file
002500*                (an account back within its limit drops off
002600*                the tracking file, so the next excursion
002700*                counts from one again). An account over for
002800*                more days than the OVLPARM threshold is
002900*                flagged on its exception record, and MORNSTAT
003000*                counts those into the morning verdict. The
003100*                PRTOVLM report lists the exceptions by branch
003200*                (CUST-BRANCH-CODE) with a subtotal per branch,
003300*                through the shared RPTWRITE page writer. A
003400*                balance whose account has no customer record
003500*                (purged, merged) cannot be checked and is
003600*                counted apart.
003700*----------------------------------------------------------------
003800 ENVIRONMENT DIVISION.
003900 CONFIGURATION SECTION.
004000 INPUT-OUTPUT SECTION.
004100 FILE-CONTROL.
004200     SELECT BALMAST ASSIGN TO "BALMAST"
004300         ORGANIZATION IS INDEXED
004400         ACCESS MODE IS DYNAMIC
004500         RECORD KEY IS BAL-ACCOUNT-NO
004600         FILE STATUS IS WS-BALMAST-STATUS.
004700     SELECT CUSTMAST ASSIGN TO "CUSTMAST"
004800         ORGANIZATION IS INDEXED
004900         ACCESS MODE IS RANDOM
005000         RECORD KEY IS CUST-NUMBER
005100         ALTERNATE RECORD KEY IS CUST-NAME
005200             WITH DUPLICATES
005300         FILE STATUS IS WS-CUSTMAST-STATUS.
005400     SELECT OVLTRACK ASSIGN TO "OVLTRACK"
005500         ORGANIZATION IS INDEXED
005600         ACCESS MODE IS RANDOM
005700         RECORD KEY IS OVT-ACCOUNT-NO
005800         FILE STATUS IS WS-OVLTRACK-STATUS.
005900     SELECT OVLPARM ASSIGN TO "OVLPARM"
006000         ORGANIZATION IS SEQUENTIAL
006100         FILE STATUS IS WS-OVLPARM-STATUS.
006200     SELECT OVLEXCP ASSIGN TO "OVLEXCP"
006300         ORGANIZATION IS SEQUENTIAL.
006400     SELECT CTLDATE ASSIGN TO "CTLDATE"
006500         ORGANIZATION IS SEQUENTIAL.
006600     SELECT SORTWORK ASSIGN TO "SORTWORK".
006700     SELECT PRTOVLM ASSIGN TO "PRTOVLM"
006800         ORGANIZATION IS SEQUENTIAL.
006900 DATA DIVISION.
007000 FILE SECTION.
007100 FD  BALMAST.
007200 COPY BALREC.
007300 FD  CUSTMAST.
007400 COPY CUSTREC.
007500*----------------------------------------------------------------
007600* OVLTRACK : one record per account currently over its limit -
007700* the business date the excursion started, the last business
007800* date it was found over, and the consecutive-day count.
007900*----------------------------------------------------------------
008000 FD  OVLTRACK.
008100 01  OVLTRACK-RECORD.
008200     05  OVT-ACCOUNT-NO       PIC X(10).
008300     05  OVT-FIRST-DATE       PIC 9(08).
008400     05  OVT-LAST-DATE        PIC 9(08).
008500     05  OVT-DAYS-OVER        PIC 9(04).
008600     05  FILLER               PIC X(10).
008700 FD  OVLPARM
008800     LABEL RECORDS ARE STANDARD.
008900 01  OVLPARM-RECORD.
009000     05  OVP-MAX-DAYS         PIC 9(03).
009100     05  FILLER               PIC X(17).
009200 FD  OVLEXCP
009300     LABEL RECORDS ARE STANDARD.
009400 COPY OVLREC.
009500 FD  CTLDATE
009600     LABEL RECORDS ARE STANDARD.
009700 01  CTLDATE-RECORD.
009800     05  CTL-BUSINESS-DATE    PIC 9(08).
009900     05  FILLER               PIC X(12).
010000 SD  SORTWORK.
010100 01  SORTWORK-RECORD.
010200     05  SWK-ACCOUNT-NO       PIC X(10).
010300     05  SWK-BRANCH-CODE      PIC X(04).
010400     05  SWK-BUSINESS-DATE    PIC 9(08).
010500     05  SWK-CLOSING          PIC S9(12).
010600     05  SWK-CREDIT-LIMIT     PIC 9(09).
010700     05  SWK-EXCESS           PIC 9(12).
010800     05  SWK-DAYS-OVER        PIC 9(04).
010900     05  SWK-LONG-SW          PIC X(01).
011000         88  SWK-LONG         VALUE "Y".
011100 FD  PRTOVLM
011200     LABEL RECORDS ARE STANDARD.
011300 01  PRTOVLM-LINE             PIC X(60).
011400 WORKING-STORAGE SECTION.
011500*----------------------------------------------------------------
011600* 77-LEVEL WORK ITEMS
011700*----------------------------------------------------------------
011800 77  WS-BALMAST-STATUS        PIC X(02) VALUE SPACES.
011900 77  WS-CUSTMAST-STATUS       PIC X(02) VALUE SPACES.
012000 77  WS-OVLTRACK-STATUS       PIC X(02) VALUE SPACES.
012100 77  WS-OVLPARM-STATUS        PIC X(02) VALUE SPACES.
012200 77  WS-EOF-SW                PIC X(01) VALUE "N".
012300     88  WS-EOF               VALUE "Y".
012400 77  WS-SORT-EOF-SW           PIC X(01) VALUE "N".
012500     88  WS-SORT-EOF          VALUE "Y".
012600 77  WS-BUSINESS-DATE         PIC 9(08) VALUE ZERO.
012700 77  WS-MAX-DAYS              PIC 9(03) VALUE 005.
012800 77  WS-FLOOR                 PIC S9(12) VALUE ZERO.
012900 77  WS-EXCESS                PIC 9(12) VALUE ZERO.
013000 77  WS-ACCTS-READ            PIC 9(05) COMP VALUE ZERO.
013100 77  WS-ACCTS-OVER            PIC 9(05) COMP VALUE ZERO.
013200 77  WS-ACCTS-LONG            PIC 9(05) COMP VALUE ZERO.
013300 77  WS-ACCTS-NO-CUST         PIC 9(05) COMP VALUE ZERO.
013400 77  WS-ACCTS-CLEARED         PIC 9(05) COMP VALUE ZERO.
013500 77  WS-TOTAL-EXCESS          PIC 9(12) VALUE ZERO.
013600 77  WS-PRIOR-BRANCH          PIC X(04) VALUE SPACES.
013700 77  WS-BRANCH-SEEN-SW        PIC X(01) VALUE "N".
013800     88  WS-BRANCH-SEEN       VALUE "Y".
013900 77  WS-BRANCH-COUNT          PIC 9(05) COMP VALUE ZERO.
014000 77  WS-BRANCH-EXCESS         PIC 9(12) VALUE ZERO.
014100*----------------------------------------------------------------
014200* Shared RPTWRITE page-writer state, the RPTCUR01 pattern.
014300*----------------------------------------------------------------
014400 01  WS-RPT-STATE.
014500     05  WS-RPT-PAGE-NUMBER   PIC 9(04) COMP VALUE ZERO.
014600     05  WS-RPT-LINE-COUNT    PIC 9(02) COMP VALUE ZERO.
014700 77  WS-RPT-TITLE             PIC X(30) VALUE
014800         "DEPASSEMENTS DE LIMITE".
014900 01  WS-RPT-DETAIL            PIC X(60) VALUE SPACES.
015000 01  WS-RPT-OUT.
015100     05  WS-RPT-OUT-COUNT     PIC 9(01).
015200     05  WS-RPT-OUT-LINE      PIC X(60) OCCURS 3 TIMES.
015300 77  WS-RPT-SUB               PIC 9(01) COMP.
015400*----------------------------------------------------------------
015500* Report lines.
015600*----------------------------------------------------------------
015700 01  WS-BRANCH-HEADER.
015800     05  FILLER PIC X(09) VALUE "AGENCE : ".
015900     05  BRH-BRANCH-CODE      PIC X(04).
016000     05  FILLER PIC X(47) VALUE SPACES.
016100 01  WS-COLUMN-HEADER.
016200     05  FILLER PIC X(51) VALUE
016300         "COMPTE      SOLDE CLOT.    LIMITE DEPASSEMENT JOURS".
016400     05  FILLER PIC X(09) VALUE SPACES.
016500 01  WS-DETAIL-LINE.
016600     05  DTL-ACCOUNT-NO       PIC X(10).
016700     05  FILLER PIC X(01) VALUE SPACE.
016800     05  DTL-CLOSING          PIC -(11)9.
016900     05  FILLER PIC X(01) VALUE SPACE.
017000     05  DTL-CREDIT-LIMIT     PIC Z(8)9.
017100     05  FILLER PIC X(01) VALUE SPACE.
017200     05  DTL-EXCESS           PIC Z(11)9.
017300     05  FILLER PIC X(01) VALUE SPACE.
017400     05  DTL-DAYS-OVER        PIC ZZZ9.
017500     05  FILLER PIC X(01) VALUE SPACE.
017600     05  DTL-LONG-FLAG        PIC X(07).
017700 01  WS-BRANCH-TOTAL-LINE.
017800     05  FILLER PIC X(13) VALUE "TOTAL AGENCE ".
017900     05  BRT-BRANCH-CODE      PIC X(04).
018000     05  FILLER PIC X(11) VALUE " COMPTES : ".
018100     05  BRT-COUNT            PIC ZZZZ9.
018200     05  FILLER PIC X(08) VALUE "  DEP : ".
018300     05  BRT-EXCESS           PIC Z(11)9.
018400     05  FILLER PIC X(07) VALUE SPACES.
018500 01  WS-TOTAL-LINE.
018600     05  TTL-LABEL            PIC X(32).
018700     05  TTL-VALUE            PIC Z(11)9.
018800     05  FILLER PIC X(16) VALUE SPACES.
018900 PROCEDURE DIVISION.
019000*----------------------------------------------------------------
019100* 0000-MAINLINE
019200*----------------------------------------------------------------
019300 0000-MAINLINE.
019400     DISPLAY "CONTROLE DES DEPASSEMENTS DE LIMITE".
019500     PERFORM 0100-READ-CTLDATE THRU 0100-READ-CTLDATE-EXIT.
019600     PERFORM 0200-READ-PARM THRU 0200-READ-PARM-EXIT.
019700     PERFORM 1000-OPEN-FILES THRU 1000-OPEN-FILES-EXIT.
019800     IF RETURN-CODE = 16
019900         STOP RUN
020000     END-IF.
020100     SORT SORTWORK
020200         ON ASCENDING KEY SWK-BRANCH-CODE
020300                          SWK-ACCOUNT-NO
020400         INPUT PROCEDURE IS 2000-SCAN-BALANCES
020500             THRU 2000-SCAN-BALANCES-EXIT
020600         OUTPUT PROCEDURE IS 3000-PRINT-REPORT
020700             THRU 3000-PRINT-REPORT-EXIT.
020800     PERFORM 9000-CLOSE-FILES THRU 9000-CLOSE-FILES-EXIT.
020900     DISPLAY "COMPTES LUS          : " WS-ACCTS-READ.
021000     DISPLAY "COMPTES EN DEPASSEMT : " WS-ACCTS-OVER.
021100     DISPLAY "DEPASSEMENTS ANCIENS : " WS-ACCTS-LONG.
021200     DISPLAY "RETOURS DANS LIMITE  : " WS-ACCTS-CLEARED.
021300     DISPLAY "COMPTES SANS CLIENT  : " WS-ACCTS-NO-CUST.
021400     STOP RUN.
021500*----------------------------------------------------------------
021600* 0100-READ-CTLDATE : the business date the check is made under
021700*                    - the date BALPOST posted the closings at,
021800*                    not the machine clock.
021900*----------------------------------------------------------------
022000 0100-READ-CTLDATE.
022100     OPEN INPUT CTLDATE.
022200     READ CTLDATE.
022300     MOVE CTL-BUSINESS-DATE TO WS-BUSINESS-DATE.
022400     CLOSE CTLDATE.
022500 0100-READ-CTLDATE-EXIT.
022600     EXIT.
022700*----------------------------------------------------------------
022800* 0200-READ-PARM : the number of consecutive business days an
022900*                 account may stay over before it counts against
023000*                 the morning verdict. No card, five days.
023100*----------------------------------------------------------------
023200 0200-READ-PARM.
023300     OPEN INPUT OVLPARM.
023400     IF WS-OVLPARM-STATUS = "35"
023500         DISPLAY "OVLPARM ABSENTE - SEUIL 005 JOURS"
023600         GO TO 0200-READ-PARM-EXIT
023700     END-IF.
023800     READ OVLPARM
023900         AT END
024000             CONTINUE
024100         NOT AT END
024200             IF OVP-MAX-DAYS NUMERIC
024300                 MOVE OVP-MAX-DAYS TO WS-MAX-DAYS
024400             END-IF
024500     END-READ.
024600     CLOSE OVLPARM.
024700     DISPLAY "SEUIL DE DEPASSEMENT : " WS-MAX-DAYS " JOURS".
024800 0200-READ-PARM-EXIT.
024900     EXIT.
025000*----------------------------------------------------------------
025100* 1000-OPEN-FILES : no balance master or no customer master and
025200*                  there is nothing to compare - the step must
025300*                  not report a clean night. A missing OVLTRACK
025400*                  is the first run and is created empty, the
025500*                  way BALPOST creates a missing BALMAST.
025600*----------------------------------------------------------------
025700 1000-OPEN-FILES.
025800     OPEN INPUT BALMAST.
025900     IF WS-BALMAST-STATUS NOT = "00"
026000         DISPLAY "BALMAST INDISPONIBLE (STATUT "
026100             WS-BALMAST-STATUS ") - CONTROLE IMPOSSIBLE"
026200         MOVE 16 TO RETURN-CODE
026300         GO TO 1000-OPEN-FILES-EXIT
026400     END-IF.
026500     OPEN INPUT CUSTMAST.
026600     IF WS-CUSTMAST-STATUS NOT = "00"
026700         DISPLAY "CUSTMAST INDISPONIBLE (STATUT "
026800             WS-CUSTMAST-STATUS ") - CONTROLE IMPOSSIBLE"
026900         CLOSE BALMAST
027000         MOVE 16 TO RETURN-CODE
027100         GO TO 1000-OPEN-FILES-EXIT
027200     END-IF.
027300     OPEN I-O OVLTRACK.
027400     IF WS-OVLTRACK-STATUS = "35"
027500         OPEN OUTPUT OVLTRACK
027600         CLOSE OVLTRACK
027700         OPEN I-O OVLTRACK
027800     END-IF.
027900     OPEN OUTPUT OVLEXCP.
028000     OPEN OUTPUT PRTOVLM.
028100 1000-OPEN-FILES-EXIT.
028200     EXIT.
028300*----------------------------------------------------------------
028400* 2000-SCAN-BALANCES : every balance record in key order into
028500*                     the limit check ; the exceptions are
028600*                     released to the sort by branch.
028700*----------------------------------------------------------------
028800 2000-SCAN-BALANCES.
028900     MOVE "N" TO WS-EOF-SW.
029000     PERFORM 2050-READ-BALANCE THRU 2050-READ-BALANCE-EXIT
029100         UNTIL WS-EOF.
029200 2000-SCAN-BALANCES-EXIT.
029300     EXIT.
029400 2050-READ-BALANCE.
029500     READ BALMAST NEXT RECORD
029600         AT END
029700             SET WS-EOF TO TRUE
029800             GO TO 2050-READ-BALANCE-EXIT
029900     END-READ.
030000     ADD 1 TO WS-ACCTS-READ.
030100     PERFORM 2100-CHECK-ACCOUNT THRU 2100-CHECK-ACCOUNT-EXIT.
030200 2050-READ-BALANCE-EXIT.
030300     EXIT.
030400*----------------------------------------------------------------
030500* 2100-CHECK-ACCOUNT : the closing against minus the limit. A
030600*                     limit that is not numeric (a record not
030700*                     yet through CUSTMIGR) allows no overdraft.
030800*----------------------------------------------------------------
030900 2100-CHECK-ACCOUNT.
031000     MOVE BAL-ACCOUNT-NO TO CUST-NUMBER.
031100     READ CUSTMAST
031200         INVALID KEY
031300             ADD 1 TO WS-ACCTS-NO-CUST
031400             PERFORM 2300-CLEAR-TRACK THRU 2300-CLEAR-TRACK-EXIT
031500             GO TO 2100-CHECK-ACCOUNT-EXIT
031600     END-READ.
031700     IF CUST-CREDIT-LIMIT NUMERIC
031800         COMPUTE WS-FLOOR = ZERO - CUST-CREDIT-LIMIT
031900     ELSE
032000         MOVE ZERO TO WS-FLOOR
032100     END-IF.
032200     IF BAL-CLOSING NOT < WS-FLOOR
032300         PERFORM 2300-CLEAR-TRACK THRU 2300-CLEAR-TRACK-EXIT
032400         GO TO 2100-CHECK-ACCOUNT-EXIT
032500     END-IF.
032600     COMPUTE WS-EXCESS = WS-FLOOR - BAL-CLOSING.
032700     PERFORM 2200-TRACK-ACCOUNT THRU 2200-TRACK-ACCOUNT-EXIT.
032800     MOVE SPACES            TO OVERLIMIT-RECORD.
032900     MOVE BAL-ACCOUNT-NO    TO OVX-ACCOUNT-NO.
033000     MOVE CUST-BRANCH-CODE  TO OVX-BRANCH-CODE.
033100     MOVE WS-BUSINESS-DATE  TO OVX-BUSINESS-DATE.
033200     MOVE BAL-CLOSING       TO OVX-CLOSING.
033300     IF CUST-CREDIT-LIMIT NUMERIC
033400         MOVE CUST-CREDIT-LIMIT TO OVX-CREDIT-LIMIT
033500     ELSE
033600         MOVE ZERO TO OVX-CREDIT-LIMIT
033700     END-IF.
033800     MOVE WS-EXCESS         TO OVX-EXCESS.
033900     MOVE OVT-DAYS-OVER     TO OVX-DAYS-OVER.
034000     MOVE "N"               TO OVX-LONG-SW.
034100     IF OVT-DAYS-OVER > WS-MAX-DAYS
034200         SET OVX-LONG TO TRUE
034300         ADD 1 TO WS-ACCTS-LONG
034400     END-IF.
034500     RELEASE SORTWORK-RECORD FROM OVERLIMIT-RECORD.
034600     WRITE OVERLIMIT-RECORD.
034700     ADD 1 TO WS-ACCTS-OVER.
034800     ADD WS-EXCESS TO WS-TOTAL-EXCESS.
034900 2100-CHECK-ACCOUNT-EXIT.
035000     EXIT.
035100*----------------------------------------------------------------
035200* 2200-TRACK-ACCOUNT : one more business day over. A rerun under
035300*                     the same business date counts nothing new.
035400*----------------------------------------------------------------
035500 2200-TRACK-ACCOUNT.
035600     MOVE BAL-ACCOUNT-NO TO OVT-ACCOUNT-NO.
035700     READ OVLTRACK
035800         INVALID KEY
035900             MOVE SPACES           TO OVLTRACK-RECORD
036000             MOVE BAL-ACCOUNT-NO   TO OVT-ACCOUNT-NO
036100             MOVE WS-BUSINESS-DATE TO OVT-FIRST-DATE
036200             MOVE WS-BUSINESS-DATE TO OVT-LAST-DATE
036300             MOVE 1                TO OVT-DAYS-OVER
036400             WRITE OVLTRACK-RECORD
036500             GO TO 2200-TRACK-ACCOUNT-EXIT
036600     END-READ.
036700     IF OVT-LAST-DATE NOT = WS-BUSINESS-DATE
036800         ADD 1 TO OVT-DAYS-OVER
036900         MOVE WS-BUSINESS-DATE TO OVT-LAST-DATE
037000         REWRITE OVLTRACK-RECORD
037100     END-IF.
037200 2200-TRACK-ACCOUNT-EXIT.
037300     EXIT.
037400*----------------------------------------------------------------
037500* 2300-CLEAR-TRACK : the account is back within its limit - the
037600*                   excursion is over and a new one counts from
037700*                   day one.
037800*----------------------------------------------------------------
037900 2300-CLEAR-TRACK.
038000     MOVE BAL-ACCOUNT-NO TO OVT-ACCOUNT-NO.
038100     DELETE OVLTRACK RECORD
038200         INVALID KEY
038300             GO TO 2300-CLEAR-TRACK-EXIT
038400     END-DELETE.
038500     ADD 1 TO WS-ACCTS-CLEARED.
038600 2300-CLEAR-TRACK-EXIT.
038700     EXIT.
038800*----------------------------------------------------------------
038900* 3000-PRINT-REPORT : one section per branch - the exceptions in
039000*                    account order and a branch subtotal - then
039100*                    the night's totals.
039200*----------------------------------------------------------------
039300 3000-PRINT-REPORT.
039400     MOVE "N" TO WS-SORT-EOF-SW.
039500     PERFORM 3100-RETURN-ONE THRU 3100-RETURN-ONE-EXIT
039600         UNTIL WS-SORT-EOF.
039700     IF WS-BRANCH-SEEN
039800         PERFORM 3300-BRANCH-TOTAL THRU 3300-BRANCH-TOTAL-EXIT
039900     ELSE
040000         MOVE "AUCUN COMPTE EN DEPASSEMENT" TO WS-RPT-DETAIL
040100         PERFORM 9800-PUT-REPORT-LINE
040200             THRU 9800-PUT-REPORT-LINE-EXIT
040300     END-IF.
040400     MOVE SPACES TO WS-RPT-DETAIL.
040500     PERFORM 9800-PUT-REPORT-LINE THRU 9800-PUT-REPORT-LINE-EXIT.
040600     MOVE "COMPTES EN DEPASSEMENT        : " TO TTL-LABEL.
040700     MOVE WS-ACCTS-OVER TO TTL-VALUE.
040800     PERFORM 3400-TOTAL-LINE THRU 3400-TOTAL-LINE-EXIT.
040900     MOVE "DEPASSEMENTS AU-DELA DU SEUIL : " TO TTL-LABEL.
041000     MOVE WS-ACCTS-LONG TO TTL-VALUE.
041100     PERFORM 3400-TOTAL-LINE THRU 3400-TOTAL-LINE-EXIT.
041200     MOVE "SEUIL EN JOURS OUVRES         : " TO TTL-LABEL.
041300     MOVE WS-MAX-DAYS TO TTL-VALUE.
041400     PERFORM 3400-TOTAL-LINE THRU 3400-TOTAL-LINE-EXIT.
041500     MOVE "DEPASSEMENT TOTAL             : " TO TTL-LABEL.
041600     MOVE WS-TOTAL-EXCESS TO TTL-VALUE.
041700     PERFORM 3400-TOTAL-LINE THRU 3400-TOTAL-LINE-EXIT.
041800     MOVE "COMPTES SANS CLIENT           : " TO TTL-LABEL.
041900     MOVE WS-ACCTS-NO-CUST TO TTL-VALUE.
042000     PERFORM 3400-TOTAL-LINE THRU 3400-TOTAL-LINE-EXIT.
042100 3000-PRINT-REPORT-EXIT.
042200     EXIT.
042300 3100-RETURN-ONE.
042400     RETURN SORTWORK
042500         AT END
042600             SET WS-SORT-EOF TO TRUE
042700             GO TO 3100-RETURN-ONE-EXIT
042800     END-RETURN.
042900     IF NOT WS-BRANCH-SEEN OR
043000        SWK-BRANCH-CODE NOT = WS-PRIOR-BRANCH
043100         PERFORM 3200-BRANCH-BREAK THRU 3200-BRANCH-BREAK-EXIT
043200     END-IF.
043300     MOVE SWK-ACCOUNT-NO   TO DTL-ACCOUNT-NO.
043400     MOVE SWK-CLOSING      TO DTL-CLOSING.
043500     MOVE SWK-CREDIT-LIMIT TO DTL-CREDIT-LIMIT.
043600     MOVE SWK-EXCESS       TO DTL-EXCESS.
043700     MOVE SWK-DAYS-OVER    TO DTL-DAYS-OVER.
043800     IF SWK-LONG
043900         MOVE "*SEUIL*" TO DTL-LONG-FLAG
044000     ELSE
044100         MOVE SPACES TO DTL-LONG-FLAG
044200     END-IF.
044300     MOVE WS-DETAIL-LINE TO WS-RPT-DETAIL.
044400     PERFORM 9800-PUT-REPORT-LINE THRU 9800-PUT-REPORT-LINE-EXIT.
044500     ADD 1 TO WS-BRANCH-COUNT.
044600     ADD SWK-EXCESS TO WS-BRANCH-EXCESS.
044700 3100-RETURN-ONE-EXIT.
044800     EXIT.
044900*----------------------------------------------------------------
045000* 3200-BRANCH-BREAK : close the prior branch, open the next.
045100*----------------------------------------------------------------
045200 3200-BRANCH-BREAK.
045300     IF WS-BRANCH-SEEN
045400         PERFORM 3300-BRANCH-TOTAL THRU 3300-BRANCH-TOTAL-EXIT
045500         MOVE SPACES TO WS-RPT-DETAIL
045600         PERFORM 9800-PUT-REPORT-LINE
045700             THRU 9800-PUT-REPORT-LINE-EXIT
045800     END-IF.
045900     SET WS-BRANCH-SEEN TO TRUE.
046000     MOVE SWK-BRANCH-CODE TO WS-PRIOR-BRANCH.
046100     MOVE ZERO TO WS-BRANCH-COUNT.
046200     MOVE ZERO TO WS-BRANCH-EXCESS.
046300     MOVE SWK-BRANCH-CODE TO BRH-BRANCH-CODE.
046400     MOVE WS-BRANCH-HEADER TO WS-RPT-DETAIL.
046500     PERFORM 9800-PUT-REPORT-LINE THRU 9800-PUT-REPORT-LINE-EXIT.
046600     MOVE WS-COLUMN-HEADER TO WS-RPT-DETAIL.
046700     PERFORM 9800-PUT-REPORT-LINE THRU 9800-PUT-REPORT-LINE-EXIT.
046800 3200-BRANCH-BREAK-EXIT.
046900     EXIT.
047000 3300-BRANCH-TOTAL.
047100     MOVE WS-PRIOR-BRANCH  TO BRT-BRANCH-CODE.
047200     MOVE WS-BRANCH-COUNT  TO BRT-COUNT.
047300     MOVE WS-BRANCH-EXCESS TO BRT-EXCESS.
047400     MOVE WS-BRANCH-TOTAL-LINE TO WS-RPT-DETAIL.
047500     PERFORM 9800-PUT-REPORT-LINE THRU 9800-PUT-REPORT-LINE-EXIT.
047600 3300-BRANCH-TOTAL-EXIT.
047700     EXIT.
047800 3400-TOTAL-LINE.
047900     MOVE WS-TOTAL-LINE TO WS-RPT-DETAIL.
048000     PERFORM 9800-PUT-REPORT-LINE THRU 9800-PUT-REPORT-LINE-EXIT.
048100 3400-TOTAL-LINE-EXIT.
048200     EXIT.
048300*----------------------------------------------------------------
048400* 9000-CLOSE-FILES
048500*----------------------------------------------------------------
048600 9000-CLOSE-FILES.
048700     CLOSE BALMAST.
048800     CLOSE CUSTMAST.
048900     CLOSE OVLTRACK.
049000     CLOSE OVLEXCP.
049100     CLOSE PRTOVLM.
049200 9000-CLOSE-FILES-EXIT.
049300     EXIT.
049400*----------------------------------------------------------------
049500* 9800-PUT-REPORT-LINE : one line through the shared RPTWRITE
049600*                       page writer.
049700*----------------------------------------------------------------
049800 9800-PUT-REPORT-LINE.
049900     CALL "RPTWRITE" USING WS-RPT-STATE WS-RPT-TITLE
050000                           WS-RPT-DETAIL WS-RPT-OUT.
050100     PERFORM 9810-WRITE-OUT-LINE THRU 9810-WRITE-OUT-LINE-EXIT
050200         VARYING WS-RPT-SUB FROM 1 BY 1
050300         UNTIL WS-RPT-SUB > WS-RPT-OUT-COUNT.
050400 9800-PUT-REPORT-LINE-EXIT.
050500     EXIT.
050600 9810-WRITE-OUT-LINE.
050700     WRITE PRTOVLM-LINE FROM WS-RPT-OUT-LINE (WS-RPT-SUB).
050800 9810-WRITE-OUT-LINE-EXIT.
050900     EXIT.
