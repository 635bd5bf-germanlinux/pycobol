000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. DORMANT.
000300 AUTHOR. D-SYSTEMS BATCH GROUP.
000400 INSTALLATION. ESSAI BATCH SUITE.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 2026-10-15 EL  Initial version. Month-end dormancy step. An
001100*                account nobody had touched for a year still
001200*                took any debit the feed sent, and the ARCHRPT
001300*                aging buckets only say who may be purged, not
001400*                who needs protecting. Every BALMAST account
001500*                still holding a balance (closing not zero)
001600*                whose customer is active and whose
001700*                CUST-LAST-ACTIVITY-DATE is at least the DRMPARM
001800*                number of days behind the business date goes
001900*                to status D (dormant) on CUSTMAST, journalled
002000*                on CUSTJRNL under the CUSTLOCK interlock like
002100*                every CUSTMAST rewrite. ESSAIZERO then sends
002200*                debits on a dormant account to suspense (reason
002300*                DORM) while credits still post ; the account
002400*                comes back only through a CUSTUPDT reactivation
002500*                carrying a reason. The PRTDORM dormant-balance
002600*                register lists every dormant account with its
002700*                branch, last activity date and closing balance
002800*                (the ones marked tonight flagged), with the
002900*                credit and debit balances totalled for the
003000*                regulatory return. No DRMPARM card : 365 days.
003100*----------------------------------------------------------------
003200 ENVIRONMENT DIVISION.
003300 CONFIGURATION SECTION.
003400 INPUT-OUTPUT SECTION.
003500 FILE-CONTROL.
003600     SELECT BALMAST ASSIGN TO "BALMAST"
003700         ORGANIZATION IS INDEXED
003800         ACCESS MODE IS DYNAMIC
003900         RECORD KEY IS BAL-ACCOUNT-NO
004000         FILE STATUS IS WS-BALMAST-STATUS.
004100     SELECT CUSTMAST ASSIGN TO "CUSTMAST"
004200         ORGANIZATION IS INDEXED
004300         ACCESS MODE IS RANDOM
004400         RECORD KEY IS CUST-NUMBER
004500         ALTERNATE RECORD KEY IS CUST-NAME
004600             WITH DUPLICATES
004700         FILE STATUS IS WS-CUSTMAST-STATUS.
004800     SELECT CUSTJRNL ASSIGN TO "CUSTJRNL"
004900         ORGANIZATION IS SEQUENTIAL
005000         FILE STATUS IS WS-CUSTJRNL-STATUS.
005100     SELECT DRMPARM ASSIGN TO "DRMPARM"
005200         ORGANIZATION IS SEQUENTIAL
005300         FILE STATUS IS WS-DRMPARM-STATUS.
005400     SELECT CTLDATE ASSIGN TO "CTLDATE"
005500         ORGANIZATION IS SEQUENTIAL.
005600     SELECT PRTDORM ASSIGN TO "PRTDORM"
005700         ORGANIZATION IS SEQUENTIAL.
005800 DATA DIVISION.
005900 FILE SECTION.
006000 FD  BALMAST.
006100 COPY BALREC.
006200 FD  CUSTMAST.
006300 COPY CUSTREC.
006400 FD  CUSTJRNL
006500     LABEL RECORDS ARE STANDARD.
006600 COPY JRNLREC.
006700 FD  DRMPARM
006800     LABEL RECORDS ARE STANDARD.
006900 01  DRMPARM-RECORD.
007000     05  DRP-INACTIVE-DAYS    PIC 9(04).
007100     05  FILLER               PIC X(16).
007200 FD  CTLDATE
007300     LABEL RECORDS ARE STANDARD.
007400 01  CTLDATE-RECORD.
007500     05  CTL-BUSINESS-DATE    PIC 9(08).
007600     05  FILLER               PIC X(12).
007700 FD  PRTDORM
007800     LABEL RECORDS ARE STANDARD.
007900 01  PRTDORM-LINE             PIC X(60).
008000 WORKING-STORAGE SECTION.
008100*----------------------------------------------------------------
008200* 77-LEVEL WORK ITEMS
008300*----------------------------------------------------------------
008400 77  WS-BALMAST-STATUS        PIC X(02) VALUE SPACES.
008500 77  WS-CUSTMAST-STATUS       PIC X(02) VALUE SPACES.
008600 77  WS-CUSTJRNL-STATUS       PIC X(02) VALUE SPACES.
008700 77  WS-DRMPARM-STATUS        PIC X(02) VALUE SPACES.
008800 77  WS-EOF-SW                PIC X(01) VALUE "N".
008900     88  WS-EOF               VALUE "Y".
009000 77  WS-NEW-SW                PIC X(01) VALUE "N".
009100     88  WS-NEW-DORMANT       VALUE "Y".
009200 77  WS-BUSINESS-DATE         PIC 9(08) VALUE ZERO.
009300 77  WS-BUSINESS-DAY          PIC 9(07) COMP VALUE ZERO.
009400 77  WS-INACTIVE-DAYS         PIC 9(04) VALUE 0365.
009500 77  WS-DAYS-IDLE             PIC S9(07) COMP VALUE ZERO.
009600 77  WS-RUN-DATE              PIC 9(08) VALUE ZERO.
009700 77  WS-RUN-TIME              PIC 9(08) VALUE ZERO.
009800 77  WS-PRIOR-IMAGE           PIC X(82) VALUE SPACES.
009900 77  WS-ACCTS-READ            PIC 9(05) COMP VALUE ZERO.
010000 77  WS-ACCTS-NO-CUST         PIC 9(05) COMP VALUE ZERO.
010100 77  WS-ACCTS-BAD-DATE        PIC 9(05) COMP VALUE ZERO.
010200 77  WS-ACCTS-MARKED          PIC 9(05) COMP VALUE ZERO.
010300 77  WS-ACCTS-DORMANT         PIC 9(05) COMP VALUE ZERO.
010400 77  WS-TOTAL-CREDIT          PIC 9(12) VALUE ZERO.
010500 77  WS-TOTAL-DEBIT           PIC 9(12) VALUE ZERO.
010600 77  WS-TOTAL-NET             PIC S9(12) VALUE ZERO.
010700*----------------------------------------------------------------
010800* CALL "DATECHEK" parameters, the same pattern as PADTRIM.
010900*----------------------------------------------------------------
011000 77  WS-DC-FUNCTION           PIC X(01) VALUE SPACE.
011100 77  WS-DC-DATE               PIC 9(08) VALUE ZERO.
011200 77  WS-DC-DAY-NUMBER         PIC 9(07) COMP VALUE ZERO.
011300 77  WS-DC-RESULT             PIC X(01) VALUE SPACE.
011400*----------------------------------------------------------------
011500* CALL "CUSTLOCK" parameters, the same pattern as PADTRIM.
011600*----------------------------------------------------------------
011700 77  WS-LK-FUNCTION           PIC X(01) VALUE SPACE.
011800 77  WS-LK-PROGRAM            PIC X(08) VALUE "DORMANT ".
011900 77  WS-LK-RESULT             PIC X(01) VALUE SPACE.
012000*----------------------------------------------------------------
012100* Shared RPTWRITE page-writer state, the RPTCUR01 pattern.
012200*----------------------------------------------------------------
012300 01  WS-RPT-STATE.
012400     05  WS-RPT-PAGE-NUMBER   PIC 9(04) COMP VALUE ZERO.
012500     05  WS-RPT-LINE-COUNT    PIC 9(02) COMP VALUE ZERO.
012600 77  WS-RPT-TITLE             PIC X(30) VALUE
012700         "REGISTRE DES COMPTES DORMANTS".
012800 01  WS-RPT-DETAIL            PIC X(60) VALUE SPACES.
012900 01  WS-RPT-OUT.
013000     05  WS-RPT-OUT-COUNT     PIC 9(01).
013100     05  WS-RPT-OUT-LINE      PIC X(60) OCCURS 3 TIMES.
013200 77  WS-RPT-SUB               PIC 9(01) COMP.
013300*----------------------------------------------------------------
013400* Report lines.
013500*----------------------------------------------------------------
013600 01  WS-COLUMN-HEADER.
013700     05  FILLER PIC X(41) VALUE
013800         "COMPTE     AGCE   DERN.ACT    SOLDE CLOT.".
013900     05  FILLER PIC X(19) VALUE SPACES.
014000 01  WS-DETAIL-LINE.
014100     05  DTL-ACCOUNT-NO       PIC X(10).
014200     05  FILLER PIC X(01) VALUE SPACE.
014300     05  DTL-BRANCH-CODE      PIC X(04).
014400     05  FILLER PIC X(03) VALUE SPACES.
014500     05  DTL-ACTIVITY-DATE    PIC 9(08).
014600     05  FILLER PIC X(03) VALUE SPACES.
014700     05  DTL-CLOSING          PIC -(11)9.
014800     05  FILLER PIC X(01) VALUE SPACE.
014900     05  DTL-NEW-FLAG         PIC X(07).
015000     05  FILLER PIC X(11) VALUE SPACES.
015100 01  WS-TOTAL-LINE.
015200     05  TTL-LABEL            PIC X(32).
015300     05  TTL-VALUE            PIC -(11)9.
015400     05  FILLER PIC X(16) VALUE SPACES.
015500 PROCEDURE DIVISION.
015600*----------------------------------------------------------------
015700* 0000-MAINLINE
015800*----------------------------------------------------------------
015900 0000-MAINLINE.
016000     DISPLAY "CONTROLE DES COMPTES DORMANTS".
016100     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
016200     ACCEPT WS-RUN-TIME FROM TIME.
016300     PERFORM 0100-READ-CTLDATE THRU 0100-READ-CTLDATE-EXIT.
016400     PERFORM 0200-READ-PARM THRU 0200-READ-PARM-EXIT.
016500     PERFORM 1000-OPEN-FILES THRU 1000-OPEN-FILES-EXIT.
016600     IF RETURN-CODE = 16
016700         STOP RUN
016800     END-IF.
016900     MOVE WS-COLUMN-HEADER TO WS-RPT-DETAIL.
017000     PERFORM 9800-PUT-REPORT-LINE THRU 9800-PUT-REPORT-LINE-EXIT.
017100     MOVE "N" TO WS-EOF-SW.
017200     PERFORM 2000-READ-BALANCE THRU 2000-READ-BALANCE-EXIT
017300         UNTIL WS-EOF.
017400     PERFORM 3000-PRINT-TOTALS THRU 3000-PRINT-TOTALS-EXIT.
017500     PERFORM 9000-CLOSE-FILES THRU 9000-CLOSE-FILES-EXIT.
017600     DISPLAY "COMPTES LUS          : " WS-ACCTS-READ.
017700     DISPLAY "PASSES DORMANTS      : " WS-ACCTS-MARKED.
017800     DISPLAY "COMPTES DORMANTS     : " WS-ACCTS-DORMANT.
017900     DISPLAY "DATES ACTIV. INVAL.  : " WS-ACCTS-BAD-DATE.
018000     DISPLAY "COMPTES SANS CLIENT  : " WS-ACCTS-NO-CUST.
018100     IF WS-ACCTS-BAD-DATE > ZERO
018200         MOVE 4 TO RETURN-CODE
018300     END-IF.
018400     STOP RUN.
018500*----------------------------------------------------------------
018600* 0100-READ-CTLDATE : inactivity is measured against the
018700*                    business date, not the machine clock.
018800*----------------------------------------------------------------
018900 0100-READ-CTLDATE.
019000     OPEN INPUT CTLDATE.
019100     READ CTLDATE.
019200     MOVE CTL-BUSINESS-DATE TO WS-BUSINESS-DATE.
019300     CLOSE CTLDATE.
019400     MOVE "D" TO WS-DC-FUNCTION.
019500     MOVE WS-BUSINESS-DATE TO WS-DC-DATE.
019600     CALL "DATECHEK" USING WS-DC-FUNCTION WS-DC-DATE
019700                           WS-DC-DAY-NUMBER WS-DC-RESULT.
019800     MOVE WS-DC-DAY-NUMBER TO WS-BUSINESS-DAY.
019900 0100-READ-CTLDATE-EXIT.
020000     EXIT.
020100*----------------------------------------------------------------
020200* 0200-READ-PARM : the days without activity after which an
020300*                 account holding a balance is dormant. No card,
020400*                 365 days.
020500*----------------------------------------------------------------
020600 0200-READ-PARM.
020700     OPEN INPUT DRMPARM.
020800     IF WS-DRMPARM-STATUS = "35"
020900         DISPLAY "DRMPARM ABSENTE - SEUIL 0365 JOURS"
021000         GO TO 0200-READ-PARM-EXIT
021100     END-IF.
021200     READ DRMPARM
021300         AT END
021400             CONTINUE
021500         NOT AT END
021600             IF DRP-INACTIVE-DAYS NUMERIC AND
021700                DRP-INACTIVE-DAYS > ZERO
021800                 MOVE DRP-INACTIVE-DAYS TO WS-INACTIVE-DAYS
021900             END-IF
022000     END-READ.
022100     CLOSE DRMPARM.
022200     DISPLAY "SEUIL D'INACTIVITE   : " WS-INACTIVE-DAYS " JOURS".
022300 0200-READ-PARM-EXIT.
022400     EXIT.
022500*----------------------------------------------------------------
022600* 1000-OPEN-FILES : CUSTMAST is opened I-O under the CUSTLOCK
022700*                  interlock - a dormancy rewrites the status.
022800*                  No balance master or no customer master and
022900*                  there is nothing to measure : the step fails.
023000*----------------------------------------------------------------
023100 1000-OPEN-FILES.
023200     OPEN INPUT BALMAST.
023300     IF WS-BALMAST-STATUS NOT = "00"
023400         DISPLAY "BALMAST INDISPONIBLE (STATUT "
023500             WS-BALMAST-STATUS ") - CONTROLE IMPOSSIBLE"
023600         MOVE 16 TO RETURN-CODE
023700         GO TO 1000-OPEN-FILES-EXIT
023800     END-IF.
023900     MOVE "E" TO WS-LK-FUNCTION.
024000     CALL "CUSTLOCK" USING WS-LK-FUNCTION WS-LK-PROGRAM
024100                           WS-LK-RESULT.
024200     IF WS-LK-RESULT NOT = "Y"
024300         DISPLAY "VERROU CUSTMAST INDISPONIBLE - ARRET"
024400         CLOSE BALMAST
024500         MOVE 16 TO RETURN-CODE
024600         GO TO 1000-OPEN-FILES-EXIT
024700     END-IF.
024800     OPEN I-O CUSTMAST.
024900     IF WS-CUSTMAST-STATUS NOT = "00"
025000         DISPLAY "CUSTMAST INDISPONIBLE (STATUT "
025100             WS-CUSTMAST-STATUS ") - CONTROLE IMPOSSIBLE"
025200         CLOSE BALMAST
025300         MOVE "D" TO WS-LK-FUNCTION
025400         CALL "CUSTLOCK" USING WS-LK-FUNCTION WS-LK-PROGRAM
025500                               WS-LK-RESULT
025600         MOVE 16 TO RETURN-CODE
025700         GO TO 1000-OPEN-FILES-EXIT
025800     END-IF.
025900     OPEN EXTEND CUSTJRNL.
026000     IF WS-CUSTJRNL-STATUS = "35"
026100         OPEN OUTPUT CUSTJRNL
026200     END-IF.
026300     OPEN OUTPUT PRTDORM.
026400 1000-OPEN-FILES-EXIT.
026500     EXIT.
026600*----------------------------------------------------------------
026700* 2000-READ-BALANCE : every balance record in key order.
026800*----------------------------------------------------------------
026900 2000-READ-BALANCE.
027000     READ BALMAST NEXT RECORD
027100         AT END
027200             SET WS-EOF TO TRUE
027300             GO TO 2000-READ-BALANCE-EXIT
027400     END-READ.
027500     ADD 1 TO WS-ACCTS-READ.
027600     PERFORM 2100-CHECK-ACCOUNT THRU 2100-CHECK-ACCOUNT-EXIT.
027700 2000-READ-BALANCE-EXIT.
027800     EXIT.
027900*----------------------------------------------------------------
028000* 2100-CHECK-ACCOUNT : an account already dormant goes straight
028100*                     to the register ; an active one holding a
028200*                     balance is measured for inactivity. Frozen
028300*                     and closed accounts are left as they are.
028400*----------------------------------------------------------------
028500 2100-CHECK-ACCOUNT.
028600     MOVE "N" TO WS-NEW-SW.
028700     MOVE BAL-ACCOUNT-NO TO CUST-NUMBER.
028800     READ CUSTMAST
028900         INVALID KEY
029000             ADD 1 TO WS-ACCTS-NO-CUST
029100             GO TO 2100-CHECK-ACCOUNT-EXIT
029200     END-READ.
029300     IF CUST-DORMANT
029400         PERFORM 2300-REGISTER-ACCOUNT
029500             THRU 2300-REGISTER-ACCOUNT-EXIT
029600         GO TO 2100-CHECK-ACCOUNT-EXIT
029700     END-IF.
029800     IF NOT CUST-ACTIVE OR BAL-CLOSING = ZERO
029900         GO TO 2100-CHECK-ACCOUNT-EXIT
030000     END-IF.
030100     IF CUST-LAST-ACTIVITY-DATE NOT NUMERIC OR
030200        CUST-LAST-ACTIVITY-DATE = ZERO
030300         DISPLAY "DATE D'ACTIVITE INVALIDE : " CUST-NUMBER
030400         ADD 1 TO WS-ACCTS-BAD-DATE
030500         GO TO 2100-CHECK-ACCOUNT-EXIT
030600     END-IF.
030700     MOVE "D" TO WS-DC-FUNCTION.
030800     MOVE CUST-LAST-ACTIVITY-DATE TO WS-DC-DATE.
030900     CALL "DATECHEK" USING WS-DC-FUNCTION WS-DC-DATE
031000                           WS-DC-DAY-NUMBER WS-DC-RESULT.
031100     COMPUTE WS-DAYS-IDLE = WS-BUSINESS-DAY - WS-DC-DAY-NUMBER.
031200     IF WS-DAYS-IDLE < WS-INACTIVE-DAYS
031300         GO TO 2100-CHECK-ACCOUNT-EXIT
031400     END-IF.
031500     PERFORM 2200-MARK-DORMANT THRU 2200-MARK-DORMANT-EXIT.
031600     PERFORM 2300-REGISTER-ACCOUNT
031700         THRU 2300-REGISTER-ACCOUNT-EXIT.
031800 2100-CHECK-ACCOUNT-EXIT.
031900     EXIT.
032000*----------------------------------------------------------------
032100* 2200-MARK-DORMANT : CUST-STATUS goes to D, journalled on
032200*                    CUSTJRNL like every CUSTMAST rewrite. The
032300*                    activity date is left alone - it is the
032400*                    evidence of the dormancy.
032500*----------------------------------------------------------------
032600 2200-MARK-DORMANT.
032700     MOVE CUST-RECORD TO WS-PRIOR-IMAGE.
032800     MOVE "D" TO CUST-STATUS.
032900     REWRITE CUST-RECORD.
033000     MOVE SPACES TO CUSTJRNL-RECORD.
033100     MOVE "DORMANT "        TO JRL-PROGRAM.
033200     MOVE WS-RUN-DATE       TO JRL-RUN-DATE.
033300     MOVE WS-RUN-TIME (1:6) TO JRL-RUN-TIME.
033400     MOVE "R"               TO JRL-ACTION.
033500     MOVE WS-PRIOR-IMAGE    TO JRL-PRIOR-IMAGE.
033600     MOVE CUST-RECORD       TO JRL-NEW-IMAGE.
033700     WRITE CUSTJRNL-RECORD.
033800     SET WS-NEW-DORMANT TO TRUE.
033900     ADD 1 TO WS-ACCTS-MARKED.
034000     DISPLAY "COMPTE PASSE DORMANT : " CUST-NUMBER.
034100 2200-MARK-DORMANT-EXIT.
034200     EXIT.
034300*----------------------------------------------------------------
034400* 2300-REGISTER-ACCOUNT : one register line, the closing into
034500*                        the credit or the debit total.
034600*----------------------------------------------------------------
034700 2300-REGISTER-ACCOUNT.
034800     ADD 1 TO WS-ACCTS-DORMANT.
034900     IF BAL-CLOSING > ZERO
035000         ADD BAL-CLOSING TO WS-TOTAL-CREDIT
035100     ELSE
035200         SUBTRACT BAL-CLOSING FROM WS-TOTAL-DEBIT
035300     END-IF.
035400     ADD BAL-CLOSING TO WS-TOTAL-NET.
035500     MOVE SPACES                  TO WS-DETAIL-LINE.
035600     MOVE BAL-ACCOUNT-NO          TO DTL-ACCOUNT-NO.
035700     MOVE CUST-BRANCH-CODE        TO DTL-BRANCH-CODE.
035800     MOVE CUST-LAST-ACTIVITY-DATE TO DTL-ACTIVITY-DATE.
035900     MOVE BAL-CLOSING             TO DTL-CLOSING.
036000     IF WS-NEW-DORMANT
036100         MOVE "NOUVEAU" TO DTL-NEW-FLAG
036200     END-IF.
036300     MOVE WS-DETAIL-LINE TO WS-RPT-DETAIL.
036400     PERFORM 9800-PUT-REPORT-LINE THRU 9800-PUT-REPORT-LINE-EXIT.
036500 2300-REGISTER-ACCOUNT-EXIT.
036600     EXIT.
036700*----------------------------------------------------------------
036800* 3000-PRINT-TOTALS : the figures for the regulatory return -
036900*                    what is held on dormant accounts (credit
037000*                    balances), what they owe (debit balances)
037100*                    and the net.
037200*----------------------------------------------------------------
037300 3000-PRINT-TOTALS.
037400     MOVE SPACES TO WS-RPT-DETAIL.
037500     PERFORM 9800-PUT-REPORT-LINE THRU 9800-PUT-REPORT-LINE-EXIT.
037600     MOVE "COMPTES DORMANTS              :" TO TTL-LABEL.
037700     MOVE WS-ACCTS-DORMANT TO TTL-VALUE.
037800     MOVE WS-TOTAL-LINE TO WS-RPT-DETAIL.
037900     PERFORM 9800-PUT-REPORT-LINE THRU 9800-PUT-REPORT-LINE-EXIT.
038000     MOVE "DONT PASSES DORMANTS CE MOIS  :" TO TTL-LABEL.
038100     MOVE WS-ACCTS-MARKED TO TTL-VALUE.
038200     MOVE WS-TOTAL-LINE TO WS-RPT-DETAIL.
038300     PERFORM 9800-PUT-REPORT-LINE THRU 9800-PUT-REPORT-LINE-EXIT.
038400     MOVE "SOLDES CREDITEURS DETENUS     :" TO TTL-LABEL.
038500     MOVE WS-TOTAL-CREDIT TO TTL-VALUE.
038600     MOVE WS-TOTAL-LINE TO WS-RPT-DETAIL.
038700     PERFORM 9800-PUT-REPORT-LINE THRU 9800-PUT-REPORT-LINE-EXIT.
038800     MOVE "SOLDES DEBITEURS              :" TO TTL-LABEL.
038900     MOVE WS-TOTAL-DEBIT TO TTL-VALUE.
039000     MOVE WS-TOTAL-LINE TO WS-RPT-DETAIL.
039100     PERFORM 9800-PUT-REPORT-LINE THRU 9800-PUT-REPORT-LINE-EXIT.
039200     MOVE "SOLDE NET DES COMPTES DORMANTS:" TO TTL-LABEL.
039300     MOVE WS-TOTAL-NET TO TTL-VALUE.
039400     MOVE WS-TOTAL-LINE TO WS-RPT-DETAIL.
039500     PERFORM 9800-PUT-REPORT-LINE THRU 9800-PUT-REPORT-LINE-EXIT.
039600 3000-PRINT-TOTALS-EXIT.
039700     EXIT.
039800*----------------------------------------------------------------
039900* 9000-CLOSE-FILES : the interlock is released once the master
040000*                   is closed.
040100*----------------------------------------------------------------
040200 9000-CLOSE-FILES.
040300     CLOSE BALMAST.
040400     CLOSE CUSTJRNL.
040500     CLOSE PRTDORM.
040600     CLOSE CUSTMAST.
040700     MOVE "D" TO WS-LK-FUNCTION.
040800     CALL "CUSTLOCK" USING WS-LK-FUNCTION WS-LK-PROGRAM
040900                           WS-LK-RESULT.
041000 9000-CLOSE-FILES-EXIT.
041100     EXIT.
041200*----------------------------------------------------------------
041300* 9800-PUT-REPORT-LINE : one line through the shared RPTWRITE
041400*                       page writer.
041500*----------------------------------------------------------------
041600 9800-PUT-REPORT-LINE.
041700     CALL "RPTWRITE" USING WS-RPT-STATE WS-RPT-TITLE
041800                           WS-RPT-DETAIL WS-RPT-OUT.
041900     PERFORM 9810-WRITE-OUT-LINE THRU 9810-WRITE-OUT-LINE-EXIT
042000         VARYING WS-RPT-SUB FROM 1 BY 1
042100         UNTIL WS-RPT-SUB > WS-RPT-OUT-COUNT.
042200 9800-PUT-REPORT-LINE-EXIT.
042300     EXIT.
042400 9810-WRITE-OUT-LINE.
042500     WRITE PRTDORM-LINE FROM WS-RPT-OUT-LINE (WS-RPT-SUB).
042600 9810-WRITE-OUT-LINE-EXIT.
042700     EXIT.
