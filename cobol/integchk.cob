000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. INTEGCHK.
000300 AUTHOR. D-SYSTEMS BATCH GROUP.
000400 INSTALLATION. ESSAI BATCH SUITE.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 2026-10-15 EL  Initial version. Weekly cross-master integrity
001100*                check. Each master is kept by its own programs
001200*                and nothing ever compared them : ARCHCUST
001300*                purges a customer and leaves his BALMAST
001400*                record behind, CUSTMERG points a victim at a
001500*                survivor that is later merged or purged in
001600*                turn (ESSAIZERO follows one link only), CUSTREST
001700*                brings a customer back without taking him off
001800*                ARCHINDX, and TRANREG and STMTHIST keep numbers
001900*                nobody knows any more. This step cross-reads
002000*                CUSTMAST, BALMAST, MERGXREF, ARCHINDX, TRANREG
002100*                and STMTHIST and lists every orphan, dangling
002200*                merge chain and status conflict on PRTINTG with
002300*                a severity :
002400*                  GRAVE - money or postings at risk : a balance
002500*                          on a number with no customer, a
002600*                          closed customer still holding a
002700*                          balance, a merge victim still on the
002800*                          master, a merge pointing at nobody or
002900*                          round in a loop ;
003000*                  AVERT - to be tidied : a zero balance left
003100*                          behind, a restored customer still
003200*                          indexed as archived, a merge chain
003300*                          longer than one link, a dormant
003400*                          account with nothing held, an unknown
003500*                          status, a TRANREG or STMTHIST number
003600*                          known nowhere.
003700*                A number merged away or archived is still known
003800*                - its history legitimately stays. Nothing is
003900*                updated. RETURN-CODE 8 on any GRAVE anomaly,
004000*                4 on warnings only, read back by MORNSTAT off
004100*                RUNHIST with the rest of the chain ; 16 when
004200*                the customer master cannot be read. MERGXREF
004300*                or ARCHINDX absent means no merge or no purge
004400*                yet ; another file absent is said so on the
004500*                report and its check skipped.
004600*----------------------------------------------------------------
004700 ENVIRONMENT DIVISION.
004800 CONFIGURATION SECTION.
004900 INPUT-OUTPUT SECTION.
005000 FILE-CONTROL.
005100     SELECT CUSTMAST ASSIGN TO "CUSTMAST"
005200         ORGANIZATION IS INDEXED
005300         ACCESS MODE IS DYNAMIC
005400         RECORD KEY IS CUST-NUMBER
005500         ALTERNATE RECORD KEY IS CUST-NAME
005600             WITH DUPLICATES
005700         FILE STATUS IS WS-CUSTMAST-STATUS.
005800     SELECT BALMAST ASSIGN TO "BALMAST"
005900         ORGANIZATION IS INDEXED
006000         ACCESS MODE IS DYNAMIC
006100         RECORD KEY IS BAL-ACCOUNT-NO
006200         FILE STATUS IS WS-BALMAST-STATUS.
006300     SELECT MERGXREF ASSIGN TO "MERGXREF"
006400         ORGANIZATION IS SEQUENTIAL
006500         FILE STATUS IS WS-MERGXREF-STATUS.
006600     SELECT ARCHINDX ASSIGN TO "ARCHINDX"
006700         ORGANIZATION IS SEQUENTIAL
006800         FILE STATUS IS WS-ARCHINDX-STATUS.
006900     SELECT TRANREG ASSIGN TO "TRANREG"
007000         ORGANIZATION IS INDEXED
007100         ACCESS MODE IS DYNAMIC
007200         RECORD KEY IS TRG-TRAN-KEY
007300         FILE STATUS IS WS-TRANREG-STATUS.
007400     SELECT STMTHIST ASSIGN TO "STMTHIST"
007500         ORGANIZATION IS SEQUENTIAL
007600         FILE STATUS IS WS-STMTHIST-STATUS.
007700     SELECT PRTINTG ASSIGN TO "PRTINTG"
007800         ORGANIZATION IS SEQUENTIAL.
007900 DATA DIVISION.
008000 FILE SECTION.
008100 FD  CUSTMAST.
008200 COPY CUSTREC.
008300 FD  BALMAST.
008400 COPY BALREC.
008500 FD  MERGXREF
008600     LABEL RECORDS ARE STANDARD.
008700 01  MERGXREF-RECORD.
008800     05  MRX-VICTIM-NUMBER    PIC X(10).
008900     05  MRX-SURVIVOR-NUMBER  PIC X(10).
009000     05  MRX-MERGE-DATE       PIC 9(08).
009100     05  FILLER               PIC X(02).
009200 FD  ARCHINDX
009300     LABEL RECORDS ARE STANDARD.
009400 01  ARCHINDX-RECORD.
009500     05  AIX-CUST-NUMBER      PIC X(10).
009600     05  AIX-GENERATION       PIC 9(06).
009700     05  AIX-ARCH-DATE        PIC 9(08).
009800     05  FILLER               PIC X(06).
009900 FD  TRANREG.
010000 01  TRANREG-RECORD.
010100     05  TRG-TRAN-KEY.
010200         10  TRG-ACCOUNT-NO   PIC X(10).
010300         10  TRG-AMOUNT       PIC X(10).
010400     05  TRG-FEED-DATE        PIC 9(08).
010500     05  TRG-SOURCE-ID        PIC X(08).
010600     05  FILLER               PIC X(04).
010700     05  TRG-REFERENCE        PIC X(22).
010800 FD  STMTHIST
010900     LABEL RECORDS ARE STANDARD.
011000 01  STMTHIST-RECORD.
011100     05  STH-CUST-NUMBER      PIC X(10).
011200     05  STH-PERIOD           PIC 9(08).
011300     05  STH-RECORD-TYPE      PIC X(01).
011400     05  STH-PAYLOAD          PIC X(40).
011500     05  STH-REFERENCE        PIC X(22).
011600 FD  PRTINTG
011700     LABEL RECORDS ARE STANDARD.
011800 01  PRTINTG-LINE             PIC X(60).
011900 WORKING-STORAGE SECTION.
012000*----------------------------------------------------------------
012100* 77-LEVEL WORK ITEMS
012200*----------------------------------------------------------------
012300 77  WS-CUSTMAST-STATUS       PIC X(02) VALUE SPACES.
012400 77  WS-BALMAST-STATUS        PIC X(02) VALUE SPACES.
012500 77  WS-MERGXREF-STATUS       PIC X(02) VALUE SPACES.
012600 77  WS-ARCHINDX-STATUS       PIC X(02) VALUE SPACES.
012700 77  WS-TRANREG-STATUS        PIC X(02) VALUE SPACES.
012800 77  WS-STMTHIST-STATUS       PIC X(02) VALUE SPACES.
012900 77  WS-EOF-SW                PIC X(01) VALUE "N".
013000     88  WS-EOF               VALUE "Y".
013100 77  WS-BALMAST-ABSENT-SW     PIC X(01) VALUE "N".
013200     88  WS-BALMAST-ABSENT    VALUE "Y".
013300 77  WS-ON-MASTER-SW          PIC X(01) VALUE "N".
013400     88  WS-ON-MASTER         VALUE "Y".
013500 77  WS-ARCHIVED-SW           PIC X(01) VALUE "N".
013600     88  WS-ARCHIVED          VALUE "Y".
013700 77  WS-CHAIN-END-SW          PIC X(01) VALUE "N".
013800     88  WS-CHAIN-ENDED       VALUE "Y".
013900 77  WS-LOOKUP-NUMBER         PIC X(10) VALUE SPACES.
014000 77  WS-VICTIM-SUB            PIC 9(04) COMP VALUE ZERO.
014100 77  WS-CHAIN-NUMBER          PIC X(10) VALUE SPACES.
014200 77  WS-CHAIN-LINKS           PIC 9(04) COMP VALUE ZERO.
014300 77  WS-CHAIN-LINKS-EDIT      PIC 9(02) VALUE ZERO.
014400 77  WS-LAST-NUMBER           PIC X(10) VALUE SPACES.
014500 77  WS-SUB                   PIC 9(04) COMP VALUE ZERO.
014600 77  WS-SCAN-SUB              PIC 9(04) COMP VALUE ZERO.
014700 77  WS-XREF-COUNT            PIC 9(04) COMP VALUE ZERO.
014800 77  WS-ARCH-COUNT            PIC 9(04) COMP VALUE ZERO.
014900 77  WS-TABLE-OVERFLOW        PIC 9(05) COMP VALUE ZERO.
015000 77  WS-CUSTS-READ            PIC 9(07) COMP VALUE ZERO.
015100 77  WS-BALS-READ             PIC 9(07) COMP VALUE ZERO.
015200 77  WS-TRGS-READ             PIC 9(07) COMP VALUE ZERO.
015300 77  WS-STHS-READ             PIC 9(07) COMP VALUE ZERO.
015400 77  WS-GRAVE-COUNT           PIC 9(05) COMP VALUE ZERO.
015500 77  WS-AVERT-COUNT           PIC 9(05) COMP VALUE ZERO.
015600 77  WS-SEVERITY              PIC X(05) VALUE SPACES.
015700     88  WS-SEVERITY-GRAVE    VALUE "GRAVE".
015800 77  WS-ANOMALY-FILE          PIC X(08) VALUE SPACES.
015900 77  WS-ANOMALY-NUMBER        PIC X(10) VALUE SPACES.
016000 77  WS-ANOMALY-TEXT          PIC X(34) VALUE SPACES.
016100*----------------------------------------------------------------
016200* The merge pairs and the archived numbers, loaded once : both
016300* are small sequential files consulted for every number read.
016400* An entry past the end of a table is not checked and the run
016500* ends no better than RETURN-CODE 4.
016600*----------------------------------------------------------------
016700 01  WS-XREF-TABLE.
016800     05  WS-XREF-ENTRY OCCURS 500 TIMES.
016900         10  WS-XREF-VICTIM   PIC X(10).
017000         10  WS-XREF-SURVIVOR PIC X(10).
017100 01  WS-ARCH-TABLE.
017200     05  WS-ARCH-NUMBER       PIC X(10) OCCURS 2000 TIMES.
017300*----------------------------------------------------------------
017400* Shared RPTWRITE page-writer state, the RPTCUR01 pattern.
017500*----------------------------------------------------------------
017600 01  WS-RPT-STATE.
017700     05  WS-RPT-PAGE-NUMBER   PIC 9(04) COMP VALUE ZERO.
017800     05  WS-RPT-LINE-COUNT    PIC 9(02) COMP VALUE ZERO.
017900 77  WS-RPT-TITLE             PIC X(30) VALUE
018000         "INTEGRITE DES FICHIERS MAITRES".
018100 01  WS-RPT-DETAIL            PIC X(60) VALUE SPACES.
018200 01  WS-RPT-OUT.
018300     05  WS-RPT-OUT-COUNT     PIC 9(01).
018400     05  WS-RPT-OUT-LINE      PIC X(60) OCCURS 3 TIMES.
018500 77  WS-RPT-SUB               PIC 9(01) COMP.
018600*----------------------------------------------------------------
018700* Report lines.
018800*----------------------------------------------------------------
018900 01  WS-COLUMN-HEADER.
019000     05  FILLER PIC X(35) VALUE
019100         "GRAV. FICHIER  NUMERO     ANOMALIE".
019200     05  FILLER PIC X(25) VALUE SPACES.
019300 01  WS-ANOMALY-LINE.
019400     05  ANL-SEVERITY         PIC X(05).
019500     05  FILLER PIC X(01) VALUE SPACE.
019600     05  ANL-FILE             PIC X(08).
019700     05  FILLER PIC X(01) VALUE SPACE.
019800     05  ANL-NUMBER           PIC X(10).
019900     05  FILLER PIC X(01) VALUE SPACE.
020000     05  ANL-TEXT             PIC X(34).
020100 01  WS-ABSENT-LINE.
020200     05  FILLER PIC X(15) VALUE "FICHIER ABSENT ".
020300     05  ABS-FILE             PIC X(08).
020400     05  FILLER PIC X(37) VALUE " - CONTROLE NON EFFECTUE".
020500 01  WS-TOTAL-LINE.
020600     05  TTL-LABEL            PIC X(32).
020700     05  TTL-VALUE            PIC ZZZ,ZZ9.
020800     05  FILLER PIC X(21) VALUE SPACES.
020900 PROCEDURE DIVISION.
021000*----------------------------------------------------------------
021100* 0000-MAINLINE
021200*----------------------------------------------------------------
021300 0000-MAINLINE.
021400     DISPLAY "CONTROLE D'INTEGRITE DES FICHIERS MAITRES".
021500     PERFORM 1000-OPEN-FILES THRU 1000-OPEN-FILES-EXIT.
021600     IF RETURN-CODE = 16
021700         STOP RUN
021800     END-IF.
021900     MOVE WS-COLUMN-HEADER TO WS-RPT-DETAIL.
022000     PERFORM 9800-PUT-REPORT-LINE THRU 9800-PUT-REPORT-LINE-EXIT.
022100     PERFORM 1100-LOAD-XREF THRU 1100-LOAD-XREF-EXIT.
022200     PERFORM 1200-LOAD-ARCHINDX THRU 1200-LOAD-ARCHINDX-EXIT.
022300     MOVE "N" TO WS-EOF-SW.
022400     PERFORM 2000-READ-CUSTOMER THRU 2000-READ-CUSTOMER-EXIT
022500         UNTIL WS-EOF.
022600     PERFORM 3000-CHECK-BALANCES THRU 3000-CHECK-BALANCES-EXIT.
022700     PERFORM 4000-CHECK-ONE-MERGE THRU 4000-CHECK-ONE-MERGE-EXIT
022800         VARYING WS-SUB FROM 1 BY 1
022900         UNTIL WS-SUB > WS-XREF-COUNT.
023000     PERFORM 5000-CHECK-TRANREG THRU 5000-CHECK-TRANREG-EXIT.
023100     PERFORM 6000-CHECK-STMTHIST THRU 6000-CHECK-STMTHIST-EXIT.
023200     PERFORM 7000-PRINT-TOTALS THRU 7000-PRINT-TOTALS-EXIT.
023300     PERFORM 9000-CLOSE-FILES THRU 9000-CLOSE-FILES-EXIT.
023400     DISPLAY "CLIENTS LUS          : " WS-CUSTS-READ.
023500     DISPLAY "SOLDES LUS           : " WS-BALS-READ.
023600     DISPLAY "FUSIONS LUES         : " WS-XREF-COUNT.
023700     DISPLAY "NUMEROS ARCHIVES     : " WS-ARCH-COUNT.
023800     DISPLAY "ANOMALIES GRAVES     : " WS-GRAVE-COUNT.
023900     DISPLAY "AVERTISSEMENTS       : " WS-AVERT-COUNT.
024000     IF WS-GRAVE-COUNT > ZERO
024100         MOVE 8 TO RETURN-CODE
024200     ELSE
024300         IF WS-AVERT-COUNT > ZERO OR WS-TABLE-OVERFLOW > ZERO
024400             MOVE 4 TO RETURN-CODE
024500         END-IF
024600     END-IF.
024700     STOP RUN.
024800*----------------------------------------------------------------
024900* 1000-OPEN-FILES : the customer master is the reference every
025000*                  other file is measured against - without it
025100*                  the step fails. No balance master and the
025200*                  balance checks are skipped.
025300*----------------------------------------------------------------
025400 1000-OPEN-FILES.
025500     OPEN INPUT CUSTMAST.
025600     IF WS-CUSTMAST-STATUS NOT = "00"
025700         DISPLAY "CUSTMAST INDISPONIBLE (STATUT "
025800             WS-CUSTMAST-STATUS ") - CONTROLE IMPOSSIBLE"
025900         MOVE 16 TO RETURN-CODE
026000         GO TO 1000-OPEN-FILES-EXIT
026100     END-IF.
026200     OPEN OUTPUT PRTINTG.
026300     OPEN INPUT BALMAST.
026400     IF WS-BALMAST-STATUS NOT = "00"
026500         SET WS-BALMAST-ABSENT TO TRUE
026600     END-IF.
026700 1000-OPEN-FILES-EXIT.
026800     EXIT.
026900*----------------------------------------------------------------
027000* 1100-LOAD-XREF : the merge pairs. No MERGXREF, no merge has
027100*                 ever been made.
027200*----------------------------------------------------------------
027300 1100-LOAD-XREF.
027400     OPEN INPUT MERGXREF.
027500     IF WS-MERGXREF-STATUS NOT = "00"
027600         GO TO 1100-LOAD-XREF-EXIT
027700     END-IF.
027800     MOVE "N" TO WS-EOF-SW.
027900     PERFORM 1110-READ-XREF THRU 1110-READ-XREF-EXIT
028000         UNTIL WS-EOF.
028100     CLOSE MERGXREF.
028200 1100-LOAD-XREF-EXIT.
028300     EXIT.
028400 1110-READ-XREF.
028500     READ MERGXREF
028600         AT END
028700             SET WS-EOF TO TRUE
028800             GO TO 1110-READ-XREF-EXIT
028900     END-READ.
029000     IF WS-XREF-COUNT NOT < 500
029100         DISPLAY "TABLE MERGXREF PLEINE - IGNORE : "
029200             MRX-VICTIM-NUMBER
029300         ADD 1 TO WS-TABLE-OVERFLOW
029400         GO TO 1110-READ-XREF-EXIT
029500     END-IF.
029600     ADD 1 TO WS-XREF-COUNT.
029700     MOVE MRX-VICTIM-NUMBER   TO WS-XREF-VICTIM (WS-XREF-COUNT).
029800     MOVE MRX-SURVIVOR-NUMBER TO WS-XREF-SURVIVOR (WS-XREF-COUNT).
029900 1110-READ-XREF-EXIT.
030000     EXIT.
030100*----------------------------------------------------------------
030200* 1200-LOAD-ARCHINDX : the numbers ARCHCUST has purged, one
030300*                     entry per number whatever the number of
030400*                     generations. No ARCHINDX, no purge yet.
030500*----------------------------------------------------------------
030600 1200-LOAD-ARCHINDX.
030700     OPEN INPUT ARCHINDX.
030800     IF WS-ARCHINDX-STATUS NOT = "00"
030900         GO TO 1200-LOAD-ARCHINDX-EXIT
031000     END-IF.
031100     MOVE "N" TO WS-EOF-SW.
031200     PERFORM 1210-READ-ARCHINDX THRU 1210-READ-ARCHINDX-EXIT
031300         UNTIL WS-EOF.
031400     CLOSE ARCHINDX.
031500 1200-LOAD-ARCHINDX-EXIT.
031600     EXIT.
031700 1210-READ-ARCHINDX.
031800     READ ARCHINDX
031900         AT END
032000             SET WS-EOF TO TRUE
032100             GO TO 1210-READ-ARCHINDX-EXIT
032200     END-READ.
032300     MOVE AIX-CUST-NUMBER TO WS-LOOKUP-NUMBER.
032400     PERFORM 8300-SCAN-ARCHIVE THRU 8300-SCAN-ARCHIVE-EXIT.
032500     IF WS-ARCHIVED
032600         GO TO 1210-READ-ARCHINDX-EXIT
032700     END-IF.
032800     IF WS-ARCH-COUNT NOT < 2000
032900         DISPLAY "TABLE ARCHINDX PLEINE - IGNORE : "
033000             AIX-CUST-NUMBER
033100         ADD 1 TO WS-TABLE-OVERFLOW
033200         GO TO 1210-READ-ARCHINDX-EXIT
033300     END-IF.
033400     ADD 1 TO WS-ARCH-COUNT.
033500     MOVE AIX-CUST-NUMBER TO WS-ARCH-NUMBER (WS-ARCH-COUNT).
033600 1210-READ-ARCHINDX-EXIT.
033700     EXIT.
033800*----------------------------------------------------------------
033900* 2000-READ-CUSTOMER : every customer in key order, against the
034000*                     merge pairs, the archive index and his
034100*                     balance.
034200*----------------------------------------------------------------
034300 2000-READ-CUSTOMER.
034400     READ CUSTMAST NEXT RECORD
034500         AT END
034600             SET WS-EOF TO TRUE
034700             GO TO 2000-READ-CUSTOMER-EXIT
034800     END-READ.
034900     ADD 1 TO WS-CUSTS-READ.
035000     MOVE "CUSTMAST"  TO WS-ANOMALY-FILE.
035100     MOVE CUST-NUMBER TO WS-ANOMALY-NUMBER.
035200     MOVE CUST-NUMBER TO WS-LOOKUP-NUMBER.
035300     IF NOT CUST-STATUS-KNOWN
035400         MOVE "AVERT" TO WS-SEVERITY
035500         MOVE SPACES  TO WS-ANOMALY-TEXT
035600         STRING "STATUT CLIENT INCONNU : " CUST-STATUS
035700             DELIMITED BY SIZE INTO WS-ANOMALY-TEXT
035800         PERFORM 8000-WRITE-ANOMALY THRU 8000-WRITE-ANOMALY-EXIT
035900     END-IF.
036000     PERFORM 8200-SCAN-XREF THRU 8200-SCAN-XREF-EXIT.
036100     IF WS-VICTIM-SUB > ZERO
036200         MOVE "GRAVE" TO WS-SEVERITY
036300         MOVE SPACES  TO WS-ANOMALY-TEXT
036400         STRING "VICTIME DE FUSION VERS "
036500             WS-XREF-SURVIVOR (WS-VICTIM-SUB)
036600             DELIMITED BY SIZE INTO WS-ANOMALY-TEXT
036700         PERFORM 8000-WRITE-ANOMALY THRU 8000-WRITE-ANOMALY-EXIT
036800     END-IF.
036900     PERFORM 8300-SCAN-ARCHIVE THRU 8300-SCAN-ARCHIVE-EXIT.
037000     IF WS-ARCHIVED
037100         MOVE "AVERT" TO WS-SEVERITY
037200         MOVE "RESTAURE, ENCORE DANS ARCHINDX"
037300             TO WS-ANOMALY-TEXT
037400         PERFORM 8000-WRITE-ANOMALY THRU 8000-WRITE-ANOMALY-EXIT
037500     END-IF.
037600     IF CUST-CLOSED OR CUST-DORMANT
037700         PERFORM 2100-CHECK-STATUS-BALANCE
037800             THRU 2100-CHECK-STATUS-BALANCE-EXIT
037900     END-IF.
038000 2000-READ-CUSTOMER-EXIT.
038100     EXIT.
038200*----------------------------------------------------------------
038300* 2100-CHECK-STATUS-BALANCE : a closed customer holds nothing,
038400*                            and a dormant one is only dormant
038500*                            because he holds something. No
038600*                            BALMAST record is a zero balance.
038700*----------------------------------------------------------------
038800 2100-CHECK-STATUS-BALANCE.
038900     IF WS-BALMAST-ABSENT
039000         GO TO 2100-CHECK-STATUS-BALANCE-EXIT
039100     END-IF.
039200     MOVE CUST-NUMBER TO BAL-ACCOUNT-NO.
039300     READ BALMAST
039400         INVALID KEY
039500             MOVE ZERO TO BAL-CLOSING
039600     END-READ.
039700     IF CUST-CLOSED AND BAL-CLOSING NOT = ZERO
039800         MOVE "GRAVE" TO WS-SEVERITY
039900         MOVE "CLIENT CLOS, SOLDE NON NUL" TO WS-ANOMALY-TEXT
040000         PERFORM 8000-WRITE-ANOMALY THRU 8000-WRITE-ANOMALY-EXIT
040100     END-IF.
040200     IF CUST-DORMANT AND BAL-CLOSING = ZERO
040300         MOVE "AVERT" TO WS-SEVERITY
040400         MOVE "CLIENT DORMANT, SOLDE NUL" TO WS-ANOMALY-TEXT
040500         PERFORM 8000-WRITE-ANOMALY THRU 8000-WRITE-ANOMALY-EXIT
040600     END-IF.
040700 2100-CHECK-STATUS-BALANCE-EXIT.
040800     EXIT.
040900*----------------------------------------------------------------
041000* 3000-CHECK-BALANCES : every balance record whose account is
041100*                      not on the customer master.
041200*----------------------------------------------------------------
041300 3000-CHECK-BALANCES.
041400     IF WS-BALMAST-ABSENT
041500         MOVE "BALMAST" TO ABS-FILE
041600         MOVE WS-ABSENT-LINE TO WS-RPT-DETAIL
041700         PERFORM 9800-PUT-REPORT-LINE
041800             THRU 9800-PUT-REPORT-LINE-EXIT
041900         GO TO 3000-CHECK-BALANCES-EXIT
042000     END-IF.
042100     MOVE LOW-VALUES TO BAL-ACCOUNT-NO.
042200     START BALMAST KEY IS NOT LESS THAN BAL-ACCOUNT-NO
042300         INVALID KEY
042400             GO TO 3000-CHECK-BALANCES-EXIT
042500     END-START.
042600     MOVE "N" TO WS-EOF-SW.
042700     PERFORM 3100-READ-BALANCE THRU 3100-READ-BALANCE-EXIT
042800         UNTIL WS-EOF.
042900 3000-CHECK-BALANCES-EXIT.
043000     EXIT.
043100*----------------------------------------------------------------
043200* 3100-READ-BALANCE : an account the master has lost is GRAVE
043300*                    while it still holds money, AVERT once its
043400*                    closing is down to zero. The text says
043500*                    where the number went.
043600*----------------------------------------------------------------
043700 3100-READ-BALANCE.
043800     READ BALMAST NEXT RECORD
043900         AT END
044000             SET WS-EOF TO TRUE
044100             GO TO 3100-READ-BALANCE-EXIT
044200     END-READ.
044300     ADD 1 TO WS-BALS-READ.
044400     MOVE BAL-ACCOUNT-NO TO WS-LOOKUP-NUMBER.
044500     PERFORM 8100-LOOKUP-NUMBER THRU 8100-LOOKUP-NUMBER-EXIT.
044600     IF WS-ON-MASTER
044700         GO TO 3100-READ-BALANCE-EXIT
044800     END-IF.
044900     MOVE "BALMAST"      TO WS-ANOMALY-FILE.
045000     MOVE BAL-ACCOUNT-NO TO WS-ANOMALY-NUMBER.
045100     IF BAL-CLOSING = ZERO
045200         MOVE "AVERT" TO WS-SEVERITY
045300     ELSE
045400         MOVE "GRAVE" TO WS-SEVERITY
045500     END-IF.
045600     EVALUATE TRUE
045700         WHEN WS-VICTIM-SUB > ZERO
045800             MOVE "SOLDE SUR UN NUMERO FUSIONNE"
045900                 TO WS-ANOMALY-TEXT
046000         WHEN WS-ARCHIVED
046100             MOVE "SOLDE D'UN CLIENT PURGE"
046200                 TO WS-ANOMALY-TEXT
046300         WHEN OTHER
046400             MOVE "SOLDE SANS CLIENT" TO WS-ANOMALY-TEXT
046500     END-EVALUATE.
046600     PERFORM 8000-WRITE-ANOMALY THRU 8000-WRITE-ANOMALY-EXIT.
046700 3100-READ-BALANCE-EXIT.
046800     EXIT.
046900*----------------------------------------------------------------
047000* 4000-CHECK-ONE-MERGE : a merge pair must lead to a customer
047100*                       on the master. ESSAIZERO follows one
047200*                       link only, so a survivor merged away in
047300*                       turn strands the victim's postings in
047400*                       suspense even when the chain ends well.
047500*----------------------------------------------------------------
047600 4000-CHECK-ONE-MERGE.
047700     MOVE "MERGXREF"             TO WS-ANOMALY-FILE.
047800     MOVE WS-XREF-VICTIM (WS-SUB) TO WS-ANOMALY-NUMBER.
047900     IF WS-XREF-SURVIVOR (WS-SUB) = WS-XREF-VICTIM (WS-SUB)
048000         MOVE "GRAVE" TO WS-SEVERITY
048100         MOVE "FUSIONNE SUR LUI-MEME" TO WS-ANOMALY-TEXT
048200         PERFORM 8000-WRITE-ANOMALY THRU 8000-WRITE-ANOMALY-EXIT
048300         GO TO 4000-CHECK-ONE-MERGE-EXIT
048400     END-IF.
048500     MOVE WS-XREF-SURVIVOR (WS-SUB) TO WS-CHAIN-NUMBER.
048600     MOVE 1 TO WS-CHAIN-LINKS.
048700     MOVE "N" TO WS-CHAIN-END-SW.
048800     PERFORM 4100-FOLLOW-LINK THRU 4100-FOLLOW-LINK-EXIT
048900         UNTIL WS-CHAIN-ENDED.
049000     IF WS-ON-MASTER
049100         IF WS-CHAIN-LINKS > 1
049200             MOVE "AVERT" TO WS-SEVERITY
049300             MOVE WS-CHAIN-LINKS TO WS-CHAIN-LINKS-EDIT
049400             MOVE SPACES  TO WS-ANOMALY-TEXT
049500             STRING "CHAINE DE " WS-CHAIN-LINKS-EDIT
049600                 " VERS " WS-CHAIN-NUMBER
049700                 DELIMITED BY SIZE INTO WS-ANOMALY-TEXT
049800             PERFORM 8000-WRITE-ANOMALY
049900                 THRU 8000-WRITE-ANOMALY-EXIT
050000         END-IF
050100         GO TO 4000-CHECK-ONE-MERGE-EXIT
050200     END-IF.
050300     MOVE "GRAVE" TO WS-SEVERITY.
050400     MOVE SPACES  TO WS-ANOMALY-TEXT.
050500     EVALUATE TRUE
050600         WHEN WS-CHAIN-LINKS > WS-XREF-COUNT
050700             MOVE "BOUCLE DE FUSIONS" TO WS-ANOMALY-TEXT
050800         WHEN WS-ARCHIVED
050900             STRING "SURVIVANT " WS-CHAIN-NUMBER " PURGE"
051000                 DELIMITED BY SIZE INTO WS-ANOMALY-TEXT
051100         WHEN OTHER
051200             STRING "SURVIVANT " WS-CHAIN-NUMBER " INCONNU"
051300                 DELIMITED BY SIZE INTO WS-ANOMALY-TEXT
051400     END-EVALUATE.
051500     PERFORM 8000-WRITE-ANOMALY THRU 8000-WRITE-ANOMALY-EXIT.
051600 4000-CHECK-ONE-MERGE-EXIT.
051700     EXIT.
051800*----------------------------------------------------------------
051900* 4100-FOLLOW-LINK : the chain ends on the master, on a number
052000*                   nobody merged further, or - more links than
052100*                   there are pairs - in a loop.
052200*----------------------------------------------------------------
052300 4100-FOLLOW-LINK.
052400     MOVE WS-CHAIN-NUMBER TO WS-LOOKUP-NUMBER.
052500     PERFORM 8100-LOOKUP-NUMBER THRU 8100-LOOKUP-NUMBER-EXIT.
052600     IF WS-ON-MASTER OR WS-VICTIM-SUB = ZERO
052700         SET WS-CHAIN-ENDED TO TRUE
052800         GO TO 4100-FOLLOW-LINK-EXIT
052900     END-IF.
053000     ADD 1 TO WS-CHAIN-LINKS.
053100     IF WS-CHAIN-LINKS > WS-XREF-COUNT
053200         SET WS-CHAIN-ENDED TO TRUE
053300         GO TO 4100-FOLLOW-LINK-EXIT
053400     END-IF.
053500     MOVE WS-XREF-SURVIVOR (WS-VICTIM-SUB) TO WS-CHAIN-NUMBER.
053600 4100-FOLLOW-LINK-EXIT.
053700     EXIT.
053800*----------------------------------------------------------------
053900* 5000-CHECK-TRANREG : the duplicate register, one check per
054000*                     account (the key leads with it).
054100*----------------------------------------------------------------
054200 5000-CHECK-TRANREG.
054300     OPEN INPUT TRANREG.
054400     IF WS-TRANREG-STATUS NOT = "00"
054500         MOVE "TRANREG" TO ABS-FILE
054600         MOVE WS-ABSENT-LINE TO WS-RPT-DETAIL
054700         PERFORM 9800-PUT-REPORT-LINE
054800             THRU 9800-PUT-REPORT-LINE-EXIT
054900         GO TO 5000-CHECK-TRANREG-EXIT
055000     END-IF.
055100     MOVE SPACES TO WS-LAST-NUMBER.
055200     MOVE "N" TO WS-EOF-SW.
055300     PERFORM 5100-READ-TRANREG THRU 5100-READ-TRANREG-EXIT
055400         UNTIL WS-EOF.
055500     CLOSE TRANREG.
055600 5000-CHECK-TRANREG-EXIT.
055700     EXIT.
055800 5100-READ-TRANREG.
055900     READ TRANREG NEXT RECORD
056000         AT END
056100             SET WS-EOF TO TRUE
056200             GO TO 5100-READ-TRANREG-EXIT
056300     END-READ.
056400     ADD 1 TO WS-TRGS-READ.
056500     IF TRG-ACCOUNT-NO = WS-LAST-NUMBER
056600         GO TO 5100-READ-TRANREG-EXIT
056700     END-IF.
056800     MOVE TRG-ACCOUNT-NO TO WS-LAST-NUMBER.
056900     MOVE TRG-ACCOUNT-NO TO WS-LOOKUP-NUMBER.
057000     PERFORM 8100-LOOKUP-NUMBER THRU 8100-LOOKUP-NUMBER-EXIT.
057100     IF WS-ON-MASTER OR WS-VICTIM-SUB > ZERO OR WS-ARCHIVED
057200         GO TO 5100-READ-TRANREG-EXIT
057300     END-IF.
057400     MOVE "AVERT"        TO WS-SEVERITY.
057500     MOVE "TRANREG"      TO WS-ANOMALY-FILE.
057600     MOVE TRG-ACCOUNT-NO TO WS-ANOMALY-NUMBER.
057700     MOVE "MOUVEMENT SUR UN COMPTE INCONNU" TO WS-ANOMALY-TEXT.
057800     PERFORM 8000-WRITE-ANOMALY THRU 8000-WRITE-ANOMALY-EXIT.
057900 5100-READ-TRANREG-EXIT.
058000     EXIT.
058100*----------------------------------------------------------------
058200* 6000-CHECK-STMTHIST : the statement history, one check per
058300*                      run of records for the same customer.
058400*----------------------------------------------------------------
058500 6000-CHECK-STMTHIST.
058600     OPEN INPUT STMTHIST.
058700     IF WS-STMTHIST-STATUS NOT = "00"
058800         MOVE "STMTHIST" TO ABS-FILE
058900         MOVE WS-ABSENT-LINE TO WS-RPT-DETAIL
059000         PERFORM 9800-PUT-REPORT-LINE
059100             THRU 9800-PUT-REPORT-LINE-EXIT
059200         GO TO 6000-CHECK-STMTHIST-EXIT
059300     END-IF.
059400     MOVE SPACES TO WS-LAST-NUMBER.
059500     MOVE "N" TO WS-EOF-SW.
059600     PERFORM 6100-READ-STMTHIST THRU 6100-READ-STMTHIST-EXIT
059700         UNTIL WS-EOF.
059800     CLOSE STMTHIST.
059900 6000-CHECK-STMTHIST-EXIT.
060000     EXIT.
060100 6100-READ-STMTHIST.
060200     READ STMTHIST
060300         AT END
060400             SET WS-EOF TO TRUE
060500             GO TO 6100-READ-STMTHIST-EXIT
060600     END-READ.
060700     ADD 1 TO WS-STHS-READ.
060800     IF STH-CUST-NUMBER = WS-LAST-NUMBER
060900         GO TO 6100-READ-STMTHIST-EXIT
061000     END-IF.
061100     MOVE STH-CUST-NUMBER TO WS-LAST-NUMBER.
061200     MOVE STH-CUST-NUMBER TO WS-LOOKUP-NUMBER.
061300     PERFORM 8100-LOOKUP-NUMBER THRU 8100-LOOKUP-NUMBER-EXIT.
061400     IF WS-ON-MASTER OR WS-VICTIM-SUB > ZERO OR WS-ARCHIVED
061500         GO TO 6100-READ-STMTHIST-EXIT
061600     END-IF.
061700     MOVE "AVERT"         TO WS-SEVERITY.
061800     MOVE "STMTHIST"      TO WS-ANOMALY-FILE.
061900     MOVE STH-CUST-NUMBER TO WS-ANOMALY-NUMBER.
062000     MOVE "RELEVE D'UN CLIENT INCONNU" TO WS-ANOMALY-TEXT.
062100     PERFORM 8000-WRITE-ANOMALY THRU 8000-WRITE-ANOMALY-EXIT.
062200 6100-READ-STMTHIST-EXIT.
062300     EXIT.
062400*----------------------------------------------------------------
062500* 7000-PRINT-TOTALS : what was read and what was found.
062600*----------------------------------------------------------------
062700 7000-PRINT-TOTALS.
062800     MOVE SPACES TO WS-RPT-DETAIL.
062900     PERFORM 9800-PUT-REPORT-LINE THRU 9800-PUT-REPORT-LINE-EXIT.
063000     MOVE "CLIENTS LUS (CUSTMAST)        :" TO TTL-LABEL.
063100     MOVE WS-CUSTS-READ TO TTL-VALUE.
063200     MOVE WS-TOTAL-LINE TO WS-RPT-DETAIL.
063300     PERFORM 9800-PUT-REPORT-LINE THRU 9800-PUT-REPORT-LINE-EXIT.
063400     MOVE "SOLDES LUS (BALMAST)          :" TO TTL-LABEL.
063500     MOVE WS-BALS-READ TO TTL-VALUE.
063600     MOVE WS-TOTAL-LINE TO WS-RPT-DETAIL.
063700     PERFORM 9800-PUT-REPORT-LINE THRU 9800-PUT-REPORT-LINE-EXIT.
063800     MOVE "FUSIONS LUES (MERGXREF)       :" TO TTL-LABEL.
063900     MOVE WS-XREF-COUNT TO TTL-VALUE.
064000     MOVE WS-TOTAL-LINE TO WS-RPT-DETAIL.
064100     PERFORM 9800-PUT-REPORT-LINE THRU 9800-PUT-REPORT-LINE-EXIT.
064200     MOVE "NUMEROS ARCHIVES (ARCHINDX)   :" TO TTL-LABEL.
064300     MOVE WS-ARCH-COUNT TO TTL-VALUE.
064400     MOVE WS-TOTAL-LINE TO WS-RPT-DETAIL.
064500     PERFORM 9800-PUT-REPORT-LINE THRU 9800-PUT-REPORT-LINE-EXIT.
064600     MOVE "INSCRIPTIONS LUES (TRANREG)   :" TO TTL-LABEL.
064700     MOVE WS-TRGS-READ TO TTL-VALUE.
064800     MOVE WS-TOTAL-LINE TO WS-RPT-DETAIL.
064900     PERFORM 9800-PUT-REPORT-LINE THRU 9800-PUT-REPORT-LINE-EXIT.
065000     MOVE "LIGNES DE RELEVE (STMTHIST)   :" TO TTL-LABEL.
065100     MOVE WS-STHS-READ TO TTL-VALUE.
065200     MOVE WS-TOTAL-LINE TO WS-RPT-DETAIL.
065300     PERFORM 9800-PUT-REPORT-LINE THRU 9800-PUT-REPORT-LINE-EXIT.
065400     MOVE "ANOMALIES GRAVES              :" TO TTL-LABEL.
065500     MOVE WS-GRAVE-COUNT TO TTL-VALUE.
065600     MOVE WS-TOTAL-LINE TO WS-RPT-DETAIL.
065700     PERFORM 9800-PUT-REPORT-LINE THRU 9800-PUT-REPORT-LINE-EXIT.
065800     MOVE "AVERTISSEMENTS                :" TO TTL-LABEL.
065900     MOVE WS-AVERT-COUNT TO TTL-VALUE.
066000     MOVE WS-TOTAL-LINE TO WS-RPT-DETAIL.
066100     PERFORM 9800-PUT-REPORT-LINE THRU 9800-PUT-REPORT-LINE-EXIT.
066200     IF WS-TABLE-OVERFLOW > ZERO
066300         MOVE "ENTREES NON CONTROLEES        :" TO TTL-LABEL
066400         MOVE WS-TABLE-OVERFLOW TO TTL-VALUE
066500         MOVE WS-TOTAL-LINE TO WS-RPT-DETAIL
066600         PERFORM 9800-PUT-REPORT-LINE
066700             THRU 9800-PUT-REPORT-LINE-EXIT
066800     END-IF.
066900 7000-PRINT-TOTALS-EXIT.
067000     EXIT.
067100*----------------------------------------------------------------
067200* 8000-WRITE-ANOMALY : one report line, counted by severity.
067300*----------------------------------------------------------------
067400 8000-WRITE-ANOMALY.
067500     IF WS-SEVERITY-GRAVE
067600         ADD 1 TO WS-GRAVE-COUNT
067700     ELSE
067800         ADD 1 TO WS-AVERT-COUNT
067900     END-IF.
068000     MOVE SPACES            TO WS-ANOMALY-LINE.
068100     MOVE WS-SEVERITY       TO ANL-SEVERITY.
068200     MOVE WS-ANOMALY-FILE   TO ANL-FILE.
068300     MOVE WS-ANOMALY-NUMBER TO ANL-NUMBER.
068400     MOVE WS-ANOMALY-TEXT   TO ANL-TEXT.
068500     MOVE WS-ANOMALY-LINE   TO WS-RPT-DETAIL.
068600     PERFORM 9800-PUT-REPORT-LINE THRU 9800-PUT-REPORT-LINE-EXIT.
068700 8000-WRITE-ANOMALY-EXIT.
068800     EXIT.
068900*----------------------------------------------------------------
069000* 8100-LOOKUP-NUMBER : where WS-LOOKUP-NUMBER is known - on the
069100*                     master, as a merge victim (WS-VICTIM-SUB
069200*                     its pair), in the archive index.
069300*----------------------------------------------------------------
069400 8100-LOOKUP-NUMBER.
069500     MOVE "N" TO WS-ON-MASTER-SW.
069600     MOVE WS-LOOKUP-NUMBER TO CUST-NUMBER.
069700     READ CUSTMAST
069800         INVALID KEY
069900             CONTINUE
070000         NOT INVALID KEY
070100             SET WS-ON-MASTER TO TRUE
070200     END-READ.
070300     PERFORM 8200-SCAN-XREF THRU 8200-SCAN-XREF-EXIT.
070400     PERFORM 8300-SCAN-ARCHIVE THRU 8300-SCAN-ARCHIVE-EXIT.
070500 8100-LOOKUP-NUMBER-EXIT.
070600     EXIT.
070700 8200-SCAN-XREF.
070800     MOVE ZERO TO WS-VICTIM-SUB.
070900     PERFORM 8210-SCAN-ONE-XREF THRU 8210-SCAN-ONE-XREF-EXIT
071000         VARYING WS-SCAN-SUB FROM 1 BY 1
071100         UNTIL WS-SCAN-SUB > WS-XREF-COUNT OR
071200               WS-VICTIM-SUB > ZERO.
071300 8200-SCAN-XREF-EXIT.
071400     EXIT.
071500 8210-SCAN-ONE-XREF.
071600     IF WS-XREF-VICTIM (WS-SCAN-SUB) = WS-LOOKUP-NUMBER
071700         MOVE WS-SCAN-SUB TO WS-VICTIM-SUB
071800     END-IF.
071900 8210-SCAN-ONE-XREF-EXIT.
072000     EXIT.
072100 8300-SCAN-ARCHIVE.
072200     MOVE "N" TO WS-ARCHIVED-SW.
072300     PERFORM 8310-SCAN-ONE-ARCHIVE THRU 8310-SCAN-ONE-ARCHIVE-EXIT
072400         VARYING WS-SCAN-SUB FROM 1 BY 1
072500         UNTIL WS-SCAN-SUB > WS-ARCH-COUNT OR WS-ARCHIVED.
072600 8300-SCAN-ARCHIVE-EXIT.
072700     EXIT.
072800 8310-SCAN-ONE-ARCHIVE.
072900     IF WS-ARCH-NUMBER (WS-SCAN-SUB) = WS-LOOKUP-NUMBER
073000         SET WS-ARCHIVED TO TRUE
073100     END-IF.
073200 8310-SCAN-ONE-ARCHIVE-EXIT.
073300     EXIT.
073400*----------------------------------------------------------------
073500* 9000-CLOSE-FILES
073600*----------------------------------------------------------------
073700 9000-CLOSE-FILES.
073800     CLOSE CUSTMAST.
073900     IF NOT WS-BALMAST-ABSENT
074000         CLOSE BALMAST
074100     END-IF.
074200     CLOSE PRTINTG.
074300 9000-CLOSE-FILES-EXIT.
074400     EXIT.
074500*----------------------------------------------------------------
074600* 9800-PUT-REPORT-LINE : one line through the shared RPTWRITE
074700*                       page writer.
074800*----------------------------------------------------------------
074900 9800-PUT-REPORT-LINE.
075000     CALL "RPTWRITE" USING WS-RPT-STATE WS-RPT-TITLE
075100                           WS-RPT-DETAIL WS-RPT-OUT.
075200     PERFORM 9810-WRITE-OUT-LINE THRU 9810-WRITE-OUT-LINE-EXIT
075300         VARYING WS-RPT-SUB FROM 1 BY 1
075400         UNTIL WS-RPT-SUB > WS-RPT-OUT-COUNT.
075500 9800-PUT-REPORT-LINE-EXIT.
075600     EXIT.
075700 9810-WRITE-OUT-LINE.
075800     WRITE PRTINTG-LINE FROM WS-RPT-OUT-LINE (WS-RPT-SUB).
075900 9810-WRITE-OUT-LINE-EXIT.
076000     EXIT.
