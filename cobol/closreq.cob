000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. CLOSREQ.
000300 AUTHOR. D-SYSTEMS BATCH GROUP.
000400 INSTALLATION. ESSAI BATCH SUITE.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 2026-10-15 EL  Initial version. Account closure by request,
001100*                run ahead of FEEDMRG like SORGEN. Setting
001200*                CUST-STATUS to C through CUSTUPDT closed the
001300*                account at once, balance or not, and ESSAIZERO
001400*                then sent every movement on it to suspense
001500*                (CLOT) - money nobody could move. Closure now
001600*                goes through the CLOMAST register (CLOREC.cpy):
001700*                  - CLOREQ cards request a closure (A), cancel
001800*                    one not yet settled (X) or re-settle a
001900*                    residual balance (R) ;
002000*                  - a requested closure has its final balance
002100*                    computed - the BALMAST closing balance less
002200*                    this month's servicing fee, the FEEGEN
002300*                    formula off FEESCHED - and the fee (D) and
002400*                    the settlement generated into the CLOTRAN
002500*                    feed under a full HDR/TRL envelope (source
002600*                    CLOSREQ, tonight's business date) : a credit
002700*                    balance is paid out by a debit, or by a
002800*                    transfer (T) to the payout account when the
002900*                    card gives one ; a debit balance is cleared
003000*                    by a credit ;
003100*                  - once BALMAST shows the account at zero, on
003200*                    a later night, CUST-STATUS is set to C
003300*                    (journalled on CUSTJRNL under the CUSTLOCK
003400*                    interlock) and the final closing statement
003500*                    printed on PRTCLOS ; an account already at
003600*                    zero with no fee due closes the same night.
003700*                Every closure still waiting is listed on the
003800*                PRTCLOP pending report ; one held (account
003900*                unknown or frozen, no FEESCHED, no BALMAST) or
004000*                left with a residual balance ends the step with
004100*                RETURN-CODE 4. A rerun under the same business
004200*                date generates again what tonight's earlier run
004300*                generated and prints its statements again.
004400*                Card rejects go to RJTCLO in the REJREC
004500*                envelope (FDBL, FINT, FACT, FCLI, FCPT, FSTA).
004510*----------------------------------------------------------------
004520* 2026-10-15 EL  A dormant account's closure is held, as a frozen
004530*                one is (COMPTE DORMANT) : ESSAIZERO sends a debit
004540*                on a dormant account to suspense, so its fee and
004550*                settlement never posted and the closure stayed
004560*                SOLDE RESIDUEL. It now waits for the CUSTUPDT
004570*                reactivation (action R).
004575* 2026-10-15 EL  A closure is held while a legal hold or a
004579*                garnishment is in force on the account (COMPTE
004583*                SOUS SAISIE, HOLDMAST) : ESSAIZERO sent its fee
004587*                and settlement to suspense (SAIS) and the closure
004591*                sat at SOLDE RESIDUEL, RETURN-CODE 4, every
004595*                night. A HOLDMAST that cannot be read holds
004599*                them all.
004600*----------------------------------------------------------------
004700 ENVIRONMENT DIVISION.
004800 CONFIGURATION SECTION.
004900 INPUT-OUTPUT SECTION.
005000 FILE-CONTROL.
005100     SELECT CLOMAST ASSIGN TO "CLOMAST"
005200         ORGANIZATION IS INDEXED
005300         ACCESS MODE IS DYNAMIC
005400         RECORD KEY IS CLO-ACCOUNT-NO
005500         FILE STATUS IS WS-CLOMAST-STATUS.
005600     SELECT CUSTMAST ASSIGN TO "CUSTMAST"
005700         ORGANIZATION IS INDEXED
005800         ACCESS MODE IS RANDOM
005900         RECORD KEY IS CUST-NUMBER
006000         ALTERNATE RECORD KEY IS CUST-NAME
006100             WITH DUPLICATES
006200         FILE STATUS IS WS-CUSTMAST-STATUS.
006300     SELECT BALMAST ASSIGN TO "BALMAST"
006400         ORGANIZATION IS INDEXED
006500         ACCESS MODE IS RANDOM
006600         RECORD KEY IS BAL-ACCOUNT-NO
006700         FILE STATUS IS WS-BALMAST-STATUS.
006710     SELECT HOLDMAST ASSIGN TO "HOLDMAST"
006720         ORGANIZATION IS INDEXED
006730         ACCESS MODE IS DYNAMIC
006740         RECORD KEY IS HLD-KEY
006750         FILE STATUS IS WS-HOLDMAST-STATUS.
006800     SELECT FEESCHED ASSIGN TO "FEESCHED"
006900         ORGANIZATION IS SEQUENTIAL
007000         FILE STATUS IS WS-FEESCHED-STATUS.
007100     SELECT CLOREQ ASSIGN TO "CLOREQ"
007200         ORGANIZATION IS SEQUENTIAL
007300         FILE STATUS IS WS-CLOREQ-STATUS.
007400     SELECT CLOJRNL ASSIGN TO "CLOJRNL"
007500         ORGANIZATION IS SEQUENTIAL
007600         FILE STATUS IS WS-CLOJRNL-STATUS.
007700     SELECT CUSTJRNL ASSIGN TO "CUSTJRNL"
007800         ORGANIZATION IS SEQUENTIAL
007900         FILE STATUS IS WS-CUSTJRNL-STATUS.
008000     SELECT RJTCLO ASSIGN TO "RJTCLO"
008100         ORGANIZATION IS SEQUENTIAL.
008200     SELECT CLOTRAN ASSIGN TO "CLOTRAN"
008300         ORGANIZATION IS LINE SEQUENTIAL.
008400     SELECT CTLDATE ASSIGN TO "CTLDATE"
008500         ORGANIZATION IS SEQUENTIAL.
008600     SELECT PRTCLOS ASSIGN TO "PRTCLOS"
008700         ORGANIZATION IS SEQUENTIAL.
008800     SELECT PRTCLOP ASSIGN TO "PRTCLOP"
008900         ORGANIZATION IS SEQUENTIAL.
009000 DATA DIVISION.
009100 FILE SECTION.
009200 FD  CLOMAST.
009300 COPY CLOREC.
009400 FD  CUSTMAST.
009500 COPY CUSTREC.
009600 FD  BALMAST.
009700 COPY BALREC.
009710 FD  HOLDMAST.
009720 COPY HLDREC.
009800*----------------------------------------------------------------
009900* FEESCHED : the FEEGEN fee schedule (P = price, M = minimum,
010000* E = exempt customer).
010100*----------------------------------------------------------------
010200 FD  FEESCHED
010300     LABEL RECORDS ARE STANDARD.
010400 01  FEESCHED-RECORD.
010500     05  FEE-TYPE             PIC X(01).
010600     05  FEE-VALUE-X          PIC X(10).
010700     05  FILLER               PIC X(09).
010800 01  FEE-PRICE-VIEW.
010900     05  FILLER               PIC X(01).
011000     05  FEE-PRICE-9          PIC 9(04).
011100     05  FILLER               PIC X(15).
011200 01  FEE-MINIMUM-VIEW.
011300     05  FILLER               PIC X(01).
011400     05  FEE-MINIMUM-9        PIC 9(06).
011500     05  FILLER               PIC X(13).
011600*----------------------------------------------------------------
011700* CLOREQ : one closure card per action - A = request, X =
011800* cancel, R = re-settle a residual balance. The payout account
011900* is optional on A and R.
012000*----------------------------------------------------------------
012100 FD  CLOREQ
012200     LABEL RECORDS ARE STANDARD.
012300 01  CLOREQ-RECORD.
012400     05  CRQ-ACTION-CODE      PIC X(01).
012500     05  CRQ-ACCOUNT-NO       PIC X(10).
012600     05  CRQ-PAYOUT-ACCOUNT   PIC X(10).
012700     05  CRQ-REASON           PIC X(20).
012800     05  FILLER               PIC X(39).
012900*----------------------------------------------------------------
013000* CLOJRNL : one before/after image per CLOMAST write or rewrite,
013100* the JRNLREC.cpy layout with the closure record for the
013200* images. Action W = write, R = rewrite.
013300*----------------------------------------------------------------
013400 FD  CLOJRNL
013500     LABEL RECORDS ARE STANDARD.
013600 01  CLOJRNL-RECORD.
013700     05  CJR-PROGRAM          PIC X(08).
013800     05  CJR-RUN-DATE         PIC 9(08).
013900     05  CJR-RUN-TIME         PIC 9(06).
014000     05  CJR-ACTION           PIC X(01).
014100     05  CJR-PRIOR-IMAGE      PIC X(120).
014200     05  CJR-NEW-IMAGE        PIC X(120).
014300     05  FILLER               PIC X(01).
014400 FD  CUSTJRNL
014500     LABEL RECORDS ARE STANDARD.
014600 COPY JRNLREC.
014700 FD  RJTCLO
014800     LABEL RECORDS ARE STANDARD.
014900 COPY REJREC.
015000*----------------------------------------------------------------
015100* RJT-PAYLOAD layout for the CLOSREQ reasons : the first forty
015200* bytes of the CLOREQ card - action, account, payout account,
015300* start of the reason.
015400*----------------------------------------------------------------
015500 FD  CLOTRAN
015600     LABEL RECORDS ARE STANDARD.
015700 01  CLOTRAN-RECORD           PIC X(40).
015800 FD  CTLDATE
015900     LABEL RECORDS ARE STANDARD.
016000 01  CTLDATE-RECORD.
016100     05  CTL-BUSINESS-DATE    PIC 9(08).
016200     05  FILLER               PIC X(12).
016300 FD  PRTCLOS
016400     LABEL RECORDS ARE STANDARD.
016500 01  PRTCLOS-LINE             PIC X(60).
016600 FD  PRTCLOP
016700     LABEL RECORDS ARE STANDARD.
016800 01  PRTCLOP-LINE             PIC X(60).
016900 WORKING-STORAGE SECTION.
017000*----------------------------------------------------------------
017100* 77-LEVEL WORK ITEMS
017200*----------------------------------------------------------------
017300 77  WS-CLOMAST-STATUS        PIC X(02) VALUE SPACES.
017400 77  WS-CUSTMAST-STATUS       PIC X(02) VALUE SPACES.
017500 77  WS-BALMAST-STATUS        PIC X(02) VALUE SPACES.
017600 77  WS-FEESCHED-STATUS       PIC X(02) VALUE SPACES.
017700 77  WS-CLOREQ-STATUS         PIC X(02) VALUE SPACES.
017800 77  WS-CLOJRNL-STATUS        PIC X(02) VALUE SPACES.
017900 77  WS-CUSTJRNL-STATUS       PIC X(02) VALUE SPACES.
017950 77  WS-HOLDMAST-STATUS       PIC X(02) VALUE SPACES.
018000 77  WS-EOF-SW                PIC X(01) VALUE "N".
018100     88  WS-EOF               VALUE "Y".
018200 77  WS-CHANGED-SW            PIC X(01) VALUE "N".
018300     88  WS-CHANGED           VALUE "Y".
018400 77  WS-ACCOUNT-OK-SW         PIC X(01) VALUE "N".
018500     88  WS-ACCOUNT-OK        VALUE "Y".
018600 77  WS-SCHEDULE-SW           PIC X(01) VALUE "N".
018700     88  WS-SCHEDULE-OK       VALUE "Y".
018800 77  WS-BALMAST-SW            PIC X(01) VALUE "N".
018900     88  WS-BALMAST-ABSENT    VALUE "Y".
018910 77  WS-HOLDMAST-SW           PIC X(01) VALUE "N".
018920     88  WS-HOLDMAST-OPEN     VALUE "Y".
018930     88  WS-HOLDMAST-ABSENT   VALUE "A".
018940     88  WS-HOLDMAST-UNREAD   VALUE "U".
018950 77  WS-HOLD-SCAN-SW          PIC X(01) VALUE "N".
018960     88  WS-HOLD-SCAN-DONE    VALUE "Y".
018970 77  WS-HOLD-SW               PIC X(01) VALUE "N".
018980     88  WS-HOLD-IN-FORCE     VALUE "Y".
019000 77  WS-EXEMPT-SW             PIC X(01) VALUE "N".
019100     88  WS-EXEMPT            VALUE "Y".
019200 77  WS-BUSINESS-DATE         PIC 9(08) VALUE ZERO.
019300 77  WS-BUSINESS-MONTH        PIC 9(06) VALUE ZERO.
019400 77  WS-BUSINESS-DAY          PIC 9(07) COMP VALUE ZERO.
019500 77  WS-RUN-DATE              PIC 9(08) VALUE ZERO.
019600 77  WS-RUN-TIME              PIC 9(08) VALUE ZERO.
019700 77  WS-FEE-PRICE             PIC 9(04) VALUE ZERO.
019800 77  WS-FEE-MINIMUM           PIC 9(06) VALUE ZERO.
019900 77  WS-EXEMPT-COUNT          PIC 9(02) COMP VALUE ZERO.
020000 77  WS-EXM-SUB               PIC 9(02) COMP VALUE ZERO.
020100 77  WS-FEE-AMOUNT            PIC 9(10) VALUE ZERO.
020200 77  WS-FINAL-BALANCE         PIC S9(12) VALUE ZERO.
020300 77  WS-SETTLE-AMOUNT         PIC 9(12) VALUE ZERO.
020400 77  WS-SETTLE-TYPE           PIC X(01) VALUE SPACE.
020500 77  WS-PEND-LABEL            PIC X(18) VALUE SPACES.
020600 77  WS-AGE                   PIC 9(05) COMP VALUE ZERO.
020700 77  WS-JRNL-ACTION           PIC X(01) VALUE SPACE.
020800 77  WS-PRIOR-IMAGE           PIC X(120) VALUE SPACES.
020900 77  WS-PRIOR-CUST-IMAGE      PIC X(82) VALUE SPACES.
021000 77  WS-REJECT-REASON         PIC X(30) VALUE SPACES.
021100 77  WS-REJECT-CODE           PIC X(04) VALUE SPACES.
021200 77  WS-CARDS-READ            PIC 9(05) COMP VALUE ZERO.
021300 77  WS-CARDS-APPLIED         PIC 9(05) COMP VALUE ZERO.
021400 77  WS-CARDS-REJECTED        PIC 9(05) COMP VALUE ZERO.
021500 77  WS-CLOSURES-READ         PIC 9(05) COMP VALUE ZERO.
021600 77  WS-CLOSURES-SETTLED      PIC 9(05) COMP VALUE ZERO.
021700 77  WS-CLOSURES-DONE         PIC 9(05) COMP VALUE ZERO.
021800 77  WS-CLOSURES-PENDING      PIC 9(05) COMP VALUE ZERO.
021900 77  WS-CLOSURES-HELD         PIC 9(05) COMP VALUE ZERO.
022000 77  WS-CLOSURES-RESIDUAL     PIC 9(05) COMP VALUE ZERO.
022100 77  WS-FEED-COUNT            PIC 9(06) VALUE ZERO.
022200 77  WS-FEED-HASH             PIC 9(12) VALUE ZERO.
022300*----------------------------------------------------------------
022400* CALL "DATECHEK" parameters, the same pattern as PADTRIM.
022500*----------------------------------------------------------------
022600 77  WS-DC-FUNCTION           PIC X(01) VALUE SPACE.
022700 77  WS-DC-DATE               PIC 9(08) VALUE ZERO.
022800 77  WS-DC-DAY-NUMBER         PIC 9(07) COMP VALUE ZERO.
022900 77  WS-DC-RESULT             PIC X(01) VALUE SPACE.
023000*----------------------------------------------------------------
023100* CALL "CUSTLOCK" parameters, the same pattern as PADTRIM.
023200*----------------------------------------------------------------
023300 77  WS-LK-FUNCTION           PIC X(01) VALUE SPACE.
023400 77  WS-LK-PROGRAM            PIC X(08) VALUE "CLOSREQ ".
023500 77  WS-LK-RESULT             PIC X(01) VALUE SPACE.
023600 01  WS-EXEMPT-TABLE.
023700     05  WS-EXEMPT-NUMBER     PIC X(10) OCCURS 50 TIMES.
023800*----------------------------------------------------------------
023900* The generated transaction and the feed's own envelope. The
024000* settlement transfer carries the payout account as its
024100* counterparty (TRANREC TRAN-COUNTERPARTY).
024200*----------------------------------------------------------------
024300 01  WS-CLO-DETAIL.
024400     05  WS-CD-ACCOUNT-NO     PIC X(10).
024500     05  WS-CD-AMOUNT         PIC 9(10).
024600     05  WS-CD-TYPE-CODE      PIC X(01).
024700     05  WS-CD-REF-DATE       PIC X(06) VALUE SPACES.
024800     05  FILLER               PIC X(03) VALUE SPACES.
024900     05  WS-CD-COUNTERPARTY   PIC X(10).
025000 01  WS-CLO-HDR-RECORD.
025100     05  FILLER               PIC X(03) VALUE "HDR".
025200     05  WS-CH-FEED-DATE      PIC 9(08).
025300     05  FILLER               PIC X(08) VALUE "CLOSREQ ".
025400     05  FILLER               PIC X(21) VALUE SPACES.
025500 01  WS-CLO-TRL-RECORD.
025600     05  FILLER               PIC X(03) VALUE "TRL".
025700     05  WS-CT-RECORD-COUNT   PIC 9(06).
025800     05  WS-CT-AMOUNT-HASH    PIC 9(12).
025900     05  FILLER               PIC X(19) VALUE SPACES.
026000*----------------------------------------------------------------
026100* Shared RPTWRITE page-writer state, the RPTCUR01 pattern - one
026200* state and title per report.
026300*----------------------------------------------------------------
026400 01  WS-RPT-STATE.
026500     05  WS-RPT-PAGE-NUMBER   PIC 9(04) COMP VALUE ZERO.
026600     05  WS-RPT-LINE-COUNT    PIC 9(02) COMP VALUE ZERO.
026700 77  WS-RPT-TITLE             PIC X(30) VALUE
026800     "CLOTURES EN ATTENTE (CLOSREQ)".
026900 01  WS-STM-STATE.
027000     05  WS-STM-PAGE-NUMBER   PIC 9(04) COMP VALUE ZERO.
027100     05  WS-STM-LINE-COUNT    PIC 9(02) COMP VALUE ZERO.
027200 77  WS-STM-TITLE             PIC X(30) VALUE
027300     "RELEVE DE CLOTURE (CLOSREQ)".
027400 01  WS-RPT-DETAIL            PIC X(60) VALUE SPACES.
027500 01  WS-RPT-OUT.
027600     05  WS-RPT-OUT-COUNT     PIC 9(01).
027700     05  WS-RPT-OUT-LINE      PIC X(60) OCCURS 3 TIMES.
027800 77  WS-RPT-SUB               PIC 9(01) COMP.
027900*----------------------------------------------------------------
028000* Report lines.
028100*----------------------------------------------------------------
028200 01  WS-PEND-LINE.
028300     05  PDL-ACCOUNT-NO       PIC X(10).
028400     05  FILLER PIC X(01) VALUE SPACE.
028500     05  PDL-REQUEST-DATE     PIC 9(08).
028600     05  FILLER PIC X(01) VALUE SPACE.
028700     05  PDL-STATUS           PIC X(01).
028800     05  FILLER PIC X(01) VALUE SPACE.
028900     05  PDL-AGE              PIC ZZZ9.
029000     05  FILLER PIC X(02) VALUE "J ".
029100     05  PDL-BALANCE          PIC -(12)9.
029200     05  FILLER PIC X(01) VALUE SPACE.
029300     05  PDL-LABEL            PIC X(18).
029400 01  WS-PEND-HEADING          PIC X(60) VALUE
029500     "COMPTE     DEMANDE  S  AGE          SOLDE OBSERVATION".
029600 01  WS-STMT-LINE.
029700     05  STL-LABEL            PIC X(27).
029800     05  STL-AMOUNT           PIC -(12)9.
029900     05  FILLER PIC X(01) VALUE SPACE.
030000     05  STL-TEXT             PIC X(19).
030100 01  WS-STMT-TEXT-LINE.
030200     05  STX-LABEL            PIC X(12).
030300     05  STX-TEXT             PIC X(48).
030400 01  WS-TOTAL-LINE.
030500     05  TTL-LABEL            PIC X(24).
030600     05  TTL-VALUE            PIC Z(11)9.
030700     05  FILLER PIC X(24) VALUE SPACES.
030800 PROCEDURE DIVISION.
030900*----------------------------------------------------------------
031000* 0000-MAINLINE
031100*----------------------------------------------------------------
031200 0000-MAINLINE.
031300     DISPLAY "CLOTURE DES COMPTES SUR DEMANDE".
031400     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
031500     ACCEPT WS-RUN-TIME FROM TIME.
031600     PERFORM 0100-READ-CTLDATE THRU 0100-READ-CTLDATE-EXIT.
031700     PERFORM 0200-LOAD-SCHEDULE THRU 0200-LOAD-SCHEDULE-EXIT.
031800     PERFORM 1000-OPEN-FILES THRU 1000-OPEN-FILES-EXIT.
031900     IF RETURN-CODE = 16
032000         STOP RUN
032100     END-IF.
032200     MOVE WS-BUSINESS-DATE TO WS-CH-FEED-DATE.
032300     PERFORM 2000-READ-CLOREQ THRU 2000-READ-CLOREQ-EXIT
032400         UNTIL WS-EOF.
032500     MOVE "N" TO WS-EOF-SW.
032600     MOVE LOW-VALUES TO CLO-ACCOUNT-NO.
032700     START CLOMAST KEY IS NOT LESS THAN CLO-ACCOUNT-NO
032800         INVALID KEY
032900             SET WS-EOF TO TRUE
033000     END-START.
033100     PERFORM 4000-ONE-CLOSURE THRU 4000-ONE-CLOSURE-EXIT
033200         UNTIL WS-EOF.
033300     IF WS-FEED-COUNT > ZERO
033400         MOVE WS-FEED-COUNT TO WS-CT-RECORD-COUNT
033500         MOVE WS-FEED-HASH  TO WS-CT-AMOUNT-HASH
033600         WRITE CLOTRAN-RECORD FROM WS-CLO-TRL-RECORD
033700     END-IF.
033800     PERFORM 9000-WRITE-TOTALS THRU 9000-WRITE-TOTALS-EXIT.
033900     PERFORM 9100-CLOSE-FILES THRU 9100-CLOSE-FILES-EXIT.
034000     DISPLAY "DEMANDES LUES        : " WS-CARDS-READ.
034100     DISPLAY "DEMANDES APPLIQUEES  : " WS-CARDS-APPLIED.
034200     DISPLAY "DEMANDES REJETEES    : " WS-CARDS-REJECTED.
034300     DISPLAY "REGLEMENTS GENERES   : " WS-CLOSURES-SETTLED.
034400     DISPLAY "COMPTES CLOTURES     : " WS-CLOSURES-DONE.
034500     DISPLAY "CLOTURES EN ATTENTE  : " WS-CLOSURES-PENDING.
034600     DISPLAY "CLOTURES RETENUES    : " WS-CLOSURES-HELD.
034700     DISPLAY "SOLDES RESIDUELS     : " WS-CLOSURES-RESIDUAL.
034800     IF WS-CLOSURES-HELD > ZERO OR WS-CLOSURES-RESIDUAL > ZERO
034900         MOVE 4 TO RETURN-CODE
035000     END-IF.
035100     STOP RUN.
035200*----------------------------------------------------------------
035300* 0100-READ-CTLDATE : the business date the settlements are
035400*                    generated for - and merged under, tonight -
035500*                    its month for the fee and its day number
035600*                    for the days a closure has waited.
035700*----------------------------------------------------------------
035800 0100-READ-CTLDATE.
035900     OPEN INPUT CTLDATE.
036000     READ CTLDATE.
036100     MOVE CTL-BUSINESS-DATE TO WS-BUSINESS-DATE.
036200     MOVE WS-BUSINESS-DATE (1:6) TO WS-BUSINESS-MONTH.
036300     CLOSE CTLDATE.
036400     MOVE "D" TO WS-DC-FUNCTION.
036500     MOVE WS-BUSINESS-DATE TO WS-DC-DATE.
036600     CALL "DATECHEK" USING WS-DC-FUNCTION WS-DC-DATE
036700                           WS-DC-DAY-NUMBER WS-DC-RESULT.
036800     MOVE WS-DC-DAY-NUMBER TO WS-BUSINESS-DAY.
036900 0100-READ-CTLDATE-EXIT.
037000     EXIT.
037100*----------------------------------------------------------------
037200* 0200-LOAD-SCHEDULE : price, minimum and the exempt customers
037300*                     off FEESCHED, as FEEGEN loads them. No
037400*                     schedule, no fee can be computed : the
037500*                     closures to settle are held, not settled
037600*                     without their fee.
037700*----------------------------------------------------------------
037800 0200-LOAD-SCHEDULE.
037900     OPEN INPUT FEESCHED.
038000     IF WS-FEESCHED-STATUS NOT = "00"
038100         DISPLAY "FEESCHED ABSENT - REGLEMENTS RETENUS"
038200         GO TO 0200-LOAD-SCHEDULE-EXIT
038300     END-IF.
038400     PERFORM 0210-LOAD-ONE THRU 0210-LOAD-ONE-EXIT
038500         UNTIL WS-EOF.
038600     CLOSE FEESCHED.
038700     MOVE "N" TO WS-EOF-SW.
038800     SET WS-SCHEDULE-OK TO TRUE.
038900 0200-LOAD-SCHEDULE-EXIT.
039000     EXIT.
039100 0210-LOAD-ONE.
039200     READ FEESCHED
039300         AT END
039400             SET WS-EOF TO TRUE
039500         NOT AT END
039600             EVALUATE FEE-TYPE
039700                 WHEN "P"
039800                     MOVE FEE-PRICE-9 TO WS-FEE-PRICE
039900                 WHEN "M"
040000                     MOVE FEE-MINIMUM-9 TO WS-FEE-MINIMUM
040100                 WHEN "E"
040200                     IF WS-EXEMPT-COUNT < 50
040300                         ADD 1 TO WS-EXEMPT-COUNT
040400                         MOVE FEE-VALUE-X
040500                             TO WS-EXEMPT-NUMBER
040600                                 (WS-EXEMPT-COUNT)
040700                     END-IF
040800             END-EVALUATE
040900     END-READ.
041000 0210-LOAD-ONE-EXIT.
041100     EXIT.
041200*----------------------------------------------------------------
041300* 1000-OPEN-FILES : CUSTMAST is opened I-O under the CUSTLOCK
041400*                  interlock - a closure rewrites the status.
041500*                  No CUSTMAST means no account can be checked :
041600*                  nothing is done and the step fails. CLOMAST
041700*                  is created empty on a status of "35", the
041800*                  SORUPDT way ; no CLOREQ card file is no card.
041900*                  No BALMAST yet (nothing ever posted) holds
042000*                  every closure waiting on a balance.
042100*----------------------------------------------------------------
042200 1000-OPEN-FILES.
042300     MOVE "E" TO WS-LK-FUNCTION.
042400     CALL "CUSTLOCK" USING WS-LK-FUNCTION WS-LK-PROGRAM
042500                           WS-LK-RESULT.
042600     IF WS-LK-RESULT NOT = "Y"
042700         DISPLAY "VERROU CUSTMAST INDISPONIBLE - ARRET"
042800         MOVE 16 TO RETURN-CODE
042900         GO TO 1000-OPEN-FILES-EXIT
043000     END-IF.
043100     OPEN I-O CUSTMAST.
043200     IF WS-CUSTMAST-STATUS NOT = "00"
043300         DISPLAY "CUSTMAST INDISPONIBLE (STATUT "
043400             WS-CUSTMAST-STATUS ") - CLOTURE IMPOSSIBLE"
043500         MOVE "D" TO WS-LK-FUNCTION
043600         CALL "CUSTLOCK" USING WS-LK-FUNCTION WS-LK-PROGRAM
043700                               WS-LK-RESULT
043800         MOVE 16 TO RETURN-CODE
043900         GO TO 1000-OPEN-FILES-EXIT
044000     END-IF.
044100     OPEN INPUT BALMAST.
044200     IF WS-BALMAST-STATUS NOT = "00"
044300         DISPLAY "BALMAST ABSENT - CLOTURES RETENUES"
044400         SET WS-BALMAST-ABSENT TO TRUE
044500     END-IF.
044510     OPEN INPUT HOLDMAST.
044515     EVALUATE WS-HOLDMAST-STATUS
044520         WHEN "00"
044525             SET WS-HOLDMAST-OPEN TO TRUE
044530         WHEN "35"
044535             SET WS-HOLDMAST-ABSENT TO TRUE
044540         WHEN OTHER
044545             DISPLAY "HOLDMAST INDISPONIBLE (STATUT "
044550                 WS-HOLDMAST-STATUS ") - CLOTURES RETENUES"
044555             SET WS-HOLDMAST-UNREAD TO TRUE
044560     END-EVALUATE.
044600     OPEN INPUT CLOREQ.
044700     IF WS-CLOREQ-STATUS = "35"
044800         DISPLAY "CLOREQ ABSENT - AUCUNE DEMANDE"
044900         SET WS-EOF TO TRUE
045000     END-IF.
045100     OPEN I-O CLOMAST.
045200     IF WS-CLOMAST-STATUS = "35"
045300         OPEN OUTPUT CLOMAST
045400         CLOSE CLOMAST
045500         OPEN I-O CLOMAST
045600     END-IF.
045700     OPEN EXTEND CLOJRNL.
045800     IF WS-CLOJRNL-STATUS = "35"
045900         OPEN OUTPUT CLOJRNL
046000     END-IF.
046100     OPEN EXTEND CUSTJRNL.
046200     IF WS-CUSTJRNL-STATUS = "35"
046300         OPEN OUTPUT CUSTJRNL
046400     END-IF.
046500     OPEN OUTPUT RJTCLO.
046600     OPEN OUTPUT CLOTRAN.
046700     OPEN OUTPUT PRTCLOS.
046800     OPEN OUTPUT PRTCLOP.
046900     MOVE WS-PEND-HEADING TO WS-RPT-DETAIL.
047000     PERFORM 9800-PUT-REPORT-LINE THRU 9800-PUT-REPORT-LINE-EXIT.
047100 1000-OPEN-FILES-EXIT.
047200     EXIT.
047300*----------------------------------------------------------------
047400* 2000-READ-CLOREQ : one closure card ; dispatch it to the
047500*                   paragraph for its action code.
047600*----------------------------------------------------------------
047700 2000-READ-CLOREQ.
047800     READ CLOREQ
047900         AT END
048000             SET WS-EOF TO TRUE
048100         NOT AT END
048200             ADD 1 TO WS-CARDS-READ
048300             PERFORM 3000-APPLY-ACTION
048400                 THRU 3000-APPLY-ACTION-EXIT
048500     END-READ.
048600 2000-READ-CLOREQ-EXIT.
048700     EXIT.
048800*----------------------------------------------------------------
048900* 3000-APPLY-ACTION : A = request (WRITE, or REWRITE of a
049000*                    request cancelled or closed before) ; X and
049100*                    R = READ then REWRITE (missing key
049200*                    rejected). Anything else is an unknown
049300*                    action code.
049400*----------------------------------------------------------------
049500 3000-APPLY-ACTION.
049600     MOVE SPACES TO WS-REJECT-CODE.
049700     EVALUATE CRQ-ACTION-CODE
049800         WHEN "A"
049900             PERFORM 3100-REQUEST-CLOSURE
050000                 THRU 3100-REQUEST-CLOSURE-EXIT
050100         WHEN "X"
050200         WHEN "R"
050300             PERFORM 3200-CHANGE-CLOSURE
050400                 THRU 3200-CHANGE-CLOSURE-EXIT
050500         WHEN OTHER
050600             MOVE "CODE ACTION INCONNU" TO WS-REJECT-REASON
050700             MOVE "FACT" TO WS-REJECT-CODE
050800             PERFORM 8100-WRITE-REJECT
050900                 THRU 8100-WRITE-REJECT-EXIT
051000     END-EVALUATE.
051100 3000-APPLY-ACTION-EXIT.
051200     EXIT.
051300*----------------------------------------------------------------
051400* 3100-REQUEST-CLOSURE : the account must be a customer not
051500*                       closed, with no closure already pending,
051600*                       and the payout account, if any, good.
051700*----------------------------------------------------------------
051800 3100-REQUEST-CLOSURE.
051900     PERFORM 3500-CHECK-ACCOUNT THRU 3500-CHECK-ACCOUNT-EXIT.
052000     IF WS-REJECT-CODE NOT = SPACES
052100         GO TO 3100-REQUEST-CLOSURE-EXIT
052200     END-IF.
052300     IF CRQ-PAYOUT-ACCOUNT NOT = SPACES
052400         PERFORM 3600-CHECK-PAYOUT THRU 3600-CHECK-PAYOUT-EXIT
052500         IF WS-REJECT-CODE NOT = SPACES
052600             GO TO 3100-REQUEST-CLOSURE-EXIT
052700         END-IF
052800     END-IF.
052900     MOVE CRQ-ACCOUNT-NO TO CLO-ACCOUNT-NO.
053000     MOVE "W" TO WS-JRNL-ACTION.
053100     MOVE SPACES TO WS-PRIOR-IMAGE.
053200     READ CLOMAST
053300         INVALID KEY
053400             CONTINUE
053500         NOT INVALID KEY
053600             MOVE "R" TO WS-JRNL-ACTION
053700             MOVE CLO-RECORD TO WS-PRIOR-IMAGE
053800     END-READ.
053900     IF WS-JRNL-ACTION = "R" AND CLO-PENDING
054000         MOVE "CLOTURE DEJA DEMANDEE" TO WS-REJECT-REASON
054100         MOVE "FDBL" TO WS-REJECT-CODE
054200         PERFORM 8100-WRITE-REJECT THRU 8100-WRITE-REJECT-EXIT
054300         GO TO 3100-REQUEST-CLOSURE-EXIT
054400     END-IF.
054500     MOVE SPACES TO CLO-RECORD.
054600     MOVE CRQ-ACCOUNT-NO     TO CLO-ACCOUNT-NO.
054700     MOVE WS-BUSINESS-DATE   TO CLO-REQUEST-DATE.
054800     MOVE "P"                TO CLO-STATUS.
054900     MOVE CRQ-PAYOUT-ACCOUNT TO CLO-PAYOUT-ACCOUNT.
055000     MOVE CRQ-REASON         TO CLO-REASON.
055100     MOVE ZERO TO CLO-BALANCE CLO-FEE-MONTH CLO-FEE-AMOUNT
055200                  CLO-FEE-DATE CLO-SETTLE-AMOUNT
055300                  CLO-SETTLE-DATE CLO-CLOSE-DATE.
055400     IF WS-JRNL-ACTION = "W"
055500         WRITE CLO-RECORD
055600     ELSE
055700         REWRITE CLO-RECORD
055800     END-IF.
055900     PERFORM 8000-WRITE-JOURNAL THRU 8000-WRITE-JOURNAL-EXIT.
056000     ADD 1 TO WS-CARDS-APPLIED.
056100 3100-REQUEST-CLOSURE-EXIT.
056200     EXIT.
056300*----------------------------------------------------------------
056400* 3200-CHANGE-CLOSURE : X cancels a closure not yet settled -
056500*                      once the settlement is generated the
056600*                      money has moved. R sends a closure left
056700*                      with a residual balance back to be
056800*                      settled again, its payout account changed
056900*                      when the card gives one.
057000*----------------------------------------------------------------
057100 3200-CHANGE-CLOSURE.
057200     MOVE CRQ-ACCOUNT-NO TO CLO-ACCOUNT-NO.
057300     READ CLOMAST
057400         INVALID KEY
057500             MOVE "CLOTURE INTROUVABLE" TO WS-REJECT-REASON
057600             MOVE "FINT" TO WS-REJECT-CODE
057700             PERFORM 8100-WRITE-REJECT
057800                 THRU 8100-WRITE-REJECT-EXIT
057900             GO TO 3200-CHANGE-CLOSURE-EXIT
058000     END-READ.
058100     MOVE CLO-RECORD TO WS-PRIOR-IMAGE.
058200     MOVE "R" TO WS-JRNL-ACTION.
058300     IF CRQ-ACTION-CODE = "X"
058400         IF NOT CLO-REQUESTED
058500             MOVE "CLOTURE NON ANNULABLE" TO WS-REJECT-REASON
058600             MOVE "FSTA" TO WS-REJECT-CODE
058700             PERFORM 8100-WRITE-REJECT
058800                 THRU 8100-WRITE-REJECT-EXIT
058900             GO TO 3200-CHANGE-CLOSURE-EXIT
059000         END-IF
059100         MOVE "X" TO CLO-STATUS
059200         GO TO 3200-CHANGE-CLOSURE-REWRITE
059300     END-IF.
059400     IF NOT CLO-SETTLING OR
059500        CLO-SETTLE-DATE NOT < WS-BUSINESS-DATE
059600         MOVE "AUCUN REGLEMENT A REPRENDRE" TO WS-REJECT-REASON
059700         MOVE "FSTA" TO WS-REJECT-CODE
059800         PERFORM 8100-WRITE-REJECT THRU 8100-WRITE-REJECT-EXIT
059900         GO TO 3200-CHANGE-CLOSURE-EXIT
060000     END-IF.
060100     IF CRQ-PAYOUT-ACCOUNT NOT = SPACES
060200         PERFORM 3600-CHECK-PAYOUT THRU 3600-CHECK-PAYOUT-EXIT
060300         IF WS-REJECT-CODE NOT = SPACES
060400             GO TO 3200-CHANGE-CLOSURE-EXIT
060500         END-IF
060600         MOVE CRQ-PAYOUT-ACCOUNT TO CLO-PAYOUT-ACCOUNT
060700     END-IF.
060800     MOVE "P" TO CLO-STATUS.
060900 3200-CHANGE-CLOSURE-REWRITE.
061000     IF CRQ-REASON NOT = SPACES
061100         MOVE CRQ-REASON TO CLO-REASON
061200     END-IF.
061300     REWRITE CLO-RECORD.
061400     PERFORM 8000-WRITE-JOURNAL THRU 8000-WRITE-JOURNAL-EXIT.
061500     ADD 1 TO WS-CARDS-APPLIED.
061600 3200-CHANGE-CLOSURE-EXIT.
061700     EXIT.
061800*----------------------------------------------------------------
061900* 3500-CHECK-ACCOUNT : the account to close must be on CUSTMAST
062000*                     and not closed already.
062100*----------------------------------------------------------------
062200 3500-CHECK-ACCOUNT.
062300     MOVE CRQ-ACCOUNT-NO TO CUST-NUMBER.
062400     READ CUSTMAST
062500         INVALID KEY
062600             MOVE "COMPTE INCONNU" TO WS-REJECT-REASON
062700             MOVE "FCLI" TO WS-REJECT-CODE
062800             PERFORM 8100-WRITE-REJECT
062900                 THRU 8100-WRITE-REJECT-EXIT
063000             GO TO 3500-CHECK-ACCOUNT-EXIT
063100     END-READ.
063200     IF CUST-CLOSED
063300         MOVE "COMPTE DEJA CLOS" TO WS-REJECT-REASON
063400         MOVE "FCLI" TO WS-REJECT-CODE
063500         PERFORM 8100-WRITE-REJECT THRU 8100-WRITE-REJECT-EXIT
063600     END-IF.
063700 3500-CHECK-ACCOUNT-EXIT.
063800     EXIT.
063900*----------------------------------------------------------------
064000* 3600-CHECK-PAYOUT : the payout account must be another
064100*                    customer, neither closed nor frozen.
064200*----------------------------------------------------------------
064300 3600-CHECK-PAYOUT.
064400     IF CRQ-PAYOUT-ACCOUNT = CRQ-ACCOUNT-NO
064500         MOVE "COMPTE DE VERSEMENT IDENTIQUE" TO WS-REJECT-REASON
064600         MOVE "FCPT" TO WS-REJECT-CODE
064700         PERFORM 8100-WRITE-REJECT THRU 8100-WRITE-REJECT-EXIT
064800         GO TO 3600-CHECK-PAYOUT-EXIT
064900     END-IF.
065000     MOVE CRQ-PAYOUT-ACCOUNT TO CUST-NUMBER.
065100     READ CUSTMAST
065200         INVALID KEY
065300             MOVE "COMPTE DE VERSEMENT INCONNU"
065400                 TO WS-REJECT-REASON
065500             MOVE "FCPT" TO WS-REJECT-CODE
065600             PERFORM 8100-WRITE-REJECT
065700                 THRU 8100-WRITE-REJECT-EXIT
065800             GO TO 3600-CHECK-PAYOUT-EXIT
065900     END-READ.
066000     IF CUST-CLOSED OR CUST-FROZEN
066100         MOVE "COMPTE DE VERSEMENT BLOQUE" TO WS-REJECT-REASON
066200         MOVE "FCPT" TO WS-REJECT-CODE
066300         PERFORM 8100-WRITE-REJECT THRU 8100-WRITE-REJECT-EXIT
066400     END-IF.
066500 3600-CHECK-PAYOUT-EXIT.
066600     EXIT.
066700*----------------------------------------------------------------
066800* 4000-ONE-CLOSURE : every closure in account order - settle a
066900*                   request, regenerate tonight's settlement on
067000*                   a rerun, close a settled account now at
067100*                   zero - then list it if it is still waiting.
067200*----------------------------------------------------------------
067300 4000-ONE-CLOSURE.
067400     READ CLOMAST NEXT RECORD
067500         AT END
067600             SET WS-EOF TO TRUE
067700             GO TO 4000-ONE-CLOSURE-EXIT
067800     END-READ.
067900     ADD 1 TO WS-CLOSURES-READ.
068000     MOVE "N" TO WS-CHANGED-SW.
068100     MOVE SPACES TO WS-PEND-LABEL.
068200     MOVE CLO-RECORD TO WS-PRIOR-IMAGE.
068300     EVALUATE TRUE
068400         WHEN CLO-REQUESTED
068500             PERFORM 4100-SETTLE THRU 4100-SETTLE-EXIT
068600         WHEN CLO-SETTLING AND
068700              CLO-SETTLE-DATE = WS-BUSINESS-DATE
068800             MOVE "RELANCE" TO WS-PEND-LABEL
068900             PERFORM 4300-GENERATE THRU 4300-GENERATE-EXIT
069000         WHEN CLO-SETTLING
069100             PERFORM 4400-CHECK-SETTLED
069200                 THRU 4400-CHECK-SETTLED-EXIT
069300         WHEN CLO-CLOSED AND
069400              CLO-CLOSE-DATE = WS-BUSINESS-DATE
069500             PERFORM 4600-PRINT-STATEMENT
069600                 THRU 4600-PRINT-STATEMENT-EXIT
069700     END-EVALUATE.
069800     IF WS-CHANGED
069900         REWRITE CLO-RECORD
070000         MOVE "R" TO WS-JRNL-ACTION
070100         PERFORM 8000-WRITE-JOURNAL THRU 8000-WRITE-JOURNAL-EXIT
070200     END-IF.
070300     IF CLO-PENDING
070400         PERFORM 4700-LIST-PENDING THRU 4700-LIST-PENDING-EXIT
070500     END-IF.
070600 4000-ONE-CLOSURE-EXIT.
070700     EXIT.
070800*----------------------------------------------------------------
070900* 4100-SETTLE : the final balance is the BALMAST closing balance
071000*              (no record, nothing ever posted : zero) less this
071100*              month's fee. Fee and settlement are generated and
071200*              the closure waits for BALMAST to show zero ; an
071300*              account already at zero with no fee closes now.
071400*              An account closed meanwhile by other means only
071500*              has its request closed.
071510*              A frozen or a dormant account is held - the
071520*              dormant one until CUSTUPDT reactivates it (action
071530*              R) : ESSAIZERO would suspend its debits. So
071540*              is an account with a legal hold or garnishment
071550*              in force (4120-CHECK-HOLDS).
071600*----------------------------------------------------------------
071700 4100-SETTLE.
071800     MOVE CLO-ACCOUNT-NO TO CUST-NUMBER.
071900     READ CUSTMAST
072000         INVALID KEY
072100             MOVE "COMPTE INCONNU" TO WS-PEND-LABEL
072200             ADD 1 TO WS-CLOSURES-HELD
072300             GO TO 4100-SETTLE-EXIT
072400     END-READ.
072500     IF CUST-CLOSED
072600         MOVE "C" TO CLO-STATUS
072700         MOVE WS-BUSINESS-DATE TO CLO-CLOSE-DATE
072800         SET WS-CHANGED TO TRUE
072900         DISPLAY "DEJA CLOS " CLO-ACCOUNT-NO
073000         GO TO 4100-SETTLE-EXIT
073100     END-IF.
073200     IF CUST-FROZEN
073300         MOVE "COMPTE GELE" TO WS-PEND-LABEL
073400         ADD 1 TO WS-CLOSURES-HELD
073500         GO TO 4100-SETTLE-EXIT
073600     END-IF.
073610     IF CUST-DORMANT
073620         MOVE "COMPTE DORMANT" TO WS-PEND-LABEL
073630         ADD 1 TO WS-CLOSURES-HELD
073640         GO TO 4100-SETTLE-EXIT
073650     END-IF.
073655     PERFORM 4120-CHECK-HOLDS THRU 4120-CHECK-HOLDS-EXIT.
073659     IF WS-HOLD-IN-FORCE
073663         MOVE "COMPTE SOUS SAISIE" TO WS-PEND-LABEL
073667         ADD 1 TO WS-CLOSURES-HELD
073671         GO TO 4100-SETTLE-EXIT
073675     END-IF.
073679     IF WS-HOLDMAST-UNREAD
073683         MOVE "HOLDMAST ILLISIBLE" TO WS-PEND-LABEL
073687         ADD 1 TO WS-CLOSURES-HELD
073691         GO TO 4100-SETTLE-EXIT
073695     END-IF.
073700     IF NOT WS-SCHEDULE-OK
073800         MOVE "FEESCHED ABSENT" TO WS-PEND-LABEL
073900         ADD 1 TO WS-CLOSURES-HELD
074000         GO TO 4100-SETTLE-EXIT
074100     END-IF.
074200     IF WS-BALMAST-ABSENT
074300         MOVE "BALMAST ABSENT" TO WS-PEND-LABEL
074400         ADD 1 TO WS-CLOSURES-HELD
074500         GO TO 4100-SETTLE-EXIT
074600     END-IF.
074700     IF CLO-PAYOUT-ACCOUNT NOT = SPACES
074800         PERFORM 4150-CHECK-PAYOUT THRU 4150-CHECK-PAYOUT-EXIT
074900         IF NOT WS-ACCOUNT-OK
075000             ADD 1 TO WS-CLOSURES-HELD
075100             GO TO 4100-SETTLE-EXIT
075200         END-IF
075300     END-IF.
075400     MOVE CLO-ACCOUNT-NO TO BAL-ACCOUNT-NO.
075500     READ BALMAST
075600         INVALID KEY
075700             MOVE ZERO TO BAL-CLOSING BAL-ACTIVITY-MONTH
075800                          BAL-MONTH-COUNT
075900     END-READ.
076000     PERFORM 4200-COMPUTE-FEE THRU 4200-COMPUTE-FEE-EXIT.
076100     COMPUTE WS-FINAL-BALANCE = BAL-CLOSING - WS-FEE-AMOUNT.
076200     MOVE SPACE TO WS-SETTLE-TYPE.
076300     MOVE ZERO TO WS-SETTLE-AMOUNT.
076400     IF WS-FINAL-BALANCE < ZERO
076500         MOVE "C" TO WS-SETTLE-TYPE
076600         COMPUTE WS-SETTLE-AMOUNT = ZERO - WS-FINAL-BALANCE
076700     END-IF.
076800     IF WS-FINAL-BALANCE > ZERO
076900         MOVE "D" TO WS-SETTLE-TYPE
077000         IF CLO-PAYOUT-ACCOUNT NOT = SPACES
077100             MOVE "T" TO WS-SETTLE-TYPE
077200         END-IF
077300         MOVE WS-FINAL-BALANCE TO WS-SETTLE-AMOUNT
077400     END-IF.
077500     IF WS-SETTLE-AMOUNT > 9999999999
077600         MOVE "MONTANT HORS FORMAT" TO WS-PEND-LABEL
077700         ADD 1 TO WS-CLOSURES-HELD
077800         GO TO 4100-SETTLE-EXIT
077900     END-IF.
078000     MOVE BAL-CLOSING       TO CLO-BALANCE.
078100     MOVE WS-BUSINESS-MONTH TO CLO-FEE-MONTH.
078200     IF WS-FEE-AMOUNT > ZERO
078300         MOVE WS-FEE-AMOUNT    TO CLO-FEE-AMOUNT
078400         MOVE WS-BUSINESS-DATE TO CLO-FEE-DATE
078500     END-IF.
078600     MOVE WS-SETTLE-TYPE    TO CLO-SETTLE-TYPE.
078700     MOVE WS-SETTLE-AMOUNT  TO CLO-SETTLE-AMOUNT.
078800     MOVE WS-BUSINESS-DATE  TO CLO-SETTLE-DATE.
078900     SET WS-CHANGED TO TRUE.
079000     IF WS-FEE-AMOUNT = ZERO AND WS-FINAL-BALANCE = ZERO
079100         PERFORM 4500-CLOSE-ACCOUNT THRU 4500-CLOSE-ACCOUNT-EXIT
079200         GO TO 4100-SETTLE-EXIT
079300     END-IF.
079400     MOVE "S" TO CLO-STATUS.
079500     MOVE "REGLEMENT GENERE" TO WS-PEND-LABEL.
079600     ADD 1 TO WS-CLOSURES-SETTLED.
079700     PERFORM 4300-GENERATE THRU 4300-GENERATE-EXIT.
079800 4100-SETTLE-EXIT.
079900     EXIT.
079902*----------------------------------------------------------------
079904* 4120-CHECK-HOLDS : any HOLDMAST hold in force on the account
079906*                   at the business date - active, started, not
079908*                   yet expired - the test ESSAIZERO applies. The
079910*                   account's holds follow one another in key
079912*                   order.
079914*----------------------------------------------------------------
079916 4120-CHECK-HOLDS.
079918     MOVE "N" TO WS-HOLD-SW.
079920     IF NOT WS-HOLDMAST-OPEN
079922         GO TO 4120-CHECK-HOLDS-EXIT
079924     END-IF.
079926     MOVE "N" TO WS-HOLD-SCAN-SW.
079928     MOVE CLO-ACCOUNT-NO TO HLD-ACCOUNT-NO.
079930     MOVE ZERO TO HLD-HOLD-NO.
079932     START HOLDMAST KEY IS NOT LESS THAN HLD-KEY
079934         INVALID KEY
079936             GO TO 4120-CHECK-HOLDS-EXIT
079938     END-START.
079940     PERFORM 4125-NEXT-HOLD THRU 4125-NEXT-HOLD-EXIT
079942         UNTIL WS-HOLD-SCAN-DONE.
079944 4120-CHECK-HOLDS-EXIT.
079946     EXIT.
079948 4125-NEXT-HOLD.
079950     READ HOLDMAST NEXT RECORD
079952         AT END
079954             SET WS-HOLD-SCAN-DONE TO TRUE
079956             GO TO 4125-NEXT-HOLD-EXIT
079958     END-READ.
079960     IF HLD-ACCOUNT-NO NOT = CLO-ACCOUNT-NO
079962         SET WS-HOLD-SCAN-DONE TO TRUE
079964         GO TO 4125-NEXT-HOLD-EXIT
079966     END-IF.
079968     IF HLD-ACTIVE AND
079970        HLD-START-DATE NOT > WS-BUSINESS-DATE AND
079972        (HLD-EXPIRY-DATE = ZERO OR
079974         HLD-EXPIRY-DATE > WS-BUSINESS-DATE)
079976         SET WS-HOLD-IN-FORCE TO TRUE
079978         SET WS-HOLD-SCAN-DONE TO TRUE
079980     END-IF.
079982 4125-NEXT-HOLD-EXIT.
079984     EXIT.
080000*----------------------------------------------------------------
080100* 4150-CHECK-PAYOUT : the payout account must still be open and
080200*                    not frozen tonight, or the transfer would
080300*                    only land in suspense - the closure is held.
080400*----------------------------------------------------------------
080500 4150-CHECK-PAYOUT.
080600     MOVE "N" TO WS-ACCOUNT-OK-SW.
080700     MOVE CLO-PAYOUT-ACCOUNT TO CUST-NUMBER.
080800     READ CUSTMAST
080900         INVALID KEY
081000             MOVE "VERSEMENT INCONNU" TO WS-PEND-LABEL
081100             GO TO 4150-CHECK-PAYOUT-EXIT
081200     END-READ.
081300     IF CUST-CLOSED OR CUST-FROZEN
081400         MOVE "VERSEMENT BLOQUE" TO WS-PEND-LABEL
081500         GO TO 4150-CHECK-PAYOUT-EXIT
081600     END-IF.
081700     SET WS-ACCOUNT-OK TO TRUE.
081800 4150-CHECK-PAYOUT-EXIT.
081900     EXIT.
082000*----------------------------------------------------------------
082100* 4200-COMPUTE-FEE : this month's servicing fee, the FEEGEN
082200*                   formula - the month's movement count times
082300*                   the price, raised to the minimum, unless
082400*                   exempt. Nothing when the month was already
082500*                   billed by this closure or had no activity.
082600*----------------------------------------------------------------
082700 4200-COMPUTE-FEE.
082800     MOVE ZERO TO WS-FEE-AMOUNT.
082900     IF CLO-FEE-MONTH = WS-BUSINESS-MONTH
083000         GO TO 4200-COMPUTE-FEE-EXIT
083100     END-IF.
083200     IF BAL-ACTIVITY-MONTH NOT = WS-BUSINESS-MONTH OR
083300        BAL-MONTH-COUNT = ZERO
083400         GO TO 4200-COMPUTE-FEE-EXIT
083500     END-IF.
083600     MOVE "N" TO WS-EXEMPT-SW.
083700     PERFORM 4210-CHECK-EXEMPT THRU 4210-CHECK-EXEMPT-EXIT
083800         VARYING WS-EXM-SUB FROM 1 BY 1
083900         UNTIL WS-EXM-SUB > WS-EXEMPT-COUNT OR WS-EXEMPT.
084000     IF WS-EXEMPT
084100         GO TO 4200-COMPUTE-FEE-EXIT
084200     END-IF.
084300     COMPUTE WS-FEE-AMOUNT = BAL-MONTH-COUNT * WS-FEE-PRICE.
084400     IF WS-FEE-AMOUNT < WS-FEE-MINIMUM
084500         MOVE WS-FEE-MINIMUM TO WS-FEE-AMOUNT
084600     END-IF.
084700 4200-COMPUTE-FEE-EXIT.
084800     EXIT.
084900 4210-CHECK-EXEMPT.
085000     IF WS-EXEMPT-NUMBER (WS-EXM-SUB) = CLO-ACCOUNT-NO
085100         SET WS-EXEMPT TO TRUE
085200     END-IF.
085300 4210-CHECK-EXEMPT-EXIT.
085400     EXIT.
085500*----------------------------------------------------------------
085600* 4300-GENERATE : the fee billed under the settlement date, then
085700*                the settlement itself, onto CLOTRAN - from the
085800*                closure record, so a rerun generates exactly
085900*                what the earlier run did.
086000*----------------------------------------------------------------
086100 4300-GENERATE.
086200     IF CLO-FEE-AMOUNT > ZERO AND
086300        CLO-FEE-DATE = CLO-SETTLE-DATE
086400         MOVE "D"            TO WS-CD-TYPE-CODE
086500         MOVE CLO-FEE-AMOUNT TO WS-CD-AMOUNT
086600         MOVE SPACES         TO WS-CD-COUNTERPARTY
086700         PERFORM 4390-WRITE-DETAIL THRU 4390-WRITE-DETAIL-EXIT
086800     END-IF.
086900     IF CLO-SETTLE-TYPE NOT = SPACE
087000         MOVE CLO-SETTLE-TYPE   TO WS-CD-TYPE-CODE
087100         MOVE CLO-SETTLE-AMOUNT TO WS-CD-AMOUNT
087200         MOVE SPACES            TO WS-CD-COUNTERPARTY
087300         IF CLO-SETTLE-TYPE = "T"
087400             MOVE CLO-PAYOUT-ACCOUNT TO WS-CD-COUNTERPARTY
087500         END-IF
087600         PERFORM 4390-WRITE-DETAIL THRU 4390-WRITE-DETAIL-EXIT
087700     END-IF.
087800 4300-GENERATE-EXIT.
087900     EXIT.
088000*----------------------------------------------------------------
088100* 4390-WRITE-DETAIL : one transaction into the envelope's count
088200*                    and hash. The HDR goes out ahead of the
088300*                    first one.
088400*----------------------------------------------------------------
088500 4390-WRITE-DETAIL.
088600     IF WS-FEED-COUNT = ZERO
088700         WRITE CLOTRAN-RECORD FROM WS-CLO-HDR-RECORD
088800     END-IF.
088900     MOVE CLO-ACCOUNT-NO TO WS-CD-ACCOUNT-NO.
089000     WRITE CLOTRAN-RECORD FROM WS-CLO-DETAIL.
089100     ADD 1 TO WS-FEED-COUNT.
089200     ADD WS-CD-AMOUNT TO WS-FEED-HASH.
089300     DISPLAY "GENERE " CLO-ACCOUNT-NO " " WS-CD-TYPE-CODE " "
089400         WS-CD-AMOUNT " " WS-CD-COUNTERPARTY.
089500 4390-WRITE-DETAIL-EXIT.
089600     EXIT.
089700*----------------------------------------------------------------
089800* 4400-CHECK-SETTLED : a settlement generated on an earlier
089900*                    night has posted. BALMAST at zero closes
090000*                    the account ; anything left - a movement
090100*                    that arrived after the settlement - keeps
090200*                    the closure waiting until an R card settles
090300*                    the residual.
090400*----------------------------------------------------------------
090500 4400-CHECK-SETTLED.
090600     IF WS-BALMAST-ABSENT
090700         MOVE "BALMAST ABSENT" TO WS-PEND-LABEL
090800         ADD 1 TO WS-CLOSURES-HELD
090900         GO TO 4400-CHECK-SETTLED-EXIT
091000     END-IF.
091100     MOVE CLO-ACCOUNT-NO TO BAL-ACCOUNT-NO.
091200     READ BALMAST
091300         INVALID KEY
091400             MOVE ZERO TO BAL-CLOSING
091500     END-READ.
091600     IF BAL-CLOSING NOT = ZERO
091700         MOVE "SOLDE RESIDUEL" TO WS-PEND-LABEL
091800         ADD 1 TO WS-CLOSURES-RESIDUAL
091900         GO TO 4400-CHECK-SETTLED-EXIT
092000     END-IF.
092100     PERFORM 4500-CLOSE-ACCOUNT THRU 4500-CLOSE-ACCOUNT-EXIT.
092200 4400-CHECK-SETTLED-EXIT.
092300     EXIT.
092400*----------------------------------------------------------------
092500* 4500-CLOSE-ACCOUNT : CUST-STATUS goes to C, journalled on
092600*                     CUSTJRNL like every CUSTMAST rewrite, the
092700*                     closure is marked closed and the closing
092800*                     statement printed.
092900*----------------------------------------------------------------
093000 4500-CLOSE-ACCOUNT.
093100     MOVE CLO-ACCOUNT-NO TO CUST-NUMBER.
093200     READ CUSTMAST
093300         INVALID KEY
093400             MOVE "COMPTE INCONNU" TO WS-PEND-LABEL
093500             ADD 1 TO WS-CLOSURES-HELD
093600             GO TO 4500-CLOSE-ACCOUNT-EXIT
093700     END-READ.
093800     IF NOT CUST-CLOSED
093900         MOVE CUST-RECORD TO WS-PRIOR-CUST-IMAGE
094000         MOVE "C" TO CUST-STATUS
094100         REWRITE CUST-RECORD
094200         MOVE SPACES TO CUSTJRNL-RECORD
094300         MOVE "CLOSREQ "        TO JRL-PROGRAM
094400         MOVE WS-RUN-DATE       TO JRL-RUN-DATE
094500         MOVE WS-RUN-TIME (1:6) TO JRL-RUN-TIME
094600         MOVE "R"               TO JRL-ACTION
094700         MOVE WS-PRIOR-CUST-IMAGE TO JRL-PRIOR-IMAGE
094800         MOVE CUST-RECORD       TO JRL-NEW-IMAGE
094900         WRITE CUSTJRNL-RECORD
095000     END-IF.
095100     MOVE "C" TO CLO-STATUS.
095200     MOVE WS-BUSINESS-DATE TO CLO-CLOSE-DATE.
095300     SET WS-CHANGED TO TRUE.
095400     ADD 1 TO WS-CLOSURES-DONE.
095500     DISPLAY "CLOTURE " CLO-ACCOUNT-NO.
095600     PERFORM 4600-PRINT-STATEMENT THRU 4600-PRINT-STATEMENT-EXIT.
095700 4500-CLOSE-ACCOUNT-EXIT.
095800     EXIT.
095900*----------------------------------------------------------------
096000* 4600-PRINT-STATEMENT : the final closing statement on PRTCLOS -
096100*                       the holder, the balance the settlement
096200*                       was computed from, the month's fee, the
096300*                       settlement and the final zero balance.
096400*----------------------------------------------------------------
096500 4600-PRINT-STATEMENT.
096600     MOVE CLO-ACCOUNT-NO TO CUST-NUMBER.
096700     READ CUSTMAST
096800         INVALID KEY
096900             MOVE SPACES TO CUST-NAME CUST-ADDRESS-1
097000                            CUST-ADDRESS-2 CUST-BRANCH-CODE
097100     END-READ.
097200     MOVE "COMPTE"        TO STX-LABEL.
097300     MOVE SPACES          TO STX-TEXT.
097400     STRING CLO-ACCOUNT-NO "  AGENCE " CUST-BRANCH-CODE
097500         DELIMITED BY SIZE INTO STX-TEXT.
097600     PERFORM 4690-PUT-TEXT THRU 4690-PUT-TEXT-EXIT.
097700     MOVE "TITULAIRE"     TO STX-LABEL.
097800     MOVE CUST-NAME       TO STX-TEXT.
097900     PERFORM 4690-PUT-TEXT THRU 4690-PUT-TEXT-EXIT.
098000     MOVE "ADRESSE"       TO STX-LABEL.
098100     MOVE CUST-ADDRESS-1  TO STX-TEXT.
098200     PERFORM 4690-PUT-TEXT THRU 4690-PUT-TEXT-EXIT.
098300     MOVE SPACES          TO STX-LABEL.
098400     MOVE CUST-ADDRESS-2  TO STX-TEXT.
098500     PERFORM 4690-PUT-TEXT THRU 4690-PUT-TEXT-EXIT.
098600     MOVE "DEMANDE LE"    TO STX-LABEL.
098700     MOVE SPACES          TO STX-TEXT.
098800     STRING CLO-REQUEST-DATE "  " CLO-REASON
098900         DELIMITED BY SIZE INTO STX-TEXT.
099000     PERFORM 4690-PUT-TEXT THRU 4690-PUT-TEXT-EXIT.
099100     MOVE "SOLDE AVANT CLOTURE      :" TO STL-LABEL.
099200     MOVE CLO-BALANCE     TO STL-AMOUNT.
099300     MOVE SPACES          TO STL-TEXT.
099400     PERFORM 4680-PUT-AMOUNT THRU 4680-PUT-AMOUNT-EXIT.
099500     MOVE "FRAIS DU MOIS            :" TO STL-LABEL.
099600     MOVE CLO-FEE-AMOUNT  TO STL-AMOUNT.
099700     PERFORM 4680-PUT-AMOUNT THRU 4680-PUT-AMOUNT-EXIT.
099800     MOVE "REGLEMENT DE CLOTURE     :" TO STL-LABEL.
099900     MOVE CLO-SETTLE-AMOUNT TO STL-AMOUNT.
100000     EVALUATE CLO-SETTLE-TYPE
100100         WHEN "D"
100200             MOVE "DEBIT"     TO STL-TEXT
100300         WHEN "C"
100400             MOVE "CREDIT"    TO STL-TEXT
100500         WHEN "T"
100600             STRING "VERS " CLO-PAYOUT-ACCOUNT
100700                 DELIMITED BY SIZE INTO STL-TEXT
100800     END-EVALUATE.
100900     PERFORM 4680-PUT-AMOUNT THRU 4680-PUT-AMOUNT-EXIT.
101000     MOVE "SOLDE FINAL              :" TO STL-LABEL.
101100     MOVE ZERO            TO STL-AMOUNT.
101200     MOVE SPACES          TO STL-TEXT.
101300     PERFORM 4680-PUT-AMOUNT THRU 4680-PUT-AMOUNT-EXIT.
101400     MOVE "CLOTURE LE"    TO STX-LABEL.
101500     MOVE CLO-CLOSE-DATE  TO STX-TEXT.
101600     PERFORM 4690-PUT-TEXT THRU 4690-PUT-TEXT-EXIT.
101700     MOVE SPACES TO WS-RPT-DETAIL.
101800     PERFORM 9820-PUT-STATEMENT-LINE
101900         THRU 9820-PUT-STATEMENT-LINE-EXIT.
102000 4600-PRINT-STATEMENT-EXIT.
102100     EXIT.
102200 4680-PUT-AMOUNT.
102300     MOVE WS-STMT-LINE TO WS-RPT-DETAIL.
102400     PERFORM 9820-PUT-STATEMENT-LINE
102500         THRU 9820-PUT-STATEMENT-LINE-EXIT.
102600 4680-PUT-AMOUNT-EXIT.
102700     EXIT.
102800 4690-PUT-TEXT.
102900     MOVE WS-STMT-TEXT-LINE TO WS-RPT-DETAIL.
103000     PERFORM 9820-PUT-STATEMENT-LINE
103100         THRU 9820-PUT-STATEMENT-LINE-EXIT.
103200 4690-PUT-TEXT-EXIT.
103300     EXIT.
103400*----------------------------------------------------------------
103500* 4700-LIST-PENDING : a closure still waiting goes on PRTCLOP -
103600*                    the days since it was requested, the
103700*                    account's balance tonight and why it waits.
103800*----------------------------------------------------------------
103900 4700-LIST-PENDING.
104000     ADD 1 TO WS-CLOSURES-PENDING.
104100     MOVE "D" TO WS-DC-FUNCTION.
104200     MOVE CLO-REQUEST-DATE TO WS-DC-DATE.
104300     CALL "DATECHEK" USING WS-DC-FUNCTION WS-DC-DATE
104400                           WS-DC-DAY-NUMBER WS-DC-RESULT.
104500     MOVE ZERO TO WS-AGE.
104600     IF WS-DC-DAY-NUMBER < WS-BUSINESS-DAY
104700         COMPUTE WS-AGE = WS-BUSINESS-DAY - WS-DC-DAY-NUMBER
104800     END-IF.
104900     MOVE ZERO TO BAL-CLOSING.
105000     IF NOT WS-BALMAST-ABSENT
105100         MOVE CLO-ACCOUNT-NO TO BAL-ACCOUNT-NO
105200         READ BALMAST
105300             INVALID KEY
105400                 MOVE ZERO TO BAL-CLOSING
105500         END-READ
105600     END-IF.
105700     IF WS-PEND-LABEL = SPACES
105800         MOVE "A REGLER" TO WS-PEND-LABEL
105900     END-IF.
106000     MOVE CLO-ACCOUNT-NO   TO PDL-ACCOUNT-NO.
106100     MOVE CLO-REQUEST-DATE TO PDL-REQUEST-DATE.
106200     MOVE CLO-STATUS       TO PDL-STATUS.
106300     MOVE WS-AGE           TO PDL-AGE.
106400     MOVE BAL-CLOSING      TO PDL-BALANCE.
106500     MOVE WS-PEND-LABEL    TO PDL-LABEL.
106600     MOVE WS-PEND-LINE     TO WS-RPT-DETAIL.
106700     PERFORM 9800-PUT-REPORT-LINE THRU 9800-PUT-REPORT-LINE-EXIT.
106800 4700-LIST-PENDING-EXIT.
106900     EXIT.
107000*----------------------------------------------------------------
107100* 8000-WRITE-JOURNAL : the closure's before/after images on
107200*                    CLOJRNL ; the caller has set the action and
107300*                    the prior image.
107400*----------------------------------------------------------------
107500 8000-WRITE-JOURNAL.
107600     MOVE SPACES            TO CLOJRNL-RECORD.
107700     MOVE "CLOSREQ "        TO CJR-PROGRAM.
107800     MOVE WS-RUN-DATE       TO CJR-RUN-DATE.
107900     MOVE WS-RUN-TIME (1:6) TO CJR-RUN-TIME.
108000     MOVE WS-JRNL-ACTION    TO CJR-ACTION.
108100     MOVE WS-PRIOR-IMAGE    TO CJR-PRIOR-IMAGE.
108200     MOVE CLO-RECORD        TO CJR-NEW-IMAGE.
108300     WRITE CLOJRNL-RECORD.
108400 8000-WRITE-JOURNAL-EXIT.
108500     EXIT.
108600*----------------------------------------------------------------
108700* 8100-WRITE-REJECT : one reject record per refused card ; the
108800*                    caller has already set the reason.
108900*----------------------------------------------------------------
109000 8100-WRITE-REJECT.
109100     MOVE SPACES TO REJECT-RECORD.
109200     MOVE "CLOSREQ " TO RJT-PROGRAM.
109300     MOVE WS-RUN-DATE TO RJT-RUN-DATE.
109400     MOVE WS-REJECT-CODE TO RJT-REASON-CODE.
109500     MOVE CLOREQ-RECORD (1:40) TO RJT-PAYLOAD.
109600     WRITE REJECT-RECORD.
109700     ADD 1 TO WS-CARDS-REJECTED.
109800     DISPLAY "REJET " CRQ-ACTION-CODE " " CRQ-ACCOUNT-NO
109900         " : " WS-REJECT-REASON.
110000 8100-WRITE-REJECT-EXIT.
110100     EXIT.
110200*----------------------------------------------------------------
110300* 9000-WRITE-TOTALS : the run's counts at the foot of the pending
110400*                    report.
110500*----------------------------------------------------------------
110600 9000-WRITE-TOTALS.
110700     MOVE SPACES TO WS-RPT-DETAIL.
110800     PERFORM 9800-PUT-REPORT-LINE THRU 9800-PUT-REPORT-LINE-EXIT.
110900     MOVE "DEMANDES APPLIQUEES   : " TO TTL-LABEL.
111000     MOVE WS-CARDS-APPLIED TO TTL-VALUE.
111100     PERFORM 9010-PUT-TOTAL THRU 9010-PUT-TOTAL-EXIT.
111200     MOVE "DEMANDES REJETEES     : " TO TTL-LABEL.
111300     MOVE WS-CARDS-REJECTED TO TTL-VALUE.
111400     PERFORM 9010-PUT-TOTAL THRU 9010-PUT-TOTAL-EXIT.
111500     MOVE "REGLEMENTS GENERES    : " TO TTL-LABEL.
111600     MOVE WS-CLOSURES-SETTLED TO TTL-VALUE.
111700     PERFORM 9010-PUT-TOTAL THRU 9010-PUT-TOTAL-EXIT.
111800     MOVE "MOUVEMENTS GENERES    : " TO TTL-LABEL.
111900     MOVE WS-FEED-COUNT TO TTL-VALUE.
112000     PERFORM 9010-PUT-TOTAL THRU 9010-PUT-TOTAL-EXIT.
112100     MOVE "VALEUR GENEREE        : " TO TTL-LABEL.
112200     MOVE WS-FEED-HASH TO TTL-VALUE.
112300     PERFORM 9010-PUT-TOTAL THRU 9010-PUT-TOTAL-EXIT.
112400     MOVE "COMPTES CLOTURES      : " TO TTL-LABEL.
112500     MOVE WS-CLOSURES-DONE TO TTL-VALUE.
112600     PERFORM 9010-PUT-TOTAL THRU 9010-PUT-TOTAL-EXIT.
112700     MOVE "CLOTURES EN ATTENTE   : " TO TTL-LABEL.
112800     MOVE WS-CLOSURES-PENDING TO TTL-VALUE.
112900     PERFORM 9010-PUT-TOTAL THRU 9010-PUT-TOTAL-EXIT.
113000     MOVE "CLOTURES RETENUES     : " TO TTL-LABEL.
113100     MOVE WS-CLOSURES-HELD TO TTL-VALUE.
113200     PERFORM 9010-PUT-TOTAL THRU 9010-PUT-TOTAL-EXIT.
113300     MOVE "SOLDES RESIDUELS      : " TO TTL-LABEL.
113400     MOVE WS-CLOSURES-RESIDUAL TO TTL-VALUE.
113500     PERFORM 9010-PUT-TOTAL THRU 9010-PUT-TOTAL-EXIT.
113600     MOVE "RELEVES DE CLOTURE    : " TO TTL-LABEL.
113700     MOVE WS-CLOSURES-DONE TO TTL-VALUE.
113800     MOVE WS-TOTAL-LINE TO WS-RPT-DETAIL.
113900     PERFORM 9820-PUT-STATEMENT-LINE
114000         THRU 9820-PUT-STATEMENT-LINE-EXIT.
114100 9000-WRITE-TOTALS-EXIT.
114200     EXIT.
114300 9010-PUT-TOTAL.
114400     MOVE WS-TOTAL-LINE TO WS-RPT-DETAIL.
114500     PERFORM 9800-PUT-REPORT-LINE THRU 9800-PUT-REPORT-LINE-EXIT.
114600 9010-PUT-TOTAL-EXIT.
114700     EXIT.
114800*----------------------------------------------------------------
114900* 9100-CLOSE-FILES : the CUSTMAST interlock is released last.
115000*----------------------------------------------------------------
115100 9100-CLOSE-FILES.
115200     IF WS-CLOREQ-STATUS NOT = "35"
115300         CLOSE CLOREQ
115400     END-IF.
115500     IF NOT WS-BALMAST-ABSENT
115600         CLOSE BALMAST
115700     END-IF.
115720     IF WS-HOLDMAST-OPEN
115740         CLOSE HOLDMAST
115760     END-IF.
115800     CLOSE CLOMAST.
115900     CLOSE CLOJRNL.
116000     CLOSE CUSTJRNL.
116100     CLOSE RJTCLO.
116200     CLOSE CLOTRAN.
116300     CLOSE PRTCLOS.
116400     CLOSE PRTCLOP.
116500     CLOSE CUSTMAST.
116600     MOVE "D" TO WS-LK-FUNCTION.
116700     CALL "CUSTLOCK" USING WS-LK-FUNCTION WS-LK-PROGRAM
116800                           WS-LK-RESULT.
116900 9100-CLOSE-FILES-EXIT.
117000     EXIT.
117100*----------------------------------------------------------------
117200* 9800/9820 : one line through the shared RPTWRITE page writer,
117300*            onto PRTCLOP or PRTCLOS - each report with its own
117400*            page state.
117500*----------------------------------------------------------------
117600 9800-PUT-REPORT-LINE.
117700     CALL "RPTWRITE" USING WS-RPT-STATE WS-RPT-TITLE
117800                           WS-RPT-DETAIL WS-RPT-OUT.
117900     PERFORM 9810-WRITE-OUT-LINE THRU 9810-WRITE-OUT-LINE-EXIT
118000         VARYING WS-RPT-SUB FROM 1 BY 1
118100         UNTIL WS-RPT-SUB > WS-RPT-OUT-COUNT.
118200 9800-PUT-REPORT-LINE-EXIT.
118300     EXIT.
118400 9810-WRITE-OUT-LINE.
118500     WRITE PRTCLOP-LINE FROM WS-RPT-OUT-LINE (WS-RPT-SUB).
118600 9810-WRITE-OUT-LINE-EXIT.
118700     EXIT.
118800 9820-PUT-STATEMENT-LINE.
118900     CALL "RPTWRITE" USING WS-STM-STATE WS-STM-TITLE
119000                           WS-RPT-DETAIL WS-RPT-OUT.
119100     PERFORM 9830-WRITE-STATEMENT-OUT
119200         THRU 9830-WRITE-STATEMENT-OUT-EXIT
119300         VARYING WS-RPT-SUB FROM 1 BY 1
119400         UNTIL WS-RPT-SUB > WS-RPT-OUT-COUNT.
119500 9820-PUT-STATEMENT-LINE-EXIT.
119600     EXIT.
119700 9830-WRITE-STATEMENT-OUT.
119800     WRITE PRTCLOS-LINE FROM WS-RPT-OUT-LINE (WS-RPT-SUB).
119900 9830-WRITE-STATEMENT-OUT-EXIT.
120000     EXIT.
