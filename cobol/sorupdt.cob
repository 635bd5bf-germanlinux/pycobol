000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. SORUPDT.
000300 AUTHOR. D-SYSTEMS BATCH GROUP.
000400 INSTALLATION. ESSAI BATCH SUITE.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 2026-10-15 EL  Initial version. Recurring payments - the rent,
001100*                the monthly transfer to savings, the loan
001200*                repayment - were keyed by hand into the
001300*                upstream feed every period. They now live on
001400*                the SORMAST standing-order master (SORREC.cpy),
001500*                keyed on account and order number, and SORGEN
001600*                generates them in the chain. This job maintains
001700*                the master the way BRNUPDT maintains BRNMAST :
001800*                one SORMNT card per action, applied by key -
001900*                  A = add (amount, type C or D, frequency W, M
002000*                      or Q, first due date, optional end date
002100*                      and reference) ;
002200*                  C = amend - a non-blank card field replaces
002300*                      the master's ; a new first due date
002400*                      restarts the schedule from it, an end
002500*                      date of zeros removes the end ;
002600*                  S = suspend, R = resume (the schedule keeps
002700*                      moving while suspended - a resumed order
002800*                      does not pay the missed periods) ;
002900*                  D = cancel - the order stays on file with
003000*                      status C, so its history still reads.
003100*                The account must be on CUSTMAST and not closed ;
003200*                a first due date must be a real date no earlier
003300*                than the CTLDATE business date. Every applied
003400*                action appends a before/after image to the
003500*                SORJRNL journal ; every refused one goes to
003600*                RJTSOR in the common reject envelope with a
003700*                coded reason (ODBL, OINT, OACT, OMNT, OTYP,
003800*                OFRQ, ODAT, OCLI, OSTA - see REJREC.cpy).
003810* 2026-10-15 EL  First due and end dates checked with the
003820*                DATECHEK calendar test (C) : V refuses any date
003830*                after today, so no order could be set up ahead
003840*                of its first due date.
003850*----------------------------------------------------------------
004000 ENVIRONMENT DIVISION.
004100 CONFIGURATION SECTION.
004200 INPUT-OUTPUT SECTION.
004300 FILE-CONTROL.
004400     SELECT SORMAST ASSIGN TO "SORMAST"
004500         ORGANIZATION IS INDEXED
004600         ACCESS MODE IS RANDOM
004700         RECORD KEY IS SOR-KEY
004800         FILE STATUS IS WS-SORMAST-STATUS.
004900     SELECT SORMNT ASSIGN TO "SORMNT"
005000         ORGANIZATION IS SEQUENTIAL
005100         FILE STATUS IS WS-SORMNT-STATUS.
005200     SELECT SORJRNL ASSIGN TO "SORJRNL"
005300         ORGANIZATION IS SEQUENTIAL
005400         FILE STATUS IS WS-SORJRNL-STATUS.
005500     SELECT RJTSOR ASSIGN TO "RJTSOR"
005600         ORGANIZATION IS SEQUENTIAL.
005700     SELECT CUSTMAST ASSIGN TO "CUSTMAST"
005800         ORGANIZATION IS INDEXED
005900         ACCESS MODE IS RANDOM
006000         RECORD KEY IS CUST-NUMBER
006100         ALTERNATE RECORD KEY IS CUST-NAME
006200             WITH DUPLICATES
006300         FILE STATUS IS WS-CUSTMAST-STATUS.
006400     SELECT CTLDATE ASSIGN TO "CTLDATE"
006500         ORGANIZATION IS SEQUENTIAL.
006600 DATA DIVISION.
006700 FILE SECTION.
006800 FD  SORMAST.
006900 COPY SORREC.
007000*----------------------------------------------------------------
007100* SORMNT : one maintenance card per action. Numeric fields
007200* arrive as characters so a blank can mean "unchanged" on an
007300* amend.
007400*----------------------------------------------------------------
007500 FD  SORMNT
007600     LABEL RECORDS ARE STANDARD.
007700 01  SORMNT-RECORD.
007800     05  SMN-ACTION-CODE      PIC X(01).
007900     05  SMN-ACCOUNT-NO       PIC X(10).
008000     05  SMN-ORDER-NO-X       PIC X(02).
008100     05  SMN-ORDER-NO REDEFINES SMN-ORDER-NO-X
008200                              PIC 9(02).
008300     05  SMN-AMOUNT           PIC X(10).
008400     05  SMN-TYPE-CODE        PIC X(01).
008500     05  SMN-FREQUENCY        PIC X(01).
008600     05  SMN-FIRST-DUE-X      PIC X(08).
008700     05  SMN-FIRST-DUE REDEFINES SMN-FIRST-DUE-X
008800                              PIC 9(08).
008900     05  SMN-END-DATE-X       PIC X(08).
009000     05  SMN-END-DATE REDEFINES SMN-END-DATE-X
009100                              PIC 9(08).
009200     05  SMN-REFERENCE        PIC X(20).
009300     05  FILLER               PIC X(19).
009400*----------------------------------------------------------------
009500* SORJRNL : one before/after image per applied action, the
009600* JRNLREC.cpy layout with the order record for the images.
009700* Action W = write, R = rewrite (amend, suspend, resume and
009800* cancel all rewrite - a cancelled order is kept).
009900*----------------------------------------------------------------
010000 FD  SORJRNL
010100     LABEL RECORDS ARE STANDARD.
010200 01  SORJRNL-RECORD.
010300     05  SJR-PROGRAM          PIC X(08).
010400     05  SJR-RUN-DATE         PIC 9(08).
010500     05  SJR-RUN-TIME         PIC 9(06).
010600     05  SJR-ACTION           PIC X(01).
010700     05  SJR-PRIOR-IMAGE      PIC X(100).
010800     05  SJR-NEW-IMAGE        PIC X(100).
010900     05  FILLER               PIC X(01).
011000 FD  RJTSOR
011100     LABEL RECORDS ARE STANDARD.
011200 COPY REJREC.
011300*----------------------------------------------------------------
011400* RJT-PAYLOAD layout for the SORUPDT reasons : the first forty
011500* bytes of the SORMNT card - action, account, order number,
011600* amount, type, frequency, first due date, start of end date.
011700*----------------------------------------------------------------
011800 FD  CUSTMAST.
011900 COPY CUSTREC.
012000 FD  CTLDATE
012100     LABEL RECORDS ARE STANDARD.
012200 01  CTLDATE-RECORD.
012300     05  CTL-BUSINESS-DATE    PIC 9(08).
012400     05  FILLER               PIC X(12).
012500 WORKING-STORAGE SECTION.
012600*----------------------------------------------------------------
012700* 77-LEVEL WORK ITEMS
012800*----------------------------------------------------------------
012900 77  WS-SORMAST-STATUS        PIC X(02) VALUE SPACES.
013000 77  WS-SORMNT-STATUS         PIC X(02) VALUE SPACES.
013100 77  WS-SORJRNL-STATUS        PIC X(02) VALUE SPACES.
013200 77  WS-CUSTMAST-STATUS       PIC X(02) VALUE SPACES.
013300 77  WS-EOF-SW                PIC X(01) VALUE "N".
013400     88  WS-EOF               VALUE "Y".
013500 77  WS-TRANS-READ            PIC 9(05) COMP VALUE ZERO.
013600 77  WS-TRANS-APPLIED         PIC 9(05) COMP VALUE ZERO.
013700 77  WS-TRANS-REJECTED        PIC 9(05) COMP VALUE ZERO.
013800 77  WS-REJECT-REASON         PIC X(30) VALUE SPACES.
013900 77  WS-REJECT-CODE           PIC X(04) VALUE SPACES.
014000 77  WS-RUN-DATE              PIC 9(08) VALUE ZERO.
014100 77  WS-RUN-TIME              PIC 9(08) VALUE ZERO.
014200 77  WS-BUSINESS-DATE         PIC 9(08) VALUE ZERO.
014300 77  WS-PRIOR-IMAGE           PIC X(100) VALUE SPACES.
014400*----------------------------------------------------------------
014500* CALL "AMTPARSE" parameters, the same pattern as PADTRIM.
014600*----------------------------------------------------------------
014700 77  WS-AP-AMOUNT-X           PIC X(10) VALUE SPACES.
014800 77  WS-AP-AMOUNT             PIC S9(10) VALUE ZERO.
014900 77  WS-AP-RESULT             PIC X(01) VALUE SPACE.
015000*----------------------------------------------------------------
015100* CALL "DATECHEK" parameters, the same pattern as PADTRIM.
015200*----------------------------------------------------------------
015300 77  WS-DC-FUNCTION           PIC X(01) VALUE SPACE.
015400 77  WS-DC-DATE               PIC 9(08) VALUE ZERO.
015500 77  WS-DC-DAY-NUMBER         PIC 9(07) COMP VALUE ZERO.
015600 77  WS-DC-RESULT             PIC X(01) VALUE SPACE.
015700 PROCEDURE DIVISION.
015800*----------------------------------------------------------------
015900* 0000-MAINLINE
016000*----------------------------------------------------------------
016100 0000-MAINLINE.
016200     DISPLAY "MISE A JOUR DES ORDRES PERMANENTS SORMAST".
016300     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
016400     ACCEPT WS-RUN-TIME FROM TIME.
016500     OPEN INPUT CTLDATE.
016600     READ CTLDATE.
016700     MOVE CTL-BUSINESS-DATE TO WS-BUSINESS-DATE.
016800     CLOSE CTLDATE.
016900     PERFORM 1000-OPEN-FILES THRU 1000-OPEN-FILES-EXIT.
017000     IF RETURN-CODE = 16
017100         STOP RUN
017200     END-IF.
017300     PERFORM 2000-READ-SORMNT THRU 2000-READ-SORMNT-EXIT
017400         UNTIL WS-EOF.
017500     PERFORM 9000-CLOSE-FILES THRU 9000-CLOSE-FILES-EXIT.
017600     DISPLAY "MOUVEMENTS LUS      : " WS-TRANS-READ.
017700     DISPLAY "MOUVEMENTS APPLIQUES: " WS-TRANS-APPLIED.
017800     DISPLAY "MOUVEMENTS REJETES  : " WS-TRANS-REJECTED.
017900     STOP RUN.
018000*----------------------------------------------------------------
018100* 1000-OPEN-FILES : SORMAST is opened I-O and created empty on
018200*                  a status of "35" (the very first load), the
018300*                  CUSTUPDT way. No SORMNT card file is no
018400*                  work ; no CUSTMAST means no account can be
018500*                  checked and nothing is applied.
018600*----------------------------------------------------------------
018700 1000-OPEN-FILES.
018800     OPEN INPUT CUSTMAST.
018900     IF WS-CUSTMAST-STATUS NOT = "00"
019000         DISPLAY "CUSTMAST INDISPONIBLE (STATUT "
019100             WS-CUSTMAST-STATUS ") - ARRET"
019200         MOVE 16 TO RETURN-CODE
019300         GO TO 1000-OPEN-FILES-EXIT
019400     END-IF.
019500     OPEN INPUT SORMNT.
019600     IF WS-SORMNT-STATUS = "35"
019700         DISPLAY "SORMNT ABSENT - AUCUNE MISE A JOUR"
019800         SET WS-EOF TO TRUE
019900     END-IF.
020000     OPEN I-O SORMAST.
020100     IF WS-SORMAST-STATUS = "35"
020200         OPEN OUTPUT SORMAST
020300         CLOSE SORMAST
020400         OPEN I-O SORMAST
020500     END-IF.
020600     OPEN OUTPUT RJTSOR.
020700     OPEN EXTEND SORJRNL.
020800     IF WS-SORJRNL-STATUS = "35"
020900         OPEN OUTPUT SORJRNL
021000     END-IF.
021100 1000-OPEN-FILES-EXIT.
021200     EXIT.
021300*----------------------------------------------------------------
021400* 2000-READ-SORMNT : one maintenance action per card ; dispatch
021500*                   it to the paragraph for its action code.
021600*----------------------------------------------------------------
021700 2000-READ-SORMNT.
021800     READ SORMNT
021900         AT END
022000             SET WS-EOF TO TRUE
022100         NOT AT END
022200             ADD 1 TO WS-TRANS-READ
022300             PERFORM 3000-APPLY-ACTION
022400                 THRU 3000-APPLY-ACTION-EXIT
022500     END-READ.
022600 2000-READ-SORMNT-EXIT.
022700     EXIT.
022800*----------------------------------------------------------------
022900* 3000-APPLY-ACTION : A = WRITE (duplicate key rejected) ; C, S,
023000*                    R and D = READ then REWRITE (missing key
023100*                    rejected). Anything else is an unknown
023200*                    action code.
023300*----------------------------------------------------------------
023400 3000-APPLY-ACTION.
023500     MOVE SPACES TO WS-REJECT-CODE.
023600     IF SMN-ORDER-NO-X NOT NUMERIC
023700         MOVE "NUMERO D'ORDRE INVALIDE" TO WS-REJECT-REASON
023800         MOVE "OINT" TO WS-REJECT-CODE
023900         PERFORM 8100-WRITE-REJECT THRU 8100-WRITE-REJECT-EXIT
024000         GO TO 3000-APPLY-ACTION-EXIT
024100     END-IF.
024200     EVALUATE SMN-ACTION-CODE
024300         WHEN "A"
024400             PERFORM 3100-ADD-ORDER
024500                 THRU 3100-ADD-ORDER-EXIT
024600         WHEN "C"
024700         WHEN "S"
024800         WHEN "R"
024900         WHEN "D"
025000             PERFORM 3200-CHANGE-ORDER
025100                 THRU 3200-CHANGE-ORDER-EXIT
025200         WHEN OTHER
025300             MOVE "CODE ACTION INCONNU" TO WS-REJECT-REASON
025400             MOVE "OACT" TO WS-REJECT-CODE
025500             PERFORM 8100-WRITE-REJECT
025600                 THRU 8100-WRITE-REJECT-EXIT
025700     END-EVALUATE.
025800 3000-APPLY-ACTION-EXIT.
025900     EXIT.
026000*----------------------------------------------------------------
026100* 3100-ADD-ORDER : every field is checked before the WRITE ; the
026200*                 first due date opens the schedule and fixes
026300*                 the anchor day.
026400*----------------------------------------------------------------
026500 3100-ADD-ORDER.
026600     PERFORM 3500-CHECK-ACCOUNT THRU 3500-CHECK-ACCOUNT-EXIT.
026700     IF WS-REJECT-CODE NOT = SPACES
026800         GO TO 3100-ADD-ORDER-EXIT
026900     END-IF.
027000     MOVE SPACES TO SOR-RECORD.
027100     MOVE SMN-ACCOUNT-NO TO SOR-ACCOUNT-NO.
027200     MOVE SMN-ORDER-NO   TO SOR-ORDER-NO.
027300     MOVE ZERO TO SOR-AMOUNT SOR-NEXT-DUE SOR-END-DATE
027400                  SOR-ANCHOR-DAY SOR-LAST-GEN-DATE
027500                  SOR-LAST-GEN-DUE SOR-LAST-GEN-COUNT
027600                  SOR-GEN-COUNT.
027700     MOVE "A" TO SOR-STATUS.
027800     IF SMN-AMOUNT = SPACES OR SMN-TYPE-CODE = SPACE OR
027900        SMN-FREQUENCY = SPACE OR SMN-FIRST-DUE-X = SPACES
028000         MOVE "AJOUT INCOMPLET" TO WS-REJECT-REASON
028100         MOVE "OMNT" TO WS-REJECT-CODE
028200         PERFORM 8100-WRITE-REJECT THRU 8100-WRITE-REJECT-EXIT
028300         GO TO 3100-ADD-ORDER-EXIT
028400     END-IF.
028500     PERFORM 3700-MOVE-FIELDS THRU 3700-MOVE-FIELDS-EXIT.
028600     IF WS-REJECT-CODE NOT = SPACES
028700         GO TO 3100-ADD-ORDER-EXIT
028800     END-IF.
028900     WRITE SOR-RECORD
029000         INVALID KEY
029100             MOVE "AJOUT EN DOUBLE" TO WS-REJECT-REASON
029200             MOVE "ODBL" TO WS-REJECT-CODE
029300             PERFORM 8100-WRITE-REJECT
029400                 THRU 8100-WRITE-REJECT-EXIT
029500         NOT INVALID KEY
029600             MOVE SPACES TO WS-PRIOR-IMAGE
029700             PERFORM 8000-WRITE-JOURNAL
029800                 THRU 8000-WRITE-JOURNAL-EXIT
029900     END-WRITE.
030000 3100-ADD-ORDER-EXIT.
030100     EXIT.
030200*----------------------------------------------------------------
030300* 3200-CHANGE-ORDER : amend, suspend, resume or cancel an order
030400*                    on file. A cancelled or expired order takes
030500*                    no further action ; suspend needs an
030600*                    active order, resume a suspended one.
030700*----------------------------------------------------------------
030800 3200-CHANGE-ORDER.
030900     MOVE SMN-ACCOUNT-NO TO SOR-ACCOUNT-NO.
031000     MOVE SMN-ORDER-NO   TO SOR-ORDER-NO.
031100     READ SORMAST
031200         INVALID KEY
031300             MOVE "ORDRE INTROUVABLE" TO WS-REJECT-REASON
031400             MOVE "OINT" TO WS-REJECT-CODE
031500             PERFORM 8100-WRITE-REJECT
031600                 THRU 8100-WRITE-REJECT-EXIT
031700             GO TO 3200-CHANGE-ORDER-EXIT
031800     END-READ.
031900     MOVE SOR-RECORD TO WS-PRIOR-IMAGE.
032000     IF SOR-CANCELLED OR SOR-EXPIRED
032100         MOVE "ORDRE ANNULE OU ECHU" TO WS-REJECT-REASON
032200         MOVE "OSTA" TO WS-REJECT-CODE
032300         PERFORM 8100-WRITE-REJECT THRU 8100-WRITE-REJECT-EXIT
032400         GO TO 3200-CHANGE-ORDER-EXIT
032500     END-IF.
032600     EVALUATE SMN-ACTION-CODE
032700         WHEN "C"
032800             PERFORM 3700-MOVE-FIELDS THRU 3700-MOVE-FIELDS-EXIT
032900         WHEN "S"
033000             IF SOR-ACTIVE
033100                 MOVE "S" TO SOR-STATUS
033200             ELSE
033300                 MOVE "ORDRE NON ACTIF" TO WS-REJECT-REASON
033400                 MOVE "OSTA" TO WS-REJECT-CODE
033500                 PERFORM 8100-WRITE-REJECT
033600                     THRU 8100-WRITE-REJECT-EXIT
033700             END-IF
033800         WHEN "R"
033900             IF SOR-SUSPENDED
034000                 MOVE "A" TO SOR-STATUS
034100             ELSE
034200                 MOVE "ORDRE NON SUSPENDU" TO WS-REJECT-REASON
034300                 MOVE "OSTA" TO WS-REJECT-CODE
034400                 PERFORM 8100-WRITE-REJECT
034500                     THRU 8100-WRITE-REJECT-EXIT
034600             END-IF
034700         WHEN "D"
034800             MOVE "C" TO SOR-STATUS
034900     END-EVALUATE.
035000     IF WS-REJECT-CODE NOT = SPACES
035100         GO TO 3200-CHANGE-ORDER-EXIT
035200     END-IF.
035300     REWRITE SOR-RECORD.
035400     PERFORM 8000-WRITE-JOURNAL THRU 8000-WRITE-JOURNAL-EXIT.
035500 3200-CHANGE-ORDER-EXIT.
035600     EXIT.
035700*----------------------------------------------------------------
035800* 3500-CHECK-ACCOUNT : a new order's account must be a customer
035900*                     on CUSTMAST, and not a closed one.
036000*----------------------------------------------------------------
036100 3500-CHECK-ACCOUNT.
036200     MOVE SMN-ACCOUNT-NO TO CUST-NUMBER.
036300     READ CUSTMAST
036400         INVALID KEY
036500             MOVE "COMPTE INCONNU" TO WS-REJECT-REASON
036600             MOVE "OCLI" TO WS-REJECT-CODE
036700             PERFORM 8100-WRITE-REJECT
036800                 THRU 8100-WRITE-REJECT-EXIT
036900             GO TO 3500-CHECK-ACCOUNT-EXIT
037000     END-READ.
037100     IF CUST-CLOSED
037200         MOVE "COMPTE CLOS" TO WS-REJECT-REASON
037300         MOVE "OCLI" TO WS-REJECT-CODE
037400         PERFORM 8100-WRITE-REJECT THRU 8100-WRITE-REJECT-EXIT
037500     END-IF.
037600 3500-CHECK-ACCOUNT-EXIT.
037700     EXIT.
037800*----------------------------------------------------------------
037900* 3700-MOVE-FIELDS : each non-blank card field, checked, into
038000*                   the master record. The first rejected field
038100*                   stops the move - the caller then writes
038200*                   nothing.
038300*----------------------------------------------------------------
038400 3700-MOVE-FIELDS.
038500     IF SMN-AMOUNT NOT = SPACES
038600         MOVE SMN-AMOUNT TO WS-AP-AMOUNT-X
038700         CALL "AMTPARSE" USING WS-AP-AMOUNT-X
038800                               WS-AP-AMOUNT WS-AP-RESULT
038900         IF WS-AP-RESULT NOT = "Y" OR WS-AP-AMOUNT NOT > ZERO
039000             MOVE "MONTANT INVALIDE" TO WS-REJECT-REASON
039100             MOVE "OMNT" TO WS-REJECT-CODE
039200             PERFORM 8100-WRITE-REJECT
039300                 THRU 8100-WRITE-REJECT-EXIT
039400             GO TO 3700-MOVE-FIELDS-EXIT
039500         END-IF
039600         MOVE WS-AP-AMOUNT TO SOR-AMOUNT
039700     END-IF.
039800     IF SMN-TYPE-CODE NOT = SPACE
039900         IF SMN-TYPE-CODE NOT = "C" AND SMN-TYPE-CODE NOT = "D"
040000             MOVE "TYPE NI C NI D" TO WS-REJECT-REASON
040100             MOVE "OTYP" TO WS-REJECT-CODE
040200             PERFORM 8100-WRITE-REJECT
040300                 THRU 8100-WRITE-REJECT-EXIT
040400             GO TO 3700-MOVE-FIELDS-EXIT
040500         END-IF
040600         MOVE SMN-TYPE-CODE TO SOR-TYPE-CODE
040700     END-IF.
040800     IF SMN-FREQUENCY NOT = SPACE
040900         MOVE SMN-FREQUENCY TO SOR-FREQUENCY
041000         IF NOT SOR-FREQUENCY-KNOWN
041100             MOVE "FREQUENCE INCONNUE" TO WS-REJECT-REASON
041200             MOVE "OFRQ" TO WS-REJECT-CODE
041300             PERFORM 8100-WRITE-REJECT
041400                 THRU 8100-WRITE-REJECT-EXIT
041500             GO TO 3700-MOVE-FIELDS-EXIT
041600         END-IF
041700     END-IF.
041800     IF SMN-FIRST-DUE-X NOT = SPACES
041900         PERFORM 3710-CHECK-FIRST-DUE
042000             THRU 3710-CHECK-FIRST-DUE-EXIT
042100         IF WS-REJECT-CODE NOT = SPACES
042200             GO TO 3700-MOVE-FIELDS-EXIT
042300         END-IF
042400         MOVE SMN-FIRST-DUE TO SOR-NEXT-DUE
042500         MOVE SMN-FIRST-DUE (7:2) TO SOR-ANCHOR-DAY
042600     END-IF.
042700     IF SMN-END-DATE-X NOT = SPACES
042800         PERFORM 3720-CHECK-END-DATE
042900             THRU 3720-CHECK-END-DATE-EXIT
043000         IF WS-REJECT-CODE NOT = SPACES
043100             GO TO 3700-MOVE-FIELDS-EXIT
043200         END-IF
043300         MOVE SMN-END-DATE TO SOR-END-DATE
043400     END-IF.
043500     IF SMN-REFERENCE NOT = SPACES
043600         MOVE SMN-REFERENCE TO SOR-REFERENCE
043700     END-IF.
043800 3700-MOVE-FIELDS-EXIT.
043900     EXIT.
044000 3710-CHECK-FIRST-DUE.
044100     IF SMN-FIRST-DUE-X NOT NUMERIC
044200         GO TO 3790-BAD-DATE
044300     END-IF.
044400     MOVE "C" TO WS-DC-FUNCTION.
044500     MOVE SMN-FIRST-DUE TO WS-DC-DATE.
044600     CALL "DATECHEK" USING WS-DC-FUNCTION WS-DC-DATE
044700                           WS-DC-DAY-NUMBER WS-DC-RESULT.
044800     IF WS-DC-RESULT NOT = "Y" OR
044900        SMN-FIRST-DUE < WS-BUSINESS-DATE
045000         GO TO 3790-BAD-DATE
045100     END-IF.
045200     GO TO 3710-CHECK-FIRST-DUE-EXIT.
045300 3790-BAD-DATE.
045400     MOVE "DATE D'ECHEANCE INVALIDE" TO WS-REJECT-REASON.
045500     MOVE "ODAT" TO WS-REJECT-CODE.
045600     PERFORM 8100-WRITE-REJECT THRU 8100-WRITE-REJECT-EXIT.
045700 3710-CHECK-FIRST-DUE-EXIT.
045800     EXIT.
045900*----------------------------------------------------------------
046000* 3720-CHECK-END-DATE : zeros remove the end ; otherwise a real
046100*                      date no earlier than the next due date.
046200*----------------------------------------------------------------
046300 3720-CHECK-END-DATE.
046400     IF SMN-END-DATE-X NOT NUMERIC
046500         GO TO 3795-BAD-END
046600     END-IF.
046700     IF SMN-END-DATE = ZERO
046800         GO TO 3720-CHECK-END-DATE-EXIT
046900     END-IF.
047000     MOVE "C" TO WS-DC-FUNCTION.
047100     MOVE SMN-END-DATE TO WS-DC-DATE.
047200     CALL "DATECHEK" USING WS-DC-FUNCTION WS-DC-DATE
047300                           WS-DC-DAY-NUMBER WS-DC-RESULT.
047400     IF WS-DC-RESULT NOT = "Y" OR
047500        SMN-END-DATE < SOR-NEXT-DUE
047600         GO TO 3795-BAD-END
047700     END-IF.
047800     GO TO 3720-CHECK-END-DATE-EXIT.
047900 3795-BAD-END.
048000     MOVE "DATE DE FIN INVALIDE" TO WS-REJECT-REASON.
048100     MOVE "ODAT" TO WS-REJECT-CODE.
048200     PERFORM 8100-WRITE-REJECT THRU 8100-WRITE-REJECT-EXIT.
048300 3720-CHECK-END-DATE-EXIT.
048400     EXIT.
048500*----------------------------------------------------------------
048600* 8000-WRITE-JOURNAL : one SORJRNL before/after image per
048700*                     applied action.
048800*----------------------------------------------------------------
048900 8000-WRITE-JOURNAL.
049000     MOVE SPACES            TO SORJRNL-RECORD.
049100     MOVE "SORUPDT "        TO SJR-PROGRAM.
049200     MOVE WS-RUN-DATE       TO SJR-RUN-DATE.
049300     MOVE WS-RUN-TIME (1:6) TO SJR-RUN-TIME.
049400     IF SMN-ACTION-CODE = "A"
049500         MOVE "W" TO SJR-ACTION
049600     ELSE
049700         MOVE "R" TO SJR-ACTION
049800     END-IF.
049900     MOVE WS-PRIOR-IMAGE    TO SJR-PRIOR-IMAGE.
050000     MOVE SOR-RECORD        TO SJR-NEW-IMAGE.
050100     WRITE SORJRNL-RECORD.
050200     ADD 1 TO WS-TRANS-APPLIED.
050300     DISPLAY "APPLIQUE " SMN-ACTION-CODE " " SMN-ACCOUNT-NO
050400         "/" SMN-ORDER-NO-X " " SOR-STATUS " " SOR-NEXT-DUE.
050500 8000-WRITE-JOURNAL-EXIT.
050600     EXIT.
050700*----------------------------------------------------------------
050800* 8100-WRITE-REJECT : one reject record per refused action ;
050900*                    the caller has already set the reason.
051000*----------------------------------------------------------------
051100 8100-WRITE-REJECT.
051200     MOVE SPACES TO REJECT-RECORD.
051300     MOVE "SORUPDT " TO RJT-PROGRAM.
051400     MOVE WS-RUN-DATE TO RJT-RUN-DATE.
051500     MOVE WS-REJECT-CODE TO RJT-REASON-CODE.
051600     MOVE SORMNT-RECORD (1:40) TO RJT-PAYLOAD.
051700     WRITE REJECT-RECORD.
051800     ADD 1 TO WS-TRANS-REJECTED.
051900     DISPLAY "REJET " SMN-ACTION-CODE " " SMN-ACCOUNT-NO
052000         "/" SMN-ORDER-NO-X " : " WS-REJECT-REASON.
052100 8100-WRITE-REJECT-EXIT.
052200     EXIT.
052300*----------------------------------------------------------------
052400* 9000-CLOSE-FILES
052500*----------------------------------------------------------------
052600 9000-CLOSE-FILES.
052700     IF WS-SORMNT-STATUS NOT = "35"
052800         CLOSE SORMNT
052900     END-IF.
053000     CLOSE SORMAST.
053100     CLOSE SORJRNL.
053200     CLOSE RJTSOR.
053300     CLOSE CUSTMAST.
053400 9000-CLOSE-FILES-EXIT.
053500     EXIT.
