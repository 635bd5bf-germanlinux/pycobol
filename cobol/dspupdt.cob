000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. DSPUPDT.
000300 AUTHOR. D-SYSTEMS BATCH GROUP.
000400 INSTALLATION. ESSAI BATCH SUITE.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 2026-10-15 EL  Initial version. A customer disputing a posted
001100*                debit used to get a reversal keyed straight
001200*                into the feed, justified or not, with nothing
001300*                left to say why or to follow up. Disputes now
001400*                live on the DSPMAST register (DSPREC.cpy),
001500*                keyed on account and dispute number, and this
001600*                job moves them the way SORUPDT maintains
001700*                SORMAST : one DSPMNT card per action, applied
001800*                by key -
001900*                  O = open (amount and original business date
002000*                      of the disputed debit, which must be on
002100*                      STMTHIST for the account ; optional
002200*                      reason text) ;
002300*                  P = provisional credit, for the amount on the
002400*                      card (blank = the disputed amount, never
002500*                      more) - DSPGEN generates it tonight ;
002600*                  I = under investigation ;
002700*                  F = resolved in the customer's favour : a
002800*                      provisional credit becomes final ; with
002900*                      none, the disputed amount is requested
003000*                      as a final credit ;
003100*                  A = resolved against the customer : DSPGEN
003200*                      generates the R reversal of a credit
003300*                      already given ; one not yet credited is
003400*                      cancelled.
003500*                Only an open or investigated dispute can be
003600*                moved on ; a resolved one is kept as it is.
003700*                Every applied action appends a before/after
003800*                image to the DSPJRNL journal ; every refused
003900*                one goes to RJTDSP in the common reject
004000*                envelope with a coded reason (LDBL, LINT, LACT,
004100*                LMNT, LDAT, LMVT, LCLI, LSTA - see REJREC.cpy).
004200*----------------------------------------------------------------
004300 ENVIRONMENT DIVISION.
004400 CONFIGURATION SECTION.
004500 INPUT-OUTPUT SECTION.
004600 FILE-CONTROL.
004700     SELECT DSPMAST ASSIGN TO "DSPMAST"
004800         ORGANIZATION IS INDEXED
004900         ACCESS MODE IS RANDOM
005000         RECORD KEY IS DSP-KEY
005100         FILE STATUS IS WS-DSPMAST-STATUS.
005200     SELECT DSPMNT ASSIGN TO "DSPMNT"
005300         ORGANIZATION IS SEQUENTIAL
005400         FILE STATUS IS WS-DSPMNT-STATUS.
005500     SELECT DSPJRNL ASSIGN TO "DSPJRNL"
005600         ORGANIZATION IS SEQUENTIAL
005700         FILE STATUS IS WS-DSPJRNL-STATUS.
005800     SELECT RJTDSP ASSIGN TO "RJTDSP"
005900         ORGANIZATION IS SEQUENTIAL.
006000     SELECT CUSTMAST ASSIGN TO "CUSTMAST"
006100         ORGANIZATION IS INDEXED
006200         ACCESS MODE IS RANDOM
006300         RECORD KEY IS CUST-NUMBER
006400         ALTERNATE RECORD KEY IS CUST-NAME
006500             WITH DUPLICATES
006600         FILE STATUS IS WS-CUSTMAST-STATUS.
006700     SELECT STMTHIST ASSIGN TO "STMTHIST"
006800         ORGANIZATION IS SEQUENTIAL
006900         FILE STATUS IS WS-STMTHIST-STATUS.
007000     SELECT CTLDATE ASSIGN TO "CTLDATE"
007100         ORGANIZATION IS SEQUENTIAL.
007200 DATA DIVISION.
007300 FILE SECTION.
007400 FD  DSPMAST.
007500 COPY DSPREC.
007600*----------------------------------------------------------------
007700* DSPMNT : one maintenance card per action. Numeric fields
007800* arrive as characters so a blank can mean "not given".
007900*----------------------------------------------------------------
008000 FD  DSPMNT
008100     LABEL RECORDS ARE STANDARD.
008200 01  DSPMNT-RECORD.
008300     05  DMN-ACTION-CODE      PIC X(01).
008400     05  DMN-ACCOUNT-NO       PIC X(10).
008500     05  DMN-DISPUTE-NO-X     PIC X(03).
008600     05  DMN-DISPUTE-NO REDEFINES DMN-DISPUTE-NO-X
008700                              PIC 9(03).
008800     05  DMN-AMOUNT           PIC X(10).
008900     05  DMN-ORIG-DATE-X      PIC X(08).
009000     05  DMN-ORIG-DATE REDEFINES DMN-ORIG-DATE-X
009100                              PIC 9(08).
009200     05  DMN-TEXT             PIC X(20).
009300     05  FILLER               PIC X(28).
009400*----------------------------------------------------------------
009500* DSPJRNL : one before/after image per applied action, the
009600* JRNLREC.cpy layout with the dispute record for the images.
009700* Action W = write (open), R = rewrite (every other action - a
009800* resolved dispute is kept).
009900*----------------------------------------------------------------
010000 FD  DSPJRNL
010100     LABEL RECORDS ARE STANDARD.
010200 01  DSPJRNL-RECORD.
010300     05  DJR-PROGRAM          PIC X(08).
010400     05  DJR-RUN-DATE         PIC 9(08).
010500     05  DJR-RUN-TIME         PIC 9(06).
010600     05  DJR-ACTION           PIC X(01).
010700     05  DJR-PRIOR-IMAGE      PIC X(160).
010800     05  DJR-NEW-IMAGE        PIC X(160).
010900     05  FILLER               PIC X(01).
011000 FD  RJTDSP
011100     LABEL RECORDS ARE STANDARD.
011200 COPY REJREC.
011300*----------------------------------------------------------------
011400* RJT-PAYLOAD layout for the DSPUPDT reasons : the first forty
011500* bytes of the DSPMNT card - action, account, dispute number,
011600* amount, original date, start of the text.
011700*----------------------------------------------------------------
011800 FD  CUSTMAST.
011900 COPY CUSTREC.
012000*----------------------------------------------------------------
012100* STMTHIST : the statement archive CUSTSTMT writes. A D record
012200* is one movement of the statement ; its reference carries the
012300* business date it was merged under - the period, the date of
012400* the statement, stands in for a movement without one.
012500*----------------------------------------------------------------
012600 FD  STMTHIST
012700     LABEL RECORDS ARE STANDARD.
012800 01  STMTHIST-RECORD.
012900     05  STH-CUST-NUMBER      PIC X(10).
013000     05  STH-PERIOD           PIC 9(08).
013100     05  STH-RECORD-TYPE      PIC X(01).
013200     05  STH-PAYLOAD          PIC X(40).
013300     05  STH-REFERENCE.
013400         10  STH-REF-SOURCE   PIC X(08).
013500         10  STH-REF-BUS-DATE PIC X(08).
013600         10  STH-REF-SEQUENCE PIC X(06).
013700 01  STH-DETAIL-VIEW.
013800     05  FILLER               PIC X(19).
013900     05  STH-D-AMOUNT         PIC X(10).
014000     05  STH-D-TYPE           PIC X(01).
014100     05  FILLER               PIC X(51).
014200 FD  CTLDATE
014300     LABEL RECORDS ARE STANDARD.
014400 01  CTLDATE-RECORD.
014500     05  CTL-BUSINESS-DATE    PIC 9(08).
014600     05  FILLER               PIC X(12).
014700 WORKING-STORAGE SECTION.
014800*----------------------------------------------------------------
014900* 77-LEVEL WORK ITEMS
015000*----------------------------------------------------------------
015100 77  WS-DSPMAST-STATUS        PIC X(02) VALUE SPACES.
015200 77  WS-DSPMNT-STATUS         PIC X(02) VALUE SPACES.
015300 77  WS-DSPJRNL-STATUS        PIC X(02) VALUE SPACES.
015400 77  WS-CUSTMAST-STATUS       PIC X(02) VALUE SPACES.
015500 77  WS-STMTHIST-STATUS       PIC X(02) VALUE SPACES.
015600 77  WS-EOF-SW                PIC X(01) VALUE "N".
015700     88  WS-EOF               VALUE "Y".
015800 77  WS-HIST-EOF-SW           PIC X(01) VALUE "N".
015900     88  WS-HIST-EOF          VALUE "Y".
016000 77  WS-FOUND-SW              PIC X(01) VALUE "N".
016100     88  WS-FOUND             VALUE "Y".
016200 77  WS-TRANS-READ            PIC 9(05) COMP VALUE ZERO.
016300 77  WS-TRANS-APPLIED         PIC 9(05) COMP VALUE ZERO.
016400 77  WS-TRANS-REJECTED        PIC 9(05) COMP VALUE ZERO.
016500 77  WS-REJECT-REASON         PIC X(30) VALUE SPACES.
016600 77  WS-REJECT-CODE           PIC X(04) VALUE SPACES.
016700 77  WS-RUN-DATE              PIC 9(08) VALUE ZERO.
016800 77  WS-RUN-TIME              PIC 9(08) VALUE ZERO.
016900 77  WS-BUSINESS-DATE         PIC 9(08) VALUE ZERO.
017000 77  WS-CARD-AMOUNT           PIC S9(10) VALUE ZERO.
017100 77  WS-PRIOR-IMAGE           PIC X(160) VALUE SPACES.
017200*----------------------------------------------------------------
017300* CALL "AMTPARSE" parameters, the same pattern as PADTRIM.
017400*----------------------------------------------------------------
017500 77  WS-AP-AMOUNT-X           PIC X(10) VALUE SPACES.
017600 77  WS-AP-AMOUNT             PIC S9(10) VALUE ZERO.
017700 77  WS-AP-RESULT             PIC X(01) VALUE SPACE.
017800*----------------------------------------------------------------
017900* CALL "DATECHEK" parameters, the same pattern as PADTRIM.
018000*----------------------------------------------------------------
018100 77  WS-DC-FUNCTION           PIC X(01) VALUE SPACE.
018200 77  WS-DC-DATE               PIC 9(08) VALUE ZERO.
018300 77  WS-DC-DAY-NUMBER         PIC 9(07) COMP VALUE ZERO.
018400 77  WS-DC-RESULT             PIC X(01) VALUE SPACE.
018500 PROCEDURE DIVISION.
018600*----------------------------------------------------------------
018700* 0000-MAINLINE
018800*----------------------------------------------------------------
018900 0000-MAINLINE.
019000     DISPLAY "MISE A JOUR DU REGISTRE DES LITIGES DSPMAST".
019100     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
019200     ACCEPT WS-RUN-TIME FROM TIME.
019300     OPEN INPUT CTLDATE.
019400     READ CTLDATE.
019500     MOVE CTL-BUSINESS-DATE TO WS-BUSINESS-DATE.
019600     CLOSE CTLDATE.
019700     PERFORM 1000-OPEN-FILES THRU 1000-OPEN-FILES-EXIT.
019800     IF RETURN-CODE = 16
019900         STOP RUN
020000     END-IF.
020100     PERFORM 2000-READ-DSPMNT THRU 2000-READ-DSPMNT-EXIT
020200         UNTIL WS-EOF.
020300     PERFORM 9000-CLOSE-FILES THRU 9000-CLOSE-FILES-EXIT.
020400     DISPLAY "MOUVEMENTS LUS      : " WS-TRANS-READ.
020500     DISPLAY "MOUVEMENTS APPLIQUES: " WS-TRANS-APPLIED.
020600     DISPLAY "MOUVEMENTS REJETES  : " WS-TRANS-REJECTED.
020700     STOP RUN.
020800*----------------------------------------------------------------
020900* 1000-OPEN-FILES : DSPMAST is opened I-O and created empty on
021000*                  a status of "35" (the very first dispute),
021100*                  the SORUPDT way. No DSPMNT card file is no
021200*                  work ; no CUSTMAST means no account can be
021300*                  checked and nothing is applied. STMTHIST is
021400*                  opened per dispute opened, not here.
021500*----------------------------------------------------------------
021600 1000-OPEN-FILES.
021700     OPEN INPUT CUSTMAST.
021800     IF WS-CUSTMAST-STATUS NOT = "00"
021900         DISPLAY "CUSTMAST INDISPONIBLE (STATUT "
022000             WS-CUSTMAST-STATUS ") - ARRET"
022100         MOVE 16 TO RETURN-CODE
022200         GO TO 1000-OPEN-FILES-EXIT
022300     END-IF.
022400     OPEN INPUT DSPMNT.
022500     IF WS-DSPMNT-STATUS = "35"
022600         DISPLAY "DSPMNT ABSENT - AUCUNE MISE A JOUR"
022700         SET WS-EOF TO TRUE
022800     END-IF.
022900     OPEN I-O DSPMAST.
023000     IF WS-DSPMAST-STATUS = "35"
023100         OPEN OUTPUT DSPMAST
023200         CLOSE DSPMAST
023300         OPEN I-O DSPMAST
023400     END-IF.
023500     OPEN OUTPUT RJTDSP.
023600     OPEN EXTEND DSPJRNL.
023700     IF WS-DSPJRNL-STATUS = "35"
023800         OPEN OUTPUT DSPJRNL
023900     END-IF.
024000 1000-OPEN-FILES-EXIT.
024100     EXIT.
024200*----------------------------------------------------------------
024300* 2000-READ-DSPMNT : one maintenance action per card ; dispatch
024400*                   it to the paragraph for its action code.
024500*----------------------------------------------------------------
024600 2000-READ-DSPMNT.
024700     READ DSPMNT
024800         AT END
024900             SET WS-EOF TO TRUE
025000         NOT AT END
025100             ADD 1 TO WS-TRANS-READ
025200             PERFORM 3000-APPLY-ACTION
025300                 THRU 3000-APPLY-ACTION-EXIT
025400     END-READ.
025500 2000-READ-DSPMNT-EXIT.
025600     EXIT.
025700*----------------------------------------------------------------
025800* 3000-APPLY-ACTION : O = WRITE (duplicate key rejected) ; P, I,
025900*                    F and A = READ then REWRITE (missing key
026000*                    rejected). Anything else is an unknown
026100*                    action code.
026200*----------------------------------------------------------------
026300 3000-APPLY-ACTION.
026400     MOVE SPACES TO WS-REJECT-CODE.
026500     IF DMN-DISPUTE-NO-X NOT NUMERIC
026600         MOVE "NUMERO DE LITIGE INVALIDE" TO WS-REJECT-REASON
026700         MOVE "LINT" TO WS-REJECT-CODE
026800         PERFORM 8100-WRITE-REJECT THRU 8100-WRITE-REJECT-EXIT
026900         GO TO 3000-APPLY-ACTION-EXIT
027000     END-IF.
027100     EVALUATE DMN-ACTION-CODE
027200         WHEN "O"
027300             PERFORM 3100-OPEN-DISPUTE
027400                 THRU 3100-OPEN-DISPUTE-EXIT
027500         WHEN "P"
027600         WHEN "I"
027700         WHEN "F"
027800         WHEN "A"
027900             PERFORM 3200-CHANGE-DISPUTE
028000                 THRU 3200-CHANGE-DISPUTE-EXIT
028100         WHEN OTHER
028200             MOVE "CODE ACTION INCONNU" TO WS-REJECT-REASON
028300             MOVE "LACT" TO WS-REJECT-CODE
028400             PERFORM 8100-WRITE-REJECT
028500                 THRU 8100-WRITE-REJECT-EXIT
028600     END-EVALUATE.
028700 3000-APPLY-ACTION-EXIT.
028800     EXIT.
028900*----------------------------------------------------------------
029000* 3100-OPEN-DISPUTE : the account must be a customer not
029100*                    closed, the amount and date real, and the
029200*                    debit they describe on STMTHIST for the
029300*                    account before the WRITE.
029400*----------------------------------------------------------------
029500 3100-OPEN-DISPUTE.
029600     PERFORM 3500-CHECK-ACCOUNT THRU 3500-CHECK-ACCOUNT-EXIT.
029700     IF WS-REJECT-CODE NOT = SPACES
029800         GO TO 3100-OPEN-DISPUTE-EXIT
029900     END-IF.
030000     IF DMN-AMOUNT = SPACES OR DMN-ORIG-DATE-X = SPACES
030100         MOVE "OUVERTURE INCOMPLETE" TO WS-REJECT-REASON
030200         MOVE "LMNT" TO WS-REJECT-CODE
030300         PERFORM 8100-WRITE-REJECT THRU 8100-WRITE-REJECT-EXIT
030400         GO TO 3100-OPEN-DISPUTE-EXIT
030500     END-IF.
030600     PERFORM 3700-CHECK-AMOUNT THRU 3700-CHECK-AMOUNT-EXIT.
030700     IF WS-REJECT-CODE NOT = SPACES
030800         GO TO 3100-OPEN-DISPUTE-EXIT
030900     END-IF.
031000     PERFORM 3710-CHECK-ORIG-DATE THRU 3710-CHECK-ORIG-DATE-EXIT.
031100     IF WS-REJECT-CODE NOT = SPACES
031200         GO TO 3100-OPEN-DISPUTE-EXIT
031300     END-IF.
031400     MOVE SPACES TO DSP-RECORD.
031500     MOVE DMN-ACCOUNT-NO   TO DSP-ACCOUNT-NO.
031600     MOVE DMN-DISPUTE-NO   TO DSP-DISPUTE-NO.
031700     MOVE CUST-BRANCH-CODE TO DSP-BRANCH-CODE.
031800     MOVE WS-CARD-AMOUNT   TO DSP-AMOUNT.
031900     MOVE DMN-ORIG-DATE    TO DSP-ORIG-DATE.
032000     MOVE ZERO TO DSP-RESOLVE-DATE DSP-PROV-AMOUNT
032100                  DSP-PROV-DATE DSP-REVERSAL-DATE.
032200     MOVE "O" TO DSP-STATUS.
032300     MOVE WS-BUSINESS-DATE TO DSP-OPEN-DATE.
032400     MOVE DMN-TEXT TO DSP-REASON.
032500     PERFORM 3600-FIND-MOVEMENT THRU 3600-FIND-MOVEMENT-EXIT.
032600     IF NOT WS-FOUND
032700         MOVE "DEBIT ABSENT DE STMTHIST" TO WS-REJECT-REASON
032800         MOVE "LMVT" TO WS-REJECT-CODE
032900         PERFORM 8100-WRITE-REJECT THRU 8100-WRITE-REJECT-EXIT
033000         GO TO 3100-OPEN-DISPUTE-EXIT
033100     END-IF.
033200     WRITE DSP-RECORD
033300         INVALID KEY
033400             MOVE "LITIGE EN DOUBLE" TO WS-REJECT-REASON
033500             MOVE "LDBL" TO WS-REJECT-CODE
033600             PERFORM 8100-WRITE-REJECT
033700                 THRU 8100-WRITE-REJECT-EXIT
033800         NOT INVALID KEY
033900             MOVE SPACES TO WS-PRIOR-IMAGE
034000             PERFORM 8000-WRITE-JOURNAL
034100                 THRU 8000-WRITE-JOURNAL-EXIT
034200     END-WRITE.
034300 3100-OPEN-DISPUTE-EXIT.
034400     EXIT.
034500*----------------------------------------------------------------
034600* 3200-CHANGE-DISPUTE : provisional credit, investigation or
034700*                      resolution of a dispute on file. A
034800*                      resolved dispute takes no further action.
034900*----------------------------------------------------------------
035000 3200-CHANGE-DISPUTE.
035100     MOVE DMN-ACCOUNT-NO TO DSP-ACCOUNT-NO.
035200     MOVE DMN-DISPUTE-NO TO DSP-DISPUTE-NO.
035300     READ DSPMAST
035400         INVALID KEY
035500             MOVE "LITIGE INTROUVABLE" TO WS-REJECT-REASON
035600             MOVE "LINT" TO WS-REJECT-CODE
035700             PERFORM 8100-WRITE-REJECT
035800                 THRU 8100-WRITE-REJECT-EXIT
035900             GO TO 3200-CHANGE-DISPUTE-EXIT
036000     END-READ.
036100     MOVE DSP-RECORD TO WS-PRIOR-IMAGE.
036200     IF NOT DSP-PENDING
036300         MOVE "LITIGE DEJA RESOLU" TO WS-REJECT-REASON
036400         MOVE "LSTA" TO WS-REJECT-CODE
036500         PERFORM 8100-WRITE-REJECT THRU 8100-WRITE-REJECT-EXIT
036600         GO TO 3200-CHANGE-DISPUTE-EXIT
036700     END-IF.
036800     EVALUATE DMN-ACTION-CODE
036900         WHEN "P"
037000             PERFORM 3300-PROVISIONAL-CREDIT
037100                 THRU 3300-PROVISIONAL-CREDIT-EXIT
037200         WHEN "I"
037300             IF DSP-OPEN
037400                 MOVE "I" TO DSP-STATUS
037500             ELSE
037600                 MOVE "LITIGE DEJA EN ENQUETE" TO WS-REJECT-REASON
037700                 MOVE "LSTA" TO WS-REJECT-CODE
037800                 PERFORM 8100-WRITE-REJECT
037900                     THRU 8100-WRITE-REJECT-EXIT
038000             END-IF
038100         WHEN "F"
038200             PERFORM 3400-RESOLVE-IN-FAVOUR
038300                 THRU 3400-RESOLVE-IN-FAVOUR-EXIT
038400         WHEN "A"
038500             PERFORM 3450-RESOLVE-AGAINST
038600                 THRU 3450-RESOLVE-AGAINST-EXIT
038700     END-EVALUATE.
038800     IF WS-REJECT-CODE NOT = SPACES
038900         GO TO 3200-CHANGE-DISPUTE-EXIT
039000     END-IF.
039100     IF DMN-TEXT NOT = SPACES
039200         MOVE DMN-TEXT TO DSP-NOTE
039300     END-IF.
039400     REWRITE DSP-RECORD.
039500     PERFORM 8000-WRITE-JOURNAL THRU 8000-WRITE-JOURNAL-EXIT.
039600 3200-CHANGE-DISPUTE-EXIT.
039700     EXIT.
039800*----------------------------------------------------------------
039900* 3300-PROVISIONAL-CREDIT : one provisional credit per dispute,
040000*                          for the card amount or, blank, the
040100*                          whole disputed amount.
040200*----------------------------------------------------------------
040300 3300-PROVISIONAL-CREDIT.
040400     IF NOT DSP-PROV-NONE
040500         MOVE "CREDIT PROVISOIRE DEJA DEMANDE" TO WS-REJECT-REASON
040600         MOVE "LSTA" TO WS-REJECT-CODE
040700         PERFORM 8100-WRITE-REJECT THRU 8100-WRITE-REJECT-EXIT
040800         GO TO 3300-PROVISIONAL-CREDIT-EXIT
040900     END-IF.
041000     MOVE DSP-AMOUNT TO WS-CARD-AMOUNT.
041100     IF DMN-AMOUNT NOT = SPACES
041200         PERFORM 3700-CHECK-AMOUNT THRU 3700-CHECK-AMOUNT-EXIT
041300         IF WS-REJECT-CODE NOT = SPACES
041400             GO TO 3300-PROVISIONAL-CREDIT-EXIT
041500         END-IF
041600     END-IF.
041700     IF WS-CARD-AMOUNT > DSP-AMOUNT
041800         MOVE "CREDIT SUPERIEUR AU LITIGE" TO WS-REJECT-REASON
041900         MOVE "LMNT" TO WS-REJECT-CODE
042000         PERFORM 8100-WRITE-REJECT THRU 8100-WRITE-REJECT-EXIT
042100         GO TO 3300-PROVISIONAL-CREDIT-EXIT
042200     END-IF.
042300     MOVE "P" TO DSP-PROV-STATUS.
042400     MOVE WS-CARD-AMOUNT TO DSP-PROV-AMOUNT.
042500 3300-PROVISIONAL-CREDIT-EXIT.
042600     EXIT.
042700*----------------------------------------------------------------
042800* 3400-RESOLVE-IN-FAVOUR : the credit already given is final ;
042900*                         one requested is generated final
043000*                         tonight ; with none, the disputed
043100*                         amount is requested as the refund.
043200*----------------------------------------------------------------
043300 3400-RESOLVE-IN-FAVOUR.
043400     MOVE "F" TO DSP-STATUS.
043500     MOVE WS-BUSINESS-DATE TO DSP-RESOLVE-DATE.
043600     IF DSP-PROV-CREDITED
043700         MOVE "F" TO DSP-PROV-STATUS
043800     END-IF.
043900     IF DSP-PROV-NONE
044000         MOVE "P" TO DSP-PROV-STATUS
044100         MOVE DSP-AMOUNT TO DSP-PROV-AMOUNT
044200     END-IF.
044300 3400-RESOLVE-IN-FAVOUR-EXIT.
044400     EXIT.
044500*----------------------------------------------------------------
044600* 3450-RESOLVE-AGAINST : a credit already given stays G for
044700*                       DSPGEN to reverse tonight ; one only
044800*                       requested is cancelled.
044900*----------------------------------------------------------------
045000 3450-RESOLVE-AGAINST.
045100     MOVE "A" TO DSP-STATUS.
045200     MOVE WS-BUSINESS-DATE TO DSP-RESOLVE-DATE.
045300     IF DSP-PROV-REQUESTED
045400         MOVE "X" TO DSP-PROV-STATUS
045500     END-IF.
045600 3450-RESOLVE-AGAINST-EXIT.
045700     EXIT.
045800*----------------------------------------------------------------
045900* 3500-CHECK-ACCOUNT : a disputed account must be a customer on
046000*                     CUSTMAST, and not a closed one.
046100*----------------------------------------------------------------
046200 3500-CHECK-ACCOUNT.
046300     MOVE DMN-ACCOUNT-NO TO CUST-NUMBER.
046400     READ CUSTMAST
046500         INVALID KEY
046600             MOVE "COMPTE INCONNU" TO WS-REJECT-REASON
046700             MOVE "LCLI" TO WS-REJECT-CODE
046800             PERFORM 8100-WRITE-REJECT
046900                 THRU 8100-WRITE-REJECT-EXIT
047000             GO TO 3500-CHECK-ACCOUNT-EXIT
047100     END-READ.
047200     IF CUST-CLOSED
047300         MOVE "COMPTE CLOS" TO WS-REJECT-REASON
047400         MOVE "LCLI" TO WS-REJECT-CODE
047500         PERFORM 8100-WRITE-REJECT THRU 8100-WRITE-REJECT-EXIT
047600     END-IF.
047700 3500-CHECK-ACCOUNT-EXIT.
047800     EXIT.
047900*----------------------------------------------------------------
048000* 3600-FIND-MOVEMENT : one pass of STMTHIST for a D record of
048100*                     the account - a debit, type D - of the
048200*                     disputed amount, posted on the original
048300*                     date. Its reference goes on the dispute.
048400*                     No STMTHIST finds nothing.
048500*----------------------------------------------------------------
048600 3600-FIND-MOVEMENT.
048700     MOVE "N" TO WS-FOUND-SW.
048800     MOVE "N" TO WS-HIST-EOF-SW.
048900     OPEN INPUT STMTHIST.
049000     IF WS-STMTHIST-STATUS NOT = "00"
049100         DISPLAY "STMTHIST ABSENT - MOUVEMENT NON VERIFIABLE"
049200         GO TO 3600-FIND-MOVEMENT-EXIT
049300     END-IF.
049400     PERFORM 3610-READ-STMTHIST THRU 3610-READ-STMTHIST-EXIT
049500         UNTIL WS-HIST-EOF OR WS-FOUND.
049600     CLOSE STMTHIST.
049700 3600-FIND-MOVEMENT-EXIT.
049800     EXIT.
049900 3610-READ-STMTHIST.
050000     READ STMTHIST
050100         AT END
050200             SET WS-HIST-EOF TO TRUE
050300             GO TO 3610-READ-STMTHIST-EXIT
050400     END-READ.
050500     IF STH-CUST-NUMBER NOT = DMN-ACCOUNT-NO OR
050600        STH-RECORD-TYPE NOT = "D" OR
050700        STH-D-TYPE NOT = "D"
050800         GO TO 3610-READ-STMTHIST-EXIT
050900     END-IF.
051000     IF STH-REFERENCE = SPACES
051100         IF STH-PERIOD NOT = DMN-ORIG-DATE
051200             GO TO 3610-READ-STMTHIST-EXIT
051300         END-IF
051400     ELSE
051500         IF STH-REF-BUS-DATE NOT = DMN-ORIG-DATE-X
051600             GO TO 3610-READ-STMTHIST-EXIT
051700         END-IF
051800     END-IF.
051900     MOVE STH-D-AMOUNT TO WS-AP-AMOUNT-X.
052000     CALL "AMTPARSE" USING WS-AP-AMOUNT-X
052100                           WS-AP-AMOUNT WS-AP-RESULT.
052200     IF WS-AP-RESULT NOT = "Y" OR
052300        WS-AP-AMOUNT NOT = WS-CARD-AMOUNT
052400         GO TO 3610-READ-STMTHIST-EXIT
052500     END-IF.
052600     SET WS-FOUND TO TRUE.
052700     MOVE STH-REFERENCE TO DSP-ORIG-REFERENCE.
052800 3610-READ-STMTHIST-EXIT.
052900     EXIT.
053000*----------------------------------------------------------------
053100* 3700-CHECK-AMOUNT : the card amount, parsed, into
053200*                    WS-CARD-AMOUNT - above zero or rejected.
053300*----------------------------------------------------------------
053400 3700-CHECK-AMOUNT.
053500     MOVE DMN-AMOUNT TO WS-AP-AMOUNT-X.
053600     CALL "AMTPARSE" USING WS-AP-AMOUNT-X
053700                           WS-AP-AMOUNT WS-AP-RESULT.
053800     IF WS-AP-RESULT NOT = "Y" OR WS-AP-AMOUNT NOT > ZERO
053900         MOVE "MONTANT INVALIDE" TO WS-REJECT-REASON
054000         MOVE "LMNT" TO WS-REJECT-CODE
054100         PERFORM 8100-WRITE-REJECT THRU 8100-WRITE-REJECT-EXIT
054200         GO TO 3700-CHECK-AMOUNT-EXIT
054300     END-IF.
054400     MOVE WS-AP-AMOUNT TO WS-CARD-AMOUNT.
054500 3700-CHECK-AMOUNT-EXIT.
054600     EXIT.
054700*----------------------------------------------------------------
054800* 3710-CHECK-ORIG-DATE : a real date, no later than the CTLDATE
054900*                       business date - a movement is disputed
055000*                       once it has posted.
055100*----------------------------------------------------------------
055200 3710-CHECK-ORIG-DATE.
055300     IF DMN-ORIG-DATE-X NOT NUMERIC
055400         GO TO 3790-BAD-DATE
055500     END-IF.
055600     MOVE "V" TO WS-DC-FUNCTION.
055700     MOVE DMN-ORIG-DATE TO WS-DC-DATE.
055800     CALL "DATECHEK" USING WS-DC-FUNCTION WS-DC-DATE
055900                           WS-DC-DAY-NUMBER WS-DC-RESULT.
056000     IF WS-DC-RESULT NOT = "Y" OR
056100        DMN-ORIG-DATE > WS-BUSINESS-DATE
056200         GO TO 3790-BAD-DATE
056300     END-IF.
056400     GO TO 3710-CHECK-ORIG-DATE-EXIT.
056500 3790-BAD-DATE.
056600     MOVE "DATE D'ORIGINE INVALIDE" TO WS-REJECT-REASON.
056700     MOVE "LDAT" TO WS-REJECT-CODE.
056800     PERFORM 8100-WRITE-REJECT THRU 8100-WRITE-REJECT-EXIT.
056900 3710-CHECK-ORIG-DATE-EXIT.
057000     EXIT.
057100*----------------------------------------------------------------
057200* 8000-WRITE-JOURNAL : one DSPJRNL before/after image per
057300*                     applied action.
057400*----------------------------------------------------------------
057500 8000-WRITE-JOURNAL.
057600     MOVE SPACES            TO DSPJRNL-RECORD.
057700     MOVE "DSPUPDT "        TO DJR-PROGRAM.
057800     MOVE WS-RUN-DATE       TO DJR-RUN-DATE.
057900     MOVE WS-RUN-TIME (1:6) TO DJR-RUN-TIME.
058000     IF DMN-ACTION-CODE = "O"
058100         MOVE "W" TO DJR-ACTION
058200     ELSE
058300         MOVE "R" TO DJR-ACTION
058400     END-IF.
058500     MOVE WS-PRIOR-IMAGE    TO DJR-PRIOR-IMAGE.
058600     MOVE DSP-RECORD        TO DJR-NEW-IMAGE.
058700     WRITE DSPJRNL-RECORD.
058800     ADD 1 TO WS-TRANS-APPLIED.
058900     DISPLAY "APPLIQUE " DMN-ACTION-CODE " " DMN-ACCOUNT-NO
059000         "/" DMN-DISPUTE-NO-X " " DSP-STATUS " "
059100         DSP-PROV-STATUS.
059200 8000-WRITE-JOURNAL-EXIT.
059300     EXIT.
059400*----------------------------------------------------------------
059500* 8100-WRITE-REJECT : one reject record per refused action ;
059600*                    the caller has already set the reason.
059700*----------------------------------------------------------------
059800 8100-WRITE-REJECT.
059900     MOVE SPACES TO REJECT-RECORD.
060000     MOVE "DSPUPDT " TO RJT-PROGRAM.
060100     MOVE WS-RUN-DATE TO RJT-RUN-DATE.
060200     MOVE WS-REJECT-CODE TO RJT-REASON-CODE.
060300     MOVE DSPMNT-RECORD (1:40) TO RJT-PAYLOAD.
060400     WRITE REJECT-RECORD.
060500     ADD 1 TO WS-TRANS-REJECTED.
060600     DISPLAY "REJET " DMN-ACTION-CODE " " DMN-ACCOUNT-NO
060700         "/" DMN-DISPUTE-NO-X " : " WS-REJECT-REASON.
060800 8100-WRITE-REJECT-EXIT.
060900     EXIT.
061000*----------------------------------------------------------------
061100* 9000-CLOSE-FILES
061200*----------------------------------------------------------------
061300 9000-CLOSE-FILES.
061400     IF WS-DSPMNT-STATUS NOT = "35"
061500         CLOSE DSPMNT
061600     END-IF.
061700     CLOSE DSPMAST.
061800     CLOSE DSPJRNL.
061900     CLOSE RJTDSP.
062000     CLOSE CUSTMAST.
062100 9000-CLOSE-FILES-EXIT.
062200     EXIT.
