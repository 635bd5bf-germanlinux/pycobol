000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. HLDUPDT.
000300 AUTHOR. D-SYSTEMS BATCH GROUP.
000400 INSTALLATION. ESSAI BATCH SUITE.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 2026-10-15 EL  Initial version. A court order or garnishment
001100*                notice used to be applied by freezing the whole
001200*                account - every movement stopped, not only the
001300*                sum the order names, and nothing recorded which
001400*                order it was or when it ran out. Holds now live
001500*                on the HOLDMAST register (HLDREC.cpy), keyed on
001600*                account and hold number, and this job moves
001700*                them the way DSPUPDT maintains DSPMAST : one
001800*                HLDMNT card per action, applied by key -
001900*                  P = place a hold (type H or G, blank = H ;
002000*                      amount and order reference required ;
002100*                      start date, blank = the business date ;
002200*                      expiry date, blank = until released) ;
002300*                  M = amend the amount and/or the expiry date
002400*                      of an active hold (blank = unchanged,
002500*                      zeros = until released) ;
002600*                  L = release : the order is lifted.
002700*                Only an active hold can be amended or released.
002800*                Every applied action appends a before/after
002900*                image to the HLDJRNL journal ; every refused
003000*                one goes to RJTHLD in the common reject
003100*                envelope with a coded reason (HDBL, HINT, HACT,
003200*                HMNT, HTYP, HDAT, HCLI, HSTA - see REJREC.cpy).
003300*----------------------------------------------------------------
003400 ENVIRONMENT DIVISION.
003500 CONFIGURATION SECTION.
003600 INPUT-OUTPUT SECTION.
003700 FILE-CONTROL.
003800     SELECT HOLDMAST ASSIGN TO "HOLDMAST"
003900         ORGANIZATION IS INDEXED
004000         ACCESS MODE IS RANDOM
004100         RECORD KEY IS HLD-KEY
004200         FILE STATUS IS WS-HOLDMAST-STATUS.
004300     SELECT HLDMNT ASSIGN TO "HLDMNT"
004400         ORGANIZATION IS SEQUENTIAL
004500         FILE STATUS IS WS-HLDMNT-STATUS.
004600     SELECT HLDJRNL ASSIGN TO "HLDJRNL"
004700         ORGANIZATION IS SEQUENTIAL
004800         FILE STATUS IS WS-HLDJRNL-STATUS.
004900     SELECT RJTHLD ASSIGN TO "RJTHLD"
005000         ORGANIZATION IS SEQUENTIAL.
005100     SELECT CUSTMAST ASSIGN TO "CUSTMAST"
005200         ORGANIZATION IS INDEXED
005300         ACCESS MODE IS RANDOM
005400         RECORD KEY IS CUST-NUMBER
005500         ALTERNATE RECORD KEY IS CUST-NAME
005600             WITH DUPLICATES
005700         FILE STATUS IS WS-CUSTMAST-STATUS.
005800     SELECT CTLDATE ASSIGN TO "CTLDATE"
005900         ORGANIZATION IS SEQUENTIAL.
006000 DATA DIVISION.
006100 FILE SECTION.
006200 FD  HOLDMAST.
006300 COPY HLDREC.
006400*----------------------------------------------------------------
006500* HLDMNT : one maintenance card per action. Numeric fields
006600* arrive as characters so a blank can mean "not given".
006700*----------------------------------------------------------------
006800 FD  HLDMNT
006900     LABEL RECORDS ARE STANDARD.
007000 01  HLDMNT-RECORD.
007100     05  HMN-ACTION-CODE      PIC X(01).
007200     05  HMN-ACCOUNT-NO       PIC X(10).
007300     05  HMN-HOLD-NO-X        PIC X(03).
007400     05  HMN-HOLD-NO REDEFINES HMN-HOLD-NO-X
007500                              PIC 9(03).
007600     05  HMN-AMOUNT           PIC X(10).
007700     05  HMN-START-DATE-X     PIC X(08).
007800     05  HMN-START-DATE REDEFINES HMN-START-DATE-X
007900                              PIC 9(08).
008000     05  HMN-EXPIRY-DATE-X    PIC X(08).
008100     05  HMN-EXPIRY-DATE REDEFINES HMN-EXPIRY-DATE-X
008200                              PIC 9(08).
008300     05  HMN-TYPE             PIC X(01).
008400     05  HMN-ORDER-REFERENCE  PIC X(20).
008500     05  HMN-TEXT             PIC X(20).
008600     05  FILLER               PIC X(19).
008700*----------------------------------------------------------------
008800* HLDJRNL : one before/after image per applied action, the
008900* JRNLREC.cpy layout with the hold record for the images.
009000* Action W = write (place), R = rewrite (amend, release, and
009100* HLDREG's expiry - a hold is never deleted).
009200*----------------------------------------------------------------
009300 FD  HLDJRNL
009400     LABEL RECORDS ARE STANDARD.
009500 01  HLDJRNL-RECORD.
009600     05  HJR-PROGRAM          PIC X(08).
009700     05  HJR-RUN-DATE         PIC 9(08).
009800     05  HJR-RUN-TIME         PIC 9(06).
009900     05  HJR-ACTION           PIC X(01).
010000     05  HJR-PRIOR-IMAGE      PIC X(160).
010100     05  HJR-NEW-IMAGE        PIC X(160).
010200     05  FILLER               PIC X(01).
010300 FD  RJTHLD
010400     LABEL RECORDS ARE STANDARD.
010500 COPY REJREC.
010600*----------------------------------------------------------------
010700* RJT-PAYLOAD layout for the HLDUPDT reasons : the first forty
010800* bytes of the HLDMNT card - action, account, hold number,
010900* amount, start date, expiry date.
011000*----------------------------------------------------------------
011100 FD  CUSTMAST.
011200 COPY CUSTREC.
011300 FD  CTLDATE
011400     LABEL RECORDS ARE STANDARD.
011500 01  CTLDATE-RECORD.
011600     05  CTL-BUSINESS-DATE    PIC 9(08).
011700     05  FILLER               PIC X(12).
011800 WORKING-STORAGE SECTION.
011900*----------------------------------------------------------------
012000* 77-LEVEL WORK ITEMS
012100*----------------------------------------------------------------
012200 77  WS-HOLDMAST-STATUS       PIC X(02) VALUE SPACES.
012300 77  WS-HLDMNT-STATUS         PIC X(02) VALUE SPACES.
012400 77  WS-HLDJRNL-STATUS        PIC X(02) VALUE SPACES.
012500 77  WS-CUSTMAST-STATUS       PIC X(02) VALUE SPACES.
012600 77  WS-EOF-SW                PIC X(01) VALUE "N".
012700     88  WS-EOF               VALUE "Y".
012800 77  WS-TRANS-READ            PIC 9(05) COMP VALUE ZERO.
012900 77  WS-TRANS-APPLIED         PIC 9(05) COMP VALUE ZERO.
013000 77  WS-TRANS-REJECTED        PIC 9(05) COMP VALUE ZERO.
013100 77  WS-REJECT-REASON         PIC X(30) VALUE SPACES.
013200 77  WS-REJECT-CODE           PIC X(04) VALUE SPACES.
013300 77  WS-RUN-DATE              PIC 9(08) VALUE ZERO.
013400 77  WS-RUN-TIME              PIC 9(08) VALUE ZERO.
013500 77  WS-BUSINESS-DATE         PIC 9(08) VALUE ZERO.
013600 77  WS-CARD-AMOUNT           PIC S9(10) VALUE ZERO.
013700 77  WS-CARD-START            PIC 9(08) VALUE ZERO.
013800 77  WS-CARD-EXPIRY           PIC 9(08) VALUE ZERO.
013900 77  WS-PRIOR-IMAGE           PIC X(160) VALUE SPACES.
014000*----------------------------------------------------------------
014100* CALL "AMTPARSE" parameters, the same pattern as PADTRIM.
014200*----------------------------------------------------------------
014300 77  WS-AP-AMOUNT-X           PIC X(10) VALUE SPACES.
014400 77  WS-AP-AMOUNT             PIC S9(10) VALUE ZERO.
014500 77  WS-AP-RESULT             PIC X(01) VALUE SPACE.
014600*----------------------------------------------------------------
014700* CALL "DATECHEK" parameters, the same pattern as PADTRIM.
014800*----------------------------------------------------------------
014900 77  WS-DC-FUNCTION           PIC X(01) VALUE SPACE.
015000 77  WS-DC-DATE               PIC 9(08) VALUE ZERO.
015100 77  WS-DC-DAY-NUMBER         PIC 9(07) COMP VALUE ZERO.
015200 77  WS-DC-RESULT             PIC X(01) VALUE SPACE.
015300 PROCEDURE DIVISION.
015400*----------------------------------------------------------------
015500* 0000-MAINLINE
015600*----------------------------------------------------------------
015700 0000-MAINLINE.
015800     DISPLAY "MISE A JOUR DU REGISTRE DES SAISIES HOLDMAST".
015900     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
016000     ACCEPT WS-RUN-TIME FROM TIME.
016100     OPEN INPUT CTLDATE.
016200     READ CTLDATE.
016300     MOVE CTL-BUSINESS-DATE TO WS-BUSINESS-DATE.
016400     CLOSE CTLDATE.
016500     PERFORM 1000-OPEN-FILES THRU 1000-OPEN-FILES-EXIT.
016600     IF RETURN-CODE = 16
016700         STOP RUN
016800     END-IF.
016900     PERFORM 2000-READ-HLDMNT THRU 2000-READ-HLDMNT-EXIT
017000         UNTIL WS-EOF.
017100     PERFORM 9000-CLOSE-FILES THRU 9000-CLOSE-FILES-EXIT.
017200     DISPLAY "MOUVEMENTS LUS      : " WS-TRANS-READ.
017300     DISPLAY "MOUVEMENTS APPLIQUES: " WS-TRANS-APPLIED.
017400     DISPLAY "MOUVEMENTS REJETES  : " WS-TRANS-REJECTED.
017500     STOP RUN.
017600*----------------------------------------------------------------
017700* 1000-OPEN-FILES : HOLDMAST is opened I-O and created empty on
017800*                  a status of "35" (the very first hold), the
017900*                  SORUPDT way. No HLDMNT card file is no work ;
018000*                  no CUSTMAST means no account can be checked
018100*                  and nothing is applied.
018200*----------------------------------------------------------------
018300 1000-OPEN-FILES.
018400     OPEN INPUT CUSTMAST.
018500     IF WS-CUSTMAST-STATUS NOT = "00"
018600         DISPLAY "CUSTMAST INDISPONIBLE (STATUT "
018700             WS-CUSTMAST-STATUS ") - ARRET"
018800         MOVE 16 TO RETURN-CODE
018900         GO TO 1000-OPEN-FILES-EXIT
019000     END-IF.
019100     OPEN INPUT HLDMNT.
019200     IF WS-HLDMNT-STATUS = "35"
019300         DISPLAY "HLDMNT ABSENT - AUCUNE MISE A JOUR"
019400         SET WS-EOF TO TRUE
019500     END-IF.
019600     OPEN I-O HOLDMAST.
019700     IF WS-HOLDMAST-STATUS = "35"
019800         OPEN OUTPUT HOLDMAST
019900         CLOSE HOLDMAST
020000         OPEN I-O HOLDMAST
020100     END-IF.
020200     OPEN OUTPUT RJTHLD.
020300     OPEN EXTEND HLDJRNL.
020400     IF WS-HLDJRNL-STATUS = "35"
020500         OPEN OUTPUT HLDJRNL
020600     END-IF.
020700 1000-OPEN-FILES-EXIT.
020800     EXIT.
020900*----------------------------------------------------------------
021000* 2000-READ-HLDMNT : one maintenance action per card ; dispatch
021100*                   it to the paragraph for its action code.
021200*----------------------------------------------------------------
021300 2000-READ-HLDMNT.
021400     READ HLDMNT
021500         AT END
021600             SET WS-EOF TO TRUE
021700         NOT AT END
021800             ADD 1 TO WS-TRANS-READ
021900             PERFORM 3000-APPLY-ACTION
022000                 THRU 3000-APPLY-ACTION-EXIT
022100     END-READ.
022200 2000-READ-HLDMNT-EXIT.
022300     EXIT.
022400*----------------------------------------------------------------
022500* 3000-APPLY-ACTION : P = WRITE (duplicate key rejected) ; M and
022600*                    L = READ then REWRITE (missing key
022700*                    rejected). Anything else is an unknown
022800*                    action code.
022900*----------------------------------------------------------------
023000 3000-APPLY-ACTION.
023100     MOVE SPACES TO WS-REJECT-CODE.
023200     IF HMN-HOLD-NO-X NOT NUMERIC
023300         MOVE "NUMERO DE SAISIE INVALIDE" TO WS-REJECT-REASON
023400         MOVE "HINT" TO WS-REJECT-CODE
023500         PERFORM 8100-WRITE-REJECT THRU 8100-WRITE-REJECT-EXIT
023600         GO TO 3000-APPLY-ACTION-EXIT
023700     END-IF.
023800     EVALUATE HMN-ACTION-CODE
023900         WHEN "P"
024000             PERFORM 3100-PLACE-HOLD
024100                 THRU 3100-PLACE-HOLD-EXIT
024200         WHEN "M"
024300         WHEN "L"
024400             PERFORM 3200-CHANGE-HOLD
024500                 THRU 3200-CHANGE-HOLD-EXIT
024600         WHEN OTHER
024700             MOVE "CODE ACTION INCONNU" TO WS-REJECT-REASON
024800             MOVE "HACT" TO WS-REJECT-CODE
024900             PERFORM 8100-WRITE-REJECT
025000                 THRU 8100-WRITE-REJECT-EXIT
025100     END-EVALUATE.
025200 3000-APPLY-ACTION-EXIT.
025300     EXIT.
025400*----------------------------------------------------------------
025500* 3100-PLACE-HOLD : the account must be a customer not closed -
025600*                  a frozen or dormant account can still be
025700*                  garnished - the type known, the amount and
025800*                  the order reference given, the dates real,
025900*                  before the WRITE.
026000*----------------------------------------------------------------
026100 3100-PLACE-HOLD.
026200     PERFORM 3500-CHECK-ACCOUNT THRU 3500-CHECK-ACCOUNT-EXIT.
026300     IF WS-REJECT-CODE NOT = SPACES
026400         GO TO 3100-PLACE-HOLD-EXIT
026500     END-IF.
026600     IF HMN-TYPE = SPACE
026700         MOVE "H" TO HMN-TYPE
026800     END-IF.
026900     IF HMN-TYPE NOT = "H" AND HMN-TYPE NOT = "G"
027000         MOVE "TYPE DE SAISIE INCONNU" TO WS-REJECT-REASON
027100         MOVE "HTYP" TO WS-REJECT-CODE
027200         PERFORM 8100-WRITE-REJECT THRU 8100-WRITE-REJECT-EXIT
027300         GO TO 3100-PLACE-HOLD-EXIT
027400     END-IF.
027500     IF HMN-AMOUNT = SPACES OR HMN-ORDER-REFERENCE = SPACES
027600         MOVE "POSE INCOMPLETE" TO WS-REJECT-REASON
027700         MOVE "HMNT" TO WS-REJECT-CODE
027800         PERFORM 8100-WRITE-REJECT THRU 8100-WRITE-REJECT-EXIT
027900         GO TO 3100-PLACE-HOLD-EXIT
028000     END-IF.
028100     PERFORM 3700-CHECK-AMOUNT THRU 3700-CHECK-AMOUNT-EXIT.
028200     IF WS-REJECT-CODE NOT = SPACES
028300         GO TO 3100-PLACE-HOLD-EXIT
028400     END-IF.
028500     PERFORM 3710-CHECK-START-DATE
028600         THRU 3710-CHECK-START-DATE-EXIT.
028700     IF WS-REJECT-CODE NOT = SPACES
028800         GO TO 3100-PLACE-HOLD-EXIT
028900     END-IF.
029000     PERFORM 3720-CHECK-EXPIRY-DATE
029100         THRU 3720-CHECK-EXPIRY-DATE-EXIT.
029200     IF WS-REJECT-CODE NOT = SPACES
029300         GO TO 3100-PLACE-HOLD-EXIT
029400     END-IF.
029500     MOVE SPACES TO HLD-RECORD.
029600     MOVE HMN-ACCOUNT-NO      TO HLD-ACCOUNT-NO.
029700     MOVE HMN-HOLD-NO         TO HLD-HOLD-NO.
029800     MOVE CUST-BRANCH-CODE    TO HLD-BRANCH-CODE.
029900     MOVE HMN-TYPE            TO HLD-TYPE.
030000     MOVE WS-CARD-AMOUNT      TO HLD-AMOUNT.
030100     MOVE HMN-ORDER-REFERENCE TO HLD-ORDER-REFERENCE.
030200     MOVE WS-CARD-START       TO HLD-START-DATE.
030300     MOVE WS-CARD-EXPIRY      TO HLD-EXPIRY-DATE.
030400     MOVE "A" TO HLD-STATUS.
030500     MOVE WS-BUSINESS-DATE    TO HLD-PLACED-DATE.
030600     MOVE ZERO                TO HLD-END-DATE.
030700     MOVE HMN-TEXT            TO HLD-NOTE.
030800     WRITE HLD-RECORD
030900         INVALID KEY
031000             MOVE "SAISIE EN DOUBLE" TO WS-REJECT-REASON
031100             MOVE "HDBL" TO WS-REJECT-CODE
031200             PERFORM 8100-WRITE-REJECT
031300                 THRU 8100-WRITE-REJECT-EXIT
031400         NOT INVALID KEY
031500             MOVE SPACES TO WS-PRIOR-IMAGE
031600             PERFORM 8000-WRITE-JOURNAL
031700                 THRU 8000-WRITE-JOURNAL-EXIT
031800     END-WRITE.
031900 3100-PLACE-HOLD-EXIT.
032000     EXIT.
032100*----------------------------------------------------------------
032200* 3200-CHANGE-HOLD : amendment or release of a hold on file. A
032300*                   released or expired hold takes no further
032400*                   action - a new order is placed as a new
032500*                   hold.
032600*----------------------------------------------------------------
032700 3200-CHANGE-HOLD.
032800     MOVE HMN-ACCOUNT-NO TO HLD-ACCOUNT-NO.
032900     MOVE HMN-HOLD-NO    TO HLD-HOLD-NO.
033000     READ HOLDMAST
033100         INVALID KEY
033200             MOVE "SAISIE INTROUVABLE" TO WS-REJECT-REASON
033300             MOVE "HINT" TO WS-REJECT-CODE
033400             PERFORM 8100-WRITE-REJECT
033500                 THRU 8100-WRITE-REJECT-EXIT
033600             GO TO 3200-CHANGE-HOLD-EXIT
033700     END-READ.
033800     MOVE HLD-RECORD TO WS-PRIOR-IMAGE.
033900     IF NOT HLD-ACTIVE
034000         MOVE "SAISIE LEVEE OU ECHUE" TO WS-REJECT-REASON
034100         MOVE "HSTA" TO WS-REJECT-CODE
034200         PERFORM 8100-WRITE-REJECT THRU 8100-WRITE-REJECT-EXIT
034300         GO TO 3200-CHANGE-HOLD-EXIT
034400     END-IF.
034500     EVALUATE HMN-ACTION-CODE
034600         WHEN "M"
034700             PERFORM 3300-AMEND-HOLD
034800                 THRU 3300-AMEND-HOLD-EXIT
034900         WHEN "L"
035000             MOVE "R" TO HLD-STATUS
035100             MOVE WS-BUSINESS-DATE TO HLD-END-DATE
035200     END-EVALUATE.
035300     IF WS-REJECT-CODE NOT = SPACES
035400         GO TO 3200-CHANGE-HOLD-EXIT
035500     END-IF.
035600     IF HMN-TEXT NOT = SPACES
035700         MOVE HMN-TEXT TO HLD-NOTE
035800     END-IF.
035900     REWRITE HLD-RECORD.
036000     PERFORM 8000-WRITE-JOURNAL THRU 8000-WRITE-JOURNAL-EXIT.
036100 3200-CHANGE-HOLD-EXIT.
036200     EXIT.
036300*----------------------------------------------------------------
036400* 3300-AMEND-HOLD : a new amount, a new expiry date, or both -
036500*                  an amended order. A card with neither is
036600*                  refused.
036700*----------------------------------------------------------------
036800 3300-AMEND-HOLD.
036900     IF HMN-AMOUNT = SPACES AND HMN-EXPIRY-DATE-X = SPACES
037000         MOVE "MODIFICATION SANS OBJET" TO WS-REJECT-REASON
037100         MOVE "HMNT" TO WS-REJECT-CODE
037200         PERFORM 8100-WRITE-REJECT THRU 8100-WRITE-REJECT-EXIT
037300         GO TO 3300-AMEND-HOLD-EXIT
037400     END-IF.
037500     IF HMN-AMOUNT NOT = SPACES
037600         PERFORM 3700-CHECK-AMOUNT THRU 3700-CHECK-AMOUNT-EXIT
037700         IF WS-REJECT-CODE NOT = SPACES
037800             GO TO 3300-AMEND-HOLD-EXIT
037900         END-IF
038000     END-IF.
038100     IF HMN-EXPIRY-DATE-X NOT = SPACES
038200         MOVE HLD-START-DATE TO WS-CARD-START
038300         PERFORM 3720-CHECK-EXPIRY-DATE
038400             THRU 3720-CHECK-EXPIRY-DATE-EXIT
038500         IF WS-REJECT-CODE NOT = SPACES
038600             GO TO 3300-AMEND-HOLD-EXIT
038700         END-IF
038800         MOVE WS-CARD-EXPIRY TO HLD-EXPIRY-DATE
038900     END-IF.
039000     IF HMN-AMOUNT NOT = SPACES
039100         MOVE WS-CARD-AMOUNT TO HLD-AMOUNT
039200     END-IF.
039300 3300-AMEND-HOLD-EXIT.
039400     EXIT.
039500*----------------------------------------------------------------
039600* 3500-CHECK-ACCOUNT : a held account must be a customer on
039700*                     CUSTMAST, and not a closed one.
039800*----------------------------------------------------------------
039900 3500-CHECK-ACCOUNT.
040000     MOVE HMN-ACCOUNT-NO TO CUST-NUMBER.
040100     READ CUSTMAST
040200         INVALID KEY
040300             MOVE "COMPTE INCONNU" TO WS-REJECT-REASON
040400             MOVE "HCLI" TO WS-REJECT-CODE
040500             PERFORM 8100-WRITE-REJECT
040600                 THRU 8100-WRITE-REJECT-EXIT
040700             GO TO 3500-CHECK-ACCOUNT-EXIT
040800     END-READ.
040900     IF CUST-CLOSED
041000         MOVE "COMPTE CLOS" TO WS-REJECT-REASON
041100         MOVE "HCLI" TO WS-REJECT-CODE
041200         PERFORM 8100-WRITE-REJECT THRU 8100-WRITE-REJECT-EXIT
041300     END-IF.
041400 3500-CHECK-ACCOUNT-EXIT.
041500     EXIT.
041600*----------------------------------------------------------------
041700* 3700-CHECK-AMOUNT : the card amount, parsed, into
041800*                    WS-CARD-AMOUNT - above zero or rejected.
041900*----------------------------------------------------------------
042000 3700-CHECK-AMOUNT.
042100     MOVE HMN-AMOUNT TO WS-AP-AMOUNT-X.
042200     CALL "AMTPARSE" USING WS-AP-AMOUNT-X
042300                           WS-AP-AMOUNT WS-AP-RESULT.
042400     IF WS-AP-RESULT NOT = "Y" OR WS-AP-AMOUNT NOT > ZERO
042500         MOVE "MONTANT INVALIDE" TO WS-REJECT-REASON
042600         MOVE "HMNT" TO WS-REJECT-CODE
042700         PERFORM 8100-WRITE-REJECT THRU 8100-WRITE-REJECT-EXIT
042800         GO TO 3700-CHECK-AMOUNT-EXIT
042900     END-IF.
043000     MOVE WS-AP-AMOUNT TO WS-CARD-AMOUNT.
043100 3700-CHECK-AMOUNT-EXIT.
043200     EXIT.
043300*----------------------------------------------------------------
043400* 3710-CHECK-START-DATE : blank starts the hold on the CTLDATE
043500*                        business date ; otherwise a real date
043600*                        - an order may be dated back, or
043700*                        ahead to the day it takes effect.
043800*----------------------------------------------------------------
043900 3710-CHECK-START-DATE.
044000     MOVE WS-BUSINESS-DATE TO WS-CARD-START.
044100     IF HMN-START-DATE-X = SPACES
044200         GO TO 3710-CHECK-START-DATE-EXIT
044300     END-IF.
044400     IF HMN-START-DATE-X NOT NUMERIC
044500         GO TO 3719-BAD-START
044600     END-IF.
044700     MOVE "C" TO WS-DC-FUNCTION.
044800     MOVE HMN-START-DATE TO WS-DC-DATE.
044900     CALL "DATECHEK" USING WS-DC-FUNCTION WS-DC-DATE
045000                           WS-DC-DAY-NUMBER WS-DC-RESULT.
045100     IF WS-DC-RESULT NOT = "Y"
045200         GO TO 3719-BAD-START
045300     END-IF.
045400     MOVE HMN-START-DATE TO WS-CARD-START.
045500     GO TO 3710-CHECK-START-DATE-EXIT.
045600 3719-BAD-START.
045700     MOVE "DATE DE DEBUT INVALIDE" TO WS-REJECT-REASON.
045800     MOVE "HDAT" TO WS-REJECT-CODE.
045900     PERFORM 8100-WRITE-REJECT THRU 8100-WRITE-REJECT-EXIT.
046000 3710-CHECK-START-DATE-EXIT.
046100     EXIT.
046200*----------------------------------------------------------------
046300* 3720-CHECK-EXPIRY-DATE : blank or zeros hold until released ;
046400*                         otherwise a real date after the start
046500*                         date and after the business date - a
046600*                         hold expiring today or earlier would
046700*                         never be in force.
046800*----------------------------------------------------------------
046900 3720-CHECK-EXPIRY-DATE.
047000     MOVE ZERO TO WS-CARD-EXPIRY.
047100     IF HMN-EXPIRY-DATE-X = SPACES
047200         GO TO 3720-CHECK-EXPIRY-DATE-EXIT
047300     END-IF.
047400     IF HMN-EXPIRY-DATE-X NOT NUMERIC
047500         GO TO 3729-BAD-EXPIRY
047600     END-IF.
047700     IF HMN-EXPIRY-DATE = ZERO
047800         GO TO 3720-CHECK-EXPIRY-DATE-EXIT
047900     END-IF.
048000     MOVE "C" TO WS-DC-FUNCTION.
048100     MOVE HMN-EXPIRY-DATE TO WS-DC-DATE.
048200     CALL "DATECHEK" USING WS-DC-FUNCTION WS-DC-DATE
048300                           WS-DC-DAY-NUMBER WS-DC-RESULT.
048400     IF WS-DC-RESULT NOT = "Y" OR
048500        HMN-EXPIRY-DATE NOT > WS-CARD-START OR
048600        HMN-EXPIRY-DATE NOT > WS-BUSINESS-DATE
048700         GO TO 3729-BAD-EXPIRY
048800     END-IF.
048900     MOVE HMN-EXPIRY-DATE TO WS-CARD-EXPIRY.
049000     GO TO 3720-CHECK-EXPIRY-DATE-EXIT.
049100 3729-BAD-EXPIRY.
049200     MOVE "DATE D'ECHEANCE INVALIDE" TO WS-REJECT-REASON.
049300     MOVE "HDAT" TO WS-REJECT-CODE.
049400     PERFORM 8100-WRITE-REJECT THRU 8100-WRITE-REJECT-EXIT.
049500 3720-CHECK-EXPIRY-DATE-EXIT.
049600     EXIT.
049700*----------------------------------------------------------------
049800* 8000-WRITE-JOURNAL : one HLDJRNL before/after image per
049900*                     applied action.
050000*----------------------------------------------------------------
050100 8000-WRITE-JOURNAL.
050200     MOVE SPACES            TO HLDJRNL-RECORD.
050300     MOVE "HLDUPDT "        TO HJR-PROGRAM.
050400     MOVE WS-RUN-DATE       TO HJR-RUN-DATE.
050500     MOVE WS-RUN-TIME (1:6) TO HJR-RUN-TIME.
050600     IF HMN-ACTION-CODE = "P"
050700         MOVE "W" TO HJR-ACTION
050800     ELSE
050900         MOVE "R" TO HJR-ACTION
051000     END-IF.
051100     MOVE WS-PRIOR-IMAGE    TO HJR-PRIOR-IMAGE.
051200     MOVE HLD-RECORD        TO HJR-NEW-IMAGE.
051300     WRITE HLDJRNL-RECORD.
051400     ADD 1 TO WS-TRANS-APPLIED.
051500     DISPLAY "APPLIQUE " HMN-ACTION-CODE " " HMN-ACCOUNT-NO
051600         "/" HMN-HOLD-NO-X " " HLD-STATUS " " HLD-AMOUNT.
051700 8000-WRITE-JOURNAL-EXIT.
051800     EXIT.
051900*----------------------------------------------------------------
052000* 8100-WRITE-REJECT : one reject record per refused action ;
052100*                    the caller has already set the reason.
052200*----------------------------------------------------------------
052300 8100-WRITE-REJECT.
052400     MOVE SPACES TO REJECT-RECORD.
052500     MOVE "HLDUPDT " TO RJT-PROGRAM.
052600     MOVE WS-RUN-DATE TO RJT-RUN-DATE.
052700     MOVE WS-REJECT-CODE TO RJT-REASON-CODE.
052800     MOVE HLDMNT-RECORD (1:40) TO RJT-PAYLOAD.
052900     WRITE REJECT-RECORD.
053000     ADD 1 TO WS-TRANS-REJECTED.
053100     DISPLAY "REJET " HMN-ACTION-CODE " " HMN-ACCOUNT-NO
053200         "/" HMN-HOLD-NO-X " : " WS-REJECT-REASON.
053300 8100-WRITE-REJECT-EXIT.
053400     EXIT.
053500*----------------------------------------------------------------
053600* 9000-CLOSE-FILES
053700*----------------------------------------------------------------
053800 9000-CLOSE-FILES.
053900     IF WS-HLDMNT-STATUS NOT = "35"
054000         CLOSE HLDMNT
054100     END-IF.
054200     CLOSE HOLDMAST.
054300     CLOSE HLDJRNL.
054400     CLOSE RJTHLD.
054500     CLOSE CUSTMAST.
054600 9000-CLOSE-FILES-EXIT.
054700     EXIT.
