000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. GLEXTR.
000300 AUTHOR. D-SYSTEMS BATCH GROUP.
000400 INSTALLATION. ESSAI BATCH SUITE.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 2026-10-15 EL  Initial version. Finance keyed the nightly
001100*                totals into the general ledger by hand off the
001200*                BALCHEK and PRTBALP reports. This step builds
001300*                the outbound GLEXTR journal instead, from four
001400*                sources, each tagged with its own source code :
001500*                  T = the posted movements on TRANSOUT ;
001600*                  S = the items essaizero put into suspense
001700*                      tonight (SUSPTRAN records SUSPRCYC has
001800*                      not yet cycled - a recycled item going
001900*                      back into suspense is already there) ;
002000*                  W = the final write-offs WRTREIN appended to
002100*                      WRTREG since the last journal (the
002200*                      register position is carried on GENCTL3) ;
002300*                  F = the servicing fees FEEGEN billed tonight
002400*                      on FEETRAN (month-end only - FEEDMRG
002500*                      empties the file once merged).
002600*                Amounts are summarised by CUST-BRANCH-CODE
002700*                (through CUSTMAST ; an account with no customer
002800*                record journals under a blank branch), source
002900*                and TRAN-TYPE-CODE (blank read as C), and each
003000*                total is mapped through the GLMAP table to a
003100*                debit and a credit GL account : two journal
003200*                lines per total. GLEXTR carries the IFACE02
003300*                envelope discipline - an HDR with the business
003400*                date and the generation (persisted in GENCTL3,
003500*                read, stepped and written back, so a gap or a
003600*                repeat shows at the ledger), sequence-numbered
003700*                details, and a TRL with the line count and the
003800*                debit and credit totals. A rerun under the same
003900*                business date rebuilds the same generation. The
004000*                journal is proved BEFORE a line is written : a
004100*                total with no GLMAP entry, a GLMAP entry missing
004200*                one of its accounts, or debits not equal to
004300*                credits ends the step with RETURN-CODE 16 and
004400*                no GLEXTR written, the generation not stepped.
004410* 2026-10-15 EL  Transfers (type T) journal through their two
004420*                posted legs on TRANSOUT, typed D and C. A
004430*                transfer held in suspense or written off moved
004440*                no money and is skipped on SUSPTRAN and WRTREG.
004450*                Both files widened for the counterparty.
004460* 2026-10-15 EL  SUSPTRAN and WRTREG widened for the movement's
004470*                unique reference ; TRANSOUT follows TRANREC.cpy.
004471* 2026-10-15 EL  A FEEGEN fee reached the ledger twice : billed,
004472*                on the F source (fee receivable against fee
004473*                income), then posted, as a TRANSOUT debit like
004474*                any customer withdrawal. A posted movement whose
004475*                reference carries the FEEGEN source id now totals
004476*                under type F of source T, which GLMAP maps to
004477*                customer deposits against the fee receivable -
004478*                the posting settles what the billing raised.
004480*----------------------------------------------------------------
004600 ENVIRONMENT DIVISION.
004700 CONFIGURATION SECTION.
004800 INPUT-OUTPUT SECTION.
004900 FILE-CONTROL.
005000     SELECT TRANSOUT ASSIGN TO "TRANSOUT"
005100         ORGANIZATION IS LINE SEQUENTIAL
005200         FILE STATUS IS WS-TRANSOUT-STATUS.
005300     SELECT SUSPTRAN ASSIGN TO "SUSPTRAN"
005400         ORGANIZATION IS LINE SEQUENTIAL
005500         FILE STATUS IS WS-SUSPTRAN-STATUS.
005600     SELECT WRTREG ASSIGN TO "WRTREG"
005700         ORGANIZATION IS SEQUENTIAL
005800         FILE STATUS IS WS-WRTREG-STATUS.
005900     SELECT FEETRAN ASSIGN TO "FEETRAN"
006000         ORGANIZATION IS LINE SEQUENTIAL
006100         FILE STATUS IS WS-FEETRAN-STATUS.
006200     SELECT CUSTMAST ASSIGN TO "CUSTMAST"
006300         ORGANIZATION IS INDEXED
006400         ACCESS MODE IS RANDOM
006500         RECORD KEY IS CUST-NUMBER
006600         ALTERNATE RECORD KEY IS CUST-NAME
006700             WITH DUPLICATES
006800         FILE STATUS IS WS-CUSTMAST-STATUS.
006900     SELECT GLMAP ASSIGN TO "GLMAP"
007000         ORGANIZATION IS SEQUENTIAL
007100         FILE STATUS IS WS-GLMAP-STATUS.
007200     SELECT GLEXTR ASSIGN TO "GLEXTR"
007300         ORGANIZATION IS SEQUENTIAL.
007400     SELECT GENCTL3 ASSIGN TO "GENCTL3"
007500         ORGANIZATION IS SEQUENTIAL
007600         FILE STATUS IS WS-GENCTL3-STATUS.
007700     SELECT CTLDATE ASSIGN TO "CTLDATE"
007800         ORGANIZATION IS SEQUENTIAL.
007900 DATA DIVISION.
008000 FILE SECTION.
008100 FD  TRANSOUT
008200     LABEL RECORDS ARE STANDARD.
008300 COPY TRANREC.
008400 FD  SUSPTRAN
008500     LABEL RECORDS ARE STANDARD.
008600 01  SUSPTRAN-RECORD.
008700     05  SUSP-ACCOUNT-NO      PIC X(10).
008800     05  SUSP-AMOUNT          PIC X(10).
008900     05  SUSP-TYPE-CODE       PIC X(01).
009000     05  FILLER               PIC X(07).
009100     05  SUSP-CYCLE-X         PIC X(02).
009110     05  FILLER               PIC X(32).
009200 FD  WRTREG
009300     LABEL RECORDS ARE STANDARD.
009400 01  WRTREG-RECORD.
009500     05  WRG-ACCOUNT-NO       PIC X(10).
009600     05  WRG-AMOUNT           PIC X(10).
009700     05  WRG-TYPE-CODE        PIC X(01).
009800     05  FILLER               PIC X(09).
009900     05  WRG-WRTOFF-DATE      PIC 9(08).
010000     05  WRG-FINAL-DATE       PIC 9(08).
010100     05  FILLER               PIC X(02).
010110     05  FILLER               PIC X(32).
010200 FD  FEETRAN
010300     LABEL RECORDS ARE STANDARD.
010400 01  FEETRAN-RECORD.
010500     05  FTR-ACCOUNT-NO       PIC X(10).
010600     05  FTR-AMOUNT           PIC X(10).
010700     05  FTR-TYPE-CODE        PIC X(01).
010800     05  FILLER               PIC X(09).
010900 01  FEETRAN-ENV-RECORD REDEFINES FEETRAN-RECORD.
011000     05  FTR-RECORD-TYPE      PIC X(03).
011100     05  FILLER               PIC X(27).
011200 FD  CUSTMAST.
011300 COPY CUSTREC.
011400*----------------------------------------------------------------
011500* GLMAP : one card per source and transaction type - the GL
011600*         account debited and the GL account credited with the
011700*         summarised amount, and the journal line label.
011800*----------------------------------------------------------------
011900 FD  GLMAP
012000     LABEL RECORDS ARE STANDARD.
012100 01  GLMAP-RECORD.
012200     05  GLM-SOURCE           PIC X(01).
012300     05  GLM-TYPE-CODE        PIC X(01).
012400     05  GLM-DEBIT-ACCOUNT    PIC X(10).
012500     05  GLM-CREDIT-ACCOUNT   PIC X(10).
012600     05  GLM-LABEL            PIC X(18).
012700 FD  GLEXTR
012800     LABEL RECORDS ARE STANDARD.
012900 01  GLEXTR-RECORD.
013000     05  GLX-SEQ-NO           PIC 9(06).
013100     05  GLX-BUSINESS-DATE    PIC 9(08).
013200     05  GLX-BRANCH-CODE      PIC X(04).
013300     05  GLX-GL-ACCOUNT       PIC X(10).
013400     05  GLX-DEBIT-CREDIT     PIC X(01).
013500     05  GLX-AMOUNT           PIC 9(13).
013600     05  GLX-SOURCE           PIC X(01).
013700     05  GLX-TYPE-CODE        PIC X(01).
013800     05  GLX-LABEL            PIC X(18).
013900     05  GLX-ITEM-COUNT       PIC 9(06).
014000     05  FILLER               PIC X(12).
014100 01  GLEXTR-HDR-RECORD.
014200     05  GLH-RECORD-TYPE      PIC X(03).
014300     05  GLH-BUSINESS-DATE    PIC 9(08).
014400     05  GLH-GENERATION       PIC 9(06).
014500     05  FILLER               PIC X(63).
014600 01  GLEXTR-TRL-RECORD.
014700     05  GLT-RECORD-TYPE      PIC X(03).
014800     05  GLT-RECORD-COUNT     PIC 9(06).
014900     05  GLT-DEBIT-TOTAL      PIC 9(13).
015000     05  GLT-CREDIT-TOTAL     PIC 9(13).
015100     05  FILLER               PIC X(45).
015200*----------------------------------------------------------------
015300* GENCTL3 : the last generation written, its business date,
015400*           and the WRTREG positions it journaled from and to.
015500*----------------------------------------------------------------
015600 FD  GENCTL3
015700     LABEL RECORDS ARE STANDARD.
015800 01  GENCTL3-RECORD.
015900     05  GEN-NUMBER           PIC 9(06).
016000     05  GEN-BUSINESS-DATE    PIC 9(08).
016100     05  GEN-WRTREG-FROM      PIC 9(06).
016200     05  GEN-WRTREG-TO        PIC 9(06).
016300     05  FILLER               PIC X(04).
016400 FD  CTLDATE
016500     LABEL RECORDS ARE STANDARD.
016600 01  CTLDATE-RECORD.
016700     05  CTL-BUSINESS-DATE    PIC 9(08).
016800     05  FILLER               PIC X(12).
016900 WORKING-STORAGE SECTION.
017000*----------------------------------------------------------------
017100* 77-LEVEL WORK ITEMS
017200*----------------------------------------------------------------
017300 77  WS-TRANSOUT-STATUS       PIC X(02) VALUE SPACES.
017400 77  WS-SUSPTRAN-STATUS       PIC X(02) VALUE SPACES.
017500 77  WS-WRTREG-STATUS         PIC X(02) VALUE SPACES.
017600 77  WS-FEETRAN-STATUS        PIC X(02) VALUE SPACES.
017700 77  WS-CUSTMAST-STATUS       PIC X(02) VALUE SPACES.
017800 77  WS-GLMAP-STATUS          PIC X(02) VALUE SPACES.
017900 77  WS-GENCTL3-STATUS        PIC X(02) VALUE SPACES.
018000 77  WS-EOF-SW                PIC X(01) VALUE "N".
018100     88  WS-EOF               VALUE "Y".
018200 77  WS-FOUND-SW              PIC X(01) VALUE "N".
018300     88  WS-FOUND             VALUE "Y".
018400 77  WS-WRITE-PASS-SW         PIC X(01) VALUE "N".
018500     88  WS-WRITE-PASS        VALUE "Y".
018600 77  WS-BUSINESS-DATE         PIC 9(08) VALUE ZERO.
018700 77  WS-GENERATION            PIC 9(06) VALUE ZERO.
018800 77  WS-WRTREG-FROM           PIC 9(06) VALUE ZERO.
018900 77  WS-WRTREG-POS            PIC 9(06) VALUE ZERO.
019000 77  WS-MAP-COUNT             PIC 9(02) COMP VALUE ZERO.
019100 77  WS-MAP-SUB               PIC 9(02) COMP VALUE ZERO.
019200 77  WS-SUM-COUNT             PIC 9(04) COMP VALUE ZERO.
019300 77  WS-SUM-SUB               PIC 9(04) COMP VALUE ZERO.
019400 77  WS-ITEM-BRANCH           PIC X(04) VALUE SPACES.
019500 77  WS-ITEM-SOURCE           PIC X(01) VALUE SPACE.
019600 77  WS-ITEM-TYPE             PIC X(01) VALUE SPACE.
019700 77  WS-ITEM-ACCOUNT          PIC X(10) VALUE SPACES.
019800 77  WS-ITEM-AMOUNT-X         PIC X(10) VALUE SPACES.
019900 77  WS-LINE-AMOUNT           PIC 9(13) VALUE ZERO.
020000 77  WS-DEBIT-ACCOUNT         PIC X(10) VALUE SPACES.
020100 77  WS-CREDIT-ACCOUNT        PIC X(10) VALUE SPACES.
020200 77  WS-LINE-LABEL            PIC X(18) VALUE SPACES.
020300 77  WS-SEQ-NO                PIC 9(06) VALUE ZERO.
020400 77  WS-LINE-COUNT            PIC 9(06) VALUE ZERO.
020500 77  WS-DEBIT-TOTAL           PIC 9(13) VALUE ZERO.
020600 77  WS-CREDIT-TOTAL          PIC 9(13) VALUE ZERO.
020700 77  WS-ITEMS-T               PIC 9(06) COMP VALUE ZERO.
020800 77  WS-ITEMS-S               PIC 9(06) COMP VALUE ZERO.
020900 77  WS-ITEMS-W               PIC 9(06) COMP VALUE ZERO.
021000 77  WS-ITEMS-F               PIC 9(06) COMP VALUE ZERO.
021100 77  WS-ITEMS-BAD             PIC 9(06) COMP VALUE ZERO.
021200 77  WS-UNMAPPED              PIC 9(04) COMP VALUE ZERO.
021300*----------------------------------------------------------------
021400* CALL "AMTPARSE" parameters, the same pattern as PADTRIM.
021500*----------------------------------------------------------------
021600 77  WS-AP-AMOUNT-X           PIC X(10) VALUE SPACES.
021700 77  WS-AP-AMOUNT             PIC S9(10) VALUE ZERO.
021800 77  WS-AP-RESULT             PIC X(01) VALUE SPACE.
021900*----------------------------------------------------------------
022000* WS-MAP-TABLE : the GLMAP cards.
022100*----------------------------------------------------------------
022200 01  WS-MAP-TABLE.
022300     05  WS-MAP-ENTRY OCCURS 50 TIMES.
022400         10  MAP-SOURCE       PIC X(01).
022500         10  MAP-TYPE-CODE    PIC X(01).
022600         10  MAP-DEBIT-ACCT   PIC X(10).
022700         10  MAP-CREDIT-ACCT  PIC X(10).
022800         10  MAP-LABEL        PIC X(18).
022900*----------------------------------------------------------------
023000* WS-SUM-TABLE : one signed total per branch, source and type,
023100*                at most 1000 of them (the size of every
023200*                in-memory table in this suite).
023300*----------------------------------------------------------------
023400 01  WS-SUM-TABLE.
023500     05  WS-SUM-ENTRY OCCURS 1000 TIMES.
023600         10  SUM-BRANCH-CODE  PIC X(04).
023700         10  SUM-SOURCE       PIC X(01).
023800         10  SUM-TYPE-CODE    PIC X(01).
023900         10  SUM-AMOUNT       PIC S9(13).
024000         10  SUM-ITEM-COUNT   PIC 9(06).
024100 PROCEDURE DIVISION.
024200*----------------------------------------------------------------
024300* 0000-MAINLINE : gather and summarise every source, prove the
024400*                journal with nothing written, then write it -
024500*                the FEEDMRG verify-then-merge order, so an
024600*                unbalanced journal never leaves the site.
024700*----------------------------------------------------------------
024800 0000-MAINLINE.
024900     DISPLAY "JOURNAL COMPTABLE VERS LE GRAND LIVRE (GLEXTR)".
025000     PERFORM 0100-READ-CTLDATE THRU 0100-READ-CTLDATE-EXIT.
025100     PERFORM 1000-LOAD-MAP THRU 1000-LOAD-MAP-EXIT.
025200     PERFORM 1100-READ-GENERATION
025300         THRU 1100-READ-GENERATION-EXIT.
025400     OPEN INPUT CUSTMAST.
025500     IF WS-CUSTMAST-STATUS NOT = "00"
025600         DISPLAY "CUSTMAST INDISPONIBLE (STATUT "
025700             WS-CUSTMAST-STATUS ") - AGENCES INCONNUES"
025800         PERFORM 0390-REJECT-JOURNAL
025900             THRU 0390-REJECT-JOURNAL-EXIT
026000     END-IF.
026100     PERFORM 2000-GATHER-TRANSOUT THRU 2000-GATHER-TRANSOUT-EXIT.
026200     PERFORM 2100-GATHER-SUSPTRAN THRU 2100-GATHER-SUSPTRAN-EXIT.
026300     PERFORM 2200-GATHER-WRTREG THRU 2200-GATHER-WRTREG-EXIT.
026400     PERFORM 2300-GATHER-FEETRAN THRU 2300-GATHER-FEETRAN-EXIT.
026500     CLOSE CUSTMAST.
026600     MOVE "N" TO WS-WRITE-PASS-SW.
026700     PERFORM 4000-BUILD-JOURNAL THRU 4000-BUILD-JOURNAL-EXIT.
026800     IF WS-UNMAPPED > ZERO
026900         DISPLAY "TOTAUX SANS COMPTE GLMAP : " WS-UNMAPPED
027000         PERFORM 0390-REJECT-JOURNAL
027100             THRU 0390-REJECT-JOURNAL-EXIT
027200     END-IF.
027300     IF WS-DEBIT-TOTAL NOT = WS-CREDIT-TOTAL
027400         DISPLAY "JOURNAL DESEQUILIBRE - DEBIT " WS-DEBIT-TOTAL
027500             " CREDIT " WS-CREDIT-TOTAL
027600         PERFORM 0390-REJECT-JOURNAL
027700             THRU 0390-REJECT-JOURNAL-EXIT
027800     END-IF.
027900     OPEN OUTPUT GLEXTR.
028000     PERFORM 5000-WRITE-HEADER THRU 5000-WRITE-HEADER-EXIT.
028100     SET WS-WRITE-PASS TO TRUE.
028200     PERFORM 4000-BUILD-JOURNAL THRU 4000-BUILD-JOURNAL-EXIT.
028300     PERFORM 5100-WRITE-TRAILER THRU 5100-WRITE-TRAILER-EXIT.
028400     CLOSE GLEXTR.
028500     PERFORM 9000-SAVE-GENERATION
028600         THRU 9000-SAVE-GENERATION-EXIT.
028700     DISPLAY "MOUVEMENTS TRANSOUT   : " WS-ITEMS-T.
028800     DISPLAY "ENTREES EN SUSPENS    : " WS-ITEMS-S.
028900     DISPLAY "ABANDONS DEFINITIFS   : " WS-ITEMS-W.
029000     DISPLAY "FRAIS FACTURES        : " WS-ITEMS-F.
029100     DISPLAY "MONTANTS ILLISIBLES   : " WS-ITEMS-BAD.
029200     DISPLAY "GENERATION " WS-GENERATION " LIGNES "
029300         WS-LINE-COUNT " DEBIT " WS-DEBIT-TOTAL
029400         " CREDIT " WS-CREDIT-TOTAL.
029500     IF WS-ITEMS-BAD > ZERO
029600         MOVE 4 TO RETURN-CODE
029700     END-IF.
029800     STOP RUN.
029900 0100-READ-CTLDATE.
030000     OPEN INPUT CTLDATE.
030100     READ CTLDATE.
030200     MOVE CTL-BUSINESS-DATE TO WS-BUSINESS-DATE.
030300     CLOSE CTLDATE.
030400 0100-READ-CTLDATE-EXIT.
030500     EXIT.
030600 0390-REJECT-JOURNAL.
030700     DISPLAY "JOURNAL REJETE - AUCUN GLEXTR ECRIT".
030800     MOVE 16 TO RETURN-CODE.
030900     STOP RUN.
031000 0390-REJECT-JOURNAL-EXIT.
031100     EXIT.
031200*----------------------------------------------------------------
031300* 1000-LOAD-MAP : the GLMAP cards. No mapping, no journal.
031400*----------------------------------------------------------------
031500 1000-LOAD-MAP.
031600     MOVE "N" TO WS-EOF-SW.
031700     OPEN INPUT GLMAP.
031800     IF WS-GLMAP-STATUS NOT = "00"
031900         DISPLAY "GLMAP ABSENT - AUCUN COMPTE GENERAL"
032000         PERFORM 0390-REJECT-JOURNAL
032100             THRU 0390-REJECT-JOURNAL-EXIT
032200     END-IF.
032300     PERFORM 1010-LOAD-ONE-MAP THRU 1010-LOAD-ONE-MAP-EXIT
032400         UNTIL WS-EOF.
032500     CLOSE GLMAP.
032600     MOVE "N" TO WS-EOF-SW.
032700     DISPLAY "CORRESPONDANCES GLMAP : " WS-MAP-COUNT.
032800 1000-LOAD-MAP-EXIT.
032900     EXIT.
033000 1010-LOAD-ONE-MAP.
033100     READ GLMAP
033200         AT END
033300             SET WS-EOF TO TRUE
033400             GO TO 1010-LOAD-ONE-MAP-EXIT
033500     END-READ.
033600     IF WS-MAP-COUNT >= 50
033700         DISPLAY "TABLE GLMAP PLEINE - IGNORE : " GLMAP-RECORD
033800         GO TO 1010-LOAD-ONE-MAP-EXIT
033900     END-IF.
034000     ADD 1 TO WS-MAP-COUNT.
034100     MOVE GLM-SOURCE         TO MAP-SOURCE (WS-MAP-COUNT).
034200     MOVE GLM-TYPE-CODE      TO MAP-TYPE-CODE (WS-MAP-COUNT).
034300     MOVE GLM-DEBIT-ACCOUNT  TO MAP-DEBIT-ACCT (WS-MAP-COUNT).
034400     MOVE GLM-CREDIT-ACCOUNT TO MAP-CREDIT-ACCT (WS-MAP-COUNT).
034500     MOVE GLM-LABEL          TO MAP-LABEL (WS-MAP-COUNT).
034600 1010-LOAD-ONE-MAP-EXIT.
034700     EXIT.
034800*----------------------------------------------------------------
034900* 1100-READ-GENERATION : the persisted GLEXTR generation, the
035000*                       EXTCUST GENCTL2 pattern. A rerun under
035100*                       the business date already journaled
035200*                       rebuilds that generation from the same
035300*                       WRTREG position ; otherwise the
035400*                       generation steps and the register is
035500*                       read from where the last one stopped.
035600*----------------------------------------------------------------
035700 1100-READ-GENERATION.
035800     OPEN INPUT GENCTL3.
035900     IF WS-GENCTL3-STATUS = "35"
036000         MOVE ZERO TO GEN-NUMBER
036100         MOVE ZERO TO GEN-BUSINESS-DATE
036200         MOVE ZERO TO GEN-WRTREG-FROM
036300         MOVE ZERO TO GEN-WRTREG-TO
036400     ELSE
036500         READ GENCTL3
036600             AT END
036700                 MOVE ZERO TO GEN-NUMBER
036800                 MOVE ZERO TO GEN-BUSINESS-DATE
036900                 MOVE ZERO TO GEN-WRTREG-FROM
037000                 MOVE ZERO TO GEN-WRTREG-TO
037100         END-READ
037200         CLOSE GENCTL3
037300     END-IF.
037400     IF GEN-BUSINESS-DATE = WS-BUSINESS-DATE
037500         MOVE GEN-NUMBER      TO WS-GENERATION
037600         MOVE GEN-WRTREG-FROM TO WS-WRTREG-FROM
037700         DISPLAY "REPRISE DE LA GENERATION " WS-GENERATION
037800     ELSE
037900         COMPUTE WS-GENERATION = GEN-NUMBER + 1
038000         MOVE GEN-WRTREG-TO   TO WS-WRTREG-FROM
038100     END-IF.
038200 1100-READ-GENERATION-EXIT.
038300     EXIT.
038400*----------------------------------------------------------------
038500* 2000-GATHER-TRANSOUT : every posted movement - a FEEGEN fee
038550*                       under its own type F.
038600*----------------------------------------------------------------
038700 2000-GATHER-TRANSOUT.
038800     MOVE "N" TO WS-EOF-SW.
038900     OPEN INPUT TRANSOUT.
039000     IF WS-TRANSOUT-STATUS NOT = "00"
039100         DISPLAY "TRANSOUT ABSENT - AUCUN MOUVEMENT"
039200         GO TO 2000-GATHER-TRANSOUT-EXIT
039300     END-IF.
039400     PERFORM 2010-ONE-TRANSOUT THRU 2010-ONE-TRANSOUT-EXIT
039500         UNTIL WS-EOF.
039600     CLOSE TRANSOUT.
039700 2000-GATHER-TRANSOUT-EXIT.
039800     EXIT.
039900 2010-ONE-TRANSOUT.
040000     READ TRANSOUT
040100         AT END
040200             SET WS-EOF TO TRUE
040300             GO TO 2010-ONE-TRANSOUT-EXIT
040400     END-READ.
040500     ADD 1 TO WS-ITEMS-T.
040600     MOVE "T"            TO WS-ITEM-SOURCE.
040700     MOVE TRAN-ACCOUNT-NO TO WS-ITEM-ACCOUNT.
040800     MOVE TRAN-AMOUNT    TO WS-ITEM-AMOUNT-X.
040900     MOVE TRAN-TYPE-CODE TO WS-ITEM-TYPE.
040916     IF TRAN-REF-SOURCE = "FEEGEN"
040932*        The fee was journaled billed, on the F source : posted,
040948*        it settles that receivable (GLMAP card T F).
040964         MOVE "F" TO WS-ITEM-TYPE
040980     END-IF.
041000     PERFORM 3000-ADD-ITEM THRU 3000-ADD-ITEM-EXIT.
041100 2010-ONE-TRANSOUT-EXIT.
041200     EXIT.
041300*----------------------------------------------------------------
041400* 2100-GATHER-SUSPTRAN : tonight's new suspense items only.
041500*----------------------------------------------------------------
041600 2100-GATHER-SUSPTRAN.
041700     MOVE "N" TO WS-EOF-SW.
041800     OPEN INPUT SUSPTRAN.
041900     IF WS-SUSPTRAN-STATUS NOT = "00"
042000         DISPLAY "SUSPTRAN ABSENT - AUCUN SUSPENS"
042100         GO TO 2100-GATHER-SUSPTRAN-EXIT
042200     END-IF.
042300     PERFORM 2110-ONE-SUSPTRAN THRU 2110-ONE-SUSPTRAN-EXIT
042400         UNTIL WS-EOF.
042500     CLOSE SUSPTRAN.
042600 2100-GATHER-SUSPTRAN-EXIT.
042700     EXIT.
042800 2110-ONE-SUSPTRAN.
042900     READ SUSPTRAN
043000         AT END
043100             SET WS-EOF TO TRUE
043200             GO TO 2110-ONE-SUSPTRAN-EXIT
043300     END-READ.
043400     IF SUSP-CYCLE-X NOT = SPACES AND SUSP-CYCLE-X NOT = "00"
043500         GO TO 2110-ONE-SUSPTRAN-EXIT
043600     END-IF.
043610     IF SUSP-TYPE-CODE = "T"
043620         GO TO 2110-ONE-SUSPTRAN-EXIT
043630     END-IF.
043700     ADD 1 TO WS-ITEMS-S.
043800     MOVE "S"             TO WS-ITEM-SOURCE.
043900     MOVE SUSP-ACCOUNT-NO TO WS-ITEM-ACCOUNT.
044000     MOVE SUSP-AMOUNT     TO WS-ITEM-AMOUNT-X.
044100     MOVE SUSP-TYPE-CODE  TO WS-ITEM-TYPE.
044200     PERFORM 3000-ADD-ITEM THRU 3000-ADD-ITEM-EXIT.
044300 2110-ONE-SUSPTRAN-EXIT.
044400     EXIT.
044500*----------------------------------------------------------------
044600* 2200-GATHER-WRTREG : the final write-offs appended to the
044700*                     register since the last journal.
044800*----------------------------------------------------------------
044900 2200-GATHER-WRTREG.
045000     MOVE "N" TO WS-EOF-SW.
045100     MOVE ZERO TO WS-WRTREG-POS.
045200     OPEN INPUT WRTREG.
045300     IF WS-WRTREG-STATUS NOT = "00"
045400         DISPLAY "WRTREG ABSENT - AUCUN ABANDON"
045500         GO TO 2200-GATHER-WRTREG-EXIT
045600     END-IF.
045700     PERFORM 2210-ONE-WRTREG THRU 2210-ONE-WRTREG-EXIT
045800         UNTIL WS-EOF.
045900     CLOSE WRTREG.
046000 2200-GATHER-WRTREG-EXIT.
046100     EXIT.
046200 2210-ONE-WRTREG.
046300     READ WRTREG
046400         AT END
046500             SET WS-EOF TO TRUE
046600             GO TO 2210-ONE-WRTREG-EXIT
046700     END-READ.
046800     ADD 1 TO WS-WRTREG-POS.
046900     IF WS-WRTREG-POS NOT > WS-WRTREG-FROM
047000         GO TO 2210-ONE-WRTREG-EXIT
047100     END-IF.
047110     IF WRG-TYPE-CODE = "T"
047120         GO TO 2210-ONE-WRTREG-EXIT
047130     END-IF.
047200     ADD 1 TO WS-ITEMS-W.
047300     MOVE "W"            TO WS-ITEM-SOURCE.
047400     MOVE WRG-ACCOUNT-NO TO WS-ITEM-ACCOUNT.
047500     MOVE WRG-AMOUNT     TO WS-ITEM-AMOUNT-X.
047600     MOVE WRG-TYPE-CODE  TO WS-ITEM-TYPE.
047700     PERFORM 3000-ADD-ITEM THRU 3000-ADD-ITEM-EXIT.
047800 2210-ONE-WRTREG-EXIT.
047900     EXIT.
048000*----------------------------------------------------------------
048100* 2300-GATHER-FEETRAN : tonight's billed fees, envelope records
048200*                      skipped (FEEDMRG proves the envelope).
048300*----------------------------------------------------------------
048400 2300-GATHER-FEETRAN.
048500     MOVE "N" TO WS-EOF-SW.
048600     OPEN INPUT FEETRAN.
048700     IF WS-FEETRAN-STATUS NOT = "00"
048800         GO TO 2300-GATHER-FEETRAN-EXIT
048900     END-IF.
049000     PERFORM 2310-ONE-FEETRAN THRU 2310-ONE-FEETRAN-EXIT
049100         UNTIL WS-EOF.
049200     CLOSE FEETRAN.
049300 2300-GATHER-FEETRAN-EXIT.
049400     EXIT.
049500 2310-ONE-FEETRAN.
049600     READ FEETRAN
049700         AT END
049800             SET WS-EOF TO TRUE
049900             GO TO 2310-ONE-FEETRAN-EXIT
050000     END-READ.
050100     IF FTR-RECORD-TYPE = "HDR" OR FTR-RECORD-TYPE = "TRL"
050200         GO TO 2310-ONE-FEETRAN-EXIT
050300     END-IF.
050400     ADD 1 TO WS-ITEMS-F.
050500     MOVE "F"            TO WS-ITEM-SOURCE.
050600     MOVE FTR-ACCOUNT-NO TO WS-ITEM-ACCOUNT.
050700     MOVE FTR-AMOUNT     TO WS-ITEM-AMOUNT-X.
050800     MOVE FTR-TYPE-CODE  TO WS-ITEM-TYPE.
050900     PERFORM 3000-ADD-ITEM THRU 3000-ADD-ITEM-EXIT.
051000 2310-ONE-FEETRAN-EXIT.
051100     EXIT.
051200*----------------------------------------------------------------
051300* 3000-ADD-ITEM : one item into its branch/source/type total.
051400*                The type is part of the key, so the total is
051410*                kept as shipped - GLMAP gives each type its
051420*                own debit and credit accounts.
051500*----------------------------------------------------------------
051600 3000-ADD-ITEM.
051700     MOVE WS-ITEM-AMOUNT-X TO WS-AP-AMOUNT-X.
051800     CALL "AMTPARSE" USING WS-AP-AMOUNT-X
051900                           WS-AP-AMOUNT WS-AP-RESULT.
052000     IF WS-AP-RESULT NOT = "Y"
052100         ADD 1 TO WS-ITEMS-BAD
052200         DISPLAY "MONTANT ILLISIBLE " WS-ITEM-SOURCE " "
052300             WS-ITEM-ACCOUNT " : " WS-ITEM-AMOUNT-X
052400         GO TO 3000-ADD-ITEM-EXIT
052500     END-IF.
052600     IF WS-ITEM-TYPE = SPACE
052700         MOVE "C" TO WS-ITEM-TYPE
052800     END-IF.
053200     MOVE WS-ITEM-ACCOUNT TO CUST-NUMBER.
053300     READ CUSTMAST
053400         INVALID KEY
053500             MOVE SPACES TO WS-ITEM-BRANCH
053600         NOT INVALID KEY
053700             MOVE CUST-BRANCH-CODE TO WS-ITEM-BRANCH
053800     END-READ.
053900     MOVE "N" TO WS-FOUND-SW.
054000     PERFORM 3100-FIND-SUM THRU 3100-FIND-SUM-EXIT
054100         VARYING WS-SUM-SUB FROM 1 BY 1
054200         UNTIL WS-SUM-SUB > WS-SUM-COUNT OR WS-FOUND.
054300     IF NOT WS-FOUND
054400         IF WS-SUM-COUNT >= 1000
054500             DISPLAY "TABLE DES TOTAUX PLEINE"
054600             PERFORM 0390-REJECT-JOURNAL
054700                 THRU 0390-REJECT-JOURNAL-EXIT
054800         END-IF
054900         ADD 1 TO WS-SUM-COUNT
055000         MOVE WS-SUM-COUNT   TO WS-SUM-SUB
055100         MOVE WS-ITEM-BRANCH TO SUM-BRANCH-CODE (WS-SUM-SUB)
055200         MOVE WS-ITEM-SOURCE TO SUM-SOURCE (WS-SUM-SUB)
055300         MOVE WS-ITEM-TYPE   TO SUM-TYPE-CODE (WS-SUM-SUB)
055400         MOVE ZERO           TO SUM-AMOUNT (WS-SUM-SUB)
055500         MOVE ZERO           TO SUM-ITEM-COUNT (WS-SUM-SUB)
055600     ELSE
055700         SUBTRACT 1 FROM WS-SUM-SUB
055800     END-IF.
055900     ADD WS-AP-AMOUNT TO SUM-AMOUNT (WS-SUM-SUB).
056000     ADD 1 TO SUM-ITEM-COUNT (WS-SUM-SUB).
056100 3000-ADD-ITEM-EXIT.
056200     EXIT.
056300 3100-FIND-SUM.
056400     IF SUM-BRANCH-CODE (WS-SUM-SUB) = WS-ITEM-BRANCH AND
056500        SUM-SOURCE (WS-SUM-SUB) = WS-ITEM-SOURCE AND
056600        SUM-TYPE-CODE (WS-SUM-SUB) = WS-ITEM-TYPE
056700         SET WS-FOUND TO TRUE
056800     END-IF.
056900 3100-FIND-SUM-EXIT.
057000     EXIT.
057100*----------------------------------------------------------------
057200* 4000-BUILD-JOURNAL : two lines per total - the GLMAP debit
057300*                     account debited and the GLMAP credit
057400*                     account credited, legs swapped when the
057500*                     total nets the other way. The proving
057600*                     pass counts and adds ; the write pass
057700*                     also writes.
057800*----------------------------------------------------------------
057900 4000-BUILD-JOURNAL.
058000     MOVE ZERO TO WS-UNMAPPED.
058100     MOVE ZERO TO WS-SEQ-NO.
058200     MOVE ZERO TO WS-LINE-COUNT.
058300     MOVE ZERO TO WS-DEBIT-TOTAL.
058400     MOVE ZERO TO WS-CREDIT-TOTAL.
058500     PERFORM 4100-ONE-TOTAL THRU 4100-ONE-TOTAL-EXIT
058600         VARYING WS-SUM-SUB FROM 1 BY 1
058700         UNTIL WS-SUM-SUB > WS-SUM-COUNT.
058800 4000-BUILD-JOURNAL-EXIT.
058900     EXIT.
059000 4100-ONE-TOTAL.
059100     IF SUM-AMOUNT (WS-SUM-SUB) = ZERO
059200         GO TO 4100-ONE-TOTAL-EXIT
059300     END-IF.
059400     MOVE "N" TO WS-FOUND-SW.
059500     PERFORM 4200-FIND-MAP THRU 4200-FIND-MAP-EXIT
059600         VARYING WS-MAP-SUB FROM 1 BY 1
059700         UNTIL WS-MAP-SUB > WS-MAP-COUNT OR WS-FOUND.
059800     IF NOT WS-FOUND
059900         ADD 1 TO WS-UNMAPPED
060000         IF NOT WS-WRITE-PASS
060100             DISPLAY "PAS DE GLMAP POUR SOURCE "
060200                 SUM-SOURCE (WS-SUM-SUB) " TYPE "
060300                 SUM-TYPE-CODE (WS-SUM-SUB)
060400         END-IF
060500         GO TO 4100-ONE-TOTAL-EXIT
060600     END-IF.
060700     SUBTRACT 1 FROM WS-MAP-SUB.
060800     IF SUM-AMOUNT (WS-SUM-SUB) < ZERO
060900         COMPUTE WS-LINE-AMOUNT = ZERO - SUM-AMOUNT (WS-SUM-SUB)
061000         MOVE MAP-CREDIT-ACCT (WS-MAP-SUB) TO WS-DEBIT-ACCOUNT
061100         MOVE MAP-DEBIT-ACCT (WS-MAP-SUB)  TO WS-CREDIT-ACCOUNT
061200     ELSE
061300         MOVE SUM-AMOUNT (WS-SUM-SUB) TO WS-LINE-AMOUNT
061400         MOVE MAP-DEBIT-ACCT (WS-MAP-SUB)  TO WS-DEBIT-ACCOUNT
061500         MOVE MAP-CREDIT-ACCT (WS-MAP-SUB) TO WS-CREDIT-ACCOUNT
061600     END-IF.
061700     MOVE MAP-LABEL (WS-MAP-SUB) TO WS-LINE-LABEL.
061800*    A card missing one of its accounts writes one leg only -
061900*    the debit/credit proof then fails the journal.
062000     IF WS-DEBIT-ACCOUNT NOT = SPACES
062100         MOVE WS-DEBIT-ACCOUNT TO GLX-GL-ACCOUNT
062200         MOVE "D" TO GLX-DEBIT-CREDIT
062300         ADD WS-LINE-AMOUNT TO WS-DEBIT-TOTAL
062400         PERFORM 4300-ONE-LINE THRU 4300-ONE-LINE-EXIT
062500     END-IF.
062600     IF WS-CREDIT-ACCOUNT NOT = SPACES
062700         MOVE WS-CREDIT-ACCOUNT TO GLX-GL-ACCOUNT
062800         MOVE "C" TO GLX-DEBIT-CREDIT
062900         ADD WS-LINE-AMOUNT TO WS-CREDIT-TOTAL
063000         PERFORM 4300-ONE-LINE THRU 4300-ONE-LINE-EXIT
063100     END-IF.
063200 4100-ONE-TOTAL-EXIT.
063300     EXIT.
063400 4200-FIND-MAP.
063500     IF MAP-SOURCE (WS-MAP-SUB) = SUM-SOURCE (WS-SUM-SUB) AND
063600        MAP-TYPE-CODE (WS-MAP-SUB) = SUM-TYPE-CODE (WS-SUM-SUB)
063700         SET WS-FOUND TO TRUE
063800     END-IF.
063900 4200-FIND-MAP-EXIT.
064000     EXIT.
064100 4300-ONE-LINE.
064200     ADD 1 TO WS-LINE-COUNT.
064300     IF NOT WS-WRITE-PASS
064400         GO TO 4300-ONE-LINE-EXIT
064500     END-IF.
064600     ADD 1 TO WS-SEQ-NO.
064700     MOVE WS-SEQ-NO                  TO GLX-SEQ-NO.
064800     MOVE WS-BUSINESS-DATE           TO GLX-BUSINESS-DATE.
064900     MOVE SUM-BRANCH-CODE (WS-SUM-SUB) TO GLX-BRANCH-CODE.
065000     MOVE WS-LINE-AMOUNT             TO GLX-AMOUNT.
065100     MOVE SUM-SOURCE (WS-SUM-SUB)    TO GLX-SOURCE.
065200     MOVE SUM-TYPE-CODE (WS-SUM-SUB) TO GLX-TYPE-CODE.
065300     MOVE WS-LINE-LABEL              TO GLX-LABEL.
065400     MOVE SUM-ITEM-COUNT (WS-SUM-SUB) TO GLX-ITEM-COUNT.
065500     WRITE GLEXTR-RECORD.
065600 4300-ONE-LINE-EXIT.
065700     EXIT.
065800 5000-WRITE-HEADER.
065900     MOVE SPACES           TO GLEXTR-HDR-RECORD.
066000     MOVE "HDR"            TO GLH-RECORD-TYPE.
066100     MOVE WS-BUSINESS-DATE TO GLH-BUSINESS-DATE.
066200     MOVE WS-GENERATION    TO GLH-GENERATION.
066300     WRITE GLEXTR-HDR-RECORD.
066400 5000-WRITE-HEADER-EXIT.
066500     EXIT.
066600 5100-WRITE-TRAILER.
066700     MOVE SPACES          TO GLEXTR-TRL-RECORD.
066800     MOVE "TRL"           TO GLT-RECORD-TYPE.
066900     MOVE WS-LINE-COUNT   TO GLT-RECORD-COUNT.
067000     MOVE WS-DEBIT-TOTAL  TO GLT-DEBIT-TOTAL.
067100     MOVE WS-CREDIT-TOTAL TO GLT-CREDIT-TOTAL.
067200     WRITE GLEXTR-TRL-RECORD.
067300 5100-WRITE-TRAILER-EXIT.
067400     EXIT.
067500 9000-SAVE-GENERATION.
067600     OPEN OUTPUT GENCTL3.
067700     MOVE SPACES           TO GENCTL3-RECORD.
067800     MOVE WS-GENERATION    TO GEN-NUMBER.
067900     MOVE WS-BUSINESS-DATE TO GEN-BUSINESS-DATE.
068000     MOVE WS-WRTREG-FROM   TO GEN-WRTREG-FROM.
068100     IF WS-WRTREG-POS < WS-WRTREG-FROM
068200         MOVE WS-WRTREG-FROM TO WS-WRTREG-POS
068300     END-IF.
068400     MOVE WS-WRTREG-POS    TO GEN-WRTREG-TO.
068500     WRITE GENCTL3-RECORD.
068600     CLOSE GENCTL3.
068700 9000-SAVE-GENERATION-EXIT.
068800     EXIT.
