000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. CUSTPROF.
000300 AUTHOR. D-SYSTEMS BATCH GROUP.
000400 INSTALLATION. ESSAI BATCH SUITE.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 2026-10-15 EL  Initial version. Customer profitability and
001100*                segmentation, month-end step (frequency M on
001200*                STEPDEF) after FEEGEN. Per customer, for the
001300*                business month : the fees FEEGEN billed
001400*                (FEETRAN), the month-end balance and the
001500*                month's movement count (BALMAST), the average
001600*                balance weighted by days off the BALHIST
001700*                postings, and the incidents attributed to the
001800*                account - suspense items and essaizero rejects
001900*                off the INCDHIST history INCDLOG keeps, write-
002000*                offs off WRTFILE. A suspense item recycled
002100*                night after night counts once (its reference).
002200*                The margin is the fees less a cost per movement
002300*                and per incident, all off SEGPARM, and sets the
002400*                segment : P loss-making when the margin is
002500*                negative, else H high value (average balance
002600*                at or over HVAL), else A active (movements at
002700*                or over ACTV), else F low activity. Customers
002800*                are ranked by margin within CUST-BRANCH-CODE on
002900*                the PRTPROF report, with branch subtotals and a
003000*                bank total, and the same figures go to the
003100*                PRFEXTR warehouse extract. A closed customer
003200*                with nothing in the month is left out.
003300*----------------------------------------------------------------
003400 ENVIRONMENT DIVISION.
003500 CONFIGURATION SECTION.
003600 INPUT-OUTPUT SECTION.
003700 FILE-CONTROL.
003800     SELECT CTLDATE ASSIGN TO "CTLDATE"
003900         ORGANIZATION IS SEQUENTIAL
004000         FILE STATUS IS WS-CTLDATE-STATUS.
004100     SELECT SEGPARM ASSIGN TO "SEGPARM"
004200         ORGANIZATION IS SEQUENTIAL
004300         FILE STATUS IS WS-SEGPARM-STATUS.
004400     SELECT CUSTMAST ASSIGN TO "CUSTMAST"
004500         ORGANIZATION IS INDEXED
004600         ACCESS MODE IS SEQUENTIAL
004700         RECORD KEY IS CUST-NUMBER
004800         ALTERNATE RECORD KEY IS CUST-NAME
004900             WITH DUPLICATES
005000         FILE STATUS IS WS-CUSTMAST-STATUS.
005100     SELECT BALMAST ASSIGN TO "BALMAST"
005200         ORGANIZATION IS INDEXED
005300         ACCESS MODE IS RANDOM
005400         RECORD KEY IS BAL-ACCOUNT-NO
005500         FILE STATUS IS WS-BALMAST-STATUS.
005600     SELECT BALHIST ASSIGN TO "BALHIST"
005700         ORGANIZATION IS INDEXED
005800         ACCESS MODE IS DYNAMIC
005900         RECORD KEY IS BHS-KEY
006000         FILE STATUS IS WS-BALHIST-STATUS.
006100     SELECT BRNMAST ASSIGN TO "BRNMAST"
006200         ORGANIZATION IS INDEXED
006300         ACCESS MODE IS RANDOM
006400         RECORD KEY IS BRN-CODE
006500         FILE STATUS IS WS-BRNMAST-STATUS.
006600     SELECT FEETRAN ASSIGN TO "FEETRAN"
006700         ORGANIZATION IS LINE SEQUENTIAL
006800         FILE STATUS IS WS-FEETRAN-STATUS.
006900     SELECT INCDHIST ASSIGN TO "INCDHIST"
007000         ORGANIZATION IS SEQUENTIAL
007100         FILE STATUS IS WS-INCDHIST-STATUS.
007200     SELECT WRTFILE ASSIGN TO "WRTFILE"
007300         ORGANIZATION IS SEQUENTIAL
007400         FILE STATUS IS WS-WRTFILE-STATUS.
007500     SELECT PRFACTW ASSIGN TO "PRFACTW"
007600         ORGANIZATION IS SEQUENTIAL.
007700     SELECT ACTSORT ASSIGN TO "ACTSORT".
007800     SELECT PRFSORT ASSIGN TO "PRFSORT".
007900     SELECT PRFEXTR ASSIGN TO "PRFEXTR"
008000         ORGANIZATION IS LINE SEQUENTIAL.
008100     SELECT PRTPROF ASSIGN TO "PRTPROF"
008200         ORGANIZATION IS SEQUENTIAL.
008300 DATA DIVISION.
008400 FILE SECTION.
008500 FD  CTLDATE
008600     LABEL RECORDS ARE STANDARD.
008700 01  CTLDATE-RECORD.
008800     05  CTL-BUSINESS-DATE    PIC 9(08).
008900     05  CTL-CYCLE            PIC 9(01).
009000     05  FILLER               PIC X(11).
009100*----------------------------------------------------------------
009200* SEGPARM : one card per threshold or cost. HVAL = average
009300* balance from which a customer is high value, ACTV = movements
009400* in the month from which he is active ; CMVT, CSUS, CREJ and
009500* CWRT = the servicing cost charged against the fees for each
009600* movement, suspense item, reject and write-off.
009700*----------------------------------------------------------------
009800 FD  SEGPARM
009900     LABEL RECORDS ARE STANDARD.
010000 01  SEGPARM-RECORD.
010100     05  SGP-CODE             PIC X(04).
010200     05  SGP-VALUE            PIC 9(10).
010300     05  FILLER               PIC X(06).
010400 FD  CUSTMAST.
010500 COPY CUSTREC.
010600 FD  BALMAST.
010700 COPY BALREC.
010800 FD  BALHIST.
010900 COPY BHSREC.
011000 FD  BRNMAST.
011100 COPY BRNREC.
011200*----------------------------------------------------------------
011300* FEETRAN : the FEEGEN feed - HDR, one debit detail per billed
011400* account, TRL.
011500*----------------------------------------------------------------
011600 FD  FEETRAN
011700     LABEL RECORDS ARE STANDARD.
011800 01  FEETRAN-RECORD.
011900     05  FEE-ACCOUNT-NO       PIC X(10).
012000     05  FEE-AMOUNT           PIC X(10).
012100     05  FILLER               PIC X(10).
012200 FD  INCDHIST
012300     LABEL RECORDS ARE STANDARD.
012400 COPY INCDREC.
012500 FD  WRTFILE
012600     LABEL RECORDS ARE STANDARD.
012700 01  WRTFILE-RECORD.
012800     05  WRF-TRAN-RECORD      PIC X(30).
012900     05  WRF-TRAN-FIELDS REDEFINES WRF-TRAN-RECORD.
013000         10  WRF-ACCOUNT-NO   PIC X(10).
013100         10  WRF-AMOUNT       PIC X(10).
013200         10  FILLER           PIC X(10).
013300     05  WRF-WRTOFF-DATE      PIC 9(08).
013400     05  WRF-STATUS           PIC X(01).
013500     05  FILLER               PIC X(01).
013600     05  WRF-COUNTERPARTY     PIC X(10).
013700     05  WRF-REFERENCE        PIC X(22).
013800*----------------------------------------------------------------
013900* ACTSORT / PRFACTW : the month's activity by account - F fee
014000* (the amount), S suspense item, R reject (the reason code ahead
014100* of the reference), W write-off.
014200*----------------------------------------------------------------
014300 SD  ACTSORT.
014400 01  ACTSORT-RECORD.
014500     05  ACT-ACCOUNT-NO       PIC X(10).
014600     05  ACT-KIND             PIC X(01).
014700     05  ACT-REFERENCE        PIC X(26).
014800     05  ACT-AMOUNT           PIC S9(10).
014900 FD  PRFACTW
015000     LABEL RECORDS ARE STANDARD.
015100 01  PRFACTW-RECORD.
015200     05  PFA-ACCOUNT-NO       PIC X(10).
015300     05  PFA-KIND             PIC X(01).
015400     05  PFA-REFERENCE        PIC X(26).
015500     05  PFA-AMOUNT           PIC S9(10).
015600*----------------------------------------------------------------
015700* PRFSORT : one customer's figures, for the ranking by branch,
015800* best margin first.
015900*----------------------------------------------------------------
016000 SD  PRFSORT.
016100 01  PRFSORT-RECORD.
016200     05  PRS-BRANCH           PIC X(04).
016300     05  PRS-MARGIN           PIC S9(11).
016400     05  PRS-ACCOUNT-NO       PIC X(10).
016500     05  PRS-CUST-NAME        PIC X(10).
016600     05  PRS-SEGMENT          PIC X(01).
016700     05  PRS-FEES             PIC S9(11).
016800     05  PRS-AVERAGE          PIC S9(12).
016900     05  PRS-CLOSING          PIC S9(12).
017000     05  PRS-MOVEMENTS        PIC 9(06).
017100     05  PRS-SUSPENSE         PIC 9(05).
017200     05  PRS-REJECTS          PIC 9(05).
017300     05  PRS-WRITEOFFS        PIC 9(05).
017400*----------------------------------------------------------------
017500* PRFEXTR : the warehouse extract. PFX-TYPE D = one customer
017600* (ranked in his branch), B = a branch subtotal, T = the bank
017700* total ; PFX-CUSTOMERS is the number of customers summed.
017800*----------------------------------------------------------------
017900 FD  PRFEXTR
018000     LABEL RECORDS ARE STANDARD.
018100 01  PRFEXTR-RECORD.
018200     05  PFX-MONTH            PIC 9(06).
018300     05  PFX-TYPE             PIC X(01).
018400     05  PFX-BRANCH           PIC X(04).
018500     05  PFX-RANK             PIC 9(05).
018600     05  PFX-ACCOUNT-NO       PIC X(10).
018700     05  PFX-CUST-NAME        PIC X(10).
018800     05  PFX-SEGMENT          PIC X(01).
018900     05  PFX-FEES             PIC S9(15) SIGN LEADING SEPARATE.
019000     05  PFX-AVERAGE          PIC S9(15) SIGN LEADING SEPARATE.
019100     05  PFX-CLOSING          PIC S9(15) SIGN LEADING SEPARATE.
019200     05  PFX-MOVEMENTS        PIC 9(09).
019300     05  PFX-SUSPENSE         PIC 9(07).
019400     05  PFX-REJECTS          PIC 9(07).
019500     05  PFX-WRITEOFFS        PIC 9(07).
019600     05  PFX-MARGIN           PIC S9(15) SIGN LEADING SEPARATE.
019700     05  PFX-CUSTOMERS        PIC 9(07).
019800     05  FILLER               PIC X(04).
019900*----------------------------------------------------------------
020000* PRTPROF : the report, print-ready. PRP-CONTROL is the ASA
020100* carriage control - 1 = new page, space = next line.
020200*----------------------------------------------------------------
020300 FD  PRTPROF
020400     LABEL RECORDS ARE STANDARD.
020500 01  PRTPROF-RECORD.
020600     05  PRP-CONTROL          PIC X(01).
020700     05  PRP-TEXT             PIC X(80).
020800 WORKING-STORAGE SECTION.
020900*----------------------------------------------------------------
021000* 77-LEVEL WORK ITEMS
021100*----------------------------------------------------------------
021200 77  WS-CTLDATE-STATUS        PIC X(02) VALUE SPACES.
021300 77  WS-SEGPARM-STATUS        PIC X(02) VALUE SPACES.
021400 77  WS-CUSTMAST-STATUS       PIC X(02) VALUE SPACES.
021500 77  WS-BALMAST-STATUS        PIC X(02) VALUE SPACES.
021600 77  WS-BALHIST-STATUS        PIC X(02) VALUE SPACES.
021700 77  WS-BRNMAST-STATUS        PIC X(02) VALUE SPACES.
021800 77  WS-FEETRAN-STATUS        PIC X(02) VALUE SPACES.
021900 77  WS-INCDHIST-STATUS       PIC X(02) VALUE SPACES.
022000 77  WS-WRTFILE-STATUS        PIC X(02) VALUE SPACES.
022100 77  WS-EOF-SW                PIC X(01) VALUE "N".
022200     88  WS-EOF               VALUE "Y".
022300 77  WS-ACT-EOF-SW            PIC X(01) VALUE "N".
022400     88  WS-ACT-EOF           VALUE "Y".
022500 77  WS-SRT-EOF-SW            PIC X(01) VALUE "N".
022600     88  WS-SRT-EOF           VALUE "Y".
022700 77  WS-BALHIST-SW            PIC X(01) VALUE "N".
022800     88  WS-BALHIST-ABSENT    VALUE "Y".
022900 77  WS-BRNMAST-SW            PIC X(01) VALUE "N".
023000     88  WS-BRNMAST-ABSENT    VALUE "Y".
023100 77  WS-HIST-END-SW           PIC X(01) VALUE "N".
023200     88  WS-HIST-END          VALUE "Y".
023300 77  WS-HIST-FOUND-SW         PIC X(01) VALUE "N".
023400     88  WS-HIST-FOUND        VALUE "Y".
023500 77  WS-RC                    PIC 9(02) VALUE ZERO.
023600 77  WS-BUSINESS-DATE         PIC 9(08) VALUE ZERO.
023700 77  WS-MONTH-START           PIC 9(08) VALUE ZERO.
023800 77  WS-NEXT-MONTH            PIC 9(08) VALUE ZERO.
023900 77  WS-START-NUMBER          PIC 9(07) COMP VALUE ZERO.
024000 77  WS-NEXT-NUMBER           PIC 9(07) COMP VALUE ZERO.
024100 77  WS-LAST-NUMBER           PIC 9(07) COMP VALUE ZERO.
024200 77  WS-MONTH-DAYS            PIC 9(03) COMP VALUE ZERO.
024300 77  WS-ACT-ACCOUNT           PIC X(10) VALUE SPACES.
024400 77  WS-LAST-KIND             PIC X(01) VALUE SPACE.
024500 77  WS-LAST-REFERENCE        PIC X(26) VALUE SPACES.
024600 77  WS-CUR-BRANCH            PIC X(04) VALUE SPACES.
024700 77  WS-CUR-BRANCH-NAME       PIC X(20) VALUE SPACES.
024800 77  WS-CARRY                 PIC S9(12) VALUE ZERO.
024900 77  WS-WEIGHTED              PIC S9(15) VALUE ZERO.
025000 77  WS-RANK                  PIC 9(05) COMP VALUE ZERO.
025100 77  WS-TOT-SUB               PIC 9(01) COMP VALUE ZERO.
025200 77  WS-SEG-SUB               PIC 9(01) COMP VALUE ZERO.
025300 77  WS-PAGE-NUMBER           PIC 9(04) COMP VALUE ZERO.
025400 77  WS-LINE-COUNT            PIC 9(03) COMP VALUE ZERO.
025500 77  WS-ACT-RELEASED          PIC 9(07) COMP VALUE ZERO.
025600 77  WS-ACT-ORPHAN            PIC 9(07) COMP VALUE ZERO.
025700 77  WS-ACT-REPEATED          PIC 9(07) COMP VALUE ZERO.
025800 77  WS-AMT-REFUSED           PIC 9(07) COMP VALUE ZERO.
025900 77  WS-CUSTOMERS             PIC 9(07) COMP VALUE ZERO.
026000 77  WS-CLOSED-SKIPPED        PIC 9(07) COMP VALUE ZERO.
026100 77  WS-NO-BALANCE            PIC 9(07) COMP VALUE ZERO.
026200 77  WS-BRANCHES              PIC 9(05) COMP VALUE ZERO.
026300*----------------------------------------------------------------
026400* SEGPARM VALUES - thresholds and unit costs, whole currency
026500* units. The values below stand when no card gives them.
026600*----------------------------------------------------------------
026700 77  WS-HIGH-VALUE            PIC 9(10) VALUE 50000.
026800 77  WS-ACTIVE-MVTS           PIC 9(10) VALUE 20.
026900 77  WS-COST-MVT              PIC 9(10) VALUE ZERO.
027000 77  WS-COST-SUSP             PIC 9(10) VALUE 10.
027100 77  WS-COST-REJ              PIC 9(10) VALUE 10.
027200 77  WS-COST-WRT              PIC 9(10) VALUE 50.
027300*----------------------------------------------------------------
027400* DATECHEK AND AMTPARSE PARAMETERS
027500*----------------------------------------------------------------
027600 77  WS-DC-FUNCTION           PIC X(01) VALUE SPACE.
027700 77  WS-DC-DATE               PIC 9(08) VALUE ZERO.
027800 77  WS-DC-DAY-NUMBER         PIC 9(07) COMP VALUE ZERO.
027900 77  WS-DC-RESULT             PIC X(01) VALUE SPACE.
028000 77  WS-AP-AMOUNT-X           PIC X(10) VALUE SPACES.
028100 77  WS-AP-AMOUNT             PIC S9(10) VALUE ZERO.
028200 77  WS-AP-RESULT             PIC X(01) VALUE SPACE.
028300*----------------------------------------------------------------
028400* THE BUSINESS MONTH
028500*----------------------------------------------------------------
028600 01  WS-MONTH-AREA.
028700     05  WS-MON-CCYYMM.
028800         10  WS-MON-CCYY      PIC 9(04).
028900         10  WS-MON-MM        PIC 9(02).
029000     05  WS-MON-DD            PIC 9(02).
029100 01  WS-MONTH                 PIC 9(06) VALUE ZERO.
029200*----------------------------------------------------------------
029300* ONE CUSTOMER'S FIGURES
029400*----------------------------------------------------------------
029500 01  WS-CUSTOMER-FIGURES.
029600     05  WS-CUS-FEES          PIC S9(11).
029700     05  WS-CUS-AVERAGE       PIC S9(12).
029800     05  WS-CUS-CLOSING       PIC S9(12).
029900     05  WS-CUS-MOVEMENTS     PIC 9(06).
030000     05  WS-CUS-SUSPENSE      PIC 9(05).
030100     05  WS-CUS-REJECTS       PIC 9(05).
030200     05  WS-CUS-WRITEOFFS     PIC 9(05).
030300     05  WS-CUS-MARGIN        PIC S9(11).
030400     05  WS-CUS-SEGMENT       PIC X(01).
030500*----------------------------------------------------------------
030600* SEGMENTS - code and report name, in SEG-SUB order.
030700*----------------------------------------------------------------
030800 01  WS-SEGMENT-VALUES.
030900     05  FILLER               PIC X(17) VALUE
031000         "HHAUTE VALEUR    ".
031100     05  FILLER               PIC X(17) VALUE
031200         "AACTIF           ".
031300     05  FILLER               PIC X(17) VALUE
031400         "FFAIBLE ACTIVITE ".
031500     05  FILLER               PIC X(17) VALUE
031600         "PDEFICITAIRE     ".
031700 01  WS-SEGMENT-TABLE REDEFINES WS-SEGMENT-VALUES.
031800     05  WS-SEG-ENTRY         OCCURS 4 TIMES.
031900         10  WS-SEG-CODE      PIC X(01).
032000         10  WS-SEG-NAME      PIC X(16).
032100*----------------------------------------------------------------
032200* TOTALS - entry 1 the current branch, entry 2 the bank.
032300*----------------------------------------------------------------
032400 01  WS-TOTALS-TABLE.
032500     05  WS-TOT-ENTRY         OCCURS 2 TIMES.
032600         10  TOT-CUSTOMERS    PIC 9(07) COMP.
032700         10  TOT-FEES         PIC S9(15).
032800         10  TOT-AVERAGE      PIC S9(15).
032900         10  TOT-CLOSING      PIC S9(15).
033000         10  TOT-MOVEMENTS    PIC 9(09) COMP.
033100         10  TOT-SUSPENSE     PIC 9(07) COMP.
033200         10  TOT-REJECTS      PIC 9(07) COMP.
033300         10  TOT-WRITEOFFS    PIC 9(07) COMP.
033400         10  TOT-MARGIN       PIC S9(15).
033500         10  TOT-SEG-COUNT    PIC 9(07) COMP OCCURS 4 TIMES.
033600*----------------------------------------------------------------
033700* REPORT LINES
033800*----------------------------------------------------------------
033900 01  WS-TITLE-LINE.
034000     05  FILLER               PIC X(22) VALUE
034100         "RENTABILITE CLIENTS - ".
034200     05  FILLER               PIC X(05) VALUE "MOIS ".
034300     05  TTL-MONTH            PIC 9(06).
034400     05  FILLER               PIC X(03) VALUE SPACES.
034500     05  TTL-BRANCH           PIC X(04).
034600     05  FILLER               PIC X(01) VALUE SPACE.
034700     05  TTL-BRANCH-NAME      PIC X(20).
034800     05  FILLER               PIC X(09) VALUE SPACES.
034900     05  FILLER               PIC X(05) VALUE "PAGE ".
035000     05  TTL-PAGE             PIC ZZZ9.
035100     05  FILLER               PIC X(01) VALUE SPACES.
035200 01  WS-HEAD-1.
035300     05  FILLER               PIC X(37) VALUE
035400         "RNG CLIENT     NOM        S  FRAIS   ".
035500     05  FILLER               PIC X(43) VALUE
035600         "  SOLDE     SOLDE  MVT SUS REJ PRT   MARGE ".
035700 01  WS-HEAD-2.
035800     05  FILLER               PIC X(37) VALUE
035900         "                                     ".
036000     05  FILLER               PIC X(43) VALUE
036100         "  MOYEN       FIN                          ".
036200 01  WS-DETAIL-LINE.
036300     05  DTL-RANK             PIC ZZ9.
036400     05  FILLER               PIC X(01) VALUE SPACE.
036500     05  DTL-ACCOUNT-NO       PIC X(10).
036600     05  FILLER               PIC X(01) VALUE SPACE.
036700     05  DTL-CUST-NAME        PIC X(10).
036800     05  FILLER               PIC X(01) VALUE SPACE.
036900     05  DTL-SEGMENT          PIC X(01).
037000     05  FILLER               PIC X(01) VALUE SPACE.
037100     05  DTL-FEES             PIC Z(5)9.
037200     05  FILLER               PIC X(01) VALUE SPACE.
037300     05  DTL-AVERAGE          PIC -(8)9.
037400     05  FILLER               PIC X(01) VALUE SPACE.
037500     05  DTL-CLOSING          PIC -(8)9.
037600     05  FILLER               PIC X(01) VALUE SPACE.
037700     05  DTL-MOVEMENTS        PIC Z(3)9.
037800     05  FILLER               PIC X(01) VALUE SPACE.
037900     05  DTL-SUSPENSE         PIC ZZ9.
038000     05  FILLER               PIC X(01) VALUE SPACE.
038100     05  DTL-REJECTS          PIC ZZ9.
038200     05  FILLER               PIC X(01) VALUE SPACE.
038300     05  DTL-WRITEOFFS        PIC ZZ9.
038400     05  FILLER               PIC X(01) VALUE SPACE.
038500     05  DTL-MARGIN           PIC -(6)9.
038600     05  FILLER               PIC X(01) VALUE SPACE.
038700 01  WS-TOTAL-HEADER.
038800     05  TTH-LABEL            PIC X(13).
038900     05  TTH-BRANCH           PIC X(04).
039000     05  FILLER               PIC X(01) VALUE SPACE.
039100     05  TTH-BRANCH-NAME      PIC X(20).
039200     05  FILLER               PIC X(42) VALUE SPACES.
039300 01  WS-COUNT-LINE.
039400     05  FILLER               PIC X(03) VALUE SPACES.
039500     05  CNL-LABEL            PIC X(32).
039600     05  CNL-COUNT            PIC Z(8)9.
039700     05  FILLER               PIC X(36) VALUE SPACES.
039800 01  WS-AMOUNT-LINE.
039900     05  FILLER               PIC X(03) VALUE SPACES.
040000     05  AML-LABEL            PIC X(32).
040100     05  AML-VALUE            PIC -(15)9.
040200     05  FILLER               PIC X(29) VALUE SPACES.
040300 PROCEDURE DIVISION.
040400*----------------------------------------------------------------
040500* 0000-MAINLINE
040600*----------------------------------------------------------------
040700 0000-MAINLINE.
040800     DISPLAY "RENTABILITE ET SEGMENTATION DES CLIENTS".
040900     PERFORM 0100-READ-CTLDATE THRU 0100-READ-CTLDATE-EXIT.
041000     IF WS-RC < 8
041100         PERFORM 0300-OPEN-MASTERS THRU 0300-OPEN-MASTERS-EXIT
041200     END-IF.
041300     IF WS-RC > 4
041400         MOVE WS-RC TO RETURN-CODE
041500         STOP RUN
041600     END-IF.
041700     PERFORM 0200-READ-SEGPARM THRU 0200-READ-SEGPARM-EXIT.
041800     SORT ACTSORT
041900         ON ASCENDING KEY ACT-ACCOUNT-NO ACT-KIND ACT-REFERENCE
042000         INPUT PROCEDURE IS 1000-RELEASE-ACTIVITY
042100             THRU 1000-RELEASE-ACTIVITY-EXIT
042200         GIVING PRFACTW.
042300     OPEN OUTPUT PRFEXTR.
042400     OPEN OUTPUT PRTPROF.
042500     SORT PRFSORT
042600         ON ASCENDING KEY PRS-BRANCH
042700         ON DESCENDING KEY PRS-MARGIN
042800         ON ASCENDING KEY PRS-ACCOUNT-NO
042900         INPUT PROCEDURE IS 2000-CUSTOMER-PASS
043000             THRU 2000-CUSTOMER-PASS-EXIT
043100         OUTPUT PROCEDURE IS 3000-PRINT-RANKING
043200             THRU 3000-PRINT-RANKING-EXIT.
043300     CLOSE CUSTMAST.
043400     CLOSE BALMAST.
043500     IF NOT WS-BALHIST-ABSENT
043600         CLOSE BALHIST
043700     END-IF.
043800     IF NOT WS-BRNMAST-ABSENT
043900         CLOSE BRNMAST
044000     END-IF.
044100     CLOSE PRFEXTR.
044200     CLOSE PRTPROF.
044300     DISPLAY "MOIS ANALYSE             : " WS-MONTH.
044400     DISPLAY "CLIENTS CLASSES          : " WS-CUSTOMERS.
044500     DISPLAY "AGENCES                  : " WS-BRANCHES.
044600     DISPLAY "CLIENTS CLOS SANS ACTIVITE: " WS-CLOSED-SKIPPED.
044700     DISPLAY "CLIENTS SANS SOLDE       : " WS-NO-BALANCE.
044800     DISPLAY "ACTIVITES DU MOIS        : " WS-ACT-RELEASED.
044900     DISPLAY "ACTIVITES REPETEES       : " WS-ACT-REPEATED.
045000     DISPLAY "ACTIVITES HORS CUSTMAST  : " WS-ACT-ORPHAN.
045100     DISPLAY "MONTANTS REFUSES         : " WS-AMT-REFUSED.
045200     MOVE WS-RC TO RETURN-CODE.
045300     STOP RUN.
045400*----------------------------------------------------------------
045500* 0100-READ-CTLDATE : the business month - its first day, the
045600*                    first day of the next and the days between,
045700*                    as DATECHEK day numbers.
045800*----------------------------------------------------------------
045900 0100-READ-CTLDATE.
046000     OPEN INPUT CTLDATE.
046100     IF WS-CTLDATE-STATUS NOT = "00"
046200         DISPLAY "CTLDATE ABSENTE - RAPPORT IMPOSSIBLE"
046300         MOVE 16 TO WS-RC
046400         GO TO 0100-READ-CTLDATE-EXIT
046500     END-IF.
046600     READ CTLDATE
046700         AT END
046800             DISPLAY "CTLDATE VIDE - RAPPORT IMPOSSIBLE"
046900             MOVE 16 TO WS-RC
047000     END-READ.
047100     CLOSE CTLDATE.
047200     IF WS-RC = 16
047300         GO TO 0100-READ-CTLDATE-EXIT
047400     END-IF.
047500     MOVE CTL-BUSINESS-DATE TO WS-BUSINESS-DATE.
047600     MOVE WS-BUSINESS-DATE TO WS-MONTH-AREA.
047700     MOVE WS-MON-CCYYMM TO WS-MONTH.
047800     MOVE 1 TO WS-MON-DD.
047900     MOVE WS-MONTH-AREA TO WS-MONTH-START.
048000     IF WS-MON-MM = 12
048100         MOVE 1 TO WS-MON-MM
048200         ADD 1 TO WS-MON-CCYY
048300     ELSE
048400         ADD 1 TO WS-MON-MM
048500     END-IF.
048600     MOVE WS-MONTH-AREA TO WS-NEXT-MONTH.
048700     MOVE "D" TO WS-DC-FUNCTION.
048800     MOVE WS-MONTH-START TO WS-DC-DATE.
048900     CALL "DATECHEK" USING WS-DC-FUNCTION WS-DC-DATE
049000                           WS-DC-DAY-NUMBER WS-DC-RESULT.
049100     MOVE WS-DC-DAY-NUMBER TO WS-START-NUMBER.
049200     MOVE "D" TO WS-DC-FUNCTION.
049300     MOVE WS-NEXT-MONTH TO WS-DC-DATE.
049400     CALL "DATECHEK" USING WS-DC-FUNCTION WS-DC-DATE
049500                           WS-DC-DAY-NUMBER WS-DC-RESULT.
049600     MOVE WS-DC-DAY-NUMBER TO WS-NEXT-NUMBER.
049700     COMPUTE WS-MONTH-DAYS = WS-NEXT-NUMBER - WS-START-NUMBER.
049800     DISPLAY "DATE METIER " WS-BUSINESS-DATE
049900             " - MOIS " WS-MONTH.
050000 0100-READ-CTLDATE-EXIT.
050100     EXIT.
050200*----------------------------------------------------------------
050300* 0200-READ-SEGPARM : thresholds and unit costs. No SEGPARM
050400*                    keeps the defaults ; a card that cannot be
050500*                    used is reported and skipped, RETURN-CODE 4.
050600*----------------------------------------------------------------
050700 0200-READ-SEGPARM.
050800     OPEN INPUT SEGPARM.
050900     IF WS-SEGPARM-STATUS NOT = "00"
051000         DISPLAY "SEGPARM ABSENT - VALEURS PAR DEFAUT"
051100         GO TO 0200-READ-SEGPARM-EXIT
051200     END-IF.
051300     MOVE "N" TO WS-EOF-SW.
051400     PERFORM 0210-READ-CARD THRU 0210-READ-CARD-EXIT
051500         UNTIL WS-EOF.
051600     CLOSE SEGPARM.
051700 0200-READ-SEGPARM-EXIT.
051800     DISPLAY "SEUILS HVAL " WS-HIGH-VALUE " ACTV " WS-ACTIVE-MVTS.
051900     DISPLAY "COUTS  CMVT " WS-COST-MVT " CSUS " WS-COST-SUSP
052000             " CREJ " WS-COST-REJ " CWRT " WS-COST-WRT.
052100 0210-READ-CARD.
052200     READ SEGPARM
052300         AT END
052400             SET WS-EOF TO TRUE
052500             GO TO 0210-READ-CARD-EXIT
052600     END-READ.
052700     IF SGP-VALUE NOT NUMERIC
052800         DISPLAY "SEGPARM VALEUR NON NUMERIQUE : "
052900             SEGPARM-RECORD
053000         MOVE 4 TO WS-RC
053100         GO TO 0210-READ-CARD-EXIT
053200     END-IF.
053300     EVALUATE SGP-CODE
053400         WHEN "HVAL"
053500             MOVE SGP-VALUE TO WS-HIGH-VALUE
053600         WHEN "ACTV"
053700             MOVE SGP-VALUE TO WS-ACTIVE-MVTS
053800         WHEN "CMVT"
053900             MOVE SGP-VALUE TO WS-COST-MVT
054000         WHEN "CSUS"
054100             MOVE SGP-VALUE TO WS-COST-SUSP
054200         WHEN "CREJ"
054300             MOVE SGP-VALUE TO WS-COST-REJ
054400         WHEN "CWRT"
054500             MOVE SGP-VALUE TO WS-COST-WRT
054600         WHEN OTHER
054700             DISPLAY "CODE SEGPARM INCONNU : " SGP-CODE
054800             MOVE 4 TO WS-RC
054900     END-EVALUATE.
055000 0210-READ-CARD-EXIT.
055100     EXIT.
055200*----------------------------------------------------------------
055300* 0300-OPEN-MASTERS : CUSTMAST and BALMAST are the report
055400*                    itself ; without BALHIST the average
055500*                    balance is the month-end balance
055600*                    (RETURN-CODE 4), without BRNMAST the
055700*                    branches go unnamed.
055800*----------------------------------------------------------------
055900 0300-OPEN-MASTERS.
056000     OPEN INPUT CUSTMAST.
056100     IF WS-CUSTMAST-STATUS NOT = "00"
056200         DISPLAY "CUSTMAST ABSENT (STATUT " WS-CUSTMAST-STATUS
056300             ") - RAPPORT IMPOSSIBLE"
056400         MOVE 16 TO WS-RC
056500         GO TO 0300-OPEN-MASTERS-EXIT
056600     END-IF.
056700     OPEN INPUT BALMAST.
056800     IF WS-BALMAST-STATUS NOT = "00"
056900         DISPLAY "BALMAST ABSENT (STATUT " WS-BALMAST-STATUS
057000             ") - RAPPORT IMPOSSIBLE"
057100         CLOSE CUSTMAST
057200         MOVE 16 TO WS-RC
057300         GO TO 0300-OPEN-MASTERS-EXIT
057400     END-IF.
057500     OPEN INPUT BALHIST.
057600     IF WS-BALHIST-STATUS NOT = "00"
057700         SET WS-BALHIST-ABSENT TO TRUE
057800         DISPLAY "ALERTE : BALHIST ABSENT (STATUT "
057900             WS-BALHIST-STATUS ") - SOLDE MOYEN = SOLDE FIN"
058000         MOVE 4 TO WS-RC
058100     END-IF.
058200     OPEN INPUT BRNMAST.
058300     IF WS-BRNMAST-STATUS NOT = "00"
058400         SET WS-BRNMAST-ABSENT TO TRUE
058500         DISPLAY "BRNMAST ABSENT - AGENCES SANS NOM"
058600     END-IF.
058700 0300-OPEN-MASTERS-EXIT.
058800     EXIT.
058900*----------------------------------------------------------------
059000* 1000-RELEASE-ACTIVITY : the month's fees, incidents and
059100*                        write-offs into the sort by account.
059200*----------------------------------------------------------------
059300 1000-RELEASE-ACTIVITY.
059400     PERFORM 1100-RELEASE-FEES THRU 1100-RELEASE-FEES-EXIT.
059500     PERFORM 1200-RELEASE-INCIDENTS
059600         THRU 1200-RELEASE-INCIDENTS-EXIT.
059700     PERFORM 1300-RELEASE-WRITEOFFS
059800         THRU 1300-RELEASE-WRITEOFFS-EXIT.
059900 1000-RELEASE-ACTIVITY-EXIT.
060000     EXIT.
060100*----------------------------------------------------------------
060200* 1100-RELEASE-FEES : the month's fees as FEEGEN billed them
060300*                    tonight on FEETRAN - every detail is a
060400*                    debit. No feed means no fee billed.
060500*----------------------------------------------------------------
060600 1100-RELEASE-FEES.
060700     OPEN INPUT FEETRAN.
060800     IF WS-FEETRAN-STATUS NOT = "00"
060900         DISPLAY "FEETRAN ABSENT - AUCUN FRAIS DU MOIS"
061000         GO TO 1100-RELEASE-FEES-EXIT
061100     END-IF.
061200     MOVE "N" TO WS-EOF-SW.
061300     PERFORM 1110-RELEASE-FEE THRU 1110-RELEASE-FEE-EXIT
061400         UNTIL WS-EOF.
061500     CLOSE FEETRAN.
061600 1100-RELEASE-FEES-EXIT.
061700     EXIT.
061800 1110-RELEASE-FEE.
061900     READ FEETRAN
062000         AT END
062100             SET WS-EOF TO TRUE
062200             GO TO 1110-RELEASE-FEE-EXIT
062300     END-READ.
062400     IF FEE-ACCOUNT-NO (1:3) = "HDR" OR
062500        FEE-ACCOUNT-NO (1:3) = "TRL"
062600         GO TO 1110-RELEASE-FEE-EXIT
062700     END-IF.
062800     MOVE FEE-AMOUNT TO WS-AP-AMOUNT-X.
062900     CALL "AMTPARSE" USING WS-AP-AMOUNT-X
063000                           WS-AP-AMOUNT WS-AP-RESULT.
063100     IF WS-AP-RESULT NOT = "Y" AND WS-AP-RESULT NOT = "B"
063200         DISPLAY "MONTANT REFUSE " FEE-ACCOUNT-NO " : "
063300             FEE-AMOUNT
063400         ADD 1 TO WS-AMT-REFUSED
063500         MOVE 4 TO WS-RC
063600         GO TO 1110-RELEASE-FEE-EXIT
063700     END-IF.
063800     MOVE FEE-ACCOUNT-NO TO ACT-ACCOUNT-NO.
063900     MOVE "F"            TO ACT-KIND.
064000     MOVE SPACES         TO ACT-REFERENCE.
064100     MOVE WS-AP-AMOUNT   TO ACT-AMOUNT.
064200     RELEASE ACTSORT-RECORD.
064300     ADD 1 TO WS-ACT-RELEASED.
064400 1110-RELEASE-FEE-EXIT.
064500     EXIT.
064600*----------------------------------------------------------------
064700* 1200-RELEASE-INCIDENTS : the month's suspense items and
064800*                         rejects off INCDHIST. A reject keeps
064900*                         its reason code ahead of the reference.
065000*----------------------------------------------------------------
065100 1200-RELEASE-INCIDENTS.
065200     OPEN INPUT INCDHIST.
065300     IF WS-INCDHIST-STATUS NOT = "00"
065400         DISPLAY "ALERTE : INCDHIST ABSENT - AUCUN INCIDENT"
065500         MOVE 4 TO WS-RC
065600         GO TO 1200-RELEASE-INCIDENTS-EXIT
065700     END-IF.
065800     MOVE "N" TO WS-EOF-SW.
065900     PERFORM 1210-RELEASE-INCIDENT THRU 1210-RELEASE-INCIDENT-EXIT
066000         UNTIL WS-EOF.
066100     CLOSE INCDHIST.
066200 1200-RELEASE-INCIDENTS-EXIT.
066300     EXIT.
066400 1210-RELEASE-INCIDENT.
066500     READ INCDHIST
066600         AT END
066700             SET WS-EOF TO TRUE
066800             GO TO 1210-RELEASE-INCIDENT-EXIT
066900     END-READ.
067000     IF INC-BUSINESS-DATE < WS-MONTH-START OR
067100        INC-BUSINESS-DATE NOT < WS-NEXT-MONTH
067200         GO TO 1210-RELEASE-INCIDENT-EXIT
067300     END-IF.
067400     IF NOT INC-SUSPENSE AND NOT INC-REJECT
067500         GO TO 1210-RELEASE-INCIDENT-EXIT
067600     END-IF.
067700     MOVE INC-ACCOUNT-NO TO ACT-ACCOUNT-NO.
067800     MOVE INC-KIND       TO ACT-KIND.
067900     MOVE SPACES         TO ACT-REFERENCE.
068000     IF INC-REJECT
068100         MOVE INC-REASON    TO ACT-REFERENCE (1:4)
068200         MOVE INC-REFERENCE TO ACT-REFERENCE (5:22)
068300     ELSE
068400         MOVE INC-REFERENCE TO ACT-REFERENCE
068500     END-IF.
068600     MOVE ZERO           TO ACT-AMOUNT.
068700     RELEASE ACTSORT-RECORD.
068800     ADD 1 TO WS-ACT-RELEASED.
068900 1210-RELEASE-INCIDENT-EXIT.
069000     EXIT.
069100*----------------------------------------------------------------
069200* 1300-RELEASE-WRITEOFFS : suspense items written off during the
069300*                         month, off the permanent WRTFILE.
069400*----------------------------------------------------------------
069500 1300-RELEASE-WRITEOFFS.
069600     OPEN INPUT WRTFILE.
069700     IF WS-WRTFILE-STATUS NOT = "00"
069800         DISPLAY "WRTFILE ABSENT - AUCUNE PERTE"
069900         GO TO 1300-RELEASE-WRITEOFFS-EXIT
070000     END-IF.
070100     MOVE "N" TO WS-EOF-SW.
070200     PERFORM 1310-RELEASE-WRITEOFF THRU 1310-RELEASE-WRITEOFF-EXIT
070300         UNTIL WS-EOF.
070400     CLOSE WRTFILE.
070500 1300-RELEASE-WRITEOFFS-EXIT.
070600     EXIT.
070700 1310-RELEASE-WRITEOFF.
070800     READ WRTFILE
070900         AT END
071000             SET WS-EOF TO TRUE
071100             GO TO 1310-RELEASE-WRITEOFF-EXIT
071200     END-READ.
071300     IF WRF-WRTOFF-DATE < WS-MONTH-START OR
071400        WRF-WRTOFF-DATE NOT < WS-NEXT-MONTH
071500         GO TO 1310-RELEASE-WRITEOFF-EXIT
071600     END-IF.
071700     MOVE WRF-ACCOUNT-NO TO ACT-ACCOUNT-NO.
071800     MOVE "W"            TO ACT-KIND.
071900     MOVE WRF-REFERENCE  TO ACT-REFERENCE.
072000     MOVE ZERO           TO ACT-AMOUNT.
072100     RELEASE ACTSORT-RECORD.
072200     ADD 1 TO WS-ACT-RELEASED.
072300 1310-RELEASE-WRITEOFF-EXIT.
072400     EXIT.
072500*----------------------------------------------------------------
072600* 2000-CUSTOMER-PASS : CUSTMAST in key order against the sorted
072700*                     activity ; each customer's figures go to
072800*                     the ranking sort. Activity of an account
072900*                     CUSTMAST does not hold is counted apart.
073000*----------------------------------------------------------------
073100 2000-CUSTOMER-PASS.
073200     OPEN INPUT PRFACTW.
073300     MOVE "N" TO WS-ACT-EOF-SW.
073400     PERFORM 2010-READ-ACTIVITY THRU 2010-READ-ACTIVITY-EXIT.
073500     MOVE "N" TO WS-EOF-SW.
073600     PERFORM 2100-ONE-CUSTOMER THRU 2100-ONE-CUSTOMER-EXIT
073700         UNTIL WS-EOF.
073800     PERFORM 2020-ORPHAN THRU 2020-ORPHAN-EXIT
073900         UNTIL WS-ACT-EOF.
074000     CLOSE PRFACTW.
074100 2000-CUSTOMER-PASS-EXIT.
074200     EXIT.
074300 2010-READ-ACTIVITY.
074400     READ PRFACTW
074500         AT END
074600             SET WS-ACT-EOF TO TRUE
074700             MOVE HIGH-VALUES TO WS-ACT-ACCOUNT
074800         NOT AT END
074900             MOVE PFA-ACCOUNT-NO TO WS-ACT-ACCOUNT
075000     END-READ.
075100 2010-READ-ACTIVITY-EXIT.
075200     EXIT.
075300 2020-ORPHAN.
075400     ADD 1 TO WS-ACT-ORPHAN.
075500     PERFORM 2010-READ-ACTIVITY THRU 2010-READ-ACTIVITY-EXIT.
075600 2020-ORPHAN-EXIT.
075700     EXIT.
075800 2100-ONE-CUSTOMER.
075900     READ CUSTMAST NEXT RECORD
076000         AT END
076100             SET WS-EOF TO TRUE
076200             GO TO 2100-ONE-CUSTOMER-EXIT
076300     END-READ.
076400     PERFORM 2020-ORPHAN THRU 2020-ORPHAN-EXIT
076500         UNTIL WS-ACT-ACCOUNT NOT < CUST-NUMBER.
076600     MOVE ZERO   TO WS-CUS-FEES WS-CUS-AVERAGE WS-CUS-CLOSING
076700                    WS-CUS-MOVEMENTS WS-CUS-SUSPENSE
076800                    WS-CUS-REJECTS WS-CUS-WRITEOFFS
076900                    WS-CUS-MARGIN.
077000     MOVE SPACE  TO WS-LAST-KIND.
077100     MOVE SPACES TO WS-LAST-REFERENCE.
077200     PERFORM 2110-ADD-ACTIVITY THRU 2110-ADD-ACTIVITY-EXIT
077300         UNTIL WS-ACT-ACCOUNT NOT = CUST-NUMBER.
077400     PERFORM 2200-BALANCES THRU 2200-BALANCES-EXIT.
077500     IF CUST-CLOSED AND
077600        WS-CUS-FEES = ZERO AND WS-CUS-CLOSING = ZERO AND
077700        WS-CUS-MOVEMENTS = ZERO AND WS-CUS-SUSPENSE = ZERO AND
077800        WS-CUS-REJECTS = ZERO AND WS-CUS-WRITEOFFS = ZERO
077900         ADD 1 TO WS-CLOSED-SKIPPED
078000         GO TO 2100-ONE-CUSTOMER-EXIT
078100     END-IF.
078200     PERFORM 2400-SEGMENT THRU 2400-SEGMENT-EXIT.
078300     MOVE CUST-BRANCH-CODE  TO PRS-BRANCH.
078400     MOVE WS-CUS-MARGIN     TO PRS-MARGIN.
078500     MOVE CUST-NUMBER       TO PRS-ACCOUNT-NO.
078600     MOVE CUST-NAME         TO PRS-CUST-NAME.
078700     MOVE WS-CUS-SEGMENT    TO PRS-SEGMENT.
078800     MOVE WS-CUS-FEES       TO PRS-FEES.
078900     MOVE WS-CUS-AVERAGE    TO PRS-AVERAGE.
079000     MOVE WS-CUS-CLOSING    TO PRS-CLOSING.
079100     MOVE WS-CUS-MOVEMENTS  TO PRS-MOVEMENTS.
079200     MOVE WS-CUS-SUSPENSE   TO PRS-SUSPENSE.
079300     MOVE WS-CUS-REJECTS    TO PRS-REJECTS.
079400     MOVE WS-CUS-WRITEOFFS  TO PRS-WRITEOFFS.
079500     RELEASE PRFSORT-RECORD.
079600     ADD 1 TO WS-CUSTOMERS.
079700 2100-ONE-CUSTOMER-EXIT.
079800     EXIT.
079900*----------------------------------------------------------------
080000* 2110-ADD-ACTIVITY : one activity of the customer. The same
080100*                    incident under the same reference again (a
080200*                    suspense item recycled from night to night)
080300*                    counts once.
080400*----------------------------------------------------------------
080500 2110-ADD-ACTIVITY.
080600     IF PFA-REFERENCE NOT = SPACES AND
080700        PFA-KIND = WS-LAST-KIND AND
080800        PFA-REFERENCE = WS-LAST-REFERENCE
080900         ADD 1 TO WS-ACT-REPEATED
081000         GO TO 2110-ADD-ACTIVITY-NEXT
081100     END-IF.
081200     MOVE PFA-KIND      TO WS-LAST-KIND.
081300     MOVE PFA-REFERENCE TO WS-LAST-REFERENCE.
081400     EVALUATE PFA-KIND
081500         WHEN "F"
081600             ADD PFA-AMOUNT TO WS-CUS-FEES
081700         WHEN "S"
081800             ADD 1 TO WS-CUS-SUSPENSE
081900         WHEN "R"
082000             ADD 1 TO WS-CUS-REJECTS
082100         WHEN "W"
082200             ADD 1 TO WS-CUS-WRITEOFFS
082300     END-EVALUATE.
082400 2110-ADD-ACTIVITY-NEXT.
082500     PERFORM 2010-READ-ACTIVITY THRU 2010-READ-ACTIVITY-EXIT.
082600 2110-ADD-ACTIVITY-EXIT.
082700     EXIT.
082800*----------------------------------------------------------------
082900* 2200-BALANCES : the month-end balance and the month's movement
083000*               count off BALMAST (a counter of an earlier
083100*               month means no movement this one), then the
083200*               average balance.
083300*----------------------------------------------------------------
083400 2200-BALANCES.
083500     MOVE CUST-NUMBER TO BAL-ACCOUNT-NO.
083600     READ BALMAST
083700         INVALID KEY
083800             ADD 1 TO WS-NO-BALANCE
083900             GO TO 2200-BALANCES-EXIT
084000     END-READ.
084100     MOVE BAL-CLOSING TO WS-CUS-CLOSING.
084200     IF BAL-ACTIVITY-MONTH = WS-MONTH
084300         MOVE BAL-MONTH-COUNT TO WS-CUS-MOVEMENTS
084400     END-IF.
084500     PERFORM 2300-AVERAGE THRU 2300-AVERAGE-EXIT.
084600 2200-BALANCES-EXIT.
084700     EXIT.
084800*----------------------------------------------------------------
084900* 2300-AVERAGE : the balance of every day of the month, averaged.
085000*               The month's BALHIST postings change it : up to
085100*               the first the balance stood at that posting's
085200*               opening, from each posting on at its closing.
085300*               No posting in the month means the month-end
085400*               balance stood all month.
085500*----------------------------------------------------------------
085600 2300-AVERAGE.
085700     MOVE WS-CUS-CLOSING TO WS-CUS-AVERAGE.
085800     IF WS-BALHIST-ABSENT
085900         GO TO 2300-AVERAGE-EXIT
086000     END-IF.
086100     MOVE ZERO TO WS-CARRY WS-WEIGHTED.
086200     MOVE WS-START-NUMBER TO WS-LAST-NUMBER.
086300     MOVE "N" TO WS-HIST-END-SW.
086400     MOVE "N" TO WS-HIST-FOUND-SW.
086500     MOVE CUST-NUMBER    TO BHS-ACCOUNT-NO.
086600     MOVE WS-MONTH-START TO BHS-BUSINESS-DATE.
086700     START BALHIST KEY IS NOT LESS THAN BHS-KEY
086800         INVALID KEY
086900             GO TO 2300-AVERAGE-EXIT
087000     END-START.
087100     PERFORM 2310-READ-BALHIST THRU 2310-READ-BALHIST-EXIT
087200         UNTIL WS-HIST-END.
087300     IF NOT WS-HIST-FOUND
087400         GO TO 2300-AVERAGE-EXIT
087500     END-IF.
087600     COMPUTE WS-WEIGHTED = WS-WEIGHTED +
087700         WS-CARRY * (WS-NEXT-NUMBER - WS-LAST-NUMBER).
087800     DIVIDE WS-MONTH-DAYS INTO WS-WEIGHTED
087900         GIVING WS-CUS-AVERAGE ROUNDED.
088000 2300-AVERAGE-EXIT.
088100     EXIT.
088200 2310-READ-BALHIST.
088300     READ BALHIST NEXT RECORD
088400         AT END
088500             SET WS-HIST-END TO TRUE
088600             GO TO 2310-READ-BALHIST-EXIT
088700     END-READ.
088800     IF BHS-ACCOUNT-NO NOT = CUST-NUMBER OR
088900        BHS-BUSINESS-DATE NOT < WS-NEXT-MONTH
089000         SET WS-HIST-END TO TRUE
089100         GO TO 2310-READ-BALHIST-EXIT
089200     END-IF.
089300     IF NOT WS-HIST-FOUND
089400         SET WS-HIST-FOUND TO TRUE
089500         MOVE BHS-OPENING TO WS-CARRY
089600     END-IF.
089700     MOVE "D" TO WS-DC-FUNCTION.
089800     MOVE BHS-BUSINESS-DATE TO WS-DC-DATE.
089900     CALL "DATECHEK" USING WS-DC-FUNCTION WS-DC-DATE
090000                           WS-DC-DAY-NUMBER WS-DC-RESULT.
090100     COMPUTE WS-WEIGHTED = WS-WEIGHTED +
090200         WS-CARRY * (WS-DC-DAY-NUMBER - WS-LAST-NUMBER).
090300     MOVE WS-DC-DAY-NUMBER TO WS-LAST-NUMBER.
090400     MOVE BHS-CLOSING TO WS-CARRY.
090500 2310-READ-BALHIST-EXIT.
090600     EXIT.
090700*----------------------------------------------------------------
090800* 2400-SEGMENT : the margin - the fees less the servicing cost
090900*               of the movements and incidents - and the segment
091000*               it and the SEGPARM thresholds give.
091100*----------------------------------------------------------------
091200 2400-SEGMENT.
091300     COMPUTE WS-CUS-MARGIN = WS-CUS-FEES
091400         - WS-CUS-MOVEMENTS * WS-COST-MVT
091500         - WS-CUS-SUSPENSE  * WS-COST-SUSP
091600         - WS-CUS-REJECTS   * WS-COST-REJ
091700         - WS-CUS-WRITEOFFS * WS-COST-WRT.
091800     EVALUATE TRUE
091900         WHEN WS-CUS-MARGIN < ZERO
092000             MOVE "P" TO WS-CUS-SEGMENT
092100         WHEN WS-CUS-AVERAGE NOT < WS-HIGH-VALUE
092200             MOVE "H" TO WS-CUS-SEGMENT
092300         WHEN WS-CUS-MOVEMENTS NOT < WS-ACTIVE-MVTS
092400             MOVE "A" TO WS-CUS-SEGMENT
092500         WHEN OTHER
092600             MOVE "F" TO WS-CUS-SEGMENT
092700     END-EVALUATE.
092800 2400-SEGMENT-EXIT.
092900     EXIT.
093000*----------------------------------------------------------------
093100* 3000-PRINT-RANKING : the ranked customers branch by branch,
093200*                     each branch on a page of its own with its
093300*                     subtotals, then the bank total.
093400*----------------------------------------------------------------
093500 3000-PRINT-RANKING.
093600     MOVE 2 TO WS-TOT-SUB.
093700     PERFORM 3900-CLEAR-TOTALS THRU 3900-CLEAR-TOTALS-EXIT.
093800     MOVE "N" TO WS-SRT-EOF-SW.
093900     PERFORM 3010-RETURN-ONE THRU 3010-RETURN-ONE-EXIT.
094000     PERFORM 3100-ONE-BRANCH THRU 3100-ONE-BRANCH-EXIT
094100         UNTIL WS-SRT-EOF.
094200     MOVE SPACES TO WS-CUR-BRANCH WS-CUR-BRANCH-NAME.
094300     PERFORM 3200-PAGE-HEADING THRU 3200-PAGE-HEADING-EXIT.
094400     MOVE "TOTAL BANQUE " TO TTH-LABEL.
094500     MOVE 2 TO WS-TOT-SUB.
094600     PERFORM 3400-PRINT-TOTALS THRU 3400-PRINT-TOTALS-EXIT.
094700     MOVE SPACE TO PRP-CONTROL.
094800     MOVE SPACES TO PRP-TEXT.
094900     WRITE PRTPROF-RECORD.
095000     MOVE "AGENCES                        : " TO CNL-LABEL.
095100     MOVE WS-BRANCHES TO CNL-COUNT.
095200     MOVE WS-COUNT-LINE TO PRP-TEXT.
095300     WRITE PRTPROF-RECORD.
095400     MOVE "CLIENTS CLOS SANS ACTIVITE     : " TO CNL-LABEL.
095500     MOVE WS-CLOSED-SKIPPED TO CNL-COUNT.
095600     MOVE WS-COUNT-LINE TO PRP-TEXT.
095700     WRITE PRTPROF-RECORD.
095800     MOVE "ACTIVITES HORS CUSTMAST        : " TO CNL-LABEL.
095900     MOVE WS-ACT-ORPHAN TO CNL-COUNT.
096000     MOVE WS-COUNT-LINE TO PRP-TEXT.
096100     WRITE PRTPROF-RECORD.
096200 3000-PRINT-RANKING-EXIT.
096300     EXIT.
096400 3010-RETURN-ONE.
096500     RETURN PRFSORT
096600         AT END
096700             SET WS-SRT-EOF TO TRUE
096800     END-RETURN.
096900 3010-RETURN-ONE-EXIT.
097000     EXIT.
097100*----------------------------------------------------------------
097200* 3100-ONE-BRANCH : the customers of one CUST-BRANCH-CODE, best
097300*                  margin first, ranked from 1.
097400*----------------------------------------------------------------
097500 3100-ONE-BRANCH.
097600     MOVE PRS-BRANCH TO WS-CUR-BRANCH.
097700     ADD 1 TO WS-BRANCHES.
097800     MOVE 1 TO WS-TOT-SUB.
097900     PERFORM 3900-CLEAR-TOTALS THRU 3900-CLEAR-TOTALS-EXIT.
098000     MOVE ZERO TO WS-RANK.
098100     PERFORM 3110-BRANCH-NAME THRU 3110-BRANCH-NAME-EXIT.
098200     PERFORM 3200-PAGE-HEADING THRU 3200-PAGE-HEADING-EXIT.
098300     PERFORM 3300-ONE-CUSTOMER THRU 3300-ONE-CUSTOMER-EXIT
098400         UNTIL WS-SRT-EOF OR PRS-BRANCH NOT = WS-CUR-BRANCH.
098500     IF WS-LINE-COUNT > 40
098600         PERFORM 3200-PAGE-HEADING THRU 3200-PAGE-HEADING-EXIT
098700     END-IF.
098800     MOVE "TOTAL AGENCE " TO TTH-LABEL.
098900     MOVE 1 TO WS-TOT-SUB.
099000     PERFORM 3400-PRINT-TOTALS THRU 3400-PRINT-TOTALS-EXIT.
099100 3100-ONE-BRANCH-EXIT.
099200     EXIT.
099300 3110-BRANCH-NAME.
099400     MOVE SPACES TO WS-CUR-BRANCH-NAME.
099500     IF WS-CUR-BRANCH = SPACES
099600         MOVE "SANS AGENCE" TO WS-CUR-BRANCH-NAME
099700         GO TO 3110-BRANCH-NAME-EXIT
099800     END-IF.
099900     IF WS-BRNMAST-ABSENT
100000         GO TO 3110-BRANCH-NAME-EXIT
100100     END-IF.
100200     MOVE WS-CUR-BRANCH TO BRN-CODE.
100300     READ BRNMAST
100400         INVALID KEY
100500             MOVE "AGENCE INCONNUE" TO WS-CUR-BRANCH-NAME
100600         NOT INVALID KEY
100700             MOVE BRN-NAME TO WS-CUR-BRANCH-NAME
100800     END-READ.
100900 3110-BRANCH-NAME-EXIT.
101000     EXIT.
101100*----------------------------------------------------------------
101200* 3200-PAGE-HEADING : a new page - title, branch, column heads.
101300*----------------------------------------------------------------
101400 3200-PAGE-HEADING.
101500     ADD 1 TO WS-PAGE-NUMBER.
101600     MOVE WS-MONTH           TO TTL-MONTH.
101700     MOVE WS-CUR-BRANCH      TO TTL-BRANCH.
101800     MOVE WS-CUR-BRANCH-NAME TO TTL-BRANCH-NAME.
101900     MOVE WS-PAGE-NUMBER     TO TTL-PAGE.
102000     MOVE "1" TO PRP-CONTROL.
102100     MOVE WS-TITLE-LINE TO PRP-TEXT.
102200     WRITE PRTPROF-RECORD.
102300     MOVE SPACE TO PRP-CONTROL.
102400     MOVE SPACES TO PRP-TEXT.
102500     WRITE PRTPROF-RECORD.
102600     MOVE WS-HEAD-1 TO PRP-TEXT.
102700     WRITE PRTPROF-RECORD.
102800     MOVE WS-HEAD-2 TO PRP-TEXT.
102900     WRITE PRTPROF-RECORD.
103000     MOVE 4 TO WS-LINE-COUNT.
103100 3200-PAGE-HEADING-EXIT.
103200     EXIT.
103300*----------------------------------------------------------------
103400* 3300-ONE-CUSTOMER : one ranked customer - report line, extract
103500*                    record, branch and bank totals.
103600*----------------------------------------------------------------
103700 3300-ONE-CUSTOMER.
103800     ADD 1 TO WS-RANK.
103900     IF WS-LINE-COUNT > 55
104000         PERFORM 3200-PAGE-HEADING THRU 3200-PAGE-HEADING-EXIT
104100     END-IF.
104200     MOVE WS-RANK          TO DTL-RANK.
104300     MOVE PRS-ACCOUNT-NO   TO DTL-ACCOUNT-NO.
104400     MOVE PRS-CUST-NAME    TO DTL-CUST-NAME.
104500     MOVE PRS-SEGMENT      TO DTL-SEGMENT.
104600     MOVE PRS-FEES         TO DTL-FEES.
104700     MOVE PRS-AVERAGE      TO DTL-AVERAGE.
104800     MOVE PRS-CLOSING      TO DTL-CLOSING.
104900     MOVE PRS-MOVEMENTS    TO DTL-MOVEMENTS.
105000     MOVE PRS-SUSPENSE     TO DTL-SUSPENSE.
105100     MOVE PRS-REJECTS      TO DTL-REJECTS.
105200     MOVE PRS-WRITEOFFS    TO DTL-WRITEOFFS.
105300     MOVE PRS-MARGIN       TO DTL-MARGIN.
105400     MOVE SPACE TO PRP-CONTROL.
105500     MOVE WS-DETAIL-LINE TO PRP-TEXT.
105600     WRITE PRTPROF-RECORD.
105700     ADD 1 TO WS-LINE-COUNT.
105800     MOVE SPACES           TO PRFEXTR-RECORD.
105900     MOVE WS-MONTH         TO PFX-MONTH.
106000     MOVE "D"              TO PFX-TYPE.
106100     MOVE PRS-BRANCH       TO PFX-BRANCH.
106200     MOVE WS-RANK          TO PFX-RANK.
106300     MOVE PRS-ACCOUNT-NO   TO PFX-ACCOUNT-NO.
106400     MOVE PRS-CUST-NAME    TO PFX-CUST-NAME.
106500     MOVE PRS-SEGMENT      TO PFX-SEGMENT.
106600     MOVE PRS-FEES         TO PFX-FEES.
106700     MOVE PRS-AVERAGE      TO PFX-AVERAGE.
106800     MOVE PRS-CLOSING      TO PFX-CLOSING.
106900     MOVE PRS-MOVEMENTS    TO PFX-MOVEMENTS.
107000     MOVE PRS-SUSPENSE     TO PFX-SUSPENSE.
107100     MOVE PRS-REJECTS      TO PFX-REJECTS.
107200     MOVE PRS-WRITEOFFS    TO PFX-WRITEOFFS.
107300     MOVE PRS-MARGIN       TO PFX-MARGIN.
107400     MOVE 1                TO PFX-CUSTOMERS.
107500     WRITE PRFEXTR-RECORD.
107600     PERFORM 3310-ADD-TOTALS THRU 3310-ADD-TOTALS-EXIT
107700         VARYING WS-TOT-SUB FROM 1 BY 1
107800         UNTIL WS-TOT-SUB > 2.
107900     PERFORM 3010-RETURN-ONE THRU 3010-RETURN-ONE-EXIT.
108000 3300-ONE-CUSTOMER-EXIT.
108100     EXIT.
108200 3310-ADD-TOTALS.
108300     ADD 1             TO TOT-CUSTOMERS (WS-TOT-SUB).
108400     ADD PRS-FEES      TO TOT-FEES (WS-TOT-SUB).
108500     ADD PRS-AVERAGE   TO TOT-AVERAGE (WS-TOT-SUB).
108600     ADD PRS-CLOSING   TO TOT-CLOSING (WS-TOT-SUB).
108700     ADD PRS-MOVEMENTS TO TOT-MOVEMENTS (WS-TOT-SUB).
108800     ADD PRS-SUSPENSE  TO TOT-SUSPENSE (WS-TOT-SUB).
108900     ADD PRS-REJECTS   TO TOT-REJECTS (WS-TOT-SUB).
109000     ADD PRS-WRITEOFFS TO TOT-WRITEOFFS (WS-TOT-SUB).
109100     ADD PRS-MARGIN    TO TOT-MARGIN (WS-TOT-SUB).
109200     PERFORM 3320-ADD-SEGMENT THRU 3320-ADD-SEGMENT-EXIT
109300         VARYING WS-SEG-SUB FROM 1 BY 1
109400         UNTIL WS-SEG-SUB > 4.
109500 3310-ADD-TOTALS-EXIT.
109600     EXIT.
109700 3320-ADD-SEGMENT.
109800     IF PRS-SEGMENT = WS-SEG-CODE (WS-SEG-SUB)
109900         ADD 1 TO TOT-SEG-COUNT (WS-TOT-SUB WS-SEG-SUB)
110000     END-IF.
110100 3320-ADD-SEGMENT-EXIT.
110200     EXIT.
110300*----------------------------------------------------------------
110400* 3400-PRINT-TOTALS : the subtotals of entry WS-TOT-SUB (TTH-
110500*                    LABEL set by the caller), on the report and
110600*                    the extract - B for a branch, T the bank.
110700*----------------------------------------------------------------
110800 3400-PRINT-TOTALS.
110900     MOVE SPACE TO PRP-CONTROL.
111000     MOVE SPACES TO PRP-TEXT.
111100     WRITE PRTPROF-RECORD.
111200     MOVE WS-CUR-BRANCH      TO TTH-BRANCH.
111300     MOVE WS-CUR-BRANCH-NAME TO TTH-BRANCH-NAME.
111400     MOVE WS-TOTAL-HEADER TO PRP-TEXT.
111500     WRITE PRTPROF-RECORD.
111600     MOVE "CLIENTS                        : " TO CNL-LABEL.
111700     MOVE TOT-CUSTOMERS (WS-TOT-SUB) TO CNL-COUNT.
111800     MOVE WS-COUNT-LINE TO PRP-TEXT.
111900     WRITE PRTPROF-RECORD.
112000     MOVE "FRAIS FACTURES                 : " TO AML-LABEL.
112100     MOVE TOT-FEES (WS-TOT-SUB) TO AML-VALUE.
112200     MOVE WS-AMOUNT-LINE TO PRP-TEXT.
112300     WRITE PRTPROF-RECORD.
112400     MOVE "SOLDES MOYENS                  : " TO AML-LABEL.
112500     MOVE TOT-AVERAGE (WS-TOT-SUB) TO AML-VALUE.
112600     MOVE WS-AMOUNT-LINE TO PRP-TEXT.
112700     WRITE PRTPROF-RECORD.
112800     MOVE "SOLDES FIN DE MOIS             : " TO AML-LABEL.
112900     MOVE TOT-CLOSING (WS-TOT-SUB) TO AML-VALUE.
113000     MOVE WS-AMOUNT-LINE TO PRP-TEXT.
113100     WRITE PRTPROF-RECORD.
113200     MOVE "MOUVEMENTS                     : " TO CNL-LABEL.
113300     MOVE TOT-MOVEMENTS (WS-TOT-SUB) TO CNL-COUNT.
113400     MOVE WS-COUNT-LINE TO PRP-TEXT.
113500     WRITE PRTPROF-RECORD.
113600     MOVE "INCIDENTS SUSPENS              : " TO CNL-LABEL.
113700     MOVE TOT-SUSPENSE (WS-TOT-SUB) TO CNL-COUNT.
113800     MOVE WS-COUNT-LINE TO PRP-TEXT.
113900     WRITE PRTPROF-RECORD.
114000     MOVE "INCIDENTS REJETS               : " TO CNL-LABEL.
114100     MOVE TOT-REJECTS (WS-TOT-SUB) TO CNL-COUNT.
114200     MOVE WS-COUNT-LINE TO PRP-TEXT.
114300     WRITE PRTPROF-RECORD.
114400     MOVE "PASSAGES EN PERTE              : " TO CNL-LABEL.
114500     MOVE TOT-WRITEOFFS (WS-TOT-SUB) TO CNL-COUNT.
114600     MOVE WS-COUNT-LINE TO PRP-TEXT.
114700     WRITE PRTPROF-RECORD.
114800     MOVE "MARGE                          : " TO AML-LABEL.
114900     MOVE TOT-MARGIN (WS-TOT-SUB) TO AML-VALUE.
115000     MOVE WS-AMOUNT-LINE TO PRP-TEXT.
115100     WRITE PRTPROF-RECORD.
115200     PERFORM 3410-SEGMENT-LINE THRU 3410-SEGMENT-LINE-EXIT
115300         VARYING WS-SEG-SUB FROM 1 BY 1
115400         UNTIL WS-SEG-SUB > 4.
115500     ADD 15 TO WS-LINE-COUNT.
115600     MOVE SPACES           TO PRFEXTR-RECORD.
115700     MOVE WS-MONTH         TO PFX-MONTH.
115800     IF WS-TOT-SUB = 1
115900         MOVE "B"           TO PFX-TYPE
116000         MOVE WS-CUR-BRANCH TO PFX-BRANCH
116100     ELSE
116200         MOVE "T"           TO PFX-TYPE
116300     END-IF.
116400     MOVE ZERO             TO PFX-RANK.
116500     MOVE TOT-FEES (WS-TOT-SUB)      TO PFX-FEES.
116600     MOVE TOT-AVERAGE (WS-TOT-SUB)   TO PFX-AVERAGE.
116700     MOVE TOT-CLOSING (WS-TOT-SUB)   TO PFX-CLOSING.
116800     MOVE TOT-MOVEMENTS (WS-TOT-SUB) TO PFX-MOVEMENTS.
116900     MOVE TOT-SUSPENSE (WS-TOT-SUB)  TO PFX-SUSPENSE.
117000     MOVE TOT-REJECTS (WS-TOT-SUB)   TO PFX-REJECTS.
117100     MOVE TOT-WRITEOFFS (WS-TOT-SUB) TO PFX-WRITEOFFS.
117200     MOVE TOT-MARGIN (WS-TOT-SUB)    TO PFX-MARGIN.
117300     MOVE TOT-CUSTOMERS (WS-TOT-SUB) TO PFX-CUSTOMERS.
117400     WRITE PRFEXTR-RECORD.
117500 3400-PRINT-TOTALS-EXIT.
117600     EXIT.
117700 3410-SEGMENT-LINE.
117800     MOVE SPACES TO CNL-LABEL.
117900     MOVE "SEGMENT " TO CNL-LABEL (1:8).
118000     MOVE WS-SEG-CODE (WS-SEG-SUB) TO CNL-LABEL (9:1).
118100     MOVE WS-SEG-NAME (WS-SEG-SUB) TO CNL-LABEL (11:16).
118200     MOVE ":" TO CNL-LABEL (32:1).
118300     MOVE TOT-SEG-COUNT (WS-TOT-SUB WS-SEG-SUB) TO CNL-COUNT.
118400     MOVE WS-COUNT-LINE TO PRP-TEXT.
118500     WRITE PRTPROF-RECORD.
118600 3410-SEGMENT-LINE-EXIT.
118700     EXIT.
118800 3900-CLEAR-TOTALS.
118900     MOVE ZERO TO TOT-CUSTOMERS (WS-TOT-SUB)
119000                  TOT-FEES (WS-TOT-SUB)
119100                  TOT-AVERAGE (WS-TOT-SUB)
119200                  TOT-CLOSING (WS-TOT-SUB)
119300                  TOT-MOVEMENTS (WS-TOT-SUB)
119400                  TOT-SUSPENSE (WS-TOT-SUB)
119500                  TOT-REJECTS (WS-TOT-SUB)
119600                  TOT-WRITEOFFS (WS-TOT-SUB)
119700                  TOT-MARGIN (WS-TOT-SUB).
119800     PERFORM 3910-CLEAR-SEGMENT THRU 3910-CLEAR-SEGMENT-EXIT
119900         VARYING WS-SEG-SUB FROM 1 BY 1
120000         UNTIL WS-SEG-SUB > 4.
120100 3900-CLEAR-TOTALS-EXIT.
120200     EXIT.
120300 3910-CLEAR-SEGMENT.
120400     MOVE ZERO TO TOT-SEG-COUNT (WS-TOT-SUB WS-SEG-SUB).
120500 3910-CLEAR-SEGMENT-EXIT.
120600     EXIT.
