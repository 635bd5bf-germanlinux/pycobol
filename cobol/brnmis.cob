000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. BRNMIS.
000300 AUTHOR. D-SYSTEMS BATCH GROUP.
000400 INSTALLATION. ESSAI BATCH SUITE.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 2026-10-15 EL  Initial version. The branch managers ask every
001100*                morning for "their numbers", and those were put
001200*                together by hand from PRTBALP, PRTSTMT and
001300*                PRTREJT. This nightly step runs behind BALPOST
001400*                (and FEEGEN on a month-end night) and prints
001500*                one section per branch on PRTBMIS, each on its
001600*                own page through the shared RPTWRITE writer :
001700*                  - customers by status (A/F/C/D) off CUSTMAST ;
001800*                  - accounts opened and closed tonight, off
001900*                    the CUSTJRNL images written since the last
002000*                    run (the journal position is carried on
002100*                    BRNMCTL - a rerun under the same business
002200*                    date re-reads the same entries) ;
002300*                  - movement count and signed value by
002400*                    transaction type off TRANSOUT ;
002500*                  - total BALMAST closing balance ;
002600*                  - tonight's suspense items off SUSPTRAN ;
002700*                  - the servicing fees FEEGEN billed this
002800*                    month, off FEETRAN (FEEGEN bills once, on
002900*                    the month-end night - until then the month
003000*                    shows none).
003100*                The branch is the owning customer's
003200*                CUST-BRANCH-CODE ; sections follow the BRNMAST
003300*                branch master in code order, with codes not on
003400*                the master (and accounts with no customer
003500*                record) after them. A bank-wide recap page ends
003600*                the report. Unreadable amounts are counted
003700*                apart and end the step with RETURN-CODE 4 ; no
003800*                CUSTMAST ends it with RETURN-CODE 16.
003810* 2026-10-15 EL  SUSPTRAN widened to 40 bytes. A transfer held
003820*                in suspense counts against the ordering
003830*                account's branch, signed as the debit it would
003840*                have posted there ; its posted legs on TRANSOUT
003850*                are plain D and C movements.
003860* 2026-10-15 EL  SUSPTRAN widened to 62 bytes for the movement's
003870*                unique reference.
003872* 2026-10-15 EL  Dormant customers (status D, set by DORMANT)
003874*                counted on a line of their own, DORMANTS - they
003876*                were counted with the ACTIFS.
003880*----------------------------------------------------------------
004000 ENVIRONMENT DIVISION.
004100 CONFIGURATION SECTION.
004200 INPUT-OUTPUT SECTION.
004300 FILE-CONTROL.
004400     SELECT CUSTMAST ASSIGN TO "CUSTMAST"
004500         ORGANIZATION IS INDEXED
004600         ACCESS MODE IS DYNAMIC
004700         RECORD KEY IS CUST-NUMBER
004800         ALTERNATE RECORD KEY IS CUST-NAME
004900             WITH DUPLICATES
005000         FILE STATUS IS WS-CUSTMAST-STATUS.
005100     SELECT BRNMAST ASSIGN TO "BRNMAST"
005200         ORGANIZATION IS INDEXED
005300         ACCESS MODE IS SEQUENTIAL
005400         RECORD KEY IS BRN-CODE
005500         FILE STATUS IS WS-BRNMAST-STATUS.
005600     SELECT BALMAST ASSIGN TO "BALMAST"
005700         ORGANIZATION IS INDEXED
005800         ACCESS MODE IS SEQUENTIAL
005900         RECORD KEY IS BAL-ACCOUNT-NO
006000         FILE STATUS IS WS-BALMAST-STATUS.
006100     SELECT CUSTJRNL ASSIGN TO "CUSTJRNL"
006200         ORGANIZATION IS SEQUENTIAL
006300         FILE STATUS IS WS-CUSTJRNL-STATUS.
006400     SELECT TRANSOUT ASSIGN TO "TRANSOUT"
006500         ORGANIZATION IS LINE SEQUENTIAL
006600         FILE STATUS IS WS-TRANSOUT-STATUS.
006700     SELECT SUSPTRAN ASSIGN TO "SUSPTRAN"
006800         ORGANIZATION IS LINE SEQUENTIAL
006900         FILE STATUS IS WS-SUSPTRAN-STATUS.
007000     SELECT FEETRAN ASSIGN TO "FEETRAN"
007100         ORGANIZATION IS LINE SEQUENTIAL
007200         FILE STATUS IS WS-FEETRAN-STATUS.
007300     SELECT BRNMCTL ASSIGN TO "BRNMCTL"
007400         ORGANIZATION IS SEQUENTIAL
007500         FILE STATUS IS WS-BRNMCTL-STATUS.
007600     SELECT CTLDATE ASSIGN TO "CTLDATE"
007700         ORGANIZATION IS SEQUENTIAL.
007800     SELECT PRTBMIS ASSIGN TO "PRTBMIS"
007900         ORGANIZATION IS SEQUENTIAL.
008000 DATA DIVISION.
008100 FILE SECTION.
008200 FD  CUSTMAST.
008300 COPY CUSTREC.
008400 FD  BRNMAST.
008500 COPY BRNREC.
008600 FD  BALMAST.
008700 COPY BALREC.
008800 FD  CUSTJRNL
008900     LABEL RECORDS ARE STANDARD.
009000 COPY JRNLREC.
009100 FD  TRANSOUT
009200     LABEL RECORDS ARE STANDARD.
009300 COPY TRANREC.
009400 FD  SUSPTRAN
009500     LABEL RECORDS ARE STANDARD.
009600 01  SUSPTRAN-RECORD.
009700     05  SUS-ACCOUNT-NO       PIC X(10).
009800     05  SUS-AMOUNT           PIC X(10).
009900     05  SUS-TYPE-CODE        PIC X(01).
010000     05  FILLER               PIC X(41).
010100*----------------------------------------------------------------
010200* FEETRAN : the FEEGEN feed - HDR, one debit detail per billed
010300* account, TRL.
010400*----------------------------------------------------------------
010500 FD  FEETRAN
010600     LABEL RECORDS ARE STANDARD.
010700 01  FEETRAN-RECORD.
010800     05  FEE-ACCOUNT-NO       PIC X(10).
010900     05  FEE-AMOUNT           PIC X(10).
011000     05  FILLER               PIC X(10).
011100*----------------------------------------------------------------
011200* BRNMCTL : the business date of the last report and the
011300* CUSTJRNL record positions it covered (entries FROM+1 through
011400* TO). A rerun under the same date starts from the same FROM.
011500*----------------------------------------------------------------
011600 FD  BRNMCTL
011700     LABEL RECORDS ARE STANDARD.
011800 01  BRNMCTL-RECORD.
011900     05  BMC-BUSINESS-DATE    PIC 9(08).
012000     05  BMC-JRNL-FROM        PIC 9(08).
012100     05  BMC-JRNL-TO          PIC 9(08).
012200     05  FILLER               PIC X(06).
012300 FD  CTLDATE
012400     LABEL RECORDS ARE STANDARD.
012500 01  CTLDATE-RECORD.
012600     05  CTL-BUSINESS-DATE    PIC 9(08).
012700     05  FILLER               PIC X(12).
012800 FD  PRTBMIS
012900     LABEL RECORDS ARE STANDARD.
013000 01  PRTBMIS-LINE             PIC X(60).
013100 WORKING-STORAGE SECTION.
013200*----------------------------------------------------------------
013300* 77-LEVEL WORK ITEMS
013400*----------------------------------------------------------------
013500 77  WS-CUSTMAST-STATUS       PIC X(02) VALUE SPACES.
013600 77  WS-BRNMAST-STATUS        PIC X(02) VALUE SPACES.
013700 77  WS-BALMAST-STATUS        PIC X(02) VALUE SPACES.
013800 77  WS-CUSTJRNL-STATUS       PIC X(02) VALUE SPACES.
013900 77  WS-TRANSOUT-STATUS       PIC X(02) VALUE SPACES.
014000 77  WS-SUSPTRAN-STATUS       PIC X(02) VALUE SPACES.
014100 77  WS-FEETRAN-STATUS        PIC X(02) VALUE SPACES.
014200 77  WS-BRNMCTL-STATUS        PIC X(02) VALUE SPACES.
014300 77  WS-EOF-SW                PIC X(01) VALUE "N".
014400     88  WS-EOF               VALUE "Y".
014500 77  WS-BUSINESS-DATE         PIC 9(08) VALUE ZERO.
014600 77  WS-JRNL-FROM             PIC 9(08) VALUE ZERO.
014700 77  WS-JRNL-POS              PIC 9(08) VALUE ZERO.
014800 77  WS-NON-NUMERIC           PIC 9(05) COMP VALUE ZERO.
014900 77  WS-TABLE-FULL            PIC 9(05) COMP VALUE ZERO.
015000 77  WS-FIND-CODE             PIC X(04) VALUE SPACES.
015100 77  WS-BR-COUNT              PIC 9(03) COMP VALUE ZERO.
015200 77  WS-BR-SUB                PIC 9(03) COMP VALUE ZERO.
015300 77  WS-PRT-SUB               PIC 9(03) COMP VALUE ZERO.
015400 77  WS-RECAP                 PIC 9(03) COMP VALUE 101.
015500 77  WS-TYPE-SUB              PIC 9(01) COMP VALUE ZERO.
015600 77  WS-STAT-SUB              PIC 9(01) COMP VALUE ZERO.
015700 77  WS-FOUND-SW              PIC X(01) VALUE "N".
015800     88  WS-FOUND             VALUE "Y".
015900 77  WS-IMAGE-STATUS          PIC X(01) VALUE SPACE.
016000 77  WS-PRIOR-STATUS          PIC X(01) VALUE SPACE.
016100 77  WS-SIGNED-AMOUNT         PIC S9(10) VALUE ZERO.
016200 77  WS-TOTAL-COUNT           PIC 9(07) COMP VALUE ZERO.
016300 77  WS-TOTAL-VALUE           PIC S9(13) VALUE ZERO.
016400*----------------------------------------------------------------
016500* CALL "AMTPARSE" parameters, the same pattern as PADTRIM.
016600*----------------------------------------------------------------
016700 77  WS-AP-AMOUNT-X           PIC X(10) VALUE SPACES.
016800 77  WS-AP-AMOUNT             PIC S9(10) VALUE ZERO.
016900 77  WS-AP-RESULT             PIC X(01) VALUE SPACE.
017000*----------------------------------------------------------------
017100* WS-BRANCH-TABLE : one entry per branch, the BRNMAST branches
017200* first in code order, then every other code met on the way
017300* (spaces for a customer with no branch, "????" for an account
017400* with no customer record). Entries 1-100 are branches ; entry
017500* 101 (WS-RECAP) is the bank-wide recap every figure is also
017600* added to. A code met once the hundred are taken goes into
017700* the recap only. Per entry :
017800*   BT-CUST-COUNT    customers by status - 1 A, 2 F, 3 C, 4 D ;
017900*   BT-MVT-COUNT/
018000*   BT-MVT-VALUE     TRANSOUT by type - 1 C, 2 D, 3 R, 4 A,
018100*                    signed (C and A add, D and R subtract).
018200*----------------------------------------------------------------
018300 01  WS-BRANCH-TABLE.
018400     05  BT-ENTRY OCCURS 101 TIMES.
018500         10  BT-CODE          PIC X(04).
018600         10  BT-NAME          PIC X(20).
018700         10  BT-REGION        PIC X(10).
018800         10  BT-CUST-COUNT    PIC 9(07) COMP OCCURS 4 TIMES.
018900         10  BT-NEW-COUNT     PIC 9(05) COMP.
019000         10  BT-CLOSED-COUNT  PIC 9(05) COMP.
019100         10  BT-MVT-COUNT     PIC 9(07) COMP OCCURS 4 TIMES.
019200         10  BT-MVT-VALUE     PIC S9(13) OCCURS 4 TIMES.
019300         10  BT-ACCT-COUNT    PIC 9(07) COMP.
019400         10  BT-CLOSING       PIC S9(14).
019500         10  BT-SUSP-COUNT    PIC 9(07) COMP.
019600         10  BT-SUSP-VALUE    PIC S9(13).
019700         10  BT-FEE-COUNT     PIC 9(07) COMP.
019800         10  BT-FEE-VALUE     PIC S9(13).
019900 01  WS-TYPE-NAMES.
020000     05  FILLER PIC X(12) VALUE "CREDITS     ".
020100     05  FILLER PIC X(12) VALUE "DEBITS      ".
020200     05  FILLER PIC X(12) VALUE "EXTOURNES   ".
020300     05  FILLER PIC X(12) VALUE "AJUSTEMENTS ".
020400 01  WS-TYPE-NAME-TABLE REDEFINES WS-TYPE-NAMES.
020500     05  WS-TYPE-NAME         PIC X(12) OCCURS 4 TIMES.
020600 01  WS-STAT-NAMES.
020700     05  FILLER PIC X(08) VALUE "ACTIFS  ".
020800     05  FILLER PIC X(08) VALUE "GELES   ".
020900     05  FILLER PIC X(08) VALUE "CLOS    ".
020950     05  FILLER PIC X(08) VALUE "DORMANTS".
021000 01  WS-STAT-NAME-TABLE REDEFINES WS-STAT-NAMES.
021100     05  WS-STAT-NAME         PIC X(08) OCCURS 4 TIMES.
021200*----------------------------------------------------------------
021300* Shared RPTWRITE page-writer state, the RPTCUR01 pattern. The
021400* title is set per section ; a zero line count forces the page
021500* break that starts each section on a page of its own.
021600*----------------------------------------------------------------
021700 01  WS-RPT-STATE.
021800     05  WS-RPT-PAGE-NUMBER   PIC 9(04) COMP VALUE ZERO.
021900     05  WS-RPT-LINE-COUNT    PIC 9(02) COMP VALUE ZERO.
022000 01  WS-RPT-TITLE.
022100     05  RTT-LABEL            PIC X(16) VALUE SPACES.
022200     05  RTT-CODE             PIC X(04) VALUE SPACES.
022300     05  FILLER               PIC X(10) VALUE SPACES.
022400 01  WS-RPT-DETAIL            PIC X(60) VALUE SPACES.
022500 01  WS-RPT-OUT.
022600     05  WS-RPT-OUT-COUNT     PIC 9(01).
022700     05  WS-RPT-OUT-LINE      PIC X(60) OCCURS 3 TIMES.
022800 77  WS-RPT-SUB               PIC 9(01) COMP.
022900*----------------------------------------------------------------
023000* Report lines.
023100*----------------------------------------------------------------
023200 01  WS-SECTION-HEADER.
023300     05  FILLER PIC X(09) VALUE "AGENCE : ".
023400     05  SEC-CODE             PIC X(04).
023500     05  FILLER PIC X(01) VALUE SPACE.
023600     05  SEC-NAME             PIC X(20).
023700     05  FILLER PIC X(11) VALUE "  REGION : ".
023800     05  SEC-REGION           PIC X(10).
023900     05  FILLER PIC X(05) VALUE SPACES.
024000 01  WS-DATE-LINE.
024100     05  FILLER PIC X(17) VALUE "DATE COMPTABLE : ".
024200     05  DTE-BUSINESS-DATE    PIC 9(08).
024300     05  FILLER PIC X(35) VALUE SPACES.
024400 01  WS-COLUMN-HEADER.
024500     05  FILLER PIC X(32) VALUE SPACES.
024600     05  FILLER PIC X(22) VALUE
024700         " NOMBRE        MONTANT".
024800     05  FILLER PIC X(06) VALUE SPACES.
024900 01  WS-AMOUNT-LINE.
025000     05  AML-LABEL            PIC X(32).
025100     05  AML-COUNT            PIC Z(6)9.
025200     05  FILLER PIC X(01) VALUE SPACE.
025300     05  AML-VALUE            PIC -(13)9.
025400     05  FILLER PIC X(06) VALUE SPACES.
025500 01  WS-COUNT-LINE.
025600     05  CNL-LABEL            PIC X(32).
025700     05  CNL-COUNT            PIC Z(6)9.
025800     05  FILLER PIC X(21) VALUE SPACES.
025900 PROCEDURE DIVISION.
026000*----------------------------------------------------------------
026100* 0000-MAINLINE
026200*----------------------------------------------------------------
026300 0000-MAINLINE.
026400     DISPLAY "RAPPORT D'ACTIVITE PAR AGENCE".
026500     PERFORM 0100-READ-CTLDATE THRU 0100-READ-CTLDATE-EXIT.
026600     PERFORM 0200-READ-BRNMCTL THRU 0200-READ-BRNMCTL-EXIT.
026700     PERFORM 1000-OPEN-FILES THRU 1000-OPEN-FILES-EXIT.
026800     IF RETURN-CODE = 16
026900         STOP RUN
027000     END-IF.
027100     PERFORM 1100-LOAD-BRANCHES THRU 1100-LOAD-BRANCHES-EXIT.
027200     PERFORM 2000-SCAN-CUSTOMERS THRU 2000-SCAN-CUSTOMERS-EXIT.
027300     PERFORM 3000-SCAN-JOURNAL THRU 3000-SCAN-JOURNAL-EXIT.
027400     PERFORM 4000-SCAN-TRANSOUT THRU 4000-SCAN-TRANSOUT-EXIT.
027500     PERFORM 5000-SCAN-BALANCES THRU 5000-SCAN-BALANCES-EXIT.
027600     PERFORM 6000-SCAN-SUSPENSE THRU 6000-SCAN-SUSPENSE-EXIT.
027700     PERFORM 6500-SCAN-FEES THRU 6500-SCAN-FEES-EXIT.
027800     PERFORM 7000-PRINT-REPORT THRU 7000-PRINT-REPORT-EXIT.
027900     PERFORM 8000-WRITE-BRNMCTL THRU 8000-WRITE-BRNMCTL-EXIT.
028000     PERFORM 9000-CLOSE-FILES THRU 9000-CLOSE-FILES-EXIT.
028100     DISPLAY "AGENCES RAPPORTEES   : " WS-BR-COUNT.
028200     DISPLAY "MONTANTS NON NUM.    : " WS-NON-NUMERIC.
028300     DISPLAY "CODES HORS TABLE     : " WS-TABLE-FULL.
028400     IF WS-NON-NUMERIC > ZERO OR WS-TABLE-FULL > ZERO
028500         MOVE 4 TO RETURN-CODE
028600     END-IF.
028700     STOP RUN.
028800*----------------------------------------------------------------
028900* 0100-READ-CTLDATE : the business date the report is made
029000*                    under - the date BALPOST posted at.
029100*----------------------------------------------------------------
029200 0100-READ-CTLDATE.
029300     OPEN INPUT CTLDATE.
029400     READ CTLDATE.
029500     MOVE CTL-BUSINESS-DATE TO WS-BUSINESS-DATE.
029600     CLOSE CTLDATE.
029700 0100-READ-CTLDATE-EXIT.
029800     EXIT.
029900*----------------------------------------------------------------
030000* 0200-READ-BRNMCTL : where tonight's CUSTJRNL entries start. A
030100*                    new business date starts after the last
030200*                    report's TO ; a rerun of the same date
030300*                    starts from the same FROM again. No control
030400*                    record (the first run) reads the whole
030500*                    journal.
030600*----------------------------------------------------------------
030700 0200-READ-BRNMCTL.
030800     MOVE ZERO TO WS-JRNL-FROM.
030900     OPEN INPUT BRNMCTL.
031000     IF WS-BRNMCTL-STATUS = "35"
031100         GO TO 0200-READ-BRNMCTL-EXIT
031200     END-IF.
031300     READ BRNMCTL
031400         AT END
031500             MOVE ZERO TO BMC-BUSINESS-DATE
031600             MOVE ZERO TO BMC-JRNL-FROM
031700             MOVE ZERO TO BMC-JRNL-TO
031800     END-READ.
031900     CLOSE BRNMCTL.
032000     IF BMC-BUSINESS-DATE = WS-BUSINESS-DATE
032100         MOVE BMC-JRNL-FROM TO WS-JRNL-FROM
032200     ELSE
032300         MOVE BMC-JRNL-TO   TO WS-JRNL-FROM
032400     END-IF.
032500 0200-READ-BRNMCTL-EXIT.
032600     EXIT.
032700*----------------------------------------------------------------
032800* 1000-OPEN-FILES : without the customer master no movement can
032900*                  be given a branch - the step must not print
033000*                  an empty report as if the night were quiet.
033100*----------------------------------------------------------------
033200 1000-OPEN-FILES.
033300     OPEN INPUT CUSTMAST.
033400     IF WS-CUSTMAST-STATUS NOT = "00"
033500         DISPLAY "CUSTMAST INDISPONIBLE (STATUT "
033600             WS-CUSTMAST-STATUS ") - RAPPORT IMPOSSIBLE"
033700         MOVE 16 TO RETURN-CODE
033800         GO TO 1000-OPEN-FILES-EXIT
033900     END-IF.
034000     OPEN OUTPUT PRTBMIS.
034100 1000-OPEN-FILES-EXIT.
034200     EXIT.
034300*----------------------------------------------------------------
034400* 1100-LOAD-BRANCHES : every BRNMAST branch gets its section,
034500*                     in code order, whether or not anything
034600*                     happened there tonight. No BRNMAST and
034700*                     the sections come from the codes met.
034800*----------------------------------------------------------------
034900 1100-LOAD-BRANCHES.
035000     INITIALIZE WS-BRANCH-TABLE.
035100     MOVE SPACES TO BT-CODE (WS-RECAP).
035200     MOVE "RECAPITULATIF BANQUE" TO BT-NAME (WS-RECAP).
035300     OPEN INPUT BRNMAST.
035400     IF WS-BRNMAST-STATUS NOT = "00"
035500         DISPLAY "ALERTE : BRNMAST ABSENT (STATUT "
035600             WS-BRNMAST-STATUS ") - AGENCES SANS NOM"
035700         GO TO 1100-LOAD-BRANCHES-EXIT
035800     END-IF.
035900     MOVE "N" TO WS-EOF-SW.
036000     PERFORM 1110-LOAD-ONE THRU 1110-LOAD-ONE-EXIT
036100         UNTIL WS-EOF.
036200     CLOSE BRNMAST.
036300 1100-LOAD-BRANCHES-EXIT.
036400     EXIT.
036500 1110-LOAD-ONE.
036600     READ BRNMAST NEXT RECORD
036700         AT END
036800             SET WS-EOF TO TRUE
036900             GO TO 1110-LOAD-ONE-EXIT
037000     END-READ.
037100     IF WS-BR-COUNT >= 100
037200         ADD 1 TO WS-TABLE-FULL
037300         GO TO 1110-LOAD-ONE-EXIT
037400     END-IF.
037500     ADD 1 TO WS-BR-COUNT.
037600     MOVE BRN-CODE   TO BT-CODE (WS-BR-COUNT).
037700     MOVE BRN-NAME   TO BT-NAME (WS-BR-COUNT).
037800     MOVE BRN-REGION TO BT-REGION (WS-BR-COUNT).
037900     IF BRN-CLOSED
038000         MOVE "FERMEE" TO BT-REGION (WS-BR-COUNT)
038100     END-IF.
038200 1110-LOAD-ONE-EXIT.
038300     EXIT.
038400*----------------------------------------------------------------
038500* 2000-SCAN-CUSTOMERS : customers by status, every customer on
038600*                     the master (a blank status reads active).
038700*----------------------------------------------------------------
038800 2000-SCAN-CUSTOMERS.
038900     MOVE "N" TO WS-EOF-SW.
039000     PERFORM 2010-COUNT-CUSTOMER THRU 2010-COUNT-CUSTOMER-EXIT
039100         UNTIL WS-EOF.
039200 2000-SCAN-CUSTOMERS-EXIT.
039300     EXIT.
039400 2010-COUNT-CUSTOMER.
039500     READ CUSTMAST NEXT RECORD
039600         AT END
039700             SET WS-EOF TO TRUE
039800             GO TO 2010-COUNT-CUSTOMER-EXIT
039900     END-READ.
040000     MOVE CUST-BRANCH-CODE TO WS-FIND-CODE.
040100     PERFORM 2900-FIND-BRANCH THRU 2900-FIND-BRANCH-EXIT.
040200     EVALUATE TRUE
040300         WHEN CUST-FROZEN MOVE 2 TO WS-STAT-SUB
040400         WHEN CUST-CLOSED MOVE 3 TO WS-STAT-SUB
040450         WHEN CUST-DORMANT MOVE 4 TO WS-STAT-SUB
040500         WHEN OTHER       MOVE 1 TO WS-STAT-SUB
040600     END-EVALUATE.
040700     ADD 1 TO BT-CUST-COUNT (WS-RECAP WS-STAT-SUB).
040800     IF WS-BR-SUB > ZERO
040900         ADD 1 TO BT-CUST-COUNT (WS-BR-SUB WS-STAT-SUB)
041000     END-IF.
041100 2010-COUNT-CUSTOMER-EXIT.
041200     EXIT.
041300*----------------------------------------------------------------
041400* 2800-ACCOUNT-BRANCH : the branch of an account number in
041500*                      CUST-NUMBER, off the customer master ;
041600*                      "????" when no customer holds it.
041700*----------------------------------------------------------------
041800 2800-ACCOUNT-BRANCH.
041900     READ CUSTMAST
042000         KEY IS CUST-NUMBER
042100         INVALID KEY
042200             MOVE "????" TO WS-FIND-CODE
042300         NOT INVALID KEY
042400             MOVE CUST-BRANCH-CODE TO WS-FIND-CODE
042500     END-READ.
042600     PERFORM 2900-FIND-BRANCH THRU 2900-FIND-BRANCH-EXIT.
042700 2800-ACCOUNT-BRANCH-EXIT.
042800     EXIT.
042900*----------------------------------------------------------------
043000* 2900-FIND-BRANCH : the table entry for WS-FIND-CODE into
043100*                   WS-BR-SUB, a new entry when the code is
043200*                   met for the first time ; zero when the
043300*                   table is full (recap only).
043400*----------------------------------------------------------------
043500 2900-FIND-BRANCH.
043600     MOVE "N" TO WS-FOUND-SW.
043700     PERFORM 2910-MATCH-ONE THRU 2910-MATCH-ONE-EXIT
043800         VARYING WS-BR-SUB FROM 1 BY 1
043900         UNTIL WS-BR-SUB > WS-BR-COUNT OR WS-FOUND.
044000     IF WS-FOUND
044100         SUBTRACT 1 FROM WS-BR-SUB
044200         GO TO 2900-FIND-BRANCH-EXIT
044300     END-IF.
044400     IF WS-BR-COUNT >= 100
044500         ADD 1 TO WS-TABLE-FULL
044600         MOVE ZERO TO WS-BR-SUB
044700         GO TO 2900-FIND-BRANCH-EXIT
044800     END-IF.
044900     ADD 1 TO WS-BR-COUNT.
045000     MOVE WS-BR-COUNT  TO WS-BR-SUB.
045100     MOVE WS-FIND-CODE TO BT-CODE (WS-BR-SUB).
045200     EVALUATE WS-FIND-CODE
045300         WHEN SPACES
045400             MOVE "SANS AGENCE" TO BT-NAME (WS-BR-SUB)
045500         WHEN "????"
045600             MOVE "COMPTES SANS CLIENT" TO BT-NAME (WS-BR-SUB)
045700         WHEN OTHER
045800             MOVE "HORS REFERENTIEL" TO BT-NAME (WS-BR-SUB)
045900     END-EVALUATE.
046000 2900-FIND-BRANCH-EXIT.
046100     EXIT.
046200 2910-MATCH-ONE.
046300     IF BT-CODE (WS-BR-SUB) = WS-FIND-CODE
046400         SET WS-FOUND TO TRUE
046500     END-IF.
046600 2910-MATCH-ONE-EXIT.
046700     EXIT.
046800*----------------------------------------------------------------
046900* 3000-SCAN-JOURNAL : tonight's CUSTJRNL images. A write with a
047000*                    new image is an account opened ; a rewrite
047100*                    taking the status to C from anything else
047200*                    is an account closed. The branch is the one
047300*                    on the new image. A journal shorter than
047400*                    the saved position has been reset (a
047500*                    reload) and is read from its start.
047600*----------------------------------------------------------------
047700 3000-SCAN-JOURNAL.
047800     MOVE ZERO TO WS-JRNL-POS.
047900     MOVE "N" TO WS-EOF-SW.
048000     OPEN INPUT CUSTJRNL.
048100     IF WS-CUSTJRNL-STATUS = "35"
048200         DISPLAY "CUSTJRNL ABSENT - AUCUN MOUVEMENT CLIENT"
048300         MOVE ZERO TO WS-JRNL-FROM
048400         GO TO 3000-SCAN-JOURNAL-EXIT
048500     END-IF.
048600     PERFORM 3010-COUNT-ONE THRU 3010-COUNT-ONE-EXIT
048700         UNTIL WS-EOF.
048800     CLOSE CUSTJRNL.
048900     IF WS-JRNL-POS < WS-JRNL-FROM
049000         DISPLAY "CUSTJRNL REINITIALISE - RELU DEPUIS LE DEBUT"
049100         MOVE ZERO TO WS-JRNL-FROM
049200     END-IF.
049300     MOVE ZERO TO WS-JRNL-POS.
049400     MOVE "N" TO WS-EOF-SW.
049500     OPEN INPUT CUSTJRNL.
049600     PERFORM 3100-READ-IMAGE THRU 3100-READ-IMAGE-EXIT
049700         UNTIL WS-EOF.
049800     CLOSE CUSTJRNL.
049900 3000-SCAN-JOURNAL-EXIT.
050000     EXIT.
050100 3010-COUNT-ONE.
050200     READ CUSTJRNL
050300         AT END
050400             SET WS-EOF TO TRUE
050500         NOT AT END
050600             ADD 1 TO WS-JRNL-POS
050700     END-READ.
050800 3010-COUNT-ONE-EXIT.
050900     EXIT.
051000*----------------------------------------------------------------
051100* 3100-READ-IMAGE : the images carry a whole CUST-RECORD -
051200* status at (29:1), branch code at (30:4).
051300*----------------------------------------------------------------
051400 3100-READ-IMAGE.
051500     READ CUSTJRNL
051600         AT END
051700             SET WS-EOF TO TRUE
051800             GO TO 3100-READ-IMAGE-EXIT
051900     END-READ.
052000     ADD 1 TO WS-JRNL-POS.
052100     IF WS-JRNL-POS NOT > WS-JRNL-FROM
052200         GO TO 3100-READ-IMAGE-EXIT
052300     END-IF.
052400     IF JRL-NEW-IMAGE = SPACES
052500         GO TO 3100-READ-IMAGE-EXIT
052600     END-IF.
052700     MOVE JRL-NEW-IMAGE (30:4) TO WS-FIND-CODE.
052800     MOVE JRL-NEW-IMAGE (29:1) TO WS-IMAGE-STATUS.
052900     MOVE JRL-PRIOR-IMAGE (29:1) TO WS-PRIOR-STATUS.
053000     IF JRL-ACTION = "W"
053100         PERFORM 2900-FIND-BRANCH THRU 2900-FIND-BRANCH-EXIT
053200         ADD 1 TO BT-NEW-COUNT (WS-RECAP)
053300         IF WS-BR-SUB > ZERO
053400             ADD 1 TO BT-NEW-COUNT (WS-BR-SUB)
053500         END-IF
053600         GO TO 3100-READ-IMAGE-EXIT
053700     END-IF.
053800     IF JRL-ACTION = "R" AND WS-IMAGE-STATUS = "C" AND
053900        WS-PRIOR-STATUS NOT = "C"
054000         PERFORM 2900-FIND-BRANCH THRU 2900-FIND-BRANCH-EXIT
054100         ADD 1 TO BT-CLOSED-COUNT (WS-RECAP)
054200         IF WS-BR-SUB > ZERO
054300             ADD 1 TO BT-CLOSED-COUNT (WS-BR-SUB)
054400         END-IF
054500     END-IF.
054600 3100-READ-IMAGE-EXIT.
054700     EXIT.
054800*----------------------------------------------------------------
054900* 4000-SCAN-TRANSOUT : tonight's posted movements, counted and
055000*                     valued by transaction type.
055100*----------------------------------------------------------------
055200 4000-SCAN-TRANSOUT.
055300     MOVE "N" TO WS-EOF-SW.
055400     OPEN INPUT TRANSOUT.
055500     IF WS-TRANSOUT-STATUS = "35"
055600         DISPLAY "TRANSOUT ABSENT - AUCUN MOUVEMENT"
055700         GO TO 4000-SCAN-TRANSOUT-EXIT
055800     END-IF.
055900     PERFORM 4010-READ-MOVEMENT THRU 4010-READ-MOVEMENT-EXIT
056000         UNTIL WS-EOF.
056100     CLOSE TRANSOUT.
056200 4000-SCAN-TRANSOUT-EXIT.
056300     EXIT.
056400 4010-READ-MOVEMENT.
056500     READ TRANSOUT
056600         AT END
056700             SET WS-EOF TO TRUE
056800             GO TO 4010-READ-MOVEMENT-EXIT
056900     END-READ.
057000     EVALUATE TRUE
057100         WHEN TRAN-TYPE-DEBIT    MOVE 2 TO WS-TYPE-SUB
057200         WHEN TRAN-TYPE-REVERSAL MOVE 3 TO WS-TYPE-SUB
057300         WHEN TRAN-TYPE-ADJUST   MOVE 4 TO WS-TYPE-SUB
057400         WHEN OTHER              MOVE 1 TO WS-TYPE-SUB
057500     END-EVALUATE.
057600     MOVE TRAN-AMOUNT TO WS-AP-AMOUNT-X.
057700     PERFORM 9700-SIGN-AMOUNT THRU 9700-SIGN-AMOUNT-EXIT.
057800     MOVE TRAN-ACCOUNT-NO TO CUST-NUMBER.
057900     PERFORM 2800-ACCOUNT-BRANCH THRU 2800-ACCOUNT-BRANCH-EXIT.
058000     ADD 1 TO BT-MVT-COUNT (WS-RECAP WS-TYPE-SUB).
058100     ADD WS-SIGNED-AMOUNT TO BT-MVT-VALUE (WS-RECAP WS-TYPE-SUB).
058200     IF WS-BR-SUB > ZERO
058300         ADD 1 TO BT-MVT-COUNT (WS-BR-SUB WS-TYPE-SUB)
058400         ADD WS-SIGNED-AMOUNT
058500             TO BT-MVT-VALUE (WS-BR-SUB WS-TYPE-SUB)
058600     END-IF.
058700 4010-READ-MOVEMENT-EXIT.
058800     EXIT.
058900*----------------------------------------------------------------
059000* 5000-SCAN-BALANCES : the BALMAST closing balances, totalled
059100*                    by the owning customer's branch.
059200*----------------------------------------------------------------
059300 5000-SCAN-BALANCES.
059400     MOVE "N" TO WS-EOF-SW.
059500     OPEN INPUT BALMAST.
059600     IF WS-BALMAST-STATUS NOT = "00"
059700         DISPLAY "BALMAST INDISPONIBLE (STATUT "
059800             WS-BALMAST-STATUS ") - SOLDES NON REPORTES"
059900         GO TO 5000-SCAN-BALANCES-EXIT
060000     END-IF.
060100     PERFORM 5010-READ-BALANCE THRU 5010-READ-BALANCE-EXIT
060200         UNTIL WS-EOF.
060300     CLOSE BALMAST.
060400 5000-SCAN-BALANCES-EXIT.
060500     EXIT.
060600 5010-READ-BALANCE.
060700     READ BALMAST NEXT RECORD
060800         AT END
060900             SET WS-EOF TO TRUE
061000             GO TO 5010-READ-BALANCE-EXIT
061100     END-READ.
061200     MOVE BAL-ACCOUNT-NO TO CUST-NUMBER.
061300     PERFORM 2800-ACCOUNT-BRANCH THRU 2800-ACCOUNT-BRANCH-EXIT.
061400     ADD 1 TO BT-ACCT-COUNT (WS-RECAP).
061500     ADD BAL-CLOSING TO BT-CLOSING (WS-RECAP).
061600     IF WS-BR-SUB > ZERO
061700         ADD 1 TO BT-ACCT-COUNT (WS-BR-SUB)
061800         ADD BAL-CLOSING TO BT-CLOSING (WS-BR-SUB)
061900     END-IF.
062000 5010-READ-BALANCE-EXIT.
062100     EXIT.
062200*----------------------------------------------------------------
062300* 6000-SCAN-SUSPENSE : the items the posting step put in
062400*                     suspense tonight, signed by type.
062500*----------------------------------------------------------------
062600 6000-SCAN-SUSPENSE.
062700     MOVE "N" TO WS-EOF-SW.
062800     OPEN INPUT SUSPTRAN.
062900     IF WS-SUSPTRAN-STATUS = "35"
063000         GO TO 6000-SCAN-SUSPENSE-EXIT
063100     END-IF.
063200     PERFORM 6010-READ-SUSPENSE THRU 6010-READ-SUSPENSE-EXIT
063300         UNTIL WS-EOF.
063400     CLOSE SUSPTRAN.
063500 6000-SCAN-SUSPENSE-EXIT.
063600     EXIT.
063700 6010-READ-SUSPENSE.
063800     READ SUSPTRAN
063900         AT END
064000             SET WS-EOF TO TRUE
064100             GO TO 6010-READ-SUSPENSE-EXIT
064200     END-READ.
064300     MOVE SUS-TYPE-CODE TO TRAN-TYPE-CODE.
064400     MOVE SUS-AMOUNT TO WS-AP-AMOUNT-X.
064500     PERFORM 9700-SIGN-AMOUNT THRU 9700-SIGN-AMOUNT-EXIT.
064600     MOVE SUS-ACCOUNT-NO TO CUST-NUMBER.
064700     PERFORM 2800-ACCOUNT-BRANCH THRU 2800-ACCOUNT-BRANCH-EXIT.
064800     ADD 1 TO BT-SUSP-COUNT (WS-RECAP).
064900     ADD WS-SIGNED-AMOUNT TO BT-SUSP-VALUE (WS-RECAP).
065000     IF WS-BR-SUB > ZERO
065100         ADD 1 TO BT-SUSP-COUNT (WS-BR-SUB)
065200         ADD WS-SIGNED-AMOUNT TO BT-SUSP-VALUE (WS-BR-SUB)
065300     END-IF.
065400 6010-READ-SUSPENSE-EXIT.
065500     EXIT.
065600*----------------------------------------------------------------
065700* 6500-SCAN-FEES : the month's servicing fees, as billed by
065800*                 FEEGEN on FEETRAN - every detail is a debit.
065900*                 An absent or already-merged (empty) feed
066000*                 means no fees billed this month yet.
066100*----------------------------------------------------------------
066200 6500-SCAN-FEES.
066300     MOVE "N" TO WS-EOF-SW.
066400     OPEN INPUT FEETRAN.
066500     IF WS-FEETRAN-STATUS = "35"
066600         GO TO 6500-SCAN-FEES-EXIT
066700     END-IF.
066800     PERFORM 6510-READ-FEE THRU 6510-READ-FEE-EXIT
066900         UNTIL WS-EOF.
067000     CLOSE FEETRAN.
067100 6500-SCAN-FEES-EXIT.
067200     EXIT.
067300 6510-READ-FEE.
067400     READ FEETRAN
067500         AT END
067600             SET WS-EOF TO TRUE
067700             GO TO 6510-READ-FEE-EXIT
067800     END-READ.
067900     IF FEE-ACCOUNT-NO (1:3) = "HDR" OR
068000        FEE-ACCOUNT-NO (1:3) = "TRL"
068100         GO TO 6510-READ-FEE-EXIT
068200     END-IF.
068300     MOVE "D" TO TRAN-TYPE-CODE.
068400     MOVE FEE-AMOUNT TO WS-AP-AMOUNT-X.
068500     PERFORM 9700-SIGN-AMOUNT THRU 9700-SIGN-AMOUNT-EXIT.
068600     MOVE FEE-ACCOUNT-NO TO CUST-NUMBER.
068700     PERFORM 2800-ACCOUNT-BRANCH THRU 2800-ACCOUNT-BRANCH-EXIT.
068800     ADD 1 TO BT-FEE-COUNT (WS-RECAP).
068900     ADD WS-AP-AMOUNT TO BT-FEE-VALUE (WS-RECAP).
069000     IF WS-BR-SUB > ZERO
069100         ADD 1 TO BT-FEE-COUNT (WS-BR-SUB)
069200         ADD WS-AP-AMOUNT TO BT-FEE-VALUE (WS-BR-SUB)
069300     END-IF.
069400 6510-READ-FEE-EXIT.
069500     EXIT.
069600*----------------------------------------------------------------
069700* 7000-PRINT-REPORT : one section per branch, each on a page of
069800*                    its own, then the bank-wide recap page.
069900*----------------------------------------------------------------
070000 7000-PRINT-REPORT.
070100     PERFORM 7100-PRINT-SECTION THRU 7100-PRINT-SECTION-EXIT
070200         VARYING WS-PRT-SUB FROM 1 BY 1
070300         UNTIL WS-PRT-SUB > WS-BR-COUNT.
070400     MOVE WS-RECAP TO WS-PRT-SUB.
070500     PERFORM 7100-PRINT-SECTION THRU 7100-PRINT-SECTION-EXIT.
070600     MOVE "AGENCES RAPPORTEES            : " TO CNL-LABEL.
070700     MOVE WS-BR-COUNT TO CNL-COUNT.
070800     MOVE WS-COUNT-LINE TO WS-RPT-DETAIL.
070900     PERFORM 9800-PUT-REPORT-LINE THRU 9800-PUT-REPORT-LINE-EXIT.
071000     MOVE "MONTANTS NON NUMERIQUES       : " TO CNL-LABEL.
071100     MOVE WS-NON-NUMERIC TO CNL-COUNT.
071200     MOVE WS-COUNT-LINE TO WS-RPT-DETAIL.
071300     PERFORM 9800-PUT-REPORT-LINE THRU 9800-PUT-REPORT-LINE-EXIT.
071400 7000-PRINT-REPORT-EXIT.
071500     EXIT.
071600*----------------------------------------------------------------
071700* 7100-PRINT-SECTION : the figures of entry WS-PRT-SUB.
071800*----------------------------------------------------------------
071900 7100-PRINT-SECTION.
072000     IF WS-PRT-SUB = WS-RECAP
072100         MOVE "RECAPITULATIF   " TO RTT-LABEL
072200         MOVE SPACES TO RTT-CODE
072300     ELSE
072400         MOVE "ACTIVITE AGENCE " TO RTT-LABEL
072500         MOVE BT-CODE (WS-PRT-SUB) TO RTT-CODE
072600     END-IF.
072700     MOVE ZERO TO WS-RPT-LINE-COUNT.
072800     MOVE BT-CODE (WS-PRT-SUB)   TO SEC-CODE.
072900     MOVE BT-NAME (WS-PRT-SUB)   TO SEC-NAME.
073000     MOVE BT-REGION (WS-PRT-SUB) TO SEC-REGION.
073100     MOVE WS-SECTION-HEADER TO WS-RPT-DETAIL.
073200     PERFORM 9800-PUT-REPORT-LINE THRU 9800-PUT-REPORT-LINE-EXIT.
073300     MOVE WS-BUSINESS-DATE TO DTE-BUSINESS-DATE.
073400     MOVE WS-DATE-LINE TO WS-RPT-DETAIL.
073500     PERFORM 9800-PUT-REPORT-LINE THRU 9800-PUT-REPORT-LINE-EXIT.
073600     MOVE SPACES TO WS-RPT-DETAIL.
073700     PERFORM 9800-PUT-REPORT-LINE THRU 9800-PUT-REPORT-LINE-EXIT.
073800     PERFORM 7110-STATUS-LINE THRU 7110-STATUS-LINE-EXIT
073900         VARYING WS-STAT-SUB FROM 1 BY 1
074000         UNTIL WS-STAT-SUB > 4.
074100     MOVE "OUVERTURES DU JOUR            : " TO CNL-LABEL.
074200     MOVE BT-NEW-COUNT (WS-PRT-SUB) TO CNL-COUNT.
074300     MOVE WS-COUNT-LINE TO WS-RPT-DETAIL.
074400     PERFORM 9800-PUT-REPORT-LINE THRU 9800-PUT-REPORT-LINE-EXIT.
074500     MOVE "CLOTURES DU JOUR              : " TO CNL-LABEL.
074600     MOVE BT-CLOSED-COUNT (WS-PRT-SUB) TO CNL-COUNT.
074700     MOVE WS-COUNT-LINE TO WS-RPT-DETAIL.
074800     PERFORM 9800-PUT-REPORT-LINE THRU 9800-PUT-REPORT-LINE-EXIT.
074900     MOVE SPACES TO WS-RPT-DETAIL.
075000     PERFORM 9800-PUT-REPORT-LINE THRU 9800-PUT-REPORT-LINE-EXIT.
075100     MOVE WS-COLUMN-HEADER TO WS-RPT-DETAIL.
075200     PERFORM 9800-PUT-REPORT-LINE THRU 9800-PUT-REPORT-LINE-EXIT.
075300     MOVE ZERO TO WS-TOTAL-COUNT.
075400     MOVE ZERO TO WS-TOTAL-VALUE.
075500     PERFORM 7120-MOVEMENT-LINE THRU 7120-MOVEMENT-LINE-EXIT
075600         VARYING WS-TYPE-SUB FROM 1 BY 1
075700         UNTIL WS-TYPE-SUB > 4.
075800     MOVE "MOUVEMENTS TOTAL              : " TO AML-LABEL.
075900     MOVE WS-TOTAL-COUNT TO AML-COUNT.
076000     MOVE WS-TOTAL-VALUE TO AML-VALUE.
076100     MOVE WS-AMOUNT-LINE TO WS-RPT-DETAIL.
076200     PERFORM 9800-PUT-REPORT-LINE THRU 9800-PUT-REPORT-LINE-EXIT.
076300     MOVE "SOLDES DE CLOTURE (COMPTES)   : " TO AML-LABEL.
076400     MOVE BT-ACCT-COUNT (WS-PRT-SUB) TO AML-COUNT.
076500     MOVE BT-CLOSING (WS-PRT-SUB) TO AML-VALUE.
076600     MOVE WS-AMOUNT-LINE TO WS-RPT-DETAIL.
076700     PERFORM 9800-PUT-REPORT-LINE THRU 9800-PUT-REPORT-LINE-EXIT.
076800     MOVE "MOUVEMENTS EN SUSPENS         : " TO AML-LABEL.
076900     MOVE BT-SUSP-COUNT (WS-PRT-SUB) TO AML-COUNT.
077000     MOVE BT-SUSP-VALUE (WS-PRT-SUB) TO AML-VALUE.
077100     MOVE WS-AMOUNT-LINE TO WS-RPT-DETAIL.
077200     PERFORM 9800-PUT-REPORT-LINE THRU 9800-PUT-REPORT-LINE-EXIT.
077300     MOVE "FRAIS FACTURES DU MOIS        : " TO AML-LABEL.
077400     MOVE BT-FEE-COUNT (WS-PRT-SUB) TO AML-COUNT.
077500     MOVE BT-FEE-VALUE (WS-PRT-SUB) TO AML-VALUE.
077600     MOVE WS-AMOUNT-LINE TO WS-RPT-DETAIL.
077700     PERFORM 9800-PUT-REPORT-LINE THRU 9800-PUT-REPORT-LINE-EXIT.
077800 7100-PRINT-SECTION-EXIT.
077900     EXIT.
078000 7110-STATUS-LINE.
078100     MOVE SPACES TO CNL-LABEL.
078200     MOVE "CLIENTS " TO CNL-LABEL (1:8).
078300     MOVE WS-STAT-NAME (WS-STAT-SUB) TO CNL-LABEL (9:8).
078400     MOVE ": " TO CNL-LABEL (31:2).
078500     MOVE BT-CUST-COUNT (WS-PRT-SUB WS-STAT-SUB) TO CNL-COUNT.
078600     MOVE WS-COUNT-LINE TO WS-RPT-DETAIL.
078700     PERFORM 9800-PUT-REPORT-LINE THRU 9800-PUT-REPORT-LINE-EXIT.
078800 7110-STATUS-LINE-EXIT.
078900     EXIT.
079000 7120-MOVEMENT-LINE.
079100     MOVE SPACES TO AML-LABEL.
079200     MOVE "MOUVEMENTS " TO AML-LABEL (1:11).
079300     MOVE WS-TYPE-NAME (WS-TYPE-SUB) TO AML-LABEL (12:12).
079400     MOVE ": " TO AML-LABEL (31:2).
079500     MOVE BT-MVT-COUNT (WS-PRT-SUB WS-TYPE-SUB) TO AML-COUNT.
079600     MOVE BT-MVT-VALUE (WS-PRT-SUB WS-TYPE-SUB) TO AML-VALUE.
079700     ADD BT-MVT-COUNT (WS-PRT-SUB WS-TYPE-SUB) TO WS-TOTAL-COUNT.
079800     ADD BT-MVT-VALUE (WS-PRT-SUB WS-TYPE-SUB) TO WS-TOTAL-VALUE.
079900     MOVE WS-AMOUNT-LINE TO WS-RPT-DETAIL.
080000     PERFORM 9800-PUT-REPORT-LINE THRU 9800-PUT-REPORT-LINE-EXIT.
080100 7120-MOVEMENT-LINE-EXIT.
080200     EXIT.
080300*----------------------------------------------------------------
080400* 8000-WRITE-BRNMCTL : the journal positions this report covered,
080500*                    for tomorrow's start (or tonight's rerun).
080600*----------------------------------------------------------------
080700 8000-WRITE-BRNMCTL.
080800     OPEN OUTPUT BRNMCTL.
080900     MOVE SPACES           TO BRNMCTL-RECORD.
081000     MOVE WS-BUSINESS-DATE TO BMC-BUSINESS-DATE.
081100     MOVE WS-JRNL-FROM     TO BMC-JRNL-FROM.
081200     IF WS-JRNL-POS < WS-JRNL-FROM
081300         MOVE WS-JRNL-FROM TO WS-JRNL-POS
081400     END-IF.
081500     MOVE WS-JRNL-POS      TO BMC-JRNL-TO.
081600     WRITE BRNMCTL-RECORD.
081700     CLOSE BRNMCTL.
081800 8000-WRITE-BRNMCTL-EXIT.
081900     EXIT.
082000*----------------------------------------------------------------
082100* 9000-CLOSE-FILES
082200*----------------------------------------------------------------
082300 9000-CLOSE-FILES.
082400     CLOSE CUSTMAST.
082500     CLOSE PRTBMIS.
082600 9000-CLOSE-FILES-EXIT.
082700     EXIT.
082800*----------------------------------------------------------------
082900* 9700-SIGN-AMOUNT : WS-AP-AMOUNT-X through the shared AMTPARSE
083000*                   into WS-SIGNED-AMOUNT, negative for a debit
083100*                   a reversal or a held transfer
083150*                   (TRAN-TYPE-CODE). An amount
083200*                   that will not read counts apart as zero.
083300*----------------------------------------------------------------
083400 9700-SIGN-AMOUNT.
083500     CALL "AMTPARSE" USING WS-AP-AMOUNT-X
083600                           WS-AP-AMOUNT WS-AP-RESULT.
083700     IF WS-AP-RESULT NOT = "Y" AND WS-AP-RESULT NOT = "B"
083800         ADD 1 TO WS-NON-NUMERIC
083900         MOVE ZERO TO WS-AP-AMOUNT
084000     END-IF.
084100     MOVE WS-AP-AMOUNT TO WS-SIGNED-AMOUNT.
084200     IF TRAN-TYPE-DEBIT OR TRAN-TYPE-REVERSAL
084250        OR TRAN-TYPE-TRANSFER
084300         COMPUTE WS-SIGNED-AMOUNT = ZERO - WS-AP-AMOUNT
084400     END-IF.
084500 9700-SIGN-AMOUNT-EXIT.
084600     EXIT.
084700*----------------------------------------------------------------
084800* 9800-PUT-REPORT-LINE : one line through the shared RPTWRITE
084900*                       page writer.
085000*----------------------------------------------------------------
085100 9800-PUT-REPORT-LINE.
085200     CALL "RPTWRITE" USING WS-RPT-STATE WS-RPT-TITLE
085300                           WS-RPT-DETAIL WS-RPT-OUT.
085400     PERFORM 9810-WRITE-OUT-LINE THRU 9810-WRITE-OUT-LINE-EXIT
085500         VARYING WS-RPT-SUB FROM 1 BY 1
085600         UNTIL WS-RPT-SUB > WS-RPT-OUT-COUNT.
085700 9800-PUT-REPORT-LINE-EXIT.
085800     EXIT.
085900 9810-WRITE-OUT-LINE.
086000     WRITE PRTBMIS-LINE FROM WS-RPT-OUT-LINE (WS-RPT-SUB).
086100 9810-WRITE-OUT-LINE-EXIT.
086200     EXIT.
