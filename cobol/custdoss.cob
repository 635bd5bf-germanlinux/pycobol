000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. CUSTDOSS.
000300 AUTHOR. D-SYSTEMS BATCH GROUP.
000400 INSTALLATION. ESSAI BATCH SUITE.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 2026-10-15 EL  Initial version. When a branch called about a
001100*                customer the back office opened CUSTLKUP,
001200*                PRTBALP, STMTRPRT, the SUSPTRAN dump, WRTFILE,
001300*                MERGXREF and the CUSTJRNL history one after the
001400*                other. This inquiry takes the customer number
001500*                on the DOSPARM card and prints one dossier on
001600*                PRTDOSS, through the shared RPTWRITE writer, in
001700*                seven sections :
001800*                  1 - the master record and its status from
001900*                      CUSTMAST, or the last archived image
002000*                      (ARCHINDX/ARCHHIST, the CUSTREST lookup)
002100*                      when the customer has been purged ;
002200*                  2 - the BALMAST balance and the last ten
002300*                      posted days from BALHIST ;
002400*                  3 - the last six statements held in STMTHIST
002500*                      (period, lines, total) ;
002600*                  4 - items for the account in suspense
002700*                      (SUSPTRAN, as the account or as a
002800*                      transfer's counterparty) and pending
002900*                      write-off (WRTFILE) ;
003000*                  5 - rejects carrying the account (RJTZERO,
003100*                      RJTCUST, RJTSOR) ;
003200*                  6 - merge cross-references where the number
003300*                      is the absorbed or the surviving one ;
003400*                  7 - the CUSTJRNL history, each action with
003500*                      the fields it changed, before and after.
003600*                Every section says so when it found nothing,
003700*                and names a file that was not there. Nothing
003800*                is updated. No card or a blank number ends the
003900*                job with RETURN-CODE 8, as does a number on
004000*                neither the master nor the archive (the other
004100*                sections are still printed - a merged number
004200*                keeps its history) ; no customer master at all
004300*                ends it with RETURN-CODE 16.
004310* 2026-10-15 EL  STMTHIST, WRTFILE and the reject records
004320*                widened for the movement's unique reference.
004321* 2026-10-15 EL  A dormant customer (status D) shows as DORMANT
004322*                instead of an unknown status.
004330*----------------------------------------------------------------
004500 ENVIRONMENT DIVISION.
004600 CONFIGURATION SECTION.
004700 INPUT-OUTPUT SECTION.
004800 FILE-CONTROL.
004900     SELECT DOSPARM ASSIGN TO "DOSPARM"
005000         ORGANIZATION IS SEQUENTIAL
005100         FILE STATUS IS WS-DOSPARM-STATUS.
005200     SELECT CUSTMAST ASSIGN TO "CUSTMAST"
005300         ORGANIZATION IS INDEXED
005400         ACCESS MODE IS RANDOM
005500         RECORD KEY IS CUST-NUMBER
005600         ALTERNATE RECORD KEY IS CUST-NAME
005700             WITH DUPLICATES
005800         FILE STATUS IS WS-CUSTMAST-STATUS.
005900     SELECT BRNMAST ASSIGN TO "BRNMAST"
006000         ORGANIZATION IS INDEXED
006100         ACCESS MODE IS RANDOM
006200         RECORD KEY IS BRN-CODE
006300         FILE STATUS IS WS-BRNMAST-STATUS.
006400     SELECT ARCHINDX ASSIGN TO "ARCHINDX"
006500         ORGANIZATION IS SEQUENTIAL
006600         FILE STATUS IS WS-ARCHINDX-STATUS.
006700     SELECT ARCHHIST ASSIGN TO "ARCHHIST"
006800         ORGANIZATION IS SEQUENTIAL
006900         FILE STATUS IS WS-ARCHHIST-STATUS.
007000     SELECT BALMAST ASSIGN TO "BALMAST"
007100         ORGANIZATION IS INDEXED
007200         ACCESS MODE IS RANDOM
007300         RECORD KEY IS BAL-ACCOUNT-NO
007400         FILE STATUS IS WS-BALMAST-STATUS.
007500     SELECT BALHIST ASSIGN TO "BALHIST"
007600         ORGANIZATION IS INDEXED
007700         ACCESS MODE IS DYNAMIC
007800         RECORD KEY IS BHS-KEY
007900         FILE STATUS IS WS-BALHIST-STATUS.
008000     SELECT STMTHIST ASSIGN TO "STMTHIST"
008100         ORGANIZATION IS SEQUENTIAL
008200         FILE STATUS IS WS-STMTHIST-STATUS.
008300     SELECT SUSPTRAN ASSIGN TO "SUSPTRAN"
008400         ORGANIZATION IS LINE SEQUENTIAL
008500         FILE STATUS IS WS-SUSPTRAN-STATUS.
008600     SELECT WRTFILE ASSIGN TO "WRTFILE"
008700         ORGANIZATION IS SEQUENTIAL
008800         FILE STATUS IS WS-WRTFILE-STATUS.
008900     SELECT RJTZERO ASSIGN TO "RJTZERO"
009000         ORGANIZATION IS SEQUENTIAL
009100         FILE STATUS IS WS-RJTZERO-STATUS.
009200     SELECT RJTCUST ASSIGN TO "RJTCUST"
009300         ORGANIZATION IS SEQUENTIAL
009400         FILE STATUS IS WS-RJTCUST-STATUS.
009500     SELECT RJTSOR ASSIGN TO "RJTSOR"
009600         ORGANIZATION IS SEQUENTIAL
009700         FILE STATUS IS WS-RJTSOR-STATUS.
009800     SELECT MERGXREF ASSIGN TO "MERGXREF"
009900         ORGANIZATION IS SEQUENTIAL
010000         FILE STATUS IS WS-MERGXREF-STATUS.
010100     SELECT CUSTJRNL ASSIGN TO "CUSTJRNL"
010200         ORGANIZATION IS SEQUENTIAL
010300         FILE STATUS IS WS-CUSTJRNL-STATUS.
010400     SELECT PRTDOSS ASSIGN TO "PRTDOSS"
010500         ORGANIZATION IS SEQUENTIAL.
010600 DATA DIVISION.
010700 FILE SECTION.
010800*----------------------------------------------------------------
010900* DOSPARM : the customer number of the dossier.
011000*----------------------------------------------------------------
011100 FD  DOSPARM
011200     LABEL RECORDS ARE STANDARD.
011300 01  DOSPARM-RECORD.
011400     05  DSP-CUST-NUMBER      PIC X(10).
011500     05  FILLER               PIC X(10).
011600 FD  CUSTMAST.
011700 COPY CUSTREC.
011800 FD  BRNMAST.
011900 COPY BRNREC.
012000 FD  ARCHINDX
012100     LABEL RECORDS ARE STANDARD.
012200 01  ARCHINDX-RECORD.
012300     05  AIX-CUST-NUMBER      PIC X(10).
012400     05  AIX-GENERATION       PIC 9(06).
012500     05  AIX-ARCH-DATE        PIC 9(08).
012600     05  FILLER               PIC X(06).
012700 FD  ARCHHIST
012800     LABEL RECORDS ARE STANDARD.
012900 01  ARCHHIST-RECORD.
013000     05  AHS-GENERATION       PIC 9(06).
013100     05  AHS-ARCH-DATE        PIC 9(08).
013200     05  AHS-CUST-RECORD      PIC X(82).
013300     05  FILLER               PIC X(06).
013400 FD  BALMAST.
013500 COPY BALREC.
013600 FD  BALHIST.
013700 COPY BHSREC.
013800 FD  STMTHIST
013900     LABEL RECORDS ARE STANDARD.
014000 01  STMTHIST-RECORD.
014100     05  STH-CUST-NUMBER      PIC X(10).
014200     05  STH-PERIOD           PIC 9(08).
014300     05  STH-RECORD-TYPE      PIC X(01).
014400     05  STH-PAYLOAD          PIC X(40).
014410     05  STH-REFERENCE        PIC X(22).
014500 01  STH-FOOTER-VIEW.
014600     05  FILLER               PIC X(19).
014700     05  STH-F-COUNT          PIC 9(05).
014800     05  STH-F-TOTAL          PIC S9(12) SIGN LEADING SEPARATE.
014900     05  FILLER               PIC X(44).
015000 FD  SUSPTRAN
015100     LABEL RECORDS ARE STANDARD.
015200 COPY TRANREC.
015300 FD  WRTFILE
015400     LABEL RECORDS ARE STANDARD.
015500 01  WRTFILE-RECORD.
015600     05  WRF-TRAN-RECORD      PIC X(30).
015700     05  WRF-TRAN-FIELDS REDEFINES WRF-TRAN-RECORD.
015800         10  WRF-ACCOUNT-NO   PIC X(10).
015900         10  WRF-AMOUNT       PIC X(10).
016000         10  WRF-TYPE-CODE    PIC X(01).
016100         10  FILLER           PIC X(07).
016200         10  WRF-CYCLE        PIC X(02).
016300     05  WRF-WRTOFF-DATE      PIC 9(08).
016400     05  WRF-STATUS           PIC X(01).
016500     05  FILLER               PIC X(01).
016600     05  WRF-COUNTERPARTY     PIC X(10).
016610     05  WRF-REFERENCE        PIC X(22).
016700*----------------------------------------------------------------
016800* The reject files share the REJREC.cpy envelope. The account
016900* sits at the front of the RJTZERO payload (the transaction
017000* record) and behind the action code on RJTCUST and RJTSOR
017100* (the maintenance card).
017200*----------------------------------------------------------------
017300 FD  RJTZERO
017400     LABEL RECORDS ARE STANDARD.
017500 COPY REJREC REPLACING ==REJECT-RECORD== BY ==RJTZERO-RECORD==.
017600 FD  RJTCUST
017700     LABEL RECORDS ARE STANDARD.
017800 01  RJTCUST-RECORD           PIC X(82).
017900 FD  RJTSOR
018000     LABEL RECORDS ARE STANDARD.
018100 01  RJTSOR-RECORD            PIC X(82).
018200 FD  MERGXREF
018300     LABEL RECORDS ARE STANDARD.
018400 01  MERGXREF-RECORD.
018500     05  MRX-VICTIM-NUMBER    PIC X(10).
018600     05  MRX-SURVIVOR-NUMBER  PIC X(10).
018700     05  MRX-MERGE-DATE       PIC 9(08).
018800     05  FILLER               PIC X(02).
018900 FD  CUSTJRNL
019000     LABEL RECORDS ARE STANDARD.
019100 COPY JRNLREC.
019200 FD  PRTDOSS
019300     LABEL RECORDS ARE STANDARD.
019400 01  PRTDOSS-LINE             PIC X(60).
019500 WORKING-STORAGE SECTION.
019600*----------------------------------------------------------------
019700* 77-LEVEL WORK ITEMS
019800*----------------------------------------------------------------
019900 77  WS-DOSPARM-STATUS        PIC X(02) VALUE SPACES.
020000 77  WS-CUSTMAST-STATUS       PIC X(02) VALUE SPACES.
020100 77  WS-BRNMAST-STATUS        PIC X(02) VALUE SPACES.
020200 77  WS-ARCHINDX-STATUS       PIC X(02) VALUE SPACES.
020300 77  WS-ARCHHIST-STATUS       PIC X(02) VALUE SPACES.
020400 77  WS-BALMAST-STATUS        PIC X(02) VALUE SPACES.
020500 77  WS-BALHIST-STATUS        PIC X(02) VALUE SPACES.
020600 77  WS-STMTHIST-STATUS       PIC X(02) VALUE SPACES.
020700 77  WS-SUSPTRAN-STATUS       PIC X(02) VALUE SPACES.
020800 77  WS-WRTFILE-STATUS        PIC X(02) VALUE SPACES.
020900 77  WS-RJTZERO-STATUS        PIC X(02) VALUE SPACES.
021000 77  WS-RJTCUST-STATUS        PIC X(02) VALUE SPACES.
021100 77  WS-RJTSOR-STATUS         PIC X(02) VALUE SPACES.
021200 77  WS-MERGXREF-STATUS       PIC X(02) VALUE SPACES.
021300 77  WS-CUSTJRNL-STATUS       PIC X(02) VALUE SPACES.
021400 77  WS-EOF-SW                PIC X(01) VALUE "N".
021500     88  WS-EOF               VALUE "Y".
021600 77  WS-BRNMAST-ABSENT-SW     PIC X(01) VALUE "N".
021700     88  WS-BRNMAST-ABSENT    VALUE "Y".
021800 77  WS-CUST-FOUND-SW         PIC X(01) VALUE "N".
021900     88  WS-CUST-FOUND        VALUE "Y".
022000 77  WS-INDEX-FOUND-SW        PIC X(01) VALUE "N".
022100     88  WS-INDEX-FOUND       VALUE "Y".
022200 77  WS-WANTED-NUMBER         PIC X(10) VALUE SPACES.
022300 77  WS-FOUND-GENERATION      PIC 9(06) VALUE ZERO.
022400 77  WS-FOUND-DATE            PIC 9(08) VALUE ZERO.
022500 77  WS-BRANCH-NAME           PIC X(20) VALUE SPACES.
022600 77  WS-SECTION-COUNT         PIC 9(05) COMP VALUE ZERO.
022700 77  WS-SUB                   PIC 9(02) COMP VALUE ZERO.
022800 77  WS-FIELD-SUB             PIC 9(02) COMP VALUE ZERO.
022900 77  WS-FIELD-START           PIC 9(02) COMP VALUE ZERO.
023000 77  WS-FIELD-LENGTH          PIC 9(02) COMP VALUE ZERO.
023100 77  WS-DAY-COUNT             PIC 9(02) COMP VALUE ZERO.
023200 77  WS-STMT-COUNT            PIC 9(02) COMP VALUE ZERO.
023300 77  WS-MISSING-FILE          PIC X(08) VALUE SPACES.
023400*----------------------------------------------------------------
023500* The customer record shown in section 1 - from the master or
023600* from the archived image.
023700*----------------------------------------------------------------
023800 01  WS-SHOWN-CUSTOMER        PIC X(82) VALUE SPACES.
023900 01  WS-SHOWN-FIELDS REDEFINES WS-SHOWN-CUSTOMER.
024000     05  SHW-NUMBER           PIC X(10).
024100     05  SHW-NAME             PIC X(10).
024200     05  SHW-ACTIVITY-DATE    PIC X(08).
024300     05  SHW-STATUS           PIC X(01).
024400     05  SHW-BRANCH-CODE      PIC X(04).
024500     05  SHW-ADDRESS-1        PIC X(20).
024600     05  SHW-ADDRESS-2        PIC X(20).
024700     05  SHW-CREDIT-LIMIT     PIC 9(09).
024800*----------------------------------------------------------------
024900* The last ten BALHIST days and the last six STMTHIST footers
025000* of the account, oldest first : a full table drops its oldest
025100* entry to take the next one.
025200*----------------------------------------------------------------
025300 01  WS-DAY-TABLE.
025400     05  WS-DAY OCCURS 10 TIMES.
025500         10  WS-DAY-DATE      PIC 9(08).
025600         10  WS-DAY-OPENING   PIC S9(12).
025700         10  WS-DAY-MOVEMENTS PIC S9(12).
025800         10  WS-DAY-CLOSING   PIC S9(12).
025900 01  WS-STMT-TABLE.
026000     05  WS-STMT OCCURS 6 TIMES.
026100         10  WS-STMT-PERIOD   PIC 9(08).
026200         10  WS-STMT-LINES    PIC 9(05).
026300         10  WS-STMT-TOTAL    PIC S9(12).
026400*----------------------------------------------------------------
026500* The CUSTREC fields the journal section compares, by position
026600* in the 82-byte record image.
026700*----------------------------------------------------------------
026800 01  WS-JRNL-FIELDS.
026900     05  FILLER PIC X(14) VALUE "NOM       1110".
027000     05  FILLER PIC X(14) VALUE "ACTIVITE  2108".
027100     05  FILLER PIC X(14) VALUE "STATUT    2901".
027200     05  FILLER PIC X(14) VALUE "AGENCE    3004".
027300     05  FILLER PIC X(14) VALUE "ADRESSE 1 3420".
027400     05  FILLER PIC X(14) VALUE "ADRESSE 2 5420".
027500     05  FILLER PIC X(14) VALUE "PLAFOND   7409".
027600 01  WS-JRNL-FIELD-TABLE REDEFINES WS-JRNL-FIELDS.
027700     05  WS-JRF OCCURS 7 TIMES.
027800         10  WS-JRF-LABEL     PIC X(10).
027900         10  WS-JRF-START     PIC 9(02).
028000         10  WS-JRF-LENGTH    PIC 9(02).
028100*----------------------------------------------------------------
028200* Shared RPTWRITE page-writer state, the RPTCUR01 pattern.
028300*----------------------------------------------------------------
028400 01  WS-RPT-STATE.
028500     05  WS-RPT-PAGE-NUMBER   PIC 9(04) COMP VALUE ZERO.
028600     05  WS-RPT-LINE-COUNT    PIC 9(02) COMP VALUE ZERO.
028700 77  WS-RPT-TITLE             PIC X(30) VALUE
028800         "DOSSIER CLIENT (CUSTDOSS)".
028900 01  WS-RPT-DETAIL            PIC X(60) VALUE SPACES.
029000 01  WS-RPT-OUT.
029100     05  WS-RPT-OUT-COUNT     PIC 9(01).
029200     05  WS-RPT-OUT-LINE      PIC X(60) OCCURS 3 TIMES.
029300 77  WS-RPT-SUB               PIC 9(01) COMP.
029400*----------------------------------------------------------------
029500* Report lines.
029600*----------------------------------------------------------------
029700 01  WS-DOSSIER-HEADER.
029800     05  FILLER PIC X(17) VALUE "DOSSIER DU CLIENT".
029900     05  FILLER PIC X(01) VALUE SPACE.
030000     05  DSH-CUST-NUMBER      PIC X(10).
030100     05  FILLER PIC X(32) VALUE SPACES.
030200 01  WS-SECTION-LINE.
030300     05  FILLER PIC X(04) VALUE "*** ".
030400     05  SCL-TITLE            PIC X(52).
030500     05  FILLER PIC X(04) VALUE " ***".
030600 01  WS-FIELD-LINE.
030700     05  FILLER PIC X(02) VALUE SPACES.
030800     05  FLD-LABEL            PIC X(16).
030900     05  FILLER PIC X(02) VALUE ": ".
031000     05  FLD-VALUE            PIC X(40).
031100 01  WS-NONE-LINE.
031200     05  FILLER PIC X(02) VALUE SPACES.
031300     05  NON-TEXT             PIC X(58).
031400 01  WS-ABSENT-LINE.
031500     05  FILLER PIC X(17) VALUE "  FICHIER ABSENT ".
031600     05  ABS-FILE             PIC X(08).
031700     05  FILLER PIC X(35) VALUE " - SECTION INCOMPLETE".
031800 01  WS-AMOUNT-EDIT           PIC -(12)9.
031900 01  WS-LIMIT-EDIT            PIC ZZZ,ZZZ,ZZ9.
032000 01  WS-COUNT-EDIT            PIC ZZZZZ9.
032100 01  WS-DAY-HEADER.
032200     05  FILLER PIC X(50) VALUE
032300         "  JOUR         OUVERTURE    MOUVEMENTS     CLOTURE".
032400     05  FILLER PIC X(10) VALUE SPACES.
032500 01  WS-DAY-LINE.
032600     05  FILLER PIC X(02) VALUE SPACES.
032700     05  DYL-DATE             PIC 9(08).
032800     05  FILLER PIC X(01) VALUE SPACE.
032900     05  DYL-OPENING          PIC -(12)9.
033000     05  FILLER PIC X(01) VALUE SPACE.
033100     05  DYL-MOVEMENTS        PIC -(12)9.
033200     05  FILLER PIC X(01) VALUE SPACE.
033300     05  DYL-CLOSING          PIC -(12)9.
033400     05  FILLER PIC X(08) VALUE SPACES.
033500 01  WS-STMT-HEADER.
033600     05  FILLER PIC X(36) VALUE
033700         "  PERIODE   LIGNES            TOTAL".
033800     05  FILLER PIC X(24) VALUE SPACES.
033900 01  WS-STMT-LINE.
034000     05  FILLER PIC X(02) VALUE SPACES.
034100     05  STL-PERIOD           PIC 9(08).
034200     05  FILLER PIC X(02) VALUE SPACES.
034300     05  STL-LINES            PIC ZZZZ9.
034400     05  FILLER PIC X(01) VALUE SPACE.
034500     05  STL-TOTAL            PIC -(12)9.
034600     05  FILLER PIC X(29) VALUE SPACES.
034700 01  WS-ITEM-LINE.
034800     05  FILLER PIC X(02) VALUE SPACES.
034900     05  ITL-SOURCE           PIC X(08).
035000     05  FILLER PIC X(01) VALUE SPACE.
035100     05  ITL-AMOUNT           PIC X(10).
035200     05  FILLER PIC X(01) VALUE SPACE.
035300     05  ITL-TYPE             PIC X(01).
035400     05  FILLER PIC X(01) VALUE SPACE.
035500     05  ITL-TEXT             PIC X(36).
035600 01  WS-REJECT-LINE.
035700     05  FILLER PIC X(02) VALUE SPACES.
035800     05  RJL-FILE             PIC X(08).
035900     05  FILLER PIC X(01) VALUE SPACE.
036000     05  RJL-PROGRAM          PIC X(08).
036100     05  FILLER PIC X(01) VALUE SPACE.
036200     05  RJL-RUN-DATE         PIC X(08).
036300     05  FILLER PIC X(01) VALUE SPACE.
036400     05  RJL-REASON           PIC X(04).
036500     05  FILLER PIC X(01) VALUE SPACE.
036600     05  RJL-DETAIL           PIC X(26).
036700 01  WS-MERGE-LINE.
036800     05  FILLER PIC X(02) VALUE SPACES.
036900     05  MGL-TEXT             PIC X(24).
037000     05  MGL-OTHER            PIC X(10).
037100     05  FILLER PIC X(04) VALUE " LE ".
037200     05  MGL-DATE             PIC 9(08).
037300     05  FILLER PIC X(12) VALUE SPACES.
037400 01  WS-JRNL-LINE.
037500     05  FILLER PIC X(02) VALUE SPACES.
037600     05  JNL-DATE             PIC 9(08).
037700     05  FILLER PIC X(01) VALUE SPACE.
037800     05  JNL-TIME             PIC 9(06).
037900     05  FILLER PIC X(01) VALUE SPACE.
038000     05  JNL-PROGRAM          PIC X(08).
038100     05  FILLER PIC X(01) VALUE SPACE.
038200     05  JNL-ACTION           PIC X(12).
038300     05  FILLER PIC X(21) VALUE SPACES.
038400 01  WS-CHANGE-LINE.
038500     05  FILLER PIC X(04) VALUE SPACES.
038600     05  CHG-LABEL            PIC X(10).
038700     05  FILLER PIC X(01) VALUE SPACE.
038800     05  CHG-BEFORE           PIC X(20).
038900     05  FILLER PIC X(04) VALUE " -> ".
039000     05  CHG-AFTER            PIC X(20).
039100     05  FILLER PIC X(01) VALUE SPACE.
039200 PROCEDURE DIVISION.
039300*----------------------------------------------------------------
039400* 0000-MAINLINE
039500*----------------------------------------------------------------
039600 0000-MAINLINE.
039700     DISPLAY "DOSSIER CLIENT".
039800     PERFORM 0100-READ-PARM THRU 0100-READ-PARM-EXIT.
039900     IF WS-WANTED-NUMBER = SPACES
040000         DISPLAY "DOSPARM ABSENT OU NUMERO A BLANC - ARRET"
040100         MOVE 8 TO RETURN-CODE
040200         STOP RUN
040300     END-IF.
040400     OPEN INPUT CUSTMAST.
040500     IF WS-CUSTMAST-STATUS NOT = "00"
040600         DISPLAY "CUSTMAST INDISPONIBLE (STATUT "
040700             WS-CUSTMAST-STATUS ") - ARRET"
040800         MOVE 16 TO RETURN-CODE
040900         STOP RUN
041000     END-IF.
041100     OPEN INPUT BRNMAST.
041200     IF WS-BRNMAST-STATUS NOT = "00"
041300         SET WS-BRNMAST-ABSENT TO TRUE
041400     END-IF.
041500     OPEN OUTPUT PRTDOSS.
041600     DISPLAY "CLIENT " WS-WANTED-NUMBER.
041700     MOVE WS-WANTED-NUMBER TO DSH-CUST-NUMBER.
041800     MOVE WS-DOSSIER-HEADER TO WS-RPT-DETAIL.
041900     PERFORM 9800-PUT-REPORT-LINE THRU 9800-PUT-REPORT-LINE-EXIT.
042000     PERFORM 1000-CUSTOMER THRU 1000-CUSTOMER-EXIT.
042100     PERFORM 2000-BALANCES THRU 2000-BALANCES-EXIT.
042200     PERFORM 3000-STATEMENTS THRU 3000-STATEMENTS-EXIT.
042300     PERFORM 4000-SUSPENSE THRU 4000-SUSPENSE-EXIT.
042400     PERFORM 5000-REJECTS THRU 5000-REJECTS-EXIT.
042500     PERFORM 6000-MERGES THRU 6000-MERGES-EXIT.
042600     PERFORM 7000-JOURNAL THRU 7000-JOURNAL-EXIT.
042700     CLOSE CUSTMAST.
042800     IF NOT WS-BRNMAST-ABSENT
042900         CLOSE BRNMAST
043000     END-IF.
043100     CLOSE PRTDOSS.
043200     IF NOT WS-CUST-FOUND
043300         DISPLAY "CLIENT NI AU FICHIER NI EN ARCHIVE"
043400         MOVE 8 TO RETURN-CODE
043500     END-IF.
043600     STOP RUN.
043700*----------------------------------------------------------------
043800* 0100-READ-PARM : the customer number off the DOSPARM card.
043900*----------------------------------------------------------------
044000 0100-READ-PARM.
044100     OPEN INPUT DOSPARM.
044200     IF WS-DOSPARM-STATUS NOT = "00"
044300         GO TO 0100-READ-PARM-EXIT
044400     END-IF.
044500     READ DOSPARM
044600         AT END
044700             MOVE SPACES TO DOSPARM-RECORD
044800     END-READ.
044900     MOVE DSP-CUST-NUMBER TO WS-WANTED-NUMBER.
045000     CLOSE DOSPARM.
045100 0100-READ-PARM-EXIT.
045200     EXIT.
045300*----------------------------------------------------------------
045400* 1000-CUSTOMER : section 1 - the master record, or the last
045500* archived image when the customer has been purged (the last
045600* ARCHINDX entry for the number names the generation, the way
045700* CUSTREST finds it).
045800*----------------------------------------------------------------
045900 1000-CUSTOMER.
046000     MOVE "1 - FICHE CLIENT (CUSTMAST / ARCHIVE)" TO SCL-TITLE.
046100     PERFORM 9700-SECTION-HEADER THRU 9700-SECTION-HEADER-EXIT.
046200     MOVE WS-WANTED-NUMBER TO CUST-NUMBER.
046300     READ CUSTMAST
046400         INVALID KEY
046500             GO TO 1100-TRY-ARCHIVE
046600     END-READ.
046700     SET WS-CUST-FOUND TO TRUE.
046800     MOVE CUST-RECORD TO WS-SHOWN-CUSTOMER.
046900     MOVE "ORIGINE" TO FLD-LABEL.
047000     MOVE "FICHIER CLIENTS (CUSTMAST)" TO FLD-VALUE.
047100     PERFORM 9710-FIELD-LINE THRU 9710-FIELD-LINE-EXIT.
047200     PERFORM 1500-SHOW-CUSTOMER THRU 1500-SHOW-CUSTOMER-EXIT.
047300     GO TO 1000-CUSTOMER-EXIT.
047400 1100-TRY-ARCHIVE.
047500     MOVE "N" TO WS-EOF-SW.
047600     OPEN INPUT ARCHINDX.
047700     IF WS-ARCHINDX-STATUS NOT = "00"
047800         MOVE "ARCHINDX" TO WS-MISSING-FILE
047900         PERFORM 9720-ABSENT-LINE THRU 9720-ABSENT-LINE-EXIT
048000         GO TO 1190-NOT-FOUND
048100     END-IF.
048200     PERFORM 1200-READ-INDEX THRU 1200-READ-INDEX-EXIT
048300         UNTIL WS-EOF.
048400     CLOSE ARCHINDX.
048500     IF NOT WS-INDEX-FOUND
048600         GO TO 1190-NOT-FOUND
048700     END-IF.
048800     MOVE "N" TO WS-EOF-SW.
048900     OPEN INPUT ARCHHIST.
049000     IF WS-ARCHHIST-STATUS NOT = "00"
049100         MOVE "ARCHHIST" TO WS-MISSING-FILE
049200         PERFORM 9720-ABSENT-LINE THRU 9720-ABSENT-LINE-EXIT
049300         GO TO 1190-NOT-FOUND
049400     END-IF.
049500     PERFORM 1300-READ-ARCHIVE THRU 1300-READ-ARCHIVE-EXIT
049600         UNTIL WS-EOF.
049700     CLOSE ARCHHIST.
049800     IF NOT WS-CUST-FOUND
049900         GO TO 1190-NOT-FOUND
050000     END-IF.
050100     MOVE "ORIGINE" TO FLD-LABEL.
050200     MOVE SPACES TO FLD-VALUE.
050300     STRING "ARCHIVE GEN. " WS-FOUND-GENERATION
050400            " DU " WS-FOUND-DATE " (PURGE)"
050500            DELIMITED BY SIZE INTO FLD-VALUE.
050600     PERFORM 9710-FIELD-LINE THRU 9710-FIELD-LINE-EXIT.
050700     PERFORM 1500-SHOW-CUSTOMER THRU 1500-SHOW-CUSTOMER-EXIT.
050800     GO TO 1000-CUSTOMER-EXIT.
050900 1190-NOT-FOUND.
051000     MOVE "AUCUNE FICHE : NI AU FICHIER CLIENTS NI EN ARCHIVE"
051100         TO NON-TEXT.
051200     PERFORM 9730-NONE-LINE THRU 9730-NONE-LINE-EXIT.
051300 1000-CUSTOMER-EXIT.
051400     EXIT.
051500 1200-READ-INDEX.
051600     READ ARCHINDX
051700         AT END
051800             SET WS-EOF TO TRUE
051900             GO TO 1200-READ-INDEX-EXIT
052000     END-READ.
052100     IF AIX-CUST-NUMBER = WS-WANTED-NUMBER
052200         SET WS-INDEX-FOUND TO TRUE
052300         MOVE AIX-GENERATION TO WS-FOUND-GENERATION
052400         MOVE AIX-ARCH-DATE  TO WS-FOUND-DATE
052500     END-IF.
052600 1200-READ-INDEX-EXIT.
052700     EXIT.
052800 1300-READ-ARCHIVE.
052900     READ ARCHHIST
053000         AT END
053100             SET WS-EOF TO TRUE
053200             GO TO 1300-READ-ARCHIVE-EXIT
053300     END-READ.
053400     IF AHS-GENERATION = WS-FOUND-GENERATION AND
053500        AHS-CUST-RECORD (1:10) = WS-WANTED-NUMBER
053600         SET WS-CUST-FOUND TO TRUE
053700         MOVE AHS-CUST-RECORD TO WS-SHOWN-CUSTOMER
053800     END-IF.
053900 1300-READ-ARCHIVE-EXIT.
054000     EXIT.
054100*----------------------------------------------------------------
054200* 1500-SHOW-CUSTOMER : the record in WS-SHOWN-CUSTOMER, one
054300* field per line.
054400*----------------------------------------------------------------
054500 1500-SHOW-CUSTOMER.
054600     MOVE "NOM" TO FLD-LABEL.
054700     MOVE SHW-NAME TO FLD-VALUE.
054800     PERFORM 9710-FIELD-LINE THRU 9710-FIELD-LINE-EXIT.
054900     MOVE "STATUT" TO FLD-LABEL.
055000     EVALUATE SHW-STATUS
055100         WHEN "A"
055200         WHEN SPACE
055300             MOVE "ACTIF" TO FLD-VALUE
055400         WHEN "F"
055500             MOVE "GELE" TO FLD-VALUE
055600         WHEN "C"
055700             MOVE "CLOS" TO FLD-VALUE
055730         WHEN "D"
055760             MOVE "DORMANT" TO FLD-VALUE
055800         WHEN OTHER
055900             MOVE SPACES TO FLD-VALUE
056000             MOVE SHW-STATUS TO FLD-VALUE (1:1)
056100             MOVE "(INCONNU)" TO FLD-VALUE (3:9)
056200     END-EVALUATE.
056300     PERFORM 9710-FIELD-LINE THRU 9710-FIELD-LINE-EXIT.
056400     MOVE "DERNIERE ACTIVITE" TO FLD-LABEL.
056500     MOVE SHW-ACTIVITY-DATE TO FLD-VALUE.
056600     PERFORM 9710-FIELD-LINE THRU 9710-FIELD-LINE-EXIT.
056700     PERFORM 1600-BRANCH-NAME THRU 1600-BRANCH-NAME-EXIT.
056800     MOVE "AGENCE" TO FLD-LABEL.
056900     MOVE SPACES TO FLD-VALUE.
057000     MOVE SHW-BRANCH-CODE TO FLD-VALUE (1:4).
057100     MOVE WS-BRANCH-NAME TO FLD-VALUE (6:20).
057200     PERFORM 9710-FIELD-LINE THRU 9710-FIELD-LINE-EXIT.
057300     MOVE "ADRESSE" TO FLD-LABEL.
057400     MOVE SHW-ADDRESS-1 TO FLD-VALUE.
057500     PERFORM 9710-FIELD-LINE THRU 9710-FIELD-LINE-EXIT.
057600     MOVE SPACES TO FLD-LABEL.
057700     MOVE SHW-ADDRESS-2 TO FLD-VALUE.
057800     PERFORM 9710-FIELD-LINE THRU 9710-FIELD-LINE-EXIT.
057900     MOVE "PLAFOND" TO FLD-LABEL.
058000     IF SHW-CREDIT-LIMIT NUMERIC
058100         MOVE SHW-CREDIT-LIMIT TO WS-LIMIT-EDIT
058200         MOVE WS-LIMIT-EDIT TO FLD-VALUE
058300     ELSE
058400         MOVE SPACES TO FLD-VALUE
058500     END-IF.
058600     PERFORM 9710-FIELD-LINE THRU 9710-FIELD-LINE-EXIT.
058700 1500-SHOW-CUSTOMER-EXIT.
058800     EXIT.
058900*----------------------------------------------------------------
059000* 1600-BRANCH-NAME : the branch name from BRNMAST ; a code not
059100* on the master (or no master) shows as (INCONNUE), the
059200* CUSTLKUP rule.
059300*----------------------------------------------------------------
059400 1600-BRANCH-NAME.
059500     MOVE "(INCONNUE)" TO WS-BRANCH-NAME.
059600     IF WS-BRNMAST-ABSENT
059700         GO TO 1600-BRANCH-NAME-EXIT
059800     END-IF.
059900     MOVE SHW-BRANCH-CODE TO BRN-CODE.
060000     READ BRNMAST
060100         INVALID KEY
060200             GO TO 1600-BRANCH-NAME-EXIT
060300     END-READ.
060400     MOVE BRN-NAME TO WS-BRANCH-NAME.
060500 1600-BRANCH-NAME-EXIT.
060600     EXIT.
060700*----------------------------------------------------------------
060800* 2000-BALANCES : section 2 - today's BALMAST balance and the
060900* last ten posted days on BALHIST.
061000*----------------------------------------------------------------
061100 2000-BALANCES.
061200     MOVE "2 - SOLDES (BALMAST / BALHIST)" TO SCL-TITLE.
061300     PERFORM 9700-SECTION-HEADER THRU 9700-SECTION-HEADER-EXIT.
061400     OPEN INPUT BALMAST.
061500     IF WS-BALMAST-STATUS NOT = "00"
061600         MOVE "BALMAST" TO WS-MISSING-FILE
061700         PERFORM 9720-ABSENT-LINE THRU 9720-ABSENT-LINE-EXIT
061800         GO TO 2100-HISTORY
061900     END-IF.
062000     MOVE WS-WANTED-NUMBER TO BAL-ACCOUNT-NO.
062100     READ BALMAST
062200         INVALID KEY
062300             MOVE "AUCUN SOLDE AU FICHIER DES SOLDES" TO NON-TEXT
062400             PERFORM 9730-NONE-LINE THRU 9730-NONE-LINE-EXIT
062500             CLOSE BALMAST
062600             GO TO 2100-HISTORY
062700     END-READ.
062800     MOVE "DERNIER POSTAGE" TO FLD-LABEL.
062900     MOVE BAL-POST-DATE TO FLD-VALUE.
063000     PERFORM 9710-FIELD-LINE THRU 9710-FIELD-LINE-EXIT.
063100     MOVE "SOLDE OUVERTURE" TO FLD-LABEL.
063200     MOVE BAL-OPENING TO WS-AMOUNT-EDIT.
063300     MOVE WS-AMOUNT-EDIT TO FLD-VALUE.
063400     PERFORM 9710-FIELD-LINE THRU 9710-FIELD-LINE-EXIT.
063500     MOVE "MOUVEMENTS" TO FLD-LABEL.
063600     MOVE BAL-MOVEMENTS TO WS-AMOUNT-EDIT.
063700     MOVE WS-AMOUNT-EDIT TO FLD-VALUE.
063800     PERFORM 9710-FIELD-LINE THRU 9710-FIELD-LINE-EXIT.
063900     MOVE "SOLDE CLOTURE" TO FLD-LABEL.
064000     MOVE BAL-CLOSING TO WS-AMOUNT-EDIT.
064100     MOVE WS-AMOUNT-EDIT TO FLD-VALUE.
064200     PERFORM 9710-FIELD-LINE THRU 9710-FIELD-LINE-EXIT.
064300     MOVE "MOUVEMENTS MOIS" TO FLD-LABEL.
064400     MOVE BAL-MONTH-COUNT TO WS-COUNT-EDIT.
064500     MOVE SPACES TO FLD-VALUE.
064600     STRING WS-COUNT-EDIT " (MOIS " BAL-ACTIVITY-MONTH ")"
064700         DELIMITED BY SIZE INTO FLD-VALUE.
064800     PERFORM 9710-FIELD-LINE THRU 9710-FIELD-LINE-EXIT.
064900     CLOSE BALMAST.
065000 2100-HISTORY.
065100     OPEN INPUT BALHIST.
065200     IF WS-BALHIST-STATUS NOT = "00"
065300         MOVE "BALHIST" TO WS-MISSING-FILE
065400         PERFORM 9720-ABSENT-LINE THRU 9720-ABSENT-LINE-EXIT
065500         GO TO 2000-BALANCES-EXIT
065600     END-IF.
065700     MOVE ZERO TO WS-DAY-COUNT.
065800     MOVE "N" TO WS-EOF-SW.
065900     MOVE WS-WANTED-NUMBER TO BHS-ACCOUNT-NO.
066000     MOVE ZERO TO BHS-BUSINESS-DATE.
066100     START BALHIST KEY IS NOT LESS THAN BHS-KEY
066200         INVALID KEY
066300             SET WS-EOF TO TRUE
066400     END-START.
066500     PERFORM 2200-READ-HISTORY THRU 2200-READ-HISTORY-EXIT
066600         UNTIL WS-EOF.
066700     CLOSE BALHIST.
066800     IF WS-DAY-COUNT = ZERO
066900         MOVE "AUCUN JOUR POSTE A L'HISTORIQUE" TO NON-TEXT
067000         PERFORM 9730-NONE-LINE THRU 9730-NONE-LINE-EXIT
067100         GO TO 2000-BALANCES-EXIT
067200     END-IF.
067300     MOVE WS-DAY-HEADER TO WS-RPT-DETAIL.
067400     PERFORM 9800-PUT-REPORT-LINE THRU 9800-PUT-REPORT-LINE-EXIT.
067500     PERFORM 2400-PRINT-DAY THRU 2400-PRINT-DAY-EXIT
067600         VARYING WS-SUB FROM 1 BY 1
067700         UNTIL WS-SUB > WS-DAY-COUNT.
067800 2000-BALANCES-EXIT.
067900     EXIT.
068000 2200-READ-HISTORY.
068100     READ BALHIST NEXT RECORD
068200         AT END
068300             SET WS-EOF TO TRUE
068400             GO TO 2200-READ-HISTORY-EXIT
068500     END-READ.
068600     IF BHS-ACCOUNT-NO NOT = WS-WANTED-NUMBER
068700         SET WS-EOF TO TRUE
068800         GO TO 2200-READ-HISTORY-EXIT
068900     END-IF.
069000     IF WS-DAY-COUNT = 10
069100         PERFORM 2300-SHIFT-DAY THRU 2300-SHIFT-DAY-EXIT
069200             VARYING WS-SUB FROM 1 BY 1
069300             UNTIL WS-SUB > 9
069400     ELSE
069500         ADD 1 TO WS-DAY-COUNT
069600     END-IF.
069700     MOVE BHS-BUSINESS-DATE TO WS-DAY-DATE (WS-DAY-COUNT).
069800     MOVE BHS-OPENING       TO WS-DAY-OPENING (WS-DAY-COUNT).
069900     MOVE BHS-MOVEMENTS     TO WS-DAY-MOVEMENTS (WS-DAY-COUNT).
070000     MOVE BHS-CLOSING       TO WS-DAY-CLOSING (WS-DAY-COUNT).
070100 2200-READ-HISTORY-EXIT.
070200     EXIT.
070300 2300-SHIFT-DAY.
070400     MOVE WS-DAY (WS-SUB + 1) TO WS-DAY (WS-SUB).
070500 2300-SHIFT-DAY-EXIT.
070600     EXIT.
070700 2400-PRINT-DAY.
070800     MOVE WS-DAY-DATE (WS-SUB)      TO DYL-DATE.
070900     MOVE WS-DAY-OPENING (WS-SUB)   TO DYL-OPENING.
071000     MOVE WS-DAY-MOVEMENTS (WS-SUB) TO DYL-MOVEMENTS.
071100     MOVE WS-DAY-CLOSING (WS-SUB)   TO DYL-CLOSING.
071200     MOVE WS-DAY-LINE TO WS-RPT-DETAIL.
071300     PERFORM 9800-PUT-REPORT-LINE THRU 9800-PUT-REPORT-LINE-EXIT.
071400 2400-PRINT-DAY-EXIT.
071500     EXIT.
071600*----------------------------------------------------------------
071700* 3000-STATEMENTS : section 3 - the footer of each statement
071800* archived for the customer, the last six kept. STMTHIST is in
071900* issue order.
072000*----------------------------------------------------------------
072100 3000-STATEMENTS.
072200     MOVE "3 - DERNIERS RELEVES (STMTHIST)" TO SCL-TITLE.
072300     PERFORM 9700-SECTION-HEADER THRU 9700-SECTION-HEADER-EXIT.
072400     OPEN INPUT STMTHIST.
072500     IF WS-STMTHIST-STATUS NOT = "00"
072600         MOVE "STMTHIST" TO WS-MISSING-FILE
072700         PERFORM 9720-ABSENT-LINE THRU 9720-ABSENT-LINE-EXIT
072800         GO TO 3000-STATEMENTS-EXIT
072900     END-IF.
073000     MOVE ZERO TO WS-STMT-COUNT.
073100     MOVE "N" TO WS-EOF-SW.
073200     PERFORM 3100-READ-STATEMENT THRU 3100-READ-STATEMENT-EXIT
073300         UNTIL WS-EOF.
073400     CLOSE STMTHIST.
073500     IF WS-STMT-COUNT = ZERO
073600         MOVE "AUCUN RELEVE ARCHIVE" TO NON-TEXT
073700         PERFORM 9730-NONE-LINE THRU 9730-NONE-LINE-EXIT
073800         GO TO 3000-STATEMENTS-EXIT
073900     END-IF.
074000     MOVE WS-STMT-HEADER TO WS-RPT-DETAIL.
074100     PERFORM 9800-PUT-REPORT-LINE THRU 9800-PUT-REPORT-LINE-EXIT.
074200     PERFORM 3300-PRINT-STATEMENT THRU 3300-PRINT-STATEMENT-EXIT
074300         VARYING WS-SUB FROM 1 BY 1
074400         UNTIL WS-SUB > WS-STMT-COUNT.
074500 3000-STATEMENTS-EXIT.
074600     EXIT.
074700 3100-READ-STATEMENT.
074800     READ STMTHIST
074900         AT END
075000             SET WS-EOF TO TRUE
075100             GO TO 3100-READ-STATEMENT-EXIT
075200     END-READ.
075300     IF STH-CUST-NUMBER NOT = WS-WANTED-NUMBER OR
075400        STH-RECORD-TYPE NOT = "F"
075500         GO TO 3100-READ-STATEMENT-EXIT
075600     END-IF.
075700     IF WS-STMT-COUNT = 6
075800         PERFORM 3200-SHIFT-STATEMENT
075900             THRU 3200-SHIFT-STATEMENT-EXIT
076000             VARYING WS-SUB FROM 1 BY 1
076100             UNTIL WS-SUB > 5
076200     ELSE
076300         ADD 1 TO WS-STMT-COUNT
076400     END-IF.
076500     MOVE STH-PERIOD  TO WS-STMT-PERIOD (WS-STMT-COUNT).
076600     MOVE STH-F-COUNT TO WS-STMT-LINES (WS-STMT-COUNT).
076700     MOVE STH-F-TOTAL TO WS-STMT-TOTAL (WS-STMT-COUNT).
076800 3100-READ-STATEMENT-EXIT.
076900     EXIT.
077000 3200-SHIFT-STATEMENT.
077100     MOVE WS-STMT (WS-SUB + 1) TO WS-STMT (WS-SUB).
077200 3200-SHIFT-STATEMENT-EXIT.
077300     EXIT.
077400 3300-PRINT-STATEMENT.
077500     MOVE WS-STMT-PERIOD (WS-SUB) TO STL-PERIOD.
077600     MOVE WS-STMT-LINES (WS-SUB)  TO STL-LINES.
077700     MOVE WS-STMT-TOTAL (WS-SUB)  TO STL-TOTAL.
077800     MOVE WS-STMT-LINE TO WS-RPT-DETAIL.
077900     PERFORM 9800-PUT-REPORT-LINE THRU 9800-PUT-REPORT-LINE-EXIT.
078000 3300-PRINT-STATEMENT-EXIT.
078100     EXIT.
078200*----------------------------------------------------------------
078300* 4000-SUSPENSE : section 4 - the account's items in suspense
078400* (including a suspended transfer naming it as counterparty)
078500* and its items pending write-off.
078600*----------------------------------------------------------------
078700 4000-SUSPENSE.
078800     MOVE "4 - SUSPENS ET PASSAGES EN PERTE" TO SCL-TITLE.
078900     PERFORM 9700-SECTION-HEADER THRU 9700-SECTION-HEADER-EXIT.
079000     MOVE ZERO TO WS-SECTION-COUNT.
079100     OPEN INPUT SUSPTRAN.
079200     IF WS-SUSPTRAN-STATUS NOT = "00"
079300         MOVE "SUSPTRAN" TO WS-MISSING-FILE
079400         PERFORM 9720-ABSENT-LINE THRU 9720-ABSENT-LINE-EXIT
079500         GO TO 4050-WRITE-OFFS
079600     END-IF.
079700     MOVE "N" TO WS-EOF-SW.
079800     PERFORM 4100-READ-SUSPENSE THRU 4100-READ-SUSPENSE-EXIT
079900         UNTIL WS-EOF.
080000     CLOSE SUSPTRAN.
080100 4050-WRITE-OFFS.
080200     OPEN INPUT WRTFILE.
080300     IF WS-WRTFILE-STATUS NOT = "00"
080400         MOVE "WRTFILE" TO WS-MISSING-FILE
080500         PERFORM 9720-ABSENT-LINE THRU 9720-ABSENT-LINE-EXIT
080600         GO TO 4090-END-SECTION
080700     END-IF.
080800     MOVE "N" TO WS-EOF-SW.
080900     PERFORM 4200-READ-WRITE-OFF THRU 4200-READ-WRITE-OFF-EXIT
081000         UNTIL WS-EOF.
081100     CLOSE WRTFILE.
081200 4090-END-SECTION.
081300     IF WS-SECTION-COUNT = ZERO
081400         MOVE "AUCUN ELEMENT EN SUSPENS NI EN ATTENTE DE PERTE"
081500             TO NON-TEXT
081600         PERFORM 9730-NONE-LINE THRU 9730-NONE-LINE-EXIT
081700     END-IF.
081800 4000-SUSPENSE-EXIT.
081900     EXIT.
082000 4100-READ-SUSPENSE.
082100     READ SUSPTRAN
082200         AT END
082300             SET WS-EOF TO TRUE
082400             GO TO 4100-READ-SUSPENSE-EXIT
082500     END-READ.
082600     IF TRAN-ACCOUNT-NO NOT = WS-WANTED-NUMBER AND
082700        TRAN-COUNTERPARTY NOT = WS-WANTED-NUMBER
082800         GO TO 4100-READ-SUSPENSE-EXIT
082900     END-IF.
083000     MOVE "SUSPENS"      TO ITL-SOURCE.
083100     MOVE TRAN-AMOUNT    TO ITL-AMOUNT.
083200     MOVE TRAN-TYPE-CODE TO ITL-TYPE.
083300     MOVE SPACES         TO ITL-TEXT.
083400     IF TRAN-ACCOUNT-NO NOT = WS-WANTED-NUMBER
083500         MOVE "VIREMENT DE " TO ITL-TEXT (1:12)
083600         MOVE TRAN-ACCOUNT-NO TO ITL-TEXT (13:10)
083700     ELSE
083800         IF TRAN-COUNTERPARTY NOT = SPACES
083900             MOVE "VIREMENT VERS " TO ITL-TEXT (1:14)
084000             MOVE TRAN-COUNTERPARTY TO ITL-TEXT (15:10)
084100         END-IF
084200     END-IF.
084300     PERFORM 9740-ITEM-LINE THRU 9740-ITEM-LINE-EXIT.
084400 4100-READ-SUSPENSE-EXIT.
084500     EXIT.
084600 4200-READ-WRITE-OFF.
084700     READ WRTFILE
084800         AT END
084900             SET WS-EOF TO TRUE
085000             GO TO 4200-READ-WRITE-OFF-EXIT
085100     END-READ.
085200     IF WRF-ACCOUNT-NO NOT = WS-WANTED-NUMBER
085300         GO TO 4200-READ-WRITE-OFF-EXIT
085400     END-IF.
085500     MOVE "PERTE"        TO ITL-SOURCE.
085600     MOVE WRF-AMOUNT     TO ITL-AMOUNT.
085700     MOVE WRF-TYPE-CODE  TO ITL-TYPE.
085800     MOVE SPACES         TO ITL-TEXT.
085900     MOVE "EN ATTENTE DEPUIS " TO ITL-TEXT (1:18).
086000     MOVE WRF-WRTOFF-DATE TO ITL-TEXT (19:8).
086100     PERFORM 9740-ITEM-LINE THRU 9740-ITEM-LINE-EXIT.
086200 4200-READ-WRITE-OFF-EXIT.
086300     EXIT.
086400*----------------------------------------------------------------
086500* 5000-REJECTS : section 5 - the posting rejects (RJTZERO, the
086600* account or a transfer's counterparty) and the customer and
086700* standing-order maintenance rejects (RJTCUST, RJTSOR) carrying
086800* the number.
086900*----------------------------------------------------------------
087000 5000-REJECTS.
087100     MOVE "5 - REJETS (RJTZERO / RJTCUST / RJTSOR)" TO SCL-TITLE.
087200     PERFORM 9700-SECTION-HEADER THRU 9700-SECTION-HEADER-EXIT.
087300     MOVE ZERO TO WS-SECTION-COUNT.
087400     OPEN INPUT RJTZERO.
087500     IF WS-RJTZERO-STATUS NOT = "00"
087600         MOVE "RJTZERO" TO WS-MISSING-FILE
087700         PERFORM 9720-ABSENT-LINE THRU 9720-ABSENT-LINE-EXIT
087800         GO TO 5030-CUSTOMER-REJECTS
087900     END-IF.
088000     MOVE "N" TO WS-EOF-SW.
088100     PERFORM 5100-READ-RJTZERO THRU 5100-READ-RJTZERO-EXIT
088200         UNTIL WS-EOF.
088300     CLOSE RJTZERO.
088400 5030-CUSTOMER-REJECTS.
088500     OPEN INPUT RJTCUST.
088600     IF WS-RJTCUST-STATUS NOT = "00"
088700         MOVE "RJTCUST" TO WS-MISSING-FILE
088800         PERFORM 9720-ABSENT-LINE THRU 9720-ABSENT-LINE-EXIT
088900         GO TO 5060-ORDER-REJECTS
089000     END-IF.
089100     MOVE "N" TO WS-EOF-SW.
089200     PERFORM 5200-READ-RJTCUST THRU 5200-READ-RJTCUST-EXIT
089300         UNTIL WS-EOF.
089400     CLOSE RJTCUST.
089500 5060-ORDER-REJECTS.
089600     OPEN INPUT RJTSOR.
089700     IF WS-RJTSOR-STATUS NOT = "00"
089800         MOVE "RJTSOR" TO WS-MISSING-FILE
089900         PERFORM 9720-ABSENT-LINE THRU 9720-ABSENT-LINE-EXIT
090000         GO TO 5090-END-SECTION
090100     END-IF.
090200     MOVE "N" TO WS-EOF-SW.
090300     PERFORM 5300-READ-RJTSOR THRU 5300-READ-RJTSOR-EXIT
090400         UNTIL WS-EOF.
090500     CLOSE RJTSOR.
090600 5090-END-SECTION.
090700     IF WS-SECTION-COUNT = ZERO
090800         MOVE "AUCUN REJET PORTANT CE NUMERO" TO NON-TEXT
090900         PERFORM 9730-NONE-LINE THRU 9730-NONE-LINE-EXIT
091000     END-IF.
091100 5000-REJECTS-EXIT.
091200     EXIT.
091300 5100-READ-RJTZERO.
091400     READ RJTZERO
091500         AT END
091600             SET WS-EOF TO TRUE
091700             GO TO 5100-READ-RJTZERO-EXIT
091800     END-READ.
091900     IF RJT-PAYLOAD (1:10) NOT = WS-WANTED-NUMBER AND
092000        RJT-PAYLOAD (31:10) NOT = WS-WANTED-NUMBER
092100         GO TO 5100-READ-RJTZERO-EXIT
092200     END-IF.
092300     MOVE "RJTZERO" TO RJL-FILE.
092400     MOVE RJT-PROGRAM     TO RJL-PROGRAM.
092500     MOVE RJT-RUN-DATE    TO RJL-RUN-DATE.
092600     MOVE RJT-REASON-CODE TO RJL-REASON.
092700     MOVE SPACES          TO RJL-DETAIL.
092800     MOVE RJT-PAYLOAD (11:10) TO RJL-DETAIL (1:10).
092900     MOVE RJT-PAYLOAD (21:1)  TO RJL-DETAIL (12:1).
093000     IF RJT-PAYLOAD (31:10) NOT = SPACES
093100         MOVE "VIR." TO RJL-DETAIL (14:4)
093200         IF RJT-PAYLOAD (1:10) = WS-WANTED-NUMBER
093300             MOVE RJT-PAYLOAD (31:10) TO RJL-DETAIL (19:8)
093400         ELSE
093500             MOVE RJT-PAYLOAD (1:10)  TO RJL-DETAIL (19:8)
093600         END-IF
093700     END-IF.
093800     PERFORM 9750-REJECT-LINE THRU 9750-REJECT-LINE-EXIT.
093900 5100-READ-RJTZERO-EXIT.
094000     EXIT.
094100 5200-READ-RJTCUST.
094200     READ RJTCUST
094300         AT END
094400             SET WS-EOF TO TRUE
094500             GO TO 5200-READ-RJTCUST-EXIT
094600     END-READ.
094700     IF RJTCUST-RECORD (22:10) NOT = WS-WANTED-NUMBER
094800         GO TO 5200-READ-RJTCUST-EXIT
094900     END-IF.
095000     MOVE "RJTCUST" TO RJL-FILE.
095100     MOVE RJTCUST-RECORD (1:8)   TO RJL-PROGRAM.
095200     MOVE RJTCUST-RECORD (9:8)   TO RJL-RUN-DATE.
095300     MOVE RJTCUST-RECORD (17:4)  TO RJL-REASON.
095400     MOVE SPACES                 TO RJL-DETAIL.
095500     MOVE "ACTION "              TO RJL-DETAIL (1:7).
095600     MOVE RJTCUST-RECORD (21:1)  TO RJL-DETAIL (8:1).
095700     PERFORM 9750-REJECT-LINE THRU 9750-REJECT-LINE-EXIT.
095800 5200-READ-RJTCUST-EXIT.
095900     EXIT.
096000 5300-READ-RJTSOR.
096100     READ RJTSOR
096200         AT END
096300             SET WS-EOF TO TRUE
096400             GO TO 5300-READ-RJTSOR-EXIT
096500     END-READ.
096600     IF RJTSOR-RECORD (22:10) NOT = WS-WANTED-NUMBER
096700         GO TO 5300-READ-RJTSOR-EXIT
096800     END-IF.
096900     MOVE "RJTSOR" TO RJL-FILE.
097000     MOVE RJTSOR-RECORD (1:8)    TO RJL-PROGRAM.
097100     MOVE RJTSOR-RECORD (9:8)    TO RJL-RUN-DATE.
097200     MOVE RJTSOR-RECORD (17:4)   TO RJL-REASON.
097300     MOVE SPACES                 TO RJL-DETAIL.
097400     MOVE "ACTION "              TO RJL-DETAIL (1:7).
097500     MOVE RJTSOR-RECORD (21:1)   TO RJL-DETAIL (8:1).
097600     MOVE " ORDRE "              TO RJL-DETAIL (9:7).
097700     MOVE RJTSOR-RECORD (32:2)   TO RJL-DETAIL (16:2).
097800     PERFORM 9750-REJECT-LINE THRU 9750-REJECT-LINE-EXIT.
097900 5300-READ-RJTSOR-EXIT.
098000     EXIT.
098100*----------------------------------------------------------------
098200* 6000-MERGES : section 6 - MERGXREF in both directions : the
098300* number merged into a survivor, or the survivor of a merge.
098400*----------------------------------------------------------------
098500 6000-MERGES.
098600     MOVE "6 - FUSIONS (MERGXREF)" TO SCL-TITLE.
098700     PERFORM 9700-SECTION-HEADER THRU 9700-SECTION-HEADER-EXIT.
098800     MOVE ZERO TO WS-SECTION-COUNT.
098900     OPEN INPUT MERGXREF.
099000     IF WS-MERGXREF-STATUS NOT = "00"
099100         MOVE "MERGXREF" TO WS-MISSING-FILE
099200         PERFORM 9720-ABSENT-LINE THRU 9720-ABSENT-LINE-EXIT
099300         GO TO 6090-END-SECTION
099400     END-IF.
099500     MOVE "N" TO WS-EOF-SW.
099600     PERFORM 6100-READ-XREF THRU 6100-READ-XREF-EXIT
099700         UNTIL WS-EOF.
099800     CLOSE MERGXREF.
099900 6090-END-SECTION.
100000     IF WS-SECTION-COUNT = ZERO
100100         MOVE "AUCUNE FUSION POUR CE NUMERO" TO NON-TEXT
100200         PERFORM 9730-NONE-LINE THRU 9730-NONE-LINE-EXIT
100300     END-IF.
100400 6000-MERGES-EXIT.
100500     EXIT.
100600 6100-READ-XREF.
100700     READ MERGXREF
100800         AT END
100900             SET WS-EOF TO TRUE
101000             GO TO 6100-READ-XREF-EXIT
101100     END-READ.
101200     EVALUATE TRUE
101300         WHEN MRX-VICTIM-NUMBER = WS-WANTED-NUMBER
101400             MOVE "FUSIONNE DANS          " TO MGL-TEXT
101500             MOVE MRX-SURVIVOR-NUMBER TO MGL-OTHER
101600         WHEN MRX-SURVIVOR-NUMBER = WS-WANTED-NUMBER
101700             MOVE "A ABSORBE              " TO MGL-TEXT
101800             MOVE MRX-VICTIM-NUMBER TO MGL-OTHER
101900         WHEN OTHER
102000             GO TO 6100-READ-XREF-EXIT
102100     END-EVALUATE.
102200     MOVE MRX-MERGE-DATE TO MGL-DATE.
102300     MOVE WS-MERGE-LINE TO WS-RPT-DETAIL.
102400     PERFORM 9800-PUT-REPORT-LINE THRU 9800-PUT-REPORT-LINE-EXIT.
102500     ADD 1 TO WS-SECTION-COUNT.
102600 6100-READ-XREF-EXIT.
102700     EXIT.
102800*----------------------------------------------------------------
102900* 7000-JOURNAL : section 7 - every CUSTJRNL action on the
103000* number, with each field it changed, before and after.
103100*----------------------------------------------------------------
103200 7000-JOURNAL.
103300     MOVE "7 - HISTORIQUE DES MODIFICATIONS (CUSTJRNL)"
103400         TO SCL-TITLE.
103500     PERFORM 9700-SECTION-HEADER THRU 9700-SECTION-HEADER-EXIT.
103600     MOVE ZERO TO WS-SECTION-COUNT.
103700     OPEN INPUT CUSTJRNL.
103800     IF WS-CUSTJRNL-STATUS NOT = "00"
103900         MOVE "CUSTJRNL" TO WS-MISSING-FILE
104000         PERFORM 9720-ABSENT-LINE THRU 9720-ABSENT-LINE-EXIT
104100         GO TO 7090-END-SECTION
104200     END-IF.
104300     MOVE "N" TO WS-EOF-SW.
104400     PERFORM 7100-READ-JOURNAL THRU 7100-READ-JOURNAL-EXIT
104500         UNTIL WS-EOF.
104600     CLOSE CUSTJRNL.
104700 7090-END-SECTION.
104800     IF WS-SECTION-COUNT = ZERO
104900         MOVE "AUCUNE MODIFICATION JOURNALISEE" TO NON-TEXT
105000         PERFORM 9730-NONE-LINE THRU 9730-NONE-LINE-EXIT
105100     END-IF.
105200 7000-JOURNAL-EXIT.
105300     EXIT.
105400 7100-READ-JOURNAL.
105500     READ CUSTJRNL
105600         AT END
105700             SET WS-EOF TO TRUE
105800             GO TO 7100-READ-JOURNAL-EXIT
105900     END-READ.
106000     IF JRL-PRIOR-IMAGE (1:10) NOT = WS-WANTED-NUMBER AND
106100        JRL-NEW-IMAGE (1:10) NOT = WS-WANTED-NUMBER
106200         GO TO 7100-READ-JOURNAL-EXIT
106300     END-IF.
106400     MOVE JRL-RUN-DATE TO JNL-DATE.
106500     MOVE JRL-RUN-TIME TO JNL-TIME.
106600     MOVE JRL-PROGRAM  TO JNL-PROGRAM.
106700     EVALUATE JRL-ACTION
106800         WHEN "W"
106900             MOVE "CREATION" TO JNL-ACTION
107000         WHEN "R"
107100             MOVE "MODIFICATION" TO JNL-ACTION
107200         WHEN "D"
107300             MOVE "SUPPRESSION" TO JNL-ACTION
107400         WHEN OTHER
107500             MOVE JRL-ACTION TO JNL-ACTION
107600     END-EVALUATE.
107700     MOVE WS-JRNL-LINE TO WS-RPT-DETAIL.
107800     PERFORM 9800-PUT-REPORT-LINE THRU 9800-PUT-REPORT-LINE-EXIT.
107900     ADD 1 TO WS-SECTION-COUNT.
108000     PERFORM 7200-COMPARE-FIELD THRU 7200-COMPARE-FIELD-EXIT
108100         VARYING WS-FIELD-SUB FROM 1 BY 1
108200         UNTIL WS-FIELD-SUB > 7.
108300 7100-READ-JOURNAL-EXIT.
108400     EXIT.
108500*----------------------------------------------------------------
108600* 7200-COMPARE-FIELD : one field of the record image, printed
108700* when the action changed it (on a creation every field given,
108800* on a deletion every field held).
108900*----------------------------------------------------------------
109000 7200-COMPARE-FIELD.
109100     MOVE WS-JRF-START (WS-FIELD-SUB)  TO WS-FIELD-START.
109200     MOVE WS-JRF-LENGTH (WS-FIELD-SUB) TO WS-FIELD-LENGTH.
109300     IF JRL-PRIOR-IMAGE (WS-FIELD-START:WS-FIELD-LENGTH) =
109400        JRL-NEW-IMAGE (WS-FIELD-START:WS-FIELD-LENGTH)
109500         GO TO 7200-COMPARE-FIELD-EXIT
109600     END-IF.
109700     MOVE WS-JRF-LABEL (WS-FIELD-SUB) TO CHG-LABEL.
109800     MOVE SPACES TO CHG-BEFORE.
109900     MOVE SPACES TO CHG-AFTER.
110000     MOVE JRL-PRIOR-IMAGE (WS-FIELD-START:WS-FIELD-LENGTH)
110100         TO CHG-BEFORE (1:WS-FIELD-LENGTH).
110200     MOVE JRL-NEW-IMAGE (WS-FIELD-START:WS-FIELD-LENGTH)
110300         TO CHG-AFTER (1:WS-FIELD-LENGTH).
110400     MOVE WS-CHANGE-LINE TO WS-RPT-DETAIL.
110500     PERFORM 9800-PUT-REPORT-LINE THRU 9800-PUT-REPORT-LINE-EXIT.
110600 7200-COMPARE-FIELD-EXIT.
110700     EXIT.
110800*----------------------------------------------------------------
110900* 9700-9750 : the section header and the common line shapes.
111000*----------------------------------------------------------------
111100 9700-SECTION-HEADER.
111200     MOVE SPACES TO WS-RPT-DETAIL.
111300     PERFORM 9800-PUT-REPORT-LINE THRU 9800-PUT-REPORT-LINE-EXIT.
111400     MOVE WS-SECTION-LINE TO WS-RPT-DETAIL.
111500     PERFORM 9800-PUT-REPORT-LINE THRU 9800-PUT-REPORT-LINE-EXIT.
111600 9700-SECTION-HEADER-EXIT.
111700     EXIT.
111800 9710-FIELD-LINE.
111900     MOVE WS-FIELD-LINE TO WS-RPT-DETAIL.
112000     PERFORM 9800-PUT-REPORT-LINE THRU 9800-PUT-REPORT-LINE-EXIT.
112100 9710-FIELD-LINE-EXIT.
112200     EXIT.
112300 9720-ABSENT-LINE.
112400     MOVE WS-MISSING-FILE TO ABS-FILE.
112500     MOVE WS-ABSENT-LINE TO WS-RPT-DETAIL.
112600     PERFORM 9800-PUT-REPORT-LINE THRU 9800-PUT-REPORT-LINE-EXIT.
112700 9720-ABSENT-LINE-EXIT.
112800     EXIT.
112900 9730-NONE-LINE.
113000     MOVE WS-NONE-LINE TO WS-RPT-DETAIL.
113100     PERFORM 9800-PUT-REPORT-LINE THRU 9800-PUT-REPORT-LINE-EXIT.
113200 9730-NONE-LINE-EXIT.
113300     EXIT.
113400 9740-ITEM-LINE.
113500     MOVE WS-ITEM-LINE TO WS-RPT-DETAIL.
113600     PERFORM 9800-PUT-REPORT-LINE THRU 9800-PUT-REPORT-LINE-EXIT.
113700     ADD 1 TO WS-SECTION-COUNT.
113800 9740-ITEM-LINE-EXIT.
113900     EXIT.
114000 9750-REJECT-LINE.
114100     MOVE WS-REJECT-LINE TO WS-RPT-DETAIL.
114200     PERFORM 9800-PUT-REPORT-LINE THRU 9800-PUT-REPORT-LINE-EXIT.
114300     ADD 1 TO WS-SECTION-COUNT.
114400 9750-REJECT-LINE-EXIT.
114500     EXIT.
114600*----------------------------------------------------------------
114700* 9800-PUT-REPORT-LINE : one line through the shared RPTWRITE
114800*                       page writer.
114900*----------------------------------------------------------------
115000 9800-PUT-REPORT-LINE.
115100     CALL "RPTWRITE" USING WS-RPT-STATE WS-RPT-TITLE
115200                           WS-RPT-DETAIL WS-RPT-OUT.
115300     PERFORM 9810-WRITE-OUT-LINE THRU 9810-WRITE-OUT-LINE-EXIT
115400         VARYING WS-RPT-SUB FROM 1 BY 1
115500         UNTIL WS-RPT-SUB > WS-RPT-OUT-COUNT.
115600 9800-PUT-REPORT-LINE-EXIT.
115700     EXIT.
115800 9810-WRITE-OUT-LINE.
115900     WRITE PRTDOSS-LINE FROM WS-RPT-OUT-LINE (WS-RPT-SUB).
116000 9810-WRITE-OUT-LINE-EXIT.
116100     EXIT.
