000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. GENSAVE.
000300 AUTHOR. D-SYSTEMS BATCH GROUP.
000400 INSTALLATION. ESSAI BATCH SUITE.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 2026-10-15 EL  Initial version. Last step of the night ahead
001100*                of DATEROLL : every nightly working file the
001200*                chain recreates (TRANSIN, TRANSOUT, SUSPTRAN,
001300*                DUPTRAN and the RJT* reject files) is copied to
001400*                a generation dated with tonight's business date
001500*                on the cumulative GENSTORE store (GENSREC.cpy)
001600*                and recorded on the GENCAT catalog (GENCREC.cpy),
001700*                the ARCHCUST ARCHHIST/ARCHINDX pattern. GENREST
001800*                restores any catalogued generation under its
001900*                working name.
002000*                GENPARM cards set the generations kept per file
002100*                (7 without a card) ; older generations are
002200*                dropped from the store and the catalog as the
002300*                new one is taken. A rerun under the same
002400*                business date replaces that date's generations.
002500*                A working file absent tonight is listed and the
002600*                step ends with RETURN-CODE 4 ; the store is
002700*                rebuilt through GENWORK, so a failure leaves
002800*                GENSTORE and GENCAT as the previous night wrote
002900*                them until the final copy back.
002910* 2026-10-15 EL  RJTHLD, the HLDUPDT hold maintenance rejects,
002920*                added to the working files.
002930*----------------------------------------------------------------
003100 ENVIRONMENT DIVISION.
003200 CONFIGURATION SECTION.
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500     SELECT GENCAT ASSIGN TO "GENCAT"
003600         ORGANIZATION IS SEQUENTIAL
003700         FILE STATUS IS WS-GENCAT-STATUS.
003800     SELECT GENSTORE ASSIGN TO "GENSTORE"
003900         ORGANIZATION IS SEQUENTIAL
004000         FILE STATUS IS WS-GENSTORE-STATUS.
004100     SELECT GENWORK ASSIGN TO "GENWORK"
004200         ORGANIZATION IS SEQUENTIAL
004300         FILE STATUS IS WS-GENWORK-STATUS.
004400     SELECT GENPARM ASSIGN TO "GENPARM"
004500         ORGANIZATION IS SEQUENTIAL
004600         FILE STATUS IS WS-GENPARM-STATUS.
004700     SELECT CTLDATE ASSIGN TO "CTLDATE"
004800         ORGANIZATION IS SEQUENTIAL.
004900     SELECT PRTGENS ASSIGN TO "PRTGENS"
005000         ORGANIZATION IS SEQUENTIAL.
005100*    The working files saved, all under one status.
005200     SELECT TRANSIN ASSIGN TO "TRANSIN"
005300         ORGANIZATION IS LINE SEQUENTIAL
005400         FILE STATUS IS WS-WORK-STATUS.
005500     SELECT TRANSOUT ASSIGN TO "TRANSOUT"
005600         ORGANIZATION IS LINE SEQUENTIAL
005700         FILE STATUS IS WS-WORK-STATUS.
005800     SELECT SUSPTRAN ASSIGN TO "SUSPTRAN"
005900         ORGANIZATION IS LINE SEQUENTIAL
006000         FILE STATUS IS WS-WORK-STATUS.
006100     SELECT DUPTRAN ASSIGN TO "DUPTRAN"
006200         ORGANIZATION IS LINE SEQUENTIAL
006300         FILE STATUS IS WS-WORK-STATUS.
006400     SELECT RJTNUM ASSIGN TO "RJTNUM"
006500         ORGANIZATION IS SEQUENTIAL
006600         FILE STATUS IS WS-WORK-STATUS.
006700     SELECT RJTSPACE ASSIGN TO "RJTSPACE"
006800         ORGANIZATION IS SEQUENTIAL
006900         FILE STATUS IS WS-WORK-STATUS.
007000     SELECT RJTNIVGR ASSIGN TO "RJTNIVGR"
007100         ORGANIZATION IS SEQUENTIAL
007200         FILE STATUS IS WS-WORK-STATUS.
007300     SELECT RJTZERO ASSIGN TO "RJTZERO"
007400         ORGANIZATION IS SEQUENTIAL
007500         FILE STATUS IS WS-WORK-STATUS.
007600     SELECT RJTCUST ASSIGN TO "RJTCUST"
007700         ORGANIZATION IS SEQUENTIAL
007800         FILE STATUS IS WS-WORK-STATUS.
007900     SELECT RJTBRN ASSIGN TO "RJTBRN"
008000         ORGANIZATION IS SEQUENTIAL
008100         FILE STATUS IS WS-WORK-STATUS.
008200     SELECT RJTSOR ASSIGN TO "RJTSOR"
008300         ORGANIZATION IS SEQUENTIAL
008400         FILE STATUS IS WS-WORK-STATUS.
008500     SELECT RJTDSP ASSIGN TO "RJTDSP"
008600         ORGANIZATION IS SEQUENTIAL
008700         FILE STATUS IS WS-WORK-STATUS.
008800     SELECT RJTCLO ASSIGN TO "RJTCLO"
008900         ORGANIZATION IS SEQUENTIAL
009000         FILE STATUS IS WS-WORK-STATUS.
009010     SELECT RJTHLD ASSIGN TO "RJTHLD"
009020         ORGANIZATION IS SEQUENTIAL
009030         FILE STATUS IS WS-WORK-STATUS.
009100 DATA DIVISION.
009200 FILE SECTION.
009300 FD  GENCAT
009400     LABEL RECORDS ARE STANDARD.
009500 COPY GENCREC.
009600 FD  GENSTORE
009700     LABEL RECORDS ARE STANDARD.
009800 COPY GENSREC.
009900 FD  GENWORK
010000     LABEL RECORDS ARE STANDARD.
010100 01  GENWORK-RECORD           PIC X(98).
010200*----------------------------------------------------------------
010300* GENPARM : one card per working file whose retention differs
010400* from the default, and optionally a card with "*" as the file
010500* to change the default itself.
010600*----------------------------------------------------------------
010700 FD  GENPARM
010800     LABEL RECORDS ARE STANDARD.
010900 01  GENPARM-RECORD.
011000     05  GPP-FILE-ID          PIC X(08).
011100     05  GPP-KEEP             PIC 9(03).
011200     05  FILLER               PIC X(09).
011300 FD  CTLDATE
011400     LABEL RECORDS ARE STANDARD.
011500 01  CTLDATE-RECORD.
011600     05  CTL-BUSINESS-DATE    PIC 9(08).
011700     05  FILLER               PIC X(12).
011800 FD  PRTGENS
011900     LABEL RECORDS ARE STANDARD.
012000 01  PRTGENS-LINE             PIC X(60).
012100 FD  TRANSIN
012200     LABEL RECORDS ARE STANDARD.
012300 01  TRANSIN-RECORD           PIC X(62).
012400 FD  TRANSOUT
012500     LABEL RECORDS ARE STANDARD.
012600 01  TRANSOUT-RECORD          PIC X(62).
012700 FD  SUSPTRAN
012800     LABEL RECORDS ARE STANDARD.
012900 01  SUSPTRAN-RECORD          PIC X(62).
013000 FD  DUPTRAN
013100     LABEL RECORDS ARE STANDARD.
013200 01  DUPTRAN-RECORD           PIC X(62).
013300 FD  RJTNUM
013400     LABEL RECORDS ARE STANDARD.
013500 01  RJTNUM-RECORD            PIC X(82).
013600 FD  RJTSPACE
013700     LABEL RECORDS ARE STANDARD.
013800 01  RJTSPACE-RECORD          PIC X(82).
013900 FD  RJTNIVGR
014000     LABEL RECORDS ARE STANDARD.
014100 01  RJTNIVGR-RECORD          PIC X(82).
014200 FD  RJTZERO
014300     LABEL RECORDS ARE STANDARD.
014400 01  RJTZERO-RECORD           PIC X(82).
014500 FD  RJTCUST
014600     LABEL RECORDS ARE STANDARD.
014700 01  RJTCUST-RECORD           PIC X(82).
014800 FD  RJTBRN
014900     LABEL RECORDS ARE STANDARD.
015000 01  RJTBRN-RECORD            PIC X(82).
015100 FD  RJTSOR
015200     LABEL RECORDS ARE STANDARD.
015300 01  RJTSOR-RECORD            PIC X(82).
015400 FD  RJTDSP
015500     LABEL RECORDS ARE STANDARD.
015600 01  RJTDSP-RECORD            PIC X(82).
015700 FD  RJTCLO
015800     LABEL RECORDS ARE STANDARD.
015900 01  RJTCLO-RECORD            PIC X(82).
015910 FD  RJTHLD
015920     LABEL RECORDS ARE STANDARD.
015930 01  RJTHLD-RECORD            PIC X(82).
016000 WORKING-STORAGE SECTION.
016100*----------------------------------------------------------------
016200* 77-LEVEL WORK ITEMS
016300*----------------------------------------------------------------
016400 77  WS-GENCAT-STATUS         PIC X(02) VALUE SPACES.
016500 77  WS-GENSTORE-STATUS       PIC X(02) VALUE SPACES.
016600 77  WS-GENWORK-STATUS        PIC X(02) VALUE SPACES.
016700 77  WS-GENPARM-STATUS        PIC X(02) VALUE SPACES.
016800 77  WS-WORK-STATUS           PIC X(02) VALUE SPACES.
016900 77  WS-EOF-SW                PIC X(01) VALUE "N".
017000     88  WS-EOF               VALUE "Y".
017100 77  WS-FOUND-SW              PIC X(01) VALUE "N".
017200     88  WS-FOUND             VALUE "Y".
017300 77  WS-LAST-KEEP-SW          PIC X(01) VALUE "N".
017400     88  WS-LAST-KEEP         VALUE "Y".
017500 77  WS-BUSINESS-DATE         PIC 9(08) VALUE ZERO.
017600 77  WS-RUN-DATE              PIC 9(08) VALUE ZERO.
017700 77  WS-RUN-TIME              PIC 9(08) VALUE ZERO.
017800 77  WS-DEFAULT-KEEP          PIC 9(03) VALUE 7.
017900 77  WS-WF-COUNT              PIC 9(02) COMP VALUE 14.
018000 77  WS-WF-SUB                PIC 9(02) COMP VALUE ZERO.
018100 77  WS-CAT-MAX               PIC 9(04) COMP VALUE 1000.
018200 77  WS-CAT-USED              PIC 9(04) COMP VALUE ZERO.
018300 77  WS-CAT-SUB               PIC 9(04) COMP VALUE ZERO.
018400 77  WS-CMP-SUB               PIC 9(04) COMP VALUE ZERO.
018500 77  WS-NEWER                 PIC 9(04) COMP VALUE ZERO.
018600 77  WS-KEEP                  PIC 9(03) VALUE ZERO.
018700 77  WS-LAST-FILE-ID          PIC X(08) VALUE SPACES.
018800 77  WS-LAST-BUS-DATE         PIC 9(08) VALUE ZERO.
018900 77  WS-WORK-DATA             PIC X(82) VALUE SPACES.
019000 77  WS-SAVE-COUNT            PIC 9(09) VALUE ZERO.
019100 77  WS-CARDS-REJECTED        PIC 9(05) COMP VALUE ZERO.
019200 77  WS-FILES-SAVED           PIC 9(05) COMP VALUE ZERO.
019300 77  WS-FILES-ABSENT          PIC 9(05) COMP VALUE ZERO.
019400 77  WS-RECORDS-SAVED         PIC 9(09) VALUE ZERO.
019500 77  WS-GENS-KEPT             PIC 9(05) COMP VALUE ZERO.
019600 77  WS-GENS-PURGED           PIC 9(05) COMP VALUE ZERO.
019700 77  WS-GENS-REPLACED         PIC 9(05) COMP VALUE ZERO.
019800 77  WS-RECORDS-KEPT          PIC 9(09) VALUE ZERO.
019900 77  WS-RECORDS-DROPPED       PIC 9(09) VALUE ZERO.
020000 77  WS-STORE-RECORDS         PIC 9(09) VALUE ZERO.
020100*----------------------------------------------------------------
020200* The working files saved : the name (the GCT-FILE-ID) and the
020300* organization, L for the TRANREC line files, S for the REJREC
020400* reject files. The subscript is the WHEN of the 8000 to 8200
020500* file paragraphs.
020600*----------------------------------------------------------------
020700 01  WS-WORK-FILE-NAMES.
020800     05  FILLER PIC X(09) VALUE "TRANSIN L".
020900     05  FILLER PIC X(09) VALUE "TRANSOUTL".
021000     05  FILLER PIC X(09) VALUE "SUSPTRANL".
021100     05  FILLER PIC X(09) VALUE "DUPTRAN L".
021200     05  FILLER PIC X(09) VALUE "RJTNUM  S".
021300     05  FILLER PIC X(09) VALUE "RJTSPACES".
021400     05  FILLER PIC X(09) VALUE "RJTNIVGRS".
021500     05  FILLER PIC X(09) VALUE "RJTZERO S".
021600     05  FILLER PIC X(09) VALUE "RJTCUST S".
021700     05  FILLER PIC X(09) VALUE "RJTBRN  S".
021800     05  FILLER PIC X(09) VALUE "RJTSOR  S".
021900     05  FILLER PIC X(09) VALUE "RJTDSP  S".
022000     05  FILLER PIC X(09) VALUE "RJTCLO  S".
022010     05  FILLER PIC X(09) VALUE "RJTHLD  S".
022100 01  WS-WORK-FILE-TABLE REDEFINES WS-WORK-FILE-NAMES.
022200     05  WS-WF-ENTRY OCCURS 14 TIMES.
022300         10  WS-WF-ID         PIC X(08).
022400         10  WS-WF-ORG        PIC X(01).
022500*    Per file : the generations kept (zero until a card or the
022600*    default sets it) and whether the file is there tonight.
022700 01  WS-WORK-FILE-STATE.
022800     05  WS-WF-STATE OCCURS 14 TIMES.
022900         10  WS-WF-KEEP       PIC 9(03).
023000         10  WS-WF-PRESENT-SW PIC X(01).
023100             88  WS-WF-PRESENT VALUE "Y".
023200*----------------------------------------------------------------
023300* The catalog, loaded whole. WS-CAT-ACTION : K = kept, P =
023400* purged (older than the generations kept), R = replaced by
023500* tonight's rerun of the same date, N = taken tonight. Room is
023600* checked for tonight's generations before anything changes.
023700*----------------------------------------------------------------
023800 01  WS-CATALOG.
023900     05  WS-CAT-ENTRY OCCURS 1000 TIMES.
024000         10  WS-CAT-FILE-ID   PIC X(08).
024100         10  WS-CAT-BUS-DATE  PIC 9(08).
024200         10  WS-CAT-RECORDS   PIC 9(09).
024300         10  WS-CAT-SAVE-DATE PIC 9(08).
024400         10  WS-CAT-SAVE-TIME PIC 9(06).
024500         10  WS-CAT-ORG       PIC X(01).
024600         10  WS-CAT-ACTION    PIC X(01).
024700             88  WS-CAT-KEPT  VALUE "K".
024800             88  WS-CAT-PURGED VALUE "P".
024900             88  WS-CAT-REPLACED VALUE "R".
025000             88  WS-CAT-NEW   VALUE "N".
025100*----------------------------------------------------------------
025200* Shared RPTWRITE page-writer state, the RPTCUR01 pattern.
025300*----------------------------------------------------------------
025400 01  WS-RPT-STATE.
025500     05  WS-RPT-PAGE-NUMBER   PIC 9(04) COMP VALUE ZERO.
025600     05  WS-RPT-LINE-COUNT    PIC 9(02) COMP VALUE ZERO.
025700 77  WS-RPT-TITLE             PIC X(30) VALUE
025800     "GENERATIONS DU SOIR (GENSAVE)".
025900 01  WS-RPT-DETAIL            PIC X(60) VALUE SPACES.
026000 01  WS-RPT-OUT.
026100     05  WS-RPT-OUT-COUNT     PIC 9(01).
026200     05  WS-RPT-OUT-LINE      PIC X(60) OCCURS 3 TIMES.
026300 77  WS-RPT-SUB               PIC 9(01) COMP.
026400*----------------------------------------------------------------
026500* Report lines.
026600*----------------------------------------------------------------
026700 01  WS-GEN-LINE.
026800     05  GNL-ACTION           PIC X(09).
026900     05  GNL-FILE-ID          PIC X(08).
027000     05  FILLER PIC X(01) VALUE SPACE.
027100     05  GNL-BUS-DATE         PIC 9(08).
027200     05  FILLER PIC X(01) VALUE SPACE.
027300     05  GNL-RECORDS          PIC Z(8)9.
027400     05  FILLER PIC X(01) VALUE SPACE.
027500     05  GNL-TEXT             PIC X(23).
027600 01  WS-GEN-HEADING           PIC X(60) VALUE
027700     "ACTION   FICHIER  DATE       ENREG.".
027800 01  WS-TOTAL-LINE.
027900     05  TTL-LABEL            PIC X(24).
028000     05  TTL-VALUE            PIC Z(11)9.
028100     05  FILLER PIC X(24) VALUE SPACES.
028200 PROCEDURE DIVISION.
028300*----------------------------------------------------------------
028400* 0000-MAINLINE
028500*----------------------------------------------------------------
028600 0000-MAINLINE.
028700     DISPLAY "GENERATIONS DES FICHIERS DE TRAVAIL".
028800     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
028900     ACCEPT WS-RUN-TIME FROM TIME.
029000     PERFORM 0100-READ-CTLDATE THRU 0100-READ-CTLDATE-EXIT.
029100     PERFORM 0200-READ-PARM THRU 0200-READ-PARM-EXIT.
029200     PERFORM 0220-SET-DEFAULT THRU 0220-SET-DEFAULT-EXIT
029300         VARYING WS-WF-SUB FROM 1 BY 1
029400         UNTIL WS-WF-SUB > WS-WF-COUNT.
029500     PERFORM 1000-LOAD-CATALOG THRU 1000-LOAD-CATALOG-EXIT.
029600     IF RETURN-CODE = 16
029700         STOP RUN
029800     END-IF.
029900     OPEN OUTPUT PRTGENS.
030000     MOVE WS-GEN-HEADING TO WS-RPT-DETAIL.
030100     PERFORM 9800-PUT-REPORT-LINE THRU 9800-PUT-REPORT-LINE-EXIT.
030200     PERFORM 1400-PROBE-FILE THRU 1400-PROBE-FILE-EXIT
030300         VARYING WS-WF-SUB FROM 1 BY 1
030400         UNTIL WS-WF-SUB > WS-WF-COUNT.
030500     PERFORM 1500-MARK-GENERATION THRU 1500-MARK-GENERATION-EXIT
030600         VARYING WS-CAT-SUB FROM 1 BY 1
030700         UNTIL WS-CAT-SUB > WS-CAT-USED.
030800     PERFORM 2000-COPY-STORE THRU 2000-COPY-STORE-EXIT.
030900     IF RETURN-CODE = 16
031000         CLOSE PRTGENS
031100         STOP RUN
031200     END-IF.
031300     PERFORM 3000-SAVE-FILE THRU 3000-SAVE-FILE-EXIT
031400         VARYING WS-WF-SUB FROM 1 BY 1
031500         UNTIL WS-WF-SUB > WS-WF-COUNT.
031600     CLOSE GENWORK.
031700     PERFORM 4000-RELOAD-STORE THRU 4000-RELOAD-STORE-EXIT.
031800     PERFORM 5000-WRITE-CATALOG THRU 5000-WRITE-CATALOG-EXIT.
031900     PERFORM 9000-WRITE-TOTALS THRU 9000-WRITE-TOTALS-EXIT.
032000     CLOSE PRTGENS.
032100     DISPLAY "FICHIERS SAUVES      : " WS-FILES-SAVED.
032200     DISPLAY "FICHIERS ABSENTS     : " WS-FILES-ABSENT.
032300     DISPLAY "ENREGISTREMENTS      : " WS-RECORDS-SAVED.
032400     DISPLAY "GENERATIONS GARDEES  : " WS-GENS-KEPT.
032500     DISPLAY "GENERATIONS PURGEES  : " WS-GENS-PURGED.
032600     DISPLAY "GENERATIONS REMPLACEES : " WS-GENS-REPLACED.
032700     IF WS-FILES-ABSENT > ZERO
032800         MOVE 4 TO RETURN-CODE
032900     END-IF.
033000     STOP RUN.
033100*----------------------------------------------------------------
033200* 0100-READ-CTLDATE : the business date tonight's generations
033300*                    are dated with - DATEROLL has not yet
033400*                    rolled it.
033500*----------------------------------------------------------------
033600 0100-READ-CTLDATE.
033700     OPEN INPUT CTLDATE.
033800     READ CTLDATE.
033900     MOVE CTL-BUSINESS-DATE TO WS-BUSINESS-DATE.
034000     CLOSE CTLDATE.
034100 0100-READ-CTLDATE-EXIT.
034200     EXIT.
034300*----------------------------------------------------------------
034400* 0200-READ-PARM : the generations kept per file off GENPARM.
034500*                 A card for an unknown file, or with a count
034600*                 not numeric or zero, is listed and ignored.
034700*----------------------------------------------------------------
034800 0200-READ-PARM.
034900     OPEN INPUT GENPARM.
035000     IF WS-GENPARM-STATUS = "35"
035100         DISPLAY "GENPARM ABSENTE - " WS-DEFAULT-KEEP
035200             " GENERATIONS PAR FICHIER"
035300         GO TO 0200-READ-PARM-EXIT
035400     END-IF.
035500     MOVE "N" TO WS-EOF-SW.
035600     PERFORM 0210-ONE-CARD THRU 0210-ONE-CARD-EXIT
035700         UNTIL WS-EOF.
035800     CLOSE GENPARM.
035900 0200-READ-PARM-EXIT.
036000     EXIT.
036100 0210-ONE-CARD.
036200     READ GENPARM
036300         AT END
036400             SET WS-EOF TO TRUE
036500             GO TO 0210-ONE-CARD-EXIT
036600     END-READ.
036700     IF GPP-KEEP NOT NUMERIC OR GPP-KEEP = ZERO
036800         DISPLAY "CARTE GENPARM REJETEE : " GENPARM-RECORD
036900         ADD 1 TO WS-CARDS-REJECTED
037000         GO TO 0210-ONE-CARD-EXIT
037100     END-IF.
037200     IF GPP-FILE-ID = "*"
037300         MOVE GPP-KEEP TO WS-DEFAULT-KEEP
037400         GO TO 0210-ONE-CARD-EXIT
037500     END-IF.
037600     MOVE GPP-FILE-ID TO WS-LAST-FILE-ID.
037700     PERFORM 1530-FIND-FILE THRU 1530-FIND-FILE-EXIT.
037800     IF WS-WF-SUB = ZERO
037900         DISPLAY "CARTE GENPARM REJETEE : " GENPARM-RECORD
038000         ADD 1 TO WS-CARDS-REJECTED
038100         GO TO 0210-ONE-CARD-EXIT
038200     END-IF.
038300     MOVE GPP-KEEP TO WS-WF-KEEP (WS-WF-SUB).
038400 0210-ONE-CARD-EXIT.
038500     EXIT.
038600*----------------------------------------------------------------
038700* 0220-SET-DEFAULT : a file without a card keeps the default.
038800*----------------------------------------------------------------
038900 0220-SET-DEFAULT.
039000     IF WS-WF-KEEP (WS-WF-SUB) = ZERO
039100         MOVE WS-DEFAULT-KEEP TO WS-WF-KEEP (WS-WF-SUB)
039200     END-IF.
039300 0220-SET-DEFAULT-EXIT.
039400     EXIT.
039500*----------------------------------------------------------------
039600* 1000-LOAD-CATALOG : GENCAT whole into the table, every entry
039700*                    kept until 1500 says otherwise. No GENCAT
039800*                    is the first night. A catalog leaving no
039900*                    room for tonight's generations stops the
040000*                    step before anything is changed.
040100*----------------------------------------------------------------
040200 1000-LOAD-CATALOG.
040300     OPEN INPUT GENCAT.
040400     IF WS-GENCAT-STATUS = "35"
040500         DISPLAY "GENCAT ABSENT - PREMIERE GENERATION"
040600         GO TO 1000-LOAD-CATALOG-EXIT
040700     END-IF.
040800     MOVE "N" TO WS-EOF-SW.
040900     PERFORM 1010-LOAD-ENTRY THRU 1010-LOAD-ENTRY-EXIT
041000         UNTIL WS-EOF.
041100     CLOSE GENCAT.
041200 1000-LOAD-CATALOG-EXIT.
041300     EXIT.
041400 1010-LOAD-ENTRY.
041500     READ GENCAT
041600         AT END
041700             SET WS-EOF TO TRUE
041800             GO TO 1010-LOAD-ENTRY-EXIT
041900     END-READ.
042000     IF WS-CAT-USED + WS-WF-COUNT NOT < WS-CAT-MAX
042100         DISPLAY "GENCAT PLEIN (" WS-CAT-MAX
042200             " ENTREES) - AUGMENTER LA TABLE OU REDUIRE GENPARM"
042300         MOVE 16 TO RETURN-CODE
042400         SET WS-EOF TO TRUE
042500         GO TO 1010-LOAD-ENTRY-EXIT
042600     END-IF.
042700     ADD 1 TO WS-CAT-USED.
042800     MOVE GCT-FILE-ID      TO WS-CAT-FILE-ID (WS-CAT-USED).
042900     MOVE GCT-BUS-DATE     TO WS-CAT-BUS-DATE (WS-CAT-USED).
043000     MOVE GCT-RECORD-COUNT TO WS-CAT-RECORDS (WS-CAT-USED).
043100     MOVE GCT-SAVE-DATE    TO WS-CAT-SAVE-DATE (WS-CAT-USED).
043200     MOVE GCT-SAVE-TIME    TO WS-CAT-SAVE-TIME (WS-CAT-USED).
043300     MOVE GCT-ORGANIZATION TO WS-CAT-ORG (WS-CAT-USED).
043400     SET WS-CAT-KEPT (WS-CAT-USED) TO TRUE.
043500 1010-LOAD-ENTRY-EXIT.
043600     EXIT.
043700*----------------------------------------------------------------
043800* 1400-PROBE-FILE : whether the working file is there tonight -
043900*                  a generation is counted for it in 1500 only
044000*                  if it is.
044100*----------------------------------------------------------------
044200 1400-PROBE-FILE.
044300     MOVE "N" TO WS-WF-PRESENT-SW (WS-WF-SUB).
044400     PERFORM 8000-OPEN-WORKING THRU 8000-OPEN-WORKING-EXIT.
044500     IF WS-WORK-STATUS = "35"
044600         GO TO 1400-PROBE-FILE-EXIT
044700     END-IF.
044800     SET WS-WF-PRESENT (WS-WF-SUB) TO TRUE.
044900     PERFORM 8200-CLOSE-WORKING THRU 8200-CLOSE-WORKING-EXIT.
045000 1400-PROBE-FILE-EXIT.
045100     EXIT.
045200*----------------------------------------------------------------
045300* 1500-MARK-GENERATION : one catalog entry. Tonight's business
045400*                       date already catalogued is a rerun : it
045500*                       is replaced. Otherwise the entry is
045600*                       purged when its file already has as many
045700*                       newer generations as it keeps, tonight's
045800*                       included. A file no longer saved keeps
045900*                       the default.
046000*----------------------------------------------------------------
046100 1500-MARK-GENERATION.
046200     IF WS-CAT-BUS-DATE (WS-CAT-SUB) = WS-BUSINESS-DATE
046300         SET WS-CAT-REPLACED (WS-CAT-SUB) TO TRUE
046400         ADD 1 TO WS-GENS-REPLACED
046500         MOVE "REMPLACE" TO GNL-ACTION
046600         MOVE "RELANCE DE LA DATE" TO GNL-TEXT
046700         PERFORM 8500-PRINT-ENTRY THRU 8500-PRINT-ENTRY-EXIT
046800         GO TO 1500-MARK-GENERATION-EXIT
046900     END-IF.
047000     MOVE WS-CAT-FILE-ID (WS-CAT-SUB) TO WS-LAST-FILE-ID.
047100     PERFORM 1530-FIND-FILE THRU 1530-FIND-FILE-EXIT.
047200     MOVE ZERO TO WS-NEWER.
047300     MOVE WS-DEFAULT-KEEP TO WS-KEEP.
047400     IF WS-WF-SUB NOT = ZERO
047500         MOVE WS-WF-KEEP (WS-WF-SUB) TO WS-KEEP
047600         IF WS-WF-PRESENT (WS-WF-SUB)
047700             AND WS-BUSINESS-DATE > WS-CAT-BUS-DATE (WS-CAT-SUB)
047800             ADD 1 TO WS-NEWER
047900         END-IF
048000     END-IF.
048100     PERFORM 1510-COUNT-NEWER THRU 1510-COUNT-NEWER-EXIT
048200         VARYING WS-CMP-SUB FROM 1 BY 1
048300         UNTIL WS-CMP-SUB > WS-CAT-USED.
048400     IF WS-NEWER < WS-KEEP
048500         ADD 1 TO WS-GENS-KEPT
048600         GO TO 1500-MARK-GENERATION-EXIT
048700     END-IF.
048800     SET WS-CAT-PURGED (WS-CAT-SUB) TO TRUE.
048900     ADD 1 TO WS-GENS-PURGED.
049000     MOVE "PURGE" TO GNL-ACTION.
049100     MOVE "AU-DELA DE LA RETENTION" TO GNL-TEXT.
049200     PERFORM 8500-PRINT-ENTRY THRU 8500-PRINT-ENTRY-EXIT.
049300 1500-MARK-GENERATION-EXIT.
049400     EXIT.
049500 1510-COUNT-NEWER.
049600     IF WS-CAT-FILE-ID (WS-CMP-SUB) = WS-LAST-FILE-ID
049700         AND WS-CAT-BUS-DATE (WS-CMP-SUB)
049800             > WS-CAT-BUS-DATE (WS-CAT-SUB)
049900         AND WS-CAT-BUS-DATE (WS-CMP-SUB) NOT = WS-BUSINESS-DATE
050000         ADD 1 TO WS-NEWER
050100     END-IF.
050200 1510-COUNT-NEWER-EXIT.
050300     EXIT.
050400*----------------------------------------------------------------
050500* 1530-FIND-FILE : WS-WF-SUB of the working file named in
050600*                 WS-LAST-FILE-ID, zero when it is not one.
050700*----------------------------------------------------------------
050800 1530-FIND-FILE.
050900     MOVE "N" TO WS-FOUND-SW.
051000     PERFORM 1540-MATCH-FILE THRU 1540-MATCH-FILE-EXIT
051100         VARYING WS-WF-SUB FROM 1 BY 1
051200         UNTIL WS-FOUND OR WS-WF-SUB > WS-WF-COUNT.
051300     IF WS-FOUND
051400         SUBTRACT 1 FROM WS-WF-SUB
051500     ELSE
051600         MOVE ZERO TO WS-WF-SUB
051700     END-IF.
051800 1530-FIND-FILE-EXIT.
051900     EXIT.
052000 1540-MATCH-FILE.
052100     IF WS-WF-ID (WS-WF-SUB) = WS-LAST-FILE-ID
052200         SET WS-FOUND TO TRUE
052300     END-IF.
052400 1540-MATCH-FILE-EXIT.
052500     EXIT.
052600*----------------------------------------------------------------
052700* 2000-COPY-STORE : GENSTORE onto GENWORK, less the generations
052800*                  purged or replaced and any record no catalog
052900*                  entry accounts for. A generation's records
053000*                  are together, so its entry is looked up once.
053100*----------------------------------------------------------------
053200 2000-COPY-STORE.
053300     OPEN OUTPUT GENWORK.
053400     IF WS-GENWORK-STATUS NOT = "00"
053500         DISPLAY "GENWORK INDISPONIBLE (STATUT "
053600             WS-GENWORK-STATUS ") - AUCUNE GENERATION"
053700         MOVE 16 TO RETURN-CODE
053800         GO TO 2000-COPY-STORE-EXIT
053900     END-IF.
054000     OPEN INPUT GENSTORE.
054100     IF WS-GENSTORE-STATUS = "35"
054200         DISPLAY "GENSTORE ABSENT - STOCK VIDE"
054300         GO TO 2000-COPY-STORE-EXIT
054400     END-IF.
054500     MOVE SPACES TO WS-LAST-FILE-ID.
054600     MOVE ZERO TO WS-LAST-BUS-DATE.
054700     MOVE "N" TO WS-EOF-SW.
054800     PERFORM 2100-COPY-RECORD THRU 2100-COPY-RECORD-EXIT
054900         UNTIL WS-EOF.
055000     CLOSE GENSTORE.
055100 2000-COPY-STORE-EXIT.
055200     EXIT.
055300 2100-COPY-RECORD.
055400     READ GENSTORE
055500         AT END
055600             SET WS-EOF TO TRUE
055700             GO TO 2100-COPY-RECORD-EXIT
055800     END-READ.
055900     IF GNS-FILE-ID NOT = WS-LAST-FILE-ID
056000         OR GNS-BUS-DATE NOT = WS-LAST-BUS-DATE
056100         MOVE GNS-FILE-ID TO WS-LAST-FILE-ID
056200         MOVE GNS-BUS-DATE TO WS-LAST-BUS-DATE
056300         PERFORM 2110-FIND-ENTRY THRU 2110-FIND-ENTRY-EXIT
056400     END-IF.
056500     IF NOT WS-LAST-KEEP
056600         ADD 1 TO WS-RECORDS-DROPPED
056700         GO TO 2100-COPY-RECORD-EXIT
056800     END-IF.
056900     WRITE GENWORK-RECORD FROM GNS-RECORD.
057000     ADD 1 TO WS-RECORDS-KEPT.
057100 2100-COPY-RECORD-EXIT.
057200     EXIT.
057300 2110-FIND-ENTRY.
057400     MOVE "N" TO WS-LAST-KEEP-SW.
057500     PERFORM 2120-MATCH-ENTRY THRU 2120-MATCH-ENTRY-EXIT
057600         VARYING WS-CAT-SUB FROM 1 BY 1
057700         UNTIL WS-LAST-KEEP OR WS-CAT-SUB > WS-CAT-USED.
057800 2110-FIND-ENTRY-EXIT.
057900     EXIT.
058000 2120-MATCH-ENTRY.
058100     IF WS-CAT-FILE-ID (WS-CAT-SUB) = WS-LAST-FILE-ID
058200         AND WS-CAT-BUS-DATE (WS-CAT-SUB) = WS-LAST-BUS-DATE
058300         AND WS-CAT-KEPT (WS-CAT-SUB)
058400         SET WS-LAST-KEEP TO TRUE
058500     END-IF.
058600 2120-MATCH-ENTRY-EXIT.
058700     EXIT.
058800*----------------------------------------------------------------
058900* 3000-SAVE-FILE : tonight's generation of one working file
059000*                 appended to GENWORK and catalogued. A file
059100*                 absent tonight is listed, not saved.
059200*----------------------------------------------------------------
059300 3000-SAVE-FILE.
059400     MOVE WS-WF-ID (WS-WF-SUB) TO GNL-FILE-ID.
059500     MOVE WS-BUSINESS-DATE TO GNL-BUS-DATE.
059600     IF NOT WS-WF-PRESENT (WS-WF-SUB)
059700         ADD 1 TO WS-FILES-ABSENT
059800         MOVE "ABSENT" TO GNL-ACTION
059900         MOVE ZERO TO GNL-RECORDS
060000         MOVE "FICHIER NON SAUVE" TO GNL-TEXT
060100         MOVE WS-GEN-LINE TO WS-RPT-DETAIL
060200         PERFORM 9800-PUT-REPORT-LINE
060300             THRU 9800-PUT-REPORT-LINE-EXIT
060400         GO TO 3000-SAVE-FILE-EXIT
060500     END-IF.
060600     MOVE ZERO TO WS-SAVE-COUNT.
060700     PERFORM 8000-OPEN-WORKING THRU 8000-OPEN-WORKING-EXIT.
060800     MOVE "N" TO WS-EOF-SW.
060900     PERFORM 3100-SAVE-RECORD THRU 3100-SAVE-RECORD-EXIT
061000         UNTIL WS-EOF.
061100     PERFORM 8200-CLOSE-WORKING THRU 8200-CLOSE-WORKING-EXIT.
061200     ADD 1 TO WS-CAT-USED.
061300     MOVE WS-WF-ID (WS-WF-SUB) TO WS-CAT-FILE-ID (WS-CAT-USED).
061400     MOVE WS-BUSINESS-DATE TO WS-CAT-BUS-DATE (WS-CAT-USED).
061500     MOVE WS-SAVE-COUNT TO WS-CAT-RECORDS (WS-CAT-USED).
061600     MOVE WS-RUN-DATE TO WS-CAT-SAVE-DATE (WS-CAT-USED).
061700     MOVE WS-RUN-TIME (1:6) TO WS-CAT-SAVE-TIME (WS-CAT-USED).
061800     MOVE WS-WF-ORG (WS-WF-SUB) TO WS-CAT-ORG (WS-CAT-USED).
061900     SET WS-CAT-NEW (WS-CAT-USED) TO TRUE.
062000     ADD 1 TO WS-FILES-SAVED.
062100     MOVE "SAUVE" TO GNL-ACTION.
062200     MOVE WS-SAVE-COUNT TO GNL-RECORDS.
062300     MOVE SPACES TO GNL-TEXT.
062400     MOVE WS-GEN-LINE TO WS-RPT-DETAIL.
062500     PERFORM 9800-PUT-REPORT-LINE THRU 9800-PUT-REPORT-LINE-EXIT.
062600 3000-SAVE-FILE-EXIT.
062700     EXIT.
062800 3100-SAVE-RECORD.
062900     MOVE SPACES TO WS-WORK-DATA.
063000     PERFORM 8100-READ-WORKING THRU 8100-READ-WORKING-EXIT.
063100     IF WS-EOF
063200         GO TO 3100-SAVE-RECORD-EXIT
063300     END-IF.
063400     MOVE WS-WF-ID (WS-WF-SUB) TO GNS-FILE-ID.
063500     MOVE WS-BUSINESS-DATE TO GNS-BUS-DATE.
063600     MOVE WS-WORK-DATA TO GNS-DATA.
063700     WRITE GENWORK-RECORD FROM GNS-RECORD.
063800     ADD 1 TO WS-SAVE-COUNT.
063900     ADD 1 TO WS-RECORDS-SAVED.
064000 3100-SAVE-RECORD-EXIT.
064100     EXIT.
064200*----------------------------------------------------------------
064300* 4000-RELOAD-STORE : GENWORK back over GENSTORE.
064400*----------------------------------------------------------------
064500 4000-RELOAD-STORE.
064600     OPEN INPUT GENWORK.
064700     OPEN OUTPUT GENSTORE.
064800     MOVE "N" TO WS-EOF-SW.
064900     PERFORM 4100-RELOAD-RECORD THRU 4100-RELOAD-RECORD-EXIT
065000         UNTIL WS-EOF.
065100     CLOSE GENWORK.
065200     CLOSE GENSTORE.
065300 4000-RELOAD-STORE-EXIT.
065400     EXIT.
065500 4100-RELOAD-RECORD.
065600     READ GENWORK
065700         AT END
065800             SET WS-EOF TO TRUE
065900             GO TO 4100-RELOAD-RECORD-EXIT
066000     END-READ.
066100     WRITE GNS-RECORD FROM GENWORK-RECORD.
066200     ADD 1 TO WS-STORE-RECORDS.
066300 4100-RELOAD-RECORD-EXIT.
066400     EXIT.
066500*----------------------------------------------------------------
066600* 5000-WRITE-CATALOG : tonight's generations first, then those
066700*                     kept in their order, so the catalog stays
066800*                     newest night first.
066900*----------------------------------------------------------------
067000 5000-WRITE-CATALOG.
067100     OPEN OUTPUT GENCAT.
067200     PERFORM 5100-WRITE-NEW THRU 5100-WRITE-NEW-EXIT
067300         VARYING WS-CAT-SUB FROM 1 BY 1
067400         UNTIL WS-CAT-SUB > WS-CAT-USED.
067500     PERFORM 5200-WRITE-KEPT THRU 5200-WRITE-KEPT-EXIT
067600         VARYING WS-CAT-SUB FROM 1 BY 1
067700         UNTIL WS-CAT-SUB > WS-CAT-USED.
067800     CLOSE GENCAT.
067900 5000-WRITE-CATALOG-EXIT.
068000     EXIT.
068100 5100-WRITE-NEW.
068200     IF WS-CAT-NEW (WS-CAT-SUB)
068300         PERFORM 5300-WRITE-ENTRY THRU 5300-WRITE-ENTRY-EXIT
068400     END-IF.
068500 5100-WRITE-NEW-EXIT.
068600     EXIT.
068700 5200-WRITE-KEPT.
068800     IF WS-CAT-KEPT (WS-CAT-SUB)
068900         PERFORM 5300-WRITE-ENTRY THRU 5300-WRITE-ENTRY-EXIT
069000     END-IF.
069100 5200-WRITE-KEPT-EXIT.
069200     EXIT.
069300 5300-WRITE-ENTRY.
069400     MOVE SPACES TO GCT-RECORD.
069500     MOVE WS-CAT-FILE-ID (WS-CAT-SUB)   TO GCT-FILE-ID.
069600     MOVE WS-CAT-BUS-DATE (WS-CAT-SUB)  TO GCT-BUS-DATE.
069700     MOVE WS-CAT-RECORDS (WS-CAT-SUB)   TO GCT-RECORD-COUNT.
069800     MOVE WS-CAT-SAVE-DATE (WS-CAT-SUB) TO GCT-SAVE-DATE.
069900     MOVE WS-CAT-SAVE-TIME (WS-CAT-SUB) TO GCT-SAVE-TIME.
070000     MOVE WS-CAT-ORG (WS-CAT-SUB)       TO GCT-ORGANIZATION.
070100     WRITE GCT-RECORD.
070200 5300-WRITE-ENTRY-EXIT.
070300     EXIT.
070400*----------------------------------------------------------------
070500* 8000/8100/8200 : open, read and close the working file of
070600*                 WS-WF-SUB, the FEEDMRG pattern.
070700*----------------------------------------------------------------
070800 8000-OPEN-WORKING.
070900     EVALUATE WS-WF-SUB
071000         WHEN 1  OPEN INPUT TRANSIN
071100         WHEN 2  OPEN INPUT TRANSOUT
071200         WHEN 3  OPEN INPUT SUSPTRAN
071300         WHEN 4  OPEN INPUT DUPTRAN
071400         WHEN 5  OPEN INPUT RJTNUM
071500         WHEN 6  OPEN INPUT RJTSPACE
071600         WHEN 7  OPEN INPUT RJTNIVGR
071700         WHEN 8  OPEN INPUT RJTZERO
071800         WHEN 9  OPEN INPUT RJTCUST
071900         WHEN 10 OPEN INPUT RJTBRN
072000         WHEN 11 OPEN INPUT RJTSOR
072100         WHEN 12 OPEN INPUT RJTDSP
072200         WHEN 13 OPEN INPUT RJTCLO
072210         WHEN 14 OPEN INPUT RJTHLD
072300     END-EVALUATE.
072400 8000-OPEN-WORKING-EXIT.
072500     EXIT.
072600 8100-READ-WORKING.
072700     EVALUATE WS-WF-SUB
072800         WHEN 1
072900             READ TRANSIN INTO WS-WORK-DATA
073000                 AT END SET WS-EOF TO TRUE
073100             END-READ
073200         WHEN 2
073300             READ TRANSOUT INTO WS-WORK-DATA
073400                 AT END SET WS-EOF TO TRUE
073500             END-READ
073600         WHEN 3
073700             READ SUSPTRAN INTO WS-WORK-DATA
073800                 AT END SET WS-EOF TO TRUE
073900             END-READ
074000         WHEN 4
074100             READ DUPTRAN INTO WS-WORK-DATA
074200                 AT END SET WS-EOF TO TRUE
074300             END-READ
074400         WHEN 5
074500             READ RJTNUM INTO WS-WORK-DATA
074600                 AT END SET WS-EOF TO TRUE
074700             END-READ
074800         WHEN 6
074900             READ RJTSPACE INTO WS-WORK-DATA
075000                 AT END SET WS-EOF TO TRUE
075100             END-READ
075200         WHEN 7
075300             READ RJTNIVGR INTO WS-WORK-DATA
075400                 AT END SET WS-EOF TO TRUE
075500             END-READ
075600         WHEN 8
075700             READ RJTZERO INTO WS-WORK-DATA
075800                 AT END SET WS-EOF TO TRUE
075900             END-READ
076000         WHEN 9
076100             READ RJTCUST INTO WS-WORK-DATA
076200                 AT END SET WS-EOF TO TRUE
076300             END-READ
076400         WHEN 10
076500             READ RJTBRN INTO WS-WORK-DATA
076600                 AT END SET WS-EOF TO TRUE
076700             END-READ
076800         WHEN 11
076900             READ RJTSOR INTO WS-WORK-DATA
077000                 AT END SET WS-EOF TO TRUE
077100             END-READ
077200         WHEN 12
077300             READ RJTDSP INTO WS-WORK-DATA
077400                 AT END SET WS-EOF TO TRUE
077500             END-READ
077600         WHEN 13
077700             READ RJTCLO INTO WS-WORK-DATA
077800                 AT END SET WS-EOF TO TRUE
077900             END-READ
077910         WHEN 14
077920             READ RJTHLD INTO WS-WORK-DATA
077930                 AT END SET WS-EOF TO TRUE
077940             END-READ
078000     END-EVALUATE.
078100 8100-READ-WORKING-EXIT.
078200     EXIT.
078300 8200-CLOSE-WORKING.
078400     EVALUATE WS-WF-SUB
078500         WHEN 1  CLOSE TRANSIN
078600         WHEN 2  CLOSE TRANSOUT
078700         WHEN 3  CLOSE SUSPTRAN
078800         WHEN 4  CLOSE DUPTRAN
078900         WHEN 5  CLOSE RJTNUM
079000         WHEN 6  CLOSE RJTSPACE
079100         WHEN 7  CLOSE RJTNIVGR
079200         WHEN 8  CLOSE RJTZERO
079300         WHEN 9  CLOSE RJTCUST
079400         WHEN 10 CLOSE RJTBRN
079500         WHEN 11 CLOSE RJTSOR
079600         WHEN 12 CLOSE RJTDSP
079700         WHEN 13 CLOSE RJTCLO
079710         WHEN 14 CLOSE RJTHLD
079800     END-EVALUATE.
079900 8200-CLOSE-WORKING-EXIT.
080000     EXIT.
080100*----------------------------------------------------------------
080200* 8500-PRINT-ENTRY : a catalogued generation dropped tonight,
080300*                   GNL-ACTION and GNL-TEXT already set.
080400*----------------------------------------------------------------
080500 8500-PRINT-ENTRY.
080600     MOVE WS-CAT-FILE-ID (WS-CAT-SUB)  TO GNL-FILE-ID.
080700     MOVE WS-CAT-BUS-DATE (WS-CAT-SUB) TO GNL-BUS-DATE.
080800     MOVE WS-CAT-RECORDS (WS-CAT-SUB)  TO GNL-RECORDS.
080900     MOVE WS-GEN-LINE TO WS-RPT-DETAIL.
081000     PERFORM 9800-PUT-REPORT-LINE THRU 9800-PUT-REPORT-LINE-EXIT.
081100 8500-PRINT-ENTRY-EXIT.
081200     EXIT.
081300*----------------------------------------------------------------
081400* 9000-WRITE-TOTALS : the run's counts at the foot of PRTGENS.
081500*----------------------------------------------------------------
081600 9000-WRITE-TOTALS.
081700     MOVE SPACES TO WS-RPT-DETAIL.
081800     PERFORM 9800-PUT-REPORT-LINE THRU 9800-PUT-REPORT-LINE-EXIT.
081900     MOVE "FICHIERS SAUVES       : " TO TTL-LABEL.
082000     MOVE WS-FILES-SAVED TO TTL-VALUE.
082100     PERFORM 9010-PUT-TOTAL THRU 9010-PUT-TOTAL-EXIT.
082200     MOVE "FICHIERS ABSENTS      : " TO TTL-LABEL.
082300     MOVE WS-FILES-ABSENT TO TTL-VALUE.
082400     PERFORM 9010-PUT-TOTAL THRU 9010-PUT-TOTAL-EXIT.
082500     MOVE "ENREGISTREMENTS SAUVES: " TO TTL-LABEL.
082600     MOVE WS-RECORDS-SAVED TO TTL-VALUE.
082700     PERFORM 9010-PUT-TOTAL THRU 9010-PUT-TOTAL-EXIT.
082800     MOVE "GENERATIONS GARDEES   : " TO TTL-LABEL.
082900     MOVE WS-GENS-KEPT TO TTL-VALUE.
083000     PERFORM 9010-PUT-TOTAL THRU 9010-PUT-TOTAL-EXIT.
083100     MOVE "GENERATIONS PURGEES   : " TO TTL-LABEL.
083200     MOVE WS-GENS-PURGED TO TTL-VALUE.
083300     PERFORM 9010-PUT-TOTAL THRU 9010-PUT-TOTAL-EXIT.
083400     MOVE "GENERATIONS REMPLACEES: " TO TTL-LABEL.
083500     MOVE WS-GENS-REPLACED TO TTL-VALUE.
083600     PERFORM 9010-PUT-TOTAL THRU 9010-PUT-TOTAL-EXIT.
083700     MOVE "ENREG. RETIRES DU STOCK:" TO TTL-LABEL.
083800     MOVE WS-RECORDS-DROPPED TO TTL-VALUE.
083900     PERFORM 9010-PUT-TOTAL THRU 9010-PUT-TOTAL-EXIT.
084000     MOVE "ENREG. EN STOCK       : " TO TTL-LABEL.
084100     MOVE WS-STORE-RECORDS TO TTL-VALUE.
084200     PERFORM 9010-PUT-TOTAL THRU 9010-PUT-TOTAL-EXIT.
084300     MOVE "CARTES GENPARM REJETEES:" TO TTL-LABEL.
084400     MOVE WS-CARDS-REJECTED TO TTL-VALUE.
084500     PERFORM 9010-PUT-TOTAL THRU 9010-PUT-TOTAL-EXIT.
084600 9000-WRITE-TOTALS-EXIT.
084700     EXIT.
084800 9010-PUT-TOTAL.
084900     MOVE WS-TOTAL-LINE TO WS-RPT-DETAIL.
085000     PERFORM 9800-PUT-REPORT-LINE THRU 9800-PUT-REPORT-LINE-EXIT.
085100 9010-PUT-TOTAL-EXIT.
085200     EXIT.
085300*----------------------------------------------------------------
085400* 9800-PUT-REPORT-LINE : one line through the shared RPTWRITE
085500*                       page writer onto PRTGENS.
085600*----------------------------------------------------------------
085700 9800-PUT-REPORT-LINE.
085800     CALL "RPTWRITE" USING WS-RPT-STATE WS-RPT-TITLE
085900                           WS-RPT-DETAIL WS-RPT-OUT.
086000     PERFORM 9810-WRITE-OUT-LINE THRU 9810-WRITE-OUT-LINE-EXIT
086100         VARYING WS-RPT-SUB FROM 1 BY 1
086200         UNTIL WS-RPT-SUB > WS-RPT-OUT-COUNT.
086300 9800-PUT-REPORT-LINE-EXIT.
086400     EXIT.
086500 9810-WRITE-OUT-LINE.
086600     WRITE PRTGENS-LINE FROM WS-RPT-OUT-LINE (WS-RPT-SUB).
086700 9810-WRITE-OUT-LINE-EXIT.
086800     EXIT.
