000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. GENREST.
000300 AUTHOR. D-SYSTEMS BATCH GROUP.
000400 INSTALLATION. ESSAI BATCH SUITE.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 2026-10-15 EL  Initial version. On-demand restore of a dated
001100*                generation GENSAVE took of a nightly working
001200*                file : each GENREQ card names the file and the
001300*                business date (blank for the newest generation
001400*                catalogued), and the generation is written back
001500*                from GENSTORE under the file's working name, in
001600*                its original order, for a re-run or an
001700*                investigation. The working file is replaced -
001800*                the job is run outside the nightly window.
001900*                A generation not catalogued ends the job with
002000*                RETURN-CODE 8 ; a restore whose count differs
002100*                from the GENCAT count, or no GENSTORE, with 16.
002200*                Every card is listed on PRTGENR.
002210* 2026-10-15 EL  RJTHLD, the HLDUPDT hold maintenance rejects,
002220*                added to the working files.
002230*----------------------------------------------------------------
002400 ENVIRONMENT DIVISION.
002500 CONFIGURATION SECTION.
002600 INPUT-OUTPUT SECTION.
002700 FILE-CONTROL.
002800     SELECT GENREQ ASSIGN TO "GENREQ"
002900         ORGANIZATION IS SEQUENTIAL
003000         FILE STATUS IS WS-GENREQ-STATUS.
003100     SELECT GENCAT ASSIGN TO "GENCAT"
003200         ORGANIZATION IS SEQUENTIAL
003300         FILE STATUS IS WS-GENCAT-STATUS.
003400     SELECT GENSTORE ASSIGN TO "GENSTORE"
003500         ORGANIZATION IS SEQUENTIAL
003600         FILE STATUS IS WS-GENSTORE-STATUS.
003700     SELECT PRTGENR ASSIGN TO "PRTGENR"
003800         ORGANIZATION IS SEQUENTIAL.
003900*    The working files restored, all under one status.
004000     SELECT TRANSIN ASSIGN TO "TRANSIN"
004100         ORGANIZATION IS LINE SEQUENTIAL
004200         FILE STATUS IS WS-WORK-STATUS.
004300     SELECT TRANSOUT ASSIGN TO "TRANSOUT"
004400         ORGANIZATION IS LINE SEQUENTIAL
004500         FILE STATUS IS WS-WORK-STATUS.
004600     SELECT SUSPTRAN ASSIGN TO "SUSPTRAN"
004700         ORGANIZATION IS LINE SEQUENTIAL
004800         FILE STATUS IS WS-WORK-STATUS.
004900     SELECT DUPTRAN ASSIGN TO "DUPTRAN"
005000         ORGANIZATION IS LINE SEQUENTIAL
005100         FILE STATUS IS WS-WORK-STATUS.
005200     SELECT RJTNUM ASSIGN TO "RJTNUM"
005300         ORGANIZATION IS SEQUENTIAL
005400         FILE STATUS IS WS-WORK-STATUS.
005500     SELECT RJTSPACE ASSIGN TO "RJTSPACE"
005600         ORGANIZATION IS SEQUENTIAL
005700         FILE STATUS IS WS-WORK-STATUS.
005800     SELECT RJTNIVGR ASSIGN TO "RJTNIVGR"
005900         ORGANIZATION IS SEQUENTIAL
006000         FILE STATUS IS WS-WORK-STATUS.
006100     SELECT RJTZERO ASSIGN TO "RJTZERO"
006200         ORGANIZATION IS SEQUENTIAL
006300         FILE STATUS IS WS-WORK-STATUS.
006400     SELECT RJTCUST ASSIGN TO "RJTCUST"
006500         ORGANIZATION IS SEQUENTIAL
006600         FILE STATUS IS WS-WORK-STATUS.
006700     SELECT RJTBRN ASSIGN TO "RJTBRN"
006800         ORGANIZATION IS SEQUENTIAL
006900         FILE STATUS IS WS-WORK-STATUS.
007000     SELECT RJTSOR ASSIGN TO "RJTSOR"
007100         ORGANIZATION IS SEQUENTIAL
007200         FILE STATUS IS WS-WORK-STATUS.
007300     SELECT RJTDSP ASSIGN TO "RJTDSP"
007400         ORGANIZATION IS SEQUENTIAL
007500         FILE STATUS IS WS-WORK-STATUS.
007600     SELECT RJTCLO ASSIGN TO "RJTCLO"
007700         ORGANIZATION IS SEQUENTIAL
007800         FILE STATUS IS WS-WORK-STATUS.
007810     SELECT RJTHLD ASSIGN TO "RJTHLD"
007820         ORGANIZATION IS SEQUENTIAL
007830         FILE STATUS IS WS-WORK-STATUS.
007900 DATA DIVISION.
008000 FILE SECTION.
008100*----------------------------------------------------------------
008200* GENREQ : one card per generation to restore - the working
008300* file and the business date, blank for the newest.
008400*----------------------------------------------------------------
008500 FD  GENREQ
008600     LABEL RECORDS ARE STANDARD.
008700 01  GENREQ-RECORD.
008800     05  GRQ-FILE-ID          PIC X(08).
008900     05  GRQ-BUS-DATE         PIC X(08).
009000     05  GRQ-BUS-DATE-9 REDEFINES GRQ-BUS-DATE
009100                              PIC 9(08).
009200     05  FILLER               PIC X(04).
009300 FD  GENCAT
009400     LABEL RECORDS ARE STANDARD.
009500 COPY GENCREC.
009600 FD  GENSTORE
009700     LABEL RECORDS ARE STANDARD.
009800 COPY GENSREC.
009900 FD  PRTGENR
010000     LABEL RECORDS ARE STANDARD.
010100 01  PRTGENR-LINE             PIC X(60).
010200 FD  TRANSIN
010300     LABEL RECORDS ARE STANDARD.
010400 01  TRANSIN-RECORD           PIC X(62).
010500 FD  TRANSOUT
010600     LABEL RECORDS ARE STANDARD.
010700 01  TRANSOUT-RECORD          PIC X(62).
010800 FD  SUSPTRAN
010900     LABEL RECORDS ARE STANDARD.
011000 01  SUSPTRAN-RECORD          PIC X(62).
011100 FD  DUPTRAN
011200     LABEL RECORDS ARE STANDARD.
011300 01  DUPTRAN-RECORD           PIC X(62).
011400 FD  RJTNUM
011500     LABEL RECORDS ARE STANDARD.
011600 01  RJTNUM-RECORD            PIC X(82).
011700 FD  RJTSPACE
011800     LABEL RECORDS ARE STANDARD.
011900 01  RJTSPACE-RECORD          PIC X(82).
012000 FD  RJTNIVGR
012100     LABEL RECORDS ARE STANDARD.
012200 01  RJTNIVGR-RECORD          PIC X(82).
012300 FD  RJTZERO
012400     LABEL RECORDS ARE STANDARD.
012500 01  RJTZERO-RECORD           PIC X(82).
012600 FD  RJTCUST
012700     LABEL RECORDS ARE STANDARD.
012800 01  RJTCUST-RECORD           PIC X(82).
012900 FD  RJTBRN
013000     LABEL RECORDS ARE STANDARD.
013100 01  RJTBRN-RECORD            PIC X(82).
013200 FD  RJTSOR
013300     LABEL RECORDS ARE STANDARD.
013400 01  RJTSOR-RECORD            PIC X(82).
013500 FD  RJTDSP
013600     LABEL RECORDS ARE STANDARD.
013700 01  RJTDSP-RECORD            PIC X(82).
013800 FD  RJTCLO
013900     LABEL RECORDS ARE STANDARD.
014000 01  RJTCLO-RECORD            PIC X(82).
014010 FD  RJTHLD
014020     LABEL RECORDS ARE STANDARD.
014030 01  RJTHLD-RECORD            PIC X(82).
014100 WORKING-STORAGE SECTION.
014200*----------------------------------------------------------------
014300* 77-LEVEL WORK ITEMS
014400*----------------------------------------------------------------
014500 77  WS-GENREQ-STATUS         PIC X(02) VALUE SPACES.
014600 77  WS-GENCAT-STATUS         PIC X(02) VALUE SPACES.
014700 77  WS-GENSTORE-STATUS       PIC X(02) VALUE SPACES.
014800 77  WS-WORK-STATUS           PIC X(02) VALUE SPACES.
014900 77  WS-EOF-SW                PIC X(01) VALUE "N".
015000     88  WS-EOF               VALUE "Y".
015100 77  WS-CAT-EOF-SW            PIC X(01) VALUE "N".
015200     88  WS-CAT-EOF           VALUE "Y".
015300 77  WS-FOUND-SW              PIC X(01) VALUE "N".
015400     88  WS-FOUND             VALUE "Y".
015500 77  WS-WF-COUNT              PIC 9(02) COMP VALUE 14.
015600 77  WS-WF-SUB                PIC 9(02) COMP VALUE ZERO.
015700 77  WS-WANT-FILE-ID          PIC X(08) VALUE SPACES.
015800 77  WS-WANT-BUS-DATE         PIC 9(08) VALUE ZERO.
015900 77  WS-GEN-BUS-DATE          PIC 9(08) VALUE ZERO.
016000 77  WS-GEN-RECORDS           PIC 9(09) VALUE ZERO.
016100 77  WS-RESTORE-COUNT         PIC 9(09) VALUE ZERO.
016200 77  WS-WORST-RC              PIC 9(04) COMP VALUE ZERO.
016300 77  WS-CARDS-READ            PIC 9(05) COMP VALUE ZERO.
016400 77  WS-GENS-RESTORED         PIC 9(05) COMP VALUE ZERO.
016500 77  WS-CARDS-REJECTED        PIC 9(05) COMP VALUE ZERO.
016600*----------------------------------------------------------------
016700* The working files GENSAVE saves, in its order : the
016800* subscript is the WHEN of the 8000 to 8200 file paragraphs.
016900*----------------------------------------------------------------
017000 01  WS-WORK-FILE-NAMES.
017100     05  FILLER PIC X(09) VALUE "TRANSIN L".
017200     05  FILLER PIC X(09) VALUE "TRANSOUTL".
017300     05  FILLER PIC X(09) VALUE "SUSPTRANL".
017400     05  FILLER PIC X(09) VALUE "DUPTRAN L".
017500     05  FILLER PIC X(09) VALUE "RJTNUM  S".
017600     05  FILLER PIC X(09) VALUE "RJTSPACES".
017700     05  FILLER PIC X(09) VALUE "RJTNIVGRS".
017800     05  FILLER PIC X(09) VALUE "RJTZERO S".
017900     05  FILLER PIC X(09) VALUE "RJTCUST S".
018000     05  FILLER PIC X(09) VALUE "RJTBRN  S".
018100     05  FILLER PIC X(09) VALUE "RJTSOR  S".
018200     05  FILLER PIC X(09) VALUE "RJTDSP  S".
018300     05  FILLER PIC X(09) VALUE "RJTCLO  S".
018310     05  FILLER PIC X(09) VALUE "RJTHLD  S".
018400 01  WS-WORK-FILE-TABLE REDEFINES WS-WORK-FILE-NAMES.
018500     05  WS-WF-ENTRY OCCURS 14 TIMES.
018600         10  WS-WF-ID         PIC X(08).
018700         10  WS-WF-ORG        PIC X(01).
018800*----------------------------------------------------------------
018900* Shared RPTWRITE page-writer state, the RPTCUR01 pattern.
019000*----------------------------------------------------------------
019100 01  WS-RPT-STATE.
019200     05  WS-RPT-PAGE-NUMBER   PIC 9(04) COMP VALUE ZERO.
019300     05  WS-RPT-LINE-COUNT    PIC 9(02) COMP VALUE ZERO.
019400 77  WS-RPT-TITLE             PIC X(30) VALUE
019500     "RESTAURATION DE GENERATIONS".
019600 01  WS-RPT-DETAIL            PIC X(60) VALUE SPACES.
019700 01  WS-RPT-OUT.
019800     05  WS-RPT-OUT-COUNT     PIC 9(01).
019900     05  WS-RPT-OUT-LINE      PIC X(60) OCCURS 3 TIMES.
020000 77  WS-RPT-SUB               PIC 9(01) COMP.
020100*----------------------------------------------------------------
020200* Report lines.
020300*----------------------------------------------------------------
020400 01  WS-REST-LINE.
020500     05  RSL-FILE-ID          PIC X(08).
020600     05  FILLER PIC X(01) VALUE SPACE.
020700     05  RSL-BUS-DATE         PIC X(08).
020800     05  FILLER PIC X(01) VALUE SPACE.
020900     05  RSL-CATALOGUED       PIC Z(8)9.
021000     05  FILLER PIC X(01) VALUE SPACE.
021100     05  RSL-RESTORED         PIC Z(8)9.
021200     05  FILLER PIC X(01) VALUE SPACE.
021300     05  RSL-TEXT             PIC X(22).
021400 01  WS-REST-HEADING          PIC X(60) VALUE
021500     "FICHIER  DATE      CATALOGUE  RESTAURE".
021600 01  WS-TOTAL-LINE.
021700     05  TTL-LABEL            PIC X(24).
021800     05  TTL-VALUE            PIC Z(11)9.
021900     05  FILLER PIC X(24) VALUE SPACES.
022000 PROCEDURE DIVISION.
022100*----------------------------------------------------------------
022200* 0000-MAINLINE
022300*----------------------------------------------------------------
022400 0000-MAINLINE.
022500     DISPLAY "RESTAURATION DE GENERATIONS".
022600     OPEN INPUT GENREQ.
022700     IF WS-GENREQ-STATUS = "35"
022800         DISPLAY "GENREQ ABSENTE - AUCUNE RESTAURATION"
022900         MOVE 8 TO RETURN-CODE
023000         STOP RUN
023100     END-IF.
023200     OPEN OUTPUT PRTGENR.
023300     MOVE WS-REST-HEADING TO WS-RPT-DETAIL.
023400     PERFORM 9800-PUT-REPORT-LINE THRU 9800-PUT-REPORT-LINE-EXIT.
023500     PERFORM 2000-ONE-CARD THRU 2000-ONE-CARD-EXIT
023600         UNTIL WS-EOF.
023700     CLOSE GENREQ.
023800     PERFORM 9000-WRITE-TOTALS THRU 9000-WRITE-TOTALS-EXIT.
023900     CLOSE PRTGENR.
024000     DISPLAY "DEMANDES LUES        : " WS-CARDS-READ.
024100     DISPLAY "GENERATIONS RESTAUREES : " WS-GENS-RESTORED.
024200     DISPLAY "DEMANDES REJETEES    : " WS-CARDS-REJECTED.
024300     MOVE WS-WORST-RC TO RETURN-CODE.
024400     STOP RUN.
024500*----------------------------------------------------------------
024600* 2000-ONE-CARD : one restore. An unknown file, a date not
024700*                numeric or a generation not catalogued is
024800*                listed and the card skipped.
024900*----------------------------------------------------------------
025000 2000-ONE-CARD.
025100     READ GENREQ
025200         AT END
025300             SET WS-EOF TO TRUE
025400             GO TO 2000-ONE-CARD-EXIT
025500     END-READ.
025600     ADD 1 TO WS-CARDS-READ.
025700     MOVE GRQ-FILE-ID TO RSL-FILE-ID.
025800     MOVE GRQ-BUS-DATE TO RSL-BUS-DATE.
025900     MOVE ZERO TO RSL-CATALOGUED.
026000     MOVE ZERO TO RSL-RESTORED.
026100     MOVE GRQ-FILE-ID TO WS-WANT-FILE-ID.
026200     PERFORM 2100-FIND-FILE THRU 2100-FIND-FILE-EXIT.
026300     IF WS-WF-SUB = ZERO
026400         MOVE "FICHIER INCONNU" TO RSL-TEXT
026500         PERFORM 2900-REJECT-CARD THRU 2900-REJECT-CARD-EXIT
026600         GO TO 2000-ONE-CARD-EXIT
026700     END-IF.
026800     IF GRQ-BUS-DATE = SPACES
026900         MOVE ZERO TO WS-WANT-BUS-DATE
027000     ELSE
027100         IF GRQ-BUS-DATE-9 NOT NUMERIC
027200             MOVE "DATE INVALIDE" TO RSL-TEXT
027300             PERFORM 2900-REJECT-CARD THRU 2900-REJECT-CARD-EXIT
027400             GO TO 2000-ONE-CARD-EXIT
027500         END-IF
027600         MOVE GRQ-BUS-DATE-9 TO WS-WANT-BUS-DATE
027700     END-IF.
027800     PERFORM 3000-FIND-GENERATION THRU 3000-FIND-GENERATION-EXIT.
027900     IF NOT WS-FOUND
028000         MOVE "GENERATION INCONNUE" TO RSL-TEXT
028100         PERFORM 2900-REJECT-CARD THRU 2900-REJECT-CARD-EXIT
028200         GO TO 2000-ONE-CARD-EXIT
028300     END-IF.
028400     MOVE WS-GEN-BUS-DATE TO RSL-BUS-DATE.
028500     MOVE WS-GEN-RECORDS TO RSL-CATALOGUED.
028600     PERFORM 4000-RESTORE THRU 4000-RESTORE-EXIT.
028700 2000-ONE-CARD-EXIT.
028800     EXIT.
028900*----------------------------------------------------------------
029000* 2100-FIND-FILE : WS-WF-SUB of the working file named in
029100*                 WS-WANT-FILE-ID, zero when it is not one.
029200*----------------------------------------------------------------
029300 2100-FIND-FILE.
029400     MOVE "N" TO WS-FOUND-SW.
029500     PERFORM 2110-MATCH-FILE THRU 2110-MATCH-FILE-EXIT
029600         VARYING WS-WF-SUB FROM 1 BY 1
029700         UNTIL WS-FOUND OR WS-WF-SUB > WS-WF-COUNT.
029800     IF WS-FOUND
029900         SUBTRACT 1 FROM WS-WF-SUB
030000     ELSE
030100         MOVE ZERO TO WS-WF-SUB
030200     END-IF.
030300 2100-FIND-FILE-EXIT.
030400     EXIT.
030500 2110-MATCH-FILE.
030600     IF WS-WF-ID (WS-WF-SUB) = WS-WANT-FILE-ID
030700         SET WS-FOUND TO TRUE
030800     END-IF.
030900 2110-MATCH-FILE-EXIT.
031000     EXIT.
031100 2900-REJECT-CARD.
031200     ADD 1 TO WS-CARDS-REJECTED.
031300     IF WS-WORST-RC < 8
031400         MOVE 8 TO WS-WORST-RC
031500     END-IF.
031600     DISPLAY "DEMANDE REJETEE : " GENREQ-RECORD " " RSL-TEXT.
031700     MOVE WS-REST-LINE TO WS-RPT-DETAIL.
031800     PERFORM 9800-PUT-REPORT-LINE THRU 9800-PUT-REPORT-LINE-EXIT.
031900 2900-REJECT-CARD-EXIT.
032000     EXIT.
032100*----------------------------------------------------------------
032200* 3000-FIND-GENERATION : the GENCAT entry of the file for the
032300*                       date asked, or its newest when no date
032400*                       was given.
032500*----------------------------------------------------------------
032600 3000-FIND-GENERATION.
032700     MOVE "N" TO WS-FOUND-SW.
032800     MOVE ZERO TO WS-GEN-BUS-DATE.
032900     MOVE ZERO TO WS-GEN-RECORDS.
033000     OPEN INPUT GENCAT.
033100     IF WS-GENCAT-STATUS = "35"
033200         GO TO 3000-FIND-GENERATION-EXIT
033300     END-IF.
033400     MOVE "N" TO WS-CAT-EOF-SW.
033500     PERFORM 3100-MATCH-ENTRY THRU 3100-MATCH-ENTRY-EXIT
033600         UNTIL WS-CAT-EOF.
033700     CLOSE GENCAT.
033800 3000-FIND-GENERATION-EXIT.
033900     EXIT.
034000 3100-MATCH-ENTRY.
034100     READ GENCAT
034200         AT END
034300             SET WS-CAT-EOF TO TRUE
034400             GO TO 3100-MATCH-ENTRY-EXIT
034500     END-READ.
034600     IF GCT-FILE-ID NOT = WS-WANT-FILE-ID
034700         GO TO 3100-MATCH-ENTRY-EXIT
034800     END-IF.
034900     IF WS-WANT-BUS-DATE NOT = ZERO
035000         AND GCT-BUS-DATE NOT = WS-WANT-BUS-DATE
035100         GO TO 3100-MATCH-ENTRY-EXIT
035200     END-IF.
035300     IF WS-FOUND AND GCT-BUS-DATE NOT > WS-GEN-BUS-DATE
035400         GO TO 3100-MATCH-ENTRY-EXIT
035500     END-IF.
035600     SET WS-FOUND TO TRUE.
035700     MOVE GCT-BUS-DATE TO WS-GEN-BUS-DATE.
035800     MOVE GCT-RECORD-COUNT TO WS-GEN-RECORDS.
035900 3100-MATCH-ENTRY-EXIT.
036000     EXIT.
036100*----------------------------------------------------------------
036200* 4000-RESTORE : the generation's records off GENSTORE written
036300*               over the working file, then checked against the
036400*               catalogued count.
036500*----------------------------------------------------------------
036600 4000-RESTORE.
036700     OPEN INPUT GENSTORE.
036800     IF WS-GENSTORE-STATUS NOT = "00"
036900         DISPLAY "GENSTORE INDISPONIBLE (STATUT "
037000             WS-GENSTORE-STATUS ") - RESTAURATION IMPOSSIBLE"
037100         MOVE "STOCK INDISPONIBLE" TO RSL-TEXT
037200         MOVE 16 TO WS-WORST-RC
037300         MOVE WS-REST-LINE TO WS-RPT-DETAIL
037400         PERFORM 9800-PUT-REPORT-LINE
037500             THRU 9800-PUT-REPORT-LINE-EXIT
037600         GO TO 4000-RESTORE-EXIT
037700     END-IF.
037800     MOVE ZERO TO WS-RESTORE-COUNT.
037900     PERFORM 8000-OPEN-WORKING THRU 8000-OPEN-WORKING-EXIT.
038000     MOVE "N" TO WS-CAT-EOF-SW.
038100     PERFORM 4100-RESTORE-RECORD THRU 4100-RESTORE-RECORD-EXIT
038200         UNTIL WS-CAT-EOF.
038300     PERFORM 8200-CLOSE-WORKING THRU 8200-CLOSE-WORKING-EXIT.
038400     CLOSE GENSTORE.
038500     MOVE WS-RESTORE-COUNT TO RSL-RESTORED.
038600     IF WS-RESTORE-COUNT = WS-GEN-RECORDS
038700         ADD 1 TO WS-GENS-RESTORED
038800         MOVE "RESTAUREE" TO RSL-TEXT
038900     ELSE
039000         DISPLAY "RESTAURATION INCOMPLETE : " WS-WANT-FILE-ID
039100             " " WS-GEN-BUS-DATE " " WS-RESTORE-COUNT
039200             " / " WS-GEN-RECORDS
039300         MOVE "ECART DE COMPTAGE" TO RSL-TEXT
039400         MOVE 16 TO WS-WORST-RC
039500     END-IF.
039600     MOVE WS-REST-LINE TO WS-RPT-DETAIL.
039700     PERFORM 9800-PUT-REPORT-LINE THRU 9800-PUT-REPORT-LINE-EXIT.
039800 4000-RESTORE-EXIT.
039900     EXIT.
040000 4100-RESTORE-RECORD.
040100     READ GENSTORE
040200         AT END
040300             SET WS-CAT-EOF TO TRUE
040400             GO TO 4100-RESTORE-RECORD-EXIT
040500     END-READ.
040600     IF GNS-FILE-ID NOT = WS-WANT-FILE-ID
040700         OR GNS-BUS-DATE NOT = WS-GEN-BUS-DATE
040800         GO TO 4100-RESTORE-RECORD-EXIT
040900     END-IF.
041000     PERFORM 8100-WRITE-WORKING THRU 8100-WRITE-WORKING-EXIT.
041100     ADD 1 TO WS-RESTORE-COUNT.
041200 4100-RESTORE-RECORD-EXIT.
041300     EXIT.
041400*----------------------------------------------------------------
041500* 8000/8100/8200 : open, write and close the working file of
041600*                 WS-WF-SUB, the GENSAVE file paragraphs.
041700*----------------------------------------------------------------
041800 8000-OPEN-WORKING.
041900     EVALUATE WS-WF-SUB
042000         WHEN 1  OPEN OUTPUT TRANSIN
042100         WHEN 2  OPEN OUTPUT TRANSOUT
042200         WHEN 3  OPEN OUTPUT SUSPTRAN
042300         WHEN 4  OPEN OUTPUT DUPTRAN
042400         WHEN 5  OPEN OUTPUT RJTNUM
042500         WHEN 6  OPEN OUTPUT RJTSPACE
042600         WHEN 7  OPEN OUTPUT RJTNIVGR
042700         WHEN 8  OPEN OUTPUT RJTZERO
042800         WHEN 9  OPEN OUTPUT RJTCUST
042900         WHEN 10 OPEN OUTPUT RJTBRN
043000         WHEN 11 OPEN OUTPUT RJTSOR
043100         WHEN 12 OPEN OUTPUT RJTDSP
043200         WHEN 13 OPEN OUTPUT RJTCLO
043210         WHEN 14 OPEN OUTPUT RJTHLD
043300     END-EVALUATE.
043400 8000-OPEN-WORKING-EXIT.
043500     EXIT.
043600 8100-WRITE-WORKING.
043700     EVALUATE WS-WF-SUB
043800         WHEN 1  WRITE TRANSIN-RECORD FROM GNS-DATA
043900         WHEN 2  WRITE TRANSOUT-RECORD FROM GNS-DATA
044000         WHEN 3  WRITE SUSPTRAN-RECORD FROM GNS-DATA
044100         WHEN 4  WRITE DUPTRAN-RECORD FROM GNS-DATA
044200         WHEN 5  WRITE RJTNUM-RECORD FROM GNS-DATA
044300         WHEN 6  WRITE RJTSPACE-RECORD FROM GNS-DATA
044400         WHEN 7  WRITE RJTNIVGR-RECORD FROM GNS-DATA
044500         WHEN 8  WRITE RJTZERO-RECORD FROM GNS-DATA
044600         WHEN 9  WRITE RJTCUST-RECORD FROM GNS-DATA
044700         WHEN 10 WRITE RJTBRN-RECORD FROM GNS-DATA
044800         WHEN 11 WRITE RJTSOR-RECORD FROM GNS-DATA
044900         WHEN 12 WRITE RJTDSP-RECORD FROM GNS-DATA
045000         WHEN 13 WRITE RJTCLO-RECORD FROM GNS-DATA
045010         WHEN 14 WRITE RJTHLD-RECORD FROM GNS-DATA
045100     END-EVALUATE.
045200 8100-WRITE-WORKING-EXIT.
045300     EXIT.
045400 8200-CLOSE-WORKING.
045500     EVALUATE WS-WF-SUB
045600         WHEN 1  CLOSE TRANSIN
045700         WHEN 2  CLOSE TRANSOUT
045800         WHEN 3  CLOSE SUSPTRAN
045900         WHEN 4  CLOSE DUPTRAN
046000         WHEN 5  CLOSE RJTNUM
046100         WHEN 6  CLOSE RJTSPACE
046200         WHEN 7  CLOSE RJTNIVGR
046300         WHEN 8  CLOSE RJTZERO
046400         WHEN 9  CLOSE RJTCUST
046500         WHEN 10 CLOSE RJTBRN
046600         WHEN 11 CLOSE RJTSOR
046700         WHEN 12 CLOSE RJTDSP
046800         WHEN 13 CLOSE RJTCLO
046810         WHEN 14 CLOSE RJTHLD
046900     END-EVALUATE.
047000 8200-CLOSE-WORKING-EXIT.
047100     EXIT.
047200*----------------------------------------------------------------
047300* 9000-WRITE-TOTALS : the job's counts at the foot of PRTGENR.
047400*----------------------------------------------------------------
047500 9000-WRITE-TOTALS.
047600     MOVE SPACES TO WS-RPT-DETAIL.
047700     PERFORM 9800-PUT-REPORT-LINE THRU 9800-PUT-REPORT-LINE-EXIT.
047800     MOVE "DEMANDES LUES         : " TO TTL-LABEL.
047900     MOVE WS-CARDS-READ TO TTL-VALUE.
048000     PERFORM 9010-PUT-TOTAL THRU 9010-PUT-TOTAL-EXIT.
048100     MOVE "GENERATIONS RESTAUREES: " TO TTL-LABEL.
048200     MOVE WS-GENS-RESTORED TO TTL-VALUE.
048300     PERFORM 9010-PUT-TOTAL THRU 9010-PUT-TOTAL-EXIT.
048400     MOVE "DEMANDES REJETEES     : " TO TTL-LABEL.
048500     MOVE WS-CARDS-REJECTED TO TTL-VALUE.
048600     PERFORM 9010-PUT-TOTAL THRU 9010-PUT-TOTAL-EXIT.
048700 9000-WRITE-TOTALS-EXIT.
048800     EXIT.
048900 9010-PUT-TOTAL.
049000     MOVE WS-TOTAL-LINE TO WS-RPT-DETAIL.
049100     PERFORM 9800-PUT-REPORT-LINE THRU 9800-PUT-REPORT-LINE-EXIT.
049200 9010-PUT-TOTAL-EXIT.
049300     EXIT.
049400*----------------------------------------------------------------
049500* 9800-PUT-REPORT-LINE : one line through the shared RPTWRITE
049600*                       page writer onto PRTGENR.
049700*----------------------------------------------------------------
049800 9800-PUT-REPORT-LINE.
049900     CALL "RPTWRITE" USING WS-RPT-STATE WS-RPT-TITLE
050000                           WS-RPT-DETAIL WS-RPT-OUT.
050100     PERFORM 9810-WRITE-OUT-LINE THRU 9810-WRITE-OUT-LINE-EXIT
050200         VARYING WS-RPT-SUB FROM 1 BY 1
050300         UNTIL WS-RPT-SUB > WS-RPT-OUT-COUNT.
050400 9800-PUT-REPORT-LINE-EXIT.
050500     EXIT.
050600 9810-WRITE-OUT-LINE.
050700     WRITE PRTGENR-LINE FROM WS-RPT-OUT-LINE (WS-RPT-SUB).
050800 9810-WRITE-OUT-LINE-EXIT.
050900     EXIT.
