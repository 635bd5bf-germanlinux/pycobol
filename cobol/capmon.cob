000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. CAPMON.
000300 AUTHOR. D-SYSTEMS BATCH GROUP.
000400 INSTALLATION. ESSAI BATCH SUITE.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 2026-10-15 EL  Initial version. Capacity early warning, run
001100*                at the head of the night chain. Several
001200*                programs load a file whole into a fixed
001300*                in-storage table and, when it overflows,
001400*                refuse the run or quietly drop the excess ; the
001500*                first anyone heard of it was the night it
001600*                happened. This step counts each of those input
001700*                files against its table's OCCURS limit (the
001800*                table of limits below) :
001900*                  - BATCHDRV, BATCHSIM and MORNSTAT step tables
002000*                    (STEPDEF, STEPDAY), 40 steps - MORNSTAT's
002100*                    day table holds one STEPDAY chain per
002200*                    intraday cycle of the date ;
002300*                  - ESSAIZERO merge table (MERGXREF), 100 ;
002400*                  - FEEGEN exempt customers (FEESCHED type E
002500*                    cards), 50 ;
002600*                  - CUSTBKOU journal entries (CUSTJRNL, the
002700*                    largest single run), 200 ;
002800*                  - ACKPROC sent details (IFACE01 less its
002900*                    HDR/TRL envelope), 1000 ;
003000*                  - DATECHEK holidays (CALFILE), 100.
003100*                It also counts CUSTMAST, BALMAST, TRANREG,
003200*                STMTHIST and CUSTJRNL, keeps one count per file
003300*                and date on the CAPHIST trend file (the trend
003400*                window is all CAPHIST keeps ; a rerun of the
003500*                date replaces its counts), and from the growth
003600*                per day since the oldest count in the window
003700*                forecasts the date each file reaches the limit
003800*                CAPPARM gives it. CAPPARM cards : S = warning
003900*                threshold in percent of the limit (default 80),
004000*                N = trend window in days (default 30), L = a
004100*                growing file's limit in records (a file with no
004200*                L card is trended, not forecast). Every table
004300*                or file at or past the threshold is listed on
004400*                PRTCAPA, written to the CAPEXCP exception file
004500*                MORNSTAT reads, and sets RETURN-CODE 4.
004510* 2026-10-15 EL  ESSAIZERO hold table (HOLDMAST), 500 accounts :
004520*                the accounts with a legal hold or garnishment in
004530*                force on the business date.
004540*----------------------------------------------------------------
004700 ENVIRONMENT DIVISION.
004800 CONFIGURATION SECTION.
004900 INPUT-OUTPUT SECTION.
005000 FILE-CONTROL.
005100     SELECT CTLDATE ASSIGN TO "CTLDATE"
005200         ORGANIZATION IS SEQUENTIAL
005300         FILE STATUS IS WS-CTLDATE-STATUS.
005400     SELECT CAPPARM ASSIGN TO "CAPPARM"
005500         ORGANIZATION IS SEQUENTIAL
005600         FILE STATUS IS WS-CAPPARM-STATUS.
005700     SELECT STEPDEF ASSIGN TO "STEPDEF"
005800         ORGANIZATION IS SEQUENTIAL
005900         FILE STATUS IS WS-STEPDEF-STATUS.
006000     SELECT STEPDAY ASSIGN TO "STEPDAY"
006100         ORGANIZATION IS SEQUENTIAL
006200         FILE STATUS IS WS-STEPDAY-STATUS.
006300     SELECT MERGXREF ASSIGN TO "MERGXREF"
006400         ORGANIZATION IS SEQUENTIAL
006500         FILE STATUS IS WS-MERGXREF-STATUS.
006600     SELECT FEESCHED ASSIGN TO "FEESCHED"
006700         ORGANIZATION IS SEQUENTIAL
006800         FILE STATUS IS WS-FEESCHED-STATUS.
006900     SELECT IFACE01 ASSIGN TO "IFACE01"
007000         ORGANIZATION IS SEQUENTIAL
007100         FILE STATUS IS WS-IFACE01-STATUS.
007200     SELECT CALFILE ASSIGN TO "CALFILE"
007300         ORGANIZATION IS SEQUENTIAL
007400         FILE STATUS IS WS-CALFILE-STATUS.
007500     SELECT CUSTJRNL ASSIGN TO "CUSTJRNL"
007600         ORGANIZATION IS SEQUENTIAL
007700         FILE STATUS IS WS-CUSTJRNL-STATUS.
007800     SELECT CUSTMAST ASSIGN TO "CUSTMAST"
007900         ORGANIZATION IS INDEXED
008000         ACCESS MODE IS SEQUENTIAL
008100         RECORD KEY IS CUST-NUMBER
008200         ALTERNATE RECORD KEY IS CUST-NAME
008300             WITH DUPLICATES
008400         FILE STATUS IS WS-CUSTMAST-STATUS.
008500     SELECT BALMAST ASSIGN TO "BALMAST"
008600         ORGANIZATION IS INDEXED
008700         ACCESS MODE IS SEQUENTIAL
008800         RECORD KEY IS BAL-ACCOUNT-NO
008900         FILE STATUS IS WS-BALMAST-STATUS.
009000     SELECT TRANREG ASSIGN TO "TRANREG"
009100         ORGANIZATION IS INDEXED
009200         ACCESS MODE IS SEQUENTIAL
009300         RECORD KEY IS TRG-TRAN-KEY
009400         FILE STATUS IS WS-TRANREG-STATUS.
009410     SELECT HOLDMAST ASSIGN TO "HOLDMAST"
009420         ORGANIZATION IS INDEXED
009430         ACCESS MODE IS SEQUENTIAL
009440         RECORD KEY IS HLD-KEY
009450         FILE STATUS IS WS-HOLDMAST-STATUS.
009500     SELECT STMTHIST ASSIGN TO "STMTHIST"
009600         ORGANIZATION IS SEQUENTIAL
009700         FILE STATUS IS WS-STMTHIST-STATUS.
009800     SELECT CAPHIST ASSIGN TO "CAPHIST"
009900         ORGANIZATION IS SEQUENTIAL
010000         FILE STATUS IS WS-CAPHIST-STATUS.
010100     SELECT CAPWORK ASSIGN TO "CAPWORK"
010200         ORGANIZATION IS SEQUENTIAL.
010300     SELECT CAPEXCP ASSIGN TO "CAPEXCP"
010400         ORGANIZATION IS SEQUENTIAL.
010500     SELECT PRTCAPA ASSIGN TO "PRTCAPA"
010600         ORGANIZATION IS SEQUENTIAL.
010700 DATA DIVISION.
010800 FILE SECTION.
010900 FD  CTLDATE
011000     LABEL RECORDS ARE STANDARD.
011100 01  CTLDATE-RECORD.
011200     05  CTL-BUSINESS-DATE    PIC 9(08).
011300     05  CTL-CYCLE            PIC 9(01).
011400     05  FILLER               PIC X(11).
011500*----------------------------------------------------------------
011600* CAPPARM : one card per setting. CPP-TYPE S = warning threshold
011700* (percent), N = trend window (days), L = the limit in records
011800* of the growing file CPP-NAME.
011900*----------------------------------------------------------------
012000 FD  CAPPARM
012100     LABEL RECORDS ARE STANDARD.
012200 01  CAPPARM-RECORD.
012300     05  CPP-TYPE             PIC X(01).
012400     05  CPP-NAME             PIC X(08).
012500     05  CPP-VALUE            PIC 9(09).
012600     05  FILLER               PIC X(02).
012700 FD  STEPDEF
012800     LABEL RECORDS ARE STANDARD.
012900 01  STEPDEF-RECORD           PIC X(40).
013000 FD  STEPDAY
013100     LABEL RECORDS ARE STANDARD.
013200 01  STEPDAY-RECORD           PIC X(40).
013300 FD  MERGXREF
013400     LABEL RECORDS ARE STANDARD.
013500 01  MERGXREF-RECORD          PIC X(30).
013600 FD  FEESCHED
013700     LABEL RECORDS ARE STANDARD.
013800 01  FEESCHED-RECORD.
013900     05  FEE-TYPE             PIC X(01).
014000     05  FILLER               PIC X(19).
014100 FD  IFACE01
014200     LABEL RECORDS ARE STANDARD.
014300 01  IFACE01-RECORD.
014400     05  IF-RECORD-TYPE       PIC X(03).
014500     05  FILLER               PIC X(57).
014600 FD  CALFILE
014700     LABEL RECORDS ARE STANDARD.
014800 01  CALFILE-RECORD           PIC X(20).
014900 FD  CUSTJRNL
015000     LABEL RECORDS ARE STANDARD.
015100 COPY JRNLREC.
015200 FD  CUSTMAST.
015300 COPY CUSTREC.
015400 FD  BALMAST.
015500 COPY BALREC.
015600 FD  TRANREG.
015700 01  TRANREG-RECORD.
015800     05  TRG-TRAN-KEY         PIC X(20).
015900     05  FILLER               PIC X(42).
015910 FD  HOLDMAST.
015920 COPY HLDREC.
016000 FD  STMTHIST
016100     LABEL RECORDS ARE STANDARD.
016200 01  STMTHIST-RECORD          PIC X(81).
016300*----------------------------------------------------------------
016400* CAPHIST : the trend, one record per growing file and date.
016500*----------------------------------------------------------------
016600 FD  CAPHIST
016700     LABEL RECORDS ARE STANDARD.
016800 01  CAPHIST-RECORD.
016900     05  CPH-DATE             PIC 9(08).
017000     05  CPH-FILE             PIC X(08).
017100     05  CPH-COUNT            PIC 9(09).
017200     05  FILLER               PIC X(05).
017300 FD  CAPWORK
017400     LABEL RECORDS ARE STANDARD.
017500 01  CAPWORK-RECORD           PIC X(30).
017600 FD  CAPEXCP
017700     LABEL RECORDS ARE STANDARD.
017800 COPY CAPREC.
017900 FD  PRTCAPA
018000     LABEL RECORDS ARE STANDARD.
018100 01  PRTCAPA-LINE             PIC X(80).
018200 WORKING-STORAGE SECTION.
018300*----------------------------------------------------------------
018400* 77-LEVEL WORK ITEMS
018500*----------------------------------------------------------------
018600 77  WS-CTLDATE-STATUS        PIC X(02) VALUE SPACES.
018700 77  WS-CAPPARM-STATUS        PIC X(02) VALUE SPACES.
018800 77  WS-STEPDEF-STATUS        PIC X(02) VALUE SPACES.
018900 77  WS-STEPDAY-STATUS        PIC X(02) VALUE SPACES.
019000 77  WS-MERGXREF-STATUS       PIC X(02) VALUE SPACES.
019100 77  WS-FEESCHED-STATUS       PIC X(02) VALUE SPACES.
019200 77  WS-IFACE01-STATUS        PIC X(02) VALUE SPACES.
019300 77  WS-CALFILE-STATUS        PIC X(02) VALUE SPACES.
019400 77  WS-CUSTJRNL-STATUS       PIC X(02) VALUE SPACES.
019500 77  WS-CUSTMAST-STATUS       PIC X(02) VALUE SPACES.
019600 77  WS-BALMAST-STATUS        PIC X(02) VALUE SPACES.
019700 77  WS-TRANREG-STATUS        PIC X(02) VALUE SPACES.
019800 77  WS-STMTHIST-STATUS       PIC X(02) VALUE SPACES.
019810 77  WS-HOLDMAST-STATUS       PIC X(02) VALUE SPACES.
019900 77  WS-CAPHIST-STATUS        PIC X(02) VALUE SPACES.
020000 77  WS-EOF-SW                PIC X(01) VALUE "N".
020100     88  WS-EOF               VALUE "Y".
020200 77  WS-HISTORY-SW            PIC X(01) VALUE "N".
020300     88  WS-HISTORY           VALUE "Y".
020400 77  WS-RC                    PIC 9(02) VALUE ZERO.
020500 77  WS-BUSINESS-DATE         PIC 9(08) VALUE ZERO.
020600 77  WS-DAY-CYCLES            PIC 9(01) VALUE ZERO.
020700 77  WS-WARN-PCT              PIC 9(03) VALUE 80.
020800 77  WS-WINDOW-DAYS           PIC 9(05) VALUE 30.
020900 77  WS-TODAY-NUMBER          PIC 9(07) COMP VALUE ZERO.
021000 77  WS-CUTOFF-DATE           PIC 9(08) VALUE ZERO.
021100 77  WS-SUB                   PIC 9(02) COMP VALUE ZERO.
021200 77  WS-FIND-SUB              PIC 9(02) COMP VALUE ZERO.
021300 77  WS-FOUND-SUB             PIC 9(02) COMP VALUE ZERO.
021400 77  WS-FIND-NAME             PIC X(08) VALUE SPACES.
021500 77  WS-STEPDEF-RECS          PIC 9(09) COMP VALUE ZERO.
021600 77  WS-STEPDAY-RECS          PIC 9(09) COMP VALUE ZERO.
021700 77  WS-MERGXREF-RECS         PIC 9(09) COMP VALUE ZERO.
021800 77  WS-EXEMPT-RECS           PIC 9(09) COMP VALUE ZERO.
021900 77  WS-IFACE01-RECS          PIC 9(09) COMP VALUE ZERO.
022000 77  WS-CALFILE-RECS          PIC 9(09) COMP VALUE ZERO.
022010 77  WS-HOLD-ACCOUNTS         PIC 9(09) COMP VALUE ZERO.
022020 77  WS-HOLD-PRIOR-ACCOUNT    PIC X(10) VALUE SPACES.
022100 77  WS-JRL-RUN-RECS          PIC 9(09) COMP VALUE ZERO.
022200 77  WS-JRL-RUN-MAX           PIC 9(09) COMP VALUE ZERO.
022300 77  WS-JRL-RECS              PIC 9(09) COMP VALUE ZERO.
022400 77  WS-JRL-PRIOR-KEY         PIC X(22) VALUE SPACES.
022500 77  WS-COUNT                 PIC 9(09) COMP VALUE ZERO.
022600 77  WS-PERCENT               PIC 9(05) VALUE ZERO.
022700 77  WS-DAYS-SPAN             PIC 9(07) COMP VALUE ZERO.
022800 77  WS-DAYS-LEFT             PIC 9(07) VALUE ZERO.
022900 77  WS-DELTA                 PIC S9(09) VALUE ZERO.
023000 77  WS-GROWTH                PIC S9(09)V99 VALUE ZERO.
023100 77  WS-FORECAST-DATE         PIC 9(08) VALUE ZERO.
023200 77  WS-HIST-KEPT             PIC 9(07) COMP VALUE ZERO.
023300 77  WS-HIST-DROPPED          PIC 9(07) COMP VALUE ZERO.
023400 77  WS-WARNINGS              PIC 9(05) COMP VALUE ZERO.
023500*----------------------------------------------------------------
023600* CALL "DATECHEK" parameters, the same pattern as PADTRIM.
023700*----------------------------------------------------------------
023800 77  WS-DC-FUNCTION           PIC X(01) VALUE SPACE.
023900 77  WS-DC-DATE               PIC 9(08) VALUE ZERO.
024000 77  WS-DC-DAY-NUMBER         PIC 9(07) COMP VALUE ZERO.
024100 77  WS-DC-RESULT             PIC X(01) VALUE SPACE.
024200 01  WS-DATE-SPLIT.
024300     05  WS-DS-CCYY           PIC X(04).
024400     05  WS-DS-MM             PIC X(02).
024500     05  WS-DS-DD             PIC X(02).
024600 01  WS-DATE-SPLIT-9 REDEFINES WS-DATE-SPLIT
024700                              PIC 9(08).
024800 01  WS-JRL-KEY.
024900     05  WS-JK-PROGRAM        PIC X(08).
025000     05  WS-JK-RUN-ID         PIC X(14).
025100*----------------------------------------------------------------
025200* The fixed in-storage tables : the program, the input file
025300* loaded into it and the table's OCCURS limit. A program's limit
025400* changes here when its table is resized.
025500*----------------------------------------------------------------
025600 01  WS-TABLE-VALUES.
025700     05  FILLER PIC X(22) VALUE "BATCHDRV  STEPDEF 0040".
025800     05  FILLER PIC X(22) VALUE "BATCHDRV  STEPDAY 0040".
025900     05  FILLER PIC X(22) VALUE "BATCHSIM  STEPDEF 0040".
026000     05  FILLER PIC X(22) VALUE "MORNSTAT  STEPDEF 0040".
026100     05  FILLER PIC X(22) VALUE "MORNSTAT  STEPDAY 0040".
026200     05  FILLER PIC X(22) VALUE "ESSAIZERO MERGXREF0100".
026300     05  FILLER PIC X(22) VALUE "FEEGEN    FEESCHED0050".
026400     05  FILLER PIC X(22) VALUE "CUSTBKOU  CUSTJRNL0200".
026500     05  FILLER PIC X(22) VALUE "ACKPROC   IFACE01 1000".
026600     05  FILLER PIC X(22) VALUE "DATECHEK  CALFILE 0100".
026610     05  FILLER PIC X(22) VALUE "ESSAIZERO HOLDMAST0500".
026700 01  WS-TABLE-TABLE REDEFINES WS-TABLE-VALUES.
026800     05  WS-TBL OCCURS 11 TIMES.
026900         10  WS-TBL-PROGRAM   PIC X(10).
027000         10  WS-TBL-FILE      PIC X(08).
027100         10  WS-TBL-LIMIT     PIC 9(04).
027200 01  WS-TABLE-COUNTS.
027300     05  WS-TBL-COUNT         PIC 9(09) COMP OCCURS 11 TIMES.
027400*----------------------------------------------------------------
027500* The growing files, with their CAPPARM limit (zero = none),
027600* tonight's count and the oldest count in the trend window.
027700*----------------------------------------------------------------
027800 01  WS-FILE-VALUES.
027900     05  FILLER PIC X(08) VALUE "CUSTMAST".
028000     05  FILLER PIC X(08) VALUE "BALMAST ".
028100     05  FILLER PIC X(08) VALUE "TRANREG ".
028200     05  FILLER PIC X(08) VALUE "STMTHIST".
028300     05  FILLER PIC X(08) VALUE "CUSTJRNL".
028400 01  WS-FILE-NAMES REDEFINES WS-FILE-VALUES.
028500     05  WS-FIL-NAME          PIC X(08) OCCURS 5 TIMES.
028600 01  WS-FILE-TABLE.
028700     05  WS-FIL OCCURS 5 TIMES.
028800         10  WS-FIL-LIMIT     PIC 9(09).
028900         10  WS-FIL-COUNT     PIC 9(09) COMP.
029000         10  WS-FIL-ABSENT-SW PIC X(01).
029100             88  WS-FIL-ABSENT VALUE "Y".
029200         10  WS-FIL-BASE-DATE PIC 9(08).
029300         10  WS-FIL-BASE-COUNT
029400                              PIC 9(09) COMP.
029500*----------------------------------------------------------------
029600* Report lines.
029700*----------------------------------------------------------------
029800 01  WS-TITLE-LINE.
029900     05  FILLER               PIC X(30) VALUE
030000         "SURVEILLANCE DES CAPACITES DU ".
030100     05  TTL-DATE             PIC 9(08).
030200     05  FILLER               PIC X(18) VALUE
030300         " - SEUIL D'ALERTE ".
030400     05  TTL-PCT              PIC ZZ9.
030500     05  FILLER               PIC X(21) VALUE "%".
030600 01  WS-BLANK-LINE            PIC X(80) VALUE SPACES.
030700 01  WS-TABLE-HEAD.
030800     05  FILLER               PIC X(40) VALUE
030900         "TABLES DE TRAVAIL      OCCUPATION    LIM".
031000     05  FILLER               PIC X(40) VALUE
031100         "ITE    TAUX".
031200 01  WS-TABLE-LINE.
031300     05  TBL-PROGRAM          PIC X(10).
031400     05  FILLER               PIC X(01) VALUE SPACE.
031500     05  TBL-FILE             PIC X(08).
031600     05  FILLER               PIC X(04) VALUE SPACES.
031700     05  TBL-COUNT            PIC Z(8)9.
031800     05  FILLER               PIC X(02) VALUE SPACES.
031900     05  TBL-LIMIT            PIC Z(8)9.
032000     05  FILLER               PIC X(02) VALUE SPACES.
032100     05  TBL-PCT              PIC ZZZZ9.
032200     05  FILLER               PIC X(03) VALUE "%  ".
032300     05  TBL-FLAG             PIC X(06).
032400     05  FILLER               PIC X(21) VALUE SPACES.
032500 01  WS-FILE-HEAD-1.
032600     05  FILLER               PIC X(36) VALUE
032700         "FICHIERS EN CROISSANCE - FENETRE DE ".
032800     05  FHD-WINDOW           PIC ZZZZ9.
032900     05  FILLER               PIC X(39) VALUE " JOURS".
033000 01  WS-FILE-HEAD-2.
033100     05  FILLER               PIC X(40) VALUE
033200         "FICHIER    ENREGISTR.     LIMITE    TAUX".
033300     05  FILLER               PIC X(40) VALUE
033400         "  CROISS./JOUR  ATTEINTE LE".
033500 01  WS-FILE-LINE.
033600     05  FIL-NAME             PIC X(08).
033700     05  FILLER               PIC X(02) VALUE SPACES.
033800     05  FIL-COUNT            PIC Z(8)9.
033900     05  FILLER               PIC X(02) VALUE SPACES.
034000     05  FIL-LIMIT            PIC Z(8)9 BLANK WHEN ZERO.
034100     05  FILLER               PIC X(02) VALUE SPACES.
034200     05  FIL-PCT              PIC ZZZZ9 BLANK WHEN ZERO.
034300     05  FIL-PCT-SIGN         PIC X(01).
034400     05  FILLER               PIC X(03) VALUE SPACES.
034500     05  FIL-GROWTH           PIC -(6)9.99.
034600     05  FILLER               PIC X(02) VALUE SPACES.
034700     05  FIL-FORECAST         PIC X(12).
034800     05  FILLER               PIC X(01) VALUE SPACE.
034900     05  FIL-FLAG             PIC X(06).
035000     05  FILLER               PIC X(08) VALUE SPACES.
035100 01  WS-FORECAST-DATE-X.
035200     05  WS-FD-DD             PIC X(02).
035300     05  FILLER               PIC X(01) VALUE "/".
035400     05  WS-FD-MM             PIC X(02).
035500     05  FILLER               PIC X(01) VALUE "/".
035600     05  WS-FD-CCYY           PIC X(04).
035700 01  WS-COUNT-LINE.
035800     05  FILLER               PIC X(30) VALUE
035900         "TABLES OU FICHIERS EN ALERTE :".
036000     05  CNT-WARNINGS         PIC ZZZZ9.
036100     05  FILLER               PIC X(45) VALUE SPACES.
036200 PROCEDURE DIVISION.
036300*----------------------------------------------------------------
036400* 0000-MAINLINE
036500*----------------------------------------------------------------
036600 0000-MAINLINE.
036700     DISPLAY "SURVEILLANCE DES CAPACITES - TABLES ET FICHIERS".
036800     OPEN OUTPUT CAPEXCP.
036900     PERFORM 0100-READ-CTLDATE THRU 0100-READ-CTLDATE-EXIT.
037000     IF WS-RC > 4
037100         CLOSE CAPEXCP
037200         MOVE WS-RC TO RETURN-CODE
037300         STOP RUN
037400     END-IF.
037500     PERFORM 0200-READ-CAPPARM THRU 0200-READ-CAPPARM-EXIT.
037600     OPEN OUTPUT PRTCAPA.
037700     MOVE WS-BUSINESS-DATE TO TTL-DATE.
037800     MOVE WS-WARN-PCT TO TTL-PCT.
037900     WRITE PRTCAPA-LINE FROM WS-TITLE-LINE.
038000     PERFORM 1000-TABLES THRU 1000-TABLES-EXIT.
038100     PERFORM 2000-FILES THRU 2000-FILES-EXIT.
038200     PERFORM 3000-TREND THRU 3000-TREND-EXIT.
038300     WRITE PRTCAPA-LINE FROM WS-BLANK-LINE.
038400     MOVE WS-WINDOW-DAYS TO FHD-WINDOW.
038500     WRITE PRTCAPA-LINE FROM WS-FILE-HEAD-1.
038600     WRITE PRTCAPA-LINE FROM WS-FILE-HEAD-2.
038700     PERFORM 4000-FILE-LINE THRU 4000-FILE-LINE-EXIT
038800         VARYING WS-SUB FROM 1 BY 1
038900         UNTIL WS-SUB > 5.
039000     WRITE PRTCAPA-LINE FROM WS-BLANK-LINE.
039100     MOVE WS-WARNINGS TO CNT-WARNINGS.
039200     WRITE PRTCAPA-LINE FROM WS-COUNT-LINE.
039300     CLOSE CAPEXCP.
039400     CLOSE PRTCAPA.
039500     DISPLAY "TABLES OU FICHIERS EN ALERTE : " WS-WARNINGS.
039600     DISPLAY "HISTORIQUE CONSERVE         : " WS-HIST-KEPT.
039700     DISPLAY "HISTORIQUE ECARTE           : " WS-HIST-DROPPED.
039800     IF WS-WARNINGS > ZERO AND WS-RC < 4
039900         MOVE 4 TO WS-RC
040000     END-IF.
040100     MOVE WS-RC TO RETURN-CODE.
040200     STOP RUN.
040300*----------------------------------------------------------------
040400* 0100-READ-CTLDATE : the business date the counts are kept
040500*                    under, and the posting cycle it has reached
040600*                    (the intraday cycles already run today).
040700*----------------------------------------------------------------
040800 0100-READ-CTLDATE.
040900     OPEN INPUT CTLDATE.
041000     IF WS-CTLDATE-STATUS NOT = "00"
041100         DISPLAY "CTLDATE ABSENTE - SURVEILLANCE IMPOSSIBLE"
041200         MOVE 16 TO WS-RC
041300         GO TO 0100-READ-CTLDATE-EXIT
041400     END-IF.
041500     READ CTLDATE
041600         AT END
041700             DISPLAY "CTLDATE VIDE - SURVEILLANCE IMPOSSIBLE"
041800             MOVE 16 TO WS-RC
041900     END-READ.
042000     CLOSE CTLDATE.
042100     IF WS-RC = 16
042200         GO TO 0100-READ-CTLDATE-EXIT
042300     END-IF.
042400     MOVE CTL-BUSINESS-DATE TO WS-BUSINESS-DATE.
042500     IF CTL-CYCLE NUMERIC AND CTL-CYCLE > 1
042600         COMPUTE WS-DAY-CYCLES = CTL-CYCLE - 1
042700     ELSE
042800         MOVE 1 TO WS-DAY-CYCLES
042900     END-IF.
043000     DISPLAY "DATE METIER " WS-BUSINESS-DATE.
043100 0100-READ-CTLDATE-EXIT.
043200     EXIT.
043300*----------------------------------------------------------------
043400* 0200-READ-CAPPARM : threshold, window and file limits. No
043500*                    CAPPARM keeps the defaults and forecasts
043600*                    nothing ; a card that cannot be used is
043700*                    reported and skipped, RETURN-CODE 4.
043800*----------------------------------------------------------------
043900 0200-READ-CAPPARM.
044000     PERFORM 0220-CLEAR-FILE THRU 0220-CLEAR-FILE-EXIT
044100         VARYING WS-SUB FROM 1 BY 1
044200         UNTIL WS-SUB > 5.
044300     OPEN INPUT CAPPARM.
044400     IF WS-CAPPARM-STATUS NOT = "00"
044500         DISPLAY "CAPPARM ABSENT - VALEURS PAR DEFAUT"
044600         GO TO 0200-READ-CAPPARM-EXIT
044700     END-IF.
044800     MOVE "N" TO WS-EOF-SW.
044900     PERFORM 0210-READ-CARD THRU 0210-READ-CARD-EXIT
045000         UNTIL WS-EOF.
045100     CLOSE CAPPARM.
045200 0200-READ-CAPPARM-EXIT.
045300     EXIT.
045400 0210-READ-CARD.
045500     READ CAPPARM
045600         AT END
045700             SET WS-EOF TO TRUE
045800             GO TO 0210-READ-CARD-EXIT
045900     END-READ.
046000     IF CPP-VALUE NOT NUMERIC
046100         DISPLAY "CAPPARM VALEUR NON NUMERIQUE : "
046200             CAPPARM-RECORD
046300         MOVE 4 TO WS-RC
046400         GO TO 0210-READ-CARD-EXIT
046500     END-IF.
046600     EVALUATE CPP-TYPE
046700         WHEN "S"
046800             IF CPP-VALUE > ZERO AND CPP-VALUE < 1000
046900                 MOVE CPP-VALUE TO WS-WARN-PCT
047000             ELSE
047100                 DISPLAY "CAPPARM SEUIL REFUSE : " CPP-VALUE
047200                 MOVE 4 TO WS-RC
047300             END-IF
047400         WHEN "N"
047500             IF CPP-VALUE > ZERO AND CPP-VALUE < 100000
047600                 MOVE CPP-VALUE TO WS-WINDOW-DAYS
047700             ELSE
047800                 DISPLAY "CAPPARM FENETRE REFUSEE : " CPP-VALUE
047900                 MOVE 4 TO WS-RC
048000             END-IF
048100         WHEN "L"
048200             MOVE CPP-NAME TO WS-FIND-NAME
048300             PERFORM 0300-FIND-FILE THRU 0300-FIND-FILE-EXIT
048400             IF WS-FOUND-SUB > ZERO
048500                 MOVE CPP-VALUE TO WS-FIL-LIMIT (WS-FOUND-SUB)
048600             ELSE
048700                 DISPLAY "CAPPARM FICHIER INCONNU : " CPP-NAME
048800                 MOVE 4 TO WS-RC
048900             END-IF
049000         WHEN OTHER
049100             DISPLAY "TYPE CAPPARM INCONNU : " CPP-TYPE
049200             MOVE 4 TO WS-RC
049300     END-EVALUATE.
049400 0210-READ-CARD-EXIT.
049500     EXIT.
049600 0220-CLEAR-FILE.
049700     MOVE ZERO TO WS-FIL-LIMIT (WS-SUB).
049800     MOVE ZERO TO WS-FIL-COUNT (WS-SUB).
049900     MOVE "N"  TO WS-FIL-ABSENT-SW (WS-SUB).
050000     MOVE ZERO TO WS-FIL-BASE-DATE (WS-SUB).
050100     MOVE ZERO TO WS-FIL-BASE-COUNT (WS-SUB).
050200 0220-CLEAR-FILE-EXIT.
050300     EXIT.
050400*----------------------------------------------------------------
050500* 0300-FIND-FILE : WS-FIND-NAME in the growing-file table,
050600*                 WS-FOUND-SUB zero when it is not there.
050700*----------------------------------------------------------------
050800 0300-FIND-FILE.
050900     MOVE ZERO TO WS-FOUND-SUB.
051000     PERFORM 0310-MATCH-FILE THRU 0310-MATCH-FILE-EXIT
051100         VARYING WS-FIND-SUB FROM 1 BY 1
051200         UNTIL WS-FIND-SUB > 5 OR WS-FOUND-SUB > ZERO.
051300 0300-FIND-FILE-EXIT.
051400     EXIT.
051500 0310-MATCH-FILE.
051600     IF WS-FIL-NAME (WS-FIND-SUB) = WS-FIND-NAME
051700         MOVE WS-FIND-SUB TO WS-FOUND-SUB
051800     END-IF.
051900 0310-MATCH-FILE-EXIT.
052000     EXIT.
052100*----------------------------------------------------------------
052200* 1000-TABLES : count each table's input file, then measure it
052300*              against the table's limit. An absent file is an
052400*              empty table.
052500*----------------------------------------------------------------
052600 1000-TABLES.
052700     PERFORM 1100-COUNT-STEPDEF THRU 1100-COUNT-STEPDEF-EXIT.
052800     PERFORM 1200-COUNT-STEPDAY THRU 1200-COUNT-STEPDAY-EXIT.
052900     PERFORM 1300-COUNT-MERGXREF THRU 1300-COUNT-MERGXREF-EXIT.
053000     PERFORM 1400-COUNT-EXEMPT THRU 1400-COUNT-EXEMPT-EXIT.
053100     PERFORM 1500-COUNT-CUSTJRNL THRU 1500-COUNT-CUSTJRNL-EXIT.
053200     PERFORM 1600-COUNT-IFACE01 THRU 1600-COUNT-IFACE01-EXIT.
053300     PERFORM 1700-COUNT-CALFILE THRU 1700-COUNT-CALFILE-EXIT.
053310     PERFORM 1800-COUNT-HOLDMAST THRU 1800-COUNT-HOLDMAST-EXIT.
053400     MOVE WS-STEPDEF-RECS  TO WS-TBL-COUNT (1).
053500     MOVE WS-STEPDAY-RECS  TO WS-TBL-COUNT (2).
053600     MOVE WS-STEPDEF-RECS  TO WS-TBL-COUNT (3).
053700     MOVE WS-STEPDEF-RECS  TO WS-TBL-COUNT (4).
053800     COMPUTE WS-TBL-COUNT (5) = WS-STEPDAY-RECS * WS-DAY-CYCLES.
053900     MOVE WS-MERGXREF-RECS TO WS-TBL-COUNT (6).
054000     MOVE WS-EXEMPT-RECS   TO WS-TBL-COUNT (7).
054100     MOVE WS-JRL-RUN-MAX   TO WS-TBL-COUNT (8).
054200     MOVE WS-IFACE01-RECS  TO WS-TBL-COUNT (9).
054300     MOVE WS-CALFILE-RECS  TO WS-TBL-COUNT (10).
054310     MOVE WS-HOLD-ACCOUNTS TO WS-TBL-COUNT (11).
054400     WRITE PRTCAPA-LINE FROM WS-BLANK-LINE.
054500     WRITE PRTCAPA-LINE FROM WS-TABLE-HEAD.
054600     PERFORM 1900-TABLE-LINE THRU 1900-TABLE-LINE-EXIT
054700         VARYING WS-SUB FROM 1 BY 1
054800         UNTIL WS-SUB > 11.
054900 1000-TABLES-EXIT.
055000     EXIT.
055100 1100-COUNT-STEPDEF.
055200     OPEN INPUT STEPDEF.
055300     IF WS-STEPDEF-STATUS NOT = "00"
055400         DISPLAY "STEPDEF ABSENT"
055500         GO TO 1100-COUNT-STEPDEF-EXIT
055600     END-IF.
055700     MOVE "N" TO WS-EOF-SW.
055800     PERFORM 1110-READ-STEPDEF THRU 1110-READ-STEPDEF-EXIT
055900         UNTIL WS-EOF.
056000     CLOSE STEPDEF.
056100 1100-COUNT-STEPDEF-EXIT.
056200     EXIT.
056300 1110-READ-STEPDEF.
056400     READ STEPDEF
056500         AT END
056600             SET WS-EOF TO TRUE
056700         NOT AT END
056800             ADD 1 TO WS-STEPDEF-RECS
056900     END-READ.
057000 1110-READ-STEPDEF-EXIT.
057100     EXIT.
057200 1200-COUNT-STEPDAY.
057300     OPEN INPUT STEPDAY.
057400     IF WS-STEPDAY-STATUS NOT = "00"
057500         DISPLAY "STEPDAY ABSENT"
057600         GO TO 1200-COUNT-STEPDAY-EXIT
057700     END-IF.
057800     MOVE "N" TO WS-EOF-SW.
057900     PERFORM 1210-READ-STEPDAY THRU 1210-READ-STEPDAY-EXIT
058000         UNTIL WS-EOF.
058100     CLOSE STEPDAY.
058200 1200-COUNT-STEPDAY-EXIT.
058300     EXIT.
058400 1210-READ-STEPDAY.
058500     READ STEPDAY
058600         AT END
058700             SET WS-EOF TO TRUE
058800         NOT AT END
058900             ADD 1 TO WS-STEPDAY-RECS
059000     END-READ.
059100 1210-READ-STEPDAY-EXIT.
059200     EXIT.
059300 1300-COUNT-MERGXREF.
059400     OPEN INPUT MERGXREF.
059500     IF WS-MERGXREF-STATUS NOT = "00"
059600         GO TO 1300-COUNT-MERGXREF-EXIT
059700     END-IF.
059800     MOVE "N" TO WS-EOF-SW.
059900     PERFORM 1310-READ-MERGXREF THRU 1310-READ-MERGXREF-EXIT
060000         UNTIL WS-EOF.
060100     CLOSE MERGXREF.
060200 1300-COUNT-MERGXREF-EXIT.
060300     EXIT.
060400 1310-READ-MERGXREF.
060500     READ MERGXREF
060600         AT END
060700             SET WS-EOF TO TRUE
060800         NOT AT END
060900             ADD 1 TO WS-MERGXREF-RECS
061000     END-READ.
061100 1310-READ-MERGXREF-EXIT.
061200     EXIT.
061300*----------------------------------------------------------------
061400* 1400-COUNT-EXEMPT : FEEGEN tables the type E cards only.
061500*----------------------------------------------------------------
061600 1400-COUNT-EXEMPT.
061700     OPEN INPUT FEESCHED.
061800     IF WS-FEESCHED-STATUS NOT = "00"
061900         GO TO 1400-COUNT-EXEMPT-EXIT
062000     END-IF.
062100     MOVE "N" TO WS-EOF-SW.
062200     PERFORM 1410-READ-FEESCHED THRU 1410-READ-FEESCHED-EXIT
062300         UNTIL WS-EOF.
062400     CLOSE FEESCHED.
062500 1400-COUNT-EXEMPT-EXIT.
062600     EXIT.
062700 1410-READ-FEESCHED.
062800     READ FEESCHED
062900         AT END
063000             SET WS-EOF TO TRUE
063100         NOT AT END
063200             IF FEE-TYPE = "E"
063300                 ADD 1 TO WS-EXEMPT-RECS
063400             END-IF
063500     END-READ.
063600 1410-READ-FEESCHED-EXIT.
063700     EXIT.
063800*----------------------------------------------------------------
063900* 1500-COUNT-CUSTJRNL : CUSTBKOU tables one run's entries, so
064000*                      its table is measured against the
064100*                      largest run on the journal (program and
064200*                      run-id). The whole journal is also a
064300*                      growing file.
064400*----------------------------------------------------------------
064500 1500-COUNT-CUSTJRNL.
064600     OPEN INPUT CUSTJRNL.
064700     IF WS-CUSTJRNL-STATUS NOT = "00"
064800         MOVE "Y" TO WS-FIL-ABSENT-SW (5)
064900         GO TO 1500-COUNT-CUSTJRNL-EXIT
065000     END-IF.
065100     MOVE "N" TO WS-EOF-SW.
065200     PERFORM 1510-READ-CUSTJRNL THRU 1510-READ-CUSTJRNL-EXIT
065300         UNTIL WS-EOF.
065400     CLOSE CUSTJRNL.
065500     MOVE WS-JRL-RECS TO WS-FIL-COUNT (5).
065600 1500-COUNT-CUSTJRNL-EXIT.
065700     EXIT.
065800 1510-READ-CUSTJRNL.
065900     READ CUSTJRNL
066000         AT END
066100             SET WS-EOF TO TRUE
066200             GO TO 1510-READ-CUSTJRNL-EXIT
066300     END-READ.
066400     ADD 1 TO WS-JRL-RECS.
066500     MOVE JRL-PROGRAM TO WS-JK-PROGRAM.
066600     MOVE JRL-RUN-ID  TO WS-JK-RUN-ID.
066700     IF WS-JRL-KEY NOT = WS-JRL-PRIOR-KEY
066800         MOVE WS-JRL-KEY TO WS-JRL-PRIOR-KEY
066900         MOVE ZERO TO WS-JRL-RUN-RECS
067000     END-IF.
067100     ADD 1 TO WS-JRL-RUN-RECS.
067200     IF WS-JRL-RUN-RECS > WS-JRL-RUN-MAX
067300         MOVE WS-JRL-RUN-RECS TO WS-JRL-RUN-MAX
067400     END-IF.
067500 1510-READ-CUSTJRNL-EXIT.
067600     EXIT.
067700*----------------------------------------------------------------
067800* 1600-COUNT-IFACE01 : ACKPROC tables the details, not the
067900*                     HDR/TRL envelope.
068000*----------------------------------------------------------------
068100 1600-COUNT-IFACE01.
068200     OPEN INPUT IFACE01.
068300     IF WS-IFACE01-STATUS NOT = "00"
068400         GO TO 1600-COUNT-IFACE01-EXIT
068500     END-IF.
068600     MOVE "N" TO WS-EOF-SW.
068700     PERFORM 1610-READ-IFACE01 THRU 1610-READ-IFACE01-EXIT
068800         UNTIL WS-EOF.
068900     CLOSE IFACE01.
069000 1600-COUNT-IFACE01-EXIT.
069100     EXIT.
069200 1610-READ-IFACE01.
069300     READ IFACE01
069400         AT END
069500             SET WS-EOF TO TRUE
069600         NOT AT END
069700             IF IF-RECORD-TYPE NOT = "HDR" AND
069800                IF-RECORD-TYPE NOT = "TRL"
069900                 ADD 1 TO WS-IFACE01-RECS
070000             END-IF
070100     END-READ.
070200 1610-READ-IFACE01-EXIT.
070300     EXIT.
070400 1700-COUNT-CALFILE.
070500     OPEN INPUT CALFILE.
070600     IF WS-CALFILE-STATUS NOT = "00"
070700         GO TO 1700-COUNT-CALFILE-EXIT
070800     END-IF.
070900     MOVE "N" TO WS-EOF-SW.
071000     PERFORM 1710-READ-CALFILE THRU 1710-READ-CALFILE-EXIT
071100         UNTIL WS-EOF.
071200     CLOSE CALFILE.
071300 1700-COUNT-CALFILE-EXIT.
071400     EXIT.
071500 1710-READ-CALFILE.
071600     READ CALFILE
071700         AT END
071800             SET WS-EOF TO TRUE
071900         NOT AT END
072000             ADD 1 TO WS-CALFILE-RECS
072100     END-READ.
072200 1710-READ-CALFILE-EXIT.
072202     EXIT.
072204*----------------------------------------------------------------
072206* 1800-COUNT-HOLDMAST : ESSAIZERO tables one entry per account
072208*                      with a hold in force on the business date
072210*                      (active, started, not yet expired) ; the
072212*                      file is in account order.
072214*----------------------------------------------------------------
072216 1800-COUNT-HOLDMAST.
072218     OPEN INPUT HOLDMAST.
072220     IF WS-HOLDMAST-STATUS NOT = "00"
072222         GO TO 1800-COUNT-HOLDMAST-EXIT
072224     END-IF.
072226     MOVE "N" TO WS-EOF-SW.
072228     PERFORM 1810-READ-HOLDMAST THRU 1810-READ-HOLDMAST-EXIT
072230         UNTIL WS-EOF.
072232     CLOSE HOLDMAST.
072234 1800-COUNT-HOLDMAST-EXIT.
072236     EXIT.
072238 1810-READ-HOLDMAST.
072240     READ HOLDMAST NEXT RECORD
072242         AT END
072244             SET WS-EOF TO TRUE
072246             GO TO 1810-READ-HOLDMAST-EXIT
072248     END-READ.
072250     IF HLD-ACTIVE AND
072252        HLD-START-DATE NOT > WS-BUSINESS-DATE AND
072254        (HLD-EXPIRY-DATE = ZERO OR
072256         HLD-EXPIRY-DATE > WS-BUSINESS-DATE) AND
072258        HLD-ACCOUNT-NO NOT = WS-HOLD-PRIOR-ACCOUNT
072260         MOVE HLD-ACCOUNT-NO TO WS-HOLD-PRIOR-ACCOUNT
072262         ADD 1 TO WS-HOLD-ACCOUNTS
072264     END-IF.
072266 1810-READ-HOLDMAST-EXIT.
072300     EXIT.
072400*----------------------------------------------------------------
072500* 1900-TABLE-LINE : one table, listed and, at or past the
072600*                  threshold, written to CAPEXCP.
072700*----------------------------------------------------------------
072800 1900-TABLE-LINE.
072900     MOVE WS-TBL-COUNT (WS-SUB) TO WS-COUNT.
073000     COMPUTE WS-PERCENT = WS-COUNT * 100 / WS-TBL-LIMIT (WS-SUB)
073100         ON SIZE ERROR
073200             MOVE 99999 TO WS-PERCENT
073300     END-COMPUTE.
073400     MOVE WS-TBL-PROGRAM (WS-SUB) TO TBL-PROGRAM.
073500     MOVE WS-TBL-FILE (WS-SUB)    TO TBL-FILE.
073600     MOVE WS-COUNT                TO TBL-COUNT.
073700     MOVE WS-TBL-LIMIT (WS-SUB)   TO TBL-LIMIT.
073800     MOVE WS-PERCENT              TO TBL-PCT.
073900     MOVE SPACES                  TO TBL-FLAG.
074000     IF WS-PERCENT >= WS-WARN-PCT
074100         MOVE "ALERTE" TO TBL-FLAG
074200         ADD 1 TO WS-WARNINGS
074300         MOVE SPACES                 TO CAPACITY-RECORD
074400         MOVE WS-BUSINESS-DATE       TO CPX-BUSINESS-DATE
074500         SET CPX-TABLE               TO TRUE
074600         MOVE WS-TBL-PROGRAM (WS-SUB) TO CPX-PROGRAM
074700         MOVE WS-TBL-FILE (WS-SUB)   TO CPX-FILE-NAME
074800         MOVE WS-COUNT               TO CPX-COUNT
074900         MOVE WS-TBL-LIMIT (WS-SUB)  TO CPX-LIMIT
075000         MOVE WS-PERCENT             TO CPX-PERCENT
075100         MOVE ZERO                   TO CPX-FORECAST-DATE
075200         WRITE CAPACITY-RECORD
075300         DISPLAY "ALERTE TABLE " WS-TBL-PROGRAM (WS-SUB)
075400             " " WS-TBL-FILE (WS-SUB) " : " WS-PERCENT "%"
075500     END-IF.
075600     WRITE PRTCAPA-LINE FROM WS-TABLE-LINE.
075700 1900-TABLE-LINE-EXIT.
075800     EXIT.
075900*----------------------------------------------------------------
076000* 2000-FILES : tonight's record count of each growing file
076100*             (CUSTJRNL was counted with its table). An absent
076200*             file is reported and kept out of the trend.
076300*----------------------------------------------------------------
076400 2000-FILES.
076500     PERFORM 2100-COUNT-CUSTMAST THRU 2100-COUNT-CUSTMAST-EXIT.
076600     PERFORM 2200-COUNT-BALMAST THRU 2200-COUNT-BALMAST-EXIT.
076700     PERFORM 2300-COUNT-TRANREG THRU 2300-COUNT-TRANREG-EXIT.
076800     PERFORM 2400-COUNT-STMTHIST THRU 2400-COUNT-STMTHIST-EXIT.
076900 2000-FILES-EXIT.
077000     EXIT.
077100 2100-COUNT-CUSTMAST.
077200     OPEN INPUT CUSTMAST.
077300     IF WS-CUSTMAST-STATUS NOT = "00"
077400         MOVE "Y" TO WS-FIL-ABSENT-SW (1)
077500         GO TO 2100-COUNT-CUSTMAST-EXIT
077600     END-IF.
077700     MOVE "N" TO WS-EOF-SW.
077800     PERFORM 2110-READ-CUSTMAST THRU 2110-READ-CUSTMAST-EXIT
077900         UNTIL WS-EOF.
078000     CLOSE CUSTMAST.
078100 2100-COUNT-CUSTMAST-EXIT.
078200     EXIT.
078300 2110-READ-CUSTMAST.
078400     READ CUSTMAST NEXT RECORD
078500         AT END
078600             SET WS-EOF TO TRUE
078700         NOT AT END
078800             ADD 1 TO WS-FIL-COUNT (1)
078900     END-READ.
079000 2110-READ-CUSTMAST-EXIT.
079100     EXIT.
079200 2200-COUNT-BALMAST.
079300     OPEN INPUT BALMAST.
079400     IF WS-BALMAST-STATUS NOT = "00"
079500         MOVE "Y" TO WS-FIL-ABSENT-SW (2)
079600         GO TO 2200-COUNT-BALMAST-EXIT
079700     END-IF.
079800     MOVE "N" TO WS-EOF-SW.
079900     PERFORM 2210-READ-BALMAST THRU 2210-READ-BALMAST-EXIT
080000         UNTIL WS-EOF.
080100     CLOSE BALMAST.
080200 2200-COUNT-BALMAST-EXIT.
080300     EXIT.
080400 2210-READ-BALMAST.
080500     READ BALMAST NEXT RECORD
080600         AT END
080700             SET WS-EOF TO TRUE
080800         NOT AT END
080900             ADD 1 TO WS-FIL-COUNT (2)
081000     END-READ.
081100 2210-READ-BALMAST-EXIT.
081200     EXIT.
081300 2300-COUNT-TRANREG.
081400     OPEN INPUT TRANREG.
081500     IF WS-TRANREG-STATUS NOT = "00"
081600         MOVE "Y" TO WS-FIL-ABSENT-SW (3)
081700         GO TO 2300-COUNT-TRANREG-EXIT
081800     END-IF.
081900     MOVE "N" TO WS-EOF-SW.
082000     PERFORM 2310-READ-TRANREG THRU 2310-READ-TRANREG-EXIT
082100         UNTIL WS-EOF.
082200     CLOSE TRANREG.
082300 2300-COUNT-TRANREG-EXIT.
082400     EXIT.
082500 2310-READ-TRANREG.
082600     READ TRANREG NEXT RECORD
082700         AT END
082800             SET WS-EOF TO TRUE
082900         NOT AT END
083000             ADD 1 TO WS-FIL-COUNT (3)
083100     END-READ.
083200 2310-READ-TRANREG-EXIT.
083300     EXIT.
083400 2400-COUNT-STMTHIST.
083500     OPEN INPUT STMTHIST.
083600     IF WS-STMTHIST-STATUS NOT = "00"
083700         MOVE "Y" TO WS-FIL-ABSENT-SW (4)
083800         GO TO 2400-COUNT-STMTHIST-EXIT
083900     END-IF.
084000     MOVE "N" TO WS-EOF-SW.
084100     PERFORM 2410-READ-STMTHIST THRU 2410-READ-STMTHIST-EXIT
084200         UNTIL WS-EOF.
084300     CLOSE STMTHIST.
084400 2400-COUNT-STMTHIST-EXIT.
084500     EXIT.
084600 2410-READ-STMTHIST.
084700     READ STMTHIST
084800         AT END
084900             SET WS-EOF TO TRUE
085000         NOT AT END
085100             ADD 1 TO WS-FIL-COUNT (4)
085200     END-READ.
085300 2410-READ-STMTHIST-EXIT.
085400     EXIT.
085500*----------------------------------------------------------------
085600* 3000-TREND : CAPHIST through the CAPWORK work file. Counts
085700*             older than the window and any already kept for
085800*             this date (a rerun) are dropped ; the oldest count
085900*             left for each file is its trend base. Tonight's
086000*             counts are then added behind the kept history.
086100*----------------------------------------------------------------
086200 3000-TREND.
086300     MOVE "D" TO WS-DC-FUNCTION.
086400     MOVE WS-BUSINESS-DATE TO WS-DC-DATE.
086500     CALL "DATECHEK" USING WS-DC-FUNCTION WS-DC-DATE
086600                           WS-DC-DAY-NUMBER WS-DC-RESULT.
086700     MOVE WS-DC-DAY-NUMBER TO WS-TODAY-NUMBER.
086800     MOVE "G" TO WS-DC-FUNCTION.
086900     COMPUTE WS-DC-DAY-NUMBER = WS-TODAY-NUMBER - WS-WINDOW-DAYS.
087000     CALL "DATECHEK" USING WS-DC-FUNCTION WS-DC-DATE
087100                           WS-DC-DAY-NUMBER WS-DC-RESULT.
087200     MOVE WS-DC-DATE TO WS-CUTOFF-DATE.
087300     OPEN INPUT CAPHIST.
087400     IF WS-CAPHIST-STATUS = "00"
087500         SET WS-HISTORY TO TRUE
087600         OPEN OUTPUT CAPWORK
087700         MOVE "N" TO WS-EOF-SW
087800         PERFORM 3100-READ-CAPHIST THRU 3100-READ-CAPHIST-EXIT
087900             UNTIL WS-EOF
088000         CLOSE CAPHIST
088100         CLOSE CAPWORK
088200     ELSE
088300         DISPLAY "CAPHIST ABSENT - PREMIERE TENDANCE"
088400     END-IF.
088500     OPEN OUTPUT CAPHIST.
088600     IF WS-HISTORY
088700         OPEN INPUT CAPWORK
088800         MOVE "N" TO WS-EOF-SW
088900         PERFORM 3200-COPY-BACK THRU 3200-COPY-BACK-EXIT
089000             UNTIL WS-EOF
089100         CLOSE CAPWORK
089200     END-IF.
089300     PERFORM 3300-ADD-TODAY THRU 3300-ADD-TODAY-EXIT
089400         VARYING WS-SUB FROM 1 BY 1
089500         UNTIL WS-SUB > 5.
089600     CLOSE CAPHIST.
089700 3000-TREND-EXIT.
089800     EXIT.
089900 3100-READ-CAPHIST.
090000     READ CAPHIST
090100         AT END
090200             SET WS-EOF TO TRUE
090300             GO TO 3100-READ-CAPHIST-EXIT
090400     END-READ.
090500     IF CPH-DATE < WS-CUTOFF-DATE OR
090600        CPH-DATE = WS-BUSINESS-DATE
090700         ADD 1 TO WS-HIST-DROPPED
090800         GO TO 3100-READ-CAPHIST-EXIT
090900     END-IF.
091000     WRITE CAPWORK-RECORD FROM CAPHIST-RECORD.
091100     ADD 1 TO WS-HIST-KEPT.
091200     IF CPH-DATE > WS-BUSINESS-DATE
091300         GO TO 3100-READ-CAPHIST-EXIT
091400     END-IF.
091500     MOVE CPH-FILE TO WS-FIND-NAME.
091600     PERFORM 0300-FIND-FILE THRU 0300-FIND-FILE-EXIT.
091700     IF WS-FOUND-SUB > ZERO
091800         IF WS-FIL-BASE-DATE (WS-FOUND-SUB) = ZERO OR
091900            CPH-DATE < WS-FIL-BASE-DATE (WS-FOUND-SUB)
092000             MOVE CPH-DATE  TO WS-FIL-BASE-DATE (WS-FOUND-SUB)
092100             MOVE CPH-COUNT TO WS-FIL-BASE-COUNT (WS-FOUND-SUB)
092200         END-IF
092300     END-IF.
092400 3100-READ-CAPHIST-EXIT.
092500     EXIT.
092600 3200-COPY-BACK.
092700     READ CAPWORK
092800         AT END
092900             SET WS-EOF TO TRUE
093000         NOT AT END
093100             WRITE CAPHIST-RECORD FROM CAPWORK-RECORD
093200     END-READ.
093300 3200-COPY-BACK-EXIT.
093400     EXIT.
093500 3300-ADD-TODAY.
093600     IF WS-FIL-ABSENT (WS-SUB)
093700         GO TO 3300-ADD-TODAY-EXIT
093800     END-IF.
093900     MOVE SPACES                TO CAPHIST-RECORD.
094000     MOVE WS-BUSINESS-DATE      TO CPH-DATE.
094100     MOVE WS-FIL-NAME (WS-SUB)  TO CPH-FILE.
094200     MOVE WS-FIL-COUNT (WS-SUB) TO CPH-COUNT.
094300     WRITE CAPHIST-RECORD.
094400 3300-ADD-TODAY-EXIT.
094500     EXIT.
094600*----------------------------------------------------------------
094700* 4000-FILE-LINE : one growing file - its use of the limit, its
094800*                 growth per day over the window and the date
094900*                 that growth reaches the limit.
095000*----------------------------------------------------------------
095100 4000-FILE-LINE.
095200     MOVE WS-FIL-NAME (WS-SUB)  TO FIL-NAME.
095300     MOVE WS-FIL-COUNT (WS-SUB) TO WS-COUNT.
095400     MOVE WS-COUNT              TO FIL-COUNT.
095500     MOVE WS-FIL-LIMIT (WS-SUB) TO FIL-LIMIT.
095600     MOVE ZERO                  TO WS-PERCENT.
095700     MOVE ZERO                  TO WS-GROWTH.
095800     MOVE ZERO                  TO WS-FORECAST-DATE.
095900     MOVE SPACES                TO FIL-FORECAST.
096000     MOVE SPACES                TO FIL-FLAG.
096100     MOVE SPACE                 TO FIL-PCT-SIGN.
096200     IF WS-FIL-ABSENT (WS-SUB)
096300         MOVE "ABSENT" TO FIL-FORECAST
096400         GO TO 4000-FILE-LINE-WRITE
096500     END-IF.
096600     IF WS-FIL-LIMIT (WS-SUB) > ZERO
096700         COMPUTE WS-PERCENT =
096800             WS-COUNT * 100 / WS-FIL-LIMIT (WS-SUB)
096900             ON SIZE ERROR
097000                 MOVE 99999 TO WS-PERCENT
097100         END-COMPUTE
097200         MOVE "%" TO FIL-PCT-SIGN
097300     END-IF.
097400     IF WS-FIL-BASE-DATE (WS-SUB) = ZERO
097500         MOVE "HISTO. COURT" TO FIL-FORECAST
097600         GO TO 4000-FILE-LINE-CHECK
097700     END-IF.
097800     MOVE "D" TO WS-DC-FUNCTION.
097900     MOVE WS-FIL-BASE-DATE (WS-SUB) TO WS-DC-DATE.
098000     CALL "DATECHEK" USING WS-DC-FUNCTION WS-DC-DATE
098100                           WS-DC-DAY-NUMBER WS-DC-RESULT.
098200     COMPUTE WS-DAYS-SPAN = WS-TODAY-NUMBER - WS-DC-DAY-NUMBER.
098300     COMPUTE WS-DELTA = WS-COUNT - WS-FIL-BASE-COUNT (WS-SUB).
098400     DIVIDE WS-DAYS-SPAN INTO WS-DELTA GIVING WS-GROWTH ROUNDED.
098500     IF WS-FIL-LIMIT (WS-SUB) = ZERO
098600         MOVE "SANS LIMITE" TO FIL-FORECAST
098700         GO TO 4000-FILE-LINE-CHECK
098800     END-IF.
098900     IF WS-COUNT >= WS-FIL-LIMIT (WS-SUB)
099000         MOVE "ATTEINTE" TO FIL-FORECAST
099100         MOVE WS-BUSINESS-DATE TO WS-FORECAST-DATE
099200         GO TO 4000-FILE-LINE-CHECK
099300     END-IF.
099400     IF WS-GROWTH NOT > ZERO
099500         MOVE "STABLE" TO FIL-FORECAST
099600         GO TO 4000-FILE-LINE-CHECK
099700     END-IF.
099800     COMPUTE WS-DAYS-LEFT ROUNDED =
099900         (WS-FIL-LIMIT (WS-SUB) - WS-COUNT) / WS-GROWTH
100000         ON SIZE ERROR
100100             MOVE 9999999 TO WS-DAYS-LEFT
100200     END-COMPUTE.
100300     IF WS-DAYS-LEFT > 36500
100400         MOVE "> 100 ANS" TO FIL-FORECAST
100500         GO TO 4000-FILE-LINE-CHECK
100600     END-IF.
100700     MOVE "G" TO WS-DC-FUNCTION.
100800     COMPUTE WS-DC-DAY-NUMBER = WS-TODAY-NUMBER + WS-DAYS-LEFT.
100900     CALL "DATECHEK" USING WS-DC-FUNCTION WS-DC-DATE
101000                           WS-DC-DAY-NUMBER WS-DC-RESULT.
101100     MOVE WS-DC-DATE   TO WS-FORECAST-DATE.
101200     MOVE WS-DC-DATE   TO WS-DATE-SPLIT-9.
101300     MOVE WS-DS-DD     TO WS-FD-DD.
101400     MOVE WS-DS-MM     TO WS-FD-MM.
101500     MOVE WS-DS-CCYY   TO WS-FD-CCYY.
101600     MOVE WS-FORECAST-DATE-X TO FIL-FORECAST.
101700 4000-FILE-LINE-CHECK.
101800     IF WS-FIL-LIMIT (WS-SUB) > ZERO AND
101900        WS-PERCENT >= WS-WARN-PCT
102000         MOVE "ALERTE" TO FIL-FLAG
102100         ADD 1 TO WS-WARNINGS
102200         MOVE SPACES                 TO CAPACITY-RECORD
102300         MOVE WS-BUSINESS-DATE       TO CPX-BUSINESS-DATE
102400         SET CPX-FILE                TO TRUE
102500         MOVE WS-FIL-NAME (WS-SUB)   TO CPX-FILE-NAME
102600         MOVE WS-COUNT               TO CPX-COUNT
102700         MOVE WS-FIL-LIMIT (WS-SUB)  TO CPX-LIMIT
102800         MOVE WS-PERCENT             TO CPX-PERCENT
102900         MOVE WS-FORECAST-DATE       TO CPX-FORECAST-DATE
103000         WRITE CAPACITY-RECORD
103100         DISPLAY "ALERTE FICHIER " WS-FIL-NAME (WS-SUB)
103200             " : " WS-PERCENT "%"
103300     END-IF.
103400 4000-FILE-LINE-WRITE.
103500     MOVE WS-PERCENT TO FIL-PCT.
103600     MOVE WS-GROWTH  TO FIL-GROWTH.
103700     WRITE PRTCAPA-LINE FROM WS-FILE-LINE.
103800 4000-FILE-LINE-EXIT.
103900     EXIT.
