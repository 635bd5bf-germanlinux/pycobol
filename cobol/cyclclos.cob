000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. CYCLCLOS.
000300 AUTHOR. D-SYSTEMS BATCH GROUP.
000400 INSTALLATION. ESSAI BATCH SUITE.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 2026-10-15 EL  Initial version. Last step of the intraday
001100*                chain (the STEPDAY profile). The midday cycle
001200*                posts under the CTLDATE business date without
001300*                rolling it ; this step closes that cycle :
001400*                - the cycle's TRANSOUT movements are appended
001500*                  to TRANSDAY, the day's posted movements that
001600*                  the night's essaizero would otherwise
001700*                  overwrite - CYCLJOIN puts them back in front
001800*                  of the night's TRANSOUT once the night has
001900*                  posted, so the extracts and reports that
002000*                  read TRANSOUT see the whole business date ;
002100*                - the CTLDATE card is rewritten with the same
002200*                  date and the NEXT posting cycle, so the feed
002300*                  merge and the envelope check expect cycle 2
002400*                  of today and refuse a repeat of cycle 1.
002500*                A rerun after the append (the TRANSDAY tail is
002600*                already this TRANSOUT's last movement) does
002700*                not append twice. A card already at cycle 9,
002800*                or a missing TRANSOUT, stops the chain with
002900*                RETURN-CODE 16 and the card untouched.
002916*----------------------------------------------------------------
002920* 2026-10-15 EL  A rerun no longer advances CTLDATE again. The
002930*                cycle closed is the one ESSAIZERO posted, off the
002940*                TRANSIN header (ESSAIZERO refuses any other than
002950*                the card's) ; a card already past it shows the
002960*                cycle closed by an earlier run, with or without
002970*                movements, and the rerun leaves TRANSDAY and the
002980*                card as they are.
003000*----------------------------------------------------------------
003100 ENVIRONMENT DIVISION.
003200 CONFIGURATION SECTION.
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500     SELECT CTLDATE ASSIGN TO "CTLDATE"
003600         ORGANIZATION IS SEQUENTIAL
003700         FILE STATUS IS WS-CTLDATE-STATUS.
003800     SELECT TRANSOUT ASSIGN TO "TRANSOUT"
003900         ORGANIZATION IS LINE SEQUENTIAL
004000         FILE STATUS IS WS-TRANSOUT-STATUS.
004100     SELECT TRANSDAY ASSIGN TO "TRANSDAY"
004200         ORGANIZATION IS LINE SEQUENTIAL
004300         FILE STATUS IS WS-TRANSDAY-STATUS.
004310     SELECT TRANSIN ASSIGN TO "TRANSIN"
004320         ORGANIZATION IS LINE SEQUENTIAL
004330         FILE STATUS IS WS-TRANSIN-STATUS.
004400 DATA DIVISION.
004500 FILE SECTION.
004600 FD  CTLDATE
004700     LABEL RECORDS ARE STANDARD.
004800 01  CTLDATE-RECORD.
004900     05  CTL-BUSINESS-DATE    PIC 9(08).
005000     05  CTL-CYCLE            PIC 9(01).
005100     05  FILLER               PIC X(11).
005200 FD  TRANSOUT
005300     LABEL RECORDS ARE STANDARD.
005400 01  TRANSOUT-RECORD          PIC X(62).
005500 FD  TRANSDAY
005600     LABEL RECORDS ARE STANDARD.
005700 01  TRANSDAY-RECORD          PIC X(62).
005710 FD  TRANSIN
005720     LABEL RECORDS ARE STANDARD.
005730 01  TRANSIN-HDR-RECORD.
005740     05  HDR-RECORD-TYPE      PIC X(03).
005750     05  HDR-FEED-DATE        PIC X(08).
005760     05  HDR-SOURCE-ID        PIC X(08).
005770     05  HDR-CYCLE            PIC X(01).
005780     05  FILLER               PIC X(42).
005800 WORKING-STORAGE SECTION.
005900*----------------------------------------------------------------
006000* 77-LEVEL WORK ITEMS
006100*----------------------------------------------------------------
006200 77  WS-CTLDATE-STATUS        PIC X(02) VALUE SPACES.
006300 77  WS-TRANSOUT-STATUS       PIC X(02) VALUE SPACES.
006400 77  WS-TRANSDAY-STATUS       PIC X(02) VALUE SPACES.
006450 77  WS-TRANSIN-STATUS        PIC X(02) VALUE SPACES.
006500 77  WS-EOF-SW                PIC X(01) VALUE "N".
006600     88  WS-EOF               VALUE "Y".
006700 77  WS-ABORT-SW              PIC X(01) VALUE "N".
006800     88  WS-ABORT             VALUE "Y".
006833 77  WS-CLOSED-SW             PIC X(01) VALUE "N".
006866     88  WS-CYCLE-CLOSED      VALUE "Y".
006900 77  WS-BUSINESS-DATE         PIC 9(08) VALUE ZERO.
007000 77  WS-CYCLE                 PIC 9(01) VALUE 1.
007050 77  WS-POSTED-CYCLE          PIC 9(01) VALUE ZERO.
007100 77  WS-NEXT-CYCLE            PIC 9(01) VALUE ZERO.
007200 77  WS-CYCLE-RECS            PIC 9(06) COMP VALUE ZERO.
007300 77  WS-DAY-RECS              PIC 9(06) COMP VALUE ZERO.
007400 77  WS-RECS-APPENDED         PIC 9(06) COMP VALUE ZERO.
007500 77  WS-CYCLE-LAST            PIC X(62) VALUE SPACES.
007600 77  WS-DAY-LAST              PIC X(62) VALUE SPACES.
007700 PROCEDURE DIVISION.
007800*----------------------------------------------------------------
007900* 0000-MAINLINE
008000*----------------------------------------------------------------
008100 0000-MAINLINE.
008200     DISPLAY "CLOTURE DU CYCLE DE POSTING INTRAJOURNALIER".
008300     PERFORM 0100-READ-CTLDATE THRU 0100-READ-CTLDATE-EXIT.
008310     IF NOT WS-ABORT
008320         PERFORM 0200-READ-POSTED-CYCLE
008330             THRU 0200-READ-POSTED-CYCLE-EXIT
008340     END-IF.
008400     IF NOT WS-ABORT
008500         PERFORM 1000-SCAN-TRANSOUT THRU 1000-SCAN-TRANSOUT-EXIT
008600     END-IF.
008700     IF NOT WS-ABORT AND NOT WS-CYCLE-CLOSED
008800         PERFORM 1100-SCAN-TRANSDAY THRU 1100-SCAN-TRANSDAY-EXIT
008900         PERFORM 2000-APPEND-CYCLE THRU 2000-APPEND-CYCLE-EXIT
009000         PERFORM 3000-ADVANCE-CYCLE THRU 3000-ADVANCE-CYCLE-EXIT
009100     END-IF.
009200     DISPLAY "MOUVEMENTS DU CYCLE  : " WS-CYCLE-RECS.
009300     DISPLAY "MOUVEMENTS AJOUTES   : " WS-RECS-APPENDED.
009400     IF WS-ABORT
009500         MOVE 16 TO RETURN-CODE
009600     END-IF.
009700     STOP RUN.
009800*----------------------------------------------------------------
009900* 0100-READ-CTLDATE : the business date and the cycle on the
010000*                    card (a blank cycle is the first).
010300*----------------------------------------------------------------
010400 0100-READ-CTLDATE.
010500     OPEN INPUT CTLDATE.
010600     IF WS-CTLDATE-STATUS NOT = "00"
010700         DISPLAY "CTLDATE ABSENTE - CLOTURE IMPOSSIBLE"
010800         SET WS-ABORT TO TRUE
010900         GO TO 0100-READ-CTLDATE-EXIT
011000     END-IF.
011100     READ CTLDATE
011200         AT END
011300             DISPLAY "CTLDATE VIDE - CLOTURE IMPOSSIBLE"
011400             SET WS-ABORT TO TRUE
011500     END-READ.
011600     CLOSE CTLDATE.
011700     IF WS-ABORT
011800         GO TO 0100-READ-CTLDATE-EXIT
011900     END-IF.
012000     MOVE CTL-BUSINESS-DATE TO WS-BUSINESS-DATE.
012100     IF CTL-CYCLE NUMERIC AND CTL-CYCLE > ZERO
012200         MOVE CTL-CYCLE TO WS-CYCLE
012300     END-IF.
012400     DISPLAY "DATE D'ARRETE        : " WS-BUSINESS-DATE.
012500     DISPLAY "CYCLE DE LA CARTE    : " WS-CYCLE.
013000 0100-READ-CTLDATE-EXIT.
013100     EXIT.
013102*----------------------------------------------------------------
013103* 0200-READ-POSTED-CYCLE : the cycle ESSAIZERO posted, off the
013104*                     TRANSIN header (blank = 1). The card still
013105*                     at that cycle closes it ; a card already
013106*                     past it was advanced by an earlier run of
013107*                     this step - the cycle is closed, movements
013108*                     or not, and nothing is done again. A date
013109*                     already at its ninth cycle cannot open
013110*                     another.
013111*----------------------------------------------------------------
013112 0200-READ-POSTED-CYCLE.
013113     OPEN INPUT TRANSIN.
013114     IF WS-TRANSIN-STATUS NOT = "00"
013115         DISPLAY "TRANSIN ABSENT - CYCLE NON POSTE"
013116         SET WS-ABORT TO TRUE
013117         GO TO 0200-READ-POSTED-CYCLE-EXIT
013118     END-IF.
013119     READ TRANSIN
013120         AT END
013121             MOVE SPACES TO TRANSIN-HDR-RECORD
013122     END-READ.
013123     CLOSE TRANSIN.
013124     IF HDR-RECORD-TYPE NOT = "HDR"
013125         DISPLAY "TRANSIN SANS ENTETE - CYCLE POSTE INCONNU"
013126         SET WS-ABORT TO TRUE
013127         GO TO 0200-READ-POSTED-CYCLE-EXIT
013128     END-IF.
013129     IF HDR-CYCLE = SPACE
013130         MOVE "1" TO HDR-CYCLE
013131     END-IF.
013132     IF HDR-FEED-DATE NOT = WS-BUSINESS-DATE OR
013133        HDR-CYCLE NOT NUMERIC
013134         DISPLAY "TRANSIN D'UN AUTRE ARRETE : " HDR-FEED-DATE
013135             " CYCLE " HDR-CYCLE
013136         SET WS-ABORT TO TRUE
013137         GO TO 0200-READ-POSTED-CYCLE-EXIT
013138     END-IF.
013139     MOVE HDR-CYCLE TO WS-POSTED-CYCLE.
013140     DISPLAY "CYCLE CLOTURE        : " WS-POSTED-CYCLE.
013141     IF WS-POSTED-CYCLE < WS-CYCLE
013142         DISPLAY "CYCLE DEJA CLOS - CTLDATE ET TRANSDAY INCHANGES"
013143         SET WS-CYCLE-CLOSED TO TRUE
013144         GO TO 0200-READ-POSTED-CYCLE-EXIT
013145     END-IF.
013146     IF WS-POSTED-CYCLE > WS-CYCLE
013147         DISPLAY "CYCLE POSTE AU-DELA DE LA CARTE - ARRET"
013148         SET WS-ABORT TO TRUE
013149         GO TO 0200-READ-POSTED-CYCLE-EXIT
013150     END-IF.
013151     IF WS-CYCLE = 9
013152         DISPLAY "CYCLE 9 ATTEINT - AUCUN CYCLE SUIVANT"
013153         SET WS-ABORT TO TRUE
013154     END-IF.
013155 0200-READ-POSTED-CYCLE-EXIT.
013156     EXIT.
013200*----------------------------------------------------------------
013300* 1000-SCAN-TRANSOUT : count the cycle's movements and keep the
013400*                     last one for the rerun check. No TRANSOUT
013500*                     means the posting step never ran.
013600*----------------------------------------------------------------
013700 1000-SCAN-TRANSOUT.
013800     MOVE "N" TO WS-EOF-SW.
013900     OPEN INPUT TRANSOUT.
014000     IF WS-TRANSOUT-STATUS = "35"
014100         DISPLAY "TRANSOUT ABSENT - CYCLE NON POSTE"
014200         SET WS-ABORT TO TRUE
014300         GO TO 1000-SCAN-TRANSOUT-EXIT
014400     END-IF.
014500     PERFORM 1010-READ-TRANSOUT THRU 1010-READ-TRANSOUT-EXIT
014600         UNTIL WS-EOF.
014700     CLOSE TRANSOUT.
014800 1000-SCAN-TRANSOUT-EXIT.
014900     EXIT.
015000 1010-READ-TRANSOUT.
015100     READ TRANSOUT
015200         AT END
015300             SET WS-EOF TO TRUE
015400         NOT AT END
015500             ADD 1 TO WS-CYCLE-RECS
015600             MOVE TRANSOUT-RECORD TO WS-CYCLE-LAST
015700     END-READ.
015800 1010-READ-TRANSOUT-EXIT.
015900     EXIT.
016000*----------------------------------------------------------------
016100* 1100-SCAN-TRANSDAY : the movements already set aside today ;
016200*                     an absent TRANSDAY holds none.
016300*----------------------------------------------------------------
016400 1100-SCAN-TRANSDAY.
016500     MOVE "N" TO WS-EOF-SW.
016600     OPEN INPUT TRANSDAY.
016700     IF WS-TRANSDAY-STATUS = "35"
016800         GO TO 1100-SCAN-TRANSDAY-EXIT
016900     END-IF.
017000     PERFORM 1110-READ-TRANSDAY THRU 1110-READ-TRANSDAY-EXIT
017100         UNTIL WS-EOF.
017200     CLOSE TRANSDAY.
017300 1100-SCAN-TRANSDAY-EXIT.
017400     EXIT.
017500 1110-READ-TRANSDAY.
017600     READ TRANSDAY
017700         AT END
017800             SET WS-EOF TO TRUE
017900         NOT AT END
018000             ADD 1 TO WS-DAY-RECS
018100             MOVE TRANSDAY-RECORD TO WS-DAY-LAST
018200     END-READ.
018300 1110-READ-TRANSDAY-EXIT.
018400     EXIT.
018500*----------------------------------------------------------------
018600* 2000-APPEND-CYCLE : TRANSOUT onto the end of TRANSDAY. Every
018700*                    movement carries its own reference, so a
018800*                    TRANSDAY already ending on this cycle's
018900*                    last movement was appended by an earlier
019000*                    run of this step.
019100*----------------------------------------------------------------
019200 2000-APPEND-CYCLE.
019300     IF WS-CYCLE-RECS = ZERO
019400         DISPLAY "CYCLE SANS MOUVEMENT - RIEN A AJOUTER"
019500         GO TO 2000-APPEND-CYCLE-EXIT
019600     END-IF.
019700     IF WS-DAY-RECS > ZERO AND WS-DAY-LAST = WS-CYCLE-LAST
019800         DISPLAY "CYCLE DEJA AJOUTE A TRANSDAY - IGNORE"
019900         GO TO 2000-APPEND-CYCLE-EXIT
020000     END-IF.
020100     OPEN EXTEND TRANSDAY.
020200     IF WS-TRANSDAY-STATUS = "35"
020300         OPEN OUTPUT TRANSDAY
020400     END-IF.
020500     MOVE "N" TO WS-EOF-SW.
020600     OPEN INPUT TRANSOUT.
020700     PERFORM 2010-COPY-ONE THRU 2010-COPY-ONE-EXIT
020800         UNTIL WS-EOF.
020900     CLOSE TRANSOUT.
021000     CLOSE TRANSDAY.
021100 2000-APPEND-CYCLE-EXIT.
021200     EXIT.
021300 2010-COPY-ONE.
021400     READ TRANSOUT
021500         AT END
021600             SET WS-EOF TO TRUE
021700         NOT AT END
021800             WRITE TRANSDAY-RECORD FROM TRANSOUT-RECORD
021900             ADD 1 TO WS-RECS-APPENDED
022000     END-READ.
022100 2010-COPY-ONE-EXIT.
022200     EXIT.
022300*----------------------------------------------------------------
022400* 3000-ADVANCE-CYCLE : the card rewritten whole - same business
022500*                     date, next cycle.
022600*----------------------------------------------------------------
022700 3000-ADVANCE-CYCLE.
022800     COMPUTE WS-NEXT-CYCLE = WS-CYCLE + 1.
022900     OPEN OUTPUT CTLDATE.
023000     MOVE SPACES           TO CTLDATE-RECORD.
023100     MOVE WS-BUSINESS-DATE TO CTL-BUSINESS-DATE.
023200     MOVE WS-NEXT-CYCLE    TO CTL-CYCLE.
023300     WRITE CTLDATE-RECORD.
023400     CLOSE CTLDATE.
023500     DISPLAY "CYCLE SUIVANT        : " WS-NEXT-CYCLE.
023600 3000-ADVANCE-CYCLE-EXIT.
023700     EXIT.
