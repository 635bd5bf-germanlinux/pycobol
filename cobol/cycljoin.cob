000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. CYCLJOIN.
000300 AUTHOR. D-SYSTEMS BATCH GROUP.
000400 INSTALLATION. ESSAI BATCH SUITE.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 2026-10-15 EL  Initial version. Night step, right after the
001100*                balance posting. The movements of the day's
001200*                intraday cycles were set aside on TRANSDAY by
001300*                CYCLCLOS, since the night's essaizero rebuilds
001400*                TRANSOUT with its own cycle only. Once the
001500*                night has posted its balances, this step puts
001600*                the day back together : TRANSOUT becomes the
001700*                TRANSDAY movements followed by the night's, so
001800*                the extracts, monitors and reports after it
001900*                read the whole business date, and TRANSDAY is
002000*                emptied for the next date. The join is built
002100*                on the TRANSJNW work file and copied back ;
002200*                a TRANSOUT already starting with the TRANSDAY
002300*                movements was joined by an earlier run, and
002400*                only the copy back is redone. No TRANSDAY (no
002500*                intraday cycle today) leaves TRANSOUT as it is.
002600*----------------------------------------------------------------
002700 ENVIRONMENT DIVISION.
002800 CONFIGURATION SECTION.
002900 INPUT-OUTPUT SECTION.
003000 FILE-CONTROL.
003100     SELECT TRANSDAY ASSIGN TO "TRANSDAY"
003200         ORGANIZATION IS LINE SEQUENTIAL
003300         FILE STATUS IS WS-TRANSDAY-STATUS.
003400     SELECT TRANSOUT ASSIGN TO "TRANSOUT"
003500         ORGANIZATION IS LINE SEQUENTIAL
003600         FILE STATUS IS WS-TRANSOUT-STATUS.
003700     SELECT TRANSJNW ASSIGN TO "TRANSJNW"
003800         ORGANIZATION IS LINE SEQUENTIAL
003900         FILE STATUS IS WS-TRANSJNW-STATUS.
004000 DATA DIVISION.
004100 FILE SECTION.
004200 FD  TRANSDAY
004300     LABEL RECORDS ARE STANDARD.
004400 01  TRANSDAY-RECORD          PIC X(62).
004500 FD  TRANSOUT
004600     LABEL RECORDS ARE STANDARD.
004700 01  TRANSOUT-RECORD          PIC X(62).
004800 FD  TRANSJNW
004900     LABEL RECORDS ARE STANDARD.
005000 01  TRANSJNW-RECORD          PIC X(62).
005100 WORKING-STORAGE SECTION.
005200*----------------------------------------------------------------
005300* 77-LEVEL WORK ITEMS
005400*----------------------------------------------------------------
005500 77  WS-TRANSDAY-STATUS       PIC X(02) VALUE SPACES.
005600 77  WS-TRANSOUT-STATUS       PIC X(02) VALUE SPACES.
005700 77  WS-TRANSJNW-STATUS       PIC X(02) VALUE SPACES.
005800 77  WS-EOF-SW                PIC X(01) VALUE "N".
005900     88  WS-EOF               VALUE "Y".
006000 77  WS-ABORT-SW              PIC X(01) VALUE "N".
006100     88  WS-ABORT             VALUE "Y".
006200 77  WS-JOINED-SW             PIC X(01) VALUE "N".
006300     88  WS-JOINED            VALUE "Y".
006400 77  WS-DAY-RECS              PIC 9(06) COMP VALUE ZERO.
006500 77  WS-NIGHT-RECS            PIC 9(06) COMP VALUE ZERO.
006600 77  WS-JOIN-RECS             PIC 9(06) COMP VALUE ZERO.
006700 77  WS-DAY-FIRST             PIC X(62) VALUE SPACES.
006800 77  WS-OUT-FIRST             PIC X(62) VALUE SPACES.
006900 PROCEDURE DIVISION.
007000*----------------------------------------------------------------
007100* 0000-MAINLINE
007200*----------------------------------------------------------------
007300 0000-MAINLINE.
007400     DISPLAY "REUNION DES CYCLES DE POSTING DANS TRANSOUT".
007500     PERFORM 1000-CHECK-FILES THRU 1000-CHECK-FILES-EXIT.
007600     IF WS-DAY-RECS > ZERO AND NOT WS-ABORT
007700         IF NOT WS-JOINED
007800             PERFORM 2000-BUILD-JOIN THRU 2000-BUILD-JOIN-EXIT
007900         END-IF
008000         PERFORM 3000-COPY-BACK THRU 3000-COPY-BACK-EXIT
008100     END-IF.
008200     IF NOT WS-ABORT
008300         PERFORM 4000-EMPTY-TRANSDAY
008400             THRU 4000-EMPTY-TRANSDAY-EXIT
008500     END-IF.
008600     DISPLAY "MOUVEMENTS INTRAJOUR : " WS-DAY-RECS.
008700     DISPLAY "MOUVEMENTS DE NUIT   : " WS-NIGHT-RECS.
008800     DISPLAY "MOUVEMENTS REUNIS    : " WS-JOIN-RECS.
008900     IF WS-ABORT
009000         MOVE 16 TO RETURN-CODE
009100     END-IF.
009200     STOP RUN.
009300*----------------------------------------------------------------
009400* 1000-CHECK-FILES : count TRANSDAY and note its first movement
009500*                   and TRANSOUT's ; the same first movement on
009600*                   both means TRANSOUT already holds the join.
009700*----------------------------------------------------------------
009800 1000-CHECK-FILES.
009900     OPEN INPUT TRANSDAY.
010000     IF WS-TRANSDAY-STATUS = "35"
010100         DISPLAY "TRANSDAY ABSENT - AUCUN CYCLE INTRAJOURNALIER"
010200         GO TO 1000-CHECK-FILES-EXIT
010300     END-IF.
010400     MOVE "N" TO WS-EOF-SW.
010500     PERFORM 1010-COUNT-TRANSDAY THRU 1010-COUNT-TRANSDAY-EXIT
010600         UNTIL WS-EOF.
010700     CLOSE TRANSDAY.
010800     IF WS-DAY-RECS = ZERO
010900         DISPLAY "TRANSDAY VIDE - AUCUN CYCLE INTRAJOURNALIER"
011000         GO TO 1000-CHECK-FILES-EXIT
011100     END-IF.
011200     OPEN INPUT TRANSOUT.
011300     IF WS-TRANSOUT-STATUS = "35"
011400         DISPLAY "TRANSOUT ABSENT - REUNION IMPOSSIBLE"
011500         SET WS-ABORT TO TRUE
011600         GO TO 1000-CHECK-FILES-EXIT
011700     END-IF.
011800     READ TRANSOUT
011900         AT END
012000             CONTINUE
012100         NOT AT END
012200             MOVE TRANSOUT-RECORD TO WS-OUT-FIRST
012300             IF WS-OUT-FIRST = WS-DAY-FIRST
012400                 SET WS-JOINED TO TRUE
012500             END-IF
012600     END-READ.
012700     CLOSE TRANSOUT.
012800     IF WS-JOINED
012900         DISPLAY "TRANSOUT DEJA REUNI - RECOPIE SEULE"
013000     END-IF.
013100 1000-CHECK-FILES-EXIT.
013200     EXIT.
013300 1010-COUNT-TRANSDAY.
013400     READ TRANSDAY
013500         AT END
013600             SET WS-EOF TO TRUE
013700         NOT AT END
013800             ADD 1 TO WS-DAY-RECS
013900             IF WS-DAY-RECS = 1
014000                 MOVE TRANSDAY-RECORD TO WS-DAY-FIRST
014100             END-IF
014200     END-READ.
014300 1010-COUNT-TRANSDAY-EXIT.
014400     EXIT.
014500*----------------------------------------------------------------
014600* 2000-BUILD-JOIN : TRANSJNW = TRANSDAY then TRANSOUT, in cycle
014700*                  order. TRANSOUT is not touched until the
014800*                  work file is complete.
014900*----------------------------------------------------------------
015000 2000-BUILD-JOIN.
015100     OPEN OUTPUT TRANSJNW.
015200     MOVE "N" TO WS-EOF-SW.
015300     OPEN INPUT TRANSDAY.
015400     PERFORM 2010-COPY-DAY THRU 2010-COPY-DAY-EXIT
015500         UNTIL WS-EOF.
015600     CLOSE TRANSDAY.
015700     MOVE "N" TO WS-EOF-SW.
015800     OPEN INPUT TRANSOUT.
015900     PERFORM 2020-COPY-NIGHT THRU 2020-COPY-NIGHT-EXIT
016000         UNTIL WS-EOF.
016100     CLOSE TRANSOUT.
016200     CLOSE TRANSJNW.
016300 2000-BUILD-JOIN-EXIT.
016400     EXIT.
016500 2010-COPY-DAY.
016600     READ TRANSDAY
016700         AT END
016800             SET WS-EOF TO TRUE
016900         NOT AT END
017000             WRITE TRANSJNW-RECORD FROM TRANSDAY-RECORD
017100     END-READ.
017200 2010-COPY-DAY-EXIT.
017300     EXIT.
017400 2020-COPY-NIGHT.
017500     READ TRANSOUT
017600         AT END
017700             SET WS-EOF TO TRUE
017800         NOT AT END
017900             WRITE TRANSJNW-RECORD FROM TRANSOUT-RECORD
018000             ADD 1 TO WS-NIGHT-RECS
018100     END-READ.
018200 2020-COPY-NIGHT-EXIT.
018300     EXIT.
018400*----------------------------------------------------------------
018500* 3000-COPY-BACK : the work file over TRANSOUT. A rerun after an
018600*                 interrupted copy finds TRANSOUT already
018700*                 starting with the day's movements and simply
018800*                 copies the complete work file again.
018900*----------------------------------------------------------------
019000 3000-COPY-BACK.
019100     OPEN INPUT TRANSJNW.
019200     IF WS-TRANSJNW-STATUS = "35"
019300         DISPLAY "TRANSJNW ABSENT - REUNION IMPOSSIBLE"
019400         SET WS-ABORT TO TRUE
019500         GO TO 3000-COPY-BACK-EXIT
019600     END-IF.
019700     OPEN OUTPUT TRANSOUT.
019800     MOVE "N" TO WS-EOF-SW.
019900     PERFORM 3010-COPY-ONE THRU 3010-COPY-ONE-EXIT
020000         UNTIL WS-EOF.
020100     CLOSE TRANSJNW.
020200     CLOSE TRANSOUT.
020300     IF WS-JOINED
020400         COMPUTE WS-NIGHT-RECS = WS-JOIN-RECS - WS-DAY-RECS
020500     END-IF.
020600 3000-COPY-BACK-EXIT.
020700     EXIT.
020800 3010-COPY-ONE.
020900     READ TRANSJNW
021000         AT END
021100             SET WS-EOF TO TRUE
021200         NOT AT END
021300             WRITE TRANSOUT-RECORD FROM TRANSJNW-RECORD
021400             ADD 1 TO WS-JOIN-RECS
021500     END-READ.
021600 3010-COPY-ONE-EXIT.
021700     EXIT.
021800*----------------------------------------------------------------
021900* 4000-EMPTY-TRANSDAY : the day's movements now live on
022000*                      TRANSOUT ; the next date starts clean.
022100*----------------------------------------------------------------
022200 4000-EMPTY-TRANSDAY.
022300     IF WS-TRANSDAY-STATUS = "35"
022400         GO TO 4000-EMPTY-TRANSDAY-EXIT
022500     END-IF.
022600     OPEN OUTPUT TRANSDAY.
022700     CLOSE TRANSDAY.
022800 4000-EMPTY-TRANSDAY-EXIT.
022900     EXIT.
