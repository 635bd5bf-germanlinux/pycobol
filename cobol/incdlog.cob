000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. INCDLOG.
000300 AUTHOR. D-SYSTEMS BATCH GROUP.
000400 INSTALLATION. ESSAI BATCH SUITE.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 2026-10-15 EL  Initial version. Account incident history.
001100*                SUSPTRAN and RJTZERO only ever hold the last
001200*                posting run's items - each intraday cycle's are
001300*                gone once the next cycle or the night has run -
001400*                so nothing kept the incidents an account caused
001500*                over a month. This step runs after essaizero in
001600*                every posting cycle (STEPDAY) and after the
001700*                cycles are joined at night (STEPDEF), and adds
001800*                the run's suspense items (kind S) and essaizero
001900*                rejects (kind R) to the INCDHIST history under
002000*                the CTLDATE date and cycle. INCDHIST goes
002100*                through the INCDWRK work file : records of the
002200*                same date and cycle (a rerun) are dropped, as
002300*                are records older than the first of the
002400*                previous business month. A missing SUSPTRAN or
002500*                RJTZERO means no incident of that kind.
002600*----------------------------------------------------------------
002700 ENVIRONMENT DIVISION.
002800 CONFIGURATION SECTION.
002900 INPUT-OUTPUT SECTION.
003000 FILE-CONTROL.
003100     SELECT CTLDATE ASSIGN TO "CTLDATE"
003200         ORGANIZATION IS SEQUENTIAL
003300         FILE STATUS IS WS-CTLDATE-STATUS.
003400     SELECT SUSPTRAN ASSIGN TO "SUSPTRAN"
003500         ORGANIZATION IS LINE SEQUENTIAL
003600         FILE STATUS IS WS-SUSPTRAN-STATUS.
003700     SELECT RJTZERO ASSIGN TO "RJTZERO"
003800         ORGANIZATION IS SEQUENTIAL
003900         FILE STATUS IS WS-RJTZERO-STATUS.
004000     SELECT INCDHIST ASSIGN TO "INCDHIST"
004100         ORGANIZATION IS SEQUENTIAL
004200         FILE STATUS IS WS-INCDHIST-STATUS.
004300     SELECT INCDWRK ASSIGN TO "INCDWRK"
004400         ORGANIZATION IS SEQUENTIAL.
004500 DATA DIVISION.
004600 FILE SECTION.
004700 FD  CTLDATE
004800     LABEL RECORDS ARE STANDARD.
004900 01  CTLDATE-RECORD.
005000     05  CTL-BUSINESS-DATE    PIC 9(08).
005100     05  CTL-CYCLE            PIC 9(01).
005200     05  FILLER               PIC X(11).
005300 FD  SUSPTRAN
005400     LABEL RECORDS ARE STANDARD.
005500 COPY TRANREC.
005600 FD  RJTZERO
005700     LABEL RECORDS ARE STANDARD.
005800 COPY REJREC REPLACING ==REJECT-RECORD== BY ==RJTZERO-RECORD==.
005900 FD  INCDHIST
006000     LABEL RECORDS ARE STANDARD.
006100 COPY INCDREC.
006200 FD  INCDWRK
006300     LABEL RECORDS ARE STANDARD.
006400 01  INCDWRK-RECORD           PIC X(60).
006500 WORKING-STORAGE SECTION.
006600*----------------------------------------------------------------
006700* 77-LEVEL WORK ITEMS
006800*----------------------------------------------------------------
006900 77  WS-CTLDATE-STATUS        PIC X(02) VALUE SPACES.
007000 77  WS-SUSPTRAN-STATUS       PIC X(02) VALUE SPACES.
007100 77  WS-RJTZERO-STATUS        PIC X(02) VALUE SPACES.
007200 77  WS-INCDHIST-STATUS       PIC X(02) VALUE SPACES.
007300 77  WS-EOF-SW                PIC X(01) VALUE "N".
007400     88  WS-EOF               VALUE "Y".
007500 77  WS-HISTORY-SW            PIC X(01) VALUE "N".
007600     88  WS-HISTORY           VALUE "Y".
007700 77  WS-RC                    PIC 9(02) VALUE ZERO.
007800 77  WS-BUSINESS-DATE         PIC 9(08) VALUE ZERO.
007900 77  WS-CYCLE                 PIC 9(01) VALUE 1.
008000 77  WS-CUTOFF-DATE           PIC 9(08) VALUE ZERO.
008100 77  WS-HIST-KEPT             PIC 9(07) COMP VALUE ZERO.
008200 77  WS-HIST-DROPPED          PIC 9(07) COMP VALUE ZERO.
008300 77  WS-SUSP-ADDED            PIC 9(07) COMP VALUE ZERO.
008400 77  WS-REJ-ADDED             PIC 9(07) COMP VALUE ZERO.
008500*----------------------------------------------------------------
008600* FIRST OF THE PREVIOUS MONTH
008700*----------------------------------------------------------------
008800 01  WS-CUTOFF-AREA.
008900     05  WS-CUT-CCYY          PIC 9(04).
009000     05  WS-CUT-MM            PIC 9(02).
009100     05  WS-CUT-DD            PIC 9(02).
009200 PROCEDURE DIVISION.
009300*----------------------------------------------------------------
009400* 0000-MAINLINE
009500*----------------------------------------------------------------
009600 0000-MAINLINE.
009700     DISPLAY "HISTORIQUE DES INCIDENTS PAR COMPTE".
009800     PERFORM 0100-READ-CTLDATE THRU 0100-READ-CTLDATE-EXIT.
009900     IF WS-RC > 4
010000         MOVE WS-RC TO RETURN-CODE
010100         STOP RUN
010200     END-IF.
010300     PERFORM 1000-KEEP-HISTORY THRU 1000-KEEP-HISTORY-EXIT.
010400     PERFORM 2000-ADD-SUSPENSE THRU 2000-ADD-SUSPENSE-EXIT.
010500     PERFORM 3000-ADD-REJECTS THRU 3000-ADD-REJECTS-EXIT.
010600     CLOSE INCDHIST.
010700     DISPLAY "HISTORIQUE CONSERVE  : " WS-HIST-KEPT.
010800     DISPLAY "HISTORIQUE ECARTE    : " WS-HIST-DROPPED.
010900     DISPLAY "SUSPENS AJOUTES      : " WS-SUSP-ADDED.
011000     DISPLAY "REJETS AJOUTES       : " WS-REJ-ADDED.
011100     MOVE WS-RC TO RETURN-CODE.
011200     STOP RUN.
011300*----------------------------------------------------------------
011400* 0100-READ-CTLDATE : the business date and posting cycle the
011500*                    incidents are filed under (blank cycle = 1)
011600*                    and the first of the previous month, the
011700*                    oldest date the history keeps.
011800*----------------------------------------------------------------
011900 0100-READ-CTLDATE.
012000     OPEN INPUT CTLDATE.
012100     IF WS-CTLDATE-STATUS NOT = "00"
012200         DISPLAY "CTLDATE ABSENTE - HISTORIQUE IMPOSSIBLE"
012300         MOVE 16 TO WS-RC
012400         GO TO 0100-READ-CTLDATE-EXIT
012500     END-IF.
012600     READ CTLDATE
012700         AT END
012800             DISPLAY "CTLDATE VIDE - HISTORIQUE IMPOSSIBLE"
012900             MOVE 16 TO WS-RC
013000     END-READ.
013100     CLOSE CTLDATE.
013200     IF WS-RC = 16
013300         GO TO 0100-READ-CTLDATE-EXIT
013400     END-IF.
013500     MOVE CTL-BUSINESS-DATE TO WS-BUSINESS-DATE.
013600     IF CTL-CYCLE NUMERIC AND CTL-CYCLE > ZERO
013700         MOVE CTL-CYCLE TO WS-CYCLE
013800     END-IF.
013900     MOVE WS-BUSINESS-DATE TO WS-CUTOFF-AREA.
014000     MOVE 1 TO WS-CUT-DD.
014100     IF WS-CUT-MM = 1
014200         MOVE 12 TO WS-CUT-MM
014300         SUBTRACT 1 FROM WS-CUT-CCYY
014400     ELSE
014500         SUBTRACT 1 FROM WS-CUT-MM
014600     END-IF.
014700     MOVE WS-CUTOFF-AREA TO WS-CUTOFF-DATE.
014800     DISPLAY "DATE METIER " WS-BUSINESS-DATE
014900             " CYCLE " WS-CYCLE.
015000 0100-READ-CTLDATE-EXIT.
015100     EXIT.
015200*----------------------------------------------------------------
015300* 1000-KEEP-HISTORY : INCDHIST through the INCDWRK work file,
015400*                    less the records older than the cutoff and
015500*                    those of this date and cycle. INCDHIST is
015600*                    left open for the run's incidents.
015700*----------------------------------------------------------------
015800 1000-KEEP-HISTORY.
015900     OPEN INPUT INCDHIST.
016000     IF WS-INCDHIST-STATUS = "00"
016100         SET WS-HISTORY TO TRUE
016200         OPEN OUTPUT INCDWRK
016300         MOVE "N" TO WS-EOF-SW
016400         PERFORM 1100-READ-INCDHIST THRU 1100-READ-INCDHIST-EXIT
016500             UNTIL WS-EOF
016600         CLOSE INCDHIST
016700         CLOSE INCDWRK
016800     ELSE
016900         DISPLAY "INCDHIST ABSENT - PREMIER HISTORIQUE"
017000     END-IF.
017100     OPEN OUTPUT INCDHIST.
017200     IF WS-HISTORY
017300         OPEN INPUT INCDWRK
017400         MOVE "N" TO WS-EOF-SW
017500         PERFORM 1200-COPY-BACK THRU 1200-COPY-BACK-EXIT
017600             UNTIL WS-EOF
017700         CLOSE INCDWRK
017800     END-IF.
017900 1000-KEEP-HISTORY-EXIT.
018000     EXIT.
018100 1100-READ-INCDHIST.
018200     READ INCDHIST
018300         AT END
018400             SET WS-EOF TO TRUE
018500             GO TO 1100-READ-INCDHIST-EXIT
018600     END-READ.
018700     IF INC-BUSINESS-DATE < WS-CUTOFF-DATE OR
018800        (INC-BUSINESS-DATE = WS-BUSINESS-DATE AND
018900         INC-CYCLE = WS-CYCLE)
019000         ADD 1 TO WS-HIST-DROPPED
019100         GO TO 1100-READ-INCDHIST-EXIT
019200     END-IF.
019300     WRITE INCDWRK-RECORD FROM INCIDENT-RECORD.
019400     ADD 1 TO WS-HIST-KEPT.
019500 1100-READ-INCDHIST-EXIT.
019600     EXIT.
019700 1200-COPY-BACK.
019800     READ INCDWRK
019900         AT END
020000             SET WS-EOF TO TRUE
020100         NOT AT END
020200             WRITE INCIDENT-RECORD FROM INCDWRK-RECORD
020300     END-READ.
020400 1200-COPY-BACK-EXIT.
020500     EXIT.
020600*----------------------------------------------------------------
020700* 2000-ADD-SUSPENSE : one kind S record per movement the run
020800*                    left in suspense.
020900*----------------------------------------------------------------
021000 2000-ADD-SUSPENSE.
021100     OPEN INPUT SUSPTRAN.
021200     IF WS-SUSPTRAN-STATUS NOT = "00"
021300         DISPLAY "SUSPTRAN ABSENT - AUCUN SUSPENS"
021400         GO TO 2000-ADD-SUSPENSE-EXIT
021500     END-IF.
021600     MOVE "N" TO WS-EOF-SW.
021700     PERFORM 2100-READ-SUSPTRAN THRU 2100-READ-SUSPTRAN-EXIT
021800         UNTIL WS-EOF.
021900     CLOSE SUSPTRAN.
022000 2000-ADD-SUSPENSE-EXIT.
022100     EXIT.
022200 2100-READ-SUSPTRAN.
022300     READ SUSPTRAN
022400         AT END
022500             SET WS-EOF TO TRUE
022600             GO TO 2100-READ-SUSPTRAN-EXIT
022700     END-READ.
022800     IF TRAN-ACCOUNT-NO = SPACES
022900         GO TO 2100-READ-SUSPTRAN-EXIT
023000     END-IF.
023100     MOVE SPACES            TO INCIDENT-RECORD.
023200     MOVE WS-BUSINESS-DATE  TO INC-BUSINESS-DATE.
023300     MOVE WS-CYCLE          TO INC-CYCLE.
023400     MOVE TRAN-ACCOUNT-NO   TO INC-ACCOUNT-NO.
023500     SET INC-SUSPENSE       TO TRUE.
023600     MOVE TRAN-AMOUNT       TO INC-AMOUNT.
023700     MOVE TRAN-REFERENCE    TO INC-REFERENCE.
023800     WRITE INCIDENT-RECORD.
023900     ADD 1 TO WS-SUSP-ADDED.
024000 2100-READ-SUSPTRAN-EXIT.
024100     EXIT.
024200*----------------------------------------------------------------
024300* 3000-ADD-REJECTS : one kind R record per essaizero reject,
024400*                  with its reason code.
024500*----------------------------------------------------------------
024600 3000-ADD-REJECTS.
024700     OPEN INPUT RJTZERO.
024800     IF WS-RJTZERO-STATUS NOT = "00"
024900         DISPLAY "RJTZERO ABSENT - AUCUN REJET"
025000         GO TO 3000-ADD-REJECTS-EXIT
025100     END-IF.
025200     MOVE "N" TO WS-EOF-SW.
025300     PERFORM 3100-READ-RJTZERO THRU 3100-READ-RJTZERO-EXIT
025400         UNTIL WS-EOF.
025500     CLOSE RJTZERO.
025600 3000-ADD-REJECTS-EXIT.
025700     EXIT.
025800 3100-READ-RJTZERO.
025900     READ RJTZERO
026000         AT END
026100             SET WS-EOF TO TRUE
026200             GO TO 3100-READ-RJTZERO-EXIT
026300     END-READ.
026400     IF RJT-PAYLOAD (1:10) = SPACES
026500         GO TO 3100-READ-RJTZERO-EXIT
026600     END-IF.
026700     MOVE SPACES               TO INCIDENT-RECORD.
026800     MOVE WS-BUSINESS-DATE     TO INC-BUSINESS-DATE.
026900     MOVE WS-CYCLE             TO INC-CYCLE.
027000     MOVE RJT-PAYLOAD (1:10)   TO INC-ACCOUNT-NO.
027100     SET INC-REJECT            TO TRUE.
027200     MOVE RJT-REASON-CODE      TO INC-REASON.
027300     MOVE RJT-PAYLOAD (11:10)  TO INC-AMOUNT.
027400     MOVE RJT-REFERENCE        TO INC-REFERENCE.
027500     WRITE INCIDENT-RECORD.
027600     ADD 1 TO WS-REJ-ADDED.
027700 3100-READ-RJTZERO-EXIT.
027800     EXIT.
