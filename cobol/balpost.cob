003096*                the fee basis FEEGEN bills from, since
003097*                TRANSOUT only ever holds one night.
003098*----------------------------------------------------------------
003101* 2026-10-15 EL  Balance history. Every account posted is also
003102*                written to the permanent BALHIST file
003103*                (BHSREC.cpy) under the business date, with the
003104*                day's opening, movements and closing - a rerun
003105*                of the same date rewrites the record. BALMAST
003106*                only holds the current day ; BALINQ answers
003107*                "balance as of" from the history. The run that
003108*                creates BALHIST first seeds it with every
003109*                balance BALMAST already holds (BALMAST access
003110*                went RANDOM to DYNAMIC for that one pass).
003111*----------------------------------------------------------------
003112* 2026-10-15 EL  TRANSOUT widened to 40 bytes for the transfer
003113*                counterparty ; a transfer posts here as its
003114*                ordinary D and C legs.
003124* 2026-10-15 EL  TRANSOUT widened to 62 bytes for the movement's
003134*                unique reference.
003142* 2026-10-15 EL  Intraday posting cycle. The CTLDATE card carries
003150*                the posting cycle (CTL-CYCLE, blank = 1) ; it is
003158*                shown and printed with the totals. The opening
003166*                still rolls only on an account's first posting of
003174*                the business date - the second cycle of the same
003182*                date adds to the day's movements and leaves the
003190*                opening as the first cycle set it.
003198*----------------------------------------------------------------
003199 ENVIRONMENT DIVISION.
003200 CONFIGURATION SECTION.
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003700         FILE STATUS IS WS-TRANSOUT-STATUS.
003800     SELECT BALMAST ASSIGN TO "BALMAST"
003900         ORGANIZATION IS INDEXED
004000         ACCESS MODE IS DYNAMIC
004100         RECORD KEY IS BAL-ACCOUNT-NO
004200         FILE STATUS IS WS-BALMAST-STATUS.
004210     SELECT BALHIST ASSIGN TO "BALHIST"
004220         ORGANIZATION IS INDEXED
004230         ACCESS MODE IS RANDOM
004240         RECORD KEY IS BHS-KEY
004250         FILE STATUS IS WS-BALHIST-STATUS.
004300     SELECT CTLDATE ASSIGN TO "CTLDATE"
004400         ORGANIZATION IS SEQUENTIAL.
004500     SELECT PRTBALP ASSIGN TO "PRTBALP"
005200     05  TOUT-ACCOUNT-NO      PIC X(10).
005300     05  TOUT-AMOUNT          PIC X(10).
005310     05  TOUT-TYPE-CODE       PIC X(01).
005400     05  FILLER               PIC X(41).
005500 FD  BALMAST.
005600 COPY BALREC.
005610 FD  BALHIST.
005620 COPY BHSREC.
005700 FD  CTLDATE
005800     LABEL RECORDS ARE STANDARD.
005900 01  CTLDATE-RECORD.
006000     05  CTL-BUSINESS-DATE    PIC 9(08).
006100     05  CTL-CYCLE            PIC 9(01).
006110     05  FILLER               PIC X(11).
006200 FD  PRTBALP
006300     LABEL RECORDS ARE STANDARD.
006400 01  PRTBALP-LINE             PIC X(60).
006800*----------------------------------------------------------------
006900 77  WS-TRANSOUT-STATUS       PIC X(02) VALUE SPACES.
007000 77  WS-BALMAST-STATUS        PIC X(02) VALUE SPACES.
007010 77  WS-BALHIST-STATUS        PIC X(02) VALUE SPACES.
007100 77  WS-EOF-SW                PIC X(01) VALUE "N".
007200     88  WS-EOF               VALUE "Y".
007300 77  WS-BUSINESS-DATE         PIC 9(08) VALUE ZERO.
007310 77  WS-CYCLE                 PIC 9(01) VALUE 1.
007400 77  WS-RECS-READ             PIC 9(05) COMP VALUE ZERO.
007500 77  WS-RECS-POSTED           PIC 9(05) COMP VALUE ZERO.
007600 77  WS-ACCTS-CREATED         PIC 9(05) COMP VALUE ZERO.
007700 77  WS-ACCTS-ROLLED          PIC 9(05) COMP VALUE ZERO.
007800 77  WS-NON-NUMERIC           PIC 9(05) COMP VALUE ZERO.
007810 77  WS-HIST-WRITTEN          PIC 9(05) COMP VALUE ZERO.
007820 77  WS-HIST-SEEDED           PIC 9(05) COMP VALUE ZERO.
007900 77  WS-VALUE-POSTED          PIC S9(12) VALUE ZERO.
008000 77  WS-AMOUNT                PIC S9(12) VALUE ZERO.
008010*----------------------------------------------------------------
009800             UNTIL WS-EOF
009900         CLOSE TRANSOUT
010000         CLOSE BALMAST
010010         CLOSE BALHIST
010100         PERFORM 9000-WRITE-TOTALS THRU 9000-WRITE-TOTALS-EXIT
010200     END-IF.
010300     CLOSE PRTBALP.
010600     DISPLAY "COMPTES CREES      : " WS-ACCTS-CREATED.
010700     DISPLAY "SOLDES BASCULES    : " WS-ACCTS-ROLLED.
010800     DISPLAY "MONTANTS NON NUM.  : " WS-NON-NUMERIC.
010810     DISPLAY "HISTORIQUES ECRITS : " WS-HIST-WRITTEN.
010820     DISPLAY "HISTORIQUES INIT.  : " WS-HIST-SEEDED.
010900     STOP RUN.
011000*----------------------------------------------------------------
011100* 0100-READ-CTLDATE : the business date the balances are posted
011800     OPEN INPUT CTLDATE.
011900     READ CTLDATE.
012000     MOVE CTL-BUSINESS-DATE TO WS-BUSINESS-DATE.
012010     IF CTL-CYCLE NUMERIC AND CTL-CYCLE > ZERO
012020         MOVE CTL-CYCLE TO WS-CYCLE
012030     END-IF.
012040     DISPLAY "CYCLE DE POSTING   : " WS-CYCLE.
012100     CLOSE CTLDATE.
012200 0100-READ-CTLDATE-EXIT.
012300     EXIT.
012700*                  night balanced. A missing BALMAST is the first
012800*                  run ever and is created empty, the same way
012900*                  CUSTUPDT creates a missing CUSTMAST.
012910*                  A missing BALHIST is created the same way
012920*                  and seeded from BALMAST.
013000*----------------------------------------------------------------
013100 1000-OPEN-FILES.
013200     OPEN INPUT TRANSOUT.
014200         CLOSE BALMAST
014300         OPEN I-O BALMAST
014400     END-IF.
014410     OPEN I-O BALHIST.
014420     IF WS-BALHIST-STATUS = "35"
014430         OPEN OUTPUT BALHIST
014440         CLOSE BALHIST
014450         OPEN I-O BALHIST
014460         PERFORM 1100-SEED-HISTORY THRU 1100-SEED-HISTORY-EXIT
014470     END-IF.
014500 1000-OPEN-FILES-EXIT.
014600     EXIT.
014610*----------------------------------------------------------------
014620* 1100-SEED-HISTORY : a new BALHIST starts with every balance
014630*                    BALMAST already holds, each under the
014640*                    business date it was last posted at - the
014650*                    history then answers for any date from the
014660*                    day it was created, not only for accounts
014670*                    that move again.
014680*----------------------------------------------------------------
014690 1100-SEED-HISTORY.
014691     PERFORM 1110-SEED-ONE THRU 1110-SEED-ONE-EXIT
014692         UNTIL WS-EOF.
014693     MOVE "N" TO WS-EOF-SW.
014694 1100-SEED-HISTORY-EXIT.
014695     EXIT.
014696 1110-SEED-ONE.
014697     READ BALMAST NEXT RECORD
014698         AT END
014699             SET WS-EOF TO TRUE
014701             GO TO 1110-SEED-ONE-EXIT
014702     END-READ.
014703     PERFORM 2400-WRITE-HISTORY THRU 2400-WRITE-HISTORY-EXIT.
014705     ADD 1 TO WS-HIST-SEEDED.
014706 1110-SEED-ONE-EXIT.
014707     EXIT.
014708*----------------------------------------------------------------
014800* 2000-POST-ONE : one confirmed movement into its account's
014900*                balance record.
015000*----------------------------------------------------------------
018300             PERFORM 2300-UPDATE-ACCOUNT
018400                 THRU 2300-UPDATE-ACCOUNT-EXIT
018500     END-READ.
018510     PERFORM 2400-WRITE-HISTORY THRU 2400-WRITE-HISTORY-EXIT.
018520     ADD 1 TO WS-HIST-WRITTEN.
018600     ADD 1 TO WS-RECS-POSTED.
018700     ADD WS-AMOUNT TO WS-VALUE-POSTED.
018800 2100-APPLY-MOVEMENT-EXIT.
019800     ADD 1 TO WS-ACCTS-CREATED.
019900 2200-CREATE-ACCOUNT-EXIT.
020000     EXIT.
020010*----------------------------------------------------------------
020020* 2300-UPDATE-ACCOUNT : the first posting of a business date, in
020030*                      whichever cycle, rolls the closing into the
020040*                      opening ; a later cycle of the same date
020050*                      only adds to the day's movements.
020060*----------------------------------------------------------------
020100 2300-UPDATE-ACCOUNT.
020200     IF BAL-POST-DATE NOT = WS-BUSINESS-DATE
020300         MOVE BAL-CLOSING      TO BAL-OPENING
021000     REWRITE BAL-RECORD.
021100 2300-UPDATE-ACCOUNT-EXIT.
021200     EXIT.
021210*----------------------------------------------------------------
021220* 2400-WRITE-HISTORY : the account's day as it now stands on
021230*                     BALMAST, into BALHIST under its post date
021240*                     - a later movement of the same day (or a
021250*                     rerun) rewrites it.
021260*----------------------------------------------------------------
021270 2400-WRITE-HISTORY.
021271     MOVE SPACES        TO BALHIST-RECORD.
021272     MOVE BAL-ACCOUNT-NO TO BHS-ACCOUNT-NO.
021273     MOVE BAL-POST-DATE  TO BHS-BUSINESS-DATE.
021274     MOVE BAL-OPENING    TO BHS-OPENING.
021275     MOVE BAL-MOVEMENTS  TO BHS-MOVEMENTS.
021276     MOVE BAL-CLOSING    TO BHS-CLOSING.
021277     WRITE BALHIST-RECORD
021278         INVALID KEY
021279             REWRITE BALHIST-RECORD
021280     END-WRITE.
021282 2400-WRITE-HISTORY-EXIT.
021283     EXIT.
021300*----------------------------------------------------------------
021400* 9000-WRITE-TOTALS : the run's counts and value on PRTBALP.
021500*----------------------------------------------------------------
021600 9000-WRITE-TOTALS.
021610     MOVE "CYCLE DE POSTING      : " TO BLP-LABEL.
021620     MOVE WS-CYCLE TO BLP-VALUE.
021630     WRITE PRTBALP-LINE FROM WS-PRTBALP-DETAIL.
021700     MOVE "MOUVEMENTS LUS        : " TO BLP-LABEL.
021800     MOVE WS-RECS-READ TO BLP-VALUE.
021900     WRITE PRTBALP-LINE FROM WS-PRTBALP-DETAIL.
023200     MOVE "MONTANTS NON NUM.     : " TO BLP-LABEL.
023300     MOVE WS-NON-NUMERIC TO BLP-VALUE.
023400     WRITE PRTBALP-LINE FROM WS-PRTBALP-DETAIL.
023410     MOVE "HISTORIQUES ECRITS    : " TO BLP-LABEL.
023420     MOVE WS-HIST-WRITTEN TO BLP-VALUE.
023430     WRITE PRTBALP-LINE FROM WS-PRTBALP-DETAIL.
023500 9000-WRITE-TOTALS-EXIT.
023600     EXIT.
