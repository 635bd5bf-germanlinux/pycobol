002707*                STMTRPRT job reproduces any archived statement
002708*                from those records alone.
002709*----------------------------------------------------------------
002711* 2026-10-15 EL  Branch name in the section heading. Each
002712*                statement section now carries a second heading
002713*                line with the customer's branch name from the
002714*                BRNMAST branch master (BRNREC.cpy) ; a code not
002715*                on the master prints as the code and (INCONNUE),
002716*                an unknown customer as INCONNUE. The name is
002717*                archived on the STMTHIST H record after the
002718*                customer name so STMTRPRT reprints it too. No
002719*                BRNMAST leaves every branch INCONNUE, the way
002720*                a missing CUSTMAST leaves every name INCONNU.
002721*----------------------------------------------------------------
002722* 2026-10-15 EL  Transfers. Each leg of a transfer prints the
002723*                counterparty account on its movement line -
002724*                VIREMENT VERS on the debit leg, VIREMENT DE on
002725*                the credit leg - and the counterparty is
002726*                archived on the STMTHIST D record at (18:10)
002727*                so STMTRPRT reprints it. TRANSOUT widened to
002728*                40 bytes.
002738* 2026-10-15 EL  TRANSOUT widened to 62 bytes for the movement's
002748*                unique reference, which each STMTHIST D record
002758*                now keeps past its payload (STH-REFERENCE,
002768*                blank on H and F records).
002778*----------------------------------------------------------------
002799 ENVIRONMENT DIVISION.
002800 CONFIGURATION SECTION.
002900 INPUT-OUTPUT SECTION.
003000 FILE-CONTROL.
004250         FILE STATUS IS WS-STMTHIST-STATUS.
004260     SELECT STMTWORK ASSIGN TO "STMTWORK"
004270         ORGANIZATION IS SEQUENTIAL.
004280     SELECT BRNMAST ASSIGN TO "BRNMAST"
004281         ORGANIZATION IS INDEXED
004282         ACCESS MODE IS RANDOM
004283         RECORD KEY IS BRN-CODE
004284         FILE STATUS IS WS-BRNMAST-STATUS.
004300 DATA DIVISION.
004400 FILE SECTION.
004500 FD  TRANSOUT
004600     LABEL RECORDS ARE STANDARD.
004700 01  TRANSOUT-RECORD          PIC X(62).
004800 FD  STMTSRT
004900     LABEL RECORDS ARE STANDARD.
005000 01  STMTSRT-RECORD.
005210     05  SRT-TYPE-CODE        PIC X(01).
005220     05  SRT-REF-DATE         PIC X(06).
005300     05  FILLER               PIC X(03).
005310     05  SRT-COUNTERPARTY     PIC X(10).
005320     05  SRT-REFERENCE        PIC X(22).
005400 SD  SORTWORK.
005500 01  SORTWORK-RECORD.
005600     05  SWK-ACCOUNT-NO       PIC X(10).
005700     05  FILLER               PIC X(52).
005800 FD  CUSTMAST.
005900 COPY CUSTREC.
006000 FD  PRTSTMT
006250     05  FILLER               PIC X(12).
006260*----------------------------------------------------------------
006270* STMTHIST : the permanent statement archive. Payload by type :
006280*   H : the customer name as printed (INCONNU included),
006285*       then the branch name as printed at (11:20).
006289*   D : amount X(10), type X(01), reference date X(06), then
006290*       a transfer leg's counterparty account X(10).
006291*   F : movement count 9(05), then the signed section total,
006292*       sign leading separate.
006293*----------------------------------------------------------------
006298     05  STH-PERIOD           PIC 9(08).
006299     05  STH-RECORD-TYPE      PIC X(01).
006301     05  STH-PAYLOAD          PIC X(40).
006302     05  STH-REFERENCE        PIC X(22).
006303 FD  STMTWORK
006304     LABEL RECORDS ARE STANDARD.
006305 01  STMTWORK-RECORD          PIC X(81).
006306 FD  BRNMAST.
006307 COPY BRNREC.
006308 WORKING-STORAGE SECTION.
006400*----------------------------------------------------------------
006500* 77-LEVEL WORK ITEMS
006600*----------------------------------------------------------------
007940 77  WS-BUSINESS-DATE         PIC 9(08) VALUE ZERO.
007950 01  WS-HIST-TOTAL            PIC S9(12) SIGN LEADING SEPARATE.
007960 01  WS-HIST-COUNT            PIC 9(05) VALUE ZERO.
007970 77  WS-BRNMAST-STATUS        PIC X(02) VALUE SPACES.
007980 77  WS-BRNMAST-ABSENT-SW     PIC X(01) VALUE "N".
007985     88  WS-BRNMAST-ABSENT    VALUE "Y".
007990 77  WS-BRANCH-NAME           PIC X(20) VALUE SPACES.
008100*----------------------------------------------------------------
008200* Print lines : one section header, one detail per transaction,
008300* one section footer, one grand-total page.
008800     05  FILLER PIC X(08) VALUE "  NOM : ".
008900     05  HDR-CUST-NAME        PIC X(10).
009000     05  FILLER PIC X(16) VALUE SPACES.
009010 01  WS-BRANCH-HEADER.
009020     05  FILLER PIC X(11) VALUE "  AGENCE : ".
009030     05  HDB-BRANCH-NAME      PIC X(20).
009040     05  FILLER PIC X(29) VALUE SPACES.
009100 01  WS-DETAIL-LINE.
009200     05  FILLER PIC X(12) VALUE "  MONTANT : ".
009300     05  DTL-AMOUNT           PIC X(10).
012800     IF NOT WS-CUSTMAST-ABSENT
012900         CLOSE CUSTMAST
013000     END-IF.
013010     IF NOT WS-BRNMAST-ABSENT
013020         CLOSE BRNMAST
013030     END-IF.
013100     DISPLAY "MOUVEMENTS TRAITES : " WS-GRAND-COUNT.
013200     DISPLAY "MONTANTS NON NUM.  : " WS-NON-NUMERIC.
013300     STOP RUN.
013500* 1000-OPEN-CUSTMAST : the statement prints INCONNU for every
013600*                     name when the master is absent, rather
013700*                     than losing the whole statement run.
013710*                     BRNMAST is handled the same way for the
013720*                     branch names.
013800*----------------------------------------------------------------
013900 1000-OPEN-CUSTMAST.
014000     OPEN INPUT CUSTMAST.
014300         DISPLAY "ALERTE : CUSTMAST ABSENT (STATUT "
014400             WS-CUSTMAST-STATUS ") - NOMS INCONNUS"
014500     END-IF.
014510     OPEN INPUT BRNMAST.
014520     IF WS-BRNMAST-STATUS NOT = "00"
014530         SET WS-BRNMAST-ABSENT TO TRUE
014540         DISPLAY "ALERTE : BRNMAST ABSENT (STATUT "
014550             WS-BRNMAST-STATUS ") - AGENCES INCONNUES"
014560     END-IF.
014600 1000-OPEN-CUSTMAST-EXIT.
014700     EXIT.
014710*----------------------------------------------------------------
017700     MOVE ZERO TO WS-CUST-COUNT.
017800     MOVE ZERO TO WS-CUST-TOTAL.
017900     MOVE "INCONNU" TO WS-CUST-NAME.
017910     MOVE "INCONNUE" TO WS-BRANCH-NAME.
018000     IF NOT WS-CUSTMAST-ABSENT
018100         MOVE SRT-ACCOUNT-NO TO CUST-NUMBER
018200         READ CUSTMAST
018400                 MOVE "INCONNU" TO WS-CUST-NAME
018500             NOT INVALID KEY
018600                 MOVE CUST-NAME TO WS-CUST-NAME
018610                 PERFORM 3100-BRANCH-NAME
018620                     THRU 3100-BRANCH-NAME-EXIT
018700         END-READ
018800     END-IF.
018900     MOVE SRT-ACCOUNT-NO TO HDR-ACCOUNT-NO.
019000     MOVE WS-CUST-NAME   TO HDR-CUST-NAME.
019100     WRITE PRTSTMT-LINE FROM WS-SECTION-HEADER.
019101     MOVE WS-BRANCH-NAME TO HDB-BRANCH-NAME.
019102     WRITE PRTSTMT-LINE FROM WS-BRANCH-HEADER.
019110     MOVE SPACES          TO STMTHIST-RECORD.
019120     MOVE SRT-ACCOUNT-NO  TO STH-CUST-NUMBER.
019130     MOVE WS-BUSINESS-DATE TO STH-PERIOD.
019140     MOVE "H"             TO STH-RECORD-TYPE.
019150     MOVE WS-CUST-NAME    TO STH-PAYLOAD (1:10).
019155     MOVE WS-BRANCH-NAME  TO STH-PAYLOAD (11:20).
019160     WRITE STMTHIST-RECORD.
019200 3000-START-CUSTOMER-EXIT.
019300     EXIT.
019310*----------------------------------------------------------------
019320* 3100-BRANCH-NAME : the customer's branch name from BRNMAST ;
019330*                   a code not on the master (or no master)
019340*                   shows as the code and (INCONNUE).
019350*----------------------------------------------------------------
019360 3100-BRANCH-NAME.
019361     MOVE SPACES TO WS-BRANCH-NAME.
019362     IF NOT WS-BRNMAST-ABSENT
019363         MOVE CUST-BRANCH-CODE TO BRN-CODE
019364         READ BRNMAST
019365             INVALID KEY
019366                 CONTINUE
019367             NOT INVALID KEY
019368                 MOVE BRN-NAME TO WS-BRANCH-NAME
019369                 GO TO 3100-BRANCH-NAME-EXIT
019370         END-READ
019371     END-IF.
019372     MOVE CUST-BRANCH-CODE TO WS-BRANCH-NAME (1:4).
019373     MOVE "(INCONNUE)" TO WS-BRANCH-NAME (6:10).
019380 3100-BRANCH-NAME-EXIT.
019390     EXIT.
019400*----------------------------------------------------------------
019500* 3500-ADD-TRANSACTION : one detail line per movement ; the
019600*                       amount joins the totals only when it is
020030         MOVE "C" TO DTL-TYPE-CODE
020040     END-IF.
020050*    A reversal is flagged with the original movement's date
020060*    (AAMMJJ) instead of reading as new activity ; a transfer
020065*    leg with the account at the other end.
020070     MOVE SPACES TO DTL-FLAG.
020080     IF SRT-TYPE-CODE = "R"
020081         MOVE "EXTOURNE ORIGINE " TO DTL-FLAG (1:17)
020082         MOVE SRT-REF-DATE TO DTL-FLAG (18:6)
020083     END-IF.
020084     IF SRT-COUNTERPARTY NOT = SPACES
020085         IF SRT-TYPE-CODE = "D"
020086             MOVE "VIREMENT VERS " TO DTL-FLAG (1:14)
020087         ELSE
020088             MOVE "VIREMENT DE   " TO DTL-FLAG (1:14)
020089         END-IF
020090         MOVE SRT-COUNTERPARTY TO DTL-FLAG (15:10)
020091     END-IF.
020100     WRITE PRTSTMT-LINE FROM WS-DETAIL-LINE.
020110     MOVE SPACES           TO STMTHIST-RECORD.
020120     MOVE SRT-ACCOUNT-NO   TO STH-CUST-NUMBER.
020150     MOVE SRT-AMOUNT       TO STH-PAYLOAD (1:10).
020160     MOVE SRT-TYPE-CODE    TO STH-PAYLOAD (11:1).
020170     MOVE SRT-REF-DATE     TO STH-PAYLOAD (12:6).
020175     MOVE SRT-COUNTERPARTY TO STH-PAYLOAD (18:10).
020177     MOVE SRT-REFERENCE    TO STH-REFERENCE.
020180     WRITE STMTHIST-RECORD.
020200     ADD 1 TO WS-CUST-COUNT.
020300     ADD 1 TO WS-GRAND-COUNT.
