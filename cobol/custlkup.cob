002208*                browse detail line now also shows the account
002209*                status and the branch code.
002211*----------------------------------------------------------------
002213* 2026-10-15 EL  Branch name. The keyed lookup and the browse
002214*                detail line now show the branch's name from
002215*                the BRNMAST branch master (BRNREC.cpy) instead
002216*                of the bare code ; a code not on the master
002217*                prints as the code followed by (INCONNUE). No
002218*                BRNMAST at all leaves every branch INCONNUE
002219*                rather than stopping the lookup.
002220*----------------------------------------------------------------
002299 ENVIRONMENT DIVISION.
002300 CONFIGURATION SECTION.
002400 INPUT-OUTPUT SECTION.
002500 FILE-CONTROL.
003200         ORGANIZATION IS SEQUENTIAL.
003210     SELECT PRTCUST ASSIGN TO "PRTCUST"
003220         ORGANIZATION IS SEQUENTIAL.
003230     SELECT BRNMAST ASSIGN TO "BRNMAST"
003240         ORGANIZATION IS INDEXED
003250         ACCESS MODE IS RANDOM
003260         RECORD KEY IS BRN-CODE
003270         FILE STATUS IS WS-BRNMAST-STATUS.
003300 DATA DIVISION.
003400 FILE SECTION.
003500 FD  CUSTMAST
004210 FD  PRTCUST
004220     LABEL RECORDS ARE STANDARD.
004230 01  PRTCUST-LINE            PIC X(60).
004240 FD  BRNMAST.
004250 COPY BRNREC.
004300 WORKING-STORAGE SECTION.
004400*----------------------------------------------------------------
004500* 77-LEVEL WORK ITEMS
004760 77  WS-NAME-LEN             PIC 9(02) COMP VALUE ZERO.
004770 77  WS-SUB                  PIC 9(02) COMP VALUE ZERO.
004780 77  WS-BROWSE-COUNT         PIC 9(05) COMP VALUE ZERO.
004781 77  WS-BRNMAST-STATUS       PIC X(02) VALUE SPACES.
004782 77  WS-BRNMAST-ABSENT-SW    PIC X(01) VALUE "N".
004783     88  WS-BRNMAST-ABSENT   VALUE "Y".
004784 77  WS-BRANCH-NAME          PIC X(20) VALUE SPACES.
004790 01  WS-BROWSE-HEADER.
004791     05  FILLER PIC X(18) VALUE "RECHERCHE NOM : ".
004792     05  BRW-HDR-NAME        PIC X(10).
004801     05  FILLER PIC X(02) VALUE SPACES.
004802     05  BRW-STATUS          PIC X(01).
004803     05  FILLER PIC X(02) VALUE SPACES.
004804     05  BRW-BRANCH-NAME     PIC X(20).
004805     05  FILLER PIC X(03) VALUE SPACES.
004806 01  WS-BROWSE-TRAILER.
004807     05  FILLER PIC X(18) VALUE "CLIENTS LISTES : ".
004808     05  BRW-TRL-COUNT       PIC ZZZZ9.
005550         MOVE 16 TO RETURN-CODE
005560         STOP RUN
005570     END-IF.
005580     OPEN INPUT BRNMAST.
005581     IF WS-BRNMAST-STATUS NOT = "00"
005582         SET WS-BRNMAST-ABSENT TO TRUE
005583         DISPLAY "ALERTE : BRNMAST ABSENT (STATUT "
005584             WS-BRNMAST-STATUS ") - AGENCES INCONNUES"
005585     END-IF.
005600     PERFORM 1000-READ-CTLCUST THRU 1000-READ-CTLCUST-EXIT
005700         UNTIL WS-EOF.
005800     CLOSE CTLCUST.
005910     IF WS-PRTCUST-OPEN
005920         CLOSE PRTCUST
005930     END-IF.
005940     IF NOT WS-BRNMAST-ABSENT
005950         CLOSE BRNMAST
005960     END-IF.
006000     STOP RUN.
006100*----------------------------------------------------------------
006200* 1000-READ-CTLCUST : one customer number per CTLCUST record ;
007410                             CUST-NUMBER
007500                     NOT INVALID KEY
007600                         DISPLAY "CLIENT TROUVE : " CUST-RECORD
007610                         PERFORM 3000-BRANCH-NAME
007620                             THRU 3000-BRANCH-NAME-EXIT
007630                         DISPLAY "AGENCE        : " WS-BRANCH-NAME
007700                 END-READ
007710             END-IF
007800     END-READ.
014100                 MOVE CUST-LAST-ACTIVITY-DATE
014200                     TO BRW-ACTIVITY-DATE
014210                 MOVE CUST-STATUS TO BRW-STATUS
014220                 PERFORM 3000-BRANCH-NAME
014230                     THRU 3000-BRANCH-NAME-EXIT
014240                 MOVE WS-BRANCH-NAME TO BRW-BRANCH-NAME
014300                 WRITE PRTCUST-LINE FROM WS-BROWSE-DETAIL
014400                 ADD 1 TO WS-BROWSE-COUNT
014500             ELSE
014870     END-IF.
014900 2200-BROWSE-ONE-EXIT.
015000     EXIT.
015100*----------------------------------------------------------------
015200* 3000-BRANCH-NAME : the customer's branch name from BRNMAST ;
015300*                   a code not on the master (or no master)
015400*                   shows as the code and (INCONNUE).
015500*----------------------------------------------------------------
015600 3000-BRANCH-NAME.
015700     MOVE SPACES TO WS-BRANCH-NAME.
015800     IF NOT WS-BRNMAST-ABSENT
015900         MOVE CUST-BRANCH-CODE TO BRN-CODE
016000         READ BRNMAST
016100             INVALID KEY
016200                 CONTINUE
016300             NOT INVALID KEY
016400                 MOVE BRN-NAME TO WS-BRANCH-NAME
016500                 GO TO 3000-BRANCH-NAME-EXIT
016600         END-READ
016700     END-IF.
016800     MOVE CUST-BRANCH-CODE TO WS-BRANCH-NAME (1:4).
016900     MOVE "(INCONNUE)" TO WS-BRANCH-NAME (6:10).
017000 3000-BRANCH-NAME-EXIT.
017100     EXIT.
