001900*                writer like every other report. No archived
002000*                statement for the pair : RETURN-CODE 8.
002100*----------------------------------------------------------------
002110* 2026-10-15 EL  CUSTSTMT now archives the branch name on the H
002120*                record after the customer name ; the reprint
002130*                issues the same second heading line (AGENCE)
002140*                whenever the archive carries one - statements
002150*                archived before that have none and reprint as
002160*                they were issued.
002170*----------------------------------------------------------------
002171* 2026-10-15 EL  A transfer leg's D record carries the
002172*                counterparty account at (18:10) ; the reprint
002173*                flags it VIREMENT VERS/DE the way CUSTSTMT
002174*                printed it.
002182* 2026-10-15 EL  STMTHIST widened with CUSTSTMT to carry the
002190*                movement's unique reference past the payload.
002198*----------------------------------------------------------------
002200 ENVIRONMENT DIVISION.
002300 CONFIGURATION SECTION.
002400 INPUT-OUTPUT SECTION.
004500     05  STH-PERIOD           PIC 9(08).
004600     05  STH-RECORD-TYPE      PIC X(01).
004700     05  STH-PAYLOAD          PIC X(40).
004710     05  STH-REFERENCE        PIC X(22).
004800 01  STH-DETAIL-VIEW.
004900     05  FILLER               PIC X(19).
005000     05  STH-D-AMOUNT         PIC X(10).
005100     05  STH-D-TYPE           PIC X(01).
005200     05  STH-D-REF-DATE       PIC X(06).
005250     05  STH-D-COUNTERPARTY   PIC X(10).
005300     05  FILLER               PIC X(35).
005400 01  STH-FOOTER-VIEW.
005500     05  FILLER               PIC X(19).
005600     05  STH-F-COUNT          PIC 9(05).
005700     05  STH-F-TOTAL          PIC S9(12) SIGN LEADING SEPARATE.
005800     05  FILLER               PIC X(44).
005900 FD  PRTSTMR
006000     LABEL RECORDS ARE STANDARD.
006100 01  PRTSTMR-LINE             PIC X(60).
007900     05  FILLER PIC X(08) VALUE "  NOM : ".
008000     05  HDR-CUST-NAME        PIC X(10).
008100     05  FILLER PIC X(16) VALUE SPACES.
008110 01  WS-BRANCH-HEADER.
008120     05  FILLER PIC X(11) VALUE "  AGENCE : ".
008130     05  HDB-BRANCH-NAME      PIC X(20).
008140     05  FILLER PIC X(29) VALUE SPACES.
008200 01  WS-DETAIL-LINE.
008300     05  FILLER PIC X(12) VALUE "  MONTANT : ".
008400     05  DTL-AMOUNT           PIC X(10).
016000             MOVE WS-SECTION-HEADER TO WS-RPT-DETAIL
016100             PERFORM 9800-PUT-REPORT-LINE
016200                 THRU 9800-PUT-REPORT-LINE-EXIT
016210             IF STH-PAYLOAD (11:20) NOT = SPACES
016220                 MOVE STH-PAYLOAD (11:20) TO HDB-BRANCH-NAME
016230                 MOVE WS-BRANCH-HEADER TO WS-RPT-DETAIL
016240                 PERFORM 9800-PUT-REPORT-LINE
016250                     THRU 9800-PUT-REPORT-LINE-EXIT
016260             END-IF
016300         WHEN "D"
016400             MOVE STH-D-AMOUNT TO DTL-AMOUNT
016500             MOVE STH-D-TYPE   TO DTL-TYPE-CODE
016800                 MOVE "EXTOURNE ORIGINE " TO DTL-FLAG (1:17)
016900                 MOVE STH-D-REF-DATE TO DTL-FLAG (18:6)
017000             END-IF
017010             IF STH-D-COUNTERPARTY NOT = SPACES
017020                 IF STH-D-TYPE = "D"
017030                     MOVE "VIREMENT VERS " TO DTL-FLAG (1:14)
017040                 ELSE
017050                     MOVE "VIREMENT DE   " TO DTL-FLAG (1:14)
017060                 END-IF
017070                 MOVE STH-D-COUNTERPARTY TO DTL-FLAG (15:10)
017080             END-IF
017100             MOVE WS-DETAIL-LINE TO WS-RPT-DETAIL
017200             PERFORM 9800-PUT-REPORT-LINE
017300                 THRU 9800-PUT-REPORT-LINE-EXIT
