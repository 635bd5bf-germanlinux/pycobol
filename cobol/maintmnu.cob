002504*                when OPERAUTH habilitates them, every decision
002505*                audited to OPAUDIT.
002506*----------------------------------------------------------------
002510* 2026-10-15 EL  Checkpoint table widened to forty entries with
002520*                the BATCHDRV step table - a CHKPNT longer than
002530*                the table would have lost its tail when the
002540*                panel rewrote it.
002541* 2026-10-15 EL  The panel keeps the profile, business date and
002542*                cycle BATCHDRV stamps on every CHKPNT record ;
002543*                rewritten blank, an old-date or midday record
002544*                read as current and the next chain skipped the
002545*                same-named steps. A record the panel adds is
002546*                stamped with the CTLDATE date and cycle and the
002547*                chain profile carried on the card, MNU-CHK-
002548*                PROFILE (J intraday, N or blank the night).
002550*----------------------------------------------------------------
002599 ENVIRONMENT DIVISION.
002600 CONFIGURATION SECTION.
002700 INPUT-OUTPUT SECTION.
002800 FILE-CONTROL.
003210     SELECT CHKPNT ASSIGN TO "CHKPNT"
003220         ORGANIZATION IS SEQUENTIAL
003230         FILE STATUS IS WS-CHKPNT-STATUS.
003240     SELECT CTLDATE ASSIGN TO "CTLDATE"
003250         ORGANIZATION IS SEQUENTIAL
003260         FILE STATUS IS WS-CTLDATE-STATUS.
003300 DATA DIVISION.
003400 FILE SECTION.
003500 FD  MNUOPT
003810     05  MNU-CHK-ACTION      PIC X(01).
003820     05  MNU-CHK-STEP        PIC X(16).
003830     05  MNU-OPERATOR        PIC X(08).
003900     05  MNU-CHK-PROFILE     PIC X(01).
003950     05  FILLER              PIC X(01).
004000 FD  CTLLOCAL
004100     LABEL RECORDS ARE STANDARD.
004200 01  CTLLOCAL-RECORD.
004440     05  CHKPNT-STEP-NUMBER  PIC 9(02).
004450     05  CHKPNT-STEP-NAME    PIC X(16).
004460     05  CHKPNT-STATUS       PIC X(01).
004470     05  CHKPNT-STAMP.
004471         10  CHKPNT-PROFILE  PIC X(01).
004472         10  CHKPNT-BUS-DATE PIC 9(08).
004473         10  CHKPNT-CYCLE    PIC 9(01).
004474     05  FILLER              PIC X(11).
004475 FD  CTLDATE
004476     LABEL RECORDS ARE STANDARD.
004477 01  CTLDATE-RECORD.
004478     05  CTL-BUSINESS-DATE   PIC 9(08).
004479     05  CTL-CYCLE           PIC 9(01).
004480     05  FILLER              PIC X(11).
004500 WORKING-STORAGE SECTION.
004600*----------------------------------------------------------------
004700* WS-MENU-TEXT : the menu itself, displayed every run so the
005950 77  WS-CHK-CHANGES          PIC 9(02) COMP VALUE ZERO.
005960 77  WS-STEP-SEEN-SW         PIC X(01) VALUE "N".
005970     88  WS-STEP-SEEN        VALUE "Y".
005972 77  WS-CTLDATE-STATUS       PIC X(02) VALUE SPACES.
005974 77  WS-BUSINESS-DATE        PIC 9(08) VALUE ZERO.
005976 77  WS-CYCLE                PIC 9(01) VALUE 1.
005980*----------------------------------------------------------------
005981* WS-CHK-TABLE : the CHKPNT records, held while the panel
005982* edits them. Forty entries, the STEPDEF ceiling.
005983*----------------------------------------------------------------
005984 01  WS-CHK-TABLE.
005985     05  WS-CHK-ENTRY OCCURS 40 TIMES.
005986         10  WS-CHK-NUMBER   PIC 9(02).
005987         10  WS-CHK-NAME     PIC X(16).
005988         10  WS-CHK-STATUS   PIC X(01).
005989         10  WS-CHK-DROP-SW  PIC X(01).
005990             88  WS-CHK-DROPPED VALUE "Y".
005991         10  WS-CHK-STAMP.
005992             15  WS-CHK-PROFILE  PIC X(01).
005993             15  WS-CHK-BUS-DATE PIC 9(08).
005994             15  WS-CHK-CYCLE    PIC 9(01).
006000 PROCEDURE DIVISION.
006100*----------------------------------------------------------------
006200* 0000-MAINLINE
014900         AT END
015000             SET WS-EOF TO TRUE
015100         NOT AT END
015200             IF WS-CHK-COUNT < 40
015300                 ADD 1 TO WS-CHK-COUNT
015400                 MOVE CHKPNT-STEP-NUMBER
015500                     TO WS-CHK-NUMBER (WS-CHK-COUNT)
015800                 MOVE CHKPNT-STATUS
015900                     TO WS-CHK-STATUS (WS-CHK-COUNT)
016000                 MOVE "N" TO WS-CHK-DROP-SW (WS-CHK-COUNT)
016010                 MOVE CHKPNT-STAMP
016020                     TO WS-CHK-STAMP (WS-CHK-COUNT)
016100             ELSE
016200                 DISPLAY "TABLE CHECKPOINT PLEINE - ENREG IGNORE"
016300             END-IF
020600         VARYING WS-SUB FROM 1 BY 1
020700         UNTIL WS-SUB > WS-CHK-COUNT.
020800     IF NOT WS-STEP-SEEN
020900         IF WS-CHK-COUNT < 40
021000             ADD 1 TO WS-CHK-COUNT
021100             MOVE ZERO          TO WS-CHK-NUMBER (WS-CHK-COUNT)
021200             MOVE MNU-CHK-STEP  TO WS-CHK-NAME (WS-CHK-COUNT)
021300             MOVE "C"           TO WS-CHK-STATUS (WS-CHK-COUNT)
021400             MOVE "N"           TO WS-CHK-DROP-SW (WS-CHK-COUNT)
021450             PERFORM 3420-STAMP-NEW THRU 3420-STAMP-NEW-EXIT
021500             ADD 1 TO WS-CHK-CHANGES
021600             DISPLAY "AUDIT : CHECKPOINT AJOUTE, FORCE COMPLET "
021700                 MNU-CHK-STEP
024800         MOVE WS-CHK-NUMBER (WS-SUB) TO CHKPNT-STEP-NUMBER
024900         MOVE WS-CHK-NAME (WS-SUB)   TO CHKPNT-STEP-NAME
025000         MOVE WS-CHK-STATUS (WS-SUB) TO CHKPNT-STATUS
025050         MOVE WS-CHK-STAMP (WS-SUB)  TO CHKPNT-STAMP
025100         WRITE CHKPNT-RECORD
025200     END-IF.
025300 3510-WRITE-ONE-EXIT.
025400     EXIT.
025410*----------------------------------------------------------------
025420* 3420-STAMP-NEW : stamp an added record the way BATCHDRV stamps
025430*                 its own - chain profile off the card, business
025440*                 date and cycle off CTLDATE. Without CTLDATE the
025450*                 date and cycle stay blank, read as current.
025460*----------------------------------------------------------------
025470 3420-STAMP-NEW.
025480     MOVE SPACES TO WS-CHK-STAMP (WS-CHK-COUNT).
025490     MOVE MNU-CHK-PROFILE TO WS-CHK-PROFILE (WS-CHK-COUNT).
025500     IF MNU-CHK-PROFILE = SPACE
025510         MOVE "N" TO WS-CHK-PROFILE (WS-CHK-COUNT)
025520     END-IF.
025530     OPEN INPUT CTLDATE.
025540     IF WS-CTLDATE-STATUS NOT = "00"
025550         DISPLAY "CTLDATE ABSENTE - CHECKPOINT AJOUTE SANS DATE"
025560         GO TO 3420-STAMP-NEW-EXIT
025570     END-IF.
025580     READ CTLDATE
025590         AT END
025600             MOVE SPACES TO CTLDATE-RECORD
025610     END-READ.
025620     CLOSE CTLDATE.
025630     IF CTL-BUSINESS-DATE NOT NUMERIC
025640         DISPLAY "CTLDATE VIDE - CHECKPOINT AJOUTE SANS DATE"
025650         GO TO 3420-STAMP-NEW-EXIT
025660     END-IF.
025670     MOVE CTL-BUSINESS-DATE TO WS-BUSINESS-DATE.
025680     MOVE 1 TO WS-CYCLE.
025690     IF CTL-CYCLE NUMERIC AND CTL-CYCLE > ZERO
025700         MOVE CTL-CYCLE TO WS-CYCLE
025710     END-IF.
025720     MOVE WS-BUSINESS-DATE TO WS-CHK-BUS-DATE (WS-CHK-COUNT).
025730     MOVE WS-CYCLE TO WS-CHK-CYCLE (WS-CHK-COUNT).
025740 3420-STAMP-NEW-EXIT.
025750     EXIT.
