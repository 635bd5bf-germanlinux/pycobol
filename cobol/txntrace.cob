000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. TXNTRACE.
000300 AUTHOR. D-SYSTEMS BATCH GROUP.
000400 INSTALLATION. ESSAI BATCH SUITE.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 2026-10-15 EL  Initial version. FEEDMRG now stamps every
001100*                detail it merges with a unique reference
001200*                (TRANREC TRAN-REFERENCE : feed source id,
001300*                business date, sequence) that every downstream
001400*                file keeps. Following one movement through the
001500*                night still meant reading each file in turn ;
001600*                this inquiry takes the reference on the TRCPARM
001700*                card and prints on PRTTRACE, through the shared
001800*                RPTWRITE writer, every file and step the
001900*                movement passed through and its outcome there :
002000*                  TRANSIN  - merged by FEEDMRG, recycled by
002100*                             SUSPRCYC or reinstated by WRTREIN ;
002200*                  TRANREG  - registered by ESSAIZERO ;
002300*                  TRANSOUT - posted by ESSAIZERO, one line per
002400*                             leg ;
002500*                  SUSPTRAN - held in suspense, with its cycle ;
002600*                  DUPTRAN  - set aside as a duplicate ;
002700*                  RJTZERO  - rejected, with the reason code ;
002800*                  WRTFILE  - write-off pending since its date ;
002900*                  WRTREG   - written off for good ;
003000*                  STMTHIST - on the customer's statement.
003100*                A file with no trace of the reference says so,
003200*                as does a file not on disk ; the daily files
003300*                hold the current night only, so an older
003400*                movement is found in the permanent ones
003500*                (TRANREG, WRTREG, STMTHIST). The movement
003600*                itself (account, amount, type, counterparty)
003700*                closes the report. Nothing is updated. No card,
003800*                a blank reference or a reference found nowhere
003900*                ends the job with RETURN-CODE 8.
003910* 2026-10-15 EL  The register line names the posting cycle that
003920*                registered the movement (TRG-CYCLE, taken from
003930*                the register record's spare FILLER) ; a date can
003940*                now post twice, at midday and at night.
003950*----------------------------------------------------------------
004100 ENVIRONMENT DIVISION.
004200 CONFIGURATION SECTION.
004300 INPUT-OUTPUT SECTION.
004400 FILE-CONTROL.
004500     SELECT TRCPARM ASSIGN TO "TRCPARM"
004600         ORGANIZATION IS SEQUENTIAL
004700         FILE STATUS IS WS-TRCPARM-STATUS.
004800     SELECT CTLDATE ASSIGN TO "CTLDATE"
004900         ORGANIZATION IS SEQUENTIAL
005000         FILE STATUS IS WS-CTLDATE-STATUS.
005100     SELECT TRANSIN ASSIGN TO "TRANSIN"
005200         ORGANIZATION IS LINE SEQUENTIAL
005300         FILE STATUS IS WS-TRANSIN-STATUS.
005400     SELECT TRANREG ASSIGN TO "TRANREG"
005500         ORGANIZATION IS INDEXED
005600         ACCESS MODE IS DYNAMIC
005700         RECORD KEY IS TRG-TRAN-KEY
005800         FILE STATUS IS WS-TRANREG-STATUS.
005900     SELECT TRANSOUT ASSIGN TO "TRANSOUT"
006000         ORGANIZATION IS LINE SEQUENTIAL
006100         FILE STATUS IS WS-TRANSOUT-STATUS.
006200     SELECT SUSPTRAN ASSIGN TO "SUSPTRAN"
006300         ORGANIZATION IS LINE SEQUENTIAL
006400         FILE STATUS IS WS-SUSPTRAN-STATUS.
006500     SELECT DUPTRAN ASSIGN TO "DUPTRAN"
006600         ORGANIZATION IS LINE SEQUENTIAL
006700         FILE STATUS IS WS-DUPTRAN-STATUS.
006800     SELECT RJTZERO ASSIGN TO "RJTZERO"
006900         ORGANIZATION IS SEQUENTIAL
007000         FILE STATUS IS WS-RJTZERO-STATUS.
007100     SELECT WRTFILE ASSIGN TO "WRTFILE"
007200         ORGANIZATION IS SEQUENTIAL
007300         FILE STATUS IS WS-WRTFILE-STATUS.
007400     SELECT WRTREG ASSIGN TO "WRTREG"
007500         ORGANIZATION IS SEQUENTIAL
007600         FILE STATUS IS WS-WRTREG-STATUS.
007700     SELECT STMTHIST ASSIGN TO "STMTHIST"
007800         ORGANIZATION IS SEQUENTIAL
007900         FILE STATUS IS WS-STMTHIST-STATUS.
008000     SELECT PRTTRACE ASSIGN TO "PRTTRACE"
008100         ORGANIZATION IS SEQUENTIAL.
008200 DATA DIVISION.
008300 FILE SECTION.
008400*----------------------------------------------------------------
008500* TRCPARM : the reference to trace.
008600*----------------------------------------------------------------
008700 FD  TRCPARM
008800     LABEL RECORDS ARE STANDARD.
008900 01  TRCPARM-RECORD.
009000     05  TCP-REFERENCE        PIC X(22).
009100     05  FILLER               PIC X(18).
009200 FD  CTLDATE
009300     LABEL RECORDS ARE STANDARD.
009400 01  CTLDATE-RECORD.
009500     05  CTL-BUSINESS-DATE    PIC 9(08).
009600     05  FILLER               PIC X(12).
009700*----------------------------------------------------------------
009800* The four TRANREC-shaped files are read INTO TRAN-RECORD.
009900*----------------------------------------------------------------
010000 FD  TRANSIN
010100     LABEL RECORDS ARE STANDARD.
010200 01  TRANSIN-RECORD           PIC X(62).
010300 FD  TRANSOUT
010400     LABEL RECORDS ARE STANDARD.
010500 01  TRANSOUT-RECORD          PIC X(62).
010600 FD  SUSPTRAN
010700     LABEL RECORDS ARE STANDARD.
010800 01  SUSPTRAN-RECORD          PIC X(62).
010900 FD  DUPTRAN
011000     LABEL RECORDS ARE STANDARD.
011100 01  DUPTRAN-RECORD           PIC X(62).
011200 FD  TRANREG.
011300 01  TRANREG-RECORD.
011400     05  TRG-TRAN-KEY.
011500         10  TRG-ACCOUNT-NO   PIC X(10).
011600         10  TRG-AMOUNT       PIC X(10).
011700     05  TRG-FEED-DATE        PIC 9(08).
011800     05  TRG-SOURCE-ID        PIC X(08).
011900     05  TRG-CYCLE            PIC 9(01).
011910     05  FILLER               PIC X(03).
012000     05  TRG-REFERENCE        PIC X(22).
012100 FD  RJTZERO
012200     LABEL RECORDS ARE STANDARD.
012300 COPY REJREC.
012400 FD  WRTFILE
012500     LABEL RECORDS ARE STANDARD.
012600 01  WRTFILE-RECORD.
012700     05  WRF-TRAN-RECORD      PIC X(30).
012800     05  WRF-WRTOFF-DATE      PIC 9(08).
012900     05  WRF-STATUS           PIC X(01).
013000     05  FILLER               PIC X(01).
013100     05  WRF-COUNTERPARTY     PIC X(10).
013200     05  WRF-REFERENCE        PIC X(22).
013300 FD  WRTREG
013400     LABEL RECORDS ARE STANDARD.
013500 01  WRTREG-RECORD.
013600     05  WRG-TRAN-RECORD      PIC X(30).
013700     05  WRG-WRTOFF-DATE      PIC 9(08).
013800     05  WRG-FINAL-DATE       PIC 9(08).
013900     05  FILLER               PIC X(02).
014000     05  WRG-COUNTERPARTY     PIC X(10).
014100     05  WRG-REFERENCE        PIC X(22).
014200 FD  STMTHIST
014300     LABEL RECORDS ARE STANDARD.
014400 01  STMTHIST-RECORD.
014500     05  STH-CUST-NUMBER      PIC X(10).
014600     05  STH-PERIOD           PIC 9(08).
014700     05  STH-RECORD-TYPE      PIC X(01).
014800     05  STH-PAYLOAD          PIC X(40).
014900     05  STH-REFERENCE        PIC X(22).
015000 FD  PRTTRACE
015100     LABEL RECORDS ARE STANDARD.
015200 01  PRTTRACE-LINE            PIC X(60).
015300 WORKING-STORAGE SECTION.
015400*----------------------------------------------------------------
015500* 77-LEVEL WORK ITEMS
015600*----------------------------------------------------------------
015700 77  WS-TRCPARM-STATUS        PIC X(02) VALUE SPACES.
015800 77  WS-CTLDATE-STATUS        PIC X(02) VALUE SPACES.
015900 77  WS-TRANSIN-STATUS        PIC X(02) VALUE SPACES.
016000 77  WS-TRANREG-STATUS        PIC X(02) VALUE SPACES.
016100 77  WS-TRANSOUT-STATUS       PIC X(02) VALUE SPACES.
016200 77  WS-SUSPTRAN-STATUS       PIC X(02) VALUE SPACES.
016300 77  WS-DUPTRAN-STATUS        PIC X(02) VALUE SPACES.
016400 77  WS-RJTZERO-STATUS        PIC X(02) VALUE SPACES.
016500 77  WS-WRTFILE-STATUS        PIC X(02) VALUE SPACES.
016600 77  WS-WRTREG-STATUS         PIC X(02) VALUE SPACES.
016700 77  WS-STMTHIST-STATUS       PIC X(02) VALUE SPACES.
016800 77  WS-EOF-SW                PIC X(01) VALUE "N".
016900     88  WS-EOF               VALUE "Y".
017000 77  WS-MOVEMENT-KNOWN-SW     PIC X(01) VALUE "N".
017100     88  WS-MOVEMENT-KNOWN    VALUE "Y".
017200 77  WS-BUSINESS-DATE         PIC 9(08) VALUE ZERO.
017300 77  WS-FILE-HITS             PIC 9(05) COMP VALUE ZERO.
017400 77  WS-TOTAL-HITS            PIC 9(05) COMP VALUE ZERO.
017500 77  WS-FILES-ABSENT          PIC 9(02) COMP VALUE ZERO.
017600 77  WS-CYCLE-X               PIC X(02) VALUE SPACES.
017700 77  WS-CURRENT-FILE          PIC X(08) VALUE SPACES.
017800*----------------------------------------------------------------
017900* The reference wanted, with its parts.
018000*----------------------------------------------------------------
018100 01  WS-WANTED-REFERENCE      PIC X(22) VALUE SPACES.
018200 01  WS-WANTED-PARTS REDEFINES WS-WANTED-REFERENCE.
018300     05  WS-WANTED-SOURCE     PIC X(08).
018400     05  WS-WANTED-BUS-DATE   PIC X(08).
018500     05  WS-WANTED-SEQUENCE   PIC X(06).
018600*----------------------------------------------------------------
018700* The record just read off a TRANREC-shaped file.
018800*----------------------------------------------------------------
018900 COPY TRANREC.
019000*----------------------------------------------------------------
019100* The movement as first met, in the TRANREC layout : captured
019200* from whichever file finds it first.
019300*----------------------------------------------------------------
019400 01  WS-CAPTURE.
019500     05  CAP-ACCOUNT-NO       PIC X(10).
019600     05  CAP-AMOUNT           PIC X(10).
019700     05  CAP-TYPE-CODE        PIC X(01).
019800     05  FILLER               PIC X(09).
019900     05  CAP-COUNTERPARTY     PIC X(10).
020000 01  WS-MOVEMENT              PIC X(40) VALUE SPACES.
020100 01  WS-MOVEMENT-FIELDS REDEFINES WS-MOVEMENT.
020200     05  MVT-ACCOUNT-NO       PIC X(10).
020300     05  MVT-AMOUNT           PIC X(10).
020400     05  MVT-TYPE-CODE        PIC X(01).
020500     05  FILLER               PIC X(09).
020600     05  MVT-COUNTERPARTY     PIC X(10).
020700*----------------------------------------------------------------
020800* Shared RPTWRITE page-writer state, the RPTCUR01 pattern.
020900*----------------------------------------------------------------
021000 01  WS-RPT-STATE.
021100     05  WS-RPT-PAGE-NUMBER   PIC 9(04) COMP VALUE ZERO.
021200     05  WS-RPT-LINE-COUNT    PIC 9(02) COMP VALUE ZERO.
021300 77  WS-RPT-TITLE             PIC X(30) VALUE
021400         "TRACE MOUVEMENT (TXNTRACE)".
021500 01  WS-RPT-DETAIL            PIC X(60) VALUE SPACES.
021600 01  WS-RPT-OUT.
021700     05  WS-RPT-OUT-COUNT     PIC 9(01).
021800     05  WS-RPT-OUT-LINE      PIC X(60) OCCURS 3 TIMES.
021900 77  WS-RPT-SUB               PIC 9(01) COMP.
022000*----------------------------------------------------------------
022100* Report lines.
022200*----------------------------------------------------------------
022300 01  WS-TRACE-HEADER.
022400     05  FILLER PIC X(12) VALUE "REFERENCE : ".
022500     05  TRH-SOURCE           PIC X(08).
022600     05  FILLER PIC X(01) VALUE SPACE.
022700     05  TRH-BUS-DATE         PIC X(08).
022800     05  FILLER PIC X(01) VALUE SPACE.
022900     05  TRH-SEQUENCE         PIC X(06).
023000     05  FILLER PIC X(24) VALUE SPACES.
023100 01  WS-COLUMN-HEADER.
023200     05  FILLER PIC X(26) VALUE
023300         "FICHIER  ETAPE    RESULTAT".
023400     05  FILLER PIC X(34) VALUE SPACES.
023500 01  WS-TRACE-LINE.
023600     05  TRL-FILE             PIC X(08).
023700     05  FILLER PIC X(01) VALUE SPACE.
023800     05  TRL-STEP             PIC X(08).
023900     05  FILLER PIC X(01) VALUE SPACE.
024000     05  TRL-OUTCOME          PIC X(42).
024100 01  WS-FIELD-LINE.
024200     05  FILLER PIC X(02) VALUE SPACES.
024300     05  FLD-LABEL            PIC X(16).
024400     05  FILLER PIC X(02) VALUE ": ".
024500     05  FLD-VALUE            PIC X(40).
024600 01  WS-HITS-LINE.
024700     05  FILLER PIC X(20) VALUE "PASSAGES TROUVES  : ".
024800     05  HTL-COUNT            PIC ZZZZ9.
024900     05  FILLER PIC X(35) VALUE SPACES.
025000 PROCEDURE DIVISION.
025100*----------------------------------------------------------------
025200* 0000-MAINLINE : each file in the order the night writes them,
025300*                then the movement itself.
025400*----------------------------------------------------------------
025500 0000-MAINLINE.
025600     DISPLAY "TRACE D'UN MOUVEMENT".
025700     PERFORM 0100-READ-PARM THRU 0100-READ-PARM-EXIT.
025800     IF WS-WANTED-REFERENCE = SPACES
025900         DISPLAY "TRCPARM ABSENT OU REFERENCE A BLANC - ARRET"
026000         MOVE 8 TO RETURN-CODE
026100         STOP RUN
026200     END-IF.
026300     PERFORM 0200-READ-CTLDATE THRU 0200-READ-CTLDATE-EXIT.
026400     OPEN OUTPUT PRTTRACE.
026500     DISPLAY "REFERENCE " WS-WANTED-REFERENCE.
026600     MOVE WS-WANTED-SOURCE   TO TRH-SOURCE.
026700     MOVE WS-WANTED-BUS-DATE TO TRH-BUS-DATE.
026800     MOVE WS-WANTED-SEQUENCE TO TRH-SEQUENCE.
026900     MOVE WS-TRACE-HEADER TO WS-RPT-DETAIL.
027000     PERFORM 9800-PUT-REPORT-LINE THRU 9800-PUT-REPORT-LINE-EXIT.
027100     MOVE SPACES TO WS-RPT-DETAIL.
027200     PERFORM 9800-PUT-REPORT-LINE THRU 9800-PUT-REPORT-LINE-EXIT.
027300     MOVE WS-COLUMN-HEADER TO WS-RPT-DETAIL.
027400     PERFORM 9800-PUT-REPORT-LINE THRU 9800-PUT-REPORT-LINE-EXIT.
027500     PERFORM 1000-TRANSIN THRU 1000-TRANSIN-EXIT.
027600     PERFORM 2000-TRANREG THRU 2000-TRANREG-EXIT.
027700     PERFORM 3000-TRANSOUT THRU 3000-TRANSOUT-EXIT.
027800     PERFORM 4000-SUSPTRAN THRU 4000-SUSPTRAN-EXIT.
027900     PERFORM 4500-DUPTRAN THRU 4500-DUPTRAN-EXIT.
028000     PERFORM 5000-RJTZERO THRU 5000-RJTZERO-EXIT.
028100     PERFORM 6000-WRTFILE THRU 6000-WRTFILE-EXIT.
028200     PERFORM 6500-WRTREG THRU 6500-WRTREG-EXIT.
028300     PERFORM 7000-STMTHIST THRU 7000-STMTHIST-EXIT.
028400     PERFORM 8000-MOVEMENT THRU 8000-MOVEMENT-EXIT.
028500     CLOSE PRTTRACE.
028600     DISPLAY "PASSAGES TROUVES   : " WS-TOTAL-HITS.
028700     DISPLAY "FICHIERS ABSENTS   : " WS-FILES-ABSENT.
028800     IF WS-TOTAL-HITS = ZERO
028900         DISPLAY "REFERENCE INTROUVABLE DANS LES FICHIERS"
029000         MOVE 8 TO RETURN-CODE
029100     END-IF.
029200     STOP RUN.
029300*----------------------------------------------------------------
029400* 0100-READ-PARM : the reference off the TRCPARM card.
029500*----------------------------------------------------------------
029600 0100-READ-PARM.
029700     OPEN INPUT TRCPARM.
029800     IF WS-TRCPARM-STATUS NOT = "00"
029900         GO TO 0100-READ-PARM-EXIT
030000     END-IF.
030100     READ TRCPARM
030200         AT END
030300             MOVE SPACES TO TRCPARM-RECORD
030400     END-READ.
030500     MOVE TCP-REFERENCE TO WS-WANTED-REFERENCE.
030600     CLOSE TRCPARM.
030700 0100-READ-PARM-EXIT.
030800     EXIT.
030900*----------------------------------------------------------------
031000* 0200-READ-CTLDATE : the night's business date, which tells a
031100*                     movement merged tonight from one put back
031200*                     into TRANSIN from an earlier night. No
031300*                     CTLDATE leaves the date at zero and every
031400*                     TRANSIN hit reads as merged.
031500*----------------------------------------------------------------
031600 0200-READ-CTLDATE.
031700     OPEN INPUT CTLDATE.
031800     IF WS-CTLDATE-STATUS NOT = "00"
031900         GO TO 0200-READ-CTLDATE-EXIT
032000     END-IF.
032100     READ CTLDATE
032200         AT END
032300             MOVE ZERO TO CTL-BUSINESS-DATE
032400     END-READ.
032500     IF CTL-BUSINESS-DATE NUMERIC
032600         MOVE CTL-BUSINESS-DATE TO WS-BUSINESS-DATE
032700     END-IF.
032800     CLOSE CTLDATE.
032900 0200-READ-CTLDATE-EXIT.
033000     EXIT.
033100*----------------------------------------------------------------
033200* 1000-TRANSIN : tonight's posting input. A recycle count in
033300*                (29:2) means SUSPRCYC sent it back from
033400*                suspense ; no count on a reference from an
033500*                earlier business date means WRTREIN reinstated
033600*                it from the write-off file ; otherwise FEEDMRG
033700*                merged it from its feed.
033800*----------------------------------------------------------------
033900 1000-TRANSIN.
034000     MOVE "TRANSIN" TO WS-CURRENT-FILE.
034100     MOVE ZERO TO WS-FILE-HITS.
034200     MOVE "N" TO WS-EOF-SW.
034300     OPEN INPUT TRANSIN.
034400     IF WS-TRANSIN-STATUS NOT = "00"
034500         PERFORM 9720-ABSENT-LINE THRU 9720-ABSENT-LINE-EXIT
034600         GO TO 1000-TRANSIN-EXIT
034700     END-IF.
034800     PERFORM 1100-READ-TRANSIN THRU 1100-READ-TRANSIN-EXIT
034900         UNTIL WS-EOF.
035000     CLOSE TRANSIN.
035100     PERFORM 9730-NONE-LINE THRU 9730-NONE-LINE-EXIT.
035200 1000-TRANSIN-EXIT.
035300     EXIT.
035400 1100-READ-TRANSIN.
035500     READ TRANSIN INTO TRAN-RECORD
035600         AT END
035700             SET WS-EOF TO TRUE
035800             GO TO 1100-READ-TRANSIN-EXIT
035900     END-READ.
036000     IF TRAN-REFERENCE NOT = WS-WANTED-REFERENCE
036100         GO TO 1100-READ-TRANSIN-EXIT
036200     END-IF.
036300     MOVE TRAN-RECORD (29:2) TO WS-CYCLE-X.
036400     MOVE SPACES TO TRL-OUTCOME.
036500     EVALUATE TRUE
036600         WHEN WS-CYCLE-X NOT = SPACES AND
036700              WS-CYCLE-X NOT = "00"
036800             MOVE "SUSPRCYC" TO TRL-STEP
036900             STRING "REPRESENTE APRES SUSPENS, CYCLE "
037000                    WS-CYCLE-X
037100                    DELIMITED BY SIZE INTO TRL-OUTCOME
037200         WHEN WS-BUSINESS-DATE NOT = ZERO AND
037300              TRAN-REF-BUS-DATE NOT = WS-BUSINESS-DATE
037400             MOVE "WRTREIN" TO TRL-STEP
037500             MOVE "REINTEGRE APRES ABANDON" TO TRL-OUTCOME
037600         WHEN OTHER
037700             MOVE "FEEDMRG" TO TRL-STEP
037800             MOVE "FUSIONNE AU FLUX DU JOUR" TO TRL-OUTCOME
037900     END-EVALUATE.
038000     PERFORM 9710-TRACE-LINE THRU 9710-TRACE-LINE-EXIT.
038100     MOVE TRAN-RECORD TO WS-CAPTURE.
038200     PERFORM 8500-CAPTURE-MOVEMENT
038300         THRU 8500-CAPTURE-MOVEMENT-EXIT.
038400 1100-READ-TRANSIN-EXIT.
038500     EXIT.
038600*----------------------------------------------------------------
038700* 2000-TRANREG : the permanent duplicate register, keyed on
038800*                account and amount - read end to end for the
038900*                reference.
039000*----------------------------------------------------------------
039100 2000-TRANREG.
039200     MOVE "TRANREG" TO WS-CURRENT-FILE.
039300     MOVE ZERO TO WS-FILE-HITS.
039400     MOVE "N" TO WS-EOF-SW.
039500     OPEN INPUT TRANREG.
039600     IF WS-TRANREG-STATUS NOT = "00"
039700         PERFORM 9720-ABSENT-LINE THRU 9720-ABSENT-LINE-EXIT
039800         GO TO 2000-TRANREG-EXIT
039900     END-IF.
040000     PERFORM 2100-READ-TRANREG THRU 2100-READ-TRANREG-EXIT
040100         UNTIL WS-EOF.
040200     CLOSE TRANREG.
040300     PERFORM 9730-NONE-LINE THRU 9730-NONE-LINE-EXIT.
040400 2000-TRANREG-EXIT.
040500     EXIT.
040600 2100-READ-TRANREG.
040700     READ TRANREG NEXT RECORD
040800         AT END
040900             SET WS-EOF TO TRUE
041000             GO TO 2100-READ-TRANREG-EXIT
041100     END-READ.
041200     IF TRG-REFERENCE NOT = WS-WANTED-REFERENCE
041300         GO TO 2100-READ-TRANREG-EXIT
041400     END-IF.
041500     MOVE "ESSAIZER" TO TRL-STEP.
041600     MOVE SPACES TO TRL-OUTCOME.
041700     STRING "AU REGISTRE, CYCLE " TRG-CYCLE
041710            ", COMPTE " TRG-ACCOUNT-NO
041800            DELIMITED BY SIZE INTO TRL-OUTCOME.
041900     PERFORM 9710-TRACE-LINE THRU 9710-TRACE-LINE-EXIT.
042000 2100-READ-TRANREG-EXIT.
042100     EXIT.
042200*----------------------------------------------------------------
042300* 3000-TRANSOUT : the confirmed movements BALPOST posts - one
042400*                line per leg for a transfer.
042500*----------------------------------------------------------------
042600 3000-TRANSOUT.
042700     MOVE "TRANSOUT" TO WS-CURRENT-FILE.
042800     MOVE ZERO TO WS-FILE-HITS.
042900     MOVE "N" TO WS-EOF-SW.
043000     OPEN INPUT TRANSOUT.
043100     IF WS-TRANSOUT-STATUS NOT = "00"
043200         PERFORM 9720-ABSENT-LINE THRU 9720-ABSENT-LINE-EXIT
043300         GO TO 3000-TRANSOUT-EXIT
043400     END-IF.
043500     PERFORM 3100-READ-TRANSOUT THRU 3100-READ-TRANSOUT-EXIT
043600         UNTIL WS-EOF.
043700     CLOSE TRANSOUT.
043800     PERFORM 9730-NONE-LINE THRU 9730-NONE-LINE-EXIT.
043900 3000-TRANSOUT-EXIT.
044000     EXIT.
044100 3100-READ-TRANSOUT.
044200     READ TRANSOUT INTO TRAN-RECORD
044300         AT END
044400             SET WS-EOF TO TRUE
044500             GO TO 3100-READ-TRANSOUT-EXIT
044600     END-READ.
044700     IF TRAN-REFERENCE NOT = WS-WANTED-REFERENCE
044800         GO TO 3100-READ-TRANSOUT-EXIT
044900     END-IF.
045000     MOVE "ESSAIZER" TO TRL-STEP.
045100     MOVE SPACES TO TRL-OUTCOME.
045200     STRING "POSTE TYPE " TRAN-TYPE-CODE " SUR " TRAN-ACCOUNT-NO
045300            DELIMITED BY SIZE INTO TRL-OUTCOME.
045400     PERFORM 9710-TRACE-LINE THRU 9710-TRACE-LINE-EXIT.
045500     MOVE TRAN-RECORD TO WS-CAPTURE.
045600     PERFORM 8500-CAPTURE-MOVEMENT
045700         THRU 8500-CAPTURE-MOVEMENT-EXIT.
045800 3100-READ-TRANSOUT-EXIT.
045900     EXIT.
046000*----------------------------------------------------------------
046100* 4000-SUSPTRAN : held in suspense - by ESSAIZERO tonight, or
046200*                still there after SUSPRCYC's cycles.
046300*----------------------------------------------------------------
046400 4000-SUSPTRAN.
046500     MOVE "SUSPTRAN" TO WS-CURRENT-FILE.
046600     MOVE ZERO TO WS-FILE-HITS.
046700     MOVE "N" TO WS-EOF-SW.
046800     OPEN INPUT SUSPTRAN.
046900     IF WS-SUSPTRAN-STATUS NOT = "00"
047000         PERFORM 9720-ABSENT-LINE THRU 9720-ABSENT-LINE-EXIT
047100         GO TO 4000-SUSPTRAN-EXIT
047200     END-IF.
047300     PERFORM 4100-READ-SUSPTRAN THRU 4100-READ-SUSPTRAN-EXIT
047400         UNTIL WS-EOF.
047500     CLOSE SUSPTRAN.
047600     PERFORM 9730-NONE-LINE THRU 9730-NONE-LINE-EXIT.
047700 4000-SUSPTRAN-EXIT.
047800     EXIT.
047900 4100-READ-SUSPTRAN.
048000     READ SUSPTRAN INTO TRAN-RECORD
048100         AT END
048200             SET WS-EOF TO TRUE
048300             GO TO 4100-READ-SUSPTRAN-EXIT
048400     END-READ.
048500     IF TRAN-REFERENCE NOT = WS-WANTED-REFERENCE
048600         GO TO 4100-READ-SUSPTRAN-EXIT
048700     END-IF.
048800     MOVE TRAN-RECORD (29:2) TO WS-CYCLE-X.
048900     MOVE SPACES TO TRL-OUTCOME.
049000     IF WS-CYCLE-X = SPACES OR WS-CYCLE-X = "00"
049100         MOVE "ESSAIZER" TO TRL-STEP
049200         MOVE "MIS EN SUSPENS" TO TRL-OUTCOME
049300     ELSE
049400         MOVE "SUSPRCYC" TO TRL-STEP
049500         STRING "TOUJOURS EN SUSPENS, CYCLE " WS-CYCLE-X
049600                DELIMITED BY SIZE INTO TRL-OUTCOME
049700     END-IF.
049800     PERFORM 9710-TRACE-LINE THRU 9710-TRACE-LINE-EXIT.
049900     MOVE TRAN-RECORD TO WS-CAPTURE.
050000     PERFORM 8500-CAPTURE-MOVEMENT
050100         THRU 8500-CAPTURE-MOVEMENT-EXIT.
050200 4100-READ-SUSPTRAN-EXIT.
050300     EXIT.
050400*----------------------------------------------------------------
050500* 4500-DUPTRAN : set aside by ESSAIZERO for operator review.
050600*----------------------------------------------------------------
050700 4500-DUPTRAN.
050800     MOVE "DUPTRAN" TO WS-CURRENT-FILE.
050900     MOVE ZERO TO WS-FILE-HITS.
051000     MOVE "N" TO WS-EOF-SW.
051100     OPEN INPUT DUPTRAN.
051200     IF WS-DUPTRAN-STATUS NOT = "00"
051300         PERFORM 9720-ABSENT-LINE THRU 9720-ABSENT-LINE-EXIT
051400         GO TO 4500-DUPTRAN-EXIT
051500     END-IF.
051600     PERFORM 4600-READ-DUPTRAN THRU 4600-READ-DUPTRAN-EXIT
051700         UNTIL WS-EOF.
051800     CLOSE DUPTRAN.
051900     PERFORM 9730-NONE-LINE THRU 9730-NONE-LINE-EXIT.
052000 4500-DUPTRAN-EXIT.
052100     EXIT.
052200 4600-READ-DUPTRAN.
052300     READ DUPTRAN INTO TRAN-RECORD
052400         AT END
052500             SET WS-EOF TO TRUE
052600             GO TO 4600-READ-DUPTRAN-EXIT
052700     END-READ.
052800     IF TRAN-REFERENCE NOT = WS-WANTED-REFERENCE
052900         GO TO 4600-READ-DUPTRAN-EXIT
053000     END-IF.
053100     MOVE "ESSAIZER" TO TRL-STEP.
053200     MOVE "ECARTE EN DOUBLON (REVUE OPERATEUR)" TO TRL-OUTCOME.
053300     PERFORM 9710-TRACE-LINE THRU 9710-TRACE-LINE-EXIT.
053400     MOVE TRAN-RECORD TO WS-CAPTURE.
053500     PERFORM 8500-CAPTURE-MOVEMENT
053600         THRU 8500-CAPTURE-MOVEMENT-EXIT.
053700 4600-READ-DUPTRAN-EXIT.
053800     EXIT.
053900*----------------------------------------------------------------
054000* 5000-RJTZERO : rejected at posting, with the reason code ;
054100*                the payload holds the movement's first 40
054200*                bytes, the reference sits in RJT-REFERENCE.
054300*----------------------------------------------------------------
054400 5000-RJTZERO.
054500     MOVE "RJTZERO" TO WS-CURRENT-FILE.
054600     MOVE ZERO TO WS-FILE-HITS.
054700     MOVE "N" TO WS-EOF-SW.
054800     OPEN INPUT RJTZERO.
054900     IF WS-RJTZERO-STATUS NOT = "00"
055000         PERFORM 9720-ABSENT-LINE THRU 9720-ABSENT-LINE-EXIT
055100         GO TO 5000-RJTZERO-EXIT
055200     END-IF.
055300     PERFORM 5100-READ-RJTZERO THRU 5100-READ-RJTZERO-EXIT
055400         UNTIL WS-EOF.
055500     CLOSE RJTZERO.
055600     PERFORM 9730-NONE-LINE THRU 9730-NONE-LINE-EXIT.
055700 5000-RJTZERO-EXIT.
055800     EXIT.
055900 5100-READ-RJTZERO.
056000     READ RJTZERO
056100         AT END
056200             SET WS-EOF TO TRUE
056300             GO TO 5100-READ-RJTZERO-EXIT
056400     END-READ.
056500     IF RJT-REFERENCE NOT = WS-WANTED-REFERENCE
056600         GO TO 5100-READ-RJTZERO-EXIT
056700     END-IF.
056800     MOVE RJT-PROGRAM TO TRL-STEP.
056900     MOVE SPACES TO TRL-OUTCOME.
057000     STRING "REJETE MOTIF " RJT-REASON-CODE " LE " RJT-RUN-DATE
057100            DELIMITED BY SIZE INTO TRL-OUTCOME.
057200     PERFORM 9710-TRACE-LINE THRU 9710-TRACE-LINE-EXIT.
057300     MOVE RJT-PAYLOAD TO WS-CAPTURE.
057400     PERFORM 8500-CAPTURE-MOVEMENT
057500         THRU 8500-CAPTURE-MOVEMENT-EXIT.
057600 5100-READ-RJTZERO-EXIT.
057700     EXIT.
057800*----------------------------------------------------------------
057900* 6000-WRTFILE : written off by SUSPRCYC and awaiting the
058000*                WRTREIN decision.
058100*----------------------------------------------------------------
058200 6000-WRTFILE.
058300     MOVE "WRTFILE" TO WS-CURRENT-FILE.
058400     MOVE ZERO TO WS-FILE-HITS.
058500     MOVE "N" TO WS-EOF-SW.
058600     OPEN INPUT WRTFILE.
058700     IF WS-WRTFILE-STATUS NOT = "00"
058800         PERFORM 9720-ABSENT-LINE THRU 9720-ABSENT-LINE-EXIT
058900         GO TO 6000-WRTFILE-EXIT
059000     END-IF.
059100     PERFORM 6100-READ-WRTFILE THRU 6100-READ-WRTFILE-EXIT
059200         UNTIL WS-EOF.
059300     CLOSE WRTFILE.
059400     PERFORM 9730-NONE-LINE THRU 9730-NONE-LINE-EXIT.
059500 6000-WRTFILE-EXIT.
059600     EXIT.
059700 6100-READ-WRTFILE.
059800     READ WRTFILE
059900         AT END
060000             SET WS-EOF TO TRUE
060100             GO TO 6100-READ-WRTFILE-EXIT
060200     END-READ.
060300     IF WRF-REFERENCE NOT = WS-WANTED-REFERENCE
060400         GO TO 6100-READ-WRTFILE-EXIT
060500     END-IF.
060600     MOVE "SUSPRCYC" TO TRL-STEP.
060700     MOVE SPACES TO TRL-OUTCOME.
060800     STRING "ABANDON EN ATTENTE DEPUIS LE " WRF-WRTOFF-DATE
060900            DELIMITED BY SIZE INTO TRL-OUTCOME.
061000     PERFORM 9710-TRACE-LINE THRU 9710-TRACE-LINE-EXIT.
061100     MOVE SPACES TO WS-CAPTURE.
061200     MOVE WRF-TRAN-RECORD TO WS-CAPTURE (1:30).
061300     MOVE WRF-COUNTERPARTY TO CAP-COUNTERPARTY.
061400     PERFORM 8500-CAPTURE-MOVEMENT
061500         THRU 8500-CAPTURE-MOVEMENT-EXIT.
061600 6100-READ-WRTFILE-EXIT.
061700     EXIT.
061800*----------------------------------------------------------------
061900* 6500-WRTREG : the permanent register of final write-offs.
062000*----------------------------------------------------------------
062100 6500-WRTREG.
062200     MOVE "WRTREG" TO WS-CURRENT-FILE.
062300     MOVE ZERO TO WS-FILE-HITS.
062400     MOVE "N" TO WS-EOF-SW.
062500     OPEN INPUT WRTREG.
062600     IF WS-WRTREG-STATUS NOT = "00"
062700         PERFORM 9720-ABSENT-LINE THRU 9720-ABSENT-LINE-EXIT
062800         GO TO 6500-WRTREG-EXIT
062900     END-IF.
063000     PERFORM 6600-READ-WRTREG THRU 6600-READ-WRTREG-EXIT
063100         UNTIL WS-EOF.
063200     CLOSE WRTREG.
063300     PERFORM 9730-NONE-LINE THRU 9730-NONE-LINE-EXIT.
063400 6500-WRTREG-EXIT.
063500     EXIT.
063600 6600-READ-WRTREG.
063700     READ WRTREG
063800         AT END
063900             SET WS-EOF TO TRUE
064000             GO TO 6600-READ-WRTREG-EXIT
064100     END-READ.
064200     IF WRG-REFERENCE NOT = WS-WANTED-REFERENCE
064300         GO TO 6600-READ-WRTREG-EXIT
064400     END-IF.
064500     MOVE "WRTREIN" TO TRL-STEP.
064600     MOVE SPACES TO TRL-OUTCOME.
064700     STRING "ABANDON DEFINITIF LE " WRG-FINAL-DATE
064800            DELIMITED BY SIZE INTO TRL-OUTCOME.
064900     PERFORM 9710-TRACE-LINE THRU 9710-TRACE-LINE-EXIT.
065000     MOVE SPACES TO WS-CAPTURE.
065100     MOVE WRG-TRAN-RECORD TO WS-CAPTURE (1:30).
065200     MOVE WRG-COUNTERPARTY TO CAP-COUNTERPARTY.
065300     PERFORM 8500-CAPTURE-MOVEMENT
065400         THRU 8500-CAPTURE-MOVEMENT-EXIT.
065500 6600-READ-WRTREG-EXIT.
065600     EXIT.
065700*----------------------------------------------------------------
065800* 7000-STMTHIST : the statement archive - a D record per leg
065900*                printed on a customer's statement.
066000*----------------------------------------------------------------
066100 7000-STMTHIST.
066200     MOVE "STMTHIST" TO WS-CURRENT-FILE.
066300     MOVE ZERO TO WS-FILE-HITS.
066400     MOVE "N" TO WS-EOF-SW.
066500     OPEN INPUT STMTHIST.
066600     IF WS-STMTHIST-STATUS NOT = "00"
066700         PERFORM 9720-ABSENT-LINE THRU 9720-ABSENT-LINE-EXIT
066800         GO TO 7000-STMTHIST-EXIT
066900     END-IF.
067000     PERFORM 7100-READ-STMTHIST THRU 7100-READ-STMTHIST-EXIT
067100         UNTIL WS-EOF.
067200     CLOSE STMTHIST.
067300     PERFORM 9730-NONE-LINE THRU 9730-NONE-LINE-EXIT.
067400 7000-STMTHIST-EXIT.
067500     EXIT.
067600 7100-READ-STMTHIST.
067700     READ STMTHIST
067800         AT END
067900             SET WS-EOF TO TRUE
068000             GO TO 7100-READ-STMTHIST-EXIT
068100     END-READ.
068200     IF STH-RECORD-TYPE NOT = "D" OR
068300        STH-REFERENCE NOT = WS-WANTED-REFERENCE
068400         GO TO 7100-READ-STMTHIST-EXIT
068500     END-IF.
068600     MOVE "CUSTSTMT" TO TRL-STEP.
068700     MOVE SPACES TO TRL-OUTCOME.
068800     STRING "RELEVE DU " STH-PERIOD ", COMPTE " STH-CUST-NUMBER
068900            DELIMITED BY SIZE INTO TRL-OUTCOME.
069000     PERFORM 9710-TRACE-LINE THRU 9710-TRACE-LINE-EXIT.
069100 7100-READ-STMTHIST-EXIT.
069200     EXIT.
069300*----------------------------------------------------------------
069400* 8000-MOVEMENT : the movement as first met, and the count of
069500*                passages found.
069600*----------------------------------------------------------------
069700 8000-MOVEMENT.
069800     MOVE SPACES TO WS-RPT-DETAIL.
069900     PERFORM 9800-PUT-REPORT-LINE THRU 9800-PUT-REPORT-LINE-EXIT.
070000     MOVE WS-TOTAL-HITS TO HTL-COUNT.
070100     MOVE WS-HITS-LINE TO WS-RPT-DETAIL.
070200     PERFORM 9800-PUT-REPORT-LINE THRU 9800-PUT-REPORT-LINE-EXIT.
070300     IF NOT WS-MOVEMENT-KNOWN
070400         GO TO 8000-MOVEMENT-EXIT
070500     END-IF.
070600     MOVE "COMPTE" TO FLD-LABEL.
070700     MOVE MVT-ACCOUNT-NO TO FLD-VALUE.
070800     PERFORM 9740-FIELD-LINE THRU 9740-FIELD-LINE-EXIT.
070900     MOVE "MONTANT" TO FLD-LABEL.
071000     MOVE MVT-AMOUNT TO FLD-VALUE.
071100     PERFORM 9740-FIELD-LINE THRU 9740-FIELD-LINE-EXIT.
071200     MOVE "TYPE" TO FLD-LABEL.
071300     MOVE MVT-TYPE-CODE TO FLD-VALUE.
071400     PERFORM 9740-FIELD-LINE THRU 9740-FIELD-LINE-EXIT.
071500     IF MVT-COUNTERPARTY NOT = SPACES
071600         MOVE "CONTREPARTIE" TO FLD-LABEL
071700         MOVE MVT-COUNTERPARTY TO FLD-VALUE
071800         PERFORM 9740-FIELD-LINE THRU 9740-FIELD-LINE-EXIT
071900     END-IF.
072000 8000-MOVEMENT-EXIT.
072100     EXIT.
072200*----------------------------------------------------------------
072300* 8500-CAPTURE-MOVEMENT : keeps WS-CAPTURE as the movement if
072400*                        no file has shown it yet.
072500*----------------------------------------------------------------
072600 8500-CAPTURE-MOVEMENT.
072700     IF WS-MOVEMENT-KNOWN
072800         GO TO 8500-CAPTURE-MOVEMENT-EXIT
072900     END-IF.
073000     MOVE WS-CAPTURE TO WS-MOVEMENT.
073100     SET WS-MOVEMENT-KNOWN TO TRUE.
073200 8500-CAPTURE-MOVEMENT-EXIT.
073300     EXIT.
073400*----------------------------------------------------------------
073500* 9710-9740 : the common line shapes. A trace line counts as a
073600* passage ; the none line only prints for a file that showed
073700* none.
073800*----------------------------------------------------------------
073900 9710-TRACE-LINE.
074000     MOVE WS-CURRENT-FILE TO TRL-FILE.
074100     MOVE WS-TRACE-LINE TO WS-RPT-DETAIL.
074200     PERFORM 9800-PUT-REPORT-LINE THRU 9800-PUT-REPORT-LINE-EXIT.
074300     ADD 1 TO WS-FILE-HITS.
074400     ADD 1 TO WS-TOTAL-HITS.
074500 9710-TRACE-LINE-EXIT.
074600     EXIT.
074700 9720-ABSENT-LINE.
074800     MOVE WS-CURRENT-FILE TO TRL-FILE.
074900     MOVE "-" TO TRL-STEP.
075000     MOVE "FICHIER ABSENT" TO TRL-OUTCOME.
075100     MOVE WS-TRACE-LINE TO WS-RPT-DETAIL.
075200     PERFORM 9800-PUT-REPORT-LINE THRU 9800-PUT-REPORT-LINE-EXIT.
075300     ADD 1 TO WS-FILES-ABSENT.
075400 9720-ABSENT-LINE-EXIT.
075500     EXIT.
075600 9730-NONE-LINE.
075700     IF WS-FILE-HITS NOT = ZERO
075800         GO TO 9730-NONE-LINE-EXIT
075900     END-IF.
076000     MOVE WS-CURRENT-FILE TO TRL-FILE.
076100     MOVE "-" TO TRL-STEP.
076200     MOVE "NON TROUVE" TO TRL-OUTCOME.
076300     MOVE WS-TRACE-LINE TO WS-RPT-DETAIL.
076400     PERFORM 9800-PUT-REPORT-LINE THRU 9800-PUT-REPORT-LINE-EXIT.
076500 9730-NONE-LINE-EXIT.
076600     EXIT.
076700 9740-FIELD-LINE.
076800     MOVE WS-FIELD-LINE TO WS-RPT-DETAIL.
076900     PERFORM 9800-PUT-REPORT-LINE THRU 9800-PUT-REPORT-LINE-EXIT.
077000 9740-FIELD-LINE-EXIT.
077100     EXIT.
077200*----------------------------------------------------------------
077300* 9800-PUT-REPORT-LINE : one line through the shared RPTWRITE
077400*                       page writer.
077500*----------------------------------------------------------------
077600 9800-PUT-REPORT-LINE.
077700     CALL "RPTWRITE" USING WS-RPT-STATE WS-RPT-TITLE
077800                           WS-RPT-DETAIL WS-RPT-OUT.
077900     PERFORM 9810-WRITE-OUT-LINE THRU 9810-WRITE-OUT-LINE-EXIT
078000         VARYING WS-RPT-SUB FROM 1 BY 1
078100         UNTIL WS-RPT-SUB > WS-RPT-OUT-COUNT.
078200 9800-PUT-REPORT-LINE-EXIT.
078300     EXIT.
078400 9810-WRITE-OUT-LINE.
078500     WRITE PRTTRACE-LINE FROM WS-RPT-OUT-LINE (WS-RPT-SUB).
078600 9810-WRITE-OUT-LINE-EXIT.
078700     EXIT.
