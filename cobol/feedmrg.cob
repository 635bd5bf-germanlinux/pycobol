003392*                truncated : a fee is presented once, not every
003393*                night until the next month-end overwrites the
003394*                file.
003395* 2026-10-15 EL  INTTRAN, INTCAP's month-end interest feed,
003396*                joins as a fifth source, truncated once merged.
003397*                A generated feed found present but empty was
003398*                merged and truncated last night : it now counts
003399*                as absent instead of failing the HDR check.
003400* 2026-10-15 EL  SORTRAN, the standing orders SORGEN generates
003410*                ahead of this step, joins as a sixth source,
003420*                truncated once merged. SORGEN leaves it empty
003430*                on a night with nothing due.
003440* 2026-10-15 EL  Feed and TRANSIN records widened to 40 bytes
003450*                for the transfer counterparty TRANREC now
003460*                carries ; a 30-byte feed still reads as before.
003461* 2026-10-15 EL  Every detail merged into TRANSIN is now stamped
003462*                with its unique reference (TRANREC
003463*                TRAN-REFERENCE) : the source id off its feed's
003464*                HDR, the business date and a sequence running
003465*                across the whole night's merged details, so the
003466*                reference stays unique even if two upstreams
003467*                ship the same source id. TRANSIN widened to 62
003468*                bytes ; the feeds themselves stay 40.
003475* 2026-10-15 EL  DSPTRAN, the dispute credits and reversals
003482*                DSPGEN generates ahead of this step, joins as
003489*                a seventh source, truncated once merged.
003491* 2026-10-15 EL  CLOTRAN, the closure fees and settlements
003493*                CLOSREQ generates ahead of this step, joins as
003495*                an eighth source, truncated once merged.
003496* 2026-10-15 EL  Intraday posting cycles. The CTLDATE card now
003497*                carries the posting cycle alongside the business
003498*                date (CTL-CYCLE, blank = 1) : a midday run posts
003499*                cycle 1 and the night cycle 2 of the same date.
003500*                An upstream feed's HDR carries its cycle behind
003501*                the source id (blank = 1) and must match the
003502*                card - a midday file presented again at night is
003503*                refused. The generated feeds are built by the
003504*                chain itself against the card and truncated once
003505*                merged, so they are not cycle-checked. The merged
003506*                HDR and TRL both carry the cycle for the posting
003507*                step's envelope check, and each cycle's reference
003508*                sequence starts 100000 above the last (cycle 2
003509*                from 100001) so references stay unique across the
003510*                date's cycles ; a cycle holding more than 99999
003511*                details, the first included, is rejected.
003512*----------------------------------------------------------------
003513 ENVIRONMENT DIVISION.
003600 CONFIGURATION SECTION.
003700 INPUT-OUTPUT SECTION.
003800 FILE-CONTROL.
004710     SELECT FEETRAN ASSIGN TO "FEETRAN"
004720         ORGANIZATION IS LINE SEQUENTIAL
004730         FILE STATUS IS WS-FEED4-STATUS.
004740     SELECT INTTRAN ASSIGN TO "INTTRAN"
004750         ORGANIZATION IS LINE SEQUENTIAL
004760         FILE STATUS IS WS-FEED5-STATUS.
004770     SELECT SORTRAN ASSIGN TO "SORTRAN"
004780         ORGANIZATION IS LINE SEQUENTIAL
004790         FILE STATUS IS WS-FEED6-STATUS.
004792     SELECT DSPTRAN ASSIGN TO "DSPTRAN"
004794         ORGANIZATION IS LINE SEQUENTIAL
004796         FILE STATUS IS WS-FEED7-STATUS.
004797     SELECT CLOTRAN ASSIGN TO "CLOTRAN"
004798         ORGANIZATION IS LINE SEQUENTIAL
004799         FILE STATUS IS WS-FEED8-STATUS.
004800     SELECT TRANSIN ASSIGN TO "TRANSIN"
004900         ORGANIZATION IS LINE SEQUENTIAL.
005000     SELECT CTLDATE ASSIGN TO "CTLDATE"
005500 FILE SECTION.
005600 FD  TRANSIN1
005700     LABEL RECORDS ARE STANDARD.
005800 01  TRANSIN1-RECORD          PIC X(40).
005900 FD  TRANSIN2
006000     LABEL RECORDS ARE STANDARD.
006100 01  TRANSIN2-RECORD          PIC X(40).
006200 FD  TRANSIN3
006300     LABEL RECORDS ARE STANDARD.
006400 01  TRANSIN3-RECORD          PIC X(40).
006410 FD  FEETRAN
006420     LABEL RECORDS ARE STANDARD.
006430 01  FEETRAN-RECORD           PIC X(40).
006440 FD  INTTRAN
006450     LABEL RECORDS ARE STANDARD.
006460 01  INTTRAN-RECORD           PIC X(40).
006470 FD  SORTRAN
006480     LABEL RECORDS ARE STANDARD.
006490 01  SORTRAN-RECORD           PIC X(40).
006492 FD  DSPTRAN
006494     LABEL RECORDS ARE STANDARD.
006496 01  DSPTRAN-RECORD           PIC X(40).
006497 FD  CLOTRAN
006498     LABEL RECORDS ARE STANDARD.
006499 01  CLOTRAN-RECORD           PIC X(40).
006500 FD  TRANSIN
006600     LABEL RECORDS ARE STANDARD.
006700 01  TRANSIN-RECORD           PIC X(62).
006800 FD  CTLDATE
006900     LABEL RECORDS ARE STANDARD.
007000 01  CTLDATE-RECORD.
007100     05  CTL-BUSINESS-DATE    PIC 9(08).
007200     05  CTL-CYCLE            PIC 9(01).
007210     05  FILLER               PIC X(11).
007300 FD  FEEDCNT
007400     LABEL RECORDS ARE STANDARD.
007500 01  FEEDCNT-RECORD.
008500 77  WS-FEED2-STATUS          PIC X(02) VALUE SPACES.
008600 77  WS-FEED3-STATUS          PIC X(02) VALUE SPACES.
008610 77  WS-FEED4-STATUS          PIC X(02) VALUE SPACES.
008620 77  WS-FEED5-STATUS          PIC X(02) VALUE SPACES.
008630 77  WS-FEED6-STATUS          PIC X(02) VALUE SPACES.
008640 77  WS-FEED7-STATUS          PIC X(02) VALUE SPACES.
008650 77  WS-FEED8-STATUS          PIC X(02) VALUE SPACES.
008700 77  WS-EOF-SW                PIC X(01) VALUE "N".
008800     88  WS-EOF               VALUE "Y".
008900 77  WS-TRL-SEEN-SW           PIC X(01) VALUE "N".
009800 77  WS-EXPECTED-DATE         PIC 9(08) VALUE ZERO.
009900 77  WS-MERGE-PASS-SW         PIC X(01) VALUE "N".
010000     88  WS-MERGE-PASS        VALUE "Y".
010010 77  WS-MERGE-SEQUENCE        PIC 9(06) VALUE ZERO.
010020 77  WS-EXPECTED-CYCLE        PIC 9(01) VALUE 1.
010030 77  WS-SEQUENCE-BASE         PIC 9(06) VALUE ZERO.
010040 77  WS-SEQUENCE-LIMIT        PIC 9(06) VALUE 999999.
010100*----------------------------------------------------------------
010110* CALL "AMTPARSE" parameters, the same pattern as PADTRIM.
010120*----------------------------------------------------------------
010800 01  WS-FEED-RECORD.
010900     05  WS-FD-ACCOUNT-NO       PIC X(10).
011000     05  WS-FD-AMOUNT           PIC X(10).
011100     05  FILLER                 PIC X(20).
011200 01  WS-FEED-ENV-RECORD REDEFINES WS-FEED-RECORD.
011300     05  WS-ENV-RECORD-TYPE     PIC X(03).
011400     05  FILLER                 PIC X(37).
011500 01  WS-FEED-HDR-RECORD REDEFINES WS-FEED-RECORD.
011600     05  FILLER                 PIC X(03).
011700     05  WS-HDR-FEED-DATE       PIC 9(08).
011800     05  WS-HDR-SOURCE-ID       PIC X(08).
011900     05  WS-HDR-CYCLE           PIC X(01).
011910     05  FILLER                 PIC X(20).
012000 01  WS-FEED-TRL-RECORD REDEFINES WS-FEED-RECORD.
012100     05  FILLER                 PIC X(03).
012200     05  WS-TRL-RECORD-COUNT    PIC 9(06).
012300     05  WS-TRL-AMOUNT-HASH     PIC 9(12).
012400     05  FILLER                 PIC X(19).
012500*----------------------------------------------------------------
012600* The merged file's own envelope records.
012700*----------------------------------------------------------------
012900     05  FILLER                 PIC X(03) VALUE "HDR".
013000     05  WS-MRG-FEED-DATE       PIC 9(08).
013100     05  FILLER                 PIC X(08) VALUE "MERGE   ".
013200     05  WS-MRG-HDR-CYCLE       PIC 9(01).
013210     05  FILLER                 PIC X(10) VALUE SPACES.
013300 01  WS-MERGE-TRL-RECORD.
013400     05  FILLER                 PIC X(03) VALUE "TRL".
013500     05  WS-MRG-RECORD-COUNT    PIC 9(06).
013600     05  WS-MRG-AMOUNT-HASH     PIC 9(12).
013700     05  WS-MRG-TRL-CYCLE       PIC 9(01).
013705     05  FILLER                 PIC X(08) VALUE SPACES.
013710*----------------------------------------------------------------
013720* A detail as written to the merged file : the feed record with
013730* its reference stamped behind it.
013740*----------------------------------------------------------------
013750 01  WS-MERGED-DETAIL.
013760     05  WS-MD-FEED-RECORD      PIC X(40).
013770     05  WS-MD-REF-SOURCE       PIC X(08).
013780     05  WS-MD-REF-BUS-DATE     PIC 9(08).
013790     05  WS-MD-REF-SEQUENCE     PIC 9(06).
013800 PROCEDURE DIVISION.
013900*----------------------------------------------------------------
014000* 0000-MAINLINE : two passes over the feed files - verify every
015500     OPEN OUTPUT TRANSIN.
015600     OPEN OUTPUT FEEDCNT.
015700     MOVE WS-EXPECTED-DATE TO WS-MRG-FEED-DATE.
015710     MOVE WS-EXPECTED-CYCLE TO WS-MRG-HDR-CYCLE.
015800     WRITE TRANSIN-RECORD FROM WS-MERGE-HDR-RECORD.
015900     SET WS-MERGE-PASS TO TRUE.
016000     MOVE ZERO TO WS-FEEDS-MERGED.
016300         THRU 2000-PROCESS-ALL-FEEDS-EXIT.
016400     MOVE WS-TOTAL-COUNT TO WS-MRG-RECORD-COUNT.
016500     MOVE WS-TOTAL-HASH  TO WS-MRG-AMOUNT-HASH.
016510     MOVE WS-EXPECTED-CYCLE TO WS-MRG-TRL-CYCLE.
016600     WRITE TRANSIN-RECORD FROM WS-MERGE-TRL-RECORD.
016700     CLOSE TRANSIN.
016800     CLOSE FEEDCNT.
017100     DISPLAY "DETAILS FUSIONNES  : " WS-TOTAL-COUNT.
017200     STOP RUN.
017300*----------------------------------------------------------------
017400* 0100-READ-CTLDATE : the business date and posting cycle every
017500*                    feed's HDR must carry, off the CTLDATE card.
017600*----------------------------------------------------------------
017700 0100-READ-CTLDATE.
017800     OPEN INPUT CTLDATE.
017900     READ CTLDATE.
018000     MOVE CTL-BUSINESS-DATE TO WS-EXPECTED-DATE.
018009     IF CTL-CYCLE NUMERIC AND CTL-CYCLE > ZERO
018018         MOVE CTL-CYCLE TO WS-EXPECTED-CYCLE
018027     END-IF.
018036     COMPUTE WS-SEQUENCE-BASE =
018045         (WS-EXPECTED-CYCLE - 1) * 100000.
018054     COMPUTE WS-SEQUENCE-LIMIT = WS-SEQUENCE-BASE + 99999.
018081     MOVE WS-SEQUENCE-BASE TO WS-MERGE-SEQUENCE.
018090     DISPLAY "CYCLE DE POSTING   : " WS-EXPECTED-CYCLE.
018100     CLOSE CTLDATE.
018200 0100-READ-CTLDATE-EXIT.
018300     EXIT.
018400*----------------------------------------------------------------
018500* 2000-PROCESS-ALL-FEEDS : one pass over the upstream and
018600*                         generated files - verify only, or
018700*                         merge, per WS-MERGE-PASS.
018800*----------------------------------------------------------------
018900 2000-PROCESS-ALL-FEEDS.
019000     MOVE ZERO TO WS-TOTAL-COUNT.
019200     PERFORM 2100-PROCESS-ONE-FEED
019300         THRU 2100-PROCESS-ONE-FEED-EXIT
019400         VARYING WS-FEED-SUB FROM 1 BY 1
019500         UNTIL WS-FEED-SUB > 8.
019600 2000-PROCESS-ALL-FEEDS-EXIT.
019700     EXIT.
019800*----------------------------------------------------------------
021200     MOVE "N" TO WS-TRL-SEEN-SW.
021300     PERFORM 8100-READ-CURRENT-FEED
021400         THRU 8100-READ-CURRENT-FEED-EXIT.
021410*    A generated feed left empty by last night's merge has
021420*    nothing to present - it is absent, not malformed.
021430     IF WS-EOF AND WS-FEED-SUB > 3
021440         DISPLAY "FLUX " WS-FEED-SUB " VIDE - DEJA FUSIONNE"
021450         PERFORM 8200-CLOSE-CURRENT-FEED
021460             THRU 8200-CLOSE-CURRENT-FEED-EXIT
021470         ADD 1 TO WS-FEEDS-ABSENT
021480         GO TO 2100-PROCESS-ONE-FEED-EXIT
021490     END-IF.
021500     IF WS-EOF OR WS-ENV-RECORD-TYPE NOT = "HDR"
021600         DISPLAY "FLUX " WS-FEED-SUB
021700             " : EN-TETE HDR ABSENT"
022300             " ATTENDUE " WS-EXPECTED-DATE
022400         PERFORM 0390-REJECT-NIGHT THRU 0390-REJECT-NIGHT-EXIT
022500     END-IF.
022507*    An upstream feed names its cycle (blank = 1) ; a file of an
022514*    earlier cycle of the same date is a replay.
022521     IF WS-FEED-SUB < 4
022528         IF WS-HDR-CYCLE = SPACE
022535             MOVE "1" TO WS-HDR-CYCLE
022542         END-IF
022549         IF WS-HDR-CYCLE NOT = WS-EXPECTED-CYCLE
022556             DISPLAY "FLUX " WS-FEED-SUB " (" WS-HDR-SOURCE-ID
022563                 ") : CYCLE FLUX " WS-HDR-CYCLE
022570                 " ATTENDU " WS-EXPECTED-CYCLE
022577             PERFORM 0390-REJECT-NIGHT THRU 0390-REJECT-NIGHT-EXIT
022584         END-IF
022591     END-IF.
022600     MOVE WS-HDR-SOURCE-ID TO FDC-SOURCE-ID.
022700     PERFORM 2200-ONE-FEED-RECORD
022800         THRU 2200-ONE-FEED-RECORD-EXIT
024700*----------------------------------------------------------------
024800* 2200-ONE-FEED-RECORD : a detail joins the source's count and
024900*                       hash (and, on the merge pass, the
025000*                       merged file, reference stamped) ; the
025050*                       TRL is checked against what was
025100*                       read.
025200*----------------------------------------------------------------
025300 2200-ONE-FEED-RECORD.
025400     PERFORM 8100-READ-CURRENT-FEED
027010         END-IF
027100     END-IF.
027200     IF WS-MERGE-PASS
027210         ADD 1 TO WS-MERGE-SEQUENCE
027211         IF WS-MERGE-SEQUENCE > WS-SEQUENCE-LIMIT
027212             DISPLAY "CYCLE " WS-EXPECTED-CYCLE
027213                 " : PLUS DE 99999 DETAILS - REFERENCES EPUISEES"
027214             PERFORM 0390-REJECT-NIGHT THRU 0390-REJECT-NIGHT-EXIT
027215         END-IF
027220         MOVE WS-FEED-RECORD    TO WS-MD-FEED-RECORD
027230         MOVE FDC-SOURCE-ID     TO WS-MD-REF-SOURCE
027240         MOVE WS-EXPECTED-DATE  TO WS-MD-REF-BUS-DATE
027250         MOVE WS-MERGE-SEQUENCE TO WS-MD-REF-SEQUENCE
027300         WRITE TRANSIN-RECORD FROM WS-MERGED-DETAIL
027400     END-IF.
027500 2200-ONE-FEED-RECORD-EXIT.
027600     EXIT.
032200                 DISPLAY "TRANSIN3 ABSENT - IGNORE"
032300                 SET WS-EOF TO TRUE
032400             END-IF
032404         WHEN 4
032408             OPEN INPUT FEETRAN
032412             IF WS-FEED4-STATUS = "35"
032416                 DISPLAY "FEETRAN ABSENT - PAS DE FRAIS"
032420                 SET WS-EOF TO TRUE
032424             END-IF
032428         WHEN 5
032432             OPEN INPUT INTTRAN
032436             IF WS-FEED5-STATUS = "35"
032440                 DISPLAY "INTTRAN ABSENT - PAS D'INTERETS"
032444                 SET WS-EOF TO TRUE
032448             END-IF
032452         WHEN 6
032456             OPEN INPUT SORTRAN
032460             IF WS-FEED6-STATUS = "35"
032464                 DISPLAY "SORTRAN ABSENT - PAS D'ORDRES"
032468                 SET WS-EOF TO TRUE
032472             END-IF
032474         WHEN 7
032476             OPEN INPUT DSPTRAN
032478             IF WS-FEED7-STATUS = "35"
032480                 DISPLAY "DSPTRAN ABSENT - PAS DE LITIGES"
032482                 SET WS-EOF TO TRUE
032484             END-IF
032486         WHEN 8
032488             OPEN INPUT CLOTRAN
032490             IF WS-FEED8-STATUS = "35"
032492                 DISPLAY "CLOTRAN ABSENT - PAS DE CLOTURES"
032494                 SET WS-EOF TO TRUE
032496             END-IF
032500     END-EVALUATE.
032600 8000-OPEN-CURRENT-FEED-EXIT.
032700     EXIT.
034120             READ FEETRAN INTO WS-FEED-RECORD
034130                 AT END SET WS-EOF TO TRUE
034140             END-READ
034150         WHEN 5
034160             READ INTTRAN INTO WS-FEED-RECORD
034170                 AT END SET WS-EOF TO TRUE
034180             END-READ
034181         WHEN 6
034182             READ SORTRAN INTO WS-FEED-RECORD
034183                 AT END SET WS-EOF TO TRUE
034184             END-READ
034185         WHEN 7
034186             READ DSPTRAN INTO WS-FEED-RECORD
034187                 AT END SET WS-EOF TO TRUE
034188             END-READ
034189         WHEN 8
034190             READ CLOTRAN INTO WS-FEED-RECORD
034191                 AT END SET WS-EOF TO TRUE
034192             END-READ
034200     END-EVALUATE.
034300 8100-READ-CURRENT-FEED-EXIT.
034400     EXIT.
034970                 OPEN OUTPUT FEETRAN
034980                 CLOSE FEETRAN
034990             END-IF
034991         WHEN 5
034992             CLOSE INTTRAN
034993             IF WS-MERGE-PASS
034994                 OPEN OUTPUT INTTRAN
034995                 CLOSE INTTRAN
034996             END-IF
034997         WHEN 6
034998             CLOSE SORTRAN
034999             IF WS-MERGE-PASS
035000                 OPEN OUTPUT SORTRAN
035001                 CLOSE SORTRAN
035002             END-IF
035003         WHEN 7
035004             CLOSE DSPTRAN
035005             IF WS-MERGE-PASS
035006                 OPEN OUTPUT DSPTRAN
035007                 CLOSE DSPTRAN
035008             END-IF
035009         WHEN 8
035010             CLOSE CLOTRAN
035011             IF WS-MERGE-PASS
035012                 OPEN OUTPUT CLOTRAN
035013                 CLOSE CLOTRAN
035014             END-IF
035030     END-EVALUATE.
035100 8200-CLOSE-CURRENT-FEED-EXIT.
035200     EXIT.
