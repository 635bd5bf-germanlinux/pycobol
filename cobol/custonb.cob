000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. CUSTONB.
000300 AUTHOR. D-SYSTEMS BATCH GROUP.
000400 INSTALLATION. ESSAI BATCH SUITE.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 2026-10-15 EL  Initial version. Inbound customer onboarding
001100*                feed from the branch account-opening system.
001200*                New customers and address changes used to reach
001300*                CUSTTRAN as cards keyed here from the branch
001400*                opening forms - the source of most of CUSTUPDT's
001500*                DATI, STAI and LIMN rejects. The branch system
001600*                now sends a nightly file, ONBFEED, under a
001700*                HDR/TRL envelope checked the FEEDMRG way : HDR
001800*                present and dated the CTLDATE business date,
001900*                TRL present, its record count and credit-limit
002000*                hash agreeing with the details. The HDR also
002100*                carries the branch system's generation number,
002200*                which must follow the last one accepted (kept
002300*                on ONBCTL, the EXTCUST GENCTL2 pattern) - a
002400*                file sent twice or a file missed is refused.
002500*                A refused file is refused whole : RETURN-CODE
002600*                16, CUSTTRAN left as it was, the ONBACK
002700*                acknowledgment carrying the refusal.
002800*                Each branch record (full name, street, postal
002900*                code, town) is mapped onto CUSTREC's fields -
003000*                the name into the 10-byte CUST-NAME, the street
003100*                into the first address line, postal code and
003200*                town into the second - and checked as CUSTUPDT
003300*                will check it (activity date, credit limit,
003400*                branch open on BRNMAST, add of a customer
003500*                already on CUSTMAST, change of one not on it),
003600*                so the branch hears of a bad form the next
003700*                morning instead of the record landing on
003800*                RJTCUST. An accepted record becomes an add or
003900*                a change on CUSTTRAN for CUSTUPDT ; a change
004000*                carries the status, the activity date and
004100*                (when the form leaves them blank) the branch
004200*                and the credit limit over from CUSTMAST, since
004300*                a CUSTUPDT change replaces every field. Every
004400*                record is acknowledged on ONBACK, accepted or
004500*                rejected with its reason, and flagged where
004600*                the name or the address had to be shortened
004700*                to fit (reason TRNC on an accepted record).
004800*----------------------------------------------------------------
004900 ENVIRONMENT DIVISION.
005000 CONFIGURATION SECTION.
005100 INPUT-OUTPUT SECTION.
005200 FILE-CONTROL.
005300     SELECT ONBFEED ASSIGN TO "ONBFEED"
005400         ORGANIZATION IS LINE SEQUENTIAL
005500         FILE STATUS IS WS-ONBFEED-STATUS.
005600     SELECT ONBACK ASSIGN TO "ONBACK"
005700         ORGANIZATION IS SEQUENTIAL.
005800     SELECT ONBCTL ASSIGN TO "ONBCTL"
005900         ORGANIZATION IS SEQUENTIAL
006000         FILE STATUS IS WS-ONBCTL-STATUS.
006100     SELECT CTLDATE ASSIGN TO "CTLDATE"
006200         ORGANIZATION IS SEQUENTIAL.
006300     SELECT CUSTTRAN ASSIGN TO "CUSTTRAN"
006400         ORGANIZATION IS SEQUENTIAL.
006500     SELECT CUSTMAST ASSIGN TO "CUSTMAST"
006600         ORGANIZATION IS INDEXED
006700         ACCESS MODE IS RANDOM
006800         RECORD KEY IS CUST-NUMBER
006900         ALTERNATE RECORD KEY IS CUST-NAME
007000             WITH DUPLICATES
007100         FILE STATUS IS WS-CUSTMAST-STATUS.
007200     SELECT BRNMAST ASSIGN TO "BRNMAST"
007300         ORGANIZATION IS INDEXED
007400         ACCESS MODE IS RANDOM
007500         RECORD KEY IS BRN-CODE
007600         FILE STATUS IS WS-BRNMAST-STATUS.
007700 DATA DIVISION.
007800 FILE SECTION.
007900 FD  ONBFEED
008000     LABEL RECORDS ARE STANDARD.
008100 01  ONBFEED-RECORD           PIC X(160).
008200 FD  ONBACK
008300     LABEL RECORDS ARE STANDARD.
008400 01  ONBACK-RECORD            PIC X(80).
008500 FD  ONBCTL
008600     LABEL RECORDS ARE STANDARD.
008700 01  ONBCTL-RECORD.
008800     05  OBC-LAST-GENERATION  PIC 9(06).
008900     05  OBC-LAST-DATE        PIC 9(08).
009000     05  FILLER               PIC X(06).
009100 FD  CTLDATE
009200     LABEL RECORDS ARE STANDARD.
009300 01  CTLDATE-RECORD.
009400     05  CTL-BUSINESS-DATE    PIC 9(08).
009500     05  FILLER               PIC X(12).
009600*----------------------------------------------------------------
009700* CUSTTRAN : the CUSTUPDT maintenance record, as CUSTUPDT
009800* declares it.
009900*----------------------------------------------------------------
010000 FD  CUSTTRAN
010100     LABEL RECORDS ARE STANDARD.
010200 01  CUSTTRAN-RECORD.
010300     05  TRN-ACTION-CODE      PIC X(01).
010400     05  TRN-CUST-NUMBER      PIC X(10).
010500     05  TRN-CUST-NAME        PIC X(10).
010600     05  TRN-ACTIVITY-DATE    PIC 9(08).
010700     05  TRN-STATUS           PIC X(01).
010800     05  TRN-BRANCH-CODE      PIC X(04).
010900     05  TRN-ADDRESS-1        PIC X(20).
011000     05  TRN-ADDRESS-2        PIC X(20).
011100     05  TRN-CREDIT-LIMIT     PIC X(09).
011200     05  FILLER               PIC X(01).
011300 01  TRN-CREDIT-LIMIT-NUM.
011400     05  FILLER               PIC X(74).
011500     05  TRN-LIMIT-9          PIC 9(09).
011600     05  FILLER               PIC X(01).
011700 FD  CUSTMAST.
011800 COPY CUSTREC.
011900 FD  BRNMAST.
012000 COPY BRNREC.
012100 WORKING-STORAGE SECTION.
012200*----------------------------------------------------------------
012300* 77-LEVEL WORK ITEMS
012400*----------------------------------------------------------------
012500 77  WS-ONBFEED-STATUS        PIC X(02) VALUE SPACES.
012600 77  WS-ONBCTL-STATUS         PIC X(02) VALUE SPACES.
012700 77  WS-CUSTMAST-STATUS       PIC X(02) VALUE SPACES.
012800 77  WS-BRNMAST-STATUS        PIC X(02) VALUE SPACES.
012900 77  WS-EOF-SW                PIC X(01) VALUE "N".
013000     88  WS-EOF               VALUE "Y".
013100 77  WS-TRL-SEEN-SW           PIC X(01) VALUE "N".
013200     88  WS-TRL-SEEN          VALUE "Y".
013300 77  WS-LOAD-PASS-SW          PIC X(01) VALUE "N".
013400     88  WS-LOAD-PASS         VALUE "Y".
013500 77  WS-CUSTMAST-SW           PIC X(01) VALUE "N".
013600     88  WS-CUSTMAST-ABSENT   VALUE "Y".
013700 77  WS-EXPECTED-DATE         PIC 9(08) VALUE ZERO.
013800 77  WS-LAST-GENERATION       PIC 9(06) VALUE ZERO.
013900 77  WS-NEXT-GENERATION       PIC 9(06) VALUE ZERO.
014000 77  WS-FEED-COUNT            PIC 9(06) VALUE ZERO.
014100 77  WS-FEED-HASH             PIC 9(12) VALUE ZERO.
014200 77  WS-RECS-ACCEPTED         PIC 9(06) VALUE ZERO.
014300 77  WS-RECS-SHORTENED        PIC 9(06) VALUE ZERO.
014400 77  WS-RECS-REJECTED         PIC 9(06) VALUE ZERO.
014500 77  WS-REFUSAL-TEXT          PIC X(30) VALUE SPACES.
014600 77  WS-REJECT-CODE           PIC X(04) VALUE SPACES.
014700 77  WS-REJECT-REASON         PIC X(30) VALUE SPACES.
014800 77  WS-NAME-SHORT-SW         PIC X(01) VALUE "N".
014900     88  WS-NAME-SHORT        VALUE "Y".
015000 77  WS-ADDR-SHORT-SW         PIC X(01) VALUE "N".
015100     88  WS-ADDR-SHORT        VALUE "Y".
015200*----------------------------------------------------------------
015300* CALL "DATECHEK" parameters, the same pattern as CUSTUPDT.
015400*----------------------------------------------------------------
015500 77  WS-DC-FUNCTION           PIC X(01) VALUE SPACE.
015600 77  WS-DC-DATE               PIC 9(08) VALUE ZERO.
015700 77  WS-DC-DAY-NUMBER         PIC 9(07) COMP VALUE ZERO.
015800 77  WS-DC-RESULT             PIC X(01) VALUE SPACE.
015900*----------------------------------------------------------------
016000* The branch system's record, as it sends it. ONB-ACTION :
016100* N = new customer (an add), M = change of name or address (a
016200* change). ONB-FORM-DATE is the date the opening or change form
016300* was signed ; it becomes the customer's activity date.
016400* ONB-CREDIT-LIMIT is whole units, blank for none (on a change,
016500* blank keeps the limit already on file) ; ONB-BRANCH-CODE
016600* blank on a change keeps the branch already on file.
016700*----------------------------------------------------------------
016800 01  WS-FEED-RECORD.
016900     05  ONB-SEQUENCE         PIC 9(06).
017000     05  ONB-ACTION           PIC X(01).
017100         88  ONB-NEW-CUSTOMER VALUE "N".
017200         88  ONB-CHANGE       VALUE "M".
017300     05  ONB-CUST-NUMBER      PIC X(10).
017400     05  ONB-FULL-NAME        PIC X(40).
017500     05  ONB-STREET           PIC X(40).
017600     05  ONB-POSTAL-CODE      PIC X(05).
017700     05  ONB-TOWN             PIC X(30).
017800     05  ONB-BRANCH-CODE      PIC X(04).
017900     05  ONB-FORM-DATE        PIC 9(08).
018000     05  ONB-CREDIT-LIMIT     PIC X(09).
018100     05  ONB-LIMIT-9 REDEFINES ONB-CREDIT-LIMIT
018200                              PIC 9(09).
018300     05  FILLER               PIC X(07).
018400 01  WS-FEED-ENV-RECORD REDEFINES WS-FEED-RECORD.
018500     05  WS-ENV-RECORD-TYPE   PIC X(03).
018600     05  FILLER               PIC X(157).
018700 01  WS-FEED-HDR-RECORD REDEFINES WS-FEED-RECORD.
018800     05  FILLER               PIC X(03).
018900     05  WS-HDR-FEED-DATE     PIC 9(08).
019000     05  WS-HDR-SOURCE-ID     PIC X(08).
019100     05  WS-HDR-GENERATION    PIC 9(06).
019200     05  FILLER               PIC X(135).
019300 01  WS-FEED-TRL-RECORD REDEFINES WS-FEED-RECORD.
019400     05  FILLER               PIC X(03).
019500     05  WS-TRL-RECORD-COUNT  PIC 9(06).
019600     05  WS-TRL-LIMIT-HASH    PIC 9(12).
019700     05  FILLER               PIC X(139).
019800*----------------------------------------------------------------
019900* The acknowledgment sent back to the branch system, in its own
020000* HDR/TRL envelope. ACK-FILE-STATUS on the HDR : A = file
020100* accepted, R = file refused whole (no details follow, the
020200* reason in ACK-FILE-REASON). ACK-STATUS on a detail : A =
020300* accepted, R = rejected ; ACK-NAME-SHORT / ACK-ADDR-SHORT are
020400* Y where the name or the address was shortened to fit, and
020500* ACK-STORED-NAME shows the name as the customer master will
020600* hold it. Reason codes are the CUSTUPDT ones (REJREC.cpy)
020700* plus :
020800*   ONUM = customer number blank
020900*   ONOM = name or address blank on a new customer
021000*   TRNC = accepted, name or address shortened
021100*----------------------------------------------------------------
021200 01  WS-ACK-HDR-RECORD.
021300     05  FILLER               PIC X(03) VALUE "HDR".
021400     05  ACK-HDR-DATE         PIC 9(08).
021500     05  FILLER               PIC X(08) VALUE "ESSAI   ".
021600     05  ACK-HDR-GENERATION   PIC 9(06).
021700     05  ACK-FILE-STATUS      PIC X(01).
021800     05  ACK-FILE-REASON      PIC X(30).
021900     05  FILLER               PIC X(24) VALUE SPACES.
022000 01  WS-ACK-DETAIL.
022100     05  ACK-SEQUENCE         PIC 9(06).
022200     05  ACK-ACTION           PIC X(01).
022300     05  ACK-CUST-NUMBER      PIC X(10).
022400     05  ACK-STATUS           PIC X(01).
022500     05  ACK-REASON-CODE      PIC X(04).
022600     05  ACK-REASON-TEXT      PIC X(30).
022700     05  ACK-NAME-SHORT       PIC X(01).
022800     05  ACK-ADDR-SHORT       PIC X(01).
022900     05  ACK-STORED-NAME      PIC X(10).
023000     05  FILLER               PIC X(16).
023100 01  WS-ACK-TRL-RECORD.
023200     05  FILLER               PIC X(03) VALUE "TRL".
023300     05  ACK-TRL-COUNT        PIC 9(06).
023400     05  ACK-TRL-ACCEPTED     PIC 9(06).
023500     05  ACK-TRL-REJECTED     PIC 9(06).
023600     05  FILLER               PIC X(59) VALUE SPACES.
023700 PROCEDURE DIVISION.
023800*----------------------------------------------------------------
023900* 0000-MAINLINE : two passes over the feed, the FEEDMRG way -
024000*                verify the envelope first, map and acknowledge
024100*                second, so a bad file is refused before a byte
024200*                of CUSTTRAN is written.
024300*----------------------------------------------------------------
024400 0000-MAINLINE.
024500     DISPLAY "INTEGRATION DU FLUX D'OUVERTURE AGENCES ONBFEED".
024600     PERFORM 0100-READ-CONTROLS THRU 0100-READ-CONTROLS-EXIT.
024700     MOVE "N" TO WS-LOAD-PASS-SW.
024800     PERFORM 2000-PROCESS-FEED THRU 2000-PROCESS-FEED-EXIT.
024900     PERFORM 1000-OPEN-FILES THRU 1000-OPEN-FILES-EXIT.
025000     SET WS-LOAD-PASS TO TRUE.
025100     PERFORM 2000-PROCESS-FEED THRU 2000-PROCESS-FEED-EXIT.
025200     MOVE WS-FEED-COUNT    TO ACK-TRL-COUNT.
025300     MOVE WS-RECS-ACCEPTED TO ACK-TRL-ACCEPTED.
025400     MOVE WS-RECS-REJECTED TO ACK-TRL-REJECTED.
025500     WRITE ONBACK-RECORD FROM WS-ACK-TRL-RECORD.
025600     PERFORM 9000-CLOSE-FILES THRU 9000-CLOSE-FILES-EXIT.
025700     DISPLAY "GENERATION INTEGREE : " WS-NEXT-GENERATION.
025800     DISPLAY "ENREGISTREMENTS LUS : " WS-FEED-COUNT.
025900     DISPLAY "ACCEPTES            : " WS-RECS-ACCEPTED.
026000     DISPLAY "  DONT RACCOURCIS   : " WS-RECS-SHORTENED.
026100     DISPLAY "REJETES             : " WS-RECS-REJECTED.
026200     IF WS-RECS-REJECTED > ZERO
026300         MOVE 4 TO RETURN-CODE
026400     END-IF.
026500     STOP RUN.
026600*----------------------------------------------------------------
026700* 0100-READ-CONTROLS : the business date the HDR must carry,
026800*                     off CTLDATE, and the last generation
026900*                     accepted, off ONBCTL (none yet reads as
027000*                     zero - the first file is generation 1).
027100*----------------------------------------------------------------
027200 0100-READ-CONTROLS.
027300     OPEN INPUT CTLDATE.
027400     READ CTLDATE.
027500     MOVE CTL-BUSINESS-DATE TO WS-EXPECTED-DATE.
027600     CLOSE CTLDATE.
027700     OPEN INPUT ONBCTL.
027800     IF WS-ONBCTL-STATUS = "35"
027900         MOVE ZERO TO WS-LAST-GENERATION
028000     ELSE
028100         READ ONBCTL
028200             AT END
028300                 MOVE ZERO TO WS-LAST-GENERATION
028400             NOT AT END
028500                 MOVE OBC-LAST-GENERATION TO WS-LAST-GENERATION
028600         END-READ
028700         CLOSE ONBCTL
028800     END-IF.
028900     COMPUTE WS-NEXT-GENERATION = WS-LAST-GENERATION + 1.
029000 0100-READ-CONTROLS-EXIT.
029100     EXIT.
029200*----------------------------------------------------------------
029300* 1000-OPEN-FILES : the envelope has passed. CUSTMAST absent
029400*                  (no customer loaded yet) reads as empty ;
029500*                  no BRNMAST stops the run, as in CUSTUPDT.
029600*----------------------------------------------------------------
029700 1000-OPEN-FILES.
029800     OPEN INPUT BRNMAST.
029900     IF WS-BRNMAST-STATUS NOT = "00"
030000         DISPLAY "BRNMAST INDISPONIBLE (STATUT "
030100             WS-BRNMAST-STATUS ") - ARRET"
030200         MOVE "BRNMAST INDISPONIBLE" TO WS-REFUSAL-TEXT
030300         PERFORM 0390-REFUSE-FILE THRU 0390-REFUSE-FILE-EXIT
030400     END-IF.
030500     OPEN INPUT CUSTMAST.
030600     IF WS-CUSTMAST-STATUS NOT = "00"
030700         DISPLAY "CUSTMAST ABSENT - AUCUN CLIENT EXISTANT"
030800         SET WS-CUSTMAST-ABSENT TO TRUE
030900     END-IF.
031000     OPEN OUTPUT CUSTTRAN.
031100     OPEN OUTPUT ONBACK.
031200     MOVE WS-EXPECTED-DATE   TO ACK-HDR-DATE.
031300     MOVE WS-NEXT-GENERATION TO ACK-HDR-GENERATION.
031400     MOVE "A"                TO ACK-FILE-STATUS.
031500     MOVE SPACES             TO ACK-FILE-REASON.
031600     WRITE ONBACK-RECORD FROM WS-ACK-HDR-RECORD.
031700 1000-OPEN-FILES-EXIT.
031800     EXIT.
031900*----------------------------------------------------------------
032000* 2000-PROCESS-FEED : one pass over ONBFEED - verify only, or
032100*                    map and acknowledge, per WS-LOAD-PASS.
032200*----------------------------------------------------------------
032300 2000-PROCESS-FEED.
032400     MOVE "N" TO WS-EOF-SW.
032500     MOVE "N" TO WS-TRL-SEEN-SW.
032600     MOVE ZERO TO WS-FEED-COUNT.
032700     MOVE ZERO TO WS-FEED-HASH.
032800     OPEN INPUT ONBFEED.
032900     IF WS-ONBFEED-STATUS = "35"
033000         DISPLAY "ONBFEED ABSENT"
033100         MOVE "FICHIER ABSENT" TO WS-REFUSAL-TEXT
033200         PERFORM 0390-REFUSE-FILE THRU 0390-REFUSE-FILE-EXIT
033300     END-IF.
033400     PERFORM 8100-READ-FEED THRU 8100-READ-FEED-EXIT.
033500     IF WS-EOF OR WS-ENV-RECORD-TYPE NOT = "HDR"
033600         DISPLAY "ONBFEED : EN-TETE HDR ABSENT"
033700         MOVE "EN-TETE HDR ABSENT" TO WS-REFUSAL-TEXT
033800         PERFORM 0390-REFUSE-FILE THRU 0390-REFUSE-FILE-EXIT
033900     END-IF.
034000     IF WS-HDR-FEED-DATE NOT = WS-EXPECTED-DATE
034100         DISPLAY "ONBFEED (" WS-HDR-SOURCE-ID
034200             ") : DATE FLUX " WS-HDR-FEED-DATE
034300             " ATTENDUE " WS-EXPECTED-DATE
034400         MOVE "DATE HDR NON CONFORME" TO WS-REFUSAL-TEXT
034500         PERFORM 0390-REFUSE-FILE THRU 0390-REFUSE-FILE-EXIT
034600     END-IF.
034700     IF WS-HDR-GENERATION NOT = WS-NEXT-GENERATION
034800         DISPLAY "ONBFEED (" WS-HDR-SOURCE-ID
034900             ") : GENERATION " WS-HDR-GENERATION
035000             " ATTENDUE " WS-NEXT-GENERATION
035100         IF WS-HDR-GENERATION NOT > WS-LAST-GENERATION
035200             MOVE "GENERATION DEJA INTEGREE"
035300                 TO WS-REFUSAL-TEXT
035400         ELSE
035500             MOVE "GENERATION MANQUANTE" TO WS-REFUSAL-TEXT
035600         END-IF
035700         PERFORM 0390-REFUSE-FILE THRU 0390-REFUSE-FILE-EXIT
035800     END-IF.
035900     PERFORM 2100-ONE-FEED-RECORD THRU 2100-ONE-FEED-RECORD-EXIT
036000         UNTIL WS-EOF OR WS-TRL-SEEN.
036100     IF NOT WS-TRL-SEEN
036200         DISPLAY "ONBFEED : FIN TRL ABSENTE - FLUX TRONQUE"
036300         MOVE "FIN TRL ABSENTE" TO WS-REFUSAL-TEXT
036400         PERFORM 0390-REFUSE-FILE THRU 0390-REFUSE-FILE-EXIT
036500     END-IF.
036600     CLOSE ONBFEED.
036700 2000-PROCESS-FEED-EXIT.
036800     EXIT.
036900*----------------------------------------------------------------
037000* 2100-ONE-FEED-RECORD : a detail joins the count and the
037100*                       credit-limit hash (a blank or non-
037200*                       numeric limit adds nothing) and, on the
037300*                       load pass, is mapped and acknowledged ;
037400*                       the TRL is checked against what was
037500*                       read.
037600*----------------------------------------------------------------
037700 2100-ONE-FEED-RECORD.
037800     PERFORM 8100-READ-FEED THRU 8100-READ-FEED-EXIT.
037900     IF WS-EOF
038000         GO TO 2100-ONE-FEED-RECORD-EXIT
038100     END-IF.
038200     IF WS-ENV-RECORD-TYPE = "TRL"
038300         SET WS-TRL-SEEN TO TRUE
038400         PERFORM 2300-CHECK-TRAILER THRU 2300-CHECK-TRAILER-EXIT
038500         GO TO 2100-ONE-FEED-RECORD-EXIT
038600     END-IF.
038700     ADD 1 TO WS-FEED-COUNT.
038800     IF ONB-LIMIT-9 NUMERIC
038900         ADD ONB-LIMIT-9 TO WS-FEED-HASH
039000     END-IF.
039100     IF WS-LOAD-PASS
039200         PERFORM 3000-MAP-RECORD THRU 3000-MAP-RECORD-EXIT
039300     END-IF.
039400 2100-ONE-FEED-RECORD-EXIT.
039500     EXIT.
039600 2300-CHECK-TRAILER.
039700     IF WS-TRL-RECORD-COUNT NOT = WS-FEED-COUNT
039800         DISPLAY "ONBFEED : COMPTE TRL " WS-TRL-RECORD-COUNT
039900             " LU " WS-FEED-COUNT
040000         MOVE "COMPTE TRL NON CONFORME" TO WS-REFUSAL-TEXT
040100         PERFORM 0390-REFUSE-FILE THRU 0390-REFUSE-FILE-EXIT
040200     END-IF.
040300     IF WS-TRL-LIMIT-HASH NOT = WS-FEED-HASH
040400         DISPLAY "ONBFEED : TOTAL TRL " WS-TRL-LIMIT-HASH
040500             " LU " WS-FEED-HASH
040600         MOVE "TOTAL TRL NON CONFORME" TO WS-REFUSAL-TEXT
040700         PERFORM 0390-REFUSE-FILE THRU 0390-REFUSE-FILE-EXIT
040800     END-IF.
040900 2300-CHECK-TRAILER-EXIT.
041000     EXIT.
041100*----------------------------------------------------------------
041200* 0390-REFUSE-FILE : the whole file is refused. Everything that
041300*                   can refuse it runs before CUSTTRAN is
041400*                   opened, so CUSTTRAN is untouched and ONBCTL
041500*                   not advanced ; the acknowledgment carries
041600*                   the refusal alone.
041700*----------------------------------------------------------------
041800 0390-REFUSE-FILE.
041900     OPEN OUTPUT ONBACK.
042000     MOVE WS-EXPECTED-DATE TO ACK-HDR-DATE.
042100     IF WS-ENV-RECORD-TYPE = "HDR"
042200         MOVE WS-HDR-GENERATION TO ACK-HDR-GENERATION
042300     ELSE
042400         MOVE ZERO TO ACK-HDR-GENERATION
042500     END-IF.
042600     MOVE "R"             TO ACK-FILE-STATUS.
042700     MOVE WS-REFUSAL-TEXT TO ACK-FILE-REASON.
042800     WRITE ONBACK-RECORD FROM WS-ACK-HDR-RECORD.
042900     MOVE ZERO TO ACK-TRL-COUNT.
043000     MOVE ZERO TO ACK-TRL-ACCEPTED.
043100     MOVE ZERO TO ACK-TRL-REJECTED.
043200     WRITE ONBACK-RECORD FROM WS-ACK-TRL-RECORD.
043300     CLOSE ONBACK.
043400     DISPLAY "FLUX REFUSE - " WS-REFUSAL-TEXT
043500         " - AUCUN CUSTTRAN ECRIT".
043600     MOVE 16 TO RETURN-CODE.
043700     STOP RUN.
043800 0390-REFUSE-FILE-EXIT.
043900     EXIT.
044000*----------------------------------------------------------------
044100* 3000-MAP-RECORD : check the branch record, build the CUSTTRAN
044200*                  add or change, acknowledge it.
044300*----------------------------------------------------------------
044400 3000-MAP-RECORD.
044500     MOVE SPACES TO WS-REJECT-CODE.
044600     MOVE SPACES TO WS-REJECT-REASON.
044700     MOVE "N" TO WS-NAME-SHORT-SW.
044800     MOVE "N" TO WS-ADDR-SHORT-SW.
044900     MOVE SPACES TO CUSTTRAN-RECORD.
045000     PERFORM 3100-CHECK-RECORD THRU 3100-CHECK-RECORD-EXIT.
045100     IF WS-REJECT-CODE NOT = SPACES
045200         ADD 1 TO WS-RECS-REJECTED
045300         PERFORM 8200-WRITE-ACK THRU 8200-WRITE-ACK-EXIT
045400         GO TO 3000-MAP-RECORD-EXIT
045500     END-IF.
045600     PERFORM 3300-MAP-NAME-ADDRESS
045700         THRU 3300-MAP-NAME-ADDRESS-EXIT.
045800     MOVE ONB-CUST-NUMBER TO TRN-CUST-NUMBER.
045900     MOVE ONB-FORM-DATE   TO TRN-ACTIVITY-DATE.
046000     IF ONB-NEW-CUSTOMER
046100         MOVE "A"              TO TRN-ACTION-CODE
046200         MOVE "A"              TO TRN-STATUS
046300         MOVE ONB-BRANCH-CODE  TO TRN-BRANCH-CODE
046400         MOVE ONB-CREDIT-LIMIT TO TRN-CREDIT-LIMIT
046500     ELSE
046600         MOVE "C"              TO TRN-ACTION-CODE
046700         MOVE CUST-STATUS      TO TRN-STATUS
046800         IF ONB-BRANCH-CODE = SPACES
046900             MOVE CUST-BRANCH-CODE TO TRN-BRANCH-CODE
047000         ELSE
047100             MOVE ONB-BRANCH-CODE  TO TRN-BRANCH-CODE
047200         END-IF
047300         IF ONB-CREDIT-LIMIT = SPACES
047400             MOVE CUST-CREDIT-LIMIT TO TRN-LIMIT-9
047500         ELSE
047600             MOVE ONB-CREDIT-LIMIT  TO TRN-CREDIT-LIMIT
047700         END-IF
047800     END-IF.
047900     WRITE CUSTTRAN-RECORD.
048000     ADD 1 TO WS-RECS-ACCEPTED.
048100     IF WS-NAME-SHORT OR WS-ADDR-SHORT
048200         ADD 1 TO WS-RECS-SHORTENED
048300         MOVE "TRNC" TO WS-REJECT-CODE
048400         EVALUATE TRUE
048500             WHEN WS-NAME-SHORT AND WS-ADDR-SHORT
048600                 MOVE "NOM ET ADRESSE RACCOURCIS"
048700                     TO WS-REJECT-REASON
048800             WHEN WS-NAME-SHORT
048900                 MOVE "NOM RACCOURCI" TO WS-REJECT-REASON
049000             WHEN OTHER
049100                 MOVE "ADRESSE RACCOURCIE" TO WS-REJECT-REASON
049200         END-EVALUATE
049300     END-IF.
049400     PERFORM 8200-WRITE-ACK THRU 8200-WRITE-ACK-EXIT.
049500 3000-MAP-RECORD-EXIT.
049600     EXIT.
049700*----------------------------------------------------------------
049800* 3100-CHECK-RECORD : the checks CUSTUPDT would make, in its
049900*                    order, so the branch hears of them first.
050000*                    A change leaves the customer's CUSTMAST
050100*                    record in CUST-RECORD for the mapping.
050200*----------------------------------------------------------------
050300 3100-CHECK-RECORD.
050400     IF NOT ONB-NEW-CUSTOMER AND NOT ONB-CHANGE
050500         MOVE "ACTI" TO WS-REJECT-CODE
050600         MOVE "CODE ACTION INCONNU" TO WS-REJECT-REASON
050700         GO TO 3100-CHECK-RECORD-EXIT
050800     END-IF.
050900     IF ONB-CUST-NUMBER = SPACES
051000         MOVE "ONUM" TO WS-REJECT-CODE
051100         MOVE "NUMERO CLIENT ABSENT" TO WS-REJECT-REASON
051200         GO TO 3100-CHECK-RECORD-EXIT
051300     END-IF.
051400     IF ONB-NEW-CUSTOMER AND
051500        (ONB-FULL-NAME = SPACES OR ONB-STREET = SPACES)
051600         MOVE "ONOM" TO WS-REJECT-CODE
051700         MOVE "NOM OU ADRESSE ABSENT" TO WS-REJECT-REASON
051800         GO TO 3100-CHECK-RECORD-EXIT
051900     END-IF.
052000     MOVE "V" TO WS-DC-FUNCTION.
052100     MOVE ONB-FORM-DATE TO WS-DC-DATE.
052200     CALL "DATECHEK" USING WS-DC-FUNCTION WS-DC-DATE
052300                           WS-DC-DAY-NUMBER WS-DC-RESULT.
052400     IF WS-DC-RESULT NOT = "Y"
052500         MOVE "DATI" TO WS-REJECT-CODE
052600         MOVE "DATE ACTIVITE INVALIDE" TO WS-REJECT-REASON
052700         GO TO 3100-CHECK-RECORD-EXIT
052800     END-IF.
052900     IF ONB-CREDIT-LIMIT NOT = SPACES AND
053000        ONB-LIMIT-9 NOT NUMERIC
053100         MOVE "LIMN" TO WS-REJECT-CODE
053200         MOVE "PLAFOND NON NUMERIQUE" TO WS-REJECT-REASON
053300         GO TO 3100-CHECK-RECORD-EXIT
053400     END-IF.
053500     PERFORM 3200-CHECK-CUSTOMER THRU 3200-CHECK-CUSTOMER-EXIT.
053600     IF WS-REJECT-CODE NOT = SPACES
053700         GO TO 3100-CHECK-RECORD-EXIT
053800     END-IF.
053900     IF ONB-CHANGE AND ONB-BRANCH-CODE = SPACES
054000         GO TO 3100-CHECK-RECORD-EXIT
054100     END-IF.
054200     MOVE ONB-BRANCH-CODE TO BRN-CODE.
054300     READ BRNMAST
054400         INVALID KEY
054500             MOVE "AGEN" TO WS-REJECT-CODE
054600             MOVE "AGENCE INCONNUE" TO WS-REJECT-REASON
054700             GO TO 3100-CHECK-RECORD-EXIT
054800     END-READ.
054900     IF BRN-CLOSED
055000         MOVE "AGEN" TO WS-REJECT-CODE
055100         MOVE "AGENCE FERMEE" TO WS-REJECT-REASON
055200     END-IF.
055300 3100-CHECK-RECORD-EXIT.
055400     EXIT.
055500*----------------------------------------------------------------
055600* 3200-CHECK-CUSTOMER : a new customer must not be on CUSTMAST
055700*                      yet, a change must find its customer.
055800*----------------------------------------------------------------
055900 3200-CHECK-CUSTOMER.
056000     IF WS-CUSTMAST-ABSENT
056100         IF ONB-CHANGE
056200             MOVE "CINT" TO WS-REJECT-CODE
056300             MOVE "CLIENT INCONNU" TO WS-REJECT-REASON
056400         END-IF
056500         GO TO 3200-CHECK-CUSTOMER-EXIT
056600     END-IF.
056700     MOVE ONB-CUST-NUMBER TO CUST-NUMBER.
056800     READ CUSTMAST
056900         INVALID KEY
057000             IF ONB-CHANGE
057100                 MOVE "CINT" TO WS-REJECT-CODE
057200                 MOVE "CLIENT INCONNU" TO WS-REJECT-REASON
057300             END-IF
057400         NOT INVALID KEY
057500             IF ONB-NEW-CUSTOMER
057600                 MOVE "DBLA" TO WS-REJECT-CODE
057700                 MOVE "CLIENT DEJA EXISTANT"
057800                     TO WS-REJECT-REASON
057900             END-IF
058000     END-READ.
058100 3200-CHECK-CUSTOMER-EXIT.
058200     EXIT.
058300*----------------------------------------------------------------
058400* 3300-MAP-NAME-ADDRESS : the full name into the 10-byte name,
058500*                        the street into the first address
058600*                        line, postal code and town into the
058700*                        second. Whatever does not fit is cut
058800*                        off and flagged. On a change a blank
058900*                        name or street keeps the one on file.
059000*----------------------------------------------------------------
059100 3300-MAP-NAME-ADDRESS.
059200     IF ONB-FULL-NAME = SPACES
059300         MOVE CUST-NAME TO TRN-CUST-NAME
059400     ELSE
059500         MOVE ONB-FULL-NAME TO TRN-CUST-NAME
059600         IF ONB-FULL-NAME (11:30) NOT = SPACES
059700             SET WS-NAME-SHORT TO TRUE
059800         END-IF
059900     END-IF.
060000     IF ONB-STREET = SPACES
060100         MOVE CUST-ADDRESS-1 TO TRN-ADDRESS-1
060200     ELSE
060300         MOVE ONB-STREET TO TRN-ADDRESS-1
060400         IF ONB-STREET (21:20) NOT = SPACES
060500             SET WS-ADDR-SHORT TO TRUE
060600         END-IF
060700     END-IF.
060800     IF ONB-POSTAL-CODE = SPACES AND ONB-TOWN = SPACES
060900         IF ONB-CHANGE
061000             MOVE CUST-ADDRESS-2 TO TRN-ADDRESS-2
061100         END-IF
061200     ELSE
061300         MOVE ONB-POSTAL-CODE TO TRN-ADDRESS-2 (1:5)
061400         MOVE ONB-TOWN        TO TRN-ADDRESS-2 (7:14)
061500         IF ONB-TOWN (15:16) NOT = SPACES
061600             SET WS-ADDR-SHORT TO TRUE
061700         END-IF
061800     END-IF.
061900 3300-MAP-NAME-ADDRESS-EXIT.
062000     EXIT.
062100*----------------------------------------------------------------
062200* 8100-READ-FEED : the next ONBFEED record into WS-FEED-RECORD.
062300*----------------------------------------------------------------
062400 8100-READ-FEED.
062500     READ ONBFEED INTO WS-FEED-RECORD
062600         AT END SET WS-EOF TO TRUE
062700     END-READ.
062800 8100-READ-FEED-EXIT.
062900     EXIT.
063000*----------------------------------------------------------------
063100* 8200-WRITE-ACK : one acknowledgment per branch record ; a
063200*                 rejected record is echoed on the console as
063300*                 CUSTUPDT echoes its rejects.
063400*----------------------------------------------------------------
063500 8200-WRITE-ACK.
063600     MOVE SPACES           TO WS-ACK-DETAIL.
063700     MOVE ONB-SEQUENCE     TO ACK-SEQUENCE.
063800     MOVE ONB-ACTION       TO ACK-ACTION.
063900     MOVE ONB-CUST-NUMBER  TO ACK-CUST-NUMBER.
064000     MOVE WS-REJECT-CODE   TO ACK-REASON-CODE.
064100     MOVE WS-REJECT-REASON TO ACK-REASON-TEXT.
064200     MOVE WS-NAME-SHORT-SW TO ACK-NAME-SHORT.
064300     MOVE WS-ADDR-SHORT-SW TO ACK-ADDR-SHORT.
064400     IF WS-REJECT-CODE = SPACES OR WS-REJECT-CODE = "TRNC"
064500         MOVE "A"           TO ACK-STATUS
064600         MOVE TRN-CUST-NAME TO ACK-STORED-NAME
064700     ELSE
064800         MOVE "R"           TO ACK-STATUS
064900         DISPLAY "REJET " ONB-SEQUENCE " " ONB-CUST-NUMBER
065000             " : " WS-REJECT-REASON
065100     END-IF.
065200     WRITE ONBACK-RECORD FROM WS-ACK-DETAIL.
065300 8200-WRITE-ACK-EXIT.
065400     EXIT.
065500*----------------------------------------------------------------
065600* 9000-CLOSE-FILES : the generation just integrated becomes the
065700*                   last one accepted.
065800*----------------------------------------------------------------
065900 9000-CLOSE-FILES.
066000     CLOSE CUSTTRAN.
066100     CLOSE ONBACK.
066200     CLOSE BRNMAST.
066300     IF NOT WS-CUSTMAST-ABSENT
066400         CLOSE CUSTMAST
066500     END-IF.
066600     OPEN OUTPUT ONBCTL.
066700     MOVE SPACES             TO ONBCTL-RECORD.
066800     MOVE WS-NEXT-GENERATION TO OBC-LAST-GENERATION.
066900     MOVE WS-EXPECTED-DATE   TO OBC-LAST-DATE.
067000     WRITE ONBCTL-RECORD.
067100     CLOSE ONBCTL.
067200 9000-CLOSE-FILES-EXIT.
067300     EXIT.
