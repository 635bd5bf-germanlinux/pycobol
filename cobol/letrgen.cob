000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. LETRGEN.
000300 AUTHOR. D-SYSTEMS BATCH GROUP.
000400 INSTALLATION. ESSAI BATCH SUITE.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 2026-10-15 EL  Initial version. Customer notice letters. The
001100*                branches wrote by hand when an account was
001200*                frozen, went over its limit, had a reversal
001300*                posted or had a suspense item written off, and
001400*                CUST-ADDRESS-1/2 were captured on every customer
001500*                but never printed. This nightly step, behind
001600*                OVRLIMIT, picks up the night's triggering events
001700*                from the files that already record them :
001800*                  GELE - account frozen : a CUSTJRNL image whose
001900*                         status went to F ;
002000*                  REFU - movement refused : an essaizero GELE
002100*                         or CLOT reject on RJTZERO ;
002200*                  DEPA - over the credit limit : an OVLEXCP
002300*                         exception, once per excursion (the
002400*                         OVLTRACK start date) ;
002500*                  PERT - written off : a WRTREG final write-off ;
002600*                  EXTO - reversal : a type R movement on the
002700*                         STMTHIST statement archive.
002800*                The night's events are those dated on or after
002900*                the business date of the last run (LETCTL) ;
003000*                the overlap with the night before is harmless,
003100*                because every letter sent is recorded on the
003200*                indexed LETHIST history under its event (type
003300*                and the movement reference, or the account and
003400*                the event's date and time where there is no
003500*                reference) and an event already there is never
003600*                written again. The text comes from the LETTMPL
003700*                template file - one template per event type,
003800*                line 00 the subject, lines 01-99 the body, with
003900*                &NOM&, &COMPTE&, &MONTANT&, &PLAFOND&, &DATE&,
004000*                &REF& and &MOTIF& replaced by the event's
004100*                values. The letters go to PRTLETR, print-ready
004200*                (ASA control in column 1, one letter to the
004300*                page) with the CUSTMAST address block, and each
004400*                is listed on the PRTLREG mailing register with
004500*                totals by type. An event with no template, or
004600*                whose customer has no address on CUSTMAST, is
004700*                listed as not sent and left off LETHIST so a
004800*                later run can still send it : RETURN-CODE 4.
004810* 2026-10-15 EL  The refusals are taken from INCDHIST rather than
004820*                RJTZERO, which holds only the last posting run's
004830*                rejects : the night run overwrote the midday
004840*                cycle's GELE/CLOT refusals before this step and
004850*                their customers were never written to. INCDLOG
004860*                keeps every cycle's rejects there ; OVRLIMIT now
004870*                follows INCDLOG in STEPDEF, so tonight's are in.
004900*----------------------------------------------------------------
005000 ENVIRONMENT DIVISION.
005100 CONFIGURATION SECTION.
005200 INPUT-OUTPUT SECTION.
005300 FILE-CONTROL.
005400     SELECT CTLDATE ASSIGN TO "CTLDATE"
005500         ORGANIZATION IS SEQUENTIAL.
005600     SELECT LETCTL ASSIGN TO "LETCTL"
005700         ORGANIZATION IS SEQUENTIAL
005800         FILE STATUS IS WS-LETCTL-STATUS.
005900     SELECT LETTMPL ASSIGN TO "LETTMPL"
006000         ORGANIZATION IS SEQUENTIAL
006100         FILE STATUS IS WS-LETTMPL-STATUS.
006200     SELECT LETHIST ASSIGN TO "LETHIST"
006300         ORGANIZATION IS INDEXED
006400         ACCESS MODE IS RANDOM
006500         RECORD KEY IS LTH-KEY
006600         FILE STATUS IS WS-LETHIST-STATUS.
006700     SELECT CUSTMAST ASSIGN TO "CUSTMAST"
006800         ORGANIZATION IS INDEXED
006900         ACCESS MODE IS RANDOM
007000         RECORD KEY IS CUST-NUMBER
007100         ALTERNATE RECORD KEY IS CUST-NAME
007200             WITH DUPLICATES
007300         FILE STATUS IS WS-CUSTMAST-STATUS.
007400     SELECT OVLTRACK ASSIGN TO "OVLTRACK"
007500         ORGANIZATION IS INDEXED
007600         ACCESS MODE IS RANDOM
007700         RECORD KEY IS OVT-ACCOUNT-NO
007800         FILE STATUS IS WS-OVLTRACK-STATUS.
007900     SELECT CUSTJRNL ASSIGN TO "CUSTJRNL"
008000         ORGANIZATION IS SEQUENTIAL
008100         FILE STATUS IS WS-CUSTJRNL-STATUS.
008200     SELECT INCDHIST ASSIGN TO "INCDHIST"
008300         ORGANIZATION IS SEQUENTIAL
008400         FILE STATUS IS WS-INCDHIST-STATUS.
008500     SELECT OVLEXCP ASSIGN TO "OVLEXCP"
008600         ORGANIZATION IS SEQUENTIAL
008700         FILE STATUS IS WS-OVLEXCP-STATUS.
008800     SELECT WRTREG ASSIGN TO "WRTREG"
008900         ORGANIZATION IS SEQUENTIAL
009000         FILE STATUS IS WS-WRTREG-STATUS.
009100     SELECT STMTHIST ASSIGN TO "STMTHIST"
009200         ORGANIZATION IS SEQUENTIAL
009300         FILE STATUS IS WS-STMTHIST-STATUS.
009400     SELECT PRTLETR ASSIGN TO "PRTLETR"
009500         ORGANIZATION IS SEQUENTIAL.
009600     SELECT PRTLREG ASSIGN TO "PRTLREG"
009700         ORGANIZATION IS SEQUENTIAL.
009800 DATA DIVISION.
009900 FILE SECTION.
010000 FD  CTLDATE
010100     LABEL RECORDS ARE STANDARD.
010200 01  CTLDATE-RECORD.
010300     05  CTL-BUSINESS-DATE    PIC 9(08).
010400     05  FILLER               PIC X(12).
010500*----------------------------------------------------------------
010600* LETCTL : the business date of the last run and the last
010700* letter number issued.
010800*----------------------------------------------------------------
010900 FD  LETCTL
011000     LABEL RECORDS ARE STANDARD.
011100 01  LETCTL-RECORD.
011200     05  LTC-LAST-DATE        PIC 9(08).
011300     05  LTC-LAST-LETTER      PIC 9(06).
011400     05  FILLER               PIC X(06).
011500*----------------------------------------------------------------
011600* LETTMPL : one template per event type, its lines in order -
011700* line 00 the subject, 01 onward the body.
011800*----------------------------------------------------------------
011900 FD  LETTMPL
012000     LABEL RECORDS ARE STANDARD.
012100 01  LETTMPL-RECORD.
012200     05  LTP-EVENT-TYPE       PIC X(04).
012300     05  LTP-LINE-NO          PIC 9(02).
012400     05  LTP-TEXT             PIC X(74).
012500*----------------------------------------------------------------
012600* LETHIST : one record per letter ever sent, keyed on the event
012700* it answered.
012800*----------------------------------------------------------------
012900 FD  LETHIST.
013000 01  LETHIST-RECORD.
013100     05  LTH-KEY.
013200         10  LTH-EVENT-TYPE   PIC X(04).
013300         10  LTH-EVENT-ID     PIC X(32).
013400     05  LTH-ACCOUNT-NO       PIC X(10).
013500     05  LTH-LETTER-DATE      PIC 9(08).
013600     05  LTH-LETTER-NO        PIC 9(06).
013700     05  FILLER               PIC X(20).
013800 FD  CUSTMAST.
013900 COPY CUSTREC.
014000 FD  OVLTRACK.
014100 01  OVLTRACK-RECORD.
014200     05  OVT-ACCOUNT-NO       PIC X(10).
014300     05  OVT-FIRST-DATE       PIC 9(08).
014400     05  OVT-LAST-DATE        PIC 9(08).
014500     05  OVT-DAYS-OVER        PIC 9(04).
014600     05  FILLER               PIC X(10).
014700 FD  CUSTJRNL
014800     LABEL RECORDS ARE STANDARD.
014900 COPY JRNLREC.
015000*----------------------------------------------------------------
015100* INCDHIST : every posting cycle's suspense items and essaizero
015200* rejects, kept by INCDLOG ; a reject carries the movement's
015300* account, amount and reference.
015400*----------------------------------------------------------------
015500 FD  INCDHIST
015600     LABEL RECORDS ARE STANDARD.
015700 COPY INCDREC.
015800 FD  OVLEXCP
015900     LABEL RECORDS ARE STANDARD.
016000 COPY OVLREC.
016100 FD  WRTREG
016200     LABEL RECORDS ARE STANDARD.
016300 01  WRTREG-RECORD.
016400     05  WRG-ACCOUNT-NO       PIC X(10).
016500     05  WRG-AMOUNT           PIC X(10).
016600     05  FILLER               PIC X(10).
016700     05  WRG-WRTOFF-DATE      PIC 9(08).
016800     05  WRG-FINAL-DATE       PIC 9(08).
016900     05  FILLER               PIC X(02).
017000     05  WRG-COUNTERPARTY     PIC X(10).
017100     05  WRG-REFERENCE        PIC X(22).
017200*----------------------------------------------------------------
017300* STMTHIST : on a D record the payload is amount X(10), type
017400* X(01), reference date X(06), counterparty X(10) (CUSTSTMT).
017500*----------------------------------------------------------------
017600 FD  STMTHIST
017700     LABEL RECORDS ARE STANDARD.
017800 01  STMTHIST-RECORD.
017900     05  STH-CUST-NUMBER      PIC X(10).
018000     05  STH-PERIOD           PIC 9(08).
018100     05  STH-RECORD-TYPE      PIC X(01).
018200     05  STH-PAYLOAD.
018300         10  STH-AMOUNT       PIC X(10).
018400         10  STH-TYPE-CODE    PIC X(01).
018500         10  FILLER           PIC X(29).
018600     05  STH-REFERENCE        PIC X(22).
018700*----------------------------------------------------------------
018800* PRTLETR : the letters, print-ready. LTR-CONTROL is the ASA
018900* carriage control - 1 = new page, space = next line.
019000*----------------------------------------------------------------
019100 FD  PRTLETR
019200     LABEL RECORDS ARE STANDARD.
019300 01  PRTLETR-RECORD.
019400     05  LTR-CONTROL          PIC X(01).
019500     05  LTR-TEXT             PIC X(80).
019600 FD  PRTLREG
019700     LABEL RECORDS ARE STANDARD.
019800 01  PRTLREG-LINE             PIC X(60).
019900 WORKING-STORAGE SECTION.
020000*----------------------------------------------------------------
020100* 77-LEVEL WORK ITEMS
020200*----------------------------------------------------------------
020300 77  WS-LETCTL-STATUS         PIC X(02) VALUE SPACES.
020400 77  WS-LETTMPL-STATUS        PIC X(02) VALUE SPACES.
020500 77  WS-LETHIST-STATUS        PIC X(02) VALUE SPACES.
020600 77  WS-CUSTMAST-STATUS       PIC X(02) VALUE SPACES.
020700 77  WS-OVLTRACK-STATUS       PIC X(02) VALUE SPACES.
020800 77  WS-CUSTJRNL-STATUS       PIC X(02) VALUE SPACES.
020900 77  WS-INCDHIST-STATUS       PIC X(02) VALUE SPACES.
021000 77  WS-OVLEXCP-STATUS        PIC X(02) VALUE SPACES.
021100 77  WS-WRTREG-STATUS         PIC X(02) VALUE SPACES.
021200 77  WS-STMTHIST-STATUS       PIC X(02) VALUE SPACES.
021300 77  WS-EOF-SW                PIC X(01) VALUE "N".
021400     88  WS-EOF               VALUE "Y".
021500 77  WS-OVLTRACK-SW           PIC X(01) VALUE "N".
021600     88  WS-OVLTRACK-ABSENT   VALUE "Y".
021700 77  WS-BUSINESS-DATE         PIC 9(08) VALUE ZERO.
021800 77  WS-WINDOW-FROM           PIC 9(08) VALUE ZERO.
021900 77  WS-LETTER-NO             PIC 9(06) VALUE ZERO.
022000 77  WS-LETTERS-SENT          PIC 9(05) COMP VALUE ZERO.
022100 77  WS-ALREADY-SENT          PIC 9(05) COMP VALUE ZERO.
022200 77  WS-NOT-SENT              PIC 9(05) COMP VALUE ZERO.
022300 77  WS-TPL-COUNT             PIC 9(03) COMP VALUE ZERO.
022400 77  WS-TPL-SUB               PIC 9(03) COMP VALUE ZERO.
022500 77  WS-TPL-FIRST             PIC 9(03) COMP VALUE ZERO.
022600 77  WS-TYPE-SUB              PIC 9(02) COMP VALUE ZERO.
022700 77  WS-IN-PTR                PIC 9(03) COMP VALUE ZERO.
022800 77  WS-OUT-PTR               PIC 9(03) COMP VALUE ZERO.
022900 77  WS-PIECE-LEN             PIC 9(03) COMP VALUE ZERO.
023000 77  WS-LEAD-SPACES           PIC 9(02) COMP VALUE ZERO.
023100 77  WS-PIECE-KIND            PIC X(01) VALUE "L".
023200     88  WS-PIECE-LITERAL     VALUE "L".
023300     88  WS-PIECE-TOKEN       VALUE "T".
023400 77  WS-PIECE                 PIC X(74) VALUE SPACES.
023500 77  WS-VALUE                 PIC X(24) VALUE SPACES.
023600 77  WS-MERGED                PIC X(80) VALUE SPACES.
023700 77  WS-NOT-SENT-REASON       PIC X(20) VALUE SPACES.
023800 77  WS-AMOUNT-EDIT           PIC Z(9)9.
023900*----------------------------------------------------------------
024000* CALL "AMTPARSE" parameters, the same pattern as CUSTSTMT.
024100*----------------------------------------------------------------
024200 77  WS-AP-AMOUNT-X           PIC X(10) VALUE SPACES.
024300 77  WS-AP-AMOUNT             PIC S9(10) VALUE ZERO.
024400 77  WS-AP-RESULT             PIC X(01) VALUE SPACE.
024500*----------------------------------------------------------------
024600* The event being answered, whatever file it came from.
024700*----------------------------------------------------------------
024800 01  WS-EVENT.
024900     05  WS-EV-TYPE           PIC X(04).
025000     05  WS-EV-ID             PIC X(32).
025100     05  WS-EV-ACCOUNT-NO     PIC X(10).
025200     05  WS-EV-DATE           PIC 9(08).
025300     05  WS-EV-AMOUNT         PIC 9(12).
025400     05  WS-EV-LIMIT          PIC 9(12).
025500     05  WS-EV-REFERENCE      PIC X(22).
025600     05  WS-EV-MOTIF          PIC X(24).
025700*----------------------------------------------------------------
025800* An event with no reference is known by its account and the
025900* date (and time) it happened.
026000*----------------------------------------------------------------
026100 01  WS-EV-KEY-PARTS.
026200     05  WS-EVK-ACCOUNT-NO    PIC X(10).
026300     05  WS-EVK-DATE          PIC 9(08).
026400     05  WS-EVK-DETAIL        PIC X(14).
026500*----------------------------------------------------------------
026600* Substitution values, left-justified : a value ends at the
026700* first double space.
026800*----------------------------------------------------------------
026900 01  WS-SUBST-VALUES.
027000     05  WS-SV-AMOUNT         PIC X(12).
027100     05  WS-SV-LIMIT          PIC X(12).
027200     05  WS-SV-DATE.
027300         10  WS-SV-DD         PIC X(02).
027400         10  FILLER           PIC X(01) VALUE "/".
027500         10  WS-SV-MM         PIC X(02).
027600         10  FILLER           PIC X(01) VALUE "/".
027700         10  WS-SV-CCYY       PIC X(04).
027800 01  WS-DATE-SPLIT.
027900     05  WS-DS-CCYY           PIC X(04).
028000     05  WS-DS-MM             PIC X(02).
028100     05  WS-DS-DD             PIC X(02).
028200 01  WS-DATE-SPLIT-9 REDEFINES WS-DATE-SPLIT
028300                              PIC 9(08).
028400*----------------------------------------------------------------
028500* The templates, loaded whole.
028600*----------------------------------------------------------------
028700 01  WS-TEMPLATE-TABLE.
028800     05  WS-TPL OCCURS 200 TIMES.
028900         10  WS-TPL-TYPE      PIC X(04).
029000         10  WS-TPL-LINE-NO   PIC 9(02).
029100         10  WS-TPL-TEXT      PIC X(74).
029200*----------------------------------------------------------------
029300* The event types, with their register label and count.
029400*----------------------------------------------------------------
029500 01  WS-TYPE-VALUES.
029600     05  FILLER PIC X(24) VALUE "GELECOMPTE GELE         ".
029700     05  FILLER PIC X(24) VALUE "REFUOPERATION REFUSEE   ".
029800     05  FILLER PIC X(24) VALUE "DEPADEPASSEMENT PLAFOND ".
029900     05  FILLER PIC X(24) VALUE "PERTPASSAGE EN PERTE    ".
030000     05  FILLER PIC X(24) VALUE "EXTOEXTOURNE            ".
030100 01  WS-TYPE-TABLE REDEFINES WS-TYPE-VALUES.
030200     05  WS-TYP OCCURS 5 TIMES.
030300         10  WS-TYP-CODE      PIC X(04).
030400         10  WS-TYP-LABEL     PIC X(20).
030500 01  WS-TYPE-COUNTS.
030600     05  WS-TYP-COUNT         PIC 9(05) COMP OCCURS 5 TIMES.
030700*----------------------------------------------------------------
030800* Fixed letter lines.
030900*----------------------------------------------------------------
031000 01  WS-SENDER-LINE.
031100     05  FILLER               PIC X(40) VALUE
031200         "ESSAI BANQUE - SERVICE CLIENTELE".
031300     05  FILLER               PIC X(40) VALUE SPACES.
031400 01  WS-ADDRESS-LINE.
031500     05  FILLER               PIC X(45) VALUE SPACES.
031600     05  ADR-TEXT             PIC X(20).
031700     05  FILLER               PIC X(15) VALUE SPACES.
031800 01  WS-DATE-LINE.
031900     05  FILLER               PIC X(45) VALUE SPACES.
032000     05  FILLER               PIC X(03) VALUE "LE ".
032100     05  DTE-DATE             PIC X(10).
032200     05  FILLER               PIC X(22) VALUE SPACES.
032300 01  WS-REF-LINE.
032400     05  FILLER               PIC X(09) VALUE "COMPTE : ".
032500     05  REF-ACCOUNT-NO       PIC X(10).
032600     05  FILLER               PIC X(19) VALUE
032700         "   REF. COURRIER : ".
032800     05  REF-LETTER-NO        PIC 9(06).
032900     05  FILLER               PIC X(36) VALUE SPACES.
033000 01  WS-SUBJECT-LINE.
033100     05  FILLER               PIC X(09) VALUE "OBJET  : ".
033200     05  SUB-TEXT             PIC X(71).
033300*----------------------------------------------------------------
033400* Shared RPTWRITE page-writer state, the RPTCUR01 pattern.
033500*----------------------------------------------------------------
033600 01  WS-RPT-STATE.
033700     05  WS-RPT-PAGE-NUMBER   PIC 9(04) COMP VALUE ZERO.
033800     05  WS-RPT-LINE-COUNT    PIC 9(02) COMP VALUE ZERO.
033900 77  WS-RPT-TITLE             PIC X(30) VALUE
034000     "REGISTRE D'EXPEDITION".
034100 01  WS-RPT-DETAIL            PIC X(60) VALUE SPACES.
034200 01  WS-RPT-OUT.
034300     05  WS-RPT-OUT-COUNT     PIC 9(01).
034400     05  WS-RPT-OUT-LINE      PIC X(60) OCCURS 3 TIMES.
034500 77  WS-RPT-SUB               PIC 9(01) COMP.
034600 01  WS-REGISTER-LINE.
034700     05  REG-LETTER-NO        PIC 9(06).
034800     05  FILLER               PIC X(01) VALUE SPACE.
034900     05  REG-TYPE             PIC X(04).
035000     05  FILLER               PIC X(01) VALUE SPACE.
035100     05  REG-ACCOUNT-NO       PIC X(10).
035200     05  FILLER               PIC X(01) VALUE SPACE.
035300     05  REG-NAME             PIC X(10).
035400     05  FILLER               PIC X(01) VALUE SPACE.
035500     05  REG-DESTINATION      PIC X(20).
035600     05  FILLER               PIC X(06) VALUE SPACES.
035700 01  WS-TOTAL-LINE.
035800     05  TTL-LABEL            PIC X(24).
035900     05  TTL-VALUE            PIC Z(11)9.
036000     05  FILLER               PIC X(24) VALUE SPACES.
036100 PROCEDURE DIVISION.
036200*----------------------------------------------------------------
036300* 0000-MAINLINE : one pass over each event source, then the
036400*                register totals.
036500*----------------------------------------------------------------
036600 0000-MAINLINE.
036700     DISPLAY "GENERATION DES COURRIERS CLIENTS".
036800     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
036900     PERFORM 2000-FROZEN-ACCOUNTS THRU 2000-FROZEN-ACCOUNTS-EXIT.
037000     PERFORM 2100-REFUSED-MOVEMENTS
037100         THRU 2100-REFUSED-MOVEMENTS-EXIT.
037200     PERFORM 2200-OVER-LIMIT THRU 2200-OVER-LIMIT-EXIT.
037300     PERFORM 2300-WRITE-OFFS THRU 2300-WRITE-OFFS-EXIT.
037400     PERFORM 2400-REVERSALS THRU 2400-REVERSALS-EXIT.
037500     PERFORM 8000-REGISTER-TOTALS THRU 8000-REGISTER-TOTALS-EXIT.
037600     PERFORM 9000-CLOSE-FILES THRU 9000-CLOSE-FILES-EXIT.
037700     DISPLAY "COURRIERS EMIS      : " WS-LETTERS-SENT.
037800     DISPLAY "DEJA ENVOYES        : " WS-ALREADY-SENT.
037900     DISPLAY "NON ENVOYES         : " WS-NOT-SENT.
038000     IF WS-NOT-SENT > ZERO
038100         MOVE 4 TO RETURN-CODE
038200     END-IF.
038300     STOP RUN.
038400*----------------------------------------------------------------
038500* 1000-INITIALIZE : business date, window and letter number off
038600*                  LETCTL (no LETCTL : the window is tonight
038700*                  alone), the templates, the files. No
038800*                  template file or no customer master stops
038900*                  the run.
039000*----------------------------------------------------------------
039100 1000-INITIALIZE.
039200     OPEN INPUT CTLDATE.
039300     READ CTLDATE.
039400     MOVE CTL-BUSINESS-DATE TO WS-BUSINESS-DATE.
039500     CLOSE CTLDATE.
039600     MOVE WS-BUSINESS-DATE TO WS-WINDOW-FROM.
039700     OPEN INPUT LETCTL.
039800     IF WS-LETCTL-STATUS = "00"
039900         READ LETCTL
040000             NOT AT END
040100                 MOVE LTC-LAST-DATE   TO WS-WINDOW-FROM
040200                 MOVE LTC-LAST-LETTER TO WS-LETTER-NO
040300         END-READ
040400         CLOSE LETCTL
040500     END-IF.
040600     DISPLAY "EVENEMENTS DEPUIS LE : " WS-WINDOW-FROM.
040700     PERFORM 1100-LOAD-TEMPLATES THRU 1100-LOAD-TEMPLATES-EXIT.
040800     OPEN INPUT CUSTMAST.
040900     IF WS-CUSTMAST-STATUS NOT = "00"
041000         DISPLAY "CUSTMAST INDISPONIBLE (STATUT "
041100             WS-CUSTMAST-STATUS ") - ARRET"
041200         MOVE 16 TO RETURN-CODE
041300         STOP RUN
041400     END-IF.
041500     OPEN INPUT OVLTRACK.
041600     IF WS-OVLTRACK-STATUS NOT = "00"
041700         SET WS-OVLTRACK-ABSENT TO TRUE
041800     END-IF.
041900     OPEN I-O LETHIST.
042000     IF WS-LETHIST-STATUS = "35"
042100         OPEN OUTPUT LETHIST
042200         CLOSE LETHIST
042300         OPEN I-O LETHIST
042400     END-IF.
042500     OPEN OUTPUT PRTLETR.
042600     OPEN OUTPUT PRTLREG.
042700     INITIALIZE WS-TYPE-COUNTS.
042800 1000-INITIALIZE-EXIT.
042900     EXIT.
043000 1100-LOAD-TEMPLATES.
043100     OPEN INPUT LETTMPL.
043200     IF WS-LETTMPL-STATUS NOT = "00"
043300         DISPLAY "LETTMPL ABSENT - AUCUN MODELE - ARRET"
043400         MOVE 16 TO RETURN-CODE
043500         STOP RUN
043600     END-IF.
043700     MOVE "N" TO WS-EOF-SW.
043800     PERFORM 1110-LOAD-ONE-TEMPLATE
043900         THRU 1110-LOAD-ONE-TEMPLATE-EXIT
044000         UNTIL WS-EOF.
044100     CLOSE LETTMPL.
044200     DISPLAY "LIGNES DE MODELE    : " WS-TPL-COUNT.
044300 1100-LOAD-TEMPLATES-EXIT.
044400     EXIT.
044500 1110-LOAD-ONE-TEMPLATE.
044600     READ LETTMPL
044700         AT END
044800             SET WS-EOF TO TRUE
044900             GO TO 1110-LOAD-ONE-TEMPLATE-EXIT
045000     END-READ.
045100     IF WS-TPL-COUNT NOT < 200
045200         DISPLAY "LETTMPL : PLUS DE 200 LIGNES - SUITE IGNOREE"
045300         SET WS-EOF TO TRUE
045400         GO TO 1110-LOAD-ONE-TEMPLATE-EXIT
045500     END-IF.
045600     ADD 1 TO WS-TPL-COUNT.
045700     MOVE LTP-EVENT-TYPE TO WS-TPL-TYPE (WS-TPL-COUNT).
045800     MOVE LTP-LINE-NO    TO WS-TPL-LINE-NO (WS-TPL-COUNT).
045900     MOVE LTP-TEXT       TO WS-TPL-TEXT (WS-TPL-COUNT).
046000 1110-LOAD-ONE-TEMPLATE-EXIT.
046100     EXIT.
046200*----------------------------------------------------------------
046300* 2000-FROZEN-ACCOUNTS : a CUSTJRNL image whose status went from
046400*                       anything else to F.
046500*----------------------------------------------------------------
046600 2000-FROZEN-ACCOUNTS.
046700     OPEN INPUT CUSTJRNL.
046800     IF WS-CUSTJRNL-STATUS NOT = "00"
046900         DISPLAY "CUSTJRNL ABSENT - PAS DE GEL"
047000         GO TO 2000-FROZEN-ACCOUNTS-EXIT
047100     END-IF.
047200     MOVE "N" TO WS-EOF-SW.
047300     PERFORM 2010-ONE-JOURNAL-IMAGE
047400         THRU 2010-ONE-JOURNAL-IMAGE-EXIT
047500         UNTIL WS-EOF.
047600     CLOSE CUSTJRNL.
047700 2000-FROZEN-ACCOUNTS-EXIT.
047800     EXIT.
047900 2010-ONE-JOURNAL-IMAGE.
048000     READ CUSTJRNL
048100         AT END
048200             SET WS-EOF TO TRUE
048300             GO TO 2010-ONE-JOURNAL-IMAGE-EXIT
048400     END-READ.
048500     IF JRL-RUN-DATE < WS-WINDOW-FROM
048600         GO TO 2010-ONE-JOURNAL-IMAGE-EXIT
048700     END-IF.
048800     IF JRL-NEW-IMAGE (29:1) NOT = "F" OR
048900        JRL-PRIOR-IMAGE (29:1) = "F"
049000         GO TO 2010-ONE-JOURNAL-IMAGE-EXIT
049100     END-IF.
049200     INITIALIZE WS-EVENT.
049300     MOVE "GELE"               TO WS-EV-TYPE.
049400     MOVE JRL-NEW-IMAGE (1:10) TO WS-EV-ACCOUNT-NO.
049500     MOVE JRL-RUN-DATE         TO WS-EV-DATE.
049600     MOVE WS-EV-ACCOUNT-NO     TO WS-EVK-ACCOUNT-NO.
049700     MOVE JRL-RUN-DATE         TO WS-EVK-DATE.
049800     MOVE JRL-RUN-TIME         TO WS-EVK-DETAIL.
049900     MOVE WS-EV-KEY-PARTS      TO WS-EV-ID.
050000     PERFORM 3000-ISSUE-LETTER THRU 3000-ISSUE-LETTER-EXIT.
050100 2010-ONE-JOURNAL-IMAGE-EXIT.
050200     EXIT.
050300*----------------------------------------------------------------
050400* 2100-REFUSED-MOVEMENTS : the essaizero GELE and CLOT rejects
050420*                         of every posting cycle, midday and
050440*                         night, off INCDHIST.
050500*----------------------------------------------------------------
050600 2100-REFUSED-MOVEMENTS.
050700     OPEN INPUT INCDHIST.
050800     IF WS-INCDHIST-STATUS NOT = "00"
050900         DISPLAY "INCDHIST ABSENT - PAS DE REFUS"
051000         GO TO 2100-REFUSED-MOVEMENTS-EXIT
051100     END-IF.
051200     MOVE "N" TO WS-EOF-SW.
051300     PERFORM 2110-ONE-REJECT THRU 2110-ONE-REJECT-EXIT
051400         UNTIL WS-EOF.
051500     CLOSE INCDHIST.
051600 2100-REFUSED-MOVEMENTS-EXIT.
051700     EXIT.
051800 2110-ONE-REJECT.
051900     READ INCDHIST
052000         AT END
052100             SET WS-EOF TO TRUE
052200             GO TO 2110-ONE-REJECT-EXIT
052300     END-READ.
052400     IF NOT INC-REJECT OR
052450        INC-BUSINESS-DATE < WS-WINDOW-FROM
052500         GO TO 2110-ONE-REJECT-EXIT
052600     END-IF.
052700     IF INC-REASON NOT = "GELE" AND
052800        INC-REASON NOT = "CLOT"
052900         GO TO 2110-ONE-REJECT-EXIT
053000     END-IF.
053100     INITIALIZE WS-EVENT.
053200     MOVE "REFU"              TO WS-EV-TYPE.
053300     MOVE INC-ACCOUNT-NO      TO WS-EV-ACCOUNT-NO.
053400     MOVE INC-BUSINESS-DATE   TO WS-EV-DATE.
053500     MOVE INC-REFERENCE       TO WS-EV-REFERENCE.
053600     MOVE INC-AMOUNT          TO WS-AP-AMOUNT-X.
053700     PERFORM 3800-AMOUNT THRU 3800-AMOUNT-EXIT.
053800     IF INC-REASON = "GELE"
053900         MOVE "COMPTE GELE"    TO WS-EV-MOTIF
054000     ELSE
054100         MOVE "COMPTE CLOTURE" TO WS-EV-MOTIF
054200     END-IF.
054300     MOVE WS-EV-ACCOUNT-NO    TO WS-EVK-ACCOUNT-NO.
054400     MOVE INC-BUSINESS-DATE   TO WS-EVK-DATE.
054500     MOVE INC-AMOUNT          TO WS-EVK-DETAIL.
054600     PERFORM 3700-EVENT-ID THRU 3700-EVENT-ID-EXIT.
054700     PERFORM 3000-ISSUE-LETTER THRU 3000-ISSUE-LETTER-EXIT.
054800 2110-ONE-REJECT-EXIT.
054900     EXIT.
055000*----------------------------------------------------------------
055100* 2200-OVER-LIMIT : tonight's OVRLIMIT exceptions. The event is
055200*                  the excursion, known by the date it started
055300*                  on OVLTRACK, so an account over for a week
055400*                  hears of it once.
055500*----------------------------------------------------------------
055600 2200-OVER-LIMIT.
055700     OPEN INPUT OVLEXCP.
055800     IF WS-OVLEXCP-STATUS NOT = "00"
055900         DISPLAY "OVLEXCP ABSENT - PAS DE DEPASSEMENT"
056000         GO TO 2200-OVER-LIMIT-EXIT
056100     END-IF.
056200     MOVE "N" TO WS-EOF-SW.
056300     PERFORM 2210-ONE-EXCEPTION THRU 2210-ONE-EXCEPTION-EXIT
056400         UNTIL WS-EOF.
056500     CLOSE OVLEXCP.
056600 2200-OVER-LIMIT-EXIT.
056700     EXIT.
056800 2210-ONE-EXCEPTION.
056900     READ OVLEXCP
057000         AT END
057100             SET WS-EOF TO TRUE
057200             GO TO 2210-ONE-EXCEPTION-EXIT
057300     END-READ.
057400     IF OVX-BUSINESS-DATE < WS-WINDOW-FROM
057500         GO TO 2210-ONE-EXCEPTION-EXIT
057600     END-IF.
057700     INITIALIZE WS-EVENT.
057800     MOVE "DEPA"            TO WS-EV-TYPE.
057900     MOVE OVX-ACCOUNT-NO    TO WS-EV-ACCOUNT-NO.
058000     MOVE OVX-BUSINESS-DATE TO WS-EV-DATE.
058100     MOVE OVX-EXCESS        TO WS-EV-AMOUNT.
058200     MOVE OVX-CREDIT-LIMIT  TO WS-EV-LIMIT.
058300     MOVE OVX-ACCOUNT-NO    TO WS-EVK-ACCOUNT-NO.
058400     MOVE OVX-BUSINESS-DATE TO WS-EVK-DATE.
058500     IF NOT WS-OVLTRACK-ABSENT
058600         MOVE OVX-ACCOUNT-NO TO OVT-ACCOUNT-NO
058700         READ OVLTRACK
058800             NOT INVALID KEY
058900                 MOVE OVT-FIRST-DATE TO WS-EVK-DATE
059000         END-READ
059100     END-IF.
059200     MOVE WS-EV-KEY-PARTS   TO WS-EV-ID.
059300     PERFORM 3000-ISSUE-LETTER THRU 3000-ISSUE-LETTER-EXIT.
059400 2210-ONE-EXCEPTION-EXIT.
059500     EXIT.
059600*----------------------------------------------------------------
059700* 2300-WRITE-OFFS : WRTREG final write-offs.
059800*----------------------------------------------------------------
059900 2300-WRITE-OFFS.
060000     OPEN INPUT WRTREG.
060100     IF WS-WRTREG-STATUS NOT = "00"
060200         DISPLAY "WRTREG ABSENT - PAS DE PASSAGE EN PERTE"
060300         GO TO 2300-WRITE-OFFS-EXIT
060400     END-IF.
060500     MOVE "N" TO WS-EOF-SW.
060600     PERFORM 2310-ONE-WRITE-OFF THRU 2310-ONE-WRITE-OFF-EXIT
060700         UNTIL WS-EOF.
060800     CLOSE WRTREG.
060900 2300-WRITE-OFFS-EXIT.
061000     EXIT.
061100 2310-ONE-WRITE-OFF.
061200     READ WRTREG
061300         AT END
061400             SET WS-EOF TO TRUE
061500             GO TO 2310-ONE-WRITE-OFF-EXIT
061600     END-READ.
061700     IF WRG-FINAL-DATE < WS-WINDOW-FROM
061800         GO TO 2310-ONE-WRITE-OFF-EXIT
061900     END-IF.
062000     INITIALIZE WS-EVENT.
062100     MOVE "PERT"            TO WS-EV-TYPE.
062200     MOVE WRG-ACCOUNT-NO    TO WS-EV-ACCOUNT-NO.
062300     MOVE WRG-FINAL-DATE    TO WS-EV-DATE.
062400     MOVE WRG-REFERENCE     TO WS-EV-REFERENCE.
062500     MOVE WRG-AMOUNT        TO WS-AP-AMOUNT-X.
062600     PERFORM 3800-AMOUNT THRU 3800-AMOUNT-EXIT.
062700     MOVE WRG-ACCOUNT-NO    TO WS-EVK-ACCOUNT-NO.
062800     MOVE WRG-FINAL-DATE    TO WS-EVK-DATE.
062900     MOVE WRG-AMOUNT        TO WS-EVK-DETAIL.
063000     PERFORM 3700-EVENT-ID THRU 3700-EVENT-ID-EXIT.
063100     PERFORM 3000-ISSUE-LETTER THRU 3000-ISSUE-LETTER-EXIT.
063200 2310-ONE-WRITE-OFF-EXIT.
063300     EXIT.
063400*----------------------------------------------------------------
063500* 2400-REVERSALS : type R movements on the statement archive.
063600*----------------------------------------------------------------
063700 2400-REVERSALS.
063800     OPEN INPUT STMTHIST.
063900     IF WS-STMTHIST-STATUS NOT = "00"
064000         DISPLAY "STMTHIST ABSENT - PAS D'EXTOURNE"
064100         GO TO 2400-REVERSALS-EXIT
064200     END-IF.
064300     MOVE "N" TO WS-EOF-SW.
064400     PERFORM 2410-ONE-STATEMENT-LINE
064500         THRU 2410-ONE-STATEMENT-LINE-EXIT
064600         UNTIL WS-EOF.
064700     CLOSE STMTHIST.
064800 2400-REVERSALS-EXIT.
064900     EXIT.
065000 2410-ONE-STATEMENT-LINE.
065100     READ STMTHIST
065200         AT END
065300             SET WS-EOF TO TRUE
065400             GO TO 2410-ONE-STATEMENT-LINE-EXIT
065500     END-READ.
065600     IF STH-RECORD-TYPE NOT = "D" OR STH-TYPE-CODE NOT = "R"
065700         GO TO 2410-ONE-STATEMENT-LINE-EXIT
065800     END-IF.
065900     IF STH-PERIOD < WS-WINDOW-FROM
066000         GO TO 2410-ONE-STATEMENT-LINE-EXIT
066100     END-IF.
066200     INITIALIZE WS-EVENT.
066300     MOVE "EXTO"            TO WS-EV-TYPE.
066400     MOVE STH-CUST-NUMBER   TO WS-EV-ACCOUNT-NO.
066500     MOVE STH-PERIOD        TO WS-EV-DATE.
066600     MOVE STH-REFERENCE     TO WS-EV-REFERENCE.
066700     MOVE STH-AMOUNT        TO WS-AP-AMOUNT-X.
066800     PERFORM 3800-AMOUNT THRU 3800-AMOUNT-EXIT.
066900     MOVE STH-CUST-NUMBER   TO WS-EVK-ACCOUNT-NO.
067000     MOVE STH-PERIOD        TO WS-EVK-DATE.
067100     MOVE STH-PAYLOAD (1:14) TO WS-EVK-DETAIL.
067200     PERFORM 3700-EVENT-ID THRU 3700-EVENT-ID-EXIT.
067300     PERFORM 3000-ISSUE-LETTER THRU 3000-ISSUE-LETTER-EXIT.
067400 2410-ONE-STATEMENT-LINE-EXIT.
067500     EXIT.
067600*----------------------------------------------------------------
067700* 3000-ISSUE-LETTER : one letter per event never answered
067800*                    before - template found, address found,
067900*                    letter printed, registered and recorded
068000*                    on LETHIST.
068100*----------------------------------------------------------------
068200 3000-ISSUE-LETTER.
068300     MOVE WS-EV-TYPE TO LTH-EVENT-TYPE.
068400     MOVE WS-EV-ID   TO LTH-EVENT-ID.
068500     READ LETHIST
068600         INVALID KEY
068700             CONTINUE
068800         NOT INVALID KEY
068900             ADD 1 TO WS-ALREADY-SENT
069000             GO TO 3000-ISSUE-LETTER-EXIT
069100     END-READ.
069200     MOVE ZERO TO WS-TPL-FIRST.
069300     PERFORM 3010-FIND-TEMPLATE THRU 3010-FIND-TEMPLATE-EXIT
069400         VARYING WS-TPL-SUB FROM 1 BY 1
069500         UNTIL WS-TPL-SUB > WS-TPL-COUNT
069600            OR WS-TPL-FIRST NOT = ZERO.
069700     IF WS-TPL-FIRST = ZERO
069800         MOVE "SANS MODELE" TO WS-NOT-SENT-REASON
069900         PERFORM 3900-NOT-SENT THRU 3900-NOT-SENT-EXIT
070000         GO TO 3000-ISSUE-LETTER-EXIT
070100     END-IF.
070200     MOVE WS-EV-ACCOUNT-NO TO CUST-NUMBER.
070300     READ CUSTMAST
070400         INVALID KEY
070500             MOVE "CLIENT INCONNU" TO WS-NOT-SENT-REASON
070600             PERFORM 3900-NOT-SENT THRU 3900-NOT-SENT-EXIT
070700             GO TO 3000-ISSUE-LETTER-EXIT
070800     END-READ.
070900     IF CUST-ADDRESS-1 = SPACES AND CUST-ADDRESS-2 = SPACES
071000         MOVE "SANS ADRESSE" TO WS-NOT-SENT-REASON
071100         PERFORM 3900-NOT-SENT THRU 3900-NOT-SENT-EXIT
071200         GO TO 3000-ISSUE-LETTER-EXIT
071300     END-IF.
071400     ADD 1 TO WS-LETTER-NO.
071500     PERFORM 3100-PREPARE-VALUES THRU 3100-PREPARE-VALUES-EXIT.
071600     PERFORM 3200-PRINT-LETTER THRU 3200-PRINT-LETTER-EXIT.
071700     MOVE SPACES           TO LETHIST-RECORD.
071800     MOVE WS-EV-TYPE       TO LTH-EVENT-TYPE.
071900     MOVE WS-EV-ID         TO LTH-EVENT-ID.
072000     MOVE WS-EV-ACCOUNT-NO TO LTH-ACCOUNT-NO.
072100     MOVE WS-BUSINESS-DATE TO LTH-LETTER-DATE.
072200     MOVE WS-LETTER-NO     TO LTH-LETTER-NO.
072300     WRITE LETHIST-RECORD.
072400     ADD 1 TO WS-LETTERS-SENT.
072500     PERFORM 3020-COUNT-TYPE THRU 3020-COUNT-TYPE-EXIT
072600         VARYING WS-TYPE-SUB FROM 1 BY 1
072700         UNTIL WS-TYPE-SUB > 5.
072800     MOVE SPACES          TO WS-REGISTER-LINE.
072900     MOVE WS-LETTER-NO    TO REG-LETTER-NO.
073000     MOVE WS-EV-TYPE      TO REG-TYPE.
073100     MOVE WS-EV-ACCOUNT-NO TO REG-ACCOUNT-NO.
073200     MOVE CUST-NAME       TO REG-NAME.
073300     MOVE CUST-ADDRESS-2  TO REG-DESTINATION.
073400     MOVE WS-REGISTER-LINE TO WS-RPT-DETAIL.
073500     PERFORM 9800-PUT-REPORT-LINE THRU 9800-PUT-REPORT-LINE-EXIT.
073600 3000-ISSUE-LETTER-EXIT.
073700     EXIT.
073800 3010-FIND-TEMPLATE.
073900     IF WS-TPL-TYPE (WS-TPL-SUB) = WS-EV-TYPE
074000         MOVE WS-TPL-SUB TO WS-TPL-FIRST
074100     END-IF.
074200 3010-FIND-TEMPLATE-EXIT.
074300     EXIT.
074400 3020-COUNT-TYPE.
074500     IF WS-TYP-CODE (WS-TYPE-SUB) = WS-EV-TYPE
074600         ADD 1 TO WS-TYP-COUNT (WS-TYPE-SUB)
074700     END-IF.
074800 3020-COUNT-TYPE-EXIT.
074900     EXIT.
075000*----------------------------------------------------------------
075100* 3100-PREPARE-VALUES : amounts edited and left-justified, the
075200*                      date as JJ/MM/AAAA.
075300*----------------------------------------------------------------
075400 3100-PREPARE-VALUES.
075500     MOVE WS-EV-AMOUNT TO WS-AMOUNT-EDIT.
075600     MOVE ZERO TO WS-LEAD-SPACES.
075700     INSPECT WS-AMOUNT-EDIT TALLYING WS-LEAD-SPACES
075800         FOR LEADING SPACES.
075900     MOVE WS-AMOUNT-EDIT (WS-LEAD-SPACES + 1:) TO WS-SV-AMOUNT.
076000     MOVE WS-EV-LIMIT TO WS-AMOUNT-EDIT.
076100     MOVE ZERO TO WS-LEAD-SPACES.
076200     INSPECT WS-AMOUNT-EDIT TALLYING WS-LEAD-SPACES
076300         FOR LEADING SPACES.
076400     MOVE WS-AMOUNT-EDIT (WS-LEAD-SPACES + 1:) TO WS-SV-LIMIT.
076500     MOVE WS-EV-DATE TO WS-DATE-SPLIT-9.
076600     MOVE WS-DS-DD   TO WS-SV-DD.
076700     MOVE WS-DS-MM   TO WS-SV-MM.
076800     MOVE WS-DS-CCYY TO WS-SV-CCYY.
076900 3100-PREPARE-VALUES-EXIT.
077000     EXIT.
077100*----------------------------------------------------------------
077200* 3200-PRINT-LETTER : heading, address block, date, references,
077300*                    subject (template line 00), then the body
077400*                    lines of the template in file order.
077500*----------------------------------------------------------------
077600 3200-PRINT-LETTER.
077700     MOVE "1" TO LTR-CONTROL.
077800     MOVE WS-SENDER-LINE TO LTR-TEXT.
077900     WRITE PRTLETR-RECORD.
078000     PERFORM 3290-BLANK-LINE THRU 3290-BLANK-LINE-EXIT 3 TIMES.
078100     MOVE CUST-NAME      TO ADR-TEXT.
078200     PERFORM 3280-ADDRESS-LINE THRU 3280-ADDRESS-LINE-EXIT.
078300     MOVE CUST-ADDRESS-1 TO ADR-TEXT.
078400     PERFORM 3280-ADDRESS-LINE THRU 3280-ADDRESS-LINE-EXIT.
078500     MOVE CUST-ADDRESS-2 TO ADR-TEXT.
078600     PERFORM 3280-ADDRESS-LINE THRU 3280-ADDRESS-LINE-EXIT.
078700     PERFORM 3290-BLANK-LINE THRU 3290-BLANK-LINE-EXIT 2 TIMES.
078800     MOVE WS-BUSINESS-DATE TO WS-DATE-SPLIT-9.
078900     MOVE WS-DS-DD   TO DTE-DATE (1:2).
079000     MOVE "/"        TO DTE-DATE (3:1).
079100     MOVE WS-DS-MM   TO DTE-DATE (4:2).
079200     MOVE "/"        TO DTE-DATE (6:1).
079300     MOVE WS-DS-CCYY TO DTE-DATE (7:4).
079400     MOVE SPACE TO LTR-CONTROL.
079500     MOVE WS-DATE-LINE TO LTR-TEXT.
079600     WRITE PRTLETR-RECORD.
079700     PERFORM 3290-BLANK-LINE THRU 3290-BLANK-LINE-EXIT.
079800     MOVE WS-EV-ACCOUNT-NO TO REF-ACCOUNT-NO.
079900     MOVE WS-LETTER-NO     TO REF-LETTER-NO.
080000     MOVE WS-REF-LINE TO LTR-TEXT.
080100     WRITE PRTLETR-RECORD.
080200     MOVE WS-TPL-FIRST TO WS-TPL-SUB.
080300     IF WS-TPL-LINE-NO (WS-TPL-SUB) = ZERO
080400         PERFORM 3300-MERGE-LINE THRU 3300-MERGE-LINE-EXIT
080500         MOVE WS-MERGED TO SUB-TEXT
080600         MOVE WS-SUBJECT-LINE TO LTR-TEXT
080700         WRITE PRTLETR-RECORD
080800         ADD 1 TO WS-TPL-SUB
080900     END-IF.
081000     PERFORM 3290-BLANK-LINE THRU 3290-BLANK-LINE-EXIT.
081100     PERFORM 3210-BODY-LINE THRU 3210-BODY-LINE-EXIT
081200         UNTIL WS-TPL-SUB > WS-TPL-COUNT.
081300 3200-PRINT-LETTER-EXIT.
081400     EXIT.
081500 3210-BODY-LINE.
081600     IF WS-TPL-TYPE (WS-TPL-SUB) NOT = WS-EV-TYPE
081700         MOVE WS-TPL-COUNT TO WS-TPL-SUB
081800         ADD 1 TO WS-TPL-SUB
081900         GO TO 3210-BODY-LINE-EXIT
082000     END-IF.
082100     PERFORM 3300-MERGE-LINE THRU 3300-MERGE-LINE-EXIT.
082200     MOVE SPACE     TO LTR-CONTROL.
082300     MOVE WS-MERGED TO LTR-TEXT.
082400     WRITE PRTLETR-RECORD.
082500     ADD 1 TO WS-TPL-SUB.
082600 3210-BODY-LINE-EXIT.
082700     EXIT.
082800 3280-ADDRESS-LINE.
082900     MOVE SPACE TO LTR-CONTROL.
083000     MOVE WS-ADDRESS-LINE TO LTR-TEXT.
083100     WRITE PRTLETR-RECORD.
083200 3280-ADDRESS-LINE-EXIT.
083300     EXIT.
083400 3290-BLANK-LINE.
083500     MOVE SPACE  TO LTR-CONTROL.
083600     MOVE SPACES TO LTR-TEXT.
083700     WRITE PRTLETR-RECORD.
083800 3290-BLANK-LINE-EXIT.
083900     EXIT.
084000*----------------------------------------------------------------
084100* 3300-MERGE-LINE : the template line at WS-TPL-SUB into
084200*                  WS-MERGED, the text between & pairs taken
084300*                  as a field name and replaced by its value.
084400*                  An unknown name is printed as it stands.
084500*----------------------------------------------------------------
084600 3300-MERGE-LINE.
084700     MOVE SPACES TO WS-MERGED.
084800     MOVE 1 TO WS-IN-PTR.
084900     MOVE 1 TO WS-OUT-PTR.
085000     SET WS-PIECE-LITERAL TO TRUE.
085100     PERFORM 3310-NEXT-PIECE THRU 3310-NEXT-PIECE-EXIT
085200         UNTIL WS-IN-PTR > 74 OR WS-OUT-PTR > 80.
085300 3300-MERGE-LINE-EXIT.
085400     EXIT.
085500 3310-NEXT-PIECE.
085600     MOVE SPACES TO WS-PIECE.
085700     MOVE ZERO TO WS-PIECE-LEN.
085800     UNSTRING WS-TPL-TEXT (WS-TPL-SUB) DELIMITED BY "&"
085900         INTO WS-PIECE COUNT IN WS-PIECE-LEN
086000         WITH POINTER WS-IN-PTR
086100     END-UNSTRING.
086200     IF WS-PIECE-LITERAL
086300         IF WS-PIECE-LEN > ZERO
086400             STRING WS-PIECE (1:WS-PIECE-LEN) DELIMITED BY SIZE
086500                 INTO WS-MERGED WITH POINTER WS-OUT-PTR
086600                 ON OVERFLOW
086700                     CONTINUE
086800             END-STRING
086900         END-IF
087000         SET WS-PIECE-TOKEN TO TRUE
087100         GO TO 3310-NEXT-PIECE-EXIT
087200     END-IF.
087300     EVALUATE WS-PIECE
087400         WHEN "NOM"     MOVE CUST-NAME        TO WS-VALUE
087500         WHEN "COMPTE"  MOVE WS-EV-ACCOUNT-NO TO WS-VALUE
087600         WHEN "MONTANT" MOVE WS-SV-AMOUNT     TO WS-VALUE
087700         WHEN "PLAFOND" MOVE WS-SV-LIMIT      TO WS-VALUE
087800         WHEN "DATE"    MOVE WS-SV-DATE       TO WS-VALUE
087900         WHEN "REF"     MOVE WS-EV-REFERENCE  TO WS-VALUE
088000         WHEN "MOTIF"   MOVE WS-EV-MOTIF      TO WS-VALUE
088100         WHEN OTHER
088200             MOVE SPACES TO WS-VALUE
088300             STRING "&" WS-PIECE (1:WS-PIECE-LEN) "&"
088400                 DELIMITED BY SIZE INTO WS-VALUE
088500                 ON OVERFLOW
088600                     CONTINUE
088700             END-STRING
088800     END-EVALUATE.
088900     STRING WS-VALUE DELIMITED BY "  "
089000         INTO WS-MERGED WITH POINTER WS-OUT-PTR
089100         ON OVERFLOW
089200             CONTINUE
089300     END-STRING.
089400     SET WS-PIECE-LITERAL TO TRUE.
089500 3310-NEXT-PIECE-EXIT.
089600     EXIT.
089700*----------------------------------------------------------------
089800* 3700-EVENT-ID : the movement reference where there is one,
089900*                otherwise the account, date and detail.
090000*----------------------------------------------------------------
090100 3700-EVENT-ID.
090200     IF WS-EV-REFERENCE NOT = SPACES
090300         MOVE WS-EV-REFERENCE TO WS-EV-ID
090400     ELSE
090500         MOVE WS-EV-KEY-PARTS TO WS-EV-ID
090600     END-IF.
090700 3700-EVENT-ID-EXIT.
090800     EXIT.
090900*----------------------------------------------------------------
091000* 3800-AMOUNT : a movement amount through AMTPARSE, unsigned for
091100*              the letter ; an amount it cannot read prints as
091200*              zero.
091300*----------------------------------------------------------------
091400 3800-AMOUNT.
091500     CALL "AMTPARSE" USING WS-AP-AMOUNT-X
091600                           WS-AP-AMOUNT WS-AP-RESULT.
091700     IF WS-AP-AMOUNT < ZERO
091800         COMPUTE WS-EV-AMOUNT = ZERO - WS-AP-AMOUNT
091900     ELSE
092000         MOVE WS-AP-AMOUNT TO WS-EV-AMOUNT
092100     END-IF.
092200 3800-AMOUNT-EXIT.
092300     EXIT.
092400*----------------------------------------------------------------
092500* 3900-NOT-SENT : listed on the register, not recorded - a
092600*                later run can still send it.
092700*----------------------------------------------------------------
092800 3900-NOT-SENT.
092900     ADD 1 TO WS-NOT-SENT.
093000     MOVE SPACES           TO WS-RPT-DETAIL.
093100     STRING "NON ENVOYE " WS-EV-TYPE " " WS-EV-ACCOUNT-NO " - "
093200         WS-NOT-SENT-REASON DELIMITED BY SIZE
093300         INTO WS-RPT-DETAIL.
093400     PERFORM 9800-PUT-REPORT-LINE THRU 9800-PUT-REPORT-LINE-EXIT.
093500     DISPLAY "COURRIER NON ENVOYE " WS-EV-TYPE " "
093600         WS-EV-ACCOUNT-NO " : " WS-NOT-SENT-REASON.
093700 3900-NOT-SENT-EXIT.
093800     EXIT.
093900*----------------------------------------------------------------
094000* 8000-REGISTER-TOTALS : letters by type, then the run totals.
094100*----------------------------------------------------------------
094200 8000-REGISTER-TOTALS.
094300     MOVE SPACES TO WS-RPT-DETAIL.
094400     PERFORM 9800-PUT-REPORT-LINE THRU 9800-PUT-REPORT-LINE-EXIT.
094500     PERFORM 8010-TYPE-TOTAL THRU 8010-TYPE-TOTAL-EXIT
094600         VARYING WS-TYPE-SUB FROM 1 BY 1
094700         UNTIL WS-TYPE-SUB > 5.
094800     MOVE "COURRIERS EMIS        : " TO TTL-LABEL.
094900     MOVE WS-LETTERS-SENT TO TTL-VALUE.
095000     MOVE WS-TOTAL-LINE TO WS-RPT-DETAIL.
095100     PERFORM 9800-PUT-REPORT-LINE THRU 9800-PUT-REPORT-LINE-EXIT.
095200     MOVE "DEJA ENVOYES          : " TO TTL-LABEL.
095300     MOVE WS-ALREADY-SENT TO TTL-VALUE.
095400     MOVE WS-TOTAL-LINE TO WS-RPT-DETAIL.
095500     PERFORM 9800-PUT-REPORT-LINE THRU 9800-PUT-REPORT-LINE-EXIT.
095600     MOVE "NON ENVOYES           : " TO TTL-LABEL.
095700     MOVE WS-NOT-SENT TO TTL-VALUE.
095800     MOVE WS-TOTAL-LINE TO WS-RPT-DETAIL.
095900     PERFORM 9800-PUT-REPORT-LINE THRU 9800-PUT-REPORT-LINE-EXIT.
096000 8000-REGISTER-TOTALS-EXIT.
096100     EXIT.
096200 8010-TYPE-TOTAL.
096300     MOVE SPACES TO TTL-LABEL.
096400     MOVE WS-TYP-LABEL (WS-TYPE-SUB) TO TTL-LABEL.
096500     MOVE ":" TO TTL-LABEL (23:1).
096600     MOVE WS-TYP-COUNT (WS-TYPE-SUB) TO TTL-VALUE.
096700     MOVE WS-TOTAL-LINE TO WS-RPT-DETAIL.
096800     PERFORM 9800-PUT-REPORT-LINE THRU 9800-PUT-REPORT-LINE-EXIT.
096900 8010-TYPE-TOTAL-EXIT.
097000     EXIT.
097100*----------------------------------------------------------------
097200* 9000-CLOSE-FILES : tonight's business date and the last
097300*                   letter number go back to LETCTL.
097400*----------------------------------------------------------------
097500 9000-CLOSE-FILES.
097600     CLOSE CUSTMAST.
097700     IF NOT WS-OVLTRACK-ABSENT
097800         CLOSE OVLTRACK
097900     END-IF.
098000     CLOSE LETHIST.
098100     CLOSE PRTLETR.
098200     CLOSE PRTLREG.
098300     OPEN OUTPUT LETCTL.
098400     MOVE SPACES           TO LETCTL-RECORD.
098500     MOVE WS-BUSINESS-DATE TO LTC-LAST-DATE.
098600     MOVE WS-LETTER-NO     TO LTC-LAST-LETTER.
098700     WRITE LETCTL-RECORD.
098800     CLOSE LETCTL.
098900 9000-CLOSE-FILES-EXIT.
099000     EXIT.
099100*----------------------------------------------------------------
099200* 9800-PUT-REPORT-LINE : one line through the shared RPTWRITE
099300*                       page writer.
099400*----------------------------------------------------------------
099500 9800-PUT-REPORT-LINE.
099600     CALL "RPTWRITE" USING WS-RPT-STATE WS-RPT-TITLE
099700                           WS-RPT-DETAIL WS-RPT-OUT.
099800     PERFORM 9810-WRITE-OUT-LINE THRU 9810-WRITE-OUT-LINE-EXIT
099900         VARYING WS-RPT-SUB FROM 1 BY 1
100000         UNTIL WS-RPT-SUB > WS-RPT-OUT-COUNT.
100100 9800-PUT-REPORT-LINE-EXIT.
100200     EXIT.
100300 9810-WRITE-OUT-LINE.
100400     WRITE PRTLREG-LINE FROM WS-RPT-OUT-LINE (WS-RPT-SUB).
100500 9810-WRITE-OUT-LINE-EXIT.
100600     EXIT.
