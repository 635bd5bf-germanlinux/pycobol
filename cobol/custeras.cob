000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. CUSTERAS.
000300 AUTHOR. D-SYSTEMS BATCH GROUP.
000400 INSTALLATION. ESSAI BATCH SUITE.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 2026-10-15 EL  Initial version. Erasure of a closed, purged
001100*                customer's personal data. Once ARCHCUST has
001200*                purged a customer the name and the two address
001300*                lines still live on in the ARCHHIST generations
001400*                and the last ARCHCUST extract, in every CUSTJRNL
001500*                image, on the STMTHIST statement headers, in the
001600*                IFACE02 warehouse extract and in the CUSTSEQ
001700*                unload. This job overwrites those three fields
001800*                with the fixed value *EFFACE* wherever the
001900*                customer's number appears, in place (the files
002000*                are opened I-O and the record REWRITten), so
002100*                the customer number, the dates, the amounts and
002200*                the record counts all stay as they were - the
002300*                ARCHINDX index, the balancing and the IFACE02
002400*                trailer hash still agree afterwards.
002500*                Dual control, in the ARCHRPT/ARCHCUST manner :
002600*                  R = request : one operator, habilitated for
002700*                      CUSTERAS function R in AUTHTAB, asks for
002800*                      the erasure ; the customer is checked,
002900*                      every record that would be touched is
003000*                      counted and listed, and a pending token
003100*                      is left on ERASAPPR ;
003200*                  E = erase : a SECOND operator, habilitated
003300*                      for function E, runs it the same day
003400*                      against that token - same customer,
003500*                      another operator than the requester.
003600*                      The token is consumed before the first
003700*                      REWRITE : one approval, one erasure.
003800*                Either phase refuses (RETURN-CODE 16) a
003900*                customer still on CUSTMAST (purge him first),
004000*                one whose last archived image is not status C,
004100*                and one whose BALMAST closing balance is not
004200*                zero ; an account BALMAST does not know has no
004300*                balance. A customer the archive does not know
004400*                at all is RETURN-CODE 8. The PRTERAS
004500*                certificate lists every file and every record
004600*                touched (relative record number) with the
004700*                fields erased, and per-file totals ; a file
004800*                absent from the run is listed as such and ends
004900*                the run with RETURN-CODE 4.
004901* 2026-10-15 EL  The year-end ANNSUMM summaries (name and both
004902*                address lines) and the CUSTPROF PRFEXTR extract
004903*                (name) are erased in place as well, matched on
004904*                the account number ; both are listed on the
004905*                certificate with the other files.
005000*----------------------------------------------------------------
005100 ENVIRONMENT DIVISION.
005200 CONFIGURATION SECTION.
005300 INPUT-OUTPUT SECTION.
005400 FILE-CONTROL.
005500     SELECT ERASPARM ASSIGN TO "ERASPARM"
005600         ORGANIZATION IS SEQUENTIAL
005700         FILE STATUS IS WS-ERASPARM-STATUS.
005800     SELECT ERASAPPR ASSIGN TO "ERASAPPR"
005900         ORGANIZATION IS SEQUENTIAL
006000         FILE STATUS IS WS-ERASAPPR-STATUS.
006100     SELECT CUSTMAST ASSIGN TO "CUSTMAST"
006200         ORGANIZATION IS INDEXED
006300         ACCESS MODE IS RANDOM
006400         RECORD KEY IS CUST-NUMBER IN CUST-RECORD
006500         ALTERNATE RECORD KEY IS CUST-NAME IN CUST-RECORD
006600             WITH DUPLICATES
006700         FILE STATUS IS WS-CUSTMAST-STATUS.
006800     SELECT BALMAST ASSIGN TO "BALMAST"
006900         ORGANIZATION IS INDEXED
007000         ACCESS MODE IS RANDOM
007100         RECORD KEY IS BAL-ACCOUNT-NO
007200         FILE STATUS IS WS-BALMAST-STATUS.
007300     SELECT ARCHHIST ASSIGN TO "ARCHHIST"
007400         ORGANIZATION IS SEQUENTIAL
007500         FILE STATUS IS WS-FILE-STATUS.
007600     SELECT ARCHCUST ASSIGN TO "ARCHCUST"
007700         ORGANIZATION IS SEQUENTIAL
007800         FILE STATUS IS WS-FILE-STATUS.
007900     SELECT CUSTJRNL ASSIGN TO "CUSTJRNL"
008000         ORGANIZATION IS SEQUENTIAL
008100         FILE STATUS IS WS-FILE-STATUS.
008200     SELECT STMTHIST ASSIGN TO "STMTHIST"
008300         ORGANIZATION IS SEQUENTIAL
008400         FILE STATUS IS WS-FILE-STATUS.
008500     SELECT IFACE02 ASSIGN TO "IFACE02"
008600         ORGANIZATION IS SEQUENTIAL
008700         FILE STATUS IS WS-FILE-STATUS.
008800     SELECT CUSTSEQ ASSIGN TO "CUSTSEQ"
008900         ORGANIZATION IS SEQUENTIAL
009000         FILE STATUS IS WS-FILE-STATUS.
009010     SELECT ANNSUMM ASSIGN TO "ANNSUMM"
009020         ORGANIZATION IS LINE SEQUENTIAL
009030         FILE STATUS IS WS-FILE-STATUS.
009040     SELECT PRFEXTR ASSIGN TO "PRFEXTR"
009050         ORGANIZATION IS LINE SEQUENTIAL
009060         FILE STATUS IS WS-FILE-STATUS.
009100     SELECT PRTERAS ASSIGN TO "PRTERAS"
009200         ORGANIZATION IS SEQUENTIAL.
009300 DATA DIVISION.
009400 FILE SECTION.
009500*----------------------------------------------------------------
009600* ERASPARM : the phase (R request, E erase), the customer and
009700*           the operator running the phase.
009800*----------------------------------------------------------------
009900 FD  ERASPARM
010000     LABEL RECORDS ARE STANDARD.
010100 01  ERASPARM-RECORD.
010200     05  ERA-FUNCTION         PIC X(01).
010300         88  ERA-REQUEST      VALUE "R".
010400         88  ERA-ERASE        VALUE "E".
010500     05  ERA-CUST-NUMBER      PIC X(10).
010600     05  ERA-OPERATOR         PIC X(08).
010700     05  FILLER               PIC X(01).
010800*----------------------------------------------------------------
010900* ERASAPPR : the request token. EAP-STATUS P pending, C
011000*           consumed by the erasure.
011100*----------------------------------------------------------------
011200 FD  ERASAPPR
011300     LABEL RECORDS ARE STANDARD.
011400 01  ERASAPPR-RECORD.
011500     05  EAP-RUN-DATE         PIC 9(08).
011600     05  EAP-CUST-NUMBER      PIC X(10).
011700     05  EAP-REQUESTER        PIC X(08).
011800     05  EAP-WOULD-TOUCH      PIC 9(07).
011900     05  EAP-STATUS           PIC X(01).
012000         88  EAP-PENDING      VALUE "P".
012100     05  EAP-APPROVER         PIC X(08).
012200     05  FILLER               PIC X(08).
012300 FD  CUSTMAST.
012400 COPY CUSTREC.
012500 FD  BALMAST.
012600 COPY BALREC.
012700 FD  ARCHHIST
012800     LABEL RECORDS ARE STANDARD.
012900 01  ARCHHIST-RECORD.
013000     05  AHS-GENERATION       PIC 9(06).
013100     05  AHS-ARCH-DATE        PIC 9(08).
013200     05  AHS-CUST-RECORD      PIC X(82).
013300     05  FILLER               PIC X(06).
013400 FD  ARCHCUST
013500     LABEL RECORDS ARE STANDARD.
013600 01  ARCHCUST-RECORD          PIC X(82).
013700 FD  CUSTJRNL
013800     LABEL RECORDS ARE STANDARD.
013900 COPY JRNLREC.
014000 FD  STMTHIST
014100     LABEL RECORDS ARE STANDARD.
014200 01  STMTHIST-RECORD.
014300     05  STH-CUST-NUMBER      PIC X(10).
014400     05  STH-PERIOD           PIC 9(08).
014500     05  STH-RECORD-TYPE      PIC X(01).
014600     05  STH-PAYLOAD          PIC X(40).
014700     05  STH-REFERENCE        PIC X(22).
014800 FD  IFACE02
014900     LABEL RECORDS ARE STANDARD.
015000 01  IFACE02-RECORD.
015100     05  IF2-SEQ-NO           PIC 9(06).
015200     05  IF2-ACTION           PIC X(01).
015300     05  IF2-CUST-RECORD      PIC X(82).
015400 01  IFACE02-HDR-RECORD.
015500     05  IFH-RECORD-TYPE      PIC X(03).
015600     05  FILLER               PIC X(86).
015700 FD  CUSTSEQ
015800     LABEL RECORDS ARE STANDARD.
015900 01  CUSTSEQ-RECORD           PIC X(82).
015905*    ANNSUMM as YEARCLOS writes it ; only the name and the two
015910*    address lines are personal.
015915 FD  ANNSUMM
015920     LABEL RECORDS ARE STANDARD.
015925 01  ANNSUMM-RECORD.
015930     05  ANS-YEAR             PIC 9(04).
015935     05  ANS-ACCOUNT-NO       PIC X(10).
015940     05  ANS-CUST-NAME        PIC X(10).
015945     05  ANS-ADDRESS-1        PIC X(20).
015950     05  ANS-ADDRESS-2        PIC X(20).
015955     05  FILLER               PIC X(106).
015960*    PRFEXTR as CUSTPROF writes it ; only the name is personal.
015965 FD  PRFEXTR
015970     LABEL RECORDS ARE STANDARD.
015975 01  PRFEXTR-RECORD.
015980     05  FILLER               PIC X(16).
015985     05  PFX-ACCOUNT-NO       PIC X(10).
015990     05  PFX-CUST-NAME        PIC X(10).
015995     05  FILLER               PIC X(106).
016000 FD  PRTERAS
016100     LABEL RECORDS ARE STANDARD.
016200 01  PRTERAS-LINE             PIC X(60).
016300 WORKING-STORAGE SECTION.
016400*----------------------------------------------------------------
016500* 77-LEVEL WORK ITEMS
016600*----------------------------------------------------------------
016700 77  WS-ERASPARM-STATUS       PIC X(02) VALUE SPACES.
016800 77  WS-ERASAPPR-STATUS       PIC X(02) VALUE SPACES.
016900 77  WS-CUSTMAST-STATUS       PIC X(02) VALUE SPACES.
017000 77  WS-BALMAST-STATUS        PIC X(02) VALUE SPACES.
017100 77  WS-FILE-STATUS           PIC X(02) VALUE SPACES.
017200 77  WS-EOF-SW                PIC X(01) VALUE "N".
017300     88  WS-EOF               VALUE "Y".
017400 77  WS-FOUND-SW              PIC X(01) VALUE "N".
017500     88  WS-FOUND             VALUE "Y".
017600 77  WS-CHANGED-SW            PIC X(01) VALUE "N".
017700     88  WS-CHANGED           VALUE "Y".
017800 77  WS-ERASING-SW            PIC X(01) VALUE "N".
017900     88  WS-ERASING           VALUE "Y".
018000 77  WS-FILE-ABSENT-SW        PIC X(01) VALUE "N".
018100     88  WS-FILE-ABSENT       VALUE "Y".
018200 77  WS-CUST-NUMBER           PIC X(10) VALUE SPACES.
018300 77  WS-ERASED-VALUE          PIC X(20) VALUE "*EFFACE*".
018400 77  WS-RUN-DATE              PIC 9(08) VALUE ZERO.
018500 77  WS-LAST-STATUS           PIC X(01) VALUE SPACE.
018600 77  WS-LAST-GENERATION       PIC 9(06) VALUE ZERO.
018700 77  WS-REC-NUMBER            PIC 9(07) COMP VALUE ZERO.
018800 77  WS-FILE-TOUCHED          PIC 9(07) COMP VALUE ZERO.
018900 77  WS-TOTAL-TOUCHED         PIC 9(07) COMP VALUE ZERO.
019000 77  WS-FILES-ABSENT          PIC 9(02) COMP VALUE ZERO.
019100 77  WS-FILE-NAME             PIC X(08) VALUE SPACES.
019200 77  WS-FIELDS-TEXT           PIC X(20) VALUE SPACES.
019300*----------------------------------------------------------------
019400* CALL "OPERAUTH" parameters, the same pattern as PADTRIM.
019500*----------------------------------------------------------------
019600 77  WS-OA-OPERATOR           PIC X(08) VALUE SPACES.
019700 77  WS-OA-PROGRAM            PIC X(08) VALUE "CUSTERAS".
019800 77  WS-OA-FUNCTION           PIC X(01) VALUE SPACE.
019900 77  WS-OA-PARM-IMAGE         PIC X(32) VALUE SPACES.
020000 77  WS-OA-RESULT             PIC X(01) VALUE SPACE.
020100*----------------------------------------------------------------
020200* The customer record image being examined, whichever file it
020300* came from.
020400*----------------------------------------------------------------
020500 COPY CUSTREC REPLACING ==CUST-RECORD== BY ==WS-ERASE-IMAGE==.
020600*----------------------------------------------------------------
020700* Shared RPTWRITE page-writer state, the RPTCUR01 pattern.
020800*----------------------------------------------------------------
020900 01  WS-RPT-STATE.
021000     05  WS-RPT-PAGE-NUMBER   PIC 9(04) COMP VALUE ZERO.
021100     05  WS-RPT-LINE-COUNT    PIC 9(02) COMP VALUE ZERO.
021200 77  WS-RPT-TITLE             PIC X(30) VALUE
021300     "CERTIFICAT D'EFFACEMENT".
021400 01  WS-RPT-DETAIL            PIC X(60) VALUE SPACES.
021500 01  WS-RPT-OUT.
021600     05  WS-RPT-OUT-COUNT     PIC 9(01).
021700     05  WS-RPT-OUT-LINE      PIC X(60) OCCURS 3 TIMES.
021800 77  WS-RPT-SUB               PIC 9(01) COMP.
021900*----------------------------------------------------------------
022000* Certificate lines.
022100*----------------------------------------------------------------
022200 01  WS-HEADER-LINE.
022300     05  FILLER PIC X(09) VALUE "CLIENT : ".
022400     05  HDL-CUST-NUMBER      PIC X(10).
022500     05  FILLER PIC X(08) VALUE "  PHASE ".
022600     05  HDL-PHASE            PIC X(09).
022700     05  FILLER PIC X(07) VALUE "  PAR  ".
022800     05  HDL-OPERATOR         PIC X(08).
022900     05  FILLER PIC X(09) VALUE SPACES.
023000 01  WS-DETAIL-LINE.
023100     05  FILLER PIC X(02) VALUE SPACES.
023200     05  DTL-FILE-NAME        PIC X(08).
023300     05  FILLER PIC X(07) VALUE "  ENREG".
023400     05  DTL-REC-NUMBER       PIC Z(6)9.
023500     05  FILLER PIC X(02) VALUE SPACES.
023600     05  DTL-FIELDS           PIC X(20).
023700     05  FILLER PIC X(02) VALUE SPACES.
023800     05  DTL-VERB             PIC X(09).
023900     05  FILLER PIC X(03) VALUE SPACES.
024000 01  WS-FILE-TOTAL-LINE.
024100     05  FILLER PIC X(02) VALUE SPACES.
024200     05  FTL-FILE-NAME        PIC X(08).
024300     05  FILLER PIC X(02) VALUE SPACES.
024400     05  FTL-TEXT             PIC X(20).
024500     05  FTL-COUNT            PIC Z(6)9.
024600     05  FTL-SLASH            PIC X(01).
024700     05  FTL-READ             PIC Z(6)9.
024800     05  FILLER PIC X(13) VALUE SPACES.
024900 01  WS-TOTAL-LINE.
025000     05  TTL-LABEL            PIC X(24).
025100     05  TTL-VALUE            PIC Z(11)9.
025200     05  FILLER PIC X(24) VALUE SPACES.
025300 PROCEDURE DIVISION.
025400*----------------------------------------------------------------
025500* 0000-MAINLINE
025600*----------------------------------------------------------------
025700 0000-MAINLINE.
025800     DISPLAY "EFFACEMENT DES DONNEES PERSONNELLES CLIENT".
025900     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
026000     PERFORM 0100-READ-PARM THRU 0100-READ-PARM-EXIT.
026100     IF RETURN-CODE NOT = ZERO
026200         STOP RUN
026300     END-IF.
026400     PERFORM 1000-CHECK-CUSTOMER THRU 1000-CHECK-CUSTOMER-EXIT.
026500     IF RETURN-CODE NOT = ZERO
026600         STOP RUN
026700     END-IF.
026800     IF ERA-ERASE
026900         PERFORM 1500-CHECK-TOKEN THRU 1500-CHECK-TOKEN-EXIT
027000         IF RETURN-CODE NOT = ZERO
027100             STOP RUN
027200         END-IF
027300         SET WS-ERASING TO TRUE
027400     END-IF.
027500     OPEN OUTPUT PRTERAS.
027600     MOVE WS-CUST-NUMBER TO HDL-CUST-NUMBER.
027700     MOVE ERA-OPERATOR TO HDL-OPERATOR.
027800     IF WS-ERASING
027900         MOVE "EFFACEMT" TO HDL-PHASE
028000     ELSE
028100         MOVE "DEMANDE" TO HDL-PHASE
028200     END-IF.
028300     MOVE WS-HEADER-LINE TO WS-RPT-DETAIL.
028400     PERFORM 9800-PUT-REPORT-LINE THRU 9800-PUT-REPORT-LINE-EXIT.
028500     IF WS-ERASING
028600         MOVE SPACES TO WS-RPT-DETAIL
028700         STRING "DEMANDE PAR " EAP-REQUESTER " LE "
028800             EAP-RUN-DATE " - ENREGS PREVUS "
028900             EAP-WOULD-TOUCH DELIMITED BY SIZE
029000             INTO WS-RPT-DETAIL
029100         PERFORM 9800-PUT-REPORT-LINE
029200             THRU 9800-PUT-REPORT-LINE-EXIT
029300     END-IF.
029400     MOVE SPACES TO WS-RPT-DETAIL.
029500     PERFORM 9800-PUT-REPORT-LINE THRU 9800-PUT-REPORT-LINE-EXIT.
029600     PERFORM 2000-ARCHHIST THRU 2000-ARCHHIST-EXIT.
029700     PERFORM 2100-ARCHCUST THRU 2100-ARCHCUST-EXIT.
029800     PERFORM 2200-CUSTJRNL THRU 2200-CUSTJRNL-EXIT.
029900     PERFORM 2300-STMTHIST THRU 2300-STMTHIST-EXIT.
030000     PERFORM 2400-IFACE02 THRU 2400-IFACE02-EXIT.
030100     PERFORM 2500-CUSTSEQ THRU 2500-CUSTSEQ-EXIT.
030140     PERFORM 2600-ANNSUMM THRU 2600-ANNSUMM-EXIT.
030170     PERFORM 2700-PRFEXTR THRU 2700-PRFEXTR-EXIT.
030200     IF NOT WS-ERASING
030300         PERFORM 3000-WRITE-TOKEN THRU 3000-WRITE-TOKEN-EXIT
030400     END-IF.
030500     PERFORM 9000-WRITE-TOTALS THRU 9000-WRITE-TOTALS-EXIT.
030600     CLOSE PRTERAS.
030700     DISPLAY "CLIENT               : " WS-CUST-NUMBER.
030800     DISPLAY "ENREGS TOUCHES       : " WS-TOTAL-TOUCHED.
030900     DISPLAY "FICHIERS ABSENTS     : " WS-FILES-ABSENT.
031000     IF WS-FILES-ABSENT > ZERO
031100         MOVE 4 TO RETURN-CODE
031200     END-IF.
031300     STOP RUN.
031400*----------------------------------------------------------------
031500* 0100-READ-PARM : the ERASPARM card, then OPERAUTH for the
031600*                 phase asked - every decision audited.
031700*----------------------------------------------------------------
031800 0100-READ-PARM.
031900     OPEN INPUT ERASPARM.
032000     IF WS-ERASPARM-STATUS NOT = "00"
032100         DISPLAY "ERASPARM ABSENTE - RIEN A EFFACER"
032200         MOVE 16 TO RETURN-CODE
032300         GO TO 0100-READ-PARM-EXIT
032400     END-IF.
032500     READ ERASPARM
032600         AT END
032700             MOVE SPACES TO ERASPARM-RECORD
032800     END-READ.
032900     CLOSE ERASPARM.
033000     IF NOT ERA-REQUEST AND NOT ERA-ERASE
033100         DISPLAY "PHASE INCONNUE SUR ERASPARM : " ERA-FUNCTION
033200         MOVE 16 TO RETURN-CODE
033300         GO TO 0100-READ-PARM-EXIT
033400     END-IF.
033500     IF ERA-CUST-NUMBER = SPACES
033600         DISPLAY "CLIENT ABSENT DE ERASPARM"
033700         MOVE 16 TO RETURN-CODE
033800         GO TO 0100-READ-PARM-EXIT
033900     END-IF.
034000     MOVE ERA-CUST-NUMBER TO WS-CUST-NUMBER.
034100     MOVE ERA-OPERATOR TO WS-OA-OPERATOR.
034200     MOVE ERASPARM-RECORD TO WS-OA-PARM-IMAGE.
034300     MOVE ERA-FUNCTION TO WS-OA-FUNCTION.
034400     CALL "OPERAUTH" USING WS-OA-OPERATOR WS-OA-PROGRAM
034500                           WS-OA-FUNCTION WS-OA-PARM-IMAGE
034600                           WS-OA-RESULT.
034700     IF WS-OA-RESULT NOT = "Y"
034800         DISPLAY "EFFACEMENT REFUSE - OPERATEUR NON HABILITE"
034900         MOVE 16 TO RETURN-CODE
035000     END-IF.
035100 0100-READ-PARM-EXIT.
035200     EXIT.
035300*----------------------------------------------------------------
035400* 1000-CHECK-CUSTOMER : the customer must be purged from
035500*                      CUSTMAST, closed on his last archived
035600*                      image, and at zero on BALMAST. A master
035700*                      that cannot be read proves nothing and
035800*                      refuses the run.
035900*----------------------------------------------------------------
036000 1000-CHECK-CUSTOMER.
036100     OPEN INPUT CUSTMAST.
036200     IF WS-CUSTMAST-STATUS NOT = "00"
036300         DISPLAY "CUSTMAST INDISPONIBLE (STATUT "
036400             WS-CUSTMAST-STATUS ") - EFFACEMENT REFUSE"
036500         MOVE 16 TO RETURN-CODE
036600         GO TO 1000-CHECK-CUSTOMER-EXIT
036700     END-IF.
036800     MOVE WS-CUST-NUMBER TO CUST-NUMBER IN CUST-RECORD.
036900     READ CUSTMAST
037000         INVALID KEY
037100             MOVE "N" TO WS-FOUND-SW
037200         NOT INVALID KEY
037300             SET WS-FOUND TO TRUE
037400     END-READ.
037500     CLOSE CUSTMAST.
037600     IF WS-FOUND
037700         DISPLAY "CLIENT " WS-CUST-NUMBER
037800             " ENCORE SUR CUSTMAST - A PURGER D'ABORD"
037900         MOVE 16 TO RETURN-CODE
038000         GO TO 1000-CHECK-CUSTOMER-EXIT
038100     END-IF.
038200     PERFORM 1100-FIND-LAST-IMAGE THRU 1100-FIND-LAST-IMAGE-EXIT.
038300     IF RETURN-CODE NOT = ZERO
038400         GO TO 1000-CHECK-CUSTOMER-EXIT
038500     END-IF.
038600     IF WS-LAST-STATUS NOT = "C"
038700         DISPLAY "CLIENT " WS-CUST-NUMBER " NON CLOTURE (STATUT '"
038800             WS-LAST-STATUS "' GENERATION " WS-LAST-GENERATION
038900             ") - EFFACEMENT REFUSE"
039000         MOVE 16 TO RETURN-CODE
039100         GO TO 1000-CHECK-CUSTOMER-EXIT
039200     END-IF.
039300     OPEN INPUT BALMAST.
039400     IF WS-BALMAST-STATUS NOT = "00"
039500         DISPLAY "BALMAST INDISPONIBLE (STATUT "
039600             WS-BALMAST-STATUS ") - EFFACEMENT REFUSE"
039700         MOVE 16 TO RETURN-CODE
039800         GO TO 1000-CHECK-CUSTOMER-EXIT
039900     END-IF.
040000     MOVE WS-CUST-NUMBER TO BAL-ACCOUNT-NO.
040100     READ BALMAST
040200         INVALID KEY
040300             MOVE ZERO TO BAL-CLOSING
040400     END-READ.
040500     CLOSE BALMAST.
040600     IF BAL-CLOSING NOT = ZERO
040700         DISPLAY "SOLDE BALMAST NON NUL POUR " WS-CUST-NUMBER
040800             " - EFFACEMENT REFUSE"
040900         MOVE 16 TO RETURN-CODE
041000     END-IF.
041100 1000-CHECK-CUSTOMER-EXIT.
041200     EXIT.
041300*----------------------------------------------------------------
041400* 1100-FIND-LAST-IMAGE : ARCHHIST is appended generation after
041500*                       generation ; the last image found for
041600*                       the customer is the one he was purged
041700*                       under.
041800*----------------------------------------------------------------
041900 1100-FIND-LAST-IMAGE.
042000     OPEN INPUT ARCHHIST.
042100     IF WS-FILE-STATUS NOT = "00"
042200         DISPLAY "ARCHHIST INDISPONIBLE (STATUT " WS-FILE-STATUS
042300             ") - EFFACEMENT REFUSE"
042400         MOVE 16 TO RETURN-CODE
042500         GO TO 1100-FIND-LAST-IMAGE-EXIT
042600     END-IF.
042700     MOVE "N" TO WS-FOUND-SW.
042800     MOVE "N" TO WS-EOF-SW.
042900     PERFORM 1110-READ-ONE-IMAGE THRU 1110-READ-ONE-IMAGE-EXIT
043000         UNTIL WS-EOF.
043100     CLOSE ARCHHIST.
043200     IF NOT WS-FOUND
043300         DISPLAY "CLIENT " WS-CUST-NUMBER
043400             " INCONNU DES ARCHIVES - RIEN A EFFACER"
043500         MOVE 8 TO RETURN-CODE
043600     END-IF.
043700 1100-FIND-LAST-IMAGE-EXIT.
043800     EXIT.
043900 1110-READ-ONE-IMAGE.
044000     READ ARCHHIST
044100         AT END
044200             SET WS-EOF TO TRUE
044300             GO TO 1110-READ-ONE-IMAGE-EXIT
044400     END-READ.
044500     MOVE AHS-CUST-RECORD TO WS-ERASE-IMAGE.
044600     IF CUST-NUMBER IN WS-ERASE-IMAGE = WS-CUST-NUMBER
044700         SET WS-FOUND TO TRUE
044800         MOVE CUST-STATUS IN WS-ERASE-IMAGE TO WS-LAST-STATUS
044900         MOVE AHS-GENERATION TO WS-LAST-GENERATION
045000     END-IF.
045100 1110-READ-ONE-IMAGE-EXIT.
045200     EXIT.
045300*----------------------------------------------------------------
045400* 1500-CHECK-TOKEN : the erasure phase runs only against a
045500*                   pending request token for this customer,
045600*                   written today by another operator. A good
045700*                   token is consumed before the first REWRITE.
045800*----------------------------------------------------------------
045900 1500-CHECK-TOKEN.
046000     OPEN INPUT ERASAPPR.
046100     IF WS-ERASAPPR-STATUS NOT = "00"
046200         DISPLAY "JETON ERASAPPR ABSENT - EFFACEMENT REFUSE"
046300         MOVE 16 TO RETURN-CODE
046400         GO TO 1500-CHECK-TOKEN-EXIT
046500     END-IF.
046600     READ ERASAPPR
046700         AT END
046800             DISPLAY "JETON ERASAPPR VIDE - EFFACEMENT REFUSE"
046900             MOVE 16 TO RETURN-CODE
047000             CLOSE ERASAPPR
047100             GO TO 1500-CHECK-TOKEN-EXIT
047200     END-READ.
047300     CLOSE ERASAPPR.
047400     IF NOT EAP-PENDING
047500         DISPLAY "JETON DEJA CONSOMME - EFFACEMENT REFUSE"
047600         MOVE 16 TO RETURN-CODE
047700         GO TO 1500-CHECK-TOKEN-EXIT
047800     END-IF.
047900     IF EAP-CUST-NUMBER NOT = WS-CUST-NUMBER
048000         DISPLAY "JETON POUR LE CLIENT " EAP-CUST-NUMBER
048100             " - EFFACEMENT REFUSE"
048200         MOVE 16 TO RETURN-CODE
048300         GO TO 1500-CHECK-TOKEN-EXIT
048400     END-IF.
048500     IF EAP-RUN-DATE NOT = WS-RUN-DATE
048600         DISPLAY "JETON DU " EAP-RUN-DATE
048700             " - PAS DU JOUR - EFFACEMENT REFUSE"
048800         MOVE 16 TO RETURN-CODE
048900         GO TO 1500-CHECK-TOKEN-EXIT
049000     END-IF.
049100     IF EAP-REQUESTER = ERA-OPERATOR
049200         DISPLAY "DEMANDEUR ET APPROBATEUR IDENTIQUES ("
049300             ERA-OPERATOR ") - EFFACEMENT REFUSE"
049400         MOVE 16 TO RETURN-CODE
049500         GO TO 1500-CHECK-TOKEN-EXIT
049600     END-IF.
049700     OPEN OUTPUT ERASAPPR.
049800     MOVE "C" TO EAP-STATUS.
049900     MOVE ERA-OPERATOR TO EAP-APPROVER.
050000     WRITE ERASAPPR-RECORD.
050100     CLOSE ERASAPPR.
050200     DISPLAY "JETON D'APPROBATION CONSOMME.".
050300 1500-CHECK-TOKEN-EXIT.
050400     EXIT.
050500*----------------------------------------------------------------
050600* 2000-ARCHHIST .. 2500-CUSTSEQ : one pass per file holding the
050700*                  personal fields. Request phase : the files
050800*                  are read and the records counted and listed.
050900*                  Erasure phase : opened I-O, each record
051000*                  still carrying personal data is REWRITten.
051100*----------------------------------------------------------------
051200 2000-ARCHHIST.
051300     MOVE "ARCHHIST" TO WS-FILE-NAME.
051400     MOVE "NOM ADRESSES" TO WS-FIELDS-TEXT.
051500     PERFORM 7000-START-FILE THRU 7000-START-FILE-EXIT.
051600     IF WS-ERASING
051700         OPEN I-O ARCHHIST
051800     ELSE
051900         OPEN INPUT ARCHHIST
052000     END-IF.
052100     IF WS-FILE-STATUS NOT = "00"
052200         PERFORM 7100-FILE-ABSENT THRU 7100-FILE-ABSENT-EXIT
052300         GO TO 2000-ARCHHIST-EXIT
052400     END-IF.
052500     PERFORM 2010-ARCHHIST-ONE THRU 2010-ARCHHIST-ONE-EXIT
052600         UNTIL WS-EOF.
052700     CLOSE ARCHHIST.
052800     PERFORM 7200-END-FILE THRU 7200-END-FILE-EXIT.
052900 2000-ARCHHIST-EXIT.
053000     EXIT.
053100 2010-ARCHHIST-ONE.
053200     READ ARCHHIST
053300         AT END
053400             SET WS-EOF TO TRUE
053500             GO TO 2010-ARCHHIST-ONE-EXIT
053600     END-READ.
053700     ADD 1 TO WS-REC-NUMBER.
053800     MOVE AHS-CUST-RECORD TO WS-ERASE-IMAGE.
053900     PERFORM 7300-ERASE-IMAGE THRU 7300-ERASE-IMAGE-EXIT.
054000     IF NOT WS-CHANGED
054100         GO TO 2010-ARCHHIST-ONE-EXIT
054200     END-IF.
054300     IF WS-ERASING
054400         MOVE WS-ERASE-IMAGE TO AHS-CUST-RECORD
054500         REWRITE ARCHHIST-RECORD
054600     END-IF.
054700     PERFORM 7400-RECORD-TOUCHED THRU 7400-RECORD-TOUCHED-EXIT.
054800 2010-ARCHHIST-ONE-EXIT.
054900     EXIT.
055000 2100-ARCHCUST.
055100     MOVE "ARCHCUST" TO WS-FILE-NAME.
055200     MOVE "NOM ADRESSES" TO WS-FIELDS-TEXT.
055300     PERFORM 7000-START-FILE THRU 7000-START-FILE-EXIT.
055400     IF WS-ERASING
055500         OPEN I-O ARCHCUST
055600     ELSE
055700         OPEN INPUT ARCHCUST
055800     END-IF.
055900     IF WS-FILE-STATUS NOT = "00"
056000         PERFORM 7100-FILE-ABSENT THRU 7100-FILE-ABSENT-EXIT
056100         GO TO 2100-ARCHCUST-EXIT
056200     END-IF.
056300     PERFORM 2110-ARCHCUST-ONE THRU 2110-ARCHCUST-ONE-EXIT
056400         UNTIL WS-EOF.
056500     CLOSE ARCHCUST.
056600     PERFORM 7200-END-FILE THRU 7200-END-FILE-EXIT.
056700 2100-ARCHCUST-EXIT.
056800     EXIT.
056900 2110-ARCHCUST-ONE.
057000     READ ARCHCUST
057100         AT END
057200             SET WS-EOF TO TRUE
057300             GO TO 2110-ARCHCUST-ONE-EXIT
057400     END-READ.
057500     ADD 1 TO WS-REC-NUMBER.
057600     MOVE ARCHCUST-RECORD TO WS-ERASE-IMAGE.
057700     PERFORM 7300-ERASE-IMAGE THRU 7300-ERASE-IMAGE-EXIT.
057800     IF NOT WS-CHANGED
057900         GO TO 2110-ARCHCUST-ONE-EXIT
058000     END-IF.
058100     IF WS-ERASING
058200         MOVE WS-ERASE-IMAGE TO ARCHCUST-RECORD
058300         REWRITE ARCHCUST-RECORD
058400     END-IF.
058500     PERFORM 7400-RECORD-TOUCHED THRU 7400-RECORD-TOUCHED-EXIT.
058600 2110-ARCHCUST-ONE-EXIT.
058700     EXIT.
058800*    A journal entry carries the customer in its before image,
058900*    its after image or both ; each is erased on its own.
059000 2200-CUSTJRNL.
059100     MOVE "CUSTJRNL" TO WS-FILE-NAME.
059200     PERFORM 7000-START-FILE THRU 7000-START-FILE-EXIT.
059300     IF WS-ERASING
059400         OPEN I-O CUSTJRNL
059500     ELSE
059600         OPEN INPUT CUSTJRNL
059700     END-IF.
059800     IF WS-FILE-STATUS NOT = "00"
059900         PERFORM 7100-FILE-ABSENT THRU 7100-FILE-ABSENT-EXIT
060000         GO TO 2200-CUSTJRNL-EXIT
060100     END-IF.
060200     PERFORM 2210-CUSTJRNL-ONE THRU 2210-CUSTJRNL-ONE-EXIT
060300         UNTIL WS-EOF.
060400     CLOSE CUSTJRNL.
060500     PERFORM 7200-END-FILE THRU 7200-END-FILE-EXIT.
060600 2200-CUSTJRNL-EXIT.
060700     EXIT.
060800 2210-CUSTJRNL-ONE.
060900     READ CUSTJRNL
061000         AT END
061100             SET WS-EOF TO TRUE
061200             GO TO 2210-CUSTJRNL-ONE-EXIT
061300     END-READ.
061400     ADD 1 TO WS-REC-NUMBER.
061500     MOVE SPACES TO WS-FIELDS-TEXT.
061600     MOVE JRL-PRIOR-IMAGE TO WS-ERASE-IMAGE.
061700     PERFORM 7300-ERASE-IMAGE THRU 7300-ERASE-IMAGE-EXIT.
061800     IF WS-CHANGED
061900         MOVE WS-ERASE-IMAGE TO JRL-PRIOR-IMAGE
062000         MOVE "IMAGE AVANT" TO WS-FIELDS-TEXT
062100     END-IF.
062200     MOVE JRL-NEW-IMAGE TO WS-ERASE-IMAGE.
062300     PERFORM 7300-ERASE-IMAGE THRU 7300-ERASE-IMAGE-EXIT.
062400     IF WS-CHANGED
062500         MOVE WS-ERASE-IMAGE TO JRL-NEW-IMAGE
062600         IF WS-FIELDS-TEXT = SPACES
062700             MOVE "IMAGE APRES" TO WS-FIELDS-TEXT
062800         ELSE
062900             MOVE "IMAGES AVANT+APRES" TO WS-FIELDS-TEXT
063000         END-IF
063100     END-IF.
063200     IF WS-FIELDS-TEXT = SPACES
063300         GO TO 2210-CUSTJRNL-ONE-EXIT
063400     END-IF.
063500     IF WS-ERASING
063600         REWRITE CUSTJRNL-RECORD
063700     END-IF.
063800     PERFORM 7400-RECORD-TOUCHED THRU 7400-RECORD-TOUCHED-EXIT.
063900 2210-CUSTJRNL-ONE-EXIT.
064000     EXIT.
064100*    Only the H record of a statement section carries the name ;
064200*    the branch name after it is not personal and stays.
064300 2300-STMTHIST.
064400     MOVE "STMTHIST" TO WS-FILE-NAME.
064500     MOVE "NOM EN-TETE RELEVE" TO WS-FIELDS-TEXT.
064600     PERFORM 7000-START-FILE THRU 7000-START-FILE-EXIT.
064700     IF WS-ERASING
064800         OPEN I-O STMTHIST
064900     ELSE
065000         OPEN INPUT STMTHIST
065100     END-IF.
065200     IF WS-FILE-STATUS NOT = "00"
065300         PERFORM 7100-FILE-ABSENT THRU 7100-FILE-ABSENT-EXIT
065400         GO TO 2300-STMTHIST-EXIT
065500     END-IF.
065600     PERFORM 2310-STMTHIST-ONE THRU 2310-STMTHIST-ONE-EXIT
065700         UNTIL WS-EOF.
065800     CLOSE STMTHIST.
065900     PERFORM 7200-END-FILE THRU 7200-END-FILE-EXIT.
066000 2300-STMTHIST-EXIT.
066100     EXIT.
066200 2310-STMTHIST-ONE.
066300     READ STMTHIST
066400         AT END
066500             SET WS-EOF TO TRUE
066600             GO TO 2310-STMTHIST-ONE-EXIT
066700     END-READ.
066800     ADD 1 TO WS-REC-NUMBER.
066900     IF STH-CUST-NUMBER NOT = WS-CUST-NUMBER OR
067000        STH-RECORD-TYPE NOT = "H" OR
067100        STH-PAYLOAD (1:10) = WS-ERASED-VALUE
067200         GO TO 2310-STMTHIST-ONE-EXIT
067300     END-IF.
067400     IF WS-ERASING
067500         MOVE WS-ERASED-VALUE TO STH-PAYLOAD (1:10)
067600         REWRITE STMTHIST-RECORD
067700     END-IF.
067800     PERFORM 7400-RECORD-TOUCHED THRU 7400-RECORD-TOUCHED-EXIT.
067900 2310-STMTHIST-ONE-EXIT.
068000     EXIT.
068100*    The HDR and TRL envelope records carry no customer ; the
068200*    trailer hash is on the activity dates, which stay.
068300 2400-IFACE02.
068400     MOVE "IFACE02" TO WS-FILE-NAME.
068500     MOVE "NOM ADRESSES" TO WS-FIELDS-TEXT.
068600     PERFORM 7000-START-FILE THRU 7000-START-FILE-EXIT.
068700     IF WS-ERASING
068800         OPEN I-O IFACE02
068900     ELSE
069000         OPEN INPUT IFACE02
069100     END-IF.
069200     IF WS-FILE-STATUS NOT = "00"
069300         PERFORM 7100-FILE-ABSENT THRU 7100-FILE-ABSENT-EXIT
069400         GO TO 2400-IFACE02-EXIT
069500     END-IF.
069600     PERFORM 2410-IFACE02-ONE THRU 2410-IFACE02-ONE-EXIT
069700         UNTIL WS-EOF.
069800     CLOSE IFACE02.
069900     PERFORM 7200-END-FILE THRU 7200-END-FILE-EXIT.
070000 2400-IFACE02-EXIT.
070100     EXIT.
070200 2410-IFACE02-ONE.
070300     READ IFACE02
070400         AT END
070500             SET WS-EOF TO TRUE
070600             GO TO 2410-IFACE02-ONE-EXIT
070700     END-READ.
070800     ADD 1 TO WS-REC-NUMBER.
070900     IF IFH-RECORD-TYPE = "HDR" OR IFH-RECORD-TYPE = "TRL"
071000         GO TO 2410-IFACE02-ONE-EXIT
071100     END-IF.
071200     MOVE IF2-CUST-RECORD TO WS-ERASE-IMAGE.
071300     PERFORM 7300-ERASE-IMAGE THRU 7300-ERASE-IMAGE-EXIT.
071400     IF NOT WS-CHANGED
071500         GO TO 2410-IFACE02-ONE-EXIT
071600     END-IF.
071700     IF WS-ERASING
071800         MOVE WS-ERASE-IMAGE TO IF2-CUST-RECORD
071900         REWRITE IFACE02-RECORD
072000     END-IF.
072100     PERFORM 7400-RECORD-TOUCHED THRU 7400-RECORD-TOUCHED-EXIT.
072200 2410-IFACE02-ONE-EXIT.
072300     EXIT.
072400 2500-CUSTSEQ.
072500     MOVE "CUSTSEQ" TO WS-FILE-NAME.
072600     MOVE "NOM ADRESSES" TO WS-FIELDS-TEXT.
072700     PERFORM 7000-START-FILE THRU 7000-START-FILE-EXIT.
072800     IF WS-ERASING
072900         OPEN I-O CUSTSEQ
073000     ELSE
073100         OPEN INPUT CUSTSEQ
073200     END-IF.
073300     IF WS-FILE-STATUS NOT = "00"
073400         PERFORM 7100-FILE-ABSENT THRU 7100-FILE-ABSENT-EXIT
073500         GO TO 2500-CUSTSEQ-EXIT
073600     END-IF.
073700     PERFORM 2510-CUSTSEQ-ONE THRU 2510-CUSTSEQ-ONE-EXIT
073800         UNTIL WS-EOF.
073900     CLOSE CUSTSEQ.
074000     PERFORM 7200-END-FILE THRU 7200-END-FILE-EXIT.
074100 2500-CUSTSEQ-EXIT.
074200     EXIT.
074300 2510-CUSTSEQ-ONE.
074400     READ CUSTSEQ
074500         AT END
074600             SET WS-EOF TO TRUE
074700             GO TO 2510-CUSTSEQ-ONE-EXIT
074800     END-READ.
074900     ADD 1 TO WS-REC-NUMBER.
075000     MOVE CUSTSEQ-RECORD TO WS-ERASE-IMAGE.
075100     PERFORM 7300-ERASE-IMAGE THRU 7300-ERASE-IMAGE-EXIT.
075200     IF NOT WS-CHANGED
075300         GO TO 2510-CUSTSEQ-ONE-EXIT
075400     END-IF.
075500     IF WS-ERASING
075600         MOVE WS-ERASE-IMAGE TO CUSTSEQ-RECORD
075700         REWRITE CUSTSEQ-RECORD
075800     END-IF.
075900     PERFORM 7400-RECORD-TOUCHED THRU 7400-RECORD-TOUCHED-EXIT.
076000 2510-CUSTSEQ-ONE-EXIT.
076100     EXIT.
076110*    Every year's summary of the account, one per year closed.
076111 2600-ANNSUMM.
076112     MOVE "ANNSUMM" TO WS-FILE-NAME.
076113     MOVE "NOM ADRESSES" TO WS-FIELDS-TEXT.
076114     PERFORM 7000-START-FILE THRU 7000-START-FILE-EXIT.
076115     IF WS-ERASING
076116         OPEN I-O ANNSUMM
076117     ELSE
076118         OPEN INPUT ANNSUMM
076119     END-IF.
076120     IF WS-FILE-STATUS NOT = "00"
076121         PERFORM 7100-FILE-ABSENT THRU 7100-FILE-ABSENT-EXIT
076122         GO TO 2600-ANNSUMM-EXIT
076123     END-IF.
076124     PERFORM 2610-ANNSUMM-ONE THRU 2610-ANNSUMM-ONE-EXIT
076125         UNTIL WS-EOF.
076126     CLOSE ANNSUMM.
076127     PERFORM 7200-END-FILE THRU 7200-END-FILE-EXIT.
076128 2600-ANNSUMM-EXIT.
076129     EXIT.
076130 2610-ANNSUMM-ONE.
076131     READ ANNSUMM
076132         AT END
076133             SET WS-EOF TO TRUE
076134             GO TO 2610-ANNSUMM-ONE-EXIT
076135     END-READ.
076136     ADD 1 TO WS-REC-NUMBER.
076137     IF ANS-ACCOUNT-NO NOT = WS-CUST-NUMBER
076138         GO TO 2610-ANNSUMM-ONE-EXIT
076139     END-IF.
076140     IF ANS-CUST-NAME = WS-ERASED-VALUE AND
076141        ANS-ADDRESS-1 = WS-ERASED-VALUE AND
076142        ANS-ADDRESS-2 = WS-ERASED-VALUE
076143         GO TO 2610-ANNSUMM-ONE-EXIT
076144     END-IF.
076145     IF WS-ERASING
076146         MOVE WS-ERASED-VALUE TO ANS-CUST-NAME
076147         MOVE WS-ERASED-VALUE TO ANS-ADDRESS-1
076148         MOVE WS-ERASED-VALUE TO ANS-ADDRESS-2
076149         REWRITE ANNSUMM-RECORD
076150     END-IF.
076151     PERFORM 7400-RECORD-TOUCHED THRU 7400-RECORD-TOUCHED-EXIT.
076152 2610-ANNSUMM-ONE-EXIT.
076153     EXIT.
076154*    Every month's extract line of the account ; the branch
076155*    lines carry no customer.
076156 2700-PRFEXTR.
076157     MOVE "PRFEXTR" TO WS-FILE-NAME.
076158     MOVE "NOM" TO WS-FIELDS-TEXT.
076159     PERFORM 7000-START-FILE THRU 7000-START-FILE-EXIT.
076160     IF WS-ERASING
076161         OPEN I-O PRFEXTR
076162     ELSE
076163         OPEN INPUT PRFEXTR
076164     END-IF.
076165     IF WS-FILE-STATUS NOT = "00"
076166         PERFORM 7100-FILE-ABSENT THRU 7100-FILE-ABSENT-EXIT
076167         GO TO 2700-PRFEXTR-EXIT
076168     END-IF.
076169     PERFORM 2710-PRFEXTR-ONE THRU 2710-PRFEXTR-ONE-EXIT
076170         UNTIL WS-EOF.
076171     CLOSE PRFEXTR.
076172     PERFORM 7200-END-FILE THRU 7200-END-FILE-EXIT.
076173 2700-PRFEXTR-EXIT.
076174     EXIT.
076175 2710-PRFEXTR-ONE.
076176     READ PRFEXTR
076177         AT END
076178             SET WS-EOF TO TRUE
076179             GO TO 2710-PRFEXTR-ONE-EXIT
076180     END-READ.
076181     ADD 1 TO WS-REC-NUMBER.
076182     IF PFX-ACCOUNT-NO NOT = WS-CUST-NUMBER OR
076183        PFX-CUST-NAME = WS-ERASED-VALUE
076184         GO TO 2710-PRFEXTR-ONE-EXIT
076185     END-IF.
076186     IF WS-ERASING
076187         MOVE WS-ERASED-VALUE TO PFX-CUST-NAME
076188         REWRITE PRFEXTR-RECORD
076189     END-IF.
076190     PERFORM 7400-RECORD-TOUCHED THRU 7400-RECORD-TOUCHED-EXIT.
076191 2710-PRFEXTR-ONE-EXIT.
076192     EXIT.
076200*----------------------------------------------------------------
076300* 3000-WRITE-TOKEN : the request phase leaves a pending token
076400*                   for the second operator, with the count of
076500*                   records the erasure is expected to touch.
076600*----------------------------------------------------------------
076700 3000-WRITE-TOKEN.
076800     OPEN OUTPUT ERASAPPR.
076900     MOVE SPACES           TO ERASAPPR-RECORD.
077000     MOVE WS-RUN-DATE      TO EAP-RUN-DATE.
077100     MOVE WS-CUST-NUMBER   TO EAP-CUST-NUMBER.
077200     MOVE ERA-OPERATOR     TO EAP-REQUESTER.
077300     MOVE WS-TOTAL-TOUCHED TO EAP-WOULD-TOUCH.
077400     MOVE "P"              TO EAP-STATUS.
077500     WRITE ERASAPPR-RECORD.
077600     CLOSE ERASAPPR.
077700     DISPLAY "JETON DE DEMANDE ECRIT - APPROBATION PAR UN "
077800         "SECOND OPERATEUR REQUISE".
077900 3000-WRITE-TOKEN-EXIT.
078000     EXIT.
078100*----------------------------------------------------------------
078200* 7000-START-FILE .. 7400-RECORD-TOUCHED : the shared per-file
078300*                  bookkeeping and the certificate lines.
078400*----------------------------------------------------------------
078500 7000-START-FILE.
078600     MOVE "N" TO WS-EOF-SW.
078700     MOVE ZERO TO WS-REC-NUMBER.
078800     MOVE ZERO TO WS-FILE-TOUCHED.
078900 7000-START-FILE-EXIT.
079000     EXIT.
079100 7100-FILE-ABSENT.
079200     ADD 1 TO WS-FILES-ABSENT.
079300     MOVE WS-FILE-NAME TO FTL-FILE-NAME.
079400     MOVE "FICHIER ABSENT" TO FTL-TEXT.
079500     MOVE ZERO TO FTL-COUNT.
079600     MOVE SPACE TO FTL-SLASH.
079700     MOVE ZERO TO FTL-READ.
079800     MOVE WS-FILE-TOTAL-LINE TO WS-RPT-DETAIL.
079900     PERFORM 9800-PUT-REPORT-LINE THRU 9800-PUT-REPORT-LINE-EXIT.
080000     DISPLAY WS-FILE-NAME " ABSENT (STATUT " WS-FILE-STATUS ")".
080100 7100-FILE-ABSENT-EXIT.
080200     EXIT.
080300 7200-END-FILE.
080400     MOVE WS-FILE-NAME TO FTL-FILE-NAME.
080500     MOVE "ENREGS TOUCHES/LUS" TO FTL-TEXT.
080600     MOVE WS-FILE-TOUCHED TO FTL-COUNT.
080700     MOVE "/" TO FTL-SLASH.
080800     MOVE WS-REC-NUMBER TO FTL-READ.
080900     MOVE WS-FILE-TOTAL-LINE TO WS-RPT-DETAIL.
081000     PERFORM 9800-PUT-REPORT-LINE THRU 9800-PUT-REPORT-LINE-EXIT.
081100 7200-END-FILE-EXIT.
081200     EXIT.
081300*    WS-CHANGED : the image belongs to the customer and still
081400*    carries at least one personal field not yet erased.
081500 7300-ERASE-IMAGE.
081600     MOVE "N" TO WS-CHANGED-SW.
081700     IF CUST-NUMBER IN WS-ERASE-IMAGE NOT = WS-CUST-NUMBER
081800         GO TO 7300-ERASE-IMAGE-EXIT
081900     END-IF.
082000     IF CUST-NAME IN WS-ERASE-IMAGE NOT = WS-ERASED-VALUE OR
082100        CUST-ADDRESS-1 IN WS-ERASE-IMAGE NOT = WS-ERASED-VALUE OR
082200        CUST-ADDRESS-2 IN WS-ERASE-IMAGE NOT = WS-ERASED-VALUE
082300         SET WS-CHANGED TO TRUE
082400     END-IF.
082500     MOVE WS-ERASED-VALUE TO CUST-NAME IN WS-ERASE-IMAGE.
082600     MOVE WS-ERASED-VALUE TO CUST-ADDRESS-1 IN WS-ERASE-IMAGE.
082700     MOVE WS-ERASED-VALUE TO CUST-ADDRESS-2 IN WS-ERASE-IMAGE.
082800 7300-ERASE-IMAGE-EXIT.
082900     EXIT.
083000 7400-RECORD-TOUCHED.
083100     ADD 1 TO WS-FILE-TOUCHED.
083200     ADD 1 TO WS-TOTAL-TOUCHED.
083300     MOVE WS-FILE-NAME TO DTL-FILE-NAME.
083400     MOVE WS-REC-NUMBER TO DTL-REC-NUMBER.
083500     MOVE WS-FIELDS-TEXT TO DTL-FIELDS.
083600     IF WS-ERASING
083700         MOVE "EFFACE" TO DTL-VERB
083800     ELSE
083900         MOVE "A EFFACER" TO DTL-VERB
084000     END-IF.
084100     MOVE WS-DETAIL-LINE TO WS-RPT-DETAIL.
084200     PERFORM 9800-PUT-REPORT-LINE THRU 9800-PUT-REPORT-LINE-EXIT.
084300 7400-RECORD-TOUCHED-EXIT.
084400     EXIT.
084500*----------------------------------------------------------------
084600* 9000-WRITE-TOTALS : the certificate's closing lines.
084700*----------------------------------------------------------------
084800 9000-WRITE-TOTALS.
084900     MOVE SPACES TO WS-RPT-DETAIL.
085000     PERFORM 9800-PUT-REPORT-LINE THRU 9800-PUT-REPORT-LINE-EXIT.
085100     IF WS-ERASING
085200         MOVE "ENREGS EFFACES        : " TO TTL-LABEL
085300     ELSE
085400         MOVE "ENREGS A EFFACER      : " TO TTL-LABEL
085500     END-IF.
085600     MOVE WS-TOTAL-TOUCHED TO TTL-VALUE.
085700     MOVE WS-TOTAL-LINE TO WS-RPT-DETAIL.
085800     PERFORM 9800-PUT-REPORT-LINE THRU 9800-PUT-REPORT-LINE-EXIT.
085900     MOVE "FICHIERS ABSENTS      : " TO TTL-LABEL.
086000     MOVE WS-FILES-ABSENT TO TTL-VALUE.
086100     MOVE WS-TOTAL-LINE TO WS-RPT-DETAIL.
086200     PERFORM 9800-PUT-REPORT-LINE THRU 9800-PUT-REPORT-LINE-EXIT.
086300     IF WS-ERASING
086400         MOVE SPACES TO WS-RPT-DETAIL
086500         STRING "DEMANDE " EAP-REQUESTER "  APPROUVE "
086600             ERA-OPERATOR "  LE " WS-RUN-DATE
086700             DELIMITED BY SIZE INTO WS-RPT-DETAIL
086800         PERFORM 9800-PUT-REPORT-LINE
086900             THRU 9800-PUT-REPORT-LINE-EXIT
087000     END-IF.
087100 9000-WRITE-TOTALS-EXIT.
087200     EXIT.
087300*----------------------------------------------------------------
087400* 9800-PUT-REPORT-LINE : one line through the shared RPTWRITE
087500*                       page writer onto PRTERAS.
087600*----------------------------------------------------------------
087700 9800-PUT-REPORT-LINE.
087800     CALL "RPTWRITE" USING WS-RPT-STATE WS-RPT-TITLE
087900                           WS-RPT-DETAIL WS-RPT-OUT.
088000     PERFORM 9810-WRITE-OUT-LINE THRU 9810-WRITE-OUT-LINE-EXIT
088100         VARYING WS-RPT-SUB FROM 1 BY 1
088200         UNTIL WS-RPT-SUB > WS-RPT-OUT-COUNT.
088300 9800-PUT-REPORT-LINE-EXIT.
088400     EXIT.
088500 9810-WRITE-OUT-LINE.
088600     WRITE PRTERAS-LINE FROM WS-RPT-OUT-LINE (WS-RPT-SUB).
088700 9810-WRITE-OUT-LINE-EXIT.
088800     EXIT.
