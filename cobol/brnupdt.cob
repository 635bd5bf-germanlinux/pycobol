000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. BRNUPDT.
000300 AUTHOR. D-SYSTEMS BATCH GROUP.
000400 INSTALLATION. ESSAI BATCH SUITE.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 2026-10-15 EL  Initial version. CUST-BRANCH-CODE has been four
001100*                free-text bytes since the customer master was
001200*                extended, and typing errors have already split
001300*                one branch's customers over three codes. The
001400*                branches now live on their own indexed master,
001500*                BRNMAST (BRNREC.cpy), keyed on the branch code.
001600*                This job maintains it the way CUSTUPDT
001700*                maintains CUSTMAST : one BRNTRAN card per
001800*                action (A = add, C = change, D = delete, then
001900*                the BRNREC fields), each applied by key. A
002000*                blank status reads as open. Every applied
002100*                action appends a before/after image to the
002200*                BRNJRNL journal (the CUSTJRNL idea) ; every
002300*                refused one goes to RJTBRN in the common reject
002400*                envelope with a coded reason (BDBL, BINT, BACT,
002500*                BSTA, BCLI - see REJREC.cpy). A branch still
002600*                carrying customers on CUSTMAST cannot be
002700*                deleted - close it (status C) instead.
002800*----------------------------------------------------------------
002900 ENVIRONMENT DIVISION.
003000 CONFIGURATION SECTION.
003100 INPUT-OUTPUT SECTION.
003200 FILE-CONTROL.
003300     SELECT BRNMAST ASSIGN TO "BRNMAST"
003400         ORGANIZATION IS INDEXED
003500         ACCESS MODE IS RANDOM
003600         RECORD KEY IS BRN-CODE
003700         FILE STATUS IS WS-BRNMAST-STATUS.
003800     SELECT BRNTRAN ASSIGN TO "BRNTRAN"
003900         ORGANIZATION IS SEQUENTIAL
004000         FILE STATUS IS WS-BRNTRAN-STATUS.
004100     SELECT BRNJRNL ASSIGN TO "BRNJRNL"
004200         ORGANIZATION IS SEQUENTIAL
004300         FILE STATUS IS WS-BRNJRNL-STATUS.
004400     SELECT RJTBRN ASSIGN TO "RJTBRN"
004500         ORGANIZATION IS SEQUENTIAL.
004600     SELECT CUSTMAST ASSIGN TO "CUSTMAST"
004700         ORGANIZATION IS INDEXED
004800         ACCESS MODE IS SEQUENTIAL
004900         RECORD KEY IS CUST-NUMBER
005000         ALTERNATE RECORD KEY IS CUST-NAME
005100             WITH DUPLICATES
005200         FILE STATUS IS WS-CUSTMAST-STATUS.
005300 DATA DIVISION.
005400 FILE SECTION.
005500 FD  BRNMAST.
005600 COPY BRNREC.
005700 FD  BRNTRAN
005800     LABEL RECORDS ARE STANDARD.
005900 01  BRNTRAN-RECORD.
006000     05  BTR-ACTION-CODE      PIC X(01).
006100     05  BTR-CODE             PIC X(04).
006200     05  BTR-NAME             PIC X(20).
006300     05  BTR-REGION           PIC X(10).
006400     05  BTR-STATUS           PIC X(01).
006500         88  BTR-STATUS-KNOWN VALUE "O" "C" SPACE.
006600     05  BTR-MANAGER          PIC X(30).
006700     05  FILLER               PIC X(14).
006800*----------------------------------------------------------------
006900* BRNJRNL : one before/after image per applied action, the
007000* JRNLREC.cpy layout with the branch record for the images.
007100* Action W = write, R = rewrite, D = delete ; the prior image is
007200* spaces on a W, the new image spaces on a D.
007300*----------------------------------------------------------------
007400 FD  BRNJRNL
007500     LABEL RECORDS ARE STANDARD.
007600 01  BRNJRNL-RECORD.
007700     05  BJR-PROGRAM          PIC X(08).
007800     05  BJR-RUN-DATE         PIC 9(08).
007900     05  BJR-RUN-TIME         PIC 9(06).
008000     05  BJR-ACTION           PIC X(01).
008100     05  BJR-PRIOR-IMAGE      PIC X(70).
008200     05  BJR-NEW-IMAGE        PIC X(70).
008300     05  FILLER               PIC X(01).
008400 FD  RJTBRN
008500     LABEL RECORDS ARE STANDARD.
008600 COPY REJREC.
008700*----------------------------------------------------------------
008800* RJT-PAYLOAD layout for the BRNUPDT reasons : the first forty
008900* bytes of the BRNTRAN card - action code, branch code, name,
009000* region, status and the start of the manager line.
009100*----------------------------------------------------------------
009200 FD  CUSTMAST.
009300 COPY CUSTREC.
009400 WORKING-STORAGE SECTION.
009500*----------------------------------------------------------------
009600* 77-LEVEL WORK ITEMS
009700*----------------------------------------------------------------
009800 77  WS-BRNMAST-STATUS        PIC X(02) VALUE SPACES.
009900 77  WS-BRNTRAN-STATUS        PIC X(02) VALUE SPACES.
010000 77  WS-BRNJRNL-STATUS        PIC X(02) VALUE SPACES.
010100 77  WS-CUSTMAST-STATUS       PIC X(02) VALUE SPACES.
010200 77  WS-EOF-SW                PIC X(01) VALUE "N".
010300     88  WS-EOF               VALUE "Y".
010400 77  WS-CUST-EOF-SW           PIC X(01) VALUE "N".
010500     88  WS-CUST-EOF          VALUE "Y".
010600 77  WS-TRANS-READ            PIC 9(05) COMP VALUE ZERO.
010700 77  WS-TRANS-APPLIED         PIC 9(05) COMP VALUE ZERO.
010800 77  WS-TRANS-REJECTED        PIC 9(05) COMP VALUE ZERO.
010900 77  WS-BRANCH-CUSTOMERS      PIC 9(07) COMP VALUE ZERO.
011000 77  WS-REJECT-REASON         PIC X(30) VALUE SPACES.
011100 77  WS-REJECT-CODE           PIC X(04) VALUE SPACES.
011200 77  WS-RUN-DATE              PIC 9(08) VALUE ZERO.
011300 77  WS-RUN-TIME              PIC 9(08) VALUE ZERO.
011400 77  WS-PRIOR-IMAGE           PIC X(70) VALUE SPACES.
011500 PROCEDURE DIVISION.
011600*----------------------------------------------------------------
011700* 0000-MAINLINE
011800*----------------------------------------------------------------
011900 0000-MAINLINE.
012000     DISPLAY "MISE A JOUR DU FICHIER AGENCES BRNMAST".
012100     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
012200     ACCEPT WS-RUN-TIME FROM TIME.
012300     PERFORM 1000-OPEN-FILES THRU 1000-OPEN-FILES-EXIT.
012400     PERFORM 2000-READ-BRNTRAN THRU 2000-READ-BRNTRAN-EXIT
012500         UNTIL WS-EOF.
012600     PERFORM 9000-CLOSE-FILES THRU 9000-CLOSE-FILES-EXIT.
012700     DISPLAY "MOUVEMENTS LUS      : " WS-TRANS-READ.
012800     DISPLAY "MOUVEMENTS APPLIQUES: " WS-TRANS-APPLIED.
012900     DISPLAY "MOUVEMENTS REJETES  : " WS-TRANS-REJECTED.
013000     STOP RUN.
013100*----------------------------------------------------------------
013200* 1000-OPEN-FILES : BRNMAST is opened I-O and created empty on
013300*                  a status of "35" (the very first load), the
013400*                  CUSTUPDT way. No BRNTRAN card file is no
013500*                  work, not an error.
013600*----------------------------------------------------------------
013700 1000-OPEN-FILES.
013800     OPEN INPUT BRNTRAN.
013900     IF WS-BRNTRAN-STATUS = "35"
014000         DISPLAY "BRNTRAN ABSENT - AUCUNE MISE A JOUR"
014100         SET WS-EOF TO TRUE
014200     END-IF.
014300     OPEN I-O BRNMAST.
014400     IF WS-BRNMAST-STATUS = "35"
014500         OPEN OUTPUT BRNMAST
014600         CLOSE BRNMAST
014700         OPEN I-O BRNMAST
014800     END-IF.
014900     OPEN OUTPUT RJTBRN.
015000     OPEN EXTEND BRNJRNL.
015100     IF WS-BRNJRNL-STATUS = "35"
015200         OPEN OUTPUT BRNJRNL
015300     END-IF.
015400 1000-OPEN-FILES-EXIT.
015500     EXIT.
015600*----------------------------------------------------------------
015700* 2000-READ-BRNTRAN : one maintenance action per card ;
015800*                    dispatch it to the paragraph for its
015900*                    action code.
016000*----------------------------------------------------------------
016100 2000-READ-BRNTRAN.
016200     READ BRNTRAN
016300         AT END
016400             SET WS-EOF TO TRUE
016500         NOT AT END
016600             ADD 1 TO WS-TRANS-READ
016700             PERFORM 3000-APPLY-ACTION
016800                 THRU 3000-APPLY-ACTION-EXIT
016900     END-READ.
017000 2000-READ-BRNTRAN-EXIT.
017100     EXIT.
017200*----------------------------------------------------------------
017300* 3000-APPLY-ACTION : A = WRITE (duplicate key rejected),
017400*                    C = READ then REWRITE, D = READ then
017500*                    DELETE (missing key rejected on both).
017600*                    Anything else is an unknown action code.
017700*----------------------------------------------------------------
017800 3000-APPLY-ACTION.
017900     MOVE SPACES TO WS-REJECT-CODE.
018000     EVALUATE BTR-ACTION-CODE
018100         WHEN "A"
018200             PERFORM 3100-ADD-BRANCH
018300                 THRU 3100-ADD-BRANCH-EXIT
018400         WHEN "C"
018500             PERFORM 3200-CHANGE-BRANCH
018600                 THRU 3200-CHANGE-BRANCH-EXIT
018700         WHEN "D"
018800             PERFORM 3300-DELETE-BRANCH
018900                 THRU 3300-DELETE-BRANCH-EXIT
019000         WHEN OTHER
019100             MOVE "CODE ACTION INCONNU" TO WS-REJECT-REASON
019200             MOVE "BACT" TO WS-REJECT-CODE
019300             PERFORM 8100-WRITE-REJECT
019400                 THRU 8100-WRITE-REJECT-EXIT
019500     END-EVALUATE.
019600 3000-APPLY-ACTION-EXIT.
019700     EXIT.
019800 3100-ADD-BRANCH.
019900     PERFORM 3600-CHECK-STATUS THRU 3600-CHECK-STATUS-EXIT.
020000     IF WS-REJECT-CODE NOT = SPACES
020100         GO TO 3100-ADD-BRANCH-EXIT
020200     END-IF.
020300     MOVE SPACES TO BRANCH-RECORD.
020400     MOVE BTR-CODE TO BRN-CODE.
020500     PERFORM 3700-MOVE-FIELDS THRU 3700-MOVE-FIELDS-EXIT.
020600     WRITE BRANCH-RECORD
020700         INVALID KEY
020800             MOVE "AJOUT EN DOUBLE" TO WS-REJECT-REASON
020900             MOVE "BDBL" TO WS-REJECT-CODE
021000             PERFORM 8100-WRITE-REJECT
021100                 THRU 8100-WRITE-REJECT-EXIT
021200         NOT INVALID KEY
021300             MOVE SPACES TO WS-PRIOR-IMAGE
021400             PERFORM 8000-WRITE-JOURNAL
021500                 THRU 8000-WRITE-JOURNAL-EXIT
021600     END-WRITE.
021700 3100-ADD-BRANCH-EXIT.
021800     EXIT.
021900 3200-CHANGE-BRANCH.
022000     PERFORM 3600-CHECK-STATUS THRU 3600-CHECK-STATUS-EXIT.
022100     IF WS-REJECT-CODE NOT = SPACES
022200         GO TO 3200-CHANGE-BRANCH-EXIT
022300     END-IF.
022400     MOVE BTR-CODE TO BRN-CODE.
022500     READ BRNMAST
022600         INVALID KEY
022700             MOVE "MODIF CLE INTROUVABLE" TO WS-REJECT-REASON
022800             MOVE "BINT" TO WS-REJECT-CODE
022900             PERFORM 8100-WRITE-REJECT
023000                 THRU 8100-WRITE-REJECT-EXIT
023100             GO TO 3200-CHANGE-BRANCH-EXIT
023200     END-READ.
023300     MOVE BRANCH-RECORD TO WS-PRIOR-IMAGE.
023400     PERFORM 3700-MOVE-FIELDS THRU 3700-MOVE-FIELDS-EXIT.
023500     REWRITE BRANCH-RECORD.
023600     PERFORM 8000-WRITE-JOURNAL THRU 8000-WRITE-JOURNAL-EXIT.
023700 3200-CHANGE-BRANCH-EXIT.
023800     EXIT.
023900 3300-DELETE-BRANCH.
024000     MOVE BTR-CODE TO BRN-CODE.
024100     READ BRNMAST
024200         INVALID KEY
024300             MOVE "SUPPR CLE INTROUVABLE" TO WS-REJECT-REASON
024400             MOVE "BINT" TO WS-REJECT-CODE
024500             PERFORM 8100-WRITE-REJECT
024600                 THRU 8100-WRITE-REJECT-EXIT
024700             GO TO 3300-DELETE-BRANCH-EXIT
024800     END-READ.
024900     MOVE BRANCH-RECORD TO WS-PRIOR-IMAGE.
025000     PERFORM 3500-COUNT-CUSTOMERS THRU 3500-COUNT-CUSTOMERS-EXIT.
025100     IF WS-BRANCH-CUSTOMERS > ZERO
025200         MOVE "AGENCE AVEC CLIENTS" TO WS-REJECT-REASON
025300         MOVE "BCLI" TO WS-REJECT-CODE
025400         PERFORM 8100-WRITE-REJECT
025500             THRU 8100-WRITE-REJECT-EXIT
025600         DISPLAY "  CLIENTS RATTACHES : " WS-BRANCH-CUSTOMERS
025700         GO TO 3300-DELETE-BRANCH-EXIT
025800     END-IF.
025900     DELETE BRNMAST RECORD
026000         INVALID KEY
026100             MOVE "SUPPR CLE INTROUVABLE" TO WS-REJECT-REASON
026200             MOVE "BINT" TO WS-REJECT-CODE
026300             PERFORM 8100-WRITE-REJECT
026400                 THRU 8100-WRITE-REJECT-EXIT
026500         NOT INVALID KEY
026600             PERFORM 8000-WRITE-JOURNAL
026700                 THRU 8000-WRITE-JOURNAL-EXIT
026800     END-DELETE.
026900 3300-DELETE-BRANCH-EXIT.
027000     EXIT.
027100*----------------------------------------------------------------
027200* 3500-COUNT-CUSTOMERS : customers on CUSTMAST still carrying
027300*                       the branch code. A delete is rare
027400*                       enough to afford a full pass ; no
027500*                       CUSTMAST at all means no customers.
027600*----------------------------------------------------------------
027700 3500-COUNT-CUSTOMERS.
027800     MOVE ZERO TO WS-BRANCH-CUSTOMERS.
027900     MOVE "N" TO WS-CUST-EOF-SW.
028000     OPEN INPUT CUSTMAST.
028100     IF WS-CUSTMAST-STATUS NOT = "00"
028200         GO TO 3500-COUNT-CUSTOMERS-EXIT
028300     END-IF.
028400     PERFORM 3510-COUNT-ONE THRU 3510-COUNT-ONE-EXIT
028500         UNTIL WS-CUST-EOF.
028600     CLOSE CUSTMAST.
028700 3500-COUNT-CUSTOMERS-EXIT.
028800     EXIT.
028900 3510-COUNT-ONE.
029000     READ CUSTMAST NEXT RECORD
029100         AT END
029200             SET WS-CUST-EOF TO TRUE
029300         NOT AT END
029400             IF CUST-BRANCH-CODE = BTR-CODE
029500                 ADD 1 TO WS-BRANCH-CUSTOMERS
029600             END-IF
029700     END-READ.
029800 3510-COUNT-ONE-EXIT.
029900     EXIT.
030000*----------------------------------------------------------------
030100* 3600-CHECK-STATUS : the status carried on an add or a change
030200*                    must be O, C or blank (blank reads as
030300*                    open) ; anything else rejects the action.
030400*----------------------------------------------------------------
030500 3600-CHECK-STATUS.
030600     IF NOT BTR-STATUS-KNOWN
030700         MOVE "CODE STATUT INCONNU" TO WS-REJECT-REASON
030800         MOVE "BSTA" TO WS-REJECT-CODE
030900         PERFORM 8100-WRITE-REJECT
031000             THRU 8100-WRITE-REJECT-EXIT
031100     END-IF.
031200 3600-CHECK-STATUS-EXIT.
031300     EXIT.
031400*----------------------------------------------------------------
031500* 3700-MOVE-FIELDS : the card's fields into the master record.
031600*----------------------------------------------------------------
031700 3700-MOVE-FIELDS.
031800     MOVE BTR-NAME    TO BRN-NAME.
031900     MOVE BTR-REGION  TO BRN-REGION.
032000     MOVE BTR-STATUS  TO BRN-STATUS.
032100     IF BTR-STATUS = SPACE
032200         MOVE "O" TO BRN-STATUS
032300     END-IF.
032400     MOVE BTR-MANAGER TO BRN-MANAGER.
032500 3700-MOVE-FIELDS-EXIT.
032600     EXIT.
032700*----------------------------------------------------------------
032800* 8000-WRITE-JOURNAL : one BRNJRNL before/after image per
032900*                     applied action.
033000*----------------------------------------------------------------
033100 8000-WRITE-JOURNAL.
033200     MOVE SPACES            TO BRNJRNL-RECORD.
033300     MOVE "BRNUPDT "        TO BJR-PROGRAM.
033400     MOVE WS-RUN-DATE       TO BJR-RUN-DATE.
033500     MOVE WS-RUN-TIME (1:6) TO BJR-RUN-TIME.
033600     EVALUATE BTR-ACTION-CODE
033700         WHEN "A" MOVE "W" TO BJR-ACTION
033800         WHEN "C" MOVE "R" TO BJR-ACTION
033900         WHEN "D" MOVE "D" TO BJR-ACTION
034000     END-EVALUATE.
034100     MOVE WS-PRIOR-IMAGE    TO BJR-PRIOR-IMAGE.
034200     IF BTR-ACTION-CODE = "D"
034300         MOVE SPACES        TO BJR-NEW-IMAGE
034400     ELSE
034500         MOVE BRANCH-RECORD TO BJR-NEW-IMAGE
034600     END-IF.
034700     WRITE BRNJRNL-RECORD.
034800     ADD 1 TO WS-TRANS-APPLIED.
034900     DISPLAY "APPLIQUE " BTR-ACTION-CODE " " BTR-CODE " "
035000         BTR-NAME.
035100 8000-WRITE-JOURNAL-EXIT.
035200     EXIT.
035300*----------------------------------------------------------------
035400* 8100-WRITE-REJECT : one reject record per refused action ;
035500*                    the caller has already set the reason.
035600*----------------------------------------------------------------
035700 8100-WRITE-REJECT.
035800     MOVE SPACES TO REJECT-RECORD.
035900     MOVE "BRNUPDT " TO RJT-PROGRAM.
036000     MOVE WS-RUN-DATE TO RJT-RUN-DATE.
036100     MOVE WS-REJECT-CODE TO RJT-REASON-CODE.
036200     MOVE BRNTRAN-RECORD (1:40) TO RJT-PAYLOAD.
036300     WRITE REJECT-RECORD.
036400     ADD 1 TO WS-TRANS-REJECTED.
036500     DISPLAY "REJET " BTR-ACTION-CODE " " BTR-CODE
036600         " : " WS-REJECT-REASON.
036700 8100-WRITE-REJECT-EXIT.
036800     EXIT.
036900*----------------------------------------------------------------
037000* 9000-CLOSE-FILES
037100*----------------------------------------------------------------
037200 9000-CLOSE-FILES.
037300     IF WS-BRNTRAN-STATUS NOT = "35"
037400         CLOSE BRNTRAN
037500     END-IF.
037600     CLOSE BRNMAST.
037700     CLOSE BRNJRNL.
037800     CLOSE RJTBRN.
037900 9000-CLOSE-FILES-EXIT.
038000     EXIT.
