002020*                account rejects (GELE/CLOT) essaizero diverts
002030*                at posting were missing from the consolidated
002040*                report.
002050* 2026-10-15 EL  A rejected movement's unique reference
002060*                (RJT-REFERENCE, ESSAIZERO rejects) prints on a
002070*                line of its own under the reject.
002071* 2026-10-15 EL  The reject files of the newer update jobs join
002072*                the merge - RJTBRN (BRNUPDT), RJTSOR (SORUPDT),
002073*                RJTDSP (DSPUPDT), RJTCLO (CLOSREQ) and RJTHLD
002074*                (HLDUPDT) all carry the REJREC envelope and never
002075*                reached the consolidated report.
002080*----------------------------------------------------------------
002200 ENVIRONMENT DIVISION.
002300 CONFIGURATION SECTION.
002400 INPUT-OUTPUT SECTION.
003710     SELECT RJTZERO ASSIGN TO "RJTZERO"
003720         ORGANIZATION IS SEQUENTIAL
003730         FILE STATUS IS WS-RJTZERO-STATUS.
003740     SELECT RJTBRN ASSIGN TO "RJTBRN"
003744         ORGANIZATION IS SEQUENTIAL
003748         FILE STATUS IS WS-RJTBRN-STATUS.
003752     SELECT RJTSOR ASSIGN TO "RJTSOR"
003756         ORGANIZATION IS SEQUENTIAL
003760         FILE STATUS IS WS-RJTSOR-STATUS.
003764     SELECT RJTDSP ASSIGN TO "RJTDSP"
003768         ORGANIZATION IS SEQUENTIAL
003772         FILE STATUS IS WS-RJTDSP-STATUS.
003776     SELECT RJTCLO ASSIGN TO "RJTCLO"
003780         ORGANIZATION IS SEQUENTIAL
003784         FILE STATUS IS WS-RJTCLO-STATUS.
003788     SELECT RJTHLD ASSIGN TO "RJTHLD"
003792         ORGANIZATION IS SEQUENTIAL
003796         FILE STATUS IS WS-RJTHLD-STATUS.
003800     SELECT SORTWORK ASSIGN TO "SORTWORK".
003900     SELECT PRTREJT ASSIGN TO "PRTREJT"
004000         ORGANIZATION IS SEQUENTIAL.
005450     ==RJT-RUN-DATE== BY ==RJZ-RUN-DATE==
005460     ==RJT-REASON-CODE== BY ==RJZ-REASON-CODE==
005470     ==RJT-PAYLOAD== BY ==RJZ-PAYLOAD==.
005475 FD  RJTBRN
005476     LABEL RECORDS ARE STANDARD.
005477 COPY REJREC REPLACING ==REJECT-RECORD== BY ==RJTBRN-RECORD==.
005478 FD  RJTSOR
005479     LABEL RECORDS ARE STANDARD.
005480 COPY REJREC REPLACING ==REJECT-RECORD== BY ==RJTSOR-RECORD==.
005481 FD  RJTDSP
005482     LABEL RECORDS ARE STANDARD.
005483 COPY REJREC REPLACING ==REJECT-RECORD== BY ==RJTDSP-RECORD==.
005484 FD  RJTCLO
005485     LABEL RECORDS ARE STANDARD.
005486 COPY REJREC REPLACING ==REJECT-RECORD== BY ==RJTCLO-RECORD==.
005487 FD  RJTHLD
005488     LABEL RECORDS ARE STANDARD.
005489 COPY REJREC REPLACING ==REJECT-RECORD== BY ==RJTHLD-RECORD==.
005500 SD  SORTWORK.
005600 01  SORTWORK-RECORD.
005700     05  SWK-PROGRAM          PIC X(08).
005800     05  SWK-RUN-DATE         PIC 9(08).
005900     05  SWK-REASON-CODE      PIC X(04).
006000     05  SWK-PAYLOAD          PIC X(40).
006010     05  SWK-REFERENCE        PIC X(22).
006100 FD  PRTREJT
006200     LABEL RECORDS ARE STANDARD.
006300 01  PRTREJT-LINE             PIC X(70).
007000 77  WS-RJTNIVGR-STATUS       PIC X(02) VALUE SPACES.
007100 77  WS-RJTCUST-STATUS        PIC X(02) VALUE SPACES.
007110 77  WS-RJTZERO-STATUS        PIC X(02) VALUE SPACES.
007120 77  WS-RJTBRN-STATUS         PIC X(02) VALUE SPACES.
007130 77  WS-RJTSOR-STATUS         PIC X(02) VALUE SPACES.
007140 77  WS-RJTDSP-STATUS         PIC X(02) VALUE SPACES.
007150 77  WS-RJTCLO-STATUS         PIC X(02) VALUE SPACES.
007160 77  WS-RJTHLD-STATUS         PIC X(02) VALUE SPACES.
007200 77  WS-EOF-SW                PIC X(01) VALUE "N".
007300     88  WS-EOF               VALUE "Y".
007400 77  WS-SORT-EOF-SW           PIC X(01) VALUE "N".
008500     05  FILLER PIC X(02) VALUE SPACES.
008600     05  DTL-PAYLOAD          PIC X(40).
008700     05  FILLER PIC X(04) VALUE SPACES.
008710 01  WS-REFERENCE-LINE.
008720     05  FILLER PIC X(24) VALUE SPACES.
008730     05  FILLER PIC X(12) VALUE "REFERENCE : ".
008740     05  RFL-REFERENCE        PIC X(22).
008750     05  FILLER PIC X(12) VALUE SPACES.
008800 01  WS-REASON-TOTAL-LINE.
008900     05  FILLER PIC X(15) VALUE "TOTAL MOTIF ".
009000     05  RTL-REASON-CODE      PIC X(04).
011100     DISPLAY "REJETS CONSOLIDES : " WS-TOTAL-COUNT.
011200     STOP RUN.
011300*----------------------------------------------------------------
011400* 1000-RELEASE-ALL : release every record of every reject file
011500*                   into the sort ; a file missing on a
011600*                   given night contributes nothing.
011700*----------------------------------------------------------------
011800 1000-RELEASE-ALL.
016190     IF WS-RJTZERO-STATUS NOT = "35"
016191         CLOSE RJTZERO
016192     END-IF.
016194     PERFORM 1600-RELEASE-UPDATE-REJECTS
016196         THRU 1600-RELEASE-UPDATE-REJECTS-EXIT.
016200 1000-RELEASE-ALL-EXIT.
016300     EXIT.
016400 1100-RELEASE-RJTNUM.
023300             MOVE SWK-RUN-DATE    TO DTL-RUN-DATE
023400             MOVE SWK-PAYLOAD     TO DTL-PAYLOAD
023500             WRITE PRTREJT-LINE FROM WS-DETAIL-LINE
023510             IF SWK-REFERENCE NOT = SPACES
023520                 MOVE SWK-REFERENCE TO RFL-REFERENCE
023530                 WRITE PRTREJT-LINE FROM WS-REFERENCE-LINE
023540             END-IF
023600             ADD 1 TO WS-REASON-COUNT
023700             ADD 1 TO WS-TOTAL-COUNT
023800     END-RETURN.
024400     WRITE PRTREJT-LINE FROM WS-REASON-TOTAL-LINE.
024500 3200-REASON-TOTAL-EXIT.
024600     EXIT.
024700*----------------------------------------------------------------
024800* 1600-RELEASE-UPDATE-REJECTS : the update jobs' reject files,
024900*                   released the same way as the posting ones.
025000*----------------------------------------------------------------
025100 1600-RELEASE-UPDATE-REJECTS.
025200     MOVE "N" TO WS-EOF-SW.
025300     OPEN INPUT RJTBRN.
025400     IF WS-RJTBRN-STATUS = "35"
025500         SET WS-EOF TO TRUE
025600     END-IF.
025700     PERFORM 1610-RELEASE-RJTBRN
025800         THRU 1610-RELEASE-RJTBRN-EXIT
025900         UNTIL WS-EOF.
026000     IF WS-RJTBRN-STATUS NOT = "35"
026100         CLOSE RJTBRN
026200     END-IF.
026300     MOVE "N" TO WS-EOF-SW.
026400     OPEN INPUT RJTSOR.
026500     IF WS-RJTSOR-STATUS = "35"
026600         SET WS-EOF TO TRUE
026700     END-IF.
026800     PERFORM 1620-RELEASE-RJTSOR
026900         THRU 1620-RELEASE-RJTSOR-EXIT
027000         UNTIL WS-EOF.
027100     IF WS-RJTSOR-STATUS NOT = "35"
027200         CLOSE RJTSOR
027300     END-IF.
027400     MOVE "N" TO WS-EOF-SW.
027500     OPEN INPUT RJTDSP.
027600     IF WS-RJTDSP-STATUS = "35"
027700         SET WS-EOF TO TRUE
027800     END-IF.
027900     PERFORM 1630-RELEASE-RJTDSP
028000         THRU 1630-RELEASE-RJTDSP-EXIT
028100         UNTIL WS-EOF.
028200     IF WS-RJTDSP-STATUS NOT = "35"
028300         CLOSE RJTDSP
028400     END-IF.
028500     MOVE "N" TO WS-EOF-SW.
028600     OPEN INPUT RJTCLO.
028700     IF WS-RJTCLO-STATUS = "35"
028800         SET WS-EOF TO TRUE
028900     END-IF.
029000     PERFORM 1640-RELEASE-RJTCLO
029100         THRU 1640-RELEASE-RJTCLO-EXIT
029200         UNTIL WS-EOF.
029300     IF WS-RJTCLO-STATUS NOT = "35"
029400         CLOSE RJTCLO
029500     END-IF.
029600     MOVE "N" TO WS-EOF-SW.
029700     OPEN INPUT RJTHLD.
029800     IF WS-RJTHLD-STATUS = "35"
029900         SET WS-EOF TO TRUE
030000     END-IF.
030100     PERFORM 1650-RELEASE-RJTHLD
030200         THRU 1650-RELEASE-RJTHLD-EXIT
030300         UNTIL WS-EOF.
030400     IF WS-RJTHLD-STATUS NOT = "35"
030500         CLOSE RJTHLD
030600     END-IF.
030700 1600-RELEASE-UPDATE-REJECTS-EXIT.
030800     EXIT.
030900 1610-RELEASE-RJTBRN.
031000     READ RJTBRN
031100         AT END
031200             SET WS-EOF TO TRUE
031300         NOT AT END
031400             RELEASE SORTWORK-RECORD FROM RJTBRN-RECORD
031500     END-READ.
031600 1610-RELEASE-RJTBRN-EXIT.
031700     EXIT.
031800 1620-RELEASE-RJTSOR.
031900     READ RJTSOR
032000         AT END
032100             SET WS-EOF TO TRUE
032200         NOT AT END
032300             RELEASE SORTWORK-RECORD FROM RJTSOR-RECORD
032400     END-READ.
032500 1620-RELEASE-RJTSOR-EXIT.
032600     EXIT.
032700 1630-RELEASE-RJTDSP.
032800     READ RJTDSP
032900         AT END
033000             SET WS-EOF TO TRUE
033100         NOT AT END
033200             RELEASE SORTWORK-RECORD FROM RJTDSP-RECORD
033300     END-READ.
033400 1630-RELEASE-RJTDSP-EXIT.
033500     EXIT.
033600 1640-RELEASE-RJTCLO.
033700     READ RJTCLO
033800         AT END
033900             SET WS-EOF TO TRUE
034000         NOT AT END
034100             RELEASE SORTWORK-RECORD FROM RJTCLO-RECORD
034200     END-READ.
034300 1640-RELEASE-RJTCLO-EXIT.
034400     EXIT.
034500 1650-RELEASE-RJTHLD.
034600     READ RJTHLD
034700         AT END
034800             SET WS-EOF TO TRUE
034900         NOT AT END
035000             RELEASE SORTWORK-RECORD FROM RJTHLD-RECORD
035100     END-READ.
035200 1650-RELEASE-RJTHLD-EXIT.
035300     EXIT.
