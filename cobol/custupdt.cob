002599*                at close ; a conflicting job ends cleanly with
002601*                RETURN-CODE 16 instead of racing the index.
002602*----------------------------------------------------------------
002610* 2026-10-15 EL  Branch validation. The branch code on an add or
002620*                a change must now name a branch on the BRNMAST
002630*                branch master (BRNREC.cpy) that is open ; an
002640*                unknown, blank or closed branch rejects the
002650*                action with reason AGEN (AGENCE INCONNUE or
002660*                AGENCE FERMEE on the console). A customer of a
002670*                branch being closed is moved to another branch
002680*                by the same change that alters anything else.
002690*                No BRNMAST at all stops the run (RETURN-CODE
002691*                16) before the interlock is claimed.
002692* 2026-10-15 EL  A change closing an account (status C) is
002693*                refused with reason SOLD while BALMAST shows a
002694*                balance on it ; such accounts close through
002695*                CLOSREQ, which settles the balance first.
002696* 2026-10-15 EL  Dormant accounts. Status D is set by the month-
002697*                end DORMANT step only : an add or a change
002698*                setting D on an account not already dormant,
002699*                or a change lifting D, is refused with reason
002700*                DORS. A dormant account comes back through the
002701*                new action R (reactivation), which must carry a
002702*                reason code and text in place of the address
002703*                lines (TRN-REACTIVATION) and the date of the
002704*                customer contact as activity date : the status
002705*                returns to A and the activity date is reset. A
002706*                reactivation without a reason, or on an account
002707*                that is not dormant, is refused with REAC. The
002708*                reason stays on UPDJRNL with the rest of the
002709*                maintenance record.
002710*----------------------------------------------------------------
002711 ENVIRONMENT DIVISION.
002712 CONFIGURATION SECTION.
002800 INPUT-OUTPUT SECTION.
002900 FILE-CONTROL.
003000     SELECT CUSTMAST ASSIGN TO "CUSTMAST"
004010     SELECT CUSTJRNL ASSIGN TO "CUSTJRNL"
004020         ORGANIZATION IS SEQUENTIAL
004030         FILE STATUS IS WS-CUSTJRNL-STATUS.
004040     SELECT BRNMAST ASSIGN TO "BRNMAST"
004050         ORGANIZATION IS INDEXED
004060         ACCESS MODE IS RANDOM
004070         RECORD KEY IS BRN-CODE
004080         FILE STATUS IS WS-BRNMAST-STATUS.
004083     SELECT BALMAST ASSIGN TO "BALMAST"
004086         ORGANIZATION IS INDEXED
004089         ACCESS MODE IS RANDOM
004092         RECORD KEY IS BAL-ACCOUNT-NO
004095         FILE STATUS IS WS-BALMAST-STATUS.
004100 DATA DIVISION.
004200 FILE SECTION.
004300 FD  CUSTMAST.
005000     05  TRN-CUST-NAME        PIC X(10).
005100     05  TRN-ACTIVITY-DATE    PIC 9(08).
005110     05  TRN-STATUS           PIC X(01).
005120         88  TRN-STATUS-KNOWN VALUE "A" "F" "C" "D" SPACE.
005130     05  TRN-BRANCH-CODE      PIC X(04).
005140     05  TRN-ADDRESS-1        PIC X(20).
005150     05  TRN-ADDRESS-2        PIC X(20).
005170 01  TRN-CREDIT-LIMIT-NUM.
005180     05  FILLER               PIC X(74).
005190     05  TRN-LIMIT-9          PIC 9(09).
005200*----------------------------------------------------------------
005210* Action R (reactivation of a dormant account) : the reason
005220* code and text take the place of the address lines.
005230*----------------------------------------------------------------
005240 01  TRN-REACTIVATION.
005250     05  FILLER               PIC X(34).
005260     05  TRN-REACT-REASON     PIC X(04).
005270     05  TRN-REACT-TEXT       PIC X(36).
005280     05  FILLER               PIC X(10).
005300 FD  UPDJRNL
005400     LABEL RECORDS ARE STANDARD.
005500 01  UPDJRNL-RECORD.
006152 FD  CUSTJRNL
006160     LABEL RECORDS ARE STANDARD.
006170 COPY JRNLREC.
006180 FD  BRNMAST.
006190 COPY BRNREC.
006200 FD  BALMAST.
006210 COPY BALREC.
006600 WORKING-STORAGE SECTION.
006700*----------------------------------------------------------------
006800* 77-LEVEL WORK ITEMS
007550 77  WS-DC-DATE               PIC 9(08) VALUE ZERO.
007560 77  WS-DC-DAY-NUMBER         PIC 9(07) COMP VALUE ZERO.
007570 77  WS-DC-RESULT             PIC X(01) VALUE SPACE.
007580 77  WS-BRNMAST-STATUS        PIC X(02) VALUE SPACES.
007585 77  WS-BALMAST-STATUS        PIC X(02) VALUE SPACES.
007590 77  WS-BALMAST-SW            PIC X(01) VALUE "N".
007595     88  WS-BALMAST-ABSENT    VALUE "Y".
007600 PROCEDURE DIVISION.
007700*----------------------------------------------------------------
007800* 0000-MAINLINE
009500*                  CHKPNT.
009600*----------------------------------------------------------------
009700 1000-OPEN-FILES.
009701     OPEN INPUT BRNMAST.
009702     IF WS-BRNMAST-STATUS NOT = "00"
009703         DISPLAY "BRNMAST INDISPONIBLE (STATUT "
009704             WS-BRNMAST-STATUS ") - ARRET"
009705         MOVE 16 TO RETURN-CODE
009706         STOP RUN
009707     END-IF.
009710     MOVE "E" TO WS-LK-FUNCTION.
009711     CALL "CUSTLOCK" USING WS-LK-FUNCTION WS-LK-PROGRAM
009712                           WS-LK-RESULT.
010620     IF WS-CUSTJRNL-STATUS = "35"
010630         OPEN OUTPUT CUSTJRNL
010640     END-IF.
010650     OPEN INPUT BALMAST.
010660     IF WS-BALMAST-STATUS NOT = "00"
010670         SET WS-BALMAST-ABSENT TO TRUE
010680     END-IF.
010700 1000-OPEN-FILES-EXIT.
010800     EXIT.
010900*----------------------------------------------------------------
012600* 3000-APPLY-ACTION : A = WRITE (duplicate key rejected),
012700*                    C = READ then REWRITE (missing key
012800*                    rejected), D = DELETE (missing key
012900*                    rejected), R = reactivation of a dormant
012910*                    account. Anything else is an unknown
013000*                    action code.
013100*----------------------------------------------------------------
013200 3000-APPLY-ACTION.
014000         WHEN "D"
014100             PERFORM 3300-DELETE-CUSTOMER
014200                 THRU 3300-DELETE-CUSTOMER-EXIT
014210         WHEN "R"
014220             PERFORM 3400-REACTIVATE-CUSTOMER
014230                 THRU 3400-REACTIVATE-CUSTOMER-EXIT
014300         WHEN OTHER
014400             MOVE "CODE ACTION INCONNU" TO WS-REJECT-REASON
014410             MOVE "ACTI" TO WS-REJECT-CODE
015043     IF WS-REJECT-CODE NOT = SPACES
015044         GO TO 3100-ADD-CUSTOMER-EXIT
015045     END-IF.
015046     PERFORM 3800-CHECK-BRANCH THRU 3800-CHECK-BRANCH-EXIT.
015047     IF WS-REJECT-CODE NOT = SPACES
015048         GO TO 3100-ADD-CUSTOMER-EXIT
015049     END-IF.
015056     IF TRN-STATUS = "D"
015063         MOVE "STATUT D RESERVE A DORMANT" TO WS-REJECT-REASON
015070         MOVE "DORS" TO WS-REJECT-CODE
015077         PERFORM 8100-WRITE-REJECT THRU 8100-WRITE-REJECT-EXIT
015084         GO TO 3100-ADD-CUSTOMER-EXIT
015091     END-IF.
015100     MOVE TRN-CUST-NUMBER   TO CUST-NUMBER.
015200     MOVE TRN-CUST-NAME     TO CUST-NAME.
015300     MOVE TRN-ACTIVITY-DATE TO CUST-LAST-ACTIVITY-DATE.
016570     IF WS-REJECT-CODE NOT = SPACES
016580         GO TO 3200-CHANGE-CUSTOMER-EXIT
016590     END-IF.
016591     PERFORM 3800-CHECK-BRANCH THRU 3800-CHECK-BRANCH-EXIT.
016592     IF WS-REJECT-CODE NOT = SPACES
016593         GO TO 3200-CHANGE-CUSTOMER-EXIT
016594     END-IF.
016600     MOVE TRN-CUST-NUMBER TO CUST-NUMBER.
016610     IF TRN-STATUS = "C"
016620         PERFORM 3250-CHECK-BALANCE THRU 3250-CHECK-BALANCE-EXIT
016630         IF WS-REJECT-CODE NOT = SPACES
016640             GO TO 3200-CHANGE-CUSTOMER-EXIT
016650         END-IF
016660     END-IF.
016668     PERFORM 3260-CHECK-DORMANCY THRU 3260-CHECK-DORMANCY-EXIT.
016676     IF WS-REJECT-CODE NOT = SPACES
016684         GO TO 3200-CHANGE-CUSTOMER-EXIT
016692     END-IF.
016700     READ CUSTMAST
016800         INVALID KEY
016900             MOVE "MODIF CLE INTROUVABLE" TO WS-REJECT-REASON
017800     END-READ.
017900 3200-CHANGE-CUSTOMER-EXIT.
018000     EXIT.
018003*----------------------------------------------------------------
018006* 3250-CHECK-BALANCE : a change closing an account not closed
018009*                     yet must find it at zero on BALMAST - no
018012*                     BALMAST, or no balance record, is nothing
018015*                     ever posted. A key not on CUSTMAST is left
018018*                     to the change itself to reject.
018021*----------------------------------------------------------------
018024 3250-CHECK-BALANCE.
018027     IF WS-BALMAST-ABSENT
018030         GO TO 3250-CHECK-BALANCE-EXIT
018033     END-IF.
018036     READ CUSTMAST
018039         INVALID KEY
018042             GO TO 3250-CHECK-BALANCE-EXIT
018045     END-READ.
018048     IF CUST-CLOSED
018051         GO TO 3250-CHECK-BALANCE-EXIT
018054     END-IF.
018057     MOVE TRN-CUST-NUMBER TO BAL-ACCOUNT-NO.
018060     READ BALMAST
018063         INVALID KEY
018066             GO TO 3250-CHECK-BALANCE-EXIT
018069     END-READ.
018072     IF BAL-CLOSING NOT = ZERO
018075         MOVE "CLOTURE REFUSEE SOLDE NON NUL" TO WS-REJECT-REASON
018078         MOVE "SOLD" TO WS-REJECT-CODE
018081         PERFORM 8100-WRITE-REJECT THRU 8100-WRITE-REJECT-EXIT
018084     END-IF.
018087 3250-CHECK-BALANCE-EXIT.
018090     EXIT.
018091*----------------------------------------------------------------
018092* 3260-CHECK-DORMANCY : status D belongs to the DORMANT step. A
018093*                      change may carry D on an account already
018094*                      dormant (an address change) or move it on
018095*                      to F or C, but not set D nor lift it -
018096*                      lifting it is a reactivation (action R).
018097*                      A key not on CUSTMAST is left to the change
018098*                      itself to reject.
018099*----------------------------------------------------------------
018100 3260-CHECK-DORMANCY.
018101     READ CUSTMAST
018102         INVALID KEY
018103             GO TO 3260-CHECK-DORMANCY-EXIT
018104     END-READ.
018105     IF TRN-STATUS = "D" AND NOT CUST-DORMANT
018106         MOVE "STATUT D RESERVE A DORMANT" TO WS-REJECT-REASON
018107         MOVE "DORS" TO WS-REJECT-CODE
018108         PERFORM 8100-WRITE-REJECT THRU 8100-WRITE-REJECT-EXIT
018109         GO TO 3260-CHECK-DORMANCY-EXIT
018110     END-IF.
018111     IF CUST-DORMANT AND
018112        (TRN-STATUS = "A" OR TRN-STATUS = SPACE)
018113         MOVE "REACTIVATION PAR ACTION R" TO WS-REJECT-REASON
018114         MOVE "DORS" TO WS-REJECT-CODE
018115         PERFORM 8100-WRITE-REJECT THRU 8100-WRITE-REJECT-EXIT
018116     END-IF.
018117 3260-CHECK-DORMANCY-EXIT.
018118     EXIT.
018119 3300-DELETE-CUSTOMER.
018200     MOVE TRN-CUST-NUMBER TO CUST-NUMBER.
018210*    The record is read before the DELETE - the journal needs
018220*    the prior image a bare keyed DELETE never materialises.
019100     END-DELETE.
019200 3300-DELETE-CUSTOMER-EXIT.
019300     EXIT.
019301*----------------------------------------------------------------
019302* 3400-REACTIVATE-CUSTOMER : a dormant account back to A. The
019303*                           reason is compulsory ; the activity
019304*                           date carried (the customer contact)
019305*                           restarts the dormancy clock. The rest
019306*                           of the master record is untouched.
019307*----------------------------------------------------------------
019308 3400-REACTIVATE-CUSTOMER.
019309     IF TRN-REACT-REASON = SPACES
019310         MOVE "MOTIF DE REACTIVATION ABSENT" TO WS-REJECT-REASON
019311         MOVE "REAC" TO WS-REJECT-CODE
019312         PERFORM 8100-WRITE-REJECT THRU 8100-WRITE-REJECT-EXIT
019313         GO TO 3400-REACTIVATE-CUSTOMER-EXIT
019314     END-IF.
019315     PERFORM 3500-CHECK-DATE THRU 3500-CHECK-DATE-EXIT.
019316     IF WS-DC-RESULT NOT = "Y"
019317         GO TO 3400-REACTIVATE-CUSTOMER-EXIT
019318     END-IF.
019319     MOVE TRN-CUST-NUMBER TO CUST-NUMBER.
019320     READ CUSTMAST
019321         INVALID KEY
019322             MOVE "MODIF CLE INTROUVABLE" TO WS-REJECT-REASON
019323             MOVE "CINT" TO WS-REJECT-CODE
019324             PERFORM 8100-WRITE-REJECT THRU 8100-WRITE-REJECT-EXIT
019325             GO TO 3400-REACTIVATE-CUSTOMER-EXIT
019326     END-READ.
019327     IF NOT CUST-DORMANT
019328         MOVE "COMPTE NON DORMANT" TO WS-REJECT-REASON
019329         MOVE "REAC" TO WS-REJECT-CODE
019330         PERFORM 8100-WRITE-REJECT THRU 8100-WRITE-REJECT-EXIT
019331         GO TO 3400-REACTIVATE-CUSTOMER-EXIT
019332     END-IF.
019333     MOVE CUST-RECORD       TO WS-PRIOR-IMAGE.
019334     MOVE "A"               TO CUST-STATUS.
019335     MOVE TRN-ACTIVITY-DATE TO CUST-LAST-ACTIVITY-DATE.
019336     REWRITE CUST-RECORD.
019337     PERFORM 8200-WRITE-IMAGE THRU 8200-WRITE-IMAGE-EXIT.
019338     PERFORM 8000-WRITE-JOURNAL THRU 8000-WRITE-JOURNAL-EXIT.
019339     DISPLAY "REACTIVATION " TRN-CUST-NUMBER " MOTIF "
019340         TRN-REACT-REASON " " TRN-REACT-TEXT.
019341 3400-REACTIVATE-CUSTOMER-EXIT.
019342     EXIT.
019343*----------------------------------------------------------------
019344* 3500-CHECK-DATE : the activity date carried on an add or a
019345*                  change must be a real, non-future calendar
019346*                  date ; anything else rejects the action.
019350*----------------------------------------------------------------
019360 3500-CHECK-DATE.
019370     MOVE "V" TO WS-DC-FUNCTION.
019503     END-IF.
019504 3700-MOVE-ATTRIBUTES-EXIT.
019505     EXIT.
019510*----------------------------------------------------------------
019515* 3800-CHECK-BRANCH : the branch code carried on an add or a
019520*                    change must be on BRNMAST and open ; a
019525*                    blank or unknown code, or a closed branch,
019530*                    rejects the action.
019535*----------------------------------------------------------------
019540 3800-CHECK-BRANCH.
019545     MOVE TRN-BRANCH-CODE TO BRN-CODE.
019550     READ BRNMAST
019555         INVALID KEY
019560             MOVE "AGENCE INCONNUE" TO WS-REJECT-REASON
019565             MOVE "AGEN" TO WS-REJECT-CODE
019570             PERFORM 8100-WRITE-REJECT
019575                 THRU 8100-WRITE-REJECT-EXIT
019580             GO TO 3800-CHECK-BRANCH-EXIT
019585     END-READ.
019590     IF BRN-CLOSED
019591         MOVE "AGENCE FERMEE" TO WS-REJECT-REASON
019592         MOVE "AGEN" TO WS-REJECT-CODE
019593         PERFORM 8100-WRITE-REJECT
019594             THRU 8100-WRITE-REJECT-EXIT
019595     END-IF.
019596 3800-CHECK-BRANCH-EXIT.
019597     EXIT.
019598*----------------------------------------------------------------
019599* 8000-WRITE-JOURNAL : one journal record per applied action,
019600*                     the action code and the transaction's own
019700*                     record image.
019800*----------------------------------------------------------------
021965     EVALUATE TRN-ACTION-CODE
021966         WHEN "A" MOVE "W" TO JRL-ACTION
021967         WHEN "C" MOVE "R" TO JRL-ACTION
021968         WHEN "R" MOVE "R" TO JRL-ACTION
021969         WHEN "D" MOVE "D" TO JRL-ACTION
021970     END-EVALUATE.
021971     MOVE WS-PRIOR-IMAGE  TO JRL-PRIOR-IMAGE.
021972     IF TRN-ACTION-CODE = "D"
021973         MOVE SPACES      TO JRL-NEW-IMAGE
021974     ELSE
021975         MOVE CUST-RECORD TO JRL-NEW-IMAGE
021976     END-IF.
021977     WRITE CUSTJRNL-RECORD.
021978 8200-WRITE-IMAGE-EXIT.
021979     EXIT.
022000*----------------------------------------------------------------
022100* 9000-CLOSE-FILES
022200*----------------------------------------------------------------
022600     CLOSE UPDJRNL.
022700     CLOSE RJTCUST.
022710     CLOSE CUSTJRNL.
022715     CLOSE BRNMAST.
022716     IF NOT WS-BALMAST-ABSENT
022717         CLOSE BALMAST
022718     END-IF.
022720     MOVE "D" TO WS-LK-FUNCTION.
022721     CALL "CUSTLOCK" USING WS-LK-FUNCTION WS-LK-PROGRAM
022722                           WS-LK-RESULT.
