      *   n'est valable que dans le mode du run interrompu, l'ordre
      *   de traitement etant different. Carte absente : seuil
      *   999999, le petit jour garde le circuit simple.
      * - virement de compte a compte : le type T (TRANREC.cpy) porte
      *   le compte beneficiaire dans TRAN-COUNTERPARTY, ajoute en
      *   fin d'enregistrement (40 car. - SUSPTRAN, DUPTRAN et le
      *   tri du mode B suivent). Un virement poste ses deux jambes
      *   ou aucune : montant, contrepartie et les DEUX comptes
      *   (renvoi de fusion compris) sont controles avant la moindre
      *   ecriture ; le premier echec envoie le virement entier en
      *   suspens avec un motif code dans RJTZERO (VMNT, VCPT, VINC,
      *   VGEL, VCLO). Confirme, il sort sur TRANSOUT en deux
      *   jambes - D sur le donneur d'ordre, C sur le beneficiaire,
      *   chacune portant l'autre compte en contrepartie - et les
      *   deux comptes sont inscrits au registre anti-doublons. La
      *   jambe C d'un virement ne compte pas au recomptage de
      *   reprise : un detail traite reste une ligne de sortie.
      * - reference unique : chaque detail arrive de FEEDMRG avec sa
      *   reference (TRAN-REFERENCE : source, date metier, sequence),
      *   ajoutee en fin d'enregistrement (62 car.). Elle suit le
      *   mouvement partout ou ce programme l'ecrit : TRANSOUT (les
      *   deux jambes d'un virement portent celle du virement),
      *   SUSPTRAN, DUPTRAN, le tri du mode B, RJTZERO (RJT-REFERENCE,
      *   la charge utile ne tenant que 40 car.) et le registre
      *   anti-doublons, qui garde celle de la premiere presentation.
      * - compte dormant : le statut D (CUSTREC.cpy), pose en fin de
      *   mois par DORMANT, ne bloque que les debits. Un D ou une
      *   extourne R sur un compte dormant part en suspens avec le
      *   motif DORM dans RJTZERO, sans rafraichir la date
      *   d'activite ; un credit (C, A) est poste normalement. Un
      *   virement dont le donneur d'ordre est dormant part entier en
      *   suspens (motif VDOR) ; un beneficiaire dormant recoit sa
      *   jambe C. Le compteur reste console seule, comme les
      *   virements : la reference BASZERO ne le connait pas.
      * - cycles de posting : la carte CTLDATE porte le cycle a
      *   poster derriere la date metier (CTL-CYCLE, blanc = 1) - un
      *   passage de mi-journee poste le cycle 1, la nuit le cycle 2
      *   de la meme date. L'enveloppe le porte aussi (HDR-CYCLE
      *   derriere la source, TRL-CYCLE derriere le total) : le HDR
      *   doit annoncer le cycle de la carte et le TRL le meme que le
      *   HDR. Le cycle 2 du jour passe, un cycle 1 represente apres
      *   la cloture de mi-journee (CYCLCLOS avance la carte) est
      *   rejete comme un flux d'une autre date. Le registre
      *   anti-doublons note le cycle qui a amene l'entree
      *   (TRG-CYCLE, pris sur l'ancien FILLER).
      * - saisies et blocages judiciaires : HOLDMAST (HLDREC.cpy),
      *   tenu par HLDUPDT et echu chaque nuit par HLDREG, est lu au
      *   lancement - par compte, le total des saisies en vigueur a
      *   la date metier, et le solde de cloture BALMAST. Un debit
      *   (D, R) sur un compte saisi n'est poste que si le solde
      *   apres debit reste au moins egal au total saisi ; sinon il
      *   part en suspens avec le motif SAIS dans RJTZERO. Le solde
      *   suivi ajoute chaque mouvement poste par le run (en reprise,
      *   ceux deja sur TRANSOUT). Un virement qui entamerait les
      *   fonds saisis du donneur d'ordre part entier en suspens
      *   (motif VSAI). Compteur console seule, comme les virements.
      *   Un HOLDMAST illisible (statut autre que 35, fichier absent)
      *   ou plus de cinq cents comptes saisis arretent le run
      *   (RETURN-CODE 16) avant toute sortie : les debits ne
      *   seraient plus controles contre les saisies.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SORTWORK ASSIGN TO "SORTWORK".
           SELECT PRTDUPS ASSIGN TO "PRTDUPS"
               ORGANIZATION IS SEQUENTIAL.
           SELECT HOLDMAST ASSIGN TO "HOLDMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HLD-KEY
               FILE STATUS IS WS-HOLDMAST-STATUS.
           SELECT BALMAST ASSIGN TO "BALMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BAL-ACCOUNT-NO
               FILE STATUS IS WS-BALMAST-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  TRANSIN
      * flux, un TRL en fin, les details entre les deux.
       01  TRANSIN-ENV-RECORD.
           05  ENV-RECORD-TYPE        PIC X(03).
           05  FILLER                 PIC X(59).
       01  TRANSIN-HDR-RECORD.
           05  FILLER                 PIC X(03).
           05  HDR-FEED-DATE          PIC 9(08).
           05  HDR-SOURCE-ID          PIC X(08).
           05  HDR-CYCLE              PIC X(01).
           05  FILLER                 PIC X(42).
       01  TRANSIN-TRL-RECORD.
           05  FILLER                 PIC X(03).
           05  TRL-RECORD-COUNT       PIC 9(06).
           05  TRL-AMOUNT-HASH        PIC 9(12).
           05  TRL-CYCLE              PIC X(01).
           05  FILLER                 PIC X(40).
       FD  TRANSOUT
           LABEL RECORDS ARE STANDARD.
       01  TRANSOUT-RECORD.
           05  TOUT-TYPE-CODE         PIC X(01).
           05  TOUT-REF-DATE          PIC X(06).
           05  FILLER                 PIC X(03).
           05  TOUT-COUNTERPARTY      PIC X(10).
           05  TOUT-REFERENCE         PIC X(22).
       FD  SUSPTRAN
           LABEL RECORDS ARE STANDARD.
       01  SUSPTRAN-RECORD            PIC X(62).
       FD  CUSTMAST.
       COPY CUSTREC.
       FD  CTLZERO
           LABEL RECORDS ARE STANDARD.
       01  CTLDATE-RECORD.
           05  CTL-BUSINESS-DATE      PIC 9(08).
           05  CTL-CYCLE              PIC 9(01).
           05  FILLER                 PIC X(11).
       FD  CUSTJRNL
           LABEL RECORDS ARE STANDARD.
       COPY JRNLREC.
      * Registre permanent des transactions confirmees : une entree
      * par couple compte/montant poste, avec la date de flux et la
      * source qui l'ont amene - c'est elle qui ressort sur PRTDUPS
      * quand le meme couple revient - et la reference unique du
      * mouvement inscrit.
       FD  TRANREG.
       01  TRANREG-RECORD.
           05  TRG-TRAN-KEY.
               10  TRG-AMOUNT         PIC X(10).
           05  TRG-FEED-DATE          PIC 9(08).
           05  TRG-SOURCE-ID          PIC X(08).
           05  TRG-CYCLE              PIC 9(01).
           05  FILLER                 PIC X(03).
           05  TRG-REFERENCE          PIC X(22).
       FD  DUPTRAN
           LABEL RECORDS ARE STANDARD.
       01  DUPTRAN-RECORD             PIC X(62).
       FD  PRTDUPS
           LABEL RECORDS ARE STANDARD.
       01  PRTDUPS-LINE               PIC X(60).
      * Motifs GELE/CLOT et motifs virement : la transaction dans
      * RJT-PAYLOAD (ses 40 premiers octets), sa reference dans
      * RJT-REFERENCE.
       FD  RJTZERO
           LABEL RECORDS ARE STANDARD.
       COPY REJREC.
           05  FILLER                 PIC X(14).
       FD  ZEROSRT
           LABEL RECORDS ARE STANDARD.
       01  ZEROSRT-RECORD             PIC X(62).
       SD  SORTWORK.
       01  SORTWORK-RECORD.
           05  SWK-ACCOUNT-NO         PIC X(10).
           05  FILLER                 PIC X(52).
       FD  HOLDMAST.
       COPY HLDREC.
       FD  BALMAST.
       COPY BALREC.
       WORKING-STORAGE SECTION.
         77 MADONNEE PIC X(10) VALUE ZERO.
         77 MADONNEE2 PIC X(10) VALUE ZEROS.
         77 WS-TRANREG-STATUS PIC X(02) VALUE SPACES.
         77 WS-FEED-DATE PIC 9(08) VALUE ZERO.
         77 WS-FEED-SOURCE PIC X(08) VALUE SPACES.
         77 WS-EXPECTED-CYCLE PIC 9(01) VALUE 1.
         77 WS-RECORDS-DUPLICATE PIC 9(07) COMP VALUE ZERO.
         77 WS-RECORDS-INACTIVE PIC 9(07) COMP VALUE ZERO.
         77 WS-MERGXREF-STATUS PIC X(02) VALUE SPACES.
         77 WS-BULK-ACCOUNT PIC X(10) VALUE SPACES.
         77 WS-BULK-DISPO PIC X(01) VALUE SPACE.
         77 WS-BULK-REDIRECT PIC X(10) VALUE SPACES.
      * Virements : motif du premier controle en echec (blanc = les
      * deux jambes sont postables) et compte de la jambe en cours
      * de resolution.
         77 WS-XFER-REASON PIC X(04) VALUE SPACES.
         77 WS-XFER-ACCOUNT PIC X(10) VALUE SPACES.
         77 WS-XFER-LEG-SW PIC X(01) VALUE SPACE.
             88 WS-XFER-LEG-ORDERING VALUE "O".
         77 WS-RECORDS-DORMANT PIC 9(07) COMP VALUE ZERO.
         77 WS-TRANSFERS-POSTED PIC 9(07) COMP VALUE ZERO.
         77 WS-TRANSFERS-SUSPENDED PIC 9(07) COMP VALUE ZERO.
      * Parametres CALL "CUSTLOCK", meme patron que PADTRIM.
         77 WS-LK-FUNCTION PIC X(01) VALUE SPACE.
         77 WS-LK-PROGRAM PIC X(08) VALUE "ESSAIZER".
         77 WS-AP-AMOUNT-X PIC X(10) VALUE SPACES.
         77 WS-AP-AMOUNT PIC S9(10) VALUE ZERO.
         77 WS-AP-RESULT PIC X(01) VALUE SPACE.
      * Saisies : compte cherche, type et montant signe du mouvement,
      * solde qu'il laisserait.
         77 WS-HOLDMAST-STATUS PIC X(02) VALUE SPACES.
         77 WS-BALMAST-STATUS PIC X(02) VALUE SPACES.
         77 WS-HOLD-COUNT PIC 9(03) COMP VALUE ZERO.
         77 WS-HOLD-SUB PIC 9(03) COMP VALUE ZERO.
         77 WS-HOLD-FOUND-SW PIC X(01) VALUE "N".
             88 WS-HOLD-FOUND VALUE "Y".
         77 WS-HOLD-KEY PIC X(10) VALUE SPACES.
         77 WS-HOLD-TYPE PIC X(01) VALUE SPACE.
         77 WS-HOLD-MOVEMENT PIC S9(12) VALUE ZERO.
         77 WS-HOLD-AFTER PIC S9(12) VALUE ZERO.
         77 WS-HOLD-WRITTEN PIC 9(07) COMP VALUE ZERO.
         77 WS-RECORDS-HELD PIC 9(07) COMP VALUE ZERO.
      * Table des comptes sous saisie, chargee de HOLDMAST au
      * lancement dans l'ordre des cles : total des saisies en
      * vigueur et solde suivi - cinq cents comptes, surveilles par
      * CAPMON.
       01  WS-HOLD-TABLE.
           05  WS-HOLD-ENTRY OCCURS 500 TIMES.
               10  WS-HOLD-ACCOUNT    PIC X(10).
               10  WS-HOLD-TOTAL      PIC 9(12).
               10  WS-HOLD-BALANCE    PIC S9(12).

       PROCEDURE DIVISION.
       0000-MAINLINE.
            PERFORM 0200-OPEN-CUSTMAST.
            PERFORM 0250-OPEN-REGISTER.
            PERFORM 0260-LOAD-XREF.
            PERFORM 0265-LOAD-HOLDS.
            PERFORM 0280-READ-RESTART.
            IF WS-RESUMING
                PERFORM 0290-COUNT-RESUME-POINT
            MOVE WS-RECORDS-REDIRECTED TO WS-OUT-COUNT.
            MOVE WS-OUT-COUNT (1:7) TO WS-OUT-LINE (24:7).
            PERFORM 9900-PUT-OUTPUT.
      * Les compteurs virements restent console seule : la reference
      * BASZERO ne les connait pas.
            DISPLAY "VIREMENTS POSTES     : " WS-TRANSFERS-POSTED.
            DISPLAY "VIREMENTS EN SUSPENS : " WS-TRANSFERS-SUSPENDED.
            DISPLAY "DEBITS DORMANTS      : " WS-RECORDS-DORMANT.
            DISPLAY "DEBITS SUR SAISIE    : " WS-RECORDS-HELD.
            CLOSE OUTZERO.
            MOVE "D" TO WS-LK-FUNCTION.
            CALL "CUSTLOCK" USING WS-LK-FUNCTION WS-LK-PROGRAM
      * au moment du crash, detail pres, la ou le checkpoint ne
      * connait que des multiples de mille. Sans ce recomptage, les
      * details confirmes apres le dernier checkpoint seraient
      * retraites et devies a tort en doublons. Un virement poste
      * laisse deux jambes sur TRANSOUT : seule la jambe D compte.
       0290-COUNT-RESUME-POINT.
            MOVE ZERO TO WS-RESUME-SKIP.
            MOVE "N" TO WS-EOF-SW.
                AT END
                    SET WS-EOF TO TRUE
                NOT AT END
                    IF TOUT-COUNTERPARTY NOT = SPACES AND
                       TOUT-TYPE-CODE = "C"
                        CONTINUE
                    ELSE
                        ADD 1 TO WS-RESUME-SKIP
                    END-IF
                    IF WS-HOLD-COUNT > ZERO
                        MOVE TOUT-ACCOUNT-NO TO WS-HOLD-KEY
                        MOVE TOUT-AMOUNT TO WS-AP-AMOUNT-X
                        MOVE TOUT-TYPE-CODE TO WS-HOLD-TYPE
                        PERFORM 2290-APPLY-HELD
                    END-IF
            END-READ.

       0292-COUNT-SUSPTRAN.
                    END-IF
            END-READ.

      * Les saisies en vigueur a la date metier : actives, debutees,
      * pas encore echues - HLDREG a deja echu celles de la nuit,
      * mais le passage de mi-journee ne le suit pas. Un HOLDMAST
      * absent signifie qu'aucune saisie n'a jamais ete posee ; tout
      * autre statut arrete le run, comme une table pleine. Sans
      * BALMAST, le solde de depart d'un compte saisi est zero : ses
      * debits partent en suspens plutot que d'entamer la saisie.
       0265-LOAD-HOLDS.
            OPEN INPUT HOLDMAST.
            IF WS-HOLDMAST-STATUS = "35"
                CONTINUE
            ELSE IF WS-HOLDMAST-STATUS NOT = "00"
                DISPLAY "HOLDMAST INDISPONIBLE (STATUT "
                    WS-HOLDMAST-STATUS ") - ARRET"
                PERFORM 0270-STOP-ON-HOLDS
            ELSE
                MOVE "N" TO WS-EOF-SW
                PERFORM 0266-LOAD-ONE-HOLD UNTIL WS-EOF
                CLOSE HOLDMAST
                MOVE "N" TO WS-EOF-SW
            END-IF.
            IF WS-HOLD-COUNT > ZERO
                OPEN INPUT BALMAST
                IF WS-BALMAST-STATUS NOT = "00"
                    DISPLAY "ALERTE : BALMAST ABSENT (STATUT "
                        WS-BALMAST-STATUS ") - SOLDES SAISIS A ZERO"
                ELSE
                    PERFORM 0269-LOAD-ONE-BALANCE
                        VARYING WS-HOLD-SUB FROM 1 BY 1
                        UNTIL WS-HOLD-SUB > WS-HOLD-COUNT
                    CLOSE BALMAST
                END-IF
                DISPLAY "COMPTES SOUS SAISIE  : " WS-HOLD-COUNT
            END-IF.

       0266-LOAD-ONE-HOLD.
            READ HOLDMAST NEXT RECORD
                AT END
                    SET WS-EOF TO TRUE
                NOT AT END
                    IF HLD-ACTIVE AND
                       HLD-START-DATE NOT > WS-EXPECTED-DATE AND
                       (HLD-EXPIRY-DATE = ZERO OR
                        HLD-EXPIRY-DATE > WS-EXPECTED-DATE)
                        PERFORM 0267-ADD-HOLD
                    END-IF
            END-READ.

      * HOLDMAST est lu dans l'ordre des cles : les saisies d'un
      * meme compte se suivent et se cumulent sur la derniere entree.
       0267-ADD-HOLD.
            IF WS-HOLD-COUNT = ZERO
                PERFORM 0268-NEW-HOLD-ACCOUNT
            ELSE IF WS-HOLD-ACCOUNT (WS-HOLD-COUNT) = HLD-ACCOUNT-NO
                ADD HLD-AMOUNT TO WS-HOLD-TOTAL (WS-HOLD-COUNT)
            ELSE
                PERFORM 0268-NEW-HOLD-ACCOUNT
            END-IF.

       0268-NEW-HOLD-ACCOUNT.
            IF WS-HOLD-COUNT < 500
                ADD 1 TO WS-HOLD-COUNT
                MOVE HLD-ACCOUNT-NO TO WS-HOLD-ACCOUNT (WS-HOLD-COUNT)
                MOVE HLD-AMOUNT TO WS-HOLD-TOTAL (WS-HOLD-COUNT)
                MOVE ZERO TO WS-HOLD-BALANCE (WS-HOLD-COUNT)
            ELSE
                DISPLAY "TABLE HOLDMAST PLEINE (500 COMPTES) - ARRET : "
                    HLD-ACCOUNT-NO
                PERFORM 0270-STOP-ON-HOLDS
            END-IF.

       0269-LOAD-ONE-BALANCE.
            MOVE WS-HOLD-ACCOUNT (WS-HOLD-SUB) TO BAL-ACCOUNT-NO.
            READ BALMAST
                INVALID KEY
                    MOVE ZERO TO WS-HOLD-BALANCE (WS-HOLD-SUB)
                NOT INVALID KEY
                    MOVE BAL-CLOSING TO WS-HOLD-BALANCE (WS-HOLD-SUB)
            END-READ.

      * Saisies non chargees : rien n'est poste ni ecrit (TRANSOUT
      * s'ouvre apres), le verrou CUSTMAST est rendu.
       0270-STOP-ON-HOLDS.
            DISPLAY "SAISIES NON CONTROLABLES - AUCUNE SORTIE ECRITE".
            MOVE "D" TO WS-LK-FUNCTION.
            CALL "CUSTLOCK" USING WS-LK-FUNCTION WS-LK-PROGRAM
                                  WS-LK-RESULT.
            MOVE 16 TO RETURN-CODE.
            STOP RUN.

       0100-READ-CTLZERO.
            OPEN INPUT CTLZERO.
            READ CTLZERO.

      * La date metier attendue pour l'en-tete du flux, une par carte
      * CTLDATE - c'est elle qui bloque le double traitement du
      * fichier d'une meme journee - et le cycle de posting attendu,
      * qui bloque le retraitement d'un cycle deja cloture.
       0150-READ-CTLDATE.
            OPEN INPUT CTLDATE.
            READ CTLDATE.
            MOVE CTL-BUSINESS-DATE TO WS-EXPECTED-DATE.
            IF CTL-CYCLE NUMERIC AND CTL-CYCLE > ZERO
                MOVE CTL-CYCLE TO WS-EXPECTED-CYCLE
            END-IF.
            CLOSE CTLDATE.

      * Controle d'enveloppe : tout le fichier est relu AVANT que
                    " ATTENDUE " WS-EXPECTED-DATE
                PERFORM 0390-REJECT-FEED
            END-IF.
            IF HDR-CYCLE = SPACE
                MOVE "1" TO HDR-CYCLE
            END-IF.
            IF HDR-CYCLE NOT = WS-EXPECTED-CYCLE
                DISPLAY "ENVELOPPE : CYCLE FLUX " HDR-CYCLE
                    " ATTENDU " WS-EXPECTED-CYCLE
                PERFORM 0390-REJECT-FEED
            END-IF.
      * Date et source du flux, retenues pour le registre
      * anti-doublons.
            MOVE HDR-FEED-DATE TO WS-FEED-DATE.
                    " LU " WS-VERIFY-HASH
                PERFORM 0390-REJECT-FEED
            END-IF.
            IF TRL-CYCLE = SPACE
                MOVE "1" TO TRL-CYCLE
            END-IF.
            IF TRL-CYCLE NOT = WS-EXPECTED-CYCLE
                DISPLAY "ENVELOPPE : CYCLE TRL " TRL-CYCLE
                    " ATTENDU " WS-EXPECTED-CYCLE
                PERFORM 0390-REJECT-FEED
            END-IF.

       0390-REJECT-FEED.
            DISPLAY "FLUX TRANSIN REJETE - AUCUNE SORTIE ECRITE".
                DISPLAY "CODE TYPE INCONNU : " TRAN-TYPE-CODE
                    " COMPTE " TRAN-ACCOUNT-NO
                PERFORM 2200-WRITE-SUSPENSE
            ELSE IF TRAN-TYPE-TRANSFER
                PERFORM 2500-PROCESS-TRANSFER
            ELSE IF WS-CUSTMAST-ABSENT
                PERFORM 2200-WRITE-SUSPENSE
            ELSE
                        PERFORM 2400-TRY-XREF
                    NOT INVALID KEY
                        IF CUST-ACTIVE
                            PERFORM 2270-CHECK-HOLDS
                        ELSE
                            IF CUST-DORMANT
                                PERFORM 2260-DORMANT-DETAIL
                            ELSE
                                PERFORM 2250-SUSPEND-INACTIVE
                            END-IF
                        END-IF
                END-READ
            END-IF.
       2110-CONFIRM-TRANSOUT.
            MOVE WS-FEED-DATE   TO TRG-FEED-DATE.
            MOVE WS-FEED-SOURCE TO TRG-SOURCE-ID.
            MOVE WS-EXPECTED-CYCLE TO TRG-CYCLE.
            MOVE TRAN-REFERENCE TO TRG-REFERENCE.
            WRITE TRANREG-RECORD
                INVALID KEY
                    CONTINUE
            MOVE TRAN-AMOUNT     TO TOUT-AMOUNT.
            MOVE TRAN-TYPE-CODE  TO TOUT-TYPE-CODE.
            MOVE TRAN-REF-DATE   TO TOUT-REF-DATE.
            MOVE TRAN-REFERENCE  TO TOUT-REFERENCE.
            IF TRAN-AMOUNT = SPACES
                MOVE MADONNEE2 TO TOUT-AMOUNT
                ADD 1 TO WS-RECORDS-ZEROFILLED
            ELSE
                MOVE "CLOT" TO RJT-REASON-CODE
            END-IF.
            MOVE TRAN-RECORD TO RJT-PAYLOAD.
            MOVE TRAN-REFERENCE TO RJT-REFERENCE.
            WRITE REJECT-RECORD.
            ADD 1 TO WS-RECORDS-INACTIVE.
            DISPLAY "COMPTE " CUST-STATUS " NON POSTABLE : "
                TRAN-ACCOUNT-NO.
            PERFORM 2200-WRITE-SUSPENSE.

      * Compte dormant : le debit (D, ou l'extourne R qui retire
      * aussi) part en suspens avec le motif DORM, sans rafraichir la
      * date d'activite ; le credit suit le circuit normal.
       2260-DORMANT-DETAIL.
            IF TRAN-TYPE-DEBIT OR TRAN-TYPE-REVERSAL
                MOVE SPACES TO REJECT-RECORD
                MOVE "ESSAIZER" TO RJT-PROGRAM
                MOVE WS-RUN-DATE TO RJT-RUN-DATE
                MOVE "DORM" TO RJT-REASON-CODE
                MOVE TRAN-RECORD TO RJT-PAYLOAD
                MOVE TRAN-REFERENCE TO RJT-REFERENCE
                WRITE REJECT-RECORD
                ADD 1 TO WS-RECORDS-DORMANT
                DISPLAY "DEBIT SUR COMPTE DORMANT : " TRAN-ACCOUNT-NO
                PERFORM 2200-WRITE-SUSPENSE
            ELSE
                PERFORM 2270-CHECK-HOLDS
            END-IF.

      * Compte sous saisie : un debit n'est poste que si le solde
      * qu'il laisse reste au moins egal au total saisi ; sinon il
      * part en suspens avec le motif SAIS. Un mouvement poste (ni
      * refuse ni ecarte en doublon) avance le solde suivi.
       2270-CHECK-HOLDS.
            MOVE TRAN-ACCOUNT-NO TO WS-HOLD-KEY.
            PERFORM 2280-FIND-HOLD.
            IF NOT WS-HOLD-FOUND
                PERFORM 2100-WRITE-TRANSOUT
            ELSE
                MOVE TRAN-AMOUNT TO WS-AP-AMOUNT-X
                MOVE TRAN-TYPE-CODE TO WS-HOLD-TYPE
                PERFORM 2285-SIGN-MOVEMENT
                COMPUTE WS-HOLD-AFTER =
                    WS-HOLD-BALANCE (WS-HOLD-SUB) + WS-HOLD-MOVEMENT
                IF WS-HOLD-MOVEMENT < ZERO AND
                   WS-HOLD-AFTER < WS-HOLD-TOTAL (WS-HOLD-SUB)
                    PERFORM 2275-SUSPEND-HELD
                ELSE
                    MOVE WS-RECORDS-WRITTEN TO WS-HOLD-WRITTEN
                    PERFORM 2100-WRITE-TRANSOUT
                    IF WS-RECORDS-WRITTEN > WS-HOLD-WRITTEN
                        MOVE WS-HOLD-AFTER
                            TO WS-HOLD-BALANCE (WS-HOLD-SUB)
                    END-IF
                END-IF
            END-IF.

       2275-SUSPEND-HELD.
            MOVE SPACES TO REJECT-RECORD.
            MOVE "ESSAIZER" TO RJT-PROGRAM.
            MOVE WS-RUN-DATE TO RJT-RUN-DATE.
            MOVE "SAIS" TO RJT-REASON-CODE.
            MOVE TRAN-RECORD TO RJT-PAYLOAD.
            MOVE TRAN-REFERENCE TO RJT-REFERENCE.
            WRITE REJECT-RECORD.
            ADD 1 TO WS-RECORDS-HELD.
            DISPLAY "DEBIT SUR FONDS SAISIS : " TRAN-ACCOUNT-NO
                " SOLDE " WS-HOLD-BALANCE (WS-HOLD-SUB)
                " SAISI " WS-HOLD-TOTAL (WS-HOLD-SUB).
            PERFORM 2200-WRITE-SUSPENSE.

       2280-FIND-HOLD.
            MOVE "N" TO WS-HOLD-FOUND-SW.
            PERFORM 2281-SCAN-HOLD
                VARYING WS-HOLD-SUB FROM 1 BY 1
                UNTIL WS-HOLD-SUB > WS-HOLD-COUNT
                    OR WS-HOLD-FOUND.
            IF WS-HOLD-FOUND
                SUBTRACT 1 FROM WS-HOLD-SUB
            END-IF.

       2281-SCAN-HOLD.
            IF WS-HOLD-ACCOUNT (WS-HOLD-SUB) = WS-HOLD-KEY
                SET WS-HOLD-FOUND TO TRUE
            END-IF.

      * Le mouvement signe comme BALPOST le portera au solde : D et R
      * retirent, les autres ajoutent ; un montant illisible ne
      * compte pas.
       2285-SIGN-MOVEMENT.
            CALL "AMTPARSE" USING WS-AP-AMOUNT-X
                WS-AP-AMOUNT WS-AP-RESULT.
            IF WS-AP-RESULT NOT = "Y"
                MOVE ZERO TO WS-HOLD-MOVEMENT
            ELSE IF WS-HOLD-TYPE = "D" OR WS-HOLD-TYPE = "R"
                COMPUTE WS-HOLD-MOVEMENT = ZERO - WS-AP-AMOUNT
            ELSE
                MOVE WS-AP-AMOUNT TO WS-HOLD-MOVEMENT
            END-IF.

      * Un mouvement deja poste (jambe de virement, ou TRANSOUT du
      * run interrompu) avance le solde suivi d'un compte saisi.
       2290-APPLY-HELD.
            PERFORM 2280-FIND-HOLD.
            IF WS-HOLD-FOUND
                PERFORM 2285-SIGN-MOVEMENT
                ADD WS-HOLD-MOVEMENT TO WS-HOLD-BALANCE (WS-HOLD-SUB)
            END-IF.

      * Compte introuvable : la table des fusions est consultee - un
      * ancien numero est redirige vers son survivant et la
      * transaction repart dans le circuit normal sous ce numero ;
                        PERFORM 2200-WRITE-SUSPENSE
                    NOT INVALID KEY
                        IF CUST-ACTIVE
                            PERFORM 2270-CHECK-HOLDS
                        ELSE
                            IF CUST-DORMANT
                                PERFORM 2260-DORMANT-DETAIL
                            ELSE
                                PERFORM 2250-SUSPEND-INACTIVE
                            END-IF
                        END-IF
                END-READ
            END-IF.
                SET WS-XREF-FOUND TO TRUE
            END-IF.

      * Virement (type T) : le montant quitte TRAN-ACCOUNT-NO pour
      * TRAN-COUNTERPARTY. Les deux jambes sont postees ensemble ou
      * pas du tout - tous les controles passent avant la moindre
      * ecriture, et le premier en echec envoie le virement entier
      * en suspens avec son motif. Sans CUSTMAST, rien ne peut etre
      * confirme : suspens simple, comme toute transaction.
       2500-PROCESS-TRANSFER.
            PERFORM 2510-CHECK-TRANSFER.
            IF WS-XFER-REASON NOT = SPACES
                PERFORM 2590-SUSPEND-TRANSFER
            ELSE IF WS-CUSTMAST-ABSENT
                ADD 1 TO WS-TRANSFERS-SUSPENDED
                PERFORM 2200-WRITE-SUSPENSE
            ELSE
                PERFORM 2530-CHECK-REGISTER
            END-IF.

      * Montant, contrepartie puis les deux comptes, chacun resolu
      * par le renvoi de fusion s'il est introuvable. Les numeros
      * survivants remplacent les anciens dans l'enregistrement ; une
      * fusion qui ramene les deux jambes sur le meme compte est un
      * virement sans objet.
       2510-CHECK-TRANSFER.
            MOVE SPACES TO WS-XFER-REASON.
            MOVE TRAN-AMOUNT TO WS-AP-AMOUNT-X.
            CALL "AMTPARSE" USING WS-AP-AMOUNT-X
                WS-AP-AMOUNT WS-AP-RESULT.
            IF WS-AP-RESULT NOT = "Y" OR WS-AP-AMOUNT NOT > ZERO
                MOVE "VMNT" TO WS-XFER-REASON
            ELSE IF TRAN-COUNTERPARTY = SPACES OR
                    TRAN-COUNTERPARTY = TRAN-ACCOUNT-NO
                MOVE "VCPT" TO WS-XFER-REASON
            ELSE IF WS-CUSTMAST-ABSENT
                CONTINUE
            ELSE
                MOVE TRAN-ACCOUNT-NO TO WS-XFER-ACCOUNT
                MOVE "O" TO WS-XFER-LEG-SW
                PERFORM 2520-RESOLVE-LEG
                MOVE WS-XFER-ACCOUNT TO TRAN-ACCOUNT-NO
                IF WS-XFER-REASON = SPACES
                    MOVE TRAN-COUNTERPARTY TO WS-XFER-ACCOUNT
                    MOVE "B" TO WS-XFER-LEG-SW
                    PERFORM 2520-RESOLVE-LEG
                    MOVE WS-XFER-ACCOUNT TO TRAN-COUNTERPARTY
                END-IF
                IF WS-XFER-REASON = SPACES AND
                   TRAN-COUNTERPARTY = TRAN-ACCOUNT-NO
                    MOVE "VCPT" TO WS-XFER-REASON
                END-IF
                IF WS-XFER-REASON = SPACES
                    PERFORM 2515-CHECK-TRANSFER-HOLD
                END-IF
            END-IF.

      * Le donneur d'ordre sous saisie : le virement ne doit pas
      * laisser son solde sous le total saisi (WS-AP-AMOUNT tient
      * encore le montant du virement).
       2515-CHECK-TRANSFER-HOLD.
            MOVE TRAN-ACCOUNT-NO TO WS-HOLD-KEY.
            PERFORM 2280-FIND-HOLD.
            IF WS-HOLD-FOUND
                COMPUTE WS-HOLD-AFTER =
                    WS-HOLD-BALANCE (WS-HOLD-SUB) - WS-AP-AMOUNT
                IF WS-HOLD-AFTER < WS-HOLD-TOTAL (WS-HOLD-SUB)
                    MOVE "VSAI" TO WS-XFER-REASON
                END-IF
            END-IF.

       2520-RESOLVE-LEG.
            MOVE WS-XFER-ACCOUNT TO CUST-NUMBER.
            READ CUSTMAST
                INVALID KEY
                    PERFORM 2525-REDIRECT-LEG
                NOT INVALID KEY
                    PERFORM 2528-LEG-STATUS
            END-READ.

       2525-REDIRECT-LEG.
            MOVE "N" TO WS-XREF-FOUND-SW.
            PERFORM 2526-SCAN-XREF-LEG
                VARYING WS-XREF-SUB FROM 1 BY 1
                UNTIL WS-XREF-SUB > WS-XREF-COUNT
                    OR WS-XREF-FOUND.
            IF NOT WS-XREF-FOUND
                MOVE "VINC" TO WS-XFER-REASON
            ELSE
                SUBTRACT 1 FROM WS-XREF-SUB
                DISPLAY "REDIRIGE PAR FUSION : " WS-XFER-ACCOUNT
                    " VERS " WS-XREF-SURVIVOR (WS-XREF-SUB)
                MOVE WS-XREF-SURVIVOR (WS-XREF-SUB)
                    TO WS-XFER-ACCOUNT
                MOVE WS-XFER-ACCOUNT TO CUST-NUMBER
                ADD 1 TO WS-RECORDS-REDIRECTED
                READ CUSTMAST
                    INVALID KEY
                        MOVE "VINC" TO WS-XFER-REASON
                    NOT INVALID KEY
                        PERFORM 2528-LEG-STATUS
                END-READ
            END-IF.

       2526-SCAN-XREF-LEG.
            IF WS-XREF-VICTIM (WS-XREF-SUB) = WS-XFER-ACCOUNT
                SET WS-XREF-FOUND TO TRUE
            END-IF.

      * Un compte dormant ne bloque que la jambe qui le debite : celle
      * du donneur d'ordre.
       2528-LEG-STATUS.
            IF CUST-ACTIVE
                CONTINUE
            ELSE IF CUST-DORMANT
                IF WS-XFER-LEG-ORDERING
                    MOVE "VDOR" TO WS-XFER-REASON
                END-IF
            ELSE IF CUST-FROZEN
                MOVE "VGEL" TO WS-XFER-REASON
            ELSE
                MOVE "VCLO" TO WS-XFER-REASON
            END-IF.

      * Les deux jambes passent au registre anti-doublons avant
      * d'etre inscrites : une seule deja vue et le virement entier
      * part en revue operateur sur DUPTRAN/PRTDUPS - pas en suspens,
      * dont le recyclage le ramenerait chaque nuit sur le meme
      * doublon jusqu'a la purge du registre.
       2530-CHECK-REGISTER.
            MOVE TRAN-ACCOUNT-NO TO TRG-ACCOUNT-NO.
            MOVE TRAN-AMOUNT     TO TRG-AMOUNT.
            READ TRANREG
                INVALID KEY
                    MOVE TRAN-COUNTERPARTY TO TRG-ACCOUNT-NO
                    READ TRANREG
                        INVALID KEY
                            PERFORM 2540-POST-TRANSFER
                        NOT INVALID KEY
                            PERFORM 2150-WRITE-DUPLICATE
                    END-READ
                NOT INVALID KEY
                    PERFORM 2150-WRITE-DUPLICATE
            END-READ.

      * Les deux jambes : inscription au registre, D sur le donneur
      * d'ordre et C sur le beneficiaire, chacune avec l'autre compte
      * en contrepartie, puis la datation d'activite des deux clients
      * - relus tour a tour, le tampon CUSTMAST ne tenant que le
      * dernier lu.
       2540-POST-TRANSFER.
            MOVE WS-FEED-DATE    TO TRG-FEED-DATE.
            MOVE WS-FEED-SOURCE  TO TRG-SOURCE-ID.
            MOVE WS-EXPECTED-CYCLE TO TRG-CYCLE.
            MOVE TRAN-ACCOUNT-NO TO TRG-ACCOUNT-NO.
            MOVE TRAN-AMOUNT     TO TRG-AMOUNT.
            MOVE TRAN-REFERENCE  TO TRG-REFERENCE.
            WRITE TRANREG-RECORD
                INVALID KEY
                    CONTINUE
            END-WRITE.
            MOVE TRAN-COUNTERPARTY TO TRG-ACCOUNT-NO.
            WRITE TRANREG-RECORD
                INVALID KEY
                    CONTINUE
            END-WRITE.
            MOVE SPACES            TO TRANSOUT-RECORD.
            MOVE TRAN-ACCOUNT-NO   TO TOUT-ACCOUNT-NO.
            MOVE TRAN-AMOUNT       TO TOUT-AMOUNT.
            MOVE "D"               TO TOUT-TYPE-CODE.
            MOVE TRAN-COUNTERPARTY TO TOUT-COUNTERPARTY.
            MOVE TRAN-REFERENCE    TO TOUT-REFERENCE.
            WRITE TRANSOUT-RECORD.
            MOVE SPACES            TO TRANSOUT-RECORD.
            MOVE TRAN-COUNTERPARTY TO TOUT-ACCOUNT-NO.
            MOVE TRAN-AMOUNT       TO TOUT-AMOUNT.
            MOVE "C"               TO TOUT-TYPE-CODE.
            MOVE TRAN-ACCOUNT-NO   TO TOUT-COUNTERPARTY.
            MOVE TRAN-REFERENCE    TO TOUT-REFERENCE.
            WRITE TRANSOUT-RECORD.
            ADD 2 TO WS-RECORDS-WRITTEN.
            ADD 2 TO WS-RECORDS-MATCHED.
            ADD 1 TO WS-TRANSFERS-POSTED.
            IF WS-HOLD-COUNT > ZERO
                MOVE TRAN-AMOUNT TO WS-AP-AMOUNT-X
                MOVE TRAN-ACCOUNT-NO TO WS-HOLD-KEY
                MOVE "D" TO WS-HOLD-TYPE
                PERFORM 2290-APPLY-HELD
                MOVE TRAN-COUNTERPARTY TO WS-HOLD-KEY
                MOVE "C" TO WS-HOLD-TYPE
                PERFORM 2290-APPLY-HELD
            END-IF.
            MOVE TRAN-ACCOUNT-NO TO CUST-NUMBER.
            READ CUSTMAST
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    PERFORM 2300-POST-ACTIVITY-DATE
            END-READ.
            MOVE TRAN-COUNTERPARTY TO CUST-NUMBER.
            READ CUSTMAST
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    PERFORM 2300-POST-ACTIVITY-DATE
            END-READ.

      * Virement refuse : l'enregistrement complet part dans RJTZERO
      * avec son motif, puis en suspens - les deux jambes ensemble,
      * que SUSPRCYC representera telles quelles.
       2590-SUSPEND-TRANSFER.
            MOVE SPACES TO REJECT-RECORD.
            MOVE "ESSAIZER" TO RJT-PROGRAM.
            MOVE WS-RUN-DATE TO RJT-RUN-DATE.
            MOVE WS-XFER-REASON TO RJT-REASON-CODE.
            MOVE TRAN-RECORD TO RJT-PAYLOAD.
            MOVE TRAN-REFERENCE TO RJT-REFERENCE.
            WRITE REJECT-RECORD.
            ADD 1 TO WS-TRANSFERS-SUSPENDED.
            DISPLAY "VIREMENT EN SUSPENS (" WS-XFER-REASON ") : "
                TRAN-ACCOUNT-NO " VERS " TRAN-COUNTERPARTY.
            PERFORM 2200-WRITE-SUSPENSE.

      * Le client vient d'etre lu par 2000-PROCESS-TRANSIN : son
      * enregistrement courant recoit la date du run, pour que le
      * cycle ARCHCUST vieillisse sur de l'activite reelle. Un client
                END-IF
            END-IF.

      * Un virement se resout jambe par jambe comme en mode simple :
      * il relit d'autres clients que celui de la rupture en cours,
      * dont la disposition est donc a refaire au detail suivant.
       5110-BULK-DETAIL.
            IF TRAN-TYPE-TRANSFER
                CONTINUE
            ELSE IF TRAN-ACCOUNT-NO NOT = WS-BULK-ACCOUNT
                PERFORM 5200-RESOLVE-ACCOUNT
            END-IF.
            IF NOT TRAN-TYPE-KNOWN
                DISPLAY "CODE TYPE INCONNU : " TRAN-TYPE-CODE
                    " COMPTE " TRAN-ACCOUNT-NO
                PERFORM 2200-WRITE-SUSPENSE
            ELSE IF TRAN-TYPE-TRANSFER
                PERFORM 2500-PROCESS-TRANSFER
                MOVE SPACES TO WS-BULK-ACCOUNT
            ELSE
                IF WS-BULK-REDIRECT NOT = SPACES
                    MOVE WS-BULK-REDIRECT TO TRAN-ACCOUNT-NO
                END-IF
                EVALUATE WS-BULK-DISPO
                    WHEN "P"
                        PERFORM 2270-CHECK-HOLDS
                    WHEN "I"
                        PERFORM 2250-SUSPEND-INACTIVE
                    WHEN "D"
                        PERFORM 2260-DORMANT-DETAIL
                    WHEN OTHER
                        PERFORM 2200-WRITE-SUSPENSE
                END-EVALUATE

      * Une seule resolution par compte : lecture CUSTMAST, renvoi
      * de fusion le cas echeant, statut. Dispositions : P = poste,
      * I = gele/cloture (suspens motive), D = dormant (debits en
      * suspens motive, credits postes), S = suspens.
       5200-RESOLVE-ACCOUNT.
            MOVE TRAN-ACCOUNT-NO TO WS-BULK-ACCOUNT.
            MOVE SPACES TO WS-BULK-REDIRECT.
       5220-RESOLVE-STATUS.
            IF CUST-ACTIVE
                MOVE "P" TO WS-BULK-DISPO
            ELSE IF CUST-DORMANT
                MOVE "D" TO WS-BULK-DISPO
            ELSE
                MOVE "I" TO WS-BULK-DISPO
            END-IF.
