      *>Postage de TRANSACTIONS.DAT au grand livre CALCULSOMME :
      *>StructureIfElse reconcilie les transactions par type, mais
      *>ventes et reglements restaient dans leur fichier pendant que
      *>le solde regarde par le comptable vivait dans le livre. Ce
      *>passage poste chaque transaction pas encore postee au compte
      *>que la table AFFECTATION-TYPES.DAT donne pour son type, dans
      *>le sens qu'elle donne (operation P, reference = TRX-REF). La
      *>reference postee est notee a TRANSACTIONS-POSTEES.DAT : un
      *>second passage ne la reposte jamais. Le journal de postage
      *>JOURNAL-POSTAGE.DAT liste chaque poste et chaque refus, puis
      *>les totaux de controle par type (transactions lues, deja
      *>postees, postees, rejetees). Refus au fichier
      *>REJETS-POSTAGE.DAT : NUM illisible, TYP type non affecte, CPT
      *>compte hors plan ou ferme, PLN livre plein, DBL reference
      *>deja prise par une autre transaction. Lancable par
      *>PiloteNuit (job POSTAGE). En mode formation, le passage est
      *>simule : journal complet, livre et marques intacts.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PostageTransactions.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL FICHIER-TRANSACTIONS
               ASSIGN TO "TRANSACTIONS.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS statut-transactions.
           SELECT OPTIONAL FICHIER-POSTEES
               ASSIGN TO "TRANSACTIONS-POSTEES.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS statut-postees.
           SELECT FICHIER-JOURNAL-POSTAGE
               ASSIGN TO "JOURNAL-POSTAGE.DAT"
               ORGANIZATION LINE SEQUENTIAL.
           COPY REJET-FICHIER
               REPLACING NOM-FICHIER-REJETS
               BY "REJETS-POSTAGE.DAT".
           COPY REJET-HISTO-FICHIER.
           COPY AFFECTATION-FICHIER.
           COPY LIVRE-FICHIER.
           COPY COMPTES-FICHIER.
           COPY VERROU-FICHIER.
           COPY JOURNAL-FICHIER.

       DATA DIVISION.
       FILE SECTION.
       FD FICHIER-TRANSACTIONS.
       1 LIGNE-TRANSACTION.
           2 TRX-DATE PIC 9(08).
           2 FILLER PIC X(01).
           2 TRX-REF PIC X(08).
           2 FILLER PIC X(01).
           2 TRX-TYPE PIC X(02).
           2 FILLER PIC X(01).
           2 TRX-MONTANT PIC S9(7)V99.

       *>Marque de postage : une ligne par transaction postee, avec
       *>ce qui en est parti au livre et quand.
       FD FICHIER-POSTEES.
       1 LIGNE-POSTEE.
           2 PST-REF PIC X(08).
           2 FILLER PIC X(01).
           2 PST-DATE PIC 9(08).
           2 FILLER PIC X(01).
           2 PST-TYPE PIC X(02).
           2 FILLER PIC X(01).
           2 PST-COMPTE PIC X(08).
           2 FILLER PIC X(01).
           2 PST-MONTANT PIC S9(9)V99.
           2 FILLER PIC X(01).
           2 PST-HORODATAGE PIC X(14).

       FD FICHIER-JOURNAL-POSTAGE.
       1 LIGNE-JOURNAL-POSTAGE PIC X(90).

       COPY REJET-FD.

       COPY REJET-HISTO-FD.

       COPY AFFECTATION-FD.

       COPY LIVRE-FD.

       COPY COMPTES-FD.

       COPY VERROU-FD.

       COPY JOURNAL-FD.

       WORKING-STORAGE SECTION.
       COPY OPERATEUR.
       COPY FORMATION.
       COPY VERROU-ZONE.
       COPY JOURNAL-ETAT.
       COPY AFFECTATION-ZONE.
       COPY COMPTES-ZONE.
       COPY LIVRE-ZONE.
       COPY DESSIN-ZONE.
       77 statut-transactions PIC X(02).
       77 statut-postees PIC X(02).
       77 fin-fichier PIC X(01) VALUE 'N'.
           88 PLUS-DE-TRANSACTIONS VALUE 'O'.
       77 fin-postees PIC X(01) VALUE 'N'.

       *>References deja postees (passages precedents = A, ce
       *>passage = N), avec la date et le type de la transaction :
       *>une autre transaction qui reprend une reference postee est
       *>un doublon, pas une transaction deja postee. Au-dela de
       *>5000 references, le passage est refuse : une marque non
       *>relue ferait reposter sa transaction.
       77 nb-postees PIC 9(4) VALUE 0.
       77 postees-tronquees PIC X(01) VALUE 'N'.
       77 px PIC 9(4).
       77 postee-trouvee PIC 9(4) VALUE 0.
       1 references-postees.
           2 reference-postee OCCURS 5000.
               3 rfp-ref PIC X(08).
               3 rfp-origine PIC X(01).
               3 rfp-date PIC 9(08).
               3 rfp-type PIC X(02).

       *>Totaux de controle par type : 20 types, le surplus sous **
       *>dans la 21e entree, reservee.
       77 nb-types PIC 99 VALUE 0.
       77 ct PIC 99.
       77 type-idx PIC 99.
       1 controles-types.
           2 controle-type OCCURS 21.
               3 ctl-type PIC X(02).
               3 ctl-lues PIC 9(5).
               3 ctl-deja PIC 9(5).
               3 ctl-postees PIC 9(5).
               3 ctl-rejetees PIC 9(5).
               3 ctl-montant PIC S9(9)V99.
               3 ctl-poste PIC S9(9)V99.

       77 nb-lignes-lues PIC 9(6) VALUE 0.
       77 nb-deja-postees PIC 9(6) VALUE 0.
       77 nb-postees-passage PIC 9(6) VALUE 0.
       77 nb-rejets PIC 9(6) VALUE 0.
       77 code-rejet PIC X(03).
       77 passage-refuse PIC X(01) VALUE 'N'.
       77 libelle-refus PIC X(60) VALUE SPACES.
       77 horodatage-passage PIC X(14).
       77 compte-edit PIC zzzz9.
       77 montant-edit PIC -(8)9.99.
       77 poste-edit PIC -(8)9.99.
       77 valeur-postage PIC X(20).

       SCREEN SECTION.
       1 plage-fini.
           2 BLANK SCREEN.
           2 LINE 1 COL 1 VALUE
               'Postage genere : JOURNAL-POSTAGE.DAT'.
           2 LINE 2 COL 1 VALUE 'Transactions lues : '.
           2 PIC zzzzz9 FROM nb-lignes-lues.
           2 LINE 3 COL 1 VALUE 'Deja postees : '.
           2 PIC zzzzz9 FROM nb-deja-postees.
           2 LINE 4 COL 1 VALUE 'Postees : '.
           2 PIC zzzzz9 FROM nb-postees-passage.
           2 LINE 5 COL 1 VALUE 'Rejets (REJETS-POSTAGE.DAT) : '.
           2 PIC zzzzz9 FROM nb-rejets.
           2 LINE 7 COL 1 PIC X(60) FROM libelle-refus.

       PROCEDURE DIVISION.
       COPY DESSIN-VERIFICATION
           REPLACING NOM-FICHIER-DESSIN BY "CALCULSOMME-LOG.DAT"
           ENTETE-ATTENDU BY entete-livre.
       MOVE FUNCTION CURRENT-DATE(1:14) TO horodatage-passage.
       OPEN OUTPUT FICHIER-JOURNAL-POSTAGE.
       MOVE SPACES TO LIGNE-JOURNAL-POSTAGE.
       IF EN-FORMATION
           STRING "Postage des transactions du " horodatage-passage
               " SIMULATION (mode formation)"
               DELIMITED BY SIZE INTO LIGNE-JOURNAL-POSTAGE
       ELSE
           STRING "Postage des transactions du " horodatage-passage
               DELIMITED BY SIZE INTO LIGNE-JOURNAL-POSTAGE
       END-IF.
       WRITE LIGNE-JOURNAL-POSTAGE.

       PERFORM charger-affectations.
       PERFORM charger-plan-comptes.
       PERFORM charger-postees.
       EVALUATE TRUE
           WHEN NOT AFFECTATIONS-EN-PLACE
               MOVE 'O' TO passage-refuse
               MOVE "AFFECTATION-TYPES.DAT absent : rien n'est poste."
                   TO libelle-refus
           WHEN postees-tronquees = 'O'
               MOVE 'O' TO passage-refuse
               MOVE "Plus de 5000 marques : rien n'est poste."
                   TO libelle-refus
           WHEN OTHER
               CONTINUE
       END-EVALUATE.
       *>Tout le passage se fait sous un seul verrou du livre : un
       *>verrou refuse laisse tout en l'etat, a relancer.
       IF passage-refuse = 'N' AND NOT EN-FORMATION
           PERFORM verrouiller-livre
           IF NOT VERROU-ACQUIS
               MOVE 'O' TO passage-refuse
               MOVE "Grand livre occupe : rien n'est poste, relancer."
                   TO libelle-refus
           END-IF
       END-IF.
       IF passage-refuse = 'N'
           PERFORM charger-livre
           PERFORM poster-transactions
           IF NOT EN-FORMATION
               PERFORM liberer-livre
           END-IF
           PERFORM ecrire-controles
           MOVE SPACES TO valeur-postage
           MOVE nb-postees-passage TO compte-edit
           STRING "POSTEES " compte-edit
               DELIMITED BY SIZE INTO valeur-postage
           PERFORM journaliser-postage
       ELSE
           MOVE SPACES TO LIGNE-JOURNAL-POSTAGE
           MOVE libelle-refus TO LIGNE-JOURNAL-POSTAGE
           WRITE LIGNE-JOURNAL-POSTAGE
       END-IF.
       CLOSE FICHIER-JOURNAL-POSTAGE.

       DISPLAY plage-fini.
       COPY JOURNAL-FERMETURE.
       *>GOBACK (et non STOP RUN) pour pouvoir aussi etre appele
       *>depuis le menu de comptabilite et par PiloteNuit.
       GOBACK.

       *>Relit les marques de postage des passages precedents.
       charger-postees.
           MOVE 0 TO nb-postees.
           MOVE 'N' TO postees-tronquees.
           MOVE 'N' TO fin-postees.
           OPEN INPUT FICHIER-POSTEES.
           IF statut-postees(1:1) = "0"
               READ FICHIER-POSTEES
                   AT END MOVE 'O' TO fin-postees
               END-READ
               PERFORM UNTIL fin-postees = 'O'
                   IF PST-REF NOT = SPACES
                       IF nb-postees < 5000
                           ADD 1 TO nb-postees
                           MOVE PST-REF TO rfp-ref(nb-postees)
                           MOVE 'A' TO rfp-origine(nb-postees)
                           MOVE PST-DATE TO rfp-date(nb-postees)
                           MOVE PST-TYPE TO rfp-type(nb-postees)
                       ELSE
                           MOVE 'O' TO postees-tronquees
                       END-IF
                   END-IF
                   READ FICHIER-POSTEES
                       AT END MOVE 'O' TO fin-postees
                   END-READ
               END-PERFORM
               CLOSE FICHIER-POSTEES
           END-IF.

       poster-transactions.
           INITIALIZE controles-types.
           MOVE "**" TO ctl-type(21).
           OPEN INPUT FICHIER-TRANSACTIONS.
           OPEN OUTPUT FICHIER-REJETS.
           IF statut-transactions = "00"
               READ FICHIER-TRANSACTIONS
                   AT END SET PLUS-DE-TRANSACTIONS TO TRUE
               END-READ
               PERFORM UNTIL PLUS-DE-TRANSACTIONS
                   ADD 1 TO nb-lignes-lues
                   PERFORM traiter-transaction
                   READ FICHIER-TRANSACTIONS
                       AT END SET PLUS-DE-TRANSACTIONS TO TRUE
                   END-READ
               END-PERFORM
               CLOSE FICHIER-TRANSACTIONS
           END-IF.
           CLOSE FICHIER-REJETS.

       *>Une transaction : deja postee (passee sous silence, comptee
       *>au controle), refusee (rejet avec son code), ou postee.
       traiter-transaction.
           PERFORM chercher-controle-type.
           ADD 1 TO ctl-lues(type-idx).
           MOVE SPACES TO code-rejet.
           IF TRX-DATE IS NOT NUMERIC OR TRX-MONTANT IS NOT NUMERIC
               MOVE "NUM" TO code-rejet
           ELSE
               ADD TRX-MONTANT TO ctl-montant(type-idx)
               PERFORM chercher-postee
           END-IF.
           EVALUATE TRUE
               WHEN code-rejet NOT = SPACES
                   CONTINUE
               WHEN postee-trouvee > 0
                   IF rfp-origine(postee-trouvee) = 'A'
                           AND rfp-date(postee-trouvee) = TRX-DATE
                           AND rfp-type(postee-trouvee) = TRX-TYPE
                       ADD 1 TO nb-deja-postees
                       ADD 1 TO ctl-deja(type-idx)
                   ELSE
                       MOVE "DBL" TO code-rejet
                   END-IF
               WHEN OTHER
                   PERFORM affecter-transaction
           END-EVALUATE.
           IF code-rejet NOT = SPACES
               ADD 1 TO ctl-rejetees(type-idx)
               PERFORM rejeter-transaction
               PERFORM noter-rejet-journal
           END-IF.

       *>Compte et sens du type, controle du compte au plan, place
       *>au livre : le premier refus rencontre donne le code.
       affecter-transaction.
           MOVE TRX-TYPE TO type-a-affecter.
           PERFORM chercher-affectation.
           IF affectation-trouvee = 0
               MOVE "TYP" TO code-rejet
           ELSE
               MOVE aft-compte(affectation-trouvee)
                   TO compte-a-controler
               PERFORM controler-compte-plan
               IF NOT COMPTE-PLAN-ADMIS
                   MOVE "CPT" TO code-rejet
               ELSE
                   MOVE aft-compte(affectation-trouvee)
                       TO compte-courant
                   PERFORM chercher-compte-livre
                   IF compte-trouve = 0
                       MOVE "PLN" TO code-rejet
                   ELSE
                       PERFORM poster-transaction
                   END-IF
               END-IF
           END-IF.

       *>Le solde est sauve avant la ligne d'historique, et la
       *>marque ecrite apres : un arret entre deux laisse au pire
       *>une transaction postee sans marque, que le journal des
       *>saisies et l'historique (reference = TRX-REF) designent.
       poster-transaction.
           IF aft-sens(affectation-trouvee) = '-'
               COMPUTE montant-poste = 0 - TRX-MONTANT
           ELSE
               MOVE TRX-MONTANT TO montant-poste
           END-IF.
           IF NOT EN-FORMATION
               ADD montant-poste TO cpt-solde(compte-trouve)
               PERFORM sauver-livre
               MOVE 'P' TO operation-poste
               MOVE TRX-REF TO reference-poste
               PERFORM historiser-poste-livre
               PERFORM marquer-postee
           END-IF.
           IF nb-postees < 5000
               ADD 1 TO nb-postees
               MOVE TRX-REF TO rfp-ref(nb-postees)
               MOVE 'N' TO rfp-origine(nb-postees)
               MOVE TRX-DATE TO rfp-date(nb-postees)
               MOVE TRX-TYPE TO rfp-type(nb-postees)
           END-IF.
           ADD 1 TO nb-postees-passage.
           ADD 1 TO ctl-postees(type-idx).
           ADD montant-poste TO ctl-poste(type-idx).
           MOVE TRX-MONTANT TO montant-edit.
           MOVE montant-poste TO poste-edit.
           MOVE SPACES TO LIGNE-JOURNAL-POSTAGE.
           STRING TRX-DATE " " TRX-REF " " TRX-TYPE " " montant-edit
               " -> " compte-courant " " aft-sens(affectation-trouvee)
               " poste=" poste-edit
               DELIMITED BY SIZE INTO LIGNE-JOURNAL-POSTAGE.
           WRITE LIGNE-JOURNAL-POSTAGE.

       marquer-postee.
           OPEN EXTEND FICHIER-POSTEES.
           MOVE SPACES TO LIGNE-POSTEE.
           MOVE TRX-REF TO PST-REF.
           MOVE TRX-DATE TO PST-DATE.
           MOVE TRX-TYPE TO PST-TYPE.
           MOVE compte-courant TO PST-COMPTE.
           MOVE montant-poste TO PST-MONTANT.
           MOVE HIST-HORODATAGE TO PST-HORODATAGE.
           WRITE LIGNE-POSTEE.
           CLOSE FICHIER-POSTEES.

       chercher-postee.
           MOVE 0 TO postee-trouvee.
           PERFORM VARYING px FROM 1 BY 1
                   UNTIL px > nb-postees OR postee-trouvee > 0
               IF rfp-ref(px) = TRX-REF
                   MOVE px TO postee-trouvee
               END-IF
           END-PERFORM.

       *>Entree de controle du type de la transaction, creee a la
       *>premiere rencontre ; table pleine, le surplus va sous **
       *>(21e entree), sans toucher aux 20 types connus.
       chercher-controle-type.
           MOVE 0 TO type-idx.
           PERFORM VARYING ct FROM 1 BY 1 UNTIL ct > nb-types
               IF ctl-type(ct) = TRX-TYPE
                   MOVE ct TO type-idx
               END-IF
           END-PERFORM.
           IF type-idx = 0
               IF nb-types < 20
                   ADD 1 TO nb-types
                   MOVE TRX-TYPE TO ctl-type(nb-types)
                   MOVE nb-types TO type-idx
               ELSE
                   MOVE 21 TO type-idx
               END-IF
           END-IF.

       noter-rejet-journal.
           MOVE SPACES TO LIGNE-JOURNAL-POSTAGE.
           STRING "REJET " code-rejet " ligne " nb-lignes-lues " : "
               LIGNE-TRANSACTION
               DELIMITED BY SIZE INTO LIGNE-JOURNAL-POSTAGE.
           WRITE LIGNE-JOURNAL-POSTAGE.

       *>Totaux de controle : par type, puis pour le passage. Lues =
       *>deja postees + postees + rejetees, sinon le passage est a
       *>regarder. L'entree ** ne s'imprime que si elle a servi.
       ecrire-controles.
           MOVE SPACES TO LIGNE-JOURNAL-POSTAGE.
           MOVE "Totaux de controle par type :"
               TO LIGNE-JOURNAL-POSTAGE.
           WRITE LIGNE-JOURNAL-POSTAGE.
           PERFORM VARYING ct FROM 1 BY 1 UNTIL ct > 21
               IF ct <= nb-types OR ctl-lues(ct) > 0
                   PERFORM ecrire-controle-type
               END-IF
           END-PERFORM.
           MOVE SPACES TO LIGNE-JOURNAL-POSTAGE.
           STRING "Lues=" nb-lignes-lues " Deja=" nb-deja-postees
               " Postees=" nb-postees-passage " Rejets=" nb-rejets
               DELIMITED BY SIZE INTO LIGNE-JOURNAL-POSTAGE.
           WRITE LIGNE-JOURNAL-POSTAGE.
           MOVE SPACES TO LIGNE-JOURNAL-POSTAGE.
           IF nb-lignes-lues =
                   nb-deja-postees + nb-postees-passage + nb-rejets
               MOVE "Controle : CONCORDANT" TO LIGNE-JOURNAL-POSTAGE
           ELSE
               MOVE "Controle : ECART, passage A VERIFIER"
                   TO LIGNE-JOURNAL-POSTAGE
           END-IF.
           WRITE LIGNE-JOURNAL-POSTAGE.

       ecrire-controle-type.
           MOVE SPACES TO LIGNE-JOURNAL-POSTAGE.
           MOVE ctl-montant(ct) TO montant-edit.
           MOVE ctl-poste(ct) TO poste-edit.
           STRING "  Type " ctl-type(ct)
               " lues=" ctl-lues(ct) " deja=" ctl-deja(ct)
               " postees=" ctl-postees(ct)
               " rejets=" ctl-rejetees(ct)
               DELIMITED BY SIZE INTO LIGNE-JOURNAL-POSTAGE.
           WRITE LIGNE-JOURNAL-POSTAGE.
           MOVE SPACES TO LIGNE-JOURNAL-POSTAGE.
           STRING "          montant lu=" montant-edit
               " poste au livre=" poste-edit
               DELIMITED BY SIZE INTO LIGNE-JOURNAL-POSTAGE.
           WRITE LIGNE-JOURNAL-POSTAGE.

       COPY AFFECTATION-CHARGE.

       COPY LIVRE-POSTE.

       COPY COMPTES-CHARGE.

       COPY VERROU-PRISE
           REPLACING NOM-PARAGRAPHE BY verrouiller-livre
           NOM-FICHIER-VERROU BY "VERROU-CALCULSOMME.LCK".

       COPY VERROU-LIBERATION
           REPLACING NOM-PARAGRAPHE BY liberer-livre.

       COPY REJET-ECRITURE
           REPLACING NOM-PARAGRAPHE BY rejeter-transaction
           NUMERO-LIGNE-REJ BY nb-lignes-lues
           CODE-REJET-REJ BY code-rejet
           CONTENU-REJ BY LIGNE-TRANSACTION
           COMPTEUR-REJETS-REJ BY nb-rejets.

       COPY JOURNAL-ECRITURE
           REPLACING NOM-PARAGRAPHE BY journaliser-postage
           NOM-PROGRAMME-JRN BY "PostageTransactions"
           VALEUR-SAISIE BY valeur-postage.
