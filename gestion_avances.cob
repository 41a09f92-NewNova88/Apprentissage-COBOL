      *>Avances sur salaire : on en consent de temps en temps au
      *>personnel, et le remboursement ne se suivait que de memoire.
      *>Chaque avance s'inscrit desormais dans AVANCES.DAT avec son
      *>echeancier mensuel, calcule par la meme arithmetique que
      *>l'echeancier de pret de BouclerNFois (ECHEANCIER-CALCUL,
      *>sans interet : la derniere echeance absorbe les centimes).
      *>L'argent sort d'un compte du grand livre (CAISSE par
      *>defaut, ouvert au plan comptable), poste sous le verrou du
      *>livre avec la reference de l'avance ; l'echeance de chaque
      *>mois part en retenue dans l'extrait de paie (ExtraitPaie).
      *>L'etat des avances en cours est EtatAvances. Le registre ne
      *>fait que s'allonger : pas de reecriture, pas de verrou
      *>propre.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GestionAvances.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY AVANCES-FICHIER.
           COPY HOTE-FICHIER.
           COPY LIVRE-FICHIER.
           COPY COMPTES-FICHIER.
           COPY VERROU-FICHIER.
           COPY JOURNAL-FICHIER.

       DATA DIVISION.
       FILE SECTION.
       COPY AVANCES-FD.

       COPY HOTE-FD.

       COPY LIVRE-FD.

       COPY COMPTES-FD.

       COPY VERROU-FD.

       COPY JOURNAL-FD.

       WORKING-STORAGE SECTION.
       COPY OPERATEUR.
       COPY FORMATION.
       COPY JOURNAL-ETAT.
       COPY HOTE-ZONE.
       COPY VERROU-ZONE.
       COPY COMPTES-ZONE.
       COPY LIVRE-ZONE.
       COPY DESSIN-ZONE.
       COPY ECHEANCIER-ZONE.
       77 statut-avances PIC X(02).
       77 fin-fichier PIC X(01) VALUE 'N'.
           88 PLUS-DE-LIGNES VALUE 'O'.

       77 choix-action PIC 9 VALUE 9.
       77 touche PIC X(01).
       77 confirmation PIC X(01).
       77 valeur-journal PIC X(20).
       77 message-fait PIC X(60).
       77 avance-refusee PIC X(01).

       *>Saisie d'une avance.
       77 operateur-avance PIC X(08).
       77 montant-avance PIC 9(7)V99.
       77 nb-echeances PIC 999.
       77 compte-source PIC X(08).
       77 premier-mois PIC X(06).
       77 mois-courant PIC X(06).
       77 mois-echeance PIC 9(06).
       77 indice-source PIC 99.
       77 reference-avance PIC X(16).
       *>Au-dela, l'avance devient un pret : ce n'est plus d'ici.
       77 nb-echeances-max PIC 999 VALUE 24.

       *>Consultation.
       77 ligne-ecran PIC 99.
       77 aff-ligne PIC X(78).
       77 montant-edit PIC z(6)9.99.
       77 solde-edit PIC z(6)9.99.
       77 date-edit PIC X(10).

       SCREEN SECTION.
       1 plage-menu.
           2 BLANK SCREEN.
           2 LINE 1 COL 1 VALUE 'Avances sur salaire'.
           2 LINE 3 COL 1 VALUE '1. Accorder une avance'.
           2 LINE 4 COL 1 VALUE '2. Avances d''un operateur'.
           2 LINE 5 COL 1 VALUE '3. Etat des avances en cours'.
           2 LINE 6 COL 1 VALUE '0. Fin'.
           2 LINE 7 COL 1 VALUE 'Votre choix : '.
           2 PIC 9 TO choix-action REQUIRED.

       1 plage-saisie-avance.
           2 LINE 9 COL 1 VALUE 'Operateur                 : '.
           2 PIC X(08) TO operateur-avance REQUIRED.
           2 LINE 10 COL 1 VALUE 'Montant                   : '.
           2 PIC 9(7)V99 TO montant-avance REQUIRED.
           2 LINE 11 COL 1 VALUE 'Nombre d''echeances        : '.
           2 PIC 999 TO nb-echeances REQUIRED.
           2 LINE 12 COL 1 VALUE 'Compte (vide = CAISSE)    : '.
           2 PIC X(08) TO compte-source.
           2 LINE 13 COL 1 VALUE 'Premier mois (vide = suivant) : '.
           2 PIC X(06) TO premier-mois.

       1 plage-confirmation.
           2 LINE 15 COL 1 VALUE 'Echeance mensuelle : '.
           2 PIC z(6)9.99 FROM echeance.
           2 COL 33 VALUE 'a partir de '.
           2 PIC X(06) FROM premier-mois.
           2 LINE 16 COL 1 VALUE 'Accorder l''avance (O/N) : '.
           2 PIC X(01) TO confirmation REQUIRED.

       1 plage-saisie-operateur.
           2 LINE 9 COL 1 VALUE 'Operateur : '.
           2 PIC X(08) TO operateur-avance REQUIRED.

       1 plage-ligne.
           2 LINE ligne-ecran COL 1 PIC X(78) FROM aff-ligne.

       1 plage-fait.
           2 LINE 20 COL 1 PIC X(60) FROM message-fait.

       1 plage-pause.
           2 LINE 22 COL 1 VALUE 'Entree pour continuer...'.
           2 PIC X(01) TO touche.

       PROCEDURE DIVISION.
       COPY DESSIN-VERIFICATION
           REPLACING NOM-FICHIER-DESSIN BY "CALCULSOMME-LOG.DAT"
           ENTETE-ATTENDU BY entete-livre.
       PERFORM UNTIL choix-action = 0
           DISPLAY plage-menu
           ACCEPT plage-menu
           EVALUATE choix-action
               WHEN 1
                   PERFORM accorder-avance
               WHEN 2
                   PERFORM lister-avances
               WHEN 3
                   CALL 'EtatAvances'
                       ON EXCEPTION CONTINUE
                   END-CALL
                   CANCEL 'EtatAvances'
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
       END-PERFORM.
       COPY JOURNAL-FERMETURE.
       *>GOBACK (et non STOP RUN) pour pouvoir aussi etre appele
       *>depuis le sous-menu des outils.
       GOBACK.

       COPY HOTE-CONTROLE.

       accorder-avance.
           MOVE SPACES TO operateur-avance compte-source premier-mois.
           MOVE 0 TO montant-avance nb-echeances.
           MOVE SPACES TO message-fait.
           DISPLAY plage-saisie-avance.
           ACCEPT plage-saisie-avance.
           PERFORM controler-avance.
           IF avance-refusee = 'N'
               MOVE montant-avance TO capital
               MOVE 0 TO taux-decimal
               MOVE nb-echeances TO nb-paiements
               PERFORM calculer-echeance
               DISPLAY plage-confirmation
               ACCEPT plage-confirmation
               EVALUATE TRUE
                   WHEN confirmation NOT = 'O'
                           AND confirmation NOT = 'o'
                       MOVE "Avance abandonnee." TO message-fait
                   WHEN EN-FORMATION
                       MOVE "Mode formation : avance simulee."
                           TO message-fait
                   WHEN OTHER
                       PERFORM passer-avance
               END-EVALUATE
           END-IF.
           DISPLAY plage-fait.
           DISPLAY plage-pause.
           ACCEPT plage-pause.

       *>Operateur connu du fichier maitre, montant non nul, de 1 a
       *>nb-echeances-max echeances, compte ouvert au plan, premier
       *>mois de retenue valide et pas deja passe.
       controler-avance.
           MOVE 'N' TO avance-refusee.
           MOVE operateur-avance TO hote-saisi.
           PERFORM controler-hote.
           MOVE hote-saisi TO operateur-avance.
           MOVE FUNCTION CURRENT-DATE(1:6) TO mois-courant.
           EVALUATE TRUE
               WHEN operateur-avance = SPACES OR NOT HOTE-VALIDE
                   MOVE "Operateur inconnu : avance refusee."
                       TO message-fait
                   MOVE 'O' TO avance-refusee
               WHEN montant-avance = 0
                   MOVE "Montant nul : avance refusee." TO message-fait
                   MOVE 'O' TO avance-refusee
               WHEN nb-echeances = 0
                       OR nb-echeances > nb-echeances-max
                   MOVE "Nombre d'echeances hors limites (1 a 24)."
                       TO message-fait
                   MOVE 'O' TO avance-refusee
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF avance-refusee = 'N'
               IF compte-source = SPACES
                   MOVE "CAISSE" TO compte-source
               END-IF
               MOVE FUNCTION UPPER-CASE(compte-source)
                   TO compte-source
               PERFORM charger-plan-comptes
               MOVE compte-source TO compte-a-controler
               PERFORM controler-compte-plan
               IF NOT COMPTE-PLAN-ADMIS
                   MOVE "Compte inconnu du plan ou ferme : refuse."
                       TO message-fait
                   MOVE 'O' TO avance-refusee
               END-IF
           END-IF.
           IF avance-refusee = 'N'
               IF premier-mois = SPACES
                   MOVE mois-courant TO mois-echeance
                   PERFORM avancer-mois
                   MOVE mois-echeance TO premier-mois
               END-IF
               IF premier-mois IS NOT NUMERIC
                       OR premier-mois(5:2) < "01"
                       OR premier-mois(5:2) > "12"
                       OR premier-mois < mois-courant
                   MOVE "Premier mois invalide ou deja passe."
                       TO message-fait
                   MOVE 'O' TO avance-refusee
               END-IF
           END-IF.

       avancer-mois.
           IF FUNCTION MOD(mois-echeance, 100) = 12
               ADD 89 TO mois-echeance
           ELSE
               ADD 1 TO mois-echeance
           END-IF.

       *>Sous le verrou du livre : le compte source est trouve avant
       *>toute ecriture ; l'argent sort (operation R, reference de
       *>l'avance), puis l'avance et son echeancier s'inscrivent.
       *>Livre occupe ou plein = rien n'a bouge.
       passer-avance.
           PERFORM verrouiller-livre.
           IF NOT VERROU-ACQUIS
               MOVE "Grand livre occupe : rien n'a bouge, reessayez."
                   TO message-fait
           ELSE
               PERFORM charger-livre
               MOVE compte-source TO compte-courant
               PERFORM chercher-compte-livre
               MOVE compte-trouve TO indice-source
               IF indice-source = 0
                   PERFORM liberer-livre
                   MOVE "Grand livre plein : avance refusee."
                       TO message-fait
               ELSE
                   MOVE SPACES TO reference-avance
                   STRING "A" FUNCTION CURRENT-DATE(3:14)
                       DELIMITED BY SIZE INTO reference-avance
                   SUBTRACT montant-avance FROM cpt-solde(indice-source)
                   PERFORM sauver-livre
                   MOVE 'R' TO operation-poste
                   MOVE compte-source TO compte-courant
                   COMPUTE montant-poste = 0 - montant-avance
                   MOVE reference-avance TO reference-poste
                   PERFORM historiser-poste-livre
                   PERFORM liberer-livre
                   PERFORM inscrire-avance
                   MOVE SPACES TO valeur-journal
                   STRING "AVC " operateur-avance " " nb-echeances
                       DELIMITED BY SIZE INTO valeur-journal
                   PERFORM journaliser-avance
                   MOVE SPACES TO message-fait
                   STRING "Avance accordee, reference "
                       reference-avance
                       DELIMITED BY SIZE INTO message-fait
               END-IF
           END-IF.

       inscrire-avance.
           OPEN EXTEND FICHIER-AVANCES.
           MOVE SPACES TO LIGNE-AVANCE.
           MOVE 'A' TO AVC-TYPE.
           MOVE reference-avance TO AVC-REFERENCE.
           MOVE operateur-avance TO AVC-OPERATEUR.
           MOVE FUNCTION CURRENT-DATE(1:8) TO AVC-DATE.
           MOVE montant-avance TO AVC-MONTANT.
           MOVE nb-paiements TO AVC-NB-ECHEANCES.
           MOVE compte-source TO AVC-COMPTE.
           IF operateur-courant = SPACES OR LOW-VALUES
               MOVE "INCONNU" TO AVC-ACCORDE-PAR
           ELSE
               MOVE operateur-courant TO AVC-ACCORDE-PAR
           END-IF.
           WRITE LIGNE-AVANCE.
           MOVE capital TO solde-restant.
           MOVE premier-mois TO mois-echeance.
           PERFORM VARYING pp FROM 1 BY 1 UNTIL pp > nb-paiements
               PERFORM calculer-periode
               MOVE SPACES TO LIGNE-ECHEANCE-AVANCE
               MOVE 'E' TO ECH-TYPE
               MOVE reference-avance TO ECH-REFERENCE
               MOVE operateur-avance TO ECH-OPERATEUR
               MOVE pp TO ECH-RANG
               MOVE mois-echeance TO ECH-MOIS
               MOVE part-capital TO ECH-MONTANT
               MOVE solde-restant TO ECH-SOLDE
               WRITE LIGNE-ECHEANCE-AVANCE
               PERFORM avancer-mois
           END-PERFORM.
           CLOSE FICHIER-AVANCES.

       *>Les avances d'un operateur et leurs echeances, dans l'ordre
       *>du registre.
       lister-avances.
           MOVE SPACES TO operateur-avance.
           DISPLAY plage-saisie-operateur.
           ACCEPT plage-saisie-operateur.
           MOVE FUNCTION UPPER-CASE(operateur-avance)
               TO operateur-avance.
           MOVE 11 TO ligne-ecran.
           MOVE 'N' TO fin-fichier.
           OPEN INPUT FICHIER-AVANCES.
           IF statut-avances(1:1) = "0"
               READ FICHIER-AVANCES
                   AT END SET PLUS-DE-LIGNES TO TRUE
               END-READ
               PERFORM UNTIL PLUS-DE-LIGNES
                   IF AVC-OPERATEUR = operateur-avance
                           AND ligne-ecran < 20
                       PERFORM afficher-ligne-avance
                   END-IF
                   READ FICHIER-AVANCES
                       AT END SET PLUS-DE-LIGNES TO TRUE
                   END-READ
               END-PERFORM
               CLOSE FICHIER-AVANCES
           END-IF.
           IF ligne-ecran = 11
               MOVE "Aucune avance pour cet operateur." TO message-fait
               DISPLAY plage-fait
           END-IF.
           DISPLAY plage-pause.
           ACCEPT plage-pause.

       afficher-ligne-avance.
           MOVE SPACES TO aff-ligne.
           IF AVC-TYPE = 'A'
               MOVE AVC-MONTANT TO montant-edit
               STRING AVC-DATE(7:2) "/" AVC-DATE(5:2) "/"
                   AVC-DATE(1:4)
                   DELIMITED BY SIZE INTO date-edit
               STRING "Avance du " date-edit " " montant-edit
                   " en " AVC-NB-ECHEANCES " fois, compte "
                   AVC-COMPTE
                   DELIMITED BY SIZE INTO aff-ligne
           ELSE
               MOVE ECH-MONTANT TO montant-edit
               MOVE ECH-SOLDE TO solde-edit
               STRING "   echeance " ECH-RANG " mois " ECH-MOIS
                   " retenue " montant-edit " reste " solde-edit
                   DELIMITED BY SIZE INTO aff-ligne
           END-IF.
           DISPLAY plage-ligne.
           ADD 1 TO ligne-ecran.

       COPY ECHEANCIER-CALCUL.

       COPY LIVRE-POSTE.

       COPY COMPTES-CHARGE.

       COPY VERROU-PRISE
           REPLACING NOM-PARAGRAPHE BY verrouiller-livre
           NOM-FICHIER-VERROU BY "VERROU-CALCULSOMME.LCK".

       COPY VERROU-LIBERATION
           REPLACING NOM-PARAGRAPHE BY liberer-livre.

       COPY JOURNAL-ECRITURE
           REPLACING NOM-PARAGRAPHE BY journaliser-avance
           NOM-PROGRAMME-JRN BY "GestionAvances"
           VALEUR-SAISIE BY valeur-journal.
