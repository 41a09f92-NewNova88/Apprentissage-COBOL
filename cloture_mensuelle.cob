       *>periode, remet le total courant a zero pour la periode
       *>suivante, et refuse de cloturer deux fois le meme mois. Un
       *>livre sans clotures de periode n'est pas un livre, c'est un
       *>compteur. Le rapport de cloture detaille chaque compte avec
       *>son libelle et son type d'apres le plan comptable
       *>COMPTES.DAT.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ClotureMensuelle.

           SELECT FICHIER-RAPPORT-BUDGET
               ASSIGN TO "RAPPORT-BUDGET.DAT"
               ORGANIZATION LINE SEQUENTIAL.
           COPY COMPTES-FICHIER.
           COPY VERROU-FICHIER.
           COPY APPROBATION-FICHIER.
           COPY JOURNAL-FICHIER.
       FD FICHIER-RAPPORT-BUDGET.
       1 LIGNE-BUDGET-RAPPORT PIC X(90).

       COPY COMPTES-FD.

       COPY VERROU-FD.

       COPY APPROBATION-FD.
       COPY JOURNAL-FD.

       WORKING-STORAGE SECTION.
       COPY DESSIN-ZONE.
       COPY OPERATEUR.
       COPY FORMATION.
       COPY VERROU-ZONE.
       COPY JOURNAL-ETAT.
       COPY APPROBATION-ZONE.
       COPY COMPTES-ZONE.
       77 statut-entree PIC X(02).
       77 statut-total PIC X(02).
       77 statut-periodes PIC X(02).
       77 ecart-budget PIC S9(11)V99 VALUE 0.
       77 montant-edit PIC -(10)9.99.
       77 compte-edit PIC zzzzz9.
       77 position-detail PIC 99.

       SCREEN SECTION.
       1 plage-mois.
               'Total courant remis a zero (PERIODES-SOLDES.DAT).'.

       PROCEDURE DIVISION.
       COPY DESSIN-VERIFICATION
           REPLACING NOM-FICHIER-DESSIN BY "CALCULSOMME-LOG.DAT"
           ENTETE-ATTENDU BY entete-livre.
       DISPLAY plage-mois.
       ACCEPT plage-mois.
       IF mois-a-cloturer = SPACES
           MOVE 0 TO nb-comptes.
           OPEN INPUT HISTORIQUE-CALCULS.
           IF statut-entree = "00"
               PERFORM sauter-entete-historique
               READ HISTORIQUE-CALCULS
                   AT END SET PLUS-DE-LIGNES TO TRUE
               END-READ
           STRING "Budget contre realise, mois " mois-a-cloturer
               DELIMITED BY SIZE INTO LIGNE-BUDGET-RAPPORT.
           WRITE LIGNE-BUDGET-RAPPORT.
           PERFORM ecrire-detail-comptes.
           MOVE mouvement-mois TO montant-edit.
           MOVE nb-mouvements TO compte-edit.
           MOVE SPACES TO LIGNE-BUDGET-RAPPORT.
           WRITE LIGNE-BUDGET-RAPPORT.
           CLOSE FICHIER-RAPPORT-BUDGET.

       *>Une ligne par compte cloture : code, libelle et type du
       *>plan comptable (un compte absent du plan sort "(hors
       *>plan)"), solde de cloture et mouvement du mois.
       ecrire-detail-comptes.
           PERFORM charger-plan-comptes.
           PERFORM VARYING cc FROM 1 BY 1 UNTIL cc > nb-comptes
               MOVE ccl-code(cc) TO compte-a-controler
               PERFORM controler-compte-plan
               MOVE ccl-solde(cc) TO montant-edit
               MOVE SPACES TO LIGNE-BUDGET-RAPPORT
               STRING ccl-code(cc) " " libelle-compte-plan " "
                   libelle-type-plan " solde=" montant-edit
                   DELIMITED BY SIZE INTO LIGNE-BUDGET-RAPPORT
               MOVE ccl-mouvement(cc) TO montant-edit
               MOVE 68 TO position-detail
               STRING " mvt=" montant-edit
                   DELIMITED BY SIZE INTO LIGNE-BUDGET-RAPPORT
                   WITH POINTER position-detail
               WRITE LIGNE-BUDGET-RAPPORT
           END-PERFORM.

       *>Budget du mois a cloturer, et cumul du budget de l'annee
       *>jusqu'au mois cloture inclus.
       chercher-budget-mois.
       *>et le nouveau total 0,00 ou les releves lisent leur
       *>ouverture.
       tracer-cloture.
           PERFORM poser-entete-historique.
           OPEN EXTEND HISTORIQUE-CALCULS.
           MOVE SPACES TO LIGNE-HISTORIQUE.
           MOVE FUNCTION CURRENT-DATE(1:14) TO HIST-HORODATAGE.
           WRITE LIGNE-HISTORIQUE.
           CLOSE HISTORIQUE-CALCULS.

       COPY COMPTES-CHARGE.

       COPY VERROU-PRISE
           REPLACING NOM-PARAGRAPHE BY verrouiller-livre
           NOM-FICHIER-VERROU BY "VERROU-CALCULSOMME.LCK".
           REPLACING NOM-PARAGRAPHE BY journaliser-approbation
           NOM-PROGRAMME-JRN BY "ClotureMensuelle"
           VALEUR-SAISIE BY valeur-approbation.

       COPY DESSIN-SAUT
           REPLACING NOM-PARAGRAPHE BY sauter-entete-historique
           FICHIER-DESSIN BY HISTORIQUE-CALCULS.

       COPY DESSIN-POSE
           REPLACING NOM-PARAGRAPHE BY poser-entete-historique
           FICHIER-DESSIN BY HISTORIQUE-CALCULS
           LIGNE-DESSIN BY LIGNE-HISTORIQUE
           STATUT-DESSIN BY statut-entree
           ENTETE-DESSIN BY entete-livre.
