      *>Contre-passation d'une ligne du grand livre : un montant
      *>faux ne se corrigeait que par un calcul inverse tape a la
      *>main, que rien ne reliait a l'erreur, ou par
      *>ReconstructionTotal qui reecrit tout le total. Ici
      *>l'operateur designe la ligne de CALCULSOMME-LOG.DAT par son
      *>horodatage et son compte ; le mouvement exactement oppose est
      *>passe sur le meme compte (operation C), avec pour reference
      *>C suivie de l'horodatage de la ligne annulee et un code
      *>motif. Seconde signature obligatoire, comme pour toute
      *>action qui touche au livre sans calcul. Une ligne ne se
      *>contre-passe qu'une fois ; une cloture, un virement (a
      *>corriger par le virement inverse) ou une contre-passation ne
      *>se contre-passent pas. ReleveCalculsomme imprime la
      *>contre-passation en face de la ligne qu'elle annule.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ContrePassation.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY LIVRE-FICHIER.
           COPY COMPTES-FICHIER.
           COPY VERROU-FICHIER.
           COPY APPROBATION-FICHIER.
           COPY JOURNAL-FICHIER.

       DATA DIVISION.
       FILE SECTION.
       COPY LIVRE-FD.

       COPY COMPTES-FD.

       COPY VERROU-FD.

       COPY APPROBATION-FD.

       COPY JOURNAL-FD.

       WORKING-STORAGE SECTION.
       COPY OPERATEUR.
       COPY FORMATION.
       COPY VERROU-ZONE.
       COPY JOURNAL-ETAT.
       COPY APPROBATION-ZONE.
       COPY COMPTES-ZONE.
       COPY LIVRE-ZONE.
       COPY DESSIN-ZONE.
       77 fin-historique PIC X(01) VALUE 'N'.
           88 PLUS-DE-LIGNES VALUE 'O'.

       *>Ligne a annuler, telle que saisie, et ce que la recherche en
       *>a retenu (une vieille ligne sans compte vaut GENERAL).
       77 horodatage-origine PIC X(14) VALUE SPACES.
       77 compte-origine PIC X(08) VALUE SPACES.
       77 compte-ligne PIC X(08).
       77 nb-lignes-trouvees PIC 9(3) VALUE 0.
       77 operation-origine PIC X(01).
       77 operateur-origine PIC X(08).
       77 montant-origine PIC S9(9)V99 VALUE 0.
       77 reference-cherchee PIC X(16).
       77 deja-contre-passee PIC X(01) VALUE 'N'.
       77 horodatage-contre-passation PIC X(14) VALUE SPACES.

       *>Motifs admis : le code part sur la ligne d'historique, le
       *>libelle n'est qu'une aide a l'ecran.
       77 motif-saisi PIC X(03) VALUE SPACES.
       77 motif-admis PIC X(01) VALUE 'N'.
       77 mt PIC 9.
       1 motifs-valeurs.
           2 FILLER PIC X(23) VALUE 'ERSErreur de saisie    '.
           2 FILLER PIC X(23) VALUE 'DBLDoublon             '.
           2 FILLER PIC X(23) VALUE 'MTFMontant faux        '.
           2 FILLER PIC X(23) VALUE 'CPTMauvais compte      '.
           2 FILLER PIC X(23) VALUE 'AUTAutre               '.
       1 motifs-contre-passation REDEFINES motifs-valeurs.
           2 motif-contre-passation OCCURS 5.
               3 mtf-code PIC X(03).
               3 mtf-libelle PIC X(20).

       *>Verdict du controle : blanc = la ligne peut etre annulee,
       *>sinon la raison du refus.
       77 refus-contre-passation PIC X(01) VALUE SPACE.
           88 CONTRE-PASSATION-POSSIBLE VALUE SPACE.
       77 libelle-refus PIC X(50) VALUE SPACES.
       77 confirmation PIC X(01) VALUE 'N'.
       77 encore-contre-passation PIC X(01) VALUE 'O'.
       77 valeur-contre-passation PIC X(20).

       SCREEN SECTION.
       1 plage-saisie.
           2 BLANK SCREEN.
           2 LINE 1 COL 1 VALUE
               'Contre-passation d''une ligne du grand livre'.
           2 LINE 3 COL 1 VALUE 'Horodatage AAAAMMJJhhmmss : '.
           2 PIC X(14) TO horodatage-origine REQUIRED.
           2 LINE 4 COL 1 VALUE 'Compte (vide = GENERAL) : '.
           2 PIC X(08) TO compte-origine.
           2 LINE 5 COL 1 VALUE
               'Motif (ERS DBL MTF CPT AUT) : '.
           2 PIC X(03) TO motif-saisi REQUIRED.

       1 plage-ligne.
           2 LINE 7 COL 1 VALUE 'Ligne de '.
           2 PIC X(08) FROM operateur-origine.
           2 VALUE ' operation '.
           2 PIC X(01) FROM operation-origine.
           2 VALUE ' mouvement '.
           2 PIC -(9)9.99 FROM montant-origine.
           2 LINE 8 COL 1 VALUE 'Contre-passation : '.
           2 PIC -(9)9.99 FROM montant-poste.
           2 VALUE ' sur '.
           2 PIC X(08) FROM compte-ligne.
           2 VALUE ' motif '.
           2 PIC X(20) FROM mtf-libelle(mt).

       1 plage-confirmation.
           2 LINE 10 COL 1 VALUE
               'Passer la contre-passation ? (O/N) : '.
           2 PIC X(01) TO confirmation REQUIRED.

       1 plage-refus.
           2 LINE 12 COL 1 PIC X(50) FROM libelle-refus.

       1 plage-livre-occupe.
           2 LINE 12 COL 1 VALUE
               'Grand livre occupe : rien n''a bouge, reessayez.'.

       1 plage-livre-plein.
           2 LINE 12 COL 1 VALUE
               'Grand livre plein (20 comptes) : refuse.'.

       1 plage-formation.
           2 LINE 12 COL 1 VALUE
               'Mode formation : simulation, livre intact.'.

       1 plage-abandon.
           2 LINE 12 COL 1 VALUE 'Rien n''a ete passe.'.

       1 plage-fait.
           2 LINE 12 COL 1 VALUE 'Contre-passation passee, reference '.
           2 PIC X(16) FROM reference-poste.

       COPY APPROBATION-ECRAN.

       1 plage-encore.
           2 LINE 23 COL 1 VALUE 'Autre contre-passation ? (O/N) : '.
           2 PIC X(01) TO encore-contre-passation REQUIRED.

       PROCEDURE DIVISION.
       COPY DESSIN-VERIFICATION
           REPLACING NOM-FICHIER-DESSIN BY "CALCULSOMME-LOG.DAT"
           ENTETE-ATTENDU BY entete-livre.
       PERFORM UNTIL encore-contre-passation NOT = 'O'
                   AND encore-contre-passation NOT = 'o'
           PERFORM saisir-contre-passation
           DISPLAY plage-encore
           ACCEPT plage-encore
       END-PERFORM.
       COPY JOURNAL-FERMETURE.
       *>GOBACK (et non STOP RUN) pour pouvoir aussi etre appele
       *>depuis le menu de comptabilite.
       GOBACK.

       saisir-contre-passation.
           MOVE SPACES TO horodatage-origine compte-origine motif-saisi.
           MOVE 'N' TO confirmation.
           DISPLAY plage-saisie.
           ACCEPT plage-saisie.
           MOVE FUNCTION UPPER-CASE(compte-origine) TO compte-origine.
           MOVE FUNCTION UPPER-CASE(motif-saisi) TO motif-saisi.
           IF compte-origine = SPACES
               MOVE "GENERAL" TO compte-ligne
           ELSE
               MOVE compte-origine TO compte-ligne
           END-IF.
           PERFORM controler-contre-passation.
           IF NOT CONTRE-PASSATION-POSSIBLE
               DISPLAY plage-refus
           ELSE
               COMPUTE montant-poste = 0 - montant-origine
               DISPLAY plage-ligne
               DISPLAY plage-confirmation
               ACCEPT plage-confirmation
               IF confirmation NOT = 'O' AND confirmation NOT = 'o'
                   DISPLAY plage-abandon
               ELSE
                   IF EN-FORMATION
                       DISPLAY plage-formation
                   ELSE
                       PERFORM demander-approbation
                       IF APPROBATION-ACCORDEE
                           PERFORM passer-contre-passation
                       END-IF
                   END-IF
               END-IF
           END-IF.

       *>Motif connu, ligne trouvee une seule fois, d'une nature qui
       *>se contre-passe, pas deja annulee, et compte encore ouvert
       *>au plan comptable.
       controler-contre-passation.
           MOVE SPACE TO refus-contre-passation.
           MOVE SPACES TO libelle-refus.
           MOVE 'N' TO motif-admis.
           PERFORM VARYING mt FROM 1 BY 1 UNTIL mt > 5
                   OR motif-admis = 'O'
               IF mtf-code(mt) = motif-saisi
                   MOVE 'O' TO motif-admis
               END-IF
           END-PERFORM.
           IF motif-admis = 'O'
               SUBTRACT 1 FROM mt
           ELSE
               MOVE 'M' TO refus-contre-passation
               MOVE 'Motif inconnu : ERS DBL MTF CPT ou AUT.'
                   TO libelle-refus
           END-IF.
           IF CONTRE-PASSATION-POSSIBLE
               PERFORM rechercher-ligne-origine
               EVALUATE TRUE
                   WHEN nb-lignes-trouvees = 0
                       MOVE 'I' TO refus-contre-passation
                       MOVE 'Aucune ligne a cet horodatage, ce compte.'
                           TO libelle-refus
                   WHEN nb-lignes-trouvees > 1
                       MOVE 'P' TO refus-contre-passation
                       MOVE 'Plusieurs lignes a cet horodatage.'
                           TO libelle-refus
                   WHEN operateur-origine = "CLOTURE"
                           OR operation-origine = 'Z'
                       MOVE 'Z' TO refus-contre-passation
                       MOVE 'Une cloture ne se contre-passe pas.'
                           TO libelle-refus
                   WHEN operation-origine = 'V'
                       MOVE 'V' TO refus-contre-passation
                       MOVE 'Virement : passer le virement inverse.'
                           TO libelle-refus
                   WHEN operation-origine = 'C'
                       MOVE 'C' TO refus-contre-passation
                       MOVE 'Ligne deja issue d''une contre-passation.'
                           TO libelle-refus
                   WHEN montant-origine = 0
                       MOVE 'N' TO refus-contre-passation
                       MOVE 'Mouvement nul : rien a contre-passer.'
                           TO libelle-refus
                   WHEN deja-contre-passee = 'O'
                       MOVE 'D' TO refus-contre-passation
                       STRING 'Deja contre-passee le '
                           horodatage-contre-passation
                           DELIMITED BY SIZE INTO libelle-refus
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.
           IF CONTRE-PASSATION-POSSIBLE
               PERFORM charger-plan-comptes
               MOVE compte-ligne TO compte-a-controler
               PERFORM controler-compte-plan
               IF NOT COMPTE-PLAN-ADMIS
                   MOVE 'F' TO refus-contre-passation
                   MOVE 'Compte inconnu du plan comptable ou ferme.'
                       TO libelle-refus
               END-IF
           END-IF.

       *>Un seul passage sur l'historique : la ligne designee (hors
       *>mode formation) et une eventuelle contre-passation qui
       *>l'annule deja (operation C, reference C+horodatage, meme
       *>compte).
       rechercher-ligne-origine.
           MOVE 0 TO nb-lignes-trouvees.
           MOVE 0 TO montant-origine.
           MOVE SPACES TO operation-origine operateur-origine.
           MOVE 'N' TO deja-contre-passee.
           MOVE SPACES TO reference-cherchee.
           STRING "C" horodatage-origine
               DELIMITED BY SIZE INTO reference-cherchee.
           MOVE 'N' TO fin-historique.
           OPEN INPUT HISTORIQUE-CALCULS.
           IF statut-historique-livre(1:1) = "0"
               PERFORM sauter-entete-historique
               READ HISTORIQUE-CALCULS
                   AT END SET PLUS-DE-LIGNES TO TRUE
               END-READ
               PERFORM UNTIL PLUS-DE-LIGNES
                   IF HIST-OPERATEUR NOT = "FORMATIO"
                       PERFORM examiner-ligne-historique
                   END-IF
                   READ HISTORIQUE-CALCULS
                       AT END SET PLUS-DE-LIGNES TO TRUE
                   END-READ
               END-PERFORM
               CLOSE HISTORIQUE-CALCULS
           END-IF.

       examiner-ligne-historique.
           IF HIST-HORODATAGE = horodatage-origine
                   AND (HIST-COMPTE = compte-ligne
                       OR (HIST-COMPTE = SPACES
                           AND compte-ligne = "GENERAL"))
               ADD 1 TO nb-lignes-trouvees
               MOVE HIST-OPERATION TO operation-origine
               MOVE HIST-OPERATEUR TO operateur-origine
               MOVE HIST-RESULTAT TO montant-origine
           END-IF.
           IF HIST-OPERATION = 'C'
                   AND HIST-REFERENCE = reference-cherchee
                   AND HIST-COMPTE = compte-ligne
               MOVE 'O' TO deja-contre-passee
               MOVE HIST-HORODATAGE TO horodatage-contre-passation
           END-IF.

       *>Sous le verrou du livre, l'historique est relu : une autre
       *>contre-passation de la meme ligne, passee pendant la seconde
       *>signature, fait refuser celle-ci.
       passer-contre-passation.
           PERFORM verrouiller-livre.
           IF NOT VERROU-ACQUIS
               DISPLAY plage-livre-occupe
           ELSE
               PERFORM rechercher-ligne-origine
               IF deja-contre-passee = 'O'
                   PERFORM liberer-livre
                   MOVE SPACES TO libelle-refus
                   STRING 'Deja contre-passee le '
                       horodatage-contre-passation
                       DELIMITED BY SIZE INTO libelle-refus
                   DISPLAY plage-refus
               ELSE
                   PERFORM charger-livre
                   MOVE compte-ligne TO compte-courant
                   PERFORM chercher-compte-livre
                   IF compte-trouve = 0
                       PERFORM liberer-livre
                       DISPLAY plage-livre-plein
                   ELSE
                       PERFORM poster-contre-passation
                   END-IF
               END-IF
           END-IF.

       poster-contre-passation.
           COMPUTE montant-poste = 0 - montant-origine.
           ADD montant-poste TO cpt-solde(compte-trouve).
           PERFORM sauver-livre.
           MOVE 'C' TO operation-poste.
           MOVE reference-cherchee TO reference-poste.
           MOVE motif-saisi TO motif-poste.
           PERFORM historiser-poste-livre.
           PERFORM liberer-livre.
           PERFORM journaliser-approbation.
           MOVE SPACES TO valeur-contre-passation.
           STRING reference-poste " " motif-poste
               DELIMITED BY SIZE INTO valeur-contre-passation.
           PERFORM journaliser-contre-passation.
           DISPLAY plage-fait.

       COPY LIVRE-POSTE.

       COPY COMPTES-CHARGE.

       COPY VERROU-PRISE
           REPLACING NOM-PARAGRAPHE BY verrouiller-livre
           NOM-FICHIER-VERROU BY "VERROU-CALCULSOMME.LCK".

       COPY VERROU-LIBERATION
           REPLACING NOM-PARAGRAPHE BY liberer-livre.

       COPY APPROBATION-PRISE.

       COPY JOURNAL-ECRITURE
           REPLACING NOM-PARAGRAPHE BY journaliser-approbation
           NOM-PROGRAMME-JRN BY "ContrePassation"
           VALEUR-SAISIE BY valeur-approbation.

       COPY JOURNAL-ECRITURE
           REPLACING NOM-PARAGRAPHE BY journaliser-contre-passation
           NOM-PROGRAMME-JRN BY "ContrePassation"
           VALEUR-SAISIE BY valeur-contre-passation.

       COPY DESSIN-SAUT
           REPLACING NOM-PARAGRAPHE BY sauter-entete-historique
           FICHIER-DESSIN BY HISTORIQUE-CALCULS.
