      *>Virement entre deux comptes du grand livre : sortir l'argent
      *>de la CAISSE vers la banque ou le coffre demandait deux
      *>appels CALCULSOMME separes, un S puis un A. Que le second
      *>parte en file d'attente ou que l'operateur s'arrete en
      *>chemin, et le livre etait faux du montant entier. Ici le
      *>debit et le credit se font sous UN seul verrou du livre, ou
      *>pas du tout : verrou refuse = rien n'a bouge, a refaire
      *>(pas de mise en attente, qui pourrait separer les deux
      *>moities). Les deux lignes d'historique portent la meme
      *>reference de virement (Vaammjjhhmmsscc), que
      *>ReleveCalculsomme apparie ; une moitie seule y sort en
      *>exception. Les deux comptes doivent etre ouverts au plan
      *>comptable COMPTES.DAT.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VirementComptes.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY LIVRE-FICHIER.
           COPY COMPTES-FICHIER.
           COPY VERROU-FICHIER.
           COPY JOURNAL-FICHIER.

       DATA DIVISION.
       FILE SECTION.
       COPY LIVRE-FD.

       COPY COMPTES-FD.

       COPY VERROU-FD.

       COPY JOURNAL-FD.

       WORKING-STORAGE SECTION.
       COPY OPERATEUR.
       COPY FORMATION.
       COPY VERROU-ZONE.
       COPY JOURNAL-ETAT.
       COPY COMPTES-ZONE.
       COPY LIVRE-ZONE.
       COPY DESSIN-ZONE.
       77 compte-debite PIC X(08).
       77 compte-credite PIC X(08).
       77 montant-virement PIC 9(7)V99 VALUE 0.
       77 indice-debite PIC 99.
       77 indice-credite PIC 99.
       77 virement-refuse PIC X(01) VALUE 'N'.
       77 encore-virement PIC X(01) VALUE 'O'.
       77 valeur-virement PIC X(20).

       SCREEN SECTION.
       1 plage-saisie.
           2 BLANK SCREEN.
           2 LINE 1 COL 1 VALUE 'Virement entre comptes du livre'.
           2 LINE 3 COL 1 VALUE 'Compte debite (source) : '.
           2 PIC X(08) TO compte-debite REQUIRED.
           2 LINE 4 COL 1 VALUE 'Compte credite (destination) : '.
           2 PIC X(08) TO compte-credite REQUIRED.
           2 LINE 5 COL 1 VALUE 'Montant : '.
           2 PIC 9(7)V99 TO montant-virement REQUIRED.

       1 plage-meme-compte.
           2 LINE 7 COL 1 VALUE
               'Source et destination identiques : refuse.'.

       1 plage-montant-nul.
           2 LINE 7 COL 1 VALUE 'Montant nul : rien a virer.'.

       1 plage-compte-refuse.
           2 LINE 7 COL 1 VALUE 'Compte '.
           2 PIC X(08) FROM compte-a-controler.
           2 VALUE ' inconnu du plan comptable ou ferme.'.

       1 plage-livre-occupe.
           2 LINE 7 COL 1 VALUE
               'Grand livre occupe : rien n''a bouge, reessayez.'.

       1 plage-livre-plein.
           2 LINE 7 COL 1 VALUE
               'Grand livre plein (20 comptes) : virement refuse.'.

       1 plage-formation.
           2 LINE 7 COL 1 VALUE
               'Mode formation : virement simule, livre intact.'.

       1 plage-fait.
           2 LINE 7 COL 1 VALUE 'Virement passe, reference '.
           2 PIC X(16) FROM reference-poste.

       1 plage-encore.
           2 LINE 9 COL 1 VALUE 'Autre virement ? (O/N) : '.
           2 PIC X(01) TO encore-virement REQUIRED.

       PROCEDURE DIVISION.
       COPY DESSIN-VERIFICATION
           REPLACING NOM-FICHIER-DESSIN BY "CALCULSOMME-LOG.DAT"
           ENTETE-ATTENDU BY entete-livre.
       PERFORM UNTIL encore-virement NOT = 'O'
                   AND encore-virement NOT = 'o'
           PERFORM saisir-virement
           DISPLAY plage-encore
           ACCEPT plage-encore
       END-PERFORM.
       COPY JOURNAL-FERMETURE.
       *>GOBACK (et non STOP RUN) pour pouvoir aussi etre appele
       *>depuis le menu de comptabilite.
       GOBACK.

       saisir-virement.
           MOVE SPACES TO compte-debite compte-credite.
           MOVE 0 TO montant-virement.
           MOVE 'N' TO virement-refuse.
           DISPLAY plage-saisie.
           ACCEPT plage-saisie.
           MOVE FUNCTION UPPER-CASE(compte-debite) TO compte-debite.
           MOVE FUNCTION UPPER-CASE(compte-credite) TO compte-credite.
           PERFORM controler-virement.
           IF virement-refuse = 'N'
               IF EN-FORMATION
                   DISPLAY plage-formation
               ELSE
                   PERFORM passer-virement
               END-IF
           END-IF.

       *>Deux comptes distincts, tous deux ouverts au plan, et un
       *>montant non nul.
       controler-virement.
           IF compte-debite = compte-credite
               DISPLAY plage-meme-compte
               MOVE 'O' TO virement-refuse
           END-IF.
           IF virement-refuse = 'N' AND montant-virement = 0
               DISPLAY plage-montant-nul
               MOVE 'O' TO virement-refuse
           END-IF.
           IF virement-refuse = 'N'
               PERFORM charger-plan-comptes
               MOVE compte-debite TO compte-a-controler
               PERFORM controler-compte-plan
               IF NOT COMPTE-PLAN-ADMIS
                   DISPLAY plage-compte-refuse
                   MOVE 'O' TO virement-refuse
               END-IF
           END-IF.
           IF virement-refuse = 'N'
               MOVE compte-credite TO compte-a-controler
               PERFORM controler-compte-plan
               IF NOT COMPTE-PLAN-ADMIS
                   DISPLAY plage-compte-refuse
                   MOVE 'O' TO virement-refuse
               END-IF
           END-IF.

       *>Debit et credit sous le meme verrou : les deux comptes sont
       *>trouves (ou crees) AVANT de toucher a un solde, pour qu'un
       *>livre plein refuse le virement entier et jamais une moitie.
       passer-virement.
           PERFORM verrouiller-livre.
           IF NOT VERROU-ACQUIS
               DISPLAY plage-livre-occupe
           ELSE
               PERFORM charger-livre
               MOVE compte-debite TO compte-courant
               PERFORM chercher-compte-livre
               MOVE compte-trouve TO indice-debite
               MOVE compte-credite TO compte-courant
               PERFORM chercher-compte-livre
               MOVE compte-trouve TO indice-credite
               IF indice-debite = 0 OR indice-credite = 0
                   PERFORM liberer-livre
                   DISPLAY plage-livre-plein
               ELSE
                   MOVE SPACES TO reference-poste
                   STRING "V" FUNCTION CURRENT-DATE(3:14)
                       DELIMITED BY SIZE INTO reference-poste
                   SUBTRACT montant-virement
                       FROM cpt-solde(indice-debite)
                   ADD montant-virement TO cpt-solde(indice-credite)
                   PERFORM sauver-livre
                   MOVE 'V' TO operation-poste
                   MOVE indice-debite TO compte-trouve
                   MOVE compte-debite TO compte-courant
                   COMPUTE montant-poste = 0 - montant-virement
                   PERFORM historiser-poste-livre
                   MOVE indice-credite TO compte-trouve
                   MOVE compte-credite TO compte-courant
                   MOVE montant-virement TO montant-poste
                   PERFORM historiser-poste-livre
                   PERFORM liberer-livre
                   MOVE reference-poste TO valeur-virement
                   PERFORM journaliser-virement
                   DISPLAY plage-fait
               END-IF
           END-IF.

       COPY LIVRE-POSTE.

       COPY COMPTES-CHARGE.

       COPY VERROU-PRISE
           REPLACING NOM-PARAGRAPHE BY verrouiller-livre
           NOM-FICHIER-VERROU BY "VERROU-CALCULSOMME.LCK".

       COPY VERROU-LIBERATION
           REPLACING NOM-PARAGRAPHE BY liberer-livre.

       COPY JOURNAL-ECRITURE
           REPLACING NOM-PARAGRAPHE BY journaliser-virement
           NOM-PROGRAMME-JRN BY "VirementComptes"
           VALEUR-SAISIE BY valeur-virement.
