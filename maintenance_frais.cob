      *>Entretien du bareme des frais scolaires : pour chaque classe
      *>et chaque periode (T1, T2...), les frais de cantine et
      *>d'atelier que la facturation des familles (FacturationFrais)
      *>portera sur la facture de chaque eleve. Le bareme se tapait
      *>dans le traitement de texte a chaque trimestre ; il se tient
      *>desormais dans FRAIS-SCOLAIRES.DAT. Fixer le tarif d'une
      *>classe et d'une periode deja au bareme le remplace. Chaque
      *>changement est journalise comme dans les autres ecrans
      *>d'entretien ; il ne touche pas aux factures deja emises.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MaintenanceFrais.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY FRAIS-FICHIER.
           COPY JOURNAL-FICHIER.

       DATA DIVISION.
       FILE SECTION.
       COPY FRAIS-FD.

       COPY JOURNAL-FD.

       WORKING-STORAGE SECTION.
       COPY OPERATEUR.
       COPY FORMATION.
       COPY JOURNAL-ETAT.
       COPY FRAIS-ZONE.
       77 choix-action PIC 9 VALUE 9.
       77 classe-saisie PIC X(03).
       77 terme-saisi PIC X(02).
       77 cantine-saisie PIC 9(5)V99.
       77 atelier-saisi PIC 9(5)V99.
       77 total-edit PIC z(5)9.99.
       77 motif-refus PIC X(50).
       77 fichier-modifie PIC X(01) VALUE 'N'.
       77 ligne-ecran PIC 99.
       77 touche PIC X(01).
       77 valeur-journal PIC X(20).

       SCREEN SECTION.
       1 plage-menu.
           2 BLANK SCREEN.
           2 LINE 1 COL 1 VALUE 'Bareme des frais scolaires ('.
           2 PIC zz9 FROM nb-frais.
           2 VALUE ' lignes)'.
           2 LINE 3 COL 1 VALUE '1. Lister'.
           2 LINE 4 COL 1 VALUE '2. Fixer le tarif d''une classe'.
           2 LINE 5 COL 1 VALUE '3. Supprimer un tarif'.
           2 LINE 6 COL 1 VALUE '0. Fin (sauve si modifie)'.
           2 LINE 8 COL 1 VALUE 'Votre choix : '.
           2 PIC 9 TO choix-action REQUIRED.

       1 plage-entete-liste.
           2 BLANK SCREEN.
           2 LINE 1 COL 1 VALUE
               'Classe Periode    Cantine    Atelier'.

       1 plage-ligne-frais.
           2 LINE ligne-ecran COL 1 PIC X(03) FROM frs-t-classe(fr).
           2 COL 8 PIC X(02) FROM frs-t-terme(fr).
           2 COL 16 PIC z(4)9.99 FROM frs-t-cantine(fr).
           2 COL 27 PIC z(4)9.99 FROM frs-t-atelier(fr).

       1 plage-saisie-cle.
           2 LINE 10 COL 1 VALUE 'Classe : '.
           2 PIC X(03) TO classe-saisie REQUIRED.
           2 LINE 11 COL 1 VALUE 'Periode (T1, T2...) : '.
           2 PIC X(02) TO terme-saisi REQUIRED.

       1 plage-saisie-montants.
           2 LINE 12 COL 1 VALUE 'Frais de cantine : '.
           2 PIC 9(5)V99 TO cantine-saisie.
           2 LINE 13 COL 1 VALUE 'Frais d''atelier  : '.
           2 PIC 9(5)V99 TO atelier-saisi.

       1 plage-refus.
           2 LINE 15 COL 1 PIC X(50) FROM motif-refus.

       1 plage-table-tronquee.
           2 LINE 15 COL 1 VALUE
               'FRAIS-SCOLAIRES.DAT depasse l''editeur :'.
           2 LINE 16 COL 1 VALUE ' sauvegarde REFUSEE.'.

       1 plage-pause.
           2 LINE 22 COL 1 VALUE 'Entree pour continuer...'.
           2 PIC X(01) TO touche.

       PROCEDURE DIVISION.
       PERFORM charger-frais.
       PERFORM UNTIL choix-action = 0
           DISPLAY plage-menu
           ACCEPT plage-menu
           EVALUATE choix-action
               WHEN 1
                   PERFORM lister-frais
               WHEN 2
                   PERFORM fixer-frais
               WHEN 3
                   PERFORM supprimer-frais
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
       END-PERFORM.
       IF fichier-modifie = 'O'
           IF frais-tronques = 'O'
               DISPLAY plage-table-tronquee
               DISPLAY plage-pause
               ACCEPT plage-pause
           ELSE
               PERFORM sauver-frais
           END-IF
       END-IF.
       COPY JOURNAL-FERMETURE.
       *>GOBACK (et non STOP RUN) pour pouvoir aussi etre appele
       *>depuis le sous-menu des outils.
       GOBACK.

       lister-frais.
           DISPLAY plage-entete-liste.
           MOVE 2 TO ligne-ecran.
           PERFORM VARYING fr FROM 1 BY 1 UNTIL fr > nb-frais
               IF ligne-ecran < 21
                   DISPLAY plage-ligne-frais
                   ADD 1 TO ligne-ecran
               END-IF
           END-PERFORM.
           DISPLAY plage-pause.
           ACCEPT plage-pause.

       saisir-cle.
           MOVE SPACES TO classe-saisie terme-saisi.
           DISPLAY plage-saisie-cle.
           ACCEPT plage-saisie-cle.
           MOVE FUNCTION UPPER-CASE(classe-saisie) TO classe-saisie.
           MOVE FUNCTION UPPER-CASE(terme-saisi) TO terme-saisi.
           MOVE classe-saisie TO classe-frais-cherchee.
           MOVE terme-saisi TO terme-frais-cherche.
           PERFORM chercher-frais.

       *>Tarif d'une classe pour une periode : remplace la ligne
       *>existante, sinon s'ajoute en fin de bareme. Un tarif a zero
       *>partout se supprime plutot qu'il ne se fixe.
       fixer-frais.
           PERFORM saisir-cle.
           MOVE 0 TO cantine-saisie atelier-saisi.
           DISPLAY plage-saisie-montants.
           ACCEPT plage-saisie-montants.
           MOVE SPACES TO motif-refus.
           EVALUATE TRUE
               WHEN cantine-saisie = 0 AND atelier-saisi = 0
                   MOVE "Tarif nul : utiliser la suppression."
                       TO motif-refus
               WHEN frais-trouve = 0 AND nb-frais NOT < 200
                   MOVE "Bareme plein (200 lignes)." TO motif-refus
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF motif-refus NOT = SPACES
               DISPLAY plage-refus
               DISPLAY plage-pause
               ACCEPT plage-pause
           ELSE
               IF frais-trouve = 0
                   ADD 1 TO nb-frais
                   MOVE nb-frais TO frais-trouve
                   MOVE classe-saisie TO frs-t-classe(frais-trouve)
                   MOVE terme-saisi TO frs-t-terme(frais-trouve)
               END-IF
               MOVE cantine-saisie TO frs-t-cantine(frais-trouve)
               MOVE atelier-saisi TO frs-t-atelier(frais-trouve)
               MOVE 'O' TO fichier-modifie
               COMPUTE total-edit = cantine-saisie + atelier-saisi
               MOVE SPACES TO valeur-journal
               STRING classe-saisie " " terme-saisi " " total-edit
                   DELIMITED BY SIZE INTO valeur-journal
               PERFORM journaliser-changement
           END-IF.

       supprimer-frais.
           PERFORM saisir-cle.
           IF frais-trouve = 0
               MOVE "Pas de tarif pour cette classe et periode."
                   TO motif-refus
               DISPLAY plage-refus
               DISPLAY plage-pause
               ACCEPT plage-pause
           ELSE
               MOVE SPACES TO valeur-journal
               STRING "- " classe-saisie " " terme-saisi
                   DELIMITED BY SIZE INTO valeur-journal
               PERFORM journaliser-changement
               PERFORM VARYING fr FROM frais-trouve BY 1
                       UNTIL fr >= nb-frais
                   MOVE frais-classe(fr + 1) TO frais-classe(fr)
               END-PERFORM
               SUBTRACT 1 FROM nb-frais
               MOVE 'O' TO fichier-modifie
           END-IF.

       COPY FRAIS-CHARGE.

       COPY JOURNAL-ECRITURE
           REPLACING NOM-PARAGRAPHE BY journaliser-changement
           NOM-PROGRAMME-JRN BY "MaintFrais"
           VALEUR-SAISIE BY valeur-journal.
