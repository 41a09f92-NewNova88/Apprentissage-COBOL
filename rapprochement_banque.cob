      *>Rapprochement automatique du releve bancaire : chaque ligne
      *>encore ouverte de BANQUE-RELEVE.DAT est rapprochee du
      *>reglement RG de TRANSACTIONS.DAT de meme montant, pas encore
      *>vu a la banque, dont la date est la plus proche dans la
      *>fenetre saisie (5 jours par defaut, une remise met quelques
      *>jours a passer). La ligne passe a R (mode A, reference du
      *>reglement, date du pointage). Le rapport
      *>RAPPROCHEMENT-BANQUE.DAT donne les paires rapprochees par ce
      *>passage, les lignes de banque restees sans transaction
      *>(frais, agios, erreurs de la banque) et les reglements
      *>jamais vus a la banque. Ce que l'automate ne sait pas
      *>trancher se pointe a la main dans PointageBanque. En mode
      *>formation, le rapprochement est simule : rapport complet,
      *>releve intact.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RapprochementBanque.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL FICHIER-TRANSACTIONS
               ASSIGN TO "TRANSACTIONS.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS statut-transactions.
           SELECT FICHIER-RAPPORT
               ASSIGN TO "RAPPROCHEMENT-BANQUE.DAT"
               ORGANIZATION LINE SEQUENTIAL.
           COPY BANQUE-FICHIER.
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

       FD FICHIER-RAPPORT.
       1 LIGNE-RAPPORT PIC X(90).

       COPY BANQUE-FD.

       COPY VERROU-FD.

       COPY JOURNAL-FD.

       WORKING-STORAGE SECTION.
       COPY OPERATEUR.
       COPY FORMATION.
       COPY VERROU-ZONE.
       COPY JOURNAL-ETAT.
       COPY BANQUE-ZONE.
       77 statut-transactions PIC X(02).
       77 fin-transactions PIC X(01) VALUE 'N'.
       77 fenetre-jours PIC 99 VALUE 5.

       *>Meilleur reglement candidat de la ligne de banque en cours.
       77 meilleur-reglement PIC 9(4).
       77 meilleur-ecart PIC 9(6).
       77 ecart-jours PIC S9(6).
       *>Lignes rapprochees par ce passage (pour la premiere partie
       *>du rapport).
       1 rapprochees-passage.
           2 rapprochee-passage PIC X(01) OCCURS 2000.

       77 nb-rapprochees PIC 9(6) VALUE 0.
       77 nb-sans-transaction PIC 9(6) VALUE 0.
       77 nb-jamais-vus PIC 9(6) VALUE 0.
       77 horodatage-passage PIC X(14).
       77 date-pointage PIC 9(08).
       77 montant-edit PIC -(7)9.99.
       77 compte-edit PIC zzzzz9.
       77 libelle-refus PIC X(60) VALUE SPACES.
       77 valeur-rapprochement PIC X(20).
       77 touche PIC X(01).

       SCREEN SECTION.
       1 plage-saisie.
           2 BLANK SCREEN.
           2 LINE 1 COL 1 VALUE 'Rapprochement bancaire automatique'.
           2 LINE 3 COL 1 VALUE 'Ecart de dates admis (jours) : '.
           2 PIC 99 USING fenetre-jours.

       1 plage-fini.
           2 BLANK SCREEN.
           2 LINE 1 COL 1 VALUE
               'Rapport genere : RAPPROCHEMENT-BANQUE.DAT'.
           2 LINE 2 COL 1 VALUE 'Rapprochees par ce passage : '.
           2 PIC zzzzz9 FROM nb-rapprochees.
           2 LINE 3 COL 1 VALUE 'Lignes de banque sans transaction : '.
           2 PIC zzzzz9 FROM nb-sans-transaction.
           2 LINE 4 COL 1 VALUE 'Reglements jamais vus a la banque : '.
           2 PIC zzzzz9 FROM nb-jamais-vus.
           2 LINE 6 COL 1 PIC X(60) FROM libelle-refus.

       1 plage-pause.
           2 LINE 22 COL 1 VALUE 'Entree pour continuer...'.
           2 PIC X(01) TO touche.

       PROCEDURE DIVISION.
       MOVE FUNCTION CURRENT-DATE(1:14) TO horodatage-passage.
       MOVE horodatage-passage(1:8) TO date-pointage.
       DISPLAY plage-saisie.
       ACCEPT plage-saisie.
       OPEN OUTPUT FICHIER-RAPPORT.
       MOVE SPACES TO LIGNE-RAPPORT.
       IF EN-FORMATION
           STRING "Rapprochement bancaire du " horodatage-passage
               " fenetre " fenetre-jours " jours"
               " SIMULATION (mode formation)"
               DELIMITED BY SIZE INTO LIGNE-RAPPORT
       ELSE
           STRING "Rapprochement bancaire du " horodatage-passage
               " fenetre " fenetre-jours " jours"
               DELIMITED BY SIZE INTO LIGNE-RAPPORT
       END-IF.
       WRITE LIGNE-RAPPORT.
       *>Le releve est relu et reecrit sous son verrou : un import
       *>ou un pointage en cours ne perd pas ses lignes.
       PERFORM verrouiller-banque.
       IF NOT VERROU-ACQUIS
           MOVE "Releve bancaire occupe : rien n'est rapproche."
               TO libelle-refus
       ELSE
           PERFORM charger-banque
           IF banque-tronquee = 'O'
               MOVE "Plus de 2000 lignes au releve : rien n'est fait."
                   TO libelle-refus
           ELSE
               PERFORM charger-reglements
               MOVE ALL 'N' TO rapprochees-passage
               PERFORM VARYING bq FROM 1 BY 1 UNTIL bq > nb-banque
                   IF BANQUE-OUVERTE(bq)
                       PERFORM rapprocher-ligne
                   END-IF
               END-PERFORM
               IF NOT EN-FORMATION
                   PERFORM sauver-banque
               END-IF
               PERFORM ecrire-rapport
           END-IF
           PERFORM liberer-banque
       END-IF.
       IF libelle-refus NOT = SPACES
           MOVE SPACES TO LIGNE-RAPPORT
           MOVE libelle-refus TO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
       ELSE
           MOVE SPACES TO valeur-rapprochement
           MOVE nb-rapprochees TO compte-edit
           STRING "RAPPROCHEES " compte-edit
               DELIMITED BY SIZE INTO valeur-rapprochement
           PERFORM journaliser-rapprochement
       END-IF.
       CLOSE FICHIER-RAPPORT.
       DISPLAY plage-fini.
       DISPLAY plage-pause.
       ACCEPT plage-pause.
       COPY JOURNAL-FERMETURE.
       *>GOBACK (et non STOP RUN) pour pouvoir aussi etre appele
       *>depuis le menu de comptabilite.
       GOBACK.

       *>Reglement de meme montant, pas encore vu a la banque, a
       *>l'ecart de dates le plus petit dans la fenetre ; a ecart
       *>egal, le premier du fichier l'emporte.
       rapprocher-ligne.
           MOVE 0 TO meilleur-reglement.
           MOVE 999999 TO meilleur-ecart.
           PERFORM VARYING rg FROM 1 BY 1 UNTIL rg > nb-reglements
               IF rgt-vu(rg) = 0
                       AND rgt-montant(rg) = bqt-montant(bq)
                   COMPUTE ecart-jours =
                       FUNCTION INTEGER-OF-DATE(bqt-date(bq))
                       - FUNCTION INTEGER-OF-DATE(rgt-date(rg))
                   IF ecart-jours < 0
                       COMPUTE ecart-jours = 0 - ecart-jours
                   END-IF
                   IF ecart-jours <= fenetre-jours
                           AND ecart-jours < meilleur-ecart
                       MOVE ecart-jours TO meilleur-ecart
                       MOVE rg TO meilleur-reglement
                   END-IF
               END-IF
           END-PERFORM.
           IF meilleur-reglement > 0
               MOVE 'R' TO bqt-etat(bq)
               MOVE 'A' TO bqt-mode(bq)
               MOVE rgt-ref(meilleur-reglement) TO bqt-trx-ref(bq)
               MOVE date-pointage TO bqt-date-pointage(bq)
               MOVE bqt-numero(bq) TO rgt-vu(meilleur-reglement)
               MOVE 'O' TO rapprochee-passage(bq)
               ADD 1 TO nb-rapprochees
           END-IF.

       ecrire-rapport.
           MOVE SPACES TO LIGNE-RAPPORT.
           WRITE LIGNE-RAPPORT.
           MOVE "Paires rapprochees (banque <-> reglement RG) :"
               TO LIGNE-RAPPORT.
           WRITE LIGNE-RAPPORT.
           PERFORM VARYING bq FROM 1 BY 1 UNTIL bq > nb-banque
               IF rapprochee-passage(bq) = 'O'
                   MOVE bqt-montant(bq) TO montant-edit
                   MOVE SPACES TO LIGNE-RAPPORT
                   STRING "  " bqt-numero(bq) " " bqt-date(bq) " "
                       bqt-libelle(bq) " " montant-edit " <-> "
                       bqt-trx-ref(bq)
                       DELIMITED BY SIZE INTO LIGNE-RAPPORT
                   WRITE LIGNE-RAPPORT
               END-IF
           END-PERFORM.
           MOVE SPACES TO LIGNE-RAPPORT.
           WRITE LIGNE-RAPPORT.
           MOVE "Lignes de banque sans transaction :" TO LIGNE-RAPPORT.
           WRITE LIGNE-RAPPORT.
           PERFORM VARYING bq FROM 1 BY 1 UNTIL bq > nb-banque
               IF BANQUE-OUVERTE(bq)
                   ADD 1 TO nb-sans-transaction
                   MOVE bqt-montant(bq) TO montant-edit
                   MOVE SPACES TO LIGNE-RAPPORT
                   STRING "  " bqt-numero(bq) " " bqt-date(bq) " "
                       bqt-libelle(bq) " " montant-edit
                       DELIMITED BY SIZE INTO LIGNE-RAPPORT
                   WRITE LIGNE-RAPPORT
               END-IF
           END-PERFORM.
           MOVE SPACES TO LIGNE-RAPPORT.
           WRITE LIGNE-RAPPORT.
           MOVE "Reglements RG jamais vus a la banque :"
               TO LIGNE-RAPPORT.
           WRITE LIGNE-RAPPORT.
           PERFORM VARYING rg FROM 1 BY 1 UNTIL rg > nb-reglements
               IF rgt-vu(rg) = 0
                   ADD 1 TO nb-jamais-vus
                   MOVE rgt-montant(rg) TO montant-edit
                   MOVE SPACES TO LIGNE-RAPPORT
                   STRING "  " rgt-date(rg) " " rgt-ref(rg) " "
                       montant-edit
                       DELIMITED BY SIZE INTO LIGNE-RAPPORT
                   WRITE LIGNE-RAPPORT
               END-IF
           END-PERFORM.
           IF reglements-tronques = 'O'
               MOVE SPACES TO LIGNE-RAPPORT
               MOVE "Plus de 2000 reglements RG : surplus non examine."
                   TO LIGNE-RAPPORT
               WRITE LIGNE-RAPPORT
           END-IF.

       COPY BANQUE-CHARGE.

       COPY BANQUE-REGLEMENTS.

       COPY VERROU-PRISE
           REPLACING NOM-PARAGRAPHE BY verrouiller-banque
           NOM-FICHIER-VERROU BY "VERROU-BANQUE.LCK".

       COPY VERROU-LIBERATION
           REPLACING NOM-PARAGRAPHE BY liberer-banque.

       COPY JOURNAL-ECRITURE
           REPLACING NOM-PARAGRAPHE BY journaliser-rapprochement
           NOM-PROGRAMME-JRN BY "RapprochementBanque"
           VALEUR-SAISIE BY valeur-rapprochement.
