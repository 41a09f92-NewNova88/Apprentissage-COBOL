      *>Pointage a la main du releve bancaire, pour ce que
      *>RapprochementBanque n'a pas su trancher : listes des lignes
      *>de banque encore ouvertes et des reglements RG jamais vus a
      *>la banque, pointage d'une ligne sur un reglement (mode M,
      *>montants differents signales et a confirmer), classement
      *>d'une ligne sans transaction (frais, agios : etat C), et
      *>retour d'une ligne pointee ou classee a l'etat ouvert. Le
      *>releve reste sous son verrou toute la seance, pour qu'un
      *>import ou un rapprochement ne passe pas entre la lecture et
      *>la sauvegarde. Chaque geste part au journal ; en mode
      *>formation, rien n'est sauve.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PointageBanque.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL FICHIER-TRANSACTIONS
               ASSIGN TO "TRANSACTIONS.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS statut-transactions.
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

       77 choix-action PIC 9 VALUE 9.
       77 saisie-numero PIC 9(06) VALUE 0.
       77 saisie-ref PIC X(08).
       77 confirmation PIC X(01).
       77 ligne-trouvee PIC 9(4).
       77 reglement-trouve PIC 9(4).
       77 ligne-ecran PIC 99.
       77 montant-edit PIC -(7)9.99.
       77 montant-rg-edit PIC -(7)9.99.
       77 date-pointage PIC 9(08).
       77 modifie PIC X(01) VALUE 'N'.
       77 touche PIC X(01).
       77 valeur-journal PIC X(20).

       SCREEN SECTION.
       1 plage-occupe.
           2 BLANK SCREEN.
           2 LINE 1 COL 1 VALUE
               'Releve bancaire occupe, reessayez plus tard.'.

       1 plage-menu.
           2 BLANK SCREEN.
           2 LINE 1 COL 1 VALUE 'Pointage bancaire ('.
           2 PIC zzz9 FROM nb-banque.
           2 VALUE ' lignes au releve)'.
           2 LINE 3 COL 1 VALUE '1. Lignes de banque ouvertes'.
           2 LINE 4 COL 1 VALUE '2. Reglements RG jamais vus'.
           2 LINE 5 COL 1 VALUE '3. Pointer une ligne sur un reglement'.
           2 LINE 6 COL 1 VALUE '4. Classer une ligne sans transaction'.
           2 LINE 7 COL 1 VALUE '5. Rouvrir une ligne'.
           2 LINE 8 COL 1 VALUE '9. Sauver et quitter'.
           2 LINE 9 COL 1 VALUE '0. Quitter sans sauver'.
           2 LINE 11 COL 1 VALUE 'Votre choix : '.
           2 PIC 9 TO choix-action REQUIRED.

       1 plage-entete-banque.
           2 BLANK SCREEN.
           2 LINE 1 COL 1 VALUE
               'Numero Date     Libelle                        Montant'.

       1 plage-ligne-banque.
           2 LINE ligne-ecran COL 1 PIC 9(06) FROM bqt-numero(bq).
           2 COL 8 PIC 9(08) FROM bqt-date(bq).
           2 COL 17 PIC X(30) FROM bqt-libelle(bq).
           2 COL 48 PIC X(12) FROM montant-edit.

       1 plage-entete-reglements.
           2 BLANK SCREEN.
           2 LINE 1 COL 1 VALUE 'Date     Reference    Montant'.

       1 plage-ligne-reglement.
           2 LINE ligne-ecran COL 1 PIC 9(08) FROM rgt-date(rg).
           2 COL 10 PIC X(08) FROM rgt-ref(rg).
           2 COL 19 PIC X(12) FROM montant-edit.

       1 plage-saisie-numero.
           2 LINE 13 COL 1 VALUE 'Numero de la ligne de banque : '.
           2 PIC 9(06) TO saisie-numero REQUIRED.

       1 plage-saisie-ref.
           2 LINE 14 COL 1 VALUE 'Reference du reglement RG : '.
           2 PIC X(08) TO saisie-ref REQUIRED.

       1 plage-ecart-montant.
           2 LINE 16 COL 1 VALUE 'Montants differents : banque '.
           2 PIC X(12) FROM montant-edit.
           2 VALUE ' reglement '.
           2 PIC X(12) FROM montant-rg-edit.
           2 LINE 17 COL 1 VALUE 'Pointer quand meme ? (O/N) : '.
           2 PIC X(01) TO confirmation REQUIRED.

       1 plage-ligne-inconnue.
           2 LINE 21 COL 1 VALUE 'Numero inconnu au releve.'.

       1 plage-ligne-pas-ouverte.
           2 LINE 21 COL 1 VALUE
               'Ligne deja pointee ou classee : la rouvrir d''abord.'.

       1 plage-ligne-deja-ouverte.
           2 LINE 21 COL 1 VALUE 'Ligne deja ouverte.'.

       1 plage-reglement-inconnu.
           2 LINE 21 COL 1 VALUE
               'Pas de reglement RG sous cette reference.'.

       1 plage-reglement-vu.
           2 LINE 21 COL 1 VALUE
               'Reglement deja rapproche de la ligne '.
           2 PIC 9(06) FROM rgt-vu(reglement-trouve).

       1 plage-fait.
           2 LINE 21 COL 1 VALUE 'Fait (sauve au choix 9).'.

       1 plage-tronque.
           2 LINE 21 COL 1 VALUE
               'BANQUE-RELEVE.DAT depasse l''editeur (2000 lignes) :'.
           2 LINE 22 COL 1 VALUE ' sauvegarde REFUSEE.'.

       1 plage-formation.
           2 LINE 21 COL 1 VALUE
               'Mode formation : pointages non sauves.'.

       1 plage-sauve.
           2 LINE 21 COL 1 VALUE 'Releve bancaire sauve.'.

       1 plage-pause.
           2 LINE 23 COL 1 VALUE 'Entree pour continuer...'.
           2 PIC X(01) TO touche.

       PROCEDURE DIVISION.
       PERFORM verrouiller-banque.
       IF NOT VERROU-ACQUIS
           DISPLAY plage-occupe
           DISPLAY plage-pause
           ACCEPT plage-pause
           GOBACK
       END-IF.
       MOVE FUNCTION CURRENT-DATE(1:8) TO date-pointage.
       PERFORM charger-banque.
       PERFORM charger-reglements.
       PERFORM UNTIL choix-action = 0
           DISPLAY plage-menu
           ACCEPT plage-menu
           EVALUATE choix-action
               WHEN 1
                   PERFORM lister-banque-ouvertes
               WHEN 2
                   PERFORM lister-reglements-non-vus
               WHEN 3
                   PERFORM pointer-ligne
               WHEN 4
                   PERFORM classer-ligne
               WHEN 5
                   PERFORM rouvrir-ligne
               WHEN 9
                   PERFORM valider-et-sauver
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
       END-PERFORM.
       PERFORM liberer-banque.
       COPY JOURNAL-FERMETURE.
       *>GOBACK (et non STOP RUN) pour pouvoir aussi etre appele
       *>depuis le menu de comptabilite.
       GOBACK.

       *>Listes par pages de 18 lignes.
       lister-banque-ouvertes.
           DISPLAY plage-entete-banque.
           MOVE 2 TO ligne-ecran.
           PERFORM VARYING bq FROM 1 BY 1 UNTIL bq > nb-banque
               IF BANQUE-OUVERTE(bq)
                   IF ligne-ecran > 19
                       DISPLAY plage-pause
                       ACCEPT plage-pause
                       DISPLAY plage-entete-banque
                       MOVE 2 TO ligne-ecran
                   END-IF
                   MOVE bqt-montant(bq) TO montant-edit
                   DISPLAY plage-ligne-banque
                   ADD 1 TO ligne-ecran
               END-IF
           END-PERFORM.
           DISPLAY plage-pause.
           ACCEPT plage-pause.

       lister-reglements-non-vus.
           DISPLAY plage-entete-reglements.
           MOVE 2 TO ligne-ecran.
           PERFORM VARYING rg FROM 1 BY 1 UNTIL rg > nb-reglements
               IF rgt-vu(rg) = 0
                   IF ligne-ecran > 19
                       DISPLAY plage-pause
                       ACCEPT plage-pause
                       DISPLAY plage-entete-reglements
                       MOVE 2 TO ligne-ecran
                   END-IF
                   MOVE rgt-montant(rg) TO montant-edit
                   DISPLAY plage-ligne-reglement
                   ADD 1 TO ligne-ecran
               END-IF
           END-PERFORM.
           DISPLAY plage-pause.
           ACCEPT plage-pause.

       *>Une ligne ouverte sur un reglement pas encore vu ; des
       *>montants differents (remise groupee, frais retenus) se
       *>pointent seulement apres confirmation.
       pointer-ligne.
           PERFORM saisir-numero.
           EVALUATE TRUE
               WHEN ligne-trouvee = 0
                   DISPLAY plage-ligne-inconnue
               WHEN NOT BANQUE-OUVERTE(ligne-trouvee)
                   DISPLAY plage-ligne-pas-ouverte
               WHEN OTHER
                   PERFORM saisir-reglement
           END-EVALUATE.
           DISPLAY plage-pause.
           ACCEPT plage-pause.

       saisir-reglement.
           MOVE SPACES TO saisie-ref.
           DISPLAY plage-saisie-ref.
           ACCEPT plage-saisie-ref.
           MOVE FUNCTION UPPER-CASE(saisie-ref) TO saisie-ref.
           MOVE 0 TO reglement-trouve.
           PERFORM VARYING rg FROM 1 BY 1
                   UNTIL rg > nb-reglements OR reglement-trouve > 0
               IF rgt-ref(rg) = saisie-ref
                   MOVE rg TO reglement-trouve
               END-IF
           END-PERFORM.
           EVALUATE TRUE
               WHEN reglement-trouve = 0
                   DISPLAY plage-reglement-inconnu
               WHEN rgt-vu(reglement-trouve) NOT = 0
                   DISPLAY plage-reglement-vu
               WHEN OTHER
                   MOVE 'O' TO confirmation
                   IF rgt-montant(reglement-trouve)
                           NOT = bqt-montant(ligne-trouvee)
                       MOVE bqt-montant(ligne-trouvee) TO montant-edit
                       MOVE rgt-montant(reglement-trouve)
                           TO montant-rg-edit
                       DISPLAY plage-ecart-montant
                       ACCEPT plage-ecart-montant
                   END-IF
                   IF confirmation = 'O' OR confirmation = 'o'
                       MOVE 'R' TO bqt-etat(ligne-trouvee)
                       MOVE 'M' TO bqt-mode(ligne-trouvee)
                       MOVE saisie-ref TO bqt-trx-ref(ligne-trouvee)
                       MOVE date-pointage
                           TO bqt-date-pointage(ligne-trouvee)
                       MOVE bqt-numero(ligne-trouvee)
                           TO rgt-vu(reglement-trouve)
                       MOVE 'O' TO modifie
                       MOVE SPACES TO valeur-journal
                       STRING "P " bqt-numero(ligne-trouvee) " "
                           saisie-ref
                           DELIMITED BY SIZE INTO valeur-journal
                       PERFORM journaliser-pointage
                       DISPLAY plage-fait
                   END-IF
           END-EVALUATE.

       *>Ligne sans transaction a attendre (frais, agios) : sortie
       *>des lignes ouvertes sans reglement.
       classer-ligne.
           PERFORM saisir-numero.
           EVALUATE TRUE
               WHEN ligne-trouvee = 0
                   DISPLAY plage-ligne-inconnue
               WHEN NOT BANQUE-OUVERTE(ligne-trouvee)
                   DISPLAY plage-ligne-pas-ouverte
               WHEN OTHER
                   MOVE 'C' TO bqt-etat(ligne-trouvee)
                   MOVE 'M' TO bqt-mode(ligne-trouvee)
                   MOVE SPACES TO bqt-trx-ref(ligne-trouvee)
                   MOVE date-pointage
                       TO bqt-date-pointage(ligne-trouvee)
                   MOVE 'O' TO modifie
                   MOVE SPACES TO valeur-journal
                   STRING "C " bqt-numero(ligne-trouvee)
                       DELIMITED BY SIZE INTO valeur-journal
                   PERFORM journaliser-pointage
                   DISPLAY plage-fait
           END-EVALUATE.
           DISPLAY plage-pause.
           ACCEPT plage-pause.

       *>Defait un pointage (le reglement redevient non vu) ou un
       *>classement.
       rouvrir-ligne.
           PERFORM saisir-numero.
           EVALUATE TRUE
               WHEN ligne-trouvee = 0
                   DISPLAY plage-ligne-inconnue
               WHEN BANQUE-OUVERTE(ligne-trouvee)
                   DISPLAY plage-ligne-deja-ouverte
               WHEN OTHER
                   PERFORM VARYING rg FROM 1 BY 1
                           UNTIL rg > nb-reglements
                       IF rgt-vu(rg) = bqt-numero(ligne-trouvee)
                           MOVE 0 TO rgt-vu(rg)
                       END-IF
                   END-PERFORM
                   MOVE 'O' TO bqt-etat(ligne-trouvee)
                   MOVE SPACES TO bqt-mode(ligne-trouvee)
                   MOVE SPACES TO bqt-trx-ref(ligne-trouvee)
                   MOVE 0 TO bqt-date-pointage(ligne-trouvee)
                   MOVE 'O' TO modifie
                   MOVE SPACES TO valeur-journal
                   STRING "O " bqt-numero(ligne-trouvee)
                       DELIMITED BY SIZE INTO valeur-journal
                   PERFORM journaliser-pointage
                   DISPLAY plage-fait
           END-EVALUATE.
           DISPLAY plage-pause.
           ACCEPT plage-pause.

       saisir-numero.
           MOVE 0 TO saisie-numero.
           DISPLAY plage-saisie-numero.
           ACCEPT plage-saisie-numero.
           MOVE 0 TO ligne-trouvee.
           PERFORM VARYING bq FROM 1 BY 1
                   UNTIL bq > nb-banque OR ligne-trouvee > 0
               IF bqt-numero(bq) = saisie-numero
                   MOVE bq TO ligne-trouvee
               END-IF
           END-PERFORM.

       valider-et-sauver.
           EVALUATE TRUE
               WHEN banque-tronquee = 'O'
                   DISPLAY plage-tronque
                   DISPLAY plage-pause
                   ACCEPT plage-pause
               WHEN EN-FORMATION
                   DISPLAY plage-formation
                   DISPLAY plage-pause
                   ACCEPT plage-pause
                   MOVE 0 TO choix-action
               WHEN OTHER
                   IF modifie = 'O'
                       PERFORM sauver-banque
                   END-IF
                   DISPLAY plage-sauve
                   DISPLAY plage-pause
                   ACCEPT plage-pause
                   MOVE 0 TO choix-action
           END-EVALUATE.

       COPY BANQUE-CHARGE.

       COPY BANQUE-REGLEMENTS.

       COPY VERROU-PRISE
           REPLACING NOM-PARAGRAPHE BY verrouiller-banque
           NOM-FICHIER-VERROU BY "VERROU-BANQUE.LCK".

       COPY VERROU-LIBERATION
           REPLACING NOM-PARAGRAPHE BY liberer-banque.

       COPY JOURNAL-ECRITURE
           REPLACING NOM-PARAGRAPHE BY journaliser-pointage
           NOM-PROGRAMME-JRN BY "PointageBanque"
           VALEUR-SAISIE BY valeur-journal.
