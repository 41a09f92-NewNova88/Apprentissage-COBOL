      *>Generation des transactions recurrentes : loyer, assurance
      *>et ordres permanents se retapaient chaque mois dans
      *>SaisieTransactions, et l'un d'eux s'oubliait deux fois l'an.
      *>Ce passage ajoute a TRANSACTIONS.DAT chaque echeance de
      *>l'echeancier RECURRENTES.DAT due jusqu'a la date demandee
      *>(aujourd'hui par defaut) et pas encore generee, a la date du
      *>premier jour ouvert de CALENDRIER.DAT (un jour ferme ou
      *>ferie est saute, l'echeance passe au jour ouvert suivant).
      *>La reference TRX-REF est la reference de l'echeance suivie
      *>de la date prevue AAMMJJ : une reference deja presente au
      *>fichier n'est jamais ajoutee une seconde fois, et
      *>l'echeancier retient la derniere echeance generee. Le
      *>compte rendu GENERATION-RECURRENTES.DAT liste chaque ligne.
      *>Lancable par PiloteNuit (job RECURRENT, date du pilote ou
      *>du jour). En mode formation, la generation est simulee :
      *>compte rendu complet, fichiers intacts.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GenerationRecurrentes.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL FICHIER-TRANSACTIONS
               ASSIGN TO "TRANSACTIONS.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS statut-transactions.
           SELECT FICHIER-COMPTE-RENDU
               ASSIGN TO "GENERATION-RECURRENTES.DAT"
               ORGANIZATION LINE SEQUENTIAL.
           COPY RECURRENTES-FICHIER.
           COPY CALENDRIER-FICHIER.
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

       FD FICHIER-COMPTE-RENDU.
       1 LIGNE-COMPTE-RENDU PIC X(90).

       COPY RECURRENTES-FD.

       COPY CALENDRIER-FD.

       COPY VERROU-FD.

       COPY JOURNAL-FD.

       WORKING-STORAGE SECTION.
       COPY OPERATEUR.
       COPY FORMATION.
       COPY PILOTAGE.
       COPY VERROU-ZONE.
       COPY JOURNAL-ETAT.
       COPY CALENDRIER-ZONE.
       COPY RECURRENTES-ZONE.
       77 statut-transactions PIC X(02).
       77 fin-transactions PIC X(01) VALUE 'N'.

       *>References deja presentes a TRANSACTIONS.DAT, et celles
       *>generees par ce passage. Au-dela de 5000, la generation est
       *>refusee : une reference non relue pourrait etre doublee.
       77 nb-references PIC 9(4) VALUE 0.
       77 references-tronquees PIC X(01) VALUE 'N'.
       77 rx PIC 9(4).
       77 reference-trouvee PIC X(01).
       1 references-presentes.
           2 reference-presente PIC X(08) OCCURS 5000.

       77 date-cible PIC 9(08) VALUE 0.
       77 reference-generee PIC X(08).
       *>Garde-fou par echeance : une date de fin absurde ne fait
       *>pas tourner le passage indefiniment.
       77 nb-tours PIC 9(4).
       77 nb-generees PIC 9(6) VALUE 0.
       77 nb-deja PIC 9(6) VALUE 0.
       77 passage-refuse PIC X(01) VALUE 'N'.
       77 libelle-refus PIC X(60) VALUE SPACES.
       77 horodatage-passage PIC X(14).
       77 montant-edit PIC -(7)9.99.
       77 compte-edit PIC zzzzz9.
       77 valeur-generation PIC X(20).
       77 touche PIC X(01).

       *>Derniere echeance generee par code, reportee dans
       *>l'echeancier relu sous son verrou.
       77 nb-dernieres PIC 99 VALUE 0.
       77 dn PIC 99.
       1 dernieres-generees.
           2 derniere-generee OCCURS 50.
               3 drn-code PIC X(02).
               3 drn-date PIC 9(08).

       SCREEN SECTION.
       1 plage-saisie.
           2 BLANK SCREEN.
           2 LINE 1 COL 1 VALUE 'Recurrentes : generation'.
           2 LINE 3 COL 1 VALUE 'Generer les echeances jusqu''au '.
           2 VALUE '(AAAAMMJJ) : '.
           2 PIC 9(08) USING date-cible.

       1 plage-fini.
           2 BLANK SCREEN.
           2 LINE 1 COL 1 VALUE
               'Compte rendu : GENERATION-RECURRENTES.DAT'.
           2 LINE 2 COL 1 VALUE 'Transactions generees : '.
           2 PIC zzzzz9 FROM nb-generees.
           2 LINE 3 COL 1 VALUE 'Deja presentes, sautees : '.
           2 PIC zzzzz9 FROM nb-deja.
           2 LINE 5 COL 1 PIC X(60) FROM libelle-refus.

       1 plage-pause.
           2 LINE 22 COL 1 VALUE 'Entree pour continuer...'.
           2 PIC X(01) TO touche.

       PROCEDURE DIVISION.
       MOVE FUNCTION CURRENT-DATE(1:14) TO horodatage-passage.
       MOVE horodatage-passage(1:8) TO date-cible.
       IF PILOTE-EN-COMMANDE
           IF pilote-date IS NUMERIC
               MOVE pilote-date TO date-cible
           END-IF
       ELSE
           DISPLAY plage-saisie
           ACCEPT plage-saisie
       END-IF.
       OPEN OUTPUT FICHIER-COMPTE-RENDU.
       MOVE SPACES TO LIGNE-COMPTE-RENDU.
       IF EN-FORMATION
           STRING "Generation des recurrentes du " horodatage-passage
               " jusqu'au " date-cible " SIMULATION (mode formation)"
               DELIMITED BY SIZE INTO LIGNE-COMPTE-RENDU
       ELSE
           STRING "Generation des recurrentes du " horodatage-passage
               " jusqu'au " date-cible
               DELIMITED BY SIZE INTO LIGNE-COMPTE-RENDU
       END-IF.
       WRITE LIGNE-COMPTE-RENDU.
       IF FUNCTION TEST-DATE-YYYYMMDD(date-cible) NOT = 0
           MOVE 'O' TO passage-refuse
           MOVE "Date de generation invalide : rien n'est genere."
               TO libelle-refus
       END-IF.
       *>Les echeances sont ajoutees sous le verrou des transactions
       *>(une seance de SaisieTransactions reecrit tout le fichier en
       *>sortant) ; la derniere echeance generee est reportee
       *>ensuite, sous le verrou de l'echeancier : un verrou a la
       *>fois. Un report manque ne perd rien, les references deja au
       *>fichier sont sautees au passage suivant.
       IF passage-refuse = 'N'
           PERFORM verrouiller-transactions
           IF NOT VERROU-ACQUIS
               MOVE 'O' TO passage-refuse
               MOVE "Transactions en saisie : rien n'est genere."
                   TO libelle-refus
           END-IF
       END-IF.
       IF passage-refuse = 'N'
           PERFORM charger-recurrentes
           PERFORM charger-references
           EVALUATE TRUE
               WHEN recurrentes-tronquees = 'O'
                   MOVE 'O' TO passage-refuse
                   MOVE "Plus de 50 echeances : rien n'est genere."
                       TO libelle-refus
               WHEN references-tronquees = 'O'
                   MOVE 'O' TO passage-refuse
                   MOVE "Plus de 5000 transactions : rien n'est genere."
                       TO libelle-refus
               WHEN OTHER
                   PERFORM charger-calendrier
                   PERFORM generer-echeances
                   MOVE SPACES TO LIGNE-COMPTE-RENDU
                   STRING "Generees : " nb-generees
                       "  deja presentes : " nb-deja
                       DELIMITED BY SIZE INTO LIGNE-COMPTE-RENDU
                   WRITE LIGNE-COMPTE-RENDU
                   MOVE SPACES TO valeur-generation
                   MOVE nb-generees TO compte-edit
                   STRING "GENEREES " compte-edit
                       DELIMITED BY SIZE INTO valeur-generation
                   PERFORM journaliser-generation
           END-EVALUATE
           PERFORM liberer-transactions
           IF passage-refuse = 'N' AND NOT EN-FORMATION
               PERFORM reporter-dernieres
           END-IF
       END-IF.
       IF passage-refuse = 'O'
           MOVE SPACES TO LIGNE-COMPTE-RENDU
           MOVE libelle-refus TO LIGNE-COMPTE-RENDU
           WRITE LIGNE-COMPTE-RENDU
       END-IF.
       CLOSE FICHIER-COMPTE-RENDU.
       DISPLAY plage-fini.
       IF NOT PILOTE-EN-COMMANDE
           DISPLAY plage-pause
           ACCEPT plage-pause
       END-IF.
       COPY JOURNAL-FERMETURE.
       *>GOBACK (et non STOP RUN) pour pouvoir aussi etre appele
       *>depuis le menu de comptabilite et par PiloteNuit.
       GOBACK.

       charger-references.
           MOVE 0 TO nb-references.
           MOVE 'N' TO references-tronquees.
           MOVE 'N' TO fin-transactions.
           OPEN INPUT FICHIER-TRANSACTIONS.
           IF statut-transactions(1:1) = "0"
               READ FICHIER-TRANSACTIONS
                   AT END MOVE 'O' TO fin-transactions
               END-READ
               PERFORM UNTIL fin-transactions = 'O'
                   IF nb-references < 5000
                       ADD 1 TO nb-references
                       MOVE TRX-REF TO reference-presente(nb-references)
                   ELSE
                       MOVE 'O' TO references-tronquees
                   END-IF
                   READ FICHIER-TRANSACTIONS
                       AT END MOVE 'O' TO fin-transactions
                   END-READ
               END-PERFORM
               CLOSE FICHIER-TRANSACTIONS
           END-IF.

       generer-echeances.
           OPEN EXTEND FICHIER-TRANSACTIONS.
           PERFORM VARYING rc FROM 1 BY 1 UNTIL rc > nb-recurrentes
               PERFORM premiere-echeance
               MOVE 0 TO nb-tours
               PERFORM UNTIL ECHEANCE-FINIE
                       OR echeance-nominale > date-cible
                       OR nb-tours > 999
                   ADD 1 TO nb-tours
                   PERFORM generer-echeance
                   MOVE echeance-nominale TO rct-derniere(rc)
                   PERFORM echeance-suivante
               END-PERFORM
           END-PERFORM.
           CLOSE FICHIER-TRANSACTIONS.

       *>Une echeance : sautee si sa reference est deja au fichier
       *>(saisie a la main, ou passage precedent), sinon ajoutee au
       *>premier jour ouvert.
       generer-echeance.
           MOVE SPACES TO reference-generee.
           STRING rct-code(rc) echeance-nominale(3:6)
               DELIMITED BY SIZE INTO reference-generee.
           MOVE 'N' TO reference-trouvee.
           PERFORM VARYING rx FROM 1 BY 1
                   UNTIL rx > nb-references OR reference-trouvee = 'O'
               IF reference-presente(rx) = reference-generee
                   MOVE 'O' TO reference-trouvee
               END-IF
           END-PERFORM.
           MOVE rct-montant(rc) TO montant-edit.
           MOVE SPACES TO LIGNE-COMPTE-RENDU.
           IF reference-trouvee = 'O'
               ADD 1 TO nb-deja
               STRING reference-generee " " rct-libelle(rc)
                   " deja presente, sautee"
                   DELIMITED BY SIZE INTO LIGNE-COMPTE-RENDU
           ELSE
               PERFORM decaler-jour-ouvert
               IF NOT EN-FORMATION
                   MOVE SPACES TO LIGNE-TRANSACTION
                   MOVE echeance-effective TO TRX-DATE
                   MOVE reference-generee TO TRX-REF
                   MOVE rct-type(rc) TO TRX-TYPE
                   MOVE rct-montant(rc) TO TRX-MONTANT
                   WRITE LIGNE-TRANSACTION
               END-IF
               IF nb-references < 5000
                   ADD 1 TO nb-references
                   MOVE reference-generee
                       TO reference-presente(nb-references)
               END-IF
               ADD 1 TO nb-generees
               IF echeance-effective = echeance-nominale
                   STRING echeance-effective " " reference-generee " "
                       rct-type(rc) " " montant-edit " "
                       rct-libelle(rc)
                       DELIMITED BY SIZE INTO LIGNE-COMPTE-RENDU
               ELSE
                   STRING echeance-effective " " reference-generee " "
                       rct-type(rc) " " montant-edit " "
                       rct-libelle(rc) " (prevue le "
                       echeance-nominale ")"
                       DELIMITED BY SIZE INTO LIGNE-COMPTE-RENDU
               END-IF
           END-IF.
           WRITE LIGNE-COMPTE-RENDU.

       *>L'echeancier est relu sous son verrou et seules les
       *>dernieres echeances y sont reportees (jamais reculees) : une
       *>seance d'entretien passee entre-temps n'est pas ecrasee.
       reporter-dernieres.
           MOVE 0 TO nb-dernieres.
           PERFORM VARYING rc FROM 1 BY 1 UNTIL rc > nb-recurrentes
               ADD 1 TO nb-dernieres
               MOVE rct-code(rc) TO drn-code(nb-dernieres)
               MOVE rct-derniere(rc) TO drn-date(nb-dernieres)
           END-PERFORM.
           PERFORM verrouiller-recurrentes.
           IF NOT VERROU-ACQUIS
               MOVE SPACES TO LIGNE-COMPTE-RENDU
               MOVE "Echeancier occupe : dernieres non reportees."
                   TO LIGNE-COMPTE-RENDU
               WRITE LIGNE-COMPTE-RENDU
           ELSE
               PERFORM charger-recurrentes
               IF recurrentes-tronquees = 'N'
                   PERFORM VARYING rc FROM 1 BY 1
                           UNTIL rc > nb-recurrentes
                       PERFORM VARYING dn FROM 1 BY 1
                               UNTIL dn > nb-dernieres
                           IF drn-code(dn) = rct-code(rc)
                                   AND drn-date(dn) > rct-derniere(rc)
                               MOVE drn-date(dn) TO rct-derniere(rc)
                           END-IF
                       END-PERFORM
                   END-PERFORM
                   PERFORM sauver-recurrentes
               END-IF
               PERFORM liberer-recurrentes
           END-IF.

       COPY RECURRENTES-CHARGE.

       COPY RECURRENTES-ECHEANCE.

       COPY CALENDRIER-CHARGE.

       COPY VERROU-PRISE
           REPLACING NOM-PARAGRAPHE BY verrouiller-recurrentes
           NOM-FICHIER-VERROU BY "VERROU-RECURRENTES.LCK".

       COPY VERROU-LIBERATION
           REPLACING NOM-PARAGRAPHE BY liberer-recurrentes.

       COPY VERROU-PRISE
           REPLACING NOM-PARAGRAPHE BY verrouiller-transactions
           NOM-FICHIER-VERROU BY "VERROU-TRANSACTIONS.LCK".

       COPY VERROU-LIBERATION
           REPLACING NOM-PARAGRAPHE BY liberer-transactions.

       COPY JOURNAL-ECRITURE
           REPLACING NOM-PARAGRAPHE BY journaliser-generation
           NOM-PROGRAMME-JRN BY "GenerationRecurrentes"
           VALEUR-SAISIE BY valeur-generation.
