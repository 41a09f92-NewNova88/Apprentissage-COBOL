      *>CONTROLE-NUMERIQUE), liste et corrige par reference, chaque
      *>saisie etant journalisee comme dans SaisieNotes. La
      *>reconciliation ne vaut que ce que vaut le fichier derriere.
      *>Le fichier, reecrit en entier a la sortie, reste sous son
      *>verrou toute la seance (ReglementsClients et
      *>GenerationRecurrentes y ajoutent leurs lignes sous le meme
      *>verrou). Une transaction deja postee au grand livre ne se
      *>corrige plus ici : elle se contre-passe.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SaisieTransactions.

               ASSIGN TO "TRANSACTIONS.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS statut-transactions.
           SELECT OPTIONAL FICHIER-POSTEES
               ASSIGN TO "TRANSACTIONS-POSTEES.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS statut-postees.
           COPY VERROU-FICHIER.
           COPY JOURNAL-FICHIER.

       DATA DIVISION.
           2 FILLER PIC X(01).
           2 TRX-MONTANT PIC S9(7)V99.

       *>Marques de PostageTransactions : seule la reference compte
       *>ici.
       FD FICHIER-POSTEES.
       1 LIGNE-POSTEE.
           2 PST-REF PIC X(08).
           2 FILLER PIC X(50).

       COPY VERROU-FD.

       COPY JOURNAL-FD.

       WORKING-STORAGE SECTION.
       COPY OPERATEUR.
       COPY FORMATION.
       COPY VERROU-ZONE.
       COPY JOURNAL-ETAT.
       77 statut-transactions PIC X(02).
       77 fin-fichier PIC X(01) VALUE 'N'.
       77 type-saisi PIC X(02).
       77 montant-saisi PIC S9(7)V99.
       77 rang-trouve PIC 9(3) VALUE 0.
       77 statut-postees PIC X(02).
       77 fin-postees PIC X(01) VALUE 'N'.
       77 reference-postee PIC X(01) VALUE 'N'.
       77 fichier-modifie PIC X(01) VALUE 'N'.
       77 ligne-ecran PIC 99.
       77 touche PIC X(01).
       1 plage-reference-inconnue.
           2 LINE 18 COL 1 VALUE 'Reference inconnue.'.

       1 plage-reference-postee.
           2 LINE 18 COL 1 VALUE
               'Deja postee au grand livre : la contre-passer'.
           2 VALUE ' (ContrePassation),'.
           2 LINE 19 COL 1 VALUE
               'puis saisir la bonne sous une nouvelle reference.'.

       1 plage-occupe.
           2 LINE 20 COL 1 VALUE
               'Fichier des transactions occupe, reessayez plus tard.'.

       1 plage-pause.
           2 LINE 22 COL 1 VALUE 'Entree pour continuer...'.
           2 PIC X(01) TO touche.

       PROCEDURE DIVISION.
       PERFORM verrouiller-transactions.
       IF NOT VERROU-ACQUIS
           DISPLAY plage-occupe
           DISPLAY plage-pause
           ACCEPT plage-pause
           GOBACK
       END-IF.
       PERFORM charger-transactions.

       PERFORM UNTIL choix-action = 0
       IF fichier-modifie = 'O' AND table-pleine NOT = 'O'
           PERFORM sauver-transactions
       END-IF.
       PERFORM liberer-transactions.
       COPY JOURNAL-FERMETURE.
       *>GOBACK (et non STOP RUN) pour pouvoir aussi etre appele
       *>depuis MenuPrincipal.
           ACCEPT plage-pause.

       *>Correction par reference : la premiere transaction portant
       *>la reference est reprise, memes controles qu'a l'ajout. La
       *>reference corrigee part d'abord au journal comme correction
       *>(l'audit de separation des taches la rapproche de sa saisie).
       *>Une reference deja postee est refusee : le livre garde le
       *>montant poste, la correction ne l'y suivrait pas.
       corriger-transaction.
           DISPLAY plage-saisie-reference.
           ACCEPT plage-saisie-reference.
                   MOVE i TO rang-trouve
               END-IF
           END-PERFORM.
           IF rang-trouve > 0
               PERFORM chercher-reference-postee
           END-IF.
           EVALUATE TRUE
               WHEN rang-trouve = 0
                   DISPLAY plage-reference-inconnue
                   DISPLAY plage-pause
                   ACCEPT plage-pause
               WHEN reference-postee = 'O'
                   DISPLAY plage-reference-postee
                   DISPLAY plage-pause
                   ACCEPT plage-pause
               WHEN OTHER
                   PERFORM reprendre-transaction
           END-EVALUATE.

       reprendre-transaction.
           MOVE rang-trouve TO i.
           PERFORM journaliser-correction.
           MOVE 2 TO ligne-ecran.
           DISPLAY plage-ligne-transaction.
           PERFORM saisir-transaction-valide.
           MOVE date-saisie TO tab-date(rang-trouve).
           MOVE ref-saisie TO tab-ref(rang-trouve).
           MOVE FUNCTION UPPER-CASE(type-saisi)
               TO tab-type(rang-trouve).
           MOVE montant-saisi TO tab-montant(rang-trouve).
           MOVE 'O' TO fichier-modifie.

       *>La reference cherchee figure-t-elle aux marques de postage ?
       chercher-reference-postee.
           MOVE 'N' TO reference-postee.
           MOVE 'N' TO fin-postees.
           OPEN INPUT FICHIER-POSTEES.
           IF statut-postees(1:1) = "0"
               READ FICHIER-POSTEES
                   AT END MOVE 'O' TO fin-postees
               END-READ
               PERFORM UNTIL fin-postees = 'O'
                   IF PST-REF = ref-saisie
                       MOVE 'O' TO reference-postee
                   END-IF
                   READ FICHIER-POSTEES
                       AT END MOVE 'O' TO fin-postees
                   END-READ
               END-PERFORM
               CLOSE FICHIER-POSTEES
           END-IF.

       sauver-transactions.
           END-PERFORM.
           CLOSE FICHIER-TRANSACTIONS.

       COPY VERROU-PRISE
           REPLACING NOM-PARAGRAPHE BY verrouiller-transactions
           NOM-FICHIER-VERROU BY "VERROU-TRANSACTIONS.LCK".

       COPY VERROU-LIBERATION
           REPLACING NOM-PARAGRAPHE BY liberer-transactions.

       COPY JOURNAL-ECRITURE
           REPLACING NOM-PARAGRAPHE BY journaliser-reference
           NOM-PROGRAMME-JRN BY "SaisieTrans-ref"
           REPLACING NOM-PARAGRAPHE BY journaliser-montant
           NOM-PROGRAMME-JRN BY "SaisieTrans-montant"
           VALEUR-SAISIE BY montant-saisi.

       COPY JOURNAL-ECRITURE
           REPLACING NOM-PARAGRAPHE BY journaliser-correction
           NOM-PROGRAMME-JRN BY "SaisieTrans-corr"
           VALEUR-SAISIE BY ref-saisie.
