           COPY REJET-FICHIER
               REPLACING NOM-FICHIER-REJETS
               BY "REJETS-TRANSACTIONS.DAT".
           COPY REJET-HISTO-FICHIER.
           COPY DOSSIER-FICHIER.
           COPY VERROU-FICHIER.

       DATA DIVISION.
       FILE SECTION.

       COPY REJET-FD.

       COPY REJET-HISTO-FD.

       COPY DOSSIER-FD.

       COPY VERROU-FD.

       WORKING-STORAGE SECTION.
       COPY PILOTAGE.
       COPY OPERATEUR.
       COPY FORMATION.
       COPY VERROU-ZONE.
       COPY DOSSIER-ZONE.
       77 val PIC 999.
       *>Seuil de comparaison, fourni par l'operateur au lieu d'etre
       *>fige a 100.

       *>References des transactions au-dessus du seuil, gardees pour
       *>le detail de la reconciliation (au-dela de 100 exceptions,
       *>seul le compte reste exact), avec l'etat de leur dossier
       *>(N nouveau, sinon le statut du dossier, blanc si les
       *>dossiers n'ont pas pu etre suivis).
       77 nb-exceptions PIC 9(5) VALUE 0.
       77 x PIC 999.
       1 exceptions.
               3 exc-ref PIC X(08).
               3 exc-type PIC X(02).
               3 exc-montant PIC S9(7)V99.
               3 exc-dossier PIC X(01).
               3 exc-depuis PIC 9(08).
               3 exc-operateur PIC X(08).

       *>Suivi des exceptions en dossiers (EXCEPTIONS.DAT) : une
       *>exception deja connue n'est plus annoncee comme nouvelle.
       *>Sans le verrou des dossiers (ou au-dela de 2000 dossiers),
       *>la reconciliation passe quand meme, sans les mettre a jour.
       77 dossiers-suivis PIC X(01) VALUE 'N'.
       77 dossiers-verrouilles PIC X(01) VALUE 'N'.
       77 date-passage PIC 9(08).
       77 nb-dossiers-nouveaux PIC 9(5) VALUE 0.
       77 nb-dossiers-connus PIC 9(5) VALUE 0.
       77 etat-dossier-edit PIC X(36).
       77 compte-connus-edit PIC zzzz9.

       SCREEN SECTION.
       1 plage-titre.
       *>re-evaluer indefiniment la meme valeur fixe.
       traiter-lot.
           INITIALIZE ventilation.
           PERFORM preparer-dossiers.
           OPEN INPUT FICHIER-TRANSACTIONS.
           OPEN OUTPUT FICHIER-REJETS.
           READ FICHIER-TRANSACTIONS
           END-PERFORM.
           CLOSE FICHIER-TRANSACTIONS.
           CLOSE FICHIER-REJETS.
           IF dossiers-suivis = 'O' AND NOT EN-FORMATION
               PERFORM sauver-dossiers
           END-IF.
           IF dossiers-verrouilles = 'O'
               PERFORM liberer-dossiers
           END-IF.

       *>Dossiers des exceptions relus sous leur verrou, tenu pendant
       *>tout le lot : l'ecran de traitement ne peut pas reecrire le
       *>fichier entre-temps.
       preparer-dossiers.
           MOVE FUNCTION CURRENT-DATE(1:8) TO date-passage.
           MOVE 'N' TO dossiers-suivis.
           PERFORM verrouiller-dossiers.
           IF VERROU-ACQUIS
               MOVE 'O' TO dossiers-verrouilles
               PERFORM charger-dossiers
               IF dossiers-tronques = 'N'
                   MOVE 'O' TO dossiers-suivis
               END-IF
           END-IF.

       *>Cumule la transaction courante dans la ventilation de son
       *>type (cree a la premiere rencontre) et dans les compteurs
       *>le detail de la reconciliation.
       noter-exception.
           ADD 1 TO nb-exceptions.
           MOVE 0 TO dossier-trouve.
           IF dossiers-suivis = 'O'
               PERFORM suivre-dossier
           END-IF.
           IF nb-exceptions <= 100
               MOVE TRX-REF TO exc-ref(nb-exceptions)
               MOVE TRX-TYPE TO exc-type(nb-exceptions)
               MOVE TRX-MONTANT TO exc-montant(nb-exceptions)
               MOVE SPACES TO exc-dossier(nb-exceptions)
               MOVE 0 TO exc-depuis(nb-exceptions)
               MOVE SPACES TO exc-operateur(nb-exceptions)
               IF dossier-trouve > 0
                   PERFORM noter-etat-dossier
               END-IF
           END-IF.

       *>Exception deja en dossier : le dossier note qu'elle est
       *>encore signalee. Sinon un dossier ouvert est cree, sans
       *>operateur tant que personne ne l'a pris en charge.
       suivre-dossier.
           MOVE TRX-REF TO ref-dossier-cherche.
           PERFORM chercher-dossier.
           IF dossier-trouve > 0
               ADD 1 TO nb-dossiers-connus
               MOVE date-passage TO dst-vu(dossier-trouve)
               ADD 1 TO dst-nb-vus(dossier-trouve)
           ELSE
               IF nb-dossiers < 2000
                   ADD 1 TO nb-dossiers
                   MOVE nb-dossiers TO dossier-trouve
                   ADD 1 TO nb-dossiers-nouveaux
                   MOVE TRX-REF TO dst-ref(dossier-trouve)
                   MOVE TRX-TYPE TO dst-type(dossier-trouve)
                   MOVE TRX-DATE TO dst-date-trx(dossier-trouve)
                   MOVE TRX-MONTANT TO dst-montant(dossier-trouve)
                   MOVE 'O' TO dst-statut(dossier-trouve)
                   MOVE SPACES TO dst-operateur(dossier-trouve)
                   MOVE date-passage TO dst-ouverture(dossier-trouve)
                   MOVE date-passage TO dst-changement(dossier-trouve)
                   MOVE 0 TO dst-resolution(dossier-trouve)
                   MOVE SPACES TO dst-note(dossier-trouve)
                   MOVE date-passage TO dst-vu(dossier-trouve)
                   MOVE 1 TO dst-nb-vus(dossier-trouve)
               ELSE
                   MOVE 'N' TO dossiers-suivis
               END-IF
           END-IF.

       noter-etat-dossier.
           IF dst-nb-vus(dossier-trouve) = 1
                   AND dst-ouverture(dossier-trouve) = date-passage
               MOVE 'N' TO exc-dossier(nb-exceptions)
           ELSE
               MOVE dst-statut(dossier-trouve)
                   TO exc-dossier(nb-exceptions)
           END-IF.
           IF DOSSIER-RESOLU(dossier-trouve)
               MOVE dst-resolution(dossier-trouve)
                   TO exc-depuis(nb-exceptions)
           ELSE
               MOVE dst-ouverture(dossier-trouve)
                   TO exc-depuis(nb-exceptions)
           END-IF.
           MOVE dst-operateur(dossier-trouve)
               TO exc-operateur(nb-exceptions).

       *>Ecrit la reconciliation du run : totaux globaux, ventilation
       *>par type de transaction, puis les references des exceptions
                   UNTIL x > nb-exceptions OR x > 100
               MOVE SPACES TO LIGNE-RECONCILIATION
               MOVE exc-montant(x) TO montant-edit
               PERFORM editer-etat-dossier
               STRING "Exception ref=" exc-ref(x)
                   " type=" exc-type(x)
                   " montant=" montant-edit
                   " " etat-dossier-edit
                   DELIMITED BY SIZE INTO LIGNE-RECONCILIATION
               WRITE LIGNE-RECONCILIATION
           END-PERFORM.
           IF choix-mode = 2
               MOVE SPACES TO LIGNE-RECONCILIATION
               IF dossiers-suivis = 'O'
                   MOVE nb-dossiers-nouveaux TO compte-edit
                   MOVE nb-dossiers-connus TO compte-connus-edit
                   STRING "Dossiers EXCEPTIONS.DAT : " compte-edit
                       " nouveaux, " compte-connus-edit " deja suivis"
                       DELIMITED BY SIZE INTO LIGNE-RECONCILIATION
               ELSE
                   STRING "Dossiers EXCEPTIONS.DAT NON mis a jour "
                       "(occupes ou pleins) : relancer le lot."
                       DELIMITED BY SIZE INTO LIGNE-RECONCILIATION
               END-IF
               WRITE LIGNE-RECONCILIATION
           END-IF.
           CLOSE FICHIER-RECONCILIATION.

       editer-etat-dossier.
           MOVE SPACES TO etat-dossier-edit.
           EVALUATE exc-dossier(x)
               WHEN 'N'
                   MOVE "dossier NOUVEAU" TO etat-dossier-edit
               WHEN 'O'
                   STRING "dossier ouvert le " exc-depuis(x)
                       DELIMITED BY SIZE INTO etat-dossier-edit
               WHEN 'E'
                   STRING "examen " exc-operateur(x)
                       " ouvert le " exc-depuis(x)
                       DELIMITED BY SIZE INTO etat-dossier-edit
               WHEN 'R'
                   STRING "dossier resolu le " exc-depuis(x)
                       DELIMITED BY SIZE INTO etat-dossier-edit
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       COPY REJET-ECRITURE
           REPLACING NOM-PARAGRAPHE BY rejeter-transaction
           NUMERO-LIGNE-REJ BY nb-lignes-lues
           CODE-REJET-REJ BY code-rejet
           CONTENU-REJ BY LIGNE-TRANSACTION
           COMPTEUR-REJETS-REJ BY nb-rejets.

       COPY DOSSIER-CHARGE.

       COPY VERROU-PRISE
           REPLACING NOM-PARAGRAPHE BY verrouiller-dossiers
           NOM-FICHIER-VERROU BY "VERROU-EXCEPTIONS.LCK".

       COPY VERROU-LIBERATION
           REPLACING NOM-PARAGRAPHE BY liberer-dossiers.
