      *>Import du releve de la banque : chaque mois, le releve se
      *>pointait a la regle contre les reglements RG de
      *>TRANSACTIONS.DAT. Ce programme lit l'export de la banque
      *>RELEVE-BANQUE-CSV.DAT (date;libelle;montant signe, date en
      *>AAAAMMJJ ou JJ/MM/AAAA, virgule decimale admise, ligne
      *>d'en-tete sautee) et ajoute ses lignes, numerotees et
      *>ouvertes, au releve bancaire BANQUE-RELEVE.DAT que
      *>RapprochementBanque rapproche ensuite. Un releve repasse ou
      *>qui chevauche le precedent n'ajoute pas deux fois la meme
      *>ligne : une ligne identique (date, libelle, montant) deja
      *>au fichier est sautee, une fois par ligne deja presente.
      *>Lignes illisibles au fichier REJETS-BANQUE.DAT (DAT date,
      *>NUM montant, PLN releve plein).
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ImportBanque.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FICHIER-CSV ASSIGN TO "RELEVE-BANQUE-CSV.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS statut-csv.
           COPY BANQUE-FICHIER.
           COPY REJET-FICHIER
               REPLACING NOM-FICHIER-REJETS BY "REJETS-BANQUE.DAT".
           COPY REJET-HISTO-FICHIER.
           COPY VERROU-FICHIER.
           COPY JOURNAL-FICHIER.

       DATA DIVISION.
       FILE SECTION.
       FD FICHIER-CSV.
       1 LIGNE-CSV PIC X(100).

       COPY BANQUE-FD.

       COPY REJET-FD.

       COPY REJET-HISTO-FD.

       COPY VERROU-FD.

       COPY JOURNAL-FD.

       WORKING-STORAGE SECTION.
       COPY OPERATEUR.
       COPY FORMATION.
       COPY VERROU-ZONE.
       COPY JOURNAL-ETAT.
       COPY BANQUE-ZONE.
       77 statut-csv PIC X(02).
       77 fin-fichier PIC X(01) VALUE 'N'.
           88 PLUS-DE-CSV VALUE 'O'.

       *>Champs decoupes de la ligne en cours.
       77 ligne-nettoyee PIC X(100).
       77 champ-date PIC X(12).
       77 champ-libelle PIC X(30).
       77 champ-montant PIC X(16).
       77 date-convertie PIC 9(08).
       77 date-valide PIC X(01).
       77 montant-converti PIC S9(7)V99.

       *>Lignes du fichier deja rencontrees par cet import : une
       *>ligne identique du CSV consomme une ligne deja presente au
       *>lieu d'etre ajoutee une seconde fois.
       77 nb-avant-import PIC 9(4) VALUE 0.
       1 lignes-consommees.
           2 ligne-consommee PIC X(01) OCCURS 2000.
       77 doublon-trouve PIC X(01).

       77 nb-lignes-lues PIC 9(6) VALUE 0.
       77 nb-rejets PIC 9(6) VALUE 0.
       77 nb-importees PIC 9(6) VALUE 0.
       77 nb-doublons PIC 9(6) VALUE 0.
       77 code-rejet PIC X(03).
       77 horodatage-import PIC X(14).
       77 compte-edit PIC zzzzz9.
       77 valeur-import PIC X(20).
       77 touche PIC X(01).

       SCREEN SECTION.
       1 plage-csv-absent.
           2 BLANK SCREEN.
           2 LINE 1 COL 1 VALUE
               'RELEVE-BANQUE-CSV.DAT absent ou illisible :'.
           2 LINE 2 COL 1 VALUE ' rien d''importe.'.

       1 plage-occupe.
           2 BLANK SCREEN.
           2 LINE 1 COL 1 VALUE
               'Releve bancaire occupe, reessayez plus tard.'.

       1 plage-tronque.
           2 BLANK SCREEN.
           2 LINE 1 COL 1 VALUE
               'BANQUE-RELEVE.DAT depasse 2000 lignes : import refuse.'.

       1 plage-fini.
           2 BLANK SCREEN.
           2 LINE 1 COL 1 VALUE
               'Import termine : BANQUE-RELEVE.DAT alimente.'.
           2 LINE 2 COL 1 VALUE 'Lignes importees : '.
           2 PIC zzzzz9 FROM nb-importees.
           2 LINE 3 COL 1 VALUE 'Deja presentes, sautees : '.
           2 PIC zzzzz9 FROM nb-doublons.
           2 LINE 4 COL 1 VALUE 'Lignes rejetees : '.
           2 PIC zzzzz9 FROM nb-rejets.
           2 COL 30 VALUE '(REJETS-BANQUE.DAT)'.

       1 plage-formation.
           2 LINE 6 COL 1 VALUE
               'Mode formation : import simule, fichier intact.'.

       1 plage-pause.
           2 LINE 22 COL 1 VALUE 'Entree pour continuer...'.
           2 PIC X(01) TO touche.

       PROCEDURE DIVISION.
       MOVE FUNCTION CURRENT-DATE(1:14) TO horodatage-import.
       OPEN INPUT FICHIER-CSV.
       IF statut-csv NOT = "00"
           DISPLAY plage-csv-absent
           DISPLAY plage-pause
           ACCEPT plage-pause
           GOBACK
       END-IF.
       PERFORM verrouiller-banque.
       IF NOT VERROU-ACQUIS
           CLOSE FICHIER-CSV
           DISPLAY plage-occupe
           DISPLAY plage-pause
           ACCEPT plage-pause
           GOBACK
       END-IF.
       PERFORM charger-banque.
       IF banque-tronquee = 'O'
           CLOSE FICHIER-CSV
           PERFORM liberer-banque
           DISPLAY plage-tronque
           DISPLAY plage-pause
           ACCEPT plage-pause
           GOBACK
       END-IF.
       MOVE nb-banque TO nb-avant-import.
       MOVE ALL 'N' TO lignes-consommees.
       OPEN OUTPUT FICHIER-REJETS.
       READ FICHIER-CSV
           AT END SET PLUS-DE-CSV TO TRUE
       END-READ.
       PERFORM UNTIL PLUS-DE-CSV
           ADD 1 TO nb-lignes-lues
           PERFORM convertir-ligne
           READ FICHIER-CSV
               AT END SET PLUS-DE-CSV TO TRUE
           END-READ
       END-PERFORM.
       CLOSE FICHIER-CSV.
       CLOSE FICHIER-REJETS.
       IF NOT EN-FORMATION
           PERFORM sauver-banque
       END-IF.
       PERFORM liberer-banque.
       MOVE SPACES TO valeur-import.
       MOVE nb-importees TO compte-edit.
       STRING "IMPORT " compte-edit
           DELIMITED BY SIZE INTO valeur-import.
       PERFORM journaliser-import.
       DISPLAY plage-fini.
       IF EN-FORMATION
           DISPLAY plage-formation
       END-IF.
       DISPLAY plage-pause.
       ACCEPT plage-pause.
       COPY JOURNAL-FERMETURE.
       *>GOBACK (et non STOP RUN) pour pouvoir aussi etre appele
       *>depuis le menu de comptabilite.
       GOBACK.

       *>Nettoie la ligne (guillemets effaces, virgule decimale
       *>ramenee au point), decoupe les trois champs et les
       *>controle ; la ligne d'en-tete de la banque (date non
       *>numerique en premiere ligne) est sautee sans rejet.
       convertir-ligne.
           MOVE LIGNE-CSV TO ligne-nettoyee.
           INSPECT ligne-nettoyee REPLACING ALL '"' BY SPACE.
           INSPECT ligne-nettoyee REPLACING ALL ',' BY '.'.
           MOVE SPACES TO champ-date champ-libelle champ-montant.
           UNSTRING ligne-nettoyee DELIMITED BY ";"
               INTO champ-date champ-libelle champ-montant.
           MOVE FUNCTION TRIM(champ-date) TO champ-date.
           MOVE FUNCTION TRIM(champ-libelle) TO champ-libelle.
           MOVE FUNCTION TRIM(champ-montant) TO champ-montant.
           PERFORM convertir-date.
           MOVE SPACES TO code-rejet.
           EVALUATE TRUE
               WHEN nb-lignes-lues = 1
                       AND champ-date(1:1) IS ALPHABETIC
                       AND champ-date NOT = SPACES
                   CONTINUE
               WHEN LIGNE-CSV = SPACES
                   CONTINUE
               WHEN date-valide NOT = 'O'
                   MOVE "DAT" TO code-rejet
               WHEN champ-montant = SPACES
                   MOVE "NUM" TO code-rejet
               WHEN FUNCTION TEST-NUMVAL(champ-montant) NOT = 0
                   MOVE "NUM" TO code-rejet
               WHEN OTHER
                   COMPUTE montant-converti =
                       FUNCTION NUMVAL(champ-montant)
                   PERFORM chercher-doublon
                   IF doublon-trouve = 'O'
                       ADD 1 TO nb-doublons
                   ELSE
                       PERFORM ajouter-ligne-banque
                   END-IF
           END-EVALUATE.
           IF code-rejet NOT = SPACES
               PERFORM rejeter-ligne
           END-IF.

       *>AAAAMMJJ tel quel, ou JJ/MM/AAAA remis dans l'ordre ; la
       *>date doit exister au calendrier.
       convertir-date.
           MOVE 'N' TO date-valide.
           MOVE 0 TO date-convertie.
           EVALUATE TRUE
               WHEN champ-date(1:8) IS NUMERIC
                       AND champ-date(9:4) = SPACES
                   MOVE champ-date(1:8) TO date-convertie
               WHEN champ-date(3:1) = '/' AND champ-date(6:1) = '/'
                       AND champ-date(1:2) IS NUMERIC
                       AND champ-date(4:2) IS NUMERIC
                       AND champ-date(7:4) IS NUMERIC
                   STRING champ-date(7:4) champ-date(4:2)
                       champ-date(1:2)
                       DELIMITED BY SIZE INTO date-convertie
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF date-convertie > 0
               IF FUNCTION TEST-DATE-YYYYMMDD(date-convertie) = 0
                   MOVE 'O' TO date-valide
               END-IF
           END-IF.

       *>Ligne identique deja au fichier avant cet import, et pas
       *>encore consommee par une ligne precedente du meme CSV.
       chercher-doublon.
           MOVE 'N' TO doublon-trouve.
           PERFORM VARYING bq FROM 1 BY 1
                   UNTIL bq > nb-avant-import OR doublon-trouve = 'O'
               IF ligne-consommee(bq) = 'N'
                       AND bqt-date(bq) = date-convertie
                       AND bqt-libelle(bq) = champ-libelle
                       AND bqt-montant(bq) = montant-converti
                   MOVE 'O' TO doublon-trouve
                   MOVE 'O' TO ligne-consommee(bq)
               END-IF
           END-PERFORM.

       ajouter-ligne-banque.
           IF nb-banque >= 2000
               MOVE "PLN" TO code-rejet
           ELSE
               ADD 1 TO nb-banque
               ADD 1 TO dernier-numero-banque
               MOVE dernier-numero-banque TO bqt-numero(nb-banque)
               MOVE date-convertie TO bqt-date(nb-banque)
               MOVE champ-libelle TO bqt-libelle(nb-banque)
               MOVE montant-converti TO bqt-montant(nb-banque)
               MOVE 'O' TO bqt-etat(nb-banque)
               MOVE SPACES TO bqt-trx-ref(nb-banque)
               MOVE SPACES TO bqt-mode(nb-banque)
               MOVE 0 TO bqt-date-pointage(nb-banque)
               MOVE horodatage-import TO bqt-import(nb-banque)
               ADD 1 TO nb-importees
           END-IF.

       COPY BANQUE-CHARGE.

       COPY REJET-ECRITURE
           REPLACING NOM-PARAGRAPHE BY rejeter-ligne
           NUMERO-LIGNE-REJ BY nb-lignes-lues
           CODE-REJET-REJ BY code-rejet
           CONTENU-REJ BY LIGNE-CSV
           COMPTEUR-REJETS-REJ BY nb-rejets.

       COPY VERROU-PRISE
           REPLACING NOM-PARAGRAPHE BY verrouiller-banque
           NOM-FICHIER-VERROU BY "VERROU-BANQUE.LCK".

       COPY VERROU-LIBERATION
           REPLACING NOM-PARAGRAPHE BY liberer-banque.

       COPY JOURNAL-ECRITURE
           REPLACING NOM-PARAGRAPHE BY journaliser-import
           NOM-PROGRAMME-JRN BY "ImportBanque"
           VALEUR-SAISIE BY valeur-import.
