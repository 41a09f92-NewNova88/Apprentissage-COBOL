       *>0-20 par la regle partagee CONTROLE-NUMERIQUE), ecrit les
       *>enregistrements propres dans ETUDIANTS.DAT et envoie les
       *>lignes inutilisables au fichier des rejets avec leur motif.
       *>Un identifiant inconnu du fichier des eleves, ou d'un eleve
       *>deja sorti, part au rejet sous le code ELV.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ImportNotes.

               FILE STATUS IS statut-registre.
           COPY REJET-FICHIER
               REPLACING NOM-FICHIER-REJETS BY "REJETS-NOTES.DAT".
           COPY REJET-HISTO-FICHIER.
           COPY ELEVE-FICHIER.

       DATA DIVISION.
       FILE SECTION.
               3 ETU-DATE PIC 9(08).
               3 ETU-RANG PIC 99.
           2 ETU-NOTE PIC 99V99.
           *>Type de note : blanc = ordinaire, R = rattrapage.
           2 ETU-TYPE PIC X(01).
               88 ETU-RATTRAPAGE VALUE 'R'.

       FD FICHIER-REGISTRE-IMP.
       1 LIGNE-REGISTRE-IMP.

       COPY REJET-FD.

       COPY REJET-HISTO-FD.

       COPY ELEVE-FD.

       WORKING-STORAGE SECTION.
       COPY OPERATEUR.
       COPY FORMATION.
       COPY ELEVE-ZONE.
       77 statut-csv PIC X(02).
       77 statut-etudiants PIC X(02).
       77 ecriture-faite PIC X(01).
       *>doit pas detruire le ETUDIANTS.DAT qu'il etait cense
       *>alimenter.
       IF statut-csv = "00"
           PERFORM charger-eleves
           MOVE FUNCTION NUMVAL(FUNCTION CURRENT-DATE(1:8))
               TO date-controle-eleve
           OPEN I-O FICHIER-ETUDIANTS
           IF statut-etudiants = "35"
               OPEN OUTPUT FICHIER-ETUDIANTS
           MOVE FUNCTION TRIM(champ-note) TO champ-note.
           MOVE FUNCTION TRIM(champ-classe) TO champ-classe.
           MOVE FUNCTION TRIM(champ-matiere) TO champ-matiere.
           MOVE FUNCTION UPPER-CASE(champ-id(1:5)) TO id-eleve-cherche.
           PERFORM controler-eleve.
           EVALUATE TRUE
               WHEN champ-id = SPACES
                   MOVE "IDA" TO code-rejet
                   PERFORM rejeter-ligne
               WHEN eleve-admis NOT = 'O'
                   MOVE "ELV" TO code-rejet
                   PERFORM rejeter-ligne
               WHEN FUNCTION TEST-NUMVAL(champ-note) NOT = 0
                   MOVE "NUM" TO code-rejet
                   PERFORM rejeter-ligne
           END-PERFORM.
           ADD 1 TO nb-importees.

       COPY ELEVE-CHARGE.

       COPY REJET-ECRITURE
           REPLACING NOM-PARAGRAPHE BY rejeter-ligne
           NUMERO-LIGNE-REJ BY nb-lignes-lues
           WRITE LIGNE-REGISTRE-IMP.
           CLOSE FICHIER-REGISTRE-IMP.

       *>Une note identique (etudiant + classe + matiere + note,
       *>hors rattrapage) deja au carnet ne se reposte pas : on se
       *>place sur la premiere cle de l'etudiant et on balaie ses
       *>notes.
       controler-doublon.
           MOVE 'N' TO note-deja-la.
           MOVE 'N' TO fin-carnet.
                                   AND ETU-MATIERE
                                       = champ-matiere(1:4)
                                   AND ETU-NOTE = note-convertie
                                   AND NOT ETU-RATTRAPAGE
                               MOVE 'O' TO note-deja-la
                               MOVE 'O' TO fin-carnet
                           END-IF
