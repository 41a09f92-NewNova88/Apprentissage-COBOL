       *>horodatages, pour que le recepteur prouve que le fichier est
       *>arrive complet. Toutes les interfaces que nous recevons ont
       *>leur enregistrement de controle ; la notre aussi desormais.
       *>Le detail d'une arrivee porte aussi la societe du visiteur
       *>et l'operateur venu voir (hote), en fin d'enregistrement.
       *>Les details sortent dans l'ordre du fichier indexe des
       *>mouvements : visiteur par visiteur, chronologique pour
       *>chacun.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ExtraitSiege.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CONTACTS-FICHIER.
           SELECT FICHIER-JOURNAL ASSIGN TO "JOURNAL-SAISIES.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS statut-entree.

       DATA DIVISION.
       FILE SECTION.
       COPY CONTACTS-FD.

       COPY JOURNAL-FD.

       *>Format convenu avec le siege : type en colonne 1 (E = en
       *>tete, D = detail visiteur, A = activite du jour, T = total
       *>de controle), champs en largeur fixe. Detail D : horodatage
       *>(2-15), nom (16-40), sens (41), societe (42-71), hote
       *>(72-79).
       FD FICHIER-EXTRAIT.
       1 LIGNE-EXTRAIT PIC X(80).

       *>Registre des extraits : horodatage de production, jour
       *>extrait, comptes et total de controle (la cle de
       WORKING-STORAGE SECTION.
       COPY PILOTAGE.
       77 statut-entree PIC X(02).
       77 statut-contacts PIC X(02).
       77 fin-fichier PIC X(01) VALUE 'N'.
           88 PLUS-DE-LIGNES VALUE 'O'.

       *>avance avec chaque horodatage extrait.
       extraire-contacts.
           OPEN INPUT FICHIER-CONTACTS.
           IF statut-contacts(1:1) = "0"
               READ FICHIER-CONTACTS NEXT RECORD
                   AT END SET PLUS-DE-LIGNES TO TRUE
               END-READ
               PERFORM UNTIL PLUS-DE-LIGNES
                   MOVE SPACES TO LIGNE-EXTRAIT
                   STRING "D" CTC-HORODATAGE CTC-NOM CTC-SENS
                       CTC-SOCIETE CTC-HOTE
                       DELIMITED BY SIZE INTO LIGNE-EXTRAIT
                   WRITE LIGNE-EXTRAIT
                   ADD 1 TO nb-details
                           + horodatage-numerique,
                           1000000000000000)
                   END-IF
                   READ FICHIER-CONTACTS NEXT RECORD
                       AT END SET PLUS-DE-LIGNES TO TRUE
                   END-READ
               END-PERFORM
