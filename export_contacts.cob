       *>passage (sans blancs de queue, casse uniforme en majuscules,
       *>la meme transformation que FonctionIntrinseque applique aux
       *>mots), pour ne plus retaper les noms a la main le vendredi.
       *>La societe du visiteur et l'operateur venu voir (hote)
       *>suivent en colonnes, vides sur les departs. Les mouvements se
       *>lisent dans le fichier indexe de l'accueil, donc visiteur par
       *>visiteur (ordre de la cle : nom puis horodatage).
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ExportContacts.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CONTACTS-FICHIER.
           SELECT FICHIER-EXPORT ASSIGN TO "CONTACTS-EXPORT.CSV"
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       COPY CONTACTS-FD.

       FD FICHIER-EXPORT.
       1 LIGNE-EXPORT PIC X(100).

       WORKING-STORAGE SECTION.
       77 statut-contacts PIC X(02).
       77 date-visite PIC X(08).
       77 heure-visite PIC X(06).
       77 nom-normalise PIC X(25).
       77 societe-exportee PIC X(30).

       SCREEN SECTION.
       1 plage-fini.
       PROCEDURE DIVISION.
       OPEN OUTPUT FICHIER-EXPORT.
       MOVE SPACES TO LIGNE-EXPORT.
       MOVE "DATE;HEURE;NOM;SENS;SOCIETE;HOTE" TO LIGNE-EXPORT.
       WRITE LIGNE-EXPORT.

       OPEN INPUT FICHIER-CONTACTS.
       IF statut-contacts(1:1) = "0"
           READ FICHIER-CONTACTS NEXT RECORD
               AT END SET PLUS-DE-CONTACTS TO TRUE
           END-READ
           PERFORM UNTIL PLUS-DE-CONTACTS
               PERFORM exporter-contact
               READ FICHIER-CONTACTS NEXT RECORD
                   AT END SET PLUS-DE-CONTACTS TO TRUE
               END-READ
           END-PERFORM
           IF CTC-SENS = SPACE
               MOVE 'E' TO CTC-SENS
           END-IF.
           *>Un point-virgule dans la societe decalerait les colonnes.
           MOVE CTC-SOCIETE TO societe-exportee.
           INSPECT societe-exportee REPLACING ALL ";" BY ",".
           STRING date-visite ";" heure-visite ";"
               FUNCTION TRIM(nom-normalise) ";" CTC-SENS ";"
               FUNCTION TRIM(societe-exportee) ";"
               FUNCTION TRIM(CTC-HOTE)
               DELIMITED BY SIZE INTO LIGNE-EXPORT.
           WRITE LIGNE-EXPORT.
           ADD 1 TO nb-exportes.
