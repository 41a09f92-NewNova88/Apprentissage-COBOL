      *>Statistiques de duree des visites : l'accueil enregistre les
      *>entrees et sorties avec leur horodatage complet, mais rien ne
      *>les appariait jamais — la revue securite incendie a demande
      *>combien de temps les gens restent et personne n'avait de
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CONTACTS-FICHIER.
           SELECT FICHIER-DUREE-MAX
               ASSIGN TO "DUREE-MAX-MINUTES.DAT"
               ORGANIZATION LINE SEQUENTIAL

       DATA DIVISION.
       FILE SECTION.
       COPY CONTACTS-FD.

       FD FICHIER-DUREE-MAX.
       1 LIGNE-DUREE-MAX PIC 9(04).
       *>journee et par jour de semaine.
       apparier-mouvements.
           OPEN INPUT FICHIER-CONTACTS.
           IF statut-contacts(1:1) = "0"
               READ FICHIER-CONTACTS NEXT RECORD
                   AT END SET PLUS-DE-CONTACTS TO TRUE
               END-READ
               PERFORM UNTIL PLUS-DE-CONTACTS
                           PERFORM ouvrir-visite
                       END-IF
                   END-IF
                   READ FICHIER-CONTACTS NEXT RECORD
                       AT END SET PLUS-DE-CONTACTS TO TRUE
                   END-READ
               END-PERFORM
