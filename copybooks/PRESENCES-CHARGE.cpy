      *>Reconstruction de l'occupation courante depuis les
      *>mouvements, apres une conversion ou une reecriture en masse
      *>(entretien, anonymisation, effacement) : les mouvements se
      *>lisent dans l'ordre de la cle, nom puis horodatage, et le
      *>dernier de chaque nom decide ; un sens autre que S vaut
      *>entree, comme a l'accueil. Les fichiers doivent etre fermes.
       reconstruire-presences.
           MOVE 0 TO nb-presences-rebaties.
           MOVE 'N' TO fin-reconstruction.
           MOVE SPACES TO dernier-mouvement.
           OPEN OUTPUT FICHIER-PRESENCES.
           OPEN INPUT FICHIER-CONTACTS.
           IF statut-contacts(1:1) = "0"
               PERFORM UNTIL fin-reconstruction = 'O'
                   READ FICHIER-CONTACTS NEXT RECORD
                       AT END MOVE 'O' TO fin-reconstruction
                       NOT AT END
                           IF CTC-NOM NOT = dmv-nom
                               PERFORM noter-presence-rebatie
                           END-IF
                           MOVE CTC-NOM TO dmv-nom
                           MOVE CTC-HORODATAGE TO dmv-horodatage
                           MOVE CTC-SENS TO dmv-sens
                           MOVE CTC-BADGE TO dmv-badge
                           MOVE CTC-SOCIETE TO dmv-societe
                           MOVE CTC-HOTE TO dmv-hote
                   END-READ
               END-PERFORM
               PERFORM noter-presence-rebatie
               CLOSE FICHIER-CONTACTS
           END-IF.
           CLOSE FICHIER-PRESENCES.

       noter-presence-rebatie.
           IF dmv-nom NOT = SPACES AND dmv-sens NOT = 'S'
               MOVE SPACES TO LIGNE-PRESENCE
               MOVE dmv-nom TO OCC-NOM
               MOVE dmv-horodatage TO OCC-HORODATAGE
               IF dmv-badge IS NUMERIC
                   MOVE dmv-badge TO OCC-BADGE
               ELSE
                   MOVE 0 TO OCC-BADGE
               END-IF
               MOVE dmv-societe TO OCC-SOCIETE
               MOVE dmv-hote TO OCC-HOTE
               WRITE LIGNE-PRESENCE
                   INVALID KEY CONTINUE
               END-WRITE
               ADD 1 TO nb-presences-rebaties
           END-IF.
