      *>Poste direct au grand livre, sous le verrou du livre deja
      *>pris par l'appelant : chargement des comptes, recherche (ou
      *>creation) d'un compte, sauvegarde, et ligne d'historique du
      *>poste. Memes regles que CALCULSOMME : une ligne a l'ancien
      *>dessin vaut GENERAL, une table pleine laisse compte-trouve a
      *>0 (l'appelant refuse alors le poste au lieu de le fondre
      *>dans un autre compte). L'historique porte l'entete de
      *>dessin (DESSIN-ZONE, a declarer en WORKING-STORAGE) : le
      *>programme le controle au demarrage (COPY
      *>DESSIN-VERIFICATION), et un historique absent ou vide le
      *>recoit avant son premier poste.
       charger-livre.
           MOVE 0 TO nb-comptes.
           MOVE 'N' TO fin-livre.
           OPEN INPUT FICHIER-TOTAL.
           IF statut-livre = "00"
               READ FICHIER-TOTAL
                   AT END MOVE 'O' TO fin-livre
               END-READ
               PERFORM UNTIL fin-livre = 'O'
                   IF nb-comptes < 20
                       ADD 1 TO nb-comptes
                       IF TOT-COMPTE IS NUMERIC
                           MOVE "GENERAL" TO cpt-code(nb-comptes)
                           MOVE TOT-ANCIEN-SOLDE
                               TO cpt-solde(nb-comptes)
                       ELSE
                           MOVE TOT-COMPTE TO cpt-code(nb-comptes)
                           MOVE TOT-SOLDE TO cpt-solde(nb-comptes)
                       END-IF
                   END-IF
                   READ FICHIER-TOTAL
                       AT END MOVE 'O' TO fin-livre
                   END-READ
               END-PERFORM
               CLOSE FICHIER-TOTAL
           END-IF.

       chercher-compte-livre.
           MOVE 0 TO compte-trouve.
           PERFORM VARYING cp FROM 1 BY 1 UNTIL cp > nb-comptes
               IF cpt-code(cp) = compte-courant
                   MOVE cp TO compte-trouve
               END-IF
           END-PERFORM.
           IF compte-trouve = 0 AND nb-comptes < 20
               ADD 1 TO nb-comptes
               MOVE compte-courant TO cpt-code(nb-comptes)
               MOVE 0 TO cpt-solde(nb-comptes)
               MOVE nb-comptes TO compte-trouve
           END-IF.

       sauver-livre.
           OPEN OUTPUT FICHIER-TOTAL.
           PERFORM VARYING cp FROM 1 BY 1 UNTIL cp > nb-comptes
               MOVE SPACES TO LIGNE-TOTAL
               MOVE cpt-code(cp) TO TOT-COMPTE
               MOVE cpt-solde(cp) TO TOT-SOLDE
               WRITE LIGNE-TOTAL
           END-PERFORM.
           CLOSE FICHIER-TOTAL.

       historiser-poste-livre.
           PERFORM poser-entete-livre.
           OPEN EXTEND HISTORIQUE-CALCULS.
           MOVE SPACES TO LIGNE-HISTORIQUE.
           MOVE FUNCTION CURRENT-DATE(1:14) TO HIST-HORODATAGE.
           EVALUATE TRUE
               WHEN EN-FORMATION
                   MOVE "FORMATIO" TO HIST-OPERATEUR
               WHEN operateur-courant = SPACES OR LOW-VALUES
                   MOVE "INCONNU" TO HIST-OPERATEUR
               WHEN OTHER
                   MOVE operateur-courant TO HIST-OPERATEUR
           END-EVALUATE.
           MOVE param1-poste TO HIST-PARAM1.
           MOVE operation-poste TO HIST-OPERATION.
           MOVE param2-poste TO HIST-PARAM2.
           MOVE montant-poste TO HIST-RESULTAT.
           MOVE cpt-solde(compte-trouve) TO HIST-TOTAL.
           MOVE compte-courant TO HIST-COMPTE.
           MOVE reference-poste TO HIST-REFERENCE.
           MOVE motif-poste TO HIST-MOTIF.
           WRITE LIGNE-HISTORIQUE.
           CLOSE HISTORIQUE-CALCULS.
           IF HIST-OPERATEUR NOT = "FORMATIO"
               CALL 'NoteTableauBord'
                   USING evenement-poste-tdb HIST-HORODATAGE
                   ON EXCEPTION CONTINUE
               END-CALL
           END-IF.

       poser-entete-livre.
           MOVE 'O' TO entete-a-poser.
           OPEN INPUT HISTORIQUE-CALCULS.
           IF statut-historique-livre(1:1) = "0"
               IF statut-historique-livre = "00"
                   READ HISTORIQUE-CALCULS
                       NOT AT END MOVE 'N' TO entete-a-poser
                   END-READ
               END-IF
               CLOSE HISTORIQUE-CALCULS
           END-IF.
           IF entete-a-poser = 'O'
               OPEN OUTPUT HISTORIQUE-CALCULS
               MOVE SPACES TO LIGNE-HISTORIQUE
               MOVE entete-livre TO LIGNE-HISTORIQUE
               WRITE LIGNE-HISTORIQUE
               CLOSE HISTORIQUE-CALCULS
           END-IF.
