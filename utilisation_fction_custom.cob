           COPY CATALOGUE-FICHIER.
           COPY REJET-FICHIER
               REPLACING NOM-FICHIER-REJETS BY "REJETS-SOMMES.DAT".
           COPY REJET-HISTO-FICHIER.
           *>Point de reprise du mode lot, sur le meme principe que
           *>REPRISE-TABLEAU.DAT : chaque appel de CALCULSOMME poste
           *>dans le total cumule, donc rejouer un lot interrompu

       COPY REJET-FD.

       COPY REJET-HISTO-FD.

       COPY CATALOGUE-FD.

       *>Point de reprise : numero de la derniere ligne du fichier

       *>Section de l'espace de stockage (pour les variables)
       WORKING-STORAGE SECTION.
       COPY OPERATEUR.
       COPY FORMATION.
       COPY PILOTAGE.
       COPY LANGUE.
       *>Textes servis par le catalogue MESSAGES.DAT pour la langue
       *>avant de faire confiance a son resultat.
       1 version-recue PIC X(08).
       *>Code d'erreur rendu par CALCULSOMME : 00 = calcul fait,
       *>DZ = division par zero, CI = compte inconnu du plan
       *>comptable ou ferme, TP = grand livre plein, VR = verrou.
       *>Un appel en erreur n'a touche ni le grand livre ni
       *>l'historique.
       1 erreur-calcul PIC X(02).
       *>Compte du grand livre mouvemente : GENERAL par defaut, un
       *>autre code (COMPTOIR, ARRIERE, CORRECT...) separe enfin les
               'Division par zero refusee : aucun calcul fait,'.
           2 LINE 9 COL 1 VALUE ' le total cumule n''a pas bouge.'.

       1 plage-compte-refuse.
           2 LINE 8 COL 1 VALUE
               'Compte inconnu du plan comptable ou ferme :'.
           2 LINE 9 COL 1 VALUE
               ' aucun calcul poste, verifiez le code.'.

       1 plage-livre-plein.
           2 LINE 8 COL 1 VALUE
               'Grand livre plein (20 comptes) : aucun calcul poste,'.
           2 LINE 9 COL 1 VALUE ' prevenez le responsable.'.

       1 plage-dessin-historique.
           2 LINE 8 COL 1 VALUE
               'Historique des calculs au mauvais dessin : aucun'.
           2 LINE 9 COL 1 VALUE
               ' calcul poste (outils 42, 1 : conversion des dessins).'.

       1 plage-total-occupe.
           2 LINE 8 COL 1 VALUE
               'Total cumule occupe par un autre passage :'.
                           DISPLAY plage-erreur-division
                       WHEN "VR"
                           DISPLAY plage-total-occupe
                       WHEN "CI"
                           DISPLAY plage-compte-refuse
                       WHEN "TP"
                           DISPLAY plage-livre-plein
                       WHEN "DH"
                           DISPLAY plage-dessin-historique
                       WHEN OTHER
                           DISPLAY plage-resultat
                   END-EVALUATE
       *>grand livre au prochain passage.
       IF lot-aborte = 'O'
           MOVE SPACES TO LIGNE-RAPPORT
           IF erreur-calcul = "DH"
               MOVE "LOT INTERROMPU (historique a convertir)"
                   TO LIGNE-RAPPORT
           ELSE
               MOVE "LOT INTERROMPU (module de calcul indisponible)"
                   TO LIGNE-RAPPORT
           END-IF
           WRITE LIGNE-RAPPORT
           ADD 1 TO nb-lignes-rapport
           CLOSE FICHIER-PAIRES
           NOT ON EXCEPTION
               PERFORM verifier-version-calculsomme
       END-CALL.
       *>Historique au mauvais dessin : aucune ligne du lot ne
       *>pourra poster, le lot s'interrompt comme sur un module
       *>indisponible (point de reprise en place).
       IF NOT PLUS-DE-PAIRES AND erreur-calcul = "DH"
           DISPLAY plage-dessin-historique
           MOVE 'O' TO lot-aborte
           SET PLUS-DE-PAIRES TO TRUE
       END-IF.
       *>Calcul impossible (division par zero) : la ligne part au
       *>fichier des rejets avec le motif DIV et n'entre dans aucun
       *>total — le grand livre n'a pas bouge non plus.
       IF NOT PLUS-DE-PAIRES AND erreur-calcul NOT = "00"
           EVALUATE erreur-calcul
               WHEN "VR"
                   MOVE "VER" TO code-rejet
               WHEN "CI"
               WHEN "TP"
                   MOVE "CPT" TO code-rejet
               WHEN OTHER
                   MOVE "DIV" TO code-rejet
           END-EVALUATE
           PERFORM rejeter-paire
       END-IF.
       IF NOT PLUS-DE-PAIRES AND erreur-calcul = "00"
