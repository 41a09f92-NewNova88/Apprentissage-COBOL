      *>Rejeu du tirage d'une partie de TpPlusOuMoins, partage par
      *>VerifScores et LigueBoutiques : la borne vient du niveau
      *>enregistre (1 = 50, 2 = 100, 3 = 200), et re-semer RANDOM
      *>avec la graine enregistree redonne le premier tirage du jeu
      *>(FUNCTION RANDOM(graine) * borne + 1). Verdict OK si le
      *>nombre enregistre est bien celui-la, ECART sinon ;
      *>INVERIFIABLE pour une ligne d'avant l'ajout du niveau ou dont
      *>la graine ou le nombre ne sont pas numeriques. NIVEAU-R,
      *>GRAINE-R, TIRAGE-R (la ligne), BORNE-R, REJOUE-R et
      *>VERDICT-R sont fournis par REPLACING a chaque COPY.
       EVALUATE NIVEAU-R
           WHEN '1'
               MOVE 50 TO BORNE-R
           WHEN '2'
               MOVE 100 TO BORNE-R
           WHEN '3'
               MOVE 200 TO BORNE-R
           WHEN OTHER
               MOVE 0 TO BORNE-R
       END-EVALUATE
       IF GRAINE-R IS NOT NUMERIC OR TIRAGE-R IS NOT NUMERIC
           MOVE 0 TO BORNE-R
       END-IF
       IF BORNE-R = 0
           MOVE "INVERIFIABLE" TO VERDICT-R
           MOVE 0 TO REJOUE-R
       ELSE
           COMPUTE REJOUE-R =
               FUNCTION RANDOM(GRAINE-R) * BORNE-R + 1
           IF REJOUE-R = TIRAGE-R
               MOVE "OK" TO VERDICT-R
           ELSE
               MOVE "ECART" TO VERDICT-R
           END-IF
       END-IF
