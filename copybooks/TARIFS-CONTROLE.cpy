      *>Tri des tranches par borne basse croissante, puis controle
      *>de coherence du bareme charge dans TARIFS-ZONE : chaque
      *>tranche coherente (bas <= haut) et, dans chaque jeu de
      *>validite, la suivante demarre exactement a haut + 1 — ni
      *>trou, ni chevauchement. En sortie, table-valide, et pour le
      *>premier defaut tranche-en-defaut et nature-defaut.

      *>Tri par selection : la table tient dans 50 elements, inutile
      *>de faire plus malin.
       trier-tranches.
           PERFORM VARYING ti FROM 1 BY 1 UNTIL ti >= nb-tranches
               PERFORM VARYING tj FROM ti BY 1 UNTIL tj > nb-tranches
                   IF tr-bas(tj) < tr-bas(ti)
                       MOVE tr-bas(ti) TO ech-bas
                       MOVE tr-haut(ti) TO ech-haut
                       MOVE tr-libelle(ti) TO ech-libelle
                       MOVE tr-taux(ti) TO ech-taux
                       MOVE tr-debut(ti) TO ech-debut
                       MOVE tr-fin(ti) TO ech-fin
                       MOVE tr-methode(ti) TO ech-methode
                       MOVE tr-bas(tj) TO tr-bas(ti)
                       MOVE tr-haut(tj) TO tr-haut(ti)
                       MOVE tr-libelle(tj) TO tr-libelle(ti)
                       MOVE tr-taux(tj) TO tr-taux(ti)
                       MOVE tr-debut(tj) TO tr-debut(ti)
                       MOVE tr-fin(tj) TO tr-fin(ti)
                       MOVE tr-methode(tj) TO tr-methode(ti)
                       MOVE ech-bas TO tr-bas(tj)
                       MOVE ech-haut TO tr-haut(tj)
                       MOVE ech-libelle TO tr-libelle(tj)
                       MOVE ech-taux TO tr-taux(tj)
                       MOVE ech-debut TO tr-debut(tj)
                       MOVE ech-fin TO tr-fin(tj)
                       MOVE ech-methode TO tr-methode(tj)
                   END-IF
               END-PERFORM
           END-PERFORM.

      *>Depuis les dates de validite, la coherence (pas de trou ni
      *>de chevauchement) se juge JEU PAR JEU : le jeu des tranches
      *>valides aujourd'hui, puis celui de chaque date de debut de
      *>validite presente dans la table (les baremes charges a
      *>l'avance sont juges avant leur matin de bascule).
       controler-table.
           MOVE 'O' TO table-valide.
           MOVE 0 TO tranche-en-defaut.
           MOVE SPACES TO nature-defaut.
           MOVE FUNCTION NUMVAL(FUNCTION CURRENT-DATE(1:8))
               TO date-controle.
           PERFORM controler-jeu-date.
           PERFORM VARYING tk FROM 1 BY 1
                   UNTIL tk > nb-tranches OR table-valide = 'N'
               IF tr-debut(tk) > 0
                   MOVE tr-debut(tk) TO date-controle
                   PERFORM controler-jeu-date
               END-IF
           END-PERFORM.

      *>Controle du jeu de tranches valides a date-controle : bas
      *><= haut partout, et entre deux actives consecutives ni
      *>chevauchement ni trou (la table est triee par borne basse).
      *>Toutes les tranches du jeu portent la methode de calcul de
      *>la premiere : une version se calcule d'une seule facon.
       controler-jeu-date.
           MOVE 0 TO precedent-actif.
           MOVE SPACE TO methode-jeu.
           PERFORM VARYING ti FROM 1 BY 1
                   UNTIL ti > nb-tranches OR table-valide = 'N'
               IF (tr-debut(ti) = 0 OR tr-debut(ti) <= date-controle)
                       AND (tr-fin(ti) = 0
                           OR tr-fin(ti) >= date-controle)
                   IF tr-bas(ti) > tr-haut(ti)
                       MOVE 'N' TO table-valide
                       MOVE ti TO tranche-en-defaut
                       MOVE "borne basse > borne haute"
                           TO nature-defaut
                   END-IF
                   IF table-valide = 'O' AND methode-jeu NOT = SPACE
                           AND tr-methode(ti) NOT = methode-jeu
                       MOVE 'N' TO table-valide
                       MOVE ti TO tranche-en-defaut
                       MOVE "methode differente dans le jeu"
                           TO nature-defaut
                   END-IF
                   MOVE tr-methode(ti) TO methode-jeu
                   IF table-valide = 'O'
                       IF precedent-actif > 0
                           IF tr-bas(ti)
                                   <= tr-haut(precedent-actif)
                               MOVE 'N' TO table-valide
                               MOVE precedent-actif
                                   TO tranche-en-defaut
                               MOVE "chevauchement avec la suivante"
                                   TO nature-defaut
                           ELSE
                               IF tr-bas(ti) NOT =
                                       tr-haut(precedent-actif) + 1
                                   MOVE 'N' TO table-valide
                                   MOVE precedent-actif
                                       TO tranche-en-defaut
                                   MOVE "trou avant la suivante"
                                       TO nature-defaut
                               END-IF
                           END-IF
                       END-IF
                       MOVE ti TO precedent-actif
                   END-IF
               END-IF
           END-PERFORM.
