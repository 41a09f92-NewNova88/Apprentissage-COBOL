      *>Calcul des echeances de l'echeance rc. premiere-echeance
      *>donne la premiere echeance pas encore generee (celle qui
      *>suit rct-derniere, ou la premiere a partir du debut),
      *>echeance-suivante la suivante ; au-dela de la date de fin,
      *>ECHEANCE-FINIE. decaler-jour-ouvert reporte l'echeance
      *>nominale au premier jour ouvert de CALENDRIER.DAT (jour de
      *>semaine ferme ou ferie) : un loyer du dimanche se passe le
      *>lundi, il ne disparait pas.
       premiere-echeance.
           MOVE 'N' TO echeance-terminee.
           MOVE 0 TO fq.
           PERFORM VARYING essais-ech FROM 1 BY 1 UNTIL essais-ech > 5
               IF frq-code(essais-ech) = rct-frequence(rc)
                   MOVE essais-ech TO fq
               END-IF
           END-PERFORM.
           IF fq = 0 OR rct-debut(rc) = 0
                   OR FUNCTION TEST-DATE-YYYYMMDD(rct-debut(rc))
                       NOT = 0
               MOVE 'O' TO echeance-terminee
           ELSE
               MOVE frq-pas(fq) TO pas-mois-ech
               IF rct-derniere(rc) > 0
                   MOVE rct-derniere(rc) TO echeance-nominale
                   PERFORM echeance-suivante
               ELSE
                   PERFORM echeance-depuis-debut
               END-IF
           END-IF.

       echeance-depuis-debut.
           IF pas-mois-ech = 0
               COMPUTE entier-ech =
                   FUNCTION INTEGER-OF-DATE(rct-debut(rc))
               COMPUTE jour-semaine-ech =
                   FUNCTION MOD(entier-ech - 1, 7) + 1
               COMPUTE entier-ech = entier-ech
                   + FUNCTION MOD(rct-jour(rc) - jour-semaine-ech + 7,
                       7)
               COMPUTE echeance-nominale =
                   FUNCTION DATE-OF-INTEGER(entier-ech)
           ELSE
               MOVE rct-debut(rc)(1:4) TO annee-ech
               MOVE rct-debut(rc)(5:2) TO mois-ech
               PERFORM fixer-jour-echeance
               IF echeance-nominale < rct-debut(rc)
                   PERFORM avancer-mois-echeance
               END-IF
           END-IF.
           PERFORM controler-fin-echeance.

       echeance-suivante.
           IF pas-mois-ech = 0
               COMPUTE entier-ech =
                   FUNCTION INTEGER-OF-DATE(echeance-nominale) + 7
               COMPUTE echeance-nominale =
                   FUNCTION DATE-OF-INTEGER(entier-ech)
           ELSE
               MOVE echeance-nominale(1:4) TO annee-ech
               MOVE echeance-nominale(5:2) TO mois-ech
               PERFORM avancer-mois-echeance
           END-IF.
           PERFORM controler-fin-echeance.

       avancer-mois-echeance.
           ADD pas-mois-ech TO mois-ech.
           PERFORM UNTIL mois-ech <= 12
               SUBTRACT 12 FROM mois-ech
               ADD 1 TO annee-ech
           END-PERFORM.
           PERFORM fixer-jour-echeance.

      *>Jour prevu dans le mois annee-ech/mois-ech, ramene au
      *>dernier jour du mois quand le mois est plus court.
       fixer-jour-echeance.
           IF mois-ech = 12
               COMPUTE date-travail-ech = (annee-ech + 1) * 10000 + 101
           ELSE
               COMPUTE date-travail-ech =
                   annee-ech * 10000 + (mois-ech + 1) * 100 + 1
           END-IF.
           COMPUTE entier-ech =
               FUNCTION INTEGER-OF-DATE(date-travail-ech) - 1.
           COMPUTE date-travail-ech =
               FUNCTION DATE-OF-INTEGER(entier-ech).
           MOVE date-travail-ech(7:2) TO fin-mois-ech.
           IF rct-jour(rc) > fin-mois-ech OR rct-jour(rc) = 0
               MOVE fin-mois-ech TO jour-ech
           ELSE
               MOVE rct-jour(rc) TO jour-ech
           END-IF.
           COMPUTE echeance-nominale =
               annee-ech * 10000 + mois-ech * 100 + jour-ech.

       controler-fin-echeance.
           IF rct-fin(rc) > 0 AND echeance-nominale > rct-fin(rc)
               MOVE 'O' TO echeance-terminee
           END-IF.

      *>Report au premier jour ouvert (quinze jours au plus : un
      *>calendrier tout ferme laisse l'echeance a sa date).
       decaler-jour-ouvert.
           MOVE echeance-nominale TO echeance-effective.
           MOVE 'N' TO jour-ouvert-ech.
           MOVE 0 TO essais-ech.
           PERFORM UNTIL jour-ouvert-ech = 'O' OR essais-ech > 14
               PERFORM juger-jour-echeance
               IF jour-ouvert-ech NOT = 'O'
                   ADD 1 TO essais-ech
                   COMPUTE entier-ech = FUNCTION INTEGER-OF-DATE(
                       echeance-effective) + 1
                   COMPUTE echeance-effective =
                       FUNCTION DATE-OF-INTEGER(entier-ech)
               END-IF
           END-PERFORM.
           IF jour-ouvert-ech NOT = 'O'
               MOVE echeance-nominale TO echeance-effective
           END-IF.

      *>Meme derivation du jour de semaine que SaisieAbsences.
       juger-jour-echeance.
           MOVE 'O' TO jour-ouvert-ech.
           COMPUTE entier-ech =
               FUNCTION INTEGER-OF-DATE(echeance-effective).
           COMPUTE jour-semaine-ech =
               FUNCTION MOD(entier-ech - 1, 7) + 1.
           IF cal-j-ouvert(jour-semaine-ech) NOT = 'O'
               MOVE 'N' TO jour-ouvert-ech
           END-IF.
           PERFORM VARYING fer FROM 1 BY 1 UNTIL fer > nb-feries
               IF jour-ferie-cal(fer) = echeance-effective
                   MOVE 'N' TO jour-ouvert-ech
               END-IF
           END-PERFORM.
