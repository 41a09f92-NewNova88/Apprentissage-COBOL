      *>Calendrier scolaire (SELECT) : une ligne par periode de cours
      *>(type T, code T1, T2..., du ... au ...) et une ligne par
      *>vacances scolaires (type V, libelle, du ... au ...). Entretenu
      *>par MaintenancePeriodes, lu par SaisieAbsences (periode de
      *>l'absence, refus pendant les vacances), LesBooleans et
      *>BulletinsEtudiants (periode du run) et SaisieNotes (periode
      *>de la note) : la periode se deduit de la date au lieu d'etre
      *>tapee a chaque saisie.
           SELECT OPTIONAL FICHIER-PERIODES
               ASSIGN TO "PERIODES-SCOLAIRES.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS statut-periodes.
