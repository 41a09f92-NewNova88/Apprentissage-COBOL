      *>Fiches des eleves (SELECT) : une ligne par eleve, cle
      *>ELV-ID (l'identifiant du carnet de notes). Entretenu par
      *>MaintenanceEleves sous VERROU-ELEVES.LCK (et par BasculeAnnee
      *>sous le meme verrou : classe de l'annee suivante, sortie),
      *>lu par SaisieNotes, ImportNotes et SaisieAbsences
      *>(identifiant inconnu ou eleve sorti refuse), par
      *>BulletinsEtudiants, RapportProgression, LesBooleans,
      *>ConseilClasse et ListeRattrapages (nom de l'eleve) et par
      *>LettresAbsences (responsable et adresse).
           SELECT OPTIONAL FICHIER-ELEVES
               ASSIGN TO "ELEVES.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS statut-eleves.
