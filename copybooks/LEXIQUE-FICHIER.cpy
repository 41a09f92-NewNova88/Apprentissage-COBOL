      *>Lexique des mots de designation approuves (SELECT) : un mot
      *>par ligne. Entretenu par MaintenanceLexique, relu par le lot
      *>des MOTS de FonctionIntrinseque et par EtiquettesRayon : un
      *>mot de designation absent du lexique ne part plus sur une
      *>etiquette de rayon. Le programme fait COPY LEXIQUE-FD dans
      *>sa FILE SECTION, COPY LEXIQUE-ZONE dans sa WORKING-STORAGE
      *>et, en PROCEDURE DIVISION, LEXIQUE-CHARGE (et
      *>LEXIQUE-CONTROLE pour le controle des designations).
           SELECT OPTIONAL FICHIER-LEXIQUE
               ASSIGN TO "LEXIQUE.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS statut-lexique.
