      *>Visiteur present : nom (la cle), horodatage, badge, societe
      *>et hote de son arrivee.
       FD FICHIER-PRESENCES.
       1 LIGNE-PRESENCE.
           2 OCC-NOM PIC X(25).
           2 OCC-HORODATAGE PIC X(14).
           2 OCC-BADGE PIC 9(06).
           2 OCC-SOCIETE PIC X(30).
           2 OCC-HOTE PIC X(08).
