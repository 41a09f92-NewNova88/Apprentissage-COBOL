      *>Fiche d'un eleve : identifiant du carnet, nom, prenom, date
      *>de naissance, classe en cours, responsable legal (nom,
      *>telephone, adresse), dates d'entree et de sortie (AAAAMMJJ,
      *>sortie a zero tant que l'eleve est inscrit).
       FD FICHIER-ELEVES.
       1 LIGNE-ELEVE.
           2 ELV-ID PIC X(05).
           2 FILLER PIC X(01).
           2 ELV-NOM PIC X(20).
           2 FILLER PIC X(01).
           2 ELV-PRENOM PIC X(15).
           2 FILLER PIC X(01).
           2 ELV-NAISSANCE PIC 9(08).
           2 FILLER PIC X(01).
           2 ELV-CLASSE PIC X(03).
           2 FILLER PIC X(01).
           2 ELV-RESPONSABLE PIC X(30).
           2 FILLER PIC X(01).
           2 ELV-TELEPHONE PIC X(15).
           2 FILLER PIC X(01).
           2 ELV-ADRESSE PIC X(40).
           2 FILLER PIC X(01).
           2 ELV-ENTREE PIC 9(08).
           2 FILLER PIC X(01).
           2 ELV-SORTIE PIC 9(08).
