      *>Decision du conseil pour un eleve : annee scolaire
      *>(AAAA-AAAA), eleve, classe de l'annee, decision (P passage,
      *>R redoublement, D depart), classe de l'annee suivante (a
      *>blanc pour un depart), moyenne ponderee et absences de
      *>l'annee vues au conseil, qui l'a saisie et quand.
       FD FICHIER-DECISIONS.
       1 LIGNE-DECISION.
           2 DEC-ANNEE PIC X(09).
           2 FILLER PIC X(01).
           2 DEC-ETUDIANT PIC X(05).
           2 FILLER PIC X(01).
           2 DEC-CLASSE PIC X(03).
           2 FILLER PIC X(01).
           2 DEC-DECISION PIC X(01).
           2 FILLER PIC X(01).
           2 DEC-NOUVELLE-CLASSE PIC X(03).
           2 FILLER PIC X(01).
           2 DEC-MOYENNE PIC 99V99.
           2 FILLER PIC X(01).
           2 DEC-ABSENCES PIC 9(03).
           2 FILLER PIC X(01).
           2 DEC-OPERATEUR PIC X(08).
           2 FILLER PIC X(01).
           2 DEC-HORODATAGE PIC X(14).
