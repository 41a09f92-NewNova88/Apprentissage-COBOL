      *>Echeancier charge en table (50 echeances) et calcul des
      *>dates d'echeance. Au-dela de 50 lignes, recurrentes-tronquees
      *>interdit toute reecriture du fichier. Le programme fait
      *>aussi COPY RECURRENTES-FICHIER, RECURRENTES-FD, les trois
      *>copies CALENDRIER (le decalage au jour ouvert s'appuie sur
      *>le calendrier charge) et, en PROCEDURE DIVISION,
      *>RECURRENTES-CHARGE et RECURRENTES-ECHEANCE.
       77 statut-recurrentes PIC X(02).
       77 fin-recurrentes PIC X(01) VALUE 'N'.
       77 recurrentes-tronquees PIC X(01) VALUE 'N'.
       77 nb-recurrentes PIC 99 VALUE 0.
       77 rc PIC 99.
       1 table-recurrentes.
           2 recurrente OCCURS 50.
               3 rct-code PIC X(02).
               3 rct-libelle PIC X(20).
               3 rct-type PIC X(02).
               3 rct-montant PIC S9(7)V99.
               3 rct-frequence PIC X(01).
               3 rct-jour PIC 9(02).
               3 rct-debut PIC 9(08).
               3 rct-fin PIC 9(08).
               3 rct-derniere PIC 9(08).
      *>Frequences admises, leur libelle et leur pas en mois (0 =
      *>hebdomadaire, pas de 7 jours).
       1 frequences-valeurs.
           2 FILLER PIC X(15) VALUE 'MMensuelle   01'.
           2 FILLER PIC X(15) VALUE 'TTrimestriel 03'.
           2 FILLER PIC X(15) VALUE 'SSemestrielle06'.
           2 FILLER PIC X(15) VALUE 'AAnnuelle    12'.
           2 FILLER PIC X(15) VALUE 'HHebdomadaire00'.
       1 frequences REDEFINES frequences-valeurs.
           2 frequence-admise OCCURS 5.
               3 frq-code PIC X(01).
               3 frq-libelle PIC X(12).
               3 frq-pas PIC 9(02).
       77 fq PIC 9.
      *>Echeance calculee pour l'echeance rc : date nominale (le
      *>jour prevu), date effective (reportee au premier jour ouvert
      *>du calendrier), et fin de l'echeancier atteinte.
       77 echeance-nominale PIC 9(08).
       77 echeance-effective PIC 9(08).
       77 echeance-terminee PIC X(01) VALUE 'N'.
           88 ECHEANCE-FINIE VALUE 'O'.
       77 annee-ech PIC 9(04).
       77 mois-ech PIC 9(02).
       77 jour-ech PIC 9(02).
       77 fin-mois-ech PIC 9(02).
       77 pas-mois-ech PIC 9(02).
       77 entier-ech PIC 9(08).
       77 jour-semaine-ech PIC 9.
       77 jour-ouvert-ech PIC X(01).
       77 essais-ech PIC 99.
       77 date-travail-ech PIC 9(08).
