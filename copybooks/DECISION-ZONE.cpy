      *>Decisions des conseils chargees en table, toutes annees
      *>confondues (3000 : six annees d'un etablissement de 500
      *>eleves). Au-dela, decisions-tronquees interdit toute
      *>reecriture du fichier. Le programme fait aussi COPY
      *>DECISION-FICHIER, DECISION-FD et, en PROCEDURE DIVISION,
      *>DECISION-CHARGE.
       77 statut-decisions PIC X(02).
       77 fin-decisions PIC X(01) VALUE 'N'.
       77 decisions-tronquees PIC X(01) VALUE 'N'.
       77 nb-decisions PIC 9(4) VALUE 0.
       77 dc PIC 9(4).
       77 decision-trouvee PIC 9(4) VALUE 0.
       77 annee-decision-cherchee PIC X(09).
       77 id-decision-cherche PIC X(05).
       1 table-decisions.
           2 decision-conseil OCCURS 3000.
               3 dec-t-annee PIC X(09).
               3 dec-t-etudiant PIC X(05).
               3 dec-t-classe PIC X(03).
               3 dec-t-decision PIC X(01).
               3 dec-t-nouvelle-classe PIC X(03).
               3 dec-t-moyenne PIC 99V99.
               3 dec-t-absences PIC 9(03).
               3 dec-t-operateur PIC X(08).
               3 dec-t-horodatage PIC X(14).
