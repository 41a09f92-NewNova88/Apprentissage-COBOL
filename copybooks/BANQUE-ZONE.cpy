      *>Zone de travail du releve bancaire : lignes chargees en
      *>table (2000), dernier numero attribue. Au-dela de 2000
      *>lignes, banque-tronquee interdit toute reecriture du
      *>fichier. Le programme fait aussi COPY BANQUE-FICHIER,
      *>BANQUE-FD et, en PROCEDURE DIVISION, BANQUE-CHARGE.
       77 statut-banque PIC X(02).
       77 fin-banque PIC X(01) VALUE 'N'.
       77 banque-tronquee PIC X(01) VALUE 'N'.
       77 nb-banque PIC 9(4) VALUE 0.
       77 bq PIC 9(4).
       77 dernier-numero-banque PIC 9(06) VALUE 0.
       1 table-banque.
           2 ligne-banque-chargee OCCURS 2000.
               3 bqt-numero PIC 9(06).
               3 bqt-date PIC 9(08).
               3 bqt-libelle PIC X(30).
               3 bqt-montant PIC S9(7)V99.
               3 bqt-etat PIC X(01).
                   88 BANQUE-OUVERTE VALUE 'O'.
                   88 BANQUE-RAPPROCHEE VALUE 'R'.
                   88 BANQUE-CLASSEE VALUE 'C'.
               3 bqt-trx-ref PIC X(08).
               3 bqt-mode PIC X(01).
               3 bqt-date-pointage PIC 9(08).
               3 bqt-import PIC X(14).
      *>Reglements RG de TRANSACTIONS.DAT (charges par
      *>charger-reglements de BANQUE-REGLEMENTS) : rgt-vu donne le
      *>numero de la ligne de banque qui l'a rapproche (0 = jamais
      *>vu a la banque).
       77 nb-reglements PIC 9(4) VALUE 0.
       77 reglements-tronques PIC X(01) VALUE 'N'.
       77 rg PIC 9(4).
       1 table-reglements.
           2 reglement OCCURS 2000.
               3 rgt-date PIC 9(08).
               3 rgt-ref PIC X(08).
               3 rgt-montant PIC S9(7)V99.
               3 rgt-vu PIC 9(06).
