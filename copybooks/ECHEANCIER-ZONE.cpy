      *>Zone de calcul d'un echeancier a echeance constante, partagee
      *>par l'echeancier de pret de BouclerNFois et les avances sur
      *>salaire (GestionAvances) : une seule arithmetique pour les
      *>deux. L'appelant pose capital, taux-decimal (0 = sans
      *>interet) et nb-paiements, fait PERFORM calculer-echeance,
      *>pose solde-restant au capital puis, pour pp de 1 a
      *>nb-paiements, PERFORM calculer-periode (COPY
      *>ECHEANCIER-CALCUL).
       77 capital PIC 9(7)V99.
       77 nb-paiements PIC 999.
       77 taux-decimal PIC 9V9(8).
       77 facteur PIC 9(9)V9(8) VALUE 1.
       77 pp PIC 999.
       77 echeance PIC 9(7)V99.
       77 solde-restant PIC S9(9)V99.
       77 part-interet PIC 9(7)V99.
       77 part-capital PIC 9(7)V99.
