      *>Table de correspondance des jetons anonymes (SELECT) : un nom
      *>de visiteur et le jeton VISITEURnnnn qui le remplace. Tenue
      *>par AnonymisationContacts et DonneesPersonnelles.
           SELECT OPTIONAL FICHIER-ANONYMES
               ASSIGN TO "ANONYMES-TABLE.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS statut-anonymes.
