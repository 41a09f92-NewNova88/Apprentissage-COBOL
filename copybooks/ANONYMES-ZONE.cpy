      *>Table des jetons : le meme nom rend toujours le meme jeton,
      *>passage apres passage (la table est persistee). Le programme
      *>fait aussi COPY ANONYMES-FICHIER, ANONYMES-FD et, en
      *>PROCEDURE DIVISION, ANONYMES-CHARGE.
       77 statut-anonymes PIC X(02).
       77 fin-anonymes PIC X(01) VALUE 'N'.
       77 nb-anonymes PIC 9(4) VALUE 0.
       77 an PIC 9(4).
       77 jeton-trouve PIC 9(4).
       77 table-modifiee PIC X(01) VALUE 'N'.
       1 table-anonymes.
           2 correspondance OCCURS 2000.
               3 ano-t-nom PIC X(25).
               3 ano-t-token PIC X(25).
       77 nom-a-remplacer PIC X(25).
       77 jeton-rendu PIC X(25).
      *>Table des jetons pleine : les noms restants ne sont PAS
      *>anonymises (plutot que fondus sous un meme jeton, ce qui
      *>melangerait des visiteurs distincts sans retour possible) ;
      *>ils se comptent a part et le passage le dit.
       77 jeton-disponible PIC X(01).
