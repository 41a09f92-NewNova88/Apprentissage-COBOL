      *>Ligne de la file ATTENTE-CALCULSOMME.DAT, au dessin courant
      *>(entete-attente de DESSIN-ZONE) : une operation du grand
      *>livre refusee faute de verrou, que RejeuAttente repasse. La
      *>premiere ligne du fichier est l'entete de dessin.
       FD FICHIER-ATTENTE.
       1 LIGNE-ATTENTE.
           2 ATT-HORODATAGE PIC X(14).
           2 FILLER PIC X(01).
           2 ATT-OPERATEUR PIC X(08).
           2 FILLER PIC X(01).
           2 ATT-PARAM1 PIC 9(4).
           2 FILLER PIC X(01).
           2 ATT-OPERATION PIC X(01).
           2 FILLER PIC X(01).
           2 ATT-PARAM2 PIC 9(4).
           2 FILLER PIC X(01).
           2 ATT-RESULTAT PIC -(9)9.99.
           2 FILLER PIC X(01).
           2 ATT-COMPTE PIC X(08).
           *>Reference du poste (TICKET nnnnnn pour un total de
           *>ticket), reportee telle quelle sur la ligne d'historique
           *>au rejeu ; blanche sur les anciennes lignes.
           2 FILLER PIC X(01).
           2 ATT-REFERENCE PIC X(16).
      *>La meme ligne, montant en texte : pour le lecteur qui le
      *>controle lui-meme avant de s'en servir.
       1 LIGNE-ATTENTE-TEXTE.
           2 FILLER PIC X(36).
           2 ATT-RESULTAT-TEXTE PIC X(13).
           2 FILLER PIC X(26).
