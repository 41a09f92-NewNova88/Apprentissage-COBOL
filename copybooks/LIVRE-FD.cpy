      *>Dessins du grand livre, identiques a ceux de CALCULSOMME :
      *>une ligne d'historique par mouvement, une ligne de solde par
      *>compte (avec la reprise de l'ancien dessin a solde unique).
      *>La reference est ajoutee en queue de l'historique, apres le
      *>compte, pour que les anciens relecteurs gardent leurs
      *>colonnes : elle lie les deux lignes d'un virement (meme
      *>reference Vaammjjhhmmsscc sur le debit et le credit) ou une
      *>contre-passation a la ligne qu'elle annule (reference C
      *>suivie de l'horodatage de la ligne annulee, sur le meme
      *>compte, et code motif).
       FD HISTORIQUE-CALCULS.
       1 LIGNE-HISTORIQUE.
           2 HIST-HORODATAGE PIC X(14).
           2 FILLER PIC X(01).
           2 HIST-OPERATEUR PIC X(08).
           2 FILLER PIC X(01).
           2 HIST-PARAM1 PIC Z(3)9.
           2 FILLER PIC X(01).
           2 HIST-OPERATION PIC X(01).
           2 FILLER PIC X(01).
           2 HIST-PARAM2 PIC Z(3)9.
           2 FILLER PIC X(01).
           2 HIST-RESULTAT PIC -(9)9.99.
           2 FILLER PIC X(01).
           2 HIST-TOTAL PIC -(10)9.99.
           2 FILLER PIC X(01).
           2 HIST-COMPTE PIC X(08).
           2 FILLER PIC X(01).
           2 HIST-REFERENCE PIC X(16).
           2 FILLER PIC X(01).
           2 HIST-MOTIF PIC X(03).

       FD FICHIER-TOTAL.
       1 LIGNE-TOTAL.
           2 TOT-COMPTE PIC X(08).
           2 FILLER PIC X(01).
           2 TOT-SOLDE PIC S9(11)V99.
       1 LIGNE-TOTAL-ANCIENNE REDEFINES LIGNE-TOTAL.
           2 TOT-ANCIEN-SOLDE PIC S9(11)V99.
           2 FILLER PIC X(09).
