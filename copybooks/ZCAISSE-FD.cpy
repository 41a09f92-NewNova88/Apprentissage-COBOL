      *>Cloture Z : numero du Z et type de ligne (Z = cloture, V =
      *>TVA d'un code, A = anomalie relevee a cette cloture). La
      *>ligne Z porte la journee close, l'horodatage et l'operateur,
      *>le premier et le dernier ticket couverts, le nombre de
      *>tickets de vente et de remboursement, leurs totaux TTC, le
      *>grand total perpetuel (cumul des ventes TTC de tous les Z,
      *>qui ne fait que croitre), la valeur de controle chainee des
      *>lignes de tickets jusqu'au dernier ticket couvert (le Z
      *>suivant la recalcule pour denoncer un ticket clos retouche
      *>ou efface) et le nombre d'anomalies.
       FD FICHIER-ZCAISSE.
       1 LIGNE-ZCAISSE.
           2 ZC-NUMERO PIC 9(06).
           2 FILLER PIC X(01).
           2 ZC-TYPE PIC X(01).
           2 FILLER PIC X(01).
           2 ZC-JOUR PIC 9(08).
           2 FILLER PIC X(01).
           2 ZC-HORODATAGE PIC X(14).
           2 FILLER PIC X(01).
           2 ZC-OPERATEUR PIC X(08).
           2 FILLER PIC X(01).
           2 ZC-PREMIER PIC 9(06).
           2 FILLER PIC X(01).
           2 ZC-DERNIER PIC 9(06).
           2 FILLER PIC X(01).
           2 ZC-NB-VENTES PIC 9(05).
           2 FILLER PIC X(01).
           2 ZC-NB-REMBOURSEMENTS PIC 9(05).
           2 FILLER PIC X(01).
           2 ZC-VENTES-TTC PIC z(8)9.99.
           2 FILLER PIC X(01).
           2 ZC-REMBOURSEMENTS-TTC PIC z(8)9.99.
           2 FILLER PIC X(01).
           2 ZC-GRAND-TOTAL PIC z(12)9.99.
           2 FILLER PIC X(01).
           2 ZC-CONTROLE PIC 9(06).
           2 FILLER PIC X(01).
           2 ZC-NB-ANOMALIES PIC 9(04).
       1 LIGNE-ZCAISSE-TVA REDEFINES LIGNE-ZCAISSE.
           2 FILLER PIC X(09).
           2 ZCV-CODE PIC X(02).
           2 FILLER PIC X(01).
           2 ZCV-BASE PIC -(9)9.99.
           2 FILLER PIC X(01).
           2 ZCV-TVA PIC -(9)9.99.
           2 FILLER PIC X(83).
       1 LIGNE-ZCAISSE-ANOMALIE REDEFINES LIGNE-ZCAISSE.
           2 FILLER PIC X(09).
           2 ZCA-TEXTE PIC X(60).
           2 FILLER PIC X(53).
