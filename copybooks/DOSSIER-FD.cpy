      *>Dossier d'une exception : reference, type, date et montant
      *>de la transaction, statut (O ouvert, E en examen, R resolu),
      *>operateur charge du dossier, date d'ouverture, date du
      *>dernier changement, date de resolution, note de resolution,
      *>date du dernier passage qui l'a encore signalee et nombre de
      *>passages qui l'ont signalee.
       FD FICHIER-DOSSIERS.
       1 LIGNE-DOSSIER.
           2 DOS-REF PIC X(08).
           2 FILLER PIC X(01).
           2 DOS-TYPE PIC X(02).
           2 FILLER PIC X(01).
           2 DOS-DATE-TRX PIC 9(08).
           2 FILLER PIC X(01).
           2 DOS-MONTANT PIC S9(7)V99.
           2 FILLER PIC X(01).
           2 DOS-STATUT PIC X(01).
           2 FILLER PIC X(01).
           2 DOS-OPERATEUR PIC X(08).
           2 FILLER PIC X(01).
           2 DOS-OUVERTURE PIC 9(08).
           2 FILLER PIC X(01).
           2 DOS-CHANGEMENT PIC 9(08).
           2 FILLER PIC X(01).
           2 DOS-RESOLUTION PIC 9(08).
           2 FILLER PIC X(01).
           2 DOS-NOTE PIC X(40).
           2 FILLER PIC X(01).
           2 DOS-VU PIC 9(08).
           2 FILLER PIC X(01).
           2 DOS-NB-VUS PIC 9(04).
