      *>Ligne F = facture : numero sans trou, date, eleve, classe,
      *>annee scolaire et periode facturees, frais de cantine et
      *>d'atelier, total du, et le responsable legal de la fiche de
      *>l'eleve au jour de la facture (la famille du releve). Ligne
      *>P = paiement : numero de la facture reglee, date du
      *>paiement, montant recu ; eleve, classe, annee, periode et
      *>responsable sont repris de la facture.
       FD FICHIER-FACTURES.
       1 LIGNE-FACTURE.
           2 FAC-TYPE PIC X(01).
               88 FAC-FACTURE VALUE 'F'.
               88 FAC-PAIEMENT VALUE 'P'.
           2 FILLER PIC X(01).
           2 FAC-NUMERO PIC 9(06).
           2 FILLER PIC X(01).
           2 FAC-DATE PIC 9(08).
           2 FILLER PIC X(01).
           2 FAC-ELEVE PIC X(05).
           2 FILLER PIC X(01).
           2 FAC-CLASSE PIC X(03).
           2 FILLER PIC X(01).
           2 FAC-ANNEE PIC X(09).
           2 FILLER PIC X(01).
           2 FAC-TERME PIC X(02).
           2 FILLER PIC X(01).
           2 FAC-CANTINE PIC 9(5)V99.
           2 FILLER PIC X(01).
           2 FAC-ATELIER PIC 9(5)V99.
           2 FILLER PIC X(01).
           2 FAC-MONTANT PIC 9(7)V99.
           2 FILLER PIC X(01).
           2 FAC-RESPONSABLE PIC X(30).
