      *>Ligne de CLES-TRANSITION.DAT : dernier jour (AAAAMMJJ) ou un
      *>numero sans cle est accepte.
       FD FICHIER-CLES.
       1 LIGNE-CLES.
           2 CLS-FIN-TRANSITION PIC X(08).
