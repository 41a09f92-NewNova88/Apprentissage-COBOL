      *>Une mesure : date AAAAMMJJ, nom du fichier, nombre de lignes
      *>et limite connue du programme qui le charge en table (0 =
      *>pas de limite, le fichier ne fait que grossir).
       FD FICHIER-VOLUMES.
       1 LIGNE-VOLUMES.
           2 VOL-DATE PIC 9(08).
           2 FILLER PIC X(01).
           2 VOL-FICHIER PIC X(30).
           2 FILLER PIC X(01).
           2 VOL-NB-LIGNES PIC 9(08).
           2 FILLER PIC X(01).
           2 VOL-LIMITE PIC 9(08).
