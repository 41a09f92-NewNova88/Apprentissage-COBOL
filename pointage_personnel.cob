      *>(correction journalisee, marquee C dans le fichier), et sort
      *>le releve mensuel des heures par operateur — en signalant le
      *>travail un jour ferme du calendrier et les heures au-dela de
      *>la fermeture du jour (horaire-jour). Les ecarts avec le
      *>planning des equipes sont l'etat EcartsPlanning.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PointagePersonnel.

           2 LINE 3 COL 1 VALUE '1. Lister les pointages (operateur)'.
           2 LINE 4 COL 1 VALUE '2. Corriger un oubli de pointage'.
           2 LINE 5 COL 1 VALUE '3. Releve mensuel des heures'.
           2 LINE 6 COL 1 VALUE '4. Ecarts au planning'.
           2 LINE 7 COL 1 VALUE '0. Fin'.
           2 LINE 8 COL 1 VALUE 'Votre choix : '.
           2 PIC 9 TO choix-action REQUIRED.

                   PERFORM corriger-pointage
               WHEN 3
                   PERFORM releve-mensuel
               WHEN 4
                   CALL 'EcartsPlanning'
                       ON EXCEPTION CONTINUE
                   END-CALL
                   CANCEL 'EcartsPlanning'
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
