      *>Sous-menu des achats : la fiche des fournisseurs, puis le
      *>reapprovisionnement, les commandes en cours et leur
      *>reception, et l'etat des commandes en retard. Le seuil et
      *>le fournisseur principal de chaque article se tiennent dans
      *>MaintenanceArticles. Sur le modele de MenuClients — chaque
      *>programme reste independant avec son propre GOBACK.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MenuAchats.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       77 choix PIC 99 VALUE 99.

       SCREEN SECTION.
       1 plage-menu.
           2 BLANK SCREEN.
           2 LINE 1 COL 1 VALUE 'Achats et fournisseurs'.
           2 LINE 3 COL 1 VALUE ' 1. Fichier des fournisseurs'.
           2 LINE 4 COL 1 VALUE
               ' 2. Reapprovisionnement, commandes et receptions'.
           2 LINE 5 COL 1 VALUE ' 3. Commandes en retard (etat)'.
           2 LINE 7 COL 1 VALUE ' 0. Retour'.
           2 LINE 9 COL 1 VALUE 'Votre choix : '.
           2 PIC 99 TO choix REQUIRED.

       PROCEDURE DIVISION.
       PERFORM UNTIL choix = 0
           DISPLAY plage-menu
           ACCEPT plage-menu
           *>CANCEL apres chaque retour, comme au menu principal.
           EVALUATE choix
               WHEN 1
                   CALL 'MaintenanceFournisseurs'
                   CANCEL 'MaintenanceFournisseurs'
               WHEN 2
                   CALL 'CommandesFournisseurs'
                   CANCEL 'CommandesFournisseurs'
               WHEN 3
                   CALL 'RetardsCommandes'
                   CANCEL 'RetardsCommandes'
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
       END-PERFORM.
       *>GOBACK (et non STOP RUN) pour rendre la main a MenuOutils.
       GOBACK.
