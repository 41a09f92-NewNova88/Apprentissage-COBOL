      *>Sous-menu des clients en compte : la fiche des clients, leurs
      *>reglements, le releve et la balance agee, les relances. Les
      *>ventes en compte elles-memes se font au ticket de CalculPrix.
      *>Sur le modele de MenuComptabilite, qui l'ouvre — chaque
      *>programme reste independant avec son propre GOBACK.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MenuClients.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       77 choix PIC 99 VALUE 99.

       SCREEN SECTION.
       1 plage-menu.
           2 BLANK SCREEN.
           2 LINE 1 COL 1 VALUE 'Clients en compte'.
           2 LINE 3 COL 1 VALUE ' 1. Fichier des clients'.
           2 LINE 4 COL 1 VALUE ' 2. Reglement d''un client'.
           2 LINE 5 COL 1 VALUE ' 3. Releve et balance agee'.
           2 LINE 6 COL 1 VALUE ' 4. Lettres de relance'.
           2 LINE 8 COL 1 VALUE ' 0. Retour'.
           2 LINE 10 COL 1 VALUE 'Votre choix : '.
           2 PIC 99 TO choix REQUIRED.

       PROCEDURE DIVISION.
       PERFORM UNTIL choix = 0
           DISPLAY plage-menu
           ACCEPT plage-menu
           *>CANCEL apres chaque retour, comme au menu principal.
           EVALUATE choix
               WHEN 1
                   CALL 'MaintenanceClients'
                   CANCEL 'MaintenanceClients'
               WHEN 2
                   CALL 'ReglementsClients'
                   CANCEL 'ReglementsClients'
               WHEN 3
                   CALL 'EtatClients'
                   CANCEL 'EtatClients'
               WHEN 4
                   CALL 'RelancesClients'
                   CANCEL 'RelancesClients'
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
       END-PERFORM.
       *>GOBACK (et non STOP RUN) pour rendre la main a
       *>MenuComptabilite.
       GOBACK.
