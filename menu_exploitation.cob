      *>Sous-menu d'exploitation des fichiers : les deux colonnes de
      *>MenuOutils sont pleines. Y vivent les passages qui touchent
      *>aux fichiers eux-memes plutot qu'a leur contenu, et les
      *>echanges de fichiers avec le siege, et la diffusion des
      *>rapports aux destinataires, et la cloture guidee de la
      *>journee. Sur le modele de MenuAchats — chaque programme
      *>reste independant avec son propre GOBACK.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MenuExploitation.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       77 choix PIC 99 VALUE 99.

       SCREEN SECTION.
       1 plage-menu.
           2 BLANK SCREEN.
           2 LINE 1 COL 1 VALUE 'Exploitation des fichiers'.
           2 LINE 3 COL 1 VALUE ' 1. Conversion des dessins'.
           2 LINE 4 COL 1 VALUE ' 2. Directives du siege'.
           2 LINE 5 COL 1 VALUE ' 3. Diffusion des rapports'.
           2 LINE 6 COL 1 VALUE ' 4. Cloture de la journee'.
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
                   CALL 'ConversionDessins'
                   CANCEL 'ConversionDessins'
               WHEN 2
                   CALL 'ReceptionDirectives'
                   CANCEL 'ReceptionDirectives'
               WHEN 3
                   CALL 'DiffusionRapports'
                   CANCEL 'DiffusionRapports'
               WHEN 4
                   CALL 'ClotureJournee'
                   CANCEL 'ClotureJournee'
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
       END-PERFORM.
       *>GOBACK (et non STOP RUN) pour rendre la main a MenuOutils.
       GOBACK.
