      *>Sous-menu de la comptabilite du grand livre : les ecritures
      *>qui ne passent pas par une calculatrice (virements entre
      *>comptes et autres postes directs au livre) se regroupent ici
      *>plutot que d'encombrer les outils d'atelier, sur le modele
      *>de MenuOutils — chaque programme reste independant avec son
      *>propre GOBACK. Le sous-menu s'ouvre depuis MenuOutils, donc
      *>sous le droit de l'option 62 du menu principal.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MenuComptabilite.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       77 choix PIC 99 VALUE 99.

       SCREEN SECTION.
       1 plage-menu.
           2 BLANK SCREEN.
           2 LINE 1 COL 1 VALUE 'Comptabilite du grand livre'.
           2 LINE 3 COL 1 VALUE ' 1. Virement entre comptes'.
           2 LINE 4 COL 1 VALUE ' 2. Contre-passation d''une ligne'.
           2 LINE 5 COL 1 VALUE ' 3. Postage des transactions'.
           2 LINE 6 COL 1 VALUE ' 4. Affectation des types au livre'.
           2 LINE 7 COL 1 VALUE ' 5. Import du releve bancaire'.
           2 LINE 8 COL 1 VALUE ' 6. Rapprochement bancaire'.
           2 LINE 9 COL 1 VALUE ' 7. Pointage bancaire'.
           2 LINE 10 COL 1 VALUE ' 8. Echeancier des recurrentes'.
           2 LINE 11 COL 1 VALUE ' 9. Generation des recurrentes'.
           2 LINE 12 COL 1 VALUE '10. Prevision de tresorerie'.
           2 LINE 13 COL 1 VALUE '11. Dossiers d''exceptions'.
           2 LINE 14 COL 1 VALUE '12. Age des exceptions'.
           2 LINE 15 COL 1 VALUE '13. Declaration de TVA'.
           2 LINE 16 COL 1 VALUE '14. Cloture Z de la caisse'.
           2 LINE 17 COL 1 VALUE '15. Etat des bons cadeaux'.
           2 LINE 18 COL 1 VALUE '16. Devises encaissees du jour'.
           2 LINE 19 COL 1 VALUE '17. Clients en compte'.
           2 LINE 20 COL 1 VALUE ' 0. Retour'.
           2 LINE 22 COL 1 VALUE 'Votre choix : '.
           2 PIC 99 TO choix REQUIRED.

       PROCEDURE DIVISION.
       PERFORM UNTIL choix = 0
           DISPLAY plage-menu
           ACCEPT plage-menu
           *>CANCEL apres chaque retour, comme au menu principal.
           EVALUATE choix
               WHEN 1
                   CALL 'VirementComptes'
                   CANCEL 'VirementComptes'
               WHEN 2
                   CALL 'ContrePassation'
                   CANCEL 'ContrePassation'
               WHEN 3
                   CALL 'PostageTransactions'
                   CANCEL 'PostageTransactions'
               WHEN 4
                   CALL 'MaintenanceAffectations'
                   CANCEL 'MaintenanceAffectations'
               WHEN 5
                   CALL 'ImportBanque'
                   CANCEL 'ImportBanque'
               WHEN 6
                   CALL 'RapprochementBanque'
                   CANCEL 'RapprochementBanque'
               WHEN 7
                   CALL 'PointageBanque'
                   CANCEL 'PointageBanque'
               WHEN 8
                   CALL 'MaintenanceRecurrentes'
                   CANCEL 'MaintenanceRecurrentes'
               WHEN 9
                   CALL 'GenerationRecurrentes'
                   CANCEL 'GenerationRecurrentes'
               WHEN 10
                   CALL 'PrevisionTresorerie'
                   CANCEL 'PrevisionTresorerie'
               WHEN 11
                   CALL 'TraitementExceptions'
                   CANCEL 'TraitementExceptions'
               WHEN 12
                   CALL 'AgeExceptions'
                   CANCEL 'AgeExceptions'
               WHEN 13
                   CALL 'DeclarationTva'
                   CANCEL 'DeclarationTva'
               WHEN 14
                   CALL 'ClotureCaisse'
                   CANCEL 'ClotureCaisse'
               WHEN 15
                   CALL 'EtatBonsCadeaux'
                   CANCEL 'EtatBonsCadeaux'
               WHEN 16
                   CALL 'EtatDevises'
                   CANCEL 'EtatDevises'
               WHEN 17
                   CALL 'MenuClients'
                   CANCEL 'MenuClients'
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
       END-PERFORM.
       *>GOBACK (et non STOP RUN) pour rendre la main a MenuOutils.
       GOBACK.
