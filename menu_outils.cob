       77 choix PIC 99 VALUE 99.

       SCREEN SECTION.
       *>La premiere colonne est pleine : les options 20 et
       *>suivantes passent dans une seconde colonne, en COL 41.
       1 plage-menu.
           2 BLANK SCREEN.
           2 LINE 1 COL 1 VALUE 'Outils d''atelier (suite du menu)'.
           2 LINE 7 COL 1 VALUE ' 5. Anonymisation contacts'.
           2 LINE 8 COL 1 VALUE ' 6. Reconciliation de caisse'.
           2 LINE 9 COL 1 VALUE ' 7. Taux de TVA'.
           2 LINE 10 COL 1 VALUE ' 8. Plan comptable'.
           2 LINE 11 COL 1 VALUE ' 9. Comptabilite du grand livre'.
           2 LINE 12 COL 1 VALUE '10. Articles et stock'.
           2 LINE 13 COL 1 VALUE '11. Promotions datees'.
           2 LINE 14 COL 1 VALUE '12. Etat des promotions'.
           2 LINE 15 COL 1 VALUE '13. Cours des devises'.
           2 LINE 16 COL 1 VALUE '14. Rapprochement tickets / livre'.
           2 LINE 17 COL 1 VALUE '15. Analyse des ventes'.
           2 LINE 18 COL 1 VALUE '16. Inventaire physique'.
           2 LINE 19 COL 1 VALUE '17. Achats et fournisseurs'.
           2 LINE 20 COL 1 VALUE '18. Liste de surveillance'.
           2 LINE 21 COL 1 VALUE '19. Visites par hote et societe'.
           2 LINE 3 COL 41 VALUE '20. Donnees personnelles'.
           2 LINE 4 COL 41 VALUE '21. Conversion des mouvements'.
           2 LINE 5 COL 41 VALUE '22. Reservation de la salle'.
           2 LINE 6 COL 41 VALUE '23. Prets de cles et materiel'.
           2 LINE 7 COL 41 VALUE '24. Planning des equipes'.
           2 LINE 8 COL 41 VALUE '25. Extrait pour la paie'.
           2 LINE 9 COL 41 VALUE '26. Avances sur salaire'.
           2 LINE 10 COL 41 VALUE '27. Tableau des operateurs'.
           2 LINE 11 COL 41 VALUE '28. Separation des taches'.
           2 LINE 12 COL 41 VALUE '29. Fiches des eleves'.
           2 LINE 13 COL 41 VALUE '30. Lettres d''absences'.
           2 LINE 14 COL 41 VALUE '31. Conseil de classe'.
           2 LINE 15 COL 41 VALUE '32. Bascule de l''annee'.
           2 LINE 16 COL 41 VALUE '33. Liste des rattrapages'.
           2 LINE 17 COL 41 VALUE '34. Calendrier scolaire'.
           2 LINE 18 COL 41 VALUE '35. Facturation des frais'.
           2 LINE 19 COL 41 VALUE '36. Releves des frais'.
           2 LINE 20 COL 41 VALUE '37. Bareme des frais'.
           2 LINE 21 COL 41 VALUE '38. Ligue inter-boutiques'.
           2 LINE 22 COL 41 VALUE '39. Comparaison de series'.
           2 LINE 23 COL 41 VALUE '40. Lexique des designations'.
           2 LINE 24 COL 41 VALUE '41. Volumes des fichiers'.
           2 LINE 22 COL 1 VALUE '42. Exploitation des fichiers'.
           2 LINE 23 COL 1 VALUE ' 0. Retour au menu principal'.
           2 LINE 24 COL 1 VALUE 'Votre choix : '.
           2 PIC 99 TO choix REQUIRED.

       PROCEDURE DIVISION.
               WHEN 7
                   CALL 'MaintenanceTaux'
                   CANCEL 'MaintenanceTaux'
               WHEN 8
                   CALL 'MaintenanceComptes'
                   CANCEL 'MaintenanceComptes'
               WHEN 9
                   CALL 'MenuComptabilite'
                   CANCEL 'MenuComptabilite'
               WHEN 10
                   CALL 'MaintenanceArticles'
                   CANCEL 'MaintenanceArticles'
               WHEN 11
                   CALL 'MaintenancePromotions'
                   CANCEL 'MaintenancePromotions'
               WHEN 12
                   CALL 'EtatPromotions'
                   CANCEL 'EtatPromotions'
               WHEN 13
                   CALL 'MaintenanceDevises'
                   CANCEL 'MaintenanceDevises'
               WHEN 14
                   CALL 'RapprochementTickets'
                   CANCEL 'RapprochementTickets'
               WHEN 15
                   CALL 'AnalyseVentes'
                   CANCEL 'AnalyseVentes'
               WHEN 16
                   CALL 'InventaireStock'
                   CANCEL 'InventaireStock'
               WHEN 17
                   CALL 'MenuAchats'
                   CANCEL 'MenuAchats'
               WHEN 18
                   CALL 'MaintenanceSurveillance'
                   CANCEL 'MaintenanceSurveillance'
               WHEN 19
                   CALL 'RapportVisites'
                   CANCEL 'RapportVisites'
               WHEN 20
                   CALL 'DonneesPersonnelles'
                   CANCEL 'DonneesPersonnelles'
               WHEN 21
                   CALL 'ConversionContacts'
                   CANCEL 'ConversionContacts'
               WHEN 22
                   CALL 'ReservationSalle'
                   CANCEL 'ReservationSalle'
               WHEN 23
                   CALL 'GestionPrets'
                   CANCEL 'GestionPrets'
               WHEN 24
                   CALL 'PlanningEquipes'
                   CANCEL 'PlanningEquipes'
               WHEN 25
                   CALL 'ExtraitPaie'
                   CANCEL 'ExtraitPaie'
               WHEN 26
                   CALL 'GestionAvances'
                   CANCEL 'GestionAvances'
               WHEN 27
                   CALL 'TableauOperateurs'
                   CANCEL 'TableauOperateurs'
               WHEN 28
                   CALL 'AuditSeparation'
                   CANCEL 'AuditSeparation'
               WHEN 29
                   CALL 'MaintenanceEleves'
                   CANCEL 'MaintenanceEleves'
               WHEN 30
                   CALL 'LettresAbsences'
                   CANCEL 'LettresAbsences'
               WHEN 31
                   CALL 'ConseilClasse'
                   CANCEL 'ConseilClasse'
               WHEN 32
                   CALL 'BasculeAnnee'
                   CANCEL 'BasculeAnnee'
               WHEN 33
                   CALL 'ListeRattrapages'
                   CANCEL 'ListeRattrapages'
               WHEN 34
                   CALL 'MaintenancePeriodes'
                   CANCEL 'MaintenancePeriodes'
               WHEN 35
                   CALL 'FacturationFrais'
                   CANCEL 'FacturationFrais'
               WHEN 36
                   CALL 'ReleveFrais'
                   CANCEL 'ReleveFrais'
               WHEN 37
                   CALL 'MaintenanceFrais'
                   CANCEL 'MaintenanceFrais'
               WHEN 38
                   CALL 'LigueBoutiques'
                   CANCEL 'LigueBoutiques'
               WHEN 39
                   CALL 'ComparaisonTableaux'
                   CANCEL 'ComparaisonTableaux'
               WHEN 40
                   CALL 'MaintenanceLexique'
                   CANCEL 'MaintenanceLexique'
               WHEN 41
                   CALL 'MesureVolumes'
                   CANCEL 'MesureVolumes'
               WHEN 42
                   CALL 'MenuExploitation'
                   CANCEL 'MenuExploitation'
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
