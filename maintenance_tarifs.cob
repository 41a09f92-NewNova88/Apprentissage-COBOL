       *>bornes se chevauchent ou ne sont pas contigues. Avant chaque
       *>sauvegarde, l'ancienne version part dans TARIFS-AVANT.DAT
       *>pour pouvoir revenir en arriere apres un mauvais changement
       *>de bareme. La methode de calcul (forfaitaire ou progressive)
       *>se choisit par version du bareme : toutes les tranches d'un
       *>meme jeu de validite doivent porter la meme.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MaintenanceTarifs.

           2 TRF-DEBUT PIC 9(08).
           2 FILLER PIC X(01).
           2 TRF-FIN PIC 9(08).
           *>Methode de calcul de la version : P = progressive, F ou
           *>blanc = forfaitaire.
           2 FILLER PIC X(01).
           2 TRF-METHODE PIC X(01).

       FD FICHIER-TARIFS-AVANT.
       1 LIGNE-TARIF-AVANT PIC X(90).

       WORKING-STORAGE SECTION.
       COPY DESSIN-ZONE.
       77 statut-tarifs PIC X(02).
       77 fin-fichier PIC X(01) VALUE 'N'.
           88 PLUS-DE-TRANCHES VALUE 'O'.

       COPY TARIFS-ZONE.

       77 choix-action PIC 9 VALUE 9.
       77 i PIC 99.
       77 ligne-ecran PIC 99.
       77 numero-choisi PIC 99 VALUE 0.
       77 saisie-bas PIC 9(15).
       77 saisie-taux PIC 9(3)V99.
       77 saisie-debut PIC 9(08).
       77 saisie-fin PIC 9(08).
       77 saisie-methode PIC X(01).
       77 touche PIC X(01).

       SCREEN SECTION.
       1 plage-menu.
           2 COL 60 PIC 9(08) FROM tr-debut(i).
           2 COL 69 VALUE '-'.
           2 COL 71 PIC 9(08) FROM tr-fin(i).
           2 COL 80 PIC X(01) FROM tr-methode(i).

       1 plage-saisie-tranche.
           2 LINE 15 COL 1 VALUE 'Borne basse : '.
           2 PIC 9(08) TO saisie-debut.
           2 LINE 20 COL 1 VALUE 'Valide au AAAAMMJJ (0 = sans) : '.
           2 PIC 9(08) TO saisie-fin.
           2 LINE 21 COL 1 VALUE
               'Calcul F=forfaitaire P=progressif : '.
           2 PIC X(01) TO saisie-methode.

       1 plage-saisie-numero.
           2 LINE 14 COL 1 VALUE 'Numero de tranche : '.
           2 PIC X(01) TO touche.

       PROCEDURE DIVISION.
       COPY DESSIN-VERIFICATION
           REPLACING NOM-FICHIER-DESSIN BY "TARIFS.DAT"
           ENTETE-ATTENDU BY entete-tarifs.
       PERFORM charger-tranches.

       PERFORM UNTIL choix-action = 0
           *>OPTIONAL : un fichier absent s'ouvre quand meme (statut
           *>05) et doit etre referme, sinon l'OPEN suivant recoit 41.
           IF statut-tarifs(1:1) = "0"
               PERFORM sauter-entete-tarifs
               READ FICHIER-TARIFS
                   AT END SET PLUS-DE-TRANCHES TO TRUE
               END-READ
                       ELSE
                           MOVE 0 TO tr-fin(nb-tranches)
                       END-IF
                       IF TRF-METHODE = 'P'
                           MOVE 'P' TO tr-methode(nb-tranches)
                       ELSE
                           MOVE 'F' TO tr-methode(nb-tranches)
                       END-IF
                   ELSE
                       MOVE 'O' TO bareme-tronque
                   END-IF

       ajouter-tranche.
           IF nb-tranches < 50
               MOVE SPACE TO saisie-methode
               DISPLAY plage-saisie-tranche
               ACCEPT plage-saisie-tranche
               PERFORM normaliser-methode
               ADD 1 TO nb-tranches
               MOVE saisie-bas TO tr-bas(nb-tranches)
               MOVE saisie-haut TO tr-haut(nb-tranches)
               MOVE saisie-taux TO tr-taux(nb-tranches)
               MOVE saisie-debut TO tr-debut(nb-tranches)
               MOVE saisie-fin TO tr-fin(nb-tranches)
               MOVE saisie-methode TO tr-methode(nb-tranches)
           END-IF.

       *>Methode saisie : P (ou p) = progressive, tout le reste =
       *>forfaitaire, la methode d'origine du bareme.
       normaliser-methode.
           IF saisie-methode = 'P' OR saisie-methode = 'p'
               MOVE 'P' TO saisie-methode
           ELSE
               MOVE 'F' TO saisie-methode
           END-IF.

       modifier-tranche.
           DISPLAY plage-saisie-numero.
           ACCEPT plage-saisie-numero.
           IF numero-choisi >= 1 AND numero-choisi <= nb-tranches
               MOVE tr-methode(numero-choisi) TO saisie-methode
               DISPLAY plage-saisie-tranche
               ACCEPT plage-saisie-tranche
               PERFORM normaliser-methode
               MOVE saisie-bas TO tr-bas(numero-choisi)
               MOVE saisie-haut TO tr-haut(numero-choisi)
               MOVE saisie-libelle TO tr-libelle(numero-choisi)
               MOVE saisie-taux TO tr-taux(numero-choisi)
               MOVE saisie-debut TO tr-debut(numero-choisi)
               MOVE saisie-fin TO tr-fin(numero-choisi)
               MOVE saisie-methode TO tr-methode(numero-choisi)
           ELSE
               DISPLAY plage-numero-invalide
           END-IF.
                   MOVE tr-taux(i + 1) TO tr-taux(i)
                   MOVE tr-debut(i + 1) TO tr-debut(i)
                   MOVE tr-fin(i + 1) TO tr-fin(i)
                   MOVE tr-methode(i + 1) TO tr-methode(i)
               END-PERFORM
               SUBTRACT 1 FROM nb-tranches
           ELSE
           DISPLAY plage-pause.
           ACCEPT plage-pause.

       COPY TARIFS-CONTROLE.

       *>Copie l'ancien TARIFS.DAT dans TARIFS-AVANT.DAT avant de le
       *>remplacer, pour qu'un mauvais bareme se rattrape en
       *>recopiant le fichier d'avant (entete de dessin compris).
       sauver-ancienne-version.
           MOVE 'N' TO fin-fichier.
           OPEN INPUT FICHIER-TARIFS.

       sauver-tranches.
           OPEN OUTPUT FICHIER-TARIFS.
           MOVE SPACES TO LIGNE-TARIF.
           MOVE entete-tarifs TO LIGNE-TARIF.
           WRITE LIGNE-TARIF.
           PERFORM VARYING i FROM 1 BY 1 UNTIL i > nb-tranches
               MOVE SPACES TO LIGNE-TARIF
               MOVE tr-bas(i) TO TRF-BAS
               MOVE tr-taux(i) TO TRF-TAUX
               MOVE tr-debut(i) TO TRF-DEBUT
               MOVE tr-fin(i) TO TRF-FIN
               MOVE tr-methode(i) TO TRF-METHODE
               WRITE LIGNE-TARIF
           END-PERFORM.
           CLOSE FICHIER-TARIFS.

       COPY DESSIN-SAUT
           REPLACING NOM-PARAGRAPHE BY sauter-entete-tarifs
           FICHIER-DESSIN BY FICHIER-TARIFS.
