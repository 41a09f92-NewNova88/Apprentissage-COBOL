           2 TRF-DEBUT PIC 9(08).
           2 FILLER PIC X(01).
           2 TRF-FIN PIC 9(08).
           *>Methode de calcul de la version du bareme : P =
           *>progressive (le taux de chaque tranche sur la seule part
           *>de la valeur comprise dans la tranche), F ou blanc =
           *>forfaitaire (le taux de la tranche atteinte sur toute la
           *>valeur, comme avant). Une valeur juste au-dessus d'une
           *>borne rapportait bien plus qu'une valeur juste en
           *>dessous ; la direction veut pouvoir lisser.
           2 FILLER PIC X(01).
           2 TRF-METHODE PIC X(01).

       FD FICHIER-HISTO-TRANCHES.
       1 LIGNE-HISTO-TRANCHE.
       1 LIGNE-RAPPORT-TRANCHE PIC X(90).

       WORKING-STORAGE SECTION.
       COPY DESSIN-ZONE.
       COPY PILOTAGE.
       COPY OPERATEUR.
       COPY FORMATION.
               3 tr-haut PIC 9(15).
               3 tr-libelle PIC X(30).
               3 tr-taux PIC 9(3)V99.
               3 tr-methode PIC X(01).
                   88 TR-PROGRESSIVE VALUE 'P'.
       77 tranche-trouvee PIC X VALUE 'N'.
           88 TRANCHE-TROUVEE-OUI VALUE 'O'.

       *>Commission de la valeur classee : valeur x taux / 100, 0
       *>quand aucune tranche ne correspond.
       77 montant-commission PIC 9(14)V99 VALUE 0.
       *>Ventilation d'une commission progressive, parallele a la
       *>table des tranches : part de la valeur dans la tranche et
       *>commission de cette part.
       1 ventilation.
           2 ventil-tranche OCCURS 50.
               3 part-tranche PIC 9(15).
               3 commission-tranche PIC 9(14)V99.
       77 tv PIC 99.
       77 ligne-ecran PIC 99.
       77 part-edit PIC z(15).
       77 taux-edit PIC zz9.99.

       SCREEN SECTION.
       1 plage-mode.
           2 PIC X(30) FROM tr-libelle(idx-tranche).
           2 LINE 4 COL 1 VALUE "Commission : ".
           2 PIC z(13)9.99 FROM montant-commission.
       1 plage-taux-forfait.
           2 LINE 4 COL 32 VALUE "(taux ".
           2 PIC zz9.99 FROM tr-taux(idx-tranche).
           2 VALUE " %)".
       1 plage-progressive.
           2 LINE 4 COL 32 VALUE "(progressive, detail :)".
       1 plage-ligne-ventilation.
           2 LINE ligne-ecran COL 3 PIC X(30) FROM tr-libelle(tv).
           2 COL 34 PIC z(15) FROM part-tranche(tv).
           2 COL 50 VALUE "x".
           2 COL 52 PIC zz9.99 FROM tr-taux(tv).
           2 COL 59 VALUE "% =".
           2 COL 63 PIC z(13)9.99 FROM commission-tranche(tv).
       1 plage-aucune-tranche.
           2 LINE 3 COL 1 VALUE
               "Aucune tranche ne correspond (verifier TARIFS.DAT)".

       PROCEDURE DIVISION.
       COPY DESSIN-VERIFICATION
           REPLACING NOM-FICHIER-DESSIN BY "TARIFS.DAT"
           ENTETE-ATTENDU BY entete-tarifs.
       PERFORM charger-tranches.

       *>En pilotage de nuit, pas d'ecran : on enchaine directement
           IF TRANCHE-TROUVEE-OUI
               PERFORM calculer-commission
               DISPLAY plage-tranche
               IF TR-PROGRESSIVE(idx-tranche)
                   DISPLAY plage-progressive
                   PERFORM afficher-ventilation
               ELSE
                   DISPLAY plage-taux-forfait
               END-IF
               MOVE tr-libelle(idx-tranche) TO libelle-historique
           ELSE
               MOVE 0 TO montant-commission
               SET idx-tranche DOWN BY 1
           END-IF.

       *>Commission de la tranche retenue : valeur x taux / 100 en
       *>forfaitaire ; en progressive (methode de la version, portee
       *>par chaque tranche), somme des parts par tranche.
       calculer-commission.
           IF TR-PROGRESSIVE(idx-tranche)
               COPY TRANCHES-PROGRESSIF
                   REPLACING VALEUR-P BY a
                   NB-P BY nb-tranches
                   BAS-P BY tr-bas
                   HAUT-P BY tr-haut
                   TAUX-P BY tr-taux
                   IDX-P BY tv
                   PART-P BY part-tranche
                   COMM-P BY commission-tranche
                   MONTANT-P BY montant-commission.
           ELSE
               COMPUTE montant-commission ROUNDED =
                   a * tr-taux(idx-tranche) / 100
           END-IF.

       *>Detail a l'ecran des tranches qui ont porte une part de la
       *>valeur, sous la commission.
       afficher-ventilation.
           MOVE 5 TO ligne-ecran.
           PERFORM VARYING tv FROM 1 BY 1 UNTIL tv > nb-tranches
               IF part-tranche(tv) > 0 AND ligne-ecran < 23
                   DISPLAY plage-ligne-ventilation
                   ADD 1 TO ligne-ecran
               END-IF
           END-PERFORM.

       *>Mode lot : classe chaque valeur de VALEURS.DAT contre la
       *>table des tranches, ecrit une ligne de detail par valeur
               STRING valeur-edit " : " tr-libelle(idx-tranche)
                   " commission=" commission-edit
                   DELIMITED BY SIZE INTO LIGNE-RAPPORT-TRANCHE
               IF TR-PROGRESSIVE(idx-tranche)
                   MOVE " progressive" TO LIGNE-RAPPORT-TRANCHE(78:)
               END-IF
           ELSE
               MOVE 0 TO montant-commission
               ADD 1 TO nb-sans-tranche
                   DELIMITED BY SIZE INTO LIGNE-RAPPORT-TRANCHE
           END-IF.
           WRITE LIGNE-RAPPORT-TRANCHE.
           IF TRANCHE-TROUVEE-OUI
               IF TR-PROGRESSIVE(idx-tranche)
                   PERFORM ecrire-ventilation
               END-IF
           END-IF.
           PERFORM enregistrer-historique.

       *>Sous la ligne d'une valeur calculee en progressive, une
       *>ligne par tranche ayant porte une part de la valeur.
       ecrire-ventilation.
           PERFORM VARYING tv FROM 1 BY 1 UNTIL tv > nb-tranches
               IF part-tranche(tv) > 0
                   MOVE part-tranche(tv) TO part-edit
                   MOVE tr-taux(tv) TO taux-edit
                   MOVE commission-tranche(tv) TO commission-edit
                   MOVE SPACES TO LIGNE-RAPPORT-TRANCHE
                   STRING "    " tr-libelle(tv) " " part-edit
                       " x " taux-edit "% = " commission-edit
                       DELIMITED BY SIZE INTO LIGNE-RAPPORT-TRANCHE
                   WRITE LIGNE-RAPPORT-TRANCHE
               END-IF
           END-PERFORM.

       *>Pied du rapport : nombre de valeurs tombees dans chaque
       *>tranche, puis les valeurs restees sans tranche.
       ecrire-repartition.
           END-IF.
           OPEN INPUT FICHIER-TARIFS.
           IF statut-tarifs = "00"
               PERFORM sauter-entete-tarifs
               READ FICHIER-TARIFS
                   AT END SET PLUS-DE-TRANCHES TO TRUE
               END-READ
                       ELSE
                           MOVE 0 TO tr-taux(nb-tranches)
                       END-IF
                       MOVE TRF-METHODE TO tr-methode(nb-tranches)
                   END-IF
                   READ FICHIER-TARIFS
                       AT END SET PLUS-DE-TRANCHES TO TRUE
           END-EVALUATE.
           WRITE LIGNE-HISTO-TRANCHE.
           CLOSE FICHIER-HISTO-TRANCHES.

       COPY DESSIN-SAUT
           REPLACING NOM-PARAGRAPHE BY sauter-entete-tarifs
           FICHIER-DESSIN BY FICHIER-TARIFS.
