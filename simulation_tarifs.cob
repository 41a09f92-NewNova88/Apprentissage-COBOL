       *>combien de classifications passees changeraient de tranche
       *>et dans quel sens. C'est la feuille d'impact que la
       *>direction veut voir avant d'approuver un bareme — pas un
       *>saut dans le vide. Les memes valeurs sont aussi chiffrees
       *>sur le bareme courant en forfaitaire (taux de la tranche
       *>atteinte sur toute la valeur) et en progressive (taux de
       *>chaque tranche sur sa seule part), pour juger du passage
       *>d'une version a la methode progressive ; cette comparaison
       *>se fait meme sans bareme propose.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SimulationTarifs.

           2 TRF-DEBUT PIC 9(08).
           2 FILLER PIC X(01).
           2 TRF-FIN PIC 9(08).
           2 FILLER PIC X(01).
           2 TRF-METHODE PIC X(01).

       FD FICHIER-PROPOSE.
       1 LIGNE-PROPOSE.
           2 PRO-DEBUT PIC 9(08).
           2 FILLER PIC X(01).
           2 PRO-FIN PIC 9(08).
           2 FILLER PIC X(01).
           2 PRO-METHODE PIC X(01).

       FD FICHIER-HISTO.
       1 LIGNE-HISTO-TRANCHE.
           2 HTR-LIBELLE PIC X(30).
           2 FILLER PIC X(01).
           2 HTR-MONTANT PIC X(17).
           2 FILLER PIC X(01).
           2 HTR-OPERATEUR PIC X(08).

       FD FICHIER-SIMULATION.
       1 LIGNE-SIMULATION PIC X(90).

       WORKING-STORAGE SECTION.
       COPY DESSIN-ZONE.
       77 statut-entree PIC X(02).
       77 fin-fichier PIC X(01) VALUE 'N'.
           88 PLUS-DE-LIGNES VALUE 'O'.
               3 cur-bas PIC 9(15).
               3 cur-haut PIC 9(15).
               3 cur-libelle PIC X(30).
               3 cur-taux PIC 9(3)V99.
       77 nb-propose PIC 99 VALUE 0.
       1 bareme-propose.
           2 tranche-proposee OCCURS 50.
       77 compte-edit PIC zzzzz9.
       77 valeur-edit PIC z(15).

       *>Forfaitaire contre progressive sur le bareme courant : la
       *>ventilation par tranche du calcul progressif, et les
       *>totaux, globaux et par tranche atteinte.
       1 ventilation.
           2 ventil-tranche OCCURS 50.
               3 part-tranche PIC 9(15).
               3 commission-tranche PIC 9(14)V99.
       77 tv PIC 99.
       77 commission-forfait PIC 9(14)V99.
       77 commission-progressive PIC 9(14)V99.
       77 total-forfait PIC 9(14)V99 VALUE 0.
       77 total-progressif PIC 9(14)V99 VALUE 0.
       77 ecart-methodes PIC S9(14)V99.
       77 nb-moins-payees PIC 9(6) VALUE 0.
       77 nb-plus-payees PIC 9(6) VALUE 0.
       1 comparaison-tranches.
           2 comparaison-tranche OCCURS 50.
               3 cmp-nb PIC 9(6).
               3 cmp-forfait PIC 9(14)V99.
               3 cmp-progressif PIC 9(14)V99.
       77 montant-edit PIC z(13)9.99.
       77 montant-edit-2 PIC z(13)9.99.
       77 ecart-edit PIC -(13)9.99.

       SCREEN SECTION.
       1 plage-date.
           2 BLANK SCREEN.
           2 COL 30 VALUE 'montent, '.
           2 PIC zzzzz9 FROM nb-descendues.
           2 COL 48 VALUE 'descendent.'.
           2 LINE 4 COL 1 VALUE 'Forfaitaire : '.
           2 PIC z(13)9.99 FROM total-forfait.
           2 LINE 5 COL 1 VALUE 'Progressive : '.
           2 PIC z(13)9.99 FROM total-progressif.

       1 plage-sans-propose.
           2 LINE 7 COL 1 VALUE
               'TARIFS-PROPOSE.DAT absent : pas de comparaison de '.
           2 VALUE 'tranches.'.

       PROCEDURE DIVISION.
       COPY DESSIN-VERIFICATION
           REPLACING NOM-FICHIER-DESSIN BY "TARIFS.DAT"
           ENTETE-ATTENDU BY entete-tarifs.
       DISPLAY plage-date.
       ACCEPT plage-date.
       IF date-simulation = SPACES
       END-IF.
       PERFORM charger-bareme-courant.
       PERFORM charger-bareme-propose.
       INITIALIZE comparaison-tranches.

       OPEN OUTPUT FICHIER-SIMULATION.
       MOVE SPACES TO LIGNE-SIMULATION.
       WRITE LIGNE-SIMULATION.

       PERFORM rejouer-historique.
       IF nb-propose > 0
           PERFORM ecrire-impact
       ELSE
           MOVE SPACES TO LIGNE-SIMULATION
           STRING "TARIFS-PROPOSE.DAT absent : "
               "pas de comparaison de tranches."
               DELIMITED BY SIZE INTO LIGNE-SIMULATION
           WRITE LIGNE-SIMULATION
       END-IF.
       PERFORM ecrire-comparaison-methodes.
       CLOSE FICHIER-SIMULATION.

       DISPLAY plage-fini.
       IF nb-propose = 0
           DISPLAY plage-sans-propose
       END-IF.
       *>GOBACK (et non STOP RUN) pour pouvoir aussi etre appele
       *>depuis MenuPrincipal.
       GOBACK.
           MOVE 'N' TO fin-fichier.
           OPEN INPUT FICHIER-TARIFS.
           IF statut-entree = "00"
               PERFORM sauter-entete-tarifs
               READ FICHIER-TARIFS
                   AT END SET PLUS-DE-LIGNES TO TRUE
               END-READ
                       MOVE TRF-BAS TO cur-bas(nb-courant)
                       MOVE TRF-HAUT TO cur-haut(nb-courant)
                       MOVE TRF-LIBELLE TO cur-libelle(nb-courant)
                       IF TRF-TAUX IS NUMERIC
                           MOVE TRF-TAUX TO cur-taux(nb-courant)
                       ELSE
                           MOVE 0 TO cur-taux(nb-courant)
                       END-IF
                   END-IF
                   READ FICHIER-TARIFS
                       AT END SET PLUS-DE-LIGNES TO TRUE
                   MOVE t TO idx-propose
               END-IF
           END-PERFORM.
           PERFORM comparer-methodes.
           IF nb-propose > 0
               PERFORM classer-changement
           END-IF.

       classer-changement.
           EVALUATE TRUE
               WHEN idx-courant = idx-propose
                   ADD 1 TO nb-inchangees
           STRING "Entrent au bareme : " compte-edit
               DELIMITED BY SIZE INTO LIGNE-SIMULATION.
           WRITE LIGNE-SIMULATION.

       *>Commission de la valeur rejouee sur le bareme courant, en
       *>forfaitaire et en progressive. Une valeur sans tranche au
       *>bareme courant ne rapporte rien ni dans l'un ni dans
       *>l'autre, comme dans StructureEvaluate.
       comparer-methodes.
           IF idx-courant > 0
               COMPUTE commission-forfait ROUNDED =
                   valeur-rejouee * cur-taux(idx-courant) / 100
               COPY TRANCHES-PROGRESSIF
                   REPLACING VALEUR-P BY valeur-rejouee
                   NB-P BY nb-courant
                   BAS-P BY cur-bas
                   HAUT-P BY cur-haut
                   TAUX-P BY cur-taux
                   IDX-P BY tv
                   PART-P BY part-tranche
                   COMM-P BY commission-tranche
                   MONTANT-P BY commission-progressive.
               ADD commission-forfait TO total-forfait
               ADD commission-progressive TO total-progressif
               ADD 1 TO cmp-nb(idx-courant)
               ADD commission-forfait TO cmp-forfait(idx-courant)
               ADD commission-progressive
                   TO cmp-progressif(idx-courant)
               EVALUATE TRUE
                   WHEN commission-progressive < commission-forfait
                       ADD 1 TO nb-moins-payees
                   WHEN commission-progressive > commission-forfait
                       ADD 1 TO nb-plus-payees
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       *>Pied du rapport : forfaitaire contre progressive, par
       *>tranche atteinte puis au total, avec l'ecart.
       ecrire-comparaison-methodes.
           MOVE SPACES TO LIGNE-SIMULATION.
           MOVE "--- Forfaitaire contre progressive ---"
               TO LIGNE-SIMULATION.
           WRITE LIGNE-SIMULATION.
           MOVE SPACES TO LIGNE-SIMULATION.
           MOVE "Tranche atteinte               Valeurs"
               TO LIGNE-SIMULATION.
           MOVE "Forfaitaire" TO LIGNE-SIMULATION(47:).
           MOVE "Progressive" TO LIGNE-SIMULATION(65:).
           WRITE LIGNE-SIMULATION.
           PERFORM VARYING t FROM 1 BY 1 UNTIL t > nb-courant
               MOVE cmp-nb(t) TO compte-edit
               MOVE cmp-forfait(t) TO montant-edit
               MOVE cmp-progressif(t) TO montant-edit-2
               MOVE SPACES TO LIGNE-SIMULATION
               STRING cur-libelle(t) " " compte-edit " "
                   montant-edit " " montant-edit-2
                   DELIMITED BY SIZE INTO LIGNE-SIMULATION
               WRITE LIGNE-SIMULATION
           END-PERFORM.
           MOVE total-forfait TO montant-edit.
           MOVE SPACES TO LIGNE-SIMULATION.
           STRING "Total forfaitaire : " montant-edit
               DELIMITED BY SIZE INTO LIGNE-SIMULATION.
           WRITE LIGNE-SIMULATION.
           MOVE total-progressif TO montant-edit.
           MOVE SPACES TO LIGNE-SIMULATION.
           STRING "Total progressive : " montant-edit
               DELIMITED BY SIZE INTO LIGNE-SIMULATION.
           WRITE LIGNE-SIMULATION.
           COMPUTE ecart-methodes = total-progressif - total-forfait.
           MOVE ecart-methodes TO ecart-edit.
           MOVE SPACES TO LIGNE-SIMULATION.
           STRING "Ecart (progressive - forfaitaire) : " ecart-edit
               DELIMITED BY SIZE INTO LIGNE-SIMULATION.
           WRITE LIGNE-SIMULATION.
           MOVE nb-moins-payees TO compte-edit.
           MOVE SPACES TO LIGNE-SIMULATION.
           STRING "Valeurs moins commissionnees en progressive : "
               compte-edit
               DELIMITED BY SIZE INTO LIGNE-SIMULATION.
           WRITE LIGNE-SIMULATION.
           MOVE nb-plus-payees TO compte-edit.
           MOVE SPACES TO LIGNE-SIMULATION.
           STRING "Valeurs plus commissionnees en progressive : "
               compte-edit
               DELIMITED BY SIZE INTO LIGNE-SIMULATION.
           WRITE LIGNE-SIMULATION.

       COPY DESSIN-SAUT
           REPLACING NOM-PARAGRAPHE BY sauter-entete-tarifs
           FICHIER-DESSIN BY FICHIER-TARIFS.
