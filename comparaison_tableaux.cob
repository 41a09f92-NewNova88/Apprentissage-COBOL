      *>Comparaison de deux series de tableaux : les releves
      *>mensuels vivent en series nommees (TABLEAU-<serie>.DAT, le
      *>debordement au-dela de 99 elements compris, puisque
      *>TableauAffectation y sauve les n valeurs), et la question
      *>est toujours "qu'est-ce qui a change depuis le mois
      *>dernier" — deux passages de TableauAffectation et un crayon.
      *>Cet etat prend deux series du catalogue
      *>(CATALOGUE-TABLEAUX.DAT), la reference puis celle a
      *>comparer, et donne l'ecart de nombre, minimum, maximum et
      *>moyenne, puis position par position les positions changees,
      *>ajoutees et retirees, et valeur par valeur les valeurs
      *>ajoutees et retirees (une valeur presente deux fois d'un
      *>cote et une fois de l'autre compte une fois). L'etat est
      *>horodate, double d'un CSV pour le tableur, et les deux
      *>s'inscrivent au catalogue des rapports. Simple lecture : pas
      *>de verrou.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ComparaisonTableaux.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FICHIER-TABLEAU ASSIGN USING nom-fichier-tableau
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS statut-tableau.
           SELECT OPTIONAL FICHIER-CATALOGUE-TAB
               ASSIGN TO "CATALOGUE-TABLEAUX.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS statut-catalogue-tab.
           SELECT FICHIER-ETAT ASSIGN USING nom-rapport
               ORGANIZATION LINE SEQUENTIAL.
           SELECT FICHIER-EXPORT ASSIGN USING nom-export
               ORGANIZATION LINE SEQUENTIAL.
           COPY CATALOGUE-FICHIER.

       DATA DIVISION.
       FILE SECTION.
       FD FICHIER-TABLEAU.
       1 LIGNE-TABLEAU PIC 9(4).

       FD FICHIER-CATALOGUE-TAB.
       1 LIGNE-CATALOGUE-TAB.
           2 CTB-NOM PIC X(12).
           2 FILLER PIC X(01).
           2 CTB-DATE PIC X(08).

       FD FICHIER-ETAT.
       1 LIGNE-ETAT PIC X(80).

       FD FICHIER-EXPORT.
       1 LIGNE-EXPORT PIC X(80).

       COPY CATALOGUE-FD.

       WORKING-STORAGE SECTION.
       77 statut-tableau PIC X(02).
       77 statut-catalogue-tab PIC X(02).
       77 fin-fichier PIC X(01) VALUE 'N'.
           88 PLUS-DE-LIGNES VALUE 'O'.
       77 fin-catalogue-tab PIC X(01).
       77 ligne-ecran PIC 99.

       *>Les deux series : 1 = la reference (le mois passe), 2 =
       *>celle a comparer. Memes limites que TableauCsv (9999
       *>elements).
       77 s PIC 9.
       77 nom-tableau PIC X(12).
       77 nom-fichier-tableau PIC X(30).
       77 serie-connue PIC X(01).
       1 series.
           2 serie OCCURS 2.
               3 ser-nom PIC X(12).
               3 ser-date PIC X(08).
               3 ser-trouvee PIC X(01).
               3 ser-n PIC 9(4).
               3 ser-mini PIC 9(4).
               3 ser-maxi PIC 9(4).
               3 ser-somme PIC 9(8).
               3 ser-moyenne PIC 9(4)V99.
               3 ser-element PIC 9(4) OCCURS 9999.
       77 i PIC 9(4).
       77 n-max PIC 9(4).
       77 motif-refus PIC X(50).

       *>Comptage des valeurs 0 a 9999 de chaque serie, pour la
       *>comparaison par valeur (indice = valeur + 1).
       1 occurrences.
           2 occ-valeur OCCURS 10000.
               3 occ-a PIC 9(4).
               3 occ-b PIC 9(4).
       77 v PIC 9(5).
       77 valeur PIC 9(4).

       *>Chiffres de la comparaison.
       77 nb-changees PIC 9(5) VALUE 0.
       77 nb-ajoutees PIC 9(5) VALUE 0.
       77 nb-retirees PIC 9(5) VALUE 0.
       77 nb-valeurs-ajoutees PIC 9(5) VALUE 0.
       77 nb-valeurs-retirees PIC 9(5) VALUE 0.
       77 ecart-nombre PIC S9(5).
       77 ecart-valeur PIC S9(5).
       77 ecart-moyenne PIC S9(4)V99.
       77 type-ecart PIC X(01).

       *>Edition.
       77 index-edit PIC z(3)9.
       77 valeur-a-edit PIC z(3)9.
       77 valeur-b-edit PIC z(3)9.
       77 ecart-edit PIC -(4)9.
       77 moyenne-a-edit PIC z(3)9.99.
       77 moyenne-b-edit PIC z(3)9.99.
       77 ecart-moyenne-edit PIC -(4)9.99.
       77 compte-edit PIC zzzz9.
       *>Cote vide (position ajoutee ou retiree) laisse a blanc
       *>dans le CSV.
       77 texte-a PIC X(05).
       77 texte-b PIC X(05).
       77 texte-ecart PIC X(05).
       77 rubrique-csv PIC X(18).
       77 libelle-stat PIC X(10).
       77 horodatage-etat PIC X(14).
       77 nom-rapport PIC X(40).
       77 nb-lignes-rapport PIC 9(6) VALUE 0.
       77 nom-export PIC X(40).
       77 nb-lignes-export PIC 9(6) VALUE 0.

       SCREEN SECTION.
       1 plage-series.
           2 BLANK SCREEN.
           2 LINE 1 COL 1 VALUE 'Comparaison de deux series'.
           2 LINE 3 COL 1 VALUE 'Serie de reference  : '.
           2 PIC X(12) TO ser-nom(1) REQUIRED.
           2 LINE 4 COL 1 VALUE 'Serie a comparer    : '.
           2 PIC X(12) TO ser-nom(2) REQUIRED.
           2 LINE 5 COL 1 VALUE 'Series au catalogue :'.

       1 plage-ligne-catalogue.
           2 LINE ligne-ecran COL 5 PIC X(12) FROM CTB-NOM.
           2 COL 19 PIC X(08) FROM CTB-DATE.

       1 plage-refus.
           2 LINE 20 COL 1 PIC X(50) FROM motif-refus.

       1 plage-fini.
           2 LINE 20 COL 1 VALUE 'Etat genere : '.
           2 PIC X(40) FROM nom-rapport.
           2 LINE 21 COL 1 VALUE 'Tableur     : '.
           2 PIC X(40) FROM nom-export.
           2 LINE 22 COL 1 VALUE 'Positions changees : '.
           2 PIC zzzz9 FROM nb-changees.
           2 COL 30 VALUE 'ajoutees : '.
           2 PIC zzzz9 FROM nb-ajoutees.
           2 COL 50 VALUE 'retirees : '.
           2 PIC zzzz9 FROM nb-retirees.

       PROCEDURE DIVISION.
       MOVE FUNCTION CURRENT-DATE(1:14) TO horodatage-etat.
       PERFORM lister-catalogue-tab.
       ACCEPT plage-series.
       MOVE SPACES TO motif-refus.
       PERFORM VARYING s FROM 1 BY 1 UNTIL s > 2
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(ser-nom(s)))
               TO ser-nom(s)
           PERFORM charger-serie
       END-PERFORM.
       EVALUATE TRUE
           WHEN ser-trouvee(1) = 'N'
               STRING "Serie " FUNCTION TRIM(ser-nom(1))
                   " absente du catalogue ou sans tableau."
                   DELIMITED BY SIZE INTO motif-refus
           WHEN ser-trouvee(2) = 'N'
               STRING "Serie " FUNCTION TRIM(ser-nom(2))
                   " absente du catalogue ou sans tableau."
                   DELIMITED BY SIZE INTO motif-refus
           WHEN OTHER
               CONTINUE
       END-EVALUATE.
       IF motif-refus NOT = SPACES
           DISPLAY plage-refus
           GOBACK
       END-IF.
       PERFORM VARYING s FROM 1 BY 1 UNTIL s > 2
           PERFORM calculer-statistiques
       END-PERFORM.
       PERFORM compter-occurrences.
       PERFORM ouvrir-sorties.
       PERFORM editer-statistiques.
       PERFORM editer-positions.
       PERFORM editer-valeurs.
       PERFORM fermer-sorties.
       DISPLAY plage-fini.
       *>GOBACK (et non STOP RUN) pour pouvoir aussi etre appele
       *>depuis MenuOutils.
       GOBACK.

       *>Le catalogue des series s'affiche sous l'invite, avec la
       *>date de creation de chaque serie.
       lister-catalogue-tab.
           DISPLAY plage-series.
           MOVE 6 TO ligne-ecran.
           MOVE 'N' TO fin-catalogue-tab.
           OPEN INPUT FICHIER-CATALOGUE-TAB.
           IF statut-catalogue-tab(1:1) = "0"
               READ FICHIER-CATALOGUE-TAB
                   AT END MOVE 'O' TO fin-catalogue-tab
               END-READ
               PERFORM UNTIL fin-catalogue-tab = 'O'
                   IF ligne-ecran < 19
                       DISPLAY plage-ligne-catalogue
                       ADD 1 TO ligne-ecran
                   END-IF
                   READ FICHIER-CATALOGUE-TAB
                       AT END MOVE 'O' TO fin-catalogue-tab
                   END-READ
               END-PERFORM
               CLOSE FICHIER-CATALOGUE-TAB
           END-IF.

       *>Une serie n'est retenue que si elle figure au catalogue et
       *>que son tableau sauve existe : n puis les n valeurs, comme
       *>TableauAffectation les range (debordement compris).
       charger-serie.
           MOVE 'N' TO ser-trouvee(s).
           MOVE 0 TO ser-n(s).
           MOVE ser-nom(s) TO nom-tableau.
           PERFORM controler-serie-connue.
           IF serie-connue = 'O'
               MOVE SPACES TO nom-fichier-tableau
               STRING "TABLEAU-" FUNCTION TRIM(nom-tableau) ".DAT"
                   DELIMITED BY SIZE INTO nom-fichier-tableau
               MOVE 'N' TO fin-fichier
               OPEN INPUT FICHIER-TABLEAU
               IF statut-tableau = "00"
                   MOVE 'O' TO ser-trouvee(s)
                   READ FICHIER-TABLEAU
                       AT END SET PLUS-DE-LIGNES TO TRUE
                       NOT AT END MOVE LIGNE-TABLEAU TO ser-n(s)
                   END-READ
                   PERFORM VARYING i FROM 1 BY 1
                           UNTIL i > ser-n(s) OR PLUS-DE-LIGNES
                       READ FICHIER-TABLEAU
                           AT END
                               SET PLUS-DE-LIGNES TO TRUE
                               COMPUTE ser-n(s) = i - 1
                           NOT AT END
                               MOVE LIGNE-TABLEAU TO ser-element(s, i)
                       END-READ
                   END-PERFORM
                   CLOSE FICHIER-TABLEAU
               END-IF
           END-IF.

       *>Dit si la serie nom-tableau figure au catalogue, et releve
       *>sa date de creation.
       controler-serie-connue.
           MOVE 'N' TO serie-connue.
           MOVE SPACES TO ser-date(s).
           MOVE 'N' TO fin-catalogue-tab.
           OPEN INPUT FICHIER-CATALOGUE-TAB.
           IF statut-catalogue-tab(1:1) = "0"
               READ FICHIER-CATALOGUE-TAB
                   AT END MOVE 'O' TO fin-catalogue-tab
               END-READ
               PERFORM UNTIL fin-catalogue-tab = 'O'
                   IF CTB-NOM = nom-tableau
                       MOVE 'O' TO serie-connue
                       MOVE CTB-DATE TO ser-date(s)
                   END-IF
                   READ FICHIER-CATALOGUE-TAB
                       AT END MOVE 'O' TO fin-catalogue-tab
                   END-READ
               END-PERFORM
               CLOSE FICHIER-CATALOGUE-TAB
           END-IF.

       *>Nombre, minimum, maximum et moyenne d'une serie, comme
       *>TableauAffectation les affiche (tout a 0 pour une serie
       *>vide).
       calculer-statistiques.
           MOVE 0 TO ser-mini(s) ser-maxi(s) ser-somme(s)
               ser-moyenne(s).
           IF ser-n(s) > 0
               MOVE ser-element(s, 1) TO ser-mini(s) ser-maxi(s)
               PERFORM VARYING i FROM 1 BY 1 UNTIL i > ser-n(s)
                   IF ser-element(s, i) < ser-mini(s)
                       MOVE ser-element(s, i) TO ser-mini(s)
                   END-IF
                   IF ser-element(s, i) > ser-maxi(s)
                       MOVE ser-element(s, i) TO ser-maxi(s)
                   END-IF
                   ADD ser-element(s, i) TO ser-somme(s)
               END-PERFORM
               COMPUTE ser-moyenne(s) ROUNDED =
                   ser-somme(s) / ser-n(s)
           END-IF.

       compter-occurrences.
           INITIALIZE occurrences.
           PERFORM VARYING i FROM 1 BY 1 UNTIL i > ser-n(1)
               COMPUTE v = ser-element(1, i) + 1
               ADD 1 TO occ-a(v)
           END-PERFORM.
           PERFORM VARYING i FROM 1 BY 1 UNTIL i > ser-n(2)
               COMPUTE v = ser-element(2, i) + 1
               ADD 1 TO occ-b(v)
           END-PERFORM.

       ouvrir-sorties.
           MOVE SPACES TO nom-rapport.
           STRING "RAPPORT-COMPARAISON-" horodatage-etat ".DAT"
               DELIMITED BY SIZE INTO nom-rapport.
           MOVE SPACES TO nom-export.
           STRING "EXPORT-COMPARAISON-" horodatage-etat ".CSV"
               DELIMITED BY SIZE INTO nom-export.
           OPEN OUTPUT FICHIER-ETAT.
           OPEN OUTPUT FICHIER-EXPORT.
           MOVE SPACES TO LIGNE-ETAT.
           STRING "Comparaison de la serie " FUNCTION TRIM(ser-nom(2))
               " a la serie " FUNCTION TRIM(ser-nom(1))
               " (etablie le " horodatage-etat ")"
               DELIMITED BY SIZE INTO LIGNE-ETAT.
           PERFORM ecrire-ligne-etat.
           PERFORM ecrire-ligne-etat.
           MOVE SPACES TO LIGNE-EXPORT.
           STRING "REFERENCE;COMPAREE;RUBRIQUE;CLE;VALEUR_REFERENCE;"
               "VALEUR_COMPAREE;ECART"
               DELIMITED BY SIZE INTO LIGNE-EXPORT.
           PERFORM ecrire-ligne-export.

       fermer-sorties.
           CLOSE FICHIER-ETAT.
           CLOSE FICHIER-EXPORT.
           PERFORM cataloguer-rapport.
           PERFORM cataloguer-export.

       *>Les quatre chiffres des deux series cote a cote, avec
       *>l'ecart (comparee - reference).
       editer-statistiques.
           MOVE "Statistiques" TO LIGNE-ETAT.
           PERFORM ecrire-ligne-etat.
           MOVE "Reference" TO LIGNE-ETAT(13:).
           MOVE "Comparee" TO LIGNE-ETAT(27:).
           MOVE "Ecart" TO LIGNE-ETAT(42:).
           PERFORM ecrire-ligne-etat.
           MOVE "Nombre" TO libelle-stat.
           MOVE ser-n(1) TO valeur-a-edit.
           MOVE ser-n(2) TO valeur-b-edit.
           COMPUTE ecart-valeur = ser-n(2) - ser-n(1).
           PERFORM editer-ligne-stat.
           MOVE "Minimum" TO libelle-stat.
           MOVE ser-mini(1) TO valeur-a-edit.
           MOVE ser-mini(2) TO valeur-b-edit.
           COMPUTE ecart-valeur = ser-mini(2) - ser-mini(1).
           PERFORM editer-ligne-stat.
           MOVE "Maximum" TO libelle-stat.
           MOVE ser-maxi(1) TO valeur-a-edit.
           MOVE ser-maxi(2) TO valeur-b-edit.
           COMPUTE ecart-valeur = ser-maxi(2) - ser-maxi(1).
           PERFORM editer-ligne-stat.
           MOVE ser-moyenne(1) TO moyenne-a-edit.
           MOVE ser-moyenne(2) TO moyenne-b-edit.
           COMPUTE ecart-moyenne = ser-moyenne(2) - ser-moyenne(1).
           MOVE ecart-moyenne TO ecart-moyenne-edit.
           MOVE SPACES TO LIGNE-ETAT.
           STRING "Moyenne     " moyenne-a-edit "       "
               moyenne-b-edit "      " ecart-moyenne-edit
               DELIMITED BY SIZE INTO LIGNE-ETAT.
           PERFORM ecrire-ligne-etat.
           MOVE "STATISTIQUE" TO rubrique-csv.
           MOVE SPACES TO LIGNE-EXPORT.
           STRING FUNCTION TRIM(ser-nom(1)) ";"
               FUNCTION TRIM(ser-nom(2)) ";"
               FUNCTION TRIM(rubrique-csv) ";MOYENNE;"
               FUNCTION TRIM(moyenne-a-edit) ";"
               FUNCTION TRIM(moyenne-b-edit) ";"
               FUNCTION TRIM(ecart-moyenne-edit)
               DELIMITED BY SIZE INTO LIGNE-EXPORT.
           PERFORM ecrire-ligne-export.
           PERFORM ecrire-ligne-etat.

       editer-ligne-stat.
           MOVE ecart-valeur TO ecart-edit.
           MOVE SPACES TO LIGNE-ETAT.
           STRING libelle-stat "  " valeur-a-edit "          "
               valeur-b-edit "         " ecart-edit
               DELIMITED BY SIZE INTO LIGNE-ETAT.
           PERFORM ecrire-ligne-etat.
           MOVE "STATISTIQUE" TO rubrique-csv.
           MOVE SPACES TO LIGNE-EXPORT.
           STRING FUNCTION TRIM(ser-nom(1)) ";"
               FUNCTION TRIM(ser-nom(2)) ";"
               FUNCTION TRIM(rubrique-csv) ";"
               FUNCTION UPPER-CASE(FUNCTION TRIM(libelle-stat)) ";"
               FUNCTION TRIM(valeur-a-edit) ";"
               FUNCTION TRIM(valeur-b-edit) ";"
               FUNCTION TRIM(ecart-edit)
               DELIMITED BY SIZE INTO LIGNE-EXPORT.
           PERFORM ecrire-ligne-export.

       *>Position par position jusqu'a la plus longue des deux
       *>series : C = valeur changee, A = position ajoutee (au-dela
       *>de la reference), R = position retiree (au-dela de la
       *>comparee). Les positions identiques ne s'impriment pas.
       editer-positions.
           MOVE "Par position" TO LIGNE-ETAT.
           PERFORM ecrire-ligne-etat.
           MOVE ser-n(1) TO n-max.
           IF ser-n(2) > n-max
               MOVE ser-n(2) TO n-max
           END-IF.
           PERFORM VARYING i FROM 1 BY 1 UNTIL i > n-max
               EVALUATE TRUE
                   WHEN i > ser-n(1)
                       MOVE 'A' TO type-ecart
                       ADD 1 TO nb-ajoutees
                       PERFORM editer-ligne-position
                   WHEN i > ser-n(2)
                       MOVE 'R' TO type-ecart
                       ADD 1 TO nb-retirees
                       PERFORM editer-ligne-position
                   WHEN ser-element(1, i) NOT = ser-element(2, i)
                       MOVE 'C' TO type-ecart
                       ADD 1 TO nb-changees
                       PERFORM editer-ligne-position
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-PERFORM.
           MOVE nb-changees TO compte-edit.
           STRING "Positions changees : " compte-edit
               DELIMITED BY SIZE INTO LIGNE-ETAT.
           PERFORM ecrire-ligne-etat.
           MOVE nb-ajoutees TO compte-edit.
           STRING "Positions ajoutees : " compte-edit
               DELIMITED BY SIZE INTO LIGNE-ETAT.
           PERFORM ecrire-ligne-etat.
           MOVE nb-retirees TO compte-edit.
           STRING "Positions retirees : " compte-edit
               DELIMITED BY SIZE INTO LIGNE-ETAT.
           PERFORM ecrire-ligne-etat.
           PERFORM ecrire-ligne-etat.

       editer-ligne-position.
           MOVE i TO index-edit.
           MOVE SPACES TO texte-a texte-b texte-ecart.
           EVALUATE type-ecart
               WHEN 'A'
                   MOVE ser-element(2, i) TO valeur-b-edit
                   MOVE valeur-b-edit TO texte-b
                   MOVE "POSITION_AJOUTEE" TO rubrique-csv
                   STRING "  Index " index-edit " : ajoutee   "
                       "       -> " valeur-b-edit
                       DELIMITED BY SIZE INTO LIGNE-ETAT
               WHEN 'R'
                   MOVE ser-element(1, i) TO valeur-a-edit
                   MOVE valeur-a-edit TO texte-a
                   MOVE "POSITION_RETIREE" TO rubrique-csv
                   STRING "  Index " index-edit " : retiree   "
                       valeur-a-edit " ->"
                       DELIMITED BY SIZE INTO LIGNE-ETAT
               WHEN OTHER
                   MOVE ser-element(1, i) TO valeur-a-edit
                   MOVE ser-element(2, i) TO valeur-b-edit
                   COMPUTE ecart-valeur =
                       ser-element(2, i) - ser-element(1, i)
                   MOVE ecart-valeur TO ecart-edit
                   MOVE valeur-a-edit TO texte-a
                   MOVE valeur-b-edit TO texte-b
                   MOVE ecart-edit TO texte-ecart
                   MOVE "POSITION_CHANGEE" TO rubrique-csv
                   STRING "  Index " index-edit " : changee   "
                       valeur-a-edit " -> " valeur-b-edit
                       "  (" ecart-edit ")"
                       DELIMITED BY SIZE INTO LIGNE-ETAT
           END-EVALUATE.
           PERFORM ecrire-ligne-etat.
           MOVE SPACES TO LIGNE-EXPORT.
           STRING FUNCTION TRIM(ser-nom(1)) ";"
               FUNCTION TRIM(ser-nom(2)) ";"
               FUNCTION TRIM(rubrique-csv) ";"
               FUNCTION TRIM(index-edit) ";"
               FUNCTION TRIM(texte-a) ";"
               FUNCTION TRIM(texte-b) ";"
               FUNCTION TRIM(texte-ecart)
               DELIMITED BY SIZE INTO LIGNE-EXPORT.
           PERFORM ecrire-ligne-export.

       *>Valeur par valeur, sans egard a la position : une valeur
       *>plus souvent presente dans la comparee est ajoutee (autant
       *>de fois que l'ecart), moins souvent, retiree.
       editer-valeurs.
           MOVE "Par valeur" TO LIGNE-ETAT.
           PERFORM ecrire-ligne-etat.
           PERFORM VARYING v FROM 1 BY 1 UNTIL v > 10000
               IF occ-a(v) NOT = occ-b(v)
                   PERFORM editer-ligne-valeur
               END-IF
           END-PERFORM.
           MOVE nb-valeurs-ajoutees TO compte-edit.
           STRING "Valeurs ajoutees : " compte-edit
               DELIMITED BY SIZE INTO LIGNE-ETAT.
           PERFORM ecrire-ligne-etat.
           MOVE nb-valeurs-retirees TO compte-edit.
           STRING "Valeurs retirees : " compte-edit
               DELIMITED BY SIZE INTO LIGNE-ETAT.
           PERFORM ecrire-ligne-etat.

       editer-ligne-valeur.
           COMPUTE valeur = v - 1.
           MOVE valeur TO index-edit.
           MOVE occ-a(v) TO valeur-a-edit.
           MOVE occ-b(v) TO valeur-b-edit.
           COMPUTE ecart-valeur = occ-b(v) - occ-a(v).
           MOVE ecart-valeur TO ecart-edit.
           IF ecart-valeur > 0
               ADD ecart-valeur TO nb-valeurs-ajoutees
               MOVE "VALEUR_AJOUTEE" TO rubrique-csv
               STRING "  Valeur " index-edit " : ajoutee   "
                   valeur-a-edit " fois -> " valeur-b-edit " fois"
                   DELIMITED BY SIZE INTO LIGNE-ETAT
           ELSE
               SUBTRACT ecart-valeur FROM nb-valeurs-retirees
               MOVE "VALEUR_RETIREE" TO rubrique-csv
               STRING "  Valeur " index-edit " : retiree   "
                   valeur-a-edit " fois -> " valeur-b-edit " fois"
                   DELIMITED BY SIZE INTO LIGNE-ETAT
           END-IF.
           PERFORM ecrire-ligne-etat.
           MOVE SPACES TO LIGNE-EXPORT.
           STRING FUNCTION TRIM(ser-nom(1)) ";"
               FUNCTION TRIM(ser-nom(2)) ";"
               FUNCTION TRIM(rubrique-csv) ";"
               FUNCTION TRIM(index-edit) ";"
               FUNCTION TRIM(valeur-a-edit) ";"
               FUNCTION TRIM(valeur-b-edit) ";"
               FUNCTION TRIM(ecart-edit)
               DELIMITED BY SIZE INTO LIGNE-EXPORT.
           PERFORM ecrire-ligne-export.

       ecrire-ligne-etat.
           WRITE LIGNE-ETAT.
           ADD 1 TO nb-lignes-rapport.
           MOVE SPACES TO LIGNE-ETAT.

       ecrire-ligne-export.
           WRITE LIGNE-EXPORT.
           ADD 1 TO nb-lignes-export.

       COPY CATALOGUE-ECRITURE
           REPLACING NOM-PARAGRAPHE BY cataloguer-rapport
           NOM-PROGRAMME-CAT BY "ComparaisonTableaux"
           NOM-FICHIER-CAT BY nom-rapport
           NB-LIGNES-CAT BY nb-lignes-rapport.

       COPY CATALOGUE-ECRITURE
           REPLACING NOM-PARAGRAPHE BY cataloguer-export
           NOM-PROGRAMME-CAT BY "ComparaisonTableaux"
           NOM-FICHIER-CAT BY nom-export
           NB-LIGNES-CAT BY nb-lignes-export.
