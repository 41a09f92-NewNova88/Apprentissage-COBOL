      *>pour notre papier, horodatee et inscrite au catalogue. Chaque
      *>emission est memorisee (numero + mot) pour que la
      *>reimpression par plage reutilise les numeros deja emis au
      *>lieu d'en bruler de nouveaux. Une designation dont un mot
      *>n'est pas au lexique approuve (LEXIQUE.DAT) n'est jamais
      *>imprimee, ni en planche neuve ni en reimpression : elle est
      *>comptee comme refusee, sans bruler de numero.
      *>Chaque numero s'imprime suivi de sa cle de controle
      *>(nnnnnn-c), et les bornes d'une reimpression se ressaisissent
      *>avec leur cle.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EtiquettesRayon.

               ORGANIZATION LINE SEQUENTIAL.
           COPY CATALOGUE-FICHIER.
           COPY VERROU-FICHIER.
           COPY LEXIQUE-FICHIER.
           COPY CLE-FICHIER.

       DATA DIVISION.
       FILE SECTION.

       COPY VERROU-FD.

       COPY LEXIQUE-FD.

       COPY CLE-FD.

       WORKING-STORAGE SECTION.
       COPY OPERATEUR.
       COPY VERROU-ZONE.
       COPY LEXIQUE-ZONE.
       COPY CLE-ZONE.
       77 statut-mots PIC X(02).
       77 statut-dictionnaire PIC X(02).
       77 statut-sequence PIC X(02).
       77 numero-emission PIC 9(06) VALUE 0.
       77 mot-nettoye PIC X(90).
       77 nb-etiquettes PIC 9(4) VALUE 0.
       *>Etiquettes refusees par le lexique, et le dernier mot refuse
       *>avec ses mots proches pour l'ecran de fin.
       77 nb-refusees PIC 9(4) VALUE 0.
       77 dernier-mot-refuse PIC X(20).
       77 dernieres-suggestions PIC X(66).

       *>Dictionnaire charge (meme regle que le lot des mots).
       77 fin-dictionnaire PIC X(01) VALUE 'N'.
       *>Reimpression par plage de numeros deja emis.
       77 plage-de PIC 9(06).
       77 plage-a PIC 9(06).
       77 cle-plage-de PIC X(01) VALUE SPACE.
       77 cle-plage-a PIC X(01) VALUE SPACE.

       77 nom-rapport PIC X(40).
       77 nb-lignes-rapport PIC 9(6) VALUE 0.
       1 plage-saisie-plage.
           2 LINE 5 COL 1 VALUE 'Du numero : '.
           2 PIC 9(06) TO plage-de REQUIRED.
           2 VALUE '-'.
           2 PIC X(01) TO cle-plage-de.
           2 LINE 6 COL 1 VALUE 'Au numero : '.
           2 PIC 9(06) TO plage-a REQUIRED.
           2 VALUE '-'.
           2 PIC X(01) TO cle-plage-a.

       1 plage-cle-refusee.
           2 LINE 7 COL 1 PIC X(60) FROM libelle-cle.
           2 LINE 8 COL 1 VALUE 'Aucune planche reimprimee.'.

       1 plage-sequence-occupee.
           2 LINE 5 COL 1 VALUE
           2 PIC X(40) FROM nom-rapport.
           2 LINE 9 COL 1 VALUE 'Etiquettes : '.
           2 PIC zzz9 FROM nb-etiquettes.
           2 LINE 10 COL 1 VALUE 'Refusees (mot hors lexique) : '.
           2 PIC zzz9 FROM nb-refusees.

       1 plage-dernier-refus.
           2 LINE 11 COL 1 VALUE 'Dernier mot refuse : '.
           2 PIC X(20) FROM dernier-mot-refuse.
           2 LINE 12 COL 1 VALUE 'Mots proches : '.
           2 PIC X(66) FROM dernieres-suggestions.

       PROCEDURE DIVISION.
       DISPLAY plage-mode.
       MOVE SPACES TO nom-rapport.
       STRING "ETIQUETTES-PLANCHE-" FUNCTION CURRENT-DATE(1:14)
           ".DAT" DELIMITED BY SIZE INTO nom-rapport.
       PERFORM charger-lexique.
       IF choix-mode = 2
           PERFORM reimprimer-plage
       ELSE
           PERFORM emettre-planche
       END-IF.
       DISPLAY plage-fini.
       IF nb-refusees > 0
           DISPLAY plage-dernier-refus
       END-IF.
       *>GOBACK (et non STOP RUN) pour pouvoir aussi etre appele
       *>depuis MenuPrincipal.
       GOBACK.
           PERFORM charger-dictionnaire.
           OPEN OUTPUT FICHIER-PLANCHE.
           MOVE 0 TO cellule-posee.
           MOVE SPACES TO ligne-en-cours.
           MOVE 'N' TO fin-fichier.
           OPEN INPUT FICHIER-MOTS.
           IF statut-mots = "00"
           PERFORM liberer-sequence.
           PERFORM cataloguer-planche.

       *>Le controle du lexique se fait apres le dictionnaire, comme
       *>dans le lot des mots : le numero n'avance que pour une
       *>etiquette reellement emise.
       emettre-etiquette.
           MOVE LOT-MOT TO mot-nettoye.
           PERFORM appliquer-dictionnaire.
           MOVE mot-nettoye TO designation-controlee.
           PERFORM controler-lexique.
           IF DESIGNATION-APPROUVEE
               PERFORM poser-etiquette-emise
           ELSE
               PERFORM refuser-etiquette
           END-IF.

       poser-etiquette-emise.
           ADD 1 TO numero-emission.
           MOVE FUNCTION UPPER-CASE(mot-nettoye) TO mot-nettoye.
           OPEN EXTEND FICHIER-EMISES.
           MOVE SPACES TO LIGNE-EMISE.
           MOVE mot-nettoye(1:18) TO EMI-MOT.
           WRITE LIGNE-EMISE.
           CLOSE FICHIER-EMISES.
           MOVE numero-emission TO numero-cle.
           PERFORM calculer-cle-numero.
           MOVE SPACES TO cellule-texte.
           STRING numero-cle-edite " " mot-nettoye(1:17)
               DELIMITED BY SIZE INTO cellule-texte.
           PERFORM poser-cellule.
           ADD 1 TO nb-etiquettes.

       refuser-etiquette.
           ADD 1 TO nb-refusees.
           MOVE mot-hors-lexique TO dernier-mot-refuse.
           MOVE suggestions-lexique TO dernieres-suggestions.

       *>Reimpression : les numeros de la plage se relisent dans la
       *>memoire des emissions, la sequence ne bouge pas. Les deux
       *>bornes sont controlees par leur cle : une borne mal relue
       *>reimprimerait les etiquettes d'un autre rayon.
       reimprimer-plage.
           DISPLAY plage-saisie-plage.
           ACCEPT plage-saisie-plage.
           MOVE plage-de TO numero-cle.
           MOVE cle-plage-de TO cle-saisie.
           PERFORM controler-cle-saisie.
           IF CLE-ACCEPTEE
               MOVE plage-a TO numero-cle
               MOVE cle-plage-a TO cle-saisie
               PERFORM controler-cle-saisie
           END-IF.
           IF NOT CLE-ACCEPTEE
               DISPLAY plage-cle-refusee
               GOBACK
           END-IF.
           OPEN OUTPUT FICHIER-PLANCHE.
           MOVE 0 TO cellule-posee.
           MOVE SPACES TO ligne-en-cours.
           MOVE 'N' TO fin-fichier.
           OPEN INPUT FICHIER-EMISES.
           IF statut-emises(1:1) = "0"
                   IF EMI-NUMERO IS NUMERIC
                           AND EMI-NUMERO >= plage-de
                           AND EMI-NUMERO <= plage-a
                       MOVE EMI-MOT TO designation-controlee
                       PERFORM controler-lexique
                       IF DESIGNATION-APPROUVEE
                           MOVE EMI-NUMERO TO numero-cle
                           PERFORM calculer-cle-numero
                           MOVE SPACES TO cellule-texte
                           STRING numero-cle-edite " " EMI-MOT(1:17)
                               DELIMITED BY SIZE INTO cellule-texte
                           PERFORM poser-cellule
                           ADD 1 TO nb-etiquettes
                       ELSE
                           PERFORM refuser-etiquette
                       END-IF
                   END-IF
                   READ FICHIER-EMISES
                       AT END SET PLUS-DE-LIGNES TO TRUE
               END-IF
           END-PERFORM.

       COPY LEXIQUE-CHARGE.

       COPY LEXIQUE-CONTROLE.

       COPY VERROU-PRISE
           REPLACING NOM-PARAGRAPHE BY verrouiller-sequence
           NOM-FICHIER-VERROU BY "VERROU-BOUCLE.LCK".
           NOM-PROGRAMME-CAT BY "EtiquettesRayon"
           NOM-FICHIER-CAT BY nom-rapport
           NB-LIGNES-CAT BY nb-lignes-rapport.

       COPY CLE-CALCUL.
