      *>Etat des promotions : ce qu'a coute chaque promotion datee
      *>de PROMOTIONS.DAT. Relit les lignes P que CalculPrix ecrit
      *>dans TICKETS.DAT sous chaque ligne promue (code promotion en
      *>zone article, remise HT en position 42 du texte) et edite
      *>RAPPORT-PROMOTIONS-<horo>.DAT au catalogue des rapports :
      *>par promotion, ses dates, le nombre de lignes touchees et le
      *>total de remise HT consentie. Les remboursements ne sont pas
      *>deduits : la remise a ete consentie a la vente. Un code qui
      *>n'est plus au fichier (promotion retiree) garde sa ligne en
      *>fin d'etat, pour que rien de ce qui a ete consenti ne
      *>disparaisse. Lecture seule, pas de verrou.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EtatPromotions.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL FICHIER-TICKETS ASSIGN TO "TICKETS.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS statut-tickets.
           SELECT FICHIER-ETAT ASSIGN USING nom-rapport
               ORGANIZATION LINE SEQUENTIAL.
           COPY PROMO-FICHIER.
           COPY CATALOGUE-FICHIER.

       DATA DIVISION.
       FILE SECTION.
       *>Meme dessin que les tickets ecrits par CalculPrix.
       COPY TICKETS-FD.

       FD FICHIER-ETAT.
       1 LIGNE-ETAT PIC X(80).

       COPY PROMO-FD.

       COPY CATALOGUE-FD.

       WORKING-STORAGE SECTION.
       COPY DESSIN-ZONE.
       COPY PROMO-ZONE.
       77 statut-tickets PIC X(02).
       77 fin-tickets PIC X(01) VALUE 'N'.
       77 horodatage-etat PIC X(14).
       77 nom-rapport PIC X(40).
       77 nb-lignes-rapport PIC 9(6) VALUE 0.
       77 remise-ligne PIC 9(7)V99.
       *>Cumuls par promotion du fichier, puis par code retire.
       1 cumuls-promotions.
           2 cumul-promotion OCCURS 200.
               3 cml-lignes PIC 9(7).
               3 cml-remise PIC 9(9)V99.
       77 nb-retirees PIC 9(3) VALUE 0.
       77 rt PIC 9(3).
       77 retiree-trouvee PIC 9(3).
       77 retirees-tronquees PIC X(01) VALUE 'N'.
       1 promotions-retirees.
           2 promotion-retiree OCCURS 200.
               3 ret-code PIC X(06).
               3 ret-lignes PIC 9(7).
               3 ret-remise PIC 9(9)V99.
       77 total-lignes PIC 9(7) VALUE 0.
       77 total-remise PIC 9(9)V99 VALUE 0.
       77 remise-edit PIC z(8)9.99.
       77 lignes-edit PIC z(6)9.
       77 valeur-edit PIC z(6)9.99.
       77 touche PIC X(01).

       SCREEN SECTION.
       1 plage-fini.
           2 BLANK SCREEN.
           2 LINE 1 COL 1 VALUE 'Etat genere : '.
           2 PIC X(40) FROM nom-rapport.
           2 LINE 3 COL 1 VALUE 'Promotions au fichier  : '.
           2 PIC zz9 FROM nb-promotions.
           2 LINE 4 COL 1 VALUE 'Lignes promues         : '.
           2 PIC z(6)9 FROM total-lignes.
           2 LINE 5 COL 1 VALUE 'Remise HT consentie    : '.
           2 PIC z(8)9.99 FROM total-remise.

       1 plage-pause.
           2 LINE 22 COL 1 VALUE 'Entree pour continuer...'.
           2 PIC X(01) TO touche.

       PROCEDURE DIVISION.
       COPY DESSIN-VERIFICATION
           REPLACING NOM-FICHIER-DESSIN BY "TICKETS.DAT"
           ENTETE-ATTENDU BY entete-tickets.
       MOVE FUNCTION CURRENT-DATE(1:14) TO horodatage-etat.
       PERFORM charger-promotions.
       INITIALIZE cumuls-promotions.
       PERFORM cumuler-tickets.
       PERFORM ecrire-etat.
       DISPLAY plage-fini.
       DISPLAY plage-pause.
       ACCEPT plage-pause.
       *>GOBACK (et non STOP RUN) pour pouvoir aussi etre appele
       *>depuis MenuOutils.
       GOBACK.

       cumuler-tickets.
           MOVE 'N' TO fin-tickets.
           OPEN INPUT FICHIER-TICKETS.
           IF statut-tickets(1:1) = "0"
               PERFORM sauter-entete-tickets
               READ FICHIER-TICKETS
                   AT END MOVE 'O' TO fin-tickets
               END-READ
               PERFORM UNTIL fin-tickets = 'O'
                   IF TIK-TYPE = 'P'
                       PERFORM cumuler-ligne-promue
                   END-IF
                   READ FICHIER-TICKETS
                       AT END MOVE 'O' TO fin-tickets
                   END-READ
               END-PERFORM
               CLOSE FICHIER-TICKETS
           END-IF.

       cumuler-ligne-promue.
           MOVE 0 TO remise-ligne.
           IF FUNCTION TEST-NUMVAL(TIK-TEXTE(42:10)) = 0
               COMPUTE remise-ligne =
                   FUNCTION NUMVAL(TIK-TEXTE(42:10))
           END-IF.
           ADD 1 TO total-lignes.
           ADD remise-ligne TO total-remise.
           MOVE TIK-ARTICLE(1:6) TO code-promotion-cherche.
           PERFORM chercher-promotion.
           IF promotion-trouvee > 0
               ADD 1 TO cml-lignes(promotion-trouvee)
               ADD remise-ligne TO cml-remise(promotion-trouvee)
           ELSE
               PERFORM cumuler-code-retire
           END-IF.

       cumuler-code-retire.
           MOVE 0 TO retiree-trouvee.
           PERFORM VARYING rt FROM 1 BY 1
                   UNTIL rt > nb-retirees OR retiree-trouvee > 0
               IF ret-code(rt) = code-promotion-cherche
                   MOVE rt TO retiree-trouvee
               END-IF
           END-PERFORM.
           IF retiree-trouvee = 0
               IF nb-retirees < 200
                   ADD 1 TO nb-retirees
                   MOVE nb-retirees TO retiree-trouvee
                   MOVE code-promotion-cherche
                       TO ret-code(retiree-trouvee)
                   MOVE 0 TO ret-lignes(retiree-trouvee)
                   MOVE 0 TO ret-remise(retiree-trouvee)
               ELSE
                   MOVE 'O' TO retirees-tronquees
               END-IF
           END-IF.
           IF retiree-trouvee > 0
               ADD 1 TO ret-lignes(retiree-trouvee)
               ADD remise-ligne TO ret-remise(retiree-trouvee)
           END-IF.

       ecrire-etat.
           MOVE SPACES TO nom-rapport.
           STRING "RAPPORT-PROMOTIONS-" horodatage-etat ".DAT"
               DELIMITED BY SIZE INTO nom-rapport.
           OPEN OUTPUT FICHIER-ETAT.
           MOVE SPACES TO LIGNE-ETAT.
           STRING "Promotions au " horodatage-etat
               DELIMITED BY SIZE INTO LIGNE-ETAT.
           PERFORM ecrire-ligne-etat.
           IF promotions-tronquees = 'O'
               MOVE "Plus de 200 promotions : le surplus compte en fin."
                   TO LIGNE-ETAT
               PERFORM ecrire-ligne-etat
           END-IF.
           PERFORM ecrire-ligne-etat.
           MOVE
             "Code   N     Valeur Debut    Fin       Lignes  Remise HT"
               TO LIGNE-ETAT.
           PERFORM ecrire-ligne-etat.
           PERFORM VARYING pm FROM 1 BY 1 UNTIL pm > nb-promotions
               MOVE prm-t-valeur(pm) TO valeur-edit
               MOVE cml-lignes(pm) TO lignes-edit
               MOVE cml-remise(pm) TO remise-edit
               STRING prm-t-code(pm) " " prm-t-nature(pm) " "
                   valeur-edit " " prm-t-debut(pm) " "
                   prm-t-fin(pm) " " lignes-edit " " remise-edit
                   DELIMITED BY SIZE INTO LIGNE-ETAT
               PERFORM ecrire-ligne-etat
               STRING "       " prm-t-libelle(pm)
                   DELIMITED BY SIZE INTO LIGNE-ETAT
               PERFORM ecrire-ligne-etat
           END-PERFORM.
           IF nb-retirees > 0
               PERFORM ecrire-ligne-etat
               MOVE "Codes absents du fichier (retires)" TO LIGNE-ETAT
               PERFORM ecrire-ligne-etat
               PERFORM VARYING rt FROM 1 BY 1 UNTIL rt > nb-retirees
                   MOVE ret-lignes(rt) TO lignes-edit
                   MOVE ret-remise(rt) TO remise-edit
                   STRING ret-code(rt)
                       "                                "
                       lignes-edit " " remise-edit
                       DELIMITED BY SIZE INTO LIGNE-ETAT
                   PERFORM ecrire-ligne-etat
               END-PERFORM
           END-IF.
           IF retirees-tronquees = 'O'
               MOVE "Plus de 200 codes retires : surplus au total seul."
                   TO LIGNE-ETAT
               PERFORM ecrire-ligne-etat
           END-IF.
           PERFORM ecrire-ligne-etat.
           MOVE total-lignes TO lignes-edit.
           MOVE total-remise TO remise-edit.
           STRING "Total : " lignes-edit " lignes promues, remise HT "
               remise-edit
               DELIMITED BY SIZE INTO LIGNE-ETAT.
           PERFORM ecrire-ligne-etat.
           CLOSE FICHIER-ETAT.
           PERFORM cataloguer-rapport.

       ecrire-ligne-etat.
           WRITE LIGNE-ETAT.
           ADD 1 TO nb-lignes-rapport.
           MOVE SPACES TO LIGNE-ETAT.

       COPY PROMO-CHARGE.

       COPY CATALOGUE-ECRITURE
           REPLACING NOM-PARAGRAPHE BY cataloguer-rapport
           NOM-PROGRAMME-CAT BY "EtatPromotions"
           NOM-FICHIER-CAT BY nom-rapport
           NB-LIGNES-CAT BY nb-lignes-rapport.

       COPY DESSIN-SAUT
           REPLACING NOM-PARAGRAPHE BY sauter-entete-tickets
           FICHIER-DESSIN BY FICHIER-TICKETS.
