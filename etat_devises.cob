      *>Etat journalier des devises encaissees, pour la banque : les
      *>francs suisses et les livres du tiroir partaient au depot
      *>sans releve. Relit les lignes D que CalculPrix ecrit dans
      *>TICKETS.DAT sous chaque ticket regle en devise (montant remis
      *>en position 12, cours en 29, contre-valeur en euros en 45)
      *>pour la journee demandee — la date vient de l'en-tete E du
      *>ticket — et edite RAPPORT-DEVISES-<horo>.DAT au catalogue
      *>des rapports : le detail ticket par ticket, puis par devise
      *>le nombre de tickets, le montant encaisse en devise et sa
      *>contre-valeur aux cours appliques. Lecture seule.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EtatDevises.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL FICHIER-TICKETS ASSIGN TO "TICKETS.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS statut-tickets.
           SELECT FICHIER-ETAT ASSIGN USING nom-rapport
               ORGANIZATION LINE SEQUENTIAL.
           COPY CATALOGUE-FICHIER.

       DATA DIVISION.
       FILE SECTION.
       *>Meme dessin que les tickets ecrits par CalculPrix.
       COPY TICKETS-FD.

       FD FICHIER-ETAT.
       1 LIGNE-ETAT PIC X(80).

       COPY CATALOGUE-FD.

       WORKING-STORAGE SECTION.
       COPY DESSIN-ZONE.
       77 statut-tickets PIC X(02).
       77 fin-tickets PIC X(01) VALUE 'N'.
       77 horodatage-etat PIC X(14).
       77 nom-rapport PIC X(40).
       77 nb-lignes-rapport PIC 9(6) VALUE 0.
       77 jour-demande PIC 9(08) VALUE 0.
       77 date-ticket PIC X(08).
       77 montant-devise PIC 9(7)V99.
       77 contre-valeur PIC 9(9)V99.
       *>Cumuls par code devise (30 codes).
       77 nb-codes PIC 99 VALUE 0.
       77 cd-i PIC 99.
       77 code-trouve PIC 99.
       77 codes-tronques PIC X(01) VALUE 'N'.
       1 cumuls-devises.
           2 cumul-devise OCCURS 30.
               3 cml-code PIC X(03).
               3 cml-tickets PIC 9(5).
               3 cml-devise PIC 9(9)V99.
               3 cml-euros PIC 9(9)V99.
       77 nb-tickets-devise PIC 9(5) VALUE 0.
       77 total-euros PIC 9(9)V99 VALUE 0.
       77 montant-edit PIC z(8)9.99.
       77 euros-edit PIC z(8)9.99.
       77 compte-edit PIC zzzz9.
       77 touche PIC X(01).

       SCREEN SECTION.
       1 plage-saisie-jour.
           2 BLANK SCREEN.
           2 LINE 1 COL 1 VALUE 'Devises encaissees'.
           2 LINE 3 COL 1 VALUE
               'Journee AAAAMMJJ (0 = aujourd''hui) : '.
           2 PIC 9(08) TO jour-demande.

       1 plage-jour-invalide.
           2 LINE 5 COL 1 VALUE 'Date invalide.'.

       1 plage-fini.
           2 LINE 5 COL 1 VALUE 'Etat genere : '.
           2 PIC X(40) FROM nom-rapport.
           2 LINE 7 COL 1 VALUE 'Tickets en devise     : '.
           2 PIC zzzz9 FROM nb-tickets-devise.
           2 LINE 8 COL 1 VALUE 'Contre-valeur en EUR  : '.
           2 PIC z(8)9.99 FROM total-euros.

       1 plage-pause.
           2 LINE 22 COL 1 VALUE 'Entree pour continuer...'.
           2 PIC X(01) TO touche.

       PROCEDURE DIVISION.
       COPY DESSIN-VERIFICATION
           REPLACING NOM-FICHIER-DESSIN BY "TICKETS.DAT"
           ENTETE-ATTENDU BY entete-tickets.
       MOVE FUNCTION CURRENT-DATE(1:14) TO horodatage-etat.
       MOVE 1 TO jour-demande.
       PERFORM UNTIL jour-demande = 0
               OR FUNCTION TEST-DATE-YYYYMMDD(jour-demande) = 0
           MOVE 0 TO jour-demande
           DISPLAY plage-saisie-jour
           ACCEPT plage-saisie-jour
           IF jour-demande NOT = 0
                   AND FUNCTION TEST-DATE-YYYYMMDD(jour-demande)
                       NOT = 0
               DISPLAY plage-jour-invalide
               DISPLAY plage-pause
               ACCEPT plage-pause
           END-IF
       END-PERFORM.
       IF jour-demande = 0
           MOVE horodatage-etat(1:8) TO jour-demande
       END-IF.
       INITIALIZE cumuls-devises.
       MOVE SPACES TO nom-rapport.
       STRING "RAPPORT-DEVISES-" horodatage-etat ".DAT"
           DELIMITED BY SIZE INTO nom-rapport.
       OPEN OUTPUT FICHIER-ETAT.
       MOVE SPACES TO LIGNE-ETAT.
       STRING "Devises encaissees le " jour-demande
           " (etat du " horodatage-etat ")"
           DELIMITED BY SIZE INTO LIGNE-ETAT.
       PERFORM ecrire-ligne-etat.
       PERFORM ecrire-ligne-etat.
       MOVE "Ticket Dev    En devise        Cours          EUR"
           TO LIGNE-ETAT.
       PERFORM ecrire-ligne-etat.
       PERFORM relire-tickets.
       PERFORM ecrire-recapitulatif.
       CLOSE FICHIER-ETAT.
       PERFORM cataloguer-rapport.
       DISPLAY plage-fini.
       DISPLAY plage-pause.
       ACCEPT plage-pause.
       *>GOBACK (et non STOP RUN) pour pouvoir aussi etre appele
       *>depuis le menu de comptabilite.
       GOBACK.

       *>La date d'un ticket est celle de son en-tete E ; les
       *>remboursements (en-tete A) se font en euros et n'ont pas de
       *>ligne D.
       relire-tickets.
           MOVE SPACES TO date-ticket.
           MOVE 'N' TO fin-tickets.
           OPEN INPUT FICHIER-TICKETS.
           IF statut-tickets(1:1) = "0"
               PERFORM sauter-entete-tickets
               READ FICHIER-TICKETS
                   AT END MOVE 'O' TO fin-tickets
               END-READ
               PERFORM UNTIL fin-tickets = 'O'
                   EVALUATE TIK-TYPE
                       WHEN 'E'
                           MOVE TIK-TEXTE(11:8) TO date-ticket
                       WHEN 'A'
                           MOVE SPACES TO date-ticket
                       WHEN 'D'
                           IF date-ticket IS NUMERIC
                                   AND date-ticket = jour-demande
                               PERFORM cumuler-ligne-devise
                           END-IF
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
                   READ FICHIER-TICKETS
                       AT END MOVE 'O' TO fin-tickets
                   END-READ
               END-PERFORM
               CLOSE FICHIER-TICKETS
           END-IF.

       cumuler-ligne-devise.
           MOVE 0 TO montant-devise.
           MOVE 0 TO contre-valeur.
           IF FUNCTION TEST-NUMVAL(TIK-TEXTE(12:10)) = 0
               COMPUTE montant-devise =
                   FUNCTION NUMVAL(TIK-TEXTE(12:10))
           END-IF.
           IF FUNCTION TEST-NUMVAL(TIK-TEXTE(45:10)) = 0
               COMPUTE contre-valeur =
                   FUNCTION NUMVAL(TIK-TEXTE(45:10))
           END-IF.
           ADD 1 TO nb-tickets-devise.
           ADD contre-valeur TO total-euros.
           MOVE montant-devise TO montant-edit.
           MOVE contre-valeur TO euros-edit.
           STRING TIK-NUMERO " " TIK-ARTICLE(1:3) " " montant-edit
               "  " TIK-TEXTE(29:11) " " euros-edit
               DELIMITED BY SIZE INTO LIGNE-ETAT.
           PERFORM ecrire-ligne-etat.
           MOVE 0 TO code-trouve.
           PERFORM VARYING cd-i FROM 1 BY 1
                   UNTIL cd-i > nb-codes OR code-trouve > 0
               IF cml-code(cd-i) = TIK-ARTICLE(1:3)
                   MOVE cd-i TO code-trouve
               END-IF
           END-PERFORM.
           IF code-trouve = 0
               IF nb-codes < 30
                   ADD 1 TO nb-codes
                   MOVE nb-codes TO code-trouve
                   MOVE TIK-ARTICLE(1:3) TO cml-code(code-trouve)
               ELSE
                   MOVE 'O' TO codes-tronques
               END-IF
           END-IF.
           IF code-trouve > 0
               ADD 1 TO cml-tickets(code-trouve)
               ADD montant-devise TO cml-devise(code-trouve)
               ADD contre-valeur TO cml-euros(code-trouve)
           END-IF.

       *>Recapitulatif pour le bordereau de la banque : une ligne par
       *>devise, puis la contre-valeur totale.
       ecrire-recapitulatif.
           PERFORM ecrire-ligne-etat.
           MOVE "Par devise" TO LIGNE-ETAT.
           PERFORM ecrire-ligne-etat.
           MOVE "Dev     Nb     En devise      En euros" TO LIGNE-ETAT.
           PERFORM ecrire-ligne-etat.
           PERFORM VARYING cd-i FROM 1 BY 1 UNTIL cd-i > nb-codes
               MOVE cml-tickets(cd-i) TO compte-edit
               MOVE cml-devise(cd-i) TO montant-edit
               MOVE cml-euros(cd-i) TO euros-edit
               STRING cml-code(cd-i) "  " compte-edit "  "
                   montant-edit "  " euros-edit
                   DELIMITED BY SIZE INTO LIGNE-ETAT
               PERFORM ecrire-ligne-etat
           END-PERFORM.
           IF codes-tronques = 'O'
               MOVE "Plus de 30 devises : le surplus est au total seul."
                   TO LIGNE-ETAT
               PERFORM ecrire-ligne-etat
           END-IF.
           IF nb-tickets-devise = 0
               MOVE "Aucun ticket regle en devise ce jour."
                   TO LIGNE-ETAT
               PERFORM ecrire-ligne-etat
           END-IF.
           MOVE nb-tickets-devise TO compte-edit.
           MOVE total-euros TO euros-edit.
           STRING "Total : " compte-edit " tickets, contre-valeur EUR "
               euros-edit
               DELIMITED BY SIZE INTO LIGNE-ETAT.
           PERFORM ecrire-ligne-etat.

       ecrire-ligne-etat.
           WRITE LIGNE-ETAT.
           ADD 1 TO nb-lignes-rapport.
           MOVE SPACES TO LIGNE-ETAT.

       COPY CATALOGUE-ECRITURE
           REPLACING NOM-PARAGRAPHE BY cataloguer-rapport
           NOM-PROGRAMME-CAT BY "EtatDevises"
           NOM-FICHIER-CAT BY nom-rapport
           NB-LIGNES-CAT BY nb-lignes-rapport.

       COPY DESSIN-SAUT
           REPLACING NOM-PARAGRAPHE BY sauter-entete-tickets
           FICHIER-DESSIN BY FICHIER-TICKETS.
