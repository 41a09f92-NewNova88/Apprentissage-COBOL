       *>parmi les valeurs permises, bornes de tranches ordonnees) et
       *>imprime un verdict par fichier avec les numeros des lignes
       *>fautives. Trouver la mauvaise ligne a 8h00 vaut mieux qu'un
       *>total faux a 18h00. Les fichiers partages a entete de
       *>dessin (voir DESSIN-ZONE) y gagnent une section : version
       *>trouvee face a la version attendue.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VerifFichiers.

           2 TRF-DEBUT PIC 9(08).
           2 FILLER PIC X(01).
           2 TRF-FIN PIC 9(08).
           *>Methode de calcul : P progressive, F ou blanc
           *>forfaitaire.
           2 FILLER PIC X(01).
           2 TRF-METHODE PIC X(01).

       FD FICHIER-PAIRES.
       1 LIGNE-PAIRE.
           2 ETU-CLASSE PIC X(03).
           2 FILLER PIC X(01).
           2 ETU-MATIERE PIC X(04).
           2 FILLER PIC X(01).
           *>Type de note : blanc = ordinaire, R = rattrapage.
           2 ETU-TYPE PIC X(01).
               88 ETU-RATTRAPAGE VALUE 'R'.

       FD FICHIER-VERDICT.
       1 LIGNE-VERDICT PIC X(80).

       WORKING-STORAGE SECTION.
       COPY DESSIN-ZONE.
       77 statut-entree PIC X(02).
       77 fin-fichier PIC X(01) VALUE 'N'.
           88 PLUS-DE-LIGNES VALUE 'O'.

       *>Totaux de la verification complete.
       77 total-fautives PIC 9(6) VALUE 0.
       77 nb-fichiers-ko PIC 99 VALUE 0.
       77 compte-edit PIC zzzzz9.

       *>Ligne de verdict de dessin d'un fichier partage.
       1 ligne-dessin.
           2 ldn-fichier PIC X(24).
           2 FILLER PIC X(10) VALUE " attendu V".
           2 ldn-attendue PIC X(02).
           2 FILLER PIC X(08) VALUE " trouve ".
           2 ldn-trouvee PIC X(03).
           2 FILLER PIC X(01) VALUE SPACE.
           2 ldn-verdict PIC X(32).

       SCREEN SECTION.
       1 plage-fini.
           2 BLANK SCREEN.
           2 LINE 2 COL 1 VALUE 'Lignes fautives : '.
           2 PIC zzzzz9 FROM total-fautives.
           2 LINE 3 COL 1 VALUE 'Fichiers en defaut : '.
           2 PIC Z9 FROM nb-fichiers-ko.

       PROCEDURE DIVISION.
       OPEN OUTPUT FICHIER-VERDICT.
       PERFORM verifier-mots.
       PERFORM verifier-transactions.
       PERFORM verifier-etudiants.
       PERFORM verifier-dessins.

       CLOSE FICHIER-VERDICT.
       DISPLAY plage-fini.
               READ FICHIER-TARIFS
                   AT END SET PLUS-DE-LIGNES TO TRUE
               END-READ
               *>L'entete de dessin n'est pas une tranche : son
               *>verdict tombe dans la section des dessins.
               IF NOT PLUS-DE-LIGNES
                       AND LIGNE-TARIF(1:8) = entete-tarifs(1:8)
                   READ FICHIER-TARIFS
                       AT END SET PLUS-DE-LIGNES TO TRUE
                   END-READ
               END-IF
               PERFORM UNTIL PLUS-DE-LIGNES
                   ADD 1 TO nb-lignes
                   IF TRF-DEBUT IS NUMERIC
                           AND TRF-TAUX NOT = SPACES
                           MOVE "taux illisible" TO motif-courant
                           PERFORM noter-faute
                       WHEN TRF-METHODE NOT = 'P' AND NOT = 'F'
                           AND NOT = SPACE
                           MOVE "methode de calcul inconnue"
                               TO motif-courant
                           PERFORM noter-faute
                       WHEN TRF-BAS > TRF-HAUT
                           MOVE "borne basse > haute"
                               TO motif-courant
           PERFORM conclure-fichier.

       *>ETUDIANTS.DAT : identifiant renseigne, note lisible et dans
       *>les bornes 0-20 (la regle partagee de toute la suite), type
       *>de note blanc ou R (rattrapage).
       verifier-etudiants.
           MOVE "ETUDIANTS.DAT" TO nom-fichier-courant.
           PERFORM demarrer-fichier.
                       WHEN ETU-NOTE > 20
                           MOVE "note hors 0-20" TO motif-courant
                           PERFORM noter-faute
                       WHEN ETU-TYPE NOT = SPACE
                               AND NOT ETU-RATTRAPAGE
                           MOVE "type de note inconnu" TO motif-courant
                           PERFORM noter-faute
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-IF.
           PERFORM conclure-fichier.

       *>Entetes de dessin des fichiers partages : une ligne par
       *>fichier, version trouvee et version attendue. Tout autre
       *>verdict que conforme (ou absent) met le fichier en defaut.
       verifier-dessins.
           MOVE SPACES TO LIGNE-VERDICT.
           MOVE "--- Dessins des fichiers partages ---"
               TO LIGNE-VERDICT.
           WRITE LIGNE-VERDICT.
           MOVE "CALCULSOMME-LOG.DAT" TO dsn-fichier.
           MOVE entete-livre TO dsn-entete.
           PERFORM juger-dessin.
           MOVE "CLASSEMENT.DAT" TO dsn-fichier.
           MOVE entete-classement TO dsn-entete.
           PERFORM juger-dessin.
           MOVE "CONTACTS.DAT" TO dsn-fichier.
           MOVE entete-contacts TO dsn-entete.
           PERFORM juger-dessin.
           MOVE "TICKETS.DAT" TO dsn-fichier.
           MOVE entete-tickets TO dsn-entete.
           PERFORM juger-dessin.
           MOVE "ATTENTE-CALCULSOMME.DAT" TO dsn-fichier.
           MOVE entete-attente TO dsn-entete.
           PERFORM juger-dessin.
           MOVE "BADGES-EMIS.DAT" TO dsn-fichier.
           MOVE entete-badges TO dsn-entete.
           PERFORM juger-dessin.
           MOVE "TARIFS.DAT" TO dsn-fichier.
           MOVE entete-tarifs TO dsn-entete.
           PERFORM juger-dessin.
           MOVE "PARAMS-NUIT.DAT" TO dsn-fichier.
           MOVE entete-params-nuit TO dsn-entete.
           PERFORM juger-dessin.

       juger-dessin.
           MOVE 'O' TO dsn-silence.
           CALL 'ControleDessin' USING demande-dessin.
           MOVE dsn-fichier TO ldn-fichier.
           MOVE dsn-entete(40:2) TO ldn-attendue.
           MOVE "--" TO ldn-trouvee.
           EVALUATE dsn-resultat
               WHEN 'O'
                   MOVE "CONFORME" TO ldn-verdict
               WHEN 'V'
                   MOVE "absent ou vide" TO ldn-verdict
               WHEN 'A'
                   MOVE "A CONVERTIR : sans entete" TO ldn-verdict
               WHEN 'P'
                   MOVE "A CONVERTIR : version anterieure"
                       TO ldn-verdict
               WHEN 'R'
                   MOVE "PROGRAMMES PERIMES : plus recent"
                       TO ldn-verdict
               WHEN OTHER
                   MOVE "ENTETE D'UN AUTRE FICHIER" TO ldn-verdict
           END-EVALUATE.
           IF dsn-resultat = 'O' OR dsn-resultat = 'P'
                   OR dsn-resultat = 'R'
               MOVE SPACES TO ldn-trouvee
               STRING "V" dsn-trouve(40:2)
                   DELIMITED BY SIZE INTO ldn-trouvee
           END-IF.
           IF NOT DESSIN-CONFORME
               ADD 1 TO nb-fichiers-ko
           END-IF.
           MOVE ligne-dessin TO LIGNE-VERDICT.
           WRITE LIGNE-VERDICT.

       *>Entame la section du fichier courant dans le rapport.
       demarrer-fichier.
           MOVE 'N' TO fin-fichier.
