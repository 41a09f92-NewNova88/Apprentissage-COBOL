      *>Etat des avances sur salaire en cours : pour chaque avance
      *>de AVANCES.DAT pas encore soldee, ce qui a deja ete retenu,
      *>le solde restant du et la prochaine echeance (mois et
      *>montant), avec le total par operateur et pour le magasin.
      *>Une echeance compte comme retenue des que l'extrait de paie
      *>de son mois est en vigueur au registre PAIE-REGISTRE.DAT
      *>(envoye ou accuse) : c'est lui qui l'a portee en retenue.
      *>Une echeance d'un mois passe sans extrait reste due et sort
      *>en prochaine echeance. L'etat RAPPORT-AVANCES-<horo>.DAT
      *>s'inscrit au catalogue des rapports. Lecture seule.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EtatAvances.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY AVANCES-FICHIER.
           SELECT OPTIONAL FICHIER-REGISTRE
               ASSIGN TO "PAIE-REGISTRE.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS statut-registre.
           SELECT FICHIER-ETAT ASSIGN USING nom-rapport
               ORGANIZATION LINE SEQUENTIAL.
           COPY CATALOGUE-FICHIER.

       DATA DIVISION.
       FILE SECTION.
       COPY AVANCES-FD.

       *>Meme dessin que le registre tenu par ExtraitPaie.
       FD FICHIER-REGISTRE.
       1 LIGNE-REGISTRE.
           2 EXP-HORODATAGE PIC X(14).
           2 FILLER PIC X(01).
           2 EXP-MOIS PIC X(06).
           2 FILLER PIC X(01).
           2 EXP-NB-ENREG PIC 9(06).
           2 FILLER PIC X(01).
           2 EXP-MINUTES PIC 9(09).
           2 FILLER PIC X(01).
           2 EXP-COMMISSIONS PIC S9(11)V99 SIGN LEADING SEPARATE.
           2 FILLER PIC X(01).
           2 EXP-RETENUES PIC 9(09)V99.
           2 FILLER PIC X(01).
           2 EXP-STATUT PIC X(01).
           2 FILLER PIC X(01).
           2 EXP-ACCUSE PIC X(08).

       FD FICHIER-ETAT.
       1 LIGNE-ETAT PIC X(80).

       COPY CATALOGUE-FD.

       WORKING-STORAGE SECTION.
       77 statut-avances PIC X(02).
       77 statut-registre PIC X(02).
       77 fin-fichier PIC X(01) VALUE 'N'.
           88 PLUS-DE-LIGNES VALUE 'O'.
       77 touche PIC X(01).
       77 nom-rapport PIC X(40).
       77 nb-lignes-rapport PIC 9(6) VALUE 0.

       *>Mois dont l'extrait de paie est en vigueur.
       77 nb-mois-extraits PIC 9(3) VALUE 0.
       77 me PIC 9(3).
       77 mois-extrait-trouve PIC X(01).
       1 mois-extraits.
           2 mois-extrait PIC X(06) OCCURS 300.

       *>Avances chargees ; DEPENDING ON pour le SORT.
       77 nb-avances PIC 9(3) VALUE 0.
       77 av PIC 9(3).
       77 avance-trouvee PIC 9(3).
       77 table-pleine PIC X(01) VALUE 'N'.
       1 avances-chargees.
           2 avance OCCURS 1 TO 500 DEPENDING ON nb-avances.
               3 tav-operateur PIC X(08).
               3 tav-date PIC 9(08).
               3 tav-reference PIC X(16).
               3 tav-montant PIC 9(07)V99.
               3 tav-nb-echeances PIC 9(03).
               3 tav-nb-retenues PIC 9(03).
               3 tav-retenu PIC 9(07)V99.
               3 tav-prochain-mois PIC 9(06).
               3 tav-prochain-montant PIC 9(07)V99.

       *>Cumuls.
       77 operateur-rupture PIC X(08).
       77 reste-avance PIC 9(07)V99.
       77 reste-operateur PIC 9(09)V99.
       77 reste-general PIC 9(09)V99 VALUE 0.
       77 nb-en-cours PIC 9(4) VALUE 0.

       77 montant-edit PIC z(6)9.99.
       77 reste-edit PIC z(6)9.99.
       77 prochain-edit PIC z(6)9.99.
       77 total-edit PIC z(8)9.99.

       SCREEN SECTION.
       1 plage-fini.
           2 BLANK SCREEN.
           2 LINE 1 COL 1 VALUE 'Etat des avances en cours'.
           2 LINE 3 COL 1 VALUE 'Etat genere     : '.
           2 PIC X(40) FROM nom-rapport.
           2 LINE 4 COL 1 VALUE 'Avances en cours : '.
           2 PIC zzz9 FROM nb-en-cours.
           2 LINE 5 COL 1 VALUE 'Reste du total  : '.
           2 PIC z(8)9.99 FROM reste-general.

       1 plage-table-pleine.
           2 LINE 7 COL 1 VALUE
               'Plus de 500 avances : etat tronque, a verifier.'.

       1 plage-pause.
           2 LINE 22 COL 1 VALUE 'Entree pour continuer...'.
           2 PIC X(01) TO touche.

       PROCEDURE DIVISION.
       PERFORM charger-mois-extraits.
       PERFORM charger-avances.
       IF nb-avances > 1
           SORT avance ASCENDING tav-operateur tav-date tav-reference
       END-IF.
       MOVE SPACES TO nom-rapport.
       STRING "RAPPORT-AVANCES-" FUNCTION CURRENT-DATE(1:14) ".DAT"
           DELIMITED BY SIZE INTO nom-rapport.
       OPEN OUTPUT FICHIER-ETAT.
       PERFORM editer-etat.
       CLOSE FICHIER-ETAT.
       PERFORM cataloguer-rapport.
       DISPLAY plage-fini.
       IF table-pleine = 'O'
           DISPLAY plage-table-pleine
       END-IF.
       DISPLAY plage-pause.
       ACCEPT plage-pause.
       *>GOBACK (et non STOP RUN) pour pouvoir aussi etre appele
       *>depuis GestionAvances.
       GOBACK.

       charger-mois-extraits.
           MOVE 'N' TO fin-fichier.
           OPEN INPUT FICHIER-REGISTRE.
           IF statut-registre(1:1) = "0"
               READ FICHIER-REGISTRE
                   AT END SET PLUS-DE-LIGNES TO TRUE
               END-READ
               PERFORM UNTIL PLUS-DE-LIGNES
                   IF (EXP-STATUT = 'E' OR EXP-STATUT = 'A')
                           AND nb-mois-extraits < 300
                       ADD 1 TO nb-mois-extraits
                       MOVE EXP-MOIS TO mois-extrait(nb-mois-extraits)
                   END-IF
                   READ FICHIER-REGISTRE
                       AT END SET PLUS-DE-LIGNES TO TRUE
                   END-READ
               END-PERFORM
               CLOSE FICHIER-REGISTRE
           END-IF.

       *>Les lignes A ouvrent l'avance ; chaque ligne E qui suit est
       *>retenue (mois extrait) ou encore due (la premiere due est
       *>la prochaine echeance).
       charger-avances.
           MOVE 'N' TO fin-fichier.
           OPEN INPUT FICHIER-AVANCES.
           IF statut-avances(1:1) = "0"
               READ FICHIER-AVANCES
                   AT END SET PLUS-DE-LIGNES TO TRUE
               END-READ
               PERFORM UNTIL PLUS-DE-LIGNES
                   EVALUATE AVC-TYPE
                       WHEN 'A'
                           PERFORM charger-une-avance
                       WHEN 'E'
                           PERFORM charger-une-echeance
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
                   READ FICHIER-AVANCES
                       AT END SET PLUS-DE-LIGNES TO TRUE
                   END-READ
               END-PERFORM
               CLOSE FICHIER-AVANCES
           END-IF.

       charger-une-avance.
           IF nb-avances < 500
               ADD 1 TO nb-avances
               MOVE AVC-OPERATEUR TO tav-operateur(nb-avances)
               MOVE AVC-DATE TO tav-date(nb-avances)
               MOVE AVC-REFERENCE TO tav-reference(nb-avances)
               MOVE AVC-MONTANT TO tav-montant(nb-avances)
               MOVE AVC-NB-ECHEANCES TO tav-nb-echeances(nb-avances)
               MOVE 0 TO tav-nb-retenues(nb-avances)
               MOVE 0 TO tav-retenu(nb-avances)
               MOVE 0 TO tav-prochain-mois(nb-avances)
               MOVE 0 TO tav-prochain-montant(nb-avances)
           ELSE
               MOVE 'O' TO table-pleine
           END-IF.

       charger-une-echeance.
           MOVE 0 TO avance-trouvee.
           PERFORM VARYING av FROM nb-avances BY -1
                   UNTIL av < 1 OR avance-trouvee > 0
               IF tav-reference(av) = ECH-REFERENCE
                   MOVE av TO avance-trouvee
               END-IF
           END-PERFORM.
           IF avance-trouvee > 0
               MOVE avance-trouvee TO av
               MOVE 'N' TO mois-extrait-trouve
               PERFORM VARYING me FROM 1 BY 1
                       UNTIL me > nb-mois-extraits
                   IF mois-extrait(me) = ECH-MOIS
                       MOVE 'O' TO mois-extrait-trouve
                   END-IF
               END-PERFORM
               IF mois-extrait-trouve = 'O'
                   ADD 1 TO tav-nb-retenues(av)
                   ADD ECH-MONTANT TO tav-retenu(av)
               ELSE
                   IF tav-prochain-mois(av) = 0
                       MOVE ECH-MOIS TO tav-prochain-mois(av)
                       MOVE ECH-MONTANT TO tav-prochain-montant(av)
                   END-IF
               END-IF
           END-IF.

       editer-etat.
           MOVE "Avances sur salaire en cours" TO LIGNE-ETAT.
           PERFORM ecrire-ligne-etat.
           MOVE "Operateur Date       Avance     Ech. Reste du"
               TO LIGNE-ETAT.
           MOVE "Prochaine echeance" TO LIGNE-ETAT(53:).
           PERFORM ecrire-ligne-etat.
           MOVE SPACES TO operateur-rupture.
           MOVE 0 TO reste-operateur.
           PERFORM VARYING av FROM 1 BY 1 UNTIL av > nb-avances
               COMPUTE reste-avance =
                   tav-montant(av) - tav-retenu(av)
               IF reste-avance > 0
                   IF tav-operateur(av) NOT = operateur-rupture
                       PERFORM editer-total-operateur
                       MOVE tav-operateur(av) TO operateur-rupture
                   END-IF
                   PERFORM editer-ligne-avance
                   ADD reste-avance TO reste-operateur
                   ADD reste-avance TO reste-general
                   ADD 1 TO nb-en-cours
               END-IF
           END-PERFORM.
           PERFORM editer-total-operateur.
           MOVE reste-general TO total-edit.
           STRING "TOTAL reste du " total-edit
               DELIMITED BY SIZE INTO LIGNE-ETAT.
           PERFORM ecrire-ligne-etat.

       editer-ligne-avance.
           MOVE tav-montant(av) TO montant-edit.
           MOVE reste-avance TO reste-edit.
           STRING tav-operateur(av) " "
               tav-date(av)(7:2) "/" tav-date(av)(5:2) "/"
               tav-date(av)(1:4) " " montant-edit " "
               tav-nb-retenues(av) "/" tav-nb-echeances(av) " "
               reste-edit
               DELIMITED BY SIZE INTO LIGNE-ETAT.
           IF tav-prochain-mois(av) > 0
               MOVE tav-prochain-montant(av) TO prochain-edit
               STRING tav-prochain-mois(av) " " prochain-edit
                   DELIMITED BY SIZE INTO LIGNE-ETAT(53:)
           END-IF.
           PERFORM ecrire-ligne-etat.

       editer-total-operateur.
           IF operateur-rupture NOT = SPACES
               MOVE reste-operateur TO total-edit
               STRING "  total " operateur-rupture " reste du "
                   total-edit
                   DELIMITED BY SIZE INTO LIGNE-ETAT
               PERFORM ecrire-ligne-etat
           END-IF.
           MOVE 0 TO reste-operateur.

       ecrire-ligne-etat.
           WRITE LIGNE-ETAT.
           ADD 1 TO nb-lignes-rapport.
           MOVE SPACES TO LIGNE-ETAT.

       COPY CATALOGUE-ECRITURE
           REPLACING NOM-PARAGRAPHE BY cataloguer-rapport
           NOM-PROGRAMME-CAT BY "EtatAvances"
           NOM-FICHIER-CAT BY nom-rapport
           NB-LIGNES-CAT BY nb-lignes-rapport.
