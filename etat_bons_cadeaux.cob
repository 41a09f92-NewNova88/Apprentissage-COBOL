      *>Etat mensuel des bons cadeaux : le passif des bons emis par
      *>CalculPrix ne se voyait qu'au solde du compte BONSCAD, sans
      *>dire quels bons le composent ni lesquels vont tomber. Ce
      *>passage expire d'abord les bons actifs dont la date est
      *>passee (sous VERROU-BONS.LCK : statut E, une ligne de
      *>journal par bon, et le solde perdu sort du passif BONSCAD au
      *>grand livre, operation E), puis edite RAPPORT-BONS-<horo>.DAT
      *>au catalogue des rapports : bons expires ce jour, bons en
      *>cours avec le passif total rapproche du solde BONSCAD, et
      *>bons qui expirent dans les 30 jours. Livre occupe : le poste
      *>d'expiration part dans la file d'attente du livre, rejouee
      *>comme celles de CALCULSOMME. En mode formation, l'expiration
      *>est simulee : etat complet, fichiers intacts.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EtatBonsCadeaux.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FICHIER-ETAT ASSIGN USING nom-rapport
               ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL FICHIER-ATTENTE
               ASSIGN TO "ATTENTE-CALCULSOMME.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS statut-attente.
           COPY BON-FICHIER.
           COPY LIVRE-FICHIER.
           COPY COMPTES-FICHIER.
           COPY VERROU-FICHIER.
           COPY JOURNAL-FICHIER.
           COPY CATALOGUE-FICHIER.

       DATA DIVISION.
       FILE SECTION.
       FD FICHIER-ETAT.
       1 LIGNE-ETAT PIC X(80).

       *>File d'attente des postes refuses, meme dessin que dans
       *>CALCULSOMME.
       COPY ATTENTE-FD.

       COPY BON-FD.

       COPY LIVRE-FD.

       COPY COMPTES-FD.

       COPY VERROU-FD.

       COPY JOURNAL-FD.

       COPY CATALOGUE-FD.

       WORKING-STORAGE SECTION.
       COPY OPERATEUR.
       COPY FORMATION.
       COPY VERROU-ZONE.
       COPY JOURNAL-ETAT.
       COPY COMPTES-ZONE.
       COPY LIVRE-ZONE.
       COPY DESSIN-ZONE.
       COPY BON-ZONE.
       77 statut-attente PIC X(02).
       77 horodatage-etat PIC X(14).
       77 date-jour PIC 9(08).
       77 date-horizon PIC 9(08).
       77 nom-rapport PIC X(40).
       77 nb-lignes-rapport PIC 9(6) VALUE 0.
       *>Expiration refusee (registre occupe, BONSCAD hors plan ou
       *>registre trop grand) : l'etat se fait quand meme, sur le
       *>registre tel qu'il est, avec le motif en tete.
       77 expiration-refusee PIC X(01) VALUE 'N'.
       77 libelle-refus PIC X(60) VALUE SPACES.
       77 nb-expires PIC 9(5) VALUE 0.
       77 total-expire PIC 9(9)V99 VALUE 0.
       77 nb-en-cours PIC 9(5) VALUE 0.
       77 passif-en-cours PIC 9(9)V99 VALUE 0.
       77 nb-a-expirer PIC 9(5) VALUE 0.
       77 total-a-expirer PIC 9(9)V99 VALUE 0.
       77 solde-livre-bons PIC S9(11)V99 VALUE 0.
       77 ecart-passif PIC S9(11)V99 VALUE 0.
       *>Bons expires par ce passage (pour l'etat et le journal).
       1 bons-expires.
           2 bon-expire-ici PIC X(01) OCCURS 5000.
       77 poste-expiration PIC X(01) VALUE 'N'.
       77 montant-edit PIC -(9)9.99.
       77 solde-edit PIC z(4)9.99.
       77 origine-edit PIC z(4)9.99.
       77 compte-edit PIC zzzz9.
       77 valeur-journal PIC X(20).
       77 touche PIC X(01).

       SCREEN SECTION.
       1 plage-fini.
           2 BLANK SCREEN.
           2 LINE 1 COL 1 VALUE 'Etat genere : '.
           2 PIC X(40) FROM nom-rapport.
           2 LINE 3 COL 1 VALUE 'Bons expires ce jour   : '.
           2 PIC zzzz9 FROM nb-expires.
           2 LINE 4 COL 1 VALUE 'Bons en cours          : '.
           2 PIC zzzz9 FROM nb-en-cours.
           2 LINE 5 COL 1 VALUE 'Passif des bons        : '.
           2 PIC z(8)9.99 FROM passif-en-cours.
           2 LINE 6 COL 1 VALUE 'A expirer sous 30 jours: '.
           2 PIC zzzz9 FROM nb-a-expirer.
           2 LINE 8 COL 1 PIC X(60) FROM libelle-refus.

       1 plage-pause.
           2 LINE 22 COL 1 VALUE 'Entree pour continuer...'.
           2 PIC X(01) TO touche.

       PROCEDURE DIVISION.
       COPY DESSIN-VERIFICATION
           REPLACING NOM-FICHIER-DESSIN BY "CALCULSOMME-LOG.DAT"
           ENTETE-ATTENDU BY entete-livre.
       COPY DESSIN-VERIFICATION
           REPLACING NOM-FICHIER-DESSIN BY "ATTENTE-CALCULSOMME.DAT"
           ENTETE-ATTENDU BY entete-attente.
       MOVE FUNCTION CURRENT-DATE(1:14) TO horodatage-etat.
       MOVE horodatage-etat(1:8) TO date-jour.
       COMPUTE date-horizon = FUNCTION DATE-OF-INTEGER(
           FUNCTION INTEGER-OF-DATE(date-jour) + 30).
       MOVE ALL 'N' TO bons-expires.
       PERFORM expirer-bons.
       IF expiration-refusee = 'O'
           PERFORM charger-bons
       END-IF.
       IF poste-expiration = 'O'
           PERFORM poster-expiration
       END-IF.
       PERFORM lire-solde-livre.
       PERFORM ecrire-etat.
       DISPLAY plage-fini.
       DISPLAY plage-pause.
       ACCEPT plage-pause.
       COPY JOURNAL-FERMETURE.
       *>GOBACK (et non STOP RUN) pour pouvoir aussi etre appele
       *>depuis le menu de comptabilite.
       GOBACK.

       *>Expiration sous le verrou du registre : le passif BONSCAD
       *>doit pouvoir recevoir le poste, sinon rien n'expire.
       expirer-bons.
           PERFORM charger-plan-comptes.
           MOVE compte-bons TO compte-a-controler.
           PERFORM controler-compte-plan.
           IF NOT COMPTE-PLAN-ADMIS
               MOVE 'O' TO expiration-refusee
               MOVE "BONSCAD hors plan : expirations non passees."
                   TO libelle-refus
           ELSE
               PERFORM verrouiller-bons
               IF NOT VERROU-ACQUIS
                   MOVE 'O' TO expiration-refusee
                   MOVE "Registre occupe : expirations non passees."
                       TO libelle-refus
               ELSE
                   PERFORM charger-bons
                   IF bons-tronques = 'O'
                       MOVE 'O' TO expiration-refusee
                       MOVE "Registre trop grand : pas d'expiration."
                           TO libelle-refus
                   ELSE
                       PERFORM VARYING bn FROM 1 BY 1
                               UNTIL bn > nb-bons
                           IF BON-ACTIF(bn)
                                   AND bon-t-expiration(bn) < date-jour
                               PERFORM expirer-bon
                           END-IF
                       END-PERFORM
                       IF nb-expires > 0 AND NOT EN-FORMATION
                           PERFORM sauver-bons
                           MOVE 'O' TO poste-expiration
                       END-IF
                   END-IF
                   PERFORM liberer-bons
               END-IF
           END-IF.

       expirer-bon.
           ADD 1 TO nb-expires.
           ADD bon-t-solde(bn) TO total-expire.
           MOVE 'O' TO bon-expire-ici(bn).
           SET BON-EXPIRE(bn) TO TRUE.
           IF NOT EN-FORMATION
               MOVE bon-t-solde(bn) TO solde-edit
               MOVE SPACES TO valeur-journal
               STRING "EXP " bon-t-numero(bn) " " solde-edit
                   DELIMITED BY SIZE INTO valeur-journal
               PERFORM journaliser-expiration
           END-IF.

       *>Le solde perdu des bons expires sort du passif en un poste
       *>(operation E). Verrou refuse ou livre plein : le poste part
       *>en file d'attente, il ne doit pas manquer au livre.
       poster-expiration.
           IF total-expire > 0
               COMPUTE montant-poste = 0 - total-expire
               PERFORM verrouiller-livre
               IF NOT VERROU-ACQUIS
                   PERFORM mettre-poste-en-attente
               ELSE
                   PERFORM charger-livre
                   MOVE compte-bons TO compte-courant
                   PERFORM chercher-compte-livre
                   IF compte-trouve = 0
                       PERFORM liberer-livre
                       PERFORM mettre-poste-en-attente
                   ELSE
                       ADD montant-poste TO cpt-solde(compte-trouve)
                       PERFORM sauver-livre
                       MOVE 'E' TO operation-poste
                       MOVE SPACES TO reference-poste
                       MOVE SPACES TO motif-poste
                       PERFORM historiser-poste-livre
                       PERFORM liberer-livre
                   END-IF
               END-IF
           END-IF.

       mettre-poste-en-attente.
           PERFORM poser-entete-attente.
           OPEN EXTEND FICHIER-ATTENTE.
           MOVE SPACES TO LIGNE-ATTENTE.
           MOVE FUNCTION CURRENT-DATE(1:14) TO ATT-HORODATAGE.
           IF operateur-courant = SPACES OR LOW-VALUES
               MOVE "INCONNU" TO ATT-OPERATEUR
           ELSE
               MOVE operateur-courant TO ATT-OPERATEUR
           END-IF.
           MOVE 0 TO ATT-PARAM1.
           MOVE 'E' TO ATT-OPERATION.
           MOVE 0 TO ATT-PARAM2.
           MOVE montant-poste TO ATT-RESULTAT.
           MOVE compte-bons TO ATT-COMPTE.
           WRITE LIGNE-ATTENTE.
           CLOSE FICHIER-ATTENTE.
           MOVE "Livre occupe : poste d'expiration mis en attente."
               TO libelle-refus.

       *>Solde BONSCAD au livre, lu sans verrou pour le rapprochement
       *>(un poste encore en file d'attente fait un ecart).
       lire-solde-livre.
           PERFORM charger-livre.
           MOVE 0 TO solde-livre-bons.
           PERFORM VARYING cp FROM 1 BY 1 UNTIL cp > nb-comptes
               IF cpt-code(cp) = compte-bons
                   MOVE cpt-solde(cp) TO solde-livre-bons
               END-IF
           END-PERFORM.

       ecrire-etat.
           MOVE SPACES TO nom-rapport.
           STRING "RAPPORT-BONS-" horodatage-etat ".DAT"
               DELIMITED BY SIZE INTO nom-rapport.
           OPEN OUTPUT FICHIER-ETAT.
           MOVE SPACES TO LIGNE-ETAT.
           IF EN-FORMATION
               STRING "Bons cadeaux au " horodatage-etat
                   " SIMULATION (mode formation)"
                   DELIMITED BY SIZE INTO LIGNE-ETAT
           ELSE
               STRING "Bons cadeaux au " horodatage-etat
                   DELIMITED BY SIZE INTO LIGNE-ETAT
           END-IF.
           PERFORM ecrire-ligne-etat.
           IF libelle-refus NOT = SPACES
               MOVE libelle-refus TO LIGNE-ETAT
               PERFORM ecrire-ligne-etat
           END-IF.
           IF bons-tronques = 'O'
               MOVE "Plus de 5000 bons : le surplus n'est pas compte."
                   TO LIGNE-ETAT
               PERFORM ecrire-ligne-etat
           END-IF.
           PERFORM ecrire-ligne-etat.
           MOVE "Bons expires ce jour" TO LIGNE-ETAT.
           PERFORM ecrire-ligne-etat.
           MOVE "Numero   Emis le  Expire le    Montant Solde perdu"
               TO LIGNE-ETAT.
           PERFORM ecrire-ligne-etat.
           PERFORM VARYING bn FROM 1 BY 1 UNTIL bn > nb-bons
               IF bon-expire-ici(bn) = 'O'
                   PERFORM editer-bon
               END-IF
           END-PERFORM.
           MOVE total-expire TO montant-edit.
           MOVE nb-expires TO compte-edit.
           STRING "Total expire : " montant-edit " (" compte-edit
               " bons)"
               DELIMITED BY SIZE INTO LIGNE-ETAT.
           PERFORM ecrire-ligne-etat.
           PERFORM ecrire-ligne-etat.
           *>Bons en cours : actifs avec un solde, quelle que soit
           *>leur date (un bon echu non encore expire reste du).
           MOVE "Bons en cours (passif)" TO LIGNE-ETAT.
           PERFORM ecrire-ligne-etat.
           MOVE "Numero   Emis le  Expire le    Montant       Solde"
               TO LIGNE-ETAT.
           PERFORM ecrire-ligne-etat.
           PERFORM VARYING bn FROM 1 BY 1 UNTIL bn > nb-bons
               IF BON-ACTIF(bn) AND bon-t-solde(bn) > 0
                   ADD 1 TO nb-en-cours
                   ADD bon-t-solde(bn) TO passif-en-cours
                   PERFORM editer-bon
               END-IF
           END-PERFORM.
           MOVE passif-en-cours TO montant-edit.
           MOVE nb-en-cours TO compte-edit.
           STRING "Passif des bons en cours : " montant-edit " ("
               compte-edit " bons)"
               DELIMITED BY SIZE INTO LIGNE-ETAT.
           PERFORM ecrire-ligne-etat.
           MOVE solde-livre-bons TO montant-edit.
           STRING "Solde BONSCAD au livre   : " montant-edit
               DELIMITED BY SIZE INTO LIGNE-ETAT.
           PERFORM ecrire-ligne-etat.
           COMPUTE ecart-passif = solde-livre-bons - passif-en-cours.
           MOVE ecart-passif TO montant-edit.
           IF ecart-passif = 0
               STRING "Ecart                    : " montant-edit
                   " RAPPROCHE"
                   DELIMITED BY SIZE INTO LIGNE-ETAT
           ELSE
               STRING "Ecart                    : " montant-edit
                   " A EXPLIQUER (file d'attente ?)"
                   DELIMITED BY SIZE INTO LIGNE-ETAT
           END-IF.
           PERFORM ecrire-ligne-etat.
           PERFORM ecrire-ligne-etat.
           STRING "Bons expirant d'ici le " date-horizon
               DELIMITED BY SIZE INTO LIGNE-ETAT.
           PERFORM ecrire-ligne-etat.
           MOVE "Numero   Emis le  Expire le    Montant       Solde"
               TO LIGNE-ETAT.
           PERFORM ecrire-ligne-etat.
           PERFORM VARYING bn FROM 1 BY 1 UNTIL bn > nb-bons
               IF BON-ACTIF(bn) AND bon-t-solde(bn) > 0
                       AND bon-t-expiration(bn) >= date-jour
                       AND bon-t-expiration(bn) <= date-horizon
                   ADD 1 TO nb-a-expirer
                   ADD bon-t-solde(bn) TO total-a-expirer
                   PERFORM editer-bon
               END-IF
           END-PERFORM.
           MOVE total-a-expirer TO montant-edit.
           MOVE nb-a-expirer TO compte-edit.
           STRING "Total a expirer : " montant-edit " (" compte-edit
               " bons)"
               DELIMITED BY SIZE INTO LIGNE-ETAT.
           PERFORM ecrire-ligne-etat.
           CLOSE FICHIER-ETAT.
           PERFORM cataloguer-rapport.

       editer-bon.
           MOVE bon-t-montant(bn) TO origine-edit.
           MOVE bon-t-solde(bn) TO solde-edit.
           STRING bon-t-numero(bn) "-" bon-t-cle(bn) " "
               bon-t-emission(bn) " " bon-t-expiration(bn) " "
               origine-edit "    " solde-edit
               DELIMITED BY SIZE INTO LIGNE-ETAT.
           PERFORM ecrire-ligne-etat.

       ecrire-ligne-etat.
           WRITE LIGNE-ETAT.
           ADD 1 TO nb-lignes-rapport.
           MOVE SPACES TO LIGNE-ETAT.

       COPY BON-CHARGE.

       COPY LIVRE-POSTE.

       COPY COMPTES-CHARGE.

       COPY VERROU-PRISE
           REPLACING NOM-PARAGRAPHE BY verrouiller-bons
           NOM-FICHIER-VERROU BY "VERROU-BONS.LCK".

       COPY VERROU-LIBERATION
           REPLACING NOM-PARAGRAPHE BY liberer-bons.

       COPY VERROU-PRISE
           REPLACING NOM-PARAGRAPHE BY verrouiller-livre
           NOM-FICHIER-VERROU BY "VERROU-CALCULSOMME.LCK".

       COPY VERROU-LIBERATION
           REPLACING NOM-PARAGRAPHE BY liberer-livre.

       COPY JOURNAL-ECRITURE
           REPLACING NOM-PARAGRAPHE BY journaliser-expiration
           NOM-PROGRAMME-JRN BY "EtatBonsCadeaux"
           VALEUR-SAISIE BY valeur-journal.

       COPY CATALOGUE-ECRITURE
           REPLACING NOM-PARAGRAPHE BY cataloguer-rapport
           NOM-PROGRAMME-CAT BY "EtatBonsCadeaux"
           NOM-FICHIER-CAT BY nom-rapport
           NB-LIGNES-CAT BY nb-lignes-rapport.

       COPY DESSIN-POSE
           REPLACING NOM-PARAGRAPHE BY poser-entete-attente
           FICHIER-DESSIN BY FICHIER-ATTENTE
           LIGNE-DESSIN BY LIGNE-ATTENTE
           STATUT-DESSIN BY statut-attente
           ENTETE-DESSIN BY entete-attente.
