      *>compte avec le contenu reel de CALCULSOMME-TOTAL.DAT : tout
      *>ecart (fichier de total edite ou efface a la main) est
      *>signale en clair. "Quelle part du solde est au comptoir ?"
      *>trouve enfin sa reponse ligne a ligne. Les soldes
      *>d'ouverture et de cloture portent le libelle et le type du
      *>compte d'apres le plan comptable COMPTES.DAT. Les virements
      *>du jour (operation V, deux lignes a la meme reference) sont
      *>apparies debit contre credit ; une moitie de virement sans
      *>son autre moitie sort en EXCEPTION. Une ligne contre-passee
      *>porte en dessous la date et le motif de sa contre-passation,
      *>et la contre-passation l'horodatage de la ligne qu'elle
      *>annule. Chaque releve porte son horodatage dans son nom et
      *>s'inscrit au catalogue des rapports, d'ou la diffusion le
      *>reprend pour le comptable.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ReleveCalculsomme.

           SELECT FICHIER-TOTAL ASSIGN TO "CALCULSOMME-TOTAL.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS statut-total.
           SELECT FICHIER-RELEVE ASSIGN USING nom-rapport
               ORGANIZATION LINE SEQUENTIAL.
           COPY CATALOGUE-FICHIER.
           COPY COMPTES-FICHIER.

       DATA DIVISION.
       FILE SECTION.
           2 HIST-TOTAL PIC X(14).
           2 FILLER PIC X(01).
           2 HIST-COMPTE PIC X(08).
           2 FILLER PIC X(01).
           2 HIST-REFERENCE PIC X(16).
           2 FILLER PIC X(01).
           2 HIST-MOTIF PIC X(03).

       *>Grand livre a comptes nommes : une ligne par compte. Une
       *>ligne a l'ancien dessin (solde global seul) se reconnait a
       FD FICHIER-RELEVE.
       1 LIGNE-RELEVE PIC X(90).

       COPY COMPTES-FD.

       COPY CATALOGUE-FD.

       WORKING-STORAGE SECTION.
       COPY DESSIN-ZONE.
       COPY PILOTAGE.
       COPY COMPTES-ZONE.
       77 statut-historique PIC X(02).
       77 statut-total PIC X(02).
       77 fin-fichier PIC X(01) VALUE 'N'.
       77 nb-mouvements PIC 9(5) VALUE 0.
       77 ecart-total PIC S9(11)V99 VALUE 0.
       77 total-general PIC S9(11)V99 VALUE 0.
       77 nom-rapport PIC X(40).
       77 nb-lignes-rapport PIC 9(6) VALUE 0.

       *>Cumuls par compte : solde d'ouverture (dernier total cumule
       *>du compte d'avant le jour), mouvement du jour, nombre de
               3 crl-fichier PIC S9(11)V99.
               3 crl-au-fichier PIC X(01).

       *>Virements du jour, par reference : nombre de lignes, somme
       *>(nulle pour un virement complet), compte debite et credite.
       77 nb-virements PIC 99 VALUE 0.
       77 vr PIC 99.
       77 virement-idx PIC 99.
       77 virements-hors-table PIC 9(4) VALUE 0.
       1 virements-releve.
           2 virement-suivi OCCURS 50.
               3 vrl-reference PIC X(16).
               3 vrl-nb PIC 9(3).
               3 vrl-somme PIC S9(11)V99.
               3 vrl-montant PIC S9(11)V99.
               3 vrl-debit PIC X(08).
               3 vrl-credit PIC X(08).

       *>Contre-passations de tout l'historique (une ligne du jour
       *>peut etre annulee un autre jour) : ligne annulee (horodatage
       *>et compte), date et motif de la contre-passation.
       77 nb-contre-passations PIC 9(3) VALUE 0.
       77 cx PIC 9(3).
       77 contre-passations-hors-table PIC 9(4) VALUE 0.
       1 contre-passations-releve.
           2 contre-passation-suivie OCCURS 100.
               3 ctp-origine PIC X(14).
               3 ctp-compte PIC X(08).
               3 ctp-horodatage PIC X(14).
               3 ctp-motif PIC X(03).

       *>Champs edites du releve.
       77 montant-edit PIC -(10)9.99.
       77 solde-edit PIC -(10)9.99.

       1 plage-fini.
           2 BLANK SCREEN.
           2 LINE 1 COL 1 VALUE 'Releve genere : '.
           2 PIC X(40) FROM nom-rapport.
           2 LINE 2 COL 1 VALUE 'Mouvements du jour : '.
           2 PIC zzzz9 FROM nb-mouvements.
           2 LINE 3 COL 1 VALUE 'Ecart constate : '.
           2 PIC -(10)9.99 FROM ecart-total.

       PROCEDURE DIVISION.
       COPY DESSIN-VERIFICATION
           REPLACING NOM-FICHIER-DESSIN BY "CALCULSOMME-LOG.DAT"
           ENTETE-ATTENDU BY entete-livre.
       IF PILOTE-EN-COMMANDE
           MOVE pilote-date TO jour-releve
       ELSE
           MOVE FUNCTION CURRENT-DATE(1:8) TO jour-releve
       END-IF.

       MOVE SPACES TO nom-rapport.
       STRING "RELEVE-CALCULSOMME-" FUNCTION CURRENT-DATE(1:14)
           ".DAT" DELIMITED BY SIZE INTO nom-rapport.
       OPEN OUTPUT FICHIER-RELEVE.
       MOVE SPACES TO LIGNE-RELEVE.
       STRING "Releve CALCULSOMME du " jour-releve
           DELIMITED BY SIZE INTO LIGNE-RELEVE.
       WRITE LIGNE-RELEVE.
       ADD 1 TO nb-lignes-rapport.

       *>Deux passages sur l'historique : le premier retient le solde
       *>d'ouverture de chaque compte (dernier total cumule d'avant
       *>le jour), le second edite les mouvements du jour. Les soldes
       *>d'ouverture sortent ainsi en tete, tous comptes connus.
       PERFORM charger-plan-comptes.
       PERFORM retenir-ouvertures.
       PERFORM editer-ouvertures.
       PERFORM editer-mouvements-du-jour.
       PERFORM editer-virements.

       PERFORM editer-clotures.
       *>Le fichier de total est VIVANT : il n'a de sens compare
               " journee passee (" jour-releve ")"
               DELIMITED BY SIZE INTO LIGNE-RELEVE
           WRITE LIGNE-RELEVE
           ADD 1 TO nb-lignes-rapport
       END-IF.
       CLOSE FICHIER-RELEVE.
       PERFORM cataloguer-rapport.

       DISPLAY plage-fini.
       *>GOBACK (et non STOP RUN) pour pouvoir aussi etre appele
               MOVE nb-comptes TO compte-idx
           END-IF.

       *>Libelle et type du compte crl-code(cr) d'apres le plan
       *>comptable ; un compte absent du plan sort "(hors plan)".
       decrire-compte-releve.
           MOVE crl-code(cr) TO compte-a-controler.
           PERFORM controler-compte-plan.

       *>Premier passage : le solde d'ouverture de chaque compte est
       *>le dernier total cumule du compte AVANT le jour du releve.
       *>Une ligne CLOTURE remet tous les comptes a zero, comme la
       *>cloture mensuelle l'a fait dans le livre. Le meme passage
       *>retient toutes les contre-passations, quel que soit leur
       *>jour.
       retenir-ouvertures.
           MOVE 'N' TO fin-fichier.
           OPEN INPUT HISTORIQUE-CALCULS.
           IF statut-historique = "00"
               PERFORM sauter-entete-historique
               READ HISTORIQUE-CALCULS
                   AT END SET PLUS-DE-LIGNES TO TRUE
               END-READ
               PERFORM UNTIL PLUS-DE-LIGNES
                   IF HIST-OPERATEUR NOT = "FORMATIO"
                           AND HIST-OPERATION = 'C'
                       PERFORM retenir-contre-passation
                   END-IF
                   IF HIST-OPERATEUR NOT = "FORMATIO"
                           AND HIST-HORODATAGE(1:8) < jour-releve
                       IF HIST-OPERATEUR = "CLOTURE"

       editer-ouvertures.
           PERFORM VARYING cr FROM 1 BY 1 UNTIL cr > nb-comptes
               PERFORM decrire-compte-releve
               MOVE crl-ouverture(cr) TO solde-edit
               MOVE SPACES TO LIGNE-RELEVE
               STRING "Solde d'ouverture " crl-code(cr) " "
                   libelle-compte-plan " " libelle-type-plan " : "
                   solde-edit
                   DELIMITED BY SIZE INTO LIGNE-RELEVE
               WRITE LIGNE-RELEVE
               ADD 1 TO nb-lignes-rapport
           END-PERFORM.
           IF nb-comptes = 0
               MOVE SPACES TO LIGNE-RELEVE
               MOVE "Aucun compte ouvert avant ce jour."
                   TO LIGNE-RELEVE
               WRITE LIGNE-RELEVE
               ADD 1 TO nb-lignes-rapport
           END-IF.

       *>Second passage : une ligne de detail par mouvement du jour,
           MOVE 'N' TO fin-fichier.
           OPEN INPUT HISTORIQUE-CALCULS.
           IF statut-historique = "00"
               PERFORM sauter-entete-historique
               READ HISTORIQUE-CALCULS
                   AT END SET PLUS-DE-LIGNES TO TRUE
               END-READ
                   " cloture mensuelle : livre remis a zero"
                   DELIMITED BY SIZE INTO LIGNE-RELEVE
               WRITE LIGNE-RELEVE
               ADD 1 TO nb-lignes-rapport
           ELSE
               ADD 1 TO nb-mouvements
               PERFORM chercher-compte-releve
               STRING HIST-HORODATAGE(9:6) " " compte-ligne
                   " " HIST-OPERATEUR " " HIST-PARAM1 " "
                   HIST-OPERATION " " HIST-PARAM2
                   " mouvement=" montant-edit " " HIST-REFERENCE
                   DELIMITED BY SIZE INTO LIGNE-RELEVE
               WRITE LIGNE-RELEVE
               ADD 1 TO nb-lignes-rapport
               IF HIST-OPERATION = 'V' AND HIST-REFERENCE NOT = SPACES
                   PERFORM retenir-virement
               END-IF
               IF HIST-OPERATION = 'C'
                   MOVE SPACES TO LIGNE-RELEVE
                   STRING "       annule la ligne du "
                       HIST-REFERENCE(2:14) " motif " HIST-MOTIF
                       DELIMITED BY SIZE INTO LIGNE-RELEVE
                   WRITE LIGNE-RELEVE
                   ADD 1 TO nb-lignes-rapport
               ELSE
                   PERFORM editer-contre-passation
               END-IF
           END-IF.

       *>Contre-passation lue au premier passage, gardee pour etre
       *>imprimee sous la ligne qu'elle annule.
       retenir-contre-passation.
           IF nb-contre-passations < 100
               ADD 1 TO nb-contre-passations
               MOVE HIST-REFERENCE(2:14)
                   TO ctp-origine(nb-contre-passations)
               MOVE HIST-COMPTE TO ctp-compte(nb-contre-passations)
               MOVE HIST-HORODATAGE
                   TO ctp-horodatage(nb-contre-passations)
               MOVE HIST-MOTIF TO ctp-motif(nb-contre-passations)
           ELSE
               ADD 1 TO contre-passations-hors-table
           END-IF.

       *>Ligne du jour deja contre-passee : la contre-passation sort
       *>juste en dessous, meme passee un autre jour.
       editer-contre-passation.
           PERFORM VARYING cx FROM 1 BY 1
                   UNTIL cx > nb-contre-passations
               IF ctp-origine(cx) = HIST-HORODATAGE
                       AND ctp-compte(cx) = compte-ligne
                   MOVE SPACES TO LIGNE-RELEVE
                   STRING "       contre-passee le " ctp-horodatage(cx)
                       " motif " ctp-motif(cx)
                       DELIMITED BY SIZE INTO LIGNE-RELEVE
                   WRITE LIGNE-RELEVE
                   ADD 1 TO nb-lignes-rapport
               END-IF
           END-PERFORM.

       *>Une moitie de virement : cumulee sous sa reference, le
       *>compte debite (montant negatif) et credite (positif) notes
       *>pour la ligne appariee.
       retenir-virement.
           MOVE 0 TO virement-idx.
           PERFORM VARYING vr FROM 1 BY 1 UNTIL vr > nb-virements
               IF vrl-reference(vr) = HIST-REFERENCE
                   MOVE vr TO virement-idx
               END-IF
           END-PERFORM.
           IF virement-idx = 0
               IF nb-virements < 50
                   ADD 1 TO nb-virements
                   MOVE nb-virements TO virement-idx
                   MOVE HIST-REFERENCE TO vrl-reference(virement-idx)
                   MOVE 0 TO vrl-nb(virement-idx)
                   MOVE 0 TO vrl-somme(virement-idx)
                   MOVE 0 TO vrl-montant(virement-idx)
                   MOVE SPACES TO vrl-debit(virement-idx)
                   MOVE SPACES TO vrl-credit(virement-idx)
               ELSE
                   ADD 1 TO virements-hors-table
               END-IF
           END-IF.
           IF virement-idx > 0
               ADD 1 TO vrl-nb(virement-idx)
               COMPUTE vrl-somme(virement-idx) =
                   vrl-somme(virement-idx)
                   + FUNCTION NUMVAL(HIST-RESULTAT)
               IF FUNCTION NUMVAL(HIST-RESULTAT) < 0
                   MOVE compte-ligne TO vrl-debit(virement-idx)
               ELSE
                   MOVE compte-ligne TO vrl-credit(virement-idx)
                   COMPUTE vrl-montant(virement-idx) =
                       FUNCTION NUMVAL(HIST-RESULTAT)
               END-IF
           END-IF.

       *>Virements du jour apparies : debit -> credit et montant. Une
       *>reference qui n'a pas exactement ses deux lignes, ou dont
       *>les deux lignes ne s'annulent pas, est une EXCEPTION a
       *>regarder : c'est le livre faux du montant entier que le
       *>virement sous un seul verrou doit empecher.
       editer-virements.
           IF nb-virements > 0
               MOVE SPACES TO LIGNE-RELEVE
               MOVE "Virements du jour :" TO LIGNE-RELEVE
               WRITE LIGNE-RELEVE
               ADD 1 TO nb-lignes-rapport
           END-IF.
           PERFORM VARYING vr FROM 1 BY 1 UNTIL vr > nb-virements
               MOVE SPACES TO LIGNE-RELEVE
               IF vrl-nb(vr) = 2 AND vrl-somme(vr) = 0
                       AND vrl-debit(vr) NOT = SPACES
                       AND vrl-credit(vr) NOT = SPACES
                   MOVE vrl-montant(vr) TO montant-edit
                   STRING "  " vrl-reference(vr) " " vrl-debit(vr)
                       " -> " vrl-credit(vr) " montant=" montant-edit
                       DELIMITED BY SIZE INTO LIGNE-RELEVE
               ELSE
                   MOVE vrl-somme(vr) TO montant-edit
                   STRING "  EXCEPTION demi-virement "
                       vrl-reference(vr) " lignes=" vrl-nb(vr)
                       " ecart=" montant-edit
                       DELIMITED BY SIZE INTO LIGNE-RELEVE
               END-IF
               WRITE LIGNE-RELEVE
               ADD 1 TO nb-lignes-rapport
           END-PERFORM.
           IF contre-passations-hors-table > 0
               MOVE SPACES TO LIGNE-RELEVE
               STRING "  Contre-passations non rapprochees (table de"
                   " 100 pleine) : " contre-passations-hors-table
                   DELIMITED BY SIZE INTO LIGNE-RELEVE
               WRITE LIGNE-RELEVE
               ADD 1 TO nb-lignes-rapport
           END-IF.
           IF virements-hors-table > 0
               MOVE SPACES TO LIGNE-RELEVE
               STRING "  Virements non apparies (table de 50 pleine) : "
                   virements-hors-table
                   DELIMITED BY SIZE INTO LIGNE-RELEVE
               WRITE LIGNE-RELEVE
               ADD 1 TO nb-lignes-rapport
           END-IF.

       *>Soldes de cloture calcules, par compte puis total general.
               COMPUTE solde-calcule =
                   crl-ouverture(cr) + crl-mouvement(cr)
               ADD solde-calcule TO total-general
               PERFORM decrire-compte-releve
               MOVE solde-calcule TO solde-edit
               MOVE SPACES TO LIGNE-RELEVE
               STRING "Solde de cloture  " crl-code(cr) " "
                   libelle-compte-plan " " libelle-type-plan " : "
                   solde-edit
                   DELIMITED BY SIZE INTO LIGNE-RELEVE
               WRITE LIGNE-RELEVE
               ADD 1 TO nb-lignes-rapport
           END-PERFORM.
           MOVE total-general TO solde-edit.
           MOVE SPACES TO LIGNE-RELEVE.
           STRING "TOTAL GENERAL calcule : " solde-edit
               DELIMITED BY SIZE INTO LIGNE-RELEVE.
           WRITE LIGNE-RELEVE.
           ADD 1 TO nb-lignes-rapport.

       *>Lecture des soldes reellement contenus dans le fichier de
       *>total, compte par compte (READ puis MOVE explicite : voir
                       DELIMITED BY SIZE INTO LIGNE-RELEVE
               END-IF
               WRITE LIGNE-RELEVE
               ADD 1 TO nb-lignes-rapport
           END-PERFORM.

       COPY COMPTES-CHARGE.

       COPY CATALOGUE-ECRITURE
           REPLACING NOM-PARAGRAPHE BY cataloguer-rapport
           NOM-PROGRAMME-CAT BY "ReleveCalculsomme"
           NOM-FICHIER-CAT BY nom-rapport
           NB-LIGNES-CAT BY nb-lignes-rapport.

       COPY DESSIN-SAUT
           REPLACING NOM-PARAGRAPHE BY sauter-entete-historique
           FICHIER-DESSIN BY HISTORIQUE-CALCULS.
