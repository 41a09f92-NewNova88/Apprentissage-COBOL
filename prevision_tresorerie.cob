      *>Prevision de tresorerie a 90 jours : un decouvert se
      *>decouvrait apres coup. Le point de depart est le solde des
      *>comptes de tresorerie du grand livre (types C caisse et B
      *>banque du plan COMPTES.DAT ; tous les comptes du livre tant
      *>que le plan n'est pas en place). S'y ajoutent, jour par jour,
      *>les echeances de l'echeancier RECURRENTES.DAT pas encore
      *>generees, a leur date de jour ouvert (une echeance en retard
      *>compte au premier jour). Sens du flux : VT et RG entrent, AC
      *>et AV sortent, DV garde son signe. L'etat
      *>PREVISION-TRESORERIE.DAT donne chaque flux avec le solde
      *>projete, signale le premier jour a decouvert et le point
      *>bas de la periode.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PrevisionTresorerie.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FICHIER-PREVISION
               ASSIGN TO "PREVISION-TRESORERIE.DAT"
               ORGANIZATION LINE SEQUENTIAL.
           COPY RECURRENTES-FICHIER.
           COPY CALENDRIER-FICHIER.
           COPY LIVRE-FICHIER.
           COPY COMPTES-FICHIER.

       DATA DIVISION.
       FILE SECTION.
       FD FICHIER-PREVISION.
       1 LIGNE-PREVISION PIC X(90).

       COPY RECURRENTES-FD.

       COPY CALENDRIER-FD.

       COPY LIVRE-FD.

       COPY COMPTES-FD.

       WORKING-STORAGE SECTION.
       COPY OPERATEUR.
       COPY FORMATION.
       COPY CALENDRIER-ZONE.
       COPY RECURRENTES-ZONE.
       COPY COMPTES-ZONE.
       COPY LIVRE-ZONE.
       COPY DESSIN-ZONE.

       *>Prochaine echeance de chaque recurrente pendant la
       *>projection.
       1 prochaines-echeances.
           2 prochaine-echeance OCCURS 50.
               3 prv-nominale PIC 9(08).
               3 prv-effective PIC 9(08).
               3 prv-finie PIC X(01).
               3 prv-pas PIC 9(02).

       77 horizon-jours PIC 99 VALUE 90.
       77 jour-projection PIC 99.
       77 entier-aujourdhui PIC 9(08).
       77 date-jour PIC 9(08).
       77 date-fin-horizon PIC 9(08).
       77 compte-tresorerie PIC X(01).
       77 solde-depart PIC S9(11)V99 VALUE 0.
       77 solde-projete PIC S9(11)V99 VALUE 0.
       77 flux PIC S9(9)V99.
       77 total-entrees PIC S9(11)V99 VALUE 0.
       77 total-sorties PIC S9(11)V99 VALUE 0.
       77 solde-minimum PIC S9(11)V99 VALUE 0.
       77 date-minimum PIC 9(08) VALUE 0.
       77 date-premier-decouvert PIC 9(08) VALUE 0.
       77 nb-flux PIC 9(5) VALUE 0.
       77 nb-tours PIC 9(4).
       77 solde-edit PIC -(11)9.99.
       77 flux-edit PIC -(9)9.99.
       77 marque-decouvert PIC X(11).
       77 horodatage-etat PIC X(14).

       SCREEN SECTION.
       1 plage-fini.
           2 BLANK SCREEN.
           2 LINE 1 COL 1 VALUE
               'Prevision generee : PREVISION-TRESORERIE.DAT'.
           2 LINE 2 COL 1 VALUE 'Flux projetes a 90 jours : '.
           2 PIC zzzz9 FROM nb-flux.
           2 LINE 3 COL 1 VALUE 'Solde projete : '.
           2 PIC -(11)9.99 FROM solde-projete.
           2 LINE 4 COL 1 VALUE 'Premier jour a decouvert : '.
           2 PIC 9(08) FROM date-premier-decouvert.
           2 VALUE ' (0 = aucun)'.

       PROCEDURE DIVISION.
       COPY DESSIN-VERIFICATION
           REPLACING NOM-FICHIER-DESSIN BY "CALCULSOMME-LOG.DAT"
           ENTETE-ATTENDU BY entete-livre.
       MOVE FUNCTION CURRENT-DATE(1:14) TO horodatage-etat.
       MOVE horodatage-etat(1:8) TO date-jour.
       COMPUTE entier-aujourdhui = FUNCTION INTEGER-OF-DATE(date-jour).
       COMPUTE date-fin-horizon = FUNCTION DATE-OF-INTEGER(
           entier-aujourdhui + horizon-jours - 1).
       PERFORM charger-plan-comptes.
       PERFORM charger-livre.
       PERFORM charger-recurrentes.
       PERFORM charger-calendrier.
       OPEN OUTPUT FICHIER-PREVISION.
       MOVE SPACES TO LIGNE-PREVISION.
       STRING "Prevision de tresorerie du " horodatage-etat
           " : 90 jours, jusqu'au " date-fin-horizon
           DELIMITED BY SIZE INTO LIGNE-PREVISION.
       WRITE LIGNE-PREVISION.
       IF recurrentes-tronquees = 'O'
           MOVE SPACES TO LIGNE-PREVISION
           MOVE "Plus de 50 echeances : le surplus n'est pas projete."
               TO LIGNE-PREVISION
           WRITE LIGNE-PREVISION
       END-IF.
       PERFORM editer-solde-depart.
       PERFORM preparer-echeances.
       MOVE solde-depart TO solde-projete.
       MOVE solde-depart TO solde-minimum.
       MOVE date-jour TO date-minimum.
       MOVE SPACES TO LIGNE-PREVISION.
       WRITE LIGNE-PREVISION.
       MOVE "Date     Rf Libelle              Ty           Flux"
           TO LIGNE-PREVISION.
       MOVE "     Solde projete" TO LIGNE-PREVISION(51:18).
       WRITE LIGNE-PREVISION.
       PERFORM VARYING jour-projection FROM 0 BY 1
               UNTIL jour-projection >= horizon-jours
           COMPUTE date-jour = FUNCTION DATE-OF-INTEGER(
               entier-aujourdhui + jour-projection)
           PERFORM VARYING rc FROM 1 BY 1 UNTIL rc > nb-recurrentes
               PERFORM projeter-echeances-du-jour
           END-PERFORM
       END-PERFORM.
       PERFORM editer-synthese.
       CLOSE FICHIER-PREVISION.
       DISPLAY plage-fini.
       *>GOBACK (et non STOP RUN) pour pouvoir aussi etre appele
       *>depuis le menu de comptabilite.
       GOBACK.

       *>Solde de depart : comptes de tresorerie du livre, chacun
       *>edite avec son solde.
       editer-solde-depart.
           MOVE SPACES TO LIGNE-PREVISION.
           WRITE LIGNE-PREVISION.
           IF PLAN-EN-PLACE
               MOVE "Solde de depart (comptes caisse et banque) :"
                   TO LIGNE-PREVISION
           ELSE
               MOVE "Solde de depart (tous les comptes du livre) :"
                   TO LIGNE-PREVISION
           END-IF.
           WRITE LIGNE-PREVISION.
           PERFORM VARYING cp FROM 1 BY 1 UNTIL cp > nb-comptes
               MOVE 'O' TO compte-tresorerie
               IF PLAN-EN-PLACE
                   MOVE cpt-code(cp) TO compte-a-controler
                   PERFORM controler-compte-plan
                   IF plan-trouve = 0
                       MOVE 'N' TO compte-tresorerie
                   ELSE
                       IF plan-type(plan-trouve) NOT = 'C'
                               AND plan-type(plan-trouve) NOT = 'B'
                           MOVE 'N' TO compte-tresorerie
                       END-IF
                   END-IF
               END-IF
               IF compte-tresorerie = 'O'
                   ADD cpt-solde(cp) TO solde-depart
                   MOVE cpt-solde(cp) TO solde-edit
                   MOVE SPACES TO LIGNE-PREVISION
                   STRING "  " cpt-code(cp) " " solde-edit
                       DELIMITED BY SIZE INTO LIGNE-PREVISION
                   WRITE LIGNE-PREVISION
               END-IF
           END-PERFORM.
           MOVE solde-depart TO solde-edit.
           MOVE SPACES TO LIGNE-PREVISION.
           STRING "  Total    " solde-edit
               DELIMITED BY SIZE INTO LIGNE-PREVISION.
           WRITE LIGNE-PREVISION.

       *>Premiere echeance pas encore generee de chaque recurrente.
       preparer-echeances.
           PERFORM VARYING rc FROM 1 BY 1 UNTIL rc > nb-recurrentes
               PERFORM premiere-echeance
               PERFORM ranger-prochaine-echeance
           END-PERFORM.

       ranger-prochaine-echeance.
           MOVE echeance-terminee TO prv-finie(rc).
           MOVE pas-mois-ech TO prv-pas(rc).
           MOVE echeance-nominale TO prv-nominale(rc).
           IF NOT ECHEANCE-FINIE
               PERFORM decaler-jour-ouvert
               MOVE echeance-effective TO prv-effective(rc)
           END-IF.

       *>Toutes les echeances de la recurrente rc qui tombent ce
       *>jour (ou avant, pour le premier jour de la projection).
       projeter-echeances-du-jour.
           MOVE 0 TO nb-tours.
           PERFORM UNTIL prv-finie(rc) = 'O'
                   OR prv-effective(rc) > date-jour
                   OR nb-tours > 999
               ADD 1 TO nb-tours
               PERFORM projeter-flux
               MOVE prv-nominale(rc) TO echeance-nominale
               MOVE prv-pas(rc) TO pas-mois-ech
               MOVE 'N' TO echeance-terminee
               PERFORM echeance-suivante
               PERFORM ranger-prochaine-echeance
           END-PERFORM.

       projeter-flux.
           EVALUATE rct-type(rc)
               WHEN "VT"
               WHEN "RG"
                   COMPUTE flux = FUNCTION ABS(rct-montant(rc))
               WHEN "AC"
               WHEN "AV"
                   COMPUTE flux = 0 - FUNCTION ABS(rct-montant(rc))
               WHEN OTHER
                   MOVE rct-montant(rc) TO flux
           END-EVALUATE.
           ADD flux TO solde-projete.
           ADD 1 TO nb-flux.
           IF flux > 0
               ADD flux TO total-entrees
           ELSE
               ADD flux TO total-sorties
           END-IF.
           MOVE SPACES TO marque-decouvert.
           IF solde-projete < 0
               MOVE "<DECOUVERT>" TO marque-decouvert
               IF date-premier-decouvert = 0
                   MOVE date-jour TO date-premier-decouvert
               END-IF
           END-IF.
           IF solde-projete < solde-minimum
               MOVE solde-projete TO solde-minimum
               MOVE date-jour TO date-minimum
           END-IF.
           MOVE flux TO flux-edit.
           MOVE solde-projete TO solde-edit.
           MOVE SPACES TO LIGNE-PREVISION.
           STRING date-jour " " rct-code(rc) " " rct-libelle(rc) " "
               rct-type(rc) " " flux-edit " " solde-edit " "
               marque-decouvert
               DELIMITED BY SIZE INTO LIGNE-PREVISION.
           WRITE LIGNE-PREVISION.

       editer-synthese.
           MOVE SPACES TO LIGNE-PREVISION.
           WRITE LIGNE-PREVISION.
           MOVE SPACES TO LIGNE-PREVISION.
           STRING "Flux projetes : " nb-flux
               DELIMITED BY SIZE INTO LIGNE-PREVISION.
           WRITE LIGNE-PREVISION.
           MOVE total-entrees TO solde-edit.
           MOVE SPACES TO LIGNE-PREVISION.
           STRING "Entrees        : " solde-edit
               DELIMITED BY SIZE INTO LIGNE-PREVISION.
           WRITE LIGNE-PREVISION.
           MOVE total-sorties TO solde-edit.
           MOVE SPACES TO LIGNE-PREVISION.
           STRING "Sorties        : " solde-edit
               DELIMITED BY SIZE INTO LIGNE-PREVISION.
           WRITE LIGNE-PREVISION.
           MOVE solde-projete TO solde-edit.
           MOVE SPACES TO LIGNE-PREVISION.
           STRING "Solde a 90 j.  : " solde-edit
               DELIMITED BY SIZE INTO LIGNE-PREVISION.
           WRITE LIGNE-PREVISION.
           MOVE solde-minimum TO solde-edit.
           MOVE SPACES TO LIGNE-PREVISION.
           STRING "Point bas      : " solde-edit " le " date-minimum
               DELIMITED BY SIZE INTO LIGNE-PREVISION.
           WRITE LIGNE-PREVISION.
           MOVE SPACES TO LIGNE-PREVISION.
           IF date-premier-decouvert = 0
               MOVE "Aucun decouvert prevu sur la periode."
                   TO LIGNE-PREVISION
           ELSE
               STRING "ALERTE : tresorerie a decouvert des le "
                   date-premier-decouvert
                   DELIMITED BY SIZE INTO LIGNE-PREVISION
           END-IF.
           WRITE LIGNE-PREVISION.

       COPY RECURRENTES-CHARGE.

       COPY RECURRENTES-ECHEANCE.

       COPY CALENDRIER-CHARGE.

       COPY COMPTES-CHARGE.

       COPY LIVRE-POSTE.
