      *>Releve des frais scolaires d'une famille et liste des
      *>impayes, tires des factures et paiements de FacturationFrais
      *>(FACTURES-FRAIS.DAT). La famille est celle du responsable
      *>legal porte par la fiche de l'eleve designe (ELEVES.DAT) :
      *>le releve reprend, dans l'ordre de leur saisie, toutes les
      *>factures adressees a ce responsable - freres et soeurs
      *>compris - et les paiements recus contre elles, avec le
      *>solde du. La liste des impayes donne chaque facture dont il
      *>reste quelque chose a payer, et le total a recouvrer, qui se
      *>rapproche du solde du compte SCOLAIRE au grand livre. Les
      *>deux etats sortent au catalogue des rapports
      *>(RELEVE-FRAIS-<eleve>-<horo>.DAT et
      *>IMPAYES-FRAIS-<horo>.DAT).
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ReleveFrais.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY ELEVE-FICHIER.
           COPY FACTURE-FICHIER.
           SELECT FICHIER-ETAT ASSIGN USING nom-rapport
               ORGANIZATION LINE SEQUENTIAL.
           COPY CATALOGUE-FICHIER.

       DATA DIVISION.
       FILE SECTION.
       COPY ELEVE-FD.

       COPY FACTURE-FD.

       FD FICHIER-ETAT.
       1 LIGNE-ETAT PIC X(90).

       COPY CATALOGUE-FD.

       WORKING-STORAGE SECTION.
       COPY ELEVE-ZONE.
       COPY FACTURE-ZONE.
       77 choix-action PIC 9 VALUE 9.
       77 id-saisi PIC X(05).
       77 famille-releve PIC X(30).
       77 motif-refus PIC X(50).
       77 touche PIC X(01).
       77 jour-edition PIC 9(08).

       *>Cumuls des etats.
       77 total-facture PIC 9(9)V99 VALUE 0.
       77 total-paye PIC 9(9)V99 VALUE 0.
       77 solde-du PIC S9(9)V99 VALUE 0.
       77 reste-facture PIC S9(7)V99.
       77 nb-lignes-famille PIC 9(4) VALUE 0.
       77 nb-impayes PIC 9(4) VALUE 0.
       77 montant-edit PIC z(6)9.99.
       77 paye-edit PIC z(6)9.99.
       77 reste-edit PIC -(6)9.99.
       77 total-edit PIC -(8)9.99.
       77 compte-edit PIC zzz9.
       77 horodatage-etat PIC X(14).
       77 nom-rapport PIC X(40).
       77 nb-lignes-rapport PIC 9(6) VALUE 0.

       SCREEN SECTION.
       1 plage-menu.
           2 BLANK SCREEN.
           2 LINE 1 COL 1 VALUE 'Releves des frais scolaires'.
           2 LINE 3 COL 1 VALUE '1. Releve d''une famille'.
           2 LINE 4 COL 1 VALUE '2. Liste des impayes'.
           2 LINE 5 COL 1 VALUE '0. Fin'.
           2 LINE 7 COL 1 VALUE 'Votre choix : '.
           2 PIC 9 TO choix-action REQUIRED.

       1 plage-saisie-eleve.
           2 LINE 9 COL 1 VALUE 'Eleve de la famille : '.
           2 PIC X(05) TO id-saisi REQUIRED.

       1 plage-refus.
           2 LINE 12 COL 1 PIC X(50) FROM motif-refus.

       1 plage-fini.
           2 LINE 12 COL 1 VALUE 'Etat genere : '.
           2 PIC X(40) FROM nom-rapport.
           2 LINE 13 COL 1 VALUE 'Solde du    : '.
           2 PIC -(8)9.99 FROM solde-du.

       1 plage-tronquee.
           2 LINE 14 COL 1 VALUE
               'FACTURES-FRAIS.DAT depasse la table : etat incomplet.'.

       1 plage-pause.
           2 LINE 22 COL 1 VALUE 'Entree pour continuer...'.
           2 PIC X(01) TO touche.

       PROCEDURE DIVISION.
       PERFORM UNTIL choix-action = 0
           DISPLAY plage-menu
           ACCEPT plage-menu
           EVALUATE choix-action
               WHEN 1
                   PERFORM releve-famille
               WHEN 2
                   PERFORM liste-impayes
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
       END-PERFORM.
       *>GOBACK (et non STOP RUN) pour pouvoir aussi etre appele
       *>depuis le sous-menu des outils.
       GOBACK.

       *>Releve d'une famille : les lignes du fichier dans leur
       *>ordre, factures au responsable et paiements contre elles.
       releve-famille.
           MOVE SPACES TO motif-refus.
           DISPLAY plage-saisie-eleve.
           ACCEPT plage-saisie-eleve.
           MOVE FUNCTION UPPER-CASE(id-saisi) TO id-saisi.
           PERFORM charger-eleves.
           MOVE id-saisi TO id-eleve-cherche.
           PERFORM chercher-eleve.
           EVALUATE TRUE
               WHEN eleve-trouve = 0
                   MOVE "Eleve inconnu au fichier des eleves."
                       TO motif-refus
               WHEN elv-t-responsable(eleve-trouve) = SPACES
                   MOVE "Pas de responsable legal sur la fiche."
                       TO motif-refus
               WHEN OTHER
                   MOVE elv-t-responsable(eleve-trouve)
                       TO famille-releve
                   PERFORM charger-factures
                   PERFORM editer-releve
           END-EVALUATE.
           IF motif-refus NOT = SPACES
               DISPLAY plage-refus
           ELSE
               DISPLAY plage-fini
               IF factures-tronquees = 'O'
                   DISPLAY plage-tronquee
               END-IF
           END-IF.
           DISPLAY plage-pause.
           ACCEPT plage-pause.

       editer-releve.
           MOVE 0 TO total-facture total-paye solde-du
               nb-lignes-famille.
           MOVE FUNCTION CURRENT-DATE(1:14) TO horodatage-etat.
           MOVE horodatage-etat(1:8) TO jour-edition.
           MOVE SPACES TO nom-rapport.
           STRING "RELEVE-FRAIS-" id-saisi "-" horodatage-etat ".DAT"
               DELIMITED BY SIZE INTO nom-rapport.
           MOVE 0 TO nb-lignes-rapport.
           OPEN OUTPUT FICHIER-ETAT.
           MOVE SPACES TO LIGNE-ETAT.
           STRING "RELEVE DES FRAIS SCOLAIRES  au " jour-edition
               DELIMITED BY SIZE INTO LIGNE-ETAT.
           PERFORM ecrire-ligne-etat.
           STRING "Famille : " famille-releve
               DELIMITED BY SIZE INTO LIGNE-ETAT.
           PERFORM ecrire-ligne-etat.
           STRING "          " elv-t-adresse(eleve-trouve)
               DELIMITED BY SIZE INTO LIGNE-ETAT.
           PERFORM ecrire-ligne-etat.
           PERFORM ecrire-ligne-etat.
           STRING "Date     Piece   Eleve Periode"
               "             Facture   Paiement"
               DELIMITED BY SIZE INTO LIGNE-ETAT.
           PERFORM ecrire-ligne-etat.
           MOVE 'N' TO fin-factures.
           OPEN INPUT FICHIER-FACTURES.
           IF statut-factures(1:1) = "0"
               PERFORM UNTIL fin-factures = 'O'
                   READ FICHIER-FACTURES
                       AT END MOVE 'O' TO fin-factures
                       NOT AT END PERFORM editer-ligne-famille
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FICHIER-FACTURES.
           COMPUTE solde-du = total-facture - total-paye.
           PERFORM ecrire-ligne-etat.
           MOVE total-facture TO montant-edit.
           MOVE total-paye TO paye-edit.
           STRING "Totaux" DELIMITED BY SIZE
               INTO LIGNE-ETAT.
           STRING montant-edit " " paye-edit
               DELIMITED BY SIZE INTO LIGNE-ETAT(41:).
           PERFORM ecrire-ligne-etat.
           MOVE solde-du TO total-edit.
           STRING "Solde du par la famille : " total-edit
               DELIMITED BY SIZE INTO LIGNE-ETAT.
           PERFORM ecrire-ligne-etat.
           IF nb-lignes-famille = 0
               MOVE "Aucune facture adressee a cette famille."
                   TO LIGNE-ETAT
               PERFORM ecrire-ligne-etat
           END-IF.
           CLOSE FICHIER-ETAT.
           PERFORM cataloguer-rapport.

       *>Une facture est a la famille si son responsable est celui
       *>du releve ; un paiement, si sa facture l'est.
       editer-ligne-famille.
           IF FAC-NUMERO IS NUMERIC AND FAC-MONTANT IS NUMERIC
                   AND FAC-RESPONSABLE = famille-releve
               ADD 1 TO nb-lignes-famille
               MOVE FAC-MONTANT TO montant-edit
               EVALUATE TRUE
                   WHEN FAC-FACTURE
                       ADD FAC-MONTANT TO total-facture
                       STRING FAC-DATE " F" FAC-NUMERO " "
                           FAC-ELEVE " " FAC-TERME " " FAC-ANNEE
                           DELIMITED BY SIZE INTO LIGNE-ETAT
                       MOVE montant-edit TO LIGNE-ETAT(41:10)
                       PERFORM ecrire-ligne-etat
                   WHEN FAC-PAIEMENT
                       ADD FAC-MONTANT TO total-paye
                       STRING FAC-DATE " P" FAC-NUMERO " "
                           FAC-ELEVE " paiement"
                           DELIMITED BY SIZE INTO LIGNE-ETAT
                       MOVE montant-edit TO LIGNE-ETAT(52:10)
                       PERFORM ecrire-ligne-etat
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       *>Chaque facture dont il reste un du, dans l'ordre des
       *>numeros, et le total a recouvrer.
       liste-impayes.
           PERFORM charger-eleves.
           PERFORM charger-factures.
           MOVE 0 TO solde-du nb-impayes.
           MOVE FUNCTION CURRENT-DATE(1:14) TO horodatage-etat.
           MOVE horodatage-etat(1:8) TO jour-edition.
           MOVE SPACES TO nom-rapport.
           STRING "IMPAYES-FRAIS-" horodatage-etat ".DAT"
               DELIMITED BY SIZE INTO nom-rapport.
           MOVE 0 TO nb-lignes-rapport.
           OPEN OUTPUT FICHIER-ETAT.
           MOVE SPACES TO LIGNE-ETAT.
           STRING "FRAIS SCOLAIRES IMPAYES  au " jour-edition
               DELIMITED BY SIZE INTO LIGNE-ETAT.
           PERFORM ecrire-ligne-etat.
           PERFORM ecrire-ligne-etat.
           PERFORM VARYING fa FROM 1 BY 1 UNTIL fa > nb-factures
               COMPUTE reste-facture = fct-montant(fa) - fct-paye(fa)
               IF reste-facture > 0
                   PERFORM editer-impaye
               END-IF
           END-PERFORM.
           PERFORM ecrire-ligne-etat.
           MOVE nb-impayes TO compte-edit.
           MOVE solde-du TO total-edit.
           STRING "Factures impayees : " compte-edit
               "   reste a recouvrer " total-edit
               DELIMITED BY SIZE INTO LIGNE-ETAT.
           PERFORM ecrire-ligne-etat.
           IF nb-paiements-orphelins > 0
               MOVE nb-paiements-orphelins TO compte-edit
               STRING "Paiements sans facture connue : " compte-edit
                   DELIMITED BY SIZE INTO LIGNE-ETAT
               PERFORM ecrire-ligne-etat
           END-IF.
           IF factures-tronquees = 'O'
               MOVE "FACTURES-FRAIS.DAT depasse la table : incomplet."
                   TO LIGNE-ETAT
               PERFORM ecrire-ligne-etat
           END-IF.
           CLOSE FICHIER-ETAT.
           PERFORM cataloguer-rapport.
           DISPLAY plage-fini.
           DISPLAY plage-pause.
           ACCEPT plage-pause.

       editer-impaye.
           ADD 1 TO nb-impayes.
           ADD reste-facture TO solde-du.
           MOVE fct-eleve(fa) TO id-eleve-cherche.
           PERFORM composer-nom-eleve.
           MOVE fct-montant(fa) TO montant-edit.
           MOVE reste-facture TO reste-edit.
           STRING fct-numero(fa) " " fct-date(fa) " "
               fct-eleve(fa) " " nom-eleve(1:20) " " fct-terme(fa)
               DELIMITED BY SIZE INTO LIGNE-ETAT.
           STRING montant-edit " reste " reste-edit
               DELIMITED BY SIZE INTO LIGNE-ETAT(50:).
           PERFORM ecrire-ligne-etat.
           STRING "       famille " fct-responsable(fa)
               DELIMITED BY SIZE INTO LIGNE-ETAT.
           PERFORM ecrire-ligne-etat.

       ecrire-ligne-etat.
           WRITE LIGNE-ETAT.
           ADD 1 TO nb-lignes-rapport.
           MOVE SPACES TO LIGNE-ETAT.

       COPY ELEVE-CHARGE.

       COPY FACTURE-CHARGE.

       COPY CATALOGUE-ECRITURE
           REPLACING NOM-PARAGRAPHE BY cataloguer-rapport
           NOM-PROGRAMME-CAT BY "ReleveFrais"
           NOM-FICHIER-CAT BY nom-rapport
           NB-LIGNES-CAT BY nb-lignes-rapport.
