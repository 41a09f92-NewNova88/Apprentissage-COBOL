      *>Facturation des frais scolaires aux familles : les factures
      *>de cantine et d'atelier se tapaient chaque trimestre dans le
      *>traitement de texte et les paiements se notaient dans un
      *>cahier a part. Le lancement d'une periode emet une facture
      *>par eleve inscrit (fichier des eleves ELEVES.DAT) au tarif
      *>de sa classe pour la periode (bareme FRAIS-SCOLAIRES.DAT de
      *>MaintenanceFrais), numerotee sans trou comme les tickets
      *>(sequence persistante FACTURES-SEQUENCE.DAT), et la porte au
      *>compte SCOLAIRE (creances des familles) du grand livre
      *>CALCULSOMME ; un eleve deja facture pour l'annee et la
      *>periode ne l'est pas deux fois, un eleve sans tarif pour sa
      *>classe est compte a part. Les factures sortent dans
      *>FACTURES-<periode>-<horo>.DAT au catalogue des rapports,
      *>une par eleve, adressees au responsable legal de la fiche.
      *>Le paiement d'une famille se saisit contre le numero de la
      *>facture, sans jamais en depasser le reste du, et fait
      *>baisser d'autant le compte SCOLAIRE. Factures, paiements,
      *>numerotation et postes au livre se font ensemble sous le
      *>verrou du grand livre : verrou refuse = rien n'est ecrit, a
      *>refaire, comme un virement. En mode formation, tout
      *>s'affiche sans rien ecrire. Le releve d'une famille et la
      *>liste des impayes sortent de ReleveFrais.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FacturationFrais.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY ELEVE-FICHIER.
           COPY FRAIS-FICHIER.
           COPY FACTURE-FICHIER.
           COPY PERIODE-FICHIER.
           SELECT FICHIER-SEQ-FACTURES
               ASSIGN TO "FACTURES-SEQUENCE.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS statut-seq-factures.
           SELECT FICHIER-ETAT ASSIGN USING nom-rapport
               ORGANIZATION LINE SEQUENTIAL.
           COPY LIVRE-FICHIER.
           COPY COMPTES-FICHIER.
           COPY VERROU-FICHIER.
           COPY JOURNAL-FICHIER.
           COPY CATALOGUE-FICHIER.

       DATA DIVISION.
       FILE SECTION.
       COPY ELEVE-FD.

       COPY FRAIS-FD.

       COPY FACTURE-FD.

       COPY PERIODE-FD.

       FD FICHIER-SEQ-FACTURES.
       1 LIGNE-SEQ-FACTURES PIC 9(06).

       FD FICHIER-ETAT.
       1 LIGNE-ETAT PIC X(80).

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
       COPY ELEVE-ZONE.
       COPY FRAIS-ZONE.
       COPY FACTURE-ZONE.
       COPY PERIODE-ZONE.
       77 statut-seq-factures PIC X(02).
       77 choix-action PIC 9 VALUE 9.
       77 motif-refus PIC X(60).
       77 touche PIC X(01).
       77 valeur-journal PIC X(20).
       77 jour-facture PIC 9(08).

       *>Periode et annee scolaire facturees (proposees d'apres le
       *>calendrier scolaire et la date du jour : a partir d'aout,
       *>l'annee qui commence).
       77 terme-facture PIC X(02).
       77 annee-debut PIC 9(04).
       77 annee-fin PIC 9(04).
       77 annee-facture PIC X(09).
       77 nb-tarifs-terme PIC 9(3).

       *>Parcours des eleves et bilan du lancement.
       77 eleve-en-cours PIC 9(3).
       77 deja-facture PIC X(01).
       77 montant-facture PIC 9(7)V99.
       77 numero-facture PIC 9(06) VALUE 0.
       77 premier-numero PIC 9(06) VALUE 0.
       77 nb-emises PIC 9(4) VALUE 0.
       77 nb-sans-tarif PIC 9(4) VALUE 0.
       77 nb-deja-facturees PIC 9(4) VALUE 0.
       77 nb-sortis PIC 9(4) VALUE 0.
       77 total-emis PIC 9(9)V99 VALUE 0.
       77 indice-scolaire PIC 99.

       *>Paiement d'une famille.
       77 numero-saisi PIC 9(06) VALUE 0.
       77 montant-recu PIC 9(7)V99 VALUE 0.
       77 date-paiement PIC 9(08) VALUE 0.
       77 reste-du PIC S9(7)V99 VALUE 0.

       *>Etat des factures emises.
       77 montant-edit PIC z(6)9.99.
       77 total-edit PIC z(8)9.99.
       77 compte-edit PIC zzz9.
       77 horodatage-etat PIC X(14).
       77 nom-rapport PIC X(40).
       77 nb-lignes-rapport PIC 9(6) VALUE 0.

       SCREEN SECTION.
       1 plage-menu.
           2 BLANK SCREEN.
           2 LINE 1 COL 1 VALUE 'Facturation des frais scolaires'.
           2 LINE 3 COL 1 VALUE '1. Facturer une periode'.
           2 LINE 4 COL 1 VALUE '2. Saisir un paiement'.
           2 LINE 5 COL 1 VALUE '0. Fin'.
           2 LINE 7 COL 1 VALUE 'Votre choix : '.
           2 PIC 9 TO choix-action REQUIRED.

       1 plage-lancement.
           2 BLANK SCREEN.
           2 LINE 1 COL 1 VALUE 'Facturer une periode'.
           2 LINE 3 COL 1 VALUE 'Annee scolaire      : '.
           2 PIC X(09) USING annee-facture REQUIRED.
           2 LINE 4 COL 1 VALUE 'Periode (T1, T2...) : '.
           2 PIC X(02) USING terme-facture REQUIRED.

       1 plage-bilan.
           2 LINE 6 COL 1 VALUE 'Factures emises        : '.
           2 PIC zzz9 FROM nb-emises.
           2 LINE 7 COL 1 VALUE 'Total facture          : '.
           2 PIC z(8)9.99 FROM total-emis.
           2 LINE 8 COL 1 VALUE 'Deja facturees         : '.
           2 PIC zzz9 FROM nb-deja-facturees.
           2 LINE 9 COL 1 VALUE 'Sans tarif pour la classe : '.
           2 PIC zzz9 FROM nb-sans-tarif.
           2 LINE 10 COL 1 VALUE 'Numeros                : '.
           2 PIC 9(06) FROM premier-numero.
           2 VALUE ' a '.
           2 PIC 9(06) FROM numero-facture.

       1 plage-etat.
           2 LINE 12 COL 1 VALUE 'Factures editees : '.
           2 PIC X(40) FROM nom-rapport.

       1 plage-saisie-paiement.
           2 BLANK SCREEN.
           2 LINE 1 COL 1 VALUE 'Paiement d''une famille'.
           2 LINE 3 COL 1 VALUE 'Numero de facture : '.
           2 PIC 9(06) TO numero-saisi REQUIRED.

       1 plage-facture.
           2 LINE 5 COL 1 VALUE 'Eleve    : '.
           2 PIC X(05) FROM fct-eleve(facture-trouvee).
           2 COL 19 PIC X(36) FROM nom-eleve.
           2 LINE 6 COL 1 VALUE 'Famille  : '.
           2 PIC X(30) FROM fct-responsable(facture-trouvee).
           2 LINE 7 COL 1 VALUE 'Periode  : '.
           2 PIC X(02) FROM fct-terme(facture-trouvee).
           2 VALUE ' '.
           2 PIC X(09) FROM fct-annee(facture-trouvee).
           2 LINE 8 COL 1 VALUE 'Facture  : '.
           2 PIC z(6)9.99 FROM fct-montant(facture-trouvee).
           2 LINE 9 COL 1 VALUE 'Deja paye: '.
           2 PIC z(6)9.99 FROM fct-paye(facture-trouvee).
           2 LINE 10 COL 1 VALUE 'Reste du : '.
           2 PIC -(6)9.99 FROM reste-du.

       1 plage-saisie-montant.
           2 LINE 12 COL 1 VALUE 'Montant recu : '.
           2 PIC 9(7)V99 TO montant-recu.
           2 COL 30 VALUE 'Date (0 = aujourd''hui) : '.
           2 PIC 9(08) TO date-paiement.

       1 plage-refus.
           2 LINE 20 COL 1 PIC X(60) FROM motif-refus.

       1 plage-formation.
           2 LINE 20 COL 1 VALUE
               'Mode formation : simulation, rien d''ecrit.'.

       1 plage-paiement-fait.
           2 LINE 20 COL 1 VALUE 'Paiement enregistre.'.

       1 plage-pause.
           2 LINE 22 COL 1 VALUE 'Entree pour continuer...'.
           2 PIC X(01) TO touche.

       PROCEDURE DIVISION.
       COPY DESSIN-VERIFICATION
           REPLACING NOM-FICHIER-DESSIN BY "CALCULSOMME-LOG.DAT"
           ENTETE-ATTENDU BY entete-livre.
       PERFORM charger-periodes.
       PERFORM UNTIL choix-action = 0
           DISPLAY plage-menu
           ACCEPT plage-menu
           EVALUATE choix-action
               WHEN 1
                   PERFORM facturer-periode
               WHEN 2
                   PERFORM saisir-paiement
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
       END-PERFORM.
       COPY JOURNAL-FERMETURE.
       *>GOBACK (et non STOP RUN) pour pouvoir aussi etre appele
       *>depuis le sous-menu des outils.
       GOBACK.

       *>Lancement d'une periode : annee et periode proposees, puis
       *>controles (tarifs au bareme, compte SCOLAIRE au plan) et,
       *>sous le verrou du livre, l'emission d'un seul tenant.
       facturer-periode.
           MOVE FUNCTION CURRENT-DATE(1:8) TO jour-facture.
           MOVE jour-facture TO date-periode-cherchee.
           PERFORM chercher-periode.
           MOVE terme-de-la-date TO terme-facture.
           IF terme-facture = SPACES
               MOVE dernier-terme-commence TO terme-facture
           END-IF.
           PERFORM poser-annee-scolaire.
           DISPLAY plage-lancement.
           ACCEPT plage-lancement.
           MOVE FUNCTION UPPER-CASE(terme-facture) TO terme-facture.
           MOVE 0 TO nb-emises nb-sans-tarif nb-deja-facturees
               nb-sortis total-emis premier-numero numero-facture.
           MOVE SPACES TO motif-refus.
           PERFORM charger-eleves.
           PERFORM charger-frais.
           MOVE 0 TO nb-tarifs-terme.
           PERFORM VARYING fr FROM 1 BY 1 UNTIL fr > nb-frais
               IF frs-t-terme(fr) = terme-facture
                   ADD 1 TO nb-tarifs-terme
               END-IF
           END-PERFORM.
           PERFORM charger-plan-comptes.
           MOVE "SCOLAIRE" TO compte-a-controler.
           PERFORM controler-compte-plan.
           EVALUATE TRUE
               WHEN nb-eleves = 0
                   MOVE "Fichier des eleves vide : rien a facturer."
                       TO motif-refus
               WHEN nb-tarifs-terme = 0
                   MOVE "Aucun tarif au bareme pour cette periode."
                       TO motif-refus
               WHEN NOT COMPTE-PLAN-ADMIS
                   MOVE "Compte SCOLAIRE absent du plan ou ferme."
                       TO motif-refus
               WHEN EN-FORMATION
                   PERFORM charger-factures
                   PERFORM parcourir-eleves
                   DISPLAY plage-bilan
                   DISPLAY plage-formation
               WHEN OTHER
                   PERFORM lancer-facturation
           END-EVALUATE.
           IF motif-refus NOT = SPACES
               DISPLAY plage-refus
           END-IF.
           DISPLAY plage-pause.
           ACCEPT plage-pause.

       *>Annee scolaire qui court : a partir d'aout, celle qui
       *>commence ; avant, celle qui finit.
       poser-annee-scolaire.
           MOVE jour-facture(1:4) TO annee-debut.
           IF jour-facture(5:2) < "08"
               SUBTRACT 1 FROM annee-debut
           END-IF.
           COMPUTE annee-fin = annee-debut + 1.
           MOVE SPACES TO annee-facture.
           STRING annee-debut "-" annee-fin
               DELIMITED BY SIZE INTO annee-facture.

       *>Sous le verrou du livre : les factures deja emises sont
       *>relues (un autre poste a pu facturer entre-temps), le compte
       *>SCOLAIRE trouve AVANT toute ecriture, puis les factures,
       *>leurs postes et la sequence d'un seul tenant.
       lancer-facturation.
           PERFORM verrouiller-livre.
           IF NOT VERROU-ACQUIS
               MOVE "Livre occupe : rien n'a bouge, reessayez."
                   TO motif-refus
           ELSE
               PERFORM charger-factures
               PERFORM charger-livre
               MOVE "SCOLAIRE" TO compte-courant
               PERFORM chercher-compte-livre
               MOVE compte-trouve TO indice-scolaire
               EVALUATE TRUE
                   WHEN factures-tronquees = 'O'
                       MOVE "FACTURES-FRAIS.DAT depasse la table."
                           TO motif-refus
                   WHEN indice-scolaire = 0
                       MOVE "Grand livre plein : facturation refusee."
                           TO motif-refus
                   WHEN OTHER
                       PERFORM tirer-numero-facture
                       PERFORM ouvrir-etat
                       OPEN EXTEND FICHIER-FACTURES
                       PERFORM parcourir-eleves
                       CLOSE FICHIER-FACTURES
                       IF nb-emises > 0
                           PERFORM sauver-livre
                           PERFORM sauver-numero-facture
                       END-IF
                       PERFORM fermer-etat
                       DISPLAY plage-bilan
                       DISPLAY plage-etat
               END-EVALUATE
               PERFORM liberer-livre
           END-IF.

       *>Chaque eleve inscrit au jour du lancement : tarif de sa
       *>classe pour la periode, pas deja facture pour l'annee et la
       *>periode. En mode formation on ne fait que compter.
       parcourir-eleves.
           PERFORM VARYING eleve-en-cours FROM 1 BY 1
                   UNTIL eleve-en-cours > nb-eleves
               IF elv-t-sortie(eleve-en-cours) > 0
                       AND elv-t-sortie(eleve-en-cours) < jour-facture
                   ADD 1 TO nb-sortis
               ELSE
                   MOVE elv-t-classe(eleve-en-cours)
                       TO classe-frais-cherchee
                   MOVE terme-facture TO terme-frais-cherche
                   PERFORM chercher-frais
                   PERFORM chercher-facture-eleve
                   EVALUATE TRUE
                       WHEN frais-trouve = 0
                           ADD 1 TO nb-sans-tarif
                       WHEN deja-facture = 'O'
                           ADD 1 TO nb-deja-facturees
                       WHEN OTHER
                           COMPUTE montant-facture =
                               frs-t-cantine(frais-trouve)
                               + frs-t-atelier(frais-trouve)
                           ADD 1 TO nb-emises
                           ADD montant-facture TO total-emis
                           IF NOT EN-FORMATION
                               PERFORM emettre-facture
                           END-IF
                   END-EVALUATE
               END-IF
           END-PERFORM.

       chercher-facture-eleve.
           MOVE 'N' TO deja-facture.
           PERFORM VARYING fa FROM 1 BY 1
                   UNTIL fa > nb-factures OR deja-facture = 'O'
               IF fct-eleve(fa) = elv-t-id(eleve-en-cours)
                       AND fct-annee(fa) = annee-facture
                       AND fct-terme(fa) = terme-facture
                   MOVE 'O' TO deja-facture
               END-IF
           END-PERFORM.

       *>Une facture : numero suivant, ligne F, poste au compte
       *>SCOLAIRE (operation F, reference F + numero), facture
       *>editee et journal.
       emettre-facture.
           ADD 1 TO numero-facture.
           IF premier-numero = 0
               MOVE numero-facture TO premier-numero
           END-IF.
           MOVE SPACES TO LIGNE-FACTURE.
           MOVE 'F' TO FAC-TYPE.
           MOVE numero-facture TO FAC-NUMERO.
           MOVE jour-facture TO FAC-DATE.
           MOVE elv-t-id(eleve-en-cours) TO FAC-ELEVE.
           MOVE elv-t-classe(eleve-en-cours) TO FAC-CLASSE.
           MOVE annee-facture TO FAC-ANNEE.
           MOVE terme-facture TO FAC-TERME.
           MOVE frs-t-cantine(frais-trouve) TO FAC-CANTINE.
           MOVE frs-t-atelier(frais-trouve) TO FAC-ATELIER.
           MOVE montant-facture TO FAC-MONTANT.
           MOVE elv-t-responsable(eleve-en-cours) TO FAC-RESPONSABLE.
           WRITE LIGNE-FACTURE.
           ADD montant-facture TO cpt-solde(indice-scolaire).
           MOVE indice-scolaire TO compte-trouve.
           MOVE "SCOLAIRE" TO compte-courant.
           MOVE 'F' TO operation-poste.
           MOVE montant-facture TO montant-poste.
           MOVE SPACES TO reference-poste.
           STRING "F" numero-facture
               DELIMITED BY SIZE INTO reference-poste.
           PERFORM historiser-poste-livre.
           PERFORM editer-facture.
           MOVE SPACES TO valeur-journal.
           STRING "F" numero-facture " " elv-t-id(eleve-en-cours)
               " " terme-facture
               DELIMITED BY SIZE INTO valeur-journal.
           PERFORM journaliser-facturation.

       *>Sequence sans trou des factures, tenue sous le verrou du
       *>livre deja pris : le dernier numero emis, relu au lancement
       *>et reecrit a la fin.
       tirer-numero-facture.
           MOVE 0 TO numero-facture.
           OPEN INPUT FICHIER-SEQ-FACTURES.
           IF statut-seq-factures = "00"
               READ FICHIER-SEQ-FACTURES
                   AT END MOVE 0 TO numero-facture
                   NOT AT END
                       MOVE LIGNE-SEQ-FACTURES TO numero-facture
               END-READ
               CLOSE FICHIER-SEQ-FACTURES
           END-IF.

       sauver-numero-facture.
           OPEN OUTPUT FICHIER-SEQ-FACTURES.
           MOVE numero-facture TO LIGNE-SEQ-FACTURES.
           WRITE LIGNE-SEQ-FACTURES.
           CLOSE FICHIER-SEQ-FACTURES.

       ouvrir-etat.
           MOVE FUNCTION CURRENT-DATE(1:14) TO horodatage-etat.
           MOVE SPACES TO nom-rapport.
           STRING "FACTURES-" terme-facture "-" horodatage-etat ".DAT"
               DELIMITED BY SIZE INTO nom-rapport.
           MOVE 0 TO nb-lignes-rapport.
           OPEN OUTPUT FICHIER-ETAT.
           MOVE SPACES TO LIGNE-ETAT.
           STRING "FRAIS SCOLAIRES  annee " annee-facture
               "  periode " terme-facture
               "  facturation du " jour-facture
               DELIMITED BY SIZE INTO LIGNE-ETAT.
           PERFORM ecrire-ligne-etat.
           PERFORM ecrire-ligne-etat.

       *>La facture adressee a la famille (responsable legal de la
       *>fiche de l'eleve).
       editer-facture.
           STRING "FACTURE No " numero-facture
               "   du " jour-facture
               "   annee " annee-facture "  periode " terme-facture
               DELIMITED BY SIZE INTO LIGNE-ETAT.
           PERFORM ecrire-ligne-etat.
           STRING "Famille : " elv-t-responsable(eleve-en-cours)
               DELIMITED BY SIZE INTO LIGNE-ETAT.
           PERFORM ecrire-ligne-etat.
           STRING "          " elv-t-adresse(eleve-en-cours)
               DELIMITED BY SIZE INTO LIGNE-ETAT.
           PERFORM ecrire-ligne-etat.
           MOVE elv-t-id(eleve-en-cours) TO id-eleve-cherche.
           PERFORM composer-nom-eleve.
           STRING "Eleve   : " elv-t-id(eleve-en-cours) " "
               nom-eleve " classe " elv-t-classe(eleve-en-cours)
               DELIMITED BY SIZE INTO LIGNE-ETAT.
           PERFORM ecrire-ligne-etat.
           MOVE frs-t-cantine(frais-trouve) TO montant-edit.
           STRING "  Cantine      " montant-edit
               DELIMITED BY SIZE INTO LIGNE-ETAT.
           PERFORM ecrire-ligne-etat.
           MOVE frs-t-atelier(frais-trouve) TO montant-edit.
           STRING "  Atelier      " montant-edit
               DELIMITED BY SIZE INTO LIGNE-ETAT.
           PERFORM ecrire-ligne-etat.
           MOVE montant-facture TO montant-edit.
           STRING "  Total du     " montant-edit
               DELIMITED BY SIZE INTO LIGNE-ETAT.
           PERFORM ecrire-ligne-etat.
           PERFORM ecrire-ligne-etat.

       fermer-etat.
           MOVE nb-emises TO compte-edit.
           MOVE total-emis TO total-edit.
           STRING "Factures emises : " compte-edit
               "   total " total-edit
               DELIMITED BY SIZE INTO LIGNE-ETAT.
           PERFORM ecrire-ligne-etat.
           MOVE nb-deja-facturees TO compte-edit.
           STRING "Deja facturees pour la periode : " compte-edit
               DELIMITED BY SIZE INTO LIGNE-ETAT.
           PERFORM ecrire-ligne-etat.
           MOVE nb-sans-tarif TO compte-edit.
           STRING "Sans tarif pour leur classe    : " compte-edit
               DELIMITED BY SIZE INTO LIGNE-ETAT.
           PERFORM ecrire-ligne-etat.
           CLOSE FICHIER-ETAT.
           PERFORM cataloguer-rapport.

       ecrire-ligne-etat.
           WRITE LIGNE-ETAT.
           ADD 1 TO nb-lignes-rapport.
           MOVE SPACES TO LIGNE-ETAT.

       *>Paiement contre une facture : jamais au-dela du reste du.
       *>Controle a l'ecran, puis de nouveau sous le verrou du livre
       *>(un autre poste a pu encaisser la meme facture).
       saisir-paiement.
           MOVE 0 TO numero-saisi montant-recu date-paiement.
           MOVE SPACES TO motif-refus.
           DISPLAY plage-saisie-paiement.
           ACCEPT plage-saisie-paiement.
           PERFORM charger-eleves.
           PERFORM charger-factures.
           PERFORM trouver-facture-payee.
           IF motif-refus = SPACES
               DISPLAY plage-facture
               DISPLAY plage-saisie-montant
               ACCEPT plage-saisie-montant
               IF date-paiement = 0
                   MOVE FUNCTION CURRENT-DATE(1:8) TO date-paiement
               END-IF
               PERFORM controler-paiement
           END-IF.
           IF motif-refus = SPACES
               PERFORM charger-plan-comptes
               MOVE "SCOLAIRE" TO compte-a-controler
               PERFORM controler-compte-plan
               EVALUATE TRUE
                   WHEN NOT COMPTE-PLAN-ADMIS
                       MOVE "Compte SCOLAIRE absent du plan ou ferme."
                           TO motif-refus
                   WHEN EN-FORMATION
                       DISPLAY plage-formation
                   WHEN OTHER
                       PERFORM passer-paiement
               END-EVALUATE
           END-IF.
           IF motif-refus NOT = SPACES
               DISPLAY plage-refus
           END-IF.
           DISPLAY plage-pause.
           ACCEPT plage-pause.

       trouver-facture-payee.
           MOVE numero-saisi TO numero-facture-cherche.
           PERFORM chercher-facture.
           IF facture-trouvee = 0
               MOVE "Facture inconnue." TO motif-refus
           ELSE
               COMPUTE reste-du = fct-montant(facture-trouvee)
                   - fct-paye(facture-trouvee)
               MOVE fct-eleve(facture-trouvee) TO id-eleve-cherche
               PERFORM composer-nom-eleve
           END-IF.

       controler-paiement.
           EVALUATE TRUE
               WHEN montant-recu = 0
                   MOVE "Montant nul : rien a encaisser." TO motif-refus
               WHEN FUNCTION TEST-DATE-YYYYMMDD(date-paiement) NOT = 0
                   MOVE "Date de paiement invalide." TO motif-refus
               WHEN montant-recu > reste-du
                   MOVE "Montant superieur au reste du de la facture."
                       TO motif-refus
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       *>Ligne P et poste au compte SCOLAIRE (operation G, reference
       *>P + numero de la facture) d'un seul tenant.
       passer-paiement.
           PERFORM verrouiller-livre.
           IF NOT VERROU-ACQUIS
               MOVE "Livre occupe : rien n'a bouge, reessayez."
                   TO motif-refus
           ELSE
               PERFORM charger-factures
               PERFORM trouver-facture-payee
               IF motif-refus = SPACES
                   PERFORM controler-paiement
               END-IF
               PERFORM charger-livre
               MOVE "SCOLAIRE" TO compte-courant
               PERFORM chercher-compte-livre
               MOVE compte-trouve TO indice-scolaire
               EVALUATE TRUE
                   WHEN motif-refus NOT = SPACES
                       CONTINUE
                   WHEN indice-scolaire = 0
                       MOVE "Grand livre plein : paiement refuse."
                           TO motif-refus
                   WHEN OTHER
                       PERFORM ecrire-paiement
                       DISPLAY plage-paiement-fait
               END-EVALUATE
               PERFORM liberer-livre
           END-IF.

       ecrire-paiement.
           OPEN EXTEND FICHIER-FACTURES.
           MOVE SPACES TO LIGNE-FACTURE.
           MOVE 'P' TO FAC-TYPE.
           MOVE fct-numero(facture-trouvee) TO FAC-NUMERO.
           MOVE date-paiement TO FAC-DATE.
           MOVE fct-eleve(facture-trouvee) TO FAC-ELEVE.
           MOVE fct-classe(facture-trouvee) TO FAC-CLASSE.
           MOVE fct-annee(facture-trouvee) TO FAC-ANNEE.
           MOVE fct-terme(facture-trouvee) TO FAC-TERME.
           MOVE 0 TO FAC-CANTINE FAC-ATELIER.
           MOVE montant-recu TO FAC-MONTANT.
           MOVE fct-responsable(facture-trouvee) TO FAC-RESPONSABLE.
           WRITE LIGNE-FACTURE.
           CLOSE FICHIER-FACTURES.
           SUBTRACT montant-recu FROM cpt-solde(indice-scolaire).
           PERFORM sauver-livre.
           MOVE indice-scolaire TO compte-trouve.
           MOVE "SCOLAIRE" TO compte-courant.
           MOVE 'G' TO operation-poste.
           COMPUTE montant-poste = 0 - montant-recu.
           MOVE SPACES TO reference-poste.
           STRING "P" fct-numero(facture-trouvee)
               DELIMITED BY SIZE INTO reference-poste.
           PERFORM historiser-poste-livre.
           MOVE montant-recu TO montant-edit.
           MOVE SPACES TO valeur-journal.
           STRING "P" fct-numero(facture-trouvee) " " montant-edit
               DELIMITED BY SIZE INTO valeur-journal.
           PERFORM journaliser-facturation.

       COPY ELEVE-CHARGE.

       COPY FRAIS-CHARGE.

       COPY FACTURE-CHARGE.

       COPY PERIODE-CHARGE.

       COPY LIVRE-POSTE.

       COPY COMPTES-CHARGE.

       COPY VERROU-PRISE
           REPLACING NOM-PARAGRAPHE BY verrouiller-livre
           NOM-FICHIER-VERROU BY "VERROU-CALCULSOMME.LCK".

       COPY VERROU-LIBERATION
           REPLACING NOM-PARAGRAPHE BY liberer-livre.

       COPY JOURNAL-ECRITURE
           REPLACING NOM-PARAGRAPHE BY journaliser-facturation
           NOM-PROGRAMME-JRN BY "FacturationFrais"
           VALEUR-SAISIE BY valeur-journal.

       COPY CATALOGUE-ECRITURE
           REPLACING NOM-PARAGRAPHE BY cataloguer-rapport
           NOM-PROGRAMME-CAT BY "FacturationFrais"
           NOM-FICHIER-CAT BY nom-rapport
           NB-LIGNES-CAT BY nb-lignes-rapport.
