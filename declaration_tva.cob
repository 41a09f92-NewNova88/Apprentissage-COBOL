      *>Declaration de TVA : a chaque echeance le comptable demande
      *>la base imposable et la TVA collectee par taux, et on les
      *>refaisait depuis le spool a la calculette. Cet etat relit
      *>TICKETS.DAT sur une periode (vide = le trimestre precedent,
      *>l'echeance ordinaire) et totalise HT net et TVA par code de
      *>TAUX-TVA.DAT, au taux valide a la date du ticket — un
      *>changement de taux en cours de trimestre donne deux lignes
      *>pour le meme code. Les tickets de remboursement viennent en
      *>deduction dans la periode ou ils sont emis, au taux valide a
      *>la date du ticket d'origine. Le total TTC des tickets est
      *>rapproche des mouvements CAISSE de CALCULSOMME-LOG.DAT sur la
      *>meme periode, la part vendue en compte (postes T du compte
      *>CLIENTS) et la part reglee par bon cadeau (mouvements T du
      *>passif BONSCAD) venant en complement. L'etat est horodate,
      *>double d'un CSV pour le comptable, et les deux s'inscrivent
      *>au catalogue des rapports. Simple lecture : pas de verrou.
      *>Lance par PiloteNuit (job TVA), il declare sans ecran le
      *>trimestre qui precede la date du pilote (ce jour par
      *>defaut).
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DeclarationTva.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL FICHIER-TICKETS ASSIGN TO "TICKETS.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS statut-tickets.
           SELECT OPTIONAL FICHIER-TAUX ASSIGN TO "TAUX-TVA.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS statut-taux.
           SELECT HISTORIQUE-CALCULS ASSIGN TO "CALCULSOMME-LOG.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS statut-historique.
           SELECT FICHIER-ETAT ASSIGN USING nom-rapport
               ORGANIZATION LINE SEQUENTIAL.
           SELECT FICHIER-EXPORT ASSIGN USING nom-export
               ORGANIZATION LINE SEQUENTIAL.
           COPY CATALOGUE-FICHIER.

       DATA DIVISION.
       FILE SECTION.
       *>Meme dessin que les tickets ecrits par CalculPrix.
       COPY TICKETS-FD.

       FD FICHIER-TAUX.
       1 LIGNE-TAUX.
           2 TVA-CODE PIC X(02).
           2 FILLER PIC X(01).
           2 TVA-TAUX PIC 99V99.
           2 FILLER PIC X(01).
           2 TVA-LIBELLE PIC X(20).
           2 FILLER PIC X(01).
           2 TVA-DEBUT PIC 9(08).
           2 FILLER PIC X(01).
           2 TVA-FIN PIC 9(08).

       *>Relecture de l'historique : champs edites en zones X, comme
       *>dans le releve.
       FD HISTORIQUE-CALCULS.
       1 LIGNE-HISTORIQUE.
           2 HIST-HORODATAGE PIC X(14).
           2 FILLER PIC X(01).
           2 HIST-OPERATEUR PIC X(08).
           2 FILLER PIC X(01).
           2 HIST-PARAM1 PIC X(04).
           2 FILLER PIC X(01).
           2 HIST-OPERATION PIC X(01).
           2 FILLER PIC X(01).
           2 HIST-PARAM2 PIC X(04).
           2 FILLER PIC X(01).
           2 HIST-RESULTAT PIC X(13).
           2 FILLER PIC X(01).
           2 HIST-TOTAL PIC X(14).
           2 FILLER PIC X(01).
           2 HIST-COMPTE PIC X(08).

       FD FICHIER-ETAT.
       1 LIGNE-ETAT PIC X(80).

       FD FICHIER-EXPORT.
       1 LIGNE-EXPORT PIC X(120).

       COPY CATALOGUE-FD.

       WORKING-STORAGE SECTION.
       COPY DESSIN-ZONE.
       COPY PILOTAGE.
       77 statut-tickets PIC X(02).
       77 statut-taux PIC X(02).
       77 statut-historique PIC X(02).
       77 fin-fichier PIC X(01) VALUE 'N'.
           88 PLUS-DE-LIGNES VALUE 'O'.

       *>Periode declaree : saisie a l'ecran, vide = le trimestre
       *>precedent.
       77 date-debut PIC X(08) VALUE SPACES.
       77 date-fin PIC X(08) VALUE SPACES.
       77 date-jour PIC 9(08).
       77 annee-periode PIC 9(04).
       77 trimestre-periode PIC 9.
       77 mois-debut PIC 99.
       77 mois-fin PIC 99.
       77 jour-fin PIC 99.

       *>Toutes les generations de taux, avec leurs dates d'effet.
       77 nb-taux PIC 99 VALUE 0.
       77 t PIC 99.
       1 taux-charges.
           2 taux-charge OCCURS 20.
               3 tx-code PIC X(02).
               3 tx-taux PIC 99V99.
               3 tx-debut PIC 9(08).
               3 tx-fin PIC 9(08).

       *>Tickets d'origine cites par les remboursements de la
       *>periode, avec leur date relue au passage sur leur en-tete
       *>(l'origine precede toujours son remboursement dans le
       *>fichier). Au-dela de 200, le remboursement prend le taux
       *>de sa propre date.
       77 nb-origines PIC 999 VALUE 0.
       77 og PIC 999.
       77 origine-trouvee PIC 999.
       1 origines-citees.
           2 origine-citee OCCURS 200.
               3 ogc-ticket PIC 9(06).
               3 ogc-date PIC 9(08).

       *>Ticket en cours de lecture.
       77 date-ticket PIC 9(08) VALUE 0.
       77 date-taux PIC 9(08) VALUE 0.
       77 ticket-dans-periode PIC X(01) VALUE 'N'.
       77 ticket-remboursement PIC X(01) VALUE 'N'.

       *>Cumul par code et taux applique.
       77 nb-cumuls PIC 99 VALUE 0.
       77 cm PIC 99.
       77 code-ligne PIC X(02).
       77 taux-ligne PIC 99V99.
       77 taux-connu PIC X(01).
       77 cumuls-tronques PIC X(01) VALUE 'N'.
       1 cumuls-taux.
           2 cumul-taux OCCURS 20.
               3 cmt-code PIC X(02).
               3 cmt-taux PIC 99V99.
               3 cmt-connu PIC X(01).
               3 cmt-base PIC S9(11)V99.
               3 cmt-tva PIC S9(11)V99.
               3 cmt-theorique PIC S9(11)V99.
               3 cmt-nb PIC 9(06).

       *>Totaux de la periode.
       77 montant-ht PIC S9(11)V99.
       77 montant-tva PIC S9(11)V99.
       77 montant-ttc PIC S9(11)V99.
       77 montant-caisse PIC S9(11)V99.
       77 total-base PIC S9(11)V99 VALUE 0.
       77 total-tva PIC S9(11)V99 VALUE 0.
       77 total-theorique PIC S9(11)V99 VALUE 0.
       77 total-lignes PIC 9(06) VALUE 0.
       77 total-ttc-tickets PIC S9(11)V99 VALUE 0.
       77 caisse-tickets PIC S9(11)V99 VALUE 0.
       77 caisse-autres PIC S9(11)V99 VALUE 0.
       77 clients-tickets PIC S9(11)V99 VALUE 0.
       77 bons-tickets PIC S9(11)V99 VALUE 0.
       77 ecart-caisse PIC S9(11)V99 VALUE 0.
       77 nb-ventes PIC 9(06) VALUE 0.
       77 nb-remboursements PIC 9(06) VALUE 0.
       77 nb-taux-inconnus PIC 9(06) VALUE 0.

       *>Champs edites et catalogue.
       77 montant-edit PIC -(10)9.99.
       77 tva-edit PIC -(10)9.99.
       77 theorique-edit PIC -(10)9.99.
       77 taux-edit PIC z9.99.
       77 compte-edit PIC zzzzz9.
       77 taux-csv PIC X(05).
       77 montant-csv PIC -(10)9.99.
       77 tva-csv PIC -(10)9.99.
       77 theorique-csv PIC -(10)9.99.
       77 horodatage-etat PIC X(14).
       77 nom-rapport PIC X(40).
       77 nb-lignes-rapport PIC 9(6) VALUE 0.
       77 nom-export PIC X(40).
       77 nb-lignes-export PIC 9(6) VALUE 0.

       SCREEN SECTION.
       1 plage-periode.
           2 BLANK SCREEN.
           2 LINE 1 COL 1 VALUE 'Declaration de TVA'.
           2 LINE 3 COL 1 VALUE
               'Du AAAAMMJJ (vide = trimestre precedent) : '.
           2 PIC X(08) TO date-debut.
           2 LINE 4 COL 1 VALUE
               'Au AAAAMMJJ (vide = trimestre precedent) : '.
           2 PIC X(08) TO date-fin.

       1 plage-fini.
           2 LINE 6 COL 1 VALUE 'Periode du '.
           2 PIC X(08) FROM date-debut.
           2 VALUE ' au '.
           2 PIC X(08) FROM date-fin.
           2 LINE 7 COL 1 VALUE 'Etat genere : '.
           2 PIC X(40) FROM nom-rapport.
           2 LINE 8 COL 1 VALUE 'Tableur     : '.
           2 PIC X(40) FROM nom-export.
           2 LINE 9 COL 1 VALUE 'TVA collectee : '.
           2 PIC -(10)9.99 FROM total-tva.
           2 LINE 10 COL 1 VALUE 'Ecart tickets / livre : '.
           2 PIC -(10)9.99 FROM ecart-caisse.

       PROCEDURE DIVISION.
       COPY DESSIN-VERIFICATION
           REPLACING NOM-FICHIER-DESSIN BY "CALCULSOMME-LOG.DAT"
           ENTETE-ATTENDU BY entete-livre.
       COPY DESSIN-VERIFICATION
           REPLACING NOM-FICHIER-DESSIN BY "TICKETS.DAT"
           ENTETE-ATTENDU BY entete-tickets.
       MOVE FUNCTION CURRENT-DATE(1:14) TO horodatage-etat.
       MOVE horodatage-etat(1:8) TO date-jour.
       IF PILOTE-EN-COMMANDE
           IF pilote-date IS NUMERIC
               MOVE pilote-date TO date-jour
               IF FUNCTION TEST-DATE-YYYYMMDD(date-jour) NOT = 0
                   MOVE horodatage-etat(1:8) TO date-jour
               END-IF
           END-IF
       ELSE
           DISPLAY plage-periode
           ACCEPT plage-periode
       END-IF.
       PERFORM borner-periode.
       PERFORM charger-taux.
       PERFORM relever-origines.
       PERFORM cumuler-tickets.
       PERFORM cumuler-caisse.
       COMPUTE ecart-caisse =
           total-ttc-tickets - caisse-tickets - clients-tickets
           - bons-tickets.
       PERFORM ecrire-etat.
       PERFORM ecrire-export.
       IF NOT PILOTE-EN-COMMANDE
           DISPLAY plage-fini
       END-IF.
       *>GOBACK (et non STOP RUN) pour pouvoir aussi etre appele
       *>depuis le menu de comptabilite et PiloteNuit.
       GOBACK.

       *>Trimestre precedent celui du jour : celui qu'on declare a
       *>l'echeance. Une seule borne saisie garde l'autre par defaut.
       borner-periode.
           MOVE date-jour(1:4) TO annee-periode.
           COMPUTE trimestre-periode =
               (FUNCTION NUMVAL(date-jour(5:2)) - 1) / 3 + 1.
           IF trimestre-periode = 1
               MOVE 4 TO trimestre-periode
               SUBTRACT 1 FROM annee-periode
           ELSE
               SUBTRACT 1 FROM trimestre-periode
           END-IF.
           COMPUTE mois-fin = trimestre-periode * 3.
           COMPUTE mois-debut = mois-fin - 2.
           IF mois-fin = 3 OR mois-fin = 12
               MOVE 31 TO jour-fin
           ELSE
               MOVE 30 TO jour-fin
           END-IF.
           IF date-debut = SPACES
               STRING annee-periode mois-debut "01"
                   DELIMITED BY SIZE INTO date-debut
           END-IF.
           IF date-fin = SPACES
               STRING annee-periode mois-fin jour-fin
                   DELIMITED BY SIZE INTO date-fin
           END-IF.

       charger-taux.
           MOVE 'N' TO fin-fichier.
           OPEN INPUT FICHIER-TAUX.
           IF statut-taux = "00"
               READ FICHIER-TAUX
                   AT END SET PLUS-DE-LIGNES TO TRUE
               END-READ
               PERFORM UNTIL PLUS-DE-LIGNES
                   IF nb-taux < 20 AND TVA-TAUX IS NUMERIC
                       ADD 1 TO nb-taux
                       MOVE TVA-CODE TO tx-code(nb-taux)
                       MOVE TVA-TAUX TO tx-taux(nb-taux)
                       MOVE 0 TO tx-debut(nb-taux)
                       MOVE 0 TO tx-fin(nb-taux)
                       IF TVA-DEBUT IS NUMERIC
                           MOVE TVA-DEBUT TO tx-debut(nb-taux)
                       END-IF
                       IF TVA-FIN IS NUMERIC
                           MOVE TVA-FIN TO tx-fin(nb-taux)
                       END-IF
                   END-IF
                   READ FICHIER-TAUX
                       AT END SET PLUS-DE-LIGNES TO TRUE
                   END-READ
               END-PERFORM
               CLOSE FICHIER-TAUX
           END-IF.

       *>Premier passage : les tickets d'origine des remboursements
       *>emis dans la periode (leur date n'est connue qu'au second
       *>passage, en croisant leur en-tete).
       relever-origines.
           MOVE 'N' TO fin-fichier.
           OPEN INPUT FICHIER-TICKETS.
           IF statut-tickets = "00"
               PERFORM sauter-entete-tickets
               READ FICHIER-TICKETS
                   AT END SET PLUS-DE-LIGNES TO TRUE
               END-READ
               PERFORM UNTIL PLUS-DE-LIGNES
                   IF TIK-TYPE = 'A' AND TIK-REF-TICKET IS NUMERIC
                           AND TIK-TEXTE(35:8) >= date-debut
                           AND TIK-TEXTE(35:8) <= date-fin
                           AND nb-origines < 200
                       ADD 1 TO nb-origines
                       MOVE TIK-REF-TICKET TO ogc-ticket(nb-origines)
                       MOVE 0 TO ogc-date(nb-origines)
                   END-IF
                   READ FICHIER-TICKETS
                       AT END SET PLUS-DE-LIGNES TO TRUE
                   END-READ
               END-PERFORM
               CLOSE FICHIER-TICKETS
           END-IF.

       *>Second passage : l'en-tete E (vente) ou A (remboursement)
       *>donne la date du ticket et dit si ses lignes comptent ; les
       *>lignes L s'ajoutent, les lignes R se deduisent.
       cumuler-tickets.
           MOVE 'N' TO fin-fichier.
           OPEN INPUT FICHIER-TICKETS.
           IF statut-tickets = "00"
               PERFORM sauter-entete-tickets
               READ FICHIER-TICKETS
                   AT END SET PLUS-DE-LIGNES TO TRUE
               END-READ
               PERFORM UNTIL PLUS-DE-LIGNES
                   EVALUATE TIK-TYPE
                       WHEN 'E'
                           PERFORM ouvrir-vente
                       WHEN 'A'
                           PERFORM ouvrir-remboursement
                       WHEN 'L'
                       WHEN 'R'
                           IF ticket-dans-periode = 'O'
                               PERFORM cumuler-ligne
                           END-IF
                       WHEN 'T'
                           IF ticket-dans-periode = 'O'
                               PERFORM cumuler-total
                           END-IF
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
                   READ FICHIER-TICKETS
                       AT END SET PLUS-DE-LIGNES TO TRUE
                   END-READ
               END-PERFORM
               CLOSE FICHIER-TICKETS
           END-IF.

       *>"Ticket du AAAAMMJJ HHMMSS"
       ouvrir-vente.
           MOVE 'N' TO ticket-remboursement.
           MOVE 'N' TO ticket-dans-periode.
           MOVE 0 TO date-ticket.
           IF TIK-TEXTE(11:8) IS NUMERIC
               MOVE TIK-TEXTE(11:8) TO date-ticket
           END-IF.
           MOVE date-ticket TO date-taux.
           PERFORM VARYING og FROM 1 BY 1 UNTIL og > nb-origines
               IF ogc-ticket(og) = TIK-NUMERO
                   MOVE date-ticket TO ogc-date(og)
               END-IF
           END-PERFORM.
           IF TIK-TEXTE(11:8) >= date-debut
                   AND TIK-TEXTE(11:8) <= date-fin
               MOVE 'O' TO ticket-dans-periode
               ADD 1 TO nb-ventes
           END-IF.

       *>"Remboursement du ticket NNNNNN le AAAAMMJJ HHMMSS"
       ouvrir-remboursement.
           MOVE 'O' TO ticket-remboursement.
           MOVE 'N' TO ticket-dans-periode.
           MOVE 0 TO date-ticket.
           IF TIK-TEXTE(35:8) IS NUMERIC
               MOVE TIK-TEXTE(35:8) TO date-ticket
           END-IF.
           MOVE date-ticket TO date-taux.
           MOVE 0 TO origine-trouvee.
           PERFORM VARYING og FROM 1 BY 1 UNTIL og > nb-origines
               IF ogc-ticket(og) = TIK-REF-TICKET
                       AND ogc-date(og) > 0
                   MOVE og TO origine-trouvee
               END-IF
           END-PERFORM.
           IF origine-trouvee > 0
               MOVE ogc-date(origine-trouvee) TO date-taux
           END-IF.
           IF TIK-TEXTE(35:8) >= date-debut
                   AND TIK-TEXTE(35:8) <= date-fin
               MOVE 'O' TO ticket-dans-periode
               ADD 1 TO nb-remboursements
           END-IF.

       *>Montants relus aux positions fixes du texte de la ligne :
       *>HT net en 4, code TVA en 19, TVA en 22.
       cumuler-ligne.
           MOVE 0 TO montant-ht.
           MOVE 0 TO montant-tva.
           IF FUNCTION TEST-NUMVAL(TIK-TEXTE(4:10)) = 0
               COMPUTE montant-ht = FUNCTION NUMVAL(TIK-TEXTE(4:10))
           END-IF.
           IF FUNCTION TEST-NUMVAL(TIK-TEXTE(22:10)) = 0
               COMPUTE montant-tva =
                   FUNCTION NUMVAL(TIK-TEXTE(22:10))
           END-IF.
           IF ticket-remboursement = 'O'
               COMPUTE montant-ht = 0 - montant-ht
               COMPUTE montant-tva = 0 - montant-tva
           END-IF.
           MOVE TIK-TEXTE(19:2) TO code-ligne.
           PERFORM chercher-taux-date.
           PERFORM ranger-cumul.
           ADD montant-ht TO cmt-base(cm).
           ADD montant-tva TO cmt-tva(cm).
           ADD 1 TO cmt-nb(cm).

       *>Taux du code valide a la date du ticket ; les vieilles
       *>lignes de taux sans dates valent toujours.
       chercher-taux-date.
           MOVE 'N' TO taux-connu.
           MOVE 0 TO taux-ligne.
           PERFORM VARYING t FROM 1 BY 1
                   UNTIL t > nb-taux OR taux-connu = 'O'
               IF tx-code(t) = code-ligne
                       AND (tx-debut(t) = 0 OR tx-debut(t) <= date-taux)
                       AND (tx-fin(t) = 0 OR tx-fin(t) >= date-taux)
                   MOVE 'O' TO taux-connu
                   MOVE tx-taux(t) TO taux-ligne
               END-IF
           END-PERFORM.
           IF taux-connu NOT = 'O'
               ADD 1 TO nb-taux-inconnus
           END-IF.

       *>Table pleine : le surplus se cumule dans la derniere entree,
       *>et l'etat le signale.
       ranger-cumul.
           MOVE 0 TO cm.
           PERFORM VARYING t FROM 1 BY 1 UNTIL t > nb-cumuls OR cm > 0
               IF cmt-code(t) = code-ligne
                       AND cmt-taux(t) = taux-ligne
                       AND cmt-connu(t) = taux-connu
                   MOVE t TO cm
               END-IF
           END-PERFORM.
           IF cm = 0
               IF nb-cumuls < 20
                   ADD 1 TO nb-cumuls
                   MOVE nb-cumuls TO cm
                   MOVE code-ligne TO cmt-code(cm)
                   MOVE taux-ligne TO cmt-taux(cm)
                   MOVE taux-connu TO cmt-connu(cm)
                   MOVE 0 TO cmt-base(cm) cmt-tva(cm) cmt-nb(cm)
               ELSE
                   MOVE nb-cumuls TO cm
                   MOVE 'O' TO cumuls-tronques
               END-IF
           END-IF.

       *>"TOTAL TTC x" (vente) ou "TOTAL REMBOURSE TTC x".
       cumuler-total.
           MOVE 0 TO montant-ttc.
           IF ticket-remboursement = 'O'
               IF FUNCTION TEST-NUMVAL(TIK-TEXTE(21:10)) = 0
                   COMPUTE montant-ttc =
                       0 - FUNCTION NUMVAL(TIK-TEXTE(21:10))
               END-IF
           ELSE
               IF FUNCTION TEST-NUMVAL(TIK-TEXTE(11:10)) = 0
                   COMPUTE montant-ttc =
                       FUNCTION NUMVAL(TIK-TEXTE(11:10))
               END-IF
           END-IF.
           ADD montant-ttc TO total-ttc-tickets.

       *>Mouvements du compte CAISSE de la periode : les postes de
       *>tickets (operation T) d'un cote, le reste pour information.
       *>La part d'un ticket reglee par bon cadeau n'entre pas en
       *>caisse : elle se lit au debit du passif BONSCAD, en
       *>operation T. Un ticket vendu en compte poste son total au
       *>compte CLIENTS (operation T) et non a la CAISSE, comme le
       *>rapproche RapprochementTickets. Les lignes du mode
       *>formation ne comptent pas.
       cumuler-caisse.
           MOVE 'N' TO fin-fichier.
           OPEN INPUT HISTORIQUE-CALCULS.
           IF statut-historique = "00"
               PERFORM sauter-entete-historique
               READ HISTORIQUE-CALCULS
                   AT END SET PLUS-DE-LIGNES TO TRUE
               END-READ
               PERFORM UNTIL PLUS-DE-LIGNES
                   IF HIST-COMPTE = "CAISSE"
                           AND HIST-OPERATEUR NOT = "FORMATIO"
                           AND HIST-HORODATAGE(1:8) >= date-debut
                           AND HIST-HORODATAGE(1:8) <= date-fin
                       PERFORM cumuler-mouvement
                   END-IF
                   IF HIST-COMPTE = "CLIENTS" AND HIST-OPERATION = 'T'
                           AND HIST-OPERATEUR NOT = "FORMATIO"
                           AND HIST-HORODATAGE(1:8) >= date-debut
                           AND HIST-HORODATAGE(1:8) <= date-fin
                           AND FUNCTION TEST-NUMVAL(HIST-RESULTAT) = 0
                       COMPUTE clients-tickets = clients-tickets
                           + FUNCTION NUMVAL(HIST-RESULTAT)
                   END-IF
                   IF HIST-COMPTE = "BONSCAD" AND HIST-OPERATION = 'T'
                           AND HIST-OPERATEUR NOT = "FORMATIO"
                           AND HIST-HORODATAGE(1:8) >= date-debut
                           AND HIST-HORODATAGE(1:8) <= date-fin
                           AND FUNCTION TEST-NUMVAL(HIST-RESULTAT) = 0
                       COMPUTE bons-tickets = bons-tickets
                           - FUNCTION NUMVAL(HIST-RESULTAT)
                   END-IF
                   READ HISTORIQUE-CALCULS
                       AT END SET PLUS-DE-LIGNES TO TRUE
                   END-READ
               END-PERFORM
               CLOSE HISTORIQUE-CALCULS
           END-IF.

       cumuler-mouvement.
           MOVE 0 TO montant-caisse.
           IF FUNCTION TEST-NUMVAL(HIST-RESULTAT) = 0
               COMPUTE montant-caisse = FUNCTION NUMVAL(HIST-RESULTAT)
           END-IF.
           IF HIST-OPERATION = 'T'
               ADD montant-caisse TO caisse-tickets
           ELSE
               ADD montant-caisse TO caisse-autres
           END-IF.

       ecrire-etat.
           MOVE SPACES TO nom-rapport.
           STRING "RAPPORT-TVA-" horodatage-etat ".DAT"
               DELIMITED BY SIZE INTO nom-rapport.
           OPEN OUTPUT FICHIER-ETAT.
           MOVE SPACES TO LIGNE-ETAT.
           STRING "Declaration de TVA du " date-debut " au " date-fin
               " (etablie le " horodatage-etat ")"
               DELIMITED BY SIZE INTO LIGNE-ETAT.
           PERFORM ecrire-ligne-etat.
           IF cumuls-tronques = 'O'
               MOVE "Plus de 20 taux : le surplus est dans la derniere"
                   TO LIGNE-ETAT
               PERFORM ecrire-ligne-etat
           END-IF.
           MOVE SPACES TO LIGNE-ETAT.
           PERFORM ecrire-ligne-etat.
           MOVE "Code" TO LIGNE-ETAT(1:4).
           MOVE "Taux" TO LIGNE-ETAT(6:4).
           MOVE "Base HT" TO LIGNE-ETAT(19:7).
           MOVE "TVA collectee" TO LIGNE-ETAT(28:13).
           MOVE "TVA theorique" TO LIGNE-ETAT(43:13).
           MOVE "Lignes" TO LIGNE-ETAT(58:6).
           PERFORM ecrire-ligne-etat.
           PERFORM VARYING cm FROM 1 BY 1 UNTIL cm > nb-cumuls
               COMPUTE cmt-theorique(cm) ROUNDED =
                   cmt-base(cm) * cmt-taux(cm) / 100
               ADD cmt-base(cm) TO total-base
               ADD cmt-tva(cm) TO total-tva
               ADD cmt-theorique(cm) TO total-theorique
               ADD cmt-nb(cm) TO total-lignes
               PERFORM editer-cumul
           END-PERFORM.
           MOVE total-base TO montant-edit.
           MOVE total-tva TO tva-edit.
           MOVE total-theorique TO theorique-edit.
           MOVE total-lignes TO compte-edit.
           MOVE SPACES TO LIGNE-ETAT.
           STRING "TOTAL      " montant-edit " " tva-edit " "
               theorique-edit "  " compte-edit
               DELIMITED BY SIZE INTO LIGNE-ETAT.
           PERFORM ecrire-ligne-etat.
           IF nb-taux-inconnus > 0
               MOVE nb-taux-inconnus TO compte-edit
               MOVE SPACES TO LIGNE-ETAT
               STRING "ATTENTION " compte-edit
                   " ligne(s) sans taux valide a la date (taux 0)"
                   DELIMITED BY SIZE INTO LIGNE-ETAT
               PERFORM ecrire-ligne-etat
           END-IF.
           MOVE SPACES TO LIGNE-ETAT.
           PERFORM ecrire-ligne-etat.
           MOVE nb-ventes TO compte-edit.
           MOVE SPACES TO LIGNE-ETAT.
           STRING "Tickets de vente           : " compte-edit
               DELIMITED BY SIZE INTO LIGNE-ETAT.
           PERFORM ecrire-ligne-etat.
           MOVE nb-remboursements TO compte-edit.
           MOVE SPACES TO LIGNE-ETAT.
           STRING "Tickets de remboursement   : " compte-edit
               DELIMITED BY SIZE INTO LIGNE-ETAT.
           PERFORM ecrire-ligne-etat.
           *>Rapprochement avec le livre (CAISSE, CLIENTS pour les
           *>ventes en compte, BONSCAD) : un ecart vient d'un poste
           *>encore en file d'attente du livre, ou rejoue un autre
           *>jour que son ticket.
           MOVE total-ttc-tickets TO montant-edit.
           MOVE SPACES TO LIGNE-ETAT.
           STRING "Total TTC des tickets      : " montant-edit
               DELIMITED BY SIZE INTO LIGNE-ETAT.
           PERFORM ecrire-ligne-etat.
           MOVE caisse-tickets TO montant-edit.
           MOVE SPACES TO LIGNE-ETAT.
           STRING "Postes CAISSE des tickets  : " montant-edit
               DELIMITED BY SIZE INTO LIGNE-ETAT.
           PERFORM ecrire-ligne-etat.
           MOVE clients-tickets TO montant-edit.
           MOVE SPACES TO LIGNE-ETAT.
           STRING "Postes CLIENTS (en compte) : " montant-edit
               DELIMITED BY SIZE INTO LIGNE-ETAT.
           PERFORM ecrire-ligne-etat.
           MOVE bons-tickets TO montant-edit.
           MOVE SPACES TO LIGNE-ETAT.
           STRING "Regle par bons cadeaux     : " montant-edit
               DELIMITED BY SIZE INTO LIGNE-ETAT.
           PERFORM ecrire-ligne-etat.
           MOVE ecart-caisse TO montant-edit.
           MOVE SPACES TO LIGNE-ETAT.
           IF ecart-caisse = 0
               STRING "Ecart                      : " montant-edit
                   " RAPPROCHE"
                   DELIMITED BY SIZE INTO LIGNE-ETAT
           ELSE
               STRING "Ecart                      : " montant-edit
                   " A EXPLIQUER (file d'attente ?)"
                   DELIMITED BY SIZE INTO LIGNE-ETAT
           END-IF.
           PERFORM ecrire-ligne-etat.
           MOVE caisse-autres TO montant-edit.
           MOVE SPACES TO LIGNE-ETAT.
           STRING "Autres mouvements CAISSE   : " montant-edit
               " (hors tickets)"
               DELIMITED BY SIZE INTO LIGNE-ETAT.
           PERFORM ecrire-ligne-etat.
           CLOSE FICHIER-ETAT.
           PERFORM cataloguer-rapport.

       editer-cumul.
           MOVE cmt-taux(cm) TO taux-edit.
           MOVE cmt-base(cm) TO montant-edit.
           MOVE cmt-tva(cm) TO tva-edit.
           MOVE cmt-theorique(cm) TO theorique-edit.
           MOVE cmt-nb(cm) TO compte-edit.
           MOVE SPACES TO LIGNE-ETAT.
           STRING cmt-code(cm) "   " taux-edit " " montant-edit " "
               tva-edit " " theorique-edit "  " compte-edit
               DELIMITED BY SIZE INTO LIGNE-ETAT.
           IF cmt-connu(cm) NOT = 'O'
               MOVE "?" TO LIGNE-ETAT(4:1)
           END-IF.
           PERFORM ecrire-ligne-etat.

       ecrire-ligne-etat.
           WRITE LIGNE-ETAT.
           ADD 1 TO nb-lignes-rapport.
           MOVE SPACES TO LIGNE-ETAT.

       *>Le CSV du comptable : une ligne par code et taux, puis le
       *>total et le rapprochement CAISSE (postes en compte CLIENTS
       *>sur leur propre ligne), montants en clair.
       ecrire-export.
           MOVE SPACES TO nom-export.
           STRING "EXPORT-TVA-" horodatage-etat ".CSV"
               DELIMITED BY SIZE INTO nom-export.
           OPEN OUTPUT FICHIER-EXPORT.
           MOVE SPACES TO LIGNE-EXPORT.
           STRING "DEBUT;FIN;CODE;TAUX;BASE_HT;TVA_COLLECTEE;"
               "TVA_THEORIQUE;LIGNES"
               DELIMITED BY SIZE INTO LIGNE-EXPORT.
           PERFORM ecrire-ligne-export.
           PERFORM VARYING cm FROM 1 BY 1 UNTIL cm > nb-cumuls
               MOVE cmt-taux(cm) TO taux-edit
               MOVE FUNCTION TRIM(taux-edit) TO taux-csv
               IF cmt-connu(cm) NOT = 'O'
                   MOVE "?" TO taux-csv
               END-IF
               MOVE cmt-base(cm) TO montant-csv
               MOVE cmt-tva(cm) TO tva-csv
               MOVE cmt-theorique(cm) TO theorique-csv
               MOVE cmt-nb(cm) TO compte-edit
               MOVE SPACES TO LIGNE-EXPORT
               STRING date-debut ";" date-fin ";"
                   FUNCTION TRIM(cmt-code(cm)) ";"
                   FUNCTION TRIM(taux-csv) ";"
                   FUNCTION TRIM(montant-csv) ";"
                   FUNCTION TRIM(tva-csv) ";"
                   FUNCTION TRIM(theorique-csv) ";"
                   FUNCTION TRIM(compte-edit)
                   DELIMITED BY SIZE INTO LIGNE-EXPORT
               PERFORM ecrire-ligne-export
           END-PERFORM.
           MOVE total-base TO montant-csv.
           MOVE total-tva TO tva-csv.
           MOVE total-theorique TO theorique-csv.
           MOVE total-lignes TO compte-edit.
           MOVE SPACES TO LIGNE-EXPORT.
           STRING date-debut ";" date-fin ";TOTAL;;"
               FUNCTION TRIM(montant-csv) ";"
               FUNCTION TRIM(tva-csv) ";"
               FUNCTION TRIM(theorique-csv) ";"
               FUNCTION TRIM(compte-edit)
               DELIMITED BY SIZE INTO LIGNE-EXPORT.
           PERFORM ecrire-ligne-export.
           MOVE total-ttc-tickets TO montant-csv.
           MOVE caisse-tickets TO tva-csv.
           MOVE ecart-caisse TO theorique-csv.
           MOVE SPACES TO LIGNE-EXPORT.
           STRING date-debut ";" date-fin ";CAISSE;;"
               FUNCTION TRIM(montant-csv) ";"
               FUNCTION TRIM(tva-csv) ";"
               FUNCTION TRIM(theorique-csv) ";"
               DELIMITED BY SIZE INTO LIGNE-EXPORT.
           PERFORM ecrire-ligne-export.
           MOVE clients-tickets TO tva-csv.
           MOVE SPACES TO LIGNE-EXPORT.
           STRING date-debut ";" date-fin ";CLIENTS;;;"
               FUNCTION TRIM(tva-csv) ";;"
               DELIMITED BY SIZE INTO LIGNE-EXPORT.
           PERFORM ecrire-ligne-export.
           CLOSE FICHIER-EXPORT.
           PERFORM cataloguer-export.

       ecrire-ligne-export.
           WRITE LIGNE-EXPORT.
           ADD 1 TO nb-lignes-export.

       COPY CATALOGUE-ECRITURE
           REPLACING NOM-PARAGRAPHE BY cataloguer-rapport
           NOM-PROGRAMME-CAT BY "DeclarationTva"
           NOM-FICHIER-CAT BY nom-rapport
           NB-LIGNES-CAT BY nb-lignes-rapport.

       COPY CATALOGUE-ECRITURE
           REPLACING NOM-PARAGRAPHE BY cataloguer-export
           NOM-PROGRAMME-CAT BY "DeclarationTva"
           NOM-FICHIER-CAT BY nom-export
           NB-LIGNES-CAT BY nb-lignes-export.

       COPY DESSIN-SAUT
           REPLACING NOM-PARAGRAPHE BY sauter-entete-historique
           FICHIER-DESSIN BY HISTORIQUE-CALCULS.

       COPY DESSIN-SAUT
           REPLACING NOM-PARAGRAPHE BY sauter-entete-tickets
           FICHIER-DESSIN BY FICHIER-TICKETS.
