       *>developpeur), la decomposition s'affiche, et chaque resultat
       *>part au spool partage comme ceux de Calculs et PetitExo —
       *>fini la calculette de poche a cote du terminal, sans trace.
       *>Un retour d'article se rembourse depuis le ticket d'origine :
       *>les lignes rendues, choisies une a une, font un ticket de
       *>remboursement numerote qui cite l'origine, et le total part
       *>en negatif au compte CAISSE. Une ligne ne se rembourse
       *>qu'une fois ; au-dela du seuil SEUIL-REMBOURSEMENT.DAT, un
       *>second operateur doit signer.
      *>Les bons cadeaux s'emettent ici (numero, cle de controle,
      *>montant, un an de validite) dans BONS-CADEAUX.DAT : le
      *>montant encaisse part au compte CAISSE et au passif BONSCAD.
      *>Un bon se presente en fin de ticket, pour tout ou partie du
      *>total : son solde diminue, le passif aussi, et seul le reste
      *>a payer entre en caisse.
      *>Les promotions datees de PROMOTIONS.DAT s'appliquent seules
      *>aux lignes du ticket : la promotion valide ce jour pour
      *>l'article (ou pour son code de TVA) la plus favorable au
      *>client remplace la remise tapee si elle fait mieux, et son
      *>libelle s'imprime sous la ligne (ligne P de TICKETS.DAT, avec
      *>la remise HT qu'elle a coute, pour l'etat des promotions).
      *>Un ticket peut se regler en devise : le reste a payer
      *>s'affiche au cours du jour de DEVISES.DAT, le montant remis
      *>en devise et le cours retenu s'inscrivent au ticket (ligne
      *>D), et le livre recoit toujours des euros.
      *>Un ticket peut aussi partir au compte d'un client de
      *>CLIENTS.DAT (actif, et dans son plafond d'encours) : le
      *>total va alors au compte CLIENTS du livre au lieu de CAISSE,
      *>et la ligne C du ticket porte le client et le montant du, que
      *>ses reglements RG viendront solder. Le remboursement d'un tel
      *>ticket recredite le compte du client, pas la caisse.
      *>Le numero du ticket s'imprime suivi de sa cle de controle
      *>(nnnnnn-c) ; la cle est redemandee quand le ticket est
      *>ressaisi pour un remboursement.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CalculPrix.

           *>BOUCLE-SEQUENCE), et le total du ticket se poste au
           *>grand livre CALCULSOMME sous le compte CAISSE.
           SELECT OPTIONAL FICHIER-TICKETS ASSIGN TO "TICKETS.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS statut-tickets.
           *>Reglements RG des clients, pour l'encours avant une
           *>vente en compte.
           SELECT OPTIONAL FICHIER-TRANSACTIONS
               ASSIGN TO "TRANSACTIONS.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS statut-transactions.
           *>Lignes d'articles : prix et TVA viennent du fichier des
           *>articles, et le stock vendu se deduit sous le verrou des
           *>articles. Verrou refuse : la deduction attend dans
           *>ATTENTE-STOCK.DAT et passe avec le ticket suivant.
           COPY ARTICLE-FICHIER.
           SELECT OPTIONAL FICHIER-ATTENTE-STOCK
               ASSIGN TO "ATTENTE-STOCK.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS statut-attente-stock.
           SELECT FICHIER-SEUIL-REMBOURSEMENT
               ASSIGN TO "SEUIL-REMBOURSEMENT.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS statut-seuil-remboursement.
           SELECT FICHIER-SEQ-TICKETS
               ASSIGN TO "TICKETS-SEQUENCE.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS statut-seq-tickets.
           SELECT HISTORIQUE-CALCULS ASSIGN TO "CALCULSOMME-LOG.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS statut-historique.
           SELECT FICHIER-TOTAL ASSIGN TO "CALCULSOMME-TOTAL.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS statut-total.
           *>grand livre en silence.
           SELECT OPTIONAL FICHIER-ATTENTE
               ASSIGN TO "ATTENTE-CALCULSOMME.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS statut-attente.
           COPY COMPTES-FICHIER.
           COPY VERROU-FICHIER.
           COPY SPOOL-FICHIER.
           COPY APPROBATION-FICHIER.
           COPY JOURNAL-FICHIER.
           COPY BON-FICHIER.
           COPY PROMO-FICHIER.
           COPY DEVISE-FICHIER.
           COPY CLIENT-FICHIER.
           COPY CLE-FICHIER.

       DATA DIVISION.
       FILE SECTION.
           2 FILLER PIC X(01).
           2 TVA-FIN PIC 9(08).

       COPY TICKETS-FD.

       FD FICHIER-TRANSACTIONS.
       1 LIGNE-TRANSACTION.
           2 TRX-DATE PIC 9(08).
           2 FILLER PIC X(01).
           2 TRX-REF PIC X(08).
           2 FILLER PIC X(01).
           2 TRX-TYPE PIC X(02).
           2 FILLER PIC X(01).
           2 TRX-MONTANT PIC S9(7)V99.

       FD FICHIER-SEUIL-REMBOURSEMENT.
       1 LIGNE-SEUIL-REMBOURSEMENT PIC 9(7)V99.

       COPY ARTICLE-FD.

       *>Deductions de stock en attente du verrou des articles.
       FD FICHIER-ATTENTE-STOCK.
       1 LIGNE-ATTENTE-STOCK.
           2 AST-HORODATAGE PIC X(14).
           2 FILLER PIC X(01).
           2 AST-OPERATEUR PIC X(08).
           2 FILLER PIC X(01).
           2 AST-TICKET PIC 9(06).
           2 FILLER PIC X(01).
           2 AST-ARTICLE PIC X(08).
           2 FILLER PIC X(01).
           *>Negative pour un article rendu, qui rentre en stock.
           2 AST-QUANTITE PIC S9(5)V99.

       FD FICHIER-SEQ-TICKETS.
       1 LIGNE-SEQ-TICKETS PIC 9(06).
           2 HIST-TOTAL PIC -(10)9.99.
           2 FILLER PIC X(01).
           2 HIST-COMPTE PIC X(08).
           *>Reference du poste (TICKET nnnnnn), a la place qu'elle
           *>occupe dans LIVRE-FD : le rapprochement des tickets avec
           *>le livre la relit.
           2 FILLER PIC X(01).
           2 HIST-REFERENCE PIC X(16).

       FD FICHIER-TOTAL.
       1 LIGNE-TOTAL.

       *>File d'attente des postes refuses, meme dessin que dans
       *>CALCULSOMME.
       COPY ATTENTE-FD.

       COPY COMPTES-FD.

       COPY VERROU-FD.

       COPY SPOOL-FD.

       COPY APPROBATION-FD.

       COPY JOURNAL-FD.

       COPY BON-FD.

       COPY PROMO-FD.

       COPY DEVISE-FD.

       COPY CLIENT-FD.

       COPY CLE-FD.

       WORKING-STORAGE SECTION.
       COPY DESSIN-ZONE.
       77 statut-historique PIC X(02).
       COPY OPERATEUR.
       COPY FORMATION.
       COPY VERROU-ZONE.
       COPY COMPTES-ZONE.
       COPY ARTICLE-ZONE.
       COPY APPROBATION-ZONE.
       COPY JOURNAL-ETAT.
       COPY BON-ZONE.
       COPY PROMO-ZONE.
       COPY DEVISE-ZONE.
       COPY CLIENT-ZONE.
       COPY CREANCE-ZONE.
       77 statut-taux PIC X(02).
       77 jour-taux PIC X(08).
       *>Ticket en construction : jusqu'a 30 lignes (montant HT,
       *>code de taux, remise en %, article et quantite), la TVA
       *>ventilee par taux.
       77 statut-seq-tickets PIC X(02).
       77 statut-total PIC X(02).
       77 fin-total PIC X(01).
               3 tik-t-remise PIC 99V99.
               3 tik-t-net PIC 9(7)V99.
               3 tik-t-tva PIC 9(7)V99.
               3 tik-t-article PIC X(08).
               3 tik-t-quantite PIC 9(5)V99.
               3 tik-t-origine PIC 99.
               3 tik-t-promo PIC 9(3).
               3 tik-t-remise-promo PIC 9(7)V99.
       77 encore-ligne PIC X(01).
       *>Vente ou remboursement : le sens du stock et du poste CAISSE
       *>en depend.
       77 mode-ticket PIC X(01) VALUE 'V'.
           88 TICKET-REMBOURSEMENT VALUE 'R'.
       77 montant-caisse PIC S9(9)V99 VALUE 0.
      *>Compte et operation du poste au livre : CAISSE et T pour un
      *>ticket, B pour l'encaissement d'un bon emis.
       77 compte-poste PIC X(08) VALUE "CAISSE".
       77 operation-poste PIC X(01) VALUE 'T'.
      *>TICKET suivi du numero pour les postes d'un ticket (son
      *>total et la part reglee par bon), blanc pour un bon emis.
       77 reference-ticket-poste PIC X(16) VALUE SPACES.
       77 code-article-saisi PIC X(08).
       77 quantite-saisie PIC 9(5)V99.
       77 quantite-edit PIC -(5)9.99.
       *>Deduction du stock a la fin du ticket.
       77 statut-attente-stock PIC X(02).
       77 statut-attente PIC X(02).
       77 fin-attente-stock PIC X(01).
       77 attente-stock-rejouee PIC X(01).
       77 ticket-a-deduire PIC 9(06).
       77 article-a-deduire PIC X(08).
       77 quantite-a-deduire PIC S9(5)V99.

       *>Remboursement : lignes du ticket d'origine, relues dans
       *>TICKETS.DAT avec leur etat (blanc disponible, D deja
       *>remboursee par un ticket precedent, S retenue cette fois).
       *>Les montants sont relus dans le texte de la ligne, a
       *>positions fixes (HT net en 4, code TVA en 19, TVA en 22).
       77 statut-seuil-remboursement PIC X(02).
       77 seuil-remboursement PIC 9(7)V99 VALUE 100.
       77 ticket-origine PIC 9(06) VALUE 0.
       *>Cle de controle imprimee a la suite du numero de ticket, et
       *>controlee quand le ticket d'origine est ressaisi.
       COPY CLE-ZONE.
       77 origine-trouvee PIC X(01).
       77 origine-remboursement PIC X(01).
       77 fin-tickets PIC X(01).
       77 nb-lignes-origine PIC 99 VALUE 0.
       77 lo PIC 99.
       77 ligne-choisie PIC 99.
       77 lignes-deja-prises PIC X(01).
       77 approbation-demandee PIC X(01).
       1 lignes-origine.
           2 ligne-origine OCCURS 30.
               3 org-texte PIC X(60).
               3 org-article PIC X(08).
               3 org-quantite PIC 9(5)V99.
               3 org-code PIC X(02).
               3 org-net PIC 9(7)V99.
               3 org-tva PIC 9(7)V99.
               3 org-etat PIC X(01).
       77 net-edit PIC z(6)9.99.
       77 touche PIC X(01).
       77 valeur-journal PIC X(20).
       77 sous-total-ht PIC 9(9)V99 VALUE 0.
       77 total-tva PIC 9(9)V99 VALUE 0.
       77 total-ticket PIC 9(9)V99 VALUE 0.
       77 remise-edit PIC z9.99.
       77 texte-rapport PIC X(60).

      *>Bons cadeaux : montant d'un bon emis, bon presente en fin de
      *>ticket (numero et cle ressaisis) et part du total qu'il
      *>regle. Le bon est debite sous son verrou AVANT que le ticket
      *>prenne son numero, et recredite si le numero n'a pu etre
      *>tire : un bon ne paie jamais un ticket qui n'existe pas.
       77 montant-bon-emis PIC 9(5)V99 VALUE 0.
       77 jour-bon PIC 9(08).
       77 expiration-bon PIC 9(08).
       77 numero-bon-saisi PIC 9(06) VALUE 0.
       77 cle-bon-saisie PIC 9(01) VALUE 0.
       77 numero-bon-ticket PIC 9(06) VALUE 0.
       77 montant-bon-ticket PIC 9(5)V99 VALUE 0.
       77 reste-a-payer PIC 9(9)V99 VALUE 0.
       77 bon-reserve PIC X(01) VALUE 'O'.
       77 bon-rendu PIC X(01).
       77 bon-montant-edit PIC z(4)9.99.

      *>Promotions : jour de validite, meilleure promotion trouvee
      *>pour la ligne en saisie et le net HT qu'elle donne.
       77 jour-promo PIC 9(08).
       77 promo-retenue PIC 9(3) VALUE 0.
       77 net-promo PIC 9(7)V99.
       77 net-candidat PIC 9(7)V99.

      *>Paiement en devise : code choisi, cours du jour (unites de
      *>devise pour un euro), reste a payer converti, montant remis
      *>en devise et sa contre-valeur en euros.
       77 code-devise-ticket PIC X(03).
       77 cours-devise PIC 9(4)V9(6) VALUE 0.
       77 total-devise PIC 9(9)V99 VALUE 0.
       77 montant-devise-remis PIC 9(7)V99 VALUE 0.
       77 contre-valeur-devise PIC 9(9)V99 VALUE 0.
       77 ecart-devise PIC 9(9)V99 VALUE 0.
       77 cours-edit PIC zzz9.999999.
       77 devise-edit PIC z(6)9.99.
       77 texte-devise PIC X(70).

      *>Vente en compte : client retenu (blanc = comptant), compte
      *>du livre qui recoit le total (CAISSE ou CLIENTS) et, pour
      *>un remboursement, le client du ticket d'origine.
       77 statut-tickets PIC X(02).
       77 statut-transactions PIC X(02).
       77 fin-transactions PIC X(01) VALUE 'N'.
       77 code-client-ticket PIC X(08) VALUE SPACES.
       77 compte-ticket PIC X(08) VALUE "CAISSE".
       77 client-accepte PIC X(01).
       77 client-origine PIC X(08) VALUE SPACES.
       77 texte-client PIC X(60).
       77 encours-edit PIC z(8)9.99.

       SCREEN SECTION.
       1 plage-menu.
           2 BLANK SCREEN.
           2 LINE 4 COL 1 VALUE '2. Remise en pourcentage'.
           2 LINE 5 COL 1 VALUE '3. TTC vers HT (retrouver le HT)'.
           2 LINE 6 COL 1 VALUE '4. Ticket de vente (document)'.
           2 LINE 7 COL 1 VALUE '5. Remboursement d''un ticket'.
           2 LINE 8 COL 1 VALUE '6. Emission d''un bon cadeau'.
           2 LINE 9 COL 1 VALUE '0. Fin'.
           2 LINE 10 COL 1 VALUE 'Votre choix : '.
           2 PIC 9 TO choix-calcul REQUIRED.

       1 plage-ligne-taux.
           2 LINE 10 COL 1 VALUE
               'Aucun taux charge (preparer TAUX-TVA.DAT).'.

       1 plage-saisie-article.
           2 LINE 9 COL 1 VALUE 'Article (blanc = libre) : '.
           2 PIC X(08) TO code-article-saisi.

       1 plage-saisie-quantite.
           2 LINE 10 COL 1 PIC X(30)
               FROM art-t-designation(article-trouve).
           2 LINE 11 COL 1 VALUE 'Quantite : '.
           2 PIC 9(5)V99 TO quantite-saisie REQUIRED.
           2 LINE 12 COL 1 VALUE 'Remise % (0 = aucune) : '.
           2 PIC 99V99 TO pourcentage-remise.

       1 plage-article-inconnu.
           2 LINE 10 COL 1 VALUE 'Article inconnu.'.

       1 plage-quantite-nulle.
           2 LINE 14 COL 1 VALUE 'Quantite nulle : ligne refusee.'.

       1 plage-stock-insuffisant.
           2 LINE 14 COL 1 VALUE 'Attention, stock connu : '.
           2 PIC -(7)9.99 FROM art-t-stock(article-trouve).

       1 plage-saisie-ligne-ticket.
           2 LINE 10 COL 1 VALUE 'Montant HT de la ligne : '.
           2 PIC 9(7)V99 TO montant-saisi REQUIRED.
           2 LINE 13 COL 1 VALUE 'Encore une ligne ? (O/N) : '.
           2 PIC X(01) TO encore-ligne REQUIRED.

       1 plage-promo-appliquee.
           2 LINE 14 COL 40 VALUE 'Promo '.
           2 PIC X(30) FROM prm-t-libelle(promo-retenue).

       1 plage-bilan-ticket.
           2 LINE 15 COL 1 VALUE 'Sous-total HT net : '.
           2 PIC z(7)9.99 FROM sous-total-ht.
           2 LINE 17 COL 1 VALUE 'TOTAL TTC         : '.
           2 PIC z(7)9.99 FROM total-ticket.
           2 LINE 18 COL 1 VALUE 'Ticket numero     : '.
           2 PIC X(08) FROM numero-cle-edite.

       1 plage-sequence-occupee.
           2 LINE 15 COL 1 VALUE
               'Numerotation des tickets occupee, reessayez :'.
           2 LINE 16 COL 1 VALUE ' aucun ticket emis.'.

       1 plage-caisse-hors-plan.
           2 LINE 15 COL 1 VALUE
               'Compte CAISSE absent du plan comptable ou ferme :'.
           2 LINE 16 COL 1 VALUE ' aucun ticket emis.'.

       1 plage-livre-plein.
           2 LINE 19 COL 1 VALUE
               'Grand livre plein : poste mis en attente.'.

       1 plage-livre-occupe.
           2 LINE 19 COL 1 VALUE
               'Grand livre occupe : poste mis en attente.'.

       1 plage-saisie-origine.
           2 LINE 10 COL 1 VALUE 'Ticket a rembourser : '.
           2 PIC 9(06) TO ticket-origine REQUIRED.
           2 VALUE '-'.
           2 PIC X(01) TO cle-saisie.

       1 plage-cle-refusee.
           2 LINE 11 COL 1 PIC X(60) FROM libelle-cle.

       1 plage-origine-inconnue.
           2 LINE 11 COL 1 VALUE 'Ticket inconnu ou sans ligne.'.

       1 plage-origine-avoir.
           2 LINE 11 COL 1 VALUE
               'Ce ticket est deja un remboursement.'.

       1 plage-entete-origine.
           2 BLANK SCREEN.
           2 LINE 1 COL 1 VALUE 'Remboursement du ticket '.
           2 PIC 9(06) FROM ticket-origine.
           2 LINE 2 COL 1 VALUE
               'No Article    Quantite     Net HT Tx        TVA'.

       1 plage-ligne-origine.
           2 LINE ligne-ecran COL 1 PIC z9 FROM lo.
           2 COL 4 PIC X(08) FROM org-article(lo).
           2 COL 13 PIC X(09) FROM quantite-edit.
           2 COL 23 PIC X(10) FROM net-edit.
           2 COL 34 PIC X(02) FROM org-code(lo).
           2 COL 37 PIC X(10) FROM tva-edit.
           2 COL 48 PIC X(10) FROM texte-rapport.

       1 plage-saisie-ligne-rmb.
           2 LINE 15 COL 1 VALUE 'Ligne rendue (0 = fin) : '.
           2 PIC 99 TO ligne-choisie.

       1 plage-ligne-rmb-inconnue.
           2 LINE 16 COL 1 VALUE 'Numero de ligne inconnu.    '.

       1 plage-ligne-deja-remboursee.
           2 LINE 16 COL 1 VALUE 'Ligne deja remboursee.      '.

       1 plage-ligne-deja-choisie.
           2 LINE 16 COL 1 VALUE 'Ligne deja retenue.         '.

       1 plage-ligne-retenue.
           2 LINE 16 COL 1 VALUE 'Ligne retenue : '.
           2 PIC z9 FROM ligne-choisie.
           2 VALUE '          '.

       1 plage-rien-a-rembourser.
           2 LINE 17 COL 1 VALUE
               'Aucune ligne retenue : rien a rembourser.'.

       1 plage-total-rmb.
           2 LINE 17 COL 1 VALUE 'A rembourser TTC : '.
           2 PIC z(7)9.99 FROM total-ticket.

       1 plage-conflit-rmb.
           2 LINE 22 COL 1 VALUE
               'Ligne deja remboursee entre-temps : abandon.'.

       1 plage-bilan-rmb.
           2 LINE 22 COL 1 VALUE 'Remboursement numero '.
           2 PIC X(08) FROM numero-cle-edite.
           2 VALUE ' (ticket '.
           2 PIC 9(06) FROM ticket-origine.
           2 VALUE ')'.

       1 plage-pause.
           2 LINE 23 COL 1 VALUE 'Entree pour continuer...'.
           2 PIC X(01) TO touche.

       COPY APPROBATION-ECRAN.

       1 plage-saisie-bon-emis.
           2 BLANK SCREEN.
           2 LINE 1 COL 1 VALUE 'Emission d''un bon cadeau'.
           2 LINE 3 COL 1 VALUE 'Montant du bon (0 = abandon) : '.
           2 PIC 9(5)V99 TO montant-bon-emis.

       1 plage-bon-emis.
           2 LINE 5 COL 1 VALUE 'Bon numero : '.
           2 PIC 9(06) FROM numero-bon-ticket.
           2 VALUE '-'.
           2 PIC 9 FROM cle-bon.
           2 LINE 6 COL 1 VALUE 'Montant    : '.
           2 PIC z(4)9.99 FROM montant-bon-emis.
           2 LINE 7 COL 1 VALUE 'Expire le  : '.
           2 PIC 9(08) FROM expiration-bon.

       1 plage-bons-occupes.
           2 LINE 20 COL 1 VALUE
               'Registre des bons occupe, reessayez : aucun bon.'.

       1 plage-bons-pleins.
           2 LINE 20 COL 1 VALUE
               'Registre des bons plein : aucun bon emis.'.

       1 plage-bons-hors-plan.
           2 LINE 20 COL 1 VALUE
               'Compte CAISSE ou BONSCAD absent du plan ou ferme.'.

       1 plage-saisie-bon-ticket.
           2 LINE 19 COL 1 VALUE 'Bon cadeau (0 = aucun) : '.
           2 PIC 9(06) TO numero-bon-saisi.
           2 VALUE '-'.
           2 PIC 9 TO cle-bon-saisie.

       1 plage-bon-refuse.
           2 LINE 20 COL 1 PIC X(60) FROM texte-rapport.

       1 plage-bon-accepte.
           2 LINE 20 COL 1 VALUE 'Bon deduit : '.
           2 PIC z(4)9.99 FROM montant-bon-ticket.
           2 VALUE '   Reste a payer : '.
           2 PIC z(8)9.99 FROM reste-a-payer.

       1 plage-bon-indisponible.
           2 LINE 21 COL 1 VALUE
               'Bon cadeau occupe ou deja utilise : aucun ticket emis.'.

       1 plage-saisie-devise-ticket.
           2 LINE 21 COL 1 VALUE 'Paiement en devise (blanc = EUR) : '.
           2 PIC X(03) TO code-devise-ticket.

       1 plage-total-devise.
           2 LINE 22 COL 1 VALUE 'A payer : '.
           2 PIC z(8)9.99 FROM total-devise.
           2 VALUE ' '.
           2 PIC X(03) FROM code-devise-ticket.
           2 VALUE '   Remis en devise : '.
           2 PIC 9(7)V99 TO montant-devise-remis.

       1 plage-bilan-devise.
           2 LINE 21 COL 1 PIC X(70) FROM texte-devise.

       1 plage-saisie-client-ticket.
           2 LINE 19 COL 40 VALUE 'En compte client (blanc = non) : '.
           2 PIC X(08) TO code-client-ticket.

       1 plage-client-ticket.
           2 LINE 20 COL 1 PIC X(60) FROM texte-client.

       1 plage-clients-hors-plan.
           2 LINE 15 COL 1 VALUE
               'Compte CLIENTS absent du plan comptable ou ferme :'.
           2 LINE 16 COL 1 VALUE ' aucun ticket emis.'.

       1 plage-stock-en-attente.
           2 LINE 20 COL 1 VALUE
               'Articles occupes : deduction du stock mise en attente.'.

       PROCEDURE DIVISION.
       COPY DESSIN-VERIFICATION
           REPLACING NOM-FICHIER-DESSIN BY "CALCULSOMME-LOG.DAT"
           ENTETE-ATTENDU BY entete-livre.
       COPY DESSIN-VERIFICATION
           REPLACING NOM-FICHIER-DESSIN BY "TICKETS.DAT"
           ENTETE-ATTENDU BY entete-tickets.
       COPY DESSIN-VERIFICATION
           REPLACING NOM-FICHIER-DESSIN BY "ATTENTE-CALCULSOMME.DAT"
           ENTETE-ATTENDU BY entete-attente.
       PERFORM charger-taux.
       PERFORM UNTIL choix-calcul = 0
           DISPLAY plage-menu
                   PERFORM calculer-ttc-vers-ht
               WHEN 4
                   PERFORM construire-ticket
               WHEN 5
                   PERFORM rembourser-ticket
               WHEN 6
                   PERFORM emettre-bon
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
       END-PERFORM.
       COPY JOURNAL-FERMETURE.
       *>GOBACK (et non STOP RUN) pour pouvoir aussi etre appele
       *>depuis OperationsArithmetiques.
       GOBACK.
               DELIMITED BY SIZE INTO texte-rapport.
           PERFORM spouler-resultat.

       *>Mode document : un ticket de plusieurs lignes (article et
       *>quantite ou montant libre, code TVA, remise), sous-total,
       *>TVA ventilee par taux et total ; le ticket fini prend le
       *>numero suivant de la sequence sans trou, se persiste dans
       *>TICKETS.DAT, deduit le stock vendu, poste son total au
       *>compte CAISSE du grand livre et part au spool en ticket
       *>imprimable.
       construire-ticket.
           IF nb-taux = 0
               DISPLAY plage-sans-taux
           END-IF.

       batir-ticket.
           MOVE 'V' TO mode-ticket.
           PERFORM charger-articles.
           PERFORM charger-promotions.
           MOVE FUNCTION CURRENT-DATE(1:8) TO jour-promo.
           MOVE 0 TO nb-lignes-ticket.
           MOVE 0 TO sous-total-ht.
           MOVE 0 TO total-tva.
                   AND encore-ligne NOT = 'o'.
           IF nb-lignes-ticket > 0
               PERFORM totaliser-ticket
               PERFORM saisir-client-ticket
               *>Un ticket en compte est du en entier par le client :
               *>ni bon cadeau ni devise au comptoir.
               IF code-client-ticket = SPACES
                   PERFORM saisir-bon-ticket
                   PERFORM saisir-devise-ticket
               ELSE
                   MOVE 0 TO montant-bon-ticket numero-bon-ticket
                   MOVE 0 TO montant-devise-remis
                   MOVE total-ticket TO reste-a-payer
               END-IF
               *>En mode formation le ticket reste un exercice
               *>d'ecran : ni numero tire de la sequence sans trou,
               *>ni ligne dans TICKETS.DAT, ni poste au livre — la
               *>au spool, marque FORMATIO comme toujours.
               IF EN-FORMATION
                   MOVE 0 TO numero-ticket
                   PERFORM editer-numero-ticket
                   DISPLAY plage-bilan-ticket
                   PERFORM spouler-ticket
               ELSE
                   *>Le total du ticket part au compte CAISSE (CLIENTS
                   *>pour une vente en compte) : si le plan comptable
                   *>ne l'admet pas (absent ou ferme), le ticket n'est
                   *>pas emis du tout, plutot qu'un ticket numerote
                   *>dont le total manquerait au livre.
                   PERFORM charger-plan-comptes
                   MOVE compte-ticket TO compte-a-controler
                   PERFORM controler-compte-plan
                   MOVE 'N' TO numerotation-faite
                   MOVE 'O' TO bon-reserve
                   IF COMPTE-PLAN-ADMIS
                       PERFORM reserver-bon
                       IF bon-reserve = 'O'
                           PERFORM numeroter-ticket
                           IF numerotation-faite NOT = 'O'
                               PERFORM rendre-bon
                           END-IF
                       END-IF
                   END-IF
                   EVALUATE TRUE
                       WHEN NOT COMPTE-PLAN-ADMIS
                               AND code-client-ticket NOT = SPACES
                           DISPLAY plage-clients-hors-plan
                       WHEN NOT COMPTE-PLAN-ADMIS
                           DISPLAY plage-caisse-hors-plan
                       WHEN bon-reserve NOT = 'O'
                           DISPLAY plage-bon-indisponible
                       WHEN numerotation-faite NOT = 'O'
                           DISPLAY plage-sequence-occupee
                       WHEN OTHER
                           DISPLAY plage-bilan-ticket
                           PERFORM persister-ticket
                           PERFORM destocker-ticket
                           *>Seul le reste a payer entre en caisse ;
                           *>la part reglee par bon diminue le passif.
                           COMPUTE montant-caisse =
                               total-ticket - montant-bon-ticket
                           MOVE compte-ticket TO compte-poste
                           MOVE 'T' TO operation-poste
                           PERFORM referencer-poste-ticket
                           PERFORM poster-au-livre
                           IF montant-bon-ticket > 0
                               PERFORM poster-bon-ticket
                           END-IF
                           PERFORM spouler-ticket
                   END-EVALUATE
               END-IF
           END-IF.

       *>Une ligne par code article (prix HT et TVA de l'article,
       *>montant = prix x quantite) ou, code laisse blanc, par
       *>montant libre comme avant.
       saisir-lignes-ticket.
           MOVE SPACES TO code-article-saisi.
           DISPLAY plage-saisie-article.
           ACCEPT plage-saisie-article.
           MOVE FUNCTION UPPER-CASE(code-article-saisi)
               TO code-article-saisi.
           MOVE 'N' TO taux-trouve.
           IF code-article-saisi = SPACES
               MOVE 1 TO quantite-saisie
               DISPLAY plage-saisie-ligne-ticket
               ACCEPT plage-saisie-ligne-ticket
               PERFORM chercher-taux-ligne
           ELSE
               PERFORM saisir-ligne-article
           END-IF.
           IF taux-trouve = 'O'
               IF nb-lignes-ticket < 30
                   ADD 1 TO nb-lignes-ticket
                   MOVE nb-lignes-ticket TO lt
                   MOVE code-article-saisi TO tik-t-article(lt)
                   MOVE quantite-saisie TO tik-t-quantite(lt)
                   MOVE montant-saisi TO tik-t-ht(lt)
                   MOVE FUNCTION UPPER-CASE(code-choisi)
                       TO tik-t-code(lt)
                   MOVE pourcentage-remise TO tik-t-remise(lt)
                   COMPUTE tik-t-net(lt) ROUNDED = montant-saisi
                       * (100 - pourcentage-remise) / 100
                   PERFORM appliquer-promotion
                   COMPUTE tik-t-tva(lt) ROUNDED =
                       tik-t-net(lt) * taux-retenu / 100
               END-IF
           DISPLAY plage-encore-ligne.
           ACCEPT plage-encore-ligne.

       *>La promotion valide ce jour la plus favorable au client :
       *>celles de l'article, et celles de son code de TVA ; une
       *>ligne libre n'a que celles de son code de TVA. Un prix fixe
       *>vaut pour l'unite HT. Elle ne joue que si elle fait mieux
       *>que la remise tapee, qu'elle remplace alors.
       appliquer-promotion.
           MOVE 0 TO tik-t-promo(lt).
           MOVE 0 TO tik-t-remise-promo(lt).
           MOVE 0 TO promo-retenue.
           MOVE tik-t-net(lt) TO net-promo.
           PERFORM VARYING pm FROM 1 BY 1 UNTIL pm > nb-promotions
               IF prm-t-debut(pm) <= jour-promo
                       AND prm-t-fin(pm) >= jour-promo
                   IF (prm-t-article(pm) NOT = SPACES
                           AND prm-t-article(pm) = tik-t-article(lt))
                       OR (prm-t-article(pm) = SPACES
                           AND prm-t-code-tva(pm) = tik-t-code(lt))
                       PERFORM evaluer-promotion
                   END-IF
               END-IF
           END-PERFORM.
           IF promo-retenue > 0
               MOVE promo-retenue TO tik-t-promo(lt)
               MOVE net-promo TO tik-t-net(lt)
               COMPUTE tik-t-remise-promo(lt) =
                   tik-t-ht(lt) - net-promo
               IF tik-t-ht(lt) > 0
                   COMPUTE tik-t-remise(lt) ROUNDED =
                       tik-t-remise-promo(lt) * 100 / tik-t-ht(lt)
               END-IF
               DISPLAY plage-promo-appliquee
           END-IF.

       evaluer-promotion.
           IF PROMOTION-PRIX(pm)
               COMPUTE net-candidat ROUNDED =
                   prm-t-valeur(pm) * tik-t-quantite(lt)
           ELSE
               COMPUTE net-candidat ROUNDED = tik-t-ht(lt)
                   * (100 - prm-t-valeur(pm)) / 100
           END-IF.
           IF net-candidat < net-promo
               MOVE net-candidat TO net-promo
               MOVE pm TO promo-retenue
           END-IF.

       chercher-taux-ligne.
           MOVE 'N' TO taux-trouve.
           PERFORM VARYING t FROM 1 BY 1 UNTIL t > nb-taux
               IF tx-code(t) = FUNCTION UPPER-CASE(code-choisi)
                   MOVE tx-taux(t) TO taux-retenu
                   MOVE 'O' TO taux-trouve
               END-IF
           END-PERFORM.
           IF taux-trouve NOT = 'O'
               DISPLAY plage-code-inconnu
           END-IF.

       *>Le stock connu est seulement signale : la vente passe, le
       *>stock devient negatif jusqu'a l'inventaire. La table en
       *>memoire est diminuee pour que la ligne suivante du meme
       *>article voie ce qui reste ; la vraie deduction se fait a la
       *>fin du ticket, sur le fichier relu sous verrou.
       saisir-ligne-article.
           MOVE code-article-saisi TO code-article-cherche.
           PERFORM chercher-article.
           IF article-trouve = 0
               DISPLAY plage-article-inconnu
           ELSE
               MOVE 0 TO quantite-saisie
               MOVE 0 TO pourcentage-remise
               DISPLAY plage-saisie-quantite
               ACCEPT plage-saisie-quantite
               IF quantite-saisie = 0
                   DISPLAY plage-quantite-nulle
               ELSE
                   MOVE art-t-code-tva(article-trouve) TO code-choisi
                   PERFORM chercher-taux-ligne
                   IF taux-trouve = 'O'
                       COMPUTE montant-saisi ROUNDED =
                           art-t-prix-ht(article-trouve)
                           * quantite-saisie
                       IF art-t-stock(article-trouve) < quantite-saisie
                           DISPLAY plage-stock-insuffisant
                       END-IF
                       SUBTRACT quantite-saisie
                           FROM art-t-stock(article-trouve)
                   END-IF
               END-IF
           END-IF.

       totaliser-ticket.
           PERFORM VARYING lt FROM 1 BY 1
                   UNTIL lt > nb-lignes-ticket
           END-PERFORM.
           COMPUTE total-ticket = sous-total-ht + total-tva.

       *>Dix cases de ventilation : un remboursement peut porter un
       *>code de taux qui n'est plus en vigueur aujourd'hui.
       ventiler-tva-ligne.
           MOVE 0 TO vt.
           PERFORM VARYING t FROM 1 BY 1 UNTIL t > 10
               IF vtk-code(t) = tik-t-code(lt)
                   MOVE t TO vt
               END-IF
           END-PERFORM.
           IF vt = 0
               PERFORM VARYING t FROM 1 BY 1
                       UNTIL t > 10 OR vt > 0
                   IF vtk-code(t) = SPACES
                       MOVE t TO vt
                       MOVE tik-t-code(lt) TO vtk-code(vt)
           MOVE 'N' TO numerotation-faite.
           PERFORM verrouiller-tickets.
           IF VERROU-ACQUIS
               PERFORM tirer-numero-ticket
               PERFORM liberer-tickets
           END-IF.

       *>Le verrou des tickets est deja tenu par l'appelant.
       tirer-numero-ticket.
           MOVE 'O' TO numerotation-faite.
           MOVE 0 TO numero-ticket.
           OPEN INPUT FICHIER-SEQ-TICKETS.
           IF statut-seq-tickets = "00"
               READ FICHIER-SEQ-TICKETS
                   AT END MOVE 0 TO numero-ticket
                   NOT AT END
                       MOVE LIGNE-SEQ-TICKETS TO numero-ticket
               END-READ
               CLOSE FICHIER-SEQ-TICKETS
           END-IF.
           ADD 1 TO numero-ticket.
           OPEN OUTPUT FICHIER-SEQ-TICKETS.
           MOVE numero-ticket TO LIGNE-SEQ-TICKETS.
           WRITE LIGNE-SEQ-TICKETS.
           CLOSE FICHIER-SEQ-TICKETS.
           PERFORM editer-numero-ticket.

       *>Numero du ticket suivi de sa cle, pour l'ecran et le ticket
       *>imprime.
       editer-numero-ticket.
           MOVE numero-ticket TO numero-cle.
           PERFORM calculer-cle-numero.

       *>Le ticket fini : en-tete, une ligne par article, le total.
       persister-ticket.
           PERFORM poser-entete-tickets.
           OPEN EXTEND FICHIER-TICKETS.
           MOVE SPACES TO LIGNE-TICKET.
           MOVE numero-ticket TO TIK-NUMERO.
               STRING "HT " ht-edit " TVA " tik-t-code(lt)
                   " " tva-edit " remise " remise-edit
                   DELIMITED BY SIZE INTO TIK-TEXTE
               MOVE tik-t-article(lt) TO TIK-ARTICLE
               MOVE tik-t-quantite(lt) TO TIK-QUANTITE
               MOVE 0 TO TIK-REF-TICKET
               MOVE lt TO TIK-NUM-LIGNE
               WRITE LIGNE-TICKET
               IF tik-t-promo(lt) > 0
                   PERFORM persister-promotion-ligne
               END-IF
           END-PERFORM.
           *>Ligne B : part du total reglee par bon cadeau, numero
           *>du bon en reference.
           IF montant-bon-ticket > 0
               MOVE SPACES TO LIGNE-TICKET
               MOVE numero-ticket TO TIK-NUMERO
               MOVE 'B' TO TIK-TYPE
               MOVE montant-bon-ticket TO bon-montant-edit
               STRING "BON CADEAU " numero-bon-ticket " DEDUIT "
                   bon-montant-edit
                   DELIMITED BY SIZE INTO TIK-TEXTE
               MOVE numero-bon-ticket TO TIK-REF-TICKET
               WRITE LIGNE-TICKET
           END-IF.
           *>Ligne D : montant remis en devise (position 12), cours
           *>retenu (position 29) et contre-valeur en euros (position
           *>45), pour l'etat des devises.
           IF montant-devise-remis > 0
               MOVE SPACES TO LIGNE-TICKET
               MOVE numero-ticket TO TIK-NUMERO
               MOVE 'D' TO TIK-TYPE
               PERFORM editer-devise-remise
               STRING "DEVISE " code-devise-ticket " " devise-edit
                   " cours " cours-edit " EUR " ttc-edit
                   DELIMITED BY SIZE INTO TIK-TEXTE
               MOVE code-devise-ticket TO TIK-ARTICLE
               WRITE LIGNE-TICKET
           END-IF.
           *>Ligne C : vente en compte, code client en article et
           *>montant du en position 45, pour les creances clients.
           IF code-client-ticket NOT = SPACES
               MOVE SPACES TO LIGNE-TICKET
               MOVE numero-ticket TO TIK-NUMERO
               MOVE 'C' TO TIK-TYPE
               MOVE total-ticket TO ttc-edit
               STRING "COMPTE CLIENT " code-client-ticket " "
                   cli-t-nom(client-trouve)(1:20) " " ttc-edit
                   DELIMITED BY SIZE INTO TIK-TEXTE
               MOVE code-client-ticket TO TIK-ARTICLE
               WRITE LIGNE-TICKET
           END-IF.
           MOVE SPACES TO LIGNE-TICKET.
           MOVE numero-ticket TO TIK-NUMERO.
           MOVE 'T' TO TIK-TYPE.
           WRITE LIGNE-TICKET.
           CLOSE FICHIER-TICKETS.

       editer-devise-remise.
           MOVE montant-devise-remis TO devise-edit.
           MOVE cours-devise TO cours-edit.
           MOVE contre-valeur-devise TO ttc-edit.

       *>Ligne P : libelle de la promotion et remise HT qu'elle a
       *>coutee (position 42 du texte), son code en article.
       persister-promotion-ligne.
           MOVE SPACES TO LIGNE-TICKET.
           MOVE numero-ticket TO TIK-NUMERO.
           MOVE 'P' TO TIK-TYPE.
           MOVE tik-t-remise-promo(lt) TO ht-edit.
           STRING prm-t-libelle(tik-t-promo(lt)) " remise HT "
               ht-edit
               DELIMITED BY SIZE INTO TIK-TEXTE.
           MOVE prm-t-code(tik-t-promo(lt)) TO TIK-ARTICLE.
           MOVE tik-t-quantite(lt) TO TIK-QUANTITE.
           MOVE 0 TO TIK-REF-TICKET.
           MOVE lt TO TIK-NUM-LIGNE.
           WRITE LIGNE-TICKET.

       *>Le stock des articles du ticket se deduit sous le verrou
       *>des articles, apres les deductions restees en attente.
       *>Verrou refuse, ou fichier trop grand pour etre reecrit : les
       *>lignes du ticket partent en attente, rien ne se perd.
       destocker-ticket.
           PERFORM verrouiller-articles.
           IF NOT VERROU-ACQUIS
               PERFORM mettre-stock-en-attente
               DISPLAY plage-stock-en-attente
           ELSE
               PERFORM charger-articles
               IF articles-tronques = 'O'
                   PERFORM liberer-articles
                   PERFORM mettre-stock-en-attente
                   DISPLAY plage-stock-en-attente
               ELSE
                   PERFORM rejouer-attente-stock
                   MOVE numero-ticket TO ticket-a-deduire
                   PERFORM VARYING lt FROM 1 BY 1
                           UNTIL lt > nb-lignes-ticket
                       IF tik-t-article(lt) NOT = SPACES
                           MOVE tik-t-article(lt) TO article-a-deduire
                           PERFORM quantite-de-la-ligne
                           PERFORM deduire-stock
                       END-IF
                   END-PERFORM
                   PERFORM sauver-articles
                   *>La file ne se vide qu'une fois le stock sauve.
                   IF attente-stock-rejouee = 'O'
                       OPEN OUTPUT FICHIER-ATTENTE-STOCK
                       CLOSE FICHIER-ATTENTE-STOCK
                   END-IF
                   PERFORM liberer-articles
               END-IF
           END-IF.

       rejouer-attente-stock.
           MOVE 'N' TO attente-stock-rejouee.
           MOVE 'N' TO fin-attente-stock.
           OPEN INPUT FICHIER-ATTENTE-STOCK.
           IF statut-attente-stock(1:1) = "0"
               READ FICHIER-ATTENTE-STOCK
                   AT END MOVE 'O' TO fin-attente-stock
               END-READ
               PERFORM UNTIL fin-attente-stock = 'O'
                   MOVE 'O' TO attente-stock-rejouee
                   IF AST-QUANTITE IS NUMERIC
                       AND AST-ARTICLE NOT = SPACES
                       MOVE AST-TICKET TO ticket-a-deduire
                       MOVE AST-ARTICLE TO article-a-deduire
                       MOVE AST-QUANTITE TO quantite-a-deduire
                       PERFORM deduire-stock
                   END-IF
                   READ FICHIER-ATTENTE-STOCK
                       AT END MOVE 'O' TO fin-attente-stock
                   END-READ
               END-PERFORM
               CLOSE FICHIER-ATTENTE-STOCK
           END-IF.

       *>Un article retire du fichier entre la vente et la deduction
       *>n'a plus de stock a diminuer : le spool en garde la trace.
       deduire-stock.
           MOVE article-a-deduire TO code-article-cherche.
           PERFORM chercher-article.
           IF article-trouve > 0
               SUBTRACT quantite-a-deduire
                   FROM art-t-stock(article-trouve)
           ELSE
               MOVE quantite-a-deduire TO quantite-edit
               MOVE SPACES TO texte-rapport
               STRING "Ticket " ticket-a-deduire " art. "
                   article-a-deduire " absent, qte "
                   quantite-edit " non deduite"
                   DELIMITED BY SIZE INTO texte-rapport
               PERFORM spouler-resultat
           END-IF.

       *>Quantite a deduire d'une ligne : negative quand l'article
       *>est rendu.
       quantite-de-la-ligne.
           IF TICKET-REMBOURSEMENT
               COMPUTE quantite-a-deduire = 0 - tik-t-quantite(lt)
           ELSE
               MOVE tik-t-quantite(lt) TO quantite-a-deduire
           END-IF.

       mettre-stock-en-attente.
           OPEN EXTEND FICHIER-ATTENTE-STOCK.
           PERFORM VARYING lt FROM 1 BY 1 UNTIL lt > nb-lignes-ticket
               IF tik-t-article(lt) NOT = SPACES
                   MOVE SPACES TO LIGNE-ATTENTE-STOCK
                   MOVE FUNCTION CURRENT-DATE(1:14) TO AST-HORODATAGE
                   IF operateur-courant = SPACES OR LOW-VALUES
                       MOVE "INCONNU" TO AST-OPERATEUR
                   ELSE
                       MOVE operateur-courant TO AST-OPERATEUR
                   END-IF
                   MOVE numero-ticket TO AST-TICKET
                   MOVE tik-t-article(lt) TO AST-ARTICLE
                   PERFORM quantite-de-la-ligne
                   MOVE quantite-a-deduire TO AST-QUANTITE
                   WRITE LIGNE-ATTENTE-STOCK
               END-IF
           END-PERFORM.
           CLOSE FICHIER-ATTENTE-STOCK.

       *>Le total TTC se poste au compte CAISSE du grand livre, sous
       *>le meme verrou que les postes de CALCULSOMME (le cycle
       *>lecture-ajout-reecriture direct, comme la cloture). En mode
                   DISPLAY plage-livre-occupe
               ELSE
                   PERFORM charger-comptes
                   *>Livre plein (20 comptes, pas de place pour le
                   *>compte du poste) : le poste part en file
                   *>d'attente, ou le rejeu le mettra de cote avec sa
                   *>trace, plutot que de se fondre dans le solde
                   *>d'un autre compte.
                   IF compte-trouve = 0
                       PERFORM liberer-livre
                       PERFORM mettre-poste-en-attente
                       DISPLAY plage-livre-plein
                   ELSE
                       ADD montant-caisse
                           TO cpt-solde(compte-trouve)
                       PERFORM sauver-comptes
                       PERFORM liberer-livre
                       PERFORM historiser-poste
                   END-IF
               END-IF
           END-IF.

       *>Comptes du livre en table ; compte-trouve designe le compte
       *>du poste (compte-poste), cree s'il reste de la place.
       charger-comptes.
           MOVE 0 TO nb-comptes.
           MOVE 'N' TO fin-total.
           END-IF.
           MOVE 0 TO compte-trouve.
           PERFORM VARYING cp FROM 1 BY 1 UNTIL cp > nb-comptes
               IF cpt-code(cp) = compte-poste
                   MOVE cp TO compte-trouve
               END-IF
           END-PERFORM.
           IF compte-trouve = 0 AND nb-comptes < 20
               ADD 1 TO nb-comptes
               MOVE compte-poste TO cpt-code(nb-comptes)
               MOVE 0 TO cpt-solde(nb-comptes)
               MOVE nb-comptes TO compte-trouve
           END-IF.

       *>le job ATTENTE le rejouera avec sa ligne d'historique et sa
       *>preuve au journal.
       mettre-poste-en-attente.
           PERFORM poser-entete-attente.
           OPEN EXTEND FICHIER-ATTENTE.
           MOVE SPACES TO LIGNE-ATTENTE.
           MOVE FUNCTION CURRENT-DATE(1:14) TO ATT-HORODATAGE.
               MOVE operateur-courant TO ATT-OPERATEUR
           END-IF.
           MOVE 0 TO ATT-PARAM1.
           MOVE operation-poste TO ATT-OPERATION.
           MOVE 0 TO ATT-PARAM2.
           MOVE montant-caisse TO ATT-RESULTAT.
           MOVE compte-poste TO ATT-COMPTE.
           MOVE reference-ticket-poste TO ATT-REFERENCE.
           WRITE LIGNE-ATTENTE.
           CLOSE FICHIER-ATTENTE.

       *>La ligne d'historique du poste : operation T (ticket) ou B
       *>(bon cadeau emis), le numero de ticket dans param1/param2
       *>n'y tenant pas, c'est le compte et le montant qui racontent
       *>le poste.
       historiser-poste.
           PERFORM poser-entete-historique.
           OPEN EXTEND HISTORIQUE-CALCULS.
           MOVE SPACES TO LIGNE-HISTORIQUE.
           MOVE FUNCTION CURRENT-DATE(1:14) TO HIST-HORODATAGE.
               MOVE operateur-courant TO HIST-OPERATEUR
           END-IF.
           MOVE 0 TO HIST-PARAM1.
           MOVE operation-poste TO HIST-OPERATION.
           MOVE 0 TO HIST-PARAM2.
           MOVE montant-caisse TO HIST-RESULTAT.
           MOVE cpt-solde(compte-trouve) TO HIST-TOTAL.
           MOVE compte-poste TO HIST-COMPTE.
           MOVE reference-ticket-poste TO HIST-REFERENCE.
           WRITE LIGNE-HISTORIQUE.
           CLOSE HISTORIQUE-CALCULS.

       referencer-poste-ticket.
           MOVE SPACES TO reference-ticket-poste.
           STRING "TICKET " numero-ticket
               DELIMITED BY SIZE INTO reference-ticket-poste.

       *>Remboursement d'un ticket : le ticket d'origine est relu
       *>dans TICKETS.DAT, l'operateur retient les lignes rendues
       *>(jamais une ligne deja remboursee), puis le ticket de
       *>remboursement est emis comme un ticket de vente : numero de
       *>la sequence, TVA ventilee par taux, articles rentres en
       *>stock, total negatif au compte CAISSE. En mode formation,
       *>rien n'est emis, comme pour une vente.
       rembourser-ticket.
           MOVE 'R' TO mode-ticket.
           MOVE 0 TO montant-bon-ticket.
           MOVE 0 TO montant-devise-remis.
           MOVE SPACES TO code-client-ticket.
           MOVE 0 TO ticket-origine.
           MOVE SPACE TO cle-saisie.
           DISPLAY plage-saisie-origine.
           ACCEPT plage-saisie-origine.
           *>La cle imprimee sur le ticket est controlee avant toute
           *>recherche : un chiffre mal relu trouverait le ticket
           *>d'un autre client.
           MOVE ticket-origine TO numero-cle.
           PERFORM controler-cle-saisie.
           IF CLE-ACCEPTEE
               PERFORM charger-ticket-origine
           END-IF.
           EVALUATE TRUE
               WHEN NOT CLE-ACCEPTEE
                   DISPLAY plage-cle-refusee
               WHEN origine-remboursement = 'O'
                   DISPLAY plage-origine-avoir
               WHEN origine-trouvee NOT = 'O'
                       OR nb-lignes-origine = 0
                   DISPLAY plage-origine-inconnue
               WHEN OTHER
                   PERFORM choisir-lignes-rendues
                   IF nb-lignes-ticket = 0
                       DISPLAY plage-rien-a-rembourser
                   ELSE
                       PERFORM emettre-remboursement
                   END-IF
                   DISPLAY plage-pause
                   ACCEPT plage-pause
           END-EVALUATE.
           MOVE 'V' TO mode-ticket.

       *>Lignes L du ticket d'origine, numerotees dans leur ordre,
       *>et lignes R des remboursements precedents qui les citent.
       charger-ticket-origine.
           MOVE 'N' TO origine-trouvee.
           MOVE 'N' TO origine-remboursement.
           MOVE SPACES TO client-origine.
           MOVE 0 TO nb-lignes-origine.
           INITIALIZE lignes-origine.
           MOVE 'N' TO fin-tickets.
           OPEN INPUT FICHIER-TICKETS.
           PERFORM sauter-entete-tickets.
           READ FICHIER-TICKETS
               AT END MOVE 'O' TO fin-tickets
           END-READ.
           PERFORM UNTIL fin-tickets = 'O'
               IF TIK-NUMERO IS NUMERIC
                       AND TIK-NUMERO = ticket-origine
                   EVALUATE TIK-TYPE
                       WHEN 'E'
                           MOVE 'O' TO origine-trouvee
                       WHEN 'A'
                           MOVE 'O' TO origine-remboursement
                       WHEN 'L'
                           PERFORM ranger-ligne-origine
                       WHEN 'C'
                           MOVE TIK-ARTICLE TO client-origine
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF
               IF TIK-TYPE = 'R' AND TIK-REF-TICKET IS NUMERIC
                       AND TIK-REF-TICKET = ticket-origine
                       AND TIK-NUM-LIGNE IS NUMERIC
                       AND TIK-NUM-LIGNE >= 1 AND TIK-NUM-LIGNE <= 30
                   MOVE 'D' TO org-etat(TIK-NUM-LIGNE)
               END-IF
               READ FICHIER-TICKETS
                   AT END MOVE 'O' TO fin-tickets
               END-READ
           END-PERFORM.
           CLOSE FICHIER-TICKETS.

       ranger-ligne-origine.
           IF nb-lignes-origine < 30
               ADD 1 TO nb-lignes-origine
               MOVE nb-lignes-origine TO lo
               MOVE TIK-TEXTE TO org-texte(lo)
               MOVE TIK-ARTICLE TO org-article(lo)
               MOVE 0 TO org-quantite(lo) org-net(lo) org-tva(lo)
               IF TIK-QUANTITE IS NUMERIC
                   MOVE TIK-QUANTITE TO org-quantite(lo)
               END-IF
               MOVE TIK-TEXTE(19:2) TO org-code(lo)
               IF FUNCTION TEST-NUMVAL(TIK-TEXTE(4:10)) = 0
                   COMPUTE org-net(lo) =
                       FUNCTION NUMVAL(TIK-TEXTE(4:10))
               END-IF
               IF FUNCTION TEST-NUMVAL(TIK-TEXTE(22:10)) = 0
                   COMPUTE org-tva(lo) =
                       FUNCTION NUMVAL(TIK-TEXTE(22:10))
               END-IF
           END-IF.

       *>Les lignes retenues remplissent la table du ticket en
       *>construction, qui sert ensuite comme pour une vente.
       choisir-lignes-rendues.
           MOVE 0 TO nb-lignes-ticket.
           PERFORM afficher-lignes-origine.
           MOVE 99 TO ligne-choisie.
           PERFORM UNTIL ligne-choisie = 0
               MOVE 0 TO ligne-choisie
               DISPLAY plage-saisie-ligne-rmb
               ACCEPT plage-saisie-ligne-rmb
               IF ligne-choisie NOT = 0
                   PERFORM retenir-ligne-rendue
               END-IF
           END-PERFORM.

       afficher-lignes-origine.
           DISPLAY plage-entete-origine.
           MOVE 3 TO ligne-ecran.
           PERFORM VARYING lo FROM 1 BY 1 UNTIL lo > nb-lignes-origine
               IF ligne-ecran > 14
                   DISPLAY plage-pause
                   ACCEPT plage-pause
                   DISPLAY plage-entete-origine
                   MOVE 3 TO ligne-ecran
               END-IF
               MOVE org-quantite(lo) TO quantite-edit
               MOVE org-net(lo) TO net-edit
               MOVE org-tva(lo) TO tva-edit
               MOVE SPACES TO texte-rapport
               IF org-etat(lo) = 'D'
                   MOVE "REMBOURSEE" TO texte-rapport
               END-IF
               DISPLAY plage-ligne-origine
               ADD 1 TO ligne-ecran
           END-PERFORM.

       retenir-ligne-rendue.
           EVALUATE TRUE
               WHEN ligne-choisie > nb-lignes-origine
                   DISPLAY plage-ligne-rmb-inconnue
               WHEN org-etat(ligne-choisie) = 'D'
                   DISPLAY plage-ligne-deja-remboursee
               WHEN org-etat(ligne-choisie) = 'S'
                   DISPLAY plage-ligne-deja-choisie
               WHEN OTHER
                   MOVE 'S' TO org-etat(ligne-choisie)
                   ADD 1 TO nb-lignes-ticket
                   MOVE nb-lignes-ticket TO lt
                   MOVE org-net(ligne-choisie) TO tik-t-ht(lt)
                   MOVE org-code(ligne-choisie) TO tik-t-code(lt)
                   MOVE 0 TO tik-t-remise(lt)
                   MOVE org-net(ligne-choisie) TO tik-t-net(lt)
                   MOVE org-tva(ligne-choisie) TO tik-t-tva(lt)
                   MOVE org-article(ligne-choisie) TO tik-t-article(lt)
                   MOVE org-quantite(ligne-choisie)
                       TO tik-t-quantite(lt)
                   MOVE ligne-choisie TO tik-t-origine(lt)
                   MOVE 0 TO tik-t-promo(lt)
                   MOVE 0 TO tik-t-remise-promo(lt)
                   DISPLAY plage-ligne-retenue
           END-EVALUATE.

       *>Au-dela du seuil, la seconde signature ; puis le compte
       *>CAISSE doit etre admis au plan, comme pour une vente (le
       *>compte CLIENTS pour un ticket vendu en compte : le client
       *>est recredite, rien ne sort de la caisse).
       emettre-remboursement.
           MOVE 0 TO sous-total-ht.
           MOVE 0 TO total-tva.
           MOVE 0 TO total-ticket.
           INITIALIZE ventilation-tva.
           PERFORM totaliser-ticket.
           DISPLAY plage-total-rmb.
           IF EN-FORMATION
               MOVE 0 TO numero-ticket
               PERFORM editer-numero-ticket
               DISPLAY plage-bilan-rmb
               PERFORM spouler-remboursement
           ELSE
               PERFORM charger-seuil-remboursement
               MOVE 'N' TO approbation-demandee
               MOVE 'O' TO approbation-obtenue
               IF total-ticket > seuil-remboursement
                   MOVE 'O' TO approbation-demandee
                   PERFORM demander-approbation
               END-IF
               IF APPROBATION-ACCORDEE
                   MOVE "CAISSE" TO compte-ticket
                   IF client-origine NOT = SPACES
                       MOVE "CLIENTS" TO compte-ticket
                   END-IF
                   PERFORM charger-plan-comptes
                   MOVE compte-ticket TO compte-a-controler
                   PERFORM controler-compte-plan
                   EVALUATE TRUE
                       WHEN COMPTE-PLAN-ADMIS
                           PERFORM enregistrer-remboursement
                       WHEN client-origine NOT = SPACES
                           DISPLAY plage-clients-hors-plan
                       WHEN OTHER
                           DISPLAY plage-caisse-hors-plan
                   END-EVALUATE
               END-IF
           END-IF.

       charger-seuil-remboursement.
           OPEN INPUT FICHIER-SEUIL-REMBOURSEMENT.
           IF statut-seuil-remboursement = "00"
               READ FICHIER-SEUIL-REMBOURSEMENT
                   AT END CONTINUE
                   NOT AT END
                       IF LIGNE-SEUIL-REMBOURSEMENT IS NUMERIC
                           MOVE LIGNE-SEUIL-REMBOURSEMENT
                               TO seuil-remboursement
                       END-IF
               END-READ
               CLOSE FICHIER-SEUIL-REMBOURSEMENT
           END-IF.

       *>Sous le verrou des tickets, les lignes retenues sont
       *>recontrolees (un autre comptoir a pu les rembourser entre
       *>l'affichage et la signature), puis numero et ecriture se
       *>font sans lacher le verrou : une ligne ne peut pas etre
       *>remboursee deux fois.
       enregistrer-remboursement.
           PERFORM verrouiller-tickets.
           IF NOT VERROU-ACQUIS
               DISPLAY plage-sequence-occupee
           ELSE
               PERFORM charger-ticket-origine
               MOVE 'N' TO lignes-deja-prises
               PERFORM VARYING lt FROM 1 BY 1
                       UNTIL lt > nb-lignes-ticket
                   IF org-etat(tik-t-origine(lt)) = 'D'
                       MOVE 'O' TO lignes-deja-prises
                   END-IF
               END-PERFORM
               IF lignes-deja-prises = 'O'
                   PERFORM liberer-tickets
                   DISPLAY plage-conflit-rmb
               ELSE
                   PERFORM tirer-numero-ticket
                   PERFORM persister-remboursement
                   PERFORM liberer-tickets
                   DISPLAY plage-bilan-rmb
                   PERFORM destocker-ticket
                   COMPUTE montant-caisse = 0 - total-ticket
                   MOVE compte-ticket TO compte-poste
                   MOVE 'T' TO operation-poste
                   PERFORM referencer-poste-ticket
                   PERFORM poster-au-livre
                   PERFORM spouler-remboursement
                   IF approbation-demandee = 'O'
                       PERFORM journaliser-approbation
                   END-IF
                   MOVE SPACES TO valeur-journal
                   STRING "REMB " numero-ticket " " ticket-origine
                       DELIMITED BY SIZE INTO valeur-journal
                   PERFORM journaliser-remboursement
               END-IF
           END-IF.

       persister-remboursement.
           PERFORM poser-entete-tickets.
           OPEN EXTEND FICHIER-TICKETS.
           MOVE SPACES TO LIGNE-TICKET.
           MOVE numero-ticket TO TIK-NUMERO.
           MOVE 'A' TO TIK-TYPE.
           STRING "Remboursement du ticket " ticket-origine " le "
               FUNCTION CURRENT-DATE(1:8) " "
               FUNCTION CURRENT-DATE(9:6)
               DELIMITED BY SIZE INTO TIK-TEXTE.
           MOVE ticket-origine TO TIK-REF-TICKET.
           WRITE LIGNE-TICKET.
           PERFORM VARYING lt FROM 1 BY 1
                   UNTIL lt > nb-lignes-ticket
               MOVE SPACES TO LIGNE-TICKET
               MOVE numero-ticket TO TIK-NUMERO
               MOVE 'R' TO TIK-TYPE
               MOVE org-texte(tik-t-origine(lt)) TO TIK-TEXTE
               MOVE tik-t-article(lt) TO TIK-ARTICLE
               MOVE tik-t-quantite(lt) TO TIK-QUANTITE
               MOVE ticket-origine TO TIK-REF-TICKET
               MOVE tik-t-origine(lt) TO TIK-NUM-LIGNE
               WRITE LIGNE-TICKET
           END-PERFORM.
           MOVE SPACES TO LIGNE-TICKET.
           MOVE numero-ticket TO TIK-NUMERO.
           MOVE 'T' TO TIK-TYPE.
           MOVE total-ticket TO ttc-edit.
           STRING "TOTAL REMBOURSE TTC " ttc-edit
               DELIMITED BY SIZE INTO TIK-TEXTE.
           MOVE ticket-origine TO TIK-REF-TICKET.
           WRITE LIGNE-TICKET.
           CLOSE FICHIER-TICKETS.

       spouler-remboursement.
           MOVE SPACES TO texte-rapport.
           STRING "Ticket " numero-ticket " rembourse le ticket "
               ticket-origine
               DELIMITED BY SIZE INTO texte-rapport.
           PERFORM spouler-resultat.
           IF client-origine NOT = SPACES
               MOVE SPACES TO texte-rapport
               STRING "Ticket " numero-ticket " recredite le client "
                   client-origine
                   DELIMITED BY SIZE INTO texte-rapport
               PERFORM spouler-resultat
           END-IF.
           PERFORM spouler-ticket.

       *>Le ticket imprimable part au spool, ligne a ligne.
       spouler-ticket.
           MOVE total-ticket TO ttc-edit.
           MOVE sous-total-ht TO ht-edit.
           MOVE total-tva TO tva-edit.
           MOVE SPACES TO texte-rapport.
           STRING "Ticket " numero-cle-edite " HT " ht-edit
               " TVA " tva-edit " TTC " ttc-edit
               DELIMITED BY SIZE INTO texte-rapport.
           PERFORM spouler-resultat.
           PERFORM VARYING lt FROM 1 BY 1
                   UNTIL lt > nb-lignes-ticket
               IF tik-t-promo(lt) > 0
                   MOVE tik-t-remise-promo(lt) TO ht-edit
                   MOVE SPACES TO texte-rapport
                   STRING "Ticket " numero-ticket " "
                       prm-t-libelle(tik-t-promo(lt)) " -" ht-edit
                       DELIMITED BY SIZE INTO texte-rapport
                   PERFORM spouler-resultat
               END-IF
           END-PERFORM.
           IF montant-devise-remis > 0
               PERFORM editer-devise-remise
               MOVE SPACES TO texte-rapport
               STRING "Ticket " numero-ticket " " code-devise-ticket
                   " " devise-edit " @ " cours-edit " EUR "
                   ttc-edit
                   DELIMITED BY SIZE INTO texte-rapport
               PERFORM spouler-resultat
           END-IF.
           IF code-client-ticket NOT = SPACES
               MOVE SPACES TO texte-rapport
               STRING "Ticket " numero-ticket " en compte client "
                   code-client-ticket
                   DELIMITED BY SIZE INTO texte-rapport
               PERFORM spouler-resultat
           END-IF.
           IF montant-bon-ticket > 0
               MOVE montant-bon-ticket TO bon-montant-edit
               MOVE SPACES TO texte-rapport
               STRING "Ticket " numero-ticket " bon cadeau "
                   numero-bon-ticket " deduit " bon-montant-edit
                   DELIMITED BY SIZE INTO texte-rapport
               PERFORM spouler-resultat
           END-IF.
           PERFORM VARYING vt FROM 1 BY 1 UNTIL vt > 10
               IF vtk-code(vt) NOT = SPACES
                   MOVE vtk-montant(vt) TO tva-edit
                   MOVE SPACES TO texte-rapport
               END-IF
           END-PERFORM.

       *>Emission d'un bon cadeau : numero suivant du registre et
       *>sa cle, un an de validite ; le montant encaisse part au
       *>compte CAISSE et au passif BONSCAD (operation B). En mode
       *>formation, le bon n'est qu'affiche et spoule, sans numero.
       emettre-bon.
           MOVE 0 TO montant-bon-emis.
           MOVE 0 TO numero-bon-ticket.
           MOVE 0 TO cle-bon.
           DISPLAY plage-saisie-bon-emis.
           ACCEPT plage-saisie-bon-emis.
           IF montant-bon-emis > 0
               MOVE FUNCTION CURRENT-DATE(1:8) TO jour-bon
               COMPUTE expiration-bon = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(jour-bon)
                   + duree-validite-bon)
               IF EN-FORMATION
                   DISPLAY plage-bon-emis
                   PERFORM spouler-bon-emis
               ELSE
                   PERFORM charger-plan-comptes
                   MOVE "CAISSE" TO compte-a-controler
                   PERFORM controler-compte-plan
                   IF COMPTE-PLAN-ADMIS
                       MOVE compte-bons TO compte-a-controler
                       PERFORM controler-compte-plan
                   END-IF
                   IF COMPTE-PLAN-ADMIS
                       PERFORM enregistrer-bon
                   ELSE
                       DISPLAY plage-bons-hors-plan
                   END-IF
               END-IF
               DISPLAY plage-pause
               ACCEPT plage-pause
           END-IF.

       enregistrer-bon.
           PERFORM verrouiller-bons.
           IF NOT VERROU-ACQUIS
               DISPLAY plage-bons-occupes
           ELSE
               PERFORM charger-bons
               IF bons-tronques = 'O' OR nb-bons >= 5000
                       OR dernier-bon >= 999999
                   PERFORM liberer-bons
                   DISPLAY plage-bons-pleins
               ELSE
                   COMPUTE numero-bon-ticket = dernier-bon + 1
                   MOVE numero-bon-ticket TO numero-bon-cle
                   PERFORM calculer-cle-bon
                   ADD 1 TO nb-bons
                   MOVE nb-bons TO bn
                   MOVE numero-bon-ticket TO bon-t-numero(bn)
                   MOVE cle-bon TO bon-t-cle(bn)
                   MOVE montant-bon-emis TO bon-t-montant(bn)
                   MOVE montant-bon-emis TO bon-t-solde(bn)
                   MOVE jour-bon TO bon-t-emission(bn)
                   MOVE expiration-bon TO bon-t-expiration(bn)
                   SET BON-ACTIF(bn) TO TRUE
                   MOVE 0 TO bon-t-utilisation(bn)
                   IF operateur-courant = SPACES OR LOW-VALUES
                       MOVE "INCONNU" TO bon-t-operateur(bn)
                   ELSE
                       MOVE operateur-courant TO bon-t-operateur(bn)
                   END-IF
                   PERFORM sauver-bons
                   PERFORM liberer-bons
                   DISPLAY plage-bon-emis
                   MOVE montant-bon-emis TO montant-caisse
                   MOVE 'B' TO operation-poste
                   MOVE "CAISSE" TO compte-poste
                   MOVE SPACES TO reference-ticket-poste
                   PERFORM poster-au-livre
                   MOVE compte-bons TO compte-poste
                   PERFORM poster-au-livre
                   PERFORM spouler-bon-emis
                   MOVE montant-bon-emis TO bon-montant-edit
                   MOVE SPACES TO valeur-journal
                   STRING "EMI " numero-bon-ticket " " bon-montant-edit
                       DELIMITED BY SIZE INTO valeur-journal
                   PERFORM journaliser-bon
               END-IF
           END-IF.

       spouler-bon-emis.
           MOVE montant-bon-emis TO bon-montant-edit.
           MOVE SPACES TO texte-rapport.
           STRING "Bon cadeau " numero-bon-ticket "-" cle-bon
               " de " bon-montant-edit " valable au " expiration-bon
               DELIMITED BY SIZE INTO texte-rapport.
           PERFORM spouler-resultat.

       *>Bon presente en fin de ticket : numero et cle ressaisis,
       *>controles contre le registre (lu sans verrou : le debit,
       *>lui, se refait sous verrou avant le numero du ticket). Le
       *>bon regle le total, ou tout son solde si le total depasse.
       saisir-bon-ticket.
           MOVE 0 TO montant-bon-ticket.
           MOVE 0 TO numero-bon-ticket.
           MOVE 0 TO numero-bon-saisi.
           MOVE 0 TO cle-bon-saisie.
           MOVE total-ticket TO reste-a-payer.
           DISPLAY plage-saisie-bon-ticket.
           ACCEPT plage-saisie-bon-ticket.
           IF numero-bon-saisi > 0
               PERFORM controler-bon-ticket
               IF montant-bon-ticket > 0
                   COMPUTE reste-a-payer =
                       total-ticket - montant-bon-ticket
                   DISPLAY plage-bon-accepte
               ELSE
                   DISPLAY plage-bon-refuse
               END-IF
           END-IF.

       *>Vente en compte : le client doit etre au fichier, actif, et
       *>son encours (tickets en compte pas encore regles) plus ce
       *>ticket doit tenir dans son plafond. Refus : le code se
       *>retape, ou blanc pour un ticket paye au comptoir. Sans
       *>fichier des clients, la question ne se pose pas.
       saisir-client-ticket.
           MOVE SPACES TO code-client-ticket.
           MOVE "CAISSE" TO compte-ticket.
           PERFORM charger-clients.
           MOVE 'N' TO client-accepte.
           IF nb-clients = 0
               MOVE 'O' TO client-accepte
           END-IF.
           PERFORM UNTIL client-accepte = 'O'
               MOVE SPACES TO code-client-ticket
               DISPLAY plage-saisie-client-ticket
               ACCEPT plage-saisie-client-ticket
               MOVE FUNCTION UPPER-CASE(code-client-ticket)
                   TO code-client-ticket
               IF code-client-ticket = SPACES
                   MOVE 'O' TO client-accepte
               ELSE
                   PERFORM controler-client-ticket
               END-IF
           END-PERFORM.

       controler-client-ticket.
           MOVE SPACES TO texte-client.
           MOVE code-client-ticket TO code-client-cherche.
           PERFORM chercher-client.
           IF client-trouve > 0
               MOVE code-client-ticket TO client-creances
               PERFORM charger-creances
           END-IF.
           EVALUATE TRUE
               WHEN client-trouve = 0
                   STRING "Client " code-client-ticket
                       " inconnu de CLIENTS.DAT."
                       DELIMITED BY SIZE INTO texte-client
               WHEN CLIENT-FERME(client-trouve)
                   STRING "Client " code-client-ticket
                       " ferme : pas de vente en compte."
                       DELIMITED BY SIZE INTO texte-client
               WHEN cli-t-plafond(client-trouve) > 0
                       AND encours-creances + total-ticket
                           > cli-t-plafond(client-trouve)
                   MOVE encours-creances TO encours-edit
                   STRING "Plafond depasse : encours deja du "
                       encours-edit
                       DELIMITED BY SIZE INTO texte-client
               WHEN OTHER
                   MOVE 'O' TO client-accepte
                   MOVE "CLIENTS" TO compte-ticket
                   STRING "En compte : " cli-t-nom(client-trouve)
                       DELIMITED BY SIZE INTO texte-client
           END-EVALUATE.
           DISPLAY plage-client-ticket.

       *>Reglement en devise du reste a payer : le reste converti au
       *>cours valide ce jour, puis le montant remis en devise et sa
       *>contre-valeur. Au-dela du reste, la monnaie se rend en
       *>euros ; en deca, le complement se paie en euros.
       saisir-devise-ticket.
           MOVE SPACES TO code-devise-ticket.
           MOVE 0 TO montant-devise-remis.
           MOVE 0 TO contre-valeur-devise.
           MOVE 0 TO cours-devise.
           IF reste-a-payer > 0
               DISPLAY plage-saisie-devise-ticket
               ACCEPT plage-saisie-devise-ticket
               MOVE FUNCTION UPPER-CASE(code-devise-ticket)
                   TO code-devise-ticket
           END-IF.
           IF code-devise-ticket NOT = SPACES
               PERFORM charger-devises
               MOVE FUNCTION CURRENT-DATE(1:8) TO jour-cours
               MOVE code-devise-ticket TO code-devise-cherche
               PERFORM chercher-cours-devise
               MOVE SPACES TO texte-devise
               IF devise-trouvee = 0
                   STRING "Pas de cours " code-devise-ticket
                       " valide ce jour : paiement en euros."
                       DELIMITED BY SIZE INTO texte-devise
                   MOVE SPACES TO code-devise-ticket
               ELSE
                   MOVE dev-t-cours(devise-trouvee) TO cours-devise
                   COMPUTE total-devise ROUNDED =
                       reste-a-payer * cours-devise
                   DISPLAY plage-total-devise
                   ACCEPT plage-total-devise
                   PERFORM convertir-devise-remise
               END-IF
               DISPLAY plage-bilan-devise
           END-IF.

       convertir-devise-remise.
           IF montant-devise-remis = 0
               STRING "Rien remis en " code-devise-ticket
                   " : paiement en euros."
                   DELIMITED BY SIZE INTO texte-devise
               MOVE SPACES TO code-devise-ticket
           ELSE
               COMPUTE contre-valeur-devise ROUNDED =
                   montant-devise-remis / cours-devise
               MOVE contre-valeur-devise TO ttc-edit
               IF contre-valeur-devise >= reste-a-payer
                   COMPUTE ecart-devise =
                       contre-valeur-devise - reste-a-payer
                   MOVE ecart-devise TO ht-edit
                   STRING "Contre-valeur EUR " ttc-edit
                       "   Rendu en EUR " ht-edit
                       DELIMITED BY SIZE INTO texte-devise
               ELSE
                   COMPUTE ecart-devise =
                       reste-a-payer - contre-valeur-devise
                   MOVE ecart-devise TO ht-edit
                   STRING "Contre-valeur EUR " ttc-edit
                       "   Reste en EUR " ht-edit
                       DELIMITED BY SIZE INTO texte-devise
               END-IF
           END-IF.

       controler-bon-ticket.
           MOVE FUNCTION CURRENT-DATE(1:8) TO jour-bon.
           MOVE numero-bon-saisi TO numero-bon-cle.
           PERFORM calculer-cle-bon.
           PERFORM charger-bons.
           MOVE numero-bon-saisi TO bon-cherche.
           PERFORM chercher-bon.
           MOVE SPACES TO texte-rapport.
           EVALUATE TRUE
               WHEN cle-bon NOT = cle-bon-saisie
                   MOVE "Cle du bon incorrecte : bon refuse."
                       TO texte-rapport
               WHEN bon-trouve = 0
                   MOVE "Bon inconnu : bon refuse." TO texte-rapport
               WHEN NOT BON-ACTIF(bon-trouve)
                       OR bon-t-solde(bon-trouve) = 0
                   MOVE "Bon deja utilise ou expire : bon refuse."
                       TO texte-rapport
               WHEN bon-t-expiration(bon-trouve) < jour-bon
                   STRING "Bon expire le " bon-t-expiration(bon-trouve)
                       " : bon refuse."
                       DELIMITED BY SIZE INTO texte-rapport
               WHEN OTHER
                   PERFORM retenir-bon-ticket
           END-EVALUATE.

       *>Hors formation, le passif BONSCAD doit pouvoir recevoir le
       *>poste de l'utilisation.
       retenir-bon-ticket.
           IF NOT EN-FORMATION
               PERFORM charger-plan-comptes
               MOVE compte-bons TO compte-a-controler
               PERFORM controler-compte-plan
           END-IF.
           IF EN-FORMATION OR COMPTE-PLAN-ADMIS
               MOVE numero-bon-saisi TO numero-bon-ticket
               IF bon-t-solde(bon-trouve) < total-ticket
                   MOVE bon-t-solde(bon-trouve) TO montant-bon-ticket
               ELSE
                   MOVE total-ticket TO montant-bon-ticket
               END-IF
           ELSE
               MOVE "Compte BONSCAD hors plan ou ferme : bon refuse."
                   TO texte-rapport
           END-IF.

       *>Debit du bon sous son verrou, sur le registre relu : un bon
       *>utilise ou debite entre-temps a un autre comptoir fait
       *>renoncer au ticket. En formation, rien ne se debite.
       reserver-bon.
           MOVE 'O' TO bon-reserve.
           IF montant-bon-ticket > 0
               MOVE 'N' TO bon-reserve
               PERFORM verrouiller-bons
               IF VERROU-ACQUIS
                   PERFORM charger-bons
                   MOVE numero-bon-ticket TO bon-cherche
                   PERFORM chercher-bon
                   IF bon-trouve > 0 AND bons-tronques = 'N'
                       IF BON-ACTIF(bon-trouve)
                           AND bon-t-solde(bon-trouve)
                               >= montant-bon-ticket
                           AND bon-t-expiration(bon-trouve) >= jour-bon
                           SUBTRACT montant-bon-ticket
                               FROM bon-t-solde(bon-trouve)
                           IF bon-t-solde(bon-trouve) = 0
                               SET BON-UTILISE(bon-trouve) TO TRUE
                           END-IF
                           MOVE jour-bon
                               TO bon-t-utilisation(bon-trouve)
                           PERFORM sauver-bons
                           MOVE 'O' TO bon-reserve
                       END-IF
                   END-IF
                   PERFORM liberer-bons
               END-IF
           END-IF.

       *>Le ticket n'a pas pu prendre son numero : le bon retrouve
       *>le solde debite. Registre occupe a son tour, le spool garde
       *>le montant a recrediter a la main.
       rendre-bon.
           IF montant-bon-ticket > 0
               MOVE 'N' TO bon-rendu
               PERFORM verrouiller-bons
               IF VERROU-ACQUIS
                   PERFORM charger-bons
                   MOVE numero-bon-ticket TO bon-cherche
                   PERFORM chercher-bon
                   IF bon-trouve > 0 AND bons-tronques = 'N'
                       ADD montant-bon-ticket
                           TO bon-t-solde(bon-trouve)
                       SET BON-ACTIF(bon-trouve) TO TRUE
                       PERFORM sauver-bons
                       MOVE 'O' TO bon-rendu
                   END-IF
                   PERFORM liberer-bons
               END-IF
               IF bon-rendu NOT = 'O'
                   MOVE montant-bon-ticket TO bon-montant-edit
                   MOVE SPACES TO texte-rapport
                   STRING "Bon cadeau " numero-bon-ticket
                       " a recrediter de " bon-montant-edit
                       DELIMITED BY SIZE INTO texte-rapport
                   PERFORM spouler-resultat
               END-IF
           END-IF.

       *>La part reglee par bon diminue le passif BONSCAD (operation
       *>T, comme le ticket qu'elle paie).
       poster-bon-ticket.
           COMPUTE montant-caisse = 0 - montant-bon-ticket.
           MOVE compte-bons TO compte-poste.
           MOVE 'T' TO operation-poste.
           PERFORM poster-au-livre.
           MOVE montant-bon-ticket TO bon-montant-edit.
           MOVE SPACES TO valeur-journal.
           STRING "UTI " numero-bon-ticket " " bon-montant-edit
               DELIMITED BY SIZE INTO valeur-journal.
           PERFORM journaliser-bon.

       COPY COMPTES-CHARGE.

       COPY BON-CHARGE.

       COPY PROMO-CHARGE.

       COPY DEVISE-CHARGE.

       COPY CLIENT-CHARGE.

       COPY CREANCE-CHARGE.

       COPY ARTICLE-CHARGE.

       COPY VERROU-PRISE
           REPLACING NOM-PARAGRAPHE BY verrouiller-articles
           NOM-FICHIER-VERROU BY "VERROU-ARTICLES.LCK".

       COPY VERROU-LIBERATION
           REPLACING NOM-PARAGRAPHE BY liberer-articles.

       COPY VERROU-PRISE
           REPLACING NOM-PARAGRAPHE BY verrouiller-tickets
           NOM-FICHIER-VERROU BY "VERROU-TICKETS.LCK".
       COPY VERROU-LIBERATION
           REPLACING NOM-PARAGRAPHE BY liberer-livre.

       COPY VERROU-PRISE
           REPLACING NOM-PARAGRAPHE BY verrouiller-bons
           NOM-FICHIER-VERROU BY "VERROU-BONS.LCK".

       COPY VERROU-LIBERATION
           REPLACING NOM-PARAGRAPHE BY liberer-bons.

       COPY SPOOL-ECRITURE
           REPLACING NOM-PARAGRAPHE BY spouler-resultat
           NOM-PROGRAMME-SPL BY "CalculPrix"
           TEXTE-SPOOL BY texte-rapport.

       COPY APPROBATION-PRISE.

       COPY JOURNAL-ECRITURE
           REPLACING NOM-PARAGRAPHE BY journaliser-approbation
           NOM-PROGRAMME-JRN BY "CalculPrix"
           VALEUR-SAISIE BY valeur-approbation.

       COPY JOURNAL-ECRITURE
           REPLACING NOM-PARAGRAPHE BY journaliser-remboursement
           NOM-PROGRAMME-JRN BY "CalculPrix"
           VALEUR-SAISIE BY valeur-journal.

       COPY JOURNAL-ECRITURE
           REPLACING NOM-PARAGRAPHE BY journaliser-bon
           NOM-PROGRAMME-JRN BY "CalculPrix"
           VALEUR-SAISIE BY valeur-journal.

       COPY DESSIN-POSE
           REPLACING NOM-PARAGRAPHE BY poser-entete-historique
           FICHIER-DESSIN BY HISTORIQUE-CALCULS
           LIGNE-DESSIN BY LIGNE-HISTORIQUE
           STATUT-DESSIN BY statut-historique
           ENTETE-DESSIN BY entete-livre.

       COPY DESSIN-POSE
           REPLACING NOM-PARAGRAPHE BY poser-entete-tickets
           FICHIER-DESSIN BY FICHIER-TICKETS
           LIGNE-DESSIN BY LIGNE-TICKET
           STATUT-DESSIN BY statut-tickets
           ENTETE-DESSIN BY entete-tickets.

       COPY DESSIN-POSE
           REPLACING NOM-PARAGRAPHE BY poser-entete-attente
           FICHIER-DESSIN BY FICHIER-ATTENTE
           LIGNE-DESSIN BY LIGNE-ATTENTE
           STATUT-DESSIN BY statut-attente
           ENTETE-DESSIN BY entete-attente.

       COPY DESSIN-SAUT
           REPLACING NOM-PARAGRAPHE BY sauter-entete-tickets
           FICHIER-DESSIN BY FICHIER-TICKETS.

       COPY CLE-CALCUL.
