      *>Rapprochement quotidien des tickets avec le grand livre :
      *>rien ne prouvait que chaque ticket numerote de CalculPrix
      *>avait atteint le livre une fois et une seule, ni que chaque
      *>poste T du compte CAISSE avait un ticket derriere lui. Pour
      *>la journee demandee, les totaux des tickets de TICKETS.DAT
      *>(vente : total TTC moins la part reglee par bon ; rembour-
      *>sement : total rembourse en negatif ; compte CLIENTS pour
      *>une vente en compte) sont confrontes aux postes T des comptes
      *>CAISSE et CLIENTS de CALCULSOMME-LOG.DAT, a ceux qui restent
      *>dans ATTENTE-CALCULSOMME.DAT et a ceux que le rejeu a mis de
      *>cote dans ATTENTE-REFUSEE.DAT, par la reference TICKET
      *>nnnnnn que portent les postes. L'etat RAPPORT-RAPPROCHEMENT-
      *><horo>.DAT, au catalogue, liste les tickets jamais postes,
      *>les ecarts de montant ou de compte, les doublons et les
      *>postes du jour sans ticket. Lancable par PiloteNuit (job
      *>RAPPROCHE) : des ecarts y rendent le verdict E, et le job
      *>echoue. Lecture seule, pas de verrou.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RapprochementTickets.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL FICHIER-TICKETS ASSIGN TO "TICKETS.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS statut-tickets.
           SELECT OPTIONAL HISTORIQUE-CALCULS
               ASSIGN TO "CALCULSOMME-LOG.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS statut-historique.
           SELECT OPTIONAL FICHIER-ATTENTE
               ASSIGN TO "ATTENTE-CALCULSOMME.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS statut-attente.
           SELECT OPTIONAL FICHIER-ATTENTE-REFUSEE
               ASSIGN TO "ATTENTE-REFUSEE.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS statut-refusee.
           SELECT FICHIER-ETAT ASSIGN USING nom-rapport
               ORGANIZATION LINE SEQUENTIAL.
           COPY CATALOGUE-FICHIER.

       DATA DIVISION.
       FILE SECTION.
       *>Meme dessin que les tickets ecrits par CalculPrix.
       COPY TICKETS-FD.

       *>Historique du livre relu en zones X, comme ReleveCalculsomme.
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
           2 FILLER PIC X(01).
           2 HIST-REFERENCE PIC X(16).
           2 FILLER PIC X(01).
           2 HIST-MOTIF PIC X(03).

       *>File d'attente du livre, meme dessin que dans CALCULSOMME.
       COPY ATTENTE-FD.

       *>Postes de la file mis de cote par le rejeu : la ligne
       *>d'attente recopiee telle quelle.
       FD FICHIER-ATTENTE-REFUSEE.
       1 LIGNE-ATTENTE-REFUSEE.
           2 ARF-HORODATAGE PIC X(14).
           2 FILLER PIC X(01).
           2 ARF-OPERATEUR PIC X(08).
           2 FILLER PIC X(01).
           2 ARF-PARAM1 PIC X(04).
           2 FILLER PIC X(01).
           2 ARF-OPERATION PIC X(01).
           2 FILLER PIC X(01).
           2 ARF-PARAM2 PIC X(04).
           2 FILLER PIC X(01).
           2 ARF-RESULTAT PIC X(13).
           2 FILLER PIC X(01).
           2 ARF-COMPTE PIC X(08).
           2 FILLER PIC X(01).
           2 ARF-REFERENCE PIC X(16).

       FD FICHIER-ETAT.
       1 LIGNE-ETAT PIC X(80).

       COPY CATALOGUE-FD.

       WORKING-STORAGE SECTION.
       COPY DESSIN-ZONE.
       COPY PILOTAGE.
       77 statut-tickets PIC X(02).
       77 statut-historique PIC X(02).
       77 statut-attente PIC X(02).
       77 statut-refusee PIC X(02).
       77 fin-fichier PIC X(01).
       77 horodatage-etat PIC X(14).
       77 nom-rapport PIC X(40).
       77 nb-lignes-rapport PIC 9(6) VALUE 0.
       77 debut-rubrique PIC 9(6).
       77 jour-demande PIC 9(08) VALUE 0.
       77 date-ticket PIC X(08).
       77 touche PIC X(01).

       *>Tickets de la journee : compte et montant attendus au
       *>livre, puis ce qui en a ete trouve (postes, file d'attente,
       *>postes mis de cote).
       77 nb-tickets PIC 9(4) VALUE 0.
       77 tk PIC 9(4).
       77 ticket-courant PIC 9(4) VALUE 0.
       77 ticket-trouve PIC 9(4).
       77 ticket-cherche PIC 9(06).
       77 tickets-tronques PIC X(01) VALUE 'N'.
       1 table-tickets.
           2 ticket-jour OCCURS 2000.
               3 rap-ticket PIC 9(06).
               3 rap-sens PIC X(01).
                   88 RAP-REMBOURSEMENT VALUE 'R'.
               3 rap-total-lu PIC X(01).
               3 rap-compte PIC X(08).
               3 rap-attendu PIC S9(9)V99.
               3 rap-nb-postes PIC 99.
               3 rap-poste PIC S9(9)V99.
               3 rap-compte-poste PIC X(08).
               3 rap-nb-attente PIC 99.
               3 rap-attente PIC S9(9)V99.
               3 rap-nb-refuses PIC 99.

       *>Tickets vendus en compte (toutes dates) : le remboursement
       *>d'un tel ticket recredite CLIENTS et non CAISSE.
       77 nb-tickets-compte PIC 9(4) VALUE 0.
       77 tc PIC 9(4).
       77 ticket-en-compte PIC X(01).
       1 table-tickets-compte.
           2 tkc-ticket PIC 9(06) OCCURS 1000.

       *>Postes T du jour sans ticket derriere eux : reference
       *>absente, ou ticket introuvable dans TICKETS.DAT.
       77 nb-orphelins PIC 9(3) VALUE 0.
       77 og PIC 9(3).
       77 orphelins-hors-table PIC 9(5) VALUE 0.
       1 table-orphelins.
           2 poste-orphelin OCCURS 200.
               3 orp-horodatage PIC X(14).
               3 orp-compte PIC X(08).
               3 orp-montant PIC S9(9)V99.
               3 orp-reference PIC X(16).
               3 orp-ticket PIC 9(06).
               3 orp-existe PIC X(01).

       77 montant-lu PIC S9(9)V99.
       77 montant-poste-total PIC S9(9)V99.
       77 nb-presences PIC 99.
       77 nb-ecarts PIC 9(5) VALUE 0.
       77 nb-manquants PIC 9(5) VALUE 0.
       77 nb-montants PIC 9(5) VALUE 0.
       77 nb-doublons PIC 9(5) VALUE 0.
       77 nb-sans-ticket PIC 9(5) VALUE 0.
       77 nb-en-attente PIC 9(5) VALUE 0.
       77 montant-edit PIC -(8)9.99.
       77 attendu-edit PIC -(8)9.99.
       77 compte-edit PIC zzzz9.
       77 presences-edit PIC z9.

       SCREEN SECTION.
       1 plage-saisie-jour.
           2 BLANK SCREEN.
           2 LINE 1 COL 1 VALUE 'Rapprochement tickets / livre'.
           2 LINE 3 COL 1 VALUE
               'Journee AAAAMMJJ (0 = aujourd''hui) : '.
           2 PIC 9(08) TO jour-demande.

       1 plage-jour-invalide.
           2 LINE 5 COL 1 VALUE 'Date invalide.'.

       1 plage-fini.
           2 LINE 5 COL 1 VALUE 'Etat genere : '.
           2 PIC X(40) FROM nom-rapport.
           2 LINE 7 COL 1 VALUE 'Tickets de la journee : '.
           2 PIC zzzz9 FROM nb-tickets.
           2 LINE 8 COL 1 VALUE 'En attente de rejeu   : '.
           2 PIC zzzz9 FROM nb-en-attente.
           2 LINE 9 COL 1 VALUE 'Ecarts                : '.
           2 PIC zzzz9 FROM nb-ecarts.

       1 plage-pause.
           2 LINE 22 COL 1 VALUE 'Entree pour continuer...'.
           2 PIC X(01) TO touche.

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
       MOVE FUNCTION CURRENT-DATE(1:14) TO horodatage-etat.
       IF PILOTE-EN-COMMANDE
           MOVE horodatage-etat(1:8) TO jour-demande
           IF pilote-date IS NUMERIC
               MOVE pilote-date TO jour-demande
               IF FUNCTION TEST-DATE-YYYYMMDD(jour-demande) NOT = 0
                   MOVE horodatage-etat(1:8) TO jour-demande
               END-IF
           END-IF
       ELSE
           PERFORM saisir-jour
       END-IF.
       PERFORM relire-tickets.
       PERFORM relire-historique.
       PERFORM relire-attente.
       PERFORM relire-attente-refusee.
       IF nb-orphelins > 0
           PERFORM verifier-orphelins
       END-IF.
       MOVE SPACES TO nom-rapport.
       STRING "RAPPORT-RAPPROCHEMENT-" horodatage-etat ".DAT"
           DELIMITED BY SIZE INTO nom-rapport.
       OPEN OUTPUT FICHIER-ETAT.
       MOVE SPACES TO LIGNE-ETAT.
       STRING "Rapprochement tickets / livre du " jour-demande
           " (etat du " horodatage-etat ")"
           DELIMITED BY SIZE INTO LIGNE-ETAT.
       PERFORM ecrire-ligne-etat.
       PERFORM ecrire-ligne-etat.
       PERFORM editer-tickets-manquants.
       PERFORM editer-ecarts-montant.
       PERFORM editer-doublons.
       PERFORM editer-postes-sans-ticket.
       PERFORM editer-attente.
       PERFORM editer-verdict.
       CLOSE FICHIER-ETAT.
       PERFORM cataloguer-rapport.
       IF PILOTE-EN-COMMANDE
           IF nb-ecarts > 0
               SET PILOTE-ECARTS TO TRUE
           END-IF
       ELSE
           DISPLAY plage-fini
           DISPLAY plage-pause
           ACCEPT plage-pause
       END-IF.
       *>GOBACK (et non STOP RUN) pour pouvoir aussi etre appele
       *>depuis MenuOutils et PiloteNuit.
       GOBACK.

       saisir-jour.
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

       *>Tickets de la journee : la date d'une vente est celle de son
       *>en-tete E, celle d'un remboursement est dans son en-tete A
       *>(position 35). Le montant attendu au livre se lit sur la
       *>ligne T, diminue de la part reglee par bon (ligne B).
       relire-tickets.
           MOVE 'N' TO fin-fichier.
           MOVE 0 TO ticket-courant.
           OPEN INPUT FICHIER-TICKETS.
           IF statut-tickets(1:1) = "0"
               PERFORM sauter-entete-tickets
               READ FICHIER-TICKETS
                   AT END MOVE 'O' TO fin-fichier
               END-READ
               PERFORM UNTIL fin-fichier = 'O'
                   EVALUATE TIK-TYPE
                       WHEN 'E'
                           MOVE TIK-TEXTE(11:8) TO date-ticket
                           PERFORM ouvrir-ticket-jour
                       WHEN 'A'
                           MOVE TIK-TEXTE(35:8) TO date-ticket
                           PERFORM ouvrir-ticket-jour
                           IF ticket-courant > 0
                               MOVE 'R' TO rap-sens(ticket-courant)
                               PERFORM chercher-ticket-en-compte
                               IF ticket-en-compte = 'O'
                                   MOVE "CLIENTS"
                                       TO rap-compte(ticket-courant)
                               END-IF
                           END-IF
                       WHEN 'C'
                           PERFORM retenir-ticket-en-compte
                           IF ticket-courant > 0
                               MOVE "CLIENTS"
                                   TO rap-compte(ticket-courant)
                           END-IF
                       WHEN 'B'
                           IF ticket-courant > 0
                               PERFORM deduire-bon-ticket
                           END-IF
                       WHEN 'T'
                           IF ticket-courant > 0
                               PERFORM lire-total-ticket
                           END-IF
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
                   READ FICHIER-TICKETS
                       AT END MOVE 'O' TO fin-fichier
                   END-READ
               END-PERFORM
               CLOSE FICHIER-TICKETS
           END-IF.

       ouvrir-ticket-jour.
           MOVE 0 TO ticket-courant.
           IF date-ticket IS NUMERIC AND date-ticket = jour-demande
               IF nb-tickets < 2000
                   ADD 1 TO nb-tickets
                   MOVE nb-tickets TO ticket-courant
                   INITIALIZE ticket-jour(ticket-courant)
                   MOVE TIK-NUMERO TO rap-ticket(ticket-courant)
                   MOVE 'V' TO rap-sens(ticket-courant)
                   MOVE 'N' TO rap-total-lu(ticket-courant)
                   MOVE "CAISSE" TO rap-compte(ticket-courant)
               ELSE
                   MOVE 'O' TO tickets-tronques
               END-IF
           END-IF.

       retenir-ticket-en-compte.
           IF nb-tickets-compte < 1000
               ADD 1 TO nb-tickets-compte
               MOVE TIK-NUMERO TO tkc-ticket(nb-tickets-compte)
           END-IF.

       chercher-ticket-en-compte.
           MOVE 'N' TO ticket-en-compte.
           PERFORM VARYING tc FROM 1 BY 1
                   UNTIL tc > nb-tickets-compte
               IF tkc-ticket(tc) = TIK-REF-TICKET
                   MOVE 'O' TO ticket-en-compte
               END-IF
           END-PERFORM.

       *>Ligne B : "BON CADEAU nnnnnn DEDUIT " puis le montant.
       deduire-bon-ticket.
           IF FUNCTION TEST-NUMVAL(TIK-TEXTE(26:10)) = 0
               COMPUTE montant-lu = FUNCTION NUMVAL(TIK-TEXTE(26:10))
               SUBTRACT montant-lu FROM rap-attendu(ticket-courant)
           END-IF.

       *>Ligne T : "TOTAL TTC " (vente) ou "TOTAL REMBOURSE TTC "
       *>(remboursement, poste en negatif).
       lire-total-ticket.
           MOVE 'O' TO rap-total-lu(ticket-courant).
           MOVE 0 TO montant-lu.
           IF RAP-REMBOURSEMENT(ticket-courant)
               IF FUNCTION TEST-NUMVAL(TIK-TEXTE(21:15)) = 0
                   COMPUTE montant-lu =
                       FUNCTION NUMVAL(TIK-TEXTE(21:15))
               END-IF
               SUBTRACT montant-lu FROM rap-attendu(ticket-courant)
           ELSE
               IF FUNCTION TEST-NUMVAL(TIK-TEXTE(11:15)) = 0
                   COMPUTE montant-lu =
                       FUNCTION NUMVAL(TIK-TEXTE(11:15))
               END-IF
               ADD montant-lu TO rap-attendu(ticket-courant)
           END-IF.

       chercher-ticket-jour.
           MOVE 0 TO ticket-trouve.
           PERFORM VARYING tk FROM 1 BY 1
                   UNTIL tk > nb-tickets OR ticket-trouve > 0
               IF rap-ticket(tk) = ticket-cherche
                   MOVE tk TO ticket-trouve
               END-IF
           END-PERFORM.

       *>Postes T des comptes CAISSE et CLIENTS : un poste reference
       *>est rattache a son ticket quelle que soit sa date (un rejeu
       *>peut atterrir le lendemain) ; un poste du jour sans ticket
       *>connu part dans la table des orphelins.
       relire-historique.
           MOVE 'N' TO fin-fichier.
           OPEN INPUT HISTORIQUE-CALCULS.
           IF statut-historique = "00"
               PERFORM sauter-entete-historique
               READ HISTORIQUE-CALCULS
                   AT END MOVE 'O' TO fin-fichier
               END-READ
               PERFORM UNTIL fin-fichier = 'O'
                   IF HIST-OPERATION = 'T'
                           AND (HIST-COMPTE = "CAISSE"
                               OR HIST-COMPTE = "CLIENTS")
                       PERFORM rattacher-poste
                   END-IF
                   READ HISTORIQUE-CALCULS
                       AT END MOVE 'O' TO fin-fichier
                   END-READ
               END-PERFORM
               CLOSE HISTORIQUE-CALCULS
           END-IF.

       rattacher-poste.
           MOVE 0 TO montant-lu.
           IF FUNCTION TEST-NUMVAL(HIST-RESULTAT) = 0
               COMPUTE montant-lu = FUNCTION NUMVAL(HIST-RESULTAT)
           END-IF.
           MOVE 0 TO ticket-trouve.
           MOVE 0 TO ticket-cherche.
           IF HIST-REFERENCE(1:7) = "TICKET "
                   AND HIST-REFERENCE(8:6) IS NUMERIC
               MOVE HIST-REFERENCE(8:6) TO ticket-cherche
               PERFORM chercher-ticket-jour
           END-IF.
           IF ticket-trouve > 0
               ADD 1 TO rap-nb-postes(ticket-trouve)
               ADD montant-lu TO rap-poste(ticket-trouve)
               MOVE HIST-COMPTE TO rap-compte-poste(ticket-trouve)
           ELSE
               IF HIST-HORODATAGE(1:8) = jour-demande
                   PERFORM retenir-orphelin
               END-IF
           END-IF.

       retenir-orphelin.
           IF nb-orphelins < 200
               ADD 1 TO nb-orphelins
               MOVE HIST-HORODATAGE TO orp-horodatage(nb-orphelins)
               MOVE HIST-COMPTE TO orp-compte(nb-orphelins)
               MOVE montant-lu TO orp-montant(nb-orphelins)
               MOVE HIST-REFERENCE TO orp-reference(nb-orphelins)
               MOVE ticket-cherche TO orp-ticket(nb-orphelins)
               MOVE 'N' TO orp-existe(nb-orphelins)
           ELSE
               ADD 1 TO orphelins-hors-table
           END-IF.

       relire-attente.
           MOVE 'N' TO fin-fichier.
           OPEN INPUT FICHIER-ATTENTE.
           IF statut-attente = "00"
               PERFORM sauter-entete-attente
               READ FICHIER-ATTENTE
                   AT END MOVE 'O' TO fin-fichier
               END-READ
               PERFORM UNTIL fin-fichier = 'O'
                   IF ATT-OPERATION = 'T'
                           AND ATT-REFERENCE(1:7) = "TICKET "
                           AND ATT-REFERENCE(8:6) IS NUMERIC
                       MOVE ATT-REFERENCE(8:6) TO ticket-cherche
                       PERFORM chercher-ticket-jour
                       IF ticket-trouve > 0
                               AND (ATT-COMPTE = "CAISSE"
                                   OR ATT-COMPTE = "CLIENTS")
                           ADD 1 TO rap-nb-attente(ticket-trouve)
                           IF FUNCTION TEST-NUMVAL(ATT-RESULTAT-TEXTE)
                                   = 0
                               COMPUTE montant-lu =
                                   FUNCTION NUMVAL(ATT-RESULTAT-TEXTE)
                               ADD montant-lu
                                   TO rap-attente(ticket-trouve)
                           END-IF
                           MOVE ATT-COMPTE
                               TO rap-compte-poste(ticket-trouve)
                       END-IF
                   END-IF
                   READ FICHIER-ATTENTE
                       AT END MOVE 'O' TO fin-fichier
                   END-READ
               END-PERFORM
               CLOSE FICHIER-ATTENTE
           END-IF.

       relire-attente-refusee.
           MOVE 'N' TO fin-fichier.
           OPEN INPUT FICHIER-ATTENTE-REFUSEE.
           IF statut-refusee = "00"
               READ FICHIER-ATTENTE-REFUSEE
                   AT END MOVE 'O' TO fin-fichier
               END-READ
               PERFORM UNTIL fin-fichier = 'O'
                   IF ARF-OPERATION = 'T'
                           AND ARF-REFERENCE(1:7) = "TICKET "
                           AND ARF-REFERENCE(8:6) IS NUMERIC
                       MOVE ARF-REFERENCE(8:6) TO ticket-cherche
                       PERFORM chercher-ticket-jour
                       IF ticket-trouve > 0
                           ADD 1 TO rap-nb-refuses(ticket-trouve)
                       END-IF
                   END-IF
                   READ FICHIER-ATTENTE-REFUSEE
                       AT END MOVE 'O' TO fin-fichier
                   END-READ
               END-PERFORM
               CLOSE FICHIER-ATTENTE-REFUSEE
           END-IF.

       *>Un poste du jour qui reference un ticket d'un autre jour
       *>(rejeu tardif) n'est pas orphelin si ce ticket existe.
       verifier-orphelins.
           MOVE 'N' TO fin-fichier.
           OPEN INPUT FICHIER-TICKETS.
           IF statut-tickets(1:1) = "0"
               PERFORM sauter-entete-tickets
               READ FICHIER-TICKETS
                   AT END MOVE 'O' TO fin-fichier
               END-READ
               PERFORM UNTIL fin-fichier = 'O'
                   IF TIK-TYPE = 'T'
                       PERFORM VARYING og FROM 1 BY 1
                               UNTIL og > nb-orphelins
                           IF orp-ticket(og) = TIK-NUMERO
                                   AND orp-ticket(og) > 0
                               MOVE 'O' TO orp-existe(og)
                           END-IF
                       END-PERFORM
                   END-IF
                   READ FICHIER-TICKETS
                       AT END MOVE 'O' TO fin-fichier
                   END-READ
               END-PERFORM
               CLOSE FICHIER-TICKETS
           END-IF.

       *>Ticket sans aucun poste ni au livre ni en file d'attente (ou
       *>seulement mis de cote par le rejeu), ou reste sans ligne T.
       editer-tickets-manquants.
           MOVE "Tickets jamais postes au livre" TO LIGNE-ETAT.
           PERFORM ouvrir-rubrique.
           PERFORM VARYING tk FROM 1 BY 1 UNTIL tk > nb-tickets
               MOVE rap-attendu(tk) TO attendu-edit
               EVALUATE TRUE
                   WHEN rap-total-lu(tk) NOT = 'O'
                       ADD 1 TO nb-manquants
                       STRING "  " rap-ticket(tk)
                           " sans ligne de total (ticket incomplet)"
                           DELIMITED BY SIZE INTO LIGNE-ETAT
                       PERFORM ecrire-ligne-etat
                   WHEN rap-nb-postes(tk) + rap-nb-attente(tk) = 0
                           AND rap-nb-refuses(tk) > 0
                       ADD 1 TO nb-manquants
                       STRING "  " rap-ticket(tk) " " rap-compte(tk)
                           " " attendu-edit
                           "  mis de cote (ATTENTE-REFUSEE.DAT)"
                           DELIMITED BY SIZE INTO LIGNE-ETAT
                       PERFORM ecrire-ligne-etat
                   WHEN rap-nb-postes(tk) + rap-nb-attente(tk) = 0
                       ADD 1 TO nb-manquants
                       STRING "  " rap-ticket(tk) " " rap-compte(tk)
                           " " attendu-edit
                           DELIMITED BY SIZE INTO LIGNE-ETAT
                       PERFORM ecrire-ligne-etat
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-PERFORM.
           PERFORM fermer-rubrique.

       *>Ticket poste une seule fois, mais pour un autre montant ou
       *>sur un autre compte que celui du ticket.
       editer-ecarts-montant.
           MOVE "Ecarts de montant ou de compte" TO LIGNE-ETAT.
           PERFORM ouvrir-rubrique.
           PERFORM VARYING tk FROM 1 BY 1 UNTIL tk > nb-tickets
               COMPUTE montant-poste-total =
                   rap-poste(tk) + rap-attente(tk)
               IF rap-total-lu(tk) = 'O'
                       AND rap-nb-postes(tk) + rap-nb-attente(tk) = 1
                       AND (montant-poste-total NOT = rap-attendu(tk)
                           OR rap-compte-poste(tk) NOT = rap-compte(tk))
                   ADD 1 TO nb-montants
                   MOVE rap-attendu(tk) TO attendu-edit
                   MOVE montant-poste-total TO montant-edit
                   STRING "  " rap-ticket(tk) " attendu "
                       rap-compte(tk) attendu-edit "  poste "
                       rap-compte-poste(tk) montant-edit
                       DELIMITED BY SIZE INTO LIGNE-ETAT
                   PERFORM ecrire-ligne-etat
               END-IF
           END-PERFORM.
           PERFORM fermer-rubrique.

       *>Ticket arrive plus d'une fois (au livre et/ou en file).
       editer-doublons.
           MOVE "Tickets postes plusieurs fois" TO LIGNE-ETAT.
           PERFORM ouvrir-rubrique.
           PERFORM VARYING tk FROM 1 BY 1 UNTIL tk > nb-tickets
               COMPUTE nb-presences =
                   rap-nb-postes(tk) + rap-nb-attente(tk)
               IF nb-presences > 1
                   ADD 1 TO nb-doublons
                   MOVE nb-presences TO presences-edit
                   MOVE rap-attendu(tk) TO attendu-edit
                   COMPUTE montant-poste-total =
                       rap-poste(tk) + rap-attente(tk)
                   MOVE montant-poste-total TO montant-edit
                   STRING "  " rap-ticket(tk) " " presences-edit
                       " fois, attendu " attendu-edit
                       " poste " montant-edit
                       DELIMITED BY SIZE INTO LIGNE-ETAT
                   PERFORM ecrire-ligne-etat
               END-IF
           END-PERFORM.
           PERFORM fermer-rubrique.

       editer-postes-sans-ticket.
           MOVE "Postes T du jour sans ticket" TO LIGNE-ETAT.
           PERFORM ouvrir-rubrique.
           PERFORM VARYING og FROM 1 BY 1 UNTIL og > nb-orphelins
               IF orp-existe(og) NOT = 'O'
                   ADD 1 TO nb-sans-ticket
                   MOVE orp-montant(og) TO montant-edit
                   IF orp-reference(og) = SPACES
                       STRING "  " orp-horodatage(og) " "
                           orp-compte(og) montant-edit
                           "  sans reference"
                           DELIMITED BY SIZE INTO LIGNE-ETAT
                   ELSE
                       STRING "  " orp-horodatage(og) " "
                           orp-compte(og) montant-edit "  "
                           orp-reference(og)
                           DELIMITED BY SIZE INTO LIGNE-ETAT
                   END-IF
                   PERFORM ecrire-ligne-etat
               END-IF
           END-PERFORM.
           IF orphelins-hors-table > 0
               ADD orphelins-hors-table TO nb-sans-ticket
               MOVE orphelins-hors-table TO compte-edit
               STRING "  et " compte-edit " autres postes non detailles"
                   DELIMITED BY SIZE INTO LIGNE-ETAT
               PERFORM ecrire-ligne-etat
           END-IF.
           PERFORM fermer-rubrique.

       *>Pour memoire : un poste encore en file n'est pas un ecart,
       *>le job ATTENTE ou le prochain appel de CALCULSOMME le passe.
       editer-attente.
           MOVE "En attente de rejeu (pour memoire)" TO LIGNE-ETAT.
           PERFORM ouvrir-rubrique.
           PERFORM VARYING tk FROM 1 BY 1 UNTIL tk > nb-tickets
               IF rap-nb-attente(tk) > 0 AND rap-nb-postes(tk) = 0
                   ADD 1 TO nb-en-attente
                   MOVE rap-attente(tk) TO montant-edit
                   STRING "  " rap-ticket(tk) " " montant-edit
                       DELIMITED BY SIZE INTO LIGNE-ETAT
                   PERFORM ecrire-ligne-etat
               END-IF
           END-PERFORM.
           PERFORM fermer-rubrique.

       editer-verdict.
           COMPUTE nb-ecarts = nb-manquants + nb-montants
               + nb-doublons + nb-sans-ticket.
           MOVE nb-tickets TO compte-edit.
           STRING "Tickets de la journee : " compte-edit
               DELIMITED BY SIZE INTO LIGNE-ETAT.
           PERFORM ecrire-ligne-etat.
           IF tickets-tronques = 'O'
               ADD 1 TO nb-ecarts
               MOVE "Plus de 2000 tickets : surplus non controle."
                   TO LIGNE-ETAT
               PERFORM ecrire-ligne-etat
           END-IF.
           IF nb-ecarts = 0
               MOVE "VERDICT : CONFORME" TO LIGNE-ETAT
           ELSE
               MOVE nb-ecarts TO compte-edit
               STRING "VERDICT : " compte-edit " ECART(S)"
                   DELIMITED BY SIZE INTO LIGNE-ETAT
           END-IF.
           PERFORM ecrire-ligne-etat.

       *>Titre de rubrique ; la rubrique vide le dit en clair.
       ouvrir-rubrique.
           PERFORM ecrire-ligne-etat.
           MOVE nb-lignes-rapport TO debut-rubrique.

       fermer-rubrique.
           IF nb-lignes-rapport = debut-rubrique
               MOVE "  aucun" TO LIGNE-ETAT
               PERFORM ecrire-ligne-etat
           END-IF.
           PERFORM ecrire-ligne-etat.

       ecrire-ligne-etat.
           WRITE LIGNE-ETAT.
           ADD 1 TO nb-lignes-rapport.
           MOVE SPACES TO LIGNE-ETAT.

       COPY CATALOGUE-ECRITURE
           REPLACING NOM-PARAGRAPHE BY cataloguer-rapport
           NOM-PROGRAMME-CAT BY "RapprochementTickets"
           NOM-FICHIER-CAT BY nom-rapport
           NB-LIGNES-CAT BY nb-lignes-rapport.

       COPY DESSIN-SAUT
           REPLACING NOM-PARAGRAPHE BY sauter-entete-historique
           FICHIER-DESSIN BY HISTORIQUE-CALCULS.

       COPY DESSIN-SAUT
           REPLACING NOM-PARAGRAPHE BY sauter-entete-tickets
           FICHIER-DESSIN BY FICHIER-TICKETS.

       COPY DESSIN-SAUT
           REPLACING NOM-PARAGRAPHE BY sauter-entete-attente
           FICHIER-DESSIN BY FICHIER-ATTENTE.
