       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HISTORIQUE-CALCULS ASSIGN TO "CALCULSOMME-LOG.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS statut-historique.
           *>Grand livre du total cumule de tous les appels, pour
           *>pouvoir suivre l'evolution d'un solde au fil des calculs
           *>au lieu de ne connaitre que le dernier resultat isole.
               ASSIGN TO "ATTENTE-CALCULSOMME.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS statut-attente.
           *>Postes de la file refuses au rejeu (compte sorti du plan
           *>ou ferme entre-temps, ou livre plein) : mis de cote ici,
           *>meme dessin que la file, au lieu de se perdre ou de
           *>bloquer la file ; a corriger puis a remettre en file.
           SELECT OPTIONAL FICHIER-ATTENTE-REFUSEE
               ASSIGN TO "ATTENTE-REFUSEE.DAT"
               ORGANIZATION LINE SEQUENTIAL.
           COPY COMPTES-FICHIER.
           COPY VERROU-FICHIER.
           COPY JOURNAL-FICHIER.

           *>que les anciens relecteurs continuent de lire leurs
           *>colonnes ; une vieille ligne sans compte vaut GENERAL).
           2 HIST-COMPTE PIC X(08).
           *>Reference du poste, meme place que dans LIVRE-FD : un
           *>appel direct n'en a pas, un poste rejoue garde celle de
           *>sa ligne d'attente.
           2 FILLER PIC X(01) VALUE SPACE.
           2 HIST-REFERENCE PIC X(16).

       *>Grand livre a comptes nommes : une ligne par compte. Les
       *>sommes du comptoir, celles de l'arriere-boutique et les
           2 TOT-ANCIEN-SOLDE PIC S9(11)V99.
           2 FILLER PIC X(09).

       COPY ATTENTE-FD.

       FD FICHIER-ATTENTE-REFUSEE.
       1 LIGNE-ATTENTE-REFUSEE PIC X(77).

       COPY COMPTES-FD.

       COPY VERROU-FD.

       COPY FORMATION.
       COPY VERROU-ZONE.
       COPY JOURNAL-ETAT.
       COPY COMPTES-ZONE.
       COPY DESSIN-ZONE.
       77 statut-attente PIC X(02).
       77 statut-historique PIC X(02).
       77 fin-attente PIC X(01) VALUE 'N'.
       *>Postes en attente rejoues sous le verrou du present appel.
       77 nb-rejoues-attente PIC 9(4) VALUE 0.
       *>résultat visiblement faux.
       1 paramVersion PIC X(08).
       *>Code d'erreur rendu a l'appelant : 00 = calcul fait, DZ =
       *>division par zero, CI = compte inconnu du plan comptable
       *>COMPTES.DAT ou ferme, TP = grand livre plein (20 comptes,
       *>le compte demande n'y a plus de place), DH = historique
       *>CALCULSOMME-LOG.DAT ou file ATTENTE-CALCULSOMME.DAT pas au
       *>dessin courant (voir DESSIN-ZONE, a convertir d'abord),
       *>VR = verrou (voir
       *>plus bas ; tout futur calcul impossible aura son code
       *>ici). Un appel en erreur ne touche NI le grand livre
       *>NI l'historique : un zero qui veut dire "erreur" empoisonne
       *>les totaux, c'est la pire espece de faux.
       1 paramErreur PIC X(02).
       IF paramErreur NOT = "00"
           GOBACK
       END-IF.
       *>Le compte doit figurer au plan comptable et etre ouvert :
       *>une faute de frappe ("CAISE") ouvrait jusqu'ici un compte
       *>de plus sans que personne le voie. Refus = code CI, rien
       *>n'a bouge (ni livre, ni file d'attente, ni historique).
       PERFORM charger-plan-comptes.
       MOVE compte-courant TO compte-a-controler.
       PERFORM controler-compte-plan.
       IF NOT COMPTE-PLAN-ADMIS
           MOVE "CI" TO paramErreur
           GOBACK
       END-IF.
       *>L'historique doit etre au dessin que cette version ecrit :
       *>une ligne au dessin courant ajoutee a un vieux fichier le
       *>rendrait illisible des deux cotes. Refus = code DH, rien
       *>n'a bouge ; ControleDessin a dit pourquoi. Meme regle pour
       *>la file d'attente, que cet appel alimente ou rejoue.
       MOVE "CALCULSOMME-LOG.DAT" TO dsn-fichier.
       MOVE entete-livre TO dsn-entete.
       MOVE 'N' TO dsn-silence.
       CALL 'ControleDessin' USING demande-dessin.
       IF NOT DESSIN-CONFORME
           MOVE "DH" TO paramErreur
           GOBACK
       END-IF.
       MOVE "ATTENTE-CALCULSOMME.DAT" TO dsn-fichier.
       MOVE entete-attente TO dsn-entete.
       CALL 'ControleDessin' USING demande-dessin.
       IF NOT DESSIN-CONFORME
           MOVE "DH" TO paramErreur
           GOBACK
       END-IF.

       *>On met a jour le grand livre du total cumule de tous les
       *>appels, pour pouvoir suivre un solde qui evolue d'un appel a
       IF EN-FORMATION
           PERFORM charger-total
           PERFORM chercher-compte
           IF compte-trouve = 0
               MOVE 0 TO total-cumule
           ELSE
               MOVE cpt-solde(compte-trouve) TO total-cumule
           END-IF
       ELSE
           PERFORM verrouiller-total
           IF NOT VERROU-ACQUIS
                   TO compte-courant
           END-IF
           PERFORM chercher-compte
           *>Livre plein : le compte demande n'a pas de place. Refus
           *>TP plutot que de fondre le montant dans le solde d'un
           *>autre compte ; le rejeu deja fait est sauve quand meme.
           IF compte-trouve = 0
               PERFORM sauver-total
               PERFORM liberer-total
               MOVE "TP" TO paramErreur
               COPY JOURNAL-FERMETURE.
               GOBACK
           END-IF
           ADD paramRes TO cpt-solde(compte-trouve)
           MOVE cpt-solde(compte-trouve) TO total-cumule
           PERFORM sauver-total
       *>On journalise l'appel (entrées, opération, résultat et total
       *>cumule) avec son horodatage, pour pouvoir reconstituer
       *>n'importe quel calcul après coup.
       PERFORM poser-entete-historique.
       OPEN EXTEND HISTORIQUE-CALCULS.
       *>On part d'un enregistrement blanc : les VALUE SPACE des
       *>FILLER d'une FD ne sont pas garantis a l'execution, et des
       *>l'operateur et l'horodatage du refus, et la mise en attente
       *>laisse sa trace au journal.
       mettre-en-attente.
           PERFORM poser-entete-attente.
           OPEN EXTEND FICHIER-ATTENTE.
           MOVE SPACES TO LIGNE-ATTENTE.
           MOVE FUNCTION CURRENT-DATE(1:14) TO ATT-HORODATAGE.
           MOVE 'N' TO fin-attente.
           OPEN INPUT FICHIER-ATTENTE.
           IF statut-attente = "00"
               PERFORM sauter-entete-attente
               READ FICHIER-ATTENTE
                   AT END MOVE 'O' TO fin-attente
               END-READ
           END-IF.
           IF nb-rejoues-attente > 0
               OPEN OUTPUT FICHIER-ATTENTE
               MOVE SPACES TO LIGNE-ATTENTE
               MOVE entete-attente TO LIGNE-ATTENTE
               WRITE LIGNE-ATTENTE
               CLOSE FICHIER-ATTENTE
           END-IF.

           ELSE
               MOVE ATT-COMPTE TO compte-courant
           END-IF.
           MOVE compte-courant TO compte-a-controler.
           PERFORM controler-compte-plan.
           IF COMPTE-PLAN-ADMIS
               PERFORM chercher-compte
           END-IF.
           IF NOT COMPTE-PLAN-ADMIS OR compte-trouve = 0
               PERFORM refuser-ligne-attente
           ELSE
               PERFORM atterrir-ligne-attente
           END-IF.

       *>Poste de la file dont le compte est sorti du plan, ferme,
       *>ou sans place au livre : mis de cote dans
       *>ATTENTE-REFUSEE.DAT avec sa preuve au journal.
       refuser-ligne-attente.
           OPEN EXTEND FICHIER-ATTENTE-REFUSEE.
           MOVE LIGNE-ATTENTE TO LIGNE-ATTENTE-REFUSEE.
           WRITE LIGNE-ATTENTE-REFUSEE.
           CLOSE FICHIER-ATTENTE-REFUSEE.
           MOVE SPACES TO valeur-attente.
           IF COMPTE-PLAN-ADMIS
               STRING "REFUS TP " compte-courant
                   DELIMITED BY SIZE INTO valeur-attente
           ELSE
               STRING "REFUS CI " compte-courant
                   DELIMITED BY SIZE INTO valeur-attente
           END-IF.
           PERFORM journaliser-attente.

       atterrir-ligne-attente.
           ADD montant-attente TO cpt-solde(compte-trouve).
           PERFORM poser-entete-historique.
           OPEN EXTEND HISTORIQUE-CALCULS.
           MOVE SPACES TO LIGNE-HISTORIQUE.
           MOVE FUNCTION CURRENT-DATE(1:14) TO HIST-HORODATAGE.
           MOVE montant-attente TO HIST-RESULTAT.
           MOVE cpt-solde(compte-trouve) TO HIST-TOTAL.
           MOVE compte-courant TO HIST-COMPTE.
           MOVE ATT-REFERENCE TO HIST-REFERENCE.
           WRITE LIGNE-HISTORIQUE.
           CLOSE HISTORIQUE-CALCULS.
           CALL 'NoteTableauBord'
                   MOVE cp TO compte-trouve
               END-IF
           END-PERFORM.
           *>Table pleine : compte-trouve reste a 0 et l'appelant
           *>refuse le poste (code TP) au lieu de le fondre dans la
           *>derniere entree, ou il faussait le solde d'un autre
           *>compte sans le dire.
           IF compte-trouve = 0 AND nb-comptes < 20
               ADD 1 TO nb-comptes
               MOVE compte-courant TO cpt-code(nb-comptes)
               MOVE 0 TO cpt-solde(nb-comptes)
               MOVE nb-comptes TO compte-trouve
           END-IF.

               WRITE LIGNE-TOTAL
           END-PERFORM.
           CLOSE FICHIER-TOTAL.

       COPY COMPTES-CHARGE.

       COPY VERROU-PRISE
           REPLACING NOM-PARAGRAPHE BY verrouiller-total
           NOM-FICHIER-VERROU BY "VERROU-CALCULSOMME.LCK".
           REPLACING NOM-PARAGRAPHE BY journaliser-attente
           NOM-PROGRAMME-JRN BY "CALCULSOMME-attente"
           VALEUR-SAISIE BY valeur-attente.

       COPY DESSIN-POSE
           REPLACING NOM-PARAGRAPHE BY poser-entete-historique
           FICHIER-DESSIN BY HISTORIQUE-CALCULS
           LIGNE-DESSIN BY LIGNE-HISTORIQUE
           STATUT-DESSIN BY statut-historique
           ENTETE-DESSIN BY entete-livre.

       COPY DESSIN-POSE
           REPLACING NOM-PARAGRAPHE BY poser-entete-attente
           FICHIER-DESSIN BY FICHIER-ATTENTE
           LIGNE-DESSIN BY LIGNE-ATTENTE
           STATUT-DESSIN BY statut-attente
           ENTETE-DESSIN BY entete-attente.

       COPY DESSIN-SAUT
           REPLACING NOM-PARAGRAPHE BY sauter-entete-attente
           FICHIER-DESSIN BY FICHIER-ATTENTE.
       *>Fin de la fonction.
       END FUNCTION CALCULSOMME.
