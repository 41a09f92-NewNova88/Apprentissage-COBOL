      *>Registre des prets de cles et de materiel : les cles de
      *>l'atelier, celle de la reserve et les deux portables de pret
      *>partaient chez les visiteurs et le personnel sans autre
      *>trace que la memoire de chacun. PRETS.DAT tient les objets
      *>pretables et chaque pret : objet, emprunteur (badge d'un
      *>visiteur present, ou identifiant d'un operateur du fichier
      *>maitre), heure de sortie, retour prevu (par defaut la
      *>fermeture du jour d'apres le calendrier) et heure de retour.
      *>Le depart d'un visiteur (InAndOut) et la fin de session d'un
      *>operateur (MenuPrincipal) avertissent s'il reste un objet
      *>dehors a leur nom ; les prets en retard sonnent au bandeau
      *>d'alertes (condition PRETRET de ControleAlertes) et font
      *>l'etat RetardsPrets, lance d'ici ou par PiloteNuit. Le
      *>registre reste sous son verrou toute la seance et se
      *>reecrit apres chaque modification, qui part au journal.
      *>Un pret rendu depuis plus d'un an n'est pas recharge : la
      *>reecriture suivante le purge.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GestionPrets.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY PRETS-FICHIER.
           COPY PRESENCES-FICHIER.
           COPY HOTE-FICHIER.
           COPY CALENDRIER-FICHIER.
           COPY VERROU-FICHIER.
           COPY JOURNAL-FICHIER.

       DATA DIVISION.
       FILE SECTION.
       COPY PRETS-FD.

       COPY PRESENCES-FD.

       COPY HOTE-FD.

       COPY CALENDRIER-FD.

       COPY VERROU-FD.

       COPY JOURNAL-FD.

       WORKING-STORAGE SECTION.
       COPY OPERATEUR.
       COPY FORMATION.
       COPY JOURNAL-ETAT.
       COPY PRETS-ZONE.
       COPY HOTE-ZONE.
       COPY CALENDRIER-ZONE.
       COPY VERROU-ZONE.
       77 statut-presences PIC X(02).
       77 fin-fichier PIC X(01) VALUE 'N'.
           88 PLUS-DE-LIGNES VALUE 'O'.

       *>Objets pretables (100).
       77 nb-objets PIC 9(3) VALUE 0.
       77 ob PIC 9(3).
       1 objets-charges.
           2 objet-charge OCCURS 100.
               3 obj-t-code PIC X(08).
               3 obj-t-libelle PIC X(30).
               3 obj-t-etat PIC X(01).
                   88 OBJET-RETIRE VALUE 'R'.

       *>Prets (1000), dans l'ordre de sortie.
       77 nb-prets PIC 9(4) VALUE 0.
       77 pr PIC 9(4).
       77 table-pleine PIC X(01) VALUE 'N'.
       1 prets-charges.
           2 pret-charge OCCURS 1000.
               3 prt-t-objet PIC X(08).
               3 prt-t-genre PIC X(01).
               3 prt-t-emprunteur PIC X(08).
               3 prt-t-nom PIC X(25).
               3 prt-t-sortie PIC X(14).
               3 prt-t-prevu PIC X(12).
               3 prt-t-retour PIC X(14).
               3 prt-t-preteur PIC X(08).

       77 choix-action PIC 9 VALUE 9.
       77 code-saisi PIC X(08).
       77 libelle-saisi PIC X(30).
       77 badge-saisi PIC 9(06).
       77 operateur-emprunteur PIC X(08).
       77 date-prevue PIC 9(08).
       77 heure-prevue PIC 9(04).
       77 prevu-saisi PIC X(12).
       77 nom-visiteur-badge PIC X(25).
       77 objet-trouve PIC 9(3) VALUE 0.
       77 pret-dehors PIC 9(4) VALUE 0.
       77 nb-dehors PIC 9(3) VALUE 0.
       77 pret-valide PIC X(01).
       77 motif-refus PIC X(60).
       77 message-fait PIC X(60).
       77 etat-objet PIC X(38).
       77 instant-courant PIC X(12).
       77 limite-purge PIC X(08).
       77 jour-semaine PIC 9.
       77 jour-ouvert PIC X(01).
       77 ligne-ecran PIC 99.
       77 touche PIC X(01).
       77 valeur-journal PIC X(20).

       SCREEN SECTION.
       1 plage-occupe.
           2 BLANK SCREEN.
           2 LINE 1 COL 1 VALUE
               'Registre des prets occupe, reessayez plus tard.'.

       1 plage-menu.
           2 BLANK SCREEN.
           2 LINE 1 COL 1 VALUE 'Prets de cles et de materiel ('.
           2 PIC zz9 FROM nb-objets.
           2 VALUE ' objets, '.
           2 PIC zz9 FROM nb-dehors.
           2 VALUE ' dehors)'.
           2 LINE 3 COL 1 VALUE '1. Objets et prets en cours'.
           2 LINE 4 COL 1 VALUE '2. Ajouter un objet'.
           2 LINE 5 COL 1 VALUE '3. Retirer un objet'.
           2 LINE 6 COL 1 VALUE '4. Preter un objet'.
           2 LINE 7 COL 1 VALUE '5. Retour d''un objet'.
           2 LINE 8 COL 1 VALUE '6. Prets en retard (etat)'.
           2 LINE 9 COL 1 VALUE '0. Fin'.
           2 LINE 11 COL 1 VALUE 'Votre choix : '.
           2 PIC 9 TO choix-action REQUIRED.

       1 plage-table-pleine.
           2 LINE 2 COL 1 VALUE
               'Registre trop grand (>1000 prets) : plus de pret.'.

       1 plage-entete-objets.
           2 BLANK SCREEN.
           2 LINE 1 COL 1 VALUE 'Code'.
           2 COL 10 VALUE 'Libelle'.
           2 COL 41 VALUE 'Etat'.

       1 plage-ligne-objet.
           2 LINE ligne-ecran COL 1 PIC X(08) FROM obj-t-code(ob).
           2 COL 10 PIC X(30) FROM obj-t-libelle(ob).
           2 COL 41 PIC X(38) FROM etat-objet.

       1 plage-saisie-objet.
           2 LINE 14 COL 1 VALUE 'Code objet : '.
           2 PIC X(08) TO code-saisi REQUIRED.
           2 LINE 15 COL 1 VALUE 'Libelle    : '.
           2 PIC X(30) TO libelle-saisi REQUIRED.

       1 plage-saisie-code.
           2 LINE 14 COL 1 VALUE 'Code objet : '.
           2 PIC X(08) TO code-saisi REQUIRED.

       1 plage-saisie-pret.
           2 LINE 15 COL 1 VALUE
               'Badge du visiteur (0 = operateur)   : '.
           2 PIC 9(06) USING badge-saisi.
           2 LINE 16 COL 1 VALUE
               'ou identifiant de l''operateur       : '.
           2 PIC X(08) USING operateur-emprunteur.
           2 LINE 17 COL 1 VALUE
               'Retour prevu le AAAAMMJJ            : '.
           2 PIC 9(08) USING date-prevue.
           2 LINE 18 COL 1 VALUE
               'a HHMM                              : '.
           2 PIC 9(04) USING heure-prevue.

       1 plage-refus.
           2 LINE 20 COL 1 PIC X(60) FROM motif-refus.

       1 plage-fait.
           2 LINE 20 COL 1 PIC X(60) FROM message-fait.

       1 plage-pause.
           2 LINE 22 COL 1 VALUE 'Entree pour continuer...'.
           2 PIC X(01) TO touche.

       PROCEDURE DIVISION.
       PERFORM verrouiller-prets.
       IF NOT VERROU-ACQUIS
           DISPLAY plage-occupe
           DISPLAY plage-pause
           ACCEPT plage-pause
           GOBACK
       END-IF.
       PERFORM charger-calendrier.
       PERFORM charger-prets.
       PERFORM UNTIL choix-action = 0
           PERFORM compter-dehors
           DISPLAY plage-menu
           IF table-pleine = 'O'
               DISPLAY plage-table-pleine
           END-IF
           ACCEPT plage-menu
           EVALUATE choix-action
               WHEN 1
                   PERFORM lister-objets
               WHEN 2
                   PERFORM ajouter-objet
               WHEN 3
                   PERFORM retirer-objet
               WHEN 4
                   PERFORM preter-objet
               WHEN 5
                   PERFORM rendre-objet
               WHEN 6
                   CALL 'RetardsPrets'
                       ON EXCEPTION CONTINUE
                   END-CALL
                   CANCEL 'RetardsPrets'
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
       END-PERFORM.
       PERFORM liberer-prets.
       COPY JOURNAL-FERMETURE.
       *>GOBACK (et non STOP RUN) pour pouvoir aussi etre appele
       *>depuis le sous-menu des outils.
       GOBACK.

       COPY CALENDRIER-CHARGE.

       COPY HOTE-CONTROLE.

       charger-prets.
           MOVE FUNCTION CURRENT-DATE(1:8) TO limite-purge.
           MOVE FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(limite-purge)) - 366) TO limite-purge.
           MOVE 0 TO nb-objets nb-prets.
           MOVE 'N' TO fin-fichier.
           OPEN INPUT FICHIER-PRETS.
           IF statut-prets(1:1) = "0"
               READ FICHIER-PRETS
                   AT END SET PLUS-DE-LIGNES TO TRUE
               END-READ
               PERFORM UNTIL PLUS-DE-LIGNES
                   EVALUATE OBJ-TYPE
                       WHEN 'O'
                           PERFORM charger-objet
                       WHEN 'P'
                           IF PRT-RETOUR = SPACES
                                   OR PRT-RETOUR(1:8) >= limite-purge
                               PERFORM charger-pret
                           END-IF
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
                   READ FICHIER-PRETS
                       AT END SET PLUS-DE-LIGNES TO TRUE
                   END-READ
               END-PERFORM
               CLOSE FICHIER-PRETS
           END-IF.

       charger-objet.
           IF nb-objets < 100
               ADD 1 TO nb-objets
               MOVE OBJ-CODE TO obj-t-code(nb-objets)
               MOVE OBJ-LIBELLE TO obj-t-libelle(nb-objets)
               MOVE OBJ-ETAT TO obj-t-etat(nb-objets)
           END-IF.

       charger-pret.
           IF nb-prets < 1000
               ADD 1 TO nb-prets
               MOVE PRT-OBJET TO prt-t-objet(nb-prets)
               MOVE PRT-GENRE TO prt-t-genre(nb-prets)
               MOVE PRT-EMPRUNTEUR TO prt-t-emprunteur(nb-prets)
               MOVE PRT-NOM TO prt-t-nom(nb-prets)
               MOVE PRT-SORTIE TO prt-t-sortie(nb-prets)
               MOVE PRT-PREVU TO prt-t-prevu(nb-prets)
               MOVE PRT-RETOUR TO prt-t-retour(nb-prets)
               MOVE PRT-PRETEUR TO prt-t-preteur(nb-prets)
           ELSE
               MOVE 'O' TO table-pleine
           END-IF.

       *>Objets d'abord, puis les prets dans l'ordre de sortie.
       sauver-prets.
           OPEN OUTPUT FICHIER-PRETS.
           PERFORM VARYING ob FROM 1 BY 1 UNTIL ob > nb-objets
               MOVE SPACES TO LIGNE-OBJET
               MOVE 'O' TO OBJ-TYPE
               MOVE obj-t-code(ob) TO OBJ-CODE
               MOVE obj-t-libelle(ob) TO OBJ-LIBELLE
               MOVE obj-t-etat(ob) TO OBJ-ETAT
               WRITE LIGNE-OBJET
           END-PERFORM.
           PERFORM VARYING pr FROM 1 BY 1 UNTIL pr > nb-prets
               MOVE SPACES TO LIGNE-PRET
               MOVE 'P' TO PRT-TYPE
               MOVE prt-t-objet(pr) TO PRT-OBJET
               MOVE prt-t-genre(pr) TO PRT-GENRE
               MOVE prt-t-emprunteur(pr) TO PRT-EMPRUNTEUR
               MOVE prt-t-nom(pr) TO PRT-NOM
               MOVE prt-t-sortie(pr) TO PRT-SORTIE
               MOVE prt-t-prevu(pr) TO PRT-PREVU
               MOVE prt-t-retour(pr) TO PRT-RETOUR
               MOVE prt-t-preteur(pr) TO PRT-PRETEUR
               WRITE LIGNE-PRET
           END-PERFORM.
           CLOSE FICHIER-PRETS.

       compter-dehors.
           MOVE 0 TO nb-dehors.
           PERFORM VARYING pr FROM 1 BY 1 UNTIL pr > nb-prets
               IF prt-t-retour(pr) = SPACES
                   ADD 1 TO nb-dehors
               END-IF
           END-PERFORM.

       *>Un objet par ligne avec son etat : disponible, retire, ou
       *>l'emprunteur et le retour prevu (RETARD une fois depasse).
       lister-objets.
           MOVE FUNCTION CURRENT-DATE(1:12) TO instant-courant.
           DISPLAY plage-entete-objets.
           MOVE 3 TO ligne-ecran.
           PERFORM VARYING ob FROM 1 BY 1 UNTIL ob > nb-objets
               IF ligne-ecran < 21
                   PERFORM preparer-etat-objet
                   DISPLAY plage-ligne-objet
                   ADD 1 TO ligne-ecran
               END-IF
           END-PERFORM.
           DISPLAY plage-pause.
           ACCEPT plage-pause.

       preparer-etat-objet.
           MOVE obj-t-code(ob) TO code-saisi.
           PERFORM chercher-pret-dehors.
           MOVE SPACES TO etat-objet.
           EVALUATE TRUE
               WHEN pret-dehors > 0
                   IF prt-t-genre(pret-dehors) = 'B'
                       STRING "Badge " prt-t-emprunteur(pret-dehors)
                           DELIMITED BY SPACE
                           " " prt-t-nom(pret-dehors)(1:12)
                           DELIMITED BY SIZE INTO etat-objet
                   ELSE
                       STRING "Oper. " prt-t-emprunteur(pret-dehors)
                           DELIMITED BY SIZE INTO etat-objet
                   END-IF
                   MOVE prt-t-prevu(pret-dehors)(7:2)
                       TO etat-objet(21:2)
                   MOVE "/" TO etat-objet(23:1)
                   MOVE prt-t-prevu(pret-dehors)(5:2)
                       TO etat-objet(24:2)
                   MOVE prt-t-prevu(pret-dehors)(9:2)
                       TO etat-objet(27:2)
                   MOVE ":" TO etat-objet(29:1)
                   MOVE prt-t-prevu(pret-dehors)(11:2)
                       TO etat-objet(30:2)
                   IF prt-t-prevu(pret-dehors) < instant-courant
                       MOVE "RETARD" TO etat-objet(33:6)
                   END-IF
               WHEN OBJET-RETIRE(ob)
                   MOVE "retire" TO etat-objet
               WHEN OTHER
                   MOVE "disponible" TO etat-objet
           END-EVALUATE.

       ajouter-objet.
           DISPLAY plage-saisie-objet.
           ACCEPT plage-saisie-objet.
           MOVE FUNCTION UPPER-CASE(code-saisi) TO code-saisi.
           PERFORM chercher-objet.
           EVALUATE TRUE
               WHEN objet-trouve > 0
                   MOVE "Code deja au registre." TO motif-refus
                   DISPLAY plage-refus
               WHEN nb-objets >= 100
                   MOVE "Registre plein (100 objets)." TO motif-refus
                   DISPLAY plage-refus
               WHEN OTHER
                   ADD 1 TO nb-objets
                   MOVE code-saisi TO obj-t-code(nb-objets)
                   MOVE libelle-saisi TO obj-t-libelle(nb-objets)
                   MOVE 'A' TO obj-t-etat(nb-objets)
                   PERFORM sauver-prets
                   MOVE SPACES TO valeur-journal
                   STRING "OBJ+ " code-saisi
                       DELIMITED BY SIZE INTO valeur-journal
                   PERFORM journaliser-pret
                   MOVE "Objet ajoute." TO message-fait
                   DISPLAY plage-fait
           END-EVALUATE.
           DISPLAY plage-pause.
           ACCEPT plage-pause.

       *>Un objet retire reste au registre (ses prets passes y
       *>renvoient) ; un objet dehors doit d'abord etre rendu.
       retirer-objet.
           DISPLAY plage-saisie-code.
           ACCEPT plage-saisie-code.
           MOVE FUNCTION UPPER-CASE(code-saisi) TO code-saisi.
           PERFORM chercher-objet.
           PERFORM chercher-pret-dehors.
           EVALUATE TRUE
               WHEN objet-trouve = 0
                   MOVE "Code inconnu." TO motif-refus
                   DISPLAY plage-refus
               WHEN pret-dehors > 0
                   MOVE "Objet dehors : enregistrer d'abord son retour."
                       TO motif-refus
                   DISPLAY plage-refus
               WHEN OTHER
                   MOVE 'R' TO obj-t-etat(objet-trouve)
                   PERFORM sauver-prets
                   MOVE SPACES TO valeur-journal
                   STRING "OBJ- " code-saisi
                       DELIMITED BY SIZE INTO valeur-journal
                   PERFORM journaliser-pret
                   MOVE "Objet retire." TO message-fait
                   DISPLAY plage-fait
           END-EVALUATE.
           DISPLAY plage-pause.
           ACCEPT plage-pause.

       preter-objet.
           IF table-pleine = 'O'
               DISPLAY plage-table-pleine
               DISPLAY plage-pause
               ACCEPT plage-pause
           ELSE
               DISPLAY plage-saisie-code
               ACCEPT plage-saisie-code
               MOVE FUNCTION UPPER-CASE(code-saisi) TO code-saisi
               MOVE 0 TO badge-saisi
               MOVE SPACES TO operateur-emprunteur
               PERFORM poser-retour-par-defaut
               DISPLAY plage-saisie-pret
               ACCEPT plage-saisie-pret
               PERFORM controler-pret
               IF pret-valide = 'O'
                   PERFORM enregistrer-pret
                   DISPLAY plage-fait
               ELSE
                   DISPLAY plage-refus
               END-IF
               DISPLAY plage-pause
               ACCEPT plage-pause
           END-IF.

       *>Retour prevu par defaut : la fermeture du jour d'apres le
       *>calendrier (23h59 un jour ferme ou ferie).
       poser-retour-par-defaut.
           MOVE FUNCTION CURRENT-DATE(1:8) TO date-prevue.
           COMPUTE jour-semaine = FUNCTION MOD(
               FUNCTION INTEGER-OF-DATE(date-prevue) - 1, 7) + 1.
           MOVE 'O' TO jour-ouvert.
           IF cal-j-ouvert(jour-semaine) NOT = 'O'
               MOVE 'N' TO jour-ouvert
           END-IF.
           PERFORM VARYING fer FROM 1 BY 1 UNTIL fer > nb-feries
               IF jour-ferie-cal(fer) = date-prevue
                   MOVE 'N' TO jour-ouvert
               END-IF
           END-PERFORM.
           IF jour-ouvert = 'O'
               MOVE cal-j-fermeture(jour-semaine) TO heure-prevue
           ELSE
               MOVE 2359 TO heure-prevue
           END-IF.

       *>Objet connu, actif et disponible ; emprunteur : un badge
       *>remis a un visiteur encore dans les murs, ou un operateur
       *>du fichier maitre ; retour prevu valable et a venir.
       controler-pret.
           MOVE 'O' TO pret-valide.
           MOVE SPACES TO motif-refus nom-visiteur-badge.
           MOVE FUNCTION CURRENT-DATE(1:12) TO instant-courant.
           PERFORM chercher-objet.
           PERFORM chercher-pret-dehors.
           EVALUATE TRUE
               WHEN objet-trouve = 0
                   MOVE "Code inconnu." TO motif-refus
               WHEN OBJET-RETIRE(objet-trouve)
                   MOVE "Objet retire du pret." TO motif-refus
               WHEN pret-dehors > 0
                   MOVE "Objet deja dehors." TO motif-refus
               WHEN badge-saisi = 0 AND operateur-emprunteur = SPACES
                   MOVE "Badge ou identifiant obligatoire."
                       TO motif-refus
               WHEN FUNCTION TEST-DATE-YYYYMMDD(date-prevue) NOT = 0
                       OR heure-prevue(1:2) > "23"
                       OR heure-prevue(3:2) > "59"
                   MOVE "Retour prevu invalide." TO motif-refus
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF motif-refus = SPACES
               MOVE SPACES TO prevu-saisi
               STRING date-prevue heure-prevue
                   DELIMITED BY SIZE INTO prevu-saisi
               IF prevu-saisi <= instant-courant
                   MOVE "Retour prevu deja passe." TO motif-refus
               END-IF
           END-IF.
           IF motif-refus = SPACES
               IF badge-saisi > 0
                   PERFORM chercher-visiteur-badge
                   IF nom-visiteur-badge = SPACES
                       MOVE "Badge remis a aucun visiteur present."
                           TO motif-refus
                   END-IF
               ELSE
                   MOVE operateur-emprunteur TO hote-saisi
                   PERFORM controler-hote
                   MOVE hote-saisi TO operateur-emprunteur
                   IF NOT HOTE-VALIDE
                       MOVE "Operateur inconnu au fichier maitre."
                           TO motif-refus
                   END-IF
               END-IF
           END-IF.
           IF motif-refus NOT = SPACES
               MOVE 'N' TO pret-valide
           END-IF.

       *>Le visiteur present qui porte ce badge (occupation courante
       *>tenue par InAndOut).
       chercher-visiteur-badge.
           MOVE 'N' TO fin-fichier.
           OPEN INPUT FICHIER-PRESENCES.
           IF statut-presences(1:1) = "0"
               PERFORM UNTIL PLUS-DE-LIGNES
                   READ FICHIER-PRESENCES NEXT RECORD
                       AT END SET PLUS-DE-LIGNES TO TRUE
                       NOT AT END
                           IF OCC-BADGE = badge-saisi
                               MOVE OCC-NOM TO nom-visiteur-badge
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHIER-PRESENCES
           END-IF.

       enregistrer-pret.
           ADD 1 TO nb-prets.
           MOVE code-saisi TO prt-t-objet(nb-prets).
           IF badge-saisi > 0
               MOVE 'B' TO prt-t-genre(nb-prets)
               MOVE badge-saisi TO prt-t-emprunteur(nb-prets)
               MOVE nom-visiteur-badge TO prt-t-nom(nb-prets)
           ELSE
               MOVE 'O' TO prt-t-genre(nb-prets)
               MOVE operateur-emprunteur TO prt-t-emprunteur(nb-prets)
               MOVE SPACES TO prt-t-nom(nb-prets)
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:14) TO prt-t-sortie(nb-prets).
           MOVE prevu-saisi TO prt-t-prevu(nb-prets).
           MOVE SPACES TO prt-t-retour(nb-prets).
           IF operateur-courant = SPACES OR LOW-VALUES
               MOVE "INCONNU" TO prt-t-preteur(nb-prets)
           ELSE
               MOVE operateur-courant TO prt-t-preteur(nb-prets)
           END-IF.
           IF nb-prets >= 1000
               MOVE 'O' TO table-pleine
           END-IF.
           PERFORM sauver-prets.
           MOVE SPACES TO valeur-journal.
           STRING "PRT+" code-saisi " " prt-t-genre(nb-prets)
               prt-t-emprunteur(nb-prets)
               DELIMITED BY SIZE INTO valeur-journal.
           PERFORM journaliser-pret.
           MOVE SPACES TO message-fait.
           STRING "Prete a " prt-t-emprunteur(nb-prets)
               DELIMITED BY SPACE
               " " prt-t-nom(nb-prets)
               DELIMITED BY SIZE INTO message-fait.

       rendre-objet.
           DISPLAY plage-saisie-code.
           ACCEPT plage-saisie-code.
           MOVE FUNCTION UPPER-CASE(code-saisi) TO code-saisi.
           PERFORM chercher-pret-dehors.
           IF pret-dehors = 0
               MOVE "Aucun pret en cours pour cet objet." TO motif-refus
               DISPLAY plage-refus
           ELSE
               MOVE FUNCTION CURRENT-DATE(1:14)
                   TO prt-t-retour(pret-dehors)
               PERFORM sauver-prets
               MOVE SPACES TO valeur-journal
               STRING "PRT-" code-saisi " " prt-t-genre(pret-dehors)
                   prt-t-emprunteur(pret-dehors)
                   DELIMITED BY SIZE INTO valeur-journal
               PERFORM journaliser-pret
               MOVE SPACES TO message-fait
               IF prt-t-prevu(pret-dehors)
                       < prt-t-retour(pret-dehors)(1:12)
                   MOVE "Retour enregistre (en retard)." TO message-fait
               ELSE
                   MOVE "Retour enregistre." TO message-fait
               END-IF
               DISPLAY plage-fait
           END-IF.
           DISPLAY plage-pause.
           ACCEPT plage-pause.

       chercher-objet.
           MOVE 0 TO objet-trouve.
           PERFORM VARYING ob FROM 1 BY 1 UNTIL ob > nb-objets
               IF obj-t-code(ob) = code-saisi
                   MOVE ob TO objet-trouve
               END-IF
           END-PERFORM.

       *>Pret encore dehors de l'objet code-saisi (0 = aucun).
       chercher-pret-dehors.
           MOVE 0 TO pret-dehors.
           PERFORM VARYING pr FROM 1 BY 1 UNTIL pr > nb-prets
               IF prt-t-objet(pr) = code-saisi
                       AND prt-t-retour(pr) = SPACES
                   MOVE pr TO pret-dehors
               END-IF
           END-PERFORM.

       COPY VERROU-PRISE
           REPLACING NOM-PARAGRAPHE BY verrouiller-prets
           NOM-FICHIER-VERROU BY "VERROU-PRETS.LCK".

       COPY VERROU-LIBERATION
           REPLACING NOM-PARAGRAPHE BY liberer-prets.

       COPY JOURNAL-ECRITURE
           REPLACING NOM-PARAGRAPHE BY journaliser-pret
           NOM-PROGRAMME-JRN BY "GestionPrets"
           VALEUR-SAISIE BY valeur-journal.
