      *>Extrait mensuel pour la paie : le bureau de paie recevait en
      *>fin de mois deux papiers, le releve des heures de
      *>PointagePersonnel et l'etat des commissions de
      *>ReglementCommissions, et retapait les deux. Ce programme
      *>construit un seul fichier par mois, EXTRAIT-PAIE-AAAAMM.DAT,
      *>au meme format que EXTRAIT-SIEGE.DAT : un en-tete, un
      *>detail par operateur (heures normales, heures un jour ferme
      *>ou ferie, heures au-dela de la fermeture du jour, commission
      *>du mois et retenues), et un enregistrement de controle. Les
      *>heures viennent des pointages du mois (E puis S par
      *>operateur, corrections comprises, remis dans l'ordre), les
      *>commissions de TARIFS-HISTO.DAT, les retenues de
      *>RETENUES-PAIE.DAT, saisies ici, plus l'echeance du mois des
      *>avances sur salaire (AVANCES.DAT). Chaque extrait s'inscrit au
      *>registre PAIE-REGISTRE.DAT, envoye puis accuse quand la paie
      *>confirme ; un mois deja extrait ne se refait que sur
      *>demande expresse de regeneration (journalisee), l'extrait
      *>remplace restant au registre avec ses totaux. Registre et
      *>retenues restent sous verrou pendant toute la seance.
      *>Lance par PiloteNuit (job PAIE), il extrait sans ecran le
      *>mois de la date du pilote (mois courant par defaut) ; un
      *>mois deja extrait n'est jamais regenere de nuit, et un
      *>registre occupe ou tronque rend le job en echec.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ExtraitPaie.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL FICHIER-POINTAGES
               ASSIGN TO "POINTAGES.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS statut-pointages.
           SELECT FICHIER-HISTO ASSIGN TO "TARIFS-HISTO.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS statut-histo.
           SELECT OPTIONAL FICHIER-RETENUES
               ASSIGN TO "RETENUES-PAIE.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS statut-retenues.
           COPY AVANCES-FICHIER.
           SELECT OPTIONAL FICHIER-REGISTRE
               ASSIGN TO "PAIE-REGISTRE.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS statut-registre.
           SELECT FICHIER-EXTRAIT ASSIGN USING nom-extrait
               ORGANIZATION LINE SEQUENTIAL.
           COPY CALENDRIER-FICHIER.
           COPY HOTE-FICHIER.
           COPY VERROU-FICHIER.
           COPY JOURNAL-FICHIER.

       DATA DIVISION.
       FILE SECTION.
       FD FICHIER-POINTAGES.
       1 LIGNE-POINTAGE.
           2 PTG-HORODATAGE PIC X(14).
           2 FILLER PIC X(01).
           2 PTG-OPERATEUR PIC X(08).
           2 FILLER PIC X(01).
           2 PTG-SENS PIC X(01).
           2 FILLER PIC X(01).
           2 PTG-ORIGINE PIC X(01).

       *>Meme dessin que l'historique relu par ReglementCommissions.
       FD FICHIER-HISTO.
       1 LIGNE-HISTO-TRANCHE.
           2 HTR-MOIS PIC 9(06).
           2 FILLER PIC X(01).
           2 HTR-VALEUR PIC X(15).
           2 FILLER PIC X(01).
           2 HTR-LIBELLE PIC X(30).
           2 FILLER PIC X(01).
           2 HTR-MONTANT PIC X(17).
           2 FILLER PIC X(01).
           2 HTR-OPERATEUR PIC X(08).

       *>Retenue sur paie : mois, operateur, montant, motif, et qui
       *>l'a saisie quand.
       FD FICHIER-RETENUES.
       1 LIGNE-RETENUE.
           2 RTN-MOIS PIC X(06).
           2 FILLER PIC X(01).
           2 RTN-OPERATEUR PIC X(08).
           2 FILLER PIC X(01).
           2 RTN-MONTANT PIC 9(07)V99.
           2 FILLER PIC X(01).
           2 RTN-MOTIF PIC X(20).
           2 FILLER PIC X(01).
           2 RTN-SAISIE PIC X(14).
           2 FILLER PIC X(01).
           2 RTN-SAISI-PAR PIC X(08).

       COPY AVANCES-FD.

       *>Registre des extraits de paie : horodatage de production,
       *>mois extrait, nombre d'enregistrements et totaux de
       *>controle de l'extrait, statut E = envoye, A = accuse par la
       *>paie (jour de l'accuse), R = remplace par une regeneration.
       FD FICHIER-REGISTRE.
       1 LIGNE-REGISTRE.
           2 EXP-HORODATAGE PIC X(14).
           2 FILLER PIC X(01).
           2 EXP-MOIS PIC X(06).
           2 FILLER PIC X(01).
           2 EXP-NB-ENREG PIC 9(06).
           2 FILLER PIC X(01).
           2 EXP-MINUTES PIC 9(09).
           2 FILLER PIC X(01).
           2 EXP-COMMISSIONS PIC S9(11)V99 SIGN LEADING SEPARATE.
           2 FILLER PIC X(01).
           2 EXP-RETENUES PIC 9(09)V99.
           2 FILLER PIC X(01).
           2 EXP-STATUT PIC X(01).
           2 FILLER PIC X(01).
           2 EXP-ACCUSE PIC X(08).

       *>Format convenu avec la paie : type en colonne 1 (E = en
       *>tete, D = detail operateur, T = controle), champs en largeur
       *>fixe, heures en minutes, montants sans virgule (deux
       *>decimales implicites).
       FD FICHIER-EXTRAIT.
       1 LIGNE-EXTRAIT PIC X(80).

       COPY CALENDRIER-FD.

       COPY HOTE-FD.

       COPY VERROU-FD.

       COPY JOURNAL-FD.

       WORKING-STORAGE SECTION.
       COPY PILOTAGE.
       COPY OPERATEUR.
       COPY FORMATION.
       COPY JOURNAL-ETAT.
       COPY CALENDRIER-ZONE.
       COPY HOTE-ZONE.
       COPY VERROU-ZONE.
       77 statut-pointages PIC X(02).
       77 statut-histo PIC X(02).
       77 statut-retenues PIC X(02).
       77 statut-avances PIC X(02).
       77 statut-registre PIC X(02).
       77 fin-fichier PIC X(01) VALUE 'N'.
           88 PLUS-DE-LIGNES VALUE 'O'.

       77 choix-action PIC 9 VALUE 9.
       77 touche PIC X(01).
       77 confirmation PIC X(01).
       77 valeur-journal PIC X(20).
       77 message-fait PIC X(60).
       77 mois-saisi PIC X(06) VALUE SPACES.
       77 mois-valide PIC X(01).
       77 jour-lendemain PIC 9(08).
       77 nom-extrait PIC X(40).
       77 horodatage-extrait PIC X(14).

       *>Registre charge en table pour la recherche du mois, le
       *>pointage des accuses et la consultation, puis reecrit.
       77 nb-extraits PIC 9(3) VALUE 0.
       77 ex PIC 9(3).
       77 extrait-trouve PIC 9(3).
       77 registre-tronque PIC X(01) VALUE 'N'.
       1 registre-charge.
           2 extrait-paie OCCURS 300.
               3 tab-horodatage PIC X(14).
               3 tab-mois PIC X(06).
               3 tab-nb-enreg PIC 9(06).
               3 tab-minutes PIC 9(09).
               3 tab-commissions PIC S9(11)V99.
               3 tab-retenues PIC 9(09)V99.
               3 tab-statut PIC X(01).
               3 tab-accuse PIC X(08).

       *>Pointages du mois, remis dans l'ordre operateur puis
       *>horodatage (une correction C arrive en fin de fichier) ;
       *>DEPENDING ON pour que le SORT ne trie que le charge.
       77 nb-pointages PIC 9(4) VALUE 0.
       77 pg PIC 9(4).
       1 pointages-mois.
           2 pointage OCCURS 1 TO 6000 DEPENDING ON nb-pointages.
               3 tpg-operateur PIC X(08).
               3 tpg-horodatage PIC X(14).
               3 tpg-sens PIC X(01).

       *>Cumuls par operateur ; anomalie P = poste reste ouvert
       *>(entree sans sortie), a verifier par la paie.
       77 nb-operateurs PIC 9(3) VALUE 0.
       77 op PIC 9(3).
       77 operateur-cherche PIC X(08).
       77 operateur-trouve PIC 9(3).
       1 paies-operateurs.
           2 paie-operateur OCCURS 1 TO 100
                   DEPENDING ON nb-operateurs.
               3 pop-operateur PIC X(08).
               3 pop-minutes-normales PIC 9(06).
               3 pop-minutes-fermes PIC 9(06).
               3 pop-minutes-sup PIC 9(06).
               3 pop-commission PIC S9(11)V99.
               3 pop-retenues PIC 9(07)V99.
               3 pop-anomalie PIC X(01).
       77 table-pleine PIC X(01) VALUE 'N'.

       *>Appariement E/S : poste ouvert de l'operateur en cours.
       77 operateur-rupture PIC X(08).
       77 poste-ouvert PIC X(01).
       77 minute-entree PIC 9(10).
       77 minute-fermeture PIC 9(10).
       77 jour-entree PIC 9(08).
       77 jour-ferme PIC X(01).
       77 minute-mouvement PIC 9(10).
       77 entier-jour PIC 9(08).
       77 jour-semaine PIC 9.
       77 heure-m PIC 9(02).
       77 minute-m PIC 9(02).
       77 duree-poste PIC 9(08).
       77 minutes-apres PIC 9(08).
       77 montant-ligne PIC S9(11)V99.

       *>Enregistrements de l'extrait.
       1 entete-paie.
           2 FILLER PIC X(01) VALUE "E".
           2 epa-mois PIC X(06).
           2 FILLER PIC X(09) VALUE "MAGASIN01".
           2 epa-jour PIC X(08).
           2 FILLER PIC X(56) VALUE SPACES.
       1 detail-paie.
           2 FILLER PIC X(01) VALUE "D".
           2 dpa-operateur PIC X(08).
           2 dpa-minutes-normales PIC 9(06).
           2 dpa-minutes-fermes PIC 9(06).
           2 dpa-minutes-sup PIC 9(06).
           2 dpa-commission PIC S9(09)V99 SIGN LEADING SEPARATE.
           2 dpa-retenues PIC 9(07)V99.
           2 dpa-anomalie PIC X(01).
           2 FILLER PIC X(31) VALUE SPACES.
       1 controle-paie.
           2 FILLER PIC X(01) VALUE "T".
           2 cpa-nb-enreg PIC 9(06).
           2 cpa-minutes PIC 9(09).
           2 cpa-commissions PIC S9(11)V99 SIGN LEADING SEPARATE.
           2 cpa-retenues PIC 9(09)V99.
           2 FILLER PIC X(39) VALUE SPACES.

       *>Totaux de l'extrait.
       77 nb-enregistrements PIC 9(06) VALUE 0.
       77 total-minutes PIC 9(09) VALUE 0.
       77 total-commissions PIC S9(11)V99 VALUE 0.
       77 total-retenues PIC 9(09)V99 VALUE 0.

       *>Saisie d'une retenue.
       77 operateur-retenue PIC X(08).
       77 montant-retenue PIC 9(07)V99.
       77 motif-retenue PIC X(20).

       *>Consultation du registre.
       77 ligne-ecran PIC 99.
       77 premier-affiche PIC 9(3).
       77 aff-produit PIC X(08).
       77 aff-statut PIC X(08).
       77 heures-edit PIC zzzzz9.
       77 montant-edit PIC -(10)9.99.
       77 retenues-edit PIC z(8)9.99.

       SCREEN SECTION.
       1 plage-menu.
           2 BLANK SCREEN.
           2 LINE 1 COL 1 VALUE 'Extrait mensuel pour la paie'.
           2 LINE 3 COL 1 VALUE '1. Generer l''extrait d''un mois'.
           2 LINE 4 COL 1 VALUE '2. Saisir une retenue sur paie'.
           2 LINE 5 COL 1 VALUE '3. Pointer l''accuse de la paie'.
           2 LINE 6 COL 1 VALUE '4. Consulter le registre'.
           2 LINE 7 COL 1 VALUE '0. Fin'.
           2 LINE 8 COL 1 VALUE 'Votre choix : '.
           2 PIC 9 TO choix-action REQUIRED.

       1 plage-occupe.
           2 BLANK SCREEN.
           2 LINE 1 COL 1 VALUE
               'Registre de paie occupe, reessayez plus tard.'.

       1 plage-registre-tronque.
           2 LINE 20 COL 1 VALUE
               'Registre au-dela de 300 extraits : purger d''abord.'.

       1 plage-saisie-mois.
           2 LINE 10 COL 1 VALUE
               'Mois AAAAMM (vide = courant) : '.
           2 PIC X(06) TO mois-saisi.

       1 plage-deja-extrait.
           2 LINE 12 COL 1 VALUE 'Mois deja extrait le '.
           2 PIC X(08) FROM aff-produit.
           2 COL 31 VALUE 'statut '.
           2 PIC X(08) FROM aff-statut.
           2 LINE 13 COL 1 VALUE
               'Regenerer l''extrait (l''ancien est remplace) O/N : '.
           2 PIC X(01) TO confirmation REQUIRED.

       1 plage-fini.
           2 LINE 12 COL 1 VALUE 'Extrait genere : '.
           2 PIC X(40) FROM nom-extrait.
           2 LINE 13 COL 1 VALUE 'Operateurs     : '.
           2 PIC zz9 FROM nb-operateurs.
           2 LINE 14 COL 1 VALUE 'Minutes        : '.
           2 PIC z(8)9 FROM total-minutes.
           2 LINE 15 COL 1 VALUE 'Commissions    : '.
           2 PIC -(10)9.99 FROM total-commissions.
           2 LINE 16 COL 1 VALUE 'Retenues       : '.
           2 PIC z(8)9.99 FROM total-retenues.

       1 plage-table-pleine.
           2 LINE 18 COL 1 VALUE
               'Mois trop charge : extrait tronque, a verifier.'.

       1 plage-saisie-retenue.
           2 LINE 12 COL 1 VALUE 'Operateur : '.
           2 PIC X(08) TO operateur-retenue REQUIRED.
           2 LINE 13 COL 1 VALUE 'Montant   : '.
           2 PIC 9(7)V99 TO montant-retenue REQUIRED.
           2 LINE 14 COL 1 VALUE 'Motif     : '.
           2 PIC X(20) TO motif-retenue.

       1 plage-titre-registre.
           2 BLANK SCREEN.
           2 LINE 1 COL 1 VALUE
               'Mois   Produit  Statut   Enreg. Minutes'.
           2 COL 42 VALUE 'Commissions    Retenues  Accuse'.

       1 plage-ligne-registre.
           2 LINE ligne-ecran COL 1 PIC X(06) FROM tab-mois(ex).
           2 COL 8 PIC X(08) FROM aff-produit.
           2 COL 17 PIC X(08) FROM aff-statut.
           2 COL 26 PIC zzzzz9 FROM tab-nb-enreg(ex).
           2 COL 33 PIC z(8)9 FROM tab-minutes(ex).
           2 COL 43 PIC -(10)9.99 FROM tab-commissions(ex).
           2 COL 58 PIC z(8)9.99 FROM tab-retenues(ex).
           2 COL 71 PIC X(08) FROM tab-accuse(ex).

       1 plage-fait.
           2 LINE 20 COL 1 PIC X(60) FROM message-fait.

       1 plage-pause.
           2 LINE 22 COL 1 VALUE 'Entree pour continuer...'.
           2 PIC X(01) TO touche.

       PROCEDURE DIVISION.
       PERFORM verrouiller-paie.
       IF NOT VERROU-ACQUIS
           IF PILOTE-EN-COMMANDE
               SET PILOTE-ECARTS TO TRUE
           ELSE
               DISPLAY plage-occupe
               DISPLAY plage-pause
               ACCEPT plage-pause
           END-IF
           GOBACK
       END-IF.
       PERFORM charger-calendrier.
       PERFORM charger-registre.
       IF PILOTE-EN-COMMANDE
           PERFORM extraire-mois-pilote
       END-IF.
       PERFORM UNTIL choix-action = 0 OR PILOTE-EN-COMMANDE
           DISPLAY plage-menu
           IF registre-tronque = 'O'
               DISPLAY plage-registre-tronque
           END-IF
           ACCEPT plage-menu
           EVALUATE choix-action
               WHEN 1
                   IF registre-tronque NOT = 'O'
                       PERFORM generer-extrait
                   END-IF
               WHEN 2
                   PERFORM saisir-retenue
               WHEN 3
                   IF registre-tronque NOT = 'O'
                       PERFORM pointer-accuse
                   END-IF
               WHEN 4
                   PERFORM consulter-registre
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
       END-PERFORM.
       PERFORM liberer-paie.
       COPY JOURNAL-FERMETURE.
       *>GOBACK (et non STOP RUN) pour pouvoir aussi etre appele
       *>depuis le sous-menu des outils et PiloteNuit.
       GOBACK.

       COPY CALENDRIER-CHARGE.

       COPY HOTE-CONTROLE.

       charger-registre.
           MOVE 0 TO nb-extraits.
           MOVE 'N' TO fin-fichier.
           OPEN INPUT FICHIER-REGISTRE.
           IF statut-registre(1:1) = "0"
               READ FICHIER-REGISTRE
                   AT END SET PLUS-DE-LIGNES TO TRUE
               END-READ
               PERFORM UNTIL PLUS-DE-LIGNES
                   IF nb-extraits < 300
                       ADD 1 TO nb-extraits
                       MOVE EXP-HORODATAGE
                           TO tab-horodatage(nb-extraits)
                       MOVE EXP-MOIS TO tab-mois(nb-extraits)
                       MOVE EXP-NB-ENREG TO tab-nb-enreg(nb-extraits)
                       MOVE EXP-MINUTES TO tab-minutes(nb-extraits)
                       MOVE EXP-COMMISSIONS
                           TO tab-commissions(nb-extraits)
                       MOVE EXP-RETENUES TO tab-retenues(nb-extraits)
                       MOVE EXP-STATUT TO tab-statut(nb-extraits)
                       MOVE EXP-ACCUSE TO tab-accuse(nb-extraits)
                   ELSE
                       MOVE 'O' TO registre-tronque
                   END-IF
                   READ FICHIER-REGISTRE
                       AT END SET PLUS-DE-LIGNES TO TRUE
                   END-READ
               END-PERFORM
               CLOSE FICHIER-REGISTRE
           END-IF.

       sauver-registre.
           OPEN OUTPUT FICHIER-REGISTRE.
           PERFORM VARYING ex FROM 1 BY 1 UNTIL ex > nb-extraits
               MOVE SPACES TO LIGNE-REGISTRE
               MOVE tab-horodatage(ex) TO EXP-HORODATAGE
               MOVE tab-mois(ex) TO EXP-MOIS
               MOVE tab-nb-enreg(ex) TO EXP-NB-ENREG
               MOVE tab-minutes(ex) TO EXP-MINUTES
               MOVE tab-commissions(ex) TO EXP-COMMISSIONS
               MOVE tab-retenues(ex) TO EXP-RETENUES
               MOVE tab-statut(ex) TO EXP-STATUT
               MOVE tab-accuse(ex) TO EXP-ACCUSE
               WRITE LIGNE-REGISTRE
           END-PERFORM.
           CLOSE FICHIER-REGISTRE.

       *>Mois saisi : vide = mois courant ; sinon AAAAMM valide.
       saisir-mois.
           MOVE SPACES TO mois-saisi.
           DISPLAY plage-saisie-mois.
           ACCEPT plage-saisie-mois.
           IF mois-saisi = SPACES
               MOVE FUNCTION CURRENT-DATE(1:6) TO mois-saisi
           END-IF.
           MOVE 'O' TO mois-valide.
           IF mois-saisi IS NOT NUMERIC
               MOVE 'N' TO mois-valide
           ELSE
               IF mois-saisi(5:2) < "01" OR mois-saisi(5:2) > "12"
                   MOVE 'N' TO mois-valide
               END-IF
           END-IF.
           IF mois-valide NOT = 'O'
               MOVE "Mois invalide (AAAAMM)." TO message-fait
               DISPLAY plage-fait
               DISPLAY plage-pause
               ACCEPT plage-pause
           END-IF.

       *>Passage de nuit : le mois de la date du pilote, ou le mois
       *>courant. Un mois deja extrait reste tel quel (la
       *>regeneration demande une confirmation en journee) ; un
       *>registre tronque ou un mois invalide rend le job en echec.
       extraire-mois-pilote.
           MOVE FUNCTION CURRENT-DATE(1:6) TO mois-saisi.
           IF pilote-date IS NUMERIC
               MOVE pilote-date(1:6) TO mois-saisi
           END-IF.
           MOVE 'O' TO mois-valide.
           IF mois-saisi(5:2) < "01" OR mois-saisi(5:2) > "12"
               MOVE 'N' TO mois-valide
           END-IF.
           IF mois-valide NOT = 'O' OR registre-tronque = 'O'
               SET PILOTE-ECARTS TO TRUE
           ELSE
               PERFORM chercher-extrait-mois
               IF extrait-trouve = 0
                   PERFORM produire-extrait
               END-IF
           END-IF.

       *>Dernier extrait du mois encore en vigueur (envoye ou
       *>accuse) ; 0 si le mois n'a jamais ete extrait.
       chercher-extrait-mois.
           MOVE 0 TO extrait-trouve.
           PERFORM VARYING ex FROM 1 BY 1 UNTIL ex > nb-extraits
               IF tab-mois(ex) = mois-saisi
                       AND tab-statut(ex) NOT = 'R'
                   MOVE ex TO extrait-trouve
               END-IF
           END-PERFORM.

       poser-statut-affiche.
           MOVE tab-horodatage(ex)(1:8) TO aff-produit.
           EVALUATE tab-statut(ex)
               WHEN 'E'
                   MOVE "ENVOYE" TO aff-statut
               WHEN 'A'
                   MOVE "ACCUSE" TO aff-statut
               WHEN 'R'
                   MOVE "REMPLACE" TO aff-statut
               WHEN OTHER
                   MOVE tab-statut(ex) TO aff-statut
           END-EVALUATE.

       *>Un mois deja extrait ne se refait que sur confirmation
       *>expresse : l'ancien extrait passe a R au registre (ses
       *>totaux y restent) et la regeneration part au journal.
       generer-extrait.
           PERFORM saisir-mois.
           IF mois-valide = 'O'
               PERFORM chercher-extrait-mois
               IF extrait-trouve > 0
                   PERFORM confirmer-regeneration
               END-IF
           END-IF.
           IF mois-valide = 'O'
               PERFORM produire-extrait
           END-IF.

       confirmer-regeneration.
           MOVE extrait-trouve TO ex.
           PERFORM poser-statut-affiche.
           DISPLAY plage-deja-extrait.
           ACCEPT plage-deja-extrait.
           IF confirmation = 'O' OR confirmation = 'o'
               PERFORM VARYING ex FROM 1 BY 1 UNTIL ex > nb-extraits
                   IF tab-mois(ex) = mois-saisi
                       MOVE 'R' TO tab-statut(ex)
                   END-IF
               END-PERFORM
               MOVE SPACES TO valeur-journal
               STRING "PAIE REGEN " mois-saisi
                   DELIMITED BY SIZE INTO valeur-journal
               PERFORM journaliser-paie
           ELSE
               MOVE 'N' TO mois-valide
               MOVE "Extrait existant conserve." TO message-fait
               DISPLAY plage-fait
               DISPLAY plage-pause
               ACCEPT plage-pause
           END-IF.

       produire-extrait.
           MOVE 0 TO nb-operateurs nb-pointages.
           MOVE 'N' TO table-pleine.
           PERFORM charger-pointages.
           PERFORM cumuler-heures.
           PERFORM cumuler-commissions.
           PERFORM cumuler-retenues.
           PERFORM cumuler-echeances-avances.
           IF nb-operateurs > 1
               SORT paie-operateur ASCENDING pop-operateur
           END-IF.
           PERFORM ecrire-extrait.

           IF nb-extraits < 300
               ADD 1 TO nb-extraits
               MOVE horodatage-extrait TO tab-horodatage(nb-extraits)
               MOVE mois-saisi TO tab-mois(nb-extraits)
               MOVE nb-enregistrements TO tab-nb-enreg(nb-extraits)
               MOVE total-minutes TO tab-minutes(nb-extraits)
               MOVE total-commissions
                   TO tab-commissions(nb-extraits)
               MOVE total-retenues TO tab-retenues(nb-extraits)
               MOVE 'E' TO tab-statut(nb-extraits)
               MOVE SPACES TO tab-accuse(nb-extraits)
           ELSE
               MOVE 'O' TO registre-tronque
           END-IF.
           PERFORM sauver-registre.
           MOVE SPACES TO valeur-journal.
           STRING "PAIE " mois-saisi
               DELIMITED BY SIZE INTO valeur-journal.
           PERFORM journaliser-paie.
           IF PILOTE-EN-COMMANDE
               IF table-pleine = 'O' OR registre-tronque = 'O'
                   SET PILOTE-ECARTS TO TRUE
               END-IF
           ELSE
               DISPLAY plage-fini
               IF table-pleine = 'O'
                   DISPLAY plage-table-pleine
               END-IF
               DISPLAY plage-pause
               ACCEPT plage-pause
           END-IF.

       *>Pointages du mois hors mode formation, plus les sorties du
       *>lendemain du dernier jour (poste de nuit a cheval sur deux
       *>mois : il compte au mois de son entree).
       charger-pointages.
           IF mois-saisi(5:2) = "12"
               COMPUTE jour-lendemain =
                   (FUNCTION NUMVAL(mois-saisi(1:4)) + 1) * 10000
                   + 101
           ELSE
               COMPUTE jour-lendemain =
                   FUNCTION NUMVAL(mois-saisi) * 100 + 101
           END-IF.
           MOVE 'N' TO fin-fichier.
           OPEN INPUT FICHIER-POINTAGES.
           IF statut-pointages(1:1) = "0"
               READ FICHIER-POINTAGES
                   AT END SET PLUS-DE-LIGNES TO TRUE
               END-READ
               PERFORM UNTIL PLUS-DE-LIGNES
                   IF PTG-HORODATAGE(1:12) IS NUMERIC
                           AND PTG-OPERATEUR NOT = "FORMATIO"
                           AND (PTG-HORODATAGE(1:6) = mois-saisi
                           OR (PTG-SENS = 'S'
                           AND PTG-HORODATAGE(1:8) = jour-lendemain))
                       PERFORM charger-un-pointage
                   END-IF
                   READ FICHIER-POINTAGES
                       AT END SET PLUS-DE-LIGNES TO TRUE
                   END-READ
               END-PERFORM
               CLOSE FICHIER-POINTAGES
           END-IF.
           IF nb-pointages > 1
               SORT pointage ASCENDING tpg-operateur tpg-horodatage
           END-IF.

       charger-un-pointage.
           IF nb-pointages < 6000
               ADD 1 TO nb-pointages
               MOVE FUNCTION UPPER-CASE(PTG-OPERATEUR)
                   TO tpg-operateur(nb-pointages)
               MOVE PTG-HORODATAGE TO tpg-horodatage(nb-pointages)
               MOVE PTG-SENS TO tpg-sens(nb-pointages)
           ELSE
               MOVE 'O' TO table-pleine
           END-IF.

       *>Chaque poste (E puis S du meme operateur) se range : tout
       *>entier en jour ferme si l'entree tombe un jour ferme ou
       *>ferie du calendrier ; sinon la part apres la fermeture du
       *>jour d'entree en heures au-dela de la fermeture, le reste
       *>en heures normales. Une entree sans sortie laisse
       *>l'anomalie P et ne compte pas.
       cumuler-heures.
           MOVE SPACES TO operateur-rupture.
           MOVE 'N' TO poste-ouvert.
           PERFORM VARYING pg FROM 1 BY 1 UNTIL pg > nb-pointages
               IF tpg-operateur(pg) NOT = operateur-rupture
                   PERFORM cloturer-operateur
                   MOVE tpg-operateur(pg) TO operateur-rupture
                   MOVE tpg-operateur(pg) TO operateur-cherche
                   PERFORM chercher-operateur-paie
               END-IF
               PERFORM calculer-minute-pointage
               IF tpg-sens(pg) = 'E'
                   IF tpg-horodatage(pg)(1:6) = mois-saisi
                       IF poste-ouvert = 'O'
                           MOVE 'P' TO pop-anomalie(operateur-trouve)
                       END-IF
                       MOVE 'O' TO poste-ouvert
                       MOVE minute-mouvement TO minute-entree
                       MOVE tpg-horodatage(pg)(1:8) TO jour-entree
                       PERFORM juger-jour-ferme
                       COMPUTE minute-fermeture = entier-jour * 1440
                           + FUNCTION INTEGER(
                               cal-j-fermeture(jour-semaine) / 100)
                           * 60
                           + FUNCTION MOD(
                               cal-j-fermeture(jour-semaine), 100)
                   END-IF
               ELSE
                   IF poste-ouvert = 'O'
                       PERFORM ranger-poste
                       MOVE 'N' TO poste-ouvert
                   END-IF
               END-IF
           END-PERFORM.
           PERFORM cloturer-operateur.

       cloturer-operateur.
           IF operateur-rupture NOT = SPACES AND poste-ouvert = 'O'
               MOVE 'P' TO pop-anomalie(operateur-trouve)
           END-IF.
           MOVE 'N' TO poste-ouvert.

       ranger-poste.
           COMPUTE duree-poste = minute-mouvement - minute-entree.
           IF jour-ferme = 'O'
               ADD duree-poste TO pop-minutes-fermes(operateur-trouve)
           ELSE
               MOVE 0 TO minutes-apres
               IF minute-mouvement > minute-fermeture
                   IF minute-entree > minute-fermeture
                       MOVE duree-poste TO minutes-apres
                   ELSE
                       COMPUTE minutes-apres =
                           minute-mouvement - minute-fermeture
                   END-IF
               END-IF
               ADD minutes-apres TO pop-minutes-sup(operateur-trouve)
               COMPUTE pop-minutes-normales(operateur-trouve) =
                   pop-minutes-normales(operateur-trouve)
                   + duree-poste - minutes-apres
           END-IF.

       calculer-minute-pointage.
           COMPUTE entier-jour = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(tpg-horodatage(pg)(1:8))).
           MOVE tpg-horodatage(pg)(9:2) TO heure-m.
           MOVE tpg-horodatage(pg)(11:2) TO minute-m.
           COMPUTE minute-mouvement = entier-jour * 1440
               + heure-m * 60 + minute-m.
           COMPUTE jour-semaine =
               FUNCTION MOD(entier-jour - 1, 7) + 1.

       *>Jour ferme du calendrier, ou ferie.
       juger-jour-ferme.
           MOVE 'N' TO jour-ferme.
           IF cal-j-ouvert(jour-semaine) NOT = 'O'
               MOVE 'O' TO jour-ferme
           END-IF.
           PERFORM VARYING fer FROM 1 BY 1 UNTIL fer > nb-feries
               IF jour-ferie-cal(fer) = jour-entree
                   MOVE 'O' TO jour-ferme
               END-IF
           END-PERFORM.

       *>Operateur dans la table de paie, ajoute au besoin ; table
       *>pleine : le surplus se cumule dans la derniere entree,
       *>comme au reglement des commissions, et l'ecran le signale.
       chercher-operateur-paie.
           MOVE 0 TO operateur-trouve.
           PERFORM VARYING op FROM 1 BY 1 UNTIL op > nb-operateurs
               IF pop-operateur(op) = operateur-cherche
                   MOVE op TO operateur-trouve
               END-IF
           END-PERFORM.
           IF operateur-trouve = 0
               IF nb-operateurs < 100
                   ADD 1 TO nb-operateurs
                   MOVE operateur-cherche
                       TO pop-operateur(nb-operateurs)
                   MOVE 0 TO pop-minutes-normales(nb-operateurs)
                   MOVE 0 TO pop-minutes-fermes(nb-operateurs)
                   MOVE 0 TO pop-minutes-sup(nb-operateurs)
                   MOVE 0 TO pop-commission(nb-operateurs)
                   MOVE 0 TO pop-retenues(nb-operateurs)
                   MOVE SPACE TO pop-anomalie(nb-operateurs)
               ELSE
                   MOVE 'O' TO table-pleine
               END-IF
               MOVE nb-operateurs TO operateur-trouve
           END-IF.

       *>Commissions du mois, selon la meme regle que
       *>ReglementCommissions : rien pour le mode formation, les
       *>vieilles lignes sans operateur sous INCONNU.
       cumuler-commissions.
           MOVE 'N' TO fin-fichier.
           OPEN INPUT FICHIER-HISTO.
           IF statut-histo = "00"
               READ FICHIER-HISTO
                   AT END SET PLUS-DE-LIGNES TO TRUE
               END-READ
               PERFORM UNTIL PLUS-DE-LIGNES
                   IF HTR-MOIS = FUNCTION NUMVAL(mois-saisi)
                           AND HTR-OPERATEUR NOT = "FORMATIO"
                       IF HTR-OPERATEUR = SPACES
                           MOVE "INCONNU" TO operateur-cherche
                       ELSE
                           MOVE FUNCTION UPPER-CASE(HTR-OPERATEUR)
                               TO operateur-cherche
                       END-IF
                       PERFORM chercher-operateur-paie
                       COMPUTE montant-ligne =
                           FUNCTION NUMVAL(HTR-MONTANT)
                       ADD montant-ligne
                           TO pop-commission(operateur-trouve)
                   END-IF
                   READ FICHIER-HISTO
                       AT END SET PLUS-DE-LIGNES TO TRUE
                   END-READ
               END-PERFORM
               CLOSE FICHIER-HISTO
           END-IF.

       cumuler-retenues.
           MOVE 'N' TO fin-fichier.
           OPEN INPUT FICHIER-RETENUES.
           IF statut-retenues(1:1) = "0"
               READ FICHIER-RETENUES
                   AT END SET PLUS-DE-LIGNES TO TRUE
               END-READ
               PERFORM UNTIL PLUS-DE-LIGNES
                   IF RTN-MOIS = mois-saisi
                           AND RTN-MONTANT IS NUMERIC
                       MOVE RTN-OPERATEUR TO operateur-cherche
                       PERFORM chercher-operateur-paie
                       ADD RTN-MONTANT
                           TO pop-retenues(operateur-trouve)
                   END-IF
                   READ FICHIER-RETENUES
                       AT END SET PLUS-DE-LIGNES TO TRUE
                   END-READ
               END-PERFORM
               CLOSE FICHIER-RETENUES
           END-IF.

       *>Echeance du mois de chaque avance sur salaire : elle
       *>s'ajoute aux retenues de l'operateur.
       cumuler-echeances-avances.
           MOVE 'N' TO fin-fichier.
           OPEN INPUT FICHIER-AVANCES.
           IF statut-avances(1:1) = "0"
               READ FICHIER-AVANCES
                   AT END SET PLUS-DE-LIGNES TO TRUE
               END-READ
               PERFORM UNTIL PLUS-DE-LIGNES
                   IF ECH-TYPE = 'E'
                           AND ECH-MOIS = FUNCTION NUMVAL(mois-saisi)
                       MOVE ECH-OPERATEUR TO operateur-cherche
                       PERFORM chercher-operateur-paie
                       ADD ECH-MONTANT
                           TO pop-retenues(operateur-trouve)
                   END-IF
                   READ FICHIER-AVANCES
                       AT END SET PLUS-DE-LIGNES TO TRUE
                   END-READ
               END-PERFORM
               CLOSE FICHIER-AVANCES
           END-IF.

       *>En-tete, un detail par operateur, controle : nombre
       *>d'enregistrements (T compris) et totaux des minutes, des
       *>commissions et des retenues, que la paie refait a
       *>reception.
       ecrire-extrait.
           MOVE FUNCTION CURRENT-DATE(1:14) TO horodatage-extrait.
           MOVE SPACES TO nom-extrait.
           STRING "EXTRAIT-PAIE-" mois-saisi ".DAT"
               DELIMITED BY SIZE INTO nom-extrait.
           MOVE 0 TO nb-enregistrements total-minutes
               total-commissions total-retenues.
           OPEN OUTPUT FICHIER-EXTRAIT.
           MOVE mois-saisi TO epa-mois.
           MOVE horodatage-extrait(1:8) TO epa-jour.
           WRITE LIGNE-EXTRAIT FROM entete-paie.
           ADD 1 TO nb-enregistrements.
           PERFORM VARYING op FROM 1 BY 1 UNTIL op > nb-operateurs
               MOVE pop-operateur(op) TO dpa-operateur
               MOVE pop-minutes-normales(op) TO dpa-minutes-normales
               MOVE pop-minutes-fermes(op) TO dpa-minutes-fermes
               MOVE pop-minutes-sup(op) TO dpa-minutes-sup
               MOVE pop-commission(op) TO dpa-commission
               MOVE pop-retenues(op) TO dpa-retenues
               MOVE pop-anomalie(op) TO dpa-anomalie
               WRITE LIGNE-EXTRAIT FROM detail-paie
               ADD 1 TO nb-enregistrements
               ADD pop-minutes-normales(op) pop-minutes-fermes(op)
                   pop-minutes-sup(op) TO total-minutes
               ADD pop-commission(op) TO total-commissions
               ADD pop-retenues(op) TO total-retenues
           END-PERFORM.
           ADD 1 TO nb-enregistrements.
           MOVE nb-enregistrements TO cpa-nb-enreg.
           MOVE total-minutes TO cpa-minutes.
           MOVE total-commissions TO cpa-commissions.
           MOVE total-retenues TO cpa-retenues.
           WRITE LIGNE-EXTRAIT FROM controle-paie.
           CLOSE FICHIER-EXTRAIT.

       *>Retenue du mois pour un operateur connu du fichier maitre ;
       *>si le mois est deja extrait, elle n'y figurera qu'apres
       *>regeneration, et l'ecran le rappelle.
       saisir-retenue.
           PERFORM saisir-mois.
           IF mois-valide = 'O'
               PERFORM saisir-une-retenue
           END-IF.

       saisir-une-retenue.
           MOVE SPACES TO operateur-retenue motif-retenue.
           MOVE 0 TO montant-retenue.
           DISPLAY plage-saisie-retenue.
           ACCEPT plage-saisie-retenue.
           MOVE operateur-retenue TO hote-saisi.
           PERFORM controler-hote.
           MOVE hote-saisi TO operateur-retenue.
           IF operateur-retenue = SPACES OR NOT HOTE-VALIDE
               MOVE "Operateur inconnu : retenue refusee."
                   TO message-fait
           ELSE
               IF montant-retenue = 0
                   MOVE "Montant nul : retenue ignoree."
                       TO message-fait
               ELSE
                   PERFORM ecrire-retenue
               END-IF
           END-IF.
           DISPLAY plage-fait.
           DISPLAY plage-pause.
           ACCEPT plage-pause.

       ecrire-retenue.
           OPEN EXTEND FICHIER-RETENUES.
           MOVE SPACES TO LIGNE-RETENUE.
           MOVE mois-saisi TO RTN-MOIS.
           MOVE operateur-retenue TO RTN-OPERATEUR.
           MOVE montant-retenue TO RTN-MONTANT.
           MOVE motif-retenue TO RTN-MOTIF.
           MOVE FUNCTION CURRENT-DATE(1:14) TO RTN-SAISIE.
           IF operateur-courant = SPACES
               MOVE "INCONNU" TO RTN-SAISI-PAR
           ELSE
               MOVE operateur-courant TO RTN-SAISI-PAR
           END-IF.
           WRITE LIGNE-RETENUE.
           CLOSE FICHIER-RETENUES.
           MOVE SPACES TO valeur-journal.
           STRING "RTN " operateur-retenue " " mois-saisi
               DELIMITED BY SIZE INTO valeur-journal.
           PERFORM journaliser-paie.
           PERFORM chercher-extrait-mois.
           IF extrait-trouve > 0
               MOVE "Retenue notee ; mois deja extrait : regenerer."
                   TO message-fait
           ELSE
               MOVE "Retenue notee." TO message-fait
           END-IF.

       *>La paie confirme la reception : l'extrait en vigueur du
       *>mois passe de E a A, avec le jour de l'accuse.
       pointer-accuse.
           PERFORM saisir-mois.
           IF mois-valide = 'O'
               PERFORM pointer-accuse-mois
           END-IF.

       pointer-accuse-mois.
           PERFORM chercher-extrait-mois.
           IF extrait-trouve = 0
               MOVE "Aucun extrait en vigueur pour ce mois."
                   TO message-fait
           ELSE
               IF tab-statut(extrait-trouve) = 'A'
                   MOVE "Extrait deja accuse." TO message-fait
               ELSE
                   MOVE 'A' TO tab-statut(extrait-trouve)
                   MOVE FUNCTION CURRENT-DATE(1:8)
                       TO tab-accuse(extrait-trouve)
                   PERFORM sauver-registre
                   MOVE SPACES TO valeur-journal
                   STRING "PAIE ACCUSE " mois-saisi
                       DELIMITED BY SIZE INTO valeur-journal
                   PERFORM journaliser-paie
                   MOVE "Accuse de la paie pointe." TO message-fait
               END-IF
           END-IF.
           DISPLAY plage-fait.
           DISPLAY plage-pause.
           ACCEPT plage-pause.

       *>Les derniers extraits du registre, le plus recent en bas.
       consulter-registre.
           DISPLAY plage-titre-registre.
           IF nb-extraits > 17
               COMPUTE premier-affiche = nb-extraits - 16
           ELSE
               MOVE 1 TO premier-affiche
           END-IF.
           MOVE 3 TO ligne-ecran.
           PERFORM VARYING ex FROM premier-affiche BY 1
                   UNTIL ex > nb-extraits
               PERFORM poser-statut-affiche
               DISPLAY plage-ligne-registre
               ADD 1 TO ligne-ecran
           END-PERFORM.
           DISPLAY plage-pause.
           ACCEPT plage-pause.

       COPY VERROU-PRISE
           REPLACING NOM-PARAGRAPHE BY verrouiller-paie
           NOM-FICHIER-VERROU BY "VERROU-PAIE.LCK".

       COPY VERROU-LIBERATION
           REPLACING NOM-PARAGRAPHE BY liberer-paie.

       COPY JOURNAL-ECRITURE
           REPLACING NOM-PARAGRAPHE BY journaliser-paie
           NOM-PROGRAMME-JRN BY "ExtraitPaie"
           VALEUR-SAISIE BY valeur-journal.
