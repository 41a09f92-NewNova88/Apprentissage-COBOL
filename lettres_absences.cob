      *>Lettres aux responsables des eleves qui ont franchi le seuil
      *>d'absences de la periode en cours. Le passage relit
      *>ABSENCES.DAT, compte les absences de chaque eleve sur la
      *>periode (celle de la derniere absence datee au plus tard du
      *>jour de reference, ou la periode saisie a l'ecran) et ecrit
      *>une lettre par responsable, a l'adresse de la fiche de
      *>l'eleve (ELEVES.DAT) : les freres et soeurs au meme
      *>responsable et a la meme adresse partagent la lettre, chacun
      *>avec ses dates et motifs d'absence. Deux niveaux : premiere
      *>lettre au seuil de SEUIL-ABSENCES.DAT (premiere ligne, 5
      *>faute de fichier, le seuil d'alerte de SaisieAbsences),
      *>lettre ferme au second seuil (deuxieme ligne, le double du
      *>premier faute de ligne). Chaque lettre envoyee est notee par
      *>eleve dans LETTRES-ABSENCES.DAT (periode, niveau, nombre
      *>d'absences) : un franchissement deja ecrit ne repart pas au
      *>passage suivant, et un eleve qui atteint d'un coup le second
      *>seuil ne recoit que la lettre ferme. Eleves sans fiche,
      *>sortis ou sans adresse : listes en fin d'etat, a traiter a
      *>la main, rien n'est note pour eux. Les lettres sortent dans
      *>LETTRES-ABSENCES-<horo>.DAT au catalogue des rapports.
      *>Lancable par PiloteNuit (job ABSENCES, date de reference en
      *>valeur, periode automatique) ; a l'ecran, la date du jour.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LettresAbsences.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL FICHIER-ABSENCES
               ASSIGN TO "ABSENCES.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS statut-absences.
           SELECT OPTIONAL FICHIER-SEUIL ASSIGN TO "SEUIL-ABSENCES.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS statut-seuil.
           SELECT OPTIONAL FICHIER-LETTRES
               ASSIGN TO "LETTRES-ABSENCES.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS statut-lettres.
           COPY ELEVE-FICHIER.
           SELECT FICHIER-ETAT ASSIGN USING nom-rapport
               ORGANIZATION LINE SEQUENTIAL.
           COPY CATALOGUE-FICHIER.

       DATA DIVISION.
       FILE SECTION.
       *>Meme dessin que les absences ecrites par SaisieAbsences.
       FD FICHIER-ABSENCES.
       1 LIGNE-ABSENCE.
           2 ABS-ETUDIANT PIC X(05).
           2 FILLER PIC X(01).
           2 ABS-DATE PIC 9(08).
           2 FILLER PIC X(01).
           2 ABS-MOTIF PIC X(20).
           2 FILLER PIC X(01).
           2 ABS-TERME PIC X(02).

       FD FICHIER-SEUIL.
       1 LIGNE-SEUIL PIC 9(03).

       *>Une ligne par eleve et par lettre : quand, quelle periode,
       *>quel niveau (1 premiere lettre, 2 lettre ferme), combien
       *>d'absences a ce moment et a qui la lettre est partie.
       FD FICHIER-LETTRES.
       1 LIGNE-LETTRE.
           2 LTA-HORODATAGE PIC X(14).
           2 FILLER PIC X(01).
           2 LTA-ETUDIANT PIC X(05).
           2 FILLER PIC X(01).
           2 LTA-TERME PIC X(02).
           2 FILLER PIC X(01).
           2 LTA-NIVEAU PIC 9(01).
           2 FILLER PIC X(01).
           2 LTA-NOMBRE PIC 9(03).
           2 FILLER PIC X(01).
           2 LTA-RESPONSABLE PIC X(30).

       COPY ELEVE-FD.

       FD FICHIER-ETAT.
       1 LIGNE-ETAT PIC X(80).

       COPY CATALOGUE-FD.

       WORKING-STORAGE SECTION.
       COPY PILOTAGE.
       COPY ELEVE-ZONE.
       77 statut-absences PIC X(02).
       77 fin-absences PIC X(01) VALUE 'N'.
       77 statut-seuil PIC X(02).
       77 statut-lettres PIC X(02).
       77 fin-lettres PIC X(01) VALUE 'N'.
       77 horodatage-etat PIC X(14).
       77 nom-rapport PIC X(40).
       77 nb-lignes-rapport PIC 9(6) VALUE 0.
       77 jour-reference PIC 9(08).
       77 touche PIC X(01).

       *>Seuils des deux lettres.
       77 seuil-premiere PIC 9(03) VALUE 5.
       77 seuil-ferme PIC 9(03) VALUE 0.
       77 seuil-edit PIC zz9.

       *>Periode traitee : saisie, ou celle de la derniere absence
       *>datee au plus tard du jour de reference.
       77 terme-saisi PIC X(02) VALUE SPACES.
       77 terme-courant PIC X(02) VALUE SPACES.
       77 date-dernier-terme PIC 9(08) VALUE 0.

       *>Absences de la periode, dans l'ordre du fichier.
       77 nb-absences-terme PIC 9(4) VALUE 0.
       77 ab PIC 9(4).
       77 absences-tronquees PIC X(01) VALUE 'N'.
       1 table-absences-terme.
           2 absence-terme OCCURS 3000.
               3 abt-etudiant PIC X(05).
               3 abt-date PIC 9(08).
               3 abt-motif PIC X(20).

       *>Un poste par eleve absent sur la periode : nombre
       *>d'absences, niveau de lettre du (0 rien, 1, 2), niveau deja
       *>envoye d'apres le registre, fiche et sort du passage
       *>(L lettre, X a la main, blanc rien a faire).
       77 nb-comptes PIC 9(3) VALUE 0.
       77 ct PIC 9(3).
       77 ct2 PIC 9(3).
       77 comptes-tronques PIC X(01) VALUE 'N'.
       1 table-comptes.
           2 compte OCCURS 500.
               3 cpt-etudiant PIC X(05).
               3 cpt-nombre PIC 9(03).
               3 cpt-niveau-du PIC 9(01).
               3 cpt-niveau-envoye PIC 9(01).
               3 cpt-fiche PIC 9(03).
               3 cpt-sort PIC X(01).
               3 cpt-motif PIC X(40).

       *>Lettre en cours : responsable, adresse et niveau (le plus
       *>haut des enfants qu'elle couvre).
       77 responsable-lettre PIC X(30).
       77 adresse-lettre PIC X(40).
       77 niveau-lettre PIC 9(01).
       77 nb-lettres PIC 9(3) VALUE 0.
       77 nb-lettres-fermes PIC 9(3) VALUE 0.
       77 nb-a-la-main PIC 9(3) VALUE 0.
       77 nombre-edit PIC zz9.

       SCREEN SECTION.
       1 plage-terme.
           2 BLANK SCREEN.
           2 LINE 1 COL 1 VALUE 'Lettres d''absences aux responsables'.
           2 LINE 3 COL 1
               VALUE 'Periode (T1, T2... ; blanc = la derniere) : '.
           2 PIC X(02) TO terme-saisi.

       1 plage-fini.
           2 BLANK SCREEN.
           2 LINE 1 COL 1 VALUE 'Lettres d''absences aux responsables'.
           2 LINE 3 COL 1 VALUE 'Etat genere      : '.
           2 PIC X(40) FROM nom-rapport.
           2 LINE 4 COL 1 VALUE 'Periode          : '.
           2 PIC X(02) FROM terme-courant.
           2 LINE 5 COL 1 VALUE 'Seuils           : '.
           2 PIC zz9 FROM seuil-premiere.
           2 VALUE ' / '.
           2 PIC zz9 FROM seuil-ferme.
           2 LINE 6 COL 1 VALUE 'Lettres          : '.
           2 PIC zz9 FROM nb-lettres.
           2 VALUE ' dont fermes : '.
           2 PIC zz9 FROM nb-lettres-fermes.
           2 LINE 7 COL 1 VALUE 'A traiter a la main : '.
           2 PIC zz9 FROM nb-a-la-main.

       1 plage-pause.
           2 LINE 22 COL 1 VALUE 'Entree pour continuer...'.
           2 PIC X(01) TO touche.

       PROCEDURE DIVISION.
       MOVE FUNCTION CURRENT-DATE(1:14) TO horodatage-etat.
       MOVE horodatage-etat(1:8) TO jour-reference.
       IF PILOTE-EN-COMMANDE AND pilote-date IS NUMERIC
           MOVE pilote-date TO jour-reference
           IF FUNCTION TEST-DATE-YYYYMMDD(jour-reference) NOT = 0
               MOVE horodatage-etat(1:8) TO jour-reference
           END-IF
       END-IF.
       IF NOT PILOTE-EN-COMMANDE
           DISPLAY plage-terme
           ACCEPT plage-terme
       END-IF.
       PERFORM charger-seuils.
       PERFORM charger-eleves.
       MOVE FUNCTION UPPER-CASE(terme-saisi) TO terme-courant.
       IF terme-courant = SPACES
           PERFORM chercher-terme-courant
       END-IF.
       PERFORM charger-absences-terme.
       PERFORM charger-registre.
       MOVE SPACES TO nom-rapport.
       STRING "LETTRES-ABSENCES-" horodatage-etat ".DAT"
           DELIMITED BY SIZE INTO nom-rapport.
       OPEN OUTPUT FICHIER-ETAT.
       PERFORM VARYING ct FROM 1 BY 1 UNTIL ct > nb-comptes
           PERFORM examiner-compte
       END-PERFORM.
       OPEN EXTEND FICHIER-LETTRES.
       PERFORM VARYING ct FROM 1 BY 1 UNTIL ct > nb-comptes
           IF cpt-sort(ct) = 'L'
               PERFORM ecrire-lettre
           END-IF
       END-PERFORM.
       CLOSE FICHIER-LETTRES.
       IF nb-lettres = 0
           MOVE seuil-premiere TO seuil-edit
           MOVE SPACES TO LIGNE-ETAT
           STRING "Aucun nouveau franchissement du seuil de "
               seuil-edit " absences sur la periode "
               terme-courant "."
               DELIMITED BY SIZE INTO LIGNE-ETAT
           PERFORM ecrire-ligne-etat
       END-IF.
       IF nb-a-la-main > 0
           PERFORM ecrire-a-la-main
       END-IF.
       IF absences-tronquees = 'O' OR comptes-tronques = 'O'
           PERFORM ecrire-ligne-etat
           MOVE "ATTENTION : table pleine, absences non toutes lues."
               TO LIGNE-ETAT
           PERFORM ecrire-ligne-etat
       END-IF.
       CLOSE FICHIER-ETAT.
       PERFORM cataloguer-rapport.
       IF NOT PILOTE-EN-COMMANDE
           DISPLAY plage-fini
           DISPLAY plage-pause
           ACCEPT plage-pause
       END-IF.
       *>GOBACK (et non STOP RUN) pour pouvoir aussi etre appele
       *>depuis MenuOutils et PiloteNuit.
       GOBACK.

       *>Premiere ligne : seuil de la premiere lettre ; deuxieme
       *>ligne : seuil de la lettre ferme. Un second seuil absent ou
       *>pas au-dessus du premier vaut le double du premier.
       charger-seuils.
           OPEN INPUT FICHIER-SEUIL.
           IF statut-seuil(1:1) = "0"
               READ FICHIER-SEUIL
                   AT END CONTINUE
                   NOT AT END
                       IF LIGNE-SEUIL IS NUMERIC AND LIGNE-SEUIL > 0
                           MOVE LIGNE-SEUIL TO seuil-premiere
                       END-IF
                       READ FICHIER-SEUIL
                           AT END CONTINUE
                           NOT AT END
                               IF LIGNE-SEUIL IS NUMERIC
                                   MOVE LIGNE-SEUIL TO seuil-ferme
                               END-IF
                       END-READ
               END-READ
               CLOSE FICHIER-SEUIL
           END-IF.
           IF seuil-ferme NOT > seuil-premiere
               IF seuil-premiere > 499
                   MOVE 999 TO seuil-ferme
               ELSE
                   COMPUTE seuil-ferme = seuil-premiere * 2
               END-IF
           END-IF.

       *>Periode de la derniere absence datee au plus tard du jour
       *>de reference (les absences saisies d'avance sont ignorees).
       chercher-terme-courant.
           MOVE 'N' TO fin-absences.
           OPEN INPUT FICHIER-ABSENCES.
           IF statut-absences(1:1) = "0"
               PERFORM UNTIL fin-absences = 'O'
                   READ FICHIER-ABSENCES
                       AT END MOVE 'O' TO fin-absences
                       NOT AT END
                           IF ABS-DATE IS NUMERIC
                                   AND ABS-DATE NOT > jour-reference
                                   AND ABS-DATE NOT < date-dernier-terme
                                   AND ABS-TERME NOT = SPACES
                               MOVE ABS-DATE TO date-dernier-terme
                               MOVE FUNCTION UPPER-CASE(ABS-TERME)
                                   TO terme-courant
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHIER-ABSENCES
           END-IF.

       *>Absences de la periode jusqu'au jour de reference, et
       *>compte par eleve.
       charger-absences-terme.
           MOVE 'N' TO fin-absences.
           IF terme-courant NOT = SPACES
               OPEN INPUT FICHIER-ABSENCES
               IF statut-absences(1:1) = "0"
                   PERFORM UNTIL fin-absences = 'O'
                       READ FICHIER-ABSENCES
                           AT END MOVE 'O' TO fin-absences
                           NOT AT END PERFORM retenir-absence
                       END-READ
                   END-PERFORM
                   CLOSE FICHIER-ABSENCES
               END-IF
           END-IF.

       retenir-absence.
           IF FUNCTION UPPER-CASE(ABS-TERME) = terme-courant
                   AND ABS-DATE IS NUMERIC
                   AND ABS-DATE NOT > jour-reference
               MOVE FUNCTION UPPER-CASE(ABS-ETUDIANT) TO ABS-ETUDIANT
               PERFORM compter-absence
               IF nb-absences-terme < 3000
                   ADD 1 TO nb-absences-terme
                   MOVE ABS-ETUDIANT TO abt-etudiant(nb-absences-terme)
                   MOVE ABS-DATE TO abt-date(nb-absences-terme)
                   MOVE ABS-MOTIF TO abt-motif(nb-absences-terme)
               ELSE
                   MOVE 'O' TO absences-tronquees
               END-IF
           END-IF.

       compter-absence.
           MOVE 0 TO ct2.
           PERFORM VARYING ct FROM 1 BY 1
                   UNTIL ct > nb-comptes OR ct2 > 0
               IF cpt-etudiant(ct) = ABS-ETUDIANT
                   MOVE ct TO ct2
               END-IF
           END-PERFORM.
           IF ct2 = 0
               IF nb-comptes < 500
                   ADD 1 TO nb-comptes
                   MOVE nb-comptes TO ct2
                   MOVE ABS-ETUDIANT TO cpt-etudiant(ct2)
                   MOVE 0 TO cpt-nombre(ct2) cpt-niveau-du(ct2)
                       cpt-niveau-envoye(ct2) cpt-fiche(ct2)
                   MOVE SPACE TO cpt-sort(ct2)
                   MOVE SPACES TO cpt-motif(ct2)
               ELSE
                   MOVE 'O' TO comptes-tronques
               END-IF
           END-IF.
           IF ct2 > 0 AND cpt-nombre(ct2) < 999
               ADD 1 TO cpt-nombre(ct2)
           END-IF.

       *>Niveau deja envoye pour la periode, par eleve (le plus
       *>haut note au registre).
       charger-registre.
           MOVE 'N' TO fin-lettres.
           OPEN INPUT FICHIER-LETTRES.
           IF statut-lettres(1:1) = "0"
               PERFORM UNTIL fin-lettres = 'O'
                   READ FICHIER-LETTRES
                       AT END MOVE 'O' TO fin-lettres
                       NOT AT END PERFORM noter-lettre-envoyee
                   END-READ
               END-PERFORM
               CLOSE FICHIER-LETTRES
           END-IF.

       noter-lettre-envoyee.
           IF LTA-TERME = terme-courant AND LTA-NIVEAU IS NUMERIC
               PERFORM VARYING ct FROM 1 BY 1 UNTIL ct > nb-comptes
                   IF cpt-etudiant(ct) = LTA-ETUDIANT
                           AND cpt-niveau-envoye(ct) < LTA-NIVEAU
                       MOVE LTA-NIVEAU TO cpt-niveau-envoye(ct)
                   END-IF
               END-PERFORM
           END-IF.

       *>Niveau du d'apres le nombre d'absences ; s'il depasse ce
       *>qui est deja parti, l'eleve a une lettre si sa fiche le
       *>permet, sinon il passe a la main.
       examiner-compte.
           EVALUATE TRUE
               WHEN cpt-nombre(ct) >= seuil-ferme
                   MOVE 2 TO cpt-niveau-du(ct)
               WHEN cpt-nombre(ct) >= seuil-premiere
                   MOVE 1 TO cpt-niveau-du(ct)
               WHEN OTHER
                   MOVE 0 TO cpt-niveau-du(ct)
           END-EVALUATE.
           IF cpt-niveau-du(ct) > cpt-niveau-envoye(ct)
               MOVE cpt-etudiant(ct) TO id-eleve-cherche
               MOVE jour-reference TO date-controle-eleve
               PERFORM controler-eleve
               IF nb-eleves = 0
                   MOVE "Fichier des eleves vide." TO motif-eleve
                   MOVE 'N' TO eleve-admis
               END-IF
               IF eleve-admis = 'O'
                       AND elv-t-adresse(eleve-trouve) = SPACES
                   MOVE 'N' TO eleve-admis
                   MOVE "Pas d'adresse sur la fiche." TO motif-eleve
               END-IF
               IF eleve-admis = 'O'
                   MOVE 'L' TO cpt-sort(ct)
                   MOVE eleve-trouve TO cpt-fiche(ct)
               ELSE
                   MOVE 'X' TO cpt-sort(ct)
                   MOVE motif-eleve TO cpt-motif(ct)
                   ADD 1 TO nb-a-la-main
               END-IF
           END-IF.

       *>Une lettre pour le responsable de l'eleve ct, reprenant
       *>les autres eleves en attente au meme responsable et a la
       *>meme adresse ; chacun est note au registre.
       ecrire-lettre.
           MOVE cpt-fiche(ct) TO el.
           MOVE elv-t-responsable(el) TO responsable-lettre.
           MOVE elv-t-adresse(el) TO adresse-lettre.
           MOVE 0 TO niveau-lettre.
           PERFORM VARYING ct2 FROM ct BY 1 UNTIL ct2 > nb-comptes
               IF cpt-sort(ct2) = 'L'
                   MOVE cpt-fiche(ct2) TO el
                   IF elv-t-responsable(el) = responsable-lettre
                           AND elv-t-adresse(el) = adresse-lettre
                           AND cpt-niveau-du(ct2) > niveau-lettre
                       MOVE cpt-niveau-du(ct2) TO niveau-lettre
                   END-IF
               END-IF
           END-PERFORM.
           ADD 1 TO nb-lettres.
           IF niveau-lettre = 2
               ADD 1 TO nb-lettres-fermes
           END-IF.
           IF nb-lettres > 1
               MOVE ALL "=" TO LIGNE-ETAT
               PERFORM ecrire-ligne-etat
           END-IF.
           MOVE responsable-lettre TO LIGNE-ETAT.
           PERFORM ecrire-ligne-etat.
           MOVE adresse-lettre TO LIGNE-ETAT.
           PERFORM ecrire-ligne-etat.
           PERFORM ecrire-ligne-etat.
           STRING "                                        Le "
               jour-reference
               DELIMITED BY SIZE INTO LIGNE-ETAT.
           PERFORM ecrire-ligne-etat.
           PERFORM ecrire-ligne-etat.
           IF niveau-lettre = 2
               STRING "Objet : absences repetees, periode "
                   terme-courant " - second avertissement"
                   DELIMITED BY SIZE INTO LIGNE-ETAT
           ELSE
               STRING "Objet : absences, periode " terme-courant
                   DELIMITED BY SIZE INTO LIGNE-ETAT
           END-IF.
           PERFORM ecrire-ligne-etat.
           PERFORM ecrire-ligne-etat.
           MOVE "Madame, Monsieur," TO LIGNE-ETAT.
           PERFORM ecrire-ligne-etat.
           PERFORM ecrire-ligne-etat.
           IF niveau-lettre = 2
               MOVE seuil-ferme TO seuil-edit
           ELSE
               MOVE seuil-premiere TO seuil-edit
           END-IF.
           STRING "Nous constatons, pour la periode " terme-courant
               ", au moins " seuil-edit " absences"
               DELIMITED BY SIZE INTO LIGNE-ETAT.
           PERFORM ecrire-ligne-etat.
           MOVE "de l'eleve ou des eleves dont vous etes responsable :"
               TO LIGNE-ETAT.
           PERFORM ecrire-ligne-etat.
           PERFORM VARYING ct2 FROM ct BY 1 UNTIL ct2 > nb-comptes
               IF cpt-sort(ct2) = 'L'
                   MOVE cpt-fiche(ct2) TO el
                   IF elv-t-responsable(el) = responsable-lettre
                           AND elv-t-adresse(el) = adresse-lettre
                       PERFORM ecrire-eleve-lettre
                   END-IF
               END-IF
           END-PERFORM.
           PERFORM ecrire-ligne-etat.
           IF niveau-lettre = 2
               MOVE "Ces absences repetees compromettent la scolarite."
                   TO LIGNE-ETAT
               PERFORM ecrire-ligne-etat
               MOVE "Nous vous demandons de prendre"
                   TO LIGNE-ETAT
               PERFORM ecrire-ligne-etat
               MOVE "rendez-vous sans delai avec l'etablissement ; sans"
                   TO LIGNE-ETAT
               PERFORM ecrire-ligne-etat
               MOVE "reponse de votre part, la situation sera signalee"
                   TO LIGNE-ETAT
               PERFORM ecrire-ligne-etat
               MOVE "aux autorites competentes." TO LIGNE-ETAT
               PERFORM ecrire-ligne-etat
           ELSE
               MOVE "Nous vous remercions de veiller a l'assiduite de"
                   TO LIGNE-ETAT
               PERFORM ecrire-ligne-etat
               MOVE "votre enfant et de justifier ces absences aupres"
                   TO LIGNE-ETAT
               PERFORM ecrire-ligne-etat
               MOVE "de l'etablissement si ce n'est deja fait."
                   TO LIGNE-ETAT
               PERFORM ecrire-ligne-etat
           END-IF.
           PERFORM ecrire-ligne-etat.
           MOVE "Veuillez agreer, Madame, Monsieur, nos salutations."
               TO LIGNE-ETAT.
           PERFORM ecrire-ligne-etat.
           PERFORM ecrire-ligne-etat.

       *>Un eleve de la lettre : nom, classe, nombre, puis ses
       *>absences de la periode ; note au registre et sorti de la
       *>file pour ne pas repartir dans une autre lettre.
       ecrire-eleve-lettre.
           PERFORM ecrire-ligne-etat.
           MOVE cpt-etudiant(ct2) TO id-eleve-cherche.
           PERFORM composer-nom-eleve.
           MOVE cpt-nombre(ct2) TO nombre-edit.
           STRING nom-eleve DELIMITED BY "  "
               " (" DELIMITED BY SIZE
               elv-t-classe(eleve-trouve) DELIMITED BY " "
               ") : " nombre-edit " absences"
               DELIMITED BY SIZE INTO LIGNE-ETAT.
           PERFORM ecrire-ligne-etat.
           MOVE "    Date       Motif" TO LIGNE-ETAT.
           PERFORM ecrire-ligne-etat.
           PERFORM VARYING ab FROM 1 BY 1 UNTIL ab > nb-absences-terme
               IF abt-etudiant(ab) = cpt-etudiant(ct2)
                   STRING "    " abt-date(ab) "   " abt-motif(ab)
                       DELIMITED BY SIZE INTO LIGNE-ETAT
                   PERFORM ecrire-ligne-etat
               END-IF
           END-PERFORM.
           MOVE SPACES TO LIGNE-LETTRE.
           MOVE horodatage-etat TO LTA-HORODATAGE.
           MOVE cpt-etudiant(ct2) TO LTA-ETUDIANT.
           MOVE terme-courant TO LTA-TERME.
           MOVE cpt-niveau-du(ct2) TO LTA-NIVEAU.
           MOVE cpt-nombre(ct2) TO LTA-NOMBRE.
           MOVE responsable-lettre TO LTA-RESPONSABLE.
           WRITE LIGNE-LETTRE.
           MOVE SPACE TO cpt-sort(ct2).

       *>Eleves au-dessus du seuil qu'aucune lettre n'a pu couvrir.
       ecrire-a-la-main.
           MOVE ALL "=" TO LIGNE-ETAT.
           PERFORM ecrire-ligne-etat.
           MOVE "A traiter a la main (pas de lettre, rien de note) :"
               TO LIGNE-ETAT.
           PERFORM ecrire-ligne-etat.
           PERFORM VARYING ct FROM 1 BY 1 UNTIL ct > nb-comptes
               IF cpt-sort(ct) = 'X'
                   MOVE cpt-nombre(ct) TO nombre-edit
                   STRING cpt-etudiant(ct) "  " nombre-edit
                       " absences  niveau " cpt-niveau-du(ct) "  "
                       cpt-motif(ct)
                       DELIMITED BY SIZE INTO LIGNE-ETAT
                   PERFORM ecrire-ligne-etat
               END-IF
           END-PERFORM.

       ecrire-ligne-etat.
           WRITE LIGNE-ETAT.
           ADD 1 TO nb-lignes-rapport.
           MOVE SPACES TO LIGNE-ETAT.

       COPY ELEVE-CHARGE.

       COPY CATALOGUE-ECRITURE
           REPLACING NOM-PARAGRAPHE BY cataloguer-rapport
           NOM-PROGRAMME-CAT BY "LettresAbsences"
           NOM-FICHIER-CAT BY nom-rapport
           NB-LIGNES-CAT BY nb-lignes-rapport.
