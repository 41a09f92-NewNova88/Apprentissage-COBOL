      *>Bascule de l'annee scolaire, apres les conseils de classe :
      *>le carnet de l'annee (ETUDIANTS-IDX.DAT), le registre des
      *>absences (ABSENCES.DAT) et le registre des lettres aux
      *>responsables (LETTRES-ABSENCES.DAT) partent en archive sous
      *>l'annee (ETUDIANTS-<annee>.DAT, dessin plat complet avec la
      *>date et le rang de la note, ABSENCES-<annee>.DAT et
      *>LETTRES-ABSENCES-<annee>.DAT) et repartent vides, comme la
      *>decharge ETUDIANTS.DAT qui sinon rechargerait l'annee
      *>passee. Puis chaque fiche de ELEVES.DAT prend la decision
      *>de son conseil (DECISIONS.DAT) : passage ou redoublement,
      *>la classe de l'annee suivante ; depart, la date de sortie
      *>du jour. Une fiche sans decision reste telle quelle et sort
      *>a l'etat. L'annee deja archivee ne se rebascule pas. Reserve
      *>au responsable (profil R) des que le fichier maitre des
      *>operateurs est en service, sous VERROU-ELEVES.LCK ; chaque
      *>fiche changee part a ELEVES-HISTO.DAT et au journal,
      *>l'ancien fichier a ELEVES-AVANT.DAT. Le bilan sort dans
      *>BASCULE-<annee>-<horo>.DAT au catalogue des rapports.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BasculeAnnee.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY ELEVE-FICHIER.
           COPY DECISION-FICHIER.
           SELECT FICHIER-ELEVES-AVANT
               ASSIGN TO "ELEVES-AVANT.DAT"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL FICHIER-HISTO-ELEVES
               ASSIGN TO "ELEVES-HISTO.DAT"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT FICHIER-ETUDIANTS ASSIGN TO "ETUDIANTS-IDX.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ETU-CLE
               FILE STATUS IS statut-etudiants.
           SELECT OPTIONAL FICHIER-PLAT ASSIGN TO "ETUDIANTS.DAT"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL FICHIER-ABSENCES
               ASSIGN TO "ABSENCES.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS statut-absences.
           SELECT OPTIONAL FICHIER-LETTRES
               ASSIGN TO "LETTRES-ABSENCES.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS statut-lettres.
           *>Archive de l'annee (nom compose a l'execution).
           SELECT FICHIER-ARCHIVE ASSIGN USING nom-archive
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS statut-archive.
           SELECT FICHIER-MAITRE ASSIGN TO "OPERATEURS.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS statut-maitre.
           SELECT FICHIER-ETAT ASSIGN USING nom-rapport
               ORGANIZATION LINE SEQUENTIAL.
           COPY CATALOGUE-FICHIER.
           COPY VERROU-FICHIER.
           COPY JOURNAL-FICHIER.

       DATA DIVISION.
       FILE SECTION.
       COPY ELEVE-FD.

       COPY DECISION-FD.

       FD FICHIER-ELEVES-AVANT.
       1 LIGNE-ELEVE-AVANT PIC X(161).

       *>Meme dessin que l'historique de MaintenanceEleves.
       FD FICHIER-HISTO-ELEVES.
       1 LIGNE-HISTO-ELEVE.
           2 HEL-HORODATAGE PIC X(14).
           2 FILLER PIC X(01).
           2 HEL-OPERATEUR PIC X(08).
           2 FILLER PIC X(01).
           2 HEL-ACTION PIC X(01).
           2 FILLER PIC X(01).
           2 HEL-ELEVE PIC X(161).

       FD FICHIER-ETUDIANTS.
       1 LIGNE-ETUDIANT.
           2 ETU-CLE.
               3 ETU-ID PIC X(05).
               3 ETU-CLASSE PIC X(03).
               3 ETU-MATIERE PIC X(04).
               3 ETU-DATE PIC 9(08).
               3 ETU-RANG PIC 99.
           2 ETU-NOTE PIC 99V99.
           *>Type de note : blanc = ordinaire, R = rattrapage.
           2 ETU-TYPE PIC X(01).
               88 ETU-RATTRAPAGE VALUE 'R'.

       FD FICHIER-PLAT.
       1 LIGNE-PLAT PIC X(16).

       *>Lignes recopiees telles quelles dans l'archive.
       FD FICHIER-ABSENCES.
       1 LIGNE-ABSENCE PIC X(38).

       FD FICHIER-LETTRES.
       1 LIGNE-LETTRE PIC X(60).

       *>Archive : le carnet y prend le dessin de la decharge
       *>ETUDIANTS.DAT (type de note compris) suivi de la date et du
       *>rang de la note.
       FD FICHIER-ARCHIVE.
       1 LIGNE-ARCHIVE PIC X(80).
       1 LIGNE-ARCHIVE-NOTE.
           2 ARN-ID PIC X(05).
           2 FILLER PIC X(01).
           2 ARN-NOTE PIC 99V99.
           2 FILLER PIC X(01).
           2 ARN-CLASSE PIC X(03).
           2 FILLER PIC X(01).
           2 ARN-MATIERE PIC X(04).
           2 FILLER PIC X(01).
           2 ARN-TYPE PIC X(01).
           2 FILLER PIC X(01).
           2 ARN-DATE PIC 9(08).
           2 FILLER PIC X(01).
           2 ARN-RANG PIC 99.

       FD FICHIER-MAITRE.
       1 LIGNE-MAITRE PIC X(44).

       FD FICHIER-ETAT.
       1 LIGNE-ETAT PIC X(80).

       COPY CATALOGUE-FD.

       COPY VERROU-FD.

       COPY JOURNAL-FD.

       WORKING-STORAGE SECTION.
       COPY OPERATEUR.
       COPY FORMATION.
       COPY VERROU-ZONE.
       COPY JOURNAL-ETAT.
       COPY ELEVE-ZONE.
       COPY DECISION-ZONE.
       77 statut-etudiants PIC X(02).
       77 statut-absences PIC X(02).
       77 statut-lettres PIC X(02).
       77 statut-archive PIC X(02).
       77 statut-maitre PIC X(02).
       77 maitre-en-place PIC X(01) VALUE 'N'.
       77 fin-lecture PIC X(01).

       *>Annee basculee (AAAA-AAAA, par defaut celle qui court : a
       *>partir d'aout, l'annee qui commence) et jour de bascule.
       77 jour-bascule PIC 9(08).
       77 annee-debut PIC 9(04).
       77 annee-fin PIC 9(04).
       77 annee-scolaire PIC X(09).
       77 nom-archive PIC X(40).
       77 deja-basculee PIC X(01).

       *>Bilan avant confirmation, puis du passage.
       77 nb-inscrits PIC 9(3) VALUE 0.
       77 nb-decisions-annee PIC 9(3) VALUE 0.
       77 nb-sans-decision PIC 9(3) VALUE 0.
       77 nb-notes-archivees PIC 9(6) VALUE 0.
       77 nb-absences-archivees PIC 9(6) VALUE 0.
       77 nb-lettres-archivees PIC 9(6) VALUE 0.
       77 nb-fiches-changees PIC 9(3) VALUE 0.
       77 nombre-edit PIC zzzzz9.
       77 confirmation PIC X(01).
       77 motif-refus PIC X(50).
       77 touche PIC X(01).
       77 valeur-journal PIC X(20).
       77 ancienne-classe PIC X(03).
       77 suite-edit PIC X(06).
       77 libelle-decision PIC X(14).

       77 nom-rapport PIC X(40).
       77 nb-lignes-rapport PIC 9(6) VALUE 0.
       77 horodatage-etat PIC X(14).

       SCREEN SECTION.
       1 plage-refus-profil.
           2 BLANK SCREEN.
           2 LINE 1 COL 1 VALUE
               'Ecran reserve au responsable (profil R).'.

       1 plage-annee.
           2 BLANK SCREEN.
           2 LINE 1 COL 1 VALUE 'Bascule de l''annee scolaire'.
           2 LINE 3 COL 1 VALUE 'Annee a basculer (AAAA-AAAA) : '.
           2 PIC X(09) USING annee-scolaire REQUIRED.

       1 plage-bilan.
           2 LINE 5 COL 1 VALUE 'Eleves inscrits         : '.
           2 PIC zz9 FROM nb-inscrits.
           2 LINE 6 COL 1 VALUE 'Decisions de l''annee    : '.
           2 PIC zz9 FROM nb-decisions-annee.
           2 LINE 7 COL 1 VALUE 'Inscrits sans decision  : '.
           2 PIC zz9 FROM nb-sans-decision.
           2 LINE 9 COL 1 VALUE
               'Carnet, absences et lettres partent en archive et'.
           2 LINE 10 COL 1 VALUE
               'repartent vides ; les fiches prennent les decisions.'.
           2 LINE 12 COL 1 VALUE 'Basculer l''annee ? (O/N) : '.
           2 PIC X(01) TO confirmation REQUIRED.

       1 plage-refus.
           2 LINE 14 COL 1 PIC X(50) FROM motif-refus.

       1 plage-fini.
           2 LINE 14 COL 1 VALUE 'Annee basculee, bilan : '.
           2 PIC X(40) FROM nom-rapport.
           2 LINE 15 COL 1 VALUE 'Fiches changees : '.
           2 PIC zz9 FROM nb-fiches-changees.

       1 plage-pause.
           2 LINE 23 COL 1 VALUE 'Entree pour continuer...'.
           2 PIC X(01) TO touche.

       PROCEDURE DIVISION.
       *>La bascule reecrit les fiches et vide le carnet : profil R
       *>comme la maintenance des fiches.
       PERFORM controler-maitre.
       IF maitre-en-place = 'O' AND profil-operateur NOT = 'R'
           DISPLAY plage-refus-profil
           DISPLAY plage-pause
           ACCEPT plage-pause
           GOBACK
       END-IF.
       MOVE FUNCTION CURRENT-DATE(1:8) TO jour-bascule.
       PERFORM poser-annee-scolaire.
       DISPLAY plage-annee.
       ACCEPT plage-annee.
       PERFORM verrouiller-eleves.
       IF NOT VERROU-ACQUIS
           MOVE "Fichier des eleves occupe, reessayez plus tard."
               TO motif-refus
           DISPLAY plage-refus
           DISPLAY plage-pause
           ACCEPT plage-pause
           GOBACK
       END-IF.
       PERFORM charger-eleves.
       PERFORM charger-decisions.
       PERFORM faire-bilan.
       PERFORM controler-archive.
       EVALUATE TRUE
           WHEN eleves-tronques = 'O' OR decisions-tronquees = 'O'
               MOVE "Fichiers trop grands pour la bascule : REFUSEE."
                   TO motif-refus
           WHEN deja-basculee = 'O'
               MOVE "Annee deja basculee (archive du carnet presente)."
                   TO motif-refus
           WHEN nb-decisions-annee = 0
               MOVE "Aucune decision de conseil pour cette annee."
                   TO motif-refus
           WHEN OTHER
               MOVE SPACES TO motif-refus
       END-EVALUATE.
       IF motif-refus = SPACES
           DISPLAY plage-bilan
           ACCEPT plage-bilan
           IF confirmation = 'O' OR 'o'
               PERFORM basculer-annee
               DISPLAY plage-fini
           ELSE
               MOVE "Bascule abandonnee." TO motif-refus
               DISPLAY plage-refus
           END-IF
       ELSE
           DISPLAY plage-refus
       END-IF.
       DISPLAY plage-pause.
       ACCEPT plage-pause.
       PERFORM liberer-eleves.
       COPY JOURNAL-FERMETURE.
       *>GOBACK (et non STOP RUN) pour pouvoir aussi etre appele
       *>depuis le sous-menu des outils.
       GOBACK.

       *>Dit si le fichier maitre des operateurs est en service
       *>(present et non vide), comme MaintenanceEleves.
       controler-maitre.
           MOVE 'N' TO maitre-en-place.
           OPEN INPUT FICHIER-MAITRE.
           IF statut-maitre = "00"
               READ FICHIER-MAITRE
                   AT END CONTINUE
                   NOT AT END MOVE 'O' TO maitre-en-place
               END-READ
               CLOSE FICHIER-MAITRE
           END-IF.

       *>Annee scolaire qui court : a partir d'aout, celle qui
       *>commence ; avant, celle qui finit.
       poser-annee-scolaire.
           MOVE jour-bascule(1:4) TO annee-debut.
           IF jour-bascule(5:2) < "08"
               SUBTRACT 1 FROM annee-debut
           END-IF.
           COMPUTE annee-fin = annee-debut + 1.
           MOVE SPACES TO annee-scolaire.
           STRING annee-debut "-" annee-fin
               DELIMITED BY SIZE INTO annee-scolaire.

       faire-bilan.
           MOVE 0 TO nb-inscrits nb-decisions-annee nb-sans-decision.
           PERFORM VARYING dc FROM 1 BY 1 UNTIL dc > nb-decisions
               IF dec-t-annee(dc) = annee-scolaire
                   ADD 1 TO nb-decisions-annee
               END-IF
           END-PERFORM.
           MOVE annee-scolaire TO annee-decision-cherchee.
           PERFORM VARYING el FROM 1 BY 1 UNTIL el > nb-eleves
               IF elv-t-sortie(el) = 0
                       OR elv-t-sortie(el) >= jour-bascule
                   ADD 1 TO nb-inscrits
                   MOVE elv-t-id(el) TO id-decision-cherche
                   PERFORM chercher-decision
                   IF decision-trouvee = 0
                       ADD 1 TO nb-sans-decision
                   END-IF
               END-IF
           END-PERFORM.

       *>L'archive du carnet sert de temoin : presente, l'annee est
       *>deja basculee.
       controler-archive.
           MOVE 'N' TO deja-basculee.
           MOVE SPACES TO nom-archive.
           STRING "ETUDIANTS-" annee-scolaire ".DAT"
               DELIMITED BY SIZE INTO nom-archive.
           OPEN INPUT FICHIER-ARCHIVE.
           IF statut-archive = "00"
               MOVE 'O' TO deja-basculee
               CLOSE FICHIER-ARCHIVE
           END-IF.

       basculer-annee.
           MOVE FUNCTION CURRENT-DATE(1:14) TO horodatage-etat.
           MOVE SPACES TO nom-rapport.
           STRING "BASCULE-" annee-scolaire "-" horodatage-etat ".DAT"
               DELIMITED BY SIZE INTO nom-rapport.
           OPEN OUTPUT FICHIER-ETAT.
           MOVE SPACES TO LIGNE-ETAT.
           STRING "BASCULE DE L'ANNEE SCOLAIRE " annee-scolaire
               "   le " jour-bascule
               DELIMITED BY SIZE INTO LIGNE-ETAT.
           PERFORM ecrire-ligne-etat.
           PERFORM ecrire-ligne-etat.
           PERFORM archiver-carnet.
           PERFORM archiver-absences.
           PERFORM archiver-lettres.
           PERFORM ecrire-ligne-etat.
           MOVE "Fiches des eleves :" TO LIGNE-ETAT.
           PERFORM ecrire-ligne-etat.
           PERFORM sauver-ancienne-version.
           PERFORM VARYING el FROM 1 BY 1 UNTIL el > nb-eleves
               PERFORM appliquer-decision
           END-PERFORM.
           PERFORM sauver-eleves.
           PERFORM signaler-sans-fiche.
           PERFORM ecrire-ligne-etat.
           MOVE nb-fiches-changees TO nombre-edit.
           STRING "Fiches changees : " nombre-edit
               DELIMITED BY SIZE INTO LIGNE-ETAT.
           PERFORM ecrire-ligne-etat.
           CLOSE FICHIER-ETAT.
           PERFORM cataloguer-rapport.
           MOVE SPACES TO valeur-journal.
           STRING "ANNEE " annee-scolaire
               DELIMITED BY SIZE INTO valeur-journal.
           PERFORM journaliser-bascule.

       *>Carnet vers son archive au dessin plat complet, puis
       *>carnet et decharge remis a vide.
       archiver-carnet.
           OPEN OUTPUT FICHIER-ARCHIVE.
           MOVE 'N' TO fin-lecture.
           OPEN INPUT FICHIER-ETUDIANTS.
           IF statut-etudiants = "00"
               PERFORM UNTIL fin-lecture = 'O'
                   READ FICHIER-ETUDIANTS NEXT RECORD
                       AT END MOVE 'O' TO fin-lecture
                       NOT AT END
                           MOVE SPACES TO LIGNE-ARCHIVE
                           MOVE ETU-ID TO ARN-ID
                           MOVE ETU-NOTE TO ARN-NOTE
                           MOVE ETU-CLASSE TO ARN-CLASSE
                           MOVE ETU-MATIERE TO ARN-MATIERE
                           MOVE ETU-TYPE TO ARN-TYPE
                           MOVE ETU-DATE TO ARN-DATE
                           MOVE ETU-RANG TO ARN-RANG
                           WRITE LIGNE-ARCHIVE-NOTE
                           ADD 1 TO nb-notes-archivees
                   END-READ
               END-PERFORM
               CLOSE FICHIER-ETUDIANTS
           END-IF.
           CLOSE FICHIER-ARCHIVE.
           OPEN OUTPUT FICHIER-ETUDIANTS.
           CLOSE FICHIER-ETUDIANTS.
           OPEN OUTPUT FICHIER-PLAT.
           CLOSE FICHIER-PLAT.
           MOVE nb-notes-archivees TO nombre-edit.
           STRING "Notes archivees    : " nombre-edit "  dans "
               nom-archive
               DELIMITED BY SIZE INTO LIGNE-ETAT.
           PERFORM ecrire-ligne-etat.

       archiver-absences.
           MOVE SPACES TO nom-archive.
           STRING "ABSENCES-" annee-scolaire ".DAT"
               DELIMITED BY SIZE INTO nom-archive.
           OPEN OUTPUT FICHIER-ARCHIVE.
           MOVE 'N' TO fin-lecture.
           OPEN INPUT FICHIER-ABSENCES.
           IF statut-absences(1:1) = "0"
               PERFORM UNTIL fin-lecture = 'O'
                   READ FICHIER-ABSENCES
                       AT END MOVE 'O' TO fin-lecture
                       NOT AT END
                           MOVE LIGNE-ABSENCE TO LIGNE-ARCHIVE
                           WRITE LIGNE-ARCHIVE
                           ADD 1 TO nb-absences-archivees
                   END-READ
               END-PERFORM
               CLOSE FICHIER-ABSENCES
           END-IF.
           CLOSE FICHIER-ARCHIVE.
           OPEN OUTPUT FICHIER-ABSENCES.
           CLOSE FICHIER-ABSENCES.
           MOVE nb-absences-archivees TO nombre-edit.
           STRING "Absences archivees : " nombre-edit "  dans "
               nom-archive
               DELIMITED BY SIZE INTO LIGNE-ETAT.
           PERFORM ecrire-ligne-etat.

       *>Les periodes repartent a T1 : sans remise a vide, le
       *>registre des lettres bloquerait celles de l'annee neuve.
       archiver-lettres.
           MOVE SPACES TO nom-archive.
           STRING "LETTRES-ABSENCES-" annee-scolaire ".DAT"
               DELIMITED BY SIZE INTO nom-archive.
           OPEN OUTPUT FICHIER-ARCHIVE.
           MOVE 'N' TO fin-lecture.
           OPEN INPUT FICHIER-LETTRES.
           IF statut-lettres(1:1) = "0"
               PERFORM UNTIL fin-lecture = 'O'
                   READ FICHIER-LETTRES
                       AT END MOVE 'O' TO fin-lecture
                       NOT AT END
                           MOVE LIGNE-LETTRE TO LIGNE-ARCHIVE
                           WRITE LIGNE-ARCHIVE
                           ADD 1 TO nb-lettres-archivees
                   END-READ
               END-PERFORM
               CLOSE FICHIER-LETTRES
           END-IF.
           CLOSE FICHIER-ARCHIVE.
           OPEN OUTPUT FICHIER-LETTRES.
           CLOSE FICHIER-LETTRES.
           MOVE nb-lettres-archivees TO nombre-edit.
           STRING "Lettres archivees  : " nombre-edit "  dans "
               nom-archive
               DELIMITED BY SIZE INTO LIGNE-ETAT.
           PERFORM ecrire-ligne-etat.

       *>Passage ou redoublement : classe de l'annee suivante ;
       *>depart : sortie du jour (une sortie deja posee reste).
       *>Inscrit sans decision : fiche inchangee, signale.
       appliquer-decision.
           MOVE elv-t-id(el) TO id-decision-cherche.
           PERFORM chercher-decision.
           MOVE elv-t-classe(el) TO ancienne-classe.
           IF decision-trouvee > 0
               EVALUATE dec-t-decision(decision-trouvee)
                   WHEN 'P'
                       MOVE "passage" TO libelle-decision
                       MOVE dec-t-nouvelle-classe(decision-trouvee)
                           TO elv-t-classe(el)
                       MOVE elv-t-classe(el) TO suite-edit
                   WHEN 'R'
                       MOVE "redoublement" TO libelle-decision
                       MOVE dec-t-nouvelle-classe(decision-trouvee)
                           TO elv-t-classe(el)
                       MOVE elv-t-classe(el) TO suite-edit
                   WHEN OTHER
                       MOVE "depart" TO libelle-decision
                       MOVE "sortie" TO suite-edit
                       IF elv-t-sortie(el) = 0
                           MOVE jour-bascule TO elv-t-sortie(el)
                       END-IF
               END-EVALUATE
               ADD 1 TO nb-fiches-changees
               PERFORM historiser-eleve
               STRING "  " elv-t-id(el) " " ancienne-classe
                   " -> " suite-edit " " libelle-decision
                   DELIMITED BY SIZE INTO LIGNE-ETAT
               PERFORM ecrire-ligne-etat
           ELSE
               IF elv-t-sortie(el) = 0
                       OR elv-t-sortie(el) >= jour-bascule
                   STRING "  " elv-t-id(el) " " ancienne-classe
                       "          SANS DECISION, fiche inchangee"
                       DELIMITED BY SIZE INTO LIGNE-ETAT
                   PERFORM ecrire-ligne-etat
               END-IF
           END-IF.

       *>Decisions de l'annee dont l'eleve n'a pas de fiche : rien
       *>a appliquer, a regarder.
       signaler-sans-fiche.
           PERFORM VARYING dc FROM 1 BY 1 UNTIL dc > nb-decisions
               IF dec-t-annee(dc) = annee-scolaire
                   MOVE dec-t-etudiant(dc) TO id-eleve-cherche
                   PERFORM chercher-eleve
                   IF eleve-trouve = 0
                       STRING "  " dec-t-etudiant(dc) " "
                           dec-t-classe(dc)
                           "          PAS DE FICHE, "
                           "decision non appliquee"
                           DELIMITED BY SIZE INTO LIGNE-ETAT
                       PERFORM ecrire-ligne-etat
                   END-IF
               END-IF
           END-PERFORM.

       historiser-eleve.
           OPEN EXTEND FICHIER-HISTO-ELEVES.
           MOVE SPACES TO LIGNE-HISTO-ELEVE.
           MOVE FUNCTION CURRENT-DATE(1:14) TO HEL-HORODATAGE.
           IF operateur-courant = SPACES OR LOW-VALUES
               MOVE "INCONNU" TO HEL-OPERATEUR
           ELSE
               MOVE operateur-courant TO HEL-OPERATEUR
           END-IF.
           MOVE 'M' TO HEL-ACTION.
           MOVE SPACES TO LIGNE-ELEVE.
           MOVE elv-t-id(el) TO ELV-ID.
           MOVE elv-t-nom(el) TO ELV-NOM.
           MOVE elv-t-prenom(el) TO ELV-PRENOM.
           MOVE elv-t-naissance(el) TO ELV-NAISSANCE.
           MOVE elv-t-classe(el) TO ELV-CLASSE.
           MOVE elv-t-responsable(el) TO ELV-RESPONSABLE.
           MOVE elv-t-telephone(el) TO ELV-TELEPHONE.
           MOVE elv-t-adresse(el) TO ELV-ADRESSE.
           MOVE elv-t-entree(el) TO ELV-ENTREE.
           MOVE elv-t-sortie(el) TO ELV-SORTIE.
           MOVE LIGNE-ELEVE TO HEL-ELEVE.
           WRITE LIGNE-HISTO-ELEVE.
           CLOSE FICHIER-HISTO-ELEVES.
           MOVE SPACES TO valeur-journal.
           STRING "M " elv-t-id(el) " " elv-t-classe(el)
               DELIMITED BY SIZE INTO valeur-journal.
           PERFORM journaliser-bascule.

       *>Copie de l'ancien fichier avant remplacement, comme
       *>MaintenanceEleves.
       sauver-ancienne-version.
           MOVE 'N' TO fin-eleves.
           OPEN INPUT FICHIER-ELEVES.
           OPEN OUTPUT FICHIER-ELEVES-AVANT.
           IF statut-eleves(1:1) = "0"
               READ FICHIER-ELEVES
                   AT END MOVE 'O' TO fin-eleves
               END-READ
               PERFORM UNTIL fin-eleves = 'O'
                   MOVE LIGNE-ELEVE TO LIGNE-ELEVE-AVANT
                   WRITE LIGNE-ELEVE-AVANT
                   READ FICHIER-ELEVES
                       AT END MOVE 'O' TO fin-eleves
                   END-READ
               END-PERFORM
               CLOSE FICHIER-ELEVES
           END-IF.
           CLOSE FICHIER-ELEVES-AVANT.

       ecrire-ligne-etat.
           WRITE LIGNE-ETAT.
           ADD 1 TO nb-lignes-rapport.
           MOVE SPACES TO LIGNE-ETAT.

       COPY ELEVE-CHARGE.

       COPY DECISION-CHARGE.

       COPY VERROU-PRISE
           REPLACING NOM-PARAGRAPHE BY verrouiller-eleves
           NOM-FICHIER-VERROU BY "VERROU-ELEVES.LCK".

       COPY VERROU-LIBERATION
           REPLACING NOM-PARAGRAPHE BY liberer-eleves.

       COPY JOURNAL-ECRITURE
           REPLACING NOM-PARAGRAPHE BY journaliser-bascule
           NOM-PROGRAMME-JRN BY "BasculeAnnee"
           VALEUR-SAISIE BY valeur-journal.

       COPY CATALOGUE-ECRITURE
           REPLACING NOM-PARAGRAPHE BY cataloguer-rapport
           NOM-PROGRAMME-CAT BY "BasculeAnnee"
           NOM-FICHIER-CAT BY nom-rapport
           NB-LIGNES-CAT BY nb-lignes-rapport.
