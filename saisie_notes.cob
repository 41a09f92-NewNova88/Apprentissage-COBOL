      *>autre decharge l'indexe vers lui (c'est lui que VerifFichiers
      *>juge et que la sauvegarde copie). Chaque saisie est
      *>journalisee, la note passe par la regle partagee
      *>CONTROLE-NUMERIQUE. Une note ne s'ajoute qu'a un eleve connu
      *>du fichier des eleves ELEVES.DAT et pas encore sorti.
      *>Le rattrapage se saisit comme une note a part (type R), a
      *>cote des notes d'origine qui restent au carnet : il n'est
      *>ouvert qu'a l'eleve sous 10 de moyenne dans la matiere, une
      *>fois par matiere, et la regle partagee RATTRAPAGE-REGLE dit
      *>ensuite aux editeurs ce qu'il en est retenu.
      *>La periode d'une note ne se saisit pas : elle se lit dans le
      *>calendrier scolaire PERIODES-SCOLAIRES.DAT d'apres la date de
      *>la note, affichee a l'enregistrement et dans la liste.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SaisieNotes.

           SELECT OPTIONAL FICHIER-PLAT ASSIGN TO "ETUDIANTS.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS statut-plat.
           COPY ELEVE-FICHIER.
           COPY PERIODE-FICHIER.
           COPY JOURNAL-FICHIER.

       DATA DIVISION.
               3 ETU-DATE PIC 9(08).
               3 ETU-RANG PIC 99.
           2 ETU-NOTE PIC 99V99.
           *>Type de note : blanc = ordinaire, R = rattrapage.
           2 ETU-TYPE PIC X(01).
               88 ETU-RATTRAPAGE VALUE 'R'.

       *>Ancien dessin plat, garde comme format d'echange ; le type
       *>de note vient en fin de ligne (une ligne plus courte, d'avant
       *>le rattrapage, se relit en note ordinaire).
       FD FICHIER-PLAT.
       1 LIGNE-PLAT.
           2 PLT-ID PIC X(05).
           2 PLT-CLASSE PIC X(03).
           2 FILLER PIC X(01).
           2 PLT-MATIERE PIC X(04).
           2 FILLER PIC X(01).
           2 PLT-TYPE PIC X(01).

       COPY ELEVE-FD.

       COPY PERIODE-FD.

       COPY JOURNAL-FD.

       COPY OPERATEUR.
       COPY FORMATION.
       COPY JOURNAL-ETAT.
       COPY ELEVE-ZONE.
       COPY PERIODE-ZONE.
       77 statut-etudiants PIC X(02).
       77 statut-plat PIC X(02).
       77 fin-fichier PIC X(01) VALUE 'N'.
       77 touche PIC X(01).
       77 nb-transferees PIC 9(5) VALUE 0.
       77 ecriture-faite PIC X(01).
       *>Cle de la note (sans le rang) pour les lignes de journal
       *>d'ajout et de correction : l'audit de separation des taches
       *>y retrouve qui a saisi la note qu'un autre corrige.
       77 cle-note-journal PIC X(20).
       *>Rattrapage : moyenne des notes ordinaires de la matiere,
       *>meme seuil de 10 que la regle partagee RATTRAPAGE-REGLE.
       77 somme-origine PIC 9(4)V99.
       77 nb-origine PIC 9(3).
       77 moyenne-origine PIC 99V99.
       77 rattrapage-deja PIC X(01).
       77 motif-rattrapage PIC X(50).

       *>Bornes du controle partage : une note va de 0 a 20.
       77 borne-min-note PIC 99V99 VALUE 0.
           2 LINE 5 COL 1 VALUE '3. Corriger une note'.
           2 LINE 6 COL 1 VALUE '4. Recharger depuis ETUDIANTS.DAT'.
           2 LINE 7 COL 1 VALUE '5. Decharger vers ETUDIANTS.DAT'.
           2 LINE 8 COL 1 VALUE '6. Saisir une note de rattrapage'.
           2 LINE 9 COL 1 VALUE '0. Fin'.
           2 LINE 10 COL 1 VALUE 'Votre choix : '.
           2 PIC 9 TO choix-action REQUIRED.

           2 COL 19 PIC 9(08) FROM ETU-DATE.
           2 COL 29 PIC 99 FROM ETU-RANG.
           2 COL 33 PIC Z9.99 FROM ETU-NOTE.
           2 COL 39 PIC X(01) FROM ETU-TYPE.
           2 COL 42 PIC X(02) FROM terme-de-la-date.

       1 plage-saisie-cle.
           2 LINE 18 COL 1 VALUE 'Classe de la note : '.
       1 plage-note-inconnue.
           2 LINE 22 COL 1 VALUE 'Note inconnue a cette cle.'.

       1 plage-nom-eleve.
           2 LINE 12 COL 31 PIC X(36) FROM nom-eleve.

       1 plage-eleve-refuse.
           2 LINE 13 COL 1 PIC X(40) FROM motif-eleve.

       1 plage-moyenne-origine.
           2 LINE 15 COL 30 VALUE 'Moyenne d''origine : '.
           2 PIC Z9.99 FROM moyenne-origine.

       1 plage-rattrapage-refuse.
           2 LINE 16 COL 1 PIC X(50) FROM motif-rattrapage.

       1 plage-ajoutee.
           2 LINE 17 COL 1 VALUE 'Note enregistree, periode '.
           2 PIC X(02) FROM terme-de-la-date.

       1 plage-transfert-fini.
           2 LINE 12 COL 1 VALUE 'Lignes transferees : '.
           OPEN OUTPUT FICHIER-ETUDIANTS
       END-IF.
       CLOSE FICHIER-ETUDIANTS.
       PERFORM charger-eleves.
       PERFORM charger-periodes.

       PERFORM UNTIL choix-action = 0
           DISPLAY plage-menu
                   PERFORM recharger-depuis-plat
               WHEN 5
                   PERFORM decharger-vers-plat
               WHEN 6
                   PERFORM saisir-rattrapage
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           END-PERFORM.
           PERFORM journaliser-note.

       *>Ajout : l'eleve doit avoir sa fiche et ne pas etre sorti ;
       *>la note part directement dans le fichier indexe, datee du
       *>jour ; une note de la meme matiere le meme jour prend le
       *>rang suivant.
       ajouter-note.
           DISPLAY plage-saisie-id.
           ACCEPT plage-saisie-id.
           PERFORM journaliser-id.
           MOVE FUNCTION UPPER-CASE(id-saisi) TO id-eleve-cherche.
           MOVE FUNCTION NUMVAL(FUNCTION CURRENT-DATE(1:8))
               TO date-controle-eleve.
           PERFORM controler-eleve.
           IF eleve-admis = 'O'
               PERFORM composer-nom-eleve
               DISPLAY plage-nom-eleve
               PERFORM ajouter-note-eleve
           ELSE
               DISPLAY plage-eleve-refuse
           END-IF.
           DISPLAY plage-pause.
           ACCEPT plage-pause.

       ajouter-note-eleve.
           PERFORM saisir-note-valide.
           DISPLAY plage-saisie-classe.
           ACCEPT plage-saisie-classe.
           MOVE note-saisie TO ETU-NOTE.
           PERFORM ecrire-avec-rang.
           CLOSE FICHIER-ETUDIANTS.
           IF ecriture-faite = 'O'
               MOVE ETU-CLE(1:20) TO cle-note-journal
               PERFORM journaliser-ajout-note
           END-IF.
           MOVE ETU-DATE TO date-periode-cherchee.
           PERFORM chercher-periode.
           DISPLAY plage-ajoutee.

       *>WRITE avec departage : cle deja prise (meme matiere, meme
       *>jour), le rang suivant est essaye jusqu'a trouver une place.
               END-WRITE
           END-PERFORM.

       *>Rattrapage : eleve connu et pas sorti, comme pour un ajout ;
       *>la matiere doit avoir des notes d'origine de moyenne sous 10
       *>et pas encore de rattrapage (celui-ci se corrige ensuite par
       *>l'action 3). La note part au carnet avec le type R, datee du
       *>jour, et se journalise comme un ajout.
       saisir-rattrapage.
           DISPLAY plage-saisie-id.
           ACCEPT plage-saisie-id.
           PERFORM journaliser-id.
           MOVE FUNCTION UPPER-CASE(id-saisi) TO id-eleve-cherche.
           MOVE FUNCTION NUMVAL(FUNCTION CURRENT-DATE(1:8))
               TO date-controle-eleve.
           PERFORM controler-eleve.
           IF eleve-admis = 'O'
               PERFORM composer-nom-eleve
               DISPLAY plage-nom-eleve
               DISPLAY plage-saisie-classe
               ACCEPT plage-saisie-classe
               PERFORM calculer-moyenne-origine
               EVALUATE TRUE
                   WHEN nb-origine = 0
                       MOVE "Aucune note dans cette matiere."
                           TO motif-rattrapage
                   WHEN moyenne-origine NOT < 10
                       MOVE "Moyenne de 10 ou plus : pas de rattrapage."
                           TO motif-rattrapage
                   WHEN rattrapage-deja = 'O'
                       MOVE "Rattrapage deja saisi (corriger par 3)."
                           TO motif-rattrapage
                   WHEN OTHER
                       MOVE SPACES TO motif-rattrapage
               END-EVALUATE
               IF nb-origine > 0
                   DISPLAY plage-moyenne-origine
               END-IF
               IF motif-rattrapage = SPACES
                   PERFORM ajouter-rattrapage
               ELSE
                   DISPLAY plage-rattrapage-refuse
               END-IF
           ELSE
               DISPLAY plage-eleve-refuse
           END-IF.
           DISPLAY plage-pause.
           ACCEPT plage-pause.

       *>Moyenne des notes ordinaires de l'etudiant dans la classe et
       *>la matiere saisies, et presence d'un rattrapage.
       calculer-moyenne-origine.
           MOVE 0 TO somme-origine nb-origine moyenne-origine.
           MOVE 'N' TO rattrapage-deja.
           MOVE 'N' TO fin-fichier.
           OPEN INPUT FICHIER-ETUDIANTS.
           IF statut-etudiants = "00"
               MOVE SPACES TO ETU-CLE
               MOVE id-saisi TO ETU-ID
               START FICHIER-ETUDIANTS KEY >= ETU-CLE
                   INVALID KEY SET PLUS-DE-ETUDIANTS TO TRUE
               END-START
               PERFORM UNTIL PLUS-DE-ETUDIANTS
                   READ FICHIER-ETUDIANTS NEXT RECORD
                       AT END SET PLUS-DE-ETUDIANTS TO TRUE
                       NOT AT END
                           IF ETU-ID NOT = id-saisi
                               SET PLUS-DE-ETUDIANTS TO TRUE
                           ELSE
                               IF ETU-CLASSE = classe-saisie
                                   AND ETU-MATIERE = matiere-saisie
                                   PERFORM compter-note-origine
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHIER-ETUDIANTS
           END-IF.
           IF nb-origine > 0
               COMPUTE moyenne-origine ROUNDED =
                   somme-origine / nb-origine
           END-IF.

       compter-note-origine.
           IF ETU-RATTRAPAGE
               MOVE 'O' TO rattrapage-deja
           ELSE
               IF ETU-NOTE IS NUMERIC
                   ADD ETU-NOTE TO somme-origine
                   ADD 1 TO nb-origine
               END-IF
           END-IF.

       ajouter-rattrapage.
           PERFORM saisir-note-valide.
           OPEN I-O FICHIER-ETUDIANTS.
           MOVE SPACES TO LIGNE-ETUDIANT.
           MOVE id-saisi TO ETU-ID.
           MOVE classe-saisie TO ETU-CLASSE.
           MOVE matiere-saisie TO ETU-MATIERE.
           MOVE FUNCTION NUMVAL(FUNCTION CURRENT-DATE(1:8))
               TO ETU-DATE.
           MOVE 1 TO ETU-RANG.
           MOVE note-saisie TO ETU-NOTE.
           MOVE 'R' TO ETU-TYPE.
           PERFORM ecrire-avec-rang.
           CLOSE FICHIER-ETUDIANTS.
           IF ecriture-faite = 'O'
               MOVE ETU-CLE(1:20) TO cle-note-journal
               PERFORM journaliser-ajout-note
           END-IF.
           MOVE ETU-DATE TO date-periode-cherchee.
           PERFORM chercher-periode.
           DISPLAY plage-ajoutee.

       *>Liste des notes de l'etudiant : on se place sur sa premiere
       *>cle (START >=) et on lit tant que l'identifiant tient.
       lister-notes.
                               SET PLUS-DE-ETUDIANTS TO TRUE
                           ELSE
                               IF ligne-ecran < 17
                                   MOVE ETU-DATE
                                       TO date-periode-cherchee
                                   PERFORM chercher-periode
                                   DISPLAY plage-ligne-note
                                   ADD 1 TO ligne-ecran
                               END-IF
                   INVALID KEY
                       DISPLAY plage-note-inconnue
                   NOT INVALID KEY
                       MOVE ETU-CLE(1:20) TO cle-note-journal
                       PERFORM journaliser-correction-note
                       MOVE ETU-NOTE TO note-saisie
                       PERFORM journaliser-note
                       PERFORM saisir-note-valide
                           FUNCTION CURRENT-DATE(1:8)) TO ETU-DATE
                       MOVE 1 TO ETU-RANG
                       MOVE PLT-NOTE TO ETU-NOTE
                       IF PLT-TYPE = 'R'
                           MOVE PLT-TYPE TO ETU-TYPE
                       END-IF
                       PERFORM ecrire-avec-rang
                       ADD 1 TO nb-transferees
                   END-IF
                           MOVE ETU-NOTE TO PLT-NOTE
                           MOVE ETU-CLASSE TO PLT-CLASSE
                           MOVE ETU-MATIERE TO PLT-MATIERE
                           MOVE ETU-TYPE TO PLT-TYPE
                           WRITE LIGNE-PLAT
                           ADD 1 TO nb-transferees
                   END-READ
           DISPLAY plage-pause.
           ACCEPT plage-pause.

       COPY ELEVE-CHARGE.

       COPY PERIODE-CHARGE.

       COPY JOURNAL-ECRITURE
           REPLACING NOM-PARAGRAPHE BY journaliser-id
           NOM-PROGRAMME-JRN BY "SaisieNotes-id"
           REPLACING NOM-PARAGRAPHE BY journaliser-note
           NOM-PROGRAMME-JRN BY "SaisieNotes-note"
           VALEUR-SAISIE BY note-saisie.

       COPY JOURNAL-ECRITURE
           REPLACING NOM-PARAGRAPHE BY journaliser-ajout-note
           NOM-PROGRAMME-JRN BY "SaisieNotes-ajout"
           VALEUR-SAISIE BY cle-note-journal.

       COPY JOURNAL-ECRITURE
           REPLACING NOM-PARAGRAPHE BY journaliser-correction-note
           NOM-PROGRAMME-JRN BY "SaisieNotes-corr"
           VALEUR-SAISIE BY cle-note-journal.
