       *>un indicateur de tendance (montee, baisse, stable) et
       *>signale quiconque a perdu une bande de mention entiere —
       *>"cet etudiant glisse-t-il ?" est la question qui ouvre
       *>chaque conseil de periode. Le nom de l'eleve vient du
       *>fichier des eleves ELEVES.DAT. Les moyennes historisees ont
      *>deja la regle du rattrapage appliquee par LesBooleans (note
      *>de rattrapage retenue dans la limite de 10) : une periode
      *>relevee par un rattrapage est signalee, pour qu'une remontee
      *>ne se lise pas comme un progres du trimestre.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RapportProgression.

           SELECT FICHIER-PROGRESSION
               ASSIGN TO "RAPPORT-PROGRESSION.DAT"
               ORGANIZATION LINE SEQUENTIAL.
           COPY ELEVE-FICHIER.

       DATA DIVISION.
       FILE SECTION.
           2 HNO-DATE PIC X(08).
           2 FILLER PIC X(01).
           2 HNO-TERME PIC X(02).
           2 FILLER PIC X(01).
           2 HNO-RATTRAPAGE PIC X(01).

       FD FICHIER-PROGRESSION.
       1 LIGNE-PROGRESSION PIC X(80).

       COPY ELEVE-FD.

       WORKING-STORAGE SECTION.
       COPY ELEVE-ZONE.
       77 statut-histo PIC X(02).
       77 fin-fichier PIC X(01) VALUE 'N'.
           88 PLUS-DE-LIGNES VALUE 'O'.
               3 res-mention PIC X(02).
               3 res-terme PIC X(02).
               3 res-edite PIC X(01).
               3 res-rattrapage PIC X(01).

       *>Suivi de l'etudiant en cours d'edition.
       77 id-en-cours PIC X(05).

       PROCEDURE DIVISION.
       PERFORM charger-historique.
       PERFORM charger-eleves.
       OPEN OUTPUT FICHIER-PROGRESSION.
       MOVE SPACES TO LIGNE-PROGRESSION.
       MOVE "Progression des etudiants par periode"
                       MOVE HNO-MENTION TO res-mention(nb-resultats)
                       MOVE HNO-TERME TO res-terme(nb-resultats)
                       MOVE SPACE TO res-edite(nb-resultats)
                       MOVE HNO-RATTRAPAGE
                           TO res-rattrapage(nb-resultats)
                   END-IF
                   READ FICHIER-HISTO-NOTES
                       AT END SET PLUS-DE-LIGNES TO TRUE
           PERFORM VARYING r FROM 1 BY 1 UNTIL r > nb-resultats
               IF res-edite(r) NOT = 'X'
                   MOVE res-id(r) TO id-en-cours
                   MOVE FUNCTION UPPER-CASE(id-en-cours)
                       TO id-eleve-cherche
                   PERFORM composer-nom-eleve
                   MOVE SPACES TO LIGNE-PROGRESSION
                   STRING "--- " id-en-cours " " DELIMITED BY SIZE
                       nom-eleve DELIMITED BY "  "
                       " ---" DELIMITED BY SIZE
                       INTO LIGNE-PROGRESSION
                   WRITE LIGNE-PROGRESSION
                   MOVE 'O' TO premier-resultat
                   PERFORM VARYING s FROM r BY 1
                   INTO LIGNE-PROGRESSION(32:)
               ADD 1 TO nb-decrochages
           END-IF.
           IF res-rattrapage(s) = 'R'
               MOVE "(apres rattrapage)" TO LIGNE-PROGRESSION(56:18)
           END-IF.
           WRITE LIGNE-PROGRESSION.
           MOVE 'N' TO premier-resultat.
           MOVE res-moyenne(s) TO moyenne-precedente.
               WHEN OTHER
                   MOVE 1 TO rang-courant
           END-EVALUATE.

       COPY ELEVE-CHARGE.
