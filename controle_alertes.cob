      *>            atteint le seuil
      *>  SAUVJOUR  la derniere sauvegarde date d'au moins seuil
      *>            jours (ou aucune sauvegarde n'existe)
      *>  PRETRET   au moins seuil (1 au minimum) prets de cles ou de
      *>            materiel ont depasse leur retour prevu ; leurs
      *>            codes suivent le message de la regle
      *>  CAPACITE  un fichier de donnees atteint seuil % (80 par
      *>            defaut) de la limite du programme qui le charge,
      *>            d'apres la derniere mesure de MesureVolumes ; ses
      *>            noms suivent le message de la regle
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ControleAlertes.

               ASSIGN TO "SAUVEGARDES-INDEX.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS statut-lecture.
           COPY PRETS-FICHIER.
           COPY VOLUMES-FICHIER.

       DATA DIVISION.
       FILE SECTION.
           2 FILLER PIC X(01).
           2 IDX-NB-LIGNES PIC 9(06).

       COPY PRETS-FD.

       COPY VOLUMES-FD.

       WORKING-STORAGE SECTION.
       77 statut-regles PIC X(02).
       77 statut-etat PIC X(02).
       77 entier-sauvegarde PIC 9(08).
       77 nom-fichier-rejets PIC X(30).
       77 rj PIC 9.
       77 statut-prets PIC X(02).
       77 instant-courant PIC X(12).
       77 nb-prets-retard PIC 9(4) VALUE 0.
       77 liste-prets-retard PIC X(40) VALUE SPACES.
       77 pointeur-retard PIC 99.
       77 seuil-prets PIC 9(08).
       77 statut-volumes PIC X(02).
       77 date-volumes PIC 9(08) VALUE 0.
       77 nb-volumes PIC 9(03) VALUE 0.
       77 vo PIC 9(03).
       77 seuil-capacite PIC 9(08).
       77 liste-capacite PIC X(40) VALUE SPACES.
       77 pointeur-capacite PIC 99.
       1 volumes-mesures.
           2 volume-mesure OCCURS 100.
               3 vlm-fichier PIC X(30).
               3 vlm-nb-lignes PIC 9(08).
               3 vlm-limite PIC 9(08).
       1 noms-rejets.
           2 FILLER PIC X(30) VALUE "REJETS-SOMMES.DAT".
           2 FILLER PIC X(30) VALUE "REJETS-NOTES.DAT".
       PERFORM mesurer-solde.
       PERFORM mesurer-rejets.
       PERFORM mesurer-sauvegarde.
       PERFORM mesurer-prets.
       PERFORM mesurer-capacites.
       PERFORM charger-etat-precedent.
       PERFORM evaluer-regles.
       PERFORM ecrire-etat.
                   entier-jour - entier-sauvegarde
           END-IF.

       *>Prets encore dehors dont le retour prevu est passe, et
       *>leurs codes tant qu'ils tiennent dans le message.
       mesurer-prets.
           MOVE 0 TO nb-prets-retard.
           MOVE SPACES TO liste-prets-retard.
           MOVE 1 TO pointeur-retard.
           MOVE FUNCTION CURRENT-DATE(1:12) TO instant-courant.
           MOVE 'N' TO fin-fichier.
           OPEN INPUT FICHIER-PRETS.
           IF statut-prets(1:1) = "0"
               READ FICHIER-PRETS
                   AT END SET PLUS-DE-LIGNES TO TRUE
               END-READ
               PERFORM UNTIL PLUS-DE-LIGNES
                   IF PRT-TYPE = 'P' AND PRT-RETOUR = SPACES
                           AND PRT-PREVU < instant-courant
                       ADD 1 TO nb-prets-retard
                       IF pointeur-retard < 32
                           STRING PRT-OBJET DELIMITED BY SPACE
                               " " DELIMITED BY SIZE
                               INTO liste-prets-retard
                               WITH POINTER pointeur-retard
                       END-IF
                   END-IF
                   READ FICHIER-PRETS
                       AT END SET PLUS-DE-LIGNES TO TRUE
                   END-READ
               END-PERFORM
               CLOSE FICHIER-PRETS
           END-IF.

       *>Derniere mesure des volumes : seules comptent les lignes
       *>de la date la plus recente de l'historique.
       mesurer-capacites.
           MOVE 0 TO nb-volumes.
           MOVE 0 TO date-volumes.
           MOVE 'N' TO fin-fichier.
           OPEN INPUT FICHIER-VOLUMES.
           IF statut-volumes(1:1) = "0"
               READ FICHIER-VOLUMES
                   AT END SET PLUS-DE-LIGNES TO TRUE
               END-READ
               PERFORM UNTIL PLUS-DE-LIGNES
                   IF VOL-DATE IS NUMERIC AND VOL-NB-LIGNES IS NUMERIC
                           AND VOL-LIMITE IS NUMERIC
                       IF VOL-DATE > date-volumes
                           MOVE VOL-DATE TO date-volumes
                           MOVE 0 TO nb-volumes
                       END-IF
                       IF VOL-DATE = date-volumes AND nb-volumes < 100
                           ADD 1 TO nb-volumes
                           MOVE VOL-FICHIER TO vlm-fichier(nb-volumes)
                           MOVE VOL-NB-LIGNES
                               TO vlm-nb-lignes(nb-volumes)
                           MOVE VOL-LIMITE TO vlm-limite(nb-volumes)
                       END-IF
                   END-IF
                   READ FICHIER-VOLUMES
                       AT END SET PLUS-DE-LIGNES TO TRUE
                   END-READ
               END-PERFORM
               CLOSE FICHIER-VOLUMES
           END-IF.

       *>Fichiers de la derniere mesure a seuil-capacite % ou plus
       *>de leur limite, et leurs noms tant qu'ils tiennent dans le
       *>message.
       chercher-capacites.
           MOVE SPACES TO liste-capacite.
           MOVE 1 TO pointeur-capacite.
           PERFORM VARYING vo FROM 1 BY 1 UNTIL vo > nb-volumes
               IF vlm-limite(vo) > 0 AND vlm-nb-lignes(vo) * 100
                       >= vlm-limite(vo) * seuil-capacite
                   MOVE 'O' TO regle-declenchee
                   IF pointeur-capacite < 32
                       STRING vlm-fichier(vo) DELIMITED BY "."
                           " " DELIMITED BY SIZE
                           INTO liste-capacite
                           WITH POINTER pointeur-capacite
                   END-IF
               END-IF
           END-PERFORM.

       *>Messages de l'etat precedent : une alerte qui y figure deja
       *>ne repart pas au journal des alertes.
       charger-etat-precedent.
                           AND jours-sans-sauvegarde >= ALR-SEUIL
                       MOVE 'O' TO regle-declenchee
                   END-IF
               WHEN "PRETRET"
                   MOVE 1 TO seuil-prets
                   IF ALR-SEUIL IS NUMERIC AND ALR-SEUIL > 0
                       MOVE ALR-SEUIL TO seuil-prets
                   END-IF
                   IF nb-prets-retard >= seuil-prets
                       MOVE 'O' TO regle-declenchee
                   END-IF
               WHEN "CAPACITE"
                   MOVE 80 TO seuil-capacite
                   IF ALR-SEUIL IS NUMERIC AND ALR-SEUIL > 0
                           AND ALR-SEUIL <= 100
                       MOVE ALR-SEUIL TO seuil-capacite
                   END-IF
                   PERFORM chercher-capacites
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
               ADD 1 TO nb-maintenant
               MOVE ALR-GRAVITE TO alc-gravite(nb-maintenant)
               MOVE ALR-MESSAGE TO alc-message(nb-maintenant)
               IF ALR-CODE = "PRETRET"
                   MOVE SPACES TO alc-message(nb-maintenant)
                   STRING ALR-MESSAGE DELIMITED BY "  "
                       " : " liste-prets-retard DELIMITED BY SIZE
                       INTO alc-message(nb-maintenant)
               END-IF
               IF ALR-CODE = "CAPACITE"
                   MOVE SPACES TO alc-message(nb-maintenant)
                   STRING ALR-MESSAGE DELIMITED BY "  "
                       " : " liste-capacite DELIMITED BY SIZE
                       INTO alc-message(nb-maintenant)
               END-IF
           END-IF.

       *>Etat courant reecrit en entier : le bandeau du menu n'a
