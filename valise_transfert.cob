      *>et total de controle, le meme schema que l'extrait du
      *>siege). Le deballage verifie TOUT le manifeste avant de
      *>toucher au moindre fichier et refuse une valise dechiree en
      *>bloc — pas de demi-synchronisation. Le bareme TARIFS.DAT
      *>voyage avec son entete de dessin : il ne part qu'au dessin
      *>courant, et une valise dont le bareme n'en porte pas est
      *>refusee a l'arrivee.
      *>Les parties du concours (CLASSEMENT.DAT) et les joueurs
      *>inscrits (JOUEURS.DAT) voyagent aussi, pour la ligue
      *>inter-boutiques : ils partent sous le code de la boutique
      *>d'origine (BOUTIQUE.DAT), LIGUE-CLASSEMENT-<boutique>.DAT et
      *>LIGUE-JOUEURS-<boutique>.DAT, et se posent donc a cote des
      *>fichiers de la boutique qui les recoit sans les ecraser ;
      *>LigueBoutiques les fusionne. L'en-tete de la valise porte le
      *>meme code.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ValiseTransfert.

           SELECT FICHIER-MEMBRE ASSIGN USING nom-membre
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS statut-membre.
           COPY BOUTIQUE-FICHIER.

       DATA DIVISION.
       FILE SECTION.
       FD FICHIER-MEMBRE.
       1 LIGNE-MEMBRE PIC X(110).

       COPY BOUTIQUE-FD.

       WORKING-STORAGE SECTION.
       COPY BOUTIQUE-ZONE.
       COPY DESSIN-ZONE.
       77 statut-valise PIC X(02).
       77 statut-membre PIC X(02).
       77 fin-fichier PIC X(01) VALUE 'N'.
           2 FILLER PIC X(30) VALUE "MESSAGES.DAT".
           2 FILLER PIC X(30) VALUE "TAUX-TVA.DAT".
           2 FILLER PIC X(30) VALUE "COEFFICIENTS.DAT".
           2 FILLER PIC X(30) VALUE "CLASSEMENT.DAT".
           2 FILLER PIC X(30) VALUE "JOUEURS.DAT".
       1 table-membres REDEFINES membres-valise.
           2 nom-membre-connu PIC X(30) OCCURS 8.
       1 drapeaux-membres.
           2 drapeau-membre PIC X(01) OCCURS 8.
       77 m PIC 9.
       77 nom-membre PIC X(30).
       *>Nom sous lequel le membre se pose a l'arrivee (celui du
       *>manifeste) : le sien, sauf pour les fichiers du concours,
       *>marques de la boutique d'origine.
       77 nom-manifeste PIC X(30).

       *>Emballage : comptes et total de controle (cumul des
       *>longueurs utiles, tronque a 15 chiffres, comme l'extrait).
       77 fichier-en-cours PIC X(30) VALUE SPACES.
       77 membre-ouvert PIC X(01) VALUE 'N'.
       77 nb-deballes PIC 9 VALUE 0.
       *>Le membre en cours de verification est le bareme et sa
       *>premiere ligne D (son entete de dessin) reste a voir.
       77 membre-tarifs PIC X(01) VALUE 'N'.
       77 premiere-ligne-membre PIC X(01) VALUE 'N'.

       SCREEN SECTION.
       1 plage-mode.
           2 PIC X(01) TO drapeau-membre(5).
           2 LINE 11 COL 1 VALUE 'COEFFICIENTS.DAT  : '.
           2 PIC X(01) TO drapeau-membre(6).
           2 LINE 12 COL 1 VALUE 'CLASSEMENT.DAT    : '.
           2 PIC X(01) TO drapeau-membre(7).
           2 LINE 13 COL 1 VALUE 'JOUEURS.DAT       : '.
           2 PIC X(01) TO drapeau-membre(8).

       1 plage-emballe.
           2 LINE 15 COL 1 VALUE
               'Valise emballee : VALISE-TRANSFERT.DAT'.
           2 LINE 16 COL 1 VALUE 'Fichiers embarques : '.
           2 PIC 9 FROM nb-membres-emballes.

       1 plage-dechiree.
       *>depuis le sous-menu des outils.
       GOBACK.

       COPY BOUTIQUE-CHARGE.

       *>Emballage : les fichiers marques O partent dans la valise,
       *>chacun precede de son manifeste F, le tout clos par le
       *>controle T.
       emballer-valise.
           PERFORM charger-boutique.
           PERFORM VARYING m FROM 1 BY 1 UNTIL m > 8
               MOVE 'O' TO drapeau-membre(m)
           END-PERFORM.
           DISPLAY plage-choix-membres.
           ACCEPT plage-choix-membres.
           *>Les parties voyagent telles quelles, entete de dessin
           *>compris : un classement a l'ancien dessin ne part pas
           *>chez l'autre boutique.
           IF drapeau-membre(7) = 'O' OR drapeau-membre(7) = 'o'
               COPY DESSIN-VERIFICATION
                   REPLACING NOM-FICHIER-DESSIN BY "CLASSEMENT.DAT"
                   ENTETE-ATTENDU BY entete-classement.
           END-IF.
           *>De meme pour le bareme : l'autre boutique le pose tel
           *>quel et le relit a son dessin courant.
           IF drapeau-membre(1) = 'O' OR drapeau-membre(1) = 'o'
               COPY DESSIN-VERIFICATION
                   REPLACING NOM-FICHIER-DESSIN BY "TARIFS.DAT"
                   ENTETE-ATTENDU BY entete-tarifs.
           END-IF.
           OPEN OUTPUT FICHIER-VALISE.
           MOVE SPACES TO LIGNE-VALISE.
           STRING "E" FUNCTION CURRENT-DATE(1:8) code-boutique
               DELIMITED BY SIZE INTO LIGNE-VALISE.
           WRITE LIGNE-VALISE.
           ADD 1 TO nb-enregistrements.
           PERFORM VARYING m FROM 1 BY 1 UNTIL m > 8
               IF drapeau-membre(m) = 'O'
                       OR drapeau-membre(m) = 'o'
                   MOVE nom-membre-connu(m) TO nom-membre
                   MOVE nom-membre TO nom-manifeste
                   IF m > 6
                       MOVE SPACES TO nom-manifeste
                       STRING "LIGUE-" DELIMITED BY SIZE
                           nom-membre DELIMITED BY ".DAT"
                           "-" DELIMITED BY SIZE
                           code-boutique DELIMITED BY SPACE
                           ".DAT" DELIMITED BY SIZE
                           INTO nom-manifeste
                   END-IF
                   PERFORM emballer-membre
               END-IF
           END-PERFORM.
               CLOSE FICHIER-MEMBRE
               MOVE SPACES TO LIGNE-VALISE
               MOVE 'F' TO VAL-TYPE
               MOVE nom-manifeste TO VAL-F-NOM
               MOVE nb-lignes-membre TO VAL-F-NB
               WRITE LIGNE-VALISE
               ADD 1 TO nb-enregistrements
           MOVE 0 TO nb-attendu-fichier.
           MOVE 0 TO nb-lignes-membre.
           MOVE 'N' TO fin-valise.
           MOVE 'N' TO membre-tarifs.
           MOVE 'N' TO premiere-ligne-membre.
           OPEN INPUT FICHIER-VALISE.
           IF statut-valise NOT = "00"
               MOVE 'N' TO valise-saine
                   END-IF
                   MOVE 0 TO nb-lignes-membre
                   ADD 1 TO nb-enregistrements
                   *>Un bareme sans ligne n'a pas d'entete de dessin.
                   MOVE 'N' TO membre-tarifs
                   MOVE 'O' TO premiere-ligne-membre
                   IF VAL-F-NOM = "TARIFS.DAT"
                       MOVE 'O' TO membre-tarifs
                       IF nb-attendu-fichier = 0
                           MOVE 'N' TO valise-saine
                       END-IF
                   END-IF
               WHEN 'D'
                   ADD 1 TO nb-lignes-membre
                   ADD 1 TO nb-enregistrements
                   PERFORM plier-controle
                   *>Premiere ligne du bareme : son entete de dessin,
                   *>au dessin courant de cette boutique.
                   IF membre-tarifs = 'O'
                           AND premiere-ligne-membre = 'O'
                           AND VAL-RESTE(1:41) NOT = entete-tarifs
                       MOVE 'N' TO valise-saine
                   END-IF
                   MOVE 'N' TO premiere-ligne-membre
               WHEN 'T'
                   ADD 1 TO nb-enregistrements
                   MOVE 'O' TO controle-vu
