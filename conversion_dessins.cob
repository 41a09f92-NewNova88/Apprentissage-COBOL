      *>Conversion des fichiers partages au dessin courant (voir
      *>DESSIN-ZONE) : un fichier sans entete (d'avant les entetes,
      *>ou restaure d'une vieille sauvegarde) ou a une version
      *>anterieure arrete chaque programme qui l'ouvre. Ce passage
      *>le reecrit au dessin courant, entete en tete, en completant
      *>chaque ligne ancienne comme les lecteurs la devinaient
      *>jusqu'ici :
      *>  CALCULSOMME-LOG.DAT  ligne sans operateur (point decimal
      *>                       du resultat en colonne 38) : INCONNU
      *>                       insere ; compte blanc : GENERAL
      *>  CLASSEMENT.DAT       niveau blanc : 0 (d'avant les
      *>                       niveaux) ; issue blanche : G (seules
      *>                       les parties gagnees s'enregistraient)
      *>                       — graine et tirage restent blancs, la
      *>                       partie reste inverifiable
      *>  CONTACTS.DAT         sens blanc : E ; badge illisible : 0
      *>  TICKETS.DAT          quantite, ticket d'origine et numero
      *>                       de ligne illisibles : 0 (l'article
      *>                       reste blanc, comme les lecteurs
      *>                       lisaient les anciens tickets)
      *>  ATTENTE-CALCULSOMME.DAT
      *>                       entete seul (reference blanche)
      *>  BADGES-EMIS.DAT      cle blanche : recalculee du numero
      *>  TARIFS.DAT           methode blanche : F (forfaitaire)
      *>  PARAMS-NUIT.DAT      entete seul (frequence blanche = le
      *>                       rythme d'avant)
      *>Le nom se donne pour une archive ou une copie recue
      *>(CLASSEMENT-<saison>.DAT, LIGUE-CLASSEMENT-<boutique>.DAT) ;
      *>blanc = le fichier courant. Un fichier plus recent que les
      *>programmes, ou portant l'entete d'un autre fichier, est
      *>refuse. La copie convertie passe par un fichier de travail
      *>avant de remplacer l'original ; l'historique et la file
      *>d'attente se convertissent sous le verrou du grand livre,
      *>les tickets sous celui de la caisse. Refuse en mode
      *>formation. Le passage part au journal.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ConversionDessins.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FICHIER-ANCIEN ASSIGN USING nom-ancien
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS statut-ancien.
           SELECT FICHIER-TRAVAIL ASSIGN TO "DESSIN-TRAVAIL.TMP"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS statut-travail.
           COPY VERROU-FICHIER.
           COPY JOURNAL-FICHIER.
           COPY CLE-FICHIER.

       DATA DIVISION.
       FILE SECTION.
       FD FICHIER-ANCIEN.
       1 LIGNE-ANCIENNE PIC X(200).

       FD FICHIER-TRAVAIL.
       1 LIGNE-TRAVAIL PIC X(200).

       COPY VERROU-FD.

       COPY JOURNAL-FD.

       COPY CLE-FD.

       WORKING-STORAGE SECTION.
       COPY DESSIN-ZONE.
       COPY OPERATEUR.
       COPY FORMATION.
       COPY VERROU-ZONE.
       COPY JOURNAL-ETAT.
       COPY CLE-ZONE.
       77 statut-ancien PIC X(02).
       77 statut-travail PIC X(02).
       77 fin-fichier PIC X(01) VALUE 'N'.
           88 PLUS-DE-LIGNES VALUE 'O'.
       77 premiere-ligne PIC X(01).
       77 touche PIC X(01).

       *>Fichier demande : 1 historique, 2 classement, 3 decharge
       *>des visiteurs, 4 tickets, 5 file d'attente du grand livre,
       *>6 badges remis, 7 bareme, 8 parametres de nuit.
       77 choix-fichier PIC 9 VALUE 0.
       77 nom-demande PIC X(30).
       77 nom-ancien PIC X(30).
       77 code-journal PIC X(04).
       77 dessin-trouve-edit PIC X(12).
       77 compte-rendu PIC X(60).
       77 nb-lues PIC 9(6) VALUE 0.
       77 nb-converties PIC 9(6) VALUE 0.
       77 valeur-journal PIC X(20).

       *>Ligne en cours de conversion, vue selon le fichier.
       1 ligne-convertie PIC X(200).
       1 vue-livre REDEFINES ligne-convertie.
           2 cvl-horodatage PIC X(14).
           2 FILLER PIC X(52).
           2 cvl-compte PIC X(08).
           2 FILLER PIC X(126).
       1 vue-classement REDEFINES ligne-convertie.
           2 cvc-joueur PIC X(20).
           2 FILLER PIC X(27).
           2 cvc-niveau PIC X(01).
           2 FILLER PIC X(01).
           2 cvc-issue PIC X(01).
           2 FILLER PIC X(150).
       1 vue-contacts REDEFINES ligne-convertie.
           2 FILLER PIC X(15).
           2 cvt-nom PIC X(25).
           2 FILLER PIC X(01).
           2 cvt-sens PIC X(01).
           2 FILLER PIC X(01).
           2 cvt-badge PIC X(06).
           2 FILLER PIC X(151).
       1 vue-tickets REDEFINES ligne-convertie.
           2 cvk-numero PIC X(06).
           2 FILLER PIC X(73).
           2 cvk-quantite PIC X(07).
           2 FILLER PIC X(01).
           2 cvk-ref-ticket PIC X(06).
           2 FILLER PIC X(01).
           2 cvk-num-ligne PIC X(02).
           2 FILLER PIC X(104).
       1 vue-badges REDEFINES ligne-convertie.
           2 cvb-numero PIC X(06).
           2 FILLER PIC X(42).
           2 cvb-cle PIC X(01).
           2 FILLER PIC X(151).
       1 vue-tarifs REDEFINES ligne-convertie.
           2 cvf-bas PIC X(15).
           2 FILLER PIC X(72).
           2 cvf-methode PIC X(01).
           2 FILLER PIC X(112).

       SCREEN SECTION.
       1 plage-choix.
           2 BLANK SCREEN.
           2 LINE 1 COL 1 VALUE
               'Conversion des dessins des fichiers partages'.
           2 LINE 3 COL 1 VALUE
               ' 1. Historique du grand livre (CALCULSOMME-LOG.DAT)'.
           2 LINE 4 COL 1 VALUE
               ' 2. Parties du concours (CLASSEMENT.DAT, archives)'.
           2 LINE 5 COL 1 VALUE
               ' 3. Decharge des visiteurs (CONTACTS.DAT)'.
           2 LINE 6 COL 1 VALUE ' 4. Tickets de caisse (TICKETS.DAT)'.
           2 LINE 7 COL 1 VALUE
               ' 5. File du grand livre (ATTENTE-CALCULSOMME.DAT)'.
           2 LINE 8 COL 1 VALUE ' 6. Badges remis (BADGES-EMIS.DAT)'.
           2 LINE 9 COL 1 VALUE ' 7. Bareme des tranches (TARIFS.DAT)'.
           2 LINE 10 COL 1 VALUE
               ' 8. Parametres de nuit (PARAMS-NUIT.DAT)'.
           2 LINE 11 COL 1 VALUE ' 0. Retour'.
           2 LINE 13 COL 1 VALUE 'Fichier : '.
           2 PIC 9 TO choix-fichier REQUIRED.
           2 LINE 14 COL 1 VALUE 'Nom (blanc = fichier courant) : '.
           2 PIC X(30) TO nom-demande.

       1 plage-formation.
           2 LINE 16 COL 1 VALUE
               'Mode formation : conversion refusee.'.

       1 plage-compte-rendu.
           2 LINE 16 COL 1 VALUE 'Fichier          : '.
           2 PIC X(30) FROM nom-ancien.
           2 LINE 17 COL 1 VALUE 'Dessin trouve    : '.
           2 PIC X(12) FROM dessin-trouve-edit.
           2 LINE 18 COL 1 VALUE 'Lignes lues      : '.
           2 PIC zzzzz9 FROM nb-lues.
           2 LINE 19 COL 1 VALUE 'Lignes completees: '.
           2 PIC zzzzz9 FROM nb-converties.
           2 LINE 20 COL 1 PIC X(60) FROM compte-rendu.

       1 plage-pause.
           2 LINE 22 COL 1 VALUE 'Entree pour continuer...'.
           2 PIC X(01) TO touche.

       PROCEDURE DIVISION.
       DISPLAY plage-choix.
       ACCEPT plage-choix.
       IF choix-fichier = 0 OR choix-fichier > 8
           GOBACK
       END-IF.
       IF EN-FORMATION
           DISPLAY plage-formation
           DISPLAY plage-pause
           ACCEPT plage-pause
           GOBACK
       END-IF.
       PERFORM preparer-demande.
       MOVE 'O' TO dsn-silence.
       CALL 'ControleDessin' USING demande-dessin.
       MOVE SPACES TO dessin-trouve-edit.
       EVALUATE dsn-resultat
           WHEN 'A'
               MOVE "sans entete" TO dessin-trouve-edit
           WHEN 'V'
               MOVE "absent/vide" TO dessin-trouve-edit
           WHEN OTHER
               STRING "V" dsn-trouve(40:2)
                   DELIMITED BY SIZE INTO dessin-trouve-edit
       END-EVALUATE.
       EVALUATE dsn-resultat
           WHEN 'O'
               MOVE "Deja au dessin courant : rien a faire."
                   TO compte-rendu
           WHEN 'V'
               MOVE "Fichier absent ou vide : rien a convertir."
                   TO compte-rendu
           WHEN 'R'
               MOVE "Plus recent que les programmes : REFUSE."
                   TO compte-rendu
           WHEN 'F'
               MOVE "Entete d'un autre fichier : REFUSE."
                   TO compte-rendu
           WHEN OTHER
               PERFORM convertir-sous-verrou
       END-EVALUATE.
       DISPLAY plage-compte-rendu.
       DISPLAY plage-pause.
       ACCEPT plage-pause.
       COPY JOURNAL-FERMETURE.
       *>GOBACK (et non STOP RUN) pour pouvoir aussi etre appele
       *>depuis le sous-menu d'exploitation.
       GOBACK.

       *>Nom du fichier et entete attendu selon le choix.
       preparer-demande.
           EVALUATE choix-fichier
               WHEN 1
                   MOVE "CALCULSOMME-LOG.DAT" TO nom-ancien
                   MOVE entete-livre TO dsn-entete
                   MOVE "LIVR" TO code-journal
               WHEN 2
                   MOVE "CLASSEMENT.DAT" TO nom-ancien
                   MOVE entete-classement TO dsn-entete
                   MOVE "CLAS" TO code-journal
               WHEN 3
                   MOVE "CONTACTS.DAT" TO nom-ancien
                   MOVE entete-contacts TO dsn-entete
                   MOVE "CTCT" TO code-journal
               WHEN 4
                   MOVE "TICKETS.DAT" TO nom-ancien
                   MOVE entete-tickets TO dsn-entete
                   MOVE "TICK" TO code-journal
               WHEN 5
                   MOVE "ATTENTE-CALCULSOMME.DAT" TO nom-ancien
                   MOVE entete-attente TO dsn-entete
                   MOVE "ATTE" TO code-journal
               WHEN 6
                   MOVE "BADGES-EMIS.DAT" TO nom-ancien
                   MOVE entete-badges TO dsn-entete
                   MOVE "BADG" TO code-journal
               WHEN 7
                   MOVE "TARIFS.DAT" TO nom-ancien
                   MOVE entete-tarifs TO dsn-entete
                   MOVE "TARF" TO code-journal
               WHEN OTHER
                   MOVE "PARAMS-NUIT.DAT" TO nom-ancien
                   MOVE entete-params-nuit TO dsn-entete
                   MOVE "PARM" TO code-journal
           END-EVALUATE.
           IF nom-demande NOT = SPACES
               MOVE FUNCTION UPPER-CASE(nom-demande) TO nom-ancien
           END-IF.
           MOVE nom-ancien TO dsn-fichier.

       *>L'historique et la file d'attente ne se reecrivent que sous
       *>le verrou du grand livre, les tickets sous celui de la
       *>caisse : un poste ou un ticket ajoute pendant la copie
       *>serait perdu.
       convertir-sous-verrou.
           EVALUATE choix-fichier
               WHEN 1
               WHEN 5
                   PERFORM verrouiller-livre
                   IF NOT VERROU-ACQUIS
                       MOVE "Grand livre occupe : rien converti."
                           TO compte-rendu
                       MOVE "OCCUPE" TO dessin-trouve-edit
                   ELSE
                       PERFORM convertir-fichier
                       PERFORM liberer-livre
                   END-IF
               WHEN 4
                   PERFORM verrouiller-tickets
                   IF NOT VERROU-ACQUIS
                       MOVE "Caisse occupee : rien converti."
                           TO compte-rendu
                       MOVE "OCCUPE" TO dessin-trouve-edit
                   ELSE
                       PERFORM convertir-fichier
                       PERFORM liberer-tickets
                   END-IF
               WHEN OTHER
                   PERFORM convertir-fichier
           END-EVALUATE.

       *>Premiere passe vers le fichier de travail (entete courant,
       *>ancien entete ecarte, lignes completees), seconde passe par
       *>dessus l'original : l'original n'est touche qu'une fois la
       *>copie entiere ecrite.
       convertir-fichier.
           MOVE 0 TO nb-lues nb-converties.
           MOVE 'N' TO fin-fichier.
           MOVE 'O' TO premiere-ligne.
           OPEN INPUT FICHIER-ANCIEN.
           OPEN OUTPUT FICHIER-TRAVAIL.
           MOVE SPACES TO LIGNE-TRAVAIL.
           MOVE dsn-entete TO LIGNE-TRAVAIL.
           WRITE LIGNE-TRAVAIL.
           READ FICHIER-ANCIEN
               AT END SET PLUS-DE-LIGNES TO TRUE
           END-READ.
           PERFORM UNTIL PLUS-DE-LIGNES
               IF premiere-ligne = 'O'
                       AND LIGNE-ANCIENNE(1:8) = dsn-entete(1:8)
                   CONTINUE
               ELSE
                   ADD 1 TO nb-lues
                   MOVE LIGNE-ANCIENNE TO ligne-convertie
                   EVALUATE choix-fichier
                       WHEN 1
                           PERFORM completer-livre
                       WHEN 2
                           PERFORM completer-classement
                       WHEN 3
                           PERFORM completer-contacts
                       WHEN 4
                           PERFORM completer-tickets
                       WHEN 6
                           PERFORM completer-badges
                       WHEN 7
                           PERFORM completer-tarifs
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
                   IF ligne-convertie NOT = LIGNE-ANCIENNE
                       ADD 1 TO nb-converties
                   END-IF
                   MOVE ligne-convertie TO LIGNE-TRAVAIL
                   WRITE LIGNE-TRAVAIL
               END-IF
               MOVE 'N' TO premiere-ligne
               READ FICHIER-ANCIEN
                   AT END SET PLUS-DE-LIGNES TO TRUE
               END-READ
           END-PERFORM.
           CLOSE FICHIER-ANCIEN.
           CLOSE FICHIER-TRAVAIL.
           PERFORM recopier-travail.
           MOVE "Fichier converti au dessin courant." TO compte-rendu.
           MOVE SPACES TO valeur-journal.
           STRING "DESSIN " code-journal " " nb-lues
               DELIMITED BY SIZE INTO valeur-journal.
           PERFORM journaliser-conversion.

       recopier-travail.
           MOVE 'N' TO fin-fichier.
           OPEN INPUT FICHIER-TRAVAIL.
           OPEN OUTPUT FICHIER-ANCIEN.
           READ FICHIER-TRAVAIL
               AT END SET PLUS-DE-LIGNES TO TRUE
           END-READ.
           PERFORM UNTIL PLUS-DE-LIGNES
               MOVE LIGNE-TRAVAIL TO LIGNE-ANCIENNE
               WRITE LIGNE-ANCIENNE
               READ FICHIER-TRAVAIL
                   AT END SET PLUS-DE-LIGNES TO TRUE
               END-READ
           END-PERFORM.
           CLOSE FICHIER-TRAVAIL.
           CLOSE FICHIER-ANCIEN.

       *>Ligne d'avant l'operateur : meme decalage que le menage de
       *>PurgeArchives (INCONNU insere en colonne 16). Compte blanc
       *>d'avant le plan comptable : GENERAL.
       completer-livre.
           IF cvl-horodatage NOT = SPACES
               IF LIGNE-ANCIENNE(38:1) = '.'
                       AND LIGNE-ANCIENNE(47:1) NOT = '.'
                   MOVE SPACES TO ligne-convertie
                   MOVE LIGNE-ANCIENNE(1:15) TO ligne-convertie(1:15)
                   MOVE "INCONNU" TO ligne-convertie(16:7)
                   MOVE LIGNE-ANCIENNE(16:40)
                       TO ligne-convertie(25:40)
               END-IF
               IF cvl-compte = SPACES
                   MOVE "GENERAL" TO cvl-compte
               END-IF
           END-IF.

       completer-classement.
           IF cvc-joueur NOT = SPACES
               IF cvc-niveau = SPACE
                   MOVE '0' TO cvc-niveau
               END-IF
               IF cvc-issue = SPACE
                   MOVE 'G' TO cvc-issue
               END-IF
           END-IF.

       completer-contacts.
           IF cvt-nom NOT = SPACES
               IF cvt-sens = SPACE
                   MOVE 'E' TO cvt-sens
               END-IF
               IF cvt-badge IS NOT NUMERIC
                   MOVE "000000" TO cvt-badge
               END-IF
           END-IF.

       *>Ticket d'avant l'article et le remboursement : quantite,
       *>ticket d'origine et numero de ligne a zero, l'article
       *>reste blanc (montant libre).
       completer-tickets.
           IF cvk-numero NOT = SPACES
               IF cvk-quantite IS NOT NUMERIC
                   MOVE "0000000" TO cvk-quantite
               END-IF
               IF cvk-ref-ticket IS NOT NUMERIC
                   MOVE "000000" TO cvk-ref-ticket
               END-IF
               IF cvk-num-ligne IS NOT NUMERIC
                   MOVE "00" TO cvk-num-ligne
               END-IF
           END-IF.

       *>Badge remis avant la cle : elle se recalcule du numero,
       *>comme a l'emission.
       completer-badges.
           IF cvb-numero IS NUMERIC AND cvb-cle = SPACE
               MOVE cvb-numero TO numero-cle
               PERFORM calculer-cle-numero
               MOVE cle-numero TO cvb-cle
           END-IF.

       *>Tranche d'avant la methode de calcul : forfaitaire, comme
       *>le calcul la traitait deja.
       completer-tarifs.
           IF cvf-bas NOT = SPACES AND cvf-methode = SPACE
               MOVE 'F' TO cvf-methode
           END-IF.

       COPY VERROU-PRISE
           REPLACING NOM-PARAGRAPHE BY verrouiller-livre
           NOM-FICHIER-VERROU BY "VERROU-CALCULSOMME.LCK".

       COPY VERROU-LIBERATION
           REPLACING NOM-PARAGRAPHE BY liberer-livre.

       COPY VERROU-PRISE
           REPLACING NOM-PARAGRAPHE BY verrouiller-tickets
           NOM-FICHIER-VERROU BY "VERROU-TICKETS.LCK".

       COPY VERROU-LIBERATION
           REPLACING NOM-PARAGRAPHE BY liberer-tickets.

       COPY JOURNAL-ECRITURE
           REPLACING NOM-PARAGRAPHE BY journaliser-conversion
           NOM-PROGRAMME-JRN BY "ConversionDessins"
           VALEUR-SAISIE BY valeur-journal.

       COPY CLE-CALCUL.
