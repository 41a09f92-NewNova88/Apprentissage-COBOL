      *>Reception des directives du siege : baremes de commission,
      *>changements de taux de TVA et listes de prix arrivaient par
      *>courriel et se retapaient dans MaintenanceTarifs ou
      *>MaintenanceTaux. Nous envoyons deja au siege un extrait
      *>controle (ExtraitSiege) ; voici le sens inverse. Le fichier
      *>DIRECTIVES-SIEGE.DAT porte un en-tete, des details types par
      *>fichier cible et un enregistrement de controle ; il est
      *>controle en entier avant que rien ne soit applique : comptes
      *>et total de controle, dates d'effet, puis les regles de nos
      *>editeurs sur la table fusionnee (pas de trou ni de
      *>chevauchement dans le bareme, par la regle partagee
      *>TARIFS-CONTROLE ; pas de chevauchement entre generations d'un
      *>meme code de taux). Une directive bonne est mise en attente
      *>(DIRECTIVES-ATTENTE.DAT) et ne s'applique qu'avec la seconde
      *>signature ; chaque verdict, accepte ou rejete avec motif,
      *>repart au siege dans ACCUSES-DIRECTIVES.DAT et reste au
      *>registre DIRECTIVES-REGISTRE.DAT. Reserve au responsable
      *>(profil R) des que le fichier maitre des operateurs est en
      *>service, refuse en mode formation.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ReceptionDirectives.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL FICHIER-DIRECTIVES
               ASSIGN TO "DIRECTIVES-SIEGE.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS statut-directives.
           SELECT OPTIONAL FICHIER-ATTENTE
               ASSIGN TO "DIRECTIVES-ATTENTE.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS statut-attente.
           SELECT OPTIONAL FICHIER-REGISTRE
               ASSIGN TO "DIRECTIVES-REGISTRE.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS statut-registre.
           SELECT OPTIONAL FICHIER-ACCUSES
               ASSIGN TO "ACCUSES-DIRECTIVES.DAT"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL FICHIER-TARIFS ASSIGN TO "TARIFS.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS statut-tarifs.
           SELECT FICHIER-TARIFS-AVANT ASSIGN TO "TARIFS-AVANT.DAT"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL FICHIER-TAUX ASSIGN TO "TAUX-TVA.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS statut-taux.
           SELECT FICHIER-TAUX-AVANT ASSIGN TO "TAUX-TVA-AVANT.DAT"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL FICHIER-HISTO-TAUX
               ASSIGN TO "TAUX-TVA-HISTO.DAT"
               ORGANIZATION LINE SEQUENTIAL.
           COPY ARTICLE-FICHIER.
           SELECT FICHIER-ARTICLES-AVANT
               ASSIGN TO "ARTICLES-AVANT.DAT"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL FICHIER-HISTO-ARTICLES
               ASSIGN TO "ARTICLES-HISTO.DAT"
               ORGANIZATION LINE SEQUENTIAL.
           COPY BOUTIQUE-FICHIER.
           SELECT FICHIER-MAITRE ASSIGN TO "OPERATEURS.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS statut-maitre.
           COPY APPROBATION-FICHIER.
           COPY VERROU-FICHIER.
           COPY JOURNAL-FICHIER.

       DATA DIVISION.
       FILE SECTION.
       *>Format convenu avec le siege, sur le modele de notre
       *>extrait : type en colonne 1 (E = en-tete, D = detail,
       *>T = controle), champs en largeur fixe. Le detail porte en
       *>colonne 2 son fichier cible (T = tranche du bareme, V = taux
       *>de TVA, P = prix d'un article) ; les dessins sont decrits
       *>sur ligne-lue en WORKING-STORAGE.
       FD FICHIER-DIRECTIVES.
       1 LIGNE-DIRECTIVE PIC X(100).

       *>Directive controlee en attente de la seconde signature :
       *>copie conforme des lignes recues. Une seule a la fois.
       FD FICHIER-ATTENTE.
       1 LIGNE-ATTENTE PIC X(100).

       *>Registre des directives, en ajout seulement : une ligne a la
       *>reception (A = en attente, R = rejetee d'office) puis une a
       *>la decision (V = appliquee, R = rejetee), avec qui a decide
       *>et qui a approuve. La derniere ligne d'un numero donne son
       *>etat.
       FD FICHIER-REGISTRE.
       1 LIGNE-REGISTRE.
           2 DRG-HORODATAGE PIC X(14).
           2 FILLER PIC X(01).
           2 DRG-NUMERO PIC 9(06).
           2 FILLER PIC X(01).
           2 DRG-EMISSION PIC 9(08).
           2 FILLER PIC X(01).
           2 DRG-NB-ENREG PIC 9(06).
           2 FILLER PIC X(01).
           2 DRG-CONTROLE PIC 9(15).
           2 FILLER PIC X(01).
           2 DRG-STATUT PIC X(01).
           2 FILLER PIC X(01).
           2 DRG-OPERATEUR PIC X(08).
           2 FILLER PIC X(01).
           2 DRG-APPROBATEUR PIC X(08).
           2 FILLER PIC X(01).
           2 DRG-MOTIF PIC X(40).

       *>Accuse rendu au siege, meme cle que nos accuses a nous
       *>(numero de directive + total de controle recu) : verdict A
       *>(acceptee et appliquee) ou R (rejetee) suivi du motif.
       FD FICHIER-ACCUSES.
       1 LIGNE-ACCUSE.
           2 ACD-BOUTIQUE PIC X(09).
           2 FILLER PIC X(01).
           2 ACD-NUMERO PIC 9(06).
           2 FILLER PIC X(01).
           2 ACD-EMISSION PIC 9(08).
           2 FILLER PIC X(01).
           2 ACD-CONTROLE PIC 9(15).
           2 FILLER PIC X(01).
           2 ACD-VERDICT PIC X(01).
           2 FILLER PIC X(01).
           2 ACD-HORODATAGE PIC X(14).
           2 FILLER PIC X(01).
           2 ACD-MOTIF PIC X(40).

       *>Meme dessin que dans MaintenanceTarifs.
       FD FICHIER-TARIFS.
       1 LIGNE-TARIF.
           2 TRF-BAS PIC 9(15).
           2 FILLER PIC X(01).
           2 TRF-HAUT PIC 9(15).
           2 FILLER PIC X(01).
           2 TRF-LIBELLE PIC X(30).
           2 FILLER PIC X(01).
           2 TRF-TAUX PIC 9(3)V99.
           2 FILLER PIC X(01).
           2 TRF-DEBUT PIC 9(08).
           2 FILLER PIC X(01).
           2 TRF-FIN PIC 9(08).
           2 FILLER PIC X(01).
           2 TRF-METHODE PIC X(01).

       FD FICHIER-TARIFS-AVANT.
       1 LIGNE-TARIF-AVANT PIC X(90).

       *>Meme dessin que dans MaintenanceTaux.
       FD FICHIER-TAUX.
       1 LIGNE-TAUX.
           2 TVA-CODE PIC X(02).
           2 FILLER PIC X(01).
           2 TVA-TAUX PIC 99V99.
           2 FILLER PIC X(01).
           2 TVA-LIBELLE PIC X(20).
           2 FILLER PIC X(01).
           2 TVA-DEBUT PIC 9(08).
           2 FILLER PIC X(01).
           2 TVA-FIN PIC 9(08).

       FD FICHIER-TAUX-AVANT.
       1 LIGNE-TAUX-AVANT PIC X(50).

       FD FICHIER-HISTO-TAUX.
       1 LIGNE-HISTO-TAUX.
           2 HTX-HORODATAGE PIC X(14).
           2 FILLER PIC X(01).
           2 HTX-OPERATEUR PIC X(08).
           2 FILLER PIC X(01).
           2 HTX-CODE PIC X(02).
           2 FILLER PIC X(01).
           2 HTX-TAUX PIC 99V99.
           2 FILLER PIC X(01).
           2 HTX-DEBUT PIC 9(08).
           2 FILLER PIC X(01).
           2 HTX-FIN PIC 9(08).

       COPY ARTICLE-FD.

       FD FICHIER-ARTICLES-AVANT.
       1 LIGNE-ARTICLE-AVANT PIC X(105).

       *>Meme dessin que dans MaintenanceArticles.
       FD FICHIER-HISTO-ARTICLES.
       1 LIGNE-HISTO-ARTICLE.
           2 HAR-HORODATAGE PIC X(14).
           2 FILLER PIC X(01).
           2 HAR-OPERATEUR PIC X(08).
           2 FILLER PIC X(01).
           2 HAR-ACTION PIC X(01).
           2 FILLER PIC X(01).
           2 HAR-ARTICLE PIC X(105).

       COPY BOUTIQUE-FD.

       FD FICHIER-MAITRE.
       1 LIGNE-MAITRE PIC X(44).

       COPY APPROBATION-FD.

       COPY VERROU-FD.

       COPY JOURNAL-FD.

       WORKING-STORAGE SECTION.
       COPY DESSIN-ZONE.
       COPY OPERATEUR.
       COPY FORMATION.
       COPY VERROU-ZONE.
       COPY JOURNAL-ETAT.
       COPY APPROBATION-ZONE.
       COPY BOUTIQUE-ZONE.
       COPY ARTICLE-ZONE.
       COPY TARIFS-ZONE.
       77 statut-directives PIC X(02).
       77 statut-attente PIC X(02).
       77 statut-registre PIC X(02).
       77 statut-tarifs PIC X(02).
       77 statut-taux PIC X(02).
       77 statut-maitre PIC X(02).
       77 maitre-en-place PIC X(01) VALUE 'N'.
       77 fin-fichier PIC X(01) VALUE 'N'.
           88 PLUS-DE-LIGNES VALUE 'O'.

       *>Directive chargee en table (depuis le fichier recu ou depuis
       *>l'attente) : tout se controle en memoire avant d'ecrire.
       77 nb-lignes PIC 9(03) VALUE 0.
       77 directive-trop-longue PIC X(01) VALUE 'N'.
       77 l PIC 9(03).
       77 m PIC 9(03).
       1 lignes-directive.
           2 ligne-dir PIC X(100) OCCURS 300.

       *>Ligne en cours d'examen et ses vues par type.
       1 ligne-lue.
           2 dir-type PIC X(01).
           2 dir-cible PIC X(01).
           2 FILLER PIC X(98).
       *>En-tete : date d'emission, numero de directive, boutique
       *>destinataire.
       1 en-tete-directive REDEFINES ligne-lue.
           2 FILLER PIC X(01).
           2 dre-emission PIC X(08).
           2 dre-numero PIC 9(06).
           2 dre-boutique PIC X(09).
           2 FILLER PIC X(76).
       *>Tranche du bareme, champs de TARIFS.DAT.
       1 detail-tranche REDEFINES ligne-lue.
           2 FILLER PIC X(02).
           2 drt-bas PIC 9(15).
           2 drt-haut PIC 9(15).
           2 drt-libelle PIC X(30).
           2 drt-taux PIC 9(3)V99.
           2 drt-debut PIC X(08).
           2 drt-fin PIC X(08).
           2 drt-methode PIC X(01).
           2 FILLER PIC X(16).
       *>Taux de TVA, champs de TAUX-TVA.DAT.
       1 detail-taux REDEFINES ligne-lue.
           2 FILLER PIC X(02).
           2 drv-code PIC X(02).
           2 drv-taux PIC 99V99.
           2 drv-libelle PIC X(20).
           2 drv-debut PIC X(08).
           2 drv-fin PIC X(08).
           2 FILLER PIC X(56).
       *>Prix HT d'un article de ARTICLES.DAT et sa date d'effet.
       1 detail-prix REDEFINES ligne-lue.
           2 FILLER PIC X(02).
           2 drp-article PIC X(08).
           2 drp-prix PIC 9(7)V99.
           2 drp-debut PIC X(08).
           2 FILLER PIC X(73).
       *>Controle : nombre d'enregistrements (E et T compris) et
       *>total de controle, cumul sur les details de la date d'effet
       *>et de la valeur en centimes (taux en centiemes de point),
       *>tronque a 15 chiffres.
       1 controle-directive REDEFINES ligne-lue.
           2 FILLER PIC X(01).
           2 drc-nb-enreg PIC 9(06).
           2 drc-controle PIC 9(15).
           2 FILLER PIC X(78).
       *>Ligne comparee pour les doublons dans la directive.
       1 ligne-comparee.
           2 cmp-type PIC X(01).
           2 cmp-cible PIC X(01).
           2 cmp-cle PIC X(08).
           2 FILLER PIC X(90).

       *>Resultat du controle : directive bonne, ou premier defaut.
       77 directive-valide PIC X(01) VALUE 'N'.
       77 defaut-candidat PIC X(40).
       77 motif-rejet PIC X(40) VALUE SPACES.
       77 texte-defaut PIC X(28).
       77 numero-ligne-edite PIC 9(03).
       77 controle-doublon PIC X(01) VALUE 'O'.
       77 dernier-statut PIC X(01).

       *>Identite et comptes de la directive.
       77 numero-directive PIC 9(06) VALUE 0.
       77 emission-directive PIC 9(08) VALUE 0.
       77 controle-recu PIC 9(15) VALUE 0.
       77 controle-calcule PIC 9(15) VALUE 0.
       77 valeur-controle PIC 9(11).
       77 nb-det-tranches PIC 9(03) VALUE 0.
       77 nb-det-taux PIC 9(03) VALUE 0.
       77 nb-det-prix PIC 9(03) VALUE 0.
       77 nb-prix-attente PIC 9(03) VALUE 0.
       77 date-bareme PIC 9(08) VALUE 0.
       77 date-prix PIC 9(08) VALUE 0.
       77 date-veille PIC 9(08).
       77 aujourdhui PIC 9(08).
       1 dates-ligne.
           2 date-effet-x PIC X(08).
           2 date-effet REDEFINES date-effet-x PIC 9(08).
           2 fin-effet-x PIC X(08).
           2 fin-effet REDEFINES fin-effet-x PIC 9(08).

       *>Taux de TVA charges, meme forme que dans MaintenanceTaux ;
       *>tx-touche marque les generations fermees ou ajoutees, qui
       *>partent a l'historique.
       77 nb-taux PIC 99 VALUE 0.
       77 taux-tronques PIC X(01) VALUE 'N'.
       77 nb-taux-origine PIC 99 VALUE 0.
       77 i PIC 99.
       77 j PIC 99.
       1 taux-charges.
           2 taux-edite OCCURS 20.
               3 tx-code PIC X(02).
               3 tx-taux PIC 99V99.
               3 tx-libelle PIC X(20).
               3 tx-debut PIC 9(08).
               3 tx-fin PIC 9(08).
               3 tx-touche PIC X(01).
       77 code-cherche PIC X(02).
       77 fin-i PIC 9(08).
       77 fin-j PIC 9(08).
       *>Bornes du controle partage sur le taux, comme dans
       *>MaintenanceTaux.
       77 borne-min-taux PIC 99V99 VALUE 0.
       77 borne-max-taux PIC 99V99 VALUE 99.99.
       77 flag-taux-valide PIC X(01) VALUE 'N'.
           88 TAUX-VALIDE VALUE 'O'.

       77 choix-action PIC 9 VALUE 9.
       77 touche PIC X(01).
       77 verdict-accuse PIC X(01).
       77 statut-a-inscrire PIC X(01).
       77 approbateur-inscrit PIC X(08).
       77 valeur-journal PIC X(20).
       77 numero-edite PIC 9(06).

       SCREEN SECTION.
       1 plage-formation.
           2 BLANK SCREEN.
           2 LINE 1 COL 1 VALUE
               'Mode formation : directives du siege refusees.'.

       1 plage-refus-profil.
           2 BLANK SCREEN.
           2 LINE 1 COL 1 VALUE
               'Ecran reserve au responsable (profil R).'.

       1 plage-menu.
           2 BLANK SCREEN.
           2 LINE 1 COL 1 VALUE 'Directives du siege'.
           2 LINE 3 COL 1 VALUE
               '1. Recevoir DIRECTIVES-SIEGE.DAT'.
           2 LINE 4 COL 1 VALUE '2. Voir la directive en attente'.
           2 LINE 5 COL 1 VALUE
               '3. Approuver et appliquer la directive en attente'.
           2 LINE 6 COL 1 VALUE
               '4. Rejeter la directive en attente'.
           2 LINE 7 COL 1 VALUE '0. Quitter'.
           2 LINE 9 COL 1 VALUE 'Votre choix : '.
           2 PIC 9 TO choix-action REQUIRED.

       1 plage-resume.
           2 BLANK SCREEN.
           2 LINE 1 COL 1 VALUE 'Directive no '.
           2 PIC 9(06) FROM numero-directive.
           2 VALUE ' emise le '.
           2 PIC 9(08) FROM emission-directive.
           2 LINE 3 COL 1 VALUE 'Tranches du bareme : '.
           2 PIC zz9 FROM nb-det-tranches.
           2 VALUE ' (effet le '.
           2 PIC 9(08) FROM date-bareme.
           2 VALUE ')'.
           2 LINE 4 COL 1 VALUE 'Taux de TVA : '.
           2 PIC zz9 FROM nb-det-taux.
           2 LINE 5 COL 1 VALUE 'Prix d''articles : '.
           2 PIC zz9 FROM nb-det-prix.
           2 VALUE ' (effet le '.
           2 PIC 9(08) FROM date-prix.
           2 VALUE ')'.
           2 LINE 6 COL 1 VALUE 'Total de controle : '.
           2 PIC 9(15) FROM controle-recu.

       1 plage-mise-en-attente.
           2 LINE 8 COL 1 VALUE
               'Directive controlee, en attente de seconde signature.'.

       1 plage-rejet.
           2 LINE 8 COL 1 VALUE 'Directive REJETEE : '.
           2 PIC X(40) FROM motif-rejet.
           2 LINE 9 COL 1 VALUE
               'Accuse de rejet ecrit dans ACCUSES-DIRECTIVES.DAT.'.

       1 plage-devenue-fausse.
           2 LINE 8 COL 1 VALUE 'Ne passe plus le controle : '.
           2 PIC X(40) FROM motif-rejet.

       1 plage-absente.
           2 BLANK SCREEN.
           2 LINE 1 COL 1 VALUE
               'Aucune directive dans DIRECTIVES-SIEGE.DAT.'.

       1 plage-deja-attente.
           2 BLANK SCREEN.
           2 LINE 1 COL 1 VALUE
               'Une directive attend deja sa decision : approuvez-la'.
           2 LINE 2 COL 1 VALUE
               ' ou rejetez-la avant d''en recevoir une autre.'.

       1 plage-aucune-attente.
           2 BLANK SCREEN.
           2 LINE 1 COL 1 VALUE 'Aucune directive en attente.'.

       1 plage-trop-tot.
           2 LINE 8 COL 1 VALUE
               'Les prix n''ont pas de date d''effet : application'.
           2 LINE 9 COL 1 VALUE ' possible le '.
           2 PIC 9(08) FROM date-prix.
           2 VALUE ' seulement.'.

       1 plage-occupe.
           2 LINE 8 COL 1 VALUE
               'Fichier des articles occupe, reessayez plus tard.'.

       1 plage-appliquee.
           2 LINE 8 COL 1 VALUE
               'Directive appliquee (anciens fichiers dans *-AVANT).'.
           2 LINE 9 COL 1 VALUE
               'Accuse d''acceptation ecrit pour le siege.'.

       1 plage-saisie-motif.
           2 LINE 8 COL 1 VALUE 'Motif du rejet : '.
           2 PIC X(40) TO motif-rejet REQUIRED.

       1 plage-rejetee.
           2 LINE 9 COL 1 VALUE
               'Directive rejetee, accuse ecrit pour le siege.'.

       COPY APPROBATION-ECRAN.

       1 plage-pause.
           2 LINE 23 COL 1 VALUE 'Entree pour continuer...'.
           2 PIC X(01) TO touche.

       PROCEDURE DIVISION.
       COPY DESSIN-VERIFICATION
           REPLACING NOM-FICHIER-DESSIN BY "TARIFS.DAT"
           ENTETE-ATTENDU BY entete-tarifs.
       IF EN-FORMATION
           DISPLAY plage-formation
           DISPLAY plage-pause
           ACCEPT plage-pause
           GOBACK
       END-IF.
       *>Les directives touchent aux prix et aux baremes : meme
       *>reserve que MaintenanceArticles.
       PERFORM controler-maitre.
       IF maitre-en-place = 'O' AND profil-operateur NOT = 'R'
           DISPLAY plage-refus-profil
           DISPLAY plage-pause
           ACCEPT plage-pause
           GOBACK
       END-IF.
       PERFORM charger-boutique.

       PERFORM UNTIL choix-action = 0
           DISPLAY plage-menu
           ACCEPT plage-menu
           EVALUATE choix-action
               WHEN 1
                   PERFORM recevoir-directive
               WHEN 2
                   PERFORM voir-attente
               WHEN 3
                   PERFORM appliquer-directive
               WHEN 4
                   PERFORM rejeter-attente
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
       END-PERFORM.
       COPY JOURNAL-FERMETURE.
       *>GOBACK (et non STOP RUN) pour rendre la main a
       *>MenuExploitation.
       GOBACK.

       *>Dit si le fichier maitre des operateurs est en service
       *>(present et non vide), comme MaintenanceArticles.
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

       *>Reception : une seule directive en attente a la fois ; le
       *>fichier recu n'est consomme (vide) qu'une fois son verdict
       *>rendu, attente ou rejet.
       recevoir-directive.
           PERFORM charger-attente.
           IF nb-lignes > 0
               DISPLAY plage-deja-attente
           ELSE
               PERFORM charger-recue
               IF nb-lignes = 0
                   DISPLAY plage-absente
               ELSE
                   MOVE 'O' TO controle-doublon
                   PERFORM valider-directive
                   DISPLAY plage-resume
                   IF directive-valide = 'O'
                       PERFORM mettre-en-attente
                       MOVE 'A' TO statut-a-inscrire
                       MOVE SPACES TO approbateur-inscrit
                       PERFORM inscrire-registre
                       DISPLAY plage-mise-en-attente
                   ELSE
                       PERFORM rendre-rejet
                       DISPLAY plage-rejet
                   END-IF
                   OPEN OUTPUT FICHIER-DIRECTIVES
                   CLOSE FICHIER-DIRECTIVES
               END-IF
           END-IF.
           DISPLAY plage-pause.
           ACCEPT plage-pause.

       voir-attente.
           PERFORM charger-attente.
           IF nb-lignes = 0
               DISPLAY plage-aucune-attente
           ELSE
               MOVE 'N' TO controle-doublon
               PERFORM valider-directive
               DISPLAY plage-resume
               IF directive-valide NOT = 'O'
                   DISPLAY plage-devenue-fausse
               END-IF
           END-IF.
           DISPLAY plage-pause.
           ACCEPT plage-pause.

       *>Application : les articles se reecrivent sous leur verrou,
       *>pris avant le nouveau controle pour que les prix controles
       *>soient ceux qu'on reecrit.
       appliquer-directive.
           PERFORM charger-attente.
           IF nb-lignes = 0
               DISPLAY plage-aucune-attente
           ELSE
               IF nb-prix-attente > 0
                   PERFORM verrouiller-articles
                   IF VERROU-ACQUIS
                       PERFORM appliquer-controlee
                       PERFORM liberer-articles
                   ELSE
                       DISPLAY plage-occupe
                   END-IF
               ELSE
                   PERFORM appliquer-controlee
               END-IF
           END-IF.
           DISPLAY plage-pause.
           ACCEPT plage-pause.

       *>La directive en attente est recontrolee contre les fichiers
       *>du moment (un editeur a pu passer depuis) : devenue fausse,
       *>elle est rejetee d'office avec son motif. Les prix n'ayant
       *>pas de date d'effet dans ARTICLES.DAT, rien ne part avant
       *>leur date.
       appliquer-controlee.
           MOVE 'N' TO controle-doublon.
           PERFORM valider-directive.
           DISPLAY plage-resume.
           EVALUATE TRUE
               WHEN directive-valide NOT = 'O'
                   PERFORM rendre-rejet
                   PERFORM vider-attente
                   DISPLAY plage-rejet
               WHEN nb-det-prix > 0 AND date-prix > aujourdhui
                   DISPLAY plage-trop-tot
               WHEN OTHER
                   PERFORM demander-approbation
                   IF APPROBATION-ACCORDEE
                       PERFORM ecrire-directive
                       MOVE 'A' TO verdict-accuse
                       MOVE SPACES TO motif-rejet
                       PERFORM ecrire-accuse
                       MOVE 'V' TO statut-a-inscrire
                       MOVE approbateur-saisi TO approbateur-inscrit
                       PERFORM inscrire-registre
                       PERFORM vider-attente
                       MOVE numero-directive TO numero-edite
                       MOVE SPACES TO valeur-journal
                       STRING "APPLIQUEE " numero-edite
                           DELIMITED BY SIZE INTO valeur-journal
                       PERFORM journaliser-directive
                       PERFORM journaliser-approbation
                       DISPLAY plage-appliquee
                   END-IF
           END-EVALUATE.

       *>Rejet par le responsable (directive mal venue, doublon d'un
       *>courrier...) : motif saisi, accuse au siege.
       rejeter-attente.
           PERFORM charger-attente.
           IF nb-lignes = 0
               DISPLAY plage-aucune-attente
           ELSE
               MOVE 'N' TO controle-doublon
               PERFORM valider-directive
               DISPLAY plage-resume
               MOVE SPACES TO motif-rejet
               DISPLAY plage-saisie-motif
               ACCEPT plage-saisie-motif
               PERFORM rendre-rejet
               PERFORM vider-attente
               DISPLAY plage-rejetee
           END-IF.
           DISPLAY plage-pause.
           ACCEPT plage-pause.

       *>Rejet : accuse R au siege, ligne R au registre et au
       *>journal.
       rendre-rejet.
           MOVE 'R' TO verdict-accuse.
           PERFORM ecrire-accuse.
           MOVE 'R' TO statut-a-inscrire.
           MOVE SPACES TO approbateur-inscrit.
           PERFORM inscrire-registre.
           MOVE numero-directive TO numero-edite.
           MOVE SPACES TO valeur-journal.
           STRING "REJETEE " numero-edite
               DELIMITED BY SIZE INTO valeur-journal.
           PERFORM journaliser-directive.

       charger-recue.
           MOVE 0 TO nb-lignes.
           MOVE 'N' TO directive-trop-longue.
           MOVE 'N' TO fin-fichier.
           OPEN INPUT FICHIER-DIRECTIVES.
           *>OPTIONAL : un fichier absent s'ouvre quand meme (statut
           *>05) et doit etre referme, sinon l'OPEN suivant recoit 41.
           IF statut-directives(1:1) = "0"
               READ FICHIER-DIRECTIVES
                   AT END SET PLUS-DE-LIGNES TO TRUE
               END-READ
               PERFORM UNTIL PLUS-DE-LIGNES
                   IF LIGNE-DIRECTIVE NOT = SPACES
                       IF nb-lignes < 300
                           ADD 1 TO nb-lignes
                           MOVE LIGNE-DIRECTIVE TO ligne-dir(nb-lignes)
                       ELSE
                           MOVE 'O' TO directive-trop-longue
                       END-IF
                   END-IF
                   READ FICHIER-DIRECTIVES
                       AT END SET PLUS-DE-LIGNES TO TRUE
                   END-READ
               END-PERFORM
               CLOSE FICHIER-DIRECTIVES
           END-IF.

       charger-attente.
           MOVE 0 TO nb-lignes.
           MOVE 0 TO nb-prix-attente.
           MOVE 'N' TO directive-trop-longue.
           MOVE 'N' TO fin-fichier.
           OPEN INPUT FICHIER-ATTENTE.
           IF statut-attente(1:1) = "0"
               READ FICHIER-ATTENTE
                   AT END SET PLUS-DE-LIGNES TO TRUE
               END-READ
               PERFORM UNTIL PLUS-DE-LIGNES
                   IF LIGNE-ATTENTE NOT = SPACES AND nb-lignes < 300
                       ADD 1 TO nb-lignes
                       MOVE LIGNE-ATTENTE TO ligne-dir(nb-lignes)
                       IF LIGNE-ATTENTE(1:2) = "DP"
                           ADD 1 TO nb-prix-attente
                       END-IF
                   END-IF
                   READ FICHIER-ATTENTE
                       AT END SET PLUS-DE-LIGNES TO TRUE
                   END-READ
               END-PERFORM
               CLOSE FICHIER-ATTENTE
           END-IF.

       mettre-en-attente.
           OPEN OUTPUT FICHIER-ATTENTE.
           PERFORM VARYING l FROM 1 BY 1 UNTIL l > nb-lignes
               MOVE ligne-dir(l) TO LIGNE-ATTENTE
               WRITE LIGNE-ATTENTE
           END-PERFORM.
           CLOSE FICHIER-ATTENTE.

       vider-attente.
           OPEN OUTPUT FICHIER-ATTENTE.
           CLOSE FICHIER-ATTENTE.

      *>Premier defaut rencontre = motif du rejet. Dans l'ordre :
      *>structure et champs ligne a ligne, comptes et total de
      *>controle, doublon d'une directive deja recue (a la
      *>reception seulement), puis fusion avec les fichiers actuels
      *>et regles des editeurs sur le resultat. Les tables fusionnees
      *>restent en memoire pour ecrire-directive.
       valider-directive.
           MOVE 'O' TO directive-valide.
           MOVE SPACES TO motif-rejet.
           MOVE 0 TO numero-directive emission-directive
               controle-recu controle-calcule.
           MOVE 0 TO nb-det-tranches nb-det-taux nb-det-prix.
           MOVE 0 TO date-bareme date-prix.
           MOVE FUNCTION NUMVAL(FUNCTION CURRENT-DATE(1:8))
               TO aujourdhui.
           IF directive-trop-longue = 'O'
               MOVE "plus de 300 enregistrements" TO defaut-candidat
               PERFORM noter-defaut
           END-IF.
           PERFORM VARYING l FROM 1 BY 1 UNTIL l > nb-lignes
               MOVE ligne-dir(l) TO ligne-lue
               MOVE l TO numero-ligne-edite
               EVALUATE TRUE
                   WHEN l = 1
                       PERFORM controler-en-tete
                   WHEN l = nb-lignes
                       PERFORM controler-fin
                   WHEN OTHER
                       PERFORM controler-detail
               END-EVALUATE
           END-PERFORM.
           IF nb-lignes < 3 AND directive-valide = 'O'
               MOVE "aucun detail" TO defaut-candidat
               PERFORM noter-defaut
           END-IF.
           IF controle-doublon = 'O' AND directive-valide = 'O'
               PERFORM controler-deja-recue
           END-IF.
           IF nb-det-tranches > 0 AND directive-valide = 'O'
               PERFORM fusionner-bareme
           END-IF.
           IF nb-det-taux > 0 AND directive-valide = 'O'
               PERFORM fusionner-taux
           END-IF.
           IF nb-det-prix > 0 AND directive-valide = 'O'
               PERFORM controler-articles
           END-IF.

       noter-defaut.
           IF directive-valide = 'O'
               MOVE 'N' TO directive-valide
               MOVE defaut-candidat TO motif-rejet
           END-IF.

       noter-defaut-ligne.
           MOVE SPACES TO defaut-candidat.
           STRING "ligne " numero-ligne-edite " : " texte-defaut
               DELIMITED BY SIZE INTO defaut-candidat.
           PERFORM noter-defaut.

       controler-en-tete.
           IF dir-type NOT = 'E'
               MOVE "en-tete absent" TO defaut-candidat
               PERFORM noter-defaut
           ELSE
               IF dre-numero IS NUMERIC
                   MOVE dre-numero TO numero-directive
               END-IF
               MOVE dre-emission TO date-effet-x
               IF date-effet-x IS NUMERIC
                   MOVE date-effet TO emission-directive
               END-IF
               EVALUATE TRUE
                   WHEN numero-directive = 0
                       MOVE "numero de directive illisible"
                           TO defaut-candidat
                       PERFORM noter-defaut
                   WHEN date-effet-x IS NOT NUMERIC
                       MOVE "date d'emission illisible"
                           TO defaut-candidat
                       PERFORM noter-defaut
                   WHEN FUNCTION TEST-DATE-YYYYMMDD(date-effet)
                           NOT = 0
                       MOVE "date d'emission invalide"
                           TO defaut-candidat
                       PERFORM noter-defaut
                   WHEN dre-boutique NOT = code-boutique
                       MOVE "destinee a une autre boutique"
                           TO defaut-candidat
                       PERFORM noter-defaut
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       controler-fin.
           IF dir-type NOT = 'T'
               MOVE "enregistrement de controle absent"
                   TO defaut-candidat
               PERFORM noter-defaut
           ELSE
               IF drc-controle IS NUMERIC
                   MOVE drc-controle TO controle-recu
               END-IF
               EVALUATE TRUE
                   WHEN drc-nb-enreg IS NOT NUMERIC
                       MOVE "nombre d'enregistrements illisible"
                           TO defaut-candidat
                       PERFORM noter-defaut
                   WHEN drc-nb-enreg NOT = nb-lignes
                       MOVE "nombre d'enregistrements faux"
                           TO defaut-candidat
                       PERFORM noter-defaut
                   WHEN drc-controle IS NOT NUMERIC
                       MOVE "total de controle illisible"
                           TO defaut-candidat
                       PERFORM noter-defaut
                   WHEN drc-controle NOT = controle-calcule
                       MOVE "total de controle faux"
                           TO defaut-candidat
                       PERFORM noter-defaut
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       controler-detail.
           IF dir-type NOT = 'D'
               MOVE "type d'enregistrement inconnu" TO texte-defaut
               PERFORM noter-defaut-ligne
           ELSE
               EVALUATE dir-cible
                   WHEN 'T'
                       PERFORM controler-ligne-tranche
                   WHEN 'V'
                       PERFORM controler-ligne-taux
                   WHEN 'P'
                       PERFORM controler-ligne-prix
                   WHEN OTHER
                       MOVE "fichier cible inconnu" TO texte-defaut
                       PERFORM noter-defaut-ligne
               END-EVALUATE
           END-IF.

       *>Regles de date communes : debut lisible, valide et pas
       *>dans le passe (une directive ne reecrit pas l'histoire des
       *>ventes deja faites), fin a 0 ou valide et >= debut.
       controler-dates-ligne.
           EVALUATE TRUE
               WHEN date-effet-x IS NOT NUMERIC
                       OR fin-effet-x IS NOT NUMERIC
                   MOVE "date illisible" TO texte-defaut
                   PERFORM noter-defaut-ligne
               WHEN FUNCTION TEST-DATE-YYYYMMDD(date-effet) NOT = 0
                   MOVE "date d'effet invalide" TO texte-defaut
                   PERFORM noter-defaut-ligne
               WHEN date-effet < aujourdhui
                   MOVE "date d'effet passee" TO texte-defaut
                   PERFORM noter-defaut-ligne
               WHEN fin-effet NOT = 0
                       AND FUNCTION TEST-DATE-YYYYMMDD(fin-effet)
                           NOT = 0
                   MOVE "date de fin invalide" TO texte-defaut
                   PERFORM noter-defaut-ligne
               WHEN fin-effet NOT = 0 AND fin-effet < date-effet
                   MOVE "fin avant debut" TO texte-defaut
                   PERFORM noter-defaut-ligne
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       *>Les tranches recues forment une version complete du bareme,
       *>toutes a la meme date d'effet.
       controler-ligne-tranche.
           ADD 1 TO nb-det-tranches.
           MOVE drt-debut TO date-effet-x.
           MOVE drt-fin TO fin-effet-x.
           EVALUATE TRUE
               WHEN drt-bas IS NOT NUMERIC
                       OR drt-haut IS NOT NUMERIC
                       OR drt-taux IS NOT NUMERIC
                   MOVE "montant illisible" TO texte-defaut
                   PERFORM noter-defaut-ligne
               WHEN drt-methode NOT = 'P' AND drt-methode NOT = 'F'
                       AND drt-methode NOT = SPACE
                   MOVE "methode de calcul inconnue" TO texte-defaut
                   PERFORM noter-defaut-ligne
               WHEN OTHER
                   PERFORM controler-dates-ligne
           END-EVALUATE.
           IF directive-valide = 'O'
               IF date-bareme = 0
                   MOVE date-effet TO date-bareme
               END-IF
               IF date-effet NOT = date-bareme
                   MOVE "tranches a dates differentes" TO texte-defaut
                   PERFORM noter-defaut-ligne
               ELSE
                   COMPUTE valeur-controle = drt-taux * 100
                   PERFORM cumuler-controle
               END-IF
           END-IF.

       controler-ligne-taux.
           ADD 1 TO nb-det-taux.
           MOVE drv-debut TO date-effet-x.
           MOVE drv-fin TO fin-effet-x.
           COPY CONTROLE-NUMERIQUE
               REPLACING VALEUR-A-CONTROLER BY drv-taux
               BORNE-CTRL-BASSE BY borne-min-taux
               BORNE-CTRL-HAUTE BY borne-max-taux
               DRAPEAU-CTRL BY flag-taux-valide.
           EVALUATE TRUE
               WHEN drv-code = SPACES
                   MOVE "code de taux vide" TO texte-defaut
                   PERFORM noter-defaut-ligne
               WHEN NOT TAUX-VALIDE
                   MOVE "taux refuse (0 a 99,99)" TO texte-defaut
                   PERFORM noter-defaut-ligne
               WHEN OTHER
                   PERFORM controler-dates-ligne
           END-EVALUATE.
           IF directive-valide = 'O'
               MOVE "code de taux en double" TO texte-defaut
               PERFORM controler-doublon-ligne
           END-IF.
           IF directive-valide = 'O'
               COMPUTE valeur-controle = drv-taux * 100
               PERFORM cumuler-controle
           END-IF.

       *>Un seul prix par article, tous a la meme date d'effet : les
       *>prix ne s'appliquent qu'a leur date, en un seul passage.
       controler-ligne-prix.
           ADD 1 TO nb-det-prix.
           MOVE drp-debut TO date-effet-x.
           MOVE ZERO TO fin-effet.
           EVALUATE TRUE
               WHEN drp-article = SPACES
                   MOVE "code article vide" TO texte-defaut
                   PERFORM noter-defaut-ligne
               WHEN drp-prix IS NOT NUMERIC
                   MOVE "prix illisible" TO texte-defaut
                   PERFORM noter-defaut-ligne
               WHEN drp-prix = 0
                   MOVE "prix nul" TO texte-defaut
                   PERFORM noter-defaut-ligne
               WHEN OTHER
                   PERFORM controler-dates-ligne
           END-EVALUATE.
           IF directive-valide = 'O'
               IF date-prix = 0
                   MOVE date-effet TO date-prix
               END-IF
               IF date-effet NOT = date-prix
                   MOVE "prix a dates differentes" TO texte-defaut
                   PERFORM noter-defaut-ligne
               END-IF
           END-IF.
           IF directive-valide = 'O'
               MOVE "article en double" TO texte-defaut
               PERFORM controler-doublon-ligne
           END-IF.
           IF directive-valide = 'O'
               COMPUTE valeur-controle = drp-prix * 100
               PERFORM cumuler-controle
           END-IF.

       *>Meme cible et meme cle (code de taux ou article) sur une
       *>ligne precedente de la directive : texte-defaut est fourni
       *>par l'appelant.
       controler-doublon-ligne.
           PERFORM VARYING m FROM 2 BY 1 UNTIL m >= l
               MOVE ligne-dir(m) TO ligne-comparee
               IF cmp-type = dir-type AND cmp-cible = dir-cible
                   IF (dir-cible = 'V'
                           AND cmp-cle(1:2) = drv-code)
                       OR (dir-cible = 'P'
                           AND cmp-cle = drp-article)
                       PERFORM noter-defaut-ligne
                   END-IF
               END-IF
           END-PERFORM.

       cumuler-controle.
           COMPUTE controle-calcule = FUNCTION MOD(controle-calcule
               + date-effet + valeur-controle, 1000000000000000).

       *>Un numero deja en attente ou deja applique ne se recoit pas
       *>deux fois ; un numero rejete peut revenir corrige.
       controler-deja-recue.
           MOVE SPACE TO dernier-statut.
           MOVE 'N' TO fin-fichier.
           OPEN INPUT FICHIER-REGISTRE.
           IF statut-registre(1:1) = "0"
               READ FICHIER-REGISTRE
                   AT END SET PLUS-DE-LIGNES TO TRUE
               END-READ
               PERFORM UNTIL PLUS-DE-LIGNES
                   IF DRG-NUMERO = numero-directive
                       MOVE DRG-STATUT TO dernier-statut
                   END-IF
                   READ FICHIER-REGISTRE
                       AT END SET PLUS-DE-LIGNES TO TRUE
                   END-READ
               END-PERFORM
               CLOSE FICHIER-REGISTRE
           END-IF.
           IF dernier-statut = 'A' OR dernier-statut = 'V'
               MOVE "directive deja recue" TO defaut-candidat
               PERFORM noter-defaut
           END-IF.

      *>Bareme : les tranches en vigueur a la date d'effet D sont
      *>fermees a la veille de D, la version recue s'ajoute, puis la
      *>regle de MaintenanceTarifs juge le tout. Un bareme deja
      *>charge pour D ou apres est un conflit a regler a la main.
       fusionner-bareme.
           PERFORM charger-tranches.
           IF bareme-tronque = 'O'
               MOVE "TARIFS.DAT au-dela de 50 tranches"
                   TO defaut-candidat
               PERFORM noter-defaut
           END-IF.
           COMPUTE date-veille = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(date-bareme) - 1).
           PERFORM VARYING ti FROM 1 BY 1 UNTIL ti > nb-tranches
               IF tr-debut(ti) >= date-bareme
                   MOVE "bareme futur deja charge" TO defaut-candidat
                   PERFORM noter-defaut
               ELSE
                   IF tr-fin(ti) = 0 OR tr-fin(ti) >= date-bareme
                       MOVE date-veille TO tr-fin(ti)
                   END-IF
               END-IF
           END-PERFORM.
           PERFORM VARYING l FROM 2 BY 1 UNTIL l >= nb-lignes
               MOVE ligne-dir(l) TO ligne-lue
               IF dir-cible = 'T'
                   IF nb-tranches < 50
                       ADD 1 TO nb-tranches
                       MOVE drt-bas TO tr-bas(nb-tranches)
                       MOVE drt-haut TO tr-haut(nb-tranches)
                       MOVE drt-libelle TO tr-libelle(nb-tranches)
                       MOVE drt-taux TO tr-taux(nb-tranches)
                       MOVE date-bareme TO tr-debut(nb-tranches)
                       MOVE drt-fin TO fin-effet-x
                       MOVE fin-effet TO tr-fin(nb-tranches)
                       IF drt-methode = 'P'
                           MOVE 'P' TO tr-methode(nb-tranches)
                       ELSE
                           MOVE 'F' TO tr-methode(nb-tranches)
                       END-IF
                   ELSE
                       MOVE "bareme au-dela de 50 tranches"
                           TO defaut-candidat
                       PERFORM noter-defaut
                   END-IF
               END-IF
           END-PERFORM.
           IF directive-valide = 'O'
               PERFORM trier-tranches
               PERFORM controler-table
               IF table-valide NOT = 'O'
                   MOVE SPACES TO defaut-candidat
                   STRING "bareme : " nature-defaut
                       DELIMITED BY SIZE INTO defaut-candidat
                   PERFORM noter-defaut
               END-IF
           END-IF.

       *>Chargement du bareme courant, comme dans MaintenanceTarifs.
       charger-tranches.
           MOVE 0 TO nb-tranches.
           MOVE 'N' TO bareme-tronque.
           MOVE 'N' TO fin-fichier.
           OPEN INPUT FICHIER-TARIFS.
           IF statut-tarifs(1:1) = "0"
               PERFORM sauter-entete-tarifs
               READ FICHIER-TARIFS
                   AT END SET PLUS-DE-LIGNES TO TRUE
               END-READ
               PERFORM UNTIL PLUS-DE-LIGNES
                   IF nb-tranches < 50
                       ADD 1 TO nb-tranches
                       MOVE TRF-BAS TO tr-bas(nb-tranches)
                       MOVE TRF-HAUT TO tr-haut(nb-tranches)
                       MOVE TRF-LIBELLE TO tr-libelle(nb-tranches)
                       MOVE 0 TO tr-taux(nb-tranches)
                           tr-debut(nb-tranches) tr-fin(nb-tranches)
                       IF TRF-TAUX IS NUMERIC
                           MOVE TRF-TAUX TO tr-taux(nb-tranches)
                       END-IF
                       IF TRF-DEBUT IS NUMERIC
                           MOVE TRF-DEBUT TO tr-debut(nb-tranches)
                       END-IF
                       IF TRF-FIN IS NUMERIC
                           MOVE TRF-FIN TO tr-fin(nb-tranches)
                       END-IF
                       IF TRF-METHODE = 'P'
                           MOVE 'P' TO tr-methode(nb-tranches)
                       ELSE
                           MOVE 'F' TO tr-methode(nb-tranches)
                       END-IF
                   ELSE
                       MOVE 'O' TO bareme-tronque
                   END-IF
                   READ FICHIER-TARIFS
                       AT END SET PLUS-DE-LIGNES TO TRUE
                   END-READ
               END-PERFORM
               CLOSE FICHIER-TARIFS
           END-IF.

       *>Taux : par code recu, meme fermeture a la veille de la date
       *>d'effet des generations en vigueur, puis aucune paire de
       *>generations d'un meme code ne doit se chevaucher (CalculPrix
       *>prendrait la premiere en silence).
       fusionner-taux.
           PERFORM charger-taux.
           IF taux-tronques = 'O'
               MOVE "TAUX-TVA.DAT au-dela de 20 taux"
                   TO defaut-candidat
               PERFORM noter-defaut
           END-IF.
           MOVE nb-taux TO nb-taux-origine.
           PERFORM VARYING l FROM 2 BY 1 UNTIL l >= nb-lignes
               MOVE ligne-dir(l) TO ligne-lue
               IF dir-cible = 'V'
                   PERFORM fusionner-un-taux
               END-IF
           END-PERFORM.
           PERFORM VARYING i FROM 1 BY 1 UNTIL i > nb-taux
               PERFORM VARYING j FROM i BY 1 UNTIL j > nb-taux
                   IF j > i AND tx-code(j) = tx-code(i)
                       PERFORM controler-paire-taux
                   END-IF
               END-PERFORM
           END-PERFORM.

       fusionner-un-taux.
           MOVE FUNCTION UPPER-CASE(drv-code) TO code-cherche.
           MOVE drv-debut TO date-effet-x.
           MOVE drv-fin TO fin-effet-x.
           COMPUTE date-veille = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(date-effet) - 1).
           PERFORM VARYING i FROM 1 BY 1 UNTIL i > nb-taux-origine
               IF tx-code(i) = code-cherche
                   IF tx-debut(i) >= date-effet
                       MOVE SPACES TO defaut-candidat
                       STRING "taux " code-cherche
                           " : taux futur deja charge"
                           DELIMITED BY SIZE INTO defaut-candidat
                       PERFORM noter-defaut
                   ELSE
                       IF tx-fin(i) = 0 OR tx-fin(i) >= date-effet
                           MOVE date-veille TO tx-fin(i)
                           MOVE 'O' TO tx-touche(i)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           IF nb-taux < 20
               ADD 1 TO nb-taux
               MOVE code-cherche TO tx-code(nb-taux)
               MOVE drv-taux TO tx-taux(nb-taux)
               MOVE drv-libelle TO tx-libelle(nb-taux)
               MOVE date-effet TO tx-debut(nb-taux)
               MOVE fin-effet TO tx-fin(nb-taux)
               MOVE 'O' TO tx-touche(nb-taux)
           ELSE
               MOVE "TAUX-TVA.DAT au-dela de 20 taux"
                   TO defaut-candidat
               PERFORM noter-defaut
           END-IF.

       controler-paire-taux.
           MOVE tx-fin(i) TO fin-i.
           IF fin-i = 0
               MOVE 99999999 TO fin-i
           END-IF.
           MOVE tx-fin(j) TO fin-j.
           IF fin-j = 0
               MOVE 99999999 TO fin-j
           END-IF.
           IF tx-debut(i) <= fin-j AND tx-debut(j) <= fin-i
               MOVE SPACES TO defaut-candidat
               STRING "taux " tx-code(i) " : periodes chevauchantes"
                   DELIMITED BY SIZE INTO defaut-candidat
               PERFORM noter-defaut
           END-IF.

       *>Chargement des taux, comme dans MaintenanceTaux.
       charger-taux.
           MOVE 0 TO nb-taux.
           MOVE 'N' TO taux-tronques.
           MOVE 'N' TO fin-fichier.
           OPEN INPUT FICHIER-TAUX.
           IF statut-taux(1:1) = "0"
               READ FICHIER-TAUX
                   AT END SET PLUS-DE-LIGNES TO TRUE
               END-READ
               PERFORM UNTIL PLUS-DE-LIGNES
                   IF nb-taux < 20
                       ADD 1 TO nb-taux
                       MOVE TVA-CODE TO tx-code(nb-taux)
                       MOVE TVA-LIBELLE TO tx-libelle(nb-taux)
                       MOVE 0 TO tx-taux(nb-taux) tx-debut(nb-taux)
                           tx-fin(nb-taux)
                       MOVE 'N' TO tx-touche(nb-taux)
                       IF TVA-TAUX IS NUMERIC
                           MOVE TVA-TAUX TO tx-taux(nb-taux)
                       END-IF
                       IF TVA-DEBUT IS NUMERIC
                           MOVE TVA-DEBUT TO tx-debut(nb-taux)
                       END-IF
                       IF TVA-FIN IS NUMERIC
                           MOVE TVA-FIN TO tx-fin(nb-taux)
                       END-IF
                   ELSE
                       MOVE 'O' TO taux-tronques
                   END-IF
                   READ FICHIER-TAUX
                       AT END SET PLUS-DE-LIGNES TO TRUE
                   END-READ
               END-PERFORM
               CLOSE FICHIER-TAUX
           END-IF.

       *>Prix : chaque article doit exister dans ARTICLES.DAT (un
       *>article nouveau se cree d'abord dans MaintenanceArticles).
       controler-articles.
           PERFORM charger-articles.
           IF articles-tronques = 'O'
               MOVE "ARTICLES.DAT au-dela de 500 articles"
                   TO defaut-candidat
               PERFORM noter-defaut
           END-IF.
           PERFORM VARYING l FROM 2 BY 1 UNTIL l >= nb-lignes
               MOVE ligne-dir(l) TO ligne-lue
               IF dir-cible = 'P'
                   MOVE FUNCTION UPPER-CASE(drp-article)
                       TO code-article-cherche
                   PERFORM chercher-article
                   IF article-trouve = 0
                       MOVE l TO numero-ligne-edite
                       MOVE "article inconnu" TO texte-defaut
                       PERFORM noter-defaut-ligne
                   END-IF
               END-IF
           END-PERFORM.

      *>Chaque fichier touche garde sa version d'avant (les memes
      *>*-AVANT.DAT que ses editeurs) et son historique.
       ecrire-directive.
           IF nb-det-tranches > 0
               PERFORM sauver-ancien-bareme
               PERFORM sauver-tranches
           END-IF.
           IF nb-det-taux > 0
               PERFORM sauver-anciens-taux
               PERFORM sauver-taux
           END-IF.
           IF nb-det-prix > 0
               PERFORM sauver-anciens-articles
               PERFORM VARYING l FROM 2 BY 1 UNTIL l >= nb-lignes
                   MOVE ligne-dir(l) TO ligne-lue
                   IF dir-cible = 'P'
                       MOVE FUNCTION UPPER-CASE(drp-article)
                           TO code-article-cherche
                       PERFORM chercher-article
                       MOVE article-trouve TO ar
                       MOVE drp-prix TO art-t-prix-ht(ar)
                       PERFORM historiser-article
                   END-IF
               END-PERFORM
               PERFORM sauver-articles
           END-IF.

       sauver-ancien-bareme.
           MOVE 'N' TO fin-fichier.
           OPEN INPUT FICHIER-TARIFS.
           OPEN OUTPUT FICHIER-TARIFS-AVANT.
           IF statut-tarifs(1:1) = "0"
               READ FICHIER-TARIFS
                   AT END SET PLUS-DE-LIGNES TO TRUE
               END-READ
               PERFORM UNTIL PLUS-DE-LIGNES
                   MOVE LIGNE-TARIF TO LIGNE-TARIF-AVANT
                   WRITE LIGNE-TARIF-AVANT
                   READ FICHIER-TARIFS
                       AT END SET PLUS-DE-LIGNES TO TRUE
                   END-READ
               END-PERFORM
               CLOSE FICHIER-TARIFS
           END-IF.
           CLOSE FICHIER-TARIFS-AVANT.

       sauver-tranches.
           OPEN OUTPUT FICHIER-TARIFS.
           MOVE SPACES TO LIGNE-TARIF.
           MOVE entete-tarifs TO LIGNE-TARIF.
           WRITE LIGNE-TARIF.
           PERFORM VARYING ti FROM 1 BY 1 UNTIL ti > nb-tranches
               MOVE SPACES TO LIGNE-TARIF
               MOVE tr-bas(ti) TO TRF-BAS
               MOVE tr-haut(ti) TO TRF-HAUT
               MOVE tr-libelle(ti) TO TRF-LIBELLE
               MOVE tr-taux(ti) TO TRF-TAUX
               MOVE tr-debut(ti) TO TRF-DEBUT
               MOVE tr-fin(ti) TO TRF-FIN
               MOVE tr-methode(ti) TO TRF-METHODE
               WRITE LIGNE-TARIF
           END-PERFORM.
           CLOSE FICHIER-TARIFS.

       sauver-anciens-taux.
           MOVE 'N' TO fin-fichier.
           OPEN INPUT FICHIER-TAUX.
           OPEN OUTPUT FICHIER-TAUX-AVANT.
           IF statut-taux(1:1) = "0"
               READ FICHIER-TAUX
                   AT END SET PLUS-DE-LIGNES TO TRUE
               END-READ
               PERFORM UNTIL PLUS-DE-LIGNES
                   MOVE LIGNE-TAUX TO LIGNE-TAUX-AVANT
                   WRITE LIGNE-TAUX-AVANT
                   READ FICHIER-TAUX
                       AT END SET PLUS-DE-LIGNES TO TRUE
                   END-READ
               END-PERFORM
               CLOSE FICHIER-TAUX
           END-IF.
           CLOSE FICHIER-TAUX-AVANT.

       *>Les generations fermees ou ajoutees laissent leur ligne a
       *>l'historique du comptable, comme une saisie dans
       *>MaintenanceTaux.
       sauver-taux.
           OPEN OUTPUT FICHIER-TAUX.
           PERFORM VARYING i FROM 1 BY 1 UNTIL i > nb-taux
               MOVE SPACES TO LIGNE-TAUX
               MOVE tx-code(i) TO TVA-CODE
               MOVE tx-taux(i) TO TVA-TAUX
               MOVE tx-libelle(i) TO TVA-LIBELLE
               MOVE tx-debut(i) TO TVA-DEBUT
               MOVE tx-fin(i) TO TVA-FIN
               WRITE LIGNE-TAUX
           END-PERFORM.
           CLOSE FICHIER-TAUX.
           OPEN EXTEND FICHIER-HISTO-TAUX.
           PERFORM VARYING i FROM 1 BY 1 UNTIL i > nb-taux
               IF tx-touche(i) = 'O'
                   MOVE SPACES TO LIGNE-HISTO-TAUX
                   MOVE FUNCTION CURRENT-DATE(1:14) TO HTX-HORODATAGE
                   IF operateur-courant = SPACES OR LOW-VALUES
                       MOVE "INCONNU" TO HTX-OPERATEUR
                   ELSE
                       MOVE operateur-courant TO HTX-OPERATEUR
                   END-IF
                   MOVE tx-code(i) TO HTX-CODE
                   MOVE tx-taux(i) TO HTX-TAUX
                   MOVE tx-debut(i) TO HTX-DEBUT
                   MOVE tx-fin(i) TO HTX-FIN
                   WRITE LIGNE-HISTO-TAUX
               END-IF
           END-PERFORM.
           CLOSE FICHIER-HISTO-TAUX.

       sauver-anciens-articles.
           MOVE 'N' TO fin-articles.
           OPEN INPUT FICHIER-ARTICLES.
           OPEN OUTPUT FICHIER-ARTICLES-AVANT.
           IF statut-articles(1:1) = "0"
               READ FICHIER-ARTICLES
                   AT END MOVE 'O' TO fin-articles
               END-READ
               PERFORM UNTIL fin-articles = 'O'
                   MOVE LIGNE-ARTICLE TO LIGNE-ARTICLE-AVANT
                   WRITE LIGNE-ARTICLE-AVANT
                   READ FICHIER-ARTICLES
                       AT END MOVE 'O' TO fin-articles
                   END-READ
               END-PERFORM
               CLOSE FICHIER-ARTICLES
           END-IF.
           CLOSE FICHIER-ARTICLES-AVANT.

       *>Changement de prix a l'historique des articles (action M),
       *>comme une modification dans MaintenanceArticles.
       historiser-article.
           OPEN EXTEND FICHIER-HISTO-ARTICLES.
           MOVE SPACES TO LIGNE-HISTO-ARTICLE.
           MOVE FUNCTION CURRENT-DATE(1:14) TO HAR-HORODATAGE.
           IF operateur-courant = SPACES OR LOW-VALUES
               MOVE "INCONNU" TO HAR-OPERATEUR
           ELSE
               MOVE operateur-courant TO HAR-OPERATEUR
           END-IF.
           MOVE 'M' TO HAR-ACTION.
           MOVE SPACES TO LIGNE-ARTICLE.
           MOVE art-t-code(ar) TO ART-CODE.
           MOVE art-t-designation(ar) TO ART-DESIGNATION.
           MOVE art-t-prix-ht(ar) TO ART-PRIX-HT.
           MOVE art-t-code-tva(ar) TO ART-CODE-TVA.
           MOVE art-t-stock(ar) TO ART-STOCK.
           MOVE art-t-unite(ar) TO ART-UNITE.
           MOVE art-t-prix-achat(ar) TO ART-PRIX-ACHAT.
           MOVE art-t-seuil(ar) TO ART-SEUIL.
           MOVE art-t-qte-reappro(ar) TO ART-QTE-REAPPRO.
           MOVE art-t-fournisseur(ar) TO ART-FOURNISSEUR.
           MOVE LIGNE-ARTICLE TO HAR-ARTICLE.
           WRITE LIGNE-HISTO-ARTICLE.
           CLOSE FICHIER-HISTO-ARTICLES.

       ecrire-accuse.
           OPEN EXTEND FICHIER-ACCUSES.
           MOVE SPACES TO LIGNE-ACCUSE.
           MOVE code-boutique TO ACD-BOUTIQUE.
           MOVE numero-directive TO ACD-NUMERO.
           MOVE emission-directive TO ACD-EMISSION.
           MOVE controle-recu TO ACD-CONTROLE.
           MOVE verdict-accuse TO ACD-VERDICT.
           MOVE FUNCTION CURRENT-DATE(1:14) TO ACD-HORODATAGE.
           MOVE motif-rejet TO ACD-MOTIF.
           WRITE LIGNE-ACCUSE.
           CLOSE FICHIER-ACCUSES.

       inscrire-registre.
           OPEN EXTEND FICHIER-REGISTRE.
           MOVE SPACES TO LIGNE-REGISTRE.
           MOVE FUNCTION CURRENT-DATE(1:14) TO DRG-HORODATAGE.
           MOVE numero-directive TO DRG-NUMERO.
           MOVE emission-directive TO DRG-EMISSION.
           MOVE nb-lignes TO DRG-NB-ENREG.
           MOVE controle-recu TO DRG-CONTROLE.
           MOVE statut-a-inscrire TO DRG-STATUT.
           IF operateur-courant = SPACES OR LOW-VALUES
               MOVE "INCONNU" TO DRG-OPERATEUR
           ELSE
               MOVE operateur-courant TO DRG-OPERATEUR
           END-IF.
           MOVE approbateur-inscrit TO DRG-APPROBATEUR.
           MOVE motif-rejet TO DRG-MOTIF.
           WRITE LIGNE-REGISTRE.
           CLOSE FICHIER-REGISTRE.

       COPY BOUTIQUE-CHARGE.

       COPY ARTICLE-CHARGE.

       COPY TARIFS-CONTROLE.

       COPY APPROBATION-PRISE.

       COPY VERROU-PRISE
           REPLACING NOM-PARAGRAPHE BY verrouiller-articles
           NOM-FICHIER-VERROU BY "VERROU-ARTICLES.LCK".

       COPY VERROU-LIBERATION
           REPLACING NOM-PARAGRAPHE BY liberer-articles.

       COPY JOURNAL-ECRITURE
           REPLACING NOM-PARAGRAPHE BY journaliser-directive
           NOM-PROGRAMME-JRN BY "ReceptionDirectives"
           VALEUR-SAISIE BY valeur-journal.

       COPY JOURNAL-ECRITURE
           REPLACING NOM-PARAGRAPHE BY journaliser-approbation
           NOM-PROGRAMME-JRN BY "ReceptionDirectives"
           VALEUR-SAISIE BY valeur-approbation.

       COPY DESSIN-SAUT
           REPLACING NOM-PARAGRAPHE BY sauter-entete-tarifs
           FICHIER-DESSIN BY FICHIER-TARIFS.
