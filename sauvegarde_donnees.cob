           SELECT FICHIER-ETUDIANTS-PLAT
               ASSIGN TO "ETUDIANTS.DAT"
               ORGANIZATION LINE SEQUENTIAL.
           *>De meme, les mouvements des visiteurs vivent dans
           *>l'indexe d'InAndOut et CONTACTS.DAT n'en est plus que la
           *>decharge d'echange, regeneree avant la copie ; apres une
           *>restauration, ConversionContacts la recharge dans
           *>l'indexe et reconstruit l'occupation courante.
           COPY CONTACTS-FICHIER.
           SELECT FICHIER-CONTACTS-PLAT
               ASSIGN TO "CONTACTS.DAT"
               ORGANIZATION LINE SEQUENTIAL.
           *>Catalogue des series de tableaux : les fichiers
           *>TABLEAU-<serie>.DAT et REPRISE-<serie>.DAT se
           *>sauvegardent serie par serie d'apres lui.
               3 ETU-DATE PIC 9(08).
               3 ETU-RANG PIC 99.
           2 ETU-NOTE PIC 99V99.
           *>Type de note : blanc = ordinaire, R = rattrapage.
           2 ETU-TYPE PIC X(01).
               88 ETU-RATTRAPAGE VALUE 'R'.

       FD FICHIER-ETUDIANTS-PLAT.
       1 LIGNE-ETUDIANT-PLAT.
           2 PLT-CLASSE PIC X(03).
           2 FILLER PIC X(01).
           2 PLT-MATIERE PIC X(04).
           2 FILLER PIC X(01).
           2 PLT-TYPE PIC X(01).

       *>Memes dessins que ConversionContacts : les mouvements
       *>indexes et leur decharge plate.
       COPY CONTACTS-FD.

       FD FICHIER-CONTACTS-PLAT.
       1 LIGNE-CONTACT-PLAT.
           2 CPL-HORODATAGE PIC X(14).
           2 FILLER PIC X(01).
           2 CPL-NOM PIC X(25).
           2 FILLER PIC X(01).
           2 CPL-SENS PIC X(01).
           2 FILLER PIC X(01).
           2 CPL-BADGE PIC 9(06).
           2 FILLER PIC X(01).
           2 CPL-SOCIETE PIC X(30).
           2 FILLER PIC X(01).
           2 CPL-HOTE PIC X(08).

       FD FICHIER-CATALOGUE-TAB.
       1 LIGNE-CATALOGUE-TAB.
       COPY JOURNAL-FD.

       WORKING-STORAGE SECTION.
       COPY DESSIN-ZONE.
       COPY OPERATEUR.
       COPY FORMATION.
       COPY JOURNAL-ETAT.
       *>(organisation indexee) n'y figurent pas : ils se
       *>reconstruisent depuis le tableau de leur serie par
       *>TableauAffectation.
       77 nb-fichiers PIC 99 VALUE 91.
       1 fichiers-couverts.
           2 FILLER PIC X(30) VALUE "CALCULSOMME-TOTAL.DAT".
           2 FILLER PIC X(30) VALUE "CALCULSOMME-LOG.DAT".
           2 FILLER PIC X(30) VALUE "CATALOGUE-TABLEAUX.DAT".
           2 FILLER PIC X(30) VALUE "CATALOGUE-RAPPORTS.DAT".
           2 FILLER PIC X(30) VALUE "ATTENTE-CALCULSOMME.DAT".
           2 FILLER PIC X(30) VALUE "COMPTES.DAT".
           2 FILLER PIC X(30) VALUE "AFFECTATION-TYPES.DAT".
           2 FILLER PIC X(30) VALUE "TRANSACTIONS-POSTEES.DAT".
           2 FILLER PIC X(30) VALUE "BANQUE-RELEVE.DAT".
           2 FILLER PIC X(30) VALUE "RECURRENTES.DAT".
           2 FILLER PIC X(30) VALUE "EXCEPTIONS.DAT".
           2 FILLER PIC X(30) VALUE "ARTICLES.DAT".
           2 FILLER PIC X(30) VALUE "ATTENTE-STOCK.DAT".
           2 FILLER PIC X(30) VALUE "SEUIL-REMBOURSEMENT.DAT".
           2 FILLER PIC X(30) VALUE "Z-CAISSE.DAT".
           2 FILLER PIC X(30) VALUE "BONS-CADEAUX.DAT".
           2 FILLER PIC X(30) VALUE "PROMOTIONS.DAT".
           2 FILLER PIC X(30) VALUE "DEVISES.DAT".
           2 FILLER PIC X(30) VALUE "CLIENTS.DAT".
           2 FILLER PIC X(30) VALUE "SEUIL-RELANCE.DAT".
           2 FILLER PIC X(30) VALUE "INVENTAIRE.DAT".
           2 FILLER PIC X(30) VALUE "INVENTAIRE-COMPTAGES.DAT".
           2 FILLER PIC X(30) VALUE "FOURNISSEURS.DAT".
           2 FILLER PIC X(30) VALUE "COMMANDES.DAT".
           2 FILLER PIC X(30) VALUE "SURVEILLANCE.DAT".
           2 FILLER PIC X(30) VALUE "MUSTER.DAT".
           2 FILLER PIC X(30) VALUE "DEMANDES-DONNEES.DAT".
           2 FILLER PIC X(30) VALUE "SALLE-RESERVATIONS.DAT".
           2 FILLER PIC X(30) VALUE "PRETS.DAT".
           2 FILLER PIC X(30) VALUE "PLANNING.DAT".
           2 FILLER PIC X(30) VALUE "RETENUES-PAIE.DAT".
           2 FILLER PIC X(30) VALUE "PAIE-REGISTRE.DAT".
           2 FILLER PIC X(30) VALUE "AVANCES.DAT".
           2 FILLER PIC X(30) VALUE "REJETS-HISTO.DAT".
           2 FILLER PIC X(30) VALUE "ELEVES.DAT".
           2 FILLER PIC X(30) VALUE "LETTRES-ABSENCES.DAT".
           2 FILLER PIC X(30) VALUE "DECISIONS.DAT".
           2 FILLER PIC X(30) VALUE "PERIODES-SCOLAIRES.DAT".
           2 FILLER PIC X(30) VALUE "FRAIS-SCOLAIRES.DAT".
           2 FILLER PIC X(30) VALUE "FACTURES-FRAIS.DAT".
           2 FILLER PIC X(30) VALUE "FACTURES-SEQUENCE.DAT".
           2 FILLER PIC X(30) VALUE "BOUTIQUE.DAT".
           2 FILLER PIC X(30) VALUE "LIGUE-ALIAS.DAT".
           2 FILLER PIC X(30) VALUE "CONCOURS-BAREME.DAT".
           2 FILLER PIC X(30) VALUE "CONCOURS-CAISSE.DAT".
           2 FILLER PIC X(30) VALUE "LEXIQUE.DAT".
           2 FILLER PIC X(30) VALUE "VOLUMES-HISTO.DAT".
           2 FILLER PIC X(30) VALUE "CLES-TRANSITION.DAT".
           2 FILLER PIC X(30) VALUE "DIRECTIVES-ATTENTE.DAT".
           2 FILLER PIC X(30) VALUE "DIRECTIVES-REGISTRE.DAT".
           2 FILLER PIC X(30) VALUE "DIFFUSION.DAT".
           2 FILLER PIC X(30) VALUE "DIFFUSION-ENVOIS.DAT".
           2 FILLER PIC X(30) VALUE "CLOTURE-ETAPES.DAT".
           2 FILLER PIC X(30) VALUE "CLOTURE-JOUR.DAT".
           2 FILLER PIC X(30) VALUE "TICKETS.DAT".
           2 FILLER PIC X(30) VALUE "TICKETS-SEQUENCE.DAT".
           2 FILLER PIC X(30) VALUE "ATTENTE-REFUSEE.DAT".
           2 FILLER PIC X(30) VALUE "ACCUSES-DIRECTIVES.DAT".
           2 FILLER PIC X(30) VALUE "AFFECTATION-HISTO.DAT".
           2 FILLER PIC X(30) VALUE "ARTICLES-HISTO.DAT".
           2 FILLER PIC X(30) VALUE "CLIENTS-HISTO.DAT".
           2 FILLER PIC X(30) VALUE "COMPTES-HISTO.DAT".
           2 FILLER PIC X(30) VALUE "DEVISES-HISTO.DAT".
           2 FILLER PIC X(30) VALUE "ELEVES-HISTO.DAT".
           2 FILLER PIC X(30) VALUE "EXCEPTIONS-HISTO.DAT".
           2 FILLER PIC X(30) VALUE "FOURNISSEURS-HISTO.DAT".
           2 FILLER PIC X(30) VALUE "PROMOTIONS-HISTO.DAT".
           2 FILLER PIC X(30) VALUE "RECURRENTES-HISTO.DAT".
       1 table-fichiers REDEFINES fichiers-couverts.
           2 fichier-couvert PIC X(30) OCCURS 91.

       77 choix-action PIC 9 VALUE 9.
       77 f PIC 99.
       77 controle-copie PIC 9(09).
       77 statut-etudiants-idx PIC X(02).
       77 fin-carnet-idx PIC X(01).
       77 statut-contacts PIC X(02).
       77 fin-contacts-idx PIC X(01).
       77 statut-verifies PIC X(02).
       77 statut-retention PIC X(02).
       77 retention-jeux PIC 9(03) VALUE 3.
       *>chaque copie dans l'index des sauvegardes.
       sauvegarder-tout.
           PERFORM decharger-carnet.
           PERFORM decharger-contacts.
           MOVE FUNCTION CURRENT-DATE(1:14) TO jeu-courant.
           MOVE 0 TO nb-sauves.
           PERFORM VARYING f FROM 1 BY 1 UNTIL f > nb-fichiers
                           MOVE ETU-NOTE TO PLT-NOTE
                           MOVE ETU-CLASSE TO PLT-CLASSE
                           MOVE ETU-MATIERE TO PLT-MATIERE
                           MOVE ETU-TYPE TO PLT-TYPE
                           WRITE LIGNE-ETUDIANT-PLAT
                   END-READ
               END-PERFORM
               CLOSE FICHIER-ETUDIANTS-IDX
           END-IF.

       *>Regenere la decharge plate CONTACTS.DAT depuis les
       *>mouvements indexes (l'indexe et l'occupation courante
       *>n'entrent pas au jeu, ils se reconstruisent de la decharge),
       *>entete de dessin en tete (voir DESSIN-ZONE).
       *>Indexe absent : la decharge en place est gardee.
       decharger-contacts.
           MOVE 'N' TO fin-contacts-idx.
           OPEN INPUT FICHIER-CONTACTS.
           IF statut-contacts = "00"
               OPEN OUTPUT FICHIER-CONTACTS-PLAT
               MOVE SPACES TO LIGNE-CONTACT-PLAT
               MOVE entete-contacts TO LIGNE-CONTACT-PLAT
               WRITE LIGNE-CONTACT-PLAT
               PERFORM UNTIL fin-contacts-idx = 'O'
                   READ FICHIER-CONTACTS NEXT RECORD
                       AT END MOVE 'O' TO fin-contacts-idx
                       NOT AT END
                           MOVE SPACES TO LIGNE-CONTACT-PLAT
                           MOVE CTC-HORODATAGE TO CPL-HORODATAGE
                           MOVE CTC-NOM TO CPL-NOM
                           MOVE CTC-SENS TO CPL-SENS
                           MOVE CTC-BADGE TO CPL-BADGE
                           MOVE CTC-SOCIETE TO CPL-SOCIETE
                           MOVE CTC-HOTE TO CPL-HOTE
                           WRITE LIGNE-CONTACT-PLAT
                   END-READ
               END-PERFORM
               CLOSE FICHIER-CONTACTS-PLAT
               CLOSE FICHIER-CONTACTS
           ELSE
               IF statut-contacts(1:1) = "0"
                   CLOSE FICHIER-CONTACTS
               END-IF
           END-IF.

       *>Chargement des series de tableaux connues.
       charger-series.
           MOVE 'N' TO fin-catalogue-tab.
