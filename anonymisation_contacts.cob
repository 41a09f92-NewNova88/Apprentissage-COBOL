      *>Anonymisation des vieux noms de visiteurs : les mouvements et
      *>ses extraits gardaient les noms complets pour toujours, et
      *>les regles signees avec le siege exigent que l'identifiant
      *>plus vieux que la retention disparaisse. Ce passage remplace
      *>l'autre — les rapports de duree et d'occupation continuent
      *>d'apparier ses mouvements. Les lignes D de la copie
      *>EXTRAIT-SIEGE.DAT passent au meme jeton. Le compte de ce qui
      *>a ete anonymise part au journal a chaque passage. La societe
      *>du visiteur et l'hote (un operateur de la maison) ne sont pas
      *>des noms de visiteur : ils passent tels quels. Le nom etant
      *>dans la cle du fichier indexe des mouvements, celui-ci se
      *>recharge en entier depuis le fichier de travail, puis
      *>l'occupation courante de l'accueil est reconstruite.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AnonymisationContacts.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CONTACTS-FICHIER.
           COPY PRESENCES-FICHIER.
           SELECT FICHIER-EXTRAIT ASSIGN TO "EXTRAIT-SIEGE.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS statut-extrait.
           SELECT FICHIER-TRAVAIL ASSIGN TO "ANONYM-TRAVAIL.TMP"
               ORGANIZATION LINE SEQUENTIAL.
           COPY ANONYMES-FICHIER.
           SELECT FICHIER-RETENTION
               ASSIGN TO "RETENTION-NOMS-JOURS.DAT"
               ORGANIZATION LINE SEQUENTIAL

       DATA DIVISION.
       FILE SECTION.
       COPY CONTACTS-FD.

       COPY PRESENCES-FD.

       *>Lignes de l'extrait siege : le nom des details D occupe les
       *>colonnes 16 a 40 ; sens, societe et hote suivent.
       FD FICHIER-EXTRAIT.
       1 LIGNE-EXTRAIT.
           2 EXT-TYPE PIC X(01).
           2 EXT-HORODATAGE PIC X(14).
           2 EXT-NOM PIC X(25).
           2 EXT-RESTE PIC X(40).

       *>Assez large pour un mouvement comme pour une ligne d'extrait.
       FD FICHIER-TRAVAIL.
       1 LIGNE-TRAVAIL PIC X(100).

       COPY ANONYMES-FD.

       FD FICHIER-RETENTION.
       1 LIGNE-RETENTION PIC 9(04).
       COPY JOURNAL-ETAT.
       77 statut-contacts PIC X(02).
       77 statut-extrait PIC X(02).
       77 statut-retention PIC X(02).
       77 fin-fichier PIC X(01) VALUE 'N'.
           88 PLUS-DE-LIGNES VALUE 'O'.
       77 date-limite PIC 9(08).
       77 entier-jour PIC 9(08).

       COPY ANONYMES-ZONE.
       COPY PRESENCES-ZONE.

       77 nb-anonymisees PIC 9(6) VALUE 0.
       77 nb-non-anonymises PIC 9(5) VALUE 0.
               CLOSE FICHIER-RETENTION
           END-IF.

       *>Mouvements : ceux plus vieux que la limite passent au jeton,
       *>via un fichier de travail puis recopie (le schema de
       *>PurgeArchives).
       anonymiser-contacts.
           MOVE 'N' TO fin-fichier.
           OPEN INPUT FICHIER-CONTACTS.
           IF statut-contacts(1:1) = "0"
               OPEN OUTPUT FICHIER-TRAVAIL
               READ FICHIER-CONTACTS NEXT RECORD
                   AT END SET PLUS-DE-LIGNES TO TRUE
               END-READ
               PERFORM UNTIL PLUS-DE-LIGNES
                   END-IF
                   MOVE LIGNE-CONTACT TO LIGNE-TRAVAIL
                   WRITE LIGNE-TRAVAIL
                   READ FICHIER-CONTACTS NEXT RECORD
                       AT END SET PLUS-DE-LIGNES TO TRUE
                   END-READ
               END-PERFORM
           PERFORM UNTIL PLUS-DE-LIGNES
               MOVE LIGNE-TRAVAIL TO LIGNE-CONTACT
               WRITE LIGNE-CONTACT
                   INVALID KEY CONTINUE
               END-WRITE
               READ FICHIER-TRAVAIL
                   AT END SET PLUS-DE-LIGNES TO TRUE
               END-READ
           END-PERFORM.
           CLOSE FICHIER-TRAVAIL.
           CLOSE FICHIER-CONTACTS.
           PERFORM reconstruire-presences.

       *>La copie EXTRAIT-SIEGE.DAT recoit les memes jetons sur ses
       *>details D plus vieux que la limite.
           CLOSE FICHIER-TRAVAIL.
           CLOSE FICHIER-EXTRAIT.

       COPY ANONYMES-CHARGE.

       COPY PRESENCES-CHARGE.

       COPY JOURNAL-ECRITURE
           REPLACING NOM-PARAGRAPHE BY journaliser-anonymisation
