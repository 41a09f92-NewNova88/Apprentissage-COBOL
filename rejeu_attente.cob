      *>qu'une fin de journee sans nouvel appel ne laisse pas des
      *>postes en souffrance jusqu'au lendemain. Chaque poste rejoue
      *>laisse sa ligne d'historique et sa ligne de journal prouvant
      *>quand il a atterri. Un poste dont le compte n'est pas (ou
      *>plus) ouvert au plan comptable COMPTES.DAT, ou qui ne trouve
      *>plus de place au livre, est refuse comme CALCULSOMME le
      *>refuserait : il part dans ATTENTE-REFUSEE.DAT avec sa ligne
      *>de journal, sans toucher au livre.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RejeuAttente.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HISTORIQUE-CALCULS ASSIGN TO "CALCULSOMME-LOG.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS statut-historique.
           SELECT FICHIER-TOTAL ASSIGN TO "CALCULSOMME-TOTAL.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS statut-total.
               ASSIGN TO "ATTENTE-CALCULSOMME.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS statut-attente.
           SELECT OPTIONAL FICHIER-ATTENTE-REFUSEE
               ASSIGN TO "ATTENTE-REFUSEE.DAT"
               ORGANIZATION LINE SEQUENTIAL.
           COPY COMPTES-FICHIER.
           COPY VERROU-FICHIER.
           COPY JOURNAL-FICHIER.

           2 HIST-TOTAL PIC -(10)9.99.
           2 FILLER PIC X(01).
           2 HIST-COMPTE PIC X(08).
           2 FILLER PIC X(01).
           2 HIST-REFERENCE PIC X(16).

       *>Grand livre a comptes nommes (meme dessin que dans
       *>CALCULSOMME, reprise des lignes a l'ancien dessin comprise).
           2 TOT-ANCIEN-SOLDE PIC S9(11)V99.
           2 FILLER PIC X(09).

       COPY ATTENTE-FD.

       FD FICHIER-ATTENTE-REFUSEE.
       1 LIGNE-ATTENTE-REFUSEE PIC X(77).

       COPY COMPTES-FD.

       COPY VERROU-FD.

       COPY JOURNAL-FD.

       WORKING-STORAGE SECTION.
       COPY DESSIN-ZONE.
       77 statut-historique PIC X(02).
       COPY OPERATEUR.
       COPY FORMATION.
       COPY VERROU-ZONE.
       COPY JOURNAL-ETAT.
       COPY COMPTES-ZONE.
       77 statut-total PIC X(02).
       77 statut-attente PIC X(02).
       77 fin-attente PIC X(01) VALUE 'N'.
               3 cpt-solde PIC S9(11)V99.
       77 montant-attente PIC S9(9)V99.
       77 nb-rejoues PIC 9(4) VALUE 0.
       77 nb-refuses PIC 9(4) VALUE 0.
       77 valeur-attente PIC X(20).
       77 resultat-edit-att PIC -(9)9.99.
       *>Evenement annonce au cliche du tableau de bord a chaque
           2 BLANK SCREEN.
           2 LINE 1 COL 1 VALUE 'Postes en attente rejoues : '.
           2 PIC zzz9 FROM nb-rejoues.
           2 LINE 2 COL 1 VALUE 'dont refuses (ATTENTE-REFUSEE.DAT) : '.
           2 PIC zzz9 FROM nb-refuses.

       1 plage-occupe.
           2 BLANK SCREEN.
               'Grand livre occupe : rien de rejoue, reessayez.'.

       PROCEDURE DIVISION.
       COPY DESSIN-VERIFICATION
           REPLACING NOM-FICHIER-DESSIN BY "CALCULSOMME-LOG.DAT"
           ENTETE-ATTENDU BY entete-livre.
       COPY DESSIN-VERIFICATION
           REPLACING NOM-FICHIER-DESSIN BY "ATTENTE-CALCULSOMME.DAT"
           ENTETE-ATTENDU BY entete-attente.
       PERFORM verrouiller-livre.
       IF NOT VERROU-ACQUIS
           DISPLAY plage-occupe
           GOBACK
       END-IF.
       PERFORM charger-plan-comptes.
       PERFORM charger-total.
       PERFORM rejouer-attente.
       IF nb-rejoues > 0
                   MOVE cp TO compte-trouve
               END-IF
           END-PERFORM.
           *>Table pleine : compte-trouve reste a 0 et le poste est
           *>refuse, comme dans CALCULSOMME.
           IF compte-trouve = 0 AND nb-comptes < 20
               ADD 1 TO nb-comptes
               MOVE compte-courant TO cpt-code(nb-comptes)
               MOVE 0 TO cpt-solde(nb-comptes)
               MOVE nb-comptes TO compte-trouve
           END-IF.

       rejouer-attente.
           OPEN INPUT FICHIER-ATTENTE.
           IF statut-attente = "00"
               PERFORM sauter-entete-attente
               READ FICHIER-ATTENTE
                   AT END MOVE 'O' TO fin-attente
               END-READ
           END-IF.
           IF nb-rejoues > 0
               OPEN OUTPUT FICHIER-ATTENTE
               MOVE SPACES TO LIGNE-ATTENTE
               MOVE entete-attente TO LIGNE-ATTENTE
               WRITE LIGNE-ATTENTE
               CLOSE FICHIER-ATTENTE
           END-IF.

           ELSE
               MOVE ATT-COMPTE TO compte-courant
           END-IF.
           MOVE compte-courant TO compte-a-controler.
           PERFORM controler-compte-plan.
           IF COMPTE-PLAN-ADMIS
               PERFORM chercher-compte
           END-IF.
           IF NOT COMPTE-PLAN-ADMIS OR compte-trouve = 0
               PERFORM refuser-ligne-attente
           ELSE
               PERFORM atterrir-ligne-attente
           END-IF.

       *>Compte hors plan, ferme, ou sans place au livre : le poste
       *>est mis de cote avec sa preuve au journal (REFUS CI ou
       *>REFUS TP, les codes que CALCULSOMME rend a ses appelants).
       refuser-ligne-attente.
           ADD 1 TO nb-refuses.
           OPEN EXTEND FICHIER-ATTENTE-REFUSEE.
           MOVE LIGNE-ATTENTE TO LIGNE-ATTENTE-REFUSEE.
           WRITE LIGNE-ATTENTE-REFUSEE.
           CLOSE FICHIER-ATTENTE-REFUSEE.
           MOVE SPACES TO valeur-attente.
           IF COMPTE-PLAN-ADMIS
               STRING "REFUS TP " compte-courant
                   DELIMITED BY SIZE INTO valeur-attente
           ELSE
               STRING "REFUS CI " compte-courant
                   DELIMITED BY SIZE INTO valeur-attente
           END-IF.
           PERFORM journaliser-attente.

       atterrir-ligne-attente.
           ADD montant-attente TO cpt-solde(compte-trouve).
           PERFORM poser-entete-historique.
           OPEN EXTEND HISTORIQUE-CALCULS.
           MOVE SPACES TO LIGNE-HISTORIQUE.
           MOVE FUNCTION CURRENT-DATE(1:14) TO HIST-HORODATAGE.
           MOVE montant-attente TO HIST-RESULTAT.
           MOVE cpt-solde(compte-trouve) TO HIST-TOTAL.
           MOVE compte-courant TO HIST-COMPTE.
           MOVE ATT-REFERENCE TO HIST-REFERENCE.
           WRITE LIGNE-HISTORIQUE.
           CLOSE HISTORIQUE-CALCULS.
           *>Le cliche du tableau de bord avance aussi pour un poste
               DELIMITED BY SIZE INTO valeur-attente.
           PERFORM journaliser-attente.

       COPY COMPTES-CHARGE.

       COPY VERROU-PRISE
           REPLACING NOM-PARAGRAPHE BY verrouiller-livre
           NOM-FICHIER-VERROU BY "VERROU-CALCULSOMME.LCK".
           REPLACING NOM-PARAGRAPHE BY journaliser-attente
           NOM-PROGRAMME-JRN BY "RejeuAttente"
           VALEUR-SAISIE BY valeur-attente.

       COPY DESSIN-POSE
           REPLACING NOM-PARAGRAPHE BY poser-entete-historique
           FICHIER-DESSIN BY HISTORIQUE-CALCULS
           LIGNE-DESSIN BY LIGNE-HISTORIQUE
           STATUT-DESSIN BY statut-historique
           ENTETE-DESSIN BY entete-livre.

       COPY DESSIN-SAUT
           REPLACING NOM-PARAGRAPHE BY sauter-entete-attente
           FICHIER-DESSIN BY FICHIER-ATTENTE.
