      *>Age des dossiers d'exceptions (EXCEPTIONS.DAT) : un dossier
      *>ouvert par la reconciliation pouvait rester des semaines
      *>sans que personne ne s'en apercoive. L'etat
      *>AGE-EXCEPTIONS.DAT liste chaque dossier ouvert ou en examen
      *>avec son age en jours depuis l'ouverture, puis le compte par
      *>tranche d'age (0-7, 8-30, 31-90, plus de 90 jours) et le
      *>nombre de dossiers deja resolus. Simple lecture : pas de
      *>verrou.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AgeExceptions.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FICHIER-AGE
               ASSIGN TO "AGE-EXCEPTIONS.DAT"
               ORGANIZATION LINE SEQUENTIAL.
           COPY DOSSIER-FICHIER.

       DATA DIVISION.
       FILE SECTION.
       FD FICHIER-AGE.
       1 LIGNE-AGE PIC X(90).

       COPY DOSSIER-FD.

       WORKING-STORAGE SECTION.
       COPY DOSSIER-ZONE.

       *>Tranches d'age : borne haute en jours (9999 = sans borne).
       1 tranches-valeurs.
           2 FILLER PIC X(13) VALUE '0007 0 a 7   '.
           2 FILLER PIC X(13) VALUE '0030 8 a 30  '.
           2 FILLER PIC X(13) VALUE '0090 31 a 90 '.
           2 FILLER PIC X(13) VALUE '9999 plus 90 '.
       1 tranches REDEFINES tranches-valeurs.
           2 tranche OCCURS 4.
               3 trc-borne PIC 9(04).
               3 FILLER PIC X(01).
               3 trc-libelle PIC X(08).
       1 comptes-tranches.
           2 trc-nb PIC 9(5) OCCURS 4.
       77 tr PIC 9.

       77 date-jour PIC 9(08).
       77 horodatage-etat PIC X(14).
       77 age-jours PIC 9(05).
       77 nb-en-cours PIC 9(5) VALUE 0.
       77 nb-resolus PIC 9(5) VALUE 0.
       77 age-edit PIC zzzz9.
       77 montant-edit PIC -(7)9.99.
       77 compte-edit PIC zzzz9.

       SCREEN SECTION.
       1 plage-fini.
           2 BLANK SCREEN.
           2 LINE 1 COL 1 VALUE
               'Etat genere : AGE-EXCEPTIONS.DAT'.
           2 LINE 2 COL 1 VALUE 'Dossiers en cours : '.
           2 PIC zzzz9 FROM nb-en-cours.
           2 LINE 3 COL 1 VALUE 'Dossiers de plus de 90 jours : '.
           2 PIC zzzz9 FROM trc-nb(4).

       PROCEDURE DIVISION.
       MOVE FUNCTION CURRENT-DATE(1:14) TO horodatage-etat.
       MOVE horodatage-etat(1:8) TO date-jour.
       INITIALIZE comptes-tranches.
       PERFORM charger-dossiers.
       OPEN OUTPUT FICHIER-AGE.
       MOVE SPACES TO LIGNE-AGE.
       STRING "Age des dossiers d'exceptions au " horodatage-etat
           DELIMITED BY SIZE INTO LIGNE-AGE.
       WRITE LIGNE-AGE.
       IF dossiers-tronques = 'O'
           MOVE SPACES TO LIGNE-AGE
           MOVE "Plus de 2000 dossiers : le surplus n'est pas compte."
               TO LIGNE-AGE
           WRITE LIGNE-AGE
       END-IF.
       MOVE SPACES TO LIGNE-AGE.
       WRITE LIGNE-AGE.
       MOVE "Ref      Ty      Montant S Operat.  Ouvert le   Age Vus"
           TO LIGNE-AGE.
       WRITE LIGNE-AGE.
       PERFORM VARYING ds FROM 1 BY 1 UNTIL ds > nb-dossiers
           IF DOSSIER-RESOLU(ds)
               ADD 1 TO nb-resolus
           ELSE
               PERFORM editer-dossier
           END-IF
       END-PERFORM.
       PERFORM editer-tranches.
       CLOSE FICHIER-AGE.
       DISPLAY plage-fini.
       *>GOBACK (et non STOP RUN) pour pouvoir aussi etre appele
       *>depuis le menu de comptabilite.
       GOBACK.

       *>Age compte depuis l'ouverture du dossier ; une date
       *>d'ouverture illisible ou future compte pour 0 jour.
       editer-dossier.
           ADD 1 TO nb-en-cours.
           MOVE 0 TO age-jours.
           IF dst-ouverture(ds) > 0 AND dst-ouverture(ds) <= date-jour
                   AND FUNCTION TEST-DATE-YYYYMMDD(dst-ouverture(ds))
                       = 0
               COMPUTE age-jours =
                   FUNCTION INTEGER-OF-DATE(date-jour)
                   - FUNCTION INTEGER-OF-DATE(dst-ouverture(ds))
           END-IF.
           MOVE 1 TO tr.
           PERFORM UNTIL tr >= 4 OR age-jours <= trc-borne(tr)
               ADD 1 TO tr
           END-PERFORM.
           ADD 1 TO trc-nb(tr).
           MOVE dst-montant(ds) TO montant-edit.
           MOVE age-jours TO age-edit.
           MOVE dst-nb-vus(ds) TO compte-edit.
           MOVE SPACES TO LIGNE-AGE.
           STRING dst-ref(ds) " " dst-type(ds) " " montant-edit " "
               dst-statut(ds) " " dst-operateur(ds) " "
               dst-ouverture(ds) " " age-edit " " compte-edit
               DELIMITED BY SIZE INTO LIGNE-AGE.
           WRITE LIGNE-AGE.

       editer-tranches.
           MOVE SPACES TO LIGNE-AGE.
           WRITE LIGNE-AGE.
           MOVE "Dossiers en cours par anciennete (jours)" TO LIGNE-AGE.
           WRITE LIGNE-AGE.
           PERFORM VARYING tr FROM 1 BY 1 UNTIL tr > 4
               MOVE trc-nb(tr) TO compte-edit
               MOVE SPACES TO LIGNE-AGE
               STRING "  " trc-libelle(tr) " : " compte-edit
                   DELIMITED BY SIZE INTO LIGNE-AGE
               WRITE LIGNE-AGE
           END-PERFORM.
           MOVE nb-en-cours TO compte-edit.
           MOVE SPACES TO LIGNE-AGE.
           STRING "Total en cours : " compte-edit
               DELIMITED BY SIZE INTO LIGNE-AGE.
           WRITE LIGNE-AGE.
           MOVE nb-resolus TO compte-edit.
           MOVE SPACES TO LIGNE-AGE.
           STRING "Dossiers resolus : " compte-edit
               DELIMITED BY SIZE INTO LIGNE-AGE.
           WRITE LIGNE-AGE.

       COPY DOSSIER-CHARGE.
