      *>Cloture Z de la caisse : TICKETS.DAT s'allonge (et se
      *>retouche) a toute heure, et rien ne disait "ces tickets sont
      *>les ventes du jour, closes et definitives". En fin de
      *>journee, ce programme totalise les tickets de CalculPrix
      *>emis depuis le Z precedent — premier et dernier numero,
      *>nombre, total TTC des ventes et des remboursements, TVA par
      *>code — et ecrit un Z numerote dans Z-CAISSE.DAT avec le grand
      *>total perpetuel, qui ne fait que croitre. Un seul Z par
      *>journee. Apres le Z, les tickets clos sont figes : le Z
      *>suivant recalcule la valeur de controle chainee des lignes
      *>deja closes et denonce un ticket retouche ou efface, un
      *>ticket ajoute apres coup a une journee close, un numero de
      *>la sequence absent du fichier ou present deux fois. La
      *>cloture se fait sous le verrou des tickets pour que la
      *>caisse ne numerote pas pendant le releve. En mode formation
      *>le Z s'affiche mais ne s'ecrit pas.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ClotureCaisse.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL FICHIER-TICKETS ASSIGN TO "TICKETS.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS statut-tickets.
           SELECT OPTIONAL FICHIER-SEQ-TICKETS
               ASSIGN TO "TICKETS-SEQUENCE.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS statut-seq-tickets.
           COPY ZCAISSE-FICHIER.
           COPY VERROU-FICHIER.
           COPY SPOOL-FICHIER.
           COPY JOURNAL-FICHIER.

       DATA DIVISION.
       FILE SECTION.
       *>Meme dessin que les tickets ecrits par CalculPrix.
       COPY TICKETS-FD.

       FD FICHIER-SEQ-TICKETS.
       1 LIGNE-SEQ-TICKETS PIC 9(06).

       COPY ZCAISSE-FD.

       COPY VERROU-FD.

       COPY SPOOL-FD.

       COPY JOURNAL-FD.

       WORKING-STORAGE SECTION.
       COPY DESSIN-ZONE.
       COPY OPERATEUR.
       COPY FORMATION.
       COPY VERROU-ZONE.
       COPY JOURNAL-ETAT.
       77 statut-tickets PIC X(02).
       77 statut-seq-tickets PIC X(02).
       77 statut-zcaisse PIC X(02).
       77 fin-fichier PIC X(01) VALUE 'N'.
           88 PLUS-DE-LIGNES VALUE 'O'.

       77 jour-cloture PIC 9(08).
       77 confirmation PIC X(01) VALUE SPACE.

       *>Le Z precedent, relu en fin de Z-CAISSE.DAT.
       77 z-precedent PIC 9(06) VALUE 0.
       77 jour-precedent PIC 9(08) VALUE 0.
       77 dernier-precedent PIC 9(06) VALUE 0.
       77 controle-precedent PIC 9(06) VALUE 0.
       77 grand-total-precedent PIC 9(13)V99 VALUE 0.

       *>Le Z en cours.
       77 numero-z PIC 9(06) VALUE 0.
       77 premier-ticket PIC 9(06) VALUE 0.
       77 dernier-ticket PIC 9(06) VALUE 0.
       77 numero-sequence PIC 9(06) VALUE 0.
       77 nb-ventes PIC 9(05) VALUE 0.
       77 nb-remboursements PIC 9(05) VALUE 0.
       77 ventes-ttc PIC 9(9)V99 VALUE 0.
       77 remboursements-ttc PIC 9(9)V99 VALUE 0.
       77 grand-total PIC 9(13)V99 VALUE 0.
       77 controle-z PIC 9(06) VALUE 0.

       *>Ticket en cours de lecture.
       77 ticket-couvert PIC X(01) VALUE 'N'.
       77 ticket-remboursement PIC X(01) VALUE 'N'.
       77 date-ticket PIC X(08).
       77 montant-ht PIC S9(9)V99.
       77 montant-tva PIC S9(9)V99.
       77 montant-ttc PIC 9(9)V99.

       *>TVA par code sur les tickets du Z (remboursements deduits).
       77 nb-codes PIC 99 VALUE 0.
       77 tz PIC 99.
       77 code-ligne PIC X(02).
       1 tva-codes.
           2 tva-code OCCURS 10.
               3 tvz-code PIC X(02).
               3 tvz-base PIC S9(9)V99.
               3 tvz-tva PIC S9(9)V99.

       *>Numeros rencontres depuis le Z precedent : un numero absent
       *>entre le premier et le plus haut de la sequence est un
       *>trou, un numero vu deux fois un doublon. Au-dela de 5000
       *>tickets entre deux Z, le surplus n'est pas controle.
       77 nb-numeros-suivis PIC 9(04) VALUE 5000.
       77 rang-numero PIC 9(06).
       77 numero-controle PIC 9(06).
       77 numero-absent PIC 9(06).
       77 plus-haut-numero PIC 9(06) VALUE 0.
       1 numeros-vus.
           2 numero-vu PIC X(01) OCCURS 5000.

       *>Valeurs de controle chainees des lignes de tickets, sur le
       *>modele de la chaine du journal : une sur les tickets deja
       *>clos (comparee a celle du Z precedent), une jusqu'au dernier
       *>ticket du Z en cours.
       77 chaine-close PIC 9(06) VALUE 0.
       77 rang-close PIC 9(06) VALUE 0.
       77 chaine-z PIC 9(06) VALUE 0.
       77 rang-z PIC 9(06) VALUE 0.
       77 somme-ligne PIC 9(08).
       77 ic PIC 999.

       *>Anomalies relevees : les 40 premieres sont detaillees.
       77 nb-anomalies PIC 9(04) VALUE 0.
       77 an PIC 99.
       77 texte-anomalie PIC X(60).
       1 anomalies.
           2 anomalie PIC X(60) OCCURS 40.

       77 texte-spool PIC X(60).
       77 valeur-journal PIC X(20).
       77 montant-edit PIC z(8)9.99.
       77 total-edit PIC z(12)9.99.
       77 base-edit PIC -(9)9.99.
       77 tva-edit PIC -(9)9.99.
       77 compte-edit PIC zzzz9.

       SCREEN SECTION.
       1 plage-entete.
           2 BLANK SCREEN.
           2 LINE 1 COL 1 VALUE 'Cloture Z de la caisse'.
           2 LINE 3 COL 1 VALUE 'Journee du '.
           2 PIC 9(08) FROM jour-cloture.
           2 LINE 4 COL 1 VALUE 'Dernier Z : '.
           2 PIC zzzzz9 FROM z-precedent.
           2 VALUE ' du '.
           2 PIC 9(08) FROM jour-precedent.
           2 VALUE ', dernier ticket '.
           2 PIC zzzzz9 FROM dernier-precedent.

       1 plage-confirmation.
           2 LINE 6 COL 1 VALUE 'Clore la journee (O/N) : '.
           2 PIC X(01) TO confirmation.

       1 plage-deja-clos.
           2 LINE 6 COL 1 VALUE
               'Journee DEJA CLOSE par un Z : rien n''a ete refait.'.

       1 plage-occupe.
           2 LINE 8 COL 1 VALUE
               'Caisse en train de numeroter un ticket, reessayez.'.

       1 plage-fini.
           2 LINE 8 COL 1 VALUE 'Z numero '.
           2 PIC zzzzz9 FROM numero-z.
           2 VALUE ' : tickets '.
           2 PIC zzzzz9 FROM premier-ticket.
           2 VALUE ' a '.
           2 PIC zzzzz9 FROM dernier-ticket.
           2 LINE 9 COL 1 VALUE 'Ventes         : '.
           2 PIC zzzz9 FROM nb-ventes.
           2 VALUE ' pour '.
           2 PIC z(8)9.99 FROM ventes-ttc.
           2 LINE 10 COL 1 VALUE 'Remboursements : '.
           2 PIC zzzz9 FROM nb-remboursements.
           2 VALUE ' pour '.
           2 PIC z(8)9.99 FROM remboursements-ttc.
           2 LINE 11 COL 1 VALUE 'Grand total    : '.
           2 PIC z(12)9.99 FROM grand-total.
           2 LINE 12 COL 1 VALUE 'Anomalies      : '.
           2 PIC zzz9 FROM nb-anomalies.

       1 plage-formation.
           2 LINE 14 COL 1 VALUE
               'Mode formation : Z affiche, rien n''est ecrit.'.

       PROCEDURE DIVISION.
       COPY DESSIN-VERIFICATION
           REPLACING NOM-FICHIER-DESSIN BY "TICKETS.DAT"
           ENTETE-ATTENDU BY entete-tickets.
       MOVE FUNCTION CURRENT-DATE(1:8) TO jour-cloture.
       PERFORM lire-z-precedent.
       DISPLAY plage-entete.
       IF jour-precedent = jour-cloture
           DISPLAY plage-deja-clos
           GOBACK
       END-IF.
       DISPLAY plage-confirmation.
       ACCEPT plage-confirmation.
       IF FUNCTION UPPER-CASE(confirmation) NOT = 'O'
           GOBACK
       END-IF.

       PERFORM verrouiller-tickets.
       IF NOT VERROU-ACQUIS
           DISPLAY plage-occupe
           GOBACK
       END-IF.
       PERFORM lire-sequence.
       PERFORM relever-tickets.
       PERFORM controler-sequence.
       PERFORM chainer-tickets.
       IF z-precedent > 0 AND chaine-close NOT = controle-precedent
           MOVE SPACES TO texte-anomalie
           STRING "Tickets clos retouches ou effaces depuis le Z "
               z-precedent
               DELIMITED BY SIZE INTO texte-anomalie
           PERFORM noter-anomalie
       END-IF.
       COMPUTE numero-z = z-precedent + 1.
       COMPUTE grand-total = grand-total-precedent + ventes-ttc.
       MOVE chaine-z TO controle-z.
       IF EN-FORMATION
           PERFORM liberer-tickets
           DISPLAY plage-fini
           DISPLAY plage-formation
       ELSE
           PERFORM ecrire-z
           PERFORM liberer-tickets
           PERFORM spouler-z
           MOVE SPACES TO valeur-journal
           STRING "Z " numero-z " " jour-cloture
               DELIMITED BY SIZE INTO valeur-journal
           PERFORM journaliser-z
           DISPLAY plage-fini
       END-IF.
       COPY JOURNAL-FERMETURE.
       *>GOBACK (et non STOP RUN) pour pouvoir aussi etre appele
       *>depuis le menu de comptabilite.
       GOBACK.

       *>Le dernier Z du fichier donne la journee deja close, le
       *>dernier ticket couvert, la valeur de controle et le grand
       *>total a reprendre.
       lire-z-precedent.
           MOVE 'N' TO fin-fichier.
           OPEN INPUT FICHIER-ZCAISSE.
           IF statut-zcaisse(1:1) = "0"
               READ FICHIER-ZCAISSE
                   AT END SET PLUS-DE-LIGNES TO TRUE
               END-READ
               PERFORM UNTIL PLUS-DE-LIGNES
                   IF ZC-TYPE = 'Z' AND ZC-NUMERO IS NUMERIC
                       MOVE ZC-NUMERO TO z-precedent
                       MOVE ZC-JOUR TO jour-precedent
                       MOVE ZC-DERNIER TO dernier-precedent
                       MOVE ZC-CONTROLE TO controle-precedent
                       COMPUTE grand-total-precedent =
                           FUNCTION NUMVAL(ZC-GRAND-TOTAL)
                   END-IF
                   READ FICHIER-ZCAISSE
                       AT END SET PLUS-DE-LIGNES TO TRUE
                   END-READ
               END-PERFORM
               CLOSE FICHIER-ZCAISSE
           END-IF.

       *>Dernier numero tire par la caisse : un numero tire mais
       *>jamais ecrit dans TICKETS.DAT est aussi un trou.
       lire-sequence.
           MOVE 0 TO numero-sequence.
           OPEN INPUT FICHIER-SEQ-TICKETS.
           IF statut-seq-tickets = "00"
               READ FICHIER-SEQ-TICKETS
                   AT END CONTINUE
                   NOT AT END
                       IF LIGNE-SEQ-TICKETS IS NUMERIC
                           MOVE LIGNE-SEQ-TICKETS TO numero-sequence
                       END-IF
               END-READ
               CLOSE FICHIER-SEQ-TICKETS
           END-IF.

       *>Tickets numerotes apres le dernier ticket du Z precedent :
       *>l'en-tete E (vente) ou A (remboursement) ouvre le ticket,
       *>ses lignes donnent la TVA par code, sa ligne T le total.
       relever-tickets.
           MOVE ALL 'N' TO numeros-vus.
           MOVE 'N' TO fin-fichier.
           MOVE 'N' TO ticket-couvert.
           OPEN INPUT FICHIER-TICKETS.
           IF statut-tickets(1:1) = "0"
               PERFORM sauter-entete-tickets
               READ FICHIER-TICKETS
                   AT END SET PLUS-DE-LIGNES TO TRUE
               END-READ
               PERFORM UNTIL PLUS-DE-LIGNES
                   EVALUATE TIK-TYPE
                       WHEN 'E'
                       WHEN 'A'
                           PERFORM ouvrir-ticket
                       WHEN 'L'
                       WHEN 'R'
                           IF ticket-couvert = 'O'
                               PERFORM cumuler-ligne
                           END-IF
                       WHEN 'T'
                           IF ticket-couvert = 'O'
                               PERFORM cumuler-total
                           END-IF
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
                   READ FICHIER-TICKETS
                       AT END SET PLUS-DE-LIGNES TO TRUE
                   END-READ
               END-PERFORM
               CLOSE FICHIER-TICKETS
           END-IF.

       ouvrir-ticket.
           MOVE 'N' TO ticket-couvert.
           IF TIK-NUMERO IS NUMERIC
                   AND TIK-NUMERO > dernier-precedent
               MOVE 'O' TO ticket-couvert
               IF TIK-TYPE = 'A'
                   MOVE 'O' TO ticket-remboursement
                   MOVE TIK-TEXTE(35:8) TO date-ticket
                   ADD 1 TO nb-remboursements
               ELSE
                   MOVE 'N' TO ticket-remboursement
                   MOVE TIK-TEXTE(11:8) TO date-ticket
                   ADD 1 TO nb-ventes
               END-IF
               IF premier-ticket = 0 OR TIK-NUMERO < premier-ticket
                   MOVE TIK-NUMERO TO premier-ticket
               END-IF
               IF TIK-NUMERO > dernier-ticket
                   MOVE TIK-NUMERO TO dernier-ticket
               END-IF
               PERFORM marquer-numero
               *>Ticket ajoute apres coup a une journee deja close.
               IF date-ticket IS NUMERIC AND z-precedent > 0
                       AND date-ticket <= jour-precedent
                   MOVE SPACES TO texte-anomalie
                   STRING "Ticket " TIK-NUMERO " du " date-ticket
                       " ajoute a une journee close"
                       DELIMITED BY SIZE INTO texte-anomalie
                   PERFORM noter-anomalie
               END-IF
           END-IF.

       marquer-numero.
           COMPUTE rang-numero = TIK-NUMERO - dernier-precedent.
           IF rang-numero <= nb-numeros-suivis
               IF numero-vu(rang-numero) = 'O'
                   MOVE SPACES TO texte-anomalie
                   STRING "Numero de ticket " TIK-NUMERO
                       " present deux fois"
                       DELIMITED BY SIZE INTO texte-anomalie
                   PERFORM noter-anomalie
               END-IF
               MOVE 'O' TO numero-vu(rang-numero)
           END-IF.

       *>Montants relus aux positions fixes du texte de la ligne :
       *>HT net en 4, code TVA en 19, TVA en 22.
       cumuler-ligne.
           MOVE 0 TO montant-ht.
           MOVE 0 TO montant-tva.
           IF FUNCTION TEST-NUMVAL(TIK-TEXTE(4:10)) = 0
               COMPUTE montant-ht = FUNCTION NUMVAL(TIK-TEXTE(4:10))
           END-IF.
           IF FUNCTION TEST-NUMVAL(TIK-TEXTE(22:10)) = 0
               COMPUTE montant-tva =
                   FUNCTION NUMVAL(TIK-TEXTE(22:10))
           END-IF.
           IF ticket-remboursement = 'O'
               COMPUTE montant-ht = 0 - montant-ht
               COMPUTE montant-tva = 0 - montant-tva
           END-IF.
           MOVE TIK-TEXTE(19:2) TO code-ligne.
           MOVE 0 TO tz.
           PERFORM VARYING ic FROM 1 BY 1
                   UNTIL ic > nb-codes OR tz > 0
               IF tvz-code(ic) = code-ligne
                   MOVE ic TO tz
               END-IF
           END-PERFORM.
           IF tz = 0
               IF nb-codes < 10
                   ADD 1 TO nb-codes
                   MOVE nb-codes TO tz
                   MOVE code-ligne TO tvz-code(tz)
                   MOVE 0 TO tvz-base(tz)
                   MOVE 0 TO tvz-tva(tz)
               ELSE
                   MOVE nb-codes TO tz
               END-IF
           END-IF.
           ADD montant-ht TO tvz-base(tz).
           ADD montant-tva TO tvz-tva(tz).

       *>"TOTAL TTC x" (vente) ou "TOTAL REMBOURSE TTC x".
       cumuler-total.
           MOVE 0 TO montant-ttc.
           IF ticket-remboursement = 'O'
               IF FUNCTION TEST-NUMVAL(TIK-TEXTE(21:10)) = 0
                   COMPUTE montant-ttc =
                       FUNCTION NUMVAL(TIK-TEXTE(21:10))
               END-IF
               ADD montant-ttc TO remboursements-ttc
           ELSE
               IF FUNCTION TEST-NUMVAL(TIK-TEXTE(11:10)) = 0
                   COMPUTE montant-ttc =
                       FUNCTION NUMVAL(TIK-TEXTE(11:10))
               END-IF
               ADD montant-ttc TO ventes-ttc
           END-IF.

       *>Trous de la sequence : chaque numero entre le Z precedent
       *>et le plus haut numero (fichier ou sequence) doit avoir ete
       *>vu une fois.
       controler-sequence.
           MOVE dernier-ticket TO plus-haut-numero.
           IF numero-sequence > plus-haut-numero
               MOVE numero-sequence TO plus-haut-numero
           END-IF.
           IF plus-haut-numero > dernier-precedent
               COMPUTE rang-numero =
                   plus-haut-numero - dernier-precedent
               IF rang-numero > nb-numeros-suivis
                   MOVE SPACES TO texte-anomalie
                   STRING "Plus de " nb-numeros-suivis
                       " tickets : sequence controlee en partie"
                       DELIMITED BY SIZE INTO texte-anomalie
                   PERFORM noter-anomalie
                   MOVE nb-numeros-suivis TO rang-numero
               END-IF
               PERFORM chercher-trous
           END-IF.

       chercher-trous.
           MOVE 1 TO numero-controle.
           PERFORM UNTIL numero-controle > rang-numero
               IF numero-vu(numero-controle) NOT = 'O'
                   COMPUTE numero-absent =
                       dernier-precedent + numero-controle
                   MOVE SPACES TO texte-anomalie
                   STRING "Numero de ticket " numero-absent
                       " absent de TICKETS.DAT"
                       DELIMITED BY SIZE INTO texte-anomalie
                   PERFORM noter-anomalie
               END-IF
               ADD 1 TO numero-controle
           END-PERFORM.

       *>Valeurs de controle : toutes les lignes des tickets deja
       *>clos (numero jusqu'au dernier du Z precedent), puis toutes
       *>celles jusqu'au dernier ticket du Z en cours, dans l'ordre
       *>du fichier.
       chainer-tickets.
           IF dernier-ticket < dernier-precedent
               MOVE dernier-precedent TO dernier-ticket
           END-IF.
           MOVE 'N' TO fin-fichier.
           OPEN INPUT FICHIER-TICKETS.
           IF statut-tickets(1:1) = "0"
               PERFORM sauter-entete-tickets
               READ FICHIER-TICKETS
                   AT END SET PLUS-DE-LIGNES TO TRUE
               END-READ
               PERFORM UNTIL PLUS-DE-LIGNES
                   IF TIK-NUMERO IS NUMERIC
                       PERFORM chainer-ligne
                   END-IF
                   READ FICHIER-TICKETS
                       AT END SET PLUS-DE-LIGNES TO TRUE
                   END-READ
               END-PERFORM
               CLOSE FICHIER-TICKETS
           END-IF.

       chainer-ligne.
           MOVE 0 TO somme-ligne.
           PERFORM VARYING ic FROM 1 BY 1 UNTIL ic > 96
               COMPUTE somme-ligne = somme-ligne
                   + FUNCTION ORD(LIGNE-TICKET(ic:1))
           END-PERFORM.
           IF TIK-NUMERO <= dernier-precedent
               ADD 1 TO rang-close
               COMPUTE chaine-close = FUNCTION MOD(
                   chaine-close * 7 + rang-close + somme-ligne,
                   1000000)
           END-IF.
           IF TIK-NUMERO <= dernier-ticket
               ADD 1 TO rang-z
               COMPUTE chaine-z = FUNCTION MOD(
                   chaine-z * 7 + rang-z + somme-ligne, 1000000)
           END-IF.

       noter-anomalie.
           ADD 1 TO nb-anomalies.
           IF nb-anomalies <= 40
               MOVE texte-anomalie TO anomalie(nb-anomalies)
           END-IF.

       *>Le Z, ses lignes de TVA et ses anomalies, a la suite des Z
       *>precedents.
       ecrire-z.
           OPEN EXTEND FICHIER-ZCAISSE.
           MOVE SPACES TO LIGNE-ZCAISSE.
           MOVE numero-z TO ZC-NUMERO.
           MOVE 'Z' TO ZC-TYPE.
           MOVE jour-cloture TO ZC-JOUR.
           MOVE FUNCTION CURRENT-DATE(1:14) TO ZC-HORODATAGE.
           IF operateur-courant = SPACES OR LOW-VALUES
               MOVE "INCONNU" TO ZC-OPERATEUR
           ELSE
               MOVE operateur-courant TO ZC-OPERATEUR
           END-IF.
           MOVE premier-ticket TO ZC-PREMIER.
           MOVE dernier-ticket TO ZC-DERNIER.
           MOVE nb-ventes TO ZC-NB-VENTES.
           MOVE nb-remboursements TO ZC-NB-REMBOURSEMENTS.
           MOVE ventes-ttc TO ZC-VENTES-TTC.
           MOVE remboursements-ttc TO ZC-REMBOURSEMENTS-TTC.
           MOVE grand-total TO ZC-GRAND-TOTAL.
           MOVE controle-z TO ZC-CONTROLE.
           MOVE nb-anomalies TO ZC-NB-ANOMALIES.
           WRITE LIGNE-ZCAISSE.
           PERFORM VARYING tz FROM 1 BY 1 UNTIL tz > nb-codes
               MOVE SPACES TO LIGNE-ZCAISSE
               MOVE numero-z TO ZC-NUMERO
               MOVE 'V' TO ZC-TYPE
               MOVE tvz-code(tz) TO ZCV-CODE
               MOVE tvz-base(tz) TO ZCV-BASE
               MOVE tvz-tva(tz) TO ZCV-TVA
               WRITE LIGNE-ZCAISSE
           END-PERFORM.
           PERFORM VARYING an FROM 1 BY 1
                   UNTIL an > nb-anomalies OR an > 40
               MOVE SPACES TO LIGNE-ZCAISSE
               MOVE numero-z TO ZC-NUMERO
               MOVE 'A' TO ZC-TYPE
               MOVE anomalie(an) TO ZCA-TEXTE
               WRITE LIGNE-ZCAISSE
           END-PERFORM.
           CLOSE FICHIER-ZCAISSE.

       *>Le ticket Z imprimable part au spool.
       spouler-z.
           MOVE SPACES TO texte-spool.
           STRING "Z " numero-z " journee " jour-cloture
               " tickets " premier-ticket " a " dernier-ticket
               DELIMITED BY SIZE INTO texte-spool.
           PERFORM spouler-ligne-z.
           MOVE ventes-ttc TO montant-edit.
           MOVE nb-ventes TO compte-edit.
           MOVE SPACES TO texte-spool.
           STRING "Z " numero-z " ventes " compte-edit " TTC "
               montant-edit
               DELIMITED BY SIZE INTO texte-spool.
           PERFORM spouler-ligne-z.
           MOVE remboursements-ttc TO montant-edit.
           MOVE nb-remboursements TO compte-edit.
           MOVE SPACES TO texte-spool.
           STRING "Z " numero-z " remboursements " compte-edit
               " TTC " montant-edit
               DELIMITED BY SIZE INTO texte-spool.
           PERFORM spouler-ligne-z.
           PERFORM VARYING tz FROM 1 BY 1 UNTIL tz > nb-codes
               MOVE tvz-base(tz) TO base-edit
               MOVE tvz-tva(tz) TO tva-edit
               MOVE SPACES TO texte-spool
               STRING "Z " numero-z " TVA " tvz-code(tz)
                   " base " base-edit " TVA " tva-edit
                   DELIMITED BY SIZE INTO texte-spool
               PERFORM spouler-ligne-z
           END-PERFORM.
           MOVE grand-total TO total-edit.
           MOVE SPACES TO texte-spool.
           STRING "Z " numero-z " grand total " total-edit
               DELIMITED BY SIZE INTO texte-spool.
           PERFORM spouler-ligne-z.
           PERFORM VARYING an FROM 1 BY 1
                   UNTIL an > nb-anomalies OR an > 40
               MOVE anomalie(an) TO texte-spool
               PERFORM spouler-ligne-z
           END-PERFORM.
           IF nb-anomalies > 40
               MOVE nb-anomalies TO compte-edit
               MOVE SPACES TO texte-spool
               STRING "Anomalies au total : " compte-edit
                   DELIMITED BY SIZE INTO texte-spool
               PERFORM spouler-ligne-z
           END-IF.

       COPY VERROU-PRISE
           REPLACING NOM-PARAGRAPHE BY verrouiller-tickets
           NOM-FICHIER-VERROU BY "VERROU-TICKETS.LCK".

       COPY VERROU-LIBERATION
           REPLACING NOM-PARAGRAPHE BY liberer-tickets.

       COPY SPOOL-ECRITURE
           REPLACING NOM-PARAGRAPHE BY spouler-ligne-z
           NOM-PROGRAMME-SPL BY "ClotureCaisse"
           TEXTE-SPOOL BY texte-spool.

       COPY JOURNAL-ECRITURE
           REPLACING NOM-PARAGRAPHE BY journaliser-z
           NOM-PROGRAMME-JRN BY "ClotureCaisse"
           VALEUR-SAISIE BY valeur-journal.

       COPY DESSIN-SAUT
           REPLACING NOM-PARAGRAPHE BY sauter-entete-tickets
           FICHIER-DESSIN BY FICHIER-TICKETS.
