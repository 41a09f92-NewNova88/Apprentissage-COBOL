      *>et COMPTEUR-REJETS-REJ sont fournis par REPLACING a chaque
      *>COPY. Le programme ouvre FICHIER-REJETS en OUTPUT au debut du
      *>passage et le ferme a la fin.
      *>Chaque rejet est aussi ajoute a l'historique cumule
      *>REJETS-HISTO.DAT avec l'operateur connecte : le programme
      *>doit faire COPY REJET-HISTO-FICHIER et REJET-HISTO-FD, et
      *>COPY OPERATEUR et FORMATION dans sa WORKING-STORAGE. Les
      *>rejets sont rares : l'historique est ouvert et referme a
      *>chaque ligne plutot que de toucher a l'ouverture du passage.
       NOM-PARAGRAPHE.
           MOVE SPACES TO LIGNE-REJET.
           MOVE NUMERO-LIGNE-REJ TO REJ-NUMLIGNE.
           MOVE CONTENU-REJ TO REJ-CONTENU.
           WRITE LIGNE-REJET.
           ADD 1 TO COMPTEUR-REJETS-REJ.
           MOVE SPACES TO LIGNE-REJET-HISTO.
           MOVE FUNCTION CURRENT-DATE(1:14) TO RJH-HORODATAGE.
           EVALUATE TRUE
               WHEN EN-FORMATION
                   MOVE "FORMATIO" TO RJH-OPERATEUR
               WHEN operateur-courant = SPACES OR LOW-VALUES
                   MOVE "INCONNU" TO RJH-OPERATEUR
               WHEN OTHER
                   MOVE operateur-courant TO RJH-OPERATEUR
           END-EVALUATE.
           MOVE CODE-REJET-REJ TO RJH-CODE.
           MOVE NUMERO-LIGNE-REJ TO RJH-NUMLIGNE.
           OPEN EXTEND FICHIER-REJETS-HISTO.
           WRITE LIGNE-REJET-HISTO.
           CLOSE FICHIER-REJETS-HISTO.
