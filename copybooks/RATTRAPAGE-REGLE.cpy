      *>Regle de l'ecole pour le rattrapage, partagee par tous les
      *>programmes qui calculent une moyenne sur le carnet
      *>(LesBooleans, BulletinsEtudiants, ConseilClasse,
      *>ListeRattrapages) : seul un eleve sous 10 de moyenne dans la
      *>matiere peut passer le rattrapage, et la note de rattrapage
      *>remplace la moyenne de la matiere dans la limite de 10. Un
      *>rattrapage plus faible que la moyenne d'origine ne la fait
      *>jamais baisser. MOYENNE-ORIGINE-R (moyenne des notes
      *>ordinaires de la matiere), NOTE-RATTRAPAGE-R et
      *>NOTE-RETENUE-R sont fournis par REPLACING a chaque COPY.
       MOVE MOYENNE-ORIGINE-R TO NOTE-RETENUE-R
       IF MOYENNE-ORIGINE-R < 10
           IF NOTE-RATTRAPAGE-R > 10
               MOVE 10 TO NOTE-RETENUE-R
           ELSE
               IF NOTE-RATTRAPAGE-R > MOYENNE-ORIGINE-R
                   MOVE NOTE-RATTRAPAGE-R TO NOTE-RETENUE-R
               END-IF
           END-IF
       END-IF
