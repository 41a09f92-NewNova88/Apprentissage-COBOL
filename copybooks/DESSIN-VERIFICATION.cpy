      *>Controle au demarrage de l'entete de dessin d'un fichier
      *>partage (voir DESSIN-ZONE), avant toute lecture ou ecriture :
      *>sur un dessin inattendu ControleDessin a dit pourquoi, et le
      *>programme s'arrete ici. NOM-FICHIER-DESSIN (le fichier
      *>ouvert, archive comprise) et ENTETE-ATTENDU sont fournis par
      *>REPLACING a chaque COPY.
       MOVE NOM-FICHIER-DESSIN TO dsn-fichier
       MOVE ENTETE-ATTENDU TO dsn-entete
       MOVE 'N' TO dsn-silence
       CALL 'ControleDessin' USING demande-dessin
       IF NOT DESSIN-CONFORME
           GOBACK
       END-IF
