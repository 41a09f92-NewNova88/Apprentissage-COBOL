      *>Entetes de dessin des fichiers partages : la premiere ligne
      *>de l'historique CALCULSOMME-LOG.DAT, de CLASSEMENT.DAT (et
      *>des parties archivees ou recues qui en sont des copies), de
      *>la decharge plate CONTACTS.DAT, des tickets TICKETS.DAT, de
      *>la file ATTENTE-CALCULSOMME.DAT, du registre BADGES-EMIS.DAT,
      *>du bareme TARIFS.DAT et des parametres PARAMS-NUIT.DAT porte
      *>le nom du fichier et la version de son dessin. Chaque
      *>programme qui ouvre l'un d'eux controle l'entete au
      *>demarrage (COPY DESSIN-VERIFICATION) et s'arrete sur un
      *>dessin inattendu ; ConversionDessins met les fichiers
      *>anciens au dessin courant. Les versions courantes ne vivent
      *>qu'ICI : un champ ajoute a l'un de ces dessins = sa version
      *>+ 1 ici, et l'etape de mise a niveau correspondante dans
      *>ConversionDessins.
      *>  CALCULSOMME-LOG.DAT  V01 sans operateur, V02 operateur,
      *>                       V03 compte, V04 reference et motif
      *>  CLASSEMENT.DAT       V01 joueur, coups et date, V02 graine
      *>                       et tirage, V03 niveau et issue
      *>  CONTACTS.DAT         V01 avant les badges, V02 sens,
      *>                       badge, societe et hote
      *>  TICKETS.DAT          V01 numero, type et texte, V02
      *>                       article, quantite, ticket d'origine
      *>                       et numero de ligne
      *>  ATTENTE-CALCULSOMME.DAT
      *>                       V01 jusqu'au compte, V02 reference
      *>  BADGES-EMIS.DAT      V01 sans cle, V02 cle de controle
      *>  TARIFS.DAT           V01 jusqu'aux dates, V02 methode
      *>  PARAMS-NUIT.DAT      V01 jusqu'a la politique, V02
      *>                       frequence et jour
       1 entete-livre.
           2 FILLER PIC X(08) VALUE "*DESSIN ".
           2 FILLER PIC X(30) VALUE "CALCULSOMME-LOG.DAT".
           2 FILLER PIC X(01) VALUE "V".
           2 version-livre PIC 9(02) VALUE 4.
       1 entete-classement.
           2 FILLER PIC X(08) VALUE "*DESSIN ".
           2 FILLER PIC X(30) VALUE "CLASSEMENT.DAT".
           2 FILLER PIC X(01) VALUE "V".
           2 version-classement PIC 9(02) VALUE 3.
       1 entete-contacts.
           2 FILLER PIC X(08) VALUE "*DESSIN ".
           2 FILLER PIC X(30) VALUE "CONTACTS.DAT".
           2 FILLER PIC X(01) VALUE "V".
           2 version-contacts PIC 9(02) VALUE 2.
       1 entete-tickets.
           2 FILLER PIC X(08) VALUE "*DESSIN ".
           2 FILLER PIC X(30) VALUE "TICKETS.DAT".
           2 FILLER PIC X(01) VALUE "V".
           2 version-tickets PIC 9(02) VALUE 2.
       1 entete-attente.
           2 FILLER PIC X(08) VALUE "*DESSIN ".
           2 FILLER PIC X(30) VALUE "ATTENTE-CALCULSOMME.DAT".
           2 FILLER PIC X(01) VALUE "V".
           2 version-attente PIC 9(02) VALUE 2.
       1 entete-badges.
           2 FILLER PIC X(08) VALUE "*DESSIN ".
           2 FILLER PIC X(30) VALUE "BADGES-EMIS.DAT".
           2 FILLER PIC X(01) VALUE "V".
           2 version-badges PIC 9(02) VALUE 2.
       1 entete-tarifs.
           2 FILLER PIC X(08) VALUE "*DESSIN ".
           2 FILLER PIC X(30) VALUE "TARIFS.DAT".
           2 FILLER PIC X(01) VALUE "V".
           2 version-tarifs PIC 9(02) VALUE 2.
       1 entete-params-nuit.
           2 FILLER PIC X(08) VALUE "*DESSIN ".
           2 FILLER PIC X(30) VALUE "PARAMS-NUIT.DAT".
           2 FILLER PIC X(01) VALUE "V".
           2 version-params-nuit PIC 9(02) VALUE 2.
      *>Demande a ControleDessin : fichier ouvert (archive
      *>comprise), entete attendu, silence (O = rendre le resultat
      *>sans ecran), puis resultat et entete trouve en retour :
      *>O conforme, V fichier absent ou vide, A pas d'entete (dessin
      *>d'avant les entetes), P version anterieure, R version
      *>posterieure (programme perime), F entete d'un autre fichier.
       1 demande-dessin.
           2 dsn-fichier PIC X(30).
           2 dsn-entete PIC X(41).
           2 dsn-silence PIC X(01) VALUE 'N'.
           2 dsn-resultat PIC X(01).
               88 DESSIN-CONFORME VALUES 'O' 'V'.
               88 DESSIN-A-CONVERTIR VALUES 'A' 'P'.
           2 dsn-trouve PIC X(41).
       77 entete-a-poser PIC X(01).
