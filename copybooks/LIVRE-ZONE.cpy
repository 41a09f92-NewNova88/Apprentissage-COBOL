      *>Zone de travail des postes directs au grand livre : comptes
      *>charges en table (20, comme dans CALCULSOMME) et le poste a
      *>historiser. Le programme fait COPY LIVRE-FICHIER dans son
      *>FILE-CONTROL, COPY LIVRE-FD dans sa FILE SECTION et COPY
      *>LIVRE-POSTE dans sa PROCEDURE DIVISION, prend le verrou
      *>VERROU-CALCULSOMME.LCK avant charger-livre et le rend apres
      *>sauver-livre. Il fait aussi COPY OPERATEUR, COPY FORMATION
      *>et COPY DESSIN-ZONE (entete de l'historique).
       77 statut-livre PIC X(02).
       77 statut-historique-livre PIC X(02).
       77 fin-livre PIC X(01) VALUE 'N'.
       77 nb-comptes PIC 99 VALUE 0.
       77 cp PIC 99.
       77 compte-trouve PIC 99 VALUE 0.
       1 table-comptes.
           2 compte-livre OCCURS 20.
               3 cpt-code PIC X(08).
               3 cpt-solde PIC S9(11)V99.
      *>Compte cherche par chercher-compte-livre, et le poste que
      *>historiser-poste-livre ecrit (compte-trouve doit designer
      *>le compte mouvemente, deja mis a jour).
       77 compte-courant PIC X(08).
       77 montant-poste PIC S9(9)V99.
       77 operation-poste PIC X(01).
       77 param1-poste PIC 9(4) VALUE 0.
       77 param2-poste PIC 9(4) VALUE 0.
       77 reference-poste PIC X(16) VALUE SPACES.
       77 motif-poste PIC X(03) VALUE SPACES.
       77 evenement-poste-tdb PIC X(01) VALUE 'C'.
