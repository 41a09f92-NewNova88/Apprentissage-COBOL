      *>Plan comptable charge en memoire, et le controle d'un code de
      *>compte avant tout poste au livre. Tant que COMPTES.DAT
      *>n'existe pas, tout compte reste admis comme avant (meme
      *>regle que OPERATEURS.DAT et AUTORISATIONS.DAT : le fichier
      *>maitre s'installe sans bloquer le magasin). Le programme
      *>fait COPY COMPTES-FICHIER dans son FILE-CONTROL, COPY
      *>COMPTES-FD dans sa FILE SECTION, et COPY COMPTES-CHARGE
      *>dans sa PROCEDURE DIVISION.
       77 statut-plan PIC X(02).
       77 fin-plan PIC X(01) VALUE 'N'.
       77 plan-present PIC X(01) VALUE 'N'.
           88 PLAN-EN-PLACE VALUE 'O'.
       77 nb-plan PIC 99 VALUE 0.
       *>O quand COMPTES.DAT depasse la table : l'ecran d'entretien
       *>refuse alors de sauver (il perdrait les comptes en trop).
       77 plan-tronque PIC X(01) VALUE 'N'.
       77 pl PIC 99.
       1 table-plan.
           2 compte-plan OCCURS 50.
               3 plan-code PIC X(08).
               3 plan-libelle PIC X(25).
               3 plan-type PIC X(01).
               3 plan-etat PIC X(01).
               3 plan-ouverture PIC 9(08).
       *>Compte a controler (en entree) ; en sortie son indice dans
       *>la table (0 = absent du plan), et le verdict : admis s'il
       *>figure au plan et qu'il est ouvert (ou si le plan n'est pas
       *>encore en place).
       77 compte-a-controler PIC X(08).
       77 plan-trouve PIC 99 VALUE 0.
       77 compte-plan-verdict PIC X(01) VALUE 'N'.
           88 COMPTE-PLAN-ADMIS VALUE 'O'.
       *>Libelle et type du compte controle, pour les etats.
       77 libelle-compte-plan PIC X(25).
       77 libelle-type-plan PIC X(10).
       *>Types de compte et leur libelle imprime.
       1 libelles-types-valeurs.
           2 FILLER PIC X(11) VALUE 'CCaisse    '.
           2 FILLER PIC X(11) VALUE 'BBanque    '.
           2 FILLER PIC X(11) VALUE 'RRecette   '.
           2 FILLER PIC X(11) VALUE 'DDepense   '.
           2 FILLER PIC X(11) VALUE 'XCorrection'.
           2 FILLER PIC X(11) VALUE 'PPassif    '.
           2 FILLER PIC X(11) VALUE 'TTiers     '.
           2 FILLER PIC X(11) VALUE 'AAutre     '.
       1 libelles-types REDEFINES libelles-types-valeurs.
           2 type-compte-plan OCCURS 8.
               3 typ-code PIC X(01).
               3 typ-libelle PIC X(10).
       77 ty PIC 9.
