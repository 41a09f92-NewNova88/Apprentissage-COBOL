           *>pour cette journee-la (une cloture ratee le vendredi se
           *>regenere le lundi).
           2 pilote-date PIC X(08).
           *>Verdict rendu au pilote par un job de controle : blanc
           *>= rien a signaler, E = ecarts constates. PiloteNuit le
           *>remet a blanc avant chaque CALL et note ECARTS comme un
           *>echec, pour que la politique du job (A, S) puisse
           *>arreter la chaine.
           2 pilote-verdict PIC X(01).
               88 PILOTE-ECARTS VALUE 'E'.
