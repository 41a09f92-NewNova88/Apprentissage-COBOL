       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY SPOOL-FICHIER.
           COPY DEVISE-FICHIER.

       DATA DIVISION.
       FILE SECTION.
       COPY SPOOL-FD.

       COPY DEVISE-FD.

       WORKING-STORAGE SECTION.
       COPY OPERATEUR.
       COPY FORMATION.
       77 ecart-edit PIC -(6)9.99.
       77 texte-rapport PIC X(60).

       *>Devises du tiroir : une section a part, apres les euros.
       *>Chaque devise ayant un cours valide ce jour dans DEVISES.DAT
       *>se compte en montant (pas en coupures) et s'etend au cours
       *>du jour ; la contre-valeur reste hors de l'ecart euros, la
       *>banque les reprend separement.
       COPY DEVISE-ZONE.
       1 comptes-devises.
           2 montant-devise-compte PIC 9(7)V99 OCCURS 30.
       77 montant-devise-saisi PIC 9(7)V99.
       77 contre-valeur-ligne PIC 9(9)V99.
       77 total-devises-eur PIC 9(9)V99 VALUE 0.
       77 cours-edit PIC zzz9.999999.
       77 contre-valeur-edit PIC z(8)9.99.

       SCREEN SECTION.
       COPY BANNIERE REPLACING NOM-PROGRAMME BY "InstructionAdd".

           2 COL 35 VALUE 'Ecart : '.
           2 PIC -(6)9.99 FROM ecart-caisse.

       1 plage-saisie-devise.
           2 LINE ligne-ecran COL 1 VALUE 'Combien en '.
           2 PIC X(03) FROM dev-t-code(dv).
           2 VALUE ' : '.
           2 PIC 9(7)V99 TO montant-devise-saisi REQUIRED.

       1 plage-bilan-devises.
           2 LINE 22 COL 1 VALUE 'Devises (contre-valeur EUR) : '.
           2 PIC z(8)9.99 FROM total-devises-eur.

       PROCEDURE DIVISION.
       *>Meme copybook de remise a zero que InstructionInitialize,
       *>TpPlusOuMoins et BouclerNFois, pour l'ouverture du service.
                   MOVE 3 TO ligne-ecran
               END-IF
           END-PERFORM.
           PERFORM compter-devises.
           DISPLAY plage-attendu.
           ACCEPT plage-attendu.
           COMPUTE ecart-caisse = total-tiroir - montant-attendu.
           DISPLAY plage-bilan-caisse.
           IF total-devises-eur > 0
               DISPLAY plage-bilan-devises
           END-IF.
           PERFORM spouler-feuille-caisse.
           PERFORM spouler-feuille-devises.

       *>Section des devises : une saisie par devise ayant un cours
       *>valide ce jour (la generation retenue, une seule par code),
       *>a la suite des coupures.
       compter-devises.
           MOVE 0 TO total-devises-eur.
           INITIALIZE comptes-devises.
           PERFORM charger-devises.
           MOVE FUNCTION CURRENT-DATE(1:8) TO jour-cours.
           PERFORM VARYING c FROM 1 BY 1 UNTIL c > nb-devises
               MOVE dev-t-code(c) TO code-devise-cherche
               PERFORM chercher-cours-devise
               IF devise-trouvee = c
                   MOVE c TO dv
                   DISPLAY plage-saisie-devise
                   ACCEPT plage-saisie-devise
                   MOVE montant-devise-saisi TO montant-devise-compte(c)
                   COMPUTE contre-valeur-ligne ROUNDED =
                       montant-devise-saisi / dev-t-cours(c)
                   ADD contre-valeur-ligne TO total-devises-eur
                   ADD 1 TO ligne-ecran
                   IF ligne-ecran > 18
                       MOVE 3 TO ligne-ecran
                   END-IF
               END-IF
           END-PERFORM.

       *>Feuille de caisse au spool : une ligne par coupure comptee,
       *>puis le total du tiroir et l'ecart contre l'attendu.
               DELIMITED BY SIZE INTO texte-rapport.
           PERFORM spouler-resultat.

       *>Feuille des devises : montant compte, cours du jour et
       *>contre-valeur par devise, puis le total hors ecart euros.
       spouler-feuille-devises.
           PERFORM VARYING c FROM 1 BY 1 UNTIL c > nb-devises
               IF montant-devise-compte(c) > 0
                   MOVE montant-devise-compte(c) TO montant-edit
                   MOVE dev-t-cours(c) TO cours-edit
                   COMPUTE contre-valeur-ligne ROUNDED =
                       montant-devise-compte(c) / dev-t-cours(c)
                   MOVE contre-valeur-ligne TO contre-valeur-edit
                   MOVE SPACES TO texte-rapport
                   STRING "Caisse " dev-t-code(c) " " montant-edit
                       " @ " cours-edit " = EUR " contre-valeur-edit
                       DELIMITED BY SIZE INTO texte-rapport
                   PERFORM spouler-resultat
               END-IF
           END-PERFORM.
           IF total-devises-eur > 0
               MOVE total-devises-eur TO contre-valeur-edit
               MOVE SPACES TO texte-rapport
               STRING "Caisse devises EUR " contre-valeur-edit
                   " hors ecart"
                   DELIMITED BY SIZE INTO texte-rapport
               PERFORM spouler-resultat
           END-IF.

       COPY DEVISE-CHARGE.

       COPY SPOOL-ECRITURE
           REPLACING NOM-PARAGRAPHE BY spouler-resultat
           NOM-PROGRAMME-SPL BY "InstructionAdd"
