      *>Creances clients : les tickets vendus en compte (ligne C de
      *>TICKETS.DAT, code client en zone article, montant en
      *>position 45 du texte), chacun avec la date de son en-tete E
      *>et ce qu'en ont deja regle les transactions RG de
      *>TRANSACTIONS.DAT dont la reference est T + numero du ticket
      *>+ rang du reglement. client-creances limite le chargement a
      *>un client (blanc = tous). Le programme declare
      *>FICHIER-TICKETS (TIK-*, statut-tickets, fin-tickets) et
      *>FICHIER-TRANSACTIONS (TRX-*, statut-transactions,
      *>fin-transactions), et fait COPY CREANCE-CHARGE en PROCEDURE
      *>DIVISION, avec le controle du dessin de TICKETS.DAT au
      *>demarrage et son paragraphe sauter-entete-tickets (COPY
      *>DESSIN-SAUT, voir DESSIN-ZONE).
       77 client-creances PIC X(08) VALUE SPACES.
       77 date-creance PIC X(08).
       77 montant-creance PIC 9(7)V99.
       77 nb-creances PIC 9(4) VALUE 0.
       77 cr PIC 9(4).
       77 creance-trouvee PIC 9(4) VALUE 0.
       77 ticket-creance-cherche PIC 9(06).
       77 creances-tronquees PIC X(01) VALUE 'N'.
      *>Reglements RG en T dont le ticket n'est pas (ou plus) en
      *>compte : signales par les etats, jamais imputes ailleurs.
       77 reglements-orphelins PIC 9(5) VALUE 0.
       77 encours-creances PIC 9(9)V99 VALUE 0.
      *>Rang du reglement d'un ticket, dernier caractere de sa
      *>reference (1 a 9 puis A a Z : 35 reglements par ticket).
       77 rangs-reglement PIC X(35)
           VALUE "123456789ABCDEFGHIJKLMNOPQRSTUVWXYZ".
       1 table-creances.
           2 creance OCCURS 1000.
               3 crc-ticket PIC 9(06).
               3 crc-client PIC X(08).
               3 crc-date PIC 9(08).
               3 crc-montant PIC 9(7)V99.
               3 crc-regle PIC S9(7)V99.
               3 crc-nb-reglements PIC 99.
               3 crc-reste PIC S9(7)V99.
