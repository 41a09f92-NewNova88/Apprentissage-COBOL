      *>Bareme des commissions charge en table (50 tranches, meme
      *>forme que dans StructureEvaluate) et zone du controle de
      *>coherence partage (TARIFS-CONTROLE) : MaintenanceTarifs
      *>l'applique avant de sauver, ReceptionDirectives avant de
      *>mettre en attente puis d'appliquer un bareme du siege.
      *>Au-dela de 50 tranches chargees, bareme-tronque interdit toute
      *>reecriture de TARIFS.DAT.
       77 nb-tranches PIC 99 VALUE 0.
       77 bareme-tronque PIC X(01) VALUE 'N'.
       1 tranches.
           2 tranche OCCURS 50.
               3 tr-bas PIC 9(15).
               3 tr-haut PIC 9(15).
               3 tr-libelle PIC X(30).
               3 tr-taux PIC 9(3)V99.
               3 tr-debut PIC 9(08).
               3 tr-fin PIC 9(08).
               3 tr-methode PIC X(01).
       77 ti PIC 99.
       77 tj PIC 99.
       77 tk PIC 99.

      *>Date pour laquelle le jeu de tranches est controle : la
      *>journee courante d'abord, puis chaque date de debut de
      *>validite rencontree (les baremes futurs sont ainsi juges
      *>avant leur matin de bascule).
       77 date-controle PIC 9(08).
       77 precedent-actif PIC 99.
       77 methode-jeu PIC X(01).

      *>Resultat de la validation : table bonne, ou premier defaut
      *>trouve (numero de tranche et nature du defaut).
       77 table-valide PIC X(01) VALUE 'N'.
       77 tranche-en-defaut PIC 99 VALUE 0.
       77 nature-defaut PIC X(30) VALUE SPACES.

      *>Echanges du tri par selection.
       77 ech-bas PIC 9(15).
       77 ech-haut PIC 9(15).
       77 ech-libelle PIC X(30).
       77 ech-taux PIC 9(3)V99.
       77 ech-debut PIC 9(08).
       77 ech-fin PIC 9(08).
       77 ech-methode PIC X(01).
