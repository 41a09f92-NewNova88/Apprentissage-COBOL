      *>Calendrier scolaire charge en table (40 lignes : trois
      *>periodes et les vacances de deux annees y tiennent
      *>largement). Au-dela, periodes-tronquees interdit la
      *>reecriture du fichier. Le programme fait aussi COPY
      *>PERIODE-FICHIER, PERIODE-FD et, en PROCEDURE DIVISION,
      *>PERIODE-CHARGE.
       77 statut-periodes PIC X(02).
       77 fin-periodes PIC X(01) VALUE 'N'.
       77 periodes-tronquees PIC X(01) VALUE 'N'.
       77 nb-periodes PIC 99 VALUE 0.
       77 pe PIC 99.
       1 table-periodes.
           2 periode-scolaire OCCURS 40.
               3 per-t-type PIC X(01).
               3 per-t-code PIC X(02).
               3 per-t-debut PIC 9(08).
               3 per-t-fin PIC 9(08).
               3 per-t-libelle PIC X(20).
       *>Recherche d'une date : periode de cours qui la contient
       *>(blanc si aucune), vacances qui la contiennent (libelle,
       *>blanc si aucune), et derniere periode commencee a cette
       *>date (celle qui court, ou celle qui vient de finir).
       77 date-periode-cherchee PIC 9(08).
       77 terme-de-la-date PIC X(02).
       77 vacances-de-la-date PIC X(20).
       77 dernier-terme-commence PIC X(02).
       77 debut-dernier-terme PIC 9(08).
