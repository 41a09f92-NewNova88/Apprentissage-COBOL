      *>Reservation de la salle : numero (identite stable pour le
      *>deplacement et l'annulation), date, debut et fin en HHMM sur
      *>des demi-heures, objet, operateur qui a reserve, et jusqu'a
      *>cinq invites exterieurs (chacun a sa ligne ATTENDUS.DAT).
       FD FICHIER-SALLE.
       1 LIGNE-RESERVATION.
           2 RES-NUMERO PIC 9(05).
           2 FILLER PIC X(01).
           2 RES-DATE PIC 9(08).
           2 FILLER PIC X(01).
           2 RES-DEBUT PIC 9(04).
           2 FILLER PIC X(01).
           2 RES-FIN PIC 9(04).
           2 FILLER PIC X(01).
           2 RES-OBJET PIC X(30).
           2 FILLER PIC X(01).
           2 RES-DEMANDEUR PIC X(08).
           2 RES-INVITE OCCURS 5.
               3 FILLER PIC X(01).
               3 RES-INVITE-NOM PIC X(25).
