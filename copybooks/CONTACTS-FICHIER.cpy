      *>Mouvements des visiteurs a l'accueil (SELECT), en fichier
      *>indexe : cle nom + horodatage (l'histoire d'un visiteur se
      *>lit d'un START sur son nom, dans l'ordre chronologique), cle
      *>secondaire sur le numero de badge, en doublons puisqu'un
      *>badge rendu repart avec le visiteur suivant. Ecrit par
      *>InAndOut a chaque arrivee et chaque depart. L'ancien
      *>CONTACTS.DAT plat reste le format d'echange : ConversionContacts
      *>le charge dans l'indexe, SauvegardeDonnees le regenere avant
      *>de le copier.
           SELECT OPTIONAL FICHIER-CONTACTS
               ASSIGN TO "CONTACTS-IDX.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTC-CLE
               ALTERNATE RECORD KEY IS CTC-BADGE WITH DUPLICATES
               FILE STATUS IS statut-contacts.
