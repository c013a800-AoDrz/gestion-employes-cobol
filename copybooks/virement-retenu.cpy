      * Copybook : virement retenu apres un changement recent d'IBAN
      * Un enregistrement par ligne de virement mise de cote par la
      * liberation (US-28) parce que l'IBAN de l'employe a ete
      * modifie dans US-19 peu avant le run : la ligne d'origine est
      * conservee telle quelle et ne part qu'apres confirmation par
      * un second utilisateur, distinct de l'auteur du changement.
       01 VIREMENT-RETENU-RECORD.
           05 VRT-EMP-ID        PIC 9(5).
           05 VRT-DATE-RETENUE  PIC 9(8).
           05 VRT-MODIFIE-PAR   PIC X(20).
           05 VRT-DATE-MODIF    PIC 9(8).
           05 VRT-LIGNE         PIC X(80).
