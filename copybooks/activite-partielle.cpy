      * Copybook : heures d'activite partielle (activite-partielle.txt)
      * Un enregistrement par (EMP-ID, periode) : heures chomees
      * indemnisees au titre de l'activite partielle et reference de
      * la decision d'autorisation administrative qui les couvre.
      * Lu par le run de paie (US-03), qui retient les heures sur le
      * brut et verse l'indemnite legale a la place.
       01 ACTIVITE-PARTIELLE-RECORD.
           05 APA-EMP-ID        PIC 9(5).
           05 APA-PERIODE       PIC 9(6).
           05 APA-HEURES        PIC 9(3)V9(2).
           05 APA-AUTORISATION  PIC X(20).
