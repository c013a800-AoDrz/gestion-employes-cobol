      * Copybook : jour travaille sans pointage ni justificatif
      * Un enregistrement par (EMP-ID, jour) releve par le controle
      * des absences injustifiees : partie non couverte du jour
      * (AM/PM, espaces = journee entiere), responsable sollicite
      * (delegation appliquee, zero = RH), date de premier releve.
      * Statut EN_ATTENTE tant que le responsable n'a rien fourni,
      * JUSTIFIEE (motif saisi, ou REGULARISE quand une absence
      * approuvee couvre depuis le jour), RETENUE une fois le jour
      * pose en conge sans solde au cutoff de sa periode.
       01 ABSENCE-INJUSTIFIEE-RECORD.
           05 AIJ-EMP-ID        PIC 9(5).
           05 AIJ-DATE          PIC 9(8).
           05 AIJ-DEMI-JOUR     PIC X(2).
           05 AIJ-NB-JOURS      PIC 9V9.
           05 AIJ-RESPONSABLE   PIC 9(5).
           05 AIJ-DATE-RELEVE   PIC 9(8).
           05 AIJ-STATUT        PIC X(10).
           05 AIJ-MOTIF         PIC X(20).
           05 AIJ-DATE-STATUT   PIC 9(8).
