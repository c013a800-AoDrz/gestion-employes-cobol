      * Copybook : horaire de travail individuel
      * horaires-travail.txt : une ligne par (EMP-ID, date d'effet).
      * L'horaire applicable a une date est celui de date d'effet la
      * plus recente qui ne la depasse pas. Le cycle compte de 1 a 4
      * semaines (roulement) : la semaine 1 commence le lundi de la
      * semaine de HTR-DATE-CYCLE (zero = date d'effet). Pour chaque
      * semaine du cycle, heures prevues du lundi au dimanche ; zero
      * = jour non travaille. Un employe sans horaire suit la
      * semaine standard du lundi au vendredi (sous-programme commun
      * HORAIRE-JOUR).
       01 HORAIRE-RECORD.
           05 HTR-EMP-ID         PIC 9(5).
           05 HTR-DATE-EFFET     PIC 9(8).
           05 HTR-NB-SEMAINES    PIC 9.
           05 HTR-DATE-CYCLE     PIC 9(8).
           05 HTR-SEMAINE OCCURS 4 TIMES.
               10 HTR-HEURES     PIC 9(2)V9(2) OCCURS 7 TIMES.
