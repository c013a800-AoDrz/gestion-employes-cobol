      * Copybook : affectation d'un commercial a un plan
      * Un enregistrement par (EMP-ID, periode de debut) : plan de
      * commissionnement applicable de CMS-DEBUT a CMS-FIN (AAAAMM,
      * fin a zero = affectation en cours).
       01 COMMISSIONNE-RECORD.
           05 CMS-EMP-ID         PIC 9(5).
           05 CMS-PLAN           PIC X(6).
           05 CMS-DEBUT          PIC 9(6).
           05 CMS-FIN            PIC 9(6).
