      * Copybook : plan de rubriques de paie (rubriques.txt)
      * Une ligne par rubrique : code, libelle imprime, rang
      * d'impression sur le bulletin (000 = hors bulletin), nature
      * (G = gain, R = retenue, T = total ou bloc de synthese),
      * appartenance aux assiettes (O/N) cotisable, imposable et net
      * social, compte comptable et son sens (D = debit, C = credit)
      * pour l'export, et rang de colonne au livre de paie (00 =
      * absente du livre).
       01 RUB-RECORD.
           05 RUB-CODE         PIC X(10).
           05 RUB-LIBELLE      PIC X(25).
           05 RUB-ORDRE        PIC 9(3).
           05 RUB-NATURE       PIC X.
           05 RUB-COTISABLE    PIC X.
           05 RUB-IMPOSABLE    PIC X.
           05 RUB-NET-SOCIAL   PIC X.
           05 RUB-COMPTE       PIC X(6).
           05 RUB-SENS         PIC X.
           05 RUB-LIVRE        PIC 9(2).
