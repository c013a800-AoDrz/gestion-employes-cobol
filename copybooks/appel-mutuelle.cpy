      * Copybook : appel de cotisations de l'assureur mutuelle /
      * prevoyance (appel-mutuelle.txt)
      * Une ligne par assure appele, pour une periode (AAAAMM) et un
      * contrat, telle que recue de l'organisme ; montants en euros
      * pour le mois. Rapproche par US-105 des parts retenues sur
      * les bulletins de la meme periode.
       01 APPEL-RECORD.
           05 APM-PERIODE       PIC 9(6).
           05 APM-CONTRAT       PIC X(10).
           05 APM-EMP-ID        PIC 9(5).
           05 APM-NOM           PIC X(20).
           05 APM-COTIS-SAL     PIC 9(5)V9(2).
           05 APM-COTIS-PAT     PIC 9(5)V9(2).
