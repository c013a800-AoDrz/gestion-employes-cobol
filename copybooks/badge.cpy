      * Copybook : correspondance badge -> employe
      * Un enregistrement par badge emis, actif ou desactive.
       01 BADGE-RECORD.
           05 BADGE-NUMERO     PIC X(8).
           05 BADGE-EMP-ID     PIC 9(5).
      * Cycle de vie du badge : emis automatiquement a l'embauche
      * (US-19, US-34 : numero BDG + EMP-ID), desactive par US-104
      * une fois EMP-DATE-SORTIE passee, avec la date de sortie en
      * date de desactivation. Un badge desactive n'est jamais
      * supprime : les pointages anterieurs restent rattaches a
      * l'employe. Statut a espaces (lignes anterieures) = ACTIF ;
      * dates a zero si inconnues ou tant que le badge est actif.
           05 BADGE-STATUT     PIC X(8).
           05 BADGE-DATE-EMISSION PIC 9(8).
           05 BADGE-DATE-DESACTIVATION PIC 9(8).
