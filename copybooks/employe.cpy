      * chaque controle de conformite retenant le segment de la
      * convention de l'employe.
           05 EMP-CONVENTION    PIC X(6).
      * Base de paie : 'H' = paye a l'heure (vacataires, personnel
      * temporaire), brut = EMP-TAUX-HORAIRE x HEURES-NORMALES saisies
      * pour la periode dans heures-saisies.txt ; 'M' ou espace =
      * mensuel, EMP-SALAIRE proratise par EMP-TAUX-TEMPS. Maintenus
      * par US-19.
           05 EMP-BASE-PAIE     PIC X.
           05 EMP-TAUX-HORAIRE  PIC 9(3)V9(2).
      * Nationalite (en clair, ex : FRANCAISE) et intitule de
      * l'emploi occupe : mentions obligatoires du registre unique
      * du personnel (US-88). Espaces si non renseignes (fiches
      * anterieures) ; saisis par US-19 et US-34.
           05 EMP-NATIONALITE   PIC X(20).
           05 EMP-EMPLOI        PIC X(30).
      * Autorisation de travail des salaries etrangers : type de
      * titre (CARTE-SEJ, CARTE-RES, VISA-LS, APS, AUT-TRAVAIL...),
      * numero et date d'expiration (AAAAMMJJ). Type a espaces =
      * aucune autorisation requise (fiches anterieures comprises).
      * Saisis par US-19 ; echeances alertees par US-89, titre
      * expire bloquant au controle d'integrite (US-70).
           05 EMP-TITRE-TYPE    PIC X(11).
           05 EMP-TITRE-NUMERO  PIC X(15).
           05 EMP-TITRE-EXPIRATION PIC 9(8).
      * Reconnaissance de beneficiaire de l'obligation d'emploi des
      * travailleurs handicapes : type (RQTH, AAH, INVALIDITE,
      * RENTE-ATMP, CARTE-INV, PENS-MIL), debut et fin de
      * validite (AAAAMMJJ, fin a zero = sans limite de duree). Type
      * a espaces = aucune reconnaissance (fiches anterieures
      * comprises). Saisis par US-19 ; decompte annuel et echeances
      * par US-99.
           05 EMP-RQTH-TYPE     PIC X(10).
           05 EMP-RQTH-DEBUT    PIC 9(8).
           05 EMP-RQTH-FIN      PIC 9(8).
