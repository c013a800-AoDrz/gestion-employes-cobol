      * US-09 : Afficher le menu principal
      * US-10 : Naviguer entre les fonctions
      * Controle d'acces par role (ops/manager/HR-admin)
      * Sous-menus par domaine couvrant tout le catalogue des
      * programmes, chaque lancement trace dans le journal batch
      * Feature 4 : Menu interactif
      * PI-2 : Systeme de Gestion des Employes

               ASSIGN TO WS-CHEMIN-ROLES
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUT-ROLES.
           SELECT FICHIER-JOURNAL
               ASSIGN TO WS-CHEMIN-JOURNAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUT-JOURNAL.

       DATA DIVISION.
       FILE SECTION.
        FD FICHIER-ROLES.
           COPY '../../../copybooks/role.cpy'.
        FD FICHIER-JOURNAL.
        01 LIGNE-JOURNAL      PIC X(160).

       WORKING-STORAGE SECTION.
        01 WS-CHOIX         PIC X VALUE SPACES.
        01 WS-CONTINUER     PIC X VALUE 'O'.
        01 WS-FIN           PIC X VALUE 'N'.
        01 WS-STATUT-ROLES  PIC XX.
        01 WS-STATUT-JOURNAL PIC XX.
        01 WS-UTILISATEUR   PIC X(20) VALUE SPACES.
        01 WS-ROLE          PIC X(10) VALUE 'OPS'.
      * Rang du role de l'operateur : 1 = OPS (et tout role inconnu),
      * 2 = MANAGER ou HR-ADMIN, 3 = ADMIN.
        01 WS-RANG-ROLE     PIC 9     VALUE 1.

        01 WS-RACINE        PIC X(100) VALUE SPACES.
        01 WS-CHEMIN-ROLES  PIC X(100) VALUE SPACES.
        01 WS-CHEMIN-JOURNAL PIC X(100) VALUE SPACES.

      * Catalogue des programmes proposes au menu, dans l'ordre
      * d'affichage de chaque sous-menu. Par poste : domaine
      * (P paie, C conges, D dossiers RH, L declarations et rapports
      * legaux, K comptabilite, E exploitation) et role minimum
      * (O tous, M MANAGER, A ADMIN), programme appele, libelle.
      * Un nouveau programme s'ajoute ici et dans WS-NB-MNU.
        01 WS-TAB-CATALOGUE.
      * Paie
            05 FILLER PIC X(2)  VALUE 'PA'.
            05 FILLER PIC X(31) VALUE 'US-02-CALCULER-SALAIRE'.
            05 FILLER PIC X(30) VALUE 'Calcul du salaire net'.
            05 FILLER PIC X(2)  VALUE 'PA'.
            05 FILLER PIC X(31) VALUE 'US-03-BULLETINS-PAIE'.
            05 FILLER PIC X(30) VALUE 'Bulletins de paie (run)'.
            05 FILLER PIC X(2)  VALUE 'PO'.
            05 FILLER PIC X(31) VALUE 'US-98-CONTROLE-POST-RUN'.
            05 FILLER PIC X(30) VALUE 'Controle apres le run'.
            05 FILLER PIC X(2)  VALUE 'PA'.
            05 FILLER PIC X(31) VALUE 'US-13-ANNULER-BULLETIN'.
            05 FILLER PIC X(30) VALUE 'Annuler un bulletin'.
            05 FILLER PIC X(2)  VALUE 'PA'.
            05 FILLER PIC X(31) VALUE 'US-29-REOUVRIR-PERIODE'.
            05 FILLER PIC X(30) VALUE 'Reouvrir une periode'.
            05 FILLER PIC X(2)  VALUE 'PO'.
            05 FILLER PIC X(31) VALUE 'US-20-SIMULATEUR-NET-BRUT'.
            05 FILLER PIC X(30) VALUE 'Simulateur net -> brut'.
            05 FILLER PIC X(2)  VALUE 'PA'.
            05 FILLER PIC X(31) VALUE 'US-24-ACOMPTES'.
            05 FILLER PIC X(30) VALUE 'Acomptes en cours de mois'.
            05 FILLER PIC X(2)  VALUE 'PA'.
            05 FILLER PIC X(31) VALUE 'US-21-SOLDE-TOUT-COMPTE'.
            05 FILLER PIC X(30) VALUE 'Solde de tout compte'.
            05 FILLER PIC X(2)  VALUE 'PA'.
            05 FILLER PIC X(31) VALUE 'US-36-CAMPAGNE-SALAIRES'.
            05 FILLER PIC X(30) VALUE 'Campagne de revision salariale'.
            05 FILLER PIC X(2)  VALUE 'PA'.
            05 FILLER PIC X(31) VALUE 'US-55-CAMPAGNE-INTERESSEMENT'.
            05 FILLER PIC X(30) VALUE 'Interessement / participation'.
            05 FILLER PIC X(2)  VALUE 'PA'.
            05 FILLER PIC X(31) VALUE 'US-120-PLAN-EPARGNE'.
            05 FILLER PIC X(30) VALUE 'Plan d''epargne entreprise'.
            05 FILLER PIC X(2)  VALUE 'PA'.
            05 FILLER PIC X(31) VALUE 'US-110-COMMISSIONS'.
            05 FILLER PIC X(30) VALUE 'Commissions des commerciaux'.
            05 FILLER PIC X(2)  VALUE 'PA'.
            05 FILLER PIC X(31) VALUE 'US-112-ACTIVITE-PARTIELLE'.
            05 FILLER PIC X(30) VALUE 'Activite partielle'.
            05 FILLER PIC X(2)  VALUE 'PA'.
            05 FILLER PIC X(31) VALUE 'US-83-REVERSEMENTS-SAISIES'.
            05 FILLER PIC X(30) VALUE 'Reversement des saisies'.
            05 FILLER PIC X(2)  VALUE 'PM'.
            05 FILLER PIC X(31) VALUE 'US-58-FORFAIT-JOURS'.
            05 FILLER PIC X(30) VALUE 'Forfait-jours des cadres'.
            05 FILLER PIC X(2)  VALUE 'PM'.
            05 FILLER PIC X(31) VALUE 'US-59-ASTREINTES'.
            05 FILLER PIC X(30) VALUE 'Astreintes'.
            05 FILLER PIC X(2)  VALUE 'PM'.
            05 FILLER PIC X(31) VALUE 'US-82-ANNUALISATION'.
            05 FILLER PIC X(30) VALUE 'Annualisation du temps'.
            05 FILLER PIC X(2)  VALUE 'PM'.
            05 FILLER PIC X(31) VALUE 'US-115-ABSENCES-INJUSTIFIEES'.
            05 FILLER PIC X(30) VALUE 'Absences injustifiees'.
            05 FILLER PIC X(2)  VALUE 'PM'.
            05 FILLER PIC X(31) VALUE 'US-50-PROJECTION-PAIE'.
            05 FILLER PIC X(30) VALUE 'Projection de masse salariale'.
            05 FILLER PIC X(2)  VALUE 'PM'.
            05 FILLER PIC X(31) VALUE 'US-90-COMPARER-RUNS'.
            05 FILLER PIC X(30) VALUE 'Comparaison de deux runs'.
            05 FILLER PIC X(2)  VALUE 'PO'.
            05 FILLER PIC X(31) VALUE 'US-102-EXTRAIT-PAIE'.
            05 FILLER PIC X(30) VALUE 'Extrait mensuel de paie'.
            05 FILLER PIC X(2)  VALUE 'PA'.
            05 FILLER PIC X(31) VALUE 'US-113-CLOTURE-ANNUELLE'.
            05 FILLER PIC X(30) VALUE 'Cloture annuelle'.
      * Conges et absences
            05 FILLER PIC X(2)  VALUE 'CO'.
            05 FILLER PIC X(31) VALUE 'US-06-ENREGISTRER-CONGES'.
            05 FILLER PIC X(30) VALUE 'Enregistrer un conge'.
            05 FILLER PIC X(2)  VALUE 'CO'.
            05 FILLER PIC X(31) VALUE 'US-07-CONGES-RESTANTS'.
            05 FILLER PIC X(30) VALUE 'Conges restants'.
            05 FILLER PIC X(2)  VALUE 'CO'.
            05 FILLER PIC X(31) VALUE 'US-08-RAPPORT-CONGES'.
            05 FILLER PIC X(30) VALUE 'Rapport des conges'.
            05 FILLER PIC X(2)  VALUE 'CM'.
            05 FILLER PIC X(31) VALUE 'US-14-APPROUVER-CONGE'.
            05 FILLER PIC X(30) VALUE 'Approuver / rejeter un conge'.
            05 FILLER PIC X(2)  VALUE 'CM'.
            05 FILLER PIC X(31) VALUE 'US-95-MODIFIER-CONGE'.
            05 FILLER PIC X(30) VALUE 'Annuler / raccourcir un conge'.
            05 FILLER PIC X(2)  VALUE 'CO'.
            05 FILLER PIC X(31) VALUE 'US-73-DELEGATIONS'.
            05 FILLER PIC X(30) VALUE 'Delegations d''approbation'.
            05 FILLER PIC X(2)  VALUE 'CO'.
            05 FILLER PIC X(31) VALUE 'US-108-RELANCE-CONGES'.
            05 FILLER PIC X(30) VALUE 'Relance des demandes'.
            05 FILLER PIC X(2)  VALUE 'CO'.
            05 FILLER PIC X(31) VALUE 'US-22-CALENDRIER-CONGES'.
            05 FILLER PIC X(30) VALUE 'Calendrier des conges'.
            05 FILLER PIC X(2)  VALUE 'CO'.
            05 FILLER PIC X(31) VALUE 'US-109-PROJECTION-SOLDES'.
            05 FILLER PIC X(30) VALUE 'Projection des soldes CP/RTT'.
            05 FILLER PIC X(2)  VALUE 'CO'.
            05 FILLER PIC X(31) VALUE 'US-39-EXPIRATION-CP'.
            05 FILLER PIC X(30) VALUE 'Reports CP proches expiration'.
            05 FILLER PIC X(2)  VALUE 'CA'.
            05 FILLER PIC X(31) VALUE 'US-38-ACQUISITION-CONGES'.
            05 FILLER PIC X(30) VALUE 'Acquisition mensuelle'.
            05 FILLER PIC X(2)  VALUE 'CM'.
            05 FILLER PIC X(31) VALUE 'US-93-FRACTIONNEMENT'.
            05 FILLER PIC X(30) VALUE 'Jours de fractionnement'.
            05 FILLER PIC X(2)  VALUE 'CM'.
            05 FILLER PIC X(31) VALUE 'US-74-COMPTE-EPARGNE-TEMPS'.
            05 FILLER PIC X(30) VALUE 'Compte epargne temps'.
            05 FILLER PIC X(2)  VALUE 'CM'.
            05 FILLER PIC X(31) VALUE 'US-41-DON-CONGES'.
            05 FILLER PIC X(30) VALUE 'Don de jours de conges'.
            05 FILLER PIC X(2)  VALUE 'CM'.
            05 FILLER PIC X(31) VALUE 'US-96-CAMPAGNE-ETE'.
            05 FILLER PIC X(30) VALUE 'Campagne des voeux d''ete'.
            05 FILLER PIC X(2)  VALUE 'CA'.
            05 FILLER PIC X(31) VALUE 'US-94-FERMETURE-ANNUELLE'.
            05 FILLER PIC X(30) VALUE 'Fermeture annuelle collective'.
            05 FILLER PIC X(2)  VALUE 'CM'.
            05 FILLER PIC X(31) VALUE 'US-40-SUIVI-MALADIE'.
            05 FILLER PIC X(30) VALUE 'Suivi des arrets maladie'.
            05 FILLER PIC X(2)  VALUE 'CM'.
            05 FILLER PIC X(31) VALUE 'US-72-IMPORT-ARRETS'.
            05 FILLER PIC X(30) VALUE 'Import des avis d''arret'.
            05 FILLER PIC X(2)  VALUE 'CM'.
            05 FILLER PIC X(31) VALUE 'US-42-RAPPORT-ABSENTEISME'.
            05 FILLER PIC X(30) VALUE 'Taux d''absenteisme'.
            05 FILLER PIC X(2)  VALUE 'CM'.
            05 FILLER PIC X(31) VALUE 'US-23-RECONCILIATION-CONGES'.
            05 FILLER PIC X(30) VALUE 'Reconciliation bulletin/solde'.
            05 FILLER PIC X(2)  VALUE 'CO'.
            05 FILLER PIC X(31) VALUE 'US-44-CONTROLE-DATES'.
            05 FILLER PIC X(30) VALUE 'Controle des dates stockees'.
            05 FILLER PIC X(2)  VALUE 'CA'.
            05 FILLER PIC X(31) VALUE 'US-43-CONVERTIR-CONGES'.
            05 FILLER PIC X(30) VALUE 'Conversion conges.txt -> .dat'.
      * Dossiers RH
            05 FILLER PIC X(2)  VALUE 'DO'.
            05 FILLER PIC X(31) VALUE 'US-01-LIRE-EMPLOYES'.
            05 FILLER PIC X(30) VALUE 'Liste des employes'.
            05 FILLER PIC X(2)  VALUE 'DM'.
            05 FILLER PIC X(31) VALUE 'US-19-MAINTENANCE-EMPLOYES'.
            05 FILLER PIC X(30) VALUE 'Maintenance des employes'.
            05 FILLER PIC X(2)  VALUE 'DM'.
            05 FILLER PIC X(31) VALUE 'US-34-IMPORT-EMBAUCHES'.
            05 FILLER PIC X(30) VALUE 'Import des embauches'.
            05 FILLER PIC X(2)  VALUE 'DM'.
            05 FILLER PIC X(31) VALUE 'US-87-DPAE'.
            05 FILLER PIC X(30) VALUE 'DPAE des embauches'.
            05 FILLER PIC X(2)  VALUE 'DM'.
            05 FILLER PIC X(31) VALUE 'US-103-FLUX-ANNUAIRE'.
            05 FILLER PIC X(30) VALUE 'Flux annuaire des mouvements'.
            05 FILLER PIC X(2)  VALUE 'DM'.
            05 FILLER PIC X(31) VALUE 'US-104-CYCLE-BADGES'.
            05 FILLER PIC X(30) VALUE 'Cycle de vie des badges'.
            05 FILLER PIC X(2)  VALUE 'DA'.
            05 FILLER PIC X(31) VALUE 'US-79-APPLIQUER-MUTATIONS'.
            05 FILLER PIC X(30) VALUE 'Mutations inter-site'.
            05 FILLER PIC X(2)  VALUE 'DO'.
            05 FILLER PIC X(31) VALUE 'US-37-ALERTES-CONTRATS'.
            05 FILLER PIC X(30) VALUE 'Fins de contrat a echeance'.
            05 FILLER PIC X(2)  VALUE 'DM'.
            05 FILLER PIC X(31) VALUE 'US-89-TITRES-SEJOUR'.
            05 FILLER PIC X(30) VALUE 'Echeances des titres de sejour'.
            05 FILLER PIC X(2)  VALUE 'DM'.
            05 FILLER PIC X(31) VALUE 'US-75-VISITES-MEDICALES'.
            05 FILLER PIC X(30) VALUE 'Visites medicales'.
            05 FILLER PIC X(2)  VALUE 'DM'.
            05 FILLER PIC X(31) VALUE 'US-106-ACCIDENTS-TRAVAIL'.
            05 FILLER PIC X(30) VALUE 'Accidents du travail'.
            05 FILLER PIC X(2)  VALUE 'DM'.
            05 FILLER PIC X(31) VALUE 'US-121-TEMPS-THERAPEUTIQUE'.
            05 FILLER PIC X(30) VALUE 'Temps partiel therapeutique'.
            05 FILLER PIC X(2)  VALUE 'DM'.
            05 FILLER PIC X(31) VALUE 'US-85-C2P'.
            05 FILLER PIC X(30) VALUE 'Compte prof. de prevention'.
            05 FILLER PIC X(2)  VALUE 'DM'.
            05 FILLER PIC X(31) VALUE 'US-76-FORMATION'.
            05 FILLER PIC X(30) VALUE 'Formation'.
            05 FILLER PIC X(2)  VALUE 'DM'.
            05 FILLER PIC X(31) VALUE 'US-97-ENTRETIENS-PROFESSIONNELS'.
            05 FILLER PIC X(30) VALUE 'Entretiens professionnels'.
            05 FILLER PIC X(2)  VALUE 'DM'.
            05 FILLER PIC X(31) VALUE 'US-81-MEDAILLES'.
            05 FILLER PIC X(30) VALUE 'Medailles du travail'.
            05 FILLER PIC X(2)  VALUE 'DM'.
            05 FILLER PIC X(31) VALUE 'US-100-AIDES-APPRENTISSAGE'.
            05 FILLER PIC X(30) VALUE 'Aides a l''apprentissage'.
            05 FILLER PIC X(2)  VALUE 'DO'.
            05 FILLER PIC X(31) VALUE 'US-51-ORGANIGRAMME'.
            05 FILLER PIC X(30) VALUE 'Organigramme'.
            05 FILLER PIC X(2)  VALUE 'DM'.
            05 FILLER PIC X(31) VALUE 'US-71-DOUBLONS-PERSONNES'.
            05 FILLER PIC X(30) VALUE 'Doublons de personnes'.
            05 FILLER PIC X(2)  VALUE 'DM'.
            05 FILLER PIC X(31) VALUE 'US-12-CONSULTER-HISTORIQUE'.
            05 FILLER PIC X(30) VALUE 'Historique des paies'.
            05 FILLER PIC X(2)  VALUE 'DM'.
            05 FILLER PIC X(31) VALUE 'US-92-DUPLICATA-BULLETIN'.
            05 FILLER PIC X(30) VALUE 'Duplicata de bulletin'.
            05 FILLER PIC X(2)  VALUE 'DM'.
            05 FILLER PIC X(31) VALUE 'US-15-ATTESTATION-FISCALE'.
            05 FILLER PIC X(30) VALUE 'Attestation fiscale annuelle'.
            05 FILLER PIC X(2)  VALUE 'DM'.
            05 FILLER PIC X(31) VALUE 'US-116-ATTESTATION-EMPLOYEUR'.
            05 FILLER PIC X(30) VALUE 'Attestations employeur'.
            05 FILLER PIC X(2)  VALUE 'DM'.
            05 FILLER PIC X(31) VALUE 'US-107-BILAN-INDIVIDUEL'.
            05 FILLER PIC X(30) VALUE 'Bilan social individuel'.
            05 FILLER PIC X(2)  VALUE 'DA'.
            05 FILLER PIC X(31) VALUE 'US-101-EXPORT-RGPD'.
            05 FILLER PIC X(30) VALUE 'Export droit d''acces RGPD'.
            05 FILLER PIC X(2)  VALUE 'DO'.
            05 FILLER PIC X(31) VALUE 'US-91-LIBRE-SERVICE'.
            05 FILLER PIC X(30) VALUE 'Borne libre-service'.
      * Declarations et rapports legaux
            05 FILLER PIC X(2)  VALUE 'LA'.
            05 FILLER PIC X(31) VALUE 'US-26-DECLARATION-DSN'.
            05 FILLER PIC X(30) VALUE 'Declaration DSN mensuelle'.
            05 FILLER PIC X(2)  VALUE 'LA'.
            05 FILLER PIC X(31) VALUE 'US-53-RETOUR-DSN'.
            05 FILLER PIC X(30) VALUE 'Retour DSN'.
            05 FILLER PIC X(2)  VALUE 'LM'.
            05 FILLER PIC X(31) VALUE 'US-86-ATTESTATIONS-IJSS'.
            05 FILLER PIC X(30) VALUE 'Attestations de salaire IJSS'.
            05 FILLER PIC X(2)  VALUE 'LM'.
            05 FILLER PIC X(31) VALUE 'US-64-LIVRE-PAIE'.
            05 FILLER PIC X(30) VALUE 'Livre de paie'.
            05 FILLER PIC X(2)  VALUE 'LM'.
            05 FILLER PIC X(31) VALUE 'US-88-REGISTRE-PERSONNEL'.
            05 FILLER PIC X(30) VALUE 'Registre unique du personnel'.
            05 FILLER PIC X(2)  VALUE 'LO'.
            05 FILLER PIC X(31) VALUE 'US-04-MASSE-SALARIALE'.
            05 FILLER PIC X(30) VALUE 'Masse salariale'.
            05 FILLER PIC X(2)  VALUE 'LO'.
            05 FILLER PIC X(31) VALUE 'US-05-TRANCHES-SALAIRE'.
            05 FILLER PIC X(30) VALUE 'Tranches de salaire'.
            05 FILLER PIC X(2)  VALUE 'LO'.
            05 FILLER PIC X(31) VALUE 'US-17-MASSE-DEPARTEMENT'.
            05 FILLER PIC X(30) VALUE 'Masse par departement'.
            05 FILLER PIC X(2)  VALUE 'LO'.
            05 FILLER PIC X(31) VALUE 'US-45-RAPPORT-EFFECTIFS'.
            05 FILLER PIC X(30) VALUE 'Effectifs mensuels en ETP'.
            05 FILLER PIC X(2)  VALUE 'LO'.
            05 FILLER PIC X(31) VALUE 'US-46-RAPPORT-TURNOVER'.
            05 FILLER PIC X(30) VALUE 'Entrees / sorties, rotation'.
            05 FILLER PIC X(2)  VALUE 'LO'.
            05 FILLER PIC X(31) VALUE 'US-48-PYRAMIDE-AGES'.
            05 FILLER PIC X(30) VALUE 'Pyramide des ages'.
            05 FILLER PIC X(2)  VALUE 'LO'.
            05 FILLER PIC X(31) VALUE 'US-77-POSTES-VACANTS'.
            05 FILLER PIC X(30) VALUE 'Postes budgetaires vacants'.
            05 FILLER PIC X(2)  VALUE 'LM'.
            05 FILLER PIC X(31) VALUE 'US-47-RAPPORT-EGALITE'.
            05 FILLER PIC X(30) VALUE 'Index egalite professionnelle'.
            05 FILLER PIC X(2)  VALUE 'LM'.
            05 FILLER PIC X(31) VALUE 'US-80-BILAN-SOCIAL'.
            05 FILLER PIC X(30) VALUE 'Bilan social (BDESE)'.
            05 FILLER PIC X(2)  VALUE 'LM'.
            05 FILLER PIC X(31) VALUE 'US-84-LISTES-CSE'.
            05 FILLER PIC X(30) VALUE 'Listes electorales CSE'.
            05 FILLER PIC X(2)  VALUE 'LM'.
            05 FILLER PIC X(31) VALUE 'US-99-OBLIGATION-OETH'.
            05 FILLER PIC X(30) VALUE 'Obligation d''emploi (OETH)'.
            05 FILLER PIC X(2)  VALUE 'LM'.
            05 FILLER PIC X(31) VALUE 'US-117-ENQUETE-ACEMO'.
            05 FILLER PIC X(30) VALUE 'Enquete ACEMO trimestrielle'.
            05 FILLER PIC X(2)  VALUE 'LM'.
            05 FILLER PIC X(31) VALUE 'US-57-CONTROLE-DUREE'.
            05 FILLER PIC X(30) VALUE 'Controle duree du travail'.
            05 FILLER PIC X(2)  VALUE 'LA'.
            05 FILLER PIC X(31) VALUE 'US-119-RAPPORT-ACCES'.
            05 FILLER PIC X(30) VALUE 'Acces aux donnees sensibles'.
      * Comptabilite et tresorerie
            05 FILLER PIC X(2)  VALUE 'KM'.
            05 FILLER PIC X(31) VALUE 'US-25-EXPORT-COMPTABLE'.
            05 FILLER PIC X(30) VALUE 'Export comptable'.
            05 FILLER PIC X(2)  VALUE 'KM'.
            05 FILLER PIC X(31) VALUE 'US-16-RECONCILIATION-MASSE'.
            05 FILLER PIC X(30) VALUE 'Reconciliation de la masse'.
            05 FILLER PIC X(2)  VALUE 'KM'.
            05 FILLER PIC X(31) VALUE 'US-122-REFACTURATION-PERSONNEL'.
            05 FILLER PIC X(30) VALUE 'Refacturation intra-groupe'.
            05 FILLER PIC X(2)  VALUE 'KM'.
            05 FILLER PIC X(31) VALUE 'US-49-BUDGET-MASSE'.
            05 FILLER PIC X(30) VALUE 'Budget / reel de masse'.
            05 FILLER PIC X(2)  VALUE 'KM'.
            05 FILLER PIC X(31) VALUE 'US-56-PROVISION-13E'.
            05 FILLER PIC X(30) VALUE 'Provision du 13e mois'.
            05 FILLER PIC X(2)  VALUE 'KM'.
            05 FILLER PIC X(31) VALUE 'US-65-PROVISION-CONGES'.
            05 FILLER PIC X(30) VALUE 'Provision des conges'.
            05 FILLER PIC X(2)  VALUE 'KM'.
            05 FILLER PIC X(31) VALUE 'US-66-PROVISION-IDR'.
            05 FILLER PIC X(30) VALUE 'Provision IDR'.
            05 FILLER PIC X(2)  VALUE 'KM'.
            05 FILLER PIC X(31) VALUE 'US-67-PROVISION-PRECARITE'.
            05 FILLER PIC X(30) VALUE 'Provision prime de precarite'.
            05 FILLER PIC X(2)  VALUE 'KM'.
            05 FILLER PIC X(31) VALUE 'US-62-CONTRIBUTIONS-MASSE'.
            05 FILLER PIC X(30) VALUE 'Contributions sur la masse'.
            05 FILLER PIC X(2)  VALUE 'KA'.
            05 FILLER PIC X(31) VALUE 'US-63-BORDEREAUX-ORGANISMES'.
            05 FILLER PIC X(30) VALUE 'Bordereaux des organismes'.
            05 FILLER PIC X(2)  VALUE 'KM'.
            05 FILLER PIC X(31) VALUE 'US-105-FLUX-MUTUELLE'.
            05 FILLER PIC X(30) VALUE 'Flux mutuelle'.
            05 FILLER PIC X(2)  VALUE 'KA'.
            05 FILLER PIC X(31) VALUE 'US-60-REMISES-ETABLISSEMENT'.
            05 FILLER PIC X(30) VALUE 'Remises par etablissement'.
            05 FILLER PIC X(2)  VALUE 'KA'.
            05 FILLER PIC X(31) VALUE 'US-28-LIBERER-VIREMENTS'.
            05 FILLER PIC X(30) VALUE 'Liberation des virements'.
            05 FILLER PIC X(2)  VALUE 'KA'.
            05 FILLER PIC X(31) VALUE 'US-27-RETOURS-BANQUE'.
            05 FILLER PIC X(30) VALUE 'Retours banque'.
            05 FILLER PIC X(2)  VALUE 'KM'.
            05 FILLER PIC X(31) VALUE 'US-68-RAPPROCHEMENT-BANQUE'.
            05 FILLER PIC X(30) VALUE 'Rapprochement bancaire'.
            05 FILLER PIC X(2)  VALUE 'KM'.
            05 FILLER PIC X(31) VALUE 'US-52-RAPPROCHEMENT-IJSS'.
            05 FILLER PIC X(30) VALUE 'Rapprochement IJSS'.
            05 FILLER PIC X(2)  VALUE 'KM'.
            05 FILLER PIC X(31) VALUE 'US-114-PREVISION-TRESORERIE'.
            05 FILLER PIC X(30) VALUE 'Prevision de tresorerie'.
      * Exploitation
            05 FILLER PIC X(2)  VALUE 'EO'.
            05 FILLER PIC X(31) VALUE 'US-31-MONITEUR-BATCH'.
            05 FILLER PIC X(30) VALUE 'Etat du cycle batch'.
            05 FILLER PIC X(2)  VALUE 'EO'.
            05 FILLER PIC X(31) VALUE 'US-78-CORBEILLE-ALERTES'.
            05 FILLER PIC X(30) VALUE 'Corbeille des alertes'.
            05 FILLER PIC X(2)  VALUE 'EM'.
            05 FILLER PIC X(31) VALUE 'US-118-RECEPTION-FLUX'.
            05 FILLER PIC X(30) VALUE 'Reception des flux entrants'.
            05 FILLER PIC X(2)  VALUE 'EM'.
            05 FILLER PIC X(31) VALUE 'US-35-IMPORT-POINTAGES'.
            05 FILLER PIC X(30) VALUE 'Import des pointages'.
            05 FILLER PIC X(2)  VALUE 'EA'.
            05 FILLER PIC X(31) VALUE 'US-54-IMPORT-TAUX-PAS'.
            05 FILLER PIC X(30) VALUE 'Import des taux PAS'.
            05 FILLER PIC X(2)  VALUE 'EA'.
            05 FILLER PIC X(31) VALUE 'US-61-IMPORT-ATMP'.
            05 FILLER PIC X(30) VALUE 'Import des taux AT/MP'.
            05 FILLER PIC X(2)  VALUE 'EO'.
            05 FILLER PIC X(31) VALUE 'US-70-CONTROLE-INTEGRITE'.
            05 FILLER PIC X(30) VALUE 'Controle d''integrite'.
            05 FILLER PIC X(2)  VALUE 'EA'.
            05 FILLER PIC X(31) VALUE 'US-69-FUSION-PARTITIONS'.
            05 FILLER PIC X(30) VALUE 'Fusion des partitions'.
            05 FILLER PIC X(2)  VALUE 'EA'.
            05 FILLER PIC X(31) VALUE 'US-11-ARCHIVER-BULLETINS'.
            05 FILLER PIC X(30) VALUE 'Archivage des bulletins'.
            05 FILLER PIC X(2)  VALUE 'EA'.
            05 FILLER PIC X(31) VALUE 'US-32-RETENTION-HISTORIQUE'.
            05 FILLER PIC X(30) VALUE 'Retention de l''historique'.
            05 FILLER PIC X(2)  VALUE 'EO'.
            05 FILLER PIC X(31) VALUE 'US-111-VERIFIER-SCEAUX'.
            05 FILLER PIC X(30) VALUE 'Verification des sceaux'.
            05 FILLER PIC X(2)  VALUE 'EA'.
            05 FILLER PIC X(31) VALUE 'US-18-CONVERTIR-EMPLOYES'.
            05 FILLER PIC X(30) VALUE 'Conversion employes -> .dat'.
            05 FILLER PIC X(2)  VALUE 'EA'.
            05 FILLER PIC X(31) VALUE 'US-30-RESTAURER-EMPLOYES'.
            05 FILLER PIC X(30) VALUE 'Restauration employes.dat'.
            05 FILLER PIC X(2)  VALUE 'EA'.
            05 FILLER PIC X(31) VALUE 'US-33-EXTRACTION-TEST'.
            05 FILLER PIC X(30) VALUE 'Extraction jeu de test'.
        01 WS-CATALOGUE-R REDEFINES WS-TAB-CATALOGUE.
            05 WS-MNU OCCURS 120 TIMES.
                10 WS-MNU-DOMAINE   PIC X.
                10 WS-MNU-ROLE      PIC X.
                10 WS-MNU-PROGRAMME PIC X(31).
                10 WS-MNU-LIBELLE   PIC X(30).
        01 WS-NB-MNU           PIC 9(3)  VALUE 120.
        01 WS-IDX-MNU          PIC 9(3)  VALUE 0.

      * Sous-menu courant : postes du domaine dans l'ordre affiche.
        01 WS-DOMAINE          PIC X     VALUE SPACES.
        01 WS-DOMAINE-LIB      PIC X(32) VALUE SPACES.
        01 WS-DANS-DOMAINE     PIC X     VALUE 'N'.
        01 WS-TAB-AFFICHES.
            05 WS-POS-AFFICHE OCCURS 40 TIMES PIC 9(3).
        01 WS-NB-AFFICHES      PIC 9(2)  VALUE 0.
        01 WS-SAISIE-NUMERO    PIC 9(2)  VALUE 0.
        01 WS-AFF-NUMERO       PIC Z9.
        01 WS-RANG-REQUIS      PIC 9     VALUE 1.
        01 WS-MENTION-ROLE     PIC X(20) VALUE SPACES.

      * Trace du lancement dans journal-batch.txt
        01 WS-PROGRAMME        PIC X(31) VALUE SPACES.
        01 WS-STATUT-LANCEMENT PIC X(11) VALUE SPACES.
        01 WS-DATE-DEBUT-BATCH PIC 9(8)  VALUE 0.
        01 WS-HEURE-DEBUT-BATCH PIC 9(8) VALUE 0.
        01 WS-DATE-FIN-BATCH   PIC 9(8)  VALUE 0.
        01 WS-HEURE-FIN-BATCH  PIC 9(8)  VALUE 0.
        01 WS-RC-PROGRAMME     PIC S9(4) VALUE 0.
        01 WS-AFF-RC           PIC 9(4)  VALUE 0.

       PROCEDURE DIVISION.

           END-ACCEPT
           IF WS-RACINE = SPACES
               MOVE '../../../roles.txt' TO WS-CHEMIN-ROLES
               MOVE '../../../journal-batch.txt' TO WS-CHEMIN-JOURNAL
           ELSE
               STRING FUNCTION TRIM(WS-RACINE) '/roles.txt'
                   DELIMITED SIZE INTO WS-CHEMIN-ROLES
               STRING FUNCTION TRIM(WS-RACINE) '/journal-batch.txt'
                   DELIMITED SIZE INTO WS-CHEMIN-JOURNAL
           END-IF.

       CHARGER-ROLE.
               END-PERFORM
               CLOSE FICHIER-ROLES
               MOVE 'N' TO WS-FIN
           END-IF
      * HR-ADMIN (affichage en clair dans US-19) reste sous ADMIN :
      * les actes reserves a ADMIN dans US-28/US-29 le refusent aussi.
           EVALUATE WS-ROLE
               WHEN 'ADMIN'
                   MOVE 3 TO WS-RANG-ROLE
               WHEN 'MANAGER'
               WHEN 'HR-ADMIN'
                   MOVE 2 TO WS-RANG-ROLE
               WHEN OTHER
                   MOVE 1 TO WS-RANG-ROLE
           END-EVALUATE.

       AFFICHER-MENU.
           DISPLAY ' '
           DISPLAY ' Utilisateur : ' WS-UTILISATEUR
           DISPLAY ' Role        : ' WS-ROLE
           DISPLAY '================================'
           DISPLAY ' 1. Paie                        '
           DISPLAY ' 2. Conges et absences          '
           DISPLAY ' 3. Dossiers RH                 '
           DISPLAY ' 4. Declarations, rapports legaux'
           DISPLAY ' 5. Comptabilite et tresorerie  '
           DISPLAY ' 6. Exploitation                '
           DISPLAY ' 9. Quitter                     '
           DISPLAY '================================'
           DISPLAY ' Votre choix : '
       TRAITER-CHOIX.
           EVALUATE WS-CHOIX
               WHEN '1'
                   MOVE 'P' TO WS-DOMAINE
                   MOVE 'PAIE' TO WS-DOMAINE-LIB
                   PERFORM MENU-DOMAINE
               WHEN '2'
                   MOVE 'C' TO WS-DOMAINE
                   MOVE 'CONGES ET ABSENCES' TO WS-DOMAINE-LIB
                   PERFORM MENU-DOMAINE
               WHEN '3'
                   MOVE 'D' TO WS-DOMAINE
                   MOVE 'DOSSIERS RH' TO WS-DOMAINE-LIB
                   PERFORM MENU-DOMAINE
               WHEN '4'
                   MOVE 'L' TO WS-DOMAINE
                   MOVE 'DECLARATIONS ET RAPPORTS LEGAUX'
                       TO WS-DOMAINE-LIB
                   PERFORM MENU-DOMAINE
               WHEN '5'
                   MOVE 'K' TO WS-DOMAINE
                   MOVE 'COMPTABILITE ET TRESORERIE'
                       TO WS-DOMAINE-LIB
                   PERFORM MENU-DOMAINE
               WHEN '6'
                   MOVE 'E' TO WS-DOMAINE
                   MOVE 'EXPLOITATION' TO WS-DOMAINE-LIB
                   PERFORM MENU-DOMAINE
               WHEN '9'
                   MOVE 'N' TO WS-CONTINUER
               WHEN OTHER
                   DISPLAY ' -> Choix invalide ! Saisir 1 a 6 ou 9'
           END-EVALUATE.

       MENU-DOMAINE.
           MOVE 'O' TO WS-DANS-DOMAINE
           PERFORM UNTIL WS-DANS-DOMAINE = 'N'
               PERFORM AFFICHER-DOMAINE
               MOVE 0 TO WS-SAISIE-NUMERO
               ACCEPT WS-SAISIE-NUMERO
               IF WS-SAISIE-NUMERO = 0
                   MOVE 'N' TO WS-DANS-DOMAINE
               ELSE
                   IF WS-SAISIE-NUMERO > WS-NB-AFFICHES
                       DISPLAY ' -> Choix invalide !'
                   ELSE
                       MOVE WS-POS-AFFICHE(WS-SAISIE-NUMERO)
                           TO WS-IDX-MNU
                       PERFORM LANCER-PROGRAMME
                   END-IF
               END-IF
           END-PERFORM.

       AFFICHER-DOMAINE.
      * Tous les postes du domaine sont affiches, y compris ceux
      * reserves a un role superieur (signales), pour que l'operateur
      * sache que la fonction existe et a qui la demander.
           DISPLAY ' '
           DISPLAY '================================'
           DISPLAY ' ' WS-DOMAINE-LIB
           DISPLAY '================================'
           MOVE 0 TO WS-NB-AFFICHES
           PERFORM VARYING WS-IDX-MNU FROM 1 BY 1
               UNTIL WS-IDX-MNU > WS-NB-MNU
               IF WS-MNU-DOMAINE(WS-IDX-MNU) = WS-DOMAINE
                   ADD 1 TO WS-NB-AFFICHES
                   MOVE WS-IDX-MNU TO WS-POS-AFFICHE(WS-NB-AFFICHES)
                   PERFORM DETERMINER-RANG-REQUIS
                   MOVE SPACES TO WS-MENTION-ROLE
                   IF WS-RANG-REQUIS > WS-RANG-ROLE
                       IF WS-MNU-ROLE(WS-IDX-MNU) = 'A'
                           MOVE '(reserve ADMIN)' TO WS-MENTION-ROLE
                       ELSE
                           MOVE '(reserve MANAGER)' TO WS-MENTION-ROLE
                       END-IF
                   END-IF
                   MOVE WS-NB-AFFICHES TO WS-AFF-NUMERO
                   DISPLAY ' ' WS-AFF-NUMERO '. '
                       WS-MNU-LIBELLE(WS-IDX-MNU) ' '
                       WS-MENTION-ROLE
               END-IF
           END-PERFORM
           DISPLAY '  0. Retour au menu principal'
           DISPLAY '================================'
           DISPLAY ' Votre choix : '.

       DETERMINER-RANG-REQUIS.
           EVALUATE WS-MNU-ROLE(WS-IDX-MNU)
               WHEN 'A'
                   MOVE 3 TO WS-RANG-REQUIS
               WHEN 'M'
                   MOVE 2 TO WS-RANG-REQUIS
               WHEN OTHER
                   MOVE 1 TO WS-RANG-REQUIS
           END-EVALUATE.

       LANCER-PROGRAMME.
      * Chaque choix est journalise : refus, lancement (ecrit avant
      * l'appel, un programme qui s'arrete sur erreur ne revient pas
      * au menu) puis fin avec le code retour du programme appele.
           MOVE WS-MNU-PROGRAMME(WS-IDX-MNU) TO WS-PROGRAMME
           PERFORM DETERMINER-RANG-REQUIS
           ACCEPT WS-DATE-DEBUT-BATCH FROM DATE YYYYMMDD
           ACCEPT WS-HEURE-DEBUT-BATCH FROM TIME
           MOVE 0 TO WS-RC-PROGRAMME
           IF WS-RANG-REQUIS > WS-RANG-ROLE
               PERFORM REFUSER-ACCES
               MOVE 'REFUSE' TO WS-STATUT-LANCEMENT
               PERFORM TRACER-LANCEMENT
           ELSE
               DISPLAY ' -> ' FUNCTION TRIM(WS-MNU-LIBELLE(WS-IDX-MNU))
                   ' (' FUNCTION TRIM(WS-PROGRAMME) ')'
               MOVE 'LANCE' TO WS-STATUT-LANCEMENT
               PERFORM TRACER-LANCEMENT
               CALL WS-PROGRAMME
                   ON EXCEPTION
                       DISPLAY ' -> Programme ' FUNCTION TRIM(
                           WS-PROGRAMME) ' introuvable'
                       MOVE 'INTROUVABLE' TO WS-STATUT-LANCEMENT
                   NOT ON EXCEPTION
                       MOVE RETURN-CODE TO WS-RC-PROGRAMME
                       MOVE 'TERMINE' TO WS-STATUT-LANCEMENT
                       CANCEL WS-PROGRAMME
               END-CALL
               MOVE 0 TO RETURN-CODE
               PERFORM TRACER-LANCEMENT
           END-IF.

       TRACER-LANCEMENT.
      * Meme format CSV que les programmes de traitement (programme,
      * debut, fin, nombre, statut) ; le programme appele, l'operateur
      * et son role suivent, pour l'audit de qui a lance quoi.
           ACCEPT WS-DATE-FIN-BATCH FROM DATE YYYYMMDD
           ACCEPT WS-HEURE-FIN-BATCH FROM TIME
           IF WS-RC-PROGRAMME < 0
               MOVE 9999 TO WS-AFF-RC
           ELSE
               MOVE WS-RC-PROGRAMME TO WS-AFF-RC
           END-IF
           OPEN EXTEND FICHIER-JOURNAL
           IF WS-STATUT-JOURNAL NOT = '00'
               OPEN OUTPUT FICHIER-JOURNAL
           END-IF
           MOVE SPACES TO LIGNE-JOURNAL
           STRING 'US-09-MENU-PRINCIPAL,' WS-DATE-DEBUT-BATCH ','
               WS-HEURE-DEBUT-BATCH(1:6) ',' WS-DATE-FIN-BATCH ','
               WS-HEURE-FIN-BATCH(1:6) ',0000000,'
               FUNCTION TRIM(WS-STATUT-LANCEMENT)
               ',PROG=' FUNCTION TRIM(WS-PROGRAMME)
               ',USER=' FUNCTION TRIM(WS-UTILISATEUR)
               ',ROLE=' FUNCTION TRIM(WS-ROLE)
               ',RC=' WS-AFF-RC
               DELIMITED SIZE INTO LIGNE-JOURNAL
           WRITE LIGNE-JOURNAL
           CLOSE FICHIER-JOURNAL.

       REFUSER-ACCES.
           IF WS-RANG-REQUIS = 3
               DISPLAY ' -> Acces refuse : ' FUNCTION TRIM(
                   WS-MNU-LIBELLE(WS-IDX-MNU)) ' est reserve au'
               DISPLAY '    role ADMIN (HR-admin).'
           ELSE
               DISPLAY ' -> Acces refuse : ' FUNCTION TRIM(
                   WS-MNU-LIBELLE(WS-IDX-MNU)) ' est reserve aux'
               DISPLAY '    roles MANAGER et ADMIN.'
           END-IF.
